      *                THE MORNING OPERATIONS REPORT AND THE RESTART
      *                FRONT END ARE DRIVEN ENTIRELY FROM THIS FILE.
      *                AN "S" WITH NO MATCHING "E" MEANS THE STEP
      *                DIED.  A "B" RECORD IS WRITTEN BY ROLLBACK WHEN
      *                A PROGRAM'S FILE HAS BEEN RESTORED TO ITS
      *                PRE-RUN IMAGE - THE RUN IS BACKED OUT AND NO
      *                LONGER COUNTS AS COMPLETED.  FIELDS ARE LEVEL
      *                10 SO THE INCLUDING PROGRAM CAN NEST THEM UNDER
      *                A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 08/22/2026 DO    ORIGINAL LAYOUT.
      * 10/15/2026 DO    ADDED "B" BACKED-OUT RECORD TYPE.
      ******************************************************************
           10  RS-PROGRAM-NAME          PIC X(08).
           10  RS-RECORD-TYPE           PIC X(01).
               88  RS-START-RECORD      VALUE "S".
               88  RS-END-RECORD        VALUE "E".
               88  RS-BACKOUT-RECORD    VALUE "B".
           10  RS-RUN-DATE              PIC 9(08).
           10  RS-TIMESTAMP             PIC 9(08).
           10  RS-RECORDS-READ          PIC 9(07).
