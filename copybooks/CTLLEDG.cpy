      ******************************************************************
      * COPYBOOK.      CTLLEDG
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - OPERATIONS
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       STEP-TO-STEP CONTROL TOTAL HANDOFF LEDGER
      *                RECORD LAYOUT.  A PROGRAM THAT WRITES A FILE
      *                ANOTHER STEP READS APPENDS ONE "P" RECORD WHEN
      *                IT CLOSES THE FILE (DD NAME, ITS OWN PROGRAM
      *                NAME, DETAIL RECORD COUNT AND AMOUNT HASH), AND
      *                THE PROGRAM THAT READS IT APPENDS ONE "C" RECORD
      *                WITH THE COUNT AND HASH IT ACTUALLY CONSUMED,
      *                VIA THE PARAGRAPHS IN CTLLEDPR.  HANDOFF PAIRS
      *                EACH "C" WITH THE LATEST "P" FOR THE SAME FILE
      *                AHEAD OF IT, AND WRITES AN "R" RECORD (KEYED BY
      *                THE PRODUCER'S NAME, DATE AND TIME) ONCE A
      *                HANDOFF HAS BEEN RECONCILED AND REPORTED.
      *                FIELDS ARE LEVEL 10 SO THE INCLUDING PROGRAM
      *                CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  HL-RECORD-TYPE           PIC X(01).
               88  HL-PRODUCED          VALUE "P".
               88  HL-CONSUMED          VALUE "C".
               88  HL-RECONCILED        VALUE "R".
           10  HL-FILE-NAME             PIC X(08).
           10  HL-PROGRAM-NAME          PIC X(08).
           10  HL-RUN-DATE              PIC 9(08).
           10  HL-RUN-TIME              PIC 9(08).
           10  HL-RECORD-COUNT          PIC 9(09).
           10  HL-AMOUNT-HASH           PIC S9(13)V99.
           10  FILLER                   PIC X(23).
