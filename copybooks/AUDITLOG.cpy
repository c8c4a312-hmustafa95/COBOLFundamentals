      *                CUSTOMER AND WHAT IT LOOKED LIKE BEFORE.  THE
      *                IMAGE FIELDS ARE SIZED TO THE CUSTMAST RECORD.
      *                FIELDS ARE LEVEL 10 SO THE INCLUDING PROGRAM CAN
      *                NEST THEM UNDER A 05-LEVEL GROUP.  THE OPERATOR
      *                ID IS THE SIGNED-ON OPERATOR (OR APPROVER) WHOSE
      *                TRANSACTION CAUSED THE ENTRY - BLANK FOR AN
      *                AUTOMATIC ACTION AND ON ENTRIES WRITTEN BEFORE
      *                THE FIELD EXISTED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 08/09/2026 DO    ORIGINAL LAYOUT.
      * 10/15/2026 DO    ADDED AU-OPERATOR-ID FOR THE SEGREGATION-OF-
      *                  DUTIES REVIEW.  RECORD LENGTH 242 TO 250.
      ******************************************************************
           10  AU-PROGRAM-NAME          PIC X(08).
           10  AU-OPERATION             PIC X(08).
           10  AU-AFTER-IMAGE           PIC X(100).
           10  AU-LOG-DATE              PIC 9(08).
           10  AU-LOG-TIME              PIC 9(08).
           10  AU-OPERATOR-ID           PIC X(08).
           10  FILLER                   PIC X(04).
