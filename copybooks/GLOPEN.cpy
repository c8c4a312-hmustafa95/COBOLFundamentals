      ******************************************************************
      * COPYBOOK.      GLOPEN
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - FINANCE
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       GL OPENING BALANCE RECORD LAYOUT.  THE FISCAL
      *                YEAR-END CLOSE WRITES ONE ROW PER BALANCE-SHEET
      *                ACCOUNT (ASSET, LIABILITY, EQUITY) WITH ITS
      *                BALANCE AS OF THE LAST DAY OF THE CLOSED YEAR,
      *                RETAINED EARNINGS INCLUDING THE CLOSE, AS THE
      *                OPENING BALANCE FOR PERIOD 1 OF THE NEW FISCAL
      *                YEAR.  THE PERIOD IS THE GL BALANCE FILE'S
      *                YEAR-MONTH FOR FISCAL PERIOD 1 (OCTOBER).  THE
      *                BALANCE IS NET DEBIT - A CREDIT BALANCE IS
      *                NEGATIVE.  ROWS FOR EVERY CLOSED YEAR ARE KEPT.
      *                FIELDS ARE LEVEL 10 SO THE INCLUDING PROGRAM
      *                CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  OB-FISCAL-YEAR           PIC 9(04).
           10  OB-PERIOD                PIC 9(06).
           10  OB-ACCOUNT               PIC X(08).
           10  OB-ACCOUNT-TYPE          PIC X(01).
           10  OB-BALANCE               PIC S9(13)V99.
           10  OB-CLOSE-DATE            PIC 9(08).
           10  FILLER                   PIC X(38).
