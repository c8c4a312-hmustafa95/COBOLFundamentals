      ******************************************************************
      * COPYBOOK.      LOYLHIST
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       REWARD POINTS HISTORY RECORD LAYOUT.  THE
      *                LOYALTY POSTING RUN APPENDS ONE FOR EVERY
      *                MOVEMENT IT MAKES ON THE POINTS LEDGER - POINTS
      *                EARNED, REVERSED, REDEEMED OR EXPIRED - WITH THE
      *                MEMBER'S BALANCE AFTER IT, SO ANY BALANCE CAN
      *                BE EXPLAINED LINE BY LINE.  FIELDS ARE LEVEL 10
      *                SO THE INCLUDING PROGRAM CAN NEST THEM UNDER A
      *                05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  LW-CUSTOMER-ID           PIC 9(06).
           10  LW-TRANS-DATE            PIC 9(08).
           10  LW-TRANS-TYPE            PIC X(01).
               88  LW-POINTS-EARNED     VALUE "E".
               88  LW-NSF-REVERSAL      VALUE "N".
               88  LW-RETURN-REVERSAL   VALUE "R".
               88  LW-POINTS-REDEEMED   VALUE "D".
               88  LW-POINTS-EXPIRED    VALUE "X".
      *        POSITIVE FOR POINTS EARNED, NEGATIVE FOR EVERYTHING
      *        ELSE.
           10  LW-POINTS                PIC S9(09).
      *        CHECK REFERENCE, CREDIT MEMO OR REDEMPTION REFERENCE.
           10  LW-REFERENCE             PIC X(10).
           10  LW-INVOICE-NUMBER        PIC 9(06).
      *        THE PAYMENT APPLIED, THE CREDIT MEMO AMOUNT, OR THE
      *        ON-ACCOUNT CREDIT GRANTED FOR A REDEMPTION.
           10  LW-DOLLAR-AMOUNT         PIC S9(07)V99.
           10  LW-BALANCE-AFTER         PIC S9(09).
           10  FILLER                   PIC X(22).
