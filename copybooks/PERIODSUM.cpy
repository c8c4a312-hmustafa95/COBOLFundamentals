      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 08/09/2026 DO    ORIGINAL LAYOUT.
      * 10/15/2026 DO    ADDED PS-DEBIT-ACCOUNT AND PS-CREDIT-ACCOUNT IN
      *                  PLACE OF FILLER FOR A PROGRAM WHOSE AMOUNT
      *                  POSTS TO ACCOUNTS OF ITS OWN RATHER THAN
      *                  THROUGH THE ACCOUNT MAP (FADEPREC WRITES ONE
      *                  RECORD PER EXPENSE/ACCUMULATED DEPRECIATION
      *                  PAIR).  BLANK FOR EVERY OTHER PROGRAM.
      ******************************************************************
           10  PS-PROGRAM-NAME          PIC X(08).
           10  PS-PERIOD-END-DATE       PIC 9(08).
           10  PS-AMOUNT-1              PIC S9(10)V99.
           10  PS-AMOUNT-2              PIC S9(10)V99.
           10  PS-AMOUNT-3              PIC S9(10)V99.
           10  PS-DEBIT-ACCOUNT         PIC X(08).
           10  PS-CREDIT-ACCOUNT        PIC X(08).
           10  FILLER                   PIC X(04).
