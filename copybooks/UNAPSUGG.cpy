      ******************************************************************
      * COPYBOOK.      UNAPSUGG
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       UNAPPLIED CASH SUGGESTED-MATCH RECORD LAYOUT.
      *                THE NIGHTLY UNAPMTCH RUN WRITES ONE PER LIKELY
      *                HOME IT FINDS FOR A PAYMENT ON THE UNAPPLIED-
      *                CASH SUSPENSE FILE, RANKED 1 (MOST LIKELY) UP
      *                FOR EACH PAYMENT, WITH THE CUSTOMER AND THE
      *                OPEN ITEMS (AND THEIR BALANCES AT THE TIME OF
      *                THE RUN) THE PAYMENT WOULD PAY.  A TRANSPOSED-
      *                CUSTOMER SUGGESTION NAMES NO ITEMS - CASH
      *                APPLICATION PAYS THE CUSTOMER OLDEST-FIRST.
      *                UNAPCONF READS THE FILE TO TURN THE SUGGESTIONS
      *                THE CASH CLERK CONFIRMS BACK INTO CASH
      *                APPLICATION.  THE PAYMENT IS IDENTIFIED BY ITS
      *                CHECK REFERENCE AND PAYMENT DATE.  FIELDS ARE
      *                LEVEL 10 SO THE INCLUDING PROGRAM CAN NEST THEM
      *                UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  US-CHECK-REF             PIC X(10).
           10  US-PAYMENT-DATE          PIC 9(08).
           10  US-PAYMENT-AMOUNT        PIC 9(07)V99.
           10  US-PAID-CUSTOMER         PIC 9(06).
           10  US-SUSPENSE-DATE         PIC 9(08).
           10  US-DAYS-UNRESOLVED       PIC 9(04).
           10  US-RANK                  PIC 9(02).
           10  US-MATCH-TYPE            PIC X(01).
               88  US-SINGLE-INVOICE    VALUE "A".
               88  US-INVOICE-SUM       VALUE "S".
               88  US-TRANSPOSED        VALUE "T".
           10  US-CONFIDENCE            PIC 9(03).
           10  US-CUSTOMER-ID           PIC 9(06).
           10  US-INVOICE-COUNT         PIC 9(01).
           10  US-INVOICE-ENTRY OCCURS 5 TIMES.
               15  US-INVOICE-NUMBER    PIC 9(06).
               15  US-INVOICE-BALANCE   PIC 9(07)V99.
           10  FILLER                   PIC X(17).
