      ******************************************************************
      * COPYBOOK.      LOCKBOX
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       LOCKBOX REMITTANCE RECORD LAYOUT.  AN H RECORD
      *                CARRIES ONE CHECK (CUSTOMER, AMOUNT, REFERENCE,
      *                DATE); THE D RECORDS THAT FOLLOW IT, UP TO THE
      *                NEXT H, ARE ITS REMITTANCE LINES, EACH NAMING
      *                ONE INVOICE AND THE AMOUNT PAID ON IT.  CASHAPP
      *                READS THE BANK'S LOCKBOX FILE IN THIS LAYOUT;
      *                THE ACH AUTO-DEBIT RUN WRITES ITS DEBITS IN IT
      *                SO CASHAPP APPLIES EACH DEBIT TO THE INVOICES IT
      *                COLLECTED.  FIELDS ARE LEVEL 10 SO THE
      *                INCLUDING PROGRAM CAN NEST THEM UNDER A 05-LEVEL
      *                GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL - FACTORED OUT OF CASHAPP WHEN THE
      *                  ACH AUTO-DEBIT RUN BEGAN WRITING THE LAYOUT.
      ******************************************************************
           10  LB-RECORD-TYPE           PIC X(01).
               88  LB-CHECK-HEADER      VALUE "H".
               88  LB-REMITTANCE-LINE   VALUE "D".
           10  LB-HEADER-DATA.
               15  LB-CUSTOMER-ID       PIC 9(06).
               15  LB-CHECK-AMOUNT      PIC 9(07)V99.
               15  LB-CHECK-REF         PIC X(10).
               15  LB-CHECK-DATE        PIC 9(08).
               15  FILLER               PIC X(46).
           10  LB-DETAIL-DATA REDEFINES LB-HEADER-DATA.
               15  LB-INVOICE-NUMBER    PIC 9(06).
               15  LB-REMIT-AMOUNT      PIC 9(07)V99.
               15  FILLER               PIC X(64).
