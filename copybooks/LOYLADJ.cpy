      ******************************************************************
      * COPYBOOK.      LOYLADJ
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       REWARD POINTS ADJUSTMENT RECORD LAYOUT.  NSFPROC
      *                APPENDS ONE FOR EVERY APPLICATION IT BACKS OUT
      *                THAT HAD EARNED POINTS, CARRYING THE EXACT
      *                POINTS EARNED, AND RMAPROC ONE FOR EVERY CREDIT
      *                MEMO IT ISSUES, CARRYING THE CREDIT AMOUNT AND
      *                THE ORIGINAL INVOICE.  THE NEXT LOYALTY POSTING
      *                RUN TAKES THE POINTS BACK AND CLEARS THE FILE.
      *                FIELDS ARE LEVEL 10 SO THE INCLUDING PROGRAM
      *                CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  LJ-ADJUST-TYPE           PIC X(01).
               88  LJ-NSF-REVERSAL      VALUE "N".
               88  LJ-SALES-RETURN      VALUE "R".
           10  LJ-CUSTOMER-ID           PIC 9(06).
           10  LJ-INVOICE-NUMBER        PIC 9(06).
      *        THE BOUNCED CHECK FOR AN NSF REVERSAL; SPACES FOR A
      *        RETURN.
           10  LJ-CHECK-REF             PIC X(10).
      *        THE CREDIT MEMO ISSUED FOR A RETURN; ZERO FOR AN NSF
      *        REVERSAL.
           10  LJ-CREDIT-MEMO-NUMBER    PIC 9(06).
      *        POINTS TO TAKE BACK FOR AN NSF REVERSAL; ZERO FOR A
      *        RETURN, WHICH IS PRICED FROM THE CREDIT AMOUNT.
           10  LJ-POINTS                PIC 9(07).
           10  LJ-ADJUST-AMOUNT         PIC 9(07)V99.
           10  LJ-ADJUST-DATE           PIC 9(08).
           10  LJ-SOURCE-PROGRAM        PIC X(08).
           10  FILLER                   PIC X(19).
