      ******************************************************************
      * COPYBOOK.      COMMADJ
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - SALES
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       COMMISSION ADJUSTMENT RECORD LAYOUT.  RMAPROC
      *                APPENDS ONE FOR EVERY CREDIT MEMO IT ISSUES AND
      *                WRITEOFF ONE FOR EVERY INVOICE IT WRITES OFF,
      *                EACH NAMING THE ORIGINAL INVOICE, SO THE NEXT
      *                COMMISSION RUN CAN TRACE THE LOST SALE BACK TO
      *                THE REP WHO WAS PAID ON IT AND CHARGE THE
      *                COMMISSION BACK.  THE COMMISSION RUN CLEARS THE
      *                FILE ONCE IT HAS TAKEN THE ADJUSTMENTS.  FIELDS
      *                ARE LEVEL 10 SO THE INCLUDING PROGRAM CAN NEST
      *                THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  AJ-ADJUST-TYPE           PIC X(01).
               88  AJ-SALES-RETURN      VALUE "R".
               88  AJ-WRITE-OFF         VALUE "W".
           10  AJ-INVOICE-NUMBER        PIC 9(06).
           10  AJ-CUSTOMER-ID           PIC 9(06).
      *        THE CREDIT MEMO ISSUED FOR A RETURN; ZERO FOR A
      *        WRITE-OFF.
           10  AJ-CREDIT-MEMO-NUMBER    PIC 9(06).
           10  AJ-ADJUST-AMOUNT         PIC 9(07)V99.
           10  AJ-ADJUST-DATE           PIC 9(08).
           10  AJ-SOURCE-PROGRAM        PIC X(08).
           10  FILLER                   PIC X(36).
