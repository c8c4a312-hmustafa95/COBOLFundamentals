      ******************************************************************
      * COPYBOOK.      APCHKHST
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS PAYABLE
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       AP CHECK HISTORY RECORD LAYOUT.  THE CHECK
      *                REGISTER RUN APPENDS ONE RECORD PER CHECK IT
      *                CUTS, SO UNLIKE THE PAYMENT FILE - WHICH EACH
      *                RUN REPLACES - THE HISTORY KEEPS EVERY CHECK
      *                EVER ISSUED FOR YEAR-END REPORTING.  A VOIDED
      *                CHECK STAYS ON FILE WITH A VOID STATUS.  FIELDS
      *                ARE LEVEL 10 SO THE INCLUDING PROGRAM CAN NEST
      *                THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  AC-CHECK-NUMBER          PIC 9(06).
           10  AC-VENDOR-ID             PIC 9(06).
           10  AC-CHECK-DATE            PIC 9(08).
           10  AC-CHECK-AMOUNT          PIC 9(07)V99.
           10  AC-ITEM-COUNT            PIC 9(03).
           10  AC-CHECK-STATUS          PIC X(01).
               88  AC-CHECK-ISSUED      VALUE "I".
               88  AC-CHECK-VOID        VALUE "V".
           10  FILLER                   PIC X(47).
