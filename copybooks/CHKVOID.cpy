      ******************************************************************
      * COPYBOOK.      CHKVOID
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS PAYABLE
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       VOIDED CHECK NOTICE RECORD LAYOUT.  ONE RECORD
      *                PER CHECK VOIDED SINCE THE LAST POSITIVE-PAY
      *                TRANSMISSION, CARRYING THE ORIGINAL ISSUE DATE
      *                AND AMOUNT SO THE BANK CAN MATCH THE VOID TO
      *                THE ISSUE IT ALREADY HOLDS.  THE POSITIVE-PAY
      *                STEP SENDS EACH ONE AS A VOID AND EMPTIES THE
      *                FILE.  FIELDS ARE LEVEL 10 SO THE INCLUDING
      *                PROGRAM CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  CV-CHECK-NUMBER          PIC 9(06).
           10  CV-PAYEE-ID              PIC 9(06).
           10  CV-ISSUE-DATE            PIC 9(08).
           10  CV-CHECK-AMOUNT          PIC 9(07)V99.
           10  CV-VOID-DATE             PIC 9(08).
           10  CV-VOID-REASON           PIC X(20).
           10  FILLER                   PIC X(23).
