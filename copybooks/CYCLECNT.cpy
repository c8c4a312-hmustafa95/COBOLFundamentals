      ******************************************************************
      * COPYBOOK.      CYCLECNT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       CYCLE-COUNT SCHEDULE RECORD LAYOUT - ONE RECORD
      *                PER PRODUCT.  ABCCLASS SETS THE CLASS AND THE
      *                ANNUAL USAGE VALUE IT WAS RANKED ON, CYCSCHED
      *                STAMPS THE DATE THE PRODUCT LAST WENT OUT ON A
      *                COUNT SHEET, AND CNTVAR STAMPS THE DATE OF THE
      *                LAST COUNT IT POSTED.  A ZERO LAST-COUNT DATE
      *                MEANS THE PRODUCT HAS NEVER BEEN CYCLE COUNTED.
      *                FIELDS ARE LEVEL 10 SO THE INCLUDING PROGRAM CAN
      *                NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  CC-PRODUCT-CODE          PIC X(05).
           10  CC-ABC-CLASS             PIC X(01).
               88  CC-CLASS-A           VALUE "A".
               88  CC-CLASS-B           VALUE "B".
               88  CC-CLASS-C           VALUE "C".
           10  CC-ANNUAL-USAGE          PIC 9(09)V99.
           10  CC-LAST-COUNT-DATE       PIC 9(08).
           10  CC-LAST-SHEET-DATE       PIC 9(08).
           10  FILLER                   PIC X(07).
