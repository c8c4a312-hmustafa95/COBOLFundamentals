      ******************************************************************
      * COPYBOOK.      SUPERSED
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       PRODUCT SUPERSESSION RECORD LAYOUT - ONE PER
      *                OLD PRODUCT AND THE NEW PRODUCT THAT REPLACES
      *                OR STANDS IN FOR IT.  FROM THE EFFECTIVE DATE
      *                ON, THE OLD CODE IS SUPERSEDED: EVERY ORDER FOR
      *                IT IS MOVED TO THE NEW CODE AND ITS DEMAND IS
      *                PLANNED UNDER THE NEW CODE.  BEFORE THE
      *                EFFECTIVE DATE, A PAIR FLAGGED SUBSTITUTION
      *                ALLOWED LETS THE AVAILABLE-TO-PROMISE RUN SHIP
      *                THE NEW PRODUCT WHEN THE OLD ONE IS OUT OF
      *                STOCK.  A ZERO EFFECTIVE DATE MEANS THE PAIR IS
      *                AN APPROVED SUBSTITUTE ONLY AND NEVER
      *                SUPERSEDES.  THE PRICE RULE SAYS WHAT THE
      *                CUSTOMER PAYS ON THE NEW PRODUCT: THE PRICE
      *                ALREADY ON THE ORDER (K OR BLANK), THE NEW
      *                PRODUCT'S LIST PRICE (L), OR THE LOWER OF THE
      *                TWO (W).  FIELDS ARE LEVEL 10 SO THE INCLUDING
      *                PROGRAM CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  SU-OLD-PRODUCT           PIC X(05).
           10  SU-NEW-PRODUCT           PIC X(05).
           10  SU-EFFECTIVE-DATE        PIC 9(08).
           10  SU-SUBST-FLAG            PIC X(01).
               88  SU-SUBST-ALLOWED     VALUE "Y".
           10  SU-PRICE-RULE            PIC X(01).
               88  SU-PRICE-KEEP        VALUE "K" " ".
               88  SU-PRICE-LIST        VALUE "L".
               88  SU-PRICE-LOWER       VALUE "W".
           10  FILLER                   PIC X(60).
