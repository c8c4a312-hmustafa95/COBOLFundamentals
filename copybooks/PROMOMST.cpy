      ******************************************************************
      * COPYBOOK.      PROMOMST
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ORDER ENTRY
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       PROMOTION MASTER RECORD LAYOUT, ONE RECORD PER
      *                PROMOTION CODE, INDEXED ON PZ-PROMO-CODE.  THE
      *                DISCOUNT IS EITHER A PERCENT OFF THE ORDER LINE
      *                OR A FIXED AMOUNT OFF THE LINE (NEVER MORE THAN
      *                THE LINE ITSELF).  THE CODE IS GOOD FROM THE
      *                EFFECTIVE DATE THROUGH THE EXPIRY DATE; A ZERO
      *                EXPIRY DATE NEVER EXPIRES.  BLANK ELIGIBLE
      *                PRODUCTS MEAN ANY PRODUCT; A BLANK TIER MEANS
      *                ANY CUSTOMER.  TIER V IS VIP MEMBERS, L IS
      *                LIFETIME MEMBERS AND M IS EITHER.  A ZERO
      *                REDEMPTION CAP OR PER-CUSTOMER LIMIT MEANS NO
      *                LIMIT.  REDEMPTIONS ARE COUNTED FROM THE
      *                REDEMPTION HISTORY (PROMHIST), NOT CARRIED
      *                HERE.  FIELDS ARE LEVEL 10 SO THE INCLUDING
      *                PROGRAM CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  PZ-PROMO-CODE            PIC X(08).
           10  PZ-DISCOUNT-TYPE         PIC X(01).
               88  PZ-PERCENT-OFF       VALUE "P".
               88  PZ-AMOUNT-OFF        VALUE "A".
               88  PZ-VALID-TYPE        VALUE "P" "A".
           10  PZ-DISCOUNT-PCT          PIC 9(02)V99.
           10  PZ-DISCOUNT-AMOUNT       PIC 9(05)V99.
           10  PZ-EFFECTIVE-DATE        PIC 9(08).
           10  PZ-EXPIRY-DATE           PIC 9(08).
           10  PZ-ELIGIBLE-PRODUCTS.
               15  PZ-ELIGIBLE-PRODUCT  PIC X(06) OCCURS 5 TIMES.
           10  PZ-ELIGIBLE-TIER         PIC X(01).
               88  PZ-TIER-ANY          VALUE " ".
               88  PZ-TIER-VIP          VALUE "V".
               88  PZ-TIER-LIFETIME     VALUE "L".
               88  PZ-TIER-MEMBER       VALUE "M".
               88  PZ-VALID-TIER        VALUE " " "V" "L" "M".
           10  PZ-REDEMPTION-CAP        PIC 9(06).
           10  PZ-CUSTOMER-LIMIT        PIC 9(03).
           10  PZ-DESCRIPTION           PIC X(20).
           10  FILLER                   PIC X(04).
