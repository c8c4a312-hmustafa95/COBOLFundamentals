      ******************************************************************
      * COPYBOOK.      LOYLPTS
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       MEMBER REWARD POINTS LEDGER RECORD, ONE PER
      *                VIP OR LIFETIME MEMBER WHO HAS EVER EARNED
      *                POINTS.  THE LOYALTY POSTING RUN ADDS POINTS
      *                FOR EVERY PAID INVOICE, TAKES THEM BACK FOR
      *                BOUNCED PAYMENTS AND SALES RETURNS, CONVERTS
      *                REDEEMED POINTS INTO AN ON-ACCOUNT CREDIT AND
      *                EXPIRES POINTS PAST THE CONFIGURED AGE.  THE
      *                MONTHLY STATEMENT PRINTS THE BALANCE.
      *                POINTS ARE HELD IN ONE BUCKET PER CALENDAR
      *                MONTH EARNED (CCYYMM) SO THEY CAN AGE OUT;
      *                REVERSALS, REDEMPTIONS AND EXPIRY DRAW THE
      *                OLDEST BUCKETS FIRST.  A REVERSAL LARGER THAN
      *                THE BUCKETS (POINTS ALREADY REDEEMED) IS HELD
      *                AS POINTS OWED AND COMES OFF THE NEXT POINTS
      *                EARNED, SO THE BALANCE CAN GO NEGATIVE.
      *                FIELDS ARE LEVEL 10 SO THE INCLUDING PROGRAM
      *                CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  LY-CUSTOMER-ID           PIC 9(06).
      *        BUCKETS LESS POINTS OWED.
           10  LY-POINTS-BALANCE        PIC S9(09).
           10  LY-POINTS-OWED           PIC 9(09).
           10  LY-LIFETIME-EARNED       PIC 9(09).
           10  LY-LIFETIME-REVERSED     PIC 9(09).
           10  LY-LIFETIME-REDEEMED     PIC 9(09).
           10  LY-LIFETIME-EXPIRED      PIC 9(09).
           10  LY-LAST-ACTIVITY         PIC 9(08).
           10  LY-EARN-BUCKET OCCURS 36 TIMES.
               15  LY-BUCKET-MONTH      PIC 9(06).
               15  LY-BUCKET-POINTS     PIC 9(07).
           10  FILLER                   PIC X(14).
