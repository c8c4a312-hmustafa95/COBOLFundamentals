      ******************************************************************
      * PROGRAM-ID.    PROMOAPL
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ORDER ENTRY
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       CALLABLE PROMOTION-CODE PRICING SUBROUTINE,
      *                SHARED BY THE ORDER-ENTRY PROGRAMS (WEBORDER
      *                AND ORDERACC) SO A CODE IS HONORED OR REFUSED
      *                THE SAME WAY WHICHEVER DOOR THE ORDER CAME IN
      *                BY.  THE CALLER OPENS IT ONCE (FUNCTION O),
      *                APPLIES IT TO EACH ORDER LINE CARRYING A CODE
      *                (FUNCTION A) AND CLOSES IT AT END OF RUN
      *                (FUNCTION C).  A CODE MUST BE ON THE PROMOTION
      *                MASTER, INSIDE ITS EFFECTIVE DATES ON THE ORDER
      *                DATE, FOR AN ELIGIBLE PRODUCT AND MEMBERSHIP
      *                TIER, AND UNDER BOTH ITS TOTAL REDEMPTION CAP
      *                AND ITS PER-CUSTOMER LIMIT.  REDEMPTIONS SO FAR
      *                ARE COUNTED FROM THE REDEMPTION HISTORY WHEN
      *                THE SUBROUTINE IS OPENED AND KEPT CURRENT AS
      *                THE RUN REDEEMS MORE.  AN APPLIED CODE RETURNS
      *                THE DISCOUNTED UNIT PRICE AND APPENDS A
      *                REDEMPTION RECORD; A REFUSED CODE RETURNS THE
      *                REASON AND IS LISTED ON THE PROMOTION CODE
      *                REJECTION LIST PRINTED AT CLOSE, SO AN ORDER IS
      *                NEVER QUIETLY BILLED AT FULL PRICE.  WORKING
      *                STORAGE PERSISTS BETWEEN CALLS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMOAPL.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - ORDER ENTRY.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-MASTER ASSIGN TO "PROMOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PZ-PROMO-CODE OF PROMO-MASTER-RECORD
               FILE STATUS IS QC-PROMOMST-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS QC-CUSTMAST-STATUS.
           SELECT PROMO-HISTORY ASSIGN TO "PROMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QC-PROMHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-MASTER
           RECORDING MODE IS F.
       01  PROMO-MASTER-RECORD.
           COPY PROMOMST.

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  PROMO-HISTORY
           RECORDING MODE IS F.
       01  PROMO-HISTORY-RECORD.
           COPY PROMHIST.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.

       01  QC-PROMOMST-STATUS          PIC X(02) VALUE "00".
           88  QC-PROMOMST-OK          VALUE "00".
           88  QC-PROMOMST-NOTFOUND    VALUE "35".
       01  QC-CUSTMAST-STATUS          PIC X(02) VALUE "00".
           88  QC-CUSTMAST-OK          VALUE "00".
       01  QC-PROMHIST-STATUS          PIC X(02) VALUE "00".
           88  QC-PROMHIST-OK          VALUE "00".
           88  QC-PROMHIST-EOF         VALUE "10".
           88  QC-PROMHIST-NOTFOUND    VALUE "35".

       01  QC-SWITCHES.
           05  QC-PROMO-OPEN-SWITCH    PIC X(01) VALUE "N".
               88  QC-PROMO-FILE-OPEN  VALUE "Y".
           05  QC-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
               88  QC-HIST-END         VALUE "Y".
           05  QC-PRODUCT-OK-SWITCH    PIC X(01) VALUE "N".
               88  QC-PRODUCT-ELIGIBLE VALUE "Y".
           05  QC-TIER-OK-SWITCH       PIC X(01) VALUE "N".
               88  QC-TIER-ELIGIBLE    VALUE "Y".

       01  QC-RUN-DATE                 PIC 9(08) VALUE 0.
       01  QC-ORDER-DATE               PIC 9(08) VALUE 0.

      *-----------------------------------------------------------------
      * REDEMPTIONS SO FAR, PER PROMOTION AND PER PROMOTION AND
      * CUSTOMER.  THE CAPS ARE ENFORCED FROM THESE TABLES, SO A
      * HISTORY TOO BIG FOR THEM STOPS THE RUN RATHER THAN LET A
      * CAPPED CODE THROUGH.
      *-----------------------------------------------------------------
       01  QC-COUNTERS.
           05  QC-USE-COUNT            PIC 9(05) COMP VALUE 0.
           05  QC-MAX-USES             PIC 9(05) COMP VALUE 1000.
           05  QC-USE-IDX              PIC 9(05) COMP VALUE 0.
           05  QC-USE-FOUND-IDX        PIC 9(05) COMP VALUE 0.
           05  QC-CUST-COUNT           PIC 9(05) COMP VALUE 0.
           05  QC-MAX-CUSTS            PIC 9(05) COMP VALUE 5000.
           05  QC-CUST-IDX             PIC 9(05) COMP VALUE 0.
           05  QC-CUST-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  QC-PROD-IDX             PIC 9(02) COMP VALUE 0.
           05  QC-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  QC-MAX-REJECTS          PIC 9(05) COMP VALUE 500.
           05  QC-REJECT-IDX           PIC 9(05) COMP VALUE 0.
           05  QC-APPLIED-COUNT        PIC 9(05) COMP VALUE 0.

       01  QC-PROMO-USES               PIC 9(07) VALUE 0.
       01  QC-CUSTOMER-USES            PIC 9(05) VALUE 0.

       01  QC-PROMO-USE-TABLE.
           05  QC-PROMO-USE-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON QC-USE-COUNT
                   INDEXED BY QC-PU-IDX.
               10  QC-PU-PROMO-CODE    PIC X(08).
               10  QC-PU-REDEEMED      PIC 9(07) COMP.

       01  QC-CUSTOMER-USE-TABLE.
           05  QC-CUSTOMER-USE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON QC-CUST-COUNT
                   INDEXED BY QC-CU-IDX.
               10  QC-CU-PROMO-CODE    PIC X(08).
               10  QC-CU-CUSTOMER-ID   PIC 9(06).
               10  QC-CU-REDEEMED      PIC 9(05) COMP.

       01  QC-SEARCH-CODE              PIC X(08) VALUE SPACES.
       01  QC-SEARCH-CUSTOMER          PIC 9(06) VALUE 0.

       01  QC-AMOUNT-WORK.
           05  QC-GROSS-AMOUNT         PIC 9(09)V99 VALUE 0.
           05  QC-DISCOUNT-AMOUNT      PIC 9(09)V99 VALUE 0.
           05  QC-NET-AMOUNT           PIC 9(09)V99 VALUE 0.
           05  QC-NET-UNIT-PRICE       PIC 9(05)V99 VALUE 0.

      *-----------------------------------------------------------------
      * REFUSED CODES HELD FOR THE REJECTION LIST.  ONLY THE FIRST
      * QC-MAX-REJECTS ARE LISTED; EVERY ONE IS COUNTED, AND EVERY
      * ONE IS ALSO ON THE CALLING PROGRAM'S SUSPENSE FILE.
      *-----------------------------------------------------------------
       01  QC-REJECT-TABLE.
           05  QC-REJECT-ENTRY OCCURS 500 TIMES
                   INDEXED BY QC-RJ-IDX.
               10  QC-RJ-ORDER-SOURCE  PIC X(01).
               10  QC-RJ-CUSTOMER-ID   PIC 9(06).
               10  QC-RJ-PRODUCT-CODE  PIC X(06).
               10  QC-RJ-PROMO-CODE    PIC X(08).
               10  QC-RJ-REASON        PIC X(30).

       01  QC-REJECT-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "SRC CUSTOMER PRODUCT PROMO     REASON".

       01  QC-REJECT-LINE.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QC-RL-ORDER-SOURCE      PIC X(01).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  QC-RL-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  QC-RL-PRODUCT-CODE      PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QC-RL-PROMO-CODE        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QC-RL-REASON            PIC X(30).

       LINKAGE SECTION.
       01  QC-FUNCTION-CODE            PIC X(01).
           88  QC-FN-OPEN              VALUE "O".
           88  QC-FN-APPLY             VALUE "A".
           88  QC-FN-CLOSE             VALUE "C".
       01  QC-PROMO-REQUEST.
           COPY PROMOREQ.

       PROCEDURE DIVISION USING QC-FUNCTION-CODE
                                 QC-PROMO-REQUEST.
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN QC-FN-OPEN
                   PERFORM 1000-OPEN-PROMOTIONS
               WHEN QC-FN-APPLY
                   PERFORM 2000-APPLY-PROMOTION
               WHEN QC-FN-CLOSE
                   PERFORM 3000-CLOSE-PROMOTIONS
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * A MISSING PROMOTION MASTER MEANS NO PROMOTION HAS BEEN SET UP
      * YET - EVERY CODE IS REFUSED AS NOT ON FILE.
      *-----------------------------------------------------------------
       1000-OPEN-PROMOTIONS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO QC-RUN-DATE
           OPEN INPUT PROMO-MASTER
           IF QC-PROMOMST-NOTFOUND
               DISPLAY "PROMOAPL: NO PROMOTION MASTER - EVERY PROMO "
                   "CODE WILL REJECT"
           ELSE
               IF NOT QC-PROMOMST-OK
                   MOVE "PROMOAPL" TO AB-PROGRAM-ID
                   MOVE "PROMOMST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE QC-PROMOMST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               SET QC-PROMO-FILE-OPEN TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT QC-CUSTMAST-OK
               MOVE "PROMOAPL" TO AB-PROGRAM-ID
               MOVE "CUSTMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE QC-CUSTMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1100-LOAD-REDEMPTION-COUNTS
           OPEN EXTEND PROMO-HISTORY
           IF NOT QC-PROMHIST-OK
               CLOSE PROMO-HISTORY
               OPEN OUTPUT PROMO-HISTORY
           END-IF.

       1100-LOAD-REDEMPTION-COUNTS.
           MOVE 0 TO QC-USE-COUNT
           MOVE 0 TO QC-CUST-COUNT
           OPEN INPUT PROMO-HISTORY
           IF QC-PROMHIST-NOTFOUND
               CONTINUE
           ELSE
               IF NOT QC-PROMHIST-OK AND NOT QC-PROMHIST-EOF
                   MOVE "PROMOAPL" TO AB-PROGRAM-ID
                   MOVE "PROMHIST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE QC-PROMHIST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-HISTORY-RECORD
               PERFORM 1110-TALLY-HISTORY-RECORD
                   UNTIL QC-HIST-END
               CLOSE PROMO-HISTORY
           END-IF.

       1110-TALLY-HISTORY-RECORD.
           MOVE QH-PROMO-CODE TO QC-SEARCH-CODE
           MOVE QH-CUSTOMER-ID TO QC-SEARCH-CUSTOMER
           PERFORM 1200-COUNT-REDEMPTION
           PERFORM 1190-READ-HISTORY-RECORD.

       1190-READ-HISTORY-RECORD.
           READ PROMO-HISTORY
               AT END
                   SET QC-HIST-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ADDS ONE REDEMPTION OF QC-SEARCH-CODE BY QC-SEARCH-CUSTOMER
      * TO BOTH COUNT TABLES, STARTING A NEW ENTRY WHERE NEEDED.
      *-----------------------------------------------------------------
       1200-COUNT-REDEMPTION.
           PERFORM 2800-FIND-PROMO-USES
           IF QC-USE-FOUND-IDX = 0
               IF QC-USE-COUNT NOT < QC-MAX-USES
                   DISPLAY "PROMOAPL: PROMOTION COUNT TABLE FULL AT "
                       QC-MAX-USES " - RUN STOPPED"
                   MOVE "PROMOAPL" TO AB-PROGRAM-ID
                   MOVE "PROMHIST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE QC-PROMHIST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO QC-USE-COUNT
               MOVE QC-SEARCH-CODE TO QC-PU-PROMO-CODE (QC-USE-COUNT)
               MOVE 0 TO QC-PU-REDEEMED (QC-USE-COUNT)
               MOVE QC-USE-COUNT TO QC-USE-FOUND-IDX
           END-IF
           ADD 1 TO QC-PU-REDEEMED (QC-USE-FOUND-IDX)
           PERFORM 2850-FIND-CUSTOMER-USES
           IF QC-CUST-FOUND-IDX = 0
               IF QC-CUST-COUNT NOT < QC-MAX-CUSTS
                   DISPLAY "PROMOAPL: CUSTOMER COUNT TABLE FULL AT "
                       QC-MAX-CUSTS " - RUN STOPPED"
                   MOVE "PROMOAPL" TO AB-PROGRAM-ID
                   MOVE "PROMHIST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE QC-PROMHIST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO QC-CUST-COUNT
               MOVE QC-SEARCH-CODE TO QC-CU-PROMO-CODE (QC-CUST-COUNT)
               MOVE QC-SEARCH-CUSTOMER
                   TO QC-CU-CUSTOMER-ID (QC-CUST-COUNT)
               MOVE 0 TO QC-CU-REDEEMED (QC-CUST-COUNT)
               MOVE QC-CUST-COUNT TO QC-CUST-FOUND-IDX
           END-IF
           ADD 1 TO QC-CU-REDEEMED (QC-CUST-FOUND-IDX).

       2000-APPLY-PROMOTION.
           MOVE "N" TO QP-RESULT-FLAG
           MOVE SPACES TO QP-REJECT-REASON
           MOVE 0 TO QP-DISCOUNT-AMOUNT
           IF QP-ORDER-DATE = 0
               MOVE QC-RUN-DATE TO QC-ORDER-DATE
           ELSE
               MOVE QP-ORDER-DATE TO QC-ORDER-DATE
           END-IF
           PERFORM 2100-VALIDATE-PROMOTION
           IF QP-REJECT-REASON = SPACES
               PERFORM 2300-COMPUTE-DISCOUNT
               PERFORM 2400-WRITE-REDEMPTION
               SET QP-PROMO-APPLIED TO TRUE
               ADD 1 TO QC-APPLIED-COUNT
           ELSE
               PERFORM 2500-HOLD-REJECTION
           END-IF.

       2100-VALIDATE-PROMOTION.
           IF NOT QC-PROMO-FILE-OPEN
               MOVE "PROMO CODE NOT ON FILE" TO QP-REJECT-REASON
           ELSE
               MOVE QP-PROMO-CODE
                   TO PZ-PROMO-CODE OF PROMO-MASTER-RECORD
               READ PROMO-MASTER
                   INVALID KEY
                       MOVE "PROMO CODE NOT ON FILE"
                           TO QP-REJECT-REASON
                   NOT INVALID KEY
                       PERFORM 2110-CHECK-PROMO-TERMS
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * THE TERMS ARE CHECKED IN THE ORDER A CUSTOMER SERVICE CLERK
      * WOULD EXPLAIN THEM - DATES, THEN WHAT AND WHO THE CODE IS
      * FOR, THEN THE LIMITS.  THE FIRST FAILURE IS THE REASON GIVEN.
      *-----------------------------------------------------------------
       2110-CHECK-PROMO-TERMS.
           PERFORM 2120-CHECK-PRODUCT
           PERFORM 2130-CHECK-TIER
           MOVE QP-PROMO-CODE TO QC-SEARCH-CODE
           MOVE QP-CUSTOMER-ID TO QC-SEARCH-CUSTOMER
           MOVE 0 TO QC-PROMO-USES
           MOVE 0 TO QC-CUSTOMER-USES
           PERFORM 2800-FIND-PROMO-USES
           IF QC-USE-FOUND-IDX NOT = 0
               MOVE QC-PU-REDEEMED (QC-USE-FOUND-IDX) TO QC-PROMO-USES
           END-IF
           PERFORM 2850-FIND-CUSTOMER-USES
           IF QC-CUST-FOUND-IDX NOT = 0
               MOVE QC-CU-REDEEMED (QC-CUST-FOUND-IDX)
                   TO QC-CUSTOMER-USES
           END-IF
           EVALUATE TRUE
               WHEN NOT PZ-VALID-TYPE OF PROMO-MASTER-RECORD
                   MOVE "PROMO DISCOUNT TYPE INVALID"
                       TO QP-REJECT-REASON
               WHEN QC-ORDER-DATE
                       < PZ-EFFECTIVE-DATE OF PROMO-MASTER-RECORD
                   MOVE "PROMO NOT YET EFFECTIVE" TO QP-REJECT-REASON
               WHEN PZ-EXPIRY-DATE OF PROMO-MASTER-RECORD NOT = 0
                       AND QC-ORDER-DATE
                           > PZ-EXPIRY-DATE OF PROMO-MASTER-RECORD
                   MOVE "PROMO CODE EXPIRED" TO QP-REJECT-REASON
               WHEN NOT QC-PRODUCT-ELIGIBLE
                   MOVE "PRODUCT NOT ELIGIBLE FOR PROMO"
                       TO QP-REJECT-REASON
               WHEN NOT QC-TIER-ELIGIBLE
                   MOVE "MEMBERSHIP TIER NOT ELIGIBLE"
                       TO QP-REJECT-REASON
               WHEN PZ-REDEMPTION-CAP OF PROMO-MASTER-RECORD NOT = 0
                       AND QC-PROMO-USES NOT <
                           PZ-REDEMPTION-CAP OF PROMO-MASTER-RECORD
                   MOVE "PROMO REDEMPTION CAP REACHED"
                       TO QP-REJECT-REASON
               WHEN PZ-CUSTOMER-LIMIT OF PROMO-MASTER-RECORD NOT = 0
                       AND QC-CUSTOMER-USES NOT <
                           PZ-CUSTOMER-LIMIT OF PROMO-MASTER-RECORD
                   MOVE "CUSTOMER PROMO LIMIT REACHED"
                       TO QP-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * NO ELIGIBLE PRODUCTS LISTED MEANS THE CODE IS GOOD ON ANY
      * PRODUCT.
      *-----------------------------------------------------------------
       2120-CHECK-PRODUCT.
           MOVE "N" TO QC-PRODUCT-OK-SWITCH
           IF PZ-ELIGIBLE-PRODUCTS OF PROMO-MASTER-RECORD = SPACES
               SET QC-PRODUCT-ELIGIBLE TO TRUE
           ELSE
               PERFORM 2121-COMPARE-ELIGIBLE-PRODUCT
                   VARYING QC-PROD-IDX FROM 1 BY 1
                   UNTIL QC-PROD-IDX > 5
                       OR QC-PRODUCT-ELIGIBLE
           END-IF.

       2121-COMPARE-ELIGIBLE-PRODUCT.
           IF PZ-ELIGIBLE-PRODUCT OF PROMO-MASTER-RECORD (QC-PROD-IDX)
                   NOT = SPACES
               AND PZ-ELIGIBLE-PRODUCT OF PROMO-MASTER-RECORD
                   (QC-PROD-IDX) = QP-PRODUCT-CODE
               SET QC-PRODUCT-ELIGIBLE TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * MEMBERSHIP TIER COMES FROM THE CUSTOMER MASTER.  A CUSTOMER
      * NOT ON THE MASTER QUALIFIES ONLY FOR AN ANY-TIER CODE.
      *-----------------------------------------------------------------
       2130-CHECK-TIER.
           MOVE "N" TO QC-TIER-OK-SWITCH
           IF PZ-TIER-ANY OF PROMO-MASTER-RECORD
               SET QC-TIER-ELIGIBLE TO TRUE
           ELSE
               MOVE QP-CUSTOMER-ID
                   TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2131-JUDGE-TIER
               END-READ
           END-IF.

       2131-JUDGE-TIER.
           EVALUATE TRUE
               WHEN PZ-TIER-VIP OF PROMO-MASTER-RECORD
                       AND CM-VIP-YES OF CUSTOMER-MASTER-RECORD
                   SET QC-TIER-ELIGIBLE TO TRUE
               WHEN PZ-TIER-LIFETIME OF PROMO-MASTER-RECORD
                       AND CM-LIFETIME-YES OF CUSTOMER-MASTER-RECORD
                   SET QC-TIER-ELIGIBLE TO TRUE
               WHEN PZ-TIER-MEMBER OF PROMO-MASTER-RECORD
                       AND (CM-VIP-YES OF CUSTOMER-MASTER-RECORD
                         OR CM-LIFETIME-YES OF CUSTOMER-MASTER-RECORD)
                   SET QC-TIER-ELIGIBLE TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE DISCOUNT IS TAKEN OFF THE WHOLE LINE AND SPREAD BACK OVER
      * THE UNITS, BECAUSE BILLING PRICES A SHIPMENT AS UNIT PRICE
      * TIMES QUANTITY SHIPPED.  THE DISCOUNT RECORDED IS RECOMPUTED
      * FROM THE ROUNDED UNIT PRICE SO HISTORY AGREES TO THE PENNY
      * WITH WHAT IS BILLED.  A FIXED AMOUNT NEVER TAKES THE LINE
      * BELOW ZERO.
      *-----------------------------------------------------------------
       2300-COMPUTE-DISCOUNT.
           COMPUTE QC-GROSS-AMOUNT = QP-UNIT-PRICE * QP-ORDER-QTY
           IF PZ-PERCENT-OFF OF PROMO-MASTER-RECORD
               COMPUTE QC-DISCOUNT-AMOUNT ROUNDED =
                   QC-GROSS-AMOUNT
                       * PZ-DISCOUNT-PCT OF PROMO-MASTER-RECORD / 100
           ELSE
               IF PZ-DISCOUNT-AMOUNT OF PROMO-MASTER-RECORD
                       > QC-GROSS-AMOUNT
                   MOVE QC-GROSS-AMOUNT TO QC-DISCOUNT-AMOUNT
               ELSE
                   MOVE PZ-DISCOUNT-AMOUNT OF PROMO-MASTER-RECORD
                       TO QC-DISCOUNT-AMOUNT
               END-IF
           END-IF
           COMPUTE QC-NET-UNIT-PRICE ROUNDED =
               (QC-GROSS-AMOUNT - QC-DISCOUNT-AMOUNT) / QP-ORDER-QTY
           COMPUTE QC-NET-AMOUNT = QC-NET-UNIT-PRICE * QP-ORDER-QTY
           COMPUTE QC-DISCOUNT-AMOUNT = QC-GROSS-AMOUNT - QC-NET-AMOUNT
           MOVE QC-NET-UNIT-PRICE TO QP-UNIT-PRICE
           MOVE QC-DISCOUNT-AMOUNT TO QP-DISCOUNT-AMOUNT.

       2400-WRITE-REDEMPTION.
           MOVE SPACES TO PROMO-HISTORY-RECORD
           MOVE QP-PROMO-CODE TO QH-PROMO-CODE
           MOVE QC-ORDER-DATE TO QH-REDEEM-DATE
           MOVE QP-ORDER-SOURCE TO QH-ORDER-SOURCE
           MOVE QP-ORDER-NUMBER TO QH-ORDER-NUMBER
           MOVE QP-CUSTOMER-ID TO QH-CUSTOMER-ID
           MOVE QP-PRODUCT-CODE TO QH-PRODUCT-CODE
           MOVE QP-ORDER-QTY TO QH-ORDER-QTY
           MOVE QC-GROSS-AMOUNT TO QH-GROSS-AMOUNT
           MOVE QC-DISCOUNT-AMOUNT TO QH-DISCOUNT-AMOUNT
           MOVE QC-NET-AMOUNT TO QH-NET-AMOUNT
           WRITE PROMO-HISTORY-RECORD
           IF NOT QC-PROMHIST-OK
               MOVE "PROMOAPL" TO AB-PROGRAM-ID
               MOVE "PROMHIST" TO AB-FILE-NAME
               MOVE "WRITE" TO AB-OPERATION
               MOVE QC-PROMHIST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE QP-PROMO-CODE TO QC-SEARCH-CODE
           MOVE QP-CUSTOMER-ID TO QC-SEARCH-CUSTOMER
           PERFORM 1200-COUNT-REDEMPTION.

       2500-HOLD-REJECTION.
           ADD 1 TO QC-REJECT-COUNT
           IF QC-REJECT-COUNT NOT > QC-MAX-REJECTS
               MOVE QP-ORDER-SOURCE
                   TO QC-RJ-ORDER-SOURCE (QC-REJECT-COUNT)
               MOVE QP-CUSTOMER-ID
                   TO QC-RJ-CUSTOMER-ID (QC-REJECT-COUNT)
               MOVE QP-PRODUCT-CODE
                   TO QC-RJ-PRODUCT-CODE (QC-REJECT-COUNT)
               MOVE QP-PROMO-CODE TO QC-RJ-PROMO-CODE (QC-REJECT-COUNT)
               MOVE QP-REJECT-REASON TO QC-RJ-REASON (QC-REJECT-COUNT)
           END-IF.

       2800-FIND-PROMO-USES.
           MOVE 0 TO QC-USE-FOUND-IDX
           PERFORM 2810-COMPARE-PROMO-USES
               VARYING QC-USE-IDX FROM 1 BY 1
               UNTIL QC-USE-IDX > QC-USE-COUNT
                   OR QC-USE-FOUND-IDX NOT = 0.

       2810-COMPARE-PROMO-USES.
           IF QC-PU-PROMO-CODE (QC-USE-IDX) = QC-SEARCH-CODE
               MOVE QC-USE-IDX TO QC-USE-FOUND-IDX
           END-IF.

       2850-FIND-CUSTOMER-USES.
           MOVE 0 TO QC-CUST-FOUND-IDX
           PERFORM 2860-COMPARE-CUSTOMER-USES
               VARYING QC-CUST-IDX FROM 1 BY 1
               UNTIL QC-CUST-IDX > QC-CUST-COUNT
                   OR QC-CUST-FOUND-IDX NOT = 0.

       2860-COMPARE-CUSTOMER-USES.
           IF QC-CU-PROMO-CODE (QC-CUST-IDX) = QC-SEARCH-CODE
                   AND QC-CU-CUSTOMER-ID (QC-CUST-IDX)
                       = QC-SEARCH-CUSTOMER
               MOVE QC-CUST-IDX TO QC-CUST-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * THE REJECTION LIST PRINTS IN THE CALLING PROGRAM'S OUTPUT
      * EVEN WHEN EMPTY, SO ITS ABSENCE IS NEVER MISTAKEN FOR A CLEAN
      * RUN.
      *-----------------------------------------------------------------
       3000-CLOSE-PROMOTIONS.
           DISPLAY " "
           DISPLAY "PROMOTION CODE REJECTIONS:"
           IF QC-REJECT-COUNT = 0
               DISPLAY "  (NONE)"
           ELSE
               DISPLAY QC-REJECT-HEADING
               PERFORM 3100-PRINT-ONE-REJECTION
                   VARYING QC-REJECT-IDX FROM 1 BY 1
                   UNTIL QC-REJECT-IDX > QC-REJECT-COUNT
                       OR QC-REJECT-IDX > QC-MAX-REJECTS
               IF QC-REJECT-COUNT > QC-MAX-REJECTS
                   DISPLAY "  ... ONLY THE FIRST " QC-MAX-REJECTS
                       " LISTED - SEE SUSPENSE FOR THE REST"
               END-IF
           END-IF
           DISPLAY "PROMO CODES APPLIED:  " QC-APPLIED-COUNT
           DISPLAY "PROMO CODES REJECTED: " QC-REJECT-COUNT
           IF QC-PROMO-FILE-OPEN
               CLOSE PROMO-MASTER
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE PROMO-HISTORY.

       3100-PRINT-ONE-REJECTION.
           MOVE QC-RJ-ORDER-SOURCE (QC-REJECT-IDX)
               TO QC-RL-ORDER-SOURCE
           MOVE QC-RJ-CUSTOMER-ID (QC-REJECT-IDX) TO QC-RL-CUSTOMER-ID
           MOVE QC-RJ-PRODUCT-CODE (QC-REJECT-IDX)
               TO QC-RL-PRODUCT-CODE
           MOVE QC-RJ-PROMO-CODE (QC-REJECT-IDX) TO QC-RL-PROMO-CODE
           MOVE QC-RJ-REASON (QC-REJECT-IDX) TO QC-RL-REASON
           DISPLAY QC-REJECT-LINE.

       COPY ABENDPAR.

       END PROGRAM PROMOAPL.
