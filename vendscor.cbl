      ******************************************************************
      * PROGRAM-ID.    VENDSCOR
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - PURCHASING
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       MONTHLY VENDOR PERFORMANCE SCORECARD.  FOR THE
      *                LAST COMPLETE MONTH, EACH VENDOR IS GRADED ON:
      *                  ON-TIME      - PO RECEIPTS DATED IN THE MONTH
      *                                 ARRIVING ON OR BEFORE THE PO
      *                                 EXPECTED DATE
      *                  DAYS LATE    - AVERAGE DAYS PAST EXPECTED
      *                                 DATE OF THE LATE RECEIPTS
      *                  FILL RATE    - RECEIVED OVER ORDERED FOR POS
      *                                 EXPECTED IN THE MONTH
      *                  PRICE VAR    - PO-BACKED INVOICES DATED IN
      *                                 THE MONTH AGAINST ORDERED
      *                                 QUANTITY AT PO COST, THE SAME
      *                                 TEST MATCH3WY APPLIES
      *                  MATCH HOLDS  - MATCH3WY HOLDS WRITTEN IN THE
      *                                 MONTH OVER PO-BACKED INVOICES
      *                AND AN OVERALL SCORE IS WEIGHTED FROM THE FIVE.
      *                A MEASURE THE VENDOR HAD NO ACTIVITY FOR IS LEFT
      *                OUT AND THE REMAINING WEIGHTS CARRY THE SCORE;
      *                A VENDOR WITH NO ACTIVITY AT ALL IS NOT SCORED.
      *                THE MONTH'S SCORES ARE KEPT ON THE SCORECARD
      *                HISTORY FILE WITH THE TRAILING ELEVEN MONTHS
      *                (OLDER MONTHS DROP OFF, A RERUN REPLACES THE
      *                MONTH), AND THE REPORT SHOWS EACH VENDOR'S
      *                TWELVE-MONTH TREND, WEAKEST SCORE FIRST, WITH
      *                VENDORS UNDER THE THRESHOLD FLAGGED FOR THE
      *                BUYER.  THE RECEIPTS DD IS THE MONTH'S RECEIPT
      *                GENERATIONS CONCATENATED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDSCOR.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - PURCHASING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-VENDOR-ID OF VENDOR-MASTER-RECORD
               FILE STATUS IS VS-VENDMAST-STATUS.
           SELECT PO-MASTER ASSIGN TO "POMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VS-POMAST-STATUS.
           SELECT RECEIPTS-FILE ASSIGN TO "RECEIPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VS-RECEIPTS-STATUS.
           SELECT AP-OPEN-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VS-APOPEN-STATUS.
           SELECT MATCH-SUSPENSE ASSIGN TO "MATSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VS-MATSUSP-STATUS.
           SELECT SCORE-HISTORY ASSIGN TO "VENDSCHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VS-VENDSCHS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VENDOR-MASTER
           RECORDING MODE IS F.
       01  VENDOR-MASTER-RECORD.
           COPY VENDMAST.

       FD  PO-MASTER
           RECORDING MODE IS F.
       01  PO-MASTER-RECORD.
           COPY POMAST.

       FD  RECEIPTS-FILE
           RECORDING MODE IS F.
       01  RECEIPT-RECORD.
           05  RE-STORE-ID             PIC X(05).
           05  RE-SHIPMENT-ID          PIC X(05).
           05  RE-PRODUCT-CODE         PIC X(05).
           05  RE-RECEIVED-QTY         PIC 9(05).
           05  RE-RECEIPT-DATE         PIC 9(08).
           05  RE-PO-NUMBER            PIC 9(06).
           05  FILLER                  PIC X(46).

       FD  AP-OPEN-FILE
           RECORDING MODE IS F.
       01  AP-OPEN-RECORD.
           COPY APOPEN.

       FD  MATCH-SUSPENSE
           RECORDING MODE IS F.
       01  MATCH-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  SCORE-HISTORY
           RECORDING MODE IS F.
       01  SCORE-HISTORY-RECORD.
           COPY VENDSCHS.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  VS-VENDMAST-STATUS          PIC X(02) VALUE "00".
           88  VS-VENDMAST-OK          VALUE "00".
           88  VS-VENDMAST-EOF         VALUE "10".
       01  VS-POMAST-STATUS            PIC X(02) VALUE "00".
           88  VS-POMAST-OK            VALUE "00".
           88  VS-POMAST-EOF           VALUE "10".
       01  VS-RECEIPTS-STATUS          PIC X(02) VALUE "00".
           88  VS-RECEIPTS-OK          VALUE "00".
           88  VS-RECEIPTS-EOF         VALUE "10".
           88  VS-RECEIPTS-NOTFOUND    VALUE "35".
       01  VS-APOPEN-STATUS            PIC X(02) VALUE "00".
           88  VS-APOPEN-OK            VALUE "00".
           88  VS-APOPEN-EOF           VALUE "10".
       01  VS-MATSUSP-STATUS           PIC X(02) VALUE "00".
           88  VS-MATSUSP-OK           VALUE "00".
           88  VS-MATSUSP-EOF          VALUE "10".
           88  VS-MATSUSP-NOTFOUND     VALUE "35".
       01  VS-VENDSCHS-STATUS          PIC X(02) VALUE "00".
           88  VS-VENDSCHS-OK          VALUE "00".
           88  VS-VENDSCHS-EOF         VALUE "10".
           88  VS-VENDSCHS-NOTFOUND    VALUE "35".

       01  VS-SWITCHES.
           05  VS-VENDOR-EOF-SWITCH    PIC X(01) VALUE "N".
               88  VS-VENDOR-END       VALUE "Y".
           05  VS-PO-EOF-SWITCH        PIC X(01) VALUE "N".
               88  VS-PO-END           VALUE "Y".
           05  VS-RECEIPT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  VS-RECEIPT-END      VALUE "Y".
           05  VS-APOPEN-EOF-SWITCH    PIC X(01) VALUE "N".
               88  VS-APOPEN-END       VALUE "Y".
           05  VS-MATSUSP-EOF-SWITCH   PIC X(01) VALUE "N".
               88  VS-MATSUSP-END      VALUE "Y".
           05  VS-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
               88  VS-HISTORY-END      VALUE "Y".

      *-----------------------------------------------------------------
      * SCORING POLICY.  THE FIVE WEIGHTS SUM TO 100.  A VENDOR SCORES
      * 100 ON A MEASURE FOR A PERFECT MONTH; EACH AVERAGE DAY LATE
      * COSTS THE DAYS-LATE SCORE THE LATE PENALTY, AND EACH PERCENT
      * OF PRICE VARIANCE (EITHER WAY) COSTS THE PRICE SCORE THE
      * PRICE PENALTY, NEITHER BELOW ZERO.  AN OVERALL SCORE UNDER
      * THE THRESHOLD IS FLAGGED.  ALL ARE DATA ITEMS SO A POLICY
      * CHANGE IS AN EDIT HERE.
      *-----------------------------------------------------------------
       01  VS-WEIGHT-ON-TIME           PIC 9(03) VALUE 030.
       01  VS-WEIGHT-DAYS-LATE         PIC 9(03) VALUE 010.
       01  VS-WEIGHT-FILL-RATE         PIC 9(03) VALUE 025.
       01  VS-WEIGHT-PRICE             PIC 9(03) VALUE 015.
       01  VS-WEIGHT-MATCH             PIC 9(03) VALUE 020.
       01  VS-LATE-PENALTY             PIC 9(03)V99 VALUE 005.00.
       01  VS-PRICE-PENALTY            PIC 9(03)V99 VALUE 010.00.
       01  VS-SCORE-THRESHOLD          PIC 9(03)V99 VALUE 070.00.

       01  VS-COUNTERS.
           05  VS-VENDOR-COUNT         PIC 9(05) COMP VALUE 0.
           05  VS-MAX-VENDORS          PIC 9(05) COMP VALUE 2000.
           05  VS-VEND-IDX             PIC 9(05) COMP VALUE 0.
           05  VS-VEND-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  VS-PO-COUNT             PIC 9(05) COMP VALUE 0.
           05  VS-MAX-POS              PIC 9(05) COMP VALUE 5000.
           05  VS-PO-IDX               PIC 9(05) COMP VALUE 0.
           05  VS-PO-FOUND-IDX         PIC 9(05) COMP VALUE 0.
           05  VS-HIST-COUNT           PIC 9(05) COMP VALUE 0.
           05  VS-MAX-HISTORY          PIC 9(05) COMP VALUE 24000.
           05  VS-HIST-IDX             PIC 9(05) COMP VALUE 0.
           05  VS-RANK-COUNT           PIC 9(05) COMP VALUE 0.
           05  VS-RANK-IDX             PIC 9(05) COMP VALUE 0.
           05  VS-TREND-IDX            PIC 9(05) COMP VALUE 0.
           05  VS-SORT-IDX-I           PIC 9(05) COMP VALUE 0.
           05  VS-SORT-IDX-J           PIC 9(05) COMP VALUE 0.
           05  VS-RECEIPT-READ-COUNT   PIC 9(07) COMP VALUE 0.
           05  VS-ORPHAN-RECEIPTS      PIC 9(07) COMP VALUE 0.
           05  VS-INVOICE-READ-COUNT   PIC 9(07) COMP VALUE 0.
           05  VS-HOLD-READ-COUNT      PIC 9(07) COMP VALUE 0.
           05  VS-HIST-DROPPED         PIC 9(07) COMP VALUE 0.
           05  VS-BELOW-COUNT          PIC 9(05) COMP VALUE 0.
           05  VS-UNKNOWN-VENDORS      PIC 9(05) COMP VALUE 0.

       01  VS-PERIOD-FIELDS.
           05  VS-RUN-YEAR             PIC 9(04) VALUE 0.
           05  VS-RUN-MONTH            PIC 9(02) VALUE 0.
           05  VS-PERIOD.
               10  VS-PERIOD-YEAR      PIC 9(04) VALUE 0.
               10  VS-PERIOD-MONTH     PIC 9(02) VALUE 0.
      *        MONTHS SINCE YEAR ZERO, SO TWO PERIODS CAN BE
      *        SUBTRACTED ACROSS A YEAR END.
           05  VS-PERIOD-INDEX         PIC 9(06) VALUE 0.
           05  VS-HIST-PERIOD.
               10  VS-HP-YEAR          PIC 9(04) VALUE 0.
               10  VS-HP-MONTH         PIC 9(02) VALUE 0.
           05  VS-HIST-INDEX           PIC 9(06) VALUE 0.
           05  VS-MONTHS-BACK          PIC S9(06) VALUE 0.

       01  VS-WORK-FIELDS.
           05  VS-LOOKUP-VENDOR        PIC 9(06) VALUE 0.
           05  VS-LOOKUP-PO            PIC 9(06) VALUE 0.
           05  VS-RECEIPT-INTEGER      PIC 9(07) VALUE 0.
           05  VS-EXPECTED-INTEGER     PIC 9(07) VALUE 0.
           05  VS-DAYS-LATE            PIC S9(05) VALUE 0.
           05  VS-FILLED-QTY           PIC 9(07) VALUE 0.
           05  VS-EXPECTED-AMOUNT      PIC S9(11)V99 VALUE 0.
           05  VS-MEASURE-SCORE        PIC S9(05)V99 VALUE 0.
           05  VS-WEIGHTED-TOTAL       PIC S9(07)V99 VALUE 0.
           05  VS-WEIGHT-TOTAL         PIC 9(03) VALUE 0.
           05  VS-ABS-VARIANCE-PCT     PIC 9(05)V99 VALUE 0.
           05  VS-TTM-TOTAL            PIC 9(05)V99 VALUE 0.
           05  VS-TTM-MONTHS           PIC 9(02) VALUE 0.
           05  VS-TREND-SCORE-EDIT     PIC ZZ9.

       01  VS-HOLD-IMAGE.
           COPY APOPEN REPLACING LEADING ==AP-== BY ==HI-==.
       01  VS-HOLD-IMAGE-X REDEFINES VS-HOLD-IMAGE
                                       PIC X(80).

       01  VS-PO-TABLE.
           05  VS-PO-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON VS-PO-COUNT
                   INDEXED BY VS-PO-TIDX.
               10  VS-PO-NUMBER        PIC 9(06).
               10  VS-PO-VENDOR-ID     PIC 9(06).
               10  VS-PO-ORDER-QTY     PIC 9(07).
               10  VS-PO-UNIT-COST     PIC 9(05)V99.
               10  VS-PO-EXPECTED-DATE PIC 9(08).

      *-----------------------------------------------------------------
      * ONE ENTRY PER VENDOR ON THE MASTER.  THE ACCUMULATORS ARE THE
      * MONTH'S RAW COUNTS; THE MEASURES AND SCORE ARE COMPUTED FROM
      * THEM.  TREND SLOT 12 IS THIS MONTH, SLOT 1 ELEVEN MONTHS AGO.
      *-----------------------------------------------------------------
       01  VS-VENDOR-TABLE.
           05  VS-VENDOR-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON VS-VENDOR-COUNT
                   INDEXED BY VS-VN-IDX.
               10  VS-VN-VENDOR-ID     PIC 9(06).
               10  VS-VN-NAME          PIC X(25).
               10  VS-VN-DELIVERIES    PIC 9(05).
               10  VS-VN-ON-TIME       PIC 9(05).
               10  VS-VN-LATE-COUNT    PIC 9(05).
               10  VS-VN-LATE-DAYS     PIC 9(07).
               10  VS-VN-ORDERED-QTY   PIC 9(09).
               10  VS-VN-FILLED-QTY    PIC 9(09).
               10  VS-VN-INVOICES      PIC 9(05).
               10  VS-VN-EXPECTED-AMT  PIC S9(11)V99.
               10  VS-VN-VARIANCE-AMT  PIC S9(11)V99.
               10  VS-VN-HOLDS         PIC 9(05).
               10  VS-VN-ON-TIME-PCT   PIC 9(03)V99.
               10  VS-VN-FILL-PCT      PIC 9(03)V99.
               10  VS-VN-AVG-LATE      PIC 9(03)V9.
               10  VS-VN-PRICE-VAR-PCT PIC S9(03)V99.
               10  VS-VN-HOLD-PCT      PIC 9(03)V99.
               10  VS-VN-SCORE         PIC 9(03)V99.
               10  VS-VN-TTM-SCORE     PIC 9(03)V99.
               10  VS-VN-SCORED-FLAG   PIC X(01).
                   88  VS-VN-SCORED    VALUE "Y".
               10  VS-VN-BELOW-FLAG    PIC X(01).
               10  VS-VN-TREND OCCURS 12 TIMES.
                   15  VS-VN-TREND-SET PIC X(01).
                   15  VS-VN-TREND-SCORE
                                       PIC 9(03)V99.

       01  VS-HISTORY-TABLE.
           05  VS-HIST-ENTRY OCCURS 1 TO 24000 TIMES
                   DEPENDING ON VS-HIST-COUNT
                   INDEXED BY VS-HS-IDX.
               10  VS-HS-RECORD        PIC X(80).

       01  VS-HIST-WORK.
           COPY VENDSCHS REPLACING LEADING ==VH-== BY ==HW-==.

       01  VS-RANK-TABLE.
           05  VS-RANK-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON VS-RANK-COUNT
                   INDEXED BY VS-RK-IDX.
               10  VS-RK-VEND-IDX      PIC 9(05) COMP.
               10  VS-RK-SCORE         PIC 9(03)V99.
       01  VS-SORT-WORK.
           05  VS-SORT-PASS-SWITCH     PIC X(01).
               88  VS-SORT-SWAPPED     VALUE "Y".
           05  VS-SORT-HOLD.
               10  VS-SH-VEND-IDX      PIC 9(05) COMP.
               10  VS-SH-SCORE         PIC 9(03)V99.

       01  VS-PERIOD-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "PERIOD (CCYYMM".
           05  FILLER                  PIC X(03) VALUE "): ".
           05  VS-PL-PERIOD            PIC 9(06).
           05  FILLER                  PIC X(22) VALUE
               "   SCORE THRESHOLD:   ".
           05  VS-PL-THRESHOLD         PIC ZZ9.99.

       01  VS-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               " VENDOR  VENDOR NAME               DELIV".
           05  FILLER                  PIC X(44) VALUE
               " ONTIME%  FILL% AVG LATE PRICE VAR%    HOLD%".
           05  FILLER                  PIC X(08) VALUE
               "   SCORE".

       01  VS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  VS-DT-VENDOR-ID         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VS-DT-NAME              PIC X(25).
           05  VS-DT-DELIVERIES        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VS-DT-ON-TIME-PCT       PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  VS-DT-FILL-PCT          PIC ZZ9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  VS-DT-AVG-LATE          PIC ZZ9.9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  VS-DT-PRICE-VAR-PCT     PIC ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VS-DT-HOLD-PCT          PIC ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VS-DT-SCORE             PIC ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  VS-DT-FLAG              PIC X(18).

       01  VS-TREND-LINE.
           05  FILLER                  PIC X(17) VALUE
               "         TREND:  ".
           05  VS-TL-SLOT OCCURS 12 TIMES.
               10  VS-TL-SCORE         PIC X(03).
               10  FILLER              PIC X(01).
           05  FILLER                  PIC X(07) VALUE "  TTM: ".
           05  VS-TL-TTM-SCORE         PIC ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-RECEIPTS
           PERFORM 2200-COLLECT-INVOICES
           PERFORM 2300-COLLECT-MATCH-HOLDS
           PERFORM 3000-SCORE-VENDORS
           PERFORM 3500-APPLY-HISTORY
           PERFORM 4000-SORT-BY-SCORE
           PERFORM 5000-PRINT-SCORECARD
           PERFORM 6000-REWRITE-HISTORY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "VENDSCOR" TO RH-PROGRAM-NAME
           MOVE "VENDOR PERFORMANCE SCORECARD" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
      *    THE SCORECARD COVERS THE LAST COMPLETE MONTH.
           MOVE RH-RUN-DATE (1:4) TO VS-RUN-YEAR
           MOVE RH-RUN-DATE (5:2) TO VS-RUN-MONTH
           IF VS-RUN-MONTH = 1
               COMPUTE VS-PERIOD-YEAR = VS-RUN-YEAR - 1
               MOVE 12 TO VS-PERIOD-MONTH
           ELSE
               MOVE VS-RUN-YEAR TO VS-PERIOD-YEAR
               COMPUTE VS-PERIOD-MONTH = VS-RUN-MONTH - 1
           END-IF
           COMPUTE VS-PERIOD-INDEX =
               VS-PERIOD-YEAR * 12 + VS-PERIOD-MONTH
           MOVE VS-PERIOD TO VS-PL-PERIOD
           MOVE VS-SCORE-THRESHOLD TO VS-PL-THRESHOLD
           DISPLAY VS-PERIOD-LINE
           PERFORM 1100-LOAD-VENDORS
           PERFORM 1200-LOAD-PO-MASTER
           PERFORM 1300-LOAD-HISTORY.

       1100-LOAD-VENDORS.
           MOVE 1 TO VS-VENDOR-COUNT
           OPEN INPUT VENDOR-MASTER
           IF NOT VS-VENDMAST-OK
               MOVE "VENDSCOR" TO AB-PROGRAM-ID
               MOVE "VENDMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE VS-VENDMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1190-READ-VENDOR-RECORD
           PERFORM 1110-STORE-VENDOR-RECORD
               UNTIL VS-VENDOR-END
                   OR VS-VENDOR-COUNT > VS-MAX-VENDORS
           IF NOT VS-VENDOR-END
               DISPLAY "VENDSCOR: VENDOR TABLE FULL AT "
                   VS-MAX-VENDORS " - REMAINING VENDORS NOT SCORED"
           END-IF
           CLOSE VENDOR-MASTER
           IF VS-VENDOR-COUNT > 1
               SUBTRACT 1 FROM VS-VENDOR-COUNT
           ELSE
               MOVE 0 TO VS-VENDOR-COUNT
           END-IF.

       1110-STORE-VENDOR-RECORD.
           INITIALIZE VS-VENDOR-ENTRY (VS-VENDOR-COUNT)
           MOVE VN-VENDOR-ID OF VENDOR-MASTER-RECORD
               TO VS-VN-VENDOR-ID (VS-VENDOR-COUNT)
           MOVE VN-VENDOR-NAME OF VENDOR-MASTER-RECORD
               TO VS-VN-NAME (VS-VENDOR-COUNT)
           MOVE "N" TO VS-VN-SCORED-FLAG (VS-VENDOR-COUNT)
           ADD 1 TO VS-VENDOR-COUNT
           PERFORM 1190-READ-VENDOR-RECORD.

       1190-READ-VENDOR-RECORD.
           READ VENDOR-MASTER NEXT RECORD
               AT END
                   SET VS-VENDOR-END TO TRUE
           END-READ.

       1200-LOAD-PO-MASTER.
           MOVE 1 TO VS-PO-COUNT
           OPEN INPUT PO-MASTER
           IF NOT VS-POMAST-OK AND NOT VS-POMAST-EOF
               MOVE "VENDSCOR" TO AB-PROGRAM-ID
               MOVE "POMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE VS-POMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1290-READ-PO-RECORD
           PERFORM 1210-STORE-PO-RECORD
               UNTIL VS-PO-END
                   OR VS-PO-COUNT > VS-MAX-POS
           IF NOT VS-PO-END
               DISPLAY "VENDSCOR: PO TABLE FULL AT " VS-MAX-POS
                   " - LATER ORDERS NOT SCORED"
           END-IF
           CLOSE PO-MASTER
           IF VS-PO-COUNT > 1
               SUBTRACT 1 FROM VS-PO-COUNT
           ELSE
               MOVE 0 TO VS-PO-COUNT
           END-IF.

       1210-STORE-PO-RECORD.
           MOVE PO-PO-NUMBER TO VS-PO-NUMBER (VS-PO-COUNT)
           MOVE PO-VENDOR-ID TO VS-PO-VENDOR-ID (VS-PO-COUNT)
           MOVE PO-ORDER-QTY TO VS-PO-ORDER-QTY (VS-PO-COUNT)
           MOVE PO-UNIT-COST TO VS-PO-UNIT-COST (VS-PO-COUNT)
           MOVE PO-EXPECTED-DATE TO VS-PO-EXPECTED-DATE (VS-PO-COUNT)
      *    FILL RATE IS COUNTED HERE, WHILE THE RECEIVED QUANTITY IS
      *    IN HAND - ANY OVER-RECEIPT IS CAPPED AT THE ORDER.
           IF PO-EXPECTED-DATE (1:6) = VS-PERIOD
               MOVE PO-VENDOR-ID TO VS-LOOKUP-VENDOR
               PERFORM 2800-FIND-VENDOR
               IF VS-VEND-FOUND-IDX NOT = 0
                   IF PO-RECEIVED-QTY > PO-ORDER-QTY
                       MOVE PO-ORDER-QTY TO VS-FILLED-QTY
                   ELSE
                       MOVE PO-RECEIVED-QTY TO VS-FILLED-QTY
                   END-IF
                   ADD PO-ORDER-QTY
                       TO VS-VN-ORDERED-QTY (VS-VEND-FOUND-IDX)
                   ADD VS-FILLED-QTY
                       TO VS-VN-FILLED-QTY (VS-VEND-FOUND-IDX)
               ELSE
                   ADD 1 TO VS-UNKNOWN-VENDORS
               END-IF
           END-IF
           ADD 1 TO VS-PO-COUNT
           PERFORM 1290-READ-PO-RECORD.

       1290-READ-PO-RECORD.
           READ PO-MASTER
               AT END
                   SET VS-PO-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONLY THE TRAILING ELEVEN MONTHS OF HISTORY ARE KEPT; THIS
      * MONTH'S RECORDS FROM AN EARLIER RUN ARE DROPPED SO A RERUN
      * REPLACES THEM.  THE FILE IS REWRITTEN FROM THIS TABLE, SO AN
      * OVERFLOWING LOAD STOPS THE RUN.
      *-----------------------------------------------------------------
       1300-LOAD-HISTORY.
           MOVE 1 TO VS-HIST-COUNT
           OPEN INPUT SCORE-HISTORY
           IF VS-VENDSCHS-NOTFOUND
               DISPLAY "VENDSCOR: NO SCORECARD HISTORY - STARTING NEW"
               SET VS-HISTORY-END TO TRUE
           ELSE
               IF NOT VS-VENDSCHS-OK AND NOT VS-VENDSCHS-EOF
                   MOVE "VENDSCOR" TO AB-PROGRAM-ID
                   MOVE "VENDSCHS" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE VS-VENDSCHS-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1390-READ-HISTORY-RECORD
               PERFORM 1310-STORE-HISTORY-RECORD
                   UNTIL VS-HISTORY-END
                       OR VS-HIST-COUNT > VS-MAX-HISTORY
               IF NOT VS-HISTORY-END
                   DISPLAY "VENDSCOR: HISTORY TABLE FULL AT "
                       VS-MAX-HISTORY " - RUN STOPPED BEFORE THE "
                       "REWRITE COULD TRUNCATE THE FILE"
                   MOVE "VENDSCOR" TO AB-PROGRAM-ID
                   MOVE "VENDSCHS" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE VS-VENDSCHS-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE SCORE-HISTORY
           END-IF
           IF VS-HIST-COUNT > 1
               SUBTRACT 1 FROM VS-HIST-COUNT
           ELSE
               MOVE 0 TO VS-HIST-COUNT
           END-IF.

       1310-STORE-HISTORY-RECORD.
           MOVE VH-PERIOD TO VS-HIST-PERIOD
           COMPUTE VS-HIST-INDEX = VS-HP-YEAR * 12 + VS-HP-MONTH
           COMPUTE VS-MONTHS-BACK = VS-PERIOD-INDEX - VS-HIST-INDEX
           IF VS-MONTHS-BACK > 0 AND VS-MONTHS-BACK < 12
               MOVE SCORE-HISTORY-RECORD
                   TO VS-HS-RECORD (VS-HIST-COUNT)
               ADD 1 TO VS-HIST-COUNT
           ELSE
               ADD 1 TO VS-HIST-DROPPED
           END-IF
           PERFORM 1390-READ-HISTORY-RECORD.

       1390-READ-HISTORY-RECORD.
           READ SCORE-HISTORY
               AT END
                   SET VS-HISTORY-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EVERY PO-KEYED RECEIPT DATED IN THE MONTH IS ONE DELIVERY FOR
      * THE PO'S VENDOR, ON TIME IF IT ARRIVED BY THE EXPECTED DATE.
      * A MISSING RECEIPTS FILE MEANS NOTHING WAS RECEIVED.
      *-----------------------------------------------------------------
       2000-COLLECT-RECEIPTS.
           OPEN INPUT RECEIPTS-FILE
           IF VS-RECEIPTS-NOTFOUND
               SET VS-RECEIPT-END TO TRUE
           ELSE
               IF NOT VS-RECEIPTS-OK AND NOT VS-RECEIPTS-EOF
                   MOVE "VENDSCOR" TO AB-PROGRAM-ID
                   MOVE "RECEIPTS" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE VS-RECEIPTS-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2090-READ-RECEIPT
               PERFORM 2010-SCORE-ONE-RECEIPT
                   UNTIL VS-RECEIPT-END
               CLOSE RECEIPTS-FILE
           END-IF.

       2010-SCORE-ONE-RECEIPT.
           ADD 1 TO VS-RECEIPT-READ-COUNT
           IF RE-PO-NUMBER NOT = 0
                   AND RE-RECEIPT-DATE (1:6) = VS-PERIOD
               MOVE RE-PO-NUMBER TO VS-LOOKUP-PO
               PERFORM 2850-FIND-PO
               IF VS-PO-FOUND-IDX = 0
                   ADD 1 TO VS-ORPHAN-RECEIPTS
               ELSE
                   MOVE VS-PO-VENDOR-ID (VS-PO-FOUND-IDX)
                       TO VS-LOOKUP-VENDOR
                   PERFORM 2800-FIND-VENDOR
                   IF VS-VEND-FOUND-IDX = 0
                       ADD 1 TO VS-UNKNOWN-VENDORS
                   ELSE
                       PERFORM 2020-POST-DELIVERY
                   END-IF
               END-IF
           END-IF
           PERFORM 2090-READ-RECEIPT.

       2020-POST-DELIVERY.
           ADD 1 TO VS-VN-DELIVERIES (VS-VEND-FOUND-IDX)
           COMPUTE VS-RECEIPT-INTEGER =
               FUNCTION INTEGER-OF-DATE(RE-RECEIPT-DATE)
           COMPUTE VS-EXPECTED-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (VS-PO-EXPECTED-DATE (VS-PO-FOUND-IDX))
           COMPUTE VS-DAYS-LATE =
               VS-RECEIPT-INTEGER - VS-EXPECTED-INTEGER
           IF VS-DAYS-LATE > 0
               ADD 1 TO VS-VN-LATE-COUNT (VS-VEND-FOUND-IDX)
               ADD VS-DAYS-LATE TO VS-VN-LATE-DAYS (VS-VEND-FOUND-IDX)
           ELSE
               ADD 1 TO VS-VN-ON-TIME (VS-VEND-FOUND-IDX)
           END-IF.

       2090-READ-RECEIPT.
           READ RECEIPTS-FILE
               AT END
                   SET VS-RECEIPT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * PO-BACKED INVOICES DATED IN THE MONTH, WHATEVER THEIR STATUS
      * NOW - A PAID ITEM WAS STILL INVOICED AT ITS AMOUNT.
      *-----------------------------------------------------------------
       2200-COLLECT-INVOICES.
           OPEN INPUT AP-OPEN-FILE
           IF NOT VS-APOPEN-OK AND NOT VS-APOPEN-EOF
               MOVE "VENDSCOR" TO AB-PROGRAM-ID
               MOVE "APOPEN" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE VS-APOPEN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 2290-READ-AP-RECORD
           PERFORM 2210-SCORE-ONE-INVOICE
               UNTIL VS-APOPEN-END
           CLOSE AP-OPEN-FILE.

       2210-SCORE-ONE-INVOICE.
           ADD 1 TO VS-INVOICE-READ-COUNT
           IF AP-PO-NUMBER NOT = 0
                   AND AP-INVOICE-DATE (1:6) = VS-PERIOD
               MOVE AP-PO-NUMBER TO VS-LOOKUP-PO
               PERFORM 2850-FIND-PO
               MOVE AP-VENDOR-ID TO VS-LOOKUP-VENDOR
               PERFORM 2800-FIND-VENDOR
               IF VS-VEND-FOUND-IDX = 0
                   ADD 1 TO VS-UNKNOWN-VENDORS
               ELSE
                   ADD 1 TO VS-VN-INVOICES (VS-VEND-FOUND-IDX)
      *            AN INVOICE AGAINST A PO NOT ON THE MASTER COUNTS
      *            TOWARD THE HOLD RATE (MATCH3WY HOLDS IT) BUT HAS
      *            NO PO COST TO MEASURE PRICE AGAINST.
                   IF VS-PO-FOUND-IDX NOT = 0
                       COMPUTE VS-EXPECTED-AMOUNT ROUNDED =
                           VS-PO-ORDER-QTY (VS-PO-FOUND-IDX)
                               * VS-PO-UNIT-COST (VS-PO-FOUND-IDX)
                       ADD VS-EXPECTED-AMOUNT
                           TO VS-VN-EXPECTED-AMT (VS-VEND-FOUND-IDX)
                       COMPUTE VS-VN-VARIANCE-AMT (VS-VEND-FOUND-IDX) =
                           VS-VN-VARIANCE-AMT (VS-VEND-FOUND-IDX)
                               + AP-INVOICE-AMOUNT
                               - VS-EXPECTED-AMOUNT
                   END-IF
               END-IF
           END-IF
           PERFORM 2290-READ-AP-RECORD.

       2290-READ-AP-RECORD.
           READ AP-OPEN-FILE
               AT END
                   SET VS-APOPEN-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE MATCH SUSPENSE FILE CARRIES THE HELD AP ITEM'S IMAGE, SO
      * THE VENDOR IS TAKEN FROM IT.  A MISSING FILE MEANS NO HOLDS.
      *-----------------------------------------------------------------
       2300-COLLECT-MATCH-HOLDS.
           OPEN INPUT MATCH-SUSPENSE
           IF VS-MATSUSP-NOTFOUND
               SET VS-MATSUSP-END TO TRUE
           ELSE
               IF NOT VS-MATSUSP-OK AND NOT VS-MATSUSP-EOF
                   MOVE "VENDSCOR" TO AB-PROGRAM-ID
                   MOVE "MATSUSP" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE VS-MATSUSP-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2390-READ-HOLD-RECORD
               PERFORM 2310-SCORE-ONE-HOLD
                   UNTIL VS-MATSUSP-END
               CLOSE MATCH-SUSPENSE
           END-IF.

       2310-SCORE-ONE-HOLD.
           IF SS-SOURCE-PROGRAM = "MATCH3WY"
                   AND SS-REJECT-DATE (1:6) = VS-PERIOD
               ADD 1 TO VS-HOLD-READ-COUNT
               MOVE SS-ORIGINAL-IMAGE (1:80) TO VS-HOLD-IMAGE-X
               MOVE HI-VENDOR-ID TO VS-LOOKUP-VENDOR
               PERFORM 2800-FIND-VENDOR
               IF VS-VEND-FOUND-IDX = 0
                   ADD 1 TO VS-UNKNOWN-VENDORS
               ELSE
                   ADD 1 TO VS-VN-HOLDS (VS-VEND-FOUND-IDX)
               END-IF
           END-IF
           PERFORM 2390-READ-HOLD-RECORD.

       2390-READ-HOLD-RECORD.
           READ MATCH-SUSPENSE
               AT END
                   SET VS-MATSUSP-END TO TRUE
           END-READ.

       2800-FIND-VENDOR.
           MOVE 0 TO VS-VEND-FOUND-IDX
           IF VS-VENDOR-COUNT > 0
               PERFORM 2810-COMPARE-VENDOR
                   VARYING VS-VEND-IDX FROM 1 BY 1
                   UNTIL VS-VEND-IDX > VS-VENDOR-COUNT
                       OR VS-VEND-FOUND-IDX NOT = 0
           END-IF.

       2810-COMPARE-VENDOR.
           IF VS-VN-VENDOR-ID (VS-VEND-IDX) = VS-LOOKUP-VENDOR
               MOVE VS-VEND-IDX TO VS-VEND-FOUND-IDX
           END-IF.

       2850-FIND-PO.
           MOVE 0 TO VS-PO-FOUND-IDX
           IF VS-PO-COUNT > 0
               PERFORM 2860-COMPARE-PO
                   VARYING VS-PO-IDX FROM 1 BY 1
                   UNTIL VS-PO-IDX > VS-PO-COUNT
                       OR VS-PO-FOUND-IDX NOT = 0
           END-IF.

       2860-COMPARE-PO.
           IF VS-PO-NUMBER (VS-PO-IDX) = VS-LOOKUP-PO
               MOVE VS-PO-IDX TO VS-PO-FOUND-IDX
           END-IF.

       3000-SCORE-VENDORS.
           IF VS-VENDOR-COUNT > 0
               PERFORM 3100-SCORE-ONE-VENDOR
                   VARYING VS-VEND-IDX FROM 1 BY 1
                   UNTIL VS-VEND-IDX > VS-VENDOR-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * EACH MEASURE THE VENDOR HAD ACTIVITY FOR ADDS ITS WEIGHT TIMES
      * ITS 0 - 100 SCORE; THE OVERALL SCORE IS THAT TOTAL OVER THE
      * WEIGHTS THAT APPLIED.
      *-----------------------------------------------------------------
       3100-SCORE-ONE-VENDOR.
           MOVE 0 TO VS-WEIGHTED-TOTAL
           MOVE 0 TO VS-WEIGHT-TOTAL
           IF VS-VN-DELIVERIES (VS-VEND-IDX) > 0
               COMPUTE VS-VN-ON-TIME-PCT (VS-VEND-IDX) ROUNDED =
                   VS-VN-ON-TIME (VS-VEND-IDX) * 100
                       / VS-VN-DELIVERIES (VS-VEND-IDX)
               COMPUTE VS-WEIGHTED-TOTAL = VS-WEIGHTED-TOTAL
                   + VS-WEIGHT-ON-TIME * VS-VN-ON-TIME-PCT (VS-VEND-IDX)
               ADD VS-WEIGHT-ON-TIME TO VS-WEIGHT-TOTAL
               IF VS-VN-LATE-COUNT (VS-VEND-IDX) > 0
                   COMPUTE VS-VN-AVG-LATE (VS-VEND-IDX) ROUNDED =
                       VS-VN-LATE-DAYS (VS-VEND-IDX)
                           / VS-VN-LATE-COUNT (VS-VEND-IDX)
                       ON SIZE ERROR
                           MOVE 999.9 TO VS-VN-AVG-LATE (VS-VEND-IDX)
                   END-COMPUTE
               END-IF
               COMPUTE VS-MEASURE-SCORE =
                   100 - VS-VN-AVG-LATE (VS-VEND-IDX) * VS-LATE-PENALTY
               IF VS-MEASURE-SCORE < 0
                   MOVE 0 TO VS-MEASURE-SCORE
               END-IF
               COMPUTE VS-WEIGHTED-TOTAL = VS-WEIGHTED-TOTAL
                   + VS-WEIGHT-DAYS-LATE * VS-MEASURE-SCORE
               ADD VS-WEIGHT-DAYS-LATE TO VS-WEIGHT-TOTAL
           END-IF
           IF VS-VN-ORDERED-QTY (VS-VEND-IDX) > 0
               COMPUTE VS-VN-FILL-PCT (VS-VEND-IDX) ROUNDED =
                   VS-VN-FILLED-QTY (VS-VEND-IDX) * 100
                       / VS-VN-ORDERED-QTY (VS-VEND-IDX)
               COMPUTE VS-WEIGHTED-TOTAL = VS-WEIGHTED-TOTAL
                   + VS-WEIGHT-FILL-RATE * VS-VN-FILL-PCT (VS-VEND-IDX)
               ADD VS-WEIGHT-FILL-RATE TO VS-WEIGHT-TOTAL
           END-IF
           IF VS-VN-INVOICES (VS-VEND-IDX) > 0
               PERFORM 3200-SCORE-INVOICING
           ELSE
      *        HOLDS WITH NO INVOICE DATED IN THE MONTH ARE ON
      *        INVOICES FROM AN EARLIER MONTH - STILL A FULL MISS.
               IF VS-VN-HOLDS (VS-VEND-IDX) > 0
                   MOVE 100 TO VS-VN-HOLD-PCT (VS-VEND-IDX)
                   ADD VS-WEIGHT-MATCH TO VS-WEIGHT-TOTAL
               END-IF
           END-IF
           IF VS-WEIGHT-TOTAL > 0
               MOVE "Y" TO VS-VN-SCORED-FLAG (VS-VEND-IDX)
               COMPUTE VS-VN-SCORE (VS-VEND-IDX) ROUNDED =
                   VS-WEIGHTED-TOTAL / VS-WEIGHT-TOTAL
               IF VS-VN-SCORE (VS-VEND-IDX) < VS-SCORE-THRESHOLD
                   MOVE "Y" TO VS-VN-BELOW-FLAG (VS-VEND-IDX)
                   ADD 1 TO VS-BELOW-COUNT
               ELSE
                   MOVE "N" TO VS-VN-BELOW-FLAG (VS-VEND-IDX)
               END-IF
               MOVE "Y" TO VS-VN-TREND-SET (VS-VEND-IDX, 12)
               MOVE VS-VN-SCORE (VS-VEND-IDX)
                   TO VS-VN-TREND-SCORE (VS-VEND-IDX, 12)
           END-IF.

       3200-SCORE-INVOICING.
           IF VS-VN-EXPECTED-AMT (VS-VEND-IDX) NOT = 0
               COMPUTE VS-VN-PRICE-VAR-PCT (VS-VEND-IDX) ROUNDED =
                   VS-VN-VARIANCE-AMT (VS-VEND-IDX) * 100
                       / VS-VN-EXPECTED-AMT (VS-VEND-IDX)
                   ON SIZE ERROR
                       IF VS-VN-VARIANCE-AMT (VS-VEND-IDX) < 0
                           MOVE -999.99
                               TO VS-VN-PRICE-VAR-PCT (VS-VEND-IDX)
                       ELSE
                           MOVE 999.99
                               TO VS-VN-PRICE-VAR-PCT (VS-VEND-IDX)
                       END-IF
               END-COMPUTE
               IF VS-VN-PRICE-VAR-PCT (VS-VEND-IDX) < 0
                   COMPUTE VS-ABS-VARIANCE-PCT =
                       0 - VS-VN-PRICE-VAR-PCT (VS-VEND-IDX)
               ELSE
                   MOVE VS-VN-PRICE-VAR-PCT (VS-VEND-IDX)
                       TO VS-ABS-VARIANCE-PCT
               END-IF
               COMPUTE VS-MEASURE-SCORE =
                   100 - VS-ABS-VARIANCE-PCT * VS-PRICE-PENALTY
                   ON SIZE ERROR
                       MOVE 0 TO VS-MEASURE-SCORE
               END-COMPUTE
               IF VS-MEASURE-SCORE < 0
                   MOVE 0 TO VS-MEASURE-SCORE
               END-IF
               COMPUTE VS-WEIGHTED-TOTAL = VS-WEIGHTED-TOTAL
                   + VS-WEIGHT-PRICE * VS-MEASURE-SCORE
               ADD VS-WEIGHT-PRICE TO VS-WEIGHT-TOTAL
           END-IF
           IF VS-VN-HOLDS (VS-VEND-IDX) >= VS-VN-INVOICES (VS-VEND-IDX)
               MOVE 100 TO VS-VN-HOLD-PCT (VS-VEND-IDX)
           ELSE
               COMPUTE VS-VN-HOLD-PCT (VS-VEND-IDX) ROUNDED =
                   VS-VN-HOLDS (VS-VEND-IDX) * 100
                       / VS-VN-INVOICES (VS-VEND-IDX)
           END-IF
           COMPUTE VS-MEASURE-SCORE = 100 - VS-VN-HOLD-PCT (VS-VEND-IDX)
           COMPUTE VS-WEIGHTED-TOTAL = VS-WEIGHTED-TOTAL
               + VS-WEIGHT-MATCH * VS-MEASURE-SCORE
           ADD VS-WEIGHT-MATCH TO VS-WEIGHT-TOTAL.

      *-----------------------------------------------------------------
      * FILLS THE EARLIER TREND SLOTS FROM THE KEPT HISTORY, THEN
      * AVERAGES THE SLOTS PRESENT INTO THE TRAILING-TWELVE SCORE.
      *-----------------------------------------------------------------
       3500-APPLY-HISTORY.
           IF VS-HIST-COUNT > 0
               PERFORM 3510-APPLY-ONE-HISTORY
                   VARYING VS-HIST-IDX FROM 1 BY 1
                   UNTIL VS-HIST-IDX > VS-HIST-COUNT
           END-IF
           IF VS-VENDOR-COUNT > 0
               PERFORM 3520-COMPUTE-TTM
                   VARYING VS-VEND-IDX FROM 1 BY 1
                   UNTIL VS-VEND-IDX > VS-VENDOR-COUNT
           END-IF.

       3510-APPLY-ONE-HISTORY.
           MOVE VS-HS-RECORD (VS-HIST-IDX) TO VS-HIST-WORK
           MOVE HW-VENDOR-ID TO VS-LOOKUP-VENDOR
           PERFORM 2800-FIND-VENDOR
           IF VS-VEND-FOUND-IDX NOT = 0
               MOVE HW-PERIOD TO VS-HIST-PERIOD
               COMPUTE VS-HIST-INDEX = VS-HP-YEAR * 12 + VS-HP-MONTH
               COMPUTE VS-TREND-IDX =
                   12 - (VS-PERIOD-INDEX - VS-HIST-INDEX)
               MOVE "Y" TO VS-VN-TREND-SET
                   (VS-VEND-FOUND-IDX, VS-TREND-IDX)
               MOVE HW-OVERALL-SCORE TO VS-VN-TREND-SCORE
                   (VS-VEND-FOUND-IDX, VS-TREND-IDX)
           END-IF.

       3520-COMPUTE-TTM.
           MOVE 0 TO VS-TTM-TOTAL
           MOVE 0 TO VS-TTM-MONTHS
           PERFORM 3530-ADD-TREND-SLOT
               VARYING VS-TREND-IDX FROM 1 BY 1
               UNTIL VS-TREND-IDX > 12
           IF VS-TTM-MONTHS > 0
               COMPUTE VS-VN-TTM-SCORE (VS-VEND-IDX) ROUNDED =
                   VS-TTM-TOTAL / VS-TTM-MONTHS
           END-IF.

       3530-ADD-TREND-SLOT.
           IF VS-VN-TREND-SET (VS-VEND-IDX, VS-TREND-IDX) = "Y"
               ADD VS-VN-TREND-SCORE (VS-VEND-IDX, VS-TREND-IDX)
                   TO VS-TTM-TOTAL
               ADD 1 TO VS-TTM-MONTHS
           END-IF.

      *-----------------------------------------------------------------
      * CLASSIC BUBBLE SORT, ASCENDING ON SCORE, SO THE BUYER SEES THE
      * WEAKEST VENDORS FIRST.
      *-----------------------------------------------------------------
       4000-SORT-BY-SCORE.
           MOVE 0 TO VS-RANK-COUNT
           IF VS-VENDOR-COUNT > 0
               PERFORM 4010-ADD-RANK-ENTRY
                   VARYING VS-VEND-IDX FROM 1 BY 1
                   UNTIL VS-VEND-IDX > VS-VENDOR-COUNT
           END-IF
           IF VS-RANK-COUNT > 1
               MOVE "Y" TO VS-SORT-PASS-SWITCH
               PERFORM 4100-SORT-PASS UNTIL NOT VS-SORT-SWAPPED
           END-IF.

       4010-ADD-RANK-ENTRY.
           IF VS-VN-SCORED (VS-VEND-IDX)
               ADD 1 TO VS-RANK-COUNT
               MOVE VS-VEND-IDX TO VS-RK-VEND-IDX (VS-RANK-COUNT)
               MOVE VS-VN-SCORE (VS-VEND-IDX)
                   TO VS-RK-SCORE (VS-RANK-COUNT)
           END-IF.

       4100-SORT-PASS.
           MOVE "N" TO VS-SORT-PASS-SWITCH
           PERFORM 4200-SORT-COMPARE
               VARYING VS-SORT-IDX-I FROM 1 BY 1
               UNTIL VS-SORT-IDX-I >= VS-RANK-COUNT.

       4200-SORT-COMPARE.
           COMPUTE VS-SORT-IDX-J = VS-SORT-IDX-I + 1
           IF VS-RK-SCORE (VS-SORT-IDX-I) > VS-RK-SCORE (VS-SORT-IDX-J)
               MOVE VS-RANK-ENTRY (VS-SORT-IDX-I) TO VS-SORT-HOLD
               MOVE VS-RANK-ENTRY (VS-SORT-IDX-J)
                   TO VS-RANK-ENTRY (VS-SORT-IDX-I)
               MOVE VS-SORT-HOLD TO VS-RANK-ENTRY (VS-SORT-IDX-J)
               MOVE "Y" TO VS-SORT-PASS-SWITCH
           END-IF.

       5000-PRINT-SCORECARD.
           IF VS-RANK-COUNT = 0
               DISPLAY "VENDSCOR: NO VENDOR ACTIVITY IN THE PERIOD"
           ELSE
               DISPLAY VS-COLUMN-HEADING
               PERFORM 5100-PRINT-ONE-VENDOR
                   VARYING VS-RANK-IDX FROM 1 BY 1
                   UNTIL VS-RANK-IDX > VS-RANK-COUNT
           END-IF.

       5100-PRINT-ONE-VENDOR.
           MOVE VS-RK-VEND-IDX (VS-RANK-IDX) TO VS-VEND-IDX
           MOVE VS-VN-VENDOR-ID (VS-VEND-IDX) TO VS-DT-VENDOR-ID
           MOVE VS-VN-NAME (VS-VEND-IDX) TO VS-DT-NAME
           MOVE VS-VN-DELIVERIES (VS-VEND-IDX) TO VS-DT-DELIVERIES
           MOVE VS-VN-ON-TIME-PCT (VS-VEND-IDX) TO VS-DT-ON-TIME-PCT
           MOVE VS-VN-FILL-PCT (VS-VEND-IDX) TO VS-DT-FILL-PCT
           MOVE VS-VN-AVG-LATE (VS-VEND-IDX) TO VS-DT-AVG-LATE
           MOVE VS-VN-PRICE-VAR-PCT (VS-VEND-IDX)
               TO VS-DT-PRICE-VAR-PCT
           MOVE VS-VN-HOLD-PCT (VS-VEND-IDX) TO VS-DT-HOLD-PCT
           MOVE VS-VN-SCORE (VS-VEND-IDX) TO VS-DT-SCORE
           IF VS-VN-BELOW-FLAG (VS-VEND-IDX) = "Y"
               MOVE "<< BELOW THRESHOLD" TO VS-DT-FLAG
           ELSE
               MOVE SPACES TO VS-DT-FLAG
           END-IF
           DISPLAY VS-DETAIL-LINE
           PERFORM 5110-BUILD-TREND-SLOT
               VARYING VS-TREND-IDX FROM 1 BY 1
               UNTIL VS-TREND-IDX > 12
           MOVE VS-VN-TTM-SCORE (VS-VEND-IDX) TO VS-TL-TTM-SCORE
           DISPLAY VS-TREND-LINE.

       5110-BUILD-TREND-SLOT.
           IF VS-VN-TREND-SET (VS-VEND-IDX, VS-TREND-IDX) = "Y"
               MOVE VS-VN-TREND-SCORE (VS-VEND-IDX, VS-TREND-IDX)
                   TO VS-TREND-SCORE-EDIT
               MOVE VS-TREND-SCORE-EDIT
                   TO VS-TL-SCORE (VS-TREND-IDX)
           ELSE
               MOVE "  -" TO VS-TL-SCORE (VS-TREND-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * THE KEPT HISTORY GOES BACK FIRST, THEN ONE RECORD PER VENDOR
      * SCORED THIS MONTH.
      *-----------------------------------------------------------------
       6000-REWRITE-HISTORY.
           OPEN OUTPUT SCORE-HISTORY
           IF NOT VS-VENDSCHS-OK
               MOVE "VENDSCOR" TO AB-PROGRAM-ID
               MOVE "VENDSCHS" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE VS-VENDSCHS-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF VS-HIST-COUNT > 0
               PERFORM 6100-WRITE-KEPT-HISTORY
                   VARYING VS-HIST-IDX FROM 1 BY 1
                   UNTIL VS-HIST-IDX > VS-HIST-COUNT
           END-IF
           IF VS-RANK-COUNT > 0
               PERFORM 6200-WRITE-PERIOD-SCORE
                   VARYING VS-RANK-IDX FROM 1 BY 1
                   UNTIL VS-RANK-IDX > VS-RANK-COUNT
           END-IF
           CLOSE SCORE-HISTORY.

       6100-WRITE-KEPT-HISTORY.
           MOVE VS-HS-RECORD (VS-HIST-IDX) TO SCORE-HISTORY-RECORD
           WRITE SCORE-HISTORY-RECORD.

       6200-WRITE-PERIOD-SCORE.
           MOVE VS-RK-VEND-IDX (VS-RANK-IDX) TO VS-VEND-IDX
           MOVE SPACES TO SCORE-HISTORY-RECORD
           MOVE VS-VN-VENDOR-ID (VS-VEND-IDX) TO VH-VENDOR-ID
           MOVE VS-PERIOD TO VH-PERIOD
           MOVE VS-VN-DELIVERIES (VS-VEND-IDX) TO VH-DELIVERY-COUNT
           MOVE VS-VN-ON-TIME-PCT (VS-VEND-IDX) TO VH-ON-TIME-PCT
           MOVE VS-VN-FILL-PCT (VS-VEND-IDX) TO VH-FILL-RATE-PCT
           MOVE VS-VN-AVG-LATE (VS-VEND-IDX) TO VH-AVG-DAYS-LATE
           MOVE VS-VN-PRICE-VAR-PCT (VS-VEND-IDX) TO VH-PRICE-VAR-PCT
           MOVE VS-VN-HOLD-PCT (VS-VEND-IDX) TO VH-HOLD-RATE-PCT
           MOVE VS-VN-SCORE (VS-VEND-IDX) TO VH-OVERALL-SCORE
           MOVE VS-VN-BELOW-FLAG (VS-VEND-IDX) TO VH-BELOW-FLAG
           MOVE VS-VN-TTM-SCORE (VS-VEND-IDX) TO VH-TTM-SCORE
           WRITE SCORE-HISTORY-RECORD.

       9000-TERMINATE.
           DISPLAY "VENDORS SCORED:          " VS-RANK-COUNT
           DISPLAY "VENDORS BELOW THRESHOLD: " VS-BELOW-COUNT
           DISPLAY "RECEIPTS READ:           " VS-RECEIPT-READ-COUNT
           DISPLAY "ORPHAN RECEIPTS:         " VS-ORPHAN-RECEIPTS
           DISPLAY "INVOICES READ:           " VS-INVOICE-READ-COUNT
           DISPLAY "MATCH HOLDS IN PERIOD:   " VS-HOLD-READ-COUNT
           DISPLAY "UNKNOWN VENDOR ITEMS:    " VS-UNKNOWN-VENDORS
           DISPLAY "HISTORY RECORDS AGED OFF:" VS-HIST-DROPPED
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM VENDSCOR.
