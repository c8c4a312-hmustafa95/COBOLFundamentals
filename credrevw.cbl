      ******************************************************************
      * PROGRAM-ID.    CREDREVW
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       QUARTERLY CREDIT LIMIT REVIEW.  EVERY ACTIVE
      *                CUSTOMER ON THE MASTER IS SCORED ON ITS LAST
      *                TWELVE MONTHS (THE RUN MONTH AND THE ELEVEN
      *                BEFORE IT):
      *                  VOLUME     - SALES INVOICES DATED IN THE
      *                               WINDOW ON OPENINV (CREDIT MEMOS
      *                               AND FINANCE CHARGES ARE NOT
      *                               VOLUME)
      *                  PEAK       - THE HIGHEST MONTH-END OPEN
      *                               BALANCE, WORKED BACK FROM TODAY'S
      *                               OPEN ITEMS THROUGH EACH MONTH'S
      *                               INVOICES, CASH APPLIED (APPLYLOG)
      *                               AND WRITE-OFFS (AUDIT LOG)
      *                  PAYMENT    - PAYBEHAV AVERAGE DAYS-TO-PAY AND
      *                               TREND
      *                  NSF        - BOUNCED CHECKS (APPLYLOG ENTRIES
      *                               NSFPROC REVERSED), ONE PER CHECK
      *                  DISPUTES   - WINDOW INVOICES CARRYING A
      *                               DISPUTE CODE
      *                  WRITE-OFFS - WRITEOFF ENTRIES ON THE AUDIT LOG
      *                THE SCORE STARTS AT 100 AND LOSES POINTS FOR
      *                SLOW OR SLOWING PAYMENT, NSF CHECKS, DISPUTES
      *                AND WRITE-OFFS (A PROMPT PAYER GAINS A FEW).
      *                THE RECOMMENDED LIMIT IS THE LARGER OF THE PEAK
      *                BALANCE AND TWO MONTHS' AVERAGE VOLUME, PLUS
      *                HEADROOM, SCALED BY THE SCORE, IN WHOLE
      *                HUNDREDS, WITH AN INCREASE HELD TO HALF AGAIN
      *                THE CURRENT LIMIT.  A CHANGE OF LESS THAN TEN
      *                PERCENT IS NOT RECOMMENDED, NOR IS A CUT FOR A
      *                CUSTOMER THAT LOST NO POINTS.  THE REVIEW IS
      *                PRINTED WITH THE REASONS UNDER EACH CUSTOMER,
      *                AND EVERY RECOMMENDED CHANGE IS WRITTEN TO THE
      *                REVIEW FILE FOR CREDAPRV TO APPLY ONCE THE
      *                CREDIT MANAGER APPROVES IT.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDREVW.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS CV-CUSTMAST-STATUS.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NUMBER
                   OF OPEN-INVOICE-RECORD
               ALTERNATE RECORD KEY IS OI-CUSTOMER-ID
                   OF OPEN-INVOICE-RECORD WITH DUPLICATES
               FILE STATUS IS CV-OPENINV-STATUS.
           SELECT APPLY-LOG ASSIGN TO "APPLYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-APPLYLOG-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-AUDITLOG-STATUS.
           SELECT BEHAVIOR-FILE ASSIGN TO "PAYBEHAV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-PAYBEHAV-STATUS.
           SELECT LIMIT-REVIEW-FILE ASSIGN TO "CRLMREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-CRLMREVW-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  OPEN-INVOICE-FILE
           RECORDING MODE IS F.
       01  OPEN-INVOICE-RECORD.
           COPY OPENINV.

       FD  APPLY-LOG
           RECORDING MODE IS F.
       01  APPLY-LOG-RECORD.
           COPY APPLYLOG.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       FD  BEHAVIOR-FILE
           RECORDING MODE IS F.
       01  BEHAVIOR-RECORD.
           05  BH-CUSTOMER-ID          PIC 9(06).
           05  BH-AVG-DAYS             PIC 9(03)V9.
           05  BH-TREND-DAYS           PIC S9(03)V9.
           05  BH-PAYMENT-COUNT        PIC 9(05).
           05  BH-LAST-UPDATE          PIC 9(08).
           05  FILLER                  PIC X(53).

       FD  LIMIT-REVIEW-FILE
           RECORDING MODE IS F.
       01  LIMIT-REVIEW-RECORD.
           COPY LIMREVW.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  CV-CUSTMAST-STATUS          PIC X(02) VALUE "00".
           88  CV-CUSTMAST-OK          VALUE "00".
           88  CV-CUSTMAST-EOF         VALUE "10".
       01  CV-OPENINV-STATUS           PIC X(02) VALUE "00".
           88  CV-OPENINV-OK           VALUE "00".
           88  CV-OPENINV-EOF          VALUE "10".
       01  CV-APPLYLOG-STATUS          PIC X(02) VALUE "00".
           88  CV-APPLYLOG-OK          VALUE "00".
           88  CV-APPLYLOG-EOF         VALUE "10".
           88  CV-APPLYLOG-NOTFOUND    VALUE "35".
       01  CV-AUDITLOG-STATUS          PIC X(02) VALUE "00".
           88  CV-AUDITLOG-OK          VALUE "00".
           88  CV-AUDITLOG-EOF         VALUE "10".
           88  CV-AUDITLOG-NOTFOUND    VALUE "35".
       01  CV-PAYBEHAV-STATUS          PIC X(02) VALUE "00".
           88  CV-PAYBEHAV-OK          VALUE "00".
           88  CV-PAYBEHAV-EOF         VALUE "10".
           88  CV-PAYBEHAV-NOTFOUND    VALUE "35".
       01  CV-CRLMREVW-STATUS          PIC X(02) VALUE "00".
           88  CV-CRLMREVW-OK          VALUE "00".

       01  CV-SWITCHES.
           05  CV-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
               88  CV-MASTER-END       VALUE "Y".
           05  CV-INV-EOF-SWITCH       PIC X(01) VALUE "N".
               88  CV-INV-END          VALUE "Y".
           05  CV-APPLY-EOF-SWITCH     PIC X(01) VALUE "N".
               88  CV-APPLY-END        VALUE "Y".
           05  CV-LOG-EOF-SWITCH       PIC X(01) VALUE "N".
               88  CV-LOG-END          VALUE "Y".
           05  CV-BEHAV-EOF-SWITCH     PIC X(01) VALUE "N".
               88  CV-BEHAV-END        VALUE "Y".

      *-----------------------------------------------------------------
      * INVOICE NUMBER RANGES: 800000 UP ARE RMAPROC CREDIT MEMOS,
      * 900000 UP ARE FINCHG FINANCE CHARGES AND NSF FEES.
      *-----------------------------------------------------------------
       01  CV-CREDIT-MEMO-BASE         PIC 9(06) VALUE 800000.

      *-----------------------------------------------------------------
      * REVIEW RULES.  THE LIMIT IS SIZED ON THE LARGER OF THE PEAK
      * BALANCE AND CV-VOLUME-MONTHS OF AVERAGE INVOICING, PLUS
      * CV-HEADROOM-PCT, THEN SCALED BY THE SCORE.  SCORE POINTS:
      *   AVERAGE DAYS OVER CV-VERY-SLOW-DAYS      LESS CV-VERY-SLOW-PTS
      *   AVERAGE DAYS OVER CV-SLOW-DAYS           LESS CV-SLOW-PTS
      *   AVERAGE DAYS CV-PROMPT-DAYS OR LESS,
      *     AND NOT SLOWING                        PLUS CV-PROMPT-PTS
      *   TREND OVER CV-SLOWING-DAYS               LESS CV-SLOWING-PTS
      *   EACH NSF CHECK                           LESS CV-NSF-PTS
      *   EACH DISPUTED INVOICE, UP TO A CAP       LESS CV-DISPUTE-PTS
      *   ANY WRITE-OFF                            LESS CV-WRITEOFF-PTS
      *-----------------------------------------------------------------
       01  CV-REVIEW-RULES.
           05  CV-VOLUME-MONTHS        PIC 9(02) VALUE 2.
           05  CV-HEADROOM-PCT         PIC 9(03) VALUE 25.
           05  CV-MAX-INCREASE-PCT     PIC 9(03) VALUE 50.
           05  CV-MIN-CHANGE-PCT       PIC 9(03) VALUE 10.
           05  CV-NEAR-LIMIT-PCT       PIC 9(03) VALUE 90.
           05  CV-UNUSED-PCT           PIC 9(03) VALUE 50.
           05  CV-VERY-SLOW-DAYS       PIC 9(03) VALUE 60.
           05  CV-SLOW-DAYS            PIC 9(03) VALUE 45.
           05  CV-PROMPT-DAYS          PIC 9(03) VALUE 30.
           05  CV-SLOWING-DAYS         PIC 9(03) VALUE 10.
           05  CV-VERY-SLOW-PTS        PIC 9(03) VALUE 30.
           05  CV-SLOW-PTS             PIC 9(03) VALUE 15.
           05  CV-PROMPT-PTS           PIC 9(03) VALUE 10.
           05  CV-SLOWING-PTS          PIC 9(03) VALUE 10.
           05  CV-NSF-PTS              PIC 9(03) VALUE 15.
           05  CV-DISPUTE-PTS          PIC 9(03) VALUE 5.
           05  CV-DISPUTE-MAX-PTS      PIC 9(03) VALUE 20.
           05  CV-WRITEOFF-PTS         PIC 9(03) VALUE 40.

       01  CV-COUNTERS.
           05  CV-CUST-COUNT           PIC 9(04) COMP VALUE 0.
           05  CV-MAX-CUST             PIC 9(04) COMP VALUE 2000.
           05  CV-CUST-IDX             PIC 9(04) COMP VALUE 0.
           05  CV-FOUND-IDX            PIC 9(04) COMP VALUE 0.
           05  CV-SEARCH-IDX           PIC 9(04) COMP VALUE 0.
           05  CV-MONTH-IDX            PIC 9(04) COMP VALUE 0.
           05  CV-REASON-COUNT         PIC 9(04) COMP VALUE 0.
           05  CV-MAX-REASONS          PIC 9(04) COMP VALUE 10.
           05  CV-REASON-IDX           PIC 9(04) COMP VALUE 0.
           05  CV-INVOICE-READ-COUNT   PIC 9(07) COMP VALUE 0.
           05  CV-APPLY-READ-COUNT     PIC 9(07) COMP VALUE 0.
           05  CV-LOG-READ-COUNT       PIC 9(07) COMP VALUE 0.
           05  CV-INCREASE-COUNT       PIC 9(05) COMP VALUE 0.
           05  CV-DECREASE-COUNT       PIC 9(05) COMP VALUE 0.
           05  CV-KEEP-COUNT           PIC 9(05) COMP VALUE 0.
           05  CV-IDLE-COUNT           PIC 9(05) COMP VALUE 0.

       01  CV-PERIOD-FIELDS.
           05  CV-RUN-YEAR             PIC 9(04) VALUE 0.
           05  CV-RUN-MONTH            PIC 9(02) VALUE 0.
           05  CV-RUN-MONTH-NUMBER     PIC 9(06) VALUE 0.
           05  CV-MONTHS-BACK          PIC S9(06) VALUE 0.

      *-----------------------------------------------------------------
      * A TRANSACTION DATE IS PLACED IN THE WINDOW BY ITS MONTH
      * NUMBER (YEAR TIMES TWELVE PLUS MONTH).  MONTH 1 OF THE
      * WINDOW IS THE RUN MONTH, MONTH 12 THE ELEVENTH BEFORE IT.
      *-----------------------------------------------------------------
       01  CV-DATE-WORK                PIC 9(08) VALUE 0.
       01  CV-DATE-PARTS REDEFINES CV-DATE-WORK.
           05  CV-DATE-YEAR            PIC 9(04).
           05  CV-DATE-MONTH           PIC 9(02).
           05  CV-DATE-DAY             PIC 9(02).
       01  CV-WINDOW-SWITCH            PIC X(01) VALUE "N".
           88  CV-IN-WINDOW            VALUE "Y".

       01  CV-WORK-FIELDS.
           05  CV-WORK-CUSTOMER-ID     PIC 9(06) VALUE 0.
           05  CV-BALANCE-WORK         PIC S9(09)V99 VALUE 0.
           05  CV-VOLUME-BASIS         PIC S9(09)V99 VALUE 0.
           05  CV-LIMIT-BASIS          PIC S9(09)V99 VALUE 0.
           05  CV-RECOMMENDED          PIC S9(09)V99 VALUE 0.
           05  CV-CAP-LIMIT            PIC S9(09)V99 VALUE 0.
           05  CV-CHANGE-AMOUNT        PIC S9(09)V99 VALUE 0.
           05  CV-CHANGE-FLOOR         PIC S9(09)V99 VALUE 0.
           05  CV-HUNDREDS             PIC S9(07) VALUE 0.
           05  CV-PCT-FACTOR           PIC 9(03) VALUE 0.
           05  CV-SCORE                PIC S9(03) VALUE 0.
           05  CV-DISPUTE-DEDUCT       PIC 9(05) VALUE 0.
           05  CV-ACTION               PIC X(01) VALUE SPACES.
               88  CV-ACTION-INCREASE  VALUE "I".
               88  CV-ACTION-DECREASE  VALUE "D".
               88  CV-ACTION-KEEP      VALUE "K".
               88  CV-ACTION-IDLE      VALUE "N".

      *-----------------------------------------------------------------
      * THE WRITEOFF AUDIT ENTRY'S BEFORE IMAGE IS THE OPEN ITEM AS
      * IT STOOD JUST BEFORE THE BALANCE WAS WRITTEN OFF.
      *-----------------------------------------------------------------
       01  CV-WRITEOFF-IMAGE.
           COPY OPENINV REPLACING LEADING ==OI-== BY ==WI-==.
       01  CV-WRITEOFF-IMAGE-X REDEFINES CV-WRITEOFF-IMAGE
                                       PIC X(80).

      *-----------------------------------------------------------------
      * ONE ENTRY PER ACTIVE CUSTOMER, IN MASTER KEY ORDER.  THE NET
      * CHANGE FOR A WINDOW MONTH IS WHAT THE MONTH ADDED TO THE OPEN
      * BALANCE: ITS INVOICES AND CREDIT MEMOS LESS THE CASH APPLIED
      * AND THE BALANCES WRITTEN OFF IN IT.
      *-----------------------------------------------------------------
       01  CV-CUSTOMER-TABLE.
           05  CV-CUSTOMER-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CV-CUST-COUNT
                   INDEXED BY CV-CU-IDX.
               10  CV-CU-CUSTOMER-ID   PIC 9(06).
               10  CV-CU-NAME          PIC X(25).
               10  CV-CU-LIMIT         PIC 9(07)V99.
               10  CV-CU-OPEN-BALANCE  PIC S9(09)V99.
               10  CV-CU-VOLUME        PIC S9(09)V99.
               10  CV-CU-PEAK-BALANCE  PIC S9(09)V99.
               10  CV-CU-NET-CHANGE    PIC S9(09)V99
                                       OCCURS 12 TIMES.
               10  CV-CU-DISPUTE-COUNT PIC 9(02).
               10  CV-CU-NSF-COUNT     PIC 9(02).
               10  CV-CU-LAST-NSF-REF  PIC X(10).
               10  CV-CU-WO-COUNT      PIC 9(02).
               10  CV-CU-BEHAV-FLAG    PIC X(01).
                   88  CV-CU-BEHAV-SCORED VALUE "Y".
               10  CV-CU-AVG-DAYS      PIC 9(03)V9.
               10  CV-CU-TREND-DAYS    PIC S9(03)V9.

       01  CV-REASON-TABLE.
           05  CV-REASON-TEXT          PIC X(44)
                                       OCCURS 10 TIMES.
       01  CV-REASON-WORK              PIC X(44) VALUE SPACES.

       01  CV-EDIT-FIELDS.
           05  CV-ED-DAYS              PIC ZZ9.9.
           05  CV-ED-COUNT             PIC Z9.
           05  CV-ED-PCT               PIC ZZ9.

       01  CV-WINDOW-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE
               "REVIEW WINDOW (CCYYMM): ".
           05  CV-WL-FIRST-YEAR        PIC 9(04).
           05  CV-WL-FIRST-MONTH       PIC 9(02).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  CV-WL-LAST-YEAR         PIC 9(04).
           05  CV-WL-LAST-MONTH        PIC 9(02).

       01  CV-COLUMN-HEADING-1.
           05  FILLER                  PIC X(42) VALUE
               " CUSTOMER NAME".
           05  FILLER                  PIC X(42) VALUE
               "             CURRENT  12-MONTH VOLUME".
           05  FILLER                  PIC X(42) VALUE
               "    PEAK BALANCE  AVG  TREND NSF DSP W/O".
           05  FILLER                  PIC X(28) VALUE
               " SCORE   RECOMMENDED ACTION".

       01  CV-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CV-DT-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CV-DT-NAME              PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CV-DT-LIMIT             PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CV-DT-VOLUME            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CV-DT-PEAK              PIC ZZZ,ZZZ,ZZ9.99-.
           05  CV-DT-AVG-DAYS          PIC ZZ9.9.
           05  CV-DT-TREND             PIC ZZ9.9-.
           05  CV-DT-NSF               PIC ZZ9.
           05  CV-DT-DISPUTES          PIC ZZZ9.
           05  CV-DT-WRITEOFFS         PIC ZZZ9.
           05  CV-DT-SCORE             PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CV-DT-RECOMMENDED       PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CV-DT-ACTION            PIC X(08).

       01  CV-REASON-LINE.
           05  FILLER                  PIC X(16) VALUE
               "        REASON: ".
           05  CV-RL-TEXT              PIC X(44).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-INVOICES
           PERFORM 2100-COLLECT-APPLICATIONS
           PERFORM 2200-COLLECT-WRITEOFFS
           PERFORM 2300-APPLY-PAY-BEHAVIOR
           PERFORM 3000-REVIEW-CUSTOMERS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "CREDREVW" TO RH-PROGRAM-NAME
           MOVE "QUARTERLY CREDIT LIMIT REVIEW" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           MOVE "CREDREVW" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           PERFORM 8000-PRINT-REPORT-HEADER
      *    THE WINDOW IS THE RUN MONTH AND THE ELEVEN BEFORE IT.
           MOVE RH-RUN-DATE (1:4) TO CV-RUN-YEAR
           MOVE RH-RUN-DATE (5:2) TO CV-RUN-MONTH
           COMPUTE CV-RUN-MONTH-NUMBER = CV-RUN-YEAR * 12
               + CV-RUN-MONTH
           MOVE CV-RUN-YEAR TO CV-WL-LAST-YEAR
           MOVE CV-RUN-MONTH TO CV-WL-LAST-MONTH
           IF CV-RUN-MONTH = 12
               MOVE CV-RUN-YEAR TO CV-WL-FIRST-YEAR
               MOVE 1 TO CV-WL-FIRST-MONTH
           ELSE
               COMPUTE CV-WL-FIRST-YEAR = CV-RUN-YEAR - 1
               COMPUTE CV-WL-FIRST-MONTH = CV-RUN-MONTH + 1
           END-IF
           DISPLAY CV-WINDOW-LINE
           PERFORM 1100-LOAD-ACTIVE-CUSTOMERS
           OPEN OUTPUT LIMIT-REVIEW-FILE
           IF NOT CV-CRLMREVW-OK
               MOVE "CREDREVW" TO AB-PROGRAM-ID
               MOVE "CRLMREVW" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE CV-CRLMREVW-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * ACTIVE CUSTOMERS ONLY.  THE TABLE FILLING STOPS THE RUN - A
      * REVIEW THAT SILENTLY SKIPPED CUSTOMERS WOULD MISLEAD.
      *-----------------------------------------------------------------
       1100-LOAD-ACTIVE-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CV-CUSTMAST-OK
               MOVE "CREDREVW" TO AB-PROGRAM-ID
               MOVE "CUSTMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE CV-CUSTMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE 0 TO CV-CUST-COUNT
           PERFORM 1190-READ-MASTER-NEXT
           PERFORM 1110-TAKE-ONE-CUSTOMER
               UNTIL CV-MASTER-END
           CLOSE CUSTOMER-MASTER.

       1110-TAKE-ONE-CUSTOMER.
           IF CM-STATUS-ACTIVE OF CUSTOMER-MASTER-RECORD
               IF CV-CUST-COUNT >= CV-MAX-CUST
                   DISPLAY "CREDREVW: CUSTOMER TABLE FULL AT "
                       CV-MAX-CUST
                   MOVE "CREDREVW" TO AB-PROGRAM-ID
                   MOVE "CUSTMAST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE CV-CUSTMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO CV-CUST-COUNT
               PERFORM 1120-ADD-CUSTOMER
           END-IF
           PERFORM 1190-READ-MASTER-NEXT.

       1120-ADD-CUSTOMER.
           MOVE CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               TO CV-CU-CUSTOMER-ID (CV-CUST-COUNT)
           MOVE CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
               TO CV-CU-NAME (CV-CUST-COUNT)
           IF CM-CREDIT-LIMIT OF CUSTOMER-MASTER-RECORD NUMERIC
               MOVE CM-CREDIT-LIMIT OF CUSTOMER-MASTER-RECORD
                   TO CV-CU-LIMIT (CV-CUST-COUNT)
           ELSE
               MOVE 0 TO CV-CU-LIMIT (CV-CUST-COUNT)
           END-IF
           MOVE 0 TO CV-CU-OPEN-BALANCE (CV-CUST-COUNT)
           MOVE 0 TO CV-CU-VOLUME (CV-CUST-COUNT)
           MOVE 0 TO CV-CU-PEAK-BALANCE (CV-CUST-COUNT)
           PERFORM 1130-CLEAR-MONTH
               VARYING CV-MONTH-IDX FROM 1 BY 1
               UNTIL CV-MONTH-IDX > 12
           MOVE 0 TO CV-CU-DISPUTE-COUNT (CV-CUST-COUNT)
           MOVE 0 TO CV-CU-NSF-COUNT (CV-CUST-COUNT)
           MOVE SPACES TO CV-CU-LAST-NSF-REF (CV-CUST-COUNT)
           MOVE 0 TO CV-CU-WO-COUNT (CV-CUST-COUNT)
           MOVE "N" TO CV-CU-BEHAV-FLAG (CV-CUST-COUNT)
           MOVE 0 TO CV-CU-AVG-DAYS (CV-CUST-COUNT)
           MOVE 0 TO CV-CU-TREND-DAYS (CV-CUST-COUNT).

       1130-CLEAR-MONTH.
           MOVE 0 TO CV-CU-NET-CHANGE (CV-CUST-COUNT CV-MONTH-IDX).

       1190-READ-MASTER-NEXT.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   SET CV-MASTER-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EVERY OPEN ITEM COUNTS TOWARD TODAY'S BALANCE.  ITEMS DATED IN
      * THE WINDOW ADD TO THEIR MONTH'S NET CHANGE; SALES INVOICES
      * AMONG THEM ARE VOLUME, AND ANY CARRYING A DISPUTE CODE COUNT
      * AS DISPUTED.
      *-----------------------------------------------------------------
       2000-COLLECT-INVOICES.
           OPEN INPUT OPEN-INVOICE-FILE
           IF NOT CV-OPENINV-OK
               MOVE "CREDREVW" TO AB-PROGRAM-ID
               MOVE "OPENINV" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE CV-OPENINV-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 2090-READ-OPEN-INVOICE
           PERFORM 2010-TAKE-ONE-INVOICE
               UNTIL CV-INV-END
           CLOSE OPEN-INVOICE-FILE.

       2010-TAKE-ONE-INVOICE.
           ADD 1 TO CV-INVOICE-READ-COUNT
           MOVE OI-CUSTOMER-ID TO CV-WORK-CUSTOMER-ID
           PERFORM 7000-FIND-CUSTOMER
           IF CV-FOUND-IDX NOT = 0
               IF OI-OPEN
                   ADD OI-OPEN-BALANCE
                       TO CV-CU-OPEN-BALANCE (CV-FOUND-IDX)
               END-IF
               MOVE OI-INVOICE-DATE TO CV-DATE-WORK
               PERFORM 7100-PLACE-IN-WINDOW
               IF CV-IN-WINDOW
                   PERFORM 2020-COUNT-WINDOW-INVOICE
               END-IF
           END-IF
           PERFORM 2090-READ-OPEN-INVOICE.

       2020-COUNT-WINDOW-INVOICE.
           ADD OI-INVOICE-AMOUNT
               TO CV-CU-NET-CHANGE (CV-FOUND-IDX CV-MONTH-IDX)
           IF OI-INVOICE-NUMBER < CV-CREDIT-MEMO-BASE
               ADD OI-INVOICE-AMOUNT TO CV-CU-VOLUME (CV-FOUND-IDX)
           END-IF
           IF NOT OI-NOT-DISPUTED
                   AND CV-CU-DISPUTE-COUNT (CV-FOUND-IDX) < 99
               ADD 1 TO CV-CU-DISPUTE-COUNT (CV-FOUND-IDX)
           END-IF.

       2090-READ-OPEN-INVOICE.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET CV-INV-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * CASH APPLIED IN A WINDOW MONTH TAKES THAT MONTH'S BALANCE
      * DOWN.  AN APPLICATION NSFPROC REVERSED NEVER REALLY PAID
      * ANYTHING, SO IT LEAVES THE BALANCE ALONE AND COUNTS ITS CHECK
      * AS AN NSF - ONCE, HOWEVER MANY INVOICES THE CHECK WAS SPREAD
      * ACROSS (CASHAPP LOGS A CHECK'S APPLICATIONS TOGETHER).
      *-----------------------------------------------------------------
       2100-COLLECT-APPLICATIONS.
           OPEN INPUT APPLY-LOG
           IF CV-APPLYLOG-NOTFOUND
               DISPLAY "CREDREVW: NO APPLY LOG - NO CASH OR NSF "
                   "HISTORY"
               SET CV-APPLY-END TO TRUE
           ELSE
               IF NOT CV-APPLYLOG-OK AND NOT CV-APPLYLOG-EOF
                   MOVE "CREDREVW" TO AB-PROGRAM-ID
                   MOVE "APPLYLOG" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE CV-APPLYLOG-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2190-READ-APPLY-LOG
               PERFORM 2110-TAKE-ONE-APPLICATION
                   UNTIL CV-APPLY-END
               CLOSE APPLY-LOG
           END-IF.

       2110-TAKE-ONE-APPLICATION.
           ADD 1 TO CV-APPLY-READ-COUNT
           MOVE LG-CUSTOMER-ID TO CV-WORK-CUSTOMER-ID
           PERFORM 7000-FIND-CUSTOMER
           IF CV-FOUND-IDX NOT = 0
               MOVE LG-APPLY-DATE TO CV-DATE-WORK
               PERFORM 7100-PLACE-IN-WINDOW
               IF CV-IN-WINDOW
                   PERFORM 2120-COUNT-WINDOW-APPLICATION
               END-IF
           END-IF
           PERFORM 2190-READ-APPLY-LOG.

       2120-COUNT-WINDOW-APPLICATION.
           IF LG-REVERSED
               IF LG-CHECK-REF NOT = CV-CU-LAST-NSF-REF (CV-FOUND-IDX)
                       AND CV-CU-NSF-COUNT (CV-FOUND-IDX) < 99
                   ADD 1 TO CV-CU-NSF-COUNT (CV-FOUND-IDX)
                   MOVE LG-CHECK-REF
                       TO CV-CU-LAST-NSF-REF (CV-FOUND-IDX)
               END-IF
           ELSE
               SUBTRACT LG-APPLIED-AMOUNT
                   FROM CV-CU-NET-CHANGE (CV-FOUND-IDX CV-MONTH-IDX)
           END-IF.

       2190-READ-APPLY-LOG.
           READ APPLY-LOG
               AT END
                   SET CV-APPLY-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * WRITEOFF LOGS EVERY ITEM IT WRITES OFF WITH THE ITEM'S IMAGE
      * BEFORE THE BALANCE WAS ZEROED; THAT BALANCE LEFT THE OPEN
      * BALANCE IN THE MONTH IT WAS LOGGED.
      *-----------------------------------------------------------------
       2200-COLLECT-WRITEOFFS.
           OPEN INPUT AUDIT-LOG
           IF CV-AUDITLOG-NOTFOUND
               DISPLAY "CREDREVW: NO AUDIT LOG - NO WRITE-OFF HISTORY"
               SET CV-LOG-END TO TRUE
           ELSE
               IF NOT CV-AUDITLOG-OK AND NOT CV-AUDITLOG-EOF
                   MOVE "CREDREVW" TO AB-PROGRAM-ID
                   MOVE "AUDITLOG" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE CV-AUDITLOG-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2290-READ-AUDIT-LOG
               PERFORM 2210-TAKE-ONE-LOG-ENTRY
                   UNTIL CV-LOG-END
               CLOSE AUDIT-LOG
           END-IF.

       2210-TAKE-ONE-LOG-ENTRY.
           ADD 1 TO CV-LOG-READ-COUNT
           IF AU-PROGRAM-NAME = "WRITEOFF"
                   AND AU-OPERATION = "WRITEOFF"
               MOVE AU-BEFORE-IMAGE (1:80) TO CV-WRITEOFF-IMAGE-X
               MOVE WI-CUSTOMER-ID TO CV-WORK-CUSTOMER-ID
               PERFORM 7000-FIND-CUSTOMER
               MOVE AU-LOG-DATE TO CV-DATE-WORK
               PERFORM 7100-PLACE-IN-WINDOW
               IF CV-FOUND-IDX NOT = 0
                       AND CV-IN-WINDOW
                       AND WI-OPEN-BALANCE NUMERIC
                   PERFORM 2220-COUNT-WINDOW-WRITEOFF
               END-IF
           END-IF
           PERFORM 2290-READ-AUDIT-LOG.

       2220-COUNT-WINDOW-WRITEOFF.
           IF CV-CU-WO-COUNT (CV-FOUND-IDX) < 99
               ADD 1 TO CV-CU-WO-COUNT (CV-FOUND-IDX)
           END-IF
           SUBTRACT WI-OPEN-BALANCE
               FROM CV-CU-NET-CHANGE (CV-FOUND-IDX CV-MONTH-IDX).

       2290-READ-AUDIT-LOG.
           READ AUDIT-LOG
               AT END
                   SET CV-LOG-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE AVERAGE DAYS-TO-PAY AND TREND FROM THE LAST PAYBEHAV RUN.
      * A CUSTOMER PAYBEHAV HAS NOT SCORED IS NEITHER HELPED NOR HURT.
      *-----------------------------------------------------------------
       2300-APPLY-PAY-BEHAVIOR.
           OPEN INPUT BEHAVIOR-FILE
           IF CV-PAYBEHAV-NOTFOUND
               DISPLAY "CREDREVW: NO PAYMENT BEHAVIOR FILE - PAYMENT "
                   "NOT SCORED"
               SET CV-BEHAV-END TO TRUE
           ELSE
               IF NOT CV-PAYBEHAV-OK AND NOT CV-PAYBEHAV-EOF
                   MOVE "CREDREVW" TO AB-PROGRAM-ID
                   MOVE "PAYBEHAV" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE CV-PAYBEHAV-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2390-READ-BEHAVIOR
               PERFORM 2310-TAKE-ONE-BEHAVIOR
                   UNTIL CV-BEHAV-END
               CLOSE BEHAVIOR-FILE
           END-IF.

       2310-TAKE-ONE-BEHAVIOR.
           MOVE BH-CUSTOMER-ID TO CV-WORK-CUSTOMER-ID
           PERFORM 7000-FIND-CUSTOMER
           IF CV-FOUND-IDX NOT = 0
                   AND BH-AVG-DAYS NUMERIC
                   AND BH-TREND-DAYS NUMERIC
               MOVE "Y" TO CV-CU-BEHAV-FLAG (CV-FOUND-IDX)
               MOVE BH-AVG-DAYS TO CV-CU-AVG-DAYS (CV-FOUND-IDX)
               MOVE BH-TREND-DAYS TO CV-CU-TREND-DAYS (CV-FOUND-IDX)
           END-IF
           PERFORM 2390-READ-BEHAVIOR.

       2390-READ-BEHAVIOR.
           READ BEHAVIOR-FILE
               AT END
                   SET CV-BEHAV-END TO TRUE
           END-READ.

       3000-REVIEW-CUSTOMERS.
           DISPLAY " "
           DISPLAY CV-COLUMN-HEADING-1
           IF CV-CUST-COUNT = 0
               DISPLAY "CREDREVW: NO ACTIVE CUSTOMERS ON THE MASTER"
           ELSE
               PERFORM 3100-REVIEW-ONE-CUSTOMER
                   VARYING CV-CUST-IDX FROM 1 BY 1
                   UNTIL CV-CUST-IDX > CV-CUST-COUNT
           END-IF.

       3100-REVIEW-ONE-CUSTOMER.
           MOVE 0 TO CV-REASON-COUNT
           PERFORM 3200-FIND-PEAK-BALANCE
           PERFORM 3300-SCORE-CUSTOMER
           PERFORM 3400-RECOMMEND-LIMIT
           PERFORM 3500-PRINT-REVIEW
           IF CV-ACTION-INCREASE OR CV-ACTION-DECREASE
               PERFORM 3600-WRITE-RECOMMENDATION
           END-IF.

      *-----------------------------------------------------------------
      * WORK BACK FROM TODAY'S BALANCE: TAKING A MONTH'S NET CHANGE
      * OFF THE BALANCE AT ITS END GIVES THE BALANCE AT THE END OF THE
      * MONTH BEFORE.  THE PEAK IS THE HIGHEST OF TODAY'S BALANCE AND
      * THE TWELVE MONTH-END BALANCES SO FOUND.
      *-----------------------------------------------------------------
       3200-FIND-PEAK-BALANCE.
           MOVE CV-CU-OPEN-BALANCE (CV-CUST-IDX) TO CV-BALANCE-WORK
           MOVE CV-BALANCE-WORK TO CV-CU-PEAK-BALANCE (CV-CUST-IDX)
           PERFORM 3210-STEP-BACK-ONE-MONTH
               VARYING CV-MONTH-IDX FROM 1 BY 1
               UNTIL CV-MONTH-IDX > 12.

       3210-STEP-BACK-ONE-MONTH.
           SUBTRACT CV-CU-NET-CHANGE (CV-CUST-IDX CV-MONTH-IDX)
               FROM CV-BALANCE-WORK
           IF CV-BALANCE-WORK > CV-CU-PEAK-BALANCE (CV-CUST-IDX)
               MOVE CV-BALANCE-WORK TO CV-CU-PEAK-BALANCE (CV-CUST-IDX)
           END-IF.

       3300-SCORE-CUSTOMER.
           MOVE 100 TO CV-SCORE
           IF CV-CU-BEHAV-SCORED (CV-CUST-IDX)
               PERFORM 3310-SCORE-PAYMENT
           ELSE
               MOVE "NO PAYMENT HISTORY SCORED" TO CV-REASON-WORK
               PERFORM 3900-ADD-REASON
           END-IF
           IF CV-CU-NSF-COUNT (CV-CUST-IDX) > 0
               COMPUTE CV-SCORE = CV-SCORE
                   - CV-CU-NSF-COUNT (CV-CUST-IDX) * CV-NSF-PTS
               MOVE CV-CU-NSF-COUNT (CV-CUST-IDX) TO CV-ED-COUNT
               MOVE SPACES TO CV-REASON-WORK
               STRING "NSF CHECKS IN TWELVE MONTHS: " DELIMITED BY SIZE
                   CV-ED-COUNT DELIMITED BY SIZE
                   INTO CV-REASON-WORK
               PERFORM 3900-ADD-REASON
           END-IF
           IF CV-CU-DISPUTE-COUNT (CV-CUST-IDX) > 0
               COMPUTE CV-DISPUTE-DEDUCT =
                   CV-CU-DISPUTE-COUNT (CV-CUST-IDX) * CV-DISPUTE-PTS
               IF CV-DISPUTE-DEDUCT > CV-DISPUTE-MAX-PTS
                   MOVE CV-DISPUTE-MAX-PTS TO CV-DISPUTE-DEDUCT
               END-IF
               SUBTRACT CV-DISPUTE-DEDUCT FROM CV-SCORE
               MOVE CV-CU-DISPUTE-COUNT (CV-CUST-IDX) TO CV-ED-COUNT
               MOVE SPACES TO CV-REASON-WORK
               STRING "DISPUTED INVOICES IN TWELVE MONTHS: "
                       DELIMITED BY SIZE
                   CV-ED-COUNT DELIMITED BY SIZE
                   INTO CV-REASON-WORK
               PERFORM 3900-ADD-REASON
           END-IF
           IF CV-CU-WO-COUNT (CV-CUST-IDX) > 0
               SUBTRACT CV-WRITEOFF-PTS FROM CV-SCORE
               MOVE CV-CU-WO-COUNT (CV-CUST-IDX) TO CV-ED-COUNT
               MOVE SPACES TO CV-REASON-WORK
               STRING "WRITE-OFFS IN TWELVE MONTHS: " DELIMITED BY SIZE
                   CV-ED-COUNT DELIMITED BY SIZE
                   INTO CV-REASON-WORK
               PERFORM 3900-ADD-REASON
           END-IF
           IF CV-SCORE < 0
               MOVE 0 TO CV-SCORE
           END-IF.

       3310-SCORE-PAYMENT.
           MOVE CV-CU-AVG-DAYS (CV-CUST-IDX) TO CV-ED-DAYS
           MOVE SPACES TO CV-REASON-WORK
           EVALUATE TRUE
               WHEN CV-CU-AVG-DAYS (CV-CUST-IDX) > CV-VERY-SLOW-DAYS
                   SUBTRACT CV-VERY-SLOW-PTS FROM CV-SCORE
                   STRING "VERY SLOW PAYER - AVERAGE " DELIMITED BY SIZE
                       CV-ED-DAYS DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO CV-REASON-WORK
               WHEN CV-CU-AVG-DAYS (CV-CUST-IDX) > CV-SLOW-DAYS
                   SUBTRACT CV-SLOW-PTS FROM CV-SCORE
                   STRING "SLOW PAYER - AVERAGE " DELIMITED BY SIZE
                       CV-ED-DAYS DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO CV-REASON-WORK
               WHEN CV-CU-AVG-DAYS (CV-CUST-IDX) NOT > CV-PROMPT-DAYS
                       AND CV-CU-TREND-DAYS (CV-CUST-IDX) NOT > 0
                   ADD CV-PROMPT-PTS TO CV-SCORE
                   STRING "PROMPT PAYER - AVERAGE " DELIMITED BY SIZE
                       CV-ED-DAYS DELIMITED BY SIZE
                       " DAYS" DELIMITED BY SIZE
                       INTO CV-REASON-WORK
           END-EVALUATE
           IF CV-REASON-WORK NOT = SPACES
               PERFORM 3900-ADD-REASON
           END-IF
           IF CV-CU-TREND-DAYS (CV-CUST-IDX) > CV-SLOWING-DAYS
               SUBTRACT CV-SLOWING-PTS FROM CV-SCORE
               MOVE CV-CU-TREND-DAYS (CV-CUST-IDX) TO CV-ED-DAYS
               MOVE SPACES TO CV-REASON-WORK
               STRING "PAYING SLOWER - LAST 90 DAYS UP "
                       DELIMITED BY SIZE
                   CV-ED-DAYS DELIMITED BY SIZE
                   " DAYS" DELIMITED BY SIZE
                   INTO CV-REASON-WORK
               PERFORM 3900-ADD-REASON
           END-IF.

      *-----------------------------------------------------------------
      * SIZE THE LIMIT ON WHAT THE CUSTOMER ACTUALLY CARRIES, SCALE BY
      * THE SCORE, ROUND DOWN TO WHOLE HUNDREDS, HOLD AN INCREASE TO
      * THE MAXIMUM STEP, AND DROP A CHANGE TOO SMALL TO BE WORTH THE
      * MANAGER'S TIME.  A LIMIT IS ONLY CUT WHEN SOMETHING COST THE
      * CUSTOMER POINTS - A CLEAN ACCOUNT IS NOT PUNISHED FOR BUYING
      * LESS THAN ITS LIMIT.  A CUSTOMER WITH NO BALANCE AND NO VOLUME
      * IN THE WINDOW KEEPS ITS LIMIT.
      *-----------------------------------------------------------------
       3400-RECOMMEND-LIMIT.
           COMPUTE CV-VOLUME-BASIS ROUNDED =
               CV-CU-VOLUME (CV-CUST-IDX) * CV-VOLUME-MONTHS / 12
           IF CV-VOLUME-BASIS > CV-CU-PEAK-BALANCE (CV-CUST-IDX)
               MOVE CV-VOLUME-BASIS TO CV-LIMIT-BASIS
           ELSE
               MOVE CV-CU-PEAK-BALANCE (CV-CUST-IDX) TO CV-LIMIT-BASIS
           END-IF
           IF CV-LIMIT-BASIS NOT > 0
               MOVE CV-CU-LIMIT (CV-CUST-IDX) TO CV-RECOMMENDED
               SET CV-ACTION-IDLE TO TRUE
               MOVE "NO BALANCE OR VOLUME IN TWELVE MONTHS"
                   TO CV-REASON-WORK
               PERFORM 3900-ADD-REASON
           ELSE
               PERFORM 3420-SIZE-LIMIT
           END-IF.

       3410-USAGE-REASON.
           MOVE SPACES TO CV-REASON-WORK
           EVALUATE TRUE
               WHEN CV-CU-LIMIT (CV-CUST-IDX) = 0
                   MOVE "NO CREDIT LIMIT ON FILE" TO CV-REASON-WORK
               WHEN CV-CU-PEAK-BALANCE (CV-CUST-IDX)
                       > CV-CU-LIMIT (CV-CUST-IDX)
                   MOVE "PEAK BALANCE OVER CURRENT LIMIT"
                       TO CV-REASON-WORK
               WHEN CV-CU-PEAK-BALANCE (CV-CUST-IDX) * 100
                       NOT < CV-CU-LIMIT (CV-CUST-IDX)
                           * CV-NEAR-LIMIT-PCT
                   MOVE CV-NEAR-LIMIT-PCT TO CV-ED-PCT
                   STRING "PEAK BALANCE AT " DELIMITED BY SIZE
                       CV-ED-PCT DELIMITED BY SIZE
                       " PCT OF LIMIT OR MORE" DELIMITED BY SIZE
                       INTO CV-REASON-WORK
               WHEN CV-CU-PEAK-BALANCE (CV-CUST-IDX) * 100
                       < CV-CU-LIMIT (CV-CUST-IDX) * CV-UNUSED-PCT
                   MOVE CV-UNUSED-PCT TO CV-ED-PCT
                   STRING "PEAK BALANCE UNDER " DELIMITED BY SIZE
                       CV-ED-PCT DELIMITED BY SIZE
                       " PCT OF LIMIT" DELIMITED BY SIZE
                       INTO CV-REASON-WORK
           END-EVALUATE
           IF CV-REASON-WORK NOT = SPACES
               PERFORM 3900-ADD-REASON
           END-IF.

       3420-SIZE-LIMIT.
           PERFORM 3410-USAGE-REASON
           COMPUTE CV-PCT-FACTOR = 100 + CV-HEADROOM-PCT
           COMPUTE CV-RECOMMENDED =
               CV-LIMIT-BASIS * CV-PCT-FACTOR / 100 * CV-SCORE / 100
           COMPUTE CV-HUNDREDS = CV-RECOMMENDED / 100
           COMPUTE CV-RECOMMENDED = CV-HUNDREDS * 100
           IF CV-CU-LIMIT (CV-CUST-IDX) > 0
               COMPUTE CV-PCT-FACTOR = 100 + CV-MAX-INCREASE-PCT
               COMPUTE CV-CAP-LIMIT = CV-CU-LIMIT (CV-CUST-IDX)
                   * CV-PCT-FACTOR / 100
               IF CV-RECOMMENDED > CV-CAP-LIMIT
                   COMPUTE CV-HUNDREDS = CV-CAP-LIMIT / 100
                   COMPUTE CV-RECOMMENDED = CV-HUNDREDS * 100
                   MOVE CV-MAX-INCREASE-PCT TO CV-ED-PCT
                   MOVE SPACES TO CV-REASON-WORK
                   STRING "INCREASE HELD TO " DELIMITED BY SIZE
                       CV-ED-PCT DELIMITED BY SIZE
                       " PCT OF CURRENT LIMIT" DELIMITED BY SIZE
                       INTO CV-REASON-WORK
                   PERFORM 3900-ADD-REASON
               END-IF
           END-IF
           IF CV-RECOMMENDED > 9999900
               MOVE 9999900 TO CV-RECOMMENDED
           END-IF
           COMPUTE CV-CHANGE-AMOUNT =
               CV-RECOMMENDED - CV-CU-LIMIT (CV-CUST-IDX)
           COMPUTE CV-CHANGE-FLOOR =
               CV-CU-LIMIT (CV-CUST-IDX) * CV-MIN-CHANGE-PCT / 100
           EVALUATE TRUE
               WHEN CV-CHANGE-AMOUNT = 0
                   SET CV-ACTION-KEEP TO TRUE
               WHEN CV-CHANGE-AMOUNT > 0
                       AND CV-CHANGE-AMOUNT NOT < CV-CHANGE-FLOOR
                   SET CV-ACTION-INCREASE TO TRUE
               WHEN CV-CHANGE-AMOUNT < 0
                       AND 0 - CV-CHANGE-AMOUNT NOT < CV-CHANGE-FLOOR
                       AND CV-SCORE < 100
                   SET CV-ACTION-DECREASE TO TRUE
               WHEN CV-CHANGE-AMOUNT < 0
                       AND 0 - CV-CHANGE-AMOUNT NOT < CV-CHANGE-FLOOR
                   SET CV-ACTION-KEEP TO TRUE
                   MOVE "NO RISK FOUND - UNUSED LIMIT KEPT"
                       TO CV-REASON-WORK
                   PERFORM 3900-ADD-REASON
               WHEN OTHER
                   SET CV-ACTION-KEEP TO TRUE
                   MOVE CV-MIN-CHANGE-PCT TO CV-ED-PCT
                   MOVE SPACES TO CV-REASON-WORK
                   STRING "CHANGE UNDER " DELIMITED BY SIZE
                       CV-ED-PCT DELIMITED BY SIZE
                       " PCT - LIMIT KEPT" DELIMITED BY SIZE
                       INTO CV-REASON-WORK
                   PERFORM 3900-ADD-REASON
           END-EVALUATE
           IF CV-ACTION-KEEP
               MOVE CV-CU-LIMIT (CV-CUST-IDX) TO CV-RECOMMENDED
           END-IF.

       3500-PRINT-REVIEW.
           MOVE CV-CU-CUSTOMER-ID (CV-CUST-IDX) TO CV-DT-CUSTOMER-ID
           MOVE CV-CU-NAME (CV-CUST-IDX) TO CV-DT-NAME
           MOVE CV-CU-LIMIT (CV-CUST-IDX) TO CV-DT-LIMIT
           MOVE CV-CU-VOLUME (CV-CUST-IDX) TO CV-DT-VOLUME
           MOVE CV-CU-PEAK-BALANCE (CV-CUST-IDX) TO CV-DT-PEAK
           MOVE CV-CU-AVG-DAYS (CV-CUST-IDX) TO CV-DT-AVG-DAYS
           MOVE CV-CU-TREND-DAYS (CV-CUST-IDX) TO CV-DT-TREND
           MOVE CV-CU-NSF-COUNT (CV-CUST-IDX) TO CV-DT-NSF
           MOVE CV-CU-DISPUTE-COUNT (CV-CUST-IDX) TO CV-DT-DISPUTES
           MOVE CV-CU-WO-COUNT (CV-CUST-IDX) TO CV-DT-WRITEOFFS
           MOVE CV-SCORE TO CV-DT-SCORE
           MOVE CV-RECOMMENDED TO CV-DT-RECOMMENDED
           EVALUATE TRUE
               WHEN CV-ACTION-INCREASE
                   MOVE "INCREASE" TO CV-DT-ACTION
                   ADD 1 TO CV-INCREASE-COUNT
               WHEN CV-ACTION-DECREASE
                   MOVE "DECREASE" TO CV-DT-ACTION
                   ADD 1 TO CV-DECREASE-COUNT
               WHEN CV-ACTION-IDLE
                   MOVE "NO ACTVY" TO CV-DT-ACTION
                   ADD 1 TO CV-IDLE-COUNT
               WHEN OTHER
                   MOVE "KEEP" TO CV-DT-ACTION
                   ADD 1 TO CV-KEEP-COUNT
           END-EVALUATE
           DISPLAY CV-DETAIL-LINE
           IF CV-REASON-COUNT > 0
               PERFORM 3510-PRINT-REASON
                   VARYING CV-REASON-IDX FROM 1 BY 1
                   UNTIL CV-REASON-IDX > CV-REASON-COUNT
           END-IF.

       3510-PRINT-REASON.
           MOVE CV-REASON-TEXT (CV-REASON-IDX) TO CV-RL-TEXT
           DISPLAY CV-REASON-LINE.

       3600-WRITE-RECOMMENDATION.
           MOVE SPACES TO LIMIT-REVIEW-RECORD
           MOVE CV-CU-CUSTOMER-ID (CV-CUST-IDX) TO LR-CUSTOMER-ID
           MOVE RH-RUN-DATE TO LR-REVIEW-DATE
           MOVE CV-CU-LIMIT (CV-CUST-IDX) TO LR-CURRENT-LIMIT
           MOVE CV-RECOMMENDED TO LR-RECOMMENDED-LIMIT
           MOVE CV-ACTION TO LR-ACTION
           MOVE CV-SCORE TO LR-SCORE
           MOVE CV-CU-VOLUME (CV-CUST-IDX) TO LR-VOLUME
           MOVE CV-CU-PEAK-BALANCE (CV-CUST-IDX) TO LR-PEAK-BALANCE
           MOVE CV-CU-AVG-DAYS (CV-CUST-IDX) TO LR-AVG-DAYS
           MOVE CV-CU-NSF-COUNT (CV-CUST-IDX) TO LR-NSF-COUNT
           MOVE CV-CU-DISPUTE-COUNT (CV-CUST-IDX) TO LR-DISPUTE-COUNT
           MOVE CV-CU-WO-COUNT (CV-CUST-IDX) TO LR-WRITEOFF-COUNT
           WRITE LIMIT-REVIEW-RECORD
           IF NOT CV-CRLMREVW-OK
               MOVE "CREDREVW" TO AB-PROGRAM-ID
               MOVE "CRLMREVW" TO AB-FILE-NAME
               MOVE "WRITE" TO AB-OPERATION
               MOVE CV-CRLMREVW-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

       3900-ADD-REASON.
           IF CV-REASON-COUNT < CV-MAX-REASONS
               ADD 1 TO CV-REASON-COUNT
               MOVE CV-REASON-WORK TO CV-REASON-TEXT (CV-REASON-COUNT)
           END-IF.

      *-----------------------------------------------------------------
      * FIND THE CUSTOMER IN CV-WORK-CUSTOMER-ID.  ACTIVITY FOR A
      * CUSTOMER NOT UNDER REVIEW LEAVES CV-FOUND-IDX ZERO.
      *-----------------------------------------------------------------
       7000-FIND-CUSTOMER.
           MOVE 0 TO CV-FOUND-IDX
           IF CV-CUST-COUNT > 0
               PERFORM 7010-COMPARE-CUSTOMER
                   VARYING CV-SEARCH-IDX FROM 1 BY 1
                   UNTIL CV-SEARCH-IDX > CV-CUST-COUNT
                       OR CV-FOUND-IDX NOT = 0
           END-IF.

       7010-COMPARE-CUSTOMER.
           IF CV-CU-CUSTOMER-ID (CV-SEARCH-IDX) = CV-WORK-CUSTOMER-ID
               MOVE CV-SEARCH-IDX TO CV-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * PLACE THE DATE IN CV-DATE-WORK IN THE WINDOW: CV-MONTH-IDX IS
      * 1 FOR THE RUN MONTH UP TO 12 FOR THE ELEVENTH MONTH BEFORE.
      *-----------------------------------------------------------------
       7100-PLACE-IN-WINDOW.
           MOVE "N" TO CV-WINDOW-SWITCH
           IF CV-DATE-WORK NUMERIC
               COMPUTE CV-MONTHS-BACK = CV-RUN-MONTH-NUMBER
                   - (CV-DATE-YEAR * 12 + CV-DATE-MONTH)
               IF CV-MONTHS-BACK NOT < 0 AND CV-MONTHS-BACK < 12
                   COMPUTE CV-MONTH-IDX = CV-MONTHS-BACK + 1
                   SET CV-IN-WINDOW TO TRUE
               END-IF
           END-IF.

       9000-TERMINATE.
           CLOSE LIMIT-REVIEW-FILE
           DISPLAY " "
           DISPLAY "CUSTOMERS REVIEWED:        " CV-CUST-COUNT
           DISPLAY "INCREASES RECOMMENDED:     " CV-INCREASE-COUNT
           DISPLAY "DECREASES RECOMMENDED:     " CV-DECREASE-COUNT
           DISPLAY "LIMITS KEPT:               " CV-KEEP-COUNT
           DISPLAY "NO ACTIVITY - LIMIT KEPT:  " CV-IDLE-COUNT
           COMPUTE RW-READ-COUNT = CV-INVOICE-READ-COUNT
               + CV-APPLY-READ-COUNT + CV-LOG-READ-COUNT
           COMPUTE RW-WRITE-COUNT = CV-INCREASE-COUNT
               + CV-DECREASE-COUNT
           MOVE 0 TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM CREDREVW.
