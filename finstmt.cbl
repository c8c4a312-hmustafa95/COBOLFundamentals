      ******************************************************************
      * PROGRAM-ID.    FINSTMT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - FINANCE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       FINANCIAL STATEMENTS FROM THE GL BALANCE FILE.
      *                GROUPS EVERY ACCOUNT BY ITS CHART-OF-ACCOUNTS
      *                TYPE AND PRINTS THE INCOME STATEMENT - REVENUE,
      *                COST OF SALES, GROSS PROFIT, EXPENSES, NET
      *                INCOME - FOR THE PERIOD, THE SAME PERIOD A YEAR
      *                EARLIER, FISCAL YEAR-TO-DATE AND PRIOR FISCAL
      *                YEAR-TO-DATE (THE FISCAL YEAR RUNS OCTOBER 1 TO
      *                SEPTEMBER 30), THEN THE BALANCE SHEET AS OF THE
      *                PERIOD END - ASSETS, LIABILITIES, AND EQUITY
      *                WITH THE EARNINGS NOT YET CLOSED TO RETAINED
      *                EARNINGS.  THE YEAR-END CLOSING JOURNAL IS
      *                BACKED OUT OF THE INCOME STATEMENT COLUMNS, FROM
      *                ITS LINES ON THE GL HISTORY FILE, SO SEPTEMBER
      *                AND THE FULL YEAR STILL SHOW THEIR RESULTS AFTER
      *                THE CLOSE.  THE PERIOD IS ON THE STMTCTL CONTROL
      *                RECORD; WITH NONE, THE LAST COMPLETE MONTH.  A
      *                BALANCE SHEET THAT DOES NOT BALANCE ENDS WITH
      *                RETURN CODE 8.  AN ACCOUNT WITH ACTIVITY THAT IS
      *                NOT ON THE CHART, OR WHOSE TYPE IS NOT ONE THE
      *                STATEMENTS CARRY, IS LISTED AT THE END AND ENDS
      *                THE RUN WITH AT LEAST RETURN CODE 4.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINSTMT.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - FINANCE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-CONTROL ASSIGN TO "STMTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-STMTCTL-STATUS.
           SELECT COA-MASTER ASSIGN TO "COAMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-COAMAST-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GLBAL-STATUS.
           SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FS-GLHIST-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STATEMENT-CONTROL
           RECORDING MODE IS F.
       01  STATEMENT-CONTROL-RECORD.
           05  SC-PERIOD               PIC 9(06).
           05  FILLER                  PIC X(74).

       FD  COA-MASTER
           RECORDING MODE IS F.
       01  COA-MASTER-RECORD.
           05  CA-ACCOUNT-NUMBER       PIC X(08).
           05  CA-DESCRIPTION          PIC X(30).
           05  CA-ACCOUNT-TYPE         PIC X(01).
           05  CA-ACTIVE-FLAG          PIC X(01).
           05  FILLER                  PIC X(40).

       FD  GL-BALANCE-FILE
           RECORDING MODE IS F.
       01  GL-BALANCE-RECORD.
           05  GB-ACCOUNT              PIC X(08).
           05  GB-PERIOD               PIC 9(06).
           05  GB-DEBIT-TOTAL          PIC S9(13)V99.
           05  GB-CREDIT-TOTAL         PIC S9(13)V99.
           05  FILLER                  PIC X(36).

       FD  GL-HISTORY-FILE
           RECORDING MODE IS F.
       01  GL-HISTORY-RECORD.
           05  GX-ACCOUNT              PIC X(08).
           05  GX-PERIOD               PIC 9(06).
           05  GX-DC-FLAG              PIC X(01).
           05  GX-AMOUNT               PIC 9(11)V99.
           05  GX-SOURCE-KEY           PIC X(12).
           05  GX-BATCH-DATE           PIC 9(08).
           05  FILLER                  PIC X(32).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  FS-STMTCTL-STATUS           PIC X(02) VALUE "00".
           88  FS-STMTCTL-OK           VALUE "00".
           88  FS-STMTCTL-EOF          VALUE "10".
           88  FS-STMTCTL-NOTFOUND     VALUE "35".
       01  FS-COAMAST-STATUS           PIC X(02) VALUE "00".
           88  FS-COAMAST-OK           VALUE "00".
       01  FS-GLBAL-STATUS             PIC X(02) VALUE "00".
           88  FS-GLBAL-OK             VALUE "00".
           88  FS-GLBAL-EOF            VALUE "10".
       01  FS-GLHIST-STATUS            PIC X(02) VALUE "00".
           88  FS-GLHIST-OK            VALUE "00".
           88  FS-GLHIST-EOF           VALUE "10".
           88  FS-GLHIST-NOTFOUND      VALUE "35".

       01  FS-SWITCHES.
           05  FS-COA-EOF-SWITCH       PIC X(01) VALUE "N".
               88  FS-COA-END          VALUE "Y".
           05  FS-BALANCE-EOF-SWITCH   PIC X(01) VALUE "N".
               88  FS-BALANCE-END      VALUE "Y".
           05  FS-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
               88  FS-HISTORY-END      VALUE "Y".
           05  FS-PRINT-SWITCH         PIC X(01) VALUE "N".
               88  FS-LINE-HAS-AMOUNT  VALUE "Y".

       01  FS-COUNTERS.
           05  FS-BALANCES-READ        PIC 9(07) COMP VALUE 0.
           05  FS-CLOSE-LINES-BACKED   PIC 9(07) COMP VALUE 0.
           05  FS-UNMAPPED-COUNT       PIC 9(05) COMP VALUE 0.
           05  FS-LINES-PRINTED        PIC 9(05) COMP VALUE 0.

      *-----------------------------------------------------------------
      * STATEMENT PERIOD AND THE RANGES DERIVED FROM IT.  FISCAL
      * PERIOD 1 IS OCTOBER.
      *-----------------------------------------------------------------
       01  FS-PERIOD-FIELDS.
           05  FS-PERIOD               PIC 9(06) VALUE 0.
           05  FS-PERIOD-PARTS REDEFINES FS-PERIOD.
               10  FS-PERIOD-YEAR      PIC 9(04).
               10  FS-PERIOD-MONTH     PIC 9(02).
           05  FS-PRIOR-PERIOD         PIC 9(06) VALUE 0.
           05  FS-YEAR-START           PIC 9(06) VALUE 0.
           05  FS-PRIOR-YEAR-START     PIC 9(06) VALUE 0.
           05  FS-FISCAL-YEAR          PIC 9(04) VALUE 0.
           05  FS-FISCAL-PERIOD        PIC 9(02) VALUE 0.
           05  FS-RUN-DATE             PIC 9(08) VALUE 0.
           05  FS-RUN-DATE-PARTS REDEFINES FS-RUN-DATE.
               10  FS-RUN-YEAR         PIC 9(04).
               10  FS-RUN-MONTH        PIC 9(02).
               10  FS-RUN-DAY          PIC 9(02).

      *-----------------------------------------------------------------
      * ONE ROW PER CHART ACCOUNT, PLUS ONE FOR EACH ACCOUNT WITH
      * BALANCES THAT IS NOT ON THE CHART.  AMOUNTS ARE NET DEBIT.
      * INCOME STATEMENT COLUMNS: 1 PERIOD, 2 SAME PERIOD LAST YEAR,
      * 3 FISCAL YEAR-TO-DATE, 4 PRIOR FISCAL YEAR-TO-DATE.
      *-----------------------------------------------------------------
       01  FS-COA-COUNT                PIC 9(04) COMP VALUE 0.
       01  FS-MAX-COAS                 PIC 9(04) COMP VALUE 600.
       01  FS-MAX-CHART                PIC 9(04) COMP VALUE 500.
       01  FS-COA-IDX                  PIC 9(04) COMP VALUE 0.
       01  FS-COA-FOUND-IDX            PIC 9(04) COMP VALUE 0.
       01  FS-CHECK-ACCOUNT            PIC X(08) VALUE SPACES.
       01  FS-COA-TABLE.
           05  FS-COA-ENTRY OCCURS 600 TIMES.
               10  FS-CO-ACCOUNT       PIC X(08).
               10  FS-CO-DESCRIPTION   PIC X(30).
               10  FS-CO-TYPE          PIC X(01).
                   88  FS-CO-INCOME-STATEMENT
                                       VALUE "R" "C" "E".
                   88  FS-CO-STATEMENT-TYPE
                                       VALUE "A" "L" "Q" "R" "C"
                                             "E".
               10  FS-CO-ON-CHART      PIC X(01).
                   88  FS-CO-NOT-ON-CHART
                                       VALUE "N".
               10  FS-CO-ACTIVITY      PIC X(01).
                   88  FS-CO-HAS-ACTIVITY
                                       VALUE "Y".
               10  FS-CO-BALANCE       PIC S9(13)V99 COMP-3.
               10  FS-CO-COLUMN        PIC S9(13)V99 COMP-3
                                       OCCURS 4 TIMES.

       01  FS-COL                      PIC 9(01) COMP VALUE 0.
       01  FS-APPLY-FIELDS.
           05  FS-APPLY-PERIOD         PIC 9(06) VALUE 0.
           05  FS-APPLY-NET            PIC S9(13)V99 COMP-3 VALUE 0.

       01  FS-PRINT-FIELDS.
           05  FS-PRINT-TYPE           PIC X(01) VALUE SPACES.
           05  FS-SIGN                 PIC S9(01) VALUE +1.
           05  FS-SIGNED-AMOUNT        PIC S9(13)V99 COMP-3 VALUE 0.

       01  FS-COLUMN-TOTALS.
           05  FS-SECTION-TOTAL        PIC S9(13)V99 COMP-3
                                       OCCURS 4 TIMES.
           05  FS-REVENUE-TOTAL        PIC S9(13)V99 COMP-3
                                       OCCURS 4 TIMES.
           05  FS-COST-TOTAL           PIC S9(13)V99 COMP-3
                                       OCCURS 4 TIMES.
           05  FS-EXPENSE-TOTAL        PIC S9(13)V99 COMP-3
                                       OCCURS 4 TIMES.
           05  FS-RESULT-TOTAL         PIC S9(13)V99 COMP-3
                                       OCCURS 4 TIMES.

       01  FS-BALANCE-TOTALS.
           05  FS-BS-SECTION-TOTAL     PIC S9(13)V99 COMP-3 VALUE 0.
           05  FS-ASSET-TOTAL          PIC S9(13)V99 COMP-3 VALUE 0.
           05  FS-LIABILITY-TOTAL      PIC S9(13)V99 COMP-3 VALUE 0.
           05  FS-EQUITY-TOTAL         PIC S9(13)V99 COMP-3 VALUE 0.
           05  FS-OPEN-EARNINGS        PIC S9(13)V99 COMP-3 VALUE 0.
           05  FS-LIAB-EQUITY-TOTAL    PIC S9(13)V99 COMP-3 VALUE 0.

       01  FS-PERIOD-LINE.
           05  FILLER                  PIC X(20)
                   VALUE " PERIOD ENDING      ".
           05  FS-PL-PERIOD            PIC 9(06).
           05  FILLER                  PIC X(16)
                   VALUE "   FISCAL YEAR  ".
           05  FS-PL-FISCAL-YEAR       PIC 9(04).
           05  FILLER                  PIC X(10) VALUE "  PERIOD  ".
           05  FS-PL-FISCAL-PERIOD     PIC 9(02).

       01  FS-IS-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(32)
                   VALUE "       PERIOD    PRIOR YR PERIOD".
           05  FILLER                  PIC X(32)
                   VALUE "    FISCAL YTD       PRIOR YTD  ".

       01  FS-IS-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FS-IL-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FS-IL-DESCRIPTION       PIC X(30).
           05  FS-IL-COLUMN OCCURS 4 TIMES.
               10  FILLER              PIC X(01).
               10  FS-IL-AMOUNT        PIC ZZ,ZZZ,ZZ9.99-.

       01  FS-BS-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FS-BL-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FS-BL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FS-BL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.

       01  FS-UNMAPPED-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FS-UL-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FS-UL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(07) VALUE "  TYPE ".
           05  FS-UL-TYPE              PIC X(01).
           05  FILLER                  PIC X(10) VALUE "  BALANCE ".
           05  FS-UL-BALANCE           PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-BALANCES
           PERFORM 2500-BACK-OUT-YEAR-END-CLOSE
           PERFORM 3000-PRINT-INCOME-STATEMENT
           PERFORM 4000-PRINT-BALANCE-SHEET
           PERFORM 5000-PRINT-UNMAPPED-ACCOUNTS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "FINSTMT" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "FINSTMT" TO RH-PROGRAM-NAME
           MOVE "INCOME STATEMENT AND BALANCE SHEET" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           MOVE RH-RUN-DATE TO FS-RUN-DATE
           PERFORM 1100-READ-STATEMENT-CONTROL
           PERFORM 1200-SET-PERIOD-RANGES
           PERFORM 1300-LOAD-CHART-OF-ACCOUNTS
           PERFORM 8000-PRINT-REPORT-HEADER
           MOVE FS-PERIOD TO FS-PL-PERIOD
           MOVE FS-FISCAL-YEAR TO FS-PL-FISCAL-YEAR
           MOVE FS-FISCAL-PERIOD TO FS-PL-FISCAL-PERIOD
           DISPLAY FS-PERIOD-LINE.

      *-----------------------------------------------------------------
      * NO CONTROL RECORD, OR A ZERO PERIOD ON IT, MEANS THE LAST
      * COMPLETE MONTH.
      *-----------------------------------------------------------------
       1100-READ-STATEMENT-CONTROL.
           MOVE 0 TO FS-PERIOD
           OPEN INPUT STATEMENT-CONTROL
           IF FS-STMTCTL-NOTFOUND
               DISPLAY "FINSTMT: NO STMTCTL CONTROL RECORD - "
                   "STATEMENTS FOR THE LAST COMPLETE MONTH"
           ELSE
               IF NOT FS-STMTCTL-OK AND NOT FS-STMTCTL-EOF
                   MOVE "FINSTMT" TO AB-PROGRAM-ID
                   MOVE "STMTCTL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE FS-STMTCTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ STATEMENT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SC-PERIOD TO FS-PERIOD
               END-READ
               CLOSE STATEMENT-CONTROL
           END-IF
           IF FS-PERIOD = 0
               IF FS-RUN-MONTH = 1
                   COMPUTE FS-PERIOD = (FS-RUN-YEAR - 1) * 100 + 12
               ELSE
                   COMPUTE FS-PERIOD =
                       FS-RUN-YEAR * 100 + FS-RUN-MONTH - 1
               END-IF
           END-IF.

       1200-SET-PERIOD-RANGES.
           IF FS-PERIOD-MONTH > 9
               COMPUTE FS-YEAR-START = FS-PERIOD-YEAR * 100 + 10
               COMPUTE FS-FISCAL-YEAR = FS-PERIOD-YEAR + 1
               COMPUTE FS-FISCAL-PERIOD = FS-PERIOD-MONTH - 9
           ELSE
               COMPUTE FS-YEAR-START =
                   (FS-PERIOD-YEAR - 1) * 100 + 10
               MOVE FS-PERIOD-YEAR TO FS-FISCAL-YEAR
               COMPUTE FS-FISCAL-PERIOD = FS-PERIOD-MONTH + 3
           END-IF
           COMPUTE FS-PRIOR-PERIOD = FS-PERIOD - 100
           COMPUTE FS-PRIOR-YEAR-START = FS-YEAR-START - 100.

       1300-LOAD-CHART-OF-ACCOUNTS.
           MOVE 1 TO FS-COA-COUNT
           OPEN INPUT COA-MASTER
           IF NOT FS-COAMAST-OK
               MOVE "FINSTMT" TO AB-PROGRAM-ID
               MOVE "COAMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE FS-COAMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1390-READ-COA-RECORD
           PERFORM 1310-STORE-COA-RECORD
               UNTIL FS-COA-END
                   OR FS-COA-COUNT > FS-MAX-CHART
           IF NOT FS-COA-END
               MOVE "FINSTMT" TO AB-PROGRAM-ID
               MOVE "COAMAST" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE FS-COAMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           CLOSE COA-MASTER
           SUBTRACT 1 FROM FS-COA-COUNT.

       1310-STORE-COA-RECORD.
           MOVE CA-ACCOUNT-NUMBER TO FS-CO-ACCOUNT (FS-COA-COUNT)
           MOVE CA-DESCRIPTION TO FS-CO-DESCRIPTION (FS-COA-COUNT)
           MOVE CA-ACCOUNT-TYPE TO FS-CO-TYPE (FS-COA-COUNT)
           MOVE "Y" TO FS-CO-ON-CHART (FS-COA-COUNT)
           PERFORM 1320-CLEAR-ACCOUNT-AMOUNTS
           ADD 1 TO FS-COA-COUNT
           PERFORM 1390-READ-COA-RECORD.

       1320-CLEAR-ACCOUNT-AMOUNTS.
           MOVE "N" TO FS-CO-ACTIVITY (FS-COA-COUNT)
           MOVE 0 TO FS-CO-BALANCE (FS-COA-COUNT)
           PERFORM 1325-CLEAR-ONE-COLUMN
               VARYING FS-COL FROM 1 BY 1
               UNTIL FS-COL > 4.

       1325-CLEAR-ONE-COLUMN.
           MOVE 0 TO FS-CO-COLUMN (FS-COA-COUNT FS-COL).

       1390-READ-COA-RECORD.
           READ COA-MASTER
               AT END
                   SET FS-COA-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EVERY GL BALANCE ROW THROUGH THE STATEMENT PERIOD GOES TO ITS
      * ACCOUNT'S BALANCE AND TO WHICHEVER INCOME STATEMENT COLUMNS
      * ITS PERIOD FALLS IN.  A ROW FOR AN ACCOUNT NOT ON THE CHART
      * GETS A ROW OF ITS OWN SO IT CAN BE LISTED.
      *-----------------------------------------------------------------
       2000-ACCUMULATE-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF NOT FS-GLBAL-OK AND NOT FS-GLBAL-EOF
               MOVE "FINSTMT" TO AB-PROGRAM-ID
               MOVE "GLBAL" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE FS-GLBAL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 2900-READ-BALANCE-RECORD
           PERFORM 2100-TAKE-ONE-BALANCE
               UNTIL FS-BALANCE-END
           CLOSE GL-BALANCE-FILE.

       2100-TAKE-ONE-BALANCE.
           ADD 1 TO FS-BALANCES-READ
           IF GB-PERIOD NOT > FS-PERIOD
               MOVE GB-ACCOUNT TO FS-CHECK-ACCOUNT
               PERFORM 2300-FIND-COA-ENTRY
               IF FS-COA-FOUND-IDX = 0
                   PERFORM 2150-ADD-UNCHARTED-ACCOUNT
               END-IF
               IF FS-COA-FOUND-IDX NOT = 0
                   IF GB-DEBIT-TOTAL NOT = 0
                           OR GB-CREDIT-TOTAL NOT = 0
                       MOVE "Y" TO FS-CO-ACTIVITY (FS-COA-FOUND-IDX)
                   END-IF
                   COMPUTE FS-APPLY-NET =
                       GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
                   ADD FS-APPLY-NET TO FS-CO-BALANCE (FS-COA-FOUND-IDX)
                   MOVE GB-PERIOD TO FS-APPLY-PERIOD
                   PERFORM 2200-APPLY-TO-COLUMNS
               END-IF
           END-IF
           PERFORM 2900-READ-BALANCE-RECORD.

       2150-ADD-UNCHARTED-ACCOUNT.
           IF FS-COA-COUNT < FS-MAX-COAS
               ADD 1 TO FS-COA-COUNT
               MOVE GB-ACCOUNT TO FS-CO-ACCOUNT (FS-COA-COUNT)
               MOVE "** NOT ON THE CHART **"
                   TO FS-CO-DESCRIPTION (FS-COA-COUNT)
               MOVE SPACES TO FS-CO-TYPE (FS-COA-COUNT)
               MOVE "N" TO FS-CO-ON-CHART (FS-COA-COUNT)
               PERFORM 1320-CLEAR-ACCOUNT-AMOUNTS
               MOVE FS-COA-COUNT TO FS-COA-FOUND-IDX
           ELSE
               DISPLAY "FINSTMT: ACCOUNT " GB-ACCOUNT " NOT ON THE "
                   "CHART AND NO ROOM TO LIST IT"
               ADD 1 TO FS-UNMAPPED-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * ONLY REVENUE, COST AND EXPENSE ACCOUNTS CARRY INCOME
      * STATEMENT COLUMNS.
      *-----------------------------------------------------------------
       2200-APPLY-TO-COLUMNS.
           IF FS-CO-INCOME-STATEMENT (FS-COA-FOUND-IDX)
               IF FS-APPLY-PERIOD = FS-PERIOD
                   ADD FS-APPLY-NET
                       TO FS-CO-COLUMN (FS-COA-FOUND-IDX 1)
               END-IF
               IF FS-APPLY-PERIOD = FS-PRIOR-PERIOD
                   ADD FS-APPLY-NET
                       TO FS-CO-COLUMN (FS-COA-FOUND-IDX 2)
               END-IF
               IF FS-APPLY-PERIOD NOT < FS-YEAR-START
                   ADD FS-APPLY-NET
                       TO FS-CO-COLUMN (FS-COA-FOUND-IDX 3)
               END-IF
               IF FS-APPLY-PERIOD NOT < FS-PRIOR-YEAR-START
                       AND FS-APPLY-PERIOD NOT > FS-PRIOR-PERIOD
                   ADD FS-APPLY-NET
                       TO FS-CO-COLUMN (FS-COA-FOUND-IDX 4)
               END-IF
           END-IF.

       2300-FIND-COA-ENTRY.
           MOVE 0 TO FS-COA-FOUND-IDX
           PERFORM 2310-COMPARE-COA-ENTRY
               VARYING FS-COA-IDX FROM 1 BY 1
               UNTIL FS-COA-IDX > FS-COA-COUNT
                   OR FS-COA-FOUND-IDX NOT = 0.

       2310-COMPARE-COA-ENTRY.
           IF FS-CO-ACCOUNT (FS-COA-IDX) = FS-CHECK-ACCOUNT
               MOVE FS-COA-IDX TO FS-COA-FOUND-IDX
           END-IF.

       2900-READ-BALANCE-RECORD.
           READ GL-BALANCE-FILE
               AT END
                   SET FS-BALANCE-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE YEAR-END CLOSE ZEROES REVENUE, COST AND EXPENSE IN
      * SEPTEMBER.  ITS LINES ARE TAKEN BACK OUT OF THE INCOME
      * STATEMENT COLUMNS (NOT THE BALANCES) SO A CLOSED YEAR STILL
      * REPORTS ITS RESULTS.  NO HISTORY FILE, NO CLOSE TO BACK OUT.
      *-----------------------------------------------------------------
       2500-BACK-OUT-YEAR-END-CLOSE.
           OPEN INPUT GL-HISTORY-FILE
           IF FS-GLHIST-NOTFOUND
               SET FS-HISTORY-END TO TRUE
           ELSE
               IF NOT FS-GLHIST-OK AND NOT FS-GLHIST-EOF
                   MOVE "FINSTMT" TO AB-PROGRAM-ID
                   MOVE "GLHIST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE FS-GLHIST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2590-READ-HISTORY-RECORD
               PERFORM 2510-TAKE-ONE-HISTORY-LINE
                   UNTIL FS-HISTORY-END
               CLOSE GL-HISTORY-FILE
           END-IF.

       2510-TAKE-ONE-HISTORY-LINE.
           IF GX-SOURCE-KEY (1:8) = "YECLOSE "
                   AND GX-PERIOD NOT > FS-PERIOD
               MOVE GX-ACCOUNT TO FS-CHECK-ACCOUNT
               PERFORM 2300-FIND-COA-ENTRY
               IF FS-COA-FOUND-IDX NOT = 0
                   IF GX-DC-FLAG = "D"
                       COMPUTE FS-APPLY-NET = 0 - GX-AMOUNT
                   ELSE
                       MOVE GX-AMOUNT TO FS-APPLY-NET
                   END-IF
                   MOVE GX-PERIOD TO FS-APPLY-PERIOD
                   PERFORM 2200-APPLY-TO-COLUMNS
                   ADD 1 TO FS-CLOSE-LINES-BACKED
               END-IF
           END-IF
           PERFORM 2590-READ-HISTORY-RECORD.

       2590-READ-HISTORY-RECORD.
           READ GL-HISTORY-FILE
               AT END
                   SET FS-HISTORY-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * REVENUE PRINTS CREDIT-POSITIVE, COST AND EXPENSE DEBIT-
      * POSITIVE.  AN ACCOUNT WITH NOTHING IN ANY COLUMN IS LEFT OFF.
      *-----------------------------------------------------------------
       3000-PRINT-INCOME-STATEMENT.
           DISPLAY " "
           DISPLAY " INCOME STATEMENT"
           DISPLAY FS-IS-COLUMN-LINE
           MOVE "R" TO FS-PRINT-TYPE
           MOVE -1 TO FS-SIGN
           DISPLAY " REVENUE"
           PERFORM 3100-PRINT-IS-SECTION
           PERFORM 3150-SAVE-REVENUE-TOTAL
               VARYING FS-COL FROM 1 BY 1 UNTIL FS-COL > 4
           MOVE "TOTAL REVENUE" TO FS-IL-DESCRIPTION
           PERFORM 3190-PRINT-IS-TOTAL-LINE
           MOVE "C" TO FS-PRINT-TYPE
           MOVE +1 TO FS-SIGN
           DISPLAY " COST OF SALES"
           PERFORM 3100-PRINT-IS-SECTION
           PERFORM 3155-SAVE-COST-TOTAL
               VARYING FS-COL FROM 1 BY 1 UNTIL FS-COL > 4
           MOVE "TOTAL COST OF SALES" TO FS-IL-DESCRIPTION
           PERFORM 3190-PRINT-IS-TOTAL-LINE
           PERFORM 3160-COMPUTE-GROSS-PROFIT
               VARYING FS-COL FROM 1 BY 1 UNTIL FS-COL > 4
           MOVE "GROSS PROFIT" TO FS-IL-DESCRIPTION
           PERFORM 3190-PRINT-IS-TOTAL-LINE
           MOVE "E" TO FS-PRINT-TYPE
           MOVE +1 TO FS-SIGN
           DISPLAY " EXPENSES"
           PERFORM 3100-PRINT-IS-SECTION
           PERFORM 3165-SAVE-EXPENSE-TOTAL
               VARYING FS-COL FROM 1 BY 1 UNTIL FS-COL > 4
           MOVE "TOTAL EXPENSES" TO FS-IL-DESCRIPTION
           PERFORM 3190-PRINT-IS-TOTAL-LINE
           PERFORM 3170-COMPUTE-NET-INCOME
               VARYING FS-COL FROM 1 BY 1 UNTIL FS-COL > 4
           MOVE "NET INCOME" TO FS-IL-DESCRIPTION
           PERFORM 3190-PRINT-IS-TOTAL-LINE.

       3100-PRINT-IS-SECTION.
           PERFORM 3105-CLEAR-SECTION-TOTAL
               VARYING FS-COL FROM 1 BY 1 UNTIL FS-COL > 4
           PERFORM 3110-PRINT-IS-ACCOUNT
               VARYING FS-COA-IDX FROM 1 BY 1
               UNTIL FS-COA-IDX > FS-COA-COUNT.

       3105-CLEAR-SECTION-TOTAL.
           MOVE 0 TO FS-SECTION-TOTAL (FS-COL).

       3110-PRINT-IS-ACCOUNT.
           IF FS-CO-TYPE (FS-COA-IDX) = FS-PRINT-TYPE
               MOVE "N" TO FS-PRINT-SWITCH
               PERFORM 3120-EDIT-IS-COLUMN
                   VARYING FS-COL FROM 1 BY 1 UNTIL FS-COL > 4
               IF FS-LINE-HAS-AMOUNT
                   MOVE FS-CO-ACCOUNT (FS-COA-IDX) TO FS-IL-ACCOUNT
                   MOVE FS-CO-DESCRIPTION (FS-COA-IDX)
                       TO FS-IL-DESCRIPTION
                   DISPLAY FS-IS-LINE
                   ADD 1 TO FS-LINES-PRINTED
               END-IF
           END-IF.

       3120-EDIT-IS-COLUMN.
           COMPUTE FS-SIGNED-AMOUNT =
               FS-CO-COLUMN (FS-COA-IDX FS-COL) * FS-SIGN
           IF FS-SIGNED-AMOUNT NOT = 0
               SET FS-LINE-HAS-AMOUNT TO TRUE
           END-IF
           MOVE FS-SIGNED-AMOUNT TO FS-IL-AMOUNT (FS-COL)
           ADD FS-SIGNED-AMOUNT TO FS-SECTION-TOTAL (FS-COL).

       3150-SAVE-REVENUE-TOTAL.
           MOVE FS-SECTION-TOTAL (FS-COL) TO FS-REVENUE-TOTAL (FS-COL)
           MOVE FS-SECTION-TOTAL (FS-COL) TO FS-RESULT-TOTAL (FS-COL).

       3155-SAVE-COST-TOTAL.
           MOVE FS-SECTION-TOTAL (FS-COL) TO FS-COST-TOTAL (FS-COL)
           MOVE FS-SECTION-TOTAL (FS-COL) TO FS-RESULT-TOTAL (FS-COL).

       3160-COMPUTE-GROSS-PROFIT.
           COMPUTE FS-RESULT-TOTAL (FS-COL) =
               FS-REVENUE-TOTAL (FS-COL) - FS-COST-TOTAL (FS-COL).

       3165-SAVE-EXPENSE-TOTAL.
           MOVE FS-SECTION-TOTAL (FS-COL) TO FS-EXPENSE-TOTAL (FS-COL)
           MOVE FS-SECTION-TOTAL (FS-COL) TO FS-RESULT-TOTAL (FS-COL).

       3170-COMPUTE-NET-INCOME.
           COMPUTE FS-RESULT-TOTAL (FS-COL) =
               FS-REVENUE-TOTAL (FS-COL) - FS-COST-TOTAL (FS-COL)
               - FS-EXPENSE-TOTAL (FS-COL).

       3190-PRINT-IS-TOTAL-LINE.
           MOVE SPACES TO FS-IL-ACCOUNT
           PERFORM 3195-EDIT-TOTAL-COLUMN
               VARYING FS-COL FROM 1 BY 1 UNTIL FS-COL > 4
           DISPLAY FS-IS-LINE.

       3195-EDIT-TOTAL-COLUMN.
           MOVE FS-RESULT-TOTAL (FS-COL) TO FS-IL-AMOUNT (FS-COL).

      *-----------------------------------------------------------------
      * ASSETS PRINT DEBIT-POSITIVE, LIABILITIES AND EQUITY CREDIT-
      * POSITIVE.  EARNINGS NOT YET CLOSED TO RETAINED EARNINGS - THE
      * NET OF EVERY REVENUE, COST AND EXPENSE BALANCE - ARE PART OF
      * EQUITY.
      *-----------------------------------------------------------------
       4000-PRINT-BALANCE-SHEET.
           DISPLAY " "
           DISPLAY " BALANCE SHEET AS OF PERIOD END " FS-PERIOD
           DISPLAY " ASSETS"
           MOVE "A" TO FS-PRINT-TYPE
           MOVE +1 TO FS-SIGN
           PERFORM 4100-PRINT-BS-SECTION
           MOVE FS-BS-SECTION-TOTAL TO FS-ASSET-TOTAL
           MOVE "TOTAL ASSETS" TO FS-BL-DESCRIPTION
           MOVE FS-ASSET-TOTAL TO FS-BL-AMOUNT
           PERFORM 4190-PRINT-BS-TOTAL-LINE
           DISPLAY " LIABILITIES"
           MOVE "L" TO FS-PRINT-TYPE
           MOVE -1 TO FS-SIGN
           PERFORM 4100-PRINT-BS-SECTION
           MOVE FS-BS-SECTION-TOTAL TO FS-LIABILITY-TOTAL
           MOVE "TOTAL LIABILITIES" TO FS-BL-DESCRIPTION
           MOVE FS-LIABILITY-TOTAL TO FS-BL-AMOUNT
           PERFORM 4190-PRINT-BS-TOTAL-LINE
           DISPLAY " EQUITY"
           MOVE "Q" TO FS-PRINT-TYPE
           MOVE -1 TO FS-SIGN
           PERFORM 4100-PRINT-BS-SECTION
           MOVE 0 TO FS-OPEN-EARNINGS
           PERFORM 4150-ADD-OPEN-EARNINGS
               VARYING FS-COA-IDX FROM 1 BY 1
               UNTIL FS-COA-IDX > FS-COA-COUNT
           MOVE "CURRENT-YEAR EARNINGS" TO FS-BL-DESCRIPTION
           MOVE FS-OPEN-EARNINGS TO FS-BL-AMOUNT
           PERFORM 4190-PRINT-BS-TOTAL-LINE
           COMPUTE FS-EQUITY-TOTAL =
               FS-BS-SECTION-TOTAL + FS-OPEN-EARNINGS
           MOVE "TOTAL EQUITY" TO FS-BL-DESCRIPTION
           MOVE FS-EQUITY-TOTAL TO FS-BL-AMOUNT
           PERFORM 4190-PRINT-BS-TOTAL-LINE
           COMPUTE FS-LIAB-EQUITY-TOTAL =
               FS-LIABILITY-TOTAL + FS-EQUITY-TOTAL
           MOVE "TOTAL LIABILITIES AND EQUITY" TO FS-BL-DESCRIPTION
           MOVE FS-LIAB-EQUITY-TOTAL TO FS-BL-AMOUNT
           PERFORM 4190-PRINT-BS-TOTAL-LINE
           IF FS-ASSET-TOTAL = FS-LIAB-EQUITY-TOTAL
               DISPLAY " BALANCE SHEET BALANCES"
           ELSE
               DISPLAY " *** BALANCE SHEET OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       4100-PRINT-BS-SECTION.
           MOVE 0 TO FS-BS-SECTION-TOTAL
           PERFORM 4110-PRINT-BS-ACCOUNT
               VARYING FS-COA-IDX FROM 1 BY 1
               UNTIL FS-COA-IDX > FS-COA-COUNT.

       4110-PRINT-BS-ACCOUNT.
           IF FS-CO-TYPE (FS-COA-IDX) = FS-PRINT-TYPE
                   AND FS-CO-BALANCE (FS-COA-IDX) NOT = 0
               COMPUTE FS-SIGNED-AMOUNT =
                   FS-CO-BALANCE (FS-COA-IDX) * FS-SIGN
               ADD FS-SIGNED-AMOUNT TO FS-BS-SECTION-TOTAL
               MOVE FS-CO-ACCOUNT (FS-COA-IDX) TO FS-BL-ACCOUNT
               MOVE FS-CO-DESCRIPTION (FS-COA-IDX)
                   TO FS-BL-DESCRIPTION
               MOVE FS-SIGNED-AMOUNT TO FS-BL-AMOUNT
               DISPLAY FS-BS-LINE
               ADD 1 TO FS-LINES-PRINTED
           END-IF.

       4150-ADD-OPEN-EARNINGS.
           IF FS-CO-INCOME-STATEMENT (FS-COA-IDX)
               SUBTRACT FS-CO-BALANCE (FS-COA-IDX)
                   FROM FS-OPEN-EARNINGS
           END-IF.

       4190-PRINT-BS-TOTAL-LINE.
           MOVE SPACES TO FS-BL-ACCOUNT
           DISPLAY FS-BS-LINE.

      *-----------------------------------------------------------------
      * AN ACCOUNT WITH ACTIVITY THAT NO STATEMENT LINE TAKES - NOT ON
      * THE CHART, OR A TYPE THE STATEMENTS DO NOT CARRY.  ITS
      * BALANCE IS ON NEITHER STATEMENT.
      *-----------------------------------------------------------------
       5000-PRINT-UNMAPPED-ACCOUNTS.
           PERFORM 5100-CHECK-ONE-ACCOUNT
               VARYING FS-COA-IDX FROM 1 BY 1
               UNTIL FS-COA-IDX > FS-COA-COUNT
           IF FS-UNMAPPED-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       5100-CHECK-ONE-ACCOUNT.
           IF FS-CO-HAS-ACTIVITY (FS-COA-IDX)
                   AND (FS-CO-NOT-ON-CHART (FS-COA-IDX)
                       OR NOT FS-CO-STATEMENT-TYPE (FS-COA-IDX))
               IF FS-UNMAPPED-COUNT = 0
                   DISPLAY " "
                   DISPLAY " *** ACCOUNTS WITH ACTIVITY NOT ON ANY "
                       "STATEMENT LINE ***"
               END-IF
               MOVE FS-CO-ACCOUNT (FS-COA-IDX) TO FS-UL-ACCOUNT
               MOVE FS-CO-DESCRIPTION (FS-COA-IDX) TO FS-UL-DESCRIPTION
               MOVE FS-CO-TYPE (FS-COA-IDX) TO FS-UL-TYPE
               MOVE FS-CO-BALANCE (FS-COA-IDX) TO FS-UL-BALANCE
               DISPLAY FS-UNMAPPED-LINE
               ADD 1 TO FS-UNMAPPED-COUNT
           END-IF.

       9000-TERMINATE.
           DISPLAY " "
           DISPLAY "GL BALANCE ROWS READ:    " FS-BALANCES-READ
           DISPLAY "CLOSE LINES BACKED OUT:  " FS-CLOSE-LINES-BACKED
           DISPLAY "ACCOUNT LINES PRINTED:   " FS-LINES-PRINTED
           DISPLAY "UNMAPPED ACCOUNTS:       " FS-UNMAPPED-COUNT
           MOVE FS-BALANCES-READ TO RW-READ-COUNT
           MOVE FS-LINES-PRINTED TO RW-WRITE-COUNT
           MOVE FS-UNMAPPED-COUNT TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM FINSTMT.
