      ******************************************************************
      * PROGRAM-ID.    GLYREND
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - FINANCE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       FISCAL YEAR-END GL CLOSE.  THE FISCAL YEAR RUNS
      *                OCTOBER 1 THROUGH SEPTEMBER 30 (SEE CURRDATEFUNC)
      *                - FISCAL YEAR 2026 IS GL PERIODS 202510 THROUGH
      *                202609.  TOTALS EVERY REVENUE AND EXPENSE
      *                ACCOUNT ON THE GL BALANCE FILE, BY ITS CHART-OF-
      *                ACCOUNTS TYPE, THROUGH THE LAST PERIOD OF THE
      *                YEAR AND WRITES THE CLOSING JOURNAL THAT ZEROES
      *                EACH ONE INTO THE RETAINED-EARNINGS ACCOUNT ON
      *                THE GLYECTL CONTROL RECORD.  THE JOURNAL IS A
      *                GLPOST BATCH DATED THE LAST DAY OF THE YEAR, SO
      *                IT POSTS TO THE YEAR'S LAST PERIOD.  EVERY
      *                ASSET, LIABILITY AND EQUITY BALANCE AS OF THE
      *                YEAR END - RETAINED EARNINGS INCLUDING THE
      *                CLOSE - IS WRITTEN TO THE GLOPEN FILE AS THE
      *                OPENING BALANCE FOR PERIOD 1 OF THE NEW YEAR.
      *                THE YEAR TO CLOSE IS ON THE CONTROL RECORD; ZERO
      *                THERE MEANS THE LAST YEAR ENDED BEFORE TODAY.
      *                THE CONTROL RECORD ALSO KEEPS THE LAST YEAR
      *                CLOSED, AND THE RUN REFUSES - RETURN CODE 8,
      *                NOTHING WRITTEN - TO CLOSE THAT YEAR OR AN
      *                EARLIER ONE AGAIN, A YEAR NOT YET ENDED, A
      *                LEDGER THAT DOES NOT BALANCE, OR A LEDGER WITH
      *                AN ACCOUNT THE CHART CANNOT CLASSIFY.  THE
      *                CLOSING SUMMARY CARRIES THE TRIAL BALANCE
      *                TOTALS BEFORE AND AFTER THE CLOSE SO IT TIES TO
      *                GLTRIAL RUN EITHER SIDE OF THE POSTING.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    COST OF SALES (TYPE C) CLOSES WITH REVENUE AND
      *                  EXPENSE; IT IS TOTALED WITH EXPENSE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLYREND.
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
           SELECT YEAR-END-CONTROL ASSIGN TO "GLYECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YE-GLYECTL-STATUS.
           SELECT COA-MASTER ASSIGN TO "COAMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YE-COAMAST-STATUS.
           SELECT GL-BALANCE-FILE ASSIGN TO "GLBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YE-GLBAL-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YE-GLJRNL-STATUS.
           SELECT GL-OPENING-FILE ASSIGN TO "GLOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YE-GLOPEN-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YEAR-END-CONTROL
           RECORDING MODE IS F.
       01  YEAR-END-CONTROL-RECORD.
           05  YC-FISCAL-YEAR          PIC 9(04).
           05  YC-RETAINED-EARNINGS    PIC X(08).
           05  YC-LAST-CLOSED-YEAR     PIC 9(04).
           05  YC-LAST-CLOSE-DATE      PIC 9(08).
           05  FILLER                  PIC X(56).

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

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
       01  GL-JOURNAL-RECORD           PIC X(80).

       FD  GL-OPENING-FILE
           RECORDING MODE IS F.
       01  GL-OPENING-RECORD.
           COPY GLOPEN.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  YE-GLYECTL-STATUS           PIC X(02) VALUE "00".
           88  YE-GLYECTL-OK           VALUE "00".
           88  YE-GLYECTL-EOF          VALUE "10".
           88  YE-GLYECTL-NOTFOUND     VALUE "35".
       01  YE-COAMAST-STATUS           PIC X(02) VALUE "00".
           88  YE-COAMAST-OK           VALUE "00".
       01  YE-GLBAL-STATUS             PIC X(02) VALUE "00".
           88  YE-GLBAL-OK             VALUE "00".
           88  YE-GLBAL-EOF            VALUE "10".
       01  YE-GLJRNL-STATUS            PIC X(02) VALUE "00".
           88  YE-GLJRNL-OK            VALUE "00".
       01  YE-GLOPEN-STATUS            PIC X(02) VALUE "00".
           88  YE-GLOPEN-OK            VALUE "00".

       01  YE-SWITCHES.
           05  YE-COA-EOF-SWITCH       PIC X(01) VALUE "N".
               88  YE-COA-END          VALUE "Y".
           05  YE-BALANCE-EOF-SWITCH   PIC X(01) VALUE "N".
               88  YE-BALANCE-END      VALUE "Y".
           05  YE-REFUSE-SWITCH        PIC X(01) VALUE "N".
               88  YE-CLOSE-REFUSED    VALUE "Y".
           05  YE-CONTROL-SWITCH       PIC X(01) VALUE "N".
               88  YE-CONTROL-FOUND    VALUE "Y".

       01  YE-COUNTERS.
           05  YE-BALANCES-READ        PIC 9(07) COMP VALUE 0.
           05  YE-UNKNOWN-COUNT        PIC 9(05) COMP VALUE 0.
           05  YE-CLOSE-LINES          PIC 9(05) COMP VALUE 0.
           05  YE-OPENING-ROWS         PIC 9(05) COMP VALUE 0.

       01  YE-CONTROL-FIELDS.
           05  YE-FISCAL-YEAR          PIC 9(04) VALUE 0.
           05  YE-RETAINED-EARNINGS    PIC X(08) VALUE SPACES.
           05  YE-LAST-CLOSED-YEAR     PIC 9(04) VALUE 0.
           05  YE-FIRST-PERIOD         PIC 9(06) VALUE 0.
           05  YE-LAST-PERIOD          PIC 9(06) VALUE 0.
           05  YE-OPENING-PERIOD       PIC 9(06) VALUE 0.
           05  YE-YEAR-END-DATE        PIC 9(08) VALUE 0.
           05  YE-RUN-DATE             PIC 9(08) VALUE 0.
           05  YE-RUN-DATE-PARTS REDEFINES YE-RUN-DATE.
               10  YE-RUN-YEAR         PIC 9(04).
               10  YE-RUN-MONTH        PIC 9(02).
               10  YE-RUN-DAY          PIC 9(02).

      *-----------------------------------------------------------------
      * ONE ROW PER CHART ACCOUNT.  THE GL BALANCE ROWS ARE SUMMED
      * INTO IT - THE YEAR'S OWN ACTIVITY, AND THE BALANCE THROUGH
      * THE YEAR'S LAST PERIOD.  BALANCES ARE NET DEBIT.
      *-----------------------------------------------------------------
       01  YE-COA-COUNT                PIC 9(04) COMP VALUE 0.
       01  YE-MAX-COAS                 PIC 9(04) COMP VALUE 500.
       01  YE-COA-IDX                  PIC 9(04) COMP VALUE 0.
       01  YE-COA-FOUND-IDX            PIC 9(04) COMP VALUE 0.
       01  YE-RE-IDX                   PIC 9(04) COMP VALUE 0.
       01  YE-CHECK-ACCOUNT            PIC X(08) VALUE SPACES.
       01  YE-COA-TABLE.
           05  YE-COA-ENTRY OCCURS 500 TIMES.
               10  YE-CO-ACCOUNT       PIC X(08).
               10  YE-CO-DESCRIPTION   PIC X(30).
               10  YE-CO-TYPE          PIC X(01).
                   88  YE-CO-INCOME-STATEMENT
                                       VALUE "R" "C" "E".
                   88  YE-CO-BALANCE-SHEET
                                       VALUE "A" "L" "Q".
               10  YE-CO-ACTIVE        PIC X(01).
                   88  YE-CO-INACTIVE  VALUE "I".
               10  YE-CO-YEAR-NET      PIC S9(13)V99 COMP-3.
               10  YE-CO-CLOSING-NET   PIC S9(13)V99 COMP-3.

       01  YE-TOTALS.
           05  YE-TB-DEBITS            PIC S9(15)V99 COMP-3 VALUE 0.
           05  YE-TB-CREDITS           PIC S9(15)V99 COMP-3 VALUE 0.
           05  YE-YEAR-END-NET         PIC S9(15)V99 COMP-3 VALUE 0.
           05  YE-REVENUE-TOTAL        PIC S9(15)V99 COMP-3 VALUE 0.
           05  YE-EXPENSE-TOTAL        PIC S9(15)V99 COMP-3 VALUE 0.
           05  YE-NET-INCOME           PIC S9(15)V99 COMP-3 VALUE 0.
           05  YE-CLOSE-DEBITS         PIC S9(15)V99 COMP-3 VALUE 0.
           05  YE-CLOSE-CREDITS        PIC S9(15)V99 COMP-3 VALUE 0.
           05  YE-OPEN-DEBITS          PIC S9(15)V99 COMP-3 VALUE 0.
           05  YE-OPEN-CREDITS         PIC S9(15)V99 COMP-3 VALUE 0.
           05  YE-AFTER-DEBITS         PIC S9(15)V99 COMP-3 VALUE 0.
           05  YE-AFTER-CREDITS        PIC S9(15)V99 COMP-3 VALUE 0.
           05  YE-LINE-AMOUNT          PIC S9(13)V99 COMP-3 VALUE 0.

       01  YE-GL-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE "D".
           05  YE-GD-ACCOUNT           PIC X(08).
           05  YE-GD-DC-FLAG           PIC X(01).
           05  YE-GD-AMOUNT            PIC 9(11)V99.
           05  YE-GD-SOURCE-KEY.
               10  FILLER              PIC X(08) VALUE "YECLOSE ".
               10  YE-GD-FISCAL-YEAR   PIC 9(04).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  YE-GL-HEADER-LINE.
           05  FILLER                  PIC X(01) VALUE "H".
           05  FILLER                  PIC X(08) VALUE "GLYREND".
           05  YE-GH-BATCH-DATE        PIC 9(08).
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  YE-GL-TRAILER-LINE.
           05  FILLER                  PIC X(01) VALUE "T".
           05  YE-GT-RECORD-COUNT      PIC 9(05).
           05  YE-GT-DEBIT-TOTAL       PIC 9(13)V99.
           05  YE-GT-CREDIT-TOTAL      PIC 9(13)V99.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  YE-YEAR-LINE.
           05  FILLER                  PIC X(20)
                   VALUE " FISCAL YEAR        ".
           05  YE-YL-FISCAL-YEAR       PIC 9(04).
           05  FILLER                  PIC X(11) VALUE "  PERIODS  ".
           05  YE-YL-FIRST-PERIOD      PIC 9(06).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  YE-YL-LAST-PERIOD       PIC 9(06).
           05  FILLER                  PIC X(22)
                   VALUE "  RETAINED EARNINGS   ".
           05  YE-YL-RE-ACCOUNT        PIC X(08).

       01  YE-COLUMN-LINE.
           05  FILLER                  PIC X(30)
                   VALUE " ACCOUNT  DESCRIPTION         ".
           05  FILLER                  PIC X(30)
                   VALUE "           T     YEAR ACTIVITY".
           05  FILLER                  PIC X(30)
                   VALUE "     CLOSING ENTRY            ".

       01  YE-CLOSE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  YE-CL-ACCOUNT           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  YE-CL-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  YE-CL-TYPE              PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  YE-CL-YEAR-NET          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  YE-CL-CLOSE-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  YE-CL-DC-FLAG           PIC X(02).
           05  YE-CL-NOTE              PIC X(14).

       01  YE-TOTAL-LINE.
           05  YE-TL-LABEL             PIC X(40).
           05  YE-TL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF NOT YE-CLOSE-REFUSED
               PERFORM 2000-ACCUMULATE-BALANCES
           END-IF
           IF NOT YE-CLOSE-REFUSED
               PERFORM 3000-CLOSE-THE-YEAR
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "GLYREND" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "GLYREND" TO RH-PROGRAM-NAME
           MOVE "FISCAL YEAR-END GL CLOSING SUMMARY" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           MOVE RH-RUN-DATE TO YE-RUN-DATE
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-READ-YEAR-END-CONTROL
           PERFORM 1200-SET-FISCAL-YEAR
           PERFORM 1300-LOAD-CHART-OF-ACCOUNTS
           PERFORM 1400-CHECK-CLOSE-ALLOWED
           MOVE YE-FISCAL-YEAR TO YE-YL-FISCAL-YEAR
           MOVE YE-FIRST-PERIOD TO YE-YL-FIRST-PERIOD
           MOVE YE-LAST-PERIOD TO YE-YL-LAST-PERIOD
           MOVE YE-RETAINED-EARNINGS TO YE-YL-RE-ACCOUNT
           DISPLAY YE-YEAR-LINE.

      *-----------------------------------------------------------------
      * THE CONTROL RECORD NAMES THE RETAINED-EARNINGS ACCOUNT; WITH
      * NO RECORD THERE IS NOWHERE TO CLOSE TO.
      *-----------------------------------------------------------------
       1100-READ-YEAR-END-CONTROL.
           OPEN INPUT YEAR-END-CONTROL
           IF YE-GLYECTL-NOTFOUND
               DISPLAY "GLYREND: NO GLYECTL CONTROL RECORD - NO "
                   "RETAINED-EARNINGS ACCOUNT TO CLOSE TO"
               SET YE-CLOSE-REFUSED TO TRUE
           ELSE
               IF NOT YE-GLYECTL-OK AND NOT YE-GLYECTL-EOF
                   MOVE "GLYREND" TO AB-PROGRAM-ID
                   MOVE "GLYECTL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE YE-GLYECTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ YEAR-END-CONTROL
                   AT END
                       DISPLAY "GLYREND: GLYECTL CONTROL FILE IS "
                           "EMPTY"
                       SET YE-CLOSE-REFUSED TO TRUE
                   NOT AT END
                       SET YE-CONTROL-FOUND TO TRUE
                       MOVE YC-FISCAL-YEAR TO YE-FISCAL-YEAR
                       MOVE YC-RETAINED-EARNINGS
                           TO YE-RETAINED-EARNINGS
                       MOVE YC-LAST-CLOSED-YEAR
                           TO YE-LAST-CLOSED-YEAR
               END-READ
               CLOSE YEAR-END-CONTROL
           END-IF.

      *-----------------------------------------------------------------
      * NO YEAR ON THE CONTROL RECORD MEANS THE LAST YEAR THAT HAS
      * ENDED - THE ONE ENDING THIS SEPTEMBER 30 IF THAT IS PAST,
      * OTHERWISE LAST SEPTEMBER 30'S.
      *-----------------------------------------------------------------
       1200-SET-FISCAL-YEAR.
           IF YE-FISCAL-YEAR = 0
               IF YE-RUN-MONTH > 9
                   MOVE YE-RUN-YEAR TO YE-FISCAL-YEAR
               ELSE
                   COMPUTE YE-FISCAL-YEAR = YE-RUN-YEAR - 1
               END-IF
           END-IF
           COMPUTE YE-FIRST-PERIOD = (YE-FISCAL-YEAR - 1) * 100 + 10
           COMPUTE YE-LAST-PERIOD = YE-FISCAL-YEAR * 100 + 9
           COMPUTE YE-OPENING-PERIOD = YE-FISCAL-YEAR * 100 + 10
           COMPUTE YE-YEAR-END-DATE = YE-FISCAL-YEAR * 10000 + 930.

      *-----------------------------------------------------------------
      * A MISSING CHART FAILS THE RUN - THE ACCOUNT TYPE IS WHAT
      * DECIDES WHICH BALANCES CLOSE AND WHICH CARRY FORWARD.
      *-----------------------------------------------------------------
       1300-LOAD-CHART-OF-ACCOUNTS.
           MOVE 1 TO YE-COA-COUNT
           OPEN INPUT COA-MASTER
           IF NOT YE-COAMAST-OK
               MOVE "GLYREND" TO AB-PROGRAM-ID
               MOVE "COAMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE YE-COAMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1390-READ-COA-RECORD
           PERFORM 1310-STORE-COA-RECORD
               UNTIL YE-COA-END
                   OR YE-COA-COUNT > YE-MAX-COAS
           IF NOT YE-COA-END
               MOVE "GLYREND" TO AB-PROGRAM-ID
               MOVE "COAMAST" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE YE-COAMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           CLOSE COA-MASTER
           SUBTRACT 1 FROM YE-COA-COUNT.

       1310-STORE-COA-RECORD.
           MOVE CA-ACCOUNT-NUMBER TO YE-CO-ACCOUNT (YE-COA-COUNT)
           MOVE CA-DESCRIPTION TO YE-CO-DESCRIPTION (YE-COA-COUNT)
           MOVE CA-ACCOUNT-TYPE TO YE-CO-TYPE (YE-COA-COUNT)
           MOVE CA-ACTIVE-FLAG TO YE-CO-ACTIVE (YE-COA-COUNT)
           MOVE 0 TO YE-CO-YEAR-NET (YE-COA-COUNT)
           MOVE 0 TO YE-CO-CLOSING-NET (YE-COA-COUNT)
           ADD 1 TO YE-COA-COUNT
           PERFORM 1390-READ-COA-RECORD.

       1390-READ-COA-RECORD.
           READ COA-MASTER
               AT END
                   SET YE-COA-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A YEAR CLOSES ONCE, AFTER IT ENDS, INTO AN ACTIVE EQUITY
      * ACCOUNT.
      *-----------------------------------------------------------------
       1400-CHECK-CLOSE-ALLOWED.
           IF YE-CONTROL-FOUND
               MOVE YE-RETAINED-EARNINGS TO YE-CHECK-ACCOUNT
               PERFORM 1410-FIND-COA-ENTRY
               MOVE YE-COA-FOUND-IDX TO YE-RE-IDX
               EVALUATE TRUE
                   WHEN YE-FISCAL-YEAR NOT > YE-LAST-CLOSED-YEAR
                       DISPLAY "GLYREND: FISCAL YEAR "
                           YE-FISCAL-YEAR " ALREADY CLOSED - LAST "
                           "YEAR CLOSED " YE-LAST-CLOSED-YEAR
                       SET YE-CLOSE-REFUSED TO TRUE
                   WHEN YE-YEAR-END-DATE NOT < YE-RUN-DATE
                       DISPLAY "GLYREND: FISCAL YEAR "
                           YE-FISCAL-YEAR " HAS NOT ENDED"
                       SET YE-CLOSE-REFUSED TO TRUE
                   WHEN YE-RE-IDX = 0
                       DISPLAY "GLYREND: RETAINED-EARNINGS ACCOUNT "
                           YE-RETAINED-EARNINGS " NOT ON THE CHART"
                       SET YE-CLOSE-REFUSED TO TRUE
                   WHEN YE-CO-INACTIVE (YE-RE-IDX)
                           OR YE-CO-TYPE (YE-RE-IDX) NOT = "Q"
                       DISPLAY "GLYREND: RETAINED-EARNINGS ACCOUNT "
                           YE-RETAINED-EARNINGS " IS NOT AN ACTIVE "
                           "EQUITY ACCOUNT"
                       SET YE-CLOSE-REFUSED TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       1410-FIND-COA-ENTRY.
           MOVE 0 TO YE-COA-FOUND-IDX
           PERFORM 1420-COMPARE-COA-ENTRY
               VARYING YE-COA-IDX FROM 1 BY 1
               UNTIL YE-COA-IDX > YE-COA-COUNT
                   OR YE-COA-FOUND-IDX NOT = 0.

       1420-COMPARE-COA-ENTRY.
           IF YE-CO-ACCOUNT (YE-COA-IDX) = YE-CHECK-ACCOUNT
               MOVE YE-COA-IDX TO YE-COA-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * EVERY GL BALANCE ROW THROUGH THE YEAR'S LAST PERIOD IS SUMMED
      * TO ITS CHART ACCOUNT.  THE TRIAL BALANCE TOTALS COVER EVERY
      * ROW, AS GLTRIAL PRINTS THEM.
      *-----------------------------------------------------------------
       2000-ACCUMULATE-BALANCES.
           OPEN INPUT GL-BALANCE-FILE
           IF NOT YE-GLBAL-OK AND NOT YE-GLBAL-EOF
               MOVE "GLYREND" TO AB-PROGRAM-ID
               MOVE "GLBAL" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE YE-GLBAL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 2900-READ-BALANCE-RECORD
           PERFORM 2100-TAKE-ONE-BALANCE
               UNTIL YE-BALANCE-END
           CLOSE GL-BALANCE-FILE
           IF YE-UNKNOWN-COUNT > 0
               DISPLAY "GLYREND: " YE-UNKNOWN-COUNT " BALANCE ROWS "
                   "FOR ACCOUNTS NOT ON THE CHART - CLOSE REFUSED"
               SET YE-CLOSE-REFUSED TO TRUE
           END-IF
           IF YE-TB-DEBITS NOT = YE-TB-CREDITS
                   OR YE-YEAR-END-NET NOT = 0
               DISPLAY "GLYREND: GL BALANCE FILE OUT OF BALANCE - "
                   "CLOSE REFUSED"
               SET YE-CLOSE-REFUSED TO TRUE
           END-IF.

       2100-TAKE-ONE-BALANCE.
           ADD 1 TO YE-BALANCES-READ
           ADD GB-DEBIT-TOTAL TO YE-TB-DEBITS
           ADD GB-CREDIT-TOTAL TO YE-TB-CREDITS
           IF GB-PERIOD NOT > YE-LAST-PERIOD
               MOVE GB-ACCOUNT TO YE-CHECK-ACCOUNT
               PERFORM 1410-FIND-COA-ENTRY
               IF YE-COA-FOUND-IDX = 0
                   DISPLAY "GLYREND: ACCOUNT " GB-ACCOUNT
                       " PERIOD " GB-PERIOD " NOT ON THE CHART"
                   ADD 1 TO YE-UNKNOWN-COUNT
               ELSE
                   COMPUTE YE-CO-CLOSING-NET (YE-COA-FOUND-IDX) =
                       YE-CO-CLOSING-NET (YE-COA-FOUND-IDX)
                       + GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
                   IF GB-PERIOD NOT < YE-FIRST-PERIOD
                       COMPUTE YE-CO-YEAR-NET (YE-COA-FOUND-IDX) =
                           YE-CO-YEAR-NET (YE-COA-FOUND-IDX)
                           + GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
                   END-IF
               END-IF
               COMPUTE YE-YEAR-END-NET = YE-YEAR-END-NET
                   + GB-DEBIT-TOTAL - GB-CREDIT-TOTAL
           END-IF
           PERFORM 2900-READ-BALANCE-RECORD.

       2900-READ-BALANCE-RECORD.
           READ GL-BALANCE-FILE
               AT END
                   SET YE-BALANCE-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * CLOSING JOURNAL, OPENING BALANCES, THEN THE CONTROL RECORD.
      *-----------------------------------------------------------------
       3000-CLOSE-THE-YEAR.
           DISPLAY YE-COLUMN-LINE
           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT YE-GLJRNL-OK
               MOVE "GLYREND" TO AB-PROGRAM-ID
               MOVE "GLJRNL" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE YE-GLJRNL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE YE-YEAR-END-DATE TO YE-GH-BATCH-DATE
           WRITE GL-JOURNAL-RECORD FROM YE-GL-HEADER-LINE
           MOVE YE-FISCAL-YEAR TO YE-GD-FISCAL-YEAR
           PERFORM 3100-CLOSE-ONE-ACCOUNT
               VARYING YE-COA-IDX FROM 1 BY 1
               UNTIL YE-COA-IDX > YE-COA-COUNT
           PERFORM 3150-CLOSE-TO-RETAINED-EARNINGS
           MOVE YE-CLOSE-LINES TO YE-GT-RECORD-COUNT
           MOVE YE-CLOSE-DEBITS TO YE-GT-DEBIT-TOTAL
           MOVE YE-CLOSE-CREDITS TO YE-GT-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD FROM YE-GL-TRAILER-LINE
           CLOSE GL-JOURNAL-FILE
           PERFORM 3200-WRITE-OPENING-BALANCES
           PERFORM 3300-REWRITE-YEAR-END-CONTROL
           PERFORM 3400-PRINT-CLOSING-TOTALS.

      *-----------------------------------------------------------------
      * A REVENUE OR EXPENSE BALANCE IS CLOSED BY POSTING ITS
      * OPPOSITE.  THE BALANCE THROUGH YEAR END IS WHAT CLOSES; IT
      * DIFFERS FROM THE YEAR'S ACTIVITY ONLY WHEN AN EARLIER YEAR
      * WAS NEVER CLOSED.
      *-----------------------------------------------------------------
       3100-CLOSE-ONE-ACCOUNT.
           IF YE-CO-INCOME-STATEMENT (YE-COA-IDX)
               IF YE-CO-TYPE (YE-COA-IDX) = "R"
                   SUBTRACT YE-CO-YEAR-NET (YE-COA-IDX)
                       FROM YE-REVENUE-TOTAL
               ELSE
                   ADD YE-CO-YEAR-NET (YE-COA-IDX)
                       TO YE-EXPENSE-TOTAL
               END-IF
               IF YE-CO-CLOSING-NET (YE-COA-IDX) NOT = 0
                   SUBTRACT YE-CO-CLOSING-NET (YE-COA-IDX)
                       FROM YE-NET-INCOME
                   MOVE YE-CO-ACCOUNT (YE-COA-IDX) TO YE-GD-ACCOUNT
                   IF YE-CO-CLOSING-NET (YE-COA-IDX) > 0
                       MOVE YE-CO-CLOSING-NET (YE-COA-IDX)
                           TO YE-LINE-AMOUNT
                       MOVE "C" TO YE-GD-DC-FLAG
                   ELSE
                       COMPUTE YE-LINE-AMOUNT =
                           0 - YE-CO-CLOSING-NET (YE-COA-IDX)
                       MOVE "D" TO YE-GD-DC-FLAG
                   END-IF
                   PERFORM 3190-WRITE-CLOSING-LINE
                   MOVE YE-CO-ACCOUNT (YE-COA-IDX) TO YE-CL-ACCOUNT
                   MOVE YE-CO-DESCRIPTION (YE-COA-IDX)
                       TO YE-CL-DESCRIPTION
                   MOVE YE-CO-TYPE (YE-COA-IDX) TO YE-CL-TYPE
                   MOVE YE-CO-YEAR-NET (YE-COA-IDX) TO YE-CL-YEAR-NET
                   IF YE-CO-YEAR-NET (YE-COA-IDX) NOT =
                           YE-CO-CLOSING-NET (YE-COA-IDX)
                       MOVE "  PRIOR UNCLSD" TO YE-CL-NOTE
                   ELSE
                       MOVE SPACES TO YE-CL-NOTE
                   END-IF
                   PERFORM 3195-PRINT-CLOSE-LINE
                   MOVE 0 TO YE-CO-CLOSING-NET (YE-COA-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THE NET OF THE CLOSED BALANCES - NET INCOME OR LOSS - GOES
      * TO RETAINED EARNINGS AND INTO ITS CARRIED-FORWARD BALANCE.
      *-----------------------------------------------------------------
       3150-CLOSE-TO-RETAINED-EARNINGS.
           IF YE-NET-INCOME NOT = 0
               MOVE YE-RETAINED-EARNINGS TO YE-GD-ACCOUNT
               IF YE-NET-INCOME > 0
                   MOVE YE-NET-INCOME TO YE-LINE-AMOUNT
                   MOVE "C" TO YE-GD-DC-FLAG
               ELSE
                   COMPUTE YE-LINE-AMOUNT = 0 - YE-NET-INCOME
                   MOVE "D" TO YE-GD-DC-FLAG
               END-IF
               PERFORM 3190-WRITE-CLOSING-LINE
               SUBTRACT YE-NET-INCOME
                   FROM YE-CO-CLOSING-NET (YE-RE-IDX)
               MOVE YE-RETAINED-EARNINGS TO YE-CL-ACCOUNT
               MOVE YE-CO-DESCRIPTION (YE-RE-IDX) TO YE-CL-DESCRIPTION
               MOVE "Q" TO YE-CL-TYPE
               MOVE 0 TO YE-CL-YEAR-NET
               MOVE SPACES TO YE-CL-NOTE
               PERFORM 3195-PRINT-CLOSE-LINE
           END-IF.

       3190-WRITE-CLOSING-LINE.
           MOVE YE-LINE-AMOUNT TO YE-GD-AMOUNT
           WRITE GL-JOURNAL-RECORD FROM YE-GL-DETAIL-LINE
           ADD 1 TO YE-CLOSE-LINES
           IF YE-GD-DC-FLAG = "D"
               ADD YE-LINE-AMOUNT TO YE-CLOSE-DEBITS
           ELSE
               ADD YE-LINE-AMOUNT TO YE-CLOSE-CREDITS
           END-IF.

       3195-PRINT-CLOSE-LINE.
           MOVE YE-LINE-AMOUNT TO YE-CL-CLOSE-AMOUNT
           MOVE YE-GD-DC-FLAG TO YE-CL-DC-FLAG
           DISPLAY YE-CLOSE-LINE.

      *-----------------------------------------------------------------
      * EVERY BALANCE-SHEET ACCOUNT WITH A BALANCE AT YEAR END OPENS
      * PERIOD 1 OF THE NEW YEAR.  THE ROWS ARE ADDED TO THE FILE -
      * EARLIER YEARS' OPENING BALANCES STAY.
      *-----------------------------------------------------------------
       3200-WRITE-OPENING-BALANCES.
           OPEN EXTEND GL-OPENING-FILE
           IF NOT YE-GLOPEN-OK
               CLOSE GL-OPENING-FILE
               OPEN OUTPUT GL-OPENING-FILE
           END-IF
           PERFORM 3210-WRITE-ONE-OPENING
               VARYING YE-COA-IDX FROM 1 BY 1
               UNTIL YE-COA-IDX > YE-COA-COUNT
           CLOSE GL-OPENING-FILE.

       3210-WRITE-ONE-OPENING.
           IF YE-CO-BALANCE-SHEET (YE-COA-IDX)
                   AND YE-CO-CLOSING-NET (YE-COA-IDX) NOT = 0
               MOVE SPACES TO GL-OPENING-RECORD
               COMPUTE OB-FISCAL-YEAR = YE-FISCAL-YEAR + 1
               MOVE YE-OPENING-PERIOD TO OB-PERIOD
               MOVE YE-CO-ACCOUNT (YE-COA-IDX) TO OB-ACCOUNT
               MOVE YE-CO-TYPE (YE-COA-IDX) TO OB-ACCOUNT-TYPE
               MOVE YE-CO-CLOSING-NET (YE-COA-IDX) TO OB-BALANCE
               MOVE YE-RUN-DATE TO OB-CLOSE-DATE
               WRITE GL-OPENING-RECORD
               ADD 1 TO YE-OPENING-ROWS
               IF YE-CO-CLOSING-NET (YE-COA-IDX) > 0
                   ADD YE-CO-CLOSING-NET (YE-COA-IDX)
                       TO YE-OPEN-DEBITS
               ELSE
                   SUBTRACT YE-CO-CLOSING-NET (YE-COA-IDX)
                       FROM YE-OPEN-CREDITS
               END-IF
           END-IF.

       3300-REWRITE-YEAR-END-CONTROL.
           OPEN OUTPUT YEAR-END-CONTROL
           IF NOT YE-GLYECTL-OK
               MOVE "GLYREND" TO AB-PROGRAM-ID
               MOVE "GLYECTL" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE YE-GLYECTL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE SPACES TO YEAR-END-CONTROL-RECORD
           MOVE 0 TO YC-FISCAL-YEAR
           MOVE YE-RETAINED-EARNINGS TO YC-RETAINED-EARNINGS
           MOVE YE-FISCAL-YEAR TO YC-LAST-CLOSED-YEAR
           MOVE YE-RUN-DATE TO YC-LAST-CLOSE-DATE
           WRITE YEAR-END-CONTROL-RECORD
           CLOSE YEAR-END-CONTROL.

      *-----------------------------------------------------------------
      * THE TIE-OUT.  THE TRIAL BALANCE BEFORE THE CLOSE IS WHAT
      * GLTRIAL PRINTS NOW; AFTER GLPOST TAKES THE CLOSING JOURNAL IT
      * PRINTS THE AFTER-CLOSE TOTALS.  OPENING DEBITS MUST EQUAL
      * OPENING CREDITS.
      *-----------------------------------------------------------------
       3400-PRINT-CLOSING-TOTALS.
           COMPUTE YE-AFTER-DEBITS = YE-TB-DEBITS + YE-CLOSE-DEBITS
           COMPUTE YE-AFTER-CREDITS = YE-TB-CREDITS + YE-CLOSE-CREDITS
           DISPLAY " "
           MOVE "REVENUE FOR THE YEAR" TO YE-TL-LABEL
           MOVE YE-REVENUE-TOTAL TO YE-TL-AMOUNT
           DISPLAY YE-TOTAL-LINE
           MOVE "EXPENSE FOR THE YEAR" TO YE-TL-LABEL
           MOVE YE-EXPENSE-TOTAL TO YE-TL-AMOUNT
           DISPLAY YE-TOTAL-LINE
           MOVE "NET INCOME CLOSED TO RETAINED EARNINGS" TO YE-TL-LABEL
           MOVE YE-NET-INCOME TO YE-TL-AMOUNT
           DISPLAY YE-TOTAL-LINE
           DISPLAY " "
           MOVE "TRIAL BALANCE DEBITS BEFORE CLOSE" TO YE-TL-LABEL
           MOVE YE-TB-DEBITS TO YE-TL-AMOUNT
           DISPLAY YE-TOTAL-LINE
           MOVE "TRIAL BALANCE CREDITS BEFORE CLOSE" TO YE-TL-LABEL
           MOVE YE-TB-CREDITS TO YE-TL-AMOUNT
           DISPLAY YE-TOTAL-LINE
           MOVE "CLOSING JOURNAL DEBITS" TO YE-TL-LABEL
           MOVE YE-CLOSE-DEBITS TO YE-TL-AMOUNT
           DISPLAY YE-TOTAL-LINE
           MOVE "CLOSING JOURNAL CREDITS" TO YE-TL-LABEL
           MOVE YE-CLOSE-CREDITS TO YE-TL-AMOUNT
           DISPLAY YE-TOTAL-LINE
           MOVE "TRIAL BALANCE DEBITS AFTER CLOSE" TO YE-TL-LABEL
           MOVE YE-AFTER-DEBITS TO YE-TL-AMOUNT
           DISPLAY YE-TOTAL-LINE
           MOVE "TRIAL BALANCE CREDITS AFTER CLOSE" TO YE-TL-LABEL
           MOVE YE-AFTER-CREDITS TO YE-TL-AMOUNT
           DISPLAY YE-TOTAL-LINE
           DISPLAY " "
           MOVE "OPENING BALANCE DEBITS" TO YE-TL-LABEL
           MOVE YE-OPEN-DEBITS TO YE-TL-AMOUNT
           DISPLAY YE-TOTAL-LINE
           MOVE "OPENING BALANCE CREDITS" TO YE-TL-LABEL
           MOVE YE-OPEN-CREDITS TO YE-TL-AMOUNT
           DISPLAY YE-TOTAL-LINE
           IF YE-OPEN-DEBITS = YE-OPEN-CREDITS
               DISPLAY "OPENING BALANCES PROVE - DEBITS EQUAL CREDITS"
           ELSE
               DISPLAY "*** OPENING BALANCES OUT OF BALANCE ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       9000-TERMINATE.
           DISPLAY " "
           DISPLAY "GL BALANCE ROWS READ:    " YE-BALANCES-READ
           DISPLAY "CLOSING JOURNAL LINES:   " YE-CLOSE-LINES
           DISPLAY "OPENING BALANCE ROWS:    " YE-OPENING-ROWS
           IF YE-CLOSE-REFUSED
               DISPLAY "GLYREND: YEAR-END CLOSE NOT RUN - NOTHING "
                   "WRITTEN"
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE YE-BALANCES-READ TO RW-READ-COUNT
           MOVE YE-CLOSE-LINES TO RW-WRITE-COUNT
           MOVE YE-UNKNOWN-COUNT TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM GLYREND.
