      ******************************************************************
      * PROGRAM-ID.    QTRTAX
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - PAYROLL
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       QUARTERLY PAYROLL TAX RETURN WORKSHEET.  RUN
      *                AFTER THE LAST WITHHOLDING RUN OF A CALENDAR
      *                QUARTER (THE RUN DATE'S QUARTER) AND BEFORE THE
      *                FIRST RUN OF THE NEXT.  FROM THE PAYROLL TAX
      *                HISTORY FILE IT PRINTS THE FIGURES THE FEDERAL
      *                AND STATE QUARTERLY RETURNS ASK FOR: WAGES,
      *                WAGES UNDER THE EMPLOYER MATCH AND UNEMPLOYMENT
      *                WAGE BASES, FEDERAL AND STATE WITHHOLDING, THE
      *                EMPLOYER MATCH AND THE EQUAL EMPLOYEE SHARE,
      *                UNEMPLOYMENT ACCRUED, A PER-STATE BREAKDOWN, AND
      *                THE NUMBER OF EMPLOYEES PAID IN EACH MONTH.
      *                THE WORKSHEET IS THEN PROVED TWO WAYS:
      *                  1. THE EMPLOYEE DETAIL AGAINST THE RUN-TOTAL
      *                     RECORDS - THE WITHHOLDING AND EMPLOYER
      *                     ACCRUALS ACTUALLY POSTED FOR THE QUARTER,
      *                  2. THE DETAIL PLUS RETRO ADJUSTMENTS AGAINST
      *                     THE QUARTER'S YTD BALANCE MOVEMENT (THE
      *                     BALANCE FILE NOW LESS THE OPENING IMAGE
      *                     SAVED BY LAST QUARTER'S RUN; THE FIRST
      *                     QUARTER OPENS AT ZERO AFTER YEAR-END).
      *                IF ANY FIGURE DISAGREES THE RUN ENDS WITH
      *                RETURN CODE 8 AND NOTHING SHOULD BE FILED.  A
      *                BALANCED RUN SAVES THE BALANCE FILE AS THE NEXT
      *                QUARTER'S OPENING IMAGE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    BALANCE RECORD AND QUARTER IMAGES NOW CARRY
      *                  YTD SUPPLEMENTAL WAGES, CARRIED INTO THE IMAGE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QTRTAX.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - PAYROLL.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAY-TAX-HISTORY ASSIGN TO "PAYTXHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QT-PAYTXHST-STATUS.
           SELECT YTD-BALANCE-FILE ASSIGN TO "YTDBAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YB-EMPLOYEE-ID
               FILE STATUS IS QT-YTDBAL-STATUS.
           SELECT QTR-OPEN-FILE ASSIGN TO "QTROPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QT-QTROPEN-STATUS.
           SELECT QTR-CLOSE-FILE ASSIGN TO "QTRCLOSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QT-QTRCLOSE-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-TAX-HISTORY
           RECORDING MODE IS F.
       01  PAY-TAX-HISTORY-RECORD.
           COPY PAYTXHST.

       FD  YTD-BALANCE-FILE
           RECORDING MODE IS F.
       01  YTD-BALANCE-RECORD.
           05  YB-EMPLOYEE-ID          PIC 9(06).
           05  YB-YTD-WITHHOLDING      PIC 9(09)V99.
           05  YB-YTD-STATE-WH         PIC 9(09)V99.
           05  YB-YTD-DEDUCTIONS       PIC 9(09)V99.
           05  YB-YTD-GROSS            PIC 9(09)V99.
           05  YB-YTD-SUPPLEMENTAL     PIC 9(09)V99.

      *-----------------------------------------------------------------
      * QUARTER-END YTD IMAGE - THE BALANCE RECORD AS IT STOOD WHEN
      * THE QUARTER NAMED IN QY-QUARTER-END-DATE WAS PROVED.
      *-----------------------------------------------------------------
       FD  QTR-OPEN-FILE
           RECORDING MODE IS F.
       01  QTR-OPEN-RECORD.
           05  QO-QUARTER-END-DATE     PIC 9(08).
           05  QO-EMPLOYEE-ID          PIC 9(06).
           05  QO-YTD-WITHHOLDING      PIC 9(09)V99.
           05  QO-YTD-STATE-WH         PIC 9(09)V99.
           05  QO-YTD-DEDUCTIONS       PIC 9(09)V99.
           05  QO-YTD-GROSS            PIC 9(09)V99.
           05  QO-YTD-SUPPLEMENTAL     PIC 9(09)V99.
           05  FILLER                  PIC X(11).

       FD  QTR-CLOSE-FILE
           RECORDING MODE IS F.
       01  QTR-CLOSE-RECORD.
           05  QY-QUARTER-END-DATE     PIC 9(08).
           05  QY-EMPLOYEE-ID          PIC 9(06).
           05  QY-YTD-WITHHOLDING      PIC 9(09)V99.
           05  QY-YTD-STATE-WH         PIC 9(09)V99.
           05  QY-YTD-DEDUCTIONS       PIC 9(09)V99.
           05  QY-YTD-GROSS            PIC 9(09)V99.
           05  QY-YTD-SUPPLEMENTAL     PIC 9(09)V99.
           05  FILLER                  PIC X(11).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  QT-PAYTXHST-STATUS          PIC X(02) VALUE "00".
           88  QT-PAYTXHST-OK          VALUE "00".
           88  QT-PAYTXHST-EOF         VALUE "10".
           88  QT-PAYTXHST-NOTFOUND    VALUE "35".
       01  QT-YTDBAL-STATUS            PIC X(02) VALUE "00".
           88  QT-YTDBAL-OK            VALUE "00".
       01  QT-QTROPEN-STATUS           PIC X(02) VALUE "00".
           88  QT-QTROPEN-OK           VALUE "00".
           88  QT-QTROPEN-EOF          VALUE "10".
           88  QT-QTROPEN-NOTFOUND     VALUE "35".
       01  QT-QTRCLOSE-STATUS          PIC X(02) VALUE "00".
           88  QT-QTRCLOSE-OK          VALUE "00".

       01  QT-SWITCHES.
           05  QT-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
               88  QT-HIST-END         VALUE "Y".
           05  QT-YTDBAL-EOF-SWITCH    PIC X(01) VALUE "N".
               88  QT-YTDBAL-END       VALUE "Y".
           05  QT-OPEN-EOF-SWITCH      PIC X(01) VALUE "N".
               88  QT-OPEN-END         VALUE "Y".
           05  QT-BALANCE-SWITCH       PIC X(01) VALUE "Y".
               88  QT-IN-BALANCE       VALUE "Y".
               88  QT-OUT-OF-BALANCE   VALUE "N".

      *-----------------------------------------------------------------
      * QUARTER BOUNDARIES, DERIVED FROM THE RUN DATE.  THE TABLE
      * HOLDS EACH QUARTER'S LAST MONTH AND DAY.
      *-----------------------------------------------------------------
       01  QT-QUARTER-END-VALUES       PIC X(16)
               VALUE "0331063009301231".
       01  QT-QUARTER-END-TABLE REDEFINES QT-QUARTER-END-VALUES.
           05  QT-QUARTER-END-MMDD     PIC 9(04) OCCURS 4 TIMES.

       01  QT-DATE-WORK.
           05  QT-RUN-YEAR             PIC 9(04) VALUE 0.
           05  QT-RUN-MONTH            PIC 9(02) VALUE 0.
           05  QT-QUARTER              PIC 9(01) VALUE 0.
           05  QT-FIRST-MONTH          PIC 9(02) VALUE 0.
           05  QT-QTR-START-DATE       PIC 9(08) VALUE 0.
           05  QT-QTR-END-DATE         PIC 9(08) VALUE 0.
           05  QT-PRIOR-QTR-END-DATE   PIC 9(08) VALUE 0.
           05  QT-PAY-MONTH            PIC 9(02) VALUE 0.
           05  QT-MONTH-IDX            PIC 9(01) VALUE 0.

       01  QT-COUNTERS.
           05  QT-HIST-READ            PIC 9(07) COMP VALUE 0.
           05  QT-HIST-IN-QUARTER      PIC 9(07) COMP VALUE 0.
           05  QT-RUN-RECORDS          PIC 9(05) COMP VALUE 0.
           05  QT-IMAGE-MISMATCH       PIC 9(05) COMP VALUE 0.
           05  QT-IMAGE-WRITTEN        PIC 9(07) COMP VALUE 0.
           05  QT-EMP-COUNT            PIC 9(05) COMP VALUE 0.
           05  QT-MAX-EMPS             PIC 9(05) COMP VALUE 5000.
           05  QT-EMP-SCAN-IDX         PIC 9(05) COMP VALUE 0.
           05  QT-EMP-FOUND-IDX        PIC 9(05) COMP VALUE 0.
           05  QT-EMP-OVERFLOW         PIC 9(05) COMP VALUE 0.
           05  QT-STATE-COUNT          PIC 9(03) COMP VALUE 0.
           05  QT-MAX-STATES           PIC 9(03) COMP VALUE 60.
           05  QT-ST-SCAN-IDX          PIC 9(03) COMP VALUE 0.
           05  QT-ST-FOUND-IDX         PIC 9(03) COMP VALUE 0.
           05  QT-MONTH-COUNT          PIC 9(05) COMP
                   OCCURS 3 TIMES VALUE 0.

      *-----------------------------------------------------------------
      * WORKSHEET TOTALS.  "DETAIL" IS THE SUM OF THE EMPLOYEE PAY
      * RECORDS, "ADJUST" THE RETRO ADJUSTMENTS, "POSTED" THE RUN-
      * TOTAL RECORDS, AND "OPEN"/"CLOSE" THE YTD BALANCES.
      *-----------------------------------------------------------------
       01  QT-DETAIL-TOTALS.
           05  QT-DT-GROSS             PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-DT-MATCH-WAGES       PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-DT-UNEMP-WAGES       PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-DT-FED-WH            PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-DT-STATE-WH          PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-DT-ER-MATCH          PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-DT-ER-UNEMP          PIC S9(11)V99 COMP-3 VALUE 0.
       01  QT-ADJUST-TOTALS.
           05  QT-AJ-GROSS             PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-AJ-FED-WH            PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-AJ-STATE-WH          PIC S9(11)V99 COMP-3 VALUE 0.
       01  QT-POSTED-TOTALS.
           05  QT-PT-GROSS             PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-PT-MATCH-WAGES       PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-PT-UNEMP-WAGES       PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-PT-FED-WH            PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-PT-STATE-WH          PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-PT-ER-MATCH          PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-PT-ER-UNEMP          PIC S9(11)V99 COMP-3 VALUE 0.
       01  QT-YTD-TOTALS.
           05  QT-OPEN-GROSS           PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-OPEN-FED-WH          PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-OPEN-STATE-WH        PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-CLOSE-GROSS          PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-CLOSE-FED-WH         PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-CLOSE-STATE-WH       PIC S9(11)V99 COMP-3 VALUE 0.
       01  QT-RETURN-TOTALS.
           05  QT-RT-WAGES             PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-RT-FED-WH            PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-RT-STATE-WH          PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-RT-MATCH-TAX         PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-RT-TOTAL-TAX         PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-RT-YTD-GROSS         PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-RT-YTD-FED-WH        PIC S9(11)V99 COMP-3 VALUE 0.
           05  QT-RT-YTD-STATE-WH      PIC S9(11)V99 COMP-3 VALUE 0.

       01  QT-DISPLAY-AMOUNT           PIC $$,$$$,$$$,$$9.99-.
       01  QT-DISPLAY-AMOUNT-2         PIC $$,$$$,$$$,$$9.99-.
       01  QT-DISPLAY-COUNT            PIC ZZ,ZZ9.

      *-----------------------------------------------------------------
      * EMPLOYEES SEEN IN THE QUARTER, WITH A FLAG PER MONTH PAID,
      * FOR THE MONTHLY EMPLOYEE COUNTS THE RETURNS ASK FOR.
      *-----------------------------------------------------------------
       01  QT-EMP-TABLE.
           05  QT-EMP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON QT-EMP-COUNT
                   INDEXED BY QT-EM-IDX.
               10  QT-EM-EMPLOYEE-ID   PIC 9(06).
               10  QT-EM-MONTH-FLAG    PIC X(01) OCCURS 3 TIMES.

       01  QT-STATE-TABLE.
           05  QT-STATE-ENTRY OCCURS 1 TO 60 TIMES
                   DEPENDING ON QT-STATE-COUNT
                   INDEXED BY QT-ST-IDX.
               10  QT-ST-STATE-CODE    PIC X(02).
               10  QT-ST-WAGES         PIC S9(11)V99 COMP-3.
               10  QT-ST-STATE-WH      PIC S9(11)V99 COMP-3.
               10  QT-ST-UNEMP-WAGES   PIC S9(11)V99 COMP-3.
               10  QT-ST-ER-UNEMP      PIC S9(11)V99 COMP-3.

       01  QT-STATE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  QT-SL-STATE-CODE        PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QT-SL-WAGES             PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  QT-SL-STATE-WH          PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  QT-SL-UNEMP-WAGES       PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  QT-SL-ER-UNEMP          PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-HISTORY
               UNTIL QT-HIST-END
           PERFORM 3000-SUM-OPENING-IMAGE
           PERFORM 4000-SUM-CLOSING-BALANCES
           PERFORM 5000-PRINT-WORKSHEET
           PERFORM 6000-RECONCILE
           IF QT-IN-BALANCE
               PERFORM 7000-SAVE-CLOSING-IMAGE
           END-IF
           PERFORM 8000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "QTRTAX" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "QTRTAX" TO RH-PROGRAM-NAME
           MOVE "QUARTERLY PAYROLL TAX RETURN WORKSHEET"
               TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-SET-QUARTER
           OPEN INPUT PAY-TAX-HISTORY
           IF QT-PAYTXHST-NOTFOUND
               SET QT-HIST-END TO TRUE
               DISPLAY "QTRTAX: NO PAYROLL TAX HISTORY ON FILE"
           ELSE
               IF NOT QT-PAYTXHST-OK AND NOT QT-PAYTXHST-EOF
                   MOVE "QTRTAX" TO AB-PROGRAM-ID
                   MOVE "PAYTXHST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE QT-PAYTXHST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-HISTORY-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * THE WORKSHEET COVERS THE CALENDAR QUARTER HOLDING THE RUN
      * DATE.  THE FIRST QUARTER HAS NO PRIOR QUARTER IN THE TAX YEAR.
      *-----------------------------------------------------------------
       1100-SET-QUARTER.
           MOVE RH-RUN-DATE (1:4) TO QT-RUN-YEAR
           MOVE RH-RUN-DATE (5:2) TO QT-RUN-MONTH
           COMPUTE QT-QUARTER = (QT-RUN-MONTH + 2) / 3
           COMPUTE QT-FIRST-MONTH = QT-QUARTER * 3 - 2
           COMPUTE QT-QTR-START-DATE =
               QT-RUN-YEAR * 10000 + QT-FIRST-MONTH * 100 + 1
           COMPUTE QT-QTR-END-DATE =
               QT-RUN-YEAR * 10000 + QT-QUARTER-END-MMDD (QT-QUARTER)
           IF QT-QUARTER > 1
               COMPUTE QT-PRIOR-QTR-END-DATE =
                   QT-RUN-YEAR * 10000
                       + QT-QUARTER-END-MMDD (QT-QUARTER - 1)
           ELSE
               MOVE 0 TO QT-PRIOR-QTR-END-DATE
           END-IF
           DISPLAY "QUARTER " QT-QUARTER " OF " QT-RUN-YEAR
               ", " QT-QTR-START-DATE " THROUGH " QT-QTR-END-DATE.

      *-----------------------------------------------------------------
      * HISTORY RECORDS DATED OUTSIDE THE QUARTER ARE SKIPPED.
      *-----------------------------------------------------------------
       2000-ACCUMULATE-HISTORY.
           ADD 1 TO QT-HIST-READ
           IF TH-PAY-DATE >= QT-QTR-START-DATE
                   AND TH-PAY-DATE <= QT-QTR-END-DATE
               ADD 1 TO QT-HIST-IN-QUARTER
               EVALUATE TRUE
                   WHEN TH-PAY-DETAIL
                       PERFORM 2100-ADD-PAY-DETAIL
                   WHEN TH-ADJUSTMENT
                       PERFORM 2200-ADD-ADJUSTMENT
                   WHEN TH-RUN-TOTAL
                       PERFORM 2300-ADD-RUN-TOTAL
               END-EVALUATE
           END-IF
           PERFORM 2900-READ-HISTORY-RECORD.

       2100-ADD-PAY-DETAIL.
           ADD TH-GROSS-PAY TO QT-DT-GROSS
           ADD TH-MATCH-WAGES TO QT-DT-MATCH-WAGES
           ADD TH-UNEMP-WAGES TO QT-DT-UNEMP-WAGES
           ADD TH-FED-WITHHOLDING TO QT-DT-FED-WH
           ADD TH-STATE-WITHHOLDING TO QT-DT-STATE-WH
           ADD TH-EMPLOYER-MATCH TO QT-DT-ER-MATCH
           ADD TH-EMPLOYER-UNEMP TO QT-DT-ER-UNEMP
           PERFORM 2400-FIND-STATE-ENTRY
           IF QT-ST-FOUND-IDX > 0
               ADD TH-GROSS-PAY TO QT-ST-WAGES (QT-ST-FOUND-IDX)
               ADD TH-STATE-WITHHOLDING
                   TO QT-ST-STATE-WH (QT-ST-FOUND-IDX)
               ADD TH-UNEMP-WAGES
                   TO QT-ST-UNEMP-WAGES (QT-ST-FOUND-IDX)
               ADD TH-EMPLOYER-UNEMP
                   TO QT-ST-ER-UNEMP (QT-ST-FOUND-IDX)
           END-IF
           PERFORM 2500-MARK-EMPLOYEE-MONTH.

       2200-ADD-ADJUSTMENT.
           ADD TH-GROSS-PAY TO QT-AJ-GROSS
           ADD TH-FED-WITHHOLDING TO QT-AJ-FED-WH
           ADD TH-STATE-WITHHOLDING TO QT-AJ-STATE-WH
           PERFORM 2400-FIND-STATE-ENTRY
           IF QT-ST-FOUND-IDX > 0
               ADD TH-GROSS-PAY TO QT-ST-WAGES (QT-ST-FOUND-IDX)
               ADD TH-STATE-WITHHOLDING
                   TO QT-ST-STATE-WH (QT-ST-FOUND-IDX)
           END-IF.

       2300-ADD-RUN-TOTAL.
           ADD 1 TO QT-RUN-RECORDS
           ADD TH-GROSS-PAY TO QT-PT-GROSS
           ADD TH-MATCH-WAGES TO QT-PT-MATCH-WAGES
           ADD TH-UNEMP-WAGES TO QT-PT-UNEMP-WAGES
           ADD TH-FED-WITHHOLDING TO QT-PT-FED-WH
           ADD TH-STATE-WITHHOLDING TO QT-PT-STATE-WH
           ADD TH-EMPLOYER-MATCH TO QT-PT-ER-MATCH
           ADD TH-EMPLOYER-UNEMP TO QT-PT-ER-UNEMP.

      *-----------------------------------------------------------------
      * STATES ARE ADDED AS FIRST SEEN.  A FULL TABLE DROPS THE STATE
      * FROM THE BREAKDOWN ONLY - THE RETURN TOTALS STILL CARRY IT.
      *-----------------------------------------------------------------
       2400-FIND-STATE-ENTRY.
           MOVE 0 TO QT-ST-FOUND-IDX
           IF QT-STATE-COUNT > 0
               PERFORM 2410-COMPARE-STATE-ENTRY
                   VARYING QT-ST-SCAN-IDX FROM 1 BY 1
                   UNTIL QT-ST-SCAN-IDX > QT-STATE-COUNT
                       OR QT-ST-FOUND-IDX NOT = 0
           END-IF
           IF QT-ST-FOUND-IDX = 0
               IF QT-STATE-COUNT >= QT-MAX-STATES
                   DISPLAY "QTRTAX: STATE TABLE FULL, STATE "
                       TH-WORK-STATE " NOT BROKEN OUT"
               ELSE
                   ADD 1 TO QT-STATE-COUNT
                   MOVE TH-WORK-STATE
                       TO QT-ST-STATE-CODE (QT-STATE-COUNT)
                   MOVE 0 TO QT-ST-WAGES (QT-STATE-COUNT)
                   MOVE 0 TO QT-ST-STATE-WH (QT-STATE-COUNT)
                   MOVE 0 TO QT-ST-UNEMP-WAGES (QT-STATE-COUNT)
                   MOVE 0 TO QT-ST-ER-UNEMP (QT-STATE-COUNT)
                   MOVE QT-STATE-COUNT TO QT-ST-FOUND-IDX
               END-IF
           END-IF.

       2410-COMPARE-STATE-ENTRY.
           IF QT-ST-STATE-CODE (QT-ST-SCAN-IDX) = TH-WORK-STATE
               MOVE QT-ST-SCAN-IDX TO QT-ST-FOUND-IDX
           END-IF.

       2500-MARK-EMPLOYEE-MONTH.
           MOVE TH-PAY-DATE (5:2) TO QT-PAY-MONTH
           COMPUTE QT-MONTH-IDX = QT-PAY-MONTH - QT-FIRST-MONTH + 1
           MOVE 0 TO QT-EMP-FOUND-IDX
           IF QT-EMP-COUNT > 0
               PERFORM 2510-COMPARE-EMPLOYEE
                   VARYING QT-EMP-SCAN-IDX FROM 1 BY 1
                   UNTIL QT-EMP-SCAN-IDX > QT-EMP-COUNT
                       OR QT-EMP-FOUND-IDX NOT = 0
           END-IF
           IF QT-EMP-FOUND-IDX = 0
               IF QT-EMP-COUNT >= QT-MAX-EMPS
                   ADD 1 TO QT-EMP-OVERFLOW
               ELSE
                   ADD 1 TO QT-EMP-COUNT
                   MOVE TH-EMPLOYEE-ID
                       TO QT-EM-EMPLOYEE-ID (QT-EMP-COUNT)
                   MOVE "N" TO QT-EM-MONTH-FLAG (QT-EMP-COUNT 1)
                   MOVE "N" TO QT-EM-MONTH-FLAG (QT-EMP-COUNT 2)
                   MOVE "N" TO QT-EM-MONTH-FLAG (QT-EMP-COUNT 3)
                   MOVE QT-EMP-COUNT TO QT-EMP-FOUND-IDX
               END-IF
           END-IF
           IF QT-EMP-FOUND-IDX > 0
               IF QT-EM-MONTH-FLAG (QT-EMP-FOUND-IDX QT-MONTH-IDX)
                       = "N"
                   MOVE "Y" TO QT-EM-MONTH-FLAG
                       (QT-EMP-FOUND-IDX QT-MONTH-IDX)
                   ADD 1 TO QT-MONTH-COUNT (QT-MONTH-IDX)
               END-IF
           END-IF.

       2510-COMPARE-EMPLOYEE.
           IF QT-EM-EMPLOYEE-ID (QT-EMP-SCAN-IDX) = TH-EMPLOYEE-ID
               MOVE QT-EMP-SCAN-IDX TO QT-EMP-FOUND-IDX
           END-IF.

       2900-READ-HISTORY-RECORD.
           READ PAY-TAX-HISTORY
               AT END
                   SET QT-HIST-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE OPENING IMAGE MUST BE THE ONE SAVED AT THE END OF THE
      * PRIOR QUARTER.  A MISSING OR STALE IMAGE MEANS THE QUARTER'S
      * MOVEMENT CANNOT BE PROVED, WHICH FAILS THE RUN.
      *-----------------------------------------------------------------
       3000-SUM-OPENING-IMAGE.
           IF QT-QUARTER > 1
               OPEN INPUT QTR-OPEN-FILE
               IF QT-QTROPEN-NOTFOUND
                   DISPLAY "*** NO OPENING YTD IMAGE FOR QUARTER "
                       QT-QUARTER " ***"
                   SET QT-OUT-OF-BALANCE TO TRUE
               ELSE
                   IF NOT QT-QTROPEN-OK AND NOT QT-QTROPEN-EOF
                       MOVE "QTRTAX" TO AB-PROGRAM-ID
                       MOVE "QTROPEN" TO AB-FILE-NAME
                       MOVE "OPEN" TO AB-OPERATION
                       MOVE QT-QTROPEN-STATUS TO AB-STATUS-CODE
                       PERFORM 9999-ABEND-ROUTINE
                   END-IF
                   PERFORM 3900-READ-OPEN-RECORD
                   PERFORM 3100-ADD-OPEN-RECORD
                       UNTIL QT-OPEN-END
                   CLOSE QTR-OPEN-FILE
                   IF QT-IMAGE-MISMATCH > 0
                       DISPLAY "*** OPENING YTD IMAGE IS NOT DATED "
                           QT-PRIOR-QTR-END-DATE " - "
                           QT-IMAGE-MISMATCH " RECORDS ***"
                       SET QT-OUT-OF-BALANCE TO TRUE
                   END-IF
               END-IF
           END-IF.

       3100-ADD-OPEN-RECORD.
           IF QO-QUARTER-END-DATE NOT = QT-PRIOR-QTR-END-DATE
               ADD 1 TO QT-IMAGE-MISMATCH
           END-IF
           ADD QO-YTD-GROSS TO QT-OPEN-GROSS
           ADD QO-YTD-WITHHOLDING TO QT-OPEN-FED-WH
           ADD QO-YTD-STATE-WH TO QT-OPEN-STATE-WH
           PERFORM 3900-READ-OPEN-RECORD.

       3900-READ-OPEN-RECORD.
           READ QTR-OPEN-FILE
               AT END
                   SET QT-OPEN-END TO TRUE
           END-READ.

       4000-SUM-CLOSING-BALANCES.
           OPEN INPUT YTD-BALANCE-FILE
           IF NOT QT-YTDBAL-OK
               MOVE "QTRTAX" TO AB-PROGRAM-ID
               MOVE "YTDBAL" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE QT-YTDBAL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 4900-READ-BALANCE-RECORD
           PERFORM 4100-ADD-BALANCE-RECORD
               UNTIL QT-YTDBAL-END
           CLOSE YTD-BALANCE-FILE.

       4100-ADD-BALANCE-RECORD.
           ADD YB-YTD-GROSS TO QT-CLOSE-GROSS
           ADD YB-YTD-WITHHOLDING TO QT-CLOSE-FED-WH
           ADD YB-YTD-STATE-WH TO QT-CLOSE-STATE-WH
           PERFORM 4900-READ-BALANCE-RECORD.

       4900-READ-BALANCE-RECORD.
           READ YTD-BALANCE-FILE
               AT END
                   SET QT-YTDBAL-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * RETURN FIGURES.  WAGES AND WITHHOLDING INCLUDE THE QUARTER'S
      * RETRO ADJUSTMENTS.  THE EMPLOYEE SHARE OF THE MATCH TAX IS
      * EQUAL TO THE EMPLOYER'S, ON THE SAME TAXABLE WAGES.
      *-----------------------------------------------------------------
       5000-PRINT-WORKSHEET.
           COMPUTE QT-RT-WAGES = QT-DT-GROSS + QT-AJ-GROSS
           COMPUTE QT-RT-FED-WH = QT-DT-FED-WH + QT-AJ-FED-WH
           COMPUTE QT-RT-STATE-WH = QT-DT-STATE-WH + QT-AJ-STATE-WH
           COMPUTE QT-RT-MATCH-TAX = QT-DT-ER-MATCH * 2
           COMPUTE QT-RT-TOTAL-TAX = QT-RT-FED-WH + QT-RT-MATCH-TAX
           DISPLAY " "
           DISPLAY "FEDERAL QUARTERLY RETURN"
           MOVE QT-RT-WAGES TO QT-DISPLAY-AMOUNT
           DISPLAY "  WAGES PAID . . . . . . . . . : " QT-DISPLAY-AMOUNT
           MOVE QT-AJ-GROSS TO QT-DISPLAY-AMOUNT
           DISPLAY "    (RETRO ADJUSTMENTS INCL.) : " QT-DISPLAY-AMOUNT
           MOVE QT-RT-FED-WH TO QT-DISPLAY-AMOUNT
           DISPLAY "  FEDERAL TAX WITHHELD . . . . : " QT-DISPLAY-AMOUNT
           MOVE QT-DT-MATCH-WAGES TO QT-DISPLAY-AMOUNT
           DISPLAY "  WAGES UNDER MATCH BASE . . . : " QT-DISPLAY-AMOUNT
           MOVE QT-DT-ER-MATCH TO QT-DISPLAY-AMOUNT
           DISPLAY "  EMPLOYER MATCH . . . . . . . : " QT-DISPLAY-AMOUNT
           DISPLAY "  EMPLOYEE MATCH . . . . . . . : " QT-DISPLAY-AMOUNT
           MOVE QT-RT-MATCH-TAX TO QT-DISPLAY-AMOUNT
           DISPLAY "  TOTAL MATCH TAX. . . . . . . : " QT-DISPLAY-AMOUNT
           MOVE QT-RT-TOTAL-TAX TO QT-DISPLAY-AMOUNT
           DISPLAY "  TOTAL TAXES FOR THE QUARTER. : " QT-DISPLAY-AMOUNT
           DISPLAY " "
           DISPLAY "UNEMPLOYMENT"
           MOVE QT-DT-UNEMP-WAGES TO QT-DISPLAY-AMOUNT
           DISPLAY "  WAGES UNDER UNEMP BASE . . . : " QT-DISPLAY-AMOUNT
           MOVE QT-DT-ER-UNEMP TO QT-DISPLAY-AMOUNT
           DISPLAY "  UNEMPLOYMENT TAX ACCRUED . . : " QT-DISPLAY-AMOUNT
           DISPLAY " "
           DISPLAY "STATE WITHHOLDING"
           MOVE QT-RT-STATE-WH TO QT-DISPLAY-AMOUNT
           DISPLAY "  STATE TAX WITHHELD . . . . . : " QT-DISPLAY-AMOUNT
           DISPLAY " "
           DISPLAY "EMPLOYEES PAID BY MONTH"
           MOVE QT-MONTH-COUNT (1) TO QT-DISPLAY-COUNT
           DISPLAY "  MONTH 1 OF QUARTER . . . . . : " QT-DISPLAY-COUNT
           MOVE QT-MONTH-COUNT (2) TO QT-DISPLAY-COUNT
           DISPLAY "  MONTH 2 OF QUARTER . . . . . : " QT-DISPLAY-COUNT
           MOVE QT-MONTH-COUNT (3) TO QT-DISPLAY-COUNT
           DISPLAY "  MONTH 3 OF QUARTER . . . . . : " QT-DISPLAY-COUNT
           IF QT-EMP-OVERFLOW > 0
               DISPLAY "  *** EMPLOYEE TABLE FULL - " QT-EMP-OVERFLOW
                   " PAY RECORDS NOT COUNTED ***"
           END-IF
           DISPLAY " "
           DISPLAY "BY STATE   STATE      WAGES         STATE WH  "
               "   UNEMP WAGES    UNEMP ACCRUED"
           IF QT-STATE-COUNT > 0
               PERFORM 5100-PRINT-STATE-LINE
                   VARYING QT-ST-SCAN-IDX FROM 1 BY 1
                   UNTIL QT-ST-SCAN-IDX > QT-STATE-COUNT
           ELSE
               DISPLAY "  (NONE)"
           END-IF.

       5100-PRINT-STATE-LINE.
           MOVE QT-ST-STATE-CODE (QT-ST-SCAN-IDX) TO QT-SL-STATE-CODE
           MOVE QT-ST-WAGES (QT-ST-SCAN-IDX) TO QT-SL-WAGES
           MOVE QT-ST-STATE-WH (QT-ST-SCAN-IDX) TO QT-SL-STATE-WH
           MOVE QT-ST-UNEMP-WAGES (QT-ST-SCAN-IDX)
               TO QT-SL-UNEMP-WAGES
           MOVE QT-ST-ER-UNEMP (QT-ST-SCAN-IDX) TO QT-SL-ER-UNEMP
           DISPLAY QT-STATE-LINE.

      *-----------------------------------------------------------------
      * EVERY PAIR MUST AGREE TO THE CENT.  ANY DIFFERENCE FAILS THE
      * RUN WITH RETURN CODE 8 SO NOTHING IS FILED FROM IT.
      *-----------------------------------------------------------------
       6000-RECONCILE.
           COMPUTE QT-RT-YTD-GROSS = QT-CLOSE-GROSS - QT-OPEN-GROSS
           COMPUTE QT-RT-YTD-FED-WH = QT-CLOSE-FED-WH - QT-OPEN-FED-WH
           COMPUTE QT-RT-YTD-STATE-WH =
               QT-CLOSE-STATE-WH - QT-OPEN-STATE-WH
           DISPLAY " "
           DISPLAY "RECONCILIATION                  WORKSHEET      "
               "     POSTED/YTD"
           DISPLAY "  RUN-TOTAL RECORDS IN QUARTER: " QT-RUN-RECORDS
           MOVE QT-DT-ER-MATCH TO QT-DISPLAY-AMOUNT
           MOVE QT-PT-ER-MATCH TO QT-DISPLAY-AMOUNT-2
           DISPLAY "  EMPLOYER MATCH ACCRUED " QT-DISPLAY-AMOUNT
               QT-DISPLAY-AMOUNT-2
           IF QT-DT-ER-MATCH NOT = QT-PT-ER-MATCH
               PERFORM 6900-FLAG-DIFFERENCE
           END-IF
           MOVE QT-DT-ER-UNEMP TO QT-DISPLAY-AMOUNT
           MOVE QT-PT-ER-UNEMP TO QT-DISPLAY-AMOUNT-2
           DISPLAY "  UNEMPLOYMENT ACCRUED   " QT-DISPLAY-AMOUNT
               QT-DISPLAY-AMOUNT-2
           IF QT-DT-ER-UNEMP NOT = QT-PT-ER-UNEMP
               PERFORM 6900-FLAG-DIFFERENCE
           END-IF
           MOVE QT-DT-MATCH-WAGES TO QT-DISPLAY-AMOUNT
           MOVE QT-PT-MATCH-WAGES TO QT-DISPLAY-AMOUNT-2
           DISPLAY "  MATCH WAGES            " QT-DISPLAY-AMOUNT
               QT-DISPLAY-AMOUNT-2
           IF QT-DT-MATCH-WAGES NOT = QT-PT-MATCH-WAGES
               PERFORM 6900-FLAG-DIFFERENCE
           END-IF
           MOVE QT-DT-UNEMP-WAGES TO QT-DISPLAY-AMOUNT
           MOVE QT-PT-UNEMP-WAGES TO QT-DISPLAY-AMOUNT-2
           DISPLAY "  UNEMPLOYMENT WAGES     " QT-DISPLAY-AMOUNT
               QT-DISPLAY-AMOUNT-2
           IF QT-DT-UNEMP-WAGES NOT = QT-PT-UNEMP-WAGES
               PERFORM 6900-FLAG-DIFFERENCE
           END-IF
           MOVE QT-DT-FED-WH TO QT-DISPLAY-AMOUNT
           MOVE QT-PT-FED-WH TO QT-DISPLAY-AMOUNT-2
           DISPLAY "  FEDERAL WH POSTED      " QT-DISPLAY-AMOUNT
               QT-DISPLAY-AMOUNT-2
           IF QT-DT-FED-WH NOT = QT-PT-FED-WH
               PERFORM 6900-FLAG-DIFFERENCE
           END-IF
           MOVE QT-DT-STATE-WH TO QT-DISPLAY-AMOUNT
           MOVE QT-PT-STATE-WH TO QT-DISPLAY-AMOUNT-2
           DISPLAY "  STATE WH POSTED        " QT-DISPLAY-AMOUNT
               QT-DISPLAY-AMOUNT-2
           IF QT-DT-STATE-WH NOT = QT-PT-STATE-WH
               PERFORM 6900-FLAG-DIFFERENCE
           END-IF
           MOVE QT-DT-GROSS TO QT-DISPLAY-AMOUNT
           MOVE QT-PT-GROSS TO QT-DISPLAY-AMOUNT-2
           DISPLAY "  GROSS PAID             " QT-DISPLAY-AMOUNT
               QT-DISPLAY-AMOUNT-2
           IF QT-DT-GROSS NOT = QT-PT-GROSS
               PERFORM 6900-FLAG-DIFFERENCE
           END-IF
           MOVE QT-RT-WAGES TO QT-DISPLAY-AMOUNT
           MOVE QT-RT-YTD-GROSS TO QT-DISPLAY-AMOUNT-2
           DISPLAY "  WAGES VS YTD MOVEMENT  " QT-DISPLAY-AMOUNT
               QT-DISPLAY-AMOUNT-2
           IF QT-RT-WAGES NOT = QT-RT-YTD-GROSS
               PERFORM 6900-FLAG-DIFFERENCE
           END-IF
           MOVE QT-RT-FED-WH TO QT-DISPLAY-AMOUNT
           MOVE QT-RT-YTD-FED-WH TO QT-DISPLAY-AMOUNT-2
           DISPLAY "  FED WH VS YTD MOVEMENT " QT-DISPLAY-AMOUNT
               QT-DISPLAY-AMOUNT-2
           IF QT-RT-FED-WH NOT = QT-RT-YTD-FED-WH
               PERFORM 6900-FLAG-DIFFERENCE
           END-IF
           MOVE QT-RT-STATE-WH TO QT-DISPLAY-AMOUNT
           MOVE QT-RT-YTD-STATE-WH TO QT-DISPLAY-AMOUNT-2
           DISPLAY "  STATE WH VS YTD MOVE   " QT-DISPLAY-AMOUNT
               QT-DISPLAY-AMOUNT-2
           IF QT-RT-STATE-WH NOT = QT-RT-YTD-STATE-WH
               PERFORM 6900-FLAG-DIFFERENCE
           END-IF
           IF QT-IN-BALANCE
               DISPLAY "WORKSHEET IS IN BALANCE"
           ELSE
               DISPLAY "*** WORKSHEET OUT OF BALANCE - DO NOT FILE "
                   "THE QUARTERLY RETURNS FROM THIS RUN ***"
               MOVE 8 TO RETURN-CODE
           END-IF.

       6900-FLAG-DIFFERENCE.
           DISPLAY "    *** DOES NOT AGREE ***"
           SET QT-OUT-OF-BALANCE TO TRUE.

      *-----------------------------------------------------------------
      * A PROVED QUARTER'S CLOSING BALANCES BECOME THE NEXT QUARTER'S
      * OPENING IMAGE.
      *-----------------------------------------------------------------
       7000-SAVE-CLOSING-IMAGE.
           OPEN OUTPUT QTR-CLOSE-FILE
           IF NOT QT-QTRCLOSE-OK
               MOVE "QTRTAX" TO AB-PROGRAM-ID
               MOVE "QTRCLOSE" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE QT-QTRCLOSE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN INPUT YTD-BALANCE-FILE
           IF NOT QT-YTDBAL-OK
               MOVE "QTRTAX" TO AB-PROGRAM-ID
               MOVE "YTDBAL" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE QT-YTDBAL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE "N" TO QT-YTDBAL-EOF-SWITCH
           PERFORM 4900-READ-BALANCE-RECORD
           PERFORM 7100-WRITE-IMAGE-RECORD
               UNTIL QT-YTDBAL-END
           CLOSE YTD-BALANCE-FILE
           CLOSE QTR-CLOSE-FILE.

       7100-WRITE-IMAGE-RECORD.
           MOVE SPACES TO QTR-CLOSE-RECORD
           MOVE QT-QTR-END-DATE TO QY-QUARTER-END-DATE
           MOVE YB-EMPLOYEE-ID TO QY-EMPLOYEE-ID
           MOVE YB-YTD-WITHHOLDING TO QY-YTD-WITHHOLDING
           MOVE YB-YTD-STATE-WH TO QY-YTD-STATE-WH
           MOVE YB-YTD-DEDUCTIONS TO QY-YTD-DEDUCTIONS
           MOVE YB-YTD-GROSS TO QY-YTD-GROSS
           MOVE YB-YTD-SUPPLEMENTAL TO QY-YTD-SUPPLEMENTAL
           WRITE QTR-CLOSE-RECORD
           ADD 1 TO QT-IMAGE-WRITTEN
           PERFORM 4900-READ-BALANCE-RECORD.

       8000-TERMINATE.
           IF NOT QT-PAYTXHST-NOTFOUND
               CLOSE PAY-TAX-HISTORY
           END-IF
           DISPLAY " "
           DISPLAY "HISTORY RECORDS READ:      " QT-HIST-READ
           DISPLAY "HISTORY RECORDS IN QUARTER:" QT-HIST-IN-QUARTER
           DISPLAY "OPENING IMAGE RECORDS SAVED:" QT-IMAGE-WRITTEN
           MOVE QT-HIST-READ TO RW-READ-COUNT
           MOVE QT-IMAGE-WRITTEN TO RW-WRITE-COUNT
           MOVE 0 TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM QTRTAX.
