      ******************************************************************
      * PROGRAM-ID.    BATCHCAL
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - OPERATIONS
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       NIGHTLY BATCH CALENDAR DRIVER.  RUNS AS THE
      *                FIRST STEP OF THE NIGHTLY STREAM AND DECIDES
      *                WHICH PERIODIC STEPS RUN TONIGHT.  EVERY ENTRY
      *                ON THE JOB CALENDAR NAMES A STEP, ITS
      *                FREQUENCY (DAILY, PAY CYCLE, MONTH END, FISCAL
      *                QUARTER END, FISCAL YEAR END ON THE OCTOBER 1
      *                FISCAL YEAR CURRDATEFUNC USES, OR CALENDAR
      *                YEAR END) AND ITS BUSINESS-DAY RULE - RUN ON
      *                THE LAST PROCESSING DAY ON OR BEFORE THE
      *                PERIOD END, OR ON THE FIRST ONE ON OR AFTER
      *                IT.  WEEKENDS AND THE HOLIDAYS ON THE HOLIDAY
      *                CALENDAR ARE NEVER PROCESSING DAYS.  A STEP
      *                THAT ALREADY ENDED CLEANLY TONIGHT (END RECORD
      *                WITH RETURN CODE ZERO ON THE RUN STATUS FILE)
      *                IS NOT SCHEDULED AGAIN, SO A RESUBMITTED NIGHT
      *                DOES NOT RERUN A PERIODIC STEP THAT FINISHED -
      *                UNLESS ROLLBACK HAS SINCE BACKED THE RUN OUT.
      *                ONE RUN-SCHEDULE RECORD IS WRITTEN PER CALENDAR
      *                ENTRY FOR CALGATE, WHICH SETS THE RETURN CODE
      *                EACH PERIODIC STEP'S COND TESTS, AND TONIGHT'S
      *                PLANNED SCHEDULE PRINTS AT THE TOP OF THE RUN.
      *                AN 8-DIGIT PARM (CCYYMMDD) OVERRIDES TONIGHT'S
      *                DATE FOR A NIGHT RESUBMITTED AFTER MIDNIGHT.
      *                RETURN CODE 4 MEANS AT LEAST ONE CALENDAR
      *                ENTRY WAS INVALID AND LEFT OFF THE SCHEDULE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    A BACKED-OUT RECORD FROM ROLLBACK TAKES THE
      *                  STEP OFF TONIGHT'S COMPLETED LIST SO IT IS
      *                  SCHEDULED AGAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCHCAL.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - OPERATIONS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-CALENDAR ASSIGN TO "JOBCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-JOBCAL-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO "HOLIDAYS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-HOLIDAYS-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-RUNSTAT-STATUS.
           SELECT RUN-SCHEDULE ASSIGN TO "RUNSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BD-RUNSCHD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOB-CALENDAR
           RECORDING MODE IS F.
       01  JOB-CALENDAR-RECORD.
           COPY JOBCAL.

       FD  HOLIDAY-FILE
           RECORDING MODE IS F.
       01  HOLIDAY-RECORD.
           05  HO-HOLIDAY-DATE         PIC 9(08).
           05  HO-HOLIDAY-NAME         PIC X(20).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       FD  RUN-SCHEDULE
           RECORDING MODE IS F.
       01  RUN-SCHEDULE-RECORD.
           COPY RUNSCHD.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  BD-JOBCAL-STATUS            PIC X(02) VALUE "00".
           88  BD-JOBCAL-OK            VALUE "00".
           88  BD-JOBCAL-EOF           VALUE "10".
       01  BD-HOLIDAYS-STATUS          PIC X(02) VALUE "00".
           88  BD-HOLIDAYS-OK          VALUE "00".
           88  BD-HOLIDAYS-EOF         VALUE "10".
           88  BD-HOLIDAYS-NOTFOUND    VALUE "35".
       01  BD-RUNSTAT-STATUS           PIC X(02) VALUE "00".
           88  BD-RUNSTAT-OK           VALUE "00".
           88  BD-RUNSTAT-EOF          VALUE "10".
           88  BD-RUNSTAT-NOTFOUND     VALUE "35".
       01  BD-RUNSCHD-STATUS           PIC X(02) VALUE "00".
           88  BD-RUNSCHD-OK           VALUE "00".

       01  BD-SWITCHES.
           05  BD-JOBCAL-EOF-SWITCH    PIC X(01) VALUE "N".
               88  BD-JOBCAL-END       VALUE "Y".
           05  BD-HOLIDAY-EOF-SWITCH   PIC X(01) VALUE "N".
               88  BD-HOLIDAY-END      VALUE "Y".
           05  BD-RUNSTAT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  BD-RUNSTAT-END      VALUE "Y".
           05  BD-TONIGHT-SWITCH       PIC X(01) VALUE "N".
               88  BD-TONIGHT-PROCESSING VALUE "Y".
           05  BD-PROCESSING-SWITCH    PIC X(01) VALUE "N".
               88  BD-PROCESSING-DAY   VALUE "Y".
           05  BD-DUE-SWITCH           PIC X(01) VALUE "N".
               88  BD-DUE-TONIGHT      VALUE "Y".
           05  BD-MONTH-FIT-SWITCH     PIC X(01) VALUE "N".
               88  BD-MONTH-FITS       VALUE "Y".

       01  BD-COUNTERS.
           05  BD-HOLIDAY-COUNT        PIC 9(05) COMP VALUE 0.
           05  BD-MAX-HOLIDAYS         PIC 9(05) COMP VALUE 500.
           05  BD-HOLIDAY-IDX          PIC 9(05) COMP VALUE 0.
           05  BD-DONE-COUNT           PIC 9(05) COMP VALUE 0.
           05  BD-MAX-DONE             PIC 9(05) COMP VALUE 200.
           05  BD-DONE-IDX             PIC 9(05) COMP VALUE 0.
           05  BD-DONE-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  BD-ENTRIES-READ         PIC 9(05) COMP VALUE 0.
           05  BD-SCHEDULED-COUNT      PIC 9(05) COMP VALUE 0.
           05  BD-NOT-DUE-COUNT        PIC 9(05) COMP VALUE 0.
           05  BD-INVALID-COUNT        PIC 9(05) COMP VALUE 0.

      *-----------------------------------------------------------------
      * TONIGHT'S DATE, FROM THE CLOCK OR THE PARM, AND ITS FISCAL
      * YEAR AND PERIOD (FISCAL YEAR BEGINS OCTOBER 1).
      *-----------------------------------------------------------------
       01  BD-TONIGHT-DATE             PIC 9(08) VALUE 0.
       01  BD-TONIGHT-PARTS REDEFINES BD-TONIGHT-DATE.
           05  BD-TN-YEAR              PIC 9(04).
           05  BD-TN-MONTH             PIC 9(02).
           05  BD-TN-DAY               PIC 9(02).
       01  BD-CLOCK-DATE               PIC 9(08) VALUE 0.
       01  BD-TONIGHT-INT              PIC 9(07) VALUE 0.
       01  BD-FISCAL-YEAR              PIC 9(04) VALUE 0.
       01  BD-FISCAL-PERIOD            PIC 9(02) VALUE 0.
       01  BD-NOT-PROCESSING-REASON    PIC X(20) VALUE SPACES.

      *-----------------------------------------------------------------
      * DATE WORK AREAS.  THE PERIOD-END SEARCH WALKS MONTH BY MONTH
      * UNTIL THE MONTH IS ONE THE FREQUENCY CLOSES ON: THE MONTH
      * NUMBER DIVIDED BY THE PERIOD LENGTH LEAVES THE SAME REMAINDER
      * AS THE CLOSING MONTH (MONTHLY 1/ANY, QUARTERLY 3/DEC, FISCAL
      * YEAR 12/SEP, CALENDAR YEAR 12/DEC).
      *-----------------------------------------------------------------
       01  BD-WORK-DATE                PIC 9(08) VALUE 0.
       01  BD-WORK-PARTS REDEFINES BD-WORK-DATE.
           05  BD-WK-YEAR              PIC 9(04).
           05  BD-WK-MONTH             PIC 9(02).
           05  BD-WK-DAY               PIC 9(02).
       01  BD-SCAN-INT                 PIC 9(07) VALUE 0.
       01  BD-SCAN-DATE                PIC 9(08) VALUE 0.
       01  BD-DAY-OF-WEEK              PIC 9(01) VALUE 0.
           88  BD-WEEKEND              VALUE 5 6.
       01  BD-PERIOD-LENGTH            PIC 9(02) VALUE 0.
       01  BD-CLOSING-MONTH            PIC 9(02) VALUE 0.
       01  BD-CLOSING-REMAINDER        PIC 9(02) VALUE 0.
       01  BD-MONTH-REMAINDER          PIC 9(02) VALUE 0.
       01  BD-DIVIDE-QUOTIENT          PIC 9(07) VALUE 0.
       01  BD-NEXT-DUE                 PIC 9(08) VALUE 0.
       01  BD-PRIOR-DUE                PIC 9(08) VALUE 0.
       01  BD-RUN-ON-DATE              PIC 9(08) VALUE 0.
       01  BD-ANCHOR-INT               PIC 9(07) VALUE 0.
       01  BD-CYCLE-COUNT              PIC 9(07) VALUE 0.
       01  BD-DUE-INT                  PIC 9(07) VALUE 0.
       01  BD-ANCHOR-PARTS.
           05  BD-AN-YEAR              PIC 9(04).
           05  BD-AN-MONTH             PIC 9(02).
           05  BD-AN-DAY               PIC 9(02).
       01  BD-SKIP-REASON              PIC X(30) VALUE SPACES.
       01  BD-LK-PROGRAM               PIC X(08) VALUE SPACES.

       01  BD-HOLIDAY-TABLE.
           05  BD-HOLIDAY-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON BD-HOLIDAY-COUNT
                   INDEXED BY BD-HO-IDX.
               10  BD-HO-DATE          PIC 9(08).
               10  BD-HO-NAME          PIC X(20).

      *-----------------------------------------------------------------
      * PROGRAMS WITH AN END RECORD AND RETURN CODE ZERO FOR TONIGHT.
      *-----------------------------------------------------------------
       01  BD-DONE-TABLE.
           05  BD-DONE-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON BD-DONE-COUNT
                   INDEXED BY BD-DN-IDX.
               10  BD-DN-PROGRAM       PIC X(08).

       01  BD-DATE-EDIT.
           05  BD-DE-MONTH             PIC 9(02).
           05  FILLER                  PIC X(01) VALUE "/".
           05  BD-DE-DAY               PIC 9(02).
           05  FILLER                  PIC X(01) VALUE "/".
           05  BD-DE-YEAR              PIC 9(04).

       01  BD-TONIGHT-LINE.
           05  FILLER                  PIC X(10) VALUE " TONIGHT: ".
           05  BD-TL-DATE              PIC X(10).
           05  FILLER                  PIC X(15) VALUE
               "   FISCAL YEAR ".
           05  BD-TL-FISCAL-YEAR       PIC 9(04).
           05  FILLER                  PIC X(08) VALUE " PERIOD ".
           05  BD-TL-FISCAL-PERIOD     PIC 9(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  BD-TL-PROCESSING        PIC X(40).

       01  BD-COLUMN-HEADING.
           05  FILLER                  PIC X(10) VALUE " JOB".
           05  FILLER                  PIC X(13) VALUE "FREQUENCY".
           05  FILLER                  PIC X(06) VALUE "RULE".
           05  FILLER                  PIC X(12) VALUE "PERIOD END".
           05  FILLER                  PIC X(06) VALUE "RUN".
           05  FILLER                  PIC X(32) VALUE "REMARKS".
           05  FILLER                  PIC X(30) VALUE "DESCRIPTION".

       01  BD-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BD-DT-JOB-NAME          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BD-DT-FREQUENCY         PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BD-DT-RULE              PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  BD-DT-DUE-DATE          PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BD-DT-RUN-FLAG          PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BD-DT-REASON            PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BD-DT-DESCRIPTION       PIC X(30).

       LINKAGE SECTION.
       01  PARM-FIELD.
           05  PARM-LENGTH             PIC S9(04) COMP.
           05  PARM-DATA               PIC X(08).

       PROCEDURE DIVISION USING PARM-FIELD.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-SCHEDULE-ONE-ENTRY
               UNTIL BD-JOBCAL-END
           PERFORM 9000-TERMINATE
           STOP RUN.

      *-----------------------------------------------------------------
      * TONIGHT COMES FROM AN 8-DIGIT PARM WHEN ONE IS PASSED (A NIGHT
      * RESUBMITTED AFTER MIDNIGHT KEEPS ITS OWN SCHEDULE), OTHERWISE
      * FROM THE CLOCK.
      *-----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO BD-CLOCK-DATE
           MOVE BD-CLOCK-DATE TO BD-TONIGHT-DATE
           IF PARM-LENGTH = 8 AND PARM-DATA (1:8) IS NUMERIC
               MOVE PARM-DATA (1:8) TO BD-TONIGHT-DATE
           END-IF
           MOVE "BATCHCAL" TO RH-PROGRAM-NAME
           MOVE "NIGHTLY RUN SCHEDULE" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           IF BD-TN-MONTH >= 10
               COMPUTE BD-FISCAL-YEAR = BD-TN-YEAR + 1
               COMPUTE BD-FISCAL-PERIOD = BD-TN-MONTH - 9
           ELSE
               MOVE BD-TN-YEAR TO BD-FISCAL-YEAR
               COMPUTE BD-FISCAL-PERIOD = BD-TN-MONTH + 3
           END-IF
           COMPUTE BD-TONIGHT-INT =
               FUNCTION INTEGER-OF-DATE(BD-TONIGHT-DATE)
           PERFORM 1100-LOAD-HOLIDAYS
           PERFORM 1200-LOAD-COMPLETED-STEPS
           MOVE BD-TONIGHT-INT TO BD-SCAN-INT
           PERFORM 2500-TEST-PROCESSING-DAY
           MOVE BD-PROCESSING-SWITCH TO BD-TONIGHT-SWITCH
           OPEN INPUT JOB-CALENDAR
           IF NOT BD-JOBCAL-OK AND NOT BD-JOBCAL-EOF
               MOVE "BATCHCAL" TO AB-PROGRAM-ID
               MOVE "JOBCAL" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE BD-JOBCAL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN OUTPUT RUN-SCHEDULE
           IF NOT BD-RUNSCHD-OK
               MOVE "BATCHCAL" TO AB-PROGRAM-ID
               MOVE "RUNSCHD" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE BD-RUNSCHD-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE BD-TONIGHT-DATE TO BD-WORK-DATE
           PERFORM 8700-EDIT-WORK-DATE
           MOVE BD-DATE-EDIT TO BD-TL-DATE
           MOVE BD-FISCAL-YEAR TO BD-TL-FISCAL-YEAR
           MOVE BD-FISCAL-PERIOD TO BD-TL-FISCAL-PERIOD
           IF BD-TONIGHT-PROCESSING
               MOVE "PROCESSING DAY" TO BD-TL-PROCESSING
           ELSE
               STRING "NOT A PROCESSING DAY - "
                       DELIMITED BY SIZE
                   BD-NOT-PROCESSING-REASON
                       DELIMITED BY SIZE
                   INTO BD-TL-PROCESSING
           END-IF
           DISPLAY BD-TONIGHT-LINE
           DISPLAY " "
           DISPLAY BD-COLUMN-HEADING
           PERFORM 2900-READ-JOB-CALENDAR.

      *    A MISSING HOLIDAY CALENDAR MEANS ONLY WEEKENDS ARE SKIPPED.
       1100-LOAD-HOLIDAYS.
           MOVE 1 TO BD-HOLIDAY-COUNT
           OPEN INPUT HOLIDAY-FILE
           IF BD-HOLIDAYS-NOTFOUND
               DISPLAY "BATCHCAL: NO HOLIDAY CALENDAR - WEEKENDS ONLY"
               SET BD-HOLIDAY-END TO TRUE
           ELSE
               IF NOT BD-HOLIDAYS-OK AND NOT BD-HOLIDAYS-EOF
                   MOVE "BATCHCAL" TO AB-PROGRAM-ID
                   MOVE "HOLIDAYS" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE BD-HOLIDAYS-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-HOLIDAY
               PERFORM 1110-STORE-HOLIDAY
                   UNTIL BD-HOLIDAY-END
                       OR BD-HOLIDAY-COUNT > BD-MAX-HOLIDAYS
               IF NOT BD-HOLIDAY-END
                   DISPLAY "BATCHCAL: HOLIDAY TABLE FULL AT "
                       BD-MAX-HOLIDAYS " - LATER HOLIDAYS IGNORED"
               END-IF
               CLOSE HOLIDAY-FILE
           END-IF
           IF BD-HOLIDAY-COUNT > 1
               SUBTRACT 1 FROM BD-HOLIDAY-COUNT
           ELSE
               MOVE 0 TO BD-HOLIDAY-COUNT
           END-IF.

       1110-STORE-HOLIDAY.
           MOVE HO-HOLIDAY-DATE TO BD-HO-DATE (BD-HOLIDAY-COUNT)
           MOVE HO-HOLIDAY-NAME TO BD-HO-NAME (BD-HOLIDAY-COUNT)
           ADD 1 TO BD-HOLIDAY-COUNT
           PERFORM 1190-READ-HOLIDAY.

       1190-READ-HOLIDAY.
           READ HOLIDAY-FILE
               AT END
                   SET BD-HOLIDAY-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A STEP COUNTS AS DONE ONLY ON AN END RECORD WITH RETURN CODE
      * ZERO DATED TONIGHT (OR TODAY BY THE CLOCK, FOR A NIGHT THAT
      * HAS RUN PAST MIDNIGHT).  A LATER BACKED-OUT RECORD FOR THE
      * SAME NIGHT UNDOES IT - ROLLBACK HAS RESTORED THE STEP'S FILE
      * AND THE STEP MUST RUN AGAIN.  A MISSING FILE MEANS A FRESH
      * NIGHT.
      *-----------------------------------------------------------------
       1200-LOAD-COMPLETED-STEPS.
           MOVE 0 TO BD-DONE-COUNT
           OPEN INPUT RUN-STATUS-FILE
           IF BD-RUNSTAT-NOTFOUND
               SET BD-RUNSTAT-END TO TRUE
           ELSE
               IF NOT BD-RUNSTAT-OK AND NOT BD-RUNSTAT-EOF
                   MOVE "BATCHCAL" TO AB-PROGRAM-ID
                   MOVE "RUNSTAT" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE BD-RUNSTAT-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-RUN-STATUS
               PERFORM 1210-CHECK-STATUS-RECORD
                   UNTIL BD-RUNSTAT-END
               CLOSE RUN-STATUS-FILE
           END-IF.

       1210-CHECK-STATUS-RECORD.
           IF RS-END-RECORD AND RS-RETURN-CODE = 0
                   AND (RS-RUN-DATE = BD-TONIGHT-DATE
                       OR RS-RUN-DATE = BD-CLOCK-DATE)
               MOVE RS-PROGRAM-NAME TO BD-LK-PROGRAM
               PERFORM 2800-FIND-DONE-STEP
               IF BD-DONE-FOUND-IDX = 0
                   IF BD-DONE-COUNT >= BD-MAX-DONE
                       DISPLAY "BATCHCAL: COMPLETED-STEP TABLE FULL, "
                           RS-PROGRAM-NAME " NOT RECORDED"
                   ELSE
                       ADD 1 TO BD-DONE-COUNT
                       MOVE RS-PROGRAM-NAME
                           TO BD-DN-PROGRAM (BD-DONE-COUNT)
                   END-IF
               END-IF
           END-IF
           IF RS-BACKOUT-RECORD
                   AND (RS-RUN-DATE = BD-TONIGHT-DATE
                       OR RS-RUN-DATE = BD-CLOCK-DATE)
               MOVE RS-PROGRAM-NAME TO BD-LK-PROGRAM
               PERFORM 2800-FIND-DONE-STEP
               IF BD-DONE-FOUND-IDX NOT = 0
                   MOVE SPACES TO BD-DN-PROGRAM (BD-DONE-FOUND-IDX)
               END-IF
           END-IF
           PERFORM 1290-READ-RUN-STATUS.

       1290-READ-RUN-STATUS.
           READ RUN-STATUS-FILE
               AT END
                   SET BD-RUNSTAT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE CALENDAR ENTRY.  AN INVALID OR HELD ENTRY IS WRITTEN TO
      * THE SCHEDULE AS A SKIP WITH ITS REASON, SO CALGATE NEVER RUNS
      * A STEP THE CALENDAR DOES NOT CLEARLY CALL FOR.
      *-----------------------------------------------------------------
       2000-SCHEDULE-ONE-ENTRY.
           ADD 1 TO BD-ENTRIES-READ
           MOVE "N" TO BD-DUE-SWITCH
           MOVE SPACES TO BD-SKIP-REASON
           MOVE 0 TO BD-NEXT-DUE
           MOVE 0 TO BD-PRIOR-DUE
           MOVE 0 TO BD-RUN-ON-DATE
           EVALUATE TRUE
               WHEN JB-JOB-NAME = SPACES
                   MOVE "INVALID - NO JOB NAME" TO BD-SKIP-REASON
               WHEN NOT JB-VALID-FREQUENCY
                   MOVE "INVALID - FREQUENCY CODE"
                       TO BD-SKIP-REASON
               WHEN NOT JB-DAILY
                       AND NOT JB-LAST-PROCESSING
                       AND NOT JB-NEXT-PROCESSING
                   MOVE "INVALID - DAY RULE" TO BD-SKIP-REASON
               WHEN JB-PAY-CYCLE
                       AND (JB-CYCLE-ANCHOR IS NOT NUMERIC
                           OR JB-CYCLE-DAYS IS NOT NUMERIC)
                   MOVE "INVALID - PAY CYCLE NOT NUMERIC"
                       TO BD-SKIP-REASON
               WHEN JB-PAY-CYCLE
                   PERFORM 2050-CHECK-PAY-CYCLE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF BD-SKIP-REASON NOT = SPACES
               ADD 1 TO BD-INVALID-COUNT
           ELSE
               IF JB-ON-HOLD
                   MOVE "ON HOLD" TO BD-SKIP-REASON
               ELSE
                   PERFORM 2100-TEST-DUE-TONIGHT
               END-IF
               IF BD-DUE-TONIGHT
                   MOVE JB-JOB-NAME TO BD-LK-PROGRAM
                   PERFORM 2800-FIND-DONE-STEP
                   IF BD-DONE-FOUND-IDX NOT = 0
                       MOVE "N" TO BD-DUE-SWITCH
                       MOVE "COMPLETED EARLIER TONIGHT"
                           TO BD-SKIP-REASON
                   END-IF
               END-IF
               IF BD-DUE-TONIGHT
                   ADD 1 TO BD-SCHEDULED-COUNT
               ELSE
                   ADD 1 TO BD-NOT-DUE-COUNT
               END-IF
           END-IF
           PERFORM 2700-WRITE-SCHEDULE-ENTRY
           PERFORM 2900-READ-JOB-CALENDAR.

       2050-CHECK-PAY-CYCLE.
           MOVE JB-CYCLE-ANCHOR TO BD-ANCHOR-PARTS
           IF JB-CYCLE-DAYS = 0
               MOVE "INVALID - PAY CYCLE DAYS ZERO" TO BD-SKIP-REASON
           ELSE
               IF BD-AN-YEAR < 1601
                       OR BD-AN-MONTH < 1 OR BD-AN-MONTH > 12
                       OR BD-AN-DAY < 1 OR BD-AN-DAY > 31
                   MOVE "INVALID - PAY CYCLE ANCHOR DATE"
                       TO BD-SKIP-REASON
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * NEXT-DUE IS THE FIRST PERIOD END (OR PAY DATE) ON OR AFTER
      * TONIGHT; PRIOR-DUE IS THE LAST ONE ON OR BEFORE TONIGHT.  A
      * LAST-PROCESSING-DAY STEP RUNS WHEN TONIGHT IS THE LAST
      * PROCESSING DAY ON OR BEFORE NEXT-DUE; A NEXT-PROCESSING-DAY
      * STEP RUNS WHEN TONIGHT IS THE FIRST PROCESSING DAY ON OR
      * AFTER PRIOR-DUE.  NOTHING PERIODIC RUNS ON A WEEKEND OR
      * HOLIDAY.
      *-----------------------------------------------------------------
       2100-TEST-DUE-TONIGHT.
           EVALUATE TRUE
               WHEN JB-DAILY
                   MOVE BD-TONIGHT-DATE TO BD-NEXT-DUE
                   MOVE BD-TONIGHT-DATE TO BD-PRIOR-DUE
               WHEN JB-PAY-CYCLE
                   PERFORM 2200-FIND-PAY-DATES
               WHEN OTHER
                   PERFORM 2300-FIND-PERIOD-ENDS
           END-EVALUATE
           IF NOT BD-TONIGHT-PROCESSING
               MOVE "NOT A PROCESSING DAY" TO BD-SKIP-REASON
           ELSE
               IF JB-DAILY
                   MOVE "Y" TO BD-DUE-SWITCH
               ELSE
                   IF JB-NEXT-PROCESSING AND BD-PRIOR-DUE NOT = 0
                       MOVE BD-PRIOR-DUE TO BD-WORK-DATE
                       PERFORM 2450-NEXT-PROCESSING-DAY
                       IF BD-RUN-ON-DATE = BD-TONIGHT-DATE
                           MOVE "Y" TO BD-DUE-SWITCH
                       END-IF
                   END-IF
                   IF JB-LAST-PROCESSING
                       MOVE BD-NEXT-DUE TO BD-WORK-DATE
                       PERFORM 2400-LAST-PROCESSING-DAY
                       IF BD-RUN-ON-DATE = BD-TONIGHT-DATE
                           MOVE "Y" TO BD-DUE-SWITCH
                       END-IF
                   END-IF
               END-IF
               IF NOT BD-DUE-TONIGHT
                   PERFORM 2150-SET-NEXT-RUN-REASON
               END-IF
           END-IF.

       2150-SET-NEXT-RUN-REASON.
           MOVE BD-NEXT-DUE TO BD-WORK-DATE
           IF JB-NEXT-PROCESSING
               PERFORM 2450-NEXT-PROCESSING-DAY
           ELSE
               PERFORM 2400-LAST-PROCESSING-DAY
           END-IF
           MOVE BD-RUN-ON-DATE TO BD-WORK-DATE
           PERFORM 8700-EDIT-WORK-DATE
           STRING "NOT DUE - NEXT RUN " DELIMITED BY SIZE
               BD-DATE-EDIT DELIMITED BY SIZE
               INTO BD-SKIP-REASON.

      *-----------------------------------------------------------------
      * PAY DATES FALL EVERY JB-CYCLE-DAYS DAYS FROM THE ANCHOR PAY
      * DATE.  BEFORE THE ANCHOR THERE IS NO PRIOR PAY DATE.
      *-----------------------------------------------------------------
       2200-FIND-PAY-DATES.
           COMPUTE BD-ANCHOR-INT =
               FUNCTION INTEGER-OF-DATE(JB-CYCLE-ANCHOR)
           IF BD-TONIGHT-INT < BD-ANCHOR-INT
               MOVE 0 TO BD-PRIOR-DUE
               MOVE JB-CYCLE-ANCHOR TO BD-NEXT-DUE
           ELSE
               COMPUTE BD-CYCLE-COUNT =
                   (BD-TONIGHT-INT - BD-ANCHOR-INT) / JB-CYCLE-DAYS
               COMPUTE BD-DUE-INT =
                   BD-ANCHOR-INT + BD-CYCLE-COUNT * JB-CYCLE-DAYS
               COMPUTE BD-PRIOR-DUE =
                   FUNCTION DATE-OF-INTEGER(BD-DUE-INT)
               IF BD-DUE-INT = BD-TONIGHT-INT
                   MOVE BD-PRIOR-DUE TO BD-NEXT-DUE
               ELSE
                   ADD JB-CYCLE-DAYS TO BD-DUE-INT
                   COMPUTE BD-NEXT-DUE =
                       FUNCTION DATE-OF-INTEGER(BD-DUE-INT)
               END-IF
           END-IF.

       2300-FIND-PERIOD-ENDS.
           EVALUATE TRUE
               WHEN JB-MONTH-END
                   MOVE 1 TO BD-PERIOD-LENGTH
                   MOVE 1 TO BD-CLOSING-MONTH
               WHEN JB-QUARTER-END
                   MOVE 3 TO BD-PERIOD-LENGTH
                   MOVE 12 TO BD-CLOSING-MONTH
               WHEN JB-FISCAL-YEAR-END
                   MOVE 12 TO BD-PERIOD-LENGTH
                   MOVE 9 TO BD-CLOSING-MONTH
               WHEN JB-CALENDAR-YEAR-END
                   MOVE 12 TO BD-PERIOD-LENGTH
                   MOVE 12 TO BD-CLOSING-MONTH
           END-EVALUATE
           DIVIDE BD-PERIOD-LENGTH INTO BD-CLOSING-MONTH
               GIVING BD-DIVIDE-QUOTIENT
               REMAINDER BD-CLOSING-REMAINDER
           MOVE BD-TONIGHT-DATE TO BD-WORK-DATE
           PERFORM 2330-TEST-CLOSING-MONTH
           PERFORM 2310-STEP-MONTH-FORWARD
               UNTIL BD-MONTH-FITS
           PERFORM 2350-LAST-DAY-OF-MONTH
           MOVE BD-WORK-DATE TO BD-NEXT-DUE
           IF BD-NEXT-DUE = BD-TONIGHT-DATE
               MOVE BD-NEXT-DUE TO BD-PRIOR-DUE
           ELSE
               MOVE BD-TONIGHT-DATE TO BD-WORK-DATE
               MOVE "N" TO BD-MONTH-FIT-SWITCH
               PERFORM 2320-STEP-MONTH-BACK
                   UNTIL BD-MONTH-FITS
               PERFORM 2350-LAST-DAY-OF-MONTH
               MOVE BD-WORK-DATE TO BD-PRIOR-DUE
           END-IF.

       2310-STEP-MONTH-FORWARD.
           IF BD-WK-MONTH = 12
               MOVE 1 TO BD-WK-MONTH
               ADD 1 TO BD-WK-YEAR
           ELSE
               ADD 1 TO BD-WK-MONTH
           END-IF
           PERFORM 2330-TEST-CLOSING-MONTH.

       2320-STEP-MONTH-BACK.
           IF BD-WK-MONTH = 1
               MOVE 12 TO BD-WK-MONTH
               SUBTRACT 1 FROM BD-WK-YEAR
           ELSE
               SUBTRACT 1 FROM BD-WK-MONTH
           END-IF
           PERFORM 2330-TEST-CLOSING-MONTH.

       2330-TEST-CLOSING-MONTH.
           DIVIDE BD-PERIOD-LENGTH INTO BD-WK-MONTH
               GIVING BD-DIVIDE-QUOTIENT
               REMAINDER BD-MONTH-REMAINDER
           IF BD-MONTH-REMAINDER = BD-CLOSING-REMAINDER
               MOVE "Y" TO BD-MONTH-FIT-SWITCH
           ELSE
               MOVE "N" TO BD-MONTH-FIT-SWITCH
           END-IF.

      *    THE DAY BEFORE THE FIRST OF THE FOLLOWING MONTH.
       2350-LAST-DAY-OF-MONTH.
           MOVE 1 TO BD-WK-DAY
           IF BD-WK-MONTH = 12
               MOVE 1 TO BD-WK-MONTH
               ADD 1 TO BD-WK-YEAR
           ELSE
               ADD 1 TO BD-WK-MONTH
           END-IF
           COMPUTE BD-SCAN-INT =
               FUNCTION INTEGER-OF-DATE(BD-WORK-DATE) - 1
           COMPUTE BD-WORK-DATE =
               FUNCTION DATE-OF-INTEGER(BD-SCAN-INT).

      *-----------------------------------------------------------------
      * WALK BACK (2400) OR FORWARD (2450) FROM BD-WORK-DATE TO THE
      * NEAREST PROCESSING DAY, INCLUSIVE, INTO BD-RUN-ON-DATE.
      *-----------------------------------------------------------------
       2400-LAST-PROCESSING-DAY.
           COMPUTE BD-SCAN-INT = FUNCTION INTEGER-OF-DATE(BD-WORK-DATE)
           PERFORM 2500-TEST-PROCESSING-DAY
           PERFORM 2410-STEP-DAY-BACK
               UNTIL BD-PROCESSING-DAY
           COMPUTE BD-RUN-ON-DATE =
               FUNCTION DATE-OF-INTEGER(BD-SCAN-INT).

       2410-STEP-DAY-BACK.
           SUBTRACT 1 FROM BD-SCAN-INT
           PERFORM 2500-TEST-PROCESSING-DAY.

       2450-NEXT-PROCESSING-DAY.
           COMPUTE BD-SCAN-INT = FUNCTION INTEGER-OF-DATE(BD-WORK-DATE)
           PERFORM 2500-TEST-PROCESSING-DAY
           PERFORM 2460-STEP-DAY-FORWARD
               UNTIL BD-PROCESSING-DAY
           COMPUTE BD-RUN-ON-DATE =
               FUNCTION DATE-OF-INTEGER(BD-SCAN-INT).

       2460-STEP-DAY-FORWARD.
           ADD 1 TO BD-SCAN-INT
           PERFORM 2500-TEST-PROCESSING-DAY.

      *-----------------------------------------------------------------
      * INTEGER-OF-DATE DAY 1 (JANUARY 1, 1601) WAS A MONDAY, SO
      * (INTEGER - 1) MOD 7 GIVES 0=MONDAY ... 5=SATURDAY, 6=SUNDAY.
      *-----------------------------------------------------------------
       2500-TEST-PROCESSING-DAY.
           MOVE "Y" TO BD-PROCESSING-SWITCH
           COMPUTE BD-DAY-OF-WEEK = FUNCTION MOD(BD-SCAN-INT - 1, 7)
           IF BD-WEEKEND
               MOVE "N" TO BD-PROCESSING-SWITCH
               MOVE "WEEKEND" TO BD-NOT-PROCESSING-REASON
           ELSE
               COMPUTE BD-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(BD-SCAN-INT)
               IF BD-HOLIDAY-COUNT > 0
                   PERFORM 2510-COMPARE-HOLIDAY
                       VARYING BD-HOLIDAY-IDX FROM 1 BY 1
                       UNTIL BD-HOLIDAY-IDX > BD-HOLIDAY-COUNT
                           OR NOT BD-PROCESSING-DAY
               END-IF
           END-IF.

       2510-COMPARE-HOLIDAY.
           IF BD-HO-DATE (BD-HOLIDAY-IDX) = BD-SCAN-DATE
               MOVE "N" TO BD-PROCESSING-SWITCH
               MOVE BD-HO-NAME (BD-HOLIDAY-IDX)
                   TO BD-NOT-PROCESSING-REASON
           END-IF.

       2700-WRITE-SCHEDULE-ENTRY.
           MOVE SPACES TO RUN-SCHEDULE-RECORD
           MOVE BD-TONIGHT-DATE TO SD-RUN-DATE
           MOVE JB-JOB-NAME TO SD-JOB-NAME
           MOVE JB-FREQUENCY TO SD-FREQUENCY
           IF JB-NEXT-PROCESSING AND BD-DUE-TONIGHT
               MOVE BD-PRIOR-DUE TO SD-DUE-DATE
           ELSE
               MOVE BD-NEXT-DUE TO SD-DUE-DATE
           END-IF
           IF BD-DUE-TONIGHT
               SET SD-RUN-TONIGHT TO TRUE
               MOVE "SCHEDULED" TO SD-REASON
           ELSE
               SET SD-SKIP-TONIGHT TO TRUE
               MOVE BD-SKIP-REASON TO SD-REASON
           END-IF
           WRITE RUN-SCHEDULE-RECORD
           IF NOT BD-RUNSCHD-OK
               MOVE "BATCHCAL" TO AB-PROGRAM-ID
               MOVE "RUNSCHD" TO AB-FILE-NAME
               MOVE "WRITE" TO AB-OPERATION
               MOVE BD-RUNSCHD-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE JB-JOB-NAME TO BD-DT-JOB-NAME
           EVALUATE TRUE
               WHEN JB-DAILY
                   MOVE "DAILY" TO BD-DT-FREQUENCY
               WHEN JB-PAY-CYCLE
                   MOVE "PAY CYCLE" TO BD-DT-FREQUENCY
               WHEN JB-MONTH-END
                   MOVE "MONTH END" TO BD-DT-FREQUENCY
               WHEN JB-QUARTER-END
                   MOVE "QUARTER END" TO BD-DT-FREQUENCY
               WHEN JB-FISCAL-YEAR-END
                   MOVE "FISCAL YEAR" TO BD-DT-FREQUENCY
               WHEN JB-CALENDAR-YEAR-END
                   MOVE "CALENDAR YR" TO BD-DT-FREQUENCY
               WHEN OTHER
                   MOVE JB-FREQUENCY TO BD-DT-FREQUENCY
           END-EVALUATE
           EVALUATE TRUE
               WHEN JB-DAILY
                   MOVE SPACES TO BD-DT-RULE
               WHEN JB-LAST-PROCESSING
                   MOVE "LAST" TO BD-DT-RULE
               WHEN JB-NEXT-PROCESSING
                   MOVE "NEXT" TO BD-DT-RULE
               WHEN OTHER
                   MOVE JB-DAY-RULE TO BD-DT-RULE
           END-EVALUATE
           IF SD-DUE-DATE = 0
               MOVE SPACES TO BD-DT-DUE-DATE
           ELSE
               MOVE SD-DUE-DATE TO BD-WORK-DATE
               PERFORM 8700-EDIT-WORK-DATE
               MOVE BD-DATE-EDIT TO BD-DT-DUE-DATE
           END-IF
           IF SD-RUN-TONIGHT
               MOVE "RUN" TO BD-DT-RUN-FLAG
           ELSE
               MOVE "SKIP" TO BD-DT-RUN-FLAG
           END-IF
           MOVE SD-REASON TO BD-DT-REASON
           MOVE JB-DESCRIPTION TO BD-DT-DESCRIPTION
           DISPLAY BD-DETAIL-LINE.

       2800-FIND-DONE-STEP.
           MOVE 0 TO BD-DONE-FOUND-IDX
           IF BD-DONE-COUNT > 0
               PERFORM 2805-COMPARE-DONE-STEP
                   VARYING BD-DONE-IDX FROM 1 BY 1
                   UNTIL BD-DONE-IDX > BD-DONE-COUNT
                       OR BD-DONE-FOUND-IDX NOT = 0
           END-IF.

       2805-COMPARE-DONE-STEP.
           IF BD-DN-PROGRAM (BD-DONE-IDX) = BD-LK-PROGRAM
               MOVE BD-DONE-IDX TO BD-DONE-FOUND-IDX
           END-IF.

       2900-READ-JOB-CALENDAR.
           READ JOB-CALENDAR
               AT END
                   SET BD-JOBCAL-END TO TRUE
           END-READ.

       8700-EDIT-WORK-DATE.
           MOVE BD-WK-MONTH TO BD-DE-MONTH
           MOVE BD-WK-DAY TO BD-DE-DAY
           MOVE BD-WK-YEAR TO BD-DE-YEAR.

       9000-TERMINATE.
           DISPLAY " "
           DISPLAY "CALENDAR ENTRIES READ:   " BD-ENTRIES-READ
           DISPLAY "SCHEDULED TONIGHT:       " BD-SCHEDULED-COUNT
           DISPLAY "NOT DUE / HELD / DONE:   " BD-NOT-DUE-COUNT
           DISPLAY "INVALID ENTRIES:         " BD-INVALID-COUNT
           CLOSE JOB-CALENDAR
           CLOSE RUN-SCHEDULE
           IF BD-INVALID-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM BATCHCAL.
