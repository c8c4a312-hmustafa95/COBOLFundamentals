      ******************************************************************
      * PROGRAM-ID.    TCEDIT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - PAYROLL
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       MISSING-TIMECARD AND HOURS-EXCEPTION PRE-EDIT,
      *                RUN AHEAD OF GROSSPAY.  GROSSPAY ONLY PRICES
      *                THE CARDS THAT ARRIVE, SO AN EMPLOYEE WHOSE
      *                CARD NEVER CAME IN SIMPLY WENT UNPAID.  THIS
      *                RUN COMPARES THE TIMECARD BATCH AGAINST EVERY
      *                ACTIVE EMPLOYEE ON THE MASTER FOR THE PAY
      *                FREQUENCY BEING RUN AND LISTS MISSING CARDS,
      *                DUPLICATE CARDS FOR ONE EMPLOYEE, HOURS OUTSIDE
      *                THE LIMITS, CARDS FOR EMPLOYEES NOT YET HIRED
      *                AT PERIOD END, AND CARDS GROSSPAY WILL REJECT
      *                (NOT ON MASTER, TERMINATED, OTHER FREQUENCY).
      *                EVERY MISSING CARD ALSO GOES TO THE CENTRAL
      *                ALERT FILE SO PAYROLL CHASES IT BEFORE THE
      *                CUTOFF.  THE FREQUENCY, PERIOD END AND HOURS
      *                LIMITS COME FROM THE TCEDCTL CONTROL RECORD.
      *                NOTHING IS CHANGED OR HELD - THE EDIT REPORTS
      *                AND THE GROSS PAY STEP STILL RUNS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TCEDIT.
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
           SELECT TIMECARD-FILE ASSIGN TO "TIMECARD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-TIMECARD-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID OF EMPLOYEE-MASTER-RECORD
               FILE STATUS IS TE-EMPMAST-STATUS.
           SELECT EDIT-CONTROL ASSIGN TO "TCEDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-TCEDCTL-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TE-ALERTFIL-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIMECARD-FILE
           RECORDING MODE IS F.
       01  TIMECARD-RECORD.
           05  TC-RECORD-TYPE          PIC X(01).
               88  TC-HEADER-RECORD    VALUE "H".
               88  TC-DETAIL-RECORD    VALUE "D".
               88  TC-TRAILER-RECORD   VALUE "T".
           05  TC-EMPLOYEE-ID          PIC 9(06).
           05  TC-HOURS-WORKED         PIC 9(03)V99.
           05  TC-WORK-STATE           PIC X(02).
           05  TC-PAY-PERIOD-ID        PIC X(06).
           05  FILLER                  PIC X(60).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPMAST.

      *-----------------------------------------------------------------
      * ONE CONTROL RECORD PER RUN.  A BLANK FREQUENCY EDITS EVERY
      * FREQUENCY; A ZERO PERIOD END MEANS THE RUN DATE; ZERO HOURS
      * LIMITS TAKE THE DEFAULTS BELOW.
      *-----------------------------------------------------------------
       FD  EDIT-CONTROL
           RECORDING MODE IS F.
       01  EDIT-CONTROL-RECORD.
           05  EC-PAY-FREQUENCY        PIC X(01).
           05  EC-PERIOD-END-DATE      PIC 9(08).
           05  EC-MAX-HOURS            PIC 9(03)V99.
           05  EC-MIN-HOURS            PIC 9(03)V99.
           05  FILLER                  PIC X(61).

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD.
           COPY ALERTREC.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  TE-TIMECARD-STATUS          PIC X(02) VALUE "00".
           88  TE-TIMECARD-OK          VALUE "00".
           88  TE-TIMECARD-EOF         VALUE "10".
       01  TE-EMPMAST-STATUS           PIC X(02) VALUE "00".
           88  TE-EMPMAST-OK           VALUE "00".
           88  TE-EMPMAST-EOF          VALUE "10".
       01  TE-TCEDCTL-STATUS           PIC X(02) VALUE "00".
           88  TE-TCEDCTL-OK           VALUE "00".
           88  TE-TCEDCTL-EOF          VALUE "10".
           88  TE-TCEDCTL-NOTFOUND     VALUE "35".
       01  TE-ALERTFIL-STATUS          PIC X(02) VALUE "00".
           88  TE-ALERTFIL-OK          VALUE "00".

       01  TE-SWITCHES.
           05  TE-TIMECARD-EOF-SWITCH  PIC X(01) VALUE "N".
               88  TE-TIMECARD-END     VALUE "Y".
           05  TE-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
               88  TE-MASTER-END       VALUE "Y".
           05  TE-CARD-FOUND-SWITCH    PIC X(01) VALUE "N".
               88  TE-CARD-ON-MASTER   VALUE "Y".

      *-----------------------------------------------------------------
      * EDIT LIMITS.  DEFAULTS APPLY WHEN THE CONTROL RECORD IS
      * MISSING OR LEAVES A LIMIT ZERO.  A CARD OVER THE MAXIMUM OR
      * UNDER THE MINIMUM IS AN EXCEPTION; A ZERO-HOUR CARD ALWAYS IS.
      *-----------------------------------------------------------------
       01  TE-EDIT-LIMITS.
           05  TE-DEFAULT-MAX-HOURS    PIC 9(03)V99 VALUE 080.00.
           05  TE-DEFAULT-MIN-HOURS    PIC 9(03)V99 VALUE 000.00.
           05  TE-MAX-HOURS            PIC 9(03)V99 VALUE 0.
           05  TE-MIN-HOURS            PIC 9(03)V99 VALUE 0.
           05  TE-RUN-FREQUENCY        PIC X(01) VALUE SPACE.
               88  TE-ALL-FREQUENCIES  VALUE SPACE.
           05  TE-PERIOD-END-DATE      PIC 9(08) VALUE 0.

      *-----------------------------------------------------------------
      * ONE ENTRY PER EMPLOYEE WITH A CARD IN THE BATCH - CARD COUNT
      * AND TOTAL HOURS - FOR THE DUPLICATE AND MISSING-CARD PASSES.
      *-----------------------------------------------------------------
       01  TE-CARD-COUNT               PIC 9(05) COMP VALUE 0.
       01  TE-MAX-CARDS                PIC 9(05) COMP VALUE 5000.
       01  TE-CARD-SCAN-IDX            PIC 9(05) COMP VALUE 0.
       01  TE-CARD-FOUND-IDX           PIC 9(05) COMP VALUE 0.
       01  TE-CARD-TABLE.
           05  TE-CARD-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TE-CARD-COUNT
                   INDEXED BY TE-CARD-IDX.
               10  TE-CD-EMPLOYEE-ID   PIC 9(06).
               10  TE-CD-CARD-COUNT    PIC 9(03) COMP.
               10  TE-CD-TOTAL-HOURS   PIC 9(05)V99.

       01  TE-COUNTERS.
           05  TE-CARDS-READ           PIC 9(07) COMP VALUE 0.
           05  TE-EMPLOYEES-EXPECTED   PIC 9(07) COMP VALUE 0.
           05  TE-MISSING-COUNT        PIC 9(05) COMP VALUE 0.
           05  TE-DUPLICATE-COUNT      PIC 9(05) COMP VALUE 0.
           05  TE-HOURS-EXCEPT-COUNT   PIC 9(05) COMP VALUE 0.
           05  TE-NOT-HIRED-COUNT      PIC 9(05) COMP VALUE 0.
           05  TE-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  TE-ALERT-COUNT          PIC 9(05) COMP VALUE 0.
           05  TE-EXCEPTION-COUNT      PIC 9(07) COMP VALUE 0.

       01  TE-WORK-FIELDS.
           05  TE-EXCEPTION-TEXT       PIC X(30) VALUE SPACES.
           05  TE-EMPLOYEE-NAME        PIC X(20) VALUE SPACES.
           05  TE-EMPLOYEE-ID          PIC 9(06) VALUE 0.
           05  TE-EXCEPTION-HOURS      PIC 9(05)V99 VALUE 0.
           05  TE-DUPLICATE-CARDS      PIC 9(03) VALUE 0.

       01  TE-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TE-SECTION-TITLE        PIC X(60).

       01  TE-LIMITS-LINE.
           05  FILLER                  PIC X(11) VALUE " FREQUENCY ".
           05  TE-LM-FREQUENCY         PIC X(03).
           05  FILLER                  PIC X(13) VALUE "  PERIOD END ".
           05  TE-LM-PERIOD-END        PIC 9(08).
           05  FILLER                  PIC X(12) VALUE "  MIN HOURS ".
           05  TE-LM-MIN-HOURS         PIC ZZ9.99.
           05  FILLER                  PIC X(12) VALUE "  MAX HOURS ".
           05  TE-LM-MAX-HOURS         PIC ZZ9.99.

       01  TE-EXCEPTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TE-EX-EMPLOYEE-ID       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TE-EX-EMPLOYEE-NAME     PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TE-EX-HOURS             PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TE-EX-TEXT              PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           MOVE "CARD EXCEPTIONS" TO TE-SECTION-TITLE
           DISPLAY TE-SECTION-LINE
           PERFORM 2000-EDIT-ONE-TIMECARD
               UNTIL TE-TIMECARD-END
           MOVE "DUPLICATE CARDS" TO TE-SECTION-TITLE
           DISPLAY TE-SECTION-LINE
           IF TE-CARD-COUNT > 0
               PERFORM 3000-CHECK-DUPLICATE-CARDS
                   VARYING TE-CARD-SCAN-IDX FROM 1 BY 1
                   UNTIL TE-CARD-SCAN-IDX > TE-CARD-COUNT
           END-IF
           MOVE "MISSING CARDS - ACTIVE EMPLOYEES WITH NO TIMECARD"
               TO TE-SECTION-TITLE
           DISPLAY TE-SECTION-LINE
           PERFORM 3900-REPOSITION-MASTER
           PERFORM 4000-CHECK-ONE-EMPLOYEE
               UNTIL TE-MASTER-END
           PERFORM 5000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "TCEDIT" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "TCEDIT" TO RH-PROGRAM-NAME
           MOVE "TIMECARD PRE-EDIT EXCEPTION REPORT"
               TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 1100-READ-EDIT-CONTROL
           OPEN INPUT TIMECARD-FILE
           IF NOT TE-TIMECARD-OK AND NOT TE-TIMECARD-EOF
               MOVE "TCEDIT" TO AB-PROGRAM-ID
               MOVE "TIMECARD" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE TE-TIMECARD-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT TE-EMPMAST-OK
               MOVE "TCEDIT" TO AB-PROGRAM-ID
               MOVE "EMPMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE TE-EMPMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN EXTEND ALERT-FILE
           IF NOT TE-ALERTFIL-OK
               CLOSE ALERT-FILE
               OPEN OUTPUT ALERT-FILE
           END-IF
           PERFORM 8000-PRINT-REPORT-HEADER
           IF TE-ALL-FREQUENCIES
               MOVE "ALL" TO TE-LM-FREQUENCY
           ELSE
               MOVE TE-RUN-FREQUENCY TO TE-LM-FREQUENCY
           END-IF
           MOVE TE-PERIOD-END-DATE TO TE-LM-PERIOD-END
           MOVE TE-MIN-HOURS TO TE-LM-MIN-HOURS
           MOVE TE-MAX-HOURS TO TE-LM-MAX-HOURS
           DISPLAY TE-LIMITS-LINE
           PERFORM 2900-READ-TIMECARD.

      *-----------------------------------------------------------------
      * THE CONTROL RECORD NAMES THE FREQUENCY BEING RUN, THE PERIOD
      * END DATE, AND THE HOURS LIMITS.  WITH NO CONTROL FILE EVERY
      * FREQUENCY IS EDITED AGAINST THE RUN DATE AND DEFAULT LIMITS.
      *-----------------------------------------------------------------
       1100-READ-EDIT-CONTROL.
           MOVE SPACE TO TE-RUN-FREQUENCY
           MOVE RH-RUN-DATE TO TE-PERIOD-END-DATE
           MOVE TE-DEFAULT-MAX-HOURS TO TE-MAX-HOURS
           MOVE TE-DEFAULT-MIN-HOURS TO TE-MIN-HOURS
           OPEN INPUT EDIT-CONTROL
           IF TE-TCEDCTL-NOTFOUND
               DISPLAY "TCEDIT: NO TCEDCTL CONTROL RECORD - ALL "
                   "FREQUENCIES, DEFAULT LIMITS"
           ELSE
               IF NOT TE-TCEDCTL-OK AND NOT TE-TCEDCTL-EOF
                   MOVE "TCEDIT" TO AB-PROGRAM-ID
                   MOVE "TCEDCTL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TE-TCEDCTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ EDIT-CONTROL
                   AT END
                       DISPLAY "TCEDIT: TCEDCTL EMPTY - ALL "
                           "FREQUENCIES, DEFAULT LIMITS"
                   NOT AT END
                       MOVE EC-PAY-FREQUENCY TO TE-RUN-FREQUENCY
                       IF EC-PERIOD-END-DATE NOT = 0
                           MOVE EC-PERIOD-END-DATE
                               TO TE-PERIOD-END-DATE
                       END-IF
                       IF EC-MAX-HOURS NOT = 0
                           MOVE EC-MAX-HOURS TO TE-MAX-HOURS
                       END-IF
                       IF EC-MIN-HOURS NOT = 0
                           MOVE EC-MIN-HOURS TO TE-MIN-HOURS
                       END-IF
               END-READ
               CLOSE EDIT-CONTROL
           END-IF.

      *-----------------------------------------------------------------
      * EACH CARD IS EDITED AGAINST THE MASTER AS GROSSPAY WILL PRICE
      * IT, THEN TALLIED INTO THE CARD TABLE FOR THE LATER PASSES.
      *-----------------------------------------------------------------
       2000-EDIT-ONE-TIMECARD.
           ADD 1 TO TE-CARDS-READ
           MOVE TC-EMPLOYEE-ID TO TE-EMPLOYEE-ID
           MOVE TC-HOURS-WORKED TO TE-EXCEPTION-HOURS
           MOVE TC-EMPLOYEE-ID
               TO EM-EMPLOYEE-ID OF EMPLOYEE-MASTER-RECORD
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "N" TO TE-CARD-FOUND-SWITCH
                   MOVE "** NOT ON MASTER **" TO TE-EMPLOYEE-NAME
               NOT INVALID KEY
                   SET TE-CARD-ON-MASTER TO TRUE
                   MOVE EM-EMPLOYEE-NAME OF EMPLOYEE-MASTER-RECORD
                       TO TE-EMPLOYEE-NAME
           END-READ
           IF NOT TE-CARD-ON-MASTER
               MOVE "EMPLOYEE NOT ON MASTER" TO TE-EXCEPTION-TEXT
               PERFORM 2800-PRINT-EXCEPTION
               ADD 1 TO TE-REJECT-COUNT
           ELSE
               PERFORM 2100-EDIT-AGAINST-MASTER
           END-IF
           PERFORM 2200-EDIT-HOURS
           PERFORM 2300-TALLY-CARD
           PERFORM 2900-READ-TIMECARD.

       2100-EDIT-AGAINST-MASTER.
           IF EM-TERMINATION-DATE OF EMPLOYEE-MASTER-RECORD NOT = 0
                   AND EM-TERMINATION-DATE OF EMPLOYEE-MASTER-RECORD
                       <= RH-RUN-DATE
               MOVE "EMPLOYEE TERMINATED" TO TE-EXCEPTION-TEXT
               PERFORM 2800-PRINT-EXCEPTION
               ADD 1 TO TE-REJECT-COUNT
           END-IF
           IF EM-HIRE-DATE OF EMPLOYEE-MASTER-RECORD
                   > TE-PERIOD-END-DATE
               MOVE "HIRED AFTER PERIOD END" TO TE-EXCEPTION-TEXT
               PERFORM 2800-PRINT-EXCEPTION
               ADD 1 TO TE-NOT-HIRED-COUNT
           END-IF
           IF NOT TE-ALL-FREQUENCIES
                   AND EM-PAY-FREQUENCY OF EMPLOYEE-MASTER-RECORD
                       NOT = TE-RUN-FREQUENCY
               MOVE SPACES TO TE-EXCEPTION-TEXT
               STRING "PAID ON FREQUENCY "
                   EM-PAY-FREQUENCY OF EMPLOYEE-MASTER-RECORD
                   " NOT "
                   TE-RUN-FREQUENCY
                   DELIMITED BY SIZE INTO TE-EXCEPTION-TEXT
               PERFORM 2800-PRINT-EXCEPTION
               ADD 1 TO TE-REJECT-COUNT
           END-IF
           IF EM-PAY-RATE OF EMPLOYEE-MASTER-RECORD = 0
               MOVE "NO PAY RATE ON MASTER" TO TE-EXCEPTION-TEXT
               PERFORM 2800-PRINT-EXCEPTION
               ADD 1 TO TE-REJECT-COUNT
           END-IF.

       2200-EDIT-HOURS.
           EVALUATE TRUE
               WHEN TC-HOURS-WORKED = 0
                   MOVE "ZERO HOURS" TO TE-EXCEPTION-TEXT
                   PERFORM 2800-PRINT-EXCEPTION
                   ADD 1 TO TE-HOURS-EXCEPT-COUNT
               WHEN TC-HOURS-WORKED < TE-MIN-HOURS
                   MOVE "HOURS UNDER MINIMUM" TO TE-EXCEPTION-TEXT
                   PERFORM 2800-PRINT-EXCEPTION
                   ADD 1 TO TE-HOURS-EXCEPT-COUNT
               WHEN TC-HOURS-WORKED > TE-MAX-HOURS
                   MOVE "HOURS OVER MAXIMUM" TO TE-EXCEPTION-TEXT
                   PERFORM 2800-PRINT-EXCEPTION
                   ADD 1 TO TE-HOURS-EXCEPT-COUNT
           END-EVALUATE.

       2300-TALLY-CARD.
           PERFORM 2400-FIND-CARD-ENTRY
           IF TE-CARD-FOUND-IDX = 0
               IF TE-CARD-COUNT >= TE-MAX-CARDS
                   DISPLAY "TCEDIT: CARD TABLE FULL AT "
                       TE-MAX-CARDS " - RUN STOPPED, MISSING-CARD "
                       "CHECK WOULD BE WRONG"
                   MOVE "TCEDIT" TO AB-PROGRAM-ID
                   MOVE "TIMECARD" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE TE-TIMECARD-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO TE-CARD-COUNT
               MOVE TC-EMPLOYEE-ID
                   TO TE-CD-EMPLOYEE-ID (TE-CARD-COUNT)
               MOVE 0 TO TE-CD-CARD-COUNT (TE-CARD-COUNT)
               MOVE 0 TO TE-CD-TOTAL-HOURS (TE-CARD-COUNT)
               MOVE TE-CARD-COUNT TO TE-CARD-FOUND-IDX
           END-IF
           ADD 1 TO TE-CD-CARD-COUNT (TE-CARD-FOUND-IDX)
           ADD TC-HOURS-WORKED
               TO TE-CD-TOTAL-HOURS (TE-CARD-FOUND-IDX).

       2400-FIND-CARD-ENTRY.
           MOVE 0 TO TE-CARD-FOUND-IDX
           IF TE-CARD-COUNT > 0
               PERFORM 2410-COMPARE-CARD-ENTRY
                   VARYING TE-CARD-SCAN-IDX FROM 1 BY 1
                   UNTIL TE-CARD-SCAN-IDX > TE-CARD-COUNT
                       OR TE-CARD-FOUND-IDX NOT = 0
           END-IF.

       2410-COMPARE-CARD-ENTRY.
           IF TE-CD-EMPLOYEE-ID (TE-CARD-SCAN-IDX) = TE-EMPLOYEE-ID
               MOVE TE-CARD-SCAN-IDX TO TE-CARD-FOUND-IDX
           END-IF.

       2800-PRINT-EXCEPTION.
           MOVE TE-EMPLOYEE-ID TO TE-EX-EMPLOYEE-ID
           MOVE TE-EMPLOYEE-NAME TO TE-EX-EMPLOYEE-NAME
           MOVE TE-EXCEPTION-HOURS TO TE-EX-HOURS
           MOVE TE-EXCEPTION-TEXT TO TE-EX-TEXT
           DISPLAY TE-EXCEPTION-LINE
           ADD 1 TO TE-EXCEPTION-COUNT.

      *-----------------------------------------------------------------
      * THE EDIT PASS SEES DETAIL CARDS ONLY; GROSSPAY PROVES THE
      * BATCH CONTROLS.
      *-----------------------------------------------------------------
       2900-READ-TIMECARD.
           PERFORM 2910-READ-ONE-TIMECARD
           PERFORM 2910-READ-ONE-TIMECARD
               UNTIL TE-TIMECARD-END
                   OR TC-DETAIL-RECORD.

       2910-READ-ONE-TIMECARD.
           READ TIMECARD-FILE
               AT END
                   SET TE-TIMECARD-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * MORE THAN ONE CARD FOR AN EMPLOYEE IN ONE BATCH IS PRICED
      * TWICE BY GROSSPAY.  THE LINE SHOWS THE COMBINED HOURS.
      *-----------------------------------------------------------------
       3000-CHECK-DUPLICATE-CARDS.
           IF TE-CD-CARD-COUNT (TE-CARD-SCAN-IDX) > 1
               MOVE TE-CD-EMPLOYEE-ID (TE-CARD-SCAN-IDX)
                   TO TE-EMPLOYEE-ID
               MOVE TE-EMPLOYEE-ID
                   TO EM-EMPLOYEE-ID OF EMPLOYEE-MASTER-RECORD
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       MOVE "** NOT ON MASTER **" TO TE-EMPLOYEE-NAME
                   NOT INVALID KEY
                       MOVE EM-EMPLOYEE-NAME OF EMPLOYEE-MASTER-RECORD
                           TO TE-EMPLOYEE-NAME
               END-READ
               MOVE TE-CD-TOTAL-HOURS (TE-CARD-SCAN-IDX)
                   TO TE-EXCEPTION-HOURS
               MOVE TE-CD-CARD-COUNT (TE-CARD-SCAN-IDX)
                   TO TE-DUPLICATE-CARDS
               MOVE SPACES TO TE-EXCEPTION-TEXT
               STRING "DUPLICATE - " TE-DUPLICATE-CARDS
                   " CARDS IN BATCH"
                   DELIMITED BY SIZE INTO TE-EXCEPTION-TEXT
               PERFORM 2800-PRINT-EXCEPTION
               ADD 1 TO TE-DUPLICATE-COUNT
           END-IF.

       3900-REPOSITION-MASTER.
           CLOSE EMPLOYEE-MASTER
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT TE-EMPMAST-OK
               MOVE "TCEDIT" TO AB-PROGRAM-ID
               MOVE "EMPMAST" TO AB-FILE-NAME
               MOVE "REOPEN" TO AB-OPERATION
               MOVE TE-EMPMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 4900-READ-EMPLOYEE.

      *-----------------------------------------------------------------
      * EVERY EMPLOYEE ACTIVE AT PERIOD END, HIRED BY PERIOD END AND
      * PAID ON THE FREQUENCY BEING RUN MUST HAVE A CARD.  A MISSING
      * CARD IS LISTED AND RAISED TO THE ALERT FILE.
      *-----------------------------------------------------------------
       4000-CHECK-ONE-EMPLOYEE.
           PERFORM 4100-CHECK-EXPECTED-EMPLOYEE
           PERFORM 4900-READ-EMPLOYEE.

       4100-CHECK-EXPECTED-EMPLOYEE.
           IF (EM-NOT-TERMINATED OF EMPLOYEE-MASTER-RECORD
                   OR EM-TERMINATION-DATE OF EMPLOYEE-MASTER-RECORD
                       > TE-PERIOD-END-DATE)
                   AND EM-HIRE-DATE OF EMPLOYEE-MASTER-RECORD
                       <= TE-PERIOD-END-DATE
                   AND (TE-ALL-FREQUENCIES
                       OR EM-PAY-FREQUENCY OF EMPLOYEE-MASTER-RECORD
                           = TE-RUN-FREQUENCY)
               ADD 1 TO TE-EMPLOYEES-EXPECTED
               MOVE EM-EMPLOYEE-ID OF EMPLOYEE-MASTER-RECORD
                   TO TE-EMPLOYEE-ID
               PERFORM 2400-FIND-CARD-ENTRY
               IF TE-CARD-FOUND-IDX = 0
                   MOVE EM-EMPLOYEE-NAME OF EMPLOYEE-MASTER-RECORD
                       TO TE-EMPLOYEE-NAME
                   MOVE 0 TO TE-EXCEPTION-HOURS
                   MOVE "NO TIMECARD IN BATCH" TO TE-EXCEPTION-TEXT
                   PERFORM 2800-PRINT-EXCEPTION
                   ADD 1 TO TE-MISSING-COUNT
                   PERFORM 4200-WRITE-MISSING-ALERT
               END-IF
           END-IF.

       4200-WRITE-MISSING-ALERT.
           MOVE SPACES TO ALERT-RECORD
           MOVE "TCEDIT" TO AL-PROGRAM-NAME
           MOVE 2 TO AL-SEVERITY
           MOVE TE-EMPLOYEE-ID TO AL-ALERT-KEY
           MOVE SPACES TO AL-MESSAGE
           STRING "NO TIMECARD - " TE-EMPLOYEE-NAME
               " - CHASE BEFORE PAYROLL CUTOFF"
               DELIMITED BY SIZE INTO AL-MESSAGE
           MOVE RH-RUN-DATE TO AL-ALERT-DATE
           MOVE RH-RUN-TIME TO AL-ALERT-TIME
           WRITE ALERT-RECORD
           ADD 1 TO TE-ALERT-COUNT.

       4900-READ-EMPLOYEE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET TE-MASTER-END TO TRUE
           END-READ.

       5000-TERMINATE.
           DISPLAY " "
           DISPLAY "TIMECARDS READ:          " TE-CARDS-READ
           DISPLAY "EMPLOYEES WITH CARDS:    " TE-CARD-COUNT
           DISPLAY "EMPLOYEES EXPECTED:      " TE-EMPLOYEES-EXPECTED
           DISPLAY "MISSING TIMECARDS:       " TE-MISSING-COUNT
           DISPLAY "DUPLICATE CARD SETS:     " TE-DUPLICATE-COUNT
           DISPLAY "HOURS EXCEPTIONS:        " TE-HOURS-EXCEPT-COUNT
           DISPLAY "HIRED AFTER PERIOD END:  " TE-NOT-HIRED-COUNT
           DISPLAY "GROSSPAY WILL REJECT:    " TE-REJECT-COUNT
           DISPLAY "ALERTS RAISED:           " TE-ALERT-COUNT
           CLOSE TIMECARD-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE ALERT-FILE
           MOVE TE-CARDS-READ TO RW-READ-COUNT
           MOVE TE-ALERT-COUNT TO RW-WRITE-COUNT
           MOVE TE-EXCEPTION-COUNT TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM TCEDIT.
