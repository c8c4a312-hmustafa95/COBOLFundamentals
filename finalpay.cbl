      ******************************************************************
      * PROGRAM-ID.    FINALPAY
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - PAYROLL
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       TERMINATION FINAL-PAY RUN.  ONCE EMPMAINT SETS
      *                A TERMINATION DATE, GROSSPAY REJECTS THE
      *                EMPLOYEE'S LAST TIMECARD TO THE PAYROLL
      *                SUSPENSE FILE AS "EMPLOYEE TERMINATED".  THIS
      *                RUN PICKS THOSE TIMECARDS BACK UP, PRICES THEM
      *                AT THE MASTER'S RATE THE WAY GROSSPAY DOES,
      *                ADDS A PAYOUT OF THE UNUSED VACATION BALANCE
      *                FROM THE LEAVE BALANCE FILE AT THE SAME RATE,
      *                AND WRITES ONE PAYROLL DETAIL PER EMPLOYEE,
      *                FLAGGED AS FINAL PAY, IN THE HEADER/DETAIL/
      *                TRAILER LAYOUT TAXPROG READS.  THE BATCH
      *                CARRIES ITS OWN PAY-PERIOD ID ("F" AND THE RUN
      *                DATE) SO TAXPROG'S RUN CONTROL TREATS IT AS AN
      *                OFF-CYCLE PERIOD OF ITS OWN.  THE EMPLOYEE'S
      *                LEAVE BALANCES ARE ZEROED, THE PICKED-UP
      *                TIMECARDS LEAVE SUSPENSE, AND A FINAL-PAY
      *                REGISTER PRINTS FOR HR SIGN-OFF.  THE BATCH IS
      *                NOT TAXED OR PAID UNTIL OPERATIONS RELEASES THE
      *                WITHHOLDING RUN AGAINST IT ON THAT SIGN-OFF.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    THE FINAL-PAY DETAIL CARRIES EARNINGS TYPE R.
      *                  THE LAST TIMECARD AND THE VACATION PAYOUT GO
      *                  OUT ON ONE CHECK AS REGULAR WAGES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINALPAY.
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
           SELECT PAYROLL-SUSPENSE ASSIGN TO "PAYSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FP-PAYSUSP-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID OF EMPLOYEE-MASTER-RECORD
               FILE STATUS IS FP-EMPMAST-STATUS.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FP-LEAVEBAL-STATUS.
           SELECT PAYROLL-FILE ASSIGN TO "PAYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FP-PAYFILE-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-SUSPENSE
           RECORDING MODE IS F.
       01  PAYROLL-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPMAST.

       FD  LEAVE-BALANCE-FILE
           RECORDING MODE IS F.
       01  LEAVE-BALANCE-RECORD.
           05  LB-EMPLOYEE-ID          PIC 9(06).
           05  LB-VAC-BALANCE          PIC S9(04)V9.
           05  LB-SICK-BALANCE         PIC S9(04)V9.
           05  LB-LAST-ACCRUAL         PIC 9(08).
           05  FILLER                  PIC X(56).

      *-----------------------------------------------------------------
      * THE PAYROLL FILE IN THE LAYOUT TAXPROG READS, CONTROL RECORDS
      * INCLUDED.  EVERY DETAIL CARRIES THE FINAL-PAY FLAG.
      *-----------------------------------------------------------------
       FD  PAYROLL-FILE
           RECORDING MODE IS F.
       01  PAYROLL-RECORD.
           05  PR-RECORD-TYPE          PIC X(01).
           05  PR-EMPLOYEE-ID          PIC 9(06).
           05  PR-EMPLOYEE-NAME        PIC X(20).
           05  PR-FILING-STATUS        PIC 9(01).
           05  PR-GROSS-PAY            PIC 9(07)V99.
           05  PR-WORK-STATE           PIC X(02).
           05  PR-PAY-PERIOD-ID        PIC X(06).
           05  PR-FINAL-PAY-FLAG       PIC X(01).
           05  PR-EARNINGS-TYPE        PIC X(01).
           05  FILLER                  PIC X(33).

       01  PAYROLL-HEADER-RECORD REDEFINES PAYROLL-RECORD.
           05  FILLER                  PIC X(01).
           05  PH-SOURCE-SYSTEM        PIC X(08).
           05  PH-CREATE-DATE          PIC 9(08).
           05  PH-EXPECTED-COUNT       PIC 9(07).
           05  FILLER                  PIC X(56).

       01  PAYROLL-TRAILER-RECORD REDEFINES PAYROLL-RECORD.
           05  FILLER                  PIC X(01).
           05  PT-RECORD-COUNT         PIC 9(07).
           05  PT-AMOUNT-HASH          PIC 9(11)V99.
           05  FILLER                  PIC X(59).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  FP-PAYSUSP-STATUS           PIC X(02) VALUE "00".
           88  FP-PAYSUSP-OK           VALUE "00".
           88  FP-PAYSUSP-EOF          VALUE "10".
           88  FP-PAYSUSP-NOTFOUND     VALUE "35".
       01  FP-EMPMAST-STATUS           PIC X(02) VALUE "00".
           88  FP-EMPMAST-OK           VALUE "00".
       01  FP-LEAVEBAL-STATUS          PIC X(02) VALUE "00".
           88  FP-LEAVEBAL-OK          VALUE "00".
           88  FP-LEAVEBAL-EOF         VALUE "10".
           88  FP-LEAVEBAL-NOTFOUND    VALUE "35".
       01  FP-PAYFILE-STATUS           PIC X(02) VALUE "00".
           88  FP-PAYFILE-OK           VALUE "00".

       01  FP-SWITCHES.
           05  FP-SUSPENSE-EOF-SWITCH  PIC X(01) VALUE "N".
               88  FP-SUSPENSE-END     VALUE "Y".
           05  FP-BALANCE-EOF-SWITCH   PIC X(01) VALUE "N".
               88  FP-BALANCE-END      VALUE "Y".

       01  FP-COUNTERS.
           05  FP-SUSP-COUNT           PIC 9(04) COMP VALUE 0.
           05  FP-MAX-SUSPS            PIC 9(04) COMP VALUE 2000.
           05  FP-SUSP-IDX             PIC 9(04) COMP VALUE 0.
           05  FP-BAL-COUNT            PIC 9(04) COMP VALUE 0.
           05  FP-MAX-BALS             PIC 9(04) COMP VALUE 2000.
           05  FP-BAL-IDX              PIC 9(04) COMP VALUE 0.
           05  FP-BAL-FOUND-IDX        PIC 9(04) COMP VALUE 0.
           05  FP-FINAL-COUNT          PIC 9(04) COMP VALUE 0.
           05  FP-MAX-FINALS           PIC 9(04) COMP VALUE 500.
           05  FP-FINAL-IDX            PIC 9(04) COMP VALUE 0.
           05  FP-FINAL-FOUND-IDX      PIC 9(04) COMP VALUE 0.
           05  FP-TIMECARDS-TAKEN      PIC 9(05) COMP VALUE 0.
           05  FP-TIMECARDS-LEFT       PIC 9(05) COMP VALUE 0.
           05  FP-SUSPENSE-KEPT        PIC 9(05) COMP VALUE 0.

      *-----------------------------------------------------------------
      * OVERTIME POLICY - THE SAME AS GROSSPAY'S, SO A FINAL TIMECARD
      * PRICES EXACTLY AS IT WOULD HAVE ON THE REGULAR RUN.
      *-----------------------------------------------------------------
       01  FP-OT-THRESHOLD             PIC 9(03)V99 VALUE 40.00.
       01  FP-OT-MULTIPLIER            PIC 9V99 VALUE 1.50.

       01  FP-REJECT-TERMINATED        PIC X(30)
               VALUE "EMPLOYEE TERMINATED".

      *-----------------------------------------------------------------
      * THE SUSPENDED TIMECARD IMAGE, IN GROSSPAY'S TIMECARD LAYOUT.
      *-----------------------------------------------------------------
       01  FP-TIMECARD-IMAGE.
           05  FP-TC-RECORD-TYPE       PIC X(01).
           05  FP-TC-EMPLOYEE-ID       PIC 9(06).
           05  FP-TC-HOURS-WORKED      PIC 9(03)V99.
           05  FP-TC-WORK-STATE        PIC X(02).
           05  FP-TC-PAY-PERIOD-ID     PIC X(06).
           05  FILLER                  PIC X(90).

       01  FP-SUSPENSE-WORK.
           05  FP-SW-SOURCE-PROGRAM    PIC X(08).
           05  FP-SW-TRANS-TYPE        PIC X(08).
           05  FP-SW-ORIGINAL-IMAGE    PIC X(110).
           05  FP-SW-REJECT-REASON     PIC X(30).
           05  FP-SW-REJECT-DATE       PIC 9(08).
           05  FP-SW-REJECT-TIME       PIC 9(08).

       01  FP-WORK-FIELDS.
           05  FP-REGULAR-HOURS        PIC 9(03)V99 VALUE 0.
           05  FP-OVERTIME-HOURS       PIC 9(03)V99 VALUE 0.
           05  FP-REGULAR-PAY          PIC 9(07)V99 VALUE 0.
           05  FP-OVERTIME-PAY         PIC 9(07)V99 VALUE 0.
           05  FP-TIMECARD-PAY         PIC 9(07)V99 VALUE 0.
           05  FP-PAYOUT-HOURS         PIC 9(04)V9 VALUE 0.
           05  FP-PAYOUT-AMOUNT        PIC 9(07)V99 VALUE 0.
           05  FP-GROSS-PAY            PIC 9(07)V99 VALUE 0.
           05  FP-PAY-PERIOD-ID        PIC X(06) VALUE SPACES.

       01  FP-RUN-TOTALS.
           05  FP-TOTAL-TIMECARD-PAY   PIC 9(09)V99 COMP-3 VALUE 0.
           05  FP-TOTAL-PAYOUT         PIC 9(09)V99 COMP-3 VALUE 0.
           05  FP-GROSS-HASH           PIC 9(11)V99 COMP-3 VALUE 0.

       01  FP-SUSPENSE-TABLE.
           05  FP-SUSPENSE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON FP-SUSP-COUNT
                   INDEXED BY FP-SS-IDX.
               10  FP-SS-IMAGE         PIC X(172).
               10  FP-SS-TAKEN         PIC X(01).

       01  FP-BALANCE-TABLE.
           05  FP-BALANCE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON FP-BAL-COUNT
                   INDEXED BY FP-LB-IDX.
               10  FP-LB-EMPLOYEE-ID   PIC 9(06).
               10  FP-LB-VAC-BALANCE   PIC S9(04)V9.
               10  FP-LB-SICK-BALANCE  PIC S9(04)V9.
               10  FP-LB-LAST-ACCRUAL  PIC 9(08).

      *-----------------------------------------------------------------
      * ONE ENTRY PER EMPLOYEE BEING PAID OUT.  SEVERAL SUSPENDED
      * TIMECARDS FOR THE SAME EMPLOYEE ADD INTO ONE FINAL CHECK.
      *-----------------------------------------------------------------
       01  FP-FINAL-TABLE.
           05  FP-FINAL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON FP-FINAL-COUNT
                   INDEXED BY FP-FE-IDX.
               10  FP-FE-EMPLOYEE-ID   PIC 9(06).
               10  FP-FE-EMPLOYEE-NAME PIC X(20).
               10  FP-FE-FILING-STATUS PIC 9(01).
               10  FP-FE-WORK-STATE    PIC X(02).
               10  FP-FE-TERM-DATE     PIC 9(08).
               10  FP-FE-PAY-RATE      PIC 9(04)V99.
               10  FP-FE-HOURS         PIC 9(04)V99.
               10  FP-FE-TIMECARD-PAY  PIC 9(07)V99.

       01  FP-REGISTER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RG-EMPLOYEE-ID       PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RG-EMPLOYEE-NAME     PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RG-TERM-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RG-HOURS             PIC ZZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RG-TIMECARD-PAY      PIC $$$,$$9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RG-VAC-HOURS         PIC ZZZ9.9-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RG-PAYOUT            PIC $$$,$$9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RG-GROSS-PAY         PIC $$,$$$,$$9.99.

       01  FP-DISPLAY-AMOUNT           PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PICK-UP-TIMECARD
               VARYING FP-SUSP-IDX FROM 1 BY 1
               UNTIL FP-SUSP-IDX > FP-SUSP-COUNT
           PERFORM 1500-WRITE-PAYFILE-HEADER
           IF FP-FINAL-COUNT > 0
               PERFORM 3000-PAY-ONE-EMPLOYEE
                   VARYING FP-FINAL-IDX FROM 1 BY 1
                   UNTIL FP-FINAL-IDX > FP-FINAL-COUNT
           END-IF
           PERFORM 4000-WRITE-PAYFILE-TRAILER
           PERFORM 4100-REWRITE-SUSPENSE
           PERFORM 4200-REWRITE-BALANCES
           PERFORM 5000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "FINALPAY" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "FINALPAY" TO RH-PROGRAM-NAME
           MOVE "TERMINATION FINAL-PAY REGISTER" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           MOVE "F" TO FP-PAY-PERIOD-ID
           MOVE RH-RUN-DATE (4:5) TO FP-PAY-PERIOD-ID (2:5)
           PERFORM 1100-LOAD-SUSPENSE
           PERFORM 1200-LOAD-BALANCES
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT FP-EMPMAST-OK
               MOVE "FINALPAY" TO AB-PROGRAM-ID
               MOVE "EMPMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE FP-EMPMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN OUTPUT PAYROLL-FILE
           IF NOT FP-PAYFILE-OK
               MOVE "FINALPAY" TO AB-PROGRAM-ID
               MOVE "PAYFILE" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE FP-PAYFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           DISPLAY " "
           DISPLAY "  EMP ID NAME                 TERMDATE   HOURS"
               "  LAST CARD VAC HRS     PAYOUT     FINAL GROSS".

      *-----------------------------------------------------------------
      * THE SUSPENSE FILE IS REWRITTEN WITHOUT THE TIMECARDS THIS RUN
      * PAYS, SO AN OVERFLOWING LOAD MUST STOP THE RUN.
      *-----------------------------------------------------------------
       1100-LOAD-SUSPENSE.
           MOVE 1 TO FP-SUSP-COUNT
           OPEN INPUT PAYROLL-SUSPENSE
           IF FP-PAYSUSP-NOTFOUND
               SET FP-SUSPENSE-END TO TRUE
           ELSE
               IF NOT FP-PAYSUSP-OK AND NOT FP-PAYSUSP-EOF
                   MOVE "FINALPAY" TO AB-PROGRAM-ID
                   MOVE "PAYSUSP" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE FP-PAYSUSP-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-SUSPENSE-RECORD
               PERFORM 1110-STORE-SUSPENSE-RECORD
                   UNTIL FP-SUSPENSE-END
                       OR FP-SUSP-COUNT > FP-MAX-SUSPS
               IF NOT FP-SUSPENSE-END
                   DISPLAY "FINALPAY: SUSPENSE TABLE FULL AT "
                       FP-MAX-SUSPS " - RUN STOPPED BEFORE THE "
                       "REWRITE COULD TRUNCATE THE FILE"
                   MOVE "FINALPAY" TO AB-PROGRAM-ID
                   MOVE "PAYSUSP" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE FP-PAYSUSP-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE PAYROLL-SUSPENSE
           END-IF
           IF FP-SUSP-COUNT > 1
               SUBTRACT 1 FROM FP-SUSP-COUNT
           ELSE
               MOVE 0 TO FP-SUSP-COUNT
           END-IF.

       1110-STORE-SUSPENSE-RECORD.
           MOVE PAYROLL-SUSPENSE-RECORD
               TO FP-SS-IMAGE (FP-SUSP-COUNT)
           MOVE "N" TO FP-SS-TAKEN (FP-SUSP-COUNT)
           ADD 1 TO FP-SUSP-COUNT
           PERFORM 1190-READ-SUSPENSE-RECORD.

       1190-READ-SUSPENSE-RECORD.
           READ PAYROLL-SUSPENSE
               AT END
                   SET FP-SUSPENSE-END TO TRUE
           END-READ.

       1200-LOAD-BALANCES.
           MOVE 1 TO FP-BAL-COUNT
           OPEN INPUT LEAVE-BALANCE-FILE
           IF FP-LEAVEBAL-NOTFOUND
               SET FP-BALANCE-END TO TRUE
           ELSE
               IF NOT FP-LEAVEBAL-OK AND NOT FP-LEAVEBAL-EOF
                   MOVE "FINALPAY" TO AB-PROGRAM-ID
                   MOVE "LEAVEBAL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE FP-LEAVEBAL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-BALANCE-RECORD
               PERFORM 1210-STORE-BALANCE-RECORD
                   UNTIL FP-BALANCE-END
                       OR FP-BAL-COUNT > FP-MAX-BALS
               IF NOT FP-BALANCE-END
                   DISPLAY "FINALPAY: BALANCE TABLE FULL AT "
                       FP-MAX-BALS " - RUN STOPPED BEFORE THE "
                       "REWRITE COULD TRUNCATE THE FILE"
                   MOVE "FINALPAY" TO AB-PROGRAM-ID
                   MOVE "LEAVEBAL" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE FP-LEAVEBAL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           IF FP-BAL-COUNT > 1
               SUBTRACT 1 FROM FP-BAL-COUNT
           ELSE
               MOVE 0 TO FP-BAL-COUNT
           END-IF.

       1210-STORE-BALANCE-RECORD.
           MOVE LB-EMPLOYEE-ID TO FP-LB-EMPLOYEE-ID (FP-BAL-COUNT)
           MOVE LB-VAC-BALANCE TO FP-LB-VAC-BALANCE (FP-BAL-COUNT)
           MOVE LB-SICK-BALANCE TO FP-LB-SICK-BALANCE (FP-BAL-COUNT)
           MOVE LB-LAST-ACCRUAL TO FP-LB-LAST-ACCRUAL (FP-BAL-COUNT)
           ADD 1 TO FP-BAL-COUNT
           PERFORM 1290-READ-BALANCE-RECORD.

       1290-READ-BALANCE-RECORD.
           READ LEAVE-BALANCE-FILE
               AT END
                   SET FP-BALANCE-END TO TRUE
           END-READ.

       1500-WRITE-PAYFILE-HEADER.
           MOVE SPACES TO PAYROLL-RECORD
           MOVE "H" TO PR-RECORD-TYPE
           MOVE "FINALPAY" TO PH-SOURCE-SYSTEM
           MOVE RH-RUN-DATE TO PH-CREATE-DATE
           MOVE FP-FINAL-COUNT TO PH-EXPECTED-COUNT
           WRITE PAYROLL-RECORD.

      *-----------------------------------------------------------------
      * ONLY GROSSPAY'S "EMPLOYEE TERMINATED" TIMECARD REJECTS ARE
      * TAKEN, AND ONLY WHILE THE MASTER STILL SHOWS THE EMPLOYEE
      * TERMINATED WITH A RATE TO PAY AT.  EVERYTHING ELSE STAYS IN
      * SUSPENSE FOR ITS OWN CORRECTION.
      *-----------------------------------------------------------------
       2000-PICK-UP-TIMECARD.
           MOVE FP-SS-IMAGE (FP-SUSP-IDX) TO FP-SUSPENSE-WORK
           IF FP-SW-SOURCE-PROGRAM = "GROSSPAY"
                   AND FP-SW-TRANS-TYPE = "TIMECARD"
                   AND FP-SW-REJECT-REASON = FP-REJECT-TERMINATED
               MOVE FP-SW-ORIGINAL-IMAGE TO FP-TIMECARD-IMAGE
               MOVE FP-TC-EMPLOYEE-ID
                   TO EM-EMPLOYEE-ID OF EMPLOYEE-MASTER-RECORD
               READ EMPLOYEE-MASTER
                   INVALID KEY
                       ADD 1 TO FP-TIMECARDS-LEFT
                   NOT INVALID KEY
                       PERFORM 2100-CHECK-AND-PRICE
               END-READ
           END-IF.

       2100-CHECK-AND-PRICE.
           IF EM-TERMINATION-DATE OF EMPLOYEE-MASTER-RECORD = 0
                   OR EM-TERMINATION-DATE OF EMPLOYEE-MASTER-RECORD
                       > RH-RUN-DATE
                   OR EM-PAY-RATE OF EMPLOYEE-MASTER-RECORD = 0
               ADD 1 TO FP-TIMECARDS-LEFT
           ELSE
               PERFORM 2200-FIND-FINAL-ENTRY
               IF FP-FINAL-FOUND-IDX = 0
                   ADD 1 TO FP-TIMECARDS-LEFT
               ELSE
                   PERFORM 2300-COMPUTE-TIMECARD-PAY
                   ADD FP-TC-HOURS-WORKED
                       TO FP-FE-HOURS (FP-FINAL-FOUND-IDX)
                   ADD FP-TIMECARD-PAY
                       TO FP-FE-TIMECARD-PAY (FP-FINAL-FOUND-IDX)
                   MOVE "Y" TO FP-SS-TAKEN (FP-SUSP-IDX)
                   ADD 1 TO FP-TIMECARDS-TAKEN
               END-IF
           END-IF.

       2200-FIND-FINAL-ENTRY.
           MOVE 0 TO FP-FINAL-FOUND-IDX
           IF FP-FINAL-COUNT > 0
               PERFORM 2210-COMPARE-FINAL-ENTRY
                   VARYING FP-FINAL-IDX FROM 1 BY 1
                   UNTIL FP-FINAL-IDX > FP-FINAL-COUNT
                       OR FP-FINAL-FOUND-IDX NOT = 0
           END-IF
           IF FP-FINAL-FOUND-IDX = 0
               IF FP-FINAL-COUNT >= FP-MAX-FINALS
                   DISPLAY "FINALPAY: FINAL-PAY TABLE FULL, EMPLOYEE "
                       FP-TC-EMPLOYEE-ID " LEFT IN SUSPENSE"
               ELSE
                   ADD 1 TO FP-FINAL-COUNT
                   MOVE FP-TC-EMPLOYEE-ID
                       TO FP-FE-EMPLOYEE-ID (FP-FINAL-COUNT)
                   MOVE EM-EMPLOYEE-NAME OF EMPLOYEE-MASTER-RECORD
                       TO FP-FE-EMPLOYEE-NAME (FP-FINAL-COUNT)
                   MOVE EM-FILING-STATUS OF EMPLOYEE-MASTER-RECORD
                       TO FP-FE-FILING-STATUS (FP-FINAL-COUNT)
                   MOVE FP-TC-WORK-STATE
                       TO FP-FE-WORK-STATE (FP-FINAL-COUNT)
                   MOVE EM-TERMINATION-DATE OF EMPLOYEE-MASTER-RECORD
                       TO FP-FE-TERM-DATE (FP-FINAL-COUNT)
                   MOVE EM-PAY-RATE OF EMPLOYEE-MASTER-RECORD
                       TO FP-FE-PAY-RATE (FP-FINAL-COUNT)
                   MOVE 0 TO FP-FE-HOURS (FP-FINAL-COUNT)
                   MOVE 0 TO FP-FE-TIMECARD-PAY (FP-FINAL-COUNT)
                   MOVE FP-FINAL-COUNT TO FP-FINAL-FOUND-IDX
               END-IF
           END-IF.

       2210-COMPARE-FINAL-ENTRY.
           IF FP-FE-EMPLOYEE-ID (FP-FINAL-IDX) = FP-TC-EMPLOYEE-ID
               MOVE FP-FINAL-IDX TO FP-FINAL-FOUND-IDX
           END-IF.

       2300-COMPUTE-TIMECARD-PAY.
           IF FP-TC-HOURS-WORKED > FP-OT-THRESHOLD
               MOVE FP-OT-THRESHOLD TO FP-REGULAR-HOURS
               COMPUTE FP-OVERTIME-HOURS =
                   FP-TC-HOURS-WORKED - FP-OT-THRESHOLD
           ELSE
               MOVE FP-TC-HOURS-WORKED TO FP-REGULAR-HOURS
               MOVE 0 TO FP-OVERTIME-HOURS
           END-IF
           COMPUTE FP-REGULAR-PAY ROUNDED =
               FP-REGULAR-HOURS
                   * EM-PAY-RATE OF EMPLOYEE-MASTER-RECORD
           COMPUTE FP-OVERTIME-PAY ROUNDED =
               FP-OVERTIME-HOURS
                   * EM-PAY-RATE OF EMPLOYEE-MASTER-RECORD
                   * FP-OT-MULTIPLIER
           COMPUTE FP-TIMECARD-PAY =
               FP-REGULAR-PAY + FP-OVERTIME-PAY.

      *-----------------------------------------------------------------
      * UNUSED VACATION IS PAID AT THE MASTER'S RATE.  A NEGATIVE
      * (ADVANCED) BALANCE PAYS NOTHING.  BOTH LEAVE BALANCES ARE
      * THEN ZEROED - THE EMPLOYEE HAS NOTHING LEFT TO TAKE.
      *-----------------------------------------------------------------
       3000-PAY-ONE-EMPLOYEE.
           MOVE 0 TO FP-PAYOUT-HOURS
           MOVE 0 TO FP-PAYOUT-AMOUNT
           MOVE 0 TO FP-RG-VAC-HOURS
           PERFORM 3100-FIND-BALANCE-ENTRY
           IF FP-BAL-FOUND-IDX NOT = 0
               MOVE FP-LB-VAC-BALANCE (FP-BAL-FOUND-IDX)
                   TO FP-RG-VAC-HOURS
               IF FP-LB-VAC-BALANCE (FP-BAL-FOUND-IDX) > 0
                   MOVE FP-LB-VAC-BALANCE (FP-BAL-FOUND-IDX)
                       TO FP-PAYOUT-HOURS
                   COMPUTE FP-PAYOUT-AMOUNT ROUNDED =
                       FP-PAYOUT-HOURS * FP-FE-PAY-RATE (FP-FINAL-IDX)
               END-IF
               MOVE 0 TO FP-LB-VAC-BALANCE (FP-BAL-FOUND-IDX)
               MOVE 0 TO FP-LB-SICK-BALANCE (FP-BAL-FOUND-IDX)
               MOVE RH-RUN-DATE
                   TO FP-LB-LAST-ACCRUAL (FP-BAL-FOUND-IDX)
           END-IF
           COMPUTE FP-GROSS-PAY =
               FP-FE-TIMECARD-PAY (FP-FINAL-IDX) + FP-PAYOUT-AMOUNT
           PERFORM 3200-WRITE-PAY-DETAIL
           ADD FP-FE-TIMECARD-PAY (FP-FINAL-IDX)
               TO FP-TOTAL-TIMECARD-PAY
           ADD FP-PAYOUT-AMOUNT TO FP-TOTAL-PAYOUT
           ADD FP-GROSS-PAY TO FP-GROSS-HASH
           MOVE FP-FE-EMPLOYEE-ID (FP-FINAL-IDX) TO FP-RG-EMPLOYEE-ID
           MOVE FP-FE-EMPLOYEE-NAME (FP-FINAL-IDX)
               TO FP-RG-EMPLOYEE-NAME
           MOVE FP-FE-TERM-DATE (FP-FINAL-IDX) TO FP-RG-TERM-DATE
           MOVE FP-FE-HOURS (FP-FINAL-IDX) TO FP-RG-HOURS
           MOVE FP-FE-TIMECARD-PAY (FP-FINAL-IDX)
               TO FP-RG-TIMECARD-PAY
           MOVE FP-PAYOUT-AMOUNT TO FP-RG-PAYOUT
           MOVE FP-GROSS-PAY TO FP-RG-GROSS-PAY
           DISPLAY FP-REGISTER-LINE.

       3100-FIND-BALANCE-ENTRY.
           MOVE 0 TO FP-BAL-FOUND-IDX
           IF FP-BAL-COUNT > 0
               PERFORM 3110-COMPARE-BALANCE-ENTRY
                   VARYING FP-BAL-IDX FROM 1 BY 1
                   UNTIL FP-BAL-IDX > FP-BAL-COUNT
                       OR FP-BAL-FOUND-IDX NOT = 0
           END-IF.

       3110-COMPARE-BALANCE-ENTRY.
           IF FP-LB-EMPLOYEE-ID (FP-BAL-IDX)
                   = FP-FE-EMPLOYEE-ID (FP-FINAL-IDX)
               MOVE FP-BAL-IDX TO FP-BAL-FOUND-IDX
           END-IF.

       3200-WRITE-PAY-DETAIL.
           MOVE SPACES TO PAYROLL-RECORD
           MOVE "D" TO PR-RECORD-TYPE
           MOVE FP-FE-EMPLOYEE-ID (FP-FINAL-IDX) TO PR-EMPLOYEE-ID
           MOVE FP-FE-EMPLOYEE-NAME (FP-FINAL-IDX) TO PR-EMPLOYEE-NAME
           MOVE FP-FE-FILING-STATUS (FP-FINAL-IDX) TO PR-FILING-STATUS
           MOVE FP-GROSS-PAY TO PR-GROSS-PAY
           MOVE FP-FE-WORK-STATE (FP-FINAL-IDX) TO PR-WORK-STATE
           MOVE FP-PAY-PERIOD-ID TO PR-PAY-PERIOD-ID
           MOVE "F" TO PR-FINAL-PAY-FLAG
           MOVE "R" TO PR-EARNINGS-TYPE
           WRITE PAYROLL-RECORD.

       4000-WRITE-PAYFILE-TRAILER.
           MOVE SPACES TO PAYROLL-RECORD
           MOVE "T" TO PR-RECORD-TYPE
           MOVE FP-FINAL-COUNT TO PT-RECORD-COUNT
           MOVE FP-GROSS-HASH TO PT-AMOUNT-HASH
           WRITE PAYROLL-RECORD
           CLOSE PAYROLL-FILE.

       4100-REWRITE-SUSPENSE.
           IF FP-SUSP-COUNT > 0
               OPEN OUTPUT PAYROLL-SUSPENSE
               IF NOT FP-PAYSUSP-OK
                   MOVE "FINALPAY" TO AB-PROGRAM-ID
                   MOVE "PAYSUSP" TO AB-FILE-NAME
                   MOVE "OPEN OUT" TO AB-OPERATION
                   MOVE FP-PAYSUSP-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 4110-WRITE-SUSPENSE-RECORD
                   VARYING FP-SUSP-IDX FROM 1 BY 1
                   UNTIL FP-SUSP-IDX > FP-SUSP-COUNT
               CLOSE PAYROLL-SUSPENSE
           END-IF.

       4110-WRITE-SUSPENSE-RECORD.
           IF FP-SS-TAKEN (FP-SUSP-IDX) = "N"
               MOVE FP-SS-IMAGE (FP-SUSP-IDX)
                   TO PAYROLL-SUSPENSE-RECORD
               WRITE PAYROLL-SUSPENSE-RECORD
               ADD 1 TO FP-SUSPENSE-KEPT
           END-IF.

       4200-REWRITE-BALANCES.
           IF FP-BAL-COUNT > 0
               OPEN OUTPUT LEAVE-BALANCE-FILE
               IF NOT FP-LEAVEBAL-OK
                   MOVE "FINALPAY" TO AB-PROGRAM-ID
                   MOVE "LEAVEBAL" TO AB-FILE-NAME
                   MOVE "OPEN OUT" TO AB-OPERATION
                   MOVE FP-LEAVEBAL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 4210-WRITE-BALANCE-RECORD
                   VARYING FP-BAL-IDX FROM 1 BY 1
                   UNTIL FP-BAL-IDX > FP-BAL-COUNT
               CLOSE LEAVE-BALANCE-FILE
           END-IF.

       4210-WRITE-BALANCE-RECORD.
           MOVE SPACES TO LEAVE-BALANCE-RECORD
           MOVE FP-LB-EMPLOYEE-ID (FP-BAL-IDX) TO LB-EMPLOYEE-ID
           MOVE FP-LB-VAC-BALANCE (FP-BAL-IDX) TO LB-VAC-BALANCE
           MOVE FP-LB-SICK-BALANCE (FP-BAL-IDX) TO LB-SICK-BALANCE
           MOVE FP-LB-LAST-ACCRUAL (FP-BAL-IDX) TO LB-LAST-ACCRUAL
           WRITE LEAVE-BALANCE-RECORD.

      *-----------------------------------------------------------------
      * THE REGISTER CLOSES WITH THE HR SIGN-OFF BLOCK.  THE FINAL-PAY
      * BATCH IS RELEASED TO THE WITHHOLDING RUN ONLY ON A SIGNED
      * REGISTER.
      *-----------------------------------------------------------------
       5000-TERMINATE.
           CLOSE EMPLOYEE-MASTER
           DISPLAY " "
           DISPLAY "FINAL-PAY PERIOD ID:          " FP-PAY-PERIOD-ID
           DISPLAY "EMPLOYEES PAID OUT:           " FP-FINAL-COUNT
           DISPLAY "TIMECARDS TAKEN FROM SUSPENSE:" FP-TIMECARDS-TAKEN
           DISPLAY "TERMINATED CARDS LEFT:        " FP-TIMECARDS-LEFT
           MOVE FP-TOTAL-TIMECARD-PAY TO FP-DISPLAY-AMOUNT
           DISPLAY "LAST TIMECARD PAY:        " FP-DISPLAY-AMOUNT
           MOVE FP-TOTAL-PAYOUT TO FP-DISPLAY-AMOUNT
           DISPLAY "VACATION PAYOUT:          " FP-DISPLAY-AMOUNT
           MOVE FP-GROSS-HASH TO FP-DISPLAY-AMOUNT
           DISPLAY "TOTAL FINAL GROSS:        " FP-DISPLAY-AMOUNT
           DISPLAY " "
           DISPLAY "HR APPROVAL FOR RELEASE TO WITHHOLDING AND PAYMENT"
           DISPLAY " "
           DISPLAY "  APPROVED BY: ______________________________  "
               "DATE: __________"
           MOVE FP-SUSP-COUNT TO RW-READ-COUNT
           MOVE FP-FINAL-COUNT TO RW-WRITE-COUNT
           MOVE FP-TIMECARDS-LEFT TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM FINALPAY.
