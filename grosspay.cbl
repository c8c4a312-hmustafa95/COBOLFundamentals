      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    HOURS ARE NOW PRICED AT THE RATE IN FORCE ON
      *                  THE PERIOD END DATE FROM THE PAY RATE HISTORY
      *                  FILE, NOT THE MASTER'S CURRENT RATE, SO A
      *                  RAISE KEYED LATE OR FUTURE-DATED PRICES THE
      *                  RIGHT PERIODS.  THE PERIOD END COMES FROM THE
      *                  TCEDCTL CONTROL RECORD THE PRE-EDIT READS (RUN
      *                  DATE WHEN ABSENT).  AN EMPLOYEE WITH NO ROW IN
      *                  FORCE IS PRICED AT THE MASTER RATE AS BEFORE.
      * 10/15/2026 DO    PAYFILE'S DETAIL COUNT AND GROSS HASH ARE
      *                  RECORDED ON THE HANDOFF LEDGER WHEN THE FILE
      *                  IS COMPLETE, FOR HANDOFF TO PROVE AGAINST
      *                  WHAT TAXPROG CONSUMES.
      * 10/15/2026 DO    PAYFILE DETAILS ARE WRITTEN WITH EARNINGS TYPE
      *                  R - TIMECARD PAY IS REGULAR WAGES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GROSSPAY.
           SELECT PAYROLL-SUSPENSE ASSIGN TO "PAYSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GS-PAYSUSP-STATUS.
           SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS GS-RATEHIST-STATUS.
           SELECT EDIT-CONTROL ASSIGN TO "TCEDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GS-TCEDCTL-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.
           SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HW-CTLLEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PR-GROSS-PAY            PIC 9(07)V99.
           05  PR-WORK-STATE           PIC X(02).
           05  PR-PAY-PERIOD-ID        PIC X(06).
           05  FILLER                  PIC X(01).
           05  PR-EARNINGS-TYPE        PIC X(01).
           05  FILLER                  PIC X(33).

       01  PAYROLL-HEADER-RECORD REDEFINES PAYROLL-RECORD.
           05  FILLER                  PIC X(01).
       01  PAYROLL-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  RATE-HISTORY-FILE
           RECORDING MODE IS F.
       01  RATE-HISTORY-RECORD.
           COPY RATEHIST.

       FD  EDIT-CONTROL
           RECORDING MODE IS F.
       01  EDIT-CONTROL-RECORD.
           05  EC-PAY-FREQUENCY        PIC X(01).
           05  EC-PERIOD-END-DATE      PIC 9(08).
           05  EC-MAX-HOURS            PIC 9(03)V99.
           05  EC-MIN-HOURS            PIC 9(03)V99.
           05  FILLER                  PIC X(61).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       FD  CONTROL-LEDGER-FILE
           RECORDING MODE IS F.
       01  CONTROL-LEDGER-RECORD.
           COPY CTLLEDG.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY CTLLEDWS.
       COPY BATCHCWS.
       COPY RPTHDRWS.

           88  GS-PAYFILE-OK           VALUE "00".
       01  GS-PAYSUSP-STATUS           PIC X(02) VALUE "00".
           88  GS-PAYSUSP-OK           VALUE "00".
       01  GS-RATEHIST-STATUS          PIC X(02) VALUE "00".
           88  GS-RATEHIST-OK          VALUE "00".
           88  GS-RATEHIST-NOTFOUND    VALUE "35".
       01  GS-TCEDCTL-STATUS           PIC X(02) VALUE "00".
           88  GS-TCEDCTL-OK           VALUE "00".
           88  GS-TCEDCTL-EOF          VALUE "10".
           88  GS-TCEDCTL-NOTFOUND     VALUE "35".

       01  GS-SWITCHES.
           05  GS-TIMECARD-EOF-SWITCH  PIC X(01) VALUE "N".
               88  GS-TIMECARD-END     VALUE "Y".
           05  GS-HISTORY-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  GS-HISTORY-OPEN     VALUE "Y".
           05  GS-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
               88  GS-HISTORY-DONE     VALUE "Y".

       01  GS-COUNTERS.
           05  GS-PAID-COUNT           PIC 9(05) COMP VALUE 0.
           05  GS-REGULAR-PAY          PIC 9(07)V99 VALUE 0.
           05  GS-OVERTIME-PAY         PIC 9(07)V99 VALUE 0.
           05  GS-GROSS-PAY            PIC 9(07)V99 VALUE 0.
           05  GS-PRICE-RATE           PIC 9(04)V99 VALUE 0.
           05  GS-PERIOD-END-DATE      PIC 9(08) VALUE 0.

       01  GS-RUN-TOTALS.
           05  GS-HOURS-HASH           PIC 9(11)V99 COMP-3 VALUE 0.
           05  GS-RG-OVERTIME-HOURS    PIC ZZ9.99.
           05  FILLER                  PIC X(08) VALUE "  GROSS ".
           05  GS-RG-GROSS-PAY         PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(03) VALUE " @ ".
           05  GS-RG-PAY-RATE          PIC Z,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1200-READ-PERIOD-END
           PERFORM 1300-OPEN-RATE-HISTORY
           PERFORM 1500-WRITE-PAYFILE-HEADER
           PERFORM 2900-READ-TIMECARD.

      *-----------------------------------------------------------------
      * THE PERIOD END DATE RATES ARE PRICED AT.  A MISSING CONTROL
      * RECORD OR A ZERO DATE PRICES AT THE RUN DATE.
      *-----------------------------------------------------------------
       1200-READ-PERIOD-END.
           MOVE RH-RUN-DATE TO GS-PERIOD-END-DATE
           OPEN INPUT EDIT-CONTROL
           IF NOT GS-TCEDCTL-NOTFOUND
               IF NOT GS-TCEDCTL-OK AND NOT GS-TCEDCTL-EOF
                   MOVE "GROSSPAY" TO AB-PROGRAM-ID
                   MOVE "TCEDCTL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE GS-TCEDCTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ EDIT-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EC-PERIOD-END-DATE NOT = 0
                           MOVE EC-PERIOD-END-DATE
                               TO GS-PERIOD-END-DATE
                       END-IF
               END-READ
               CLOSE EDIT-CONTROL
           END-IF
           DISPLAY "RATES PRICED AS OF PERIOD END " GS-PERIOD-END-DATE.

      *-----------------------------------------------------------------
      * WITH NO RATE HISTORY FILE YET, EVERY CARD PRICES AT THE
      * MASTER RATE.
      *-----------------------------------------------------------------
       1300-OPEN-RATE-HISTORY.
           OPEN INPUT RATE-HISTORY-FILE
           IF GS-RATEHIST-NOTFOUND
               DISPLAY "GROSSPAY: NO RATE HISTORY FILE - MASTER "
                   "RATES USED"
           ELSE
               IF NOT GS-RATEHIST-OK
                   MOVE "GROSSPAY" TO AB-PROGRAM-ID
                   MOVE "RATEHIST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE GS-RATEHIST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               SET GS-HISTORY-OPEN TO TRUE
           END-IF.

       1400-VERIFY-BATCH-CONTROLS.
           PERFORM 1490-READ-VERIFY-RECORD
           PERFORM 1410-TALLY-VERIFY-RECORD
           WRITE PAYROLL-RECORD.

      *-----------------------------------------------------------------
      * REGULAR TIME TO THE OVERTIME THRESHOLD AT THE RATE IN FORCE,
      * TIME-AND-A-HALF PAST IT.  A REJECTED TIMECARD REDUCES THE
      * EXPECTED COUNT CARRIED ON THE HEADER - SEE 3000-TERMINATE,
      * WHICH REPORTS THE REJECT COUNT SO THE BALANCE STORY IS ON
           PERFORM 2900-READ-TIMECARD.

       2100-CHECK-AND-PRICE.
           PERFORM 2150-FIND-RATE-IN-FORCE
           EVALUATE TRUE
               WHEN EM-TERMINATION-DATE OF EMPLOYEE-MASTER-RECORD
                       NOT = 0
                       <= RH-RUN-DATE
                   MOVE "EMPLOYEE TERMINATED" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
               WHEN GS-PRICE-RATE = 0
                   MOVE "NO PAY RATE ON MASTER" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
               WHEN TC-HOURS-WORKED = 0
                   PERFORM 2300-WRITE-PAY-DETAIL
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE RATE IN FORCE IS THE HISTORY ROW WITH THE LATEST EFFECTIVE
      * DATE NOT AFTER THE PERIOD END.  THE EMPLOYEE'S ROWS ARE READ
      * IN EFFECTIVE-DATE ORDER FROM THE FIRST ONE.
      *-----------------------------------------------------------------
       2150-FIND-RATE-IN-FORCE.
           MOVE EM-PAY-RATE OF EMPLOYEE-MASTER-RECORD TO GS-PRICE-RATE
           IF GS-HISTORY-OPEN
               MOVE "N" TO GS-HISTORY-EOF-SWITCH
               MOVE TC-EMPLOYEE-ID TO RT-EMPLOYEE-ID
               MOVE 0 TO RT-EFFECTIVE-DATE
               START RATE-HISTORY-FILE
                   KEY IS NOT LESS THAN RT-RATE-KEY
                   INVALID KEY
                       SET GS-HISTORY-DONE TO TRUE
               END-START
               PERFORM 2160-READ-RATE-ROW
                   UNTIL GS-HISTORY-DONE
           END-IF.

       2160-READ-RATE-ROW.
           READ RATE-HISTORY-FILE NEXT RECORD
               AT END
                   SET GS-HISTORY-DONE TO TRUE
               NOT AT END
                   IF RT-EMPLOYEE-ID NOT = TC-EMPLOYEE-ID
                           OR RT-EFFECTIVE-DATE > GS-PERIOD-END-DATE
                       SET GS-HISTORY-DONE TO TRUE
                   ELSE
                       MOVE RT-PAY-RATE TO GS-PRICE-RATE
                   END-IF
           END-READ.

       2200-COMPUTE-GROSS.
           IF TC-HOURS-WORKED > GS-OT-THRESHOLD
               MOVE GS-OT-THRESHOLD TO GS-REGULAR-HOURS
               MOVE 0 TO GS-OVERTIME-HOURS
           END-IF
           COMPUTE GS-REGULAR-PAY ROUNDED =
               GS-REGULAR-HOURS * GS-PRICE-RATE
           COMPUTE GS-OVERTIME-PAY ROUNDED =
               GS-OVERTIME-HOURS * GS-PRICE-RATE * GS-OT-MULTIPLIER
           COMPUTE GS-GROSS-PAY =
               GS-REGULAR-PAY + GS-OVERTIME-PAY.

           MOVE GS-GROSS-PAY TO PR-GROSS-PAY
           MOVE TC-WORK-STATE TO PR-WORK-STATE
           MOVE TC-PAY-PERIOD-ID TO PR-PAY-PERIOD-ID
           MOVE "R" TO PR-EARNINGS-TYPE
           WRITE PAYROLL-RECORD
           ADD 1 TO GS-PAID-COUNT
           ADD TC-HOURS-WORKED TO GS-HOURS-HASH
           MOVE GS-REGULAR-HOURS TO GS-RG-REGULAR-HOURS
           MOVE GS-OVERTIME-HOURS TO GS-RG-OVERTIME-HOURS
           MOVE GS-GROSS-PAY TO GS-RG-GROSS-PAY
           MOVE GS-PRICE-RATE TO GS-RG-PAY-RATE
           DISPLAY GS-REGISTER-LINE.

       2500-LOG-SUSPENSE-RECORD.
           WRITE PAYROLL-RECORD
           CLOSE PAYROLL-FILE
           PERFORM 3100-FIX-PAYFILE-HEADER
           MOVE "GROSSPAY" TO HW-PROGRAM-NAME
           MOVE "PAYFILE" TO HW-FILE-NAME
           MOVE GS-PAID-COUNT TO HW-RECORD-COUNT
           MOVE GS-GROSS-HASH TO HW-AMOUNT-HASH
           PERFORM 8700-WRITE-HANDOFF-PRODUCED
           DISPLAY "TIMECARDS PAID:      " GS-PAID-COUNT
           DISPLAY "TIMECARDS REJECTED:  " GS-REJECT-COUNT
           DISPLAY "HOURS HASH TOTAL:    " GS-HOURS-HASH
           CLOSE TIMECARD-FILE
           CLOSE EMPLOYEE-MASTER
           CLOSE PAYROLL-SUSPENSE
           IF GS-HISTORY-OPEN
               CLOSE RATE-HISTORY-FILE
           END-IF
           MOVE GS-PAID-COUNT TO RW-READ-COUNT
           ADD GS-REJECT-COUNT TO RW-READ-COUNT
           MOVE GS-PAID-COUNT TO RW-WRITE-COUNT
           CLOSE PAYROLL-FILE.

       COPY RUNSTAPR.
       COPY CTLLEDPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

