      *                  (100 DEPARTMENTS, TWO LINES EACH) AND BOTH
      *                  NOW FAIL THE CLOSE EXPLICITLY ON OVERFLOW
      *                  INSTEAD OF POSTING PAST THE TABLE END.
      * 10/15/2026 DO    ROLLS UP THE APCHKREG PERIOD RECORD (EARLY-
      *                  PAYMENT DISCOUNT TAKEN IN PS-AMOUNT-1, LOST
      *                  IN PS-AMOUNT-2).  DISCOUNT TAKEN JOURNALS
      *                  UNDER ITS OWN ACCOUNT MAPPING; BOTH RIDE THE
      *                  APCHKREG HISTORICAL SUMMARY RECORD.
      * 10/15/2026 DO    ROLLS UP THE RETMATCH PERIOD RECORD WRITTEN BY
      *                  THE WITHHOLDING RUN (EMPLOYER RETIREMENT MATCH
      *                  IN PS-AMOUNT-1, EMPLOYEE DEFERRALS IN
      *                  PS-AMOUNT-2).  THE MATCH JOURNALS UNDER ITS
      *                  OWN ACCOUNT MAPPING; BOTH RIDE THE RETMATCH
      *                  HISTORICAL SUMMARY RECORD.
      * 10/15/2026 DO    ROLLS UP THE FADEPREC PERIOD RECORDS WRITTEN BY
      *                  THE MONTHLY FIXED ASSET DEPRECIATION RUN, ONE
      *                  PER EXPENSE/ACCUMULATED DEPRECIATION ACCOUNT
      *                  PAIR WITH THE AMOUNT IN PS-AMOUNT-1.  EACH
      *                  PAIR JOURNALS STRAIGHT TO ITS OWN ACCOUNTS
      *                  UNDER SOURCE KEY FADEPREC-DEP, CHECKED AGAINST
      *                  THE CHART LIKE THE MAPPED ACCOUNTS; THE TOTAL
      *                  RIDES A FADEPREC HISTORICAL SUMMARY RECORD.
      * 10/15/2026 DO    INVVALUE PERIOD RECORDS NOW CARRY THE INBOUND
      *                  FREIGHT AND DUTY CAPITALIZED INTO INVENTORY IN
      *                  PS-AMOUNT-2 AND THE FREIGHT PART OF THE
      *                  VALUATION IN PS-AMOUNT-3.  THE CAPITALIZED
      *                  FREIGHT IS RECLASSED OUT OF FREIGHT EXPENSE
      *                  UNDER ITS OWN ACCOUNT MAPPING; BOTH RIDE THE
      *                  INVVALUE HISTORICAL SUMMARY RECORD.
      * 10/15/2026 DO    THE GL JOURNAL'S LINE COUNT AND DEBIT PLUS
      *                  CREDIT TOTAL ARE RECORDED ON THE HANDOFF
      *                  LEDGER WHEN THE JOURNAL IS CLOSED, FOR
      *                  HANDOFF TO PROVE AGAINST WHAT GLPOST POSTS.
      * 10/15/2026 DO    ROLLS UP THE RNIACCR PERIOD RECORD (RECEIVED-
      *                  NOT-INVOICED ACCRUAL IN PS-AMOUNT-1), JOURNALED
      *                  UNDER ITS OWN ACCOUNT MAPPING.  THE CLEARED
      *                  PERIOD-CLOSE FILE IS SEEDED WITH AN RNIREVRS
      *                  RECORD FOR THE SAME AMOUNT, WHICH THE NEXT
      *                  CLOSE JOURNALS WITH THE ACCRUAL'S ACCOUNTS
      *                  SWAPPED TO REVERSE IT.  BOTH RIDE THE RNIACCR
      *                  HISTORICAL SUMMARY RECORD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERDCLOSE.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.
           SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HW-CTLLEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       01  PC-PERDCLOS-STATUS          PIC X(02) VALUE "00".
           88  PC-PERDCLOS-OK          VALUE "00".
           05  PC-GL-STATE-WITHHOLD    PIC S9(11)V99 VALUE 0.
           05  PC-GL-SHRINKAGE         PIC S9(11)V99 VALUE 0.
           05  PC-GL-INV-VALUATION     PIC S9(11)V99 VALUE 0.
           05  PC-GL-FREIGHT-CAP       PIC S9(11)V99 VALUE 0.
           05  PC-GL-INV-FREIGHT       PIC S9(11)V99 VALUE 0.
           05  PC-GL-BAD-DEBT          PIC S9(11)V99 VALUE 0.
           05  PC-GL-FX-MOVEMENT       PIC S9(11)V99 VALUE 0.
           05  PC-GL-EMPLOYER-TAX      PIC S9(11)V99 VALUE 0.
           05  PC-GL-AP-DISC-TAKEN     PIC S9(11)V99 VALUE 0.
           05  PC-GL-AP-DISC-LOST      PIC S9(11)V99 VALUE 0.
           05  PC-GL-RET-MATCH         PIC S9(11)V99 VALUE 0.
           05  PC-GL-RET-DEFERRAL      PIC S9(11)V99 VALUE 0.
           05  PC-GL-DEPRECIATION      PIC S9(11)V99 VALUE 0.
           05  PC-GL-RNI-ACCRUAL       PIC S9(11)V99 VALUE 0.
           05  PC-GL-RNI-REVERSAL      PIC S9(11)V99 VALUE 0.

      *-----------------------------------------------------------------
      * FIXED ASSET DEPRECIATION BY ACCOUNT PAIR AS THE DEPRECIATION
      * RUN WROTE IT.  THESE POST TO THEIR OWN ACCOUNTS, NOT THROUGH
      * THE ACCOUNT MAP.
      *-----------------------------------------------------------------
       01  PC-DEPR-COUNT               PIC 9(03) COMP VALUE 0.
       01  PC-MAX-DEPRS                PIC 9(03) COMP VALUE 100.
       01  PC-DEPR-IDX                 PIC 9(03) COMP VALUE 0.
       01  PC-DEPR-FOUND-IDX           PIC 9(03) COMP VALUE 0.
       01  PC-DEPR-TABLE.
           05  PC-DEPR-ENTRY OCCURS 100 TIMES.
               10  PC-DP-DEBIT-ACCT    PIC X(08).
               10  PC-DP-CREDIT-ACCT   PIC X(08).
               10  PC-DP-AMOUNT        PIC S9(11)V99.

      *-----------------------------------------------------------------
      * ACCOUNT MAPPING TABLE, KEYED BY SOURCE KEY.  EACH ROLLED-UP
      * THE JOURNAL IS BUILT IN THIS TABLE AND ONLY WRITTEN TO THE
      * GL FILE ONCE IT PROVES IN BALANCE.  SIZED FOR THE FIXED
      * SOURCE KEYS PLUS TWO LINES PER LABRDIST DEPARTMENT (THE
      * WITHHOLDING RUN ALLOWS 100 DEPARTMENTS) AND TWO PER FIXED
      * ASSET DEPRECIATION ACCOUNT PAIR (100 PAIRS).
      *-----------------------------------------------------------------
       01  PC-JRNL-COUNT               PIC 9(03) COMP VALUE 0.
       01  PC-MAX-JRNL                 PIC 9(03) COMP VALUE 450.
       01  PC-JRNL-IDX                 PIC 9(03) COMP VALUE 0.
       01  PC-JRNL-TABLE.
           05  PC-JRNL-ENTRY OCCURS 1 TO 450 TIMES
                   DEPENDING ON PC-JRNL-COUNT
                   INDEXED BY PC-JRNL-TIDX.
               10  PC-JR-ACCOUNT       PIC X(08).
       01  PC-GL-WORK.
           05  PC-GL-SOURCE-KEY        PIC X(12) VALUE SPACES.
           05  PC-GL-AMOUNT            PIC S9(11)V99 VALUE 0.
           05  PC-GL-DEBIT-ACCT        PIC X(08) VALUE SPACES.
           05  PC-GL-CREDIT-ACCT       PIC X(08) VALUE SPACES.
           05  PC-GL-DEBIT-TOTAL       PIC S9(13)V99 VALUE 0.
           05  PC-GL-CREDIT-TOTAL      PIC S9(13)V99 VALUE 0.
           05  PC-GL-ERROR-SWITCH      PIC X(01) VALUE "N".
               WHEN "INVVALUE"
                   ADD PS-AMOUNT-1 OF PERIOD-CLOSE-RECORD
                       TO PC-GL-INV-VALUATION
                   ADD PS-AMOUNT-2 OF PERIOD-CLOSE-RECORD
                       TO PC-GL-FREIGHT-CAP
                   ADD PS-AMOUNT-3 OF PERIOD-CLOSE-RECORD
                       TO PC-GL-INV-FREIGHT
               WHEN "WRITEOFF"
                   ADD PS-AMOUNT-1 OF PERIOD-CLOSE-RECORD
                       TO PC-GL-BAD-DEBT
               WHEN "REVALUE"
                   ADD PS-AMOUNT-1 OF PERIOD-CLOSE-RECORD
                       TO PC-GL-FX-MOVEMENT
               WHEN "APCHKREG"
                   ADD PS-AMOUNT-1 OF PERIOD-CLOSE-RECORD
                       TO PC-GL-AP-DISC-TAKEN
                   ADD PS-AMOUNT-2 OF PERIOD-CLOSE-RECORD
                       TO PC-GL-AP-DISC-LOST
               WHEN "RETMATCH"
                   ADD PS-AMOUNT-1 OF PERIOD-CLOSE-RECORD
                       TO PC-GL-RET-MATCH
                   ADD PS-AMOUNT-2 OF PERIOD-CLOSE-RECORD
                       TO PC-GL-RET-DEFERRAL
               WHEN "FADEPREC"
                   PERFORM 2300-ROLL-UP-FADEPREC
               WHEN "RNIACCR"
                   ADD PS-AMOUNT-1 OF PERIOD-CLOSE-RECORD
                       TO PC-GL-RNI-ACCRUAL
               WHEN "RNIREVRS"
                   ADD PS-AMOUNT-1 OF PERIOD-CLOSE-RECORD
                       TO PC-GL-RNI-REVERSAL
               WHEN OTHER
                   DISPLAY "PERDCLOSE: PERIOD RECORD FROM UNKNOWN "
                       "PROGRAM " PS-PROGRAM-NAME OF PERIOD-CLOSE-RECORD
           ADD PS-AMOUNT-3 OF PERIOD-CLOSE-RECORD
               TO PC-GL-EMPLOYER-TAX.

      *-----------------------------------------------------------------
      * A PAIR THAT OVERFLOWS THE TABLE FAILS THE CLOSE THE WAY AN
      * OVERFLOWING JOURNAL DOES - NOTHING POSTS.
      *-----------------------------------------------------------------
       2300-ROLL-UP-FADEPREC.
           ADD PS-AMOUNT-1 OF PERIOD-CLOSE-RECORD
               TO PC-GL-DEPRECIATION
           MOVE 0 TO PC-DEPR-FOUND-IDX
           PERFORM 2310-COMPARE-DEPR-PAIR
               VARYING PC-DEPR-IDX FROM 1 BY 1
               UNTIL PC-DEPR-IDX > PC-DEPR-COUNT
                   OR PC-DEPR-FOUND-IDX NOT = 0
           IF PC-DEPR-FOUND-IDX = 0
               IF PC-DEPR-COUNT NOT < PC-MAX-DEPRS
                   SET PC-GL-IN-ERROR TO TRUE
                   DISPLAY "PERDCLOSE: DEPRECIATION PAIR TABLE FULL "
                       "AT " PC-MAX-DEPRS " - CLOSE FAILED"
               ELSE
                   ADD 1 TO PC-DEPR-COUNT
                   MOVE PC-DEPR-COUNT TO PC-DEPR-FOUND-IDX
                   MOVE PS-DEBIT-ACCOUNT OF PERIOD-CLOSE-RECORD
                       TO PC-DP-DEBIT-ACCT (PC-DEPR-FOUND-IDX)
                   MOVE PS-CREDIT-ACCOUNT OF PERIOD-CLOSE-RECORD
                       TO PC-DP-CREDIT-ACCT (PC-DEPR-FOUND-IDX)
                   MOVE 0 TO PC-DP-AMOUNT (PC-DEPR-FOUND-IDX)
               END-IF
           END-IF
           IF PC-DEPR-FOUND-IDX NOT = 0
               ADD PS-AMOUNT-1 OF PERIOD-CLOSE-RECORD
                   TO PC-DP-AMOUNT (PC-DEPR-FOUND-IDX)
           END-IF.

       2310-COMPARE-DEPR-PAIR.
           IF PC-DP-DEBIT-ACCT (PC-DEPR-IDX)
                   = PS-DEBIT-ACCOUNT OF PERIOD-CLOSE-RECORD
                   AND PC-DP-CREDIT-ACCT (PC-DEPR-IDX)
                       = PS-CREDIT-ACCOUNT OF PERIOD-CLOSE-RECORD
               MOVE PC-DEPR-IDX TO PC-DEPR-FOUND-IDX
           END-IF.

       2900-READ-PERIOD-RECORD.
           READ PERIOD-CLOSE-FILE
               AT END
               PERFORM 3260-WRITE-INVVALUE-SUMMARY
               PERFORM 3270-WRITE-WRITEOFF-SUMMARY
               PERFORM 3280-WRITE-REVALUE-SUMMARY
               PERFORM 3290-WRITE-APCHKREG-SUMMARY
               PERFORM 3295-WRITE-RETMATCH-SUMMARY
               PERFORM 3297-WRITE-FADEPREC-SUMMARY
               PERFORM 3298-WRITE-RNIACCR-SUMMARY
               CLOSE HIST-SUMMARY-FILE
               PERFORM 3300-CLEAR-PERIOD-CLOSE-FILE
           END-IF
               TO PS-PERIOD-END-DATE OF HIST-SUMMARY-RECORD
           MOVE PC-GL-INV-VALUATION
               TO PS-AMOUNT-1 OF HIST-SUMMARY-RECORD
           MOVE PC-GL-FREIGHT-CAP
               TO PS-AMOUNT-2 OF HIST-SUMMARY-RECORD
           MOVE PC-GL-INV-FREIGHT
               TO PS-AMOUNT-3 OF HIST-SUMMARY-RECORD
           WRITE HIST-SUMMARY-RECORD.

       3270-WRITE-WRITEOFF-SUMMARY.
           MOVE 0 TO PS-AMOUNT-3 OF HIST-SUMMARY-RECORD
           WRITE HIST-SUMMARY-RECORD.

       3290-WRITE-APCHKREG-SUMMARY.
           MOVE SPACES TO HIST-SUMMARY-RECORD
           MOVE "APCHKREG" TO PS-PROGRAM-NAME OF HIST-SUMMARY-RECORD
           MOVE PC-CLOSE-DATE
               TO PS-PERIOD-END-DATE OF HIST-SUMMARY-RECORD
           MOVE PC-GL-AP-DISC-TAKEN
               TO PS-AMOUNT-1 OF HIST-SUMMARY-RECORD
           MOVE PC-GL-AP-DISC-LOST
               TO PS-AMOUNT-2 OF HIST-SUMMARY-RECORD
           MOVE 0 TO PS-AMOUNT-3 OF HIST-SUMMARY-RECORD
           WRITE HIST-SUMMARY-RECORD.

       3295-WRITE-RETMATCH-SUMMARY.
           MOVE SPACES TO HIST-SUMMARY-RECORD
           MOVE "RETMATCH" TO PS-PROGRAM-NAME OF HIST-SUMMARY-RECORD
           MOVE PC-CLOSE-DATE
               TO PS-PERIOD-END-DATE OF HIST-SUMMARY-RECORD
           MOVE PC-GL-RET-MATCH
               TO PS-AMOUNT-1 OF HIST-SUMMARY-RECORD
           MOVE PC-GL-RET-DEFERRAL
               TO PS-AMOUNT-2 OF HIST-SUMMARY-RECORD
           MOVE 0 TO PS-AMOUNT-3 OF HIST-SUMMARY-RECORD
           WRITE HIST-SUMMARY-RECORD.

       3297-WRITE-FADEPREC-SUMMARY.
           MOVE SPACES TO HIST-SUMMARY-RECORD
           MOVE "FADEPREC" TO PS-PROGRAM-NAME OF HIST-SUMMARY-RECORD
           MOVE PC-CLOSE-DATE
               TO PS-PERIOD-END-DATE OF HIST-SUMMARY-RECORD
           MOVE PC-GL-DEPRECIATION
               TO PS-AMOUNT-1 OF HIST-SUMMARY-RECORD
           MOVE 0 TO PS-AMOUNT-2 OF HIST-SUMMARY-RECORD
           MOVE 0 TO PS-AMOUNT-3 OF HIST-SUMMARY-RECORD
           WRITE HIST-SUMMARY-RECORD.

       3298-WRITE-RNIACCR-SUMMARY.
           MOVE SPACES TO HIST-SUMMARY-RECORD
           MOVE "RNIACCR" TO PS-PROGRAM-NAME OF HIST-SUMMARY-RECORD
           MOVE PC-CLOSE-DATE
               TO PS-PERIOD-END-DATE OF HIST-SUMMARY-RECORD
           MOVE PC-GL-RNI-ACCRUAL
               TO PS-AMOUNT-1 OF HIST-SUMMARY-RECORD
           MOVE PC-GL-RNI-REVERSAL
               TO PS-AMOUNT-2 OF HIST-SUMMARY-RECORD
           MOVE 0 TO PS-AMOUNT-3 OF HIST-SUMMARY-RECORD
           WRITE HIST-SUMMARY-RECORD.

      *-----------------------------------------------------------------
      * TRUNCATES THE PERIOD-CLOSE FILE SO THE NEXT PERIOD'S RUNS
      * START ACCUMULATING FROM ZERO AGAIN - SAVE FOR THE REVERSAL OF
      * THIS PERIOD'S RECEIVED-NOT-INVOICED ACCRUAL, WHICH IS LEFT ON
      * THE FILE FOR THE NEXT CLOSE TO JOURNAL.
      *-----------------------------------------------------------------
       3300-CLEAR-PERIOD-CLOSE-FILE.
           OPEN OUTPUT PERIOD-CLOSE-FILE
               MOVE PC-PERDCLOS-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF PC-GL-RNI-ACCRUAL NOT = 0
               MOVE SPACES TO PERIOD-CLOSE-RECORD
               MOVE "RNIREVRS" TO PS-PROGRAM-NAME OF PERIOD-CLOSE-RECORD
               MOVE PC-CLOSE-DATE
                   TO PS-PERIOD-END-DATE OF PERIOD-CLOSE-RECORD
               MOVE PC-GL-RNI-ACCRUAL
                   TO PS-AMOUNT-1 OF PERIOD-CLOSE-RECORD
               MOVE 0 TO PS-AMOUNT-2 OF PERIOD-CLOSE-RECORD
               MOVE 0 TO PS-AMOUNT-3 OF PERIOD-CLOSE-RECORD
               WRITE PERIOD-CLOSE-RECORD
           END-IF
           CLOSE PERIOD-CLOSE-FILE.

      *-----------------------------------------------------------------
           MOVE "INVVALUE-VAL" TO PC-GL-SOURCE-KEY
           MOVE PC-GL-INV-VALUATION TO PC-GL-AMOUNT
           PERFORM 3430-MAP-ONE-AMOUNT
           MOVE "INVVALUE-FRT" TO PC-GL-SOURCE-KEY
           MOVE PC-GL-FREIGHT-CAP TO PC-GL-AMOUNT
           PERFORM 3430-MAP-ONE-AMOUNT
           MOVE "WRITEOFF-BD " TO PC-GL-SOURCE-KEY
           MOVE PC-GL-BAD-DEBT TO PC-GL-AMOUNT
           PERFORM 3430-MAP-ONE-AMOUNT
           MOVE "TAXPROG-EMP " TO PC-GL-SOURCE-KEY
           MOVE PC-GL-EMPLOYER-TAX TO PC-GL-AMOUNT
           PERFORM 3430-MAP-ONE-AMOUNT
           MOVE "APCHKREG-DSC" TO PC-GL-SOURCE-KEY
           MOVE PC-GL-AP-DISC-TAKEN TO PC-GL-AMOUNT
           PERFORM 3430-MAP-ONE-AMOUNT
           MOVE "RETMATCH-ER " TO PC-GL-SOURCE-KEY
           MOVE PC-GL-RET-MATCH TO PC-GL-AMOUNT
           PERFORM 3430-MAP-ONE-AMOUNT
           MOVE "RNIACCR-ACC " TO PC-GL-SOURCE-KEY
           MOVE PC-GL-RNI-ACCRUAL TO PC-GL-AMOUNT
           PERFORM 3430-MAP-ONE-AMOUNT
           PERFORM 3458-MAP-RNI-REVERSAL
           PERFORM 3455-MAP-LABOR-BY-DEPT
           PERFORM 3457-POST-DEPRECIATION-PAIR
               VARYING PC-DEPR-IDX FROM 1 BY 1
               UNTIL PC-DEPR-IDX > PC-DEPR-COUNT
           IF PC-GL-DEBIT-TOTAL NOT = PC-GL-CREDIT-TOTAL
               SET PC-GL-IN-ERROR TO TRUE
               DISPLAY "PERDCLOSE: JOURNAL DEBITS "
                   DISPLAY "PERDCLOSE: NO ACCOUNT MAPPING FOR "
                       PC-GL-SOURCE-KEY
               ELSE
                   MOVE PC-MP-DEBIT-ACCT (PC-MAP-FOUND-IDX)
                       TO PC-GL-DEBIT-ACCT
                   MOVE PC-MP-CREDIT-ACCT (PC-MAP-FOUND-IDX)
                       TO PC-GL-CREDIT-ACCT
                   PERFORM 3435-POST-JOURNAL-PAIR
               END-IF
           END-IF.
                   PC-MAX-JRNL " - CLOSE FAILED"
           ELSE
               ADD 1 TO PC-JRNL-COUNT
               MOVE PC-GL-DEBIT-ACCT TO PC-JR-ACCOUNT (PC-JRNL-COUNT)
               MOVE "D" TO PC-JR-DC-FLAG (PC-JRNL-COUNT)
               MOVE PC-GL-AMOUNT TO PC-JR-AMOUNT (PC-JRNL-COUNT)
               MOVE PC-GL-SOURCE-KEY
                   TO PC-JR-SOURCE-KEY (PC-JRNL-COUNT)
               ADD PC-GL-AMOUNT TO PC-GL-DEBIT-TOTAL
               ADD 1 TO PC-JRNL-COUNT
               MOVE PC-GL-CREDIT-ACCT TO PC-JR-ACCOUNT (PC-JRNL-COUNT)
               MOVE "C" TO PC-JR-DC-FLAG (PC-JRNL-COUNT)
               MOVE PC-GL-AMOUNT TO PC-JR-AMOUNT (PC-JRNL-COUNT)
               MOVE PC-GL-SOURCE-KEY
           MOVE PC-GL-CREDIT-TOTAL TO PC-GT-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD FROM PC-GL-TRAILER-LINE
           CLOSE GL-JOURNAL-FILE
           MOVE "PERDCLOS" TO HW-PROGRAM-NAME
           MOVE "GLJRNL" TO HW-FILE-NAME
           MOVE PC-JRNL-COUNT TO HW-RECORD-COUNT
           COMPUTE HW-AMOUNT-HASH =
               PC-GL-DEBIT-TOTAL + PC-GL-CREDIT-TOTAL
           PERFORM 8700-WRITE-HANDOFF-PRODUCED
           DISPLAY "PERDCLOSE: GL JOURNAL LINES WRITTEN: "
               PC-JRNL-COUNT.

           PERFORM 3430-MAP-ONE-AMOUNT
           PERFORM 3496-READ-LABOR-RECORD.

      *-----------------------------------------------------------------
      * EACH DEPRECIATION PAIR POSTS TO THE ACCOUNTS THE ASSET
      * MASTER CARRIES, AFTER THE SAME CHART CHECK AS THE MAPPED
      * ACCOUNTS.
      *-----------------------------------------------------------------
       3457-POST-DEPRECIATION-PAIR.
           MOVE PC-DP-DEBIT-ACCT (PC-DEPR-IDX) TO PC-CHECK-ACCOUNT
           PERFORM 3486-CHECK-ONE-ACCOUNT
           MOVE PC-DP-CREDIT-ACCT (PC-DEPR-IDX) TO PC-CHECK-ACCOUNT
           PERFORM 3486-CHECK-ONE-ACCOUNT
           MOVE "FADEPREC-DEP" TO PC-GL-SOURCE-KEY
           MOVE PC-DP-AMOUNT (PC-DEPR-IDX) TO PC-GL-AMOUNT
           MOVE PC-DP-DEBIT-ACCT (PC-DEPR-IDX) TO PC-GL-DEBIT-ACCT
           MOVE PC-DP-CREDIT-ACCT (PC-DEPR-IDX) TO PC-GL-CREDIT-ACCT
           IF PC-GL-AMOUNT NOT = 0
               PERFORM 3435-POST-JOURNAL-PAIR
           END-IF.

      *-----------------------------------------------------------------
      * LAST PERIOD'S RECEIVED-NOT-INVOICED ACCRUAL COMES BACK OUT
      * UNDER THE ACCRUAL'S OWN MAPPING WITH THE DEBIT AND CREDIT
      * SWAPPED, SO THE TWO CAN NEVER DRIFT APART.
      *-----------------------------------------------------------------
       3458-MAP-RNI-REVERSAL.
           IF PC-GL-RNI-REVERSAL NOT = 0
               MOVE "RNIACCR-ACC " TO PC-GL-SOURCE-KEY
               MOVE 0 TO PC-MAP-FOUND-IDX
               PERFORM 3440-COMPARE-MAP-ENTRY
                   VARYING PC-MAP-IDX FROM 1 BY 1
                   UNTIL PC-MAP-IDX > PC-MAP-COUNT
                       OR PC-MAP-FOUND-IDX NOT = 0
               IF PC-MAP-FOUND-IDX = 0
                   SET PC-GL-IN-ERROR TO TRUE
                   DISPLAY "PERDCLOSE: NO ACCOUNT MAPPING FOR "
                       PC-GL-SOURCE-KEY
               ELSE
                   MOVE "RNIACCR-REV " TO PC-GL-SOURCE-KEY
                   MOVE PC-GL-RNI-REVERSAL TO PC-GL-AMOUNT
                   MOVE PC-MP-CREDIT-ACCT (PC-MAP-FOUND-IDX)
                       TO PC-GL-DEBIT-ACCT
                   MOVE PC-MP-DEBIT-ACCT (PC-MAP-FOUND-IDX)
                       TO PC-GL-CREDIT-ACCT
                   PERFORM 3435-POST-JOURNAL-PAIR
               END-IF
           END-IF.

       3496-READ-LABOR-RECORD.
           READ LABOR-DIST-FILE
               AT END
           END-IF.

       COPY RUNSTAPR.
       COPY CTLLEDPR.
       COPY ABENDPAR.

       END PROGRAM PERDCLOSE.
