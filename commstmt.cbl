      *                  PRIOR DEFICIT, CURRENT EARNINGS, RECOVERY
      *                  AND THE NEW BALANCE, AND THE FEED NEVER
      *                  CARRIES A NEGATIVE NET AGAIN.
      * 10/15/2026 DO    COMMISSION CLAWBACK.  SALES DETAILS NOW CARRY
      *                  THE INVOICE NUMBER, AND EVERY COMMISSIONED
      *                  SALE IS POSTED TO THE COMMISSION HISTORY FILE
      *                  BY INVOICE WITH THE REP AND THE COMMISSION
      *                  PAID.  CREDIT MEMOS (RMAPROC) AND WRITE-OFFS
      *                  (WRITEOFF) ON THE COMMISSION ADJUSTMENT FILE
      *                  ARE TRACED THROUGH THE HISTORY TO THE REP AND
      *                  CHARGED BACK AT THE RATE ORIGINALLY PAID,
      *                  NEVER MORE THAN WAS PAID ON THE INVOICE.  THE
      *                  STATEMENT SHOWS A CLAWBACK SECTION, THE NET
      *                  AND THE PAYROLL FEED ARE REDUCED BY IT, AND A
      *                  CLAWBACK BEYOND THE PERIOD'S EARNINGS ROLLS
      *                  INTO THE DRAW DEFICIT.  ADJUSTMENTS THAT
      *                  CANNOT BE CHARGED ARE LISTED, AND THE
      *                  ADJUSTMENT FILE IS CLEARED ONCE TAKEN.
      * 10/15/2026 DO    QUOTA ACCELERATOR.  A REP WITH A QUOTA FOR
      *                  THE CURRENT FISCAL QUARTER AND AN ACCELERATOR
      *                  RATE ON THE QUOTA FILE IS PAID THE ACCELERATOR
      *                  ON SALES PAST 100 PERCENT OF QUOTA, COUNTING
      *                  THE QUARTER'S EARLIER MONTHS AS POSTED BY
      *                  QUOTARPT.  THE STATEMENT SHOWS THE QUOTA AND
      *                  ATTAINMENT AND MARKS ACCELERATED SALES.
      * 10/15/2026 DO    THE PAYROLL FEED RECORD CARRIES EARNINGS TYPE S
      *                  SO COMMISSION ENTERS THE PAY CYCLE AS
      *                  SUPPLEMENTAL WAGES AND IS WITHHELD AT THE
      *                  SUPPLEMENTAL RATE, NOT THROUGH THE BRACKETS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMSTMT.
           SELECT DRAW-BALANCE-FILE ASSIGN TO "DRAWBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CS-DRAWBAL-STATUS.
           SELECT COMMISSION-HISTORY ASSIGN TO "COMMHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CH-INVOICE-NUMBER
               FILE STATUS IS CS-COMMHIST-STATUS.
           SELECT COMMISSION-ADJ-FILE ASSIGN TO "COMMADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CS-COMMADJ-STATUS.
           SELECT QUOTA-FILE ASSIGN TO "QUOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CS-QUOTA-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  SL-STATE-CODE           PIC X(02).
           05  SL-SALE-AMOUNT          PIC 9(07)V99.
           05  SL-SALESPERSON-ID       PIC X(05).
           05  SL-INVOICE-NUMBER       PIC 9(06).
           05  FILLER                  PIC X(57).

       FD  PAYROLL-FEED
           RECORDING MODE IS F.
           05  PF-COMMISSION-EARNED    PIC 9(07)V99.
           05  PF-DRAW-AMOUNT          PIC 9(05)V99.
           05  PF-NET-PAYABLE          PIC S9(07)V99.
           05  PF-CLAWBACK-AMOUNT      PIC 9(07)V99.
           05  PF-EARNINGS-TYPE        PIC X(01).
           05  FILLER                  PIC X(32).

       FD  DRAW-BALANCE-FILE
           RECORDING MODE IS F.
           05  DB-LAST-PERIOD          PIC 9(08).
           05  FILLER                  PIC X(58).

      *-----------------------------------------------------------------
      * COMMISSION HISTORY, ONE RECORD PER INVOICE COMMISSIONED: THE
      * REP PAID, THE SALES AND COMMISSION ON IT, AND HOW MUCH OF
      * EACH HAS SINCE BEEN CHARGED BACK.
      *-----------------------------------------------------------------
       FD  COMMISSION-HISTORY
           RECORDING MODE IS F.
       01  COMMISSION-HISTORY-RECORD.
           05  CH-INVOICE-NUMBER       PIC 9(06).
           05  CH-SALESPERSON-ID       PIC X(05).
           05  CH-SALE-AMOUNT          PIC 9(07)V99.
           05  CH-COMMISSION           PIC 9(07)V99.
           05  CH-CLAWED-SALES         PIC 9(07)V99.
           05  CH-CLAWED-COMMISSION    PIC 9(07)V99.
           05  CH-LAST-PERIOD          PIC 9(08).
           05  FILLER                  PIC X(25).

       FD  COMMISSION-ADJ-FILE
           RECORDING MODE IS F.
       01  COMMISSION-ADJ-RECORD.
           COPY COMMADJ.

       FD  QUOTA-FILE
           RECORDING MODE IS F.
       01  QUOTA-RECORD.
           COPY QUOTAREC.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
           88  CS-DRAWBAL-OK           VALUE "00".
           88  CS-DRAWBAL-EOF          VALUE "10".
           88  CS-DRAWBAL-NOTFOUND     VALUE "35".
       01  CS-COMMHIST-STATUS          PIC X(02) VALUE "00".
           88  CS-COMMHIST-OK          VALUE "00".
           88  CS-COMMHIST-NOTFOUND    VALUE "35".
       01  CS-COMMADJ-STATUS           PIC X(02) VALUE "00".
           88  CS-COMMADJ-OK           VALUE "00".
           88  CS-COMMADJ-EOF          VALUE "10".
           88  CS-COMMADJ-NOTFOUND     VALUE "35".
       01  CS-QUOTA-STATUS             PIC X(02) VALUE "00".
           88  CS-QUOTA-OK             VALUE "00".
           88  CS-QUOTA-EOF            VALUE "10".
           88  CS-QUOTA-NOTFOUND       VALUE "35".

       01  CS-SWITCHES.
           05  CS-REP-EOF-SWITCH       PIC X(01) VALUE "N".
               88  CS-SALES-END        VALUE "Y".
           05  CS-DRAW-EOF-SWITCH      PIC X(01) VALUE "N".
               88  CS-DRAW-END         VALUE "Y".
           05  CS-ADJ-EOF-SWITCH       PIC X(01) VALUE "N".
               88  CS-ADJ-END          VALUE "Y".
           05  CS-QUOTA-EOF-SWITCH     PIC X(01) VALUE "N".
               88  CS-QUOTA-END        VALUE "Y".

       01  CS-COUNTERS.
           05  CS-REP-COUNT            PIC 9(03) COMP VALUE 0.
           05  CS-MAX-DBS              PIC 9(03) COMP VALUE 200.
           05  CS-DB-IDX               PIC 9(03) COMP VALUE 0.
           05  CS-DB-FOUND-IDX         PIC 9(03) COMP VALUE 0.
           05  CS-ADJ-COUNT            PIC 9(04) COMP VALUE 0.
           05  CS-MAX-ADJS             PIC 9(04) COMP VALUE 2000.
           05  CS-ADJ-IDX              PIC 9(04) COMP VALUE 0.
           05  CS-REP-CLAWBACK-COUNT   PIC 9(04) COMP VALUE 0.
           05  CS-CHARGED-COUNT        PIC 9(05) COMP VALUE 0.
           05  CS-UNCHARGED-COUNT      PIC 9(05) COMP VALUE 0.

       01  CS-REP-TABLE.
           05  CS-REP-ENTRY OCCURS 1 TO 200 TIMES
               10  CS-RP-REGION        PIC X(04).
               10  CS-RP-RATE-OVERRIDE PIC 9V999.
               10  CS-RP-DRAW          PIC 9(05)V99.
               10  CS-RP-QUOTA         PIC 9(09)V99.
               10  CS-RP-ACCEL-RATE    PIC 9V999.
               10  CS-RP-QTD-SALES     PIC 9(09)V99.

       01  CS-TERR-TABLE.
           05  CS-TERR-ENTRY OCCURS 1 TO 50 TIMES
               10  CS-SL-REP-ID        PIC X(05).
               10  CS-SL-STATE         PIC X(02).
               10  CS-SL-AMOUNT        PIC 9(07)V99.
               10  CS-SL-INVOICE       PIC 9(06).
               10  CS-SL-RATE          PIC 9V999.
               10  CS-SL-COMMISSION    PIC 9(07)V99.
               10  CS-SL-ACCEL-FLAG    PIC X(01).

       01  CS-WORK-FIELDS.
           05  CS-SALE-RATE            PIC 9V999 VALUE 0.
           05  CS-RECOVERY-AMOUNT      PIC 9(07)V99 VALUE 0.
           05  CS-NEW-DEFICIT          PIC 9(07)V99 VALUE 0.
           05  CS-NET-BEFORE-CARRY     PIC S9(07)V99 VALUE 0.
           05  CS-REP-CLAWBACK-TOTAL   PIC 9(07)V99 VALUE 0.
           05  CS-CLAWBACK-BASE        PIC 9(07)V99 VALUE 0.
           05  CS-CLAWBACK-AMOUNT      PIC 9(07)V99 VALUE 0.
           05  CS-COMMISSION-LEFT      PIC 9(07)V99 VALUE 0.
           05  CS-CLAWBACK-TOTAL       PIC 9(09)V99 VALUE 0.
           05  CS-ABOVE-QUOTA          PIC 9(09)V99 VALUE 0.
           05  CS-QTD-AFTER-SALE       PIC 9(09)V99 VALUE 0.
           05  CS-ATTAINED-PCT         PIC 9(05)V9 VALUE 0.
           05  CS-ACCEL-SALE-COUNT     PIC 9(05) COMP VALUE 0.

      *-----------------------------------------------------------------
      * THE FISCAL QUARTER OF THE RUN, FOR THE QUOTA LOOKUP.  THE
      * FISCAL YEAR RUNS OCTOBER THROUGH SEPTEMBER AND IS NAMED FOR
      * THE CALENDAR YEAR IN WHICH IT ENDS.
      *-----------------------------------------------------------------
       01  CS-PERIOD-FIELDS.
           05  CS-RUN-YEAR             PIC 9(04) VALUE 0.
           05  CS-RUN-MONTH            PIC 9(02) VALUE 0.
           05  CS-RUN-PERIOD           PIC 9(06) VALUE 0.
           05  CS-FISCAL-YEAR          PIC 9(04) VALUE 0.
           05  CS-FISCAL-MONTH         PIC 9(02) VALUE 0.
           05  CS-FISCAL-QUARTER       PIC 9(01) VALUE 0.

      *-----------------------------------------------------------------
      * DRAW DEFICIT CARRYFORWARD BALANCES, ONE PER REP, LOADED AT
               10  CS-DB-REP-ID        PIC X(05).
               10  CS-DB-DEFICIT       PIC 9(07)V99.

      *-----------------------------------------------------------------
      * THE PERIOD'S COMMISSION ADJUSTMENTS, EACH TRACED TO THE REP
      * AND THE AMOUNT TO CHARGE BACK, OR TO THE REASON IT CANNOT BE.
      *-----------------------------------------------------------------
       01  CS-ADJ-TABLE.
           05  CS-ADJ-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CS-ADJ-COUNT
                   INDEXED BY CS-ADJ-TIDX.
               10  CS-AJ-TYPE          PIC X(01).
               10  CS-AJ-INVOICE       PIC 9(06).
               10  CS-AJ-CREDIT-MEMO   PIC 9(06).
               10  CS-AJ-AMOUNT        PIC 9(07)V99.
               10  CS-AJ-REP-ID        PIC X(05).
               10  CS-AJ-RATE          PIC 9V999.
               10  CS-AJ-CLAWBACK      PIC 9(07)V99.
               10  CS-AJ-REASON        PIC X(24).

       01  CS-DETAIL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CS-DT-STATE             PIC X(02).
           05  CS-DT-AMOUNT            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CS-DT-COMMISSION        PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CS-DT-ACCEL-FLAG        PIC X(11).

       01  CS-QUOTA-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               "QUARTER QUOTA: ".
           05  CS-QL-QUOTA             PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(12) VALUE "  QTD SALES ".
           05  CS-QL-QTD-SALES         PIC $$$$,$$$,$$9.99.
           05  FILLER                  PIC X(11) VALUE "  ATTAINED ".
           05  CS-QL-ATTAINED-PCT      PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(01) VALUE "%".
           05  FILLER                  PIC X(08) VALUE "  ACCEL ".
           05  CS-QL-ACCEL-RATE        PIC 9.999.

       01  CS-CLAWBACK-HEADING.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(50) VALUE
               "CLAWBACKS - RETURNED OR WRITTEN-OFF SALES".

       01  CS-CLAWBACK-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CS-CB-TYPE              PIC X(09).
           05  FILLER                  PIC X(05) VALUE " INV ".
           05  CS-CB-INVOICE           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CS-CB-CREDIT-MEMO       PIC X(09).
           05  CS-CB-AMOUNT            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CS-CB-RATE              PIC 9.999.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CS-CB-CLAWBACK          PIC $$,$$$,$$9.99-.

       01  CS-CLAWBACK-TOTAL-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               "CLAWBACK TOTAL: ".
           05  CS-CT-CLAWBACK          PIC $$,$$$,$$9.99-.

       01  CS-UNCHARGED-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CS-UC-TYPE              PIC X(09).
           05  FILLER                  PIC X(05) VALUE " INV ".
           05  CS-UC-INVOICE           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CS-UC-AMOUNT            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CS-UC-REP-ID            PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CS-UC-REASON            PIC X(24).

       01  CS-CARRY-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
               VARYING CS-REP-IDX FROM 1 BY 1
               UNTIL CS-REP-IDX > CS-REP-COUNT
           PERFORM 2700-COUNT-UNASSIGNED-SALES
           PERFORM 2800-LIST-UNCHARGED-CLAWBACKS
           PERFORM 3000-TERMINATE
           STOP RUN.

           PERFORM 1200-LOAD-TERRITORY-RATES
           PERFORM 1300-LOAD-SALES-DETAIL
           PERFORM 1400-LOAD-DRAW-BALANCES
           PERFORM 1450-LOAD-QUOTAS
           PERFORM 1500-OPEN-COMMISSION-HISTORY
           IF CS-SALE-COUNT > 0
               PERFORM 1510-RATE-ONE-SALE
                   VARYING CS-SALE-IDX FROM 1 BY 1
                   UNTIL CS-SALE-IDX > CS-SALE-COUNT
           END-IF
           PERFORM 1600-LOAD-ADJUSTMENTS
           CLOSE COMMISSION-HISTORY
           OPEN OUTPUT PAYROLL-FEED
           IF NOT CS-PAYFEED-OK
               MOVE "COMMSTMT" TO AB-PROGRAM-ID
           MOVE SP-REGION-CODE TO CS-RP-REGION (CS-REP-COUNT)
           MOVE SP-RATE-OVERRIDE TO CS-RP-RATE-OVERRIDE (CS-REP-COUNT)
           MOVE SP-DRAW-AMOUNT TO CS-RP-DRAW (CS-REP-COUNT)
           MOVE 0 TO CS-RP-QUOTA (CS-REP-COUNT)
           MOVE 0 TO CS-RP-ACCEL-RATE (CS-REP-COUNT)
           MOVE 0 TO CS-RP-QTD-SALES (CS-REP-COUNT)
           ADD 1 TO CS-REP-COUNT
           PERFORM 1190-READ-REP-RECORD.

                   SET CS-DRAW-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EACH REP'S QUOTA FOR THE CURRENT FISCAL QUARTER, WITH THE
      * ACCELERATOR RATE AND THE SALES ALREADY POSTED FOR THE
      * QUARTER'S EARLIER MONTHS.  QUOTARPT MAY ALREADY HAVE POSTED
      * THIS MONTH, IN WHICH CASE ONLY THE PRIOR MONTHS COUNT - THE
      * MONTH'S SALES ARE COUNTED HERE AS THEY ARE RATED.  NO QUOTA
      * FILE MEANS NO ACCELERATORS.
      *-----------------------------------------------------------------
       1450-LOAD-QUOTAS.
           MOVE RH-RUN-DATE (1:4) TO CS-RUN-YEAR
           MOVE RH-RUN-DATE (5:2) TO CS-RUN-MONTH
           MOVE RH-RUN-DATE (1:6) TO CS-RUN-PERIOD
           IF CS-RUN-MONTH >= 10
               COMPUTE CS-FISCAL-YEAR = CS-RUN-YEAR + 1
               COMPUTE CS-FISCAL-MONTH = CS-RUN-MONTH - 9
           ELSE
               MOVE CS-RUN-YEAR TO CS-FISCAL-YEAR
               COMPUTE CS-FISCAL-MONTH = CS-RUN-MONTH + 3
           END-IF
           COMPUTE CS-FISCAL-QUARTER = (CS-FISCAL-MONTH + 2) / 3
           OPEN INPUT QUOTA-FILE
           IF CS-QUOTA-NOTFOUND
               DISPLAY "COMMSTMT: NO QUOTA FILE - NO ACCELERATORS"
           ELSE
               IF NOT CS-QUOTA-OK AND NOT CS-QUOTA-EOF
                   MOVE "COMMSTMT" TO AB-PROGRAM-ID
                   MOVE "QUOTA" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE CS-QUOTA-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1480-READ-QUOTA-RECORD
               PERFORM 1460-APPLY-QUOTA-RECORD
                   UNTIL CS-QUOTA-END
               CLOSE QUOTA-FILE
           END-IF.

       1460-APPLY-QUOTA-RECORD.
           IF QT-REP-QUOTA
                   AND QT-FISCAL-YEAR = CS-FISCAL-YEAR
                   AND QT-FISCAL-QUARTER = CS-FISCAL-QUARTER
               MOVE 0 TO CS-FOUND-IDX
               PERFORM 1470-MATCH-QUOTA-TO-REP
                   VARYING CS-REP-IDX FROM 1 BY 1
                   UNTIL CS-REP-IDX > CS-REP-COUNT
                       OR CS-FOUND-IDX NOT = 0
               IF CS-FOUND-IDX NOT = 0
                   MOVE QT-QUOTA-AMOUNT TO CS-RP-QUOTA (CS-FOUND-IDX)
                   MOVE QT-ACCEL-RATE
                       TO CS-RP-ACCEL-RATE (CS-FOUND-IDX)
                   IF QT-POSTED-PERIOD = CS-RUN-PERIOD
                       MOVE QT-PRIOR-SALES
                           TO CS-RP-QTD-SALES (CS-FOUND-IDX)
                   ELSE
                       COMPUTE CS-RP-QTD-SALES (CS-FOUND-IDX) =
                           QT-PRIOR-SALES + QT-MONTH-SALES
                   END-IF
               END-IF
           END-IF
           PERFORM 1480-READ-QUOTA-RECORD.

       1470-MATCH-QUOTA-TO-REP.
           IF CS-RP-ID (CS-REP-IDX) = QT-QUOTA-ID
               MOVE CS-REP-IDX TO CS-FOUND-IDX
           END-IF.

       1480-READ-QUOTA-RECORD.
           READ QUOTA-FILE
               AT END
                   SET CS-QUOTA-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE COMMISSION HISTORY IS KEYED BY INVOICE.  ON THE FIRST RUN
      * IT DOES NOT EXIST YET AND IS CREATED EMPTY.
      *-----------------------------------------------------------------
       1500-OPEN-COMMISSION-HISTORY.
           OPEN I-O COMMISSION-HISTORY
           IF CS-COMMHIST-NOTFOUND
               OPEN OUTPUT COMMISSION-HISTORY
               CLOSE COMMISSION-HISTORY
               OPEN I-O COMMISSION-HISTORY
           END-IF
           IF NOT CS-COMMHIST-OK
               MOVE "COMMSTMT" TO AB-PROGRAM-ID
               MOVE "COMMHIST" TO AB-FILE-NAME
               MOVE "OPEN I-O" TO AB-OPERATION
               MOVE CS-COMMHIST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * EACH SALE IS COMMISSIONED ONCE, HERE, AT THE REP'S OVERRIDE
      * RATE WHEN ONE IS SET OR THE SALE STATE'S TERRITORY RATE
      * OTHERWISE, AND THE STATEMENTS PRINT WHAT WAS WORKED OUT.  A
      * SALE FOR A REP NOT ON THE MASTER EARNS NOTHING.  SALES ARE
      * COUNTED AGAINST THE REP'S QUARTER QUOTA IN FILE ORDER, AND
      * THE PART OF A SALE PAST QUOTA EARNS THE ACCELERATOR RATE.  A
      * COMMISSIONED SALE CARRYING AN INVOICE NUMBER IS ADDED TO THE
      * INVOICE'S HISTORY RECORD SO A LATER RETURN OR WRITE-OFF CAN
      * BE CHARGED BACK TO THE REP PAID.
      *-----------------------------------------------------------------
       1510-RATE-ONE-SALE.
           MOVE 0 TO CS-FOUND-IDX
           PERFORM 2720-MATCH-SALE-TO-REP
               VARYING CS-REP-IDX FROM 1 BY 1
               UNTIL CS-REP-IDX > CS-REP-COUNT
                   OR CS-FOUND-IDX NOT = 0
           IF CS-FOUND-IDX NOT = 0
               IF CS-RP-RATE-OVERRIDE (CS-FOUND-IDX) > 0
                   MOVE CS-RP-RATE-OVERRIDE (CS-FOUND-IDX)
                       TO CS-SALE-RATE
               ELSE
                   PERFORM 2200-LOOKUP-TERRITORY-RATE
               END-IF
               COMPUTE CS-SALE-COMMISSION ROUNDED =
                   CS-SL-AMOUNT (CS-SALE-IDX) * CS-SALE-RATE
               IF CS-RP-QUOTA (CS-FOUND-IDX) > 0
                   PERFORM 1515-APPLY-ACCELERATOR
               END-IF
               MOVE CS-SALE-RATE TO CS-SL-RATE (CS-SALE-IDX)
               MOVE CS-SALE-COMMISSION
                   TO CS-SL-COMMISSION (CS-SALE-IDX)
               IF CS-SL-INVOICE (CS-SALE-IDX) NOT = 0
                   PERFORM 1520-POST-COMMISSION-HISTORY
               END-IF
           END-IF.

       1515-APPLY-ACCELERATOR.
           COMPUTE CS-QTD-AFTER-SALE = CS-RP-QTD-SALES (CS-FOUND-IDX)
               + CS-SL-AMOUNT (CS-SALE-IDX)
           IF CS-QTD-AFTER-SALE > CS-RP-QUOTA (CS-FOUND-IDX)
                   AND CS-RP-ACCEL-RATE (CS-FOUND-IDX) > 0
               IF CS-RP-QTD-SALES (CS-FOUND-IDX)
                       >= CS-RP-QUOTA (CS-FOUND-IDX)
                   MOVE CS-SL-AMOUNT (CS-SALE-IDX) TO CS-ABOVE-QUOTA
               ELSE
                   COMPUTE CS-ABOVE-QUOTA =
                       CS-QTD-AFTER-SALE - CS-RP-QUOTA (CS-FOUND-IDX)
               END-IF
               COMPUTE CS-SALE-COMMISSION ROUNDED =
                   (CS-SL-AMOUNT (CS-SALE-IDX) - CS-ABOVE-QUOTA)
                       * CS-SALE-RATE
                   + CS-ABOVE-QUOTA * CS-RP-ACCEL-RATE (CS-FOUND-IDX)
               MOVE "Y" TO CS-SL-ACCEL-FLAG (CS-SALE-IDX)
               ADD 1 TO CS-ACCEL-SALE-COUNT
           END-IF
           MOVE CS-QTD-AFTER-SALE TO CS-RP-QTD-SALES (CS-FOUND-IDX).

       1520-POST-COMMISSION-HISTORY.
           MOVE CS-SL-INVOICE (CS-SALE-IDX) TO CH-INVOICE-NUMBER
           READ COMMISSION-HISTORY
               INVALID KEY
                   MOVE SPACES TO COMMISSION-HISTORY-RECORD
                   MOVE CS-SL-INVOICE (CS-SALE-IDX)
                       TO CH-INVOICE-NUMBER
                   MOVE CS-SL-REP-ID (CS-SALE-IDX)
                       TO CH-SALESPERSON-ID
                   MOVE CS-SL-AMOUNT (CS-SALE-IDX) TO CH-SALE-AMOUNT
                   MOVE CS-SALE-COMMISSION TO CH-COMMISSION
                   MOVE 0 TO CH-CLAWED-SALES
                   MOVE 0 TO CH-CLAWED-COMMISSION
                   MOVE RH-RUN-DATE TO CH-LAST-PERIOD
                   WRITE COMMISSION-HISTORY-RECORD
                       INVALID KEY
                           MOVE "COMMSTMT" TO AB-PROGRAM-ID
                           MOVE "COMMHIST" TO AB-FILE-NAME
                           MOVE "WRITE" TO AB-OPERATION
                           MOVE CS-COMMHIST-STATUS TO AB-STATUS-CODE
                           PERFORM 9999-ABEND-ROUTINE
                   END-WRITE
               NOT INVALID KEY
                   ADD CS-SL-AMOUNT (CS-SALE-IDX) TO CH-SALE-AMOUNT
                   ADD CS-SALE-COMMISSION TO CH-COMMISSION
                   MOVE RH-RUN-DATE TO CH-LAST-PERIOD
                   REWRITE COMMISSION-HISTORY-RECORD
                       INVALID KEY
                           MOVE "COMMSTMT" TO AB-PROGRAM-ID
                           MOVE "COMMHIST" TO AB-FILE-NAME
                           MOVE "REWRITE" TO AB-OPERATION
                           MOVE CS-COMMHIST-STATUS TO AB-STATUS-CODE
                           PERFORM 9999-ABEND-ROUTINE
                   END-REWRITE
           END-READ.

      *-----------------------------------------------------------------
      * THE ADJUSTMENT FILE IS CLEARED AT END OF RUN, SO ONE THAT
      * OUTGROWS THE TABLE MUST STOP THE RUN.  A MISSING FILE MEANS
      * NOTHING WAS RETURNED OR WRITTEN OFF.
      *-----------------------------------------------------------------
       1600-LOAD-ADJUSTMENTS.
           MOVE 1 TO CS-ADJ-COUNT
           OPEN INPUT COMMISSION-ADJ-FILE
           IF CS-COMMADJ-NOTFOUND
               SET CS-ADJ-END TO TRUE
           ELSE
               IF NOT CS-COMMADJ-OK AND NOT CS-COMMADJ-EOF
                   MOVE "COMMSTMT" TO AB-PROGRAM-ID
                   MOVE "COMMADJ" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE CS-COMMADJ-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1690-READ-ADJUSTMENT
               PERFORM 1610-TRACE-ONE-ADJUSTMENT
                   UNTIL CS-ADJ-END
                       OR CS-ADJ-COUNT > CS-MAX-ADJS
               IF NOT CS-ADJ-END
                   DISPLAY "COMMSTMT: ADJUSTMENT TABLE FULL AT "
                       CS-MAX-ADJS " - RUN STOPPED BEFORE THE "
                       "FILE WAS CLEARED"
                   MOVE "COMMSTMT" TO AB-PROGRAM-ID
                   MOVE "COMMADJ" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE CS-COMMADJ-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE COMMISSION-ADJ-FILE
           END-IF
           IF CS-ADJ-COUNT > 1
               SUBTRACT 1 FROM CS-ADJ-COUNT
           ELSE
               MOVE 0 TO CS-ADJ-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * A RETURN OR WRITE-OFF IS CHARGED BACK AT THE RATE ORIGINALLY
      * PAID ON THE INVOICE (COMMISSION OVER SALES, SO A SPLIT OR
      * MIXED-RATE INVOICE IS HANDLED THE SAME WAY), ON NO MORE SALES
      * THAN REMAIN UNCHARGED AND NEVER BEYOND THE COMMISSION THAT
      * REMAINS.  THE HISTORY RECORD KEEPS WHAT HAS BEEN CHARGED SO
      * A SECOND RETURN AGAINST THE SAME INVOICE TAKES ONLY THE REST.
      *-----------------------------------------------------------------
       1610-TRACE-ONE-ADJUSTMENT.
           MOVE AJ-ADJUST-TYPE TO CS-AJ-TYPE (CS-ADJ-COUNT)
           MOVE AJ-INVOICE-NUMBER TO CS-AJ-INVOICE (CS-ADJ-COUNT)
           MOVE AJ-CREDIT-MEMO-NUMBER
               TO CS-AJ-CREDIT-MEMO (CS-ADJ-COUNT)
           MOVE AJ-ADJUST-AMOUNT TO CS-AJ-AMOUNT (CS-ADJ-COUNT)
           MOVE SPACES TO CS-AJ-REP-ID (CS-ADJ-COUNT)
           MOVE 0 TO CS-AJ-RATE (CS-ADJ-COUNT)
           MOVE 0 TO CS-AJ-CLAWBACK (CS-ADJ-COUNT)
           MOVE SPACES TO CS-AJ-REASON (CS-ADJ-COUNT)
           MOVE AJ-INVOICE-NUMBER TO CH-INVOICE-NUMBER
           READ COMMISSION-HISTORY
               INVALID KEY
                   MOVE "NO COMMISSION ON INVOICE"
                       TO CS-AJ-REASON (CS-ADJ-COUNT)
               NOT INVALID KEY
                   PERFORM 1620-CHARGE-BACK-ADJUSTMENT
           END-READ
           ADD 1 TO CS-ADJ-COUNT
           PERFORM 1690-READ-ADJUSTMENT.

       1620-CHARGE-BACK-ADJUSTMENT.
           MOVE CH-SALESPERSON-ID TO CS-AJ-REP-ID (CS-ADJ-COUNT)
           IF CH-SALE-AMOUNT > 0
               COMPUTE CS-AJ-RATE (CS-ADJ-COUNT) ROUNDED =
                   CH-COMMISSION / CH-SALE-AMOUNT
           END-IF
           IF CH-CLAWED-SALES >= CH-SALE-AMOUNT
                   OR CH-CLAWED-COMMISSION >= CH-COMMISSION
               MOVE "ALREADY CHARGED BACK"
                   TO CS-AJ-REASON (CS-ADJ-COUNT)
           ELSE
               COMPUTE CS-CLAWBACK-BASE =
                   CH-SALE-AMOUNT - CH-CLAWED-SALES
               IF AJ-ADJUST-AMOUNT < CS-CLAWBACK-BASE
                   MOVE AJ-ADJUST-AMOUNT TO CS-CLAWBACK-BASE
               END-IF
               COMPUTE CS-CLAWBACK-AMOUNT ROUNDED =
                   CS-CLAWBACK-BASE * CH-COMMISSION / CH-SALE-AMOUNT
               COMPUTE CS-COMMISSION-LEFT =
                   CH-COMMISSION - CH-CLAWED-COMMISSION
               IF CS-CLAWBACK-AMOUNT > CS-COMMISSION-LEFT
                   MOVE CS-COMMISSION-LEFT TO CS-CLAWBACK-AMOUNT
               END-IF
               MOVE CS-CLAWBACK-AMOUNT
                   TO CS-AJ-CLAWBACK (CS-ADJ-COUNT)
               ADD CS-CLAWBACK-BASE TO CH-CLAWED-SALES
               ADD CS-CLAWBACK-AMOUNT TO CH-CLAWED-COMMISSION
               MOVE RH-RUN-DATE TO CH-LAST-PERIOD
               REWRITE COMMISSION-HISTORY-RECORD
                   INVALID KEY
                       MOVE "COMMSTMT" TO AB-PROGRAM-ID
                       MOVE "COMMHIST" TO AB-FILE-NAME
                       MOVE "REWRITE" TO AB-OPERATION
                       MOVE CS-COMMHIST-STATUS TO AB-STATUS-CODE
                       PERFORM 9999-ABEND-ROUTINE
               END-REWRITE
               MOVE 0 TO CS-FOUND-IDX
               PERFORM 1630-MATCH-ADJ-TO-REP
                   VARYING CS-REP-IDX FROM 1 BY 1
                   UNTIL CS-REP-IDX > CS-REP-COUNT
                       OR CS-FOUND-IDX NOT = 0
               IF CS-FOUND-IDX = 0
                   MOVE "REP NOT ON MASTER"
                       TO CS-AJ-REASON (CS-ADJ-COUNT)
               END-IF
           END-IF.

       1630-MATCH-ADJ-TO-REP.
           IF CS-RP-ID (CS-REP-IDX) = CH-SALESPERSON-ID
               MOVE CS-REP-IDX TO CS-FOUND-IDX
           END-IF.

       1690-READ-ADJUSTMENT.
           READ COMMISSION-ADJ-FILE
               AT END
                   SET CS-ADJ-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONLY DETAIL RECORDS ARE TABLED; THE BATCH CONTROL RECORDS
      * WERE ALREADY BALANCED BY THE COMMISSION REGION RUN.
               MOVE SL-SALESPERSON-ID TO CS-SL-REP-ID (CS-SALE-COUNT)
               MOVE SL-STATE-CODE TO CS-SL-STATE (CS-SALE-COUNT)
               MOVE SL-SALE-AMOUNT TO CS-SL-AMOUNT (CS-SALE-COUNT)
               IF SL-INVOICE-NUMBER NUMERIC
                   MOVE SL-INVOICE-NUMBER
                       TO CS-SL-INVOICE (CS-SALE-COUNT)
               ELSE
                   MOVE 0 TO CS-SL-INVOICE (CS-SALE-COUNT)
               END-IF
               MOVE 0 TO CS-SL-RATE (CS-SALE-COUNT)
               MOVE 0 TO CS-SL-COMMISSION (CS-SALE-COUNT)
               MOVE "N" TO CS-SL-ACCEL-FLAG (CS-SALE-COUNT)
               ADD 1 TO CS-SALE-COUNT
           END-IF
           PERFORM 1390-READ-SALES-RECORD.
       2000-PRINT-REP-STATEMENT.
           MOVE 0 TO CS-REP-SALES-TOTAL
           MOVE 0 TO CS-REP-COMM-TOTAL
           MOVE 0 TO CS-REP-CLAWBACK-TOTAL
           MOVE 0 TO CS-REP-CLAWBACK-COUNT
           DISPLAY " "
           DISPLAY "STATEMENT - REP " CS-RP-ID (CS-REP-IDX)
               " " CS-RP-NAME (CS-REP-IDX)
           PERFORM 2100-APPLY-ONE-SALE
               VARYING CS-SALE-IDX FROM 1 BY 1
               UNTIL CS-SALE-IDX > CS-SALE-COUNT
           IF CS-RP-QUOTA (CS-REP-IDX) > 0
               PERFORM 2050-PRINT-QUOTA-LINE
           END-IF
           IF CS-ADJ-COUNT > 0
               PERFORM 2400-APPLY-ONE-CLAWBACK
                   VARYING CS-ADJ-IDX FROM 1 BY 1
                   UNTIL CS-ADJ-IDX > CS-ADJ-COUNT
           END-IF
           IF CS-REP-CLAWBACK-COUNT > 0
               MOVE CS-REP-CLAWBACK-TOTAL TO CS-CT-CLAWBACK
               DISPLAY CS-CLAWBACK-TOTAL-LINE
           END-IF
           PERFORM 2300-CARRY-DRAW-DEFICIT
           MOVE CS-REP-COMM-TOTAL TO CS-TL-EARNED
           MOVE CS-RP-DRAW (CS-REP-IDX) TO CS-TL-DRAW
           END-IF
           PERFORM 2500-WRITE-PAYROLL-FEED.

       2050-PRINT-QUOTA-LINE.
           COMPUTE CS-ATTAINED-PCT ROUNDED =
               CS-RP-QTD-SALES (CS-REP-IDX) * 100
               / CS-RP-QUOTA (CS-REP-IDX)
               ON SIZE ERROR
                   MOVE 99999.9 TO CS-ATTAINED-PCT
           END-COMPUTE
           MOVE CS-RP-QUOTA (CS-REP-IDX) TO CS-QL-QUOTA
           MOVE CS-RP-QTD-SALES (CS-REP-IDX) TO CS-QL-QTD-SALES
           MOVE CS-ATTAINED-PCT TO CS-QL-ATTAINED-PCT
           MOVE CS-RP-ACCEL-RATE (CS-REP-IDX) TO CS-QL-ACCEL-RATE
           DISPLAY CS-QUOTA-LINE.

      *-----------------------------------------------------------------
      * THE DRAW IS GUARANTEED: COMMISSION SHORT OF THE DRAW LEAVES
      * A DEFICIT THAT ROLLS FORWARD, AND COMMISSION OVER THE DRAW
      * FIRST REPAYS ANY CARRIED DEFICIT BEFORE ANYTHING FLOWS TO
      * THE PAYROLL FEED.  CLAWBACKS COME OFF THE COMMISSION FIRST,
      * SO ONE LARGER THAN THE PERIOD'S EARNINGS DEEPENS THE DEFICIT.
      *-----------------------------------------------------------------
       2300-CARRY-DRAW-DEFICIT.
           PERFORM 2310-FIND-DRAW-ENTRY
                   TO CS-PRIOR-DEFICIT
           END-IF
           COMPUTE CS-NET-BEFORE-CARRY =
               CS-REP-COMM-TOTAL - CS-REP-CLAWBACK-TOTAL
               - CS-RP-DRAW (CS-REP-IDX)
           IF CS-NET-BEFORE-CARRY > 0
               IF CS-NET-BEFORE-CARRY >= CS-PRIOR-DEFICIT
                   MOVE CS-PRIOR-DEFICIT TO CS-RECOVERY-AMOUNT

       2100-APPLY-ONE-SALE.
           IF CS-SL-REP-ID (CS-SALE-IDX) = CS-RP-ID (CS-REP-IDX)
               MOVE CS-SL-COMMISSION (CS-SALE-IDX)
                   TO CS-SALE-COMMISSION
               ADD CS-SL-AMOUNT (CS-SALE-IDX) TO CS-REP-SALES-TOTAL
               ADD CS-SALE-COMMISSION TO CS-REP-COMM-TOTAL
               MOVE CS-SL-STATE (CS-SALE-IDX) TO CS-DT-STATE
               MOVE CS-SL-AMOUNT (CS-SALE-IDX) TO CS-DT-AMOUNT
               MOVE CS-SALE-COMMISSION TO CS-DT-COMMISSION
               IF CS-SL-ACCEL-FLAG (CS-SALE-IDX) = "Y"
                   MOVE "ACCELERATED" TO CS-DT-ACCEL-FLAG
               ELSE
                   MOVE SPACES TO CS-DT-ACCEL-FLAG
               END-IF
               DISPLAY CS-DETAIL-LINE
           END-IF.

               MOVE CS-TM-RATE (CS-TERR-IDX) TO CS-SALE-RATE
           END-IF.

      *-----------------------------------------------------------------
      * THE REP'S CLAWBACKS, UNDER THEIR OWN HEADING ON THE STATEMENT.
      *-----------------------------------------------------------------
       2400-APPLY-ONE-CLAWBACK.
           IF CS-AJ-REP-ID (CS-ADJ-IDX) = CS-RP-ID (CS-REP-IDX)
                   AND CS-AJ-CLAWBACK (CS-ADJ-IDX) > 0
                   AND CS-AJ-REASON (CS-ADJ-IDX) = SPACES
               IF CS-REP-CLAWBACK-COUNT = 0
                   DISPLAY CS-CLAWBACK-HEADING
               END-IF
               ADD 1 TO CS-REP-CLAWBACK-COUNT
               ADD 1 TO CS-CHARGED-COUNT
               ADD CS-AJ-CLAWBACK (CS-ADJ-IDX) TO CS-REP-CLAWBACK-TOTAL
               ADD CS-AJ-CLAWBACK (CS-ADJ-IDX) TO CS-CLAWBACK-TOTAL
               PERFORM 2410-FORMAT-CLAWBACK-TYPE
               MOVE CS-AJ-INVOICE (CS-ADJ-IDX) TO CS-CB-INVOICE
               IF CS-AJ-CREDIT-MEMO (CS-ADJ-IDX) = 0
                   MOVE SPACES TO CS-CB-CREDIT-MEMO
               ELSE
                   MOVE SPACES TO CS-CB-CREDIT-MEMO
                   STRING "CM " CS-AJ-CREDIT-MEMO (CS-ADJ-IDX)
                       DELIMITED BY SIZE INTO CS-CB-CREDIT-MEMO
               END-IF
               MOVE CS-AJ-AMOUNT (CS-ADJ-IDX) TO CS-CB-AMOUNT
               MOVE CS-AJ-RATE (CS-ADJ-IDX) TO CS-CB-RATE
               COMPUTE CS-CB-CLAWBACK =
                   0 - CS-AJ-CLAWBACK (CS-ADJ-IDX)
               DISPLAY CS-CLAWBACK-LINE
           END-IF.

       2410-FORMAT-CLAWBACK-TYPE.
           IF CS-AJ-TYPE (CS-ADJ-IDX) = "R"
               MOVE "RETURN" TO CS-CB-TYPE
               MOVE "RETURN" TO CS-UC-TYPE
           ELSE
               MOVE "WRITE-OFF" TO CS-CB-TYPE
               MOVE "WRITE-OFF" TO CS-UC-TYPE
           END-IF.

       2500-WRITE-PAYROLL-FEED.
           MOVE SPACES TO PAYROLL-FEED-RECORD
           MOVE CS-RP-ID (CS-REP-IDX) TO PF-SALESPERSON-ID
           MOVE CS-REP-COMM-TOTAL TO PF-COMMISSION-EARNED
           MOVE CS-RP-DRAW (CS-REP-IDX) TO PF-DRAW-AMOUNT
           MOVE CS-REP-NET-PAYABLE TO PF-NET-PAYABLE
           MOVE CS-REP-CLAWBACK-TOTAL TO PF-CLAWBACK-AMOUNT
           MOVE "S" TO PF-EARNINGS-TYPE
           WRITE PAYROLL-FEED-RECORD.

      *-----------------------------------------------------------------
               MOVE CS-REP-IDX TO CS-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * RETURNS AND WRITE-OFFS THAT COULD NOT BE CHARGED TO A REP -
      * NO COMMISSION RECORDED ON THE INVOICE, ALREADY FULLY CHARGED
      * BACK, OR A REP NO LONGER ON THE MASTER - ARE LISTED FOR SALES
      * MANAGEMENT TO SETTLE BY HAND.
      *-----------------------------------------------------------------
       2800-LIST-UNCHARGED-CLAWBACKS.
           IF CS-ADJ-COUNT > 0
               PERFORM 2810-CHECK-ONE-ADJUSTMENT
                   VARYING CS-ADJ-IDX FROM 1 BY 1
                   UNTIL CS-ADJ-IDX > CS-ADJ-COUNT
           END-IF.

       2810-CHECK-ONE-ADJUSTMENT.
           IF CS-AJ-REASON (CS-ADJ-IDX) NOT = SPACES
               IF CS-UNCHARGED-COUNT = 0
                   DISPLAY " "
                   DISPLAY "RETURNS AND WRITE-OFFS NOT CHARGED BACK"
               END-IF
               ADD 1 TO CS-UNCHARGED-COUNT
               PERFORM 2410-FORMAT-CLAWBACK-TYPE
               MOVE CS-AJ-INVOICE (CS-ADJ-IDX) TO CS-UC-INVOICE
               MOVE CS-AJ-AMOUNT (CS-ADJ-IDX) TO CS-UC-AMOUNT
               MOVE CS-AJ-REP-ID (CS-ADJ-IDX) TO CS-UC-REP-ID
               MOVE CS-AJ-REASON (CS-ADJ-IDX) TO CS-UC-REASON
               DISPLAY CS-UNCHARGED-LINE
           END-IF.

       3000-TERMINATE.
           PERFORM 3100-REWRITE-DRAW-BALANCES
           PERFORM 3200-CLEAR-ADJUSTMENTS
           DISPLAY " "
           DISPLAY "STATEMENTS PRODUCED: " CS-REP-COUNT
           DISPLAY "ACCELERATED SALES:   " CS-ACCEL-SALE-COUNT
           DISPLAY "CLAWBACKS CHARGED:   " CS-CHARGED-COUNT
           DISPLAY "CLAWBACK TOTAL:      " CS-CLAWBACK-TOTAL
           DISPLAY "NOT CHARGED BACK:    " CS-UNCHARGED-COUNT
           CLOSE PAYROLL-FEED
           PERFORM 8100-PRINT-REPORT-FOOTER.

               WRITE DRAW-BALANCE-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * THE ADJUSTMENTS HAVE BEEN TAKEN; RMAPROC AND WRITEOFF START
      * THE NEXT PERIOD'S FILE AFRESH.
      *-----------------------------------------------------------------
       3200-CLEAR-ADJUSTMENTS.
           OPEN OUTPUT COMMISSION-ADJ-FILE
           IF NOT CS-COMMADJ-OK
               MOVE "COMMSTMT" TO AB-PROGRAM-ID
               MOVE "COMMADJ" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE CS-COMMADJ-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           CLOSE COMMISSION-ADJ-FILE.

       COPY ABENDPAR.
       COPY RPTHDRPR.

