      ******************************************************************
      * PROGRAM-ID.    FADEPREC
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - FINANCE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       MONTHLY FIXED ASSET DEPRECIATION RUN AND ASSET
      *                REGISTER.  FOR EVERY ASSET ON THE FIXED ASSET
      *                MASTER IT TAKES EACH MONTH STILL DUE THROUGH THE
      *                RUN PERIOD - STRAIGHT-LINE, OR DOUBLE-DECLINING
      *                BALANCE SWITCHING TO STRAIGHT-LINE WHEN THAT
      *                GIVES MORE - NEVER PAST SALVAGE VALUE, AND
      *                CARRIES THE ACCUMULATED DEPRECIATION, MONTHS
      *                TAKEN AND LAST PERIOD ON THE MASTER, SO A RERUN
      *                FOR THE SAME PERIOD TAKES NOTHING TWICE.  A
      *                DISPOSED ASSET IS DEPRECIATED THROUGH THE MONTH
      *                BEFORE ITS DISPOSAL, ITS GAIN OR LOSS (PROCEEDS
      *                LESS NET BOOK VALUE) IS FIXED AND REPORTED IN
      *                THE PERIOD OF DISPOSAL, AND IT THEN DROPS OFF
      *                THE REGISTER.  THE PERIOD'S DEPRECIATION IS
      *                APPENDED TO THE PERIOD-CLOSE FILE, ONE RECORD
      *                PER EXPENSE/ACCUMULATED DEPRECIATION ACCOUNT
      *                PAIR WITH THE AMOUNT IN PS-AMOUNT-1, FOR
      *                PERDCLOSE TO CARRY TO THE GL JOURNAL.  THE
      *                REGISTER SHOWS COST, THE PERIOD'S DEPRECIATION,
      *                ACCUMULATED DEPRECIATION AND NET BOOK VALUE.
      *                THE PERIOD IS ON THE FADEPCTL CONTROL RECORD;
      *                WITH NONE, THE LAST COMPLETE MONTH.  AN ASSET
      *                THAT CANNOT BE DEPRECIATED (NO LIFE, UNKNOWN
      *                METHOD) IS LISTED AND ENDS THE RUN WITH RETURN
      *                CODE 4.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FADEPREC.
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
           SELECT DEPREC-CONTROL ASSIGN TO "FADEPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FP-FADEPCTL-STATUS.
           SELECT ASSET-MASTER ASSIGN TO "FIXASSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FA-ASSET-NUMBER OF ASSET-MASTER-RECORD
               FILE STATUS IS FP-FIXASSET-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERDCLOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FP-PERDCLOS-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEPREC-CONTROL
           RECORDING MODE IS F.
       01  DEPREC-CONTROL-RECORD.
           05  FC-PERIOD               PIC 9(06).
           05  FILLER                  PIC X(74).

       FD  ASSET-MASTER
           RECORDING MODE IS F.
       01  ASSET-MASTER-RECORD.
           COPY FIXASSET.

       FD  PERIOD-CLOSE-FILE
           RECORDING MODE IS F.
       01  PERIOD-CLOSE-RECORD.
           COPY PERIODSUM.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  FP-FADEPCTL-STATUS          PIC X(02) VALUE "00".
           88  FP-FADEPCTL-OK          VALUE "00".
           88  FP-FADEPCTL-EOF         VALUE "10".
           88  FP-FADEPCTL-NOTFOUND    VALUE "35".
       01  FP-FIXASSET-STATUS          PIC X(02) VALUE "00".
           88  FP-FIXASSET-OK          VALUE "00".
           88  FP-FIXASSET-EOF         VALUE "10".
           88  FP-FIXASSET-NOTFOUND    VALUE "35".
       01  FP-PERDCLOS-STATUS          PIC X(02) VALUE "00".
           88  FP-PERDCLOS-OK          VALUE "00".

       01  FP-SWITCHES.
           05  FP-ASSET-EOF-SWITCH     PIC X(01) VALUE "N".
               88  FP-ASSET-END        VALUE "Y".
           05  FP-FULLY-DEPR-SWITCH    PIC X(01) VALUE "N".
               88  FP-FULLY-DEPRECIATED
                                       VALUE "Y".
           05  FP-REWRITE-SWITCH       PIC X(01) VALUE "N".
               88  FP-MASTER-CHANGED   VALUE "Y".
           05  FP-DISPOSAL-SWITCH      PIC X(01) VALUE "N".
               88  FP-REPORT-DISPOSAL  VALUE "Y".

       01  FP-COUNTERS.
           05  FP-ASSETS-READ          PIC 9(07) COMP VALUE 0.
           05  FP-ASSETS-DEPRECIATED   PIC 9(07) COMP VALUE 0.
           05  FP-ASSETS-ON-REGISTER   PIC 9(07) COMP VALUE 0.
           05  FP-ASSETS-RETIRED       PIC 9(07) COMP VALUE 0.
           05  FP-ASSETS-REWRITTEN     PIC 9(07) COMP VALUE 0.
           05  FP-ASSETS-IN-ERROR      PIC 9(05) COMP VALUE 0.
           05  FP-DISPOSAL-COUNT       PIC 9(05) COMP VALUE 0.
           05  FP-PERIOD-RECORDS       PIC 9(05) COMP VALUE 0.

      *-----------------------------------------------------------------
      * RUN PERIOD, THE MONTH BEING DEPRECIATED AND THE LAST MONTH
      * THIS ASSET MAY TAKE - THE RUN PERIOD, OR THE MONTH BEFORE
      * THE DISPOSAL MONTH IF THAT IS EARLIER.
      *-----------------------------------------------------------------
       01  FP-PERIOD-FIELDS.
           05  FP-PERIOD               PIC 9(06) VALUE 0.
           05  FP-PERIOD-PARTS REDEFINES FP-PERIOD.
               10  FP-PERIOD-YEAR      PIC 9(04).
               10  FP-PERIOD-MONTH     PIC 9(02).
           05  FP-WORK-PERIOD          PIC 9(06) VALUE 0.
           05  FP-WORK-PERIOD-PARTS REDEFINES FP-WORK-PERIOD.
               10  FP-WORK-YEAR        PIC 9(04).
               10  FP-WORK-MONTH       PIC 9(02).
           05  FP-STOP-PERIOD          PIC 9(06) VALUE 0.
           05  FP-STOP-PERIOD-PARTS REDEFINES FP-STOP-PERIOD.
               10  FP-STOP-YEAR        PIC 9(04).
               10  FP-STOP-MONTH       PIC 9(02).
           05  FP-RUN-DATE             PIC 9(08) VALUE 0.
           05  FP-RUN-DATE-PARTS REDEFINES FP-RUN-DATE.
               10  FP-RUN-YEAR         PIC 9(04).
               10  FP-RUN-MONTH        PIC 9(02).
               10  FP-RUN-DAY          PIC 9(02).

       01  FP-DEPREC-WORK.
           05  FP-REMAINING            PIC S9(09)V99 VALUE 0.
           05  FP-LIFE-LEFT            PIC S9(04) VALUE 0.
           05  FP-SL-MONTH             PIC S9(09)V99 VALUE 0.
           05  FP-MONTH-DEPREC         PIC S9(09)V99 VALUE 0.
           05  FP-ASSET-DEPREC         PIC S9(09)V99 VALUE 0.
           05  FP-NET-BOOK-VALUE       PIC S9(09)V99 VALUE 0.

       01  FP-REGISTER-TOTALS.
           05  FP-TOT-COST             PIC S9(11)V99 VALUE 0.
           05  FP-TOT-PERIOD-DEPREC    PIC S9(11)V99 VALUE 0.
           05  FP-TOT-ACCUM            PIC S9(11)V99 VALUE 0.
           05  FP-TOT-NBV              PIC S9(11)V99 VALUE 0.
           05  FP-TOT-DISP-COST        PIC S9(11)V99 VALUE 0.
           05  FP-TOT-DISP-ACCUM       PIC S9(11)V99 VALUE 0.
           05  FP-TOT-DISP-NBV         PIC S9(11)V99 VALUE 0.
           05  FP-TOT-PROCEEDS         PIC S9(11)V99 VALUE 0.
           05  FP-TOT-GAIN-LOSS        PIC S9(11)V99 VALUE 0.

      *-----------------------------------------------------------------
      * THE PERIOD'S DEPRECIATION BY EXPENSE AND ACCUMULATED
      * DEPRECIATION ACCOUNT PAIR - ONE PERIOD-CLOSE RECORD EACH.
      *-----------------------------------------------------------------
       01  FP-PAIR-COUNT               PIC 9(04) COMP VALUE 0.
       01  FP-MAX-PAIRS                PIC 9(04) COMP VALUE 100.
       01  FP-PAIR-IDX                 PIC 9(04) COMP VALUE 0.
       01  FP-PAIR-FOUND-IDX           PIC 9(04) COMP VALUE 0.
       01  FP-PAIR-TABLE.
           05  FP-PAIR-ENTRY OCCURS 100 TIMES.
               10  FP-PR-EXPENSE-ACCT  PIC X(08).
               10  FP-PR-ACCUM-ACCT    PIC X(08).
               10  FP-PR-AMOUNT        PIC S9(10)V99.

       01  FP-PERIOD-LINE.
           05  FILLER                  PIC X(20)
                   VALUE " DEPRECIATION PERIOD".
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-PL-PERIOD            PIC 9(06).

       01  FP-COLUMN-LINE-1.
           05  FILLER                  PIC X(44)
                   VALUE " ASSET  DESCRIPTION               M IN SERV".
           05  FILLER                  PIC X(32)
                   VALUE "            COST  PERIOD DEPREC ".
           05  FILLER                  PIC X(32)
                   VALUE "   ACCUM DEPREC  NET BOOK VALUE".

       01  FP-REGISTER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RL-ASSET-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RL-DESCRIPTION       PIC X(25).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RL-METHOD            PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RL-IN-SERVICE-DATE   PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RL-COST              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RL-PERIOD-DEPREC     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RL-ACCUM-DEPREC      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-RL-NET-BOOK-VALUE    PIC ZZZ,ZZZ,ZZ9.99-.

       01  FP-DISPOSAL-LINE.
           05  FILLER                  PIC X(17)
                   VALUE "        DISPOSED ".
           05  FP-DL-DISPOSAL-DATE     PIC 9(08).
           05  FILLER                  PIC X(11) VALUE "  PROCEEDS ".
           05  FP-DL-PROCEEDS          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-DL-GAIN-LOSS-LABEL   PIC X(05).
           05  FP-DL-GAIN-LOSS         PIC ZZZ,ZZZ,ZZ9.99-.

       01  FP-ERROR-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-EL-ASSET-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-EL-DESCRIPTION       PIC X(25).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  FP-EL-REASON            PIC X(40).

       01  FP-TOTAL-LINE.
           05  FP-TL-LABEL             PIC X(45).
           05  FP-TL-COST              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-TL-PERIOD-DEPREC     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-TL-ACCUM-DEPREC      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FP-TL-NET-BOOK-VALUE    PIC ZZZ,ZZZ,ZZ9.99-.

       01  FP-SUMMARY-LINE.
           05  FP-SL-LABEL             PIC X(30).
           05  FP-SL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ASSET
               UNTIL FP-ASSET-END
           PERFORM 3000-PRINT-TOTALS
           PERFORM 4000-WRITE-PERIOD-CLOSE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "FADEPREC" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "FADEPREC" TO RH-PROGRAM-NAME
           MOVE "FIXED ASSET DEPRECIATION REGISTER" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           MOVE RH-RUN-DATE TO FP-RUN-DATE
           PERFORM 1100-READ-DEPREC-CONTROL
           OPEN I-O ASSET-MASTER
           IF FP-FIXASSET-NOTFOUND
               DISPLAY "FADEPREC: NO FIXED ASSET MASTER - NOTHING "
                   "TO DEPRECIATE"
               SET FP-ASSET-END TO TRUE
           ELSE
               IF NOT FP-FIXASSET-OK
                   MOVE "FADEPREC" TO AB-PROGRAM-ID
                   MOVE "FIXASSET" TO AB-FILE-NAME
                   MOVE "OPEN I-O" TO AB-OPERATION
                   MOVE FP-FIXASSET-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-ASSET
           END-IF
           PERFORM 8000-PRINT-REPORT-HEADER
           MOVE FP-PERIOD TO FP-PL-PERIOD
           DISPLAY FP-PERIOD-LINE
           DISPLAY " "
           DISPLAY FP-COLUMN-LINE-1.

      *-----------------------------------------------------------------
      * NO CONTROL RECORD, OR A ZERO PERIOD ON IT, MEANS THE LAST
      * COMPLETE MONTH.
      *-----------------------------------------------------------------
       1100-READ-DEPREC-CONTROL.
           MOVE 0 TO FP-PERIOD
           OPEN INPUT DEPREC-CONTROL
           IF FP-FADEPCTL-NOTFOUND
               DISPLAY "FADEPREC: NO FADEPCTL CONTROL RECORD - "
                   "DEPRECIATING THROUGH THE LAST COMPLETE MONTH"
           ELSE
               IF NOT FP-FADEPCTL-OK AND NOT FP-FADEPCTL-EOF
                   MOVE "FADEPREC" TO AB-PROGRAM-ID
                   MOVE "FADEPCTL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE FP-FADEPCTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ DEPREC-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FC-PERIOD IS NUMERIC
                           MOVE FC-PERIOD TO FP-PERIOD
                       END-IF
               END-READ
               CLOSE DEPREC-CONTROL
           END-IF
           IF FP-PERIOD NOT = 0
               IF FP-PERIOD-MONTH < 1 OR FP-PERIOD-MONTH > 12
                   DISPLAY "FADEPREC: CONTROL PERIOD " FP-PERIOD
                       " NOT A VALID YEAR AND MONTH - USING THE "
                       "LAST COMPLETE MONTH"
                   MOVE 0 TO FP-PERIOD
               END-IF
           END-IF
           IF FP-PERIOD = 0
               IF FP-RUN-MONTH = 1
                   COMPUTE FP-PERIOD = (FP-RUN-YEAR - 1) * 100 + 12
               ELSE
                   COMPUTE FP-PERIOD =
                       FP-RUN-YEAR * 100 + FP-RUN-MONTH - 1
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * ONE ASSET: TAKE THE MONTHS DUE, FIX THE GAIN OR LOSS ON A
      * DISPOSAL FALLING IN THE PERIOD, REWRITE THE MASTER IF
      * ANYTHING CHANGED AND PRINT ITS REGISTER LINE.  AN ASSET
      * WHOSE DISPOSAL WAS REPORTED IN AN EARLIER PERIOD IS RETIRED
      * AND NOT PRINTED.
      *-----------------------------------------------------------------
       2000-PROCESS-ASSET.
           ADD 1 TO FP-ASSETS-READ
           IF FA-ASSET-DISPOSED AND FA-DISPOSAL-REPORTED
               ADD 1 TO FP-ASSETS-RETIRED
           ELSE
               IF FA-USEFUL-LIFE IS NOT NUMERIC
                       OR FA-USEFUL-LIFE = 0
                       OR NOT FA-METHOD-VALID
                   PERFORM 2050-LIST-ASSET-IN-ERROR
               ELSE
                   PERFORM 2100-DEPRECIATE-ASSET
               END-IF
           END-IF
           PERFORM 2900-READ-ASSET.

       2050-LIST-ASSET-IN-ERROR.
           ADD 1 TO FP-ASSETS-IN-ERROR
           MOVE FA-ASSET-NUMBER TO FP-EL-ASSET-NUMBER
           MOVE FA-DESCRIPTION TO FP-EL-DESCRIPTION
           IF FA-USEFUL-LIFE IS NOT NUMERIC OR FA-USEFUL-LIFE = 0
               MOVE "NO USEFUL LIFE - NOT DEPRECIATED"
                   TO FP-EL-REASON
           ELSE
               MOVE "METHOD NOT S/D - NOT DEPRECIATED"
                   TO FP-EL-REASON
           END-IF
           DISPLAY FP-ERROR-LINE.

       2100-DEPRECIATE-ASSET.
           MOVE "N" TO FP-REWRITE-SWITCH
           MOVE "N" TO FP-DISPOSAL-SWITCH
           MOVE "N" TO FP-FULLY-DEPR-SWITCH
           MOVE 0 TO FP-ASSET-DEPREC
           MOVE FP-PERIOD TO FP-STOP-PERIOD
           IF FA-ASSET-DISPOSED
               PERFORM 2150-SET-DISPOSAL-STOP
           END-IF
           IF FA-LAST-DEPREC-PERIOD = 0
               MOVE FA-IN-SERVICE-DATE (1:6) TO FP-WORK-PERIOD
           ELSE
               MOVE FA-LAST-DEPREC-PERIOD TO FP-WORK-PERIOD
               PERFORM 2250-ADVANCE-WORK-PERIOD
           END-IF
           PERFORM 2200-DEPRECIATE-ONE-MONTH
               UNTIL FP-WORK-PERIOD > FP-STOP-PERIOD
                   OR FP-FULLY-DEPRECIATED
           IF FP-ASSET-DEPREC > 0
               ADD 1 TO FP-ASSETS-DEPRECIATED
               SET FP-MASTER-CHANGED TO TRUE
               PERFORM 2300-ADD-TO-ACCOUNT-PAIR
           END-IF
           COMPUTE FP-NET-BOOK-VALUE = FA-COST - FA-ACCUM-DEPREC
           IF FA-ASSET-DISPOSED
                   AND FA-DISPOSAL-DATE (1:6) NOT > FP-PERIOD
               COMPUTE FA-GAIN-LOSS =
                   FA-DISPOSAL-PROCEEDS - FP-NET-BOOK-VALUE
               MOVE "Y" TO FA-DISP-REPORTED
               SET FP-MASTER-CHANGED TO TRUE
               SET FP-REPORT-DISPOSAL TO TRUE
           END-IF
           IF FP-MASTER-CHANGED
               REWRITE ASSET-MASTER-RECORD
               IF NOT FP-FIXASSET-OK
                   MOVE "FADEPREC" TO AB-PROGRAM-ID
                   MOVE "FIXASSET" TO AB-FILE-NAME
                   MOVE "REWRITE" TO AB-OPERATION
                   MOVE FP-FIXASSET-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO FP-ASSETS-REWRITTEN
           END-IF
           PERFORM 2400-PRINT-REGISTER-LINE.

      *-----------------------------------------------------------------
      * NO DEPRECIATION IN THE MONTH OF DISPOSAL: THE LAST MONTH
      * TAKEN IS THE ONE BEFORE IT, IF THAT IS EARLIER THAN THE RUN
      * PERIOD.
      *-----------------------------------------------------------------
       2150-SET-DISPOSAL-STOP.
           IF FA-DISPOSAL-DATE (1:6) NOT > FP-PERIOD
               MOVE FA-DISPOSAL-DATE (1:6) TO FP-STOP-PERIOD
               IF FP-STOP-MONTH = 1
                   SUBTRACT 1 FROM FP-STOP-YEAR
                   MOVE 12 TO FP-STOP-MONTH
               ELSE
                   SUBTRACT 1 FROM FP-STOP-MONTH
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * ONE MONTH'S DEPRECIATION.  STRAIGHT-LINE SPREADS WHAT IS
      * LEFT ABOVE SALVAGE OVER THE MONTHS OF LIFE LEFT, SO A COST,
      * LIFE OR SALVAGE EDIT CARRIES FORWARD FROM THE NEXT MONTH.
      * DECLINING BALANCE TAKES TWICE THE STRAIGHT-LINE RATE ON NET
      * BOOK VALUE UNTIL STRAIGHT-LINE GIVES MORE.  THE LAST MONTH
      * OF LIFE TAKES WHATEVER IS LEFT, AND NO MONTH GOES BELOW
      * SALVAGE.
      *-----------------------------------------------------------------
       2200-DEPRECIATE-ONE-MONTH.
           COMPUTE FP-REMAINING =
               FA-COST - FA-SALVAGE-VALUE - FA-ACCUM-DEPREC
           IF FP-REMAINING NOT > 0
               SET FP-FULLY-DEPRECIATED TO TRUE
           ELSE
               COMPUTE FP-LIFE-LEFT =
                   FA-USEFUL-LIFE - FA-MONTHS-DEPRECIATED
               IF FP-LIFE-LEFT NOT > 1
                   MOVE FP-REMAINING TO FP-MONTH-DEPREC
               ELSE
                   COMPUTE FP-SL-MONTH ROUNDED =
                       FP-REMAINING / FP-LIFE-LEFT
                   IF FA-METHOD-DECLINING
                       COMPUTE FP-MONTH-DEPREC ROUNDED =
                           (FA-COST - FA-ACCUM-DEPREC) * 2
                               / FA-USEFUL-LIFE
                       IF FP-SL-MONTH > FP-MONTH-DEPREC
                           MOVE FP-SL-MONTH TO FP-MONTH-DEPREC
                       END-IF
                   ELSE
                       MOVE FP-SL-MONTH TO FP-MONTH-DEPREC
                   END-IF
               END-IF
               IF FP-MONTH-DEPREC > FP-REMAINING
                   MOVE FP-REMAINING TO FP-MONTH-DEPREC
               END-IF
               ADD FP-MONTH-DEPREC TO FA-ACCUM-DEPREC
               ADD FP-MONTH-DEPREC TO FP-ASSET-DEPREC
               ADD 1 TO FA-MONTHS-DEPRECIATED
               MOVE FP-WORK-PERIOD TO FA-LAST-DEPREC-PERIOD
               PERFORM 2250-ADVANCE-WORK-PERIOD
           END-IF.

       2250-ADVANCE-WORK-PERIOD.
           IF FP-WORK-MONTH = 12
               ADD 1 TO FP-WORK-YEAR
               MOVE 1 TO FP-WORK-MONTH
           ELSE
               ADD 1 TO FP-WORK-MONTH
           END-IF.

       2300-ADD-TO-ACCOUNT-PAIR.
           MOVE 0 TO FP-PAIR-FOUND-IDX
           PERFORM 2310-COMPARE-ACCOUNT-PAIR
               VARYING FP-PAIR-IDX FROM 1 BY 1
               UNTIL FP-PAIR-IDX > FP-PAIR-COUNT
                   OR FP-PAIR-FOUND-IDX NOT = 0
           IF FP-PAIR-FOUND-IDX = 0
               IF FP-PAIR-COUNT NOT < FP-MAX-PAIRS
                   DISPLAY "FADEPREC: ACCOUNT PAIR TABLE FULL AT "
                       FP-MAX-PAIRS " - RUN STOPPED"
                   MOVE "FADEPREC" TO AB-PROGRAM-ID
                   MOVE "FIXASSET" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE FP-FIXASSET-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO FP-PAIR-COUNT
               MOVE FP-PAIR-COUNT TO FP-PAIR-FOUND-IDX
               MOVE FA-EXPENSE-ACCOUNT
                   TO FP-PR-EXPENSE-ACCT (FP-PAIR-FOUND-IDX)
               MOVE FA-ACCUM-ACCOUNT
                   TO FP-PR-ACCUM-ACCT (FP-PAIR-FOUND-IDX)
               MOVE 0 TO FP-PR-AMOUNT (FP-PAIR-FOUND-IDX)
           END-IF
           ADD FP-ASSET-DEPREC TO FP-PR-AMOUNT (FP-PAIR-FOUND-IDX).

       2310-COMPARE-ACCOUNT-PAIR.
           IF FP-PR-EXPENSE-ACCT (FP-PAIR-IDX) = FA-EXPENSE-ACCOUNT
                   AND FP-PR-ACCUM-ACCT (FP-PAIR-IDX)
                       = FA-ACCUM-ACCOUNT
               MOVE FP-PAIR-IDX TO FP-PAIR-FOUND-IDX
           END-IF.

       2400-PRINT-REGISTER-LINE.
           ADD 1 TO FP-ASSETS-ON-REGISTER
           MOVE FA-ASSET-NUMBER TO FP-RL-ASSET-NUMBER
           MOVE FA-DESCRIPTION TO FP-RL-DESCRIPTION
           MOVE FA-METHOD TO FP-RL-METHOD
           MOVE FA-IN-SERVICE-DATE TO FP-RL-IN-SERVICE-DATE
           MOVE FA-COST TO FP-RL-COST
           MOVE FP-ASSET-DEPREC TO FP-RL-PERIOD-DEPREC
           MOVE FA-ACCUM-DEPREC TO FP-RL-ACCUM-DEPREC
           MOVE FP-NET-BOOK-VALUE TO FP-RL-NET-BOOK-VALUE
           DISPLAY FP-REGISTER-LINE
           ADD FP-ASSET-DEPREC TO FP-TOT-PERIOD-DEPREC
           IF FP-REPORT-DISPOSAL
               ADD 1 TO FP-DISPOSAL-COUNT
               ADD FA-COST TO FP-TOT-DISP-COST
               ADD FA-ACCUM-DEPREC TO FP-TOT-DISP-ACCUM
               ADD FP-NET-BOOK-VALUE TO FP-TOT-DISP-NBV
               ADD FA-DISPOSAL-PROCEEDS TO FP-TOT-PROCEEDS
               ADD FA-GAIN-LOSS TO FP-TOT-GAIN-LOSS
               MOVE FA-DISPOSAL-DATE TO FP-DL-DISPOSAL-DATE
               MOVE FA-DISPOSAL-PROCEEDS TO FP-DL-PROCEEDS
               IF FA-GAIN-LOSS < 0
                   MOVE "LOSS " TO FP-DL-GAIN-LOSS-LABEL
               ELSE
                   MOVE "GAIN " TO FP-DL-GAIN-LOSS-LABEL
               END-IF
               MOVE FA-GAIN-LOSS TO FP-DL-GAIN-LOSS
               DISPLAY FP-DISPOSAL-LINE
           ELSE
               ADD FA-COST TO FP-TOT-COST
               ADD FA-ACCUM-DEPREC TO FP-TOT-ACCUM
               ADD FP-NET-BOOK-VALUE TO FP-TOT-NBV
           END-IF.

       2900-READ-ASSET.
           READ ASSET-MASTER
               AT END
                   SET FP-ASSET-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE IN-SERVICE TOTALS EXCLUDE THE ASSETS DISPOSED THIS
      * PERIOD, WHICH ARE TOTALLED SEPARATELY WITH THEIR GAIN OR
      * LOSS.  THE PERIOD DEPRECIATION TOTAL COVERS BOTH.
      *-----------------------------------------------------------------
       3000-PRINT-TOTALS.
           DISPLAY " "
           MOVE "  ASSETS IN SERVICE" TO FP-TL-LABEL
           MOVE FP-TOT-COST TO FP-TL-COST
           MOVE FP-TOT-PERIOD-DEPREC TO FP-TL-PERIOD-DEPREC
           MOVE FP-TOT-ACCUM TO FP-TL-ACCUM-DEPREC
           MOVE FP-TOT-NBV TO FP-TL-NET-BOOK-VALUE
           DISPLAY FP-TOTAL-LINE
           MOVE "  DISPOSED THIS PERIOD" TO FP-TL-LABEL
           MOVE FP-TOT-DISP-COST TO FP-TL-COST
           MOVE 0 TO FP-TL-PERIOD-DEPREC
           MOVE FP-TOT-DISP-ACCUM TO FP-TL-ACCUM-DEPREC
           MOVE FP-TOT-DISP-NBV TO FP-TL-NET-BOOK-VALUE
           DISPLAY FP-TOTAL-LINE
           DISPLAY " "
           MOVE "  DISPOSAL PROCEEDS:" TO FP-SL-LABEL
           MOVE FP-TOT-PROCEEDS TO FP-SL-AMOUNT
           DISPLAY FP-SUMMARY-LINE
           IF FP-TOT-GAIN-LOSS < 0
               MOVE "  NET LOSS ON DISPOSALS:" TO FP-SL-LABEL
           ELSE
               MOVE "  NET GAIN ON DISPOSALS:" TO FP-SL-LABEL
           END-IF
           MOVE FP-TOT-GAIN-LOSS TO FP-SL-AMOUNT
           DISPLAY FP-SUMMARY-LINE
           DISPLAY " "
           DISPLAY "  ASSETS READ:              " FP-ASSETS-READ
           DISPLAY "  ASSETS ON REGISTER:       " FP-ASSETS-ON-REGISTER
           DISPLAY "  ASSETS DEPRECIATED:       " FP-ASSETS-DEPRECIATED
           DISPLAY "  DISPOSALS REPORTED:       " FP-DISPOSAL-COUNT
           DISPLAY "  RETIRED (NOT LISTED):     " FP-ASSETS-RETIRED
           DISPLAY "  ASSETS NOT DEPRECIATED:   " FP-ASSETS-IN-ERROR
           PERFORM 8100-PRINT-REPORT-FOOTER.

      *-----------------------------------------------------------------
      * ONE PERIOD-CLOSE RECORD PER ACCOUNT PAIR: DEBIT DEPRECIATION
      * EXPENSE, CREDIT ACCUMULATED DEPRECIATION.  A RERUN THAT TOOK
      * NOTHING WRITES NOTHING.
      *-----------------------------------------------------------------
       4000-WRITE-PERIOD-CLOSE.
           IF FP-PAIR-COUNT > 0
               OPEN EXTEND PERIOD-CLOSE-FILE
               IF NOT FP-PERDCLOS-OK
                   CLOSE PERIOD-CLOSE-FILE
                   OPEN OUTPUT PERIOD-CLOSE-FILE
               END-IF
               PERFORM 4100-WRITE-ONE-PAIR
                   VARYING FP-PAIR-IDX FROM 1 BY 1
                   UNTIL FP-PAIR-IDX > FP-PAIR-COUNT
               CLOSE PERIOD-CLOSE-FILE
           END-IF.

       4100-WRITE-ONE-PAIR.
           MOVE SPACES TO PERIOD-CLOSE-RECORD
           MOVE "FADEPREC" TO PS-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE (1:8) TO PS-PERIOD-END-DATE
           MOVE FP-PR-AMOUNT (FP-PAIR-IDX) TO PS-AMOUNT-1
           MOVE 0 TO PS-AMOUNT-2
           MOVE 0 TO PS-AMOUNT-3
           MOVE FP-PR-EXPENSE-ACCT (FP-PAIR-IDX) TO PS-DEBIT-ACCOUNT
           MOVE FP-PR-ACCUM-ACCT (FP-PAIR-IDX) TO PS-CREDIT-ACCOUNT
           WRITE PERIOD-CLOSE-RECORD
           ADD 1 TO FP-PERIOD-RECORDS.

       9000-TERMINATE.
           IF FP-FIXASSET-OK OR FP-FIXASSET-EOF
               CLOSE ASSET-MASTER
           END-IF
           DISPLAY "FADEPREC: PERIOD-CLOSE RECORDS WRITTEN: "
               FP-PERIOD-RECORDS
           IF FP-ASSETS-IN-ERROR > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE FP-ASSETS-READ TO RW-READ-COUNT
           MOVE FP-ASSETS-REWRITTEN TO RW-WRITE-COUNT
           MOVE FP-ASSETS-IN-ERROR TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM FADEPREC.
