      ******************************************************************
      * PROGRAM-ID.    FIXAMANT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - FINANCE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       FIXED ASSET MASTER MAINTENANCE, IN THE SAME
      *                TRANSACTION STYLE AS THE VENDOR MASTER
      *                MAINTENANCE RUN.  APPLIES ADD, EDIT AND DISPOSE
      *                TRANSACTIONS AGAINST THE FIXED ASSET MASTER.
      *                AN ADD MAY CARRY THE ACCUMULATED DEPRECIATION
      *                AND MONTHS ALREADY TAKEN SO ASSETS BOUGHT BEFORE
      *                THE REGISTER EXISTED COME ON AT THEIR BOOK
      *                VALUE.  THE THREE GL ACCOUNTS ARE CHECKED
      *                AGAINST THE CHART OF ACCOUNTS - ASSET AND
      *                ACCUMULATED DEPRECIATION MUST BE ACTIVE ASSET
      *                ACCOUNTS, DEPRECIATION EXPENSE AN ACTIVE EXPENSE
      *                OR COST-OF-SALES ACCOUNT.  A DISPOSAL RECORDS THE
      *                DATE AND PROCEEDS AND SHOWS THE GAIN OR LOSS ON
      *                THE BOOK VALUE AS OF THE LAST DEPRECIATION RUN;
      *                THE MONTHLY RUN REPORTS THE FINAL FIGURE.  EVERY
      *                CHANGE WRITES BEFORE/AFTER IMAGES TO THE AUDIT
      *                LOG AND EVERY TRANSACTION NEEDS A SUPERVISOR
      *                OPERATOR ON THE CREDENTIALS MASTER.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL - MODELED ON VENDMANT.
      * 10/15/2026 DO    THE OPERATOR ID NOW GOES INTO THE AUDIT
      *                  RECORD'S OPERATOR FIELD FOR THE SEGREGATION-
      *                  OF-DUTIES REVIEW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FIXAMANT.
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
           SELECT ASSET-MASTER ASSIGN TO "FIXASSET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FA-ASSET-NUMBER OF ASSET-MASTER-RECORD
               FILE STATUS IS FM-FIXASSET-STATUS.
           SELECT MAINT-TRANS ASSIGN TO "FIXATRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-FIXATRAN-STATUS.
           SELECT COA-MASTER ASSIGN TO "COAMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-COAMAST-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-AUDITLOG-STATUS.
           SELECT ASSET-SUSPENSE ASSIGN TO "FIXASUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-FIXASUSP-STATUS.
           SELECT CREDENTIALS-MASTER ASSIGN TO "CREDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FM-CREDMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-MASTER
           RECORDING MODE IS F.
       01  ASSET-MASTER-RECORD.
           COPY FIXASSET.

       FD  COA-MASTER
           RECORDING MODE IS F.
       01  COA-MASTER-RECORD.
           05  CA-ACCOUNT-NUMBER       PIC X(08).
           05  CA-DESCRIPTION          PIC X(30).
           05  CA-ACCOUNT-TYPE         PIC X(01).
           05  CA-ACTIVE-FLAG          PIC X(01).
           05  FILLER                  PIC X(40).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       FD  ASSET-SUSPENSE
           RECORDING MODE IS F.
       01  ASSET-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  CREDENTIALS-MASTER
           RECORDING MODE IS F.
       01  CREDENTIALS-RECORD.
           COPY CREDREC.

      *-----------------------------------------------------------------
      * ADD AND EDIT TRANSACTIONS CARRY THE ASSET FIELDS; A DISPOSE
      * CARRIES ONLY THE DISPOSAL DATE AND PROCEEDS IN THE SAME
      * POSITIONS.  THE OPENING ACCUMULATED DEPRECIATION AND MONTHS
      * ARE READ ON AN ADD ONLY.
      *-----------------------------------------------------------------
       FD  MAINT-TRANS
           RECORDING MODE IS F.
       01  MAINT-TRANS-RECORD.
           05  FT-ACTION-CODE           PIC X(01).
               88  FT-ADD               VALUE "A".
               88  FT-EDIT              VALUE "E".
               88  FT-DISPOSE           VALUE "D".
           05  FT-ASSET-NUMBER          PIC 9(06).
           05  FT-OPERATOR-ID           PIC X(08).
           05  FT-DESCRIPTION           PIC X(25).
           05  FT-ASSET-DATA.
               10  FT-IN-SERVICE-DATE   PIC 9(08).
               10  FT-COST              PIC 9(07)V99.
               10  FT-USEFUL-LIFE       PIC 9(03).
               10  FT-METHOD            PIC X(01).
               10  FT-SALVAGE-VALUE     PIC 9(07)V99.
               10  FT-ASSET-ACCOUNT     PIC X(08).
               10  FT-ACCUM-ACCOUNT     PIC X(08).
               10  FT-EXPENSE-ACCOUNT   PIC X(08).
               10  FT-OPEN-ACCUM        PIC 9(07)V99.
               10  FT-OPEN-MONTHS       PIC 9(03).
           05  FT-DISPOSAL-DATA REDEFINES FT-ASSET-DATA.
               10  FT-DISPOSAL-DATE     PIC 9(08).
               10  FT-DISPOSAL-PROCEEDS PIC 9(07)V99.
               10  FILLER               PIC X(49).
           05  FILLER                   PIC X(04).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.

       01  FM-FIXASSET-STATUS          PIC X(02) VALUE "00".
           88  FM-FIXASSET-OK          VALUE "00".
       01  FM-FIXATRAN-STATUS          PIC X(02) VALUE "00".
           88  FM-FIXATRAN-OK          VALUE "00".
           88  FM-FIXATRAN-EOF         VALUE "10".
       01  FM-COAMAST-STATUS           PIC X(02) VALUE "00".
           88  FM-COAMAST-OK           VALUE "00".
       01  FM-AUDITLOG-STATUS          PIC X(02) VALUE "00".
           88  FM-AUDITLOG-OK          VALUE "00".
       01  FM-FIXASUSP-STATUS          PIC X(02) VALUE "00".
           88  FM-FIXASUSP-OK          VALUE "00".
       01  FM-CREDMAST-STATUS          PIC X(02) VALUE "00".
           88  FM-CREDMAST-OK          VALUE "00".
           88  FM-CREDMAST-EOF         VALUE "10".
           88  FM-CREDMAST-NOTFOUND    VALUE "35".

       01  FM-SWITCHES.
           05  FM-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  FM-TRANS-END        VALUE "Y".
           05  FM-EDIT-ERROR-SWITCH    PIC X(01) VALUE "N".
               88  FM-EDIT-ERROR       VALUE "Y".
           05  FM-CRED-EOF-SWITCH      PIC X(01) VALUE "N".
               88  FM-CRED-END         VALUE "Y".
           05  FM-COA-EOF-SWITCH       PIC X(01) VALUE "N".
               88  FM-COA-END          VALUE "Y".
           05  FM-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  FM-AUTH-OK          VALUE "Y".

      *-----------------------------------------------------------------
      * ROLE LEVEL REQUIRED PER ACTION AND THE OPERATOR'S GRANTED
      * LEVEL FROM THE CREDENTIALS MASTER.  A LEGACY RECORD WITH A
      * BLANK ROLE GRANTS LEVEL ZERO - NOTHING.
      *-----------------------------------------------------------------
       01  FM-REQUIRED-ROLE            PIC 9(01) VALUE 0.
       01  FM-AUTH-REASON              PIC X(30) VALUE SPACES.

       01  FM-OPERATOR-COUNTS.
           05  FM-OPER-COUNT           PIC 9(04) COMP VALUE 0.
           05  FM-MAX-OPERS            PIC 9(04) COMP VALUE 500.
           05  FM-OPER-IDX             PIC 9(04) COMP VALUE 0.
           05  FM-OPER-FOUND-IDX       PIC 9(04) COMP VALUE 0.

       01  FM-OPERATOR-TABLE.
           05  FM-OPER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON FM-OPER-COUNT
                   INDEXED BY FM-OPER-TIDX.
               10  FM-CR-USER-ID       PIC X(08).
               10  FM-CR-ROLE          PIC 9(01).
               10  FM-CR-LOCKED-FLAG   PIC X(01).

      *-----------------------------------------------------------------
      * CHART OF ACCOUNTS FOR THE GL ACCOUNT EDITS.  THE ACCOUNT
      * BEING CHECKED AND THE TYPES IT MAY BE ARE SET BY THE CALLER.
      *-----------------------------------------------------------------
       01  FM-COA-COUNT                PIC 9(04) COMP VALUE 0.
       01  FM-MAX-COAS                 PIC 9(04) COMP VALUE 500.
       01  FM-COA-IDX                  PIC 9(04) COMP VALUE 0.
       01  FM-COA-FOUND-IDX            PIC 9(04) COMP VALUE 0.
       01  FM-COA-TABLE.
           05  FM-COA-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON FM-COA-COUNT.
               10  FM-CO-ACCOUNT       PIC X(08).
               10  FM-CO-TYPE          PIC X(01).
               10  FM-CO-ACTIVE        PIC X(01).

       01  FM-ACCOUNT-CHECK.
           05  FM-CHECK-ACCOUNT        PIC X(08) VALUE SPACES.
           05  FM-CHECK-TYPE-1         PIC X(01) VALUE SPACES.
           05  FM-CHECK-TYPE-2         PIC X(01) VALUE SPACES.
           05  FM-CHECK-LABEL          PIC X(12) VALUE SPACES.

       01  FM-DATE-CHECK.
           05  FM-CHECK-DATE           PIC 9(08) VALUE 0.
           05  FM-CHECK-DATE-PARTS REDEFINES FM-CHECK-DATE.
               10  FM-CHECK-YEAR       PIC 9(04).
               10  FM-CHECK-MONTH      PIC 9(02).
               10  FM-CHECK-DAY        PIC 9(02).
           05  FM-DATE-VALID-SWITCH    PIC X(01) VALUE "N".
               88  FM-DATE-VALID       VALUE "Y".

      *-----------------------------------------------------------------
      * LAST PERIOD ALREADY DEPRECIATED FOR AN ASSET ADDED WITH
      * OPENING DEPRECIATION: THE IN-SERVICE MONTH PLUS THE MONTHS
      * TAKEN, LESS ONE.
      *-----------------------------------------------------------------
       01  FM-PERIOD-WORK.
           05  FM-WORK-PERIOD          PIC 9(06) VALUE 0.
           05  FM-WORK-PERIOD-PARTS REDEFINES FM-WORK-PERIOD.
               10  FM-WORK-YEAR        PIC 9(04).
               10  FM-WORK-MONTH       PIC 9(02).
           05  FM-MONTH-COUNT          PIC 9(04) COMP VALUE 0.

       01  FM-NET-BOOK-VALUE           PIC S9(09)V99 VALUE 0.

      *-----------------------------------------------------------------
      * AUDIT IMAGE: THE MASTER WITHOUT ITS DESCRIPTION, SO THE
      * AMOUNTS, ACCOUNTS AND STATUS FIT THE 100-BYTE AUDIT FIELDS.
      *-----------------------------------------------------------------
       01  FM-AUDIT-IMAGE.
           05  FM-AI-ASSET-NUMBER      PIC 9(06).
           05  FM-AI-IN-SERVICE-DATE   PIC 9(08).
           05  FM-AI-COST              PIC 9(09)V99.
           05  FM-AI-USEFUL-LIFE       PIC 9(03).
           05  FM-AI-METHOD            PIC X(01).
           05  FM-AI-SALVAGE-VALUE     PIC 9(09)V99.
           05  FM-AI-ASSET-ACCOUNT     PIC X(08).
           05  FM-AI-ACCUM-ACCOUNT     PIC X(08).
           05  FM-AI-EXPENSE-ACCOUNT   PIC X(08).
           05  FM-AI-ACCUM-DEPREC      PIC 9(09)V99.
           05  FM-AI-STATUS            PIC X(01).
           05  FM-AI-DISPOSAL-DATE     PIC 9(08).
           05  FM-AI-DISPOSAL-PROCEEDS PIC 9(09)V99.
           05  FILLER                  PIC X(05) VALUE SPACES.
       01  FM-AUDIT-BEFORE             PIC X(100) VALUE SPACES.
       01  FM-AUDIT-OPERATION          PIC X(08) VALUE SPACES.

       01  FM-COUNTERS.
           05  FM-ADD-COUNT            PIC 9(05) COMP VALUE 0.
           05  FM-EDIT-COUNT           PIC 9(05) COMP VALUE 0.
           05  FM-DISPOSE-COUNT        PIC 9(05) COMP VALUE 0.
           05  FM-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  FM-AUTH-FAIL-COUNT      PIC 9(05) COMP VALUE 0.

       01  FM-GAIN-LOSS-DISPLAY        PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TRANSACTION
               UNTIL FM-TRANS-END
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O ASSET-MASTER
           IF FM-FIXASSET-STATUS = "35"
               OPEN OUTPUT ASSET-MASTER
               CLOSE ASSET-MASTER
               OPEN I-O ASSET-MASTER
           END-IF
           IF NOT FM-FIXASSET-OK
               MOVE "FIXAMANT" TO AB-PROGRAM-ID
               MOVE "FIXASSET" TO AB-FILE-NAME
               MOVE "OPEN I-O" TO AB-OPERATION
               MOVE FM-FIXASSET-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN INPUT MAINT-TRANS
           IF NOT FM-FIXATRAN-OK AND NOT FM-FIXATRAN-EOF
               MOVE "FIXAMANT" TO AB-PROGRAM-ID
               MOVE "FIXATRAN" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE FM-FIXATRAN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF NOT FM-AUDITLOG-OK
               CLOSE AUDIT-LOG
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN EXTEND ASSET-SUSPENSE
           IF NOT FM-FIXASUSP-OK
               CLOSE ASSET-SUSPENSE
               OPEN OUTPUT ASSET-SUSPENSE
           END-IF
           PERFORM 1100-LOAD-CREDENTIALS
           PERFORM 1200-LOAD-CHART-OF-ACCOUNTS
           PERFORM 2900-READ-TRANSACTION.

       1100-LOAD-CREDENTIALS.
           MOVE 1 TO FM-OPER-COUNT
           OPEN INPUT CREDENTIALS-MASTER
           IF FM-CREDMAST-NOTFOUND
               SET FM-CRED-END TO TRUE
           ELSE
               IF NOT FM-CREDMAST-OK AND NOT FM-CREDMAST-EOF
                   MOVE "FIXAMANT" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE FM-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-CREDENTIALS-RECORD
               PERFORM 1110-STORE-CREDENTIALS-RECORD
                   UNTIL FM-CRED-END
                       OR FM-OPER-COUNT > FM-MAX-OPERS
      *        A TRUNCATED TABLE WOULD SILENTLY REJECT EVERY
      *        OPERATOR PAST THE CAP, SO AN OVERFLOWING LOAD STOPS
      *        THE RUN.
               IF NOT FM-CRED-END
                   DISPLAY "FIXAMANT: CREDENTIAL TABLE FULL AT "
                       FM-MAX-OPERS " - RUN STOPPED"
                   MOVE "FIXAMANT" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE FM-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE CREDENTIALS-MASTER
           END-IF
           IF FM-OPER-COUNT > 1
               SUBTRACT 1 FROM FM-OPER-COUNT
           ELSE
               MOVE 0 TO FM-OPER-COUNT
           END-IF.

       1110-STORE-CREDENTIALS-RECORD.
           MOVE CR-USER-ID TO FM-CR-USER-ID (FM-OPER-COUNT)
           IF CR-ROLE-LEVEL IS NUMERIC
               MOVE CR-ROLE-LEVEL TO FM-CR-ROLE (FM-OPER-COUNT)
           ELSE
               MOVE 0 TO FM-CR-ROLE (FM-OPER-COUNT)
           END-IF
           MOVE CR-LOCKED-FLAG TO FM-CR-LOCKED-FLAG (FM-OPER-COUNT)
           ADD 1 TO FM-OPER-COUNT
           PERFORM 1190-READ-CREDENTIALS-RECORD.

       1190-READ-CREDENTIALS-RECORD.
           READ CREDENTIALS-MASTER
               AT END
                   SET FM-CRED-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE CHART IS REQUIRED - AN ASSET CANNOT BE SET UP WITHOUT
      * ACCOUNTS TO CHECK ITS POSTINGS AGAINST.
      *-----------------------------------------------------------------
       1200-LOAD-CHART-OF-ACCOUNTS.
           MOVE 1 TO FM-COA-COUNT
           OPEN INPUT COA-MASTER
           IF NOT FM-COAMAST-OK
               MOVE "FIXAMANT" TO AB-PROGRAM-ID
               MOVE "COAMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE FM-COAMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1290-READ-COA-RECORD
           PERFORM 1210-STORE-COA-RECORD
               UNTIL FM-COA-END
                   OR FM-COA-COUNT > FM-MAX-COAS
           IF NOT FM-COA-END
               DISPLAY "FIXAMANT: CHART TABLE FULL AT "
                   FM-MAX-COAS " - RUN STOPPED"
               MOVE "FIXAMANT" TO AB-PROGRAM-ID
               MOVE "COAMAST" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE FM-COAMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           CLOSE COA-MASTER
           SUBTRACT 1 FROM FM-COA-COUNT.

       1210-STORE-COA-RECORD.
           MOVE CA-ACCOUNT-NUMBER TO FM-CO-ACCOUNT (FM-COA-COUNT)
           MOVE CA-ACCOUNT-TYPE TO FM-CO-TYPE (FM-COA-COUNT)
           MOVE CA-ACTIVE-FLAG TO FM-CO-ACTIVE (FM-COA-COUNT)
           ADD 1 TO FM-COA-COUNT
           PERFORM 1290-READ-COA-RECORD.

       1290-READ-COA-RECORD.
           READ COA-MASTER
               AT END
                   SET FM-COA-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ROLE CHECK: EVERY ASSET TRANSACTION CHANGES WHAT THE MONTHLY
      * RUN POSTS TO THE GL, SO ALL OF THEM NEED SUPERVISOR LEVEL.
      * A FAILURE REJECTS TO SUSPENSE AND IS WRITTEN TO THE AUDIT
      * LOG.
      *-----------------------------------------------------------------
       2000-APPLY-TRANSACTION.
           MOVE 2 TO FM-REQUIRED-ROLE
           PERFORM 2700-CHECK-OPERATOR-ROLE
           IF FM-AUTH-OK
               PERFORM 2010-DISPATCH-TRANSACTION
           ELSE
               DISPLAY "FIXAMANT: OPERATOR " FT-OPERATOR-ID
                   " NOT AUTHORIZED FOR ASSET " FT-ASSET-NUMBER
                   " - " FM-AUTH-REASON
               MOVE FM-AUTH-REASON TO SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               PERFORM 2550-LOG-AUTH-FAILURE
               ADD 1 TO FM-REJECT-COUNT
               ADD 1 TO FM-AUTH-FAIL-COUNT
           END-IF
           PERFORM 2900-READ-TRANSACTION.

       2010-DISPATCH-TRANSACTION.
           EVALUATE TRUE
               WHEN FT-ADD
                   PERFORM 2100-ADD-ASSET
               WHEN FT-EDIT
                   PERFORM 2200-EDIT-ASSET
               WHEN FT-DISPOSE
                   PERFORM 2300-DISPOSE-ASSET
               WHEN OTHER
                   DISPLAY "FIXAMANT: TRANSACTION CODE NOT "
                       "RECOGNIZED FOR ASSET " FT-ASSET-NUMBER
                   MOVE "BAD ACTION CODE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
                   ADD 1 TO FM-REJECT-COUNT
           END-EVALUATE.

       2100-ADD-ASSET.
           PERFORM 2120-BUILD-MASTER-FIELDS
           PERFORM 2400-EDIT-CHECK-ASSET
           IF FM-EDIT-ERROR
               DISPLAY "FIXAMANT: ASSET " FT-ASSET-NUMBER
                   " ADD REJECTED - " SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               ADD 1 TO FM-REJECT-COUNT
           ELSE
               WRITE ASSET-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "FIXAMANT: ASSET " FT-ASSET-NUMBER
                           " ALREADY ON FILE, ADD REJECTED"
                       MOVE "ASSET ALREADY ON FILE"
                           TO SS-REJECT-REASON
                       PERFORM 2500-LOG-SUSPENSE-RECORD
                       ADD 1 TO FM-REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO FM-ADD-COUNT
                       MOVE SPACES TO FM-AUDIT-BEFORE
                       MOVE "ADD" TO FM-AUDIT-OPERATION
                       PERFORM 2450-LOG-ASSET-CHANGE
                       DISPLAY "ADD ASSET " FT-ASSET-NUMBER
                           " COMPLETE"
               END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      * A NEW ASSET STARTS ACTIVE.  OPENING DEPRECIATION, WHEN GIVEN,
      * IS TREATED AS TAKEN FOR THE FIRST MONTHS OF ITS LIFE.
      *-----------------------------------------------------------------
       2120-BUILD-MASTER-FIELDS.
           MOVE "N" TO FM-EDIT-ERROR-SWITCH
           MOVE SPACES TO ASSET-MASTER-RECORD
           MOVE FT-ASSET-NUMBER TO FA-ASSET-NUMBER
           MOVE FT-DESCRIPTION TO FA-DESCRIPTION
           MOVE FT-METHOD TO FA-METHOD
           MOVE FT-ASSET-ACCOUNT TO FA-ASSET-ACCOUNT
           MOVE FT-ACCUM-ACCOUNT TO FA-ACCUM-ACCOUNT
           MOVE FT-EXPENSE-ACCOUNT TO FA-EXPENSE-ACCOUNT
           MOVE "A" TO FA-STATUS
           MOVE 0 TO FA-DISPOSAL-DATE
           MOVE 0 TO FA-DISPOSAL-PROCEEDS
           MOVE 0 TO FA-GAIN-LOSS
           MOVE "N" TO FA-DISP-REPORTED
           MOVE 0 TO FA-LAST-DEPREC-PERIOD
           IF FT-IN-SERVICE-DATE IS NUMERIC
               MOVE FT-IN-SERVICE-DATE TO FA-IN-SERVICE-DATE
           ELSE
               MOVE 0 TO FA-IN-SERVICE-DATE
           END-IF
           IF FT-COST IS NUMERIC
               MOVE FT-COST TO FA-COST
           ELSE
               MOVE 0 TO FA-COST
           END-IF
           IF FT-USEFUL-LIFE IS NUMERIC
               MOVE FT-USEFUL-LIFE TO FA-USEFUL-LIFE
           ELSE
               MOVE 0 TO FA-USEFUL-LIFE
           END-IF
           IF FT-SALVAGE-VALUE IS NUMERIC
               MOVE FT-SALVAGE-VALUE TO FA-SALVAGE-VALUE
           ELSE
               MOVE 0 TO FA-SALVAGE-VALUE
           END-IF
           IF FT-OPEN-ACCUM IS NUMERIC
               MOVE FT-OPEN-ACCUM TO FA-ACCUM-DEPREC
           ELSE
               MOVE 0 TO FA-ACCUM-DEPREC
           END-IF
           IF FT-OPEN-MONTHS IS NUMERIC
               MOVE FT-OPEN-MONTHS TO FA-MONTHS-DEPRECIATED
           ELSE
               MOVE 0 TO FA-MONTHS-DEPRECIATED
           END-IF
           IF FA-ACCUM-DEPREC > 0 AND FA-MONTHS-DEPRECIATED = 0
               MOVE "OPENING MONTHS MISSING" TO SS-REJECT-REASON
               SET FM-EDIT-ERROR TO TRUE
           END-IF
           IF FA-MONTHS-DEPRECIATED > 0
               MOVE FA-IN-SERVICE-DATE (1:6) TO FM-WORK-PERIOD
               MOVE 1 TO FM-MONTH-COUNT
               PERFORM 2130-ADVANCE-ONE-MONTH
                   UNTIL FM-MONTH-COUNT NOT < FA-MONTHS-DEPRECIATED
               MOVE FM-WORK-PERIOD TO FA-LAST-DEPREC-PERIOD
           END-IF.

       2130-ADVANCE-ONE-MONTH.
           IF FM-WORK-MONTH = 12
               ADD 1 TO FM-WORK-YEAR
               MOVE 1 TO FM-WORK-MONTH
           ELSE
               ADD 1 TO FM-WORK-MONTH
           END-IF
           ADD 1 TO FM-MONTH-COUNT.

       2200-EDIT-ASSET.
           MOVE FT-ASSET-NUMBER TO FA-ASSET-NUMBER
           READ ASSET-MASTER
               INVALID KEY
                   DISPLAY "FIXAMANT: ASSET " FT-ASSET-NUMBER
                       " NOT ON FILE, EDIT REJECTED"
                   MOVE "ASSET NOT ON FILE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
                   ADD 1 TO FM-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 2210-APPLY-EDIT
           END-READ.

      *-----------------------------------------------------------------
      * ONLY THE NONBLANK FIELDS ON AN EDIT ARE APPLIED AND THE
      * RESULT MUST STILL PASS THE ADD EDITS.  A DISPOSED ASSET IS
      * CLOSED, AND THE IN-SERVICE DATE IS FIXED ONCE DEPRECIATION
      * HAS BEEN TAKEN; COST, LIFE, METHOD AND SALVAGE CHANGES APPLY
      * FROM THE NEXT MONTH ON.
      *-----------------------------------------------------------------
       2210-APPLY-EDIT.
           PERFORM 2460-BUILD-AUDIT-IMAGE
           MOVE FM-AUDIT-IMAGE TO FM-AUDIT-BEFORE
           MOVE "N" TO FM-EDIT-ERROR-SWITCH
           IF FA-ASSET-DISPOSED
               MOVE "ASSET ALREADY DISPOSED" TO SS-REJECT-REASON
               SET FM-EDIT-ERROR TO TRUE
           END-IF
           IF FT-DESCRIPTION NOT = SPACES
               MOVE FT-DESCRIPTION TO FA-DESCRIPTION
           END-IF
           IF FT-IN-SERVICE-DATE IS NUMERIC
                   AND FT-IN-SERVICE-DATE NOT = 0
               IF FA-MONTHS-DEPRECIATED > 0
                   MOVE "IN-SERVICE DATE FIXED" TO SS-REJECT-REASON
                   SET FM-EDIT-ERROR TO TRUE
               ELSE
                   MOVE FT-IN-SERVICE-DATE TO FA-IN-SERVICE-DATE
               END-IF
           END-IF
           IF FT-COST IS NUMERIC AND FT-COST NOT = 0
               MOVE FT-COST TO FA-COST
           END-IF
           IF FT-USEFUL-LIFE IS NUMERIC AND FT-USEFUL-LIFE NOT = 0
               MOVE FT-USEFUL-LIFE TO FA-USEFUL-LIFE
           END-IF
           IF FT-METHOD NOT = SPACES
               MOVE FT-METHOD TO FA-METHOD
           END-IF
           IF FT-SALVAGE-VALUE IS NUMERIC
               MOVE FT-SALVAGE-VALUE TO FA-SALVAGE-VALUE
           END-IF
           IF FT-ASSET-ACCOUNT NOT = SPACES
               MOVE FT-ASSET-ACCOUNT TO FA-ASSET-ACCOUNT
           END-IF
           IF FT-ACCUM-ACCOUNT NOT = SPACES
               MOVE FT-ACCUM-ACCOUNT TO FA-ACCUM-ACCOUNT
           END-IF
           IF FT-EXPENSE-ACCOUNT NOT = SPACES
               MOVE FT-EXPENSE-ACCOUNT TO FA-EXPENSE-ACCOUNT
           END-IF
           IF NOT FM-EDIT-ERROR
               PERFORM 2400-EDIT-CHECK-ASSET
           END-IF
           IF FM-EDIT-ERROR
               DISPLAY "FIXAMANT: ASSET " FT-ASSET-NUMBER
                   " EDIT REJECTED - " SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               ADD 1 TO FM-REJECT-COUNT
           ELSE
               REWRITE ASSET-MASTER-RECORD
               ADD 1 TO FM-EDIT-COUNT
               MOVE "UPDATE" TO FM-AUDIT-OPERATION
               PERFORM 2450-LOG-ASSET-CHANGE
               DISPLAY "EDIT ASSET " FT-ASSET-NUMBER " COMPLETE"
           END-IF.

       2300-DISPOSE-ASSET.
           MOVE FT-ASSET-NUMBER TO FA-ASSET-NUMBER
           READ ASSET-MASTER
               INVALID KEY
                   DISPLAY "FIXAMANT: ASSET " FT-ASSET-NUMBER
                       " NOT ON FILE, DISPOSAL REJECTED"
                   MOVE "ASSET NOT ON FILE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
                   ADD 1 TO FM-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 2310-APPLY-DISPOSAL
           END-READ.

      *-----------------------------------------------------------------
      * THE GAIN OR LOSS SHOWN HERE IS ON THE BOOK VALUE AS OF THE
      * LAST DEPRECIATION RUN.  THE MONTHLY RUN TAKES ANY MONTHS
      * STILL DUE BEFORE THE DISPOSAL MONTH, RECOMPUTES IT AND
      * REPORTS THE DISPOSAL.
      *-----------------------------------------------------------------
       2310-APPLY-DISPOSAL.
           PERFORM 2460-BUILD-AUDIT-IMAGE
           MOVE FM-AUDIT-IMAGE TO FM-AUDIT-BEFORE
           MOVE "N" TO FM-EDIT-ERROR-SWITCH
           IF FT-DISPOSAL-DATE IS NUMERIC
               MOVE FT-DISPOSAL-DATE TO FM-CHECK-DATE
           ELSE
               MOVE 0 TO FM-CHECK-DATE
           END-IF
           PERFORM 2480-CHECK-DATE
           EVALUATE TRUE
               WHEN FA-ASSET-DISPOSED
                   MOVE "ASSET ALREADY DISPOSED" TO SS-REJECT-REASON
                   SET FM-EDIT-ERROR TO TRUE
               WHEN NOT FM-DATE-VALID
                   MOVE "DISPOSAL DATE NOT VALID" TO SS-REJECT-REASON
                   SET FM-EDIT-ERROR TO TRUE
               WHEN FT-DISPOSAL-DATE < FA-IN-SERVICE-DATE
                   MOVE "DISPOSAL BEFORE IN-SERVICE"
                       TO SS-REJECT-REASON
                   SET FM-EDIT-ERROR TO TRUE
               WHEN FT-DISPOSAL-PROCEEDS IS NOT NUMERIC
                   MOVE "PROCEEDS NOT NUMERIC" TO SS-REJECT-REASON
                   SET FM-EDIT-ERROR TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF FM-EDIT-ERROR
               DISPLAY "FIXAMANT: ASSET " FT-ASSET-NUMBER
                   " DISPOSAL REJECTED - " SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               ADD 1 TO FM-REJECT-COUNT
           ELSE
               MOVE "D" TO FA-STATUS
               MOVE FT-DISPOSAL-DATE TO FA-DISPOSAL-DATE
               MOVE FT-DISPOSAL-PROCEEDS TO FA-DISPOSAL-PROCEEDS
               MOVE "N" TO FA-DISP-REPORTED
               COMPUTE FM-NET-BOOK-VALUE =
                   FA-COST - FA-ACCUM-DEPREC
               COMPUTE FA-GAIN-LOSS =
                   FA-DISPOSAL-PROCEEDS - FM-NET-BOOK-VALUE
               REWRITE ASSET-MASTER-RECORD
               ADD 1 TO FM-DISPOSE-COUNT
               MOVE "DISPOSE" TO FM-AUDIT-OPERATION
               PERFORM 2450-LOG-ASSET-CHANGE
               MOVE FA-GAIN-LOSS TO FM-GAIN-LOSS-DISPLAY
               IF FA-GAIN-LOSS < 0
                   DISPLAY "DISPOSE ASSET " FT-ASSET-NUMBER
                       " COMPLETE - LOSS " FM-GAIN-LOSS-DISPLAY
               ELSE
                   DISPLAY "DISPOSE ASSET " FT-ASSET-NUMBER
                       " COMPLETE - GAIN " FM-GAIN-LOSS-DISPLAY
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * EDITS APPLIED TO THE MASTER IMAGE AN ADD OR EDIT WOULD WRITE.
      *-----------------------------------------------------------------
       2400-EDIT-CHECK-ASSET.
           IF FA-DESCRIPTION = SPACES
               MOVE "DESCRIPTION MISSING" TO SS-REJECT-REASON
               SET FM-EDIT-ERROR TO TRUE
           END-IF
           MOVE FA-IN-SERVICE-DATE TO FM-CHECK-DATE
           PERFORM 2480-CHECK-DATE
           IF NOT FM-DATE-VALID
               MOVE "IN-SERVICE DATE NOT VALID" TO SS-REJECT-REASON
               SET FM-EDIT-ERROR TO TRUE
           END-IF
           IF FA-COST = 0
               MOVE "COST MISSING" TO SS-REJECT-REASON
               SET FM-EDIT-ERROR TO TRUE
           END-IF
           IF FA-USEFUL-LIFE = 0
               MOVE "USEFUL LIFE MISSING" TO SS-REJECT-REASON
               SET FM-EDIT-ERROR TO TRUE
           END-IF
           IF NOT FA-METHOD-VALID
               MOVE "METHOD NOT S/D" TO SS-REJECT-REASON
               SET FM-EDIT-ERROR TO TRUE
           END-IF
           IF FA-SALVAGE-VALUE NOT < FA-COST
               MOVE "SALVAGE NOT BELOW COST" TO SS-REJECT-REASON
               SET FM-EDIT-ERROR TO TRUE
           END-IF
           IF FA-ACCUM-DEPREC + FA-SALVAGE-VALUE > FA-COST
               MOVE "DEPRECIATION PAST SALVAGE" TO SS-REJECT-REASON
               SET FM-EDIT-ERROR TO TRUE
           END-IF
           IF FA-MONTHS-DEPRECIATED > FA-USEFUL-LIFE
               MOVE "MONTHS TAKEN EXCEED LIFE" TO SS-REJECT-REASON
               SET FM-EDIT-ERROR TO TRUE
           END-IF
           MOVE FA-ASSET-ACCOUNT TO FM-CHECK-ACCOUNT
           MOVE "A" TO FM-CHECK-TYPE-1
           MOVE "A" TO FM-CHECK-TYPE-2
           MOVE "ASSET" TO FM-CHECK-LABEL
           PERFORM 2410-CHECK-ONE-ACCOUNT
           MOVE FA-ACCUM-ACCOUNT TO FM-CHECK-ACCOUNT
           MOVE "ACCUM DEPR" TO FM-CHECK-LABEL
           PERFORM 2410-CHECK-ONE-ACCOUNT
           MOVE FA-EXPENSE-ACCOUNT TO FM-CHECK-ACCOUNT
           MOVE "E" TO FM-CHECK-TYPE-1
           MOVE "C" TO FM-CHECK-TYPE-2
           MOVE "EXPENSE" TO FM-CHECK-LABEL
           PERFORM 2410-CHECK-ONE-ACCOUNT.

       2410-CHECK-ONE-ACCOUNT.
           MOVE 0 TO FM-COA-FOUND-IDX
           PERFORM 2420-COMPARE-COA-ENTRY
               VARYING FM-COA-IDX FROM 1 BY 1
               UNTIL FM-COA-IDX > FM-COA-COUNT
                   OR FM-COA-FOUND-IDX NOT = 0
           EVALUATE TRUE
               WHEN FM-CHECK-ACCOUNT = SPACES
               WHEN FM-COA-FOUND-IDX = 0
                   MOVE SPACES TO SS-REJECT-REASON
                   STRING FM-CHECK-LABEL DELIMITED BY "  "
                       " ACCOUNT NOT ON CHART" DELIMITED BY SIZE
                       INTO SS-REJECT-REASON
                   SET FM-EDIT-ERROR TO TRUE
               WHEN FM-CO-ACTIVE (FM-COA-FOUND-IDX) = "I"
                   MOVE SPACES TO SS-REJECT-REASON
                   STRING FM-CHECK-LABEL DELIMITED BY "  "
                       " ACCOUNT INACTIVE" DELIMITED BY SIZE
                       INTO SS-REJECT-REASON
                   SET FM-EDIT-ERROR TO TRUE
               WHEN FM-CO-TYPE (FM-COA-FOUND-IDX)
                       NOT = FM-CHECK-TYPE-1
                   AND FM-CO-TYPE (FM-COA-FOUND-IDX)
                       NOT = FM-CHECK-TYPE-2
                   MOVE SPACES TO SS-REJECT-REASON
                   STRING FM-CHECK-LABEL DELIMITED BY "  "
                       " ACCOUNT WRONG TYPE" DELIMITED BY SIZE
                       INTO SS-REJECT-REASON
                   SET FM-EDIT-ERROR TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2420-COMPARE-COA-ENTRY.
           IF FM-CO-ACCOUNT (FM-COA-IDX) = FM-CHECK-ACCOUNT
               MOVE FM-COA-IDX TO FM-COA-FOUND-IDX
           END-IF.

       2450-LOG-ASSET-CHANGE.
           PERFORM 2460-BUILD-AUDIT-IMAGE
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "FIXAMANT" TO AU-PROGRAM-NAME
           MOVE FM-AUDIT-OPERATION TO AU-OPERATION
           MOVE FT-ASSET-NUMBER TO AU-CUSTOMER-ID
           MOVE FM-AUDIT-BEFORE TO AU-BEFORE-IMAGE
           MOVE FM-AUDIT-IMAGE TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE FT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2460-BUILD-AUDIT-IMAGE.
           MOVE FA-ASSET-NUMBER TO FM-AI-ASSET-NUMBER
           MOVE FA-IN-SERVICE-DATE TO FM-AI-IN-SERVICE-DATE
           MOVE FA-COST TO FM-AI-COST
           MOVE FA-USEFUL-LIFE TO FM-AI-USEFUL-LIFE
           MOVE FA-METHOD TO FM-AI-METHOD
           MOVE FA-SALVAGE-VALUE TO FM-AI-SALVAGE-VALUE
           MOVE FA-ASSET-ACCOUNT TO FM-AI-ASSET-ACCOUNT
           MOVE FA-ACCUM-ACCOUNT TO FM-AI-ACCUM-ACCOUNT
           MOVE FA-EXPENSE-ACCOUNT TO FM-AI-EXPENSE-ACCOUNT
           MOVE FA-ACCUM-DEPREC TO FM-AI-ACCUM-DEPREC
           MOVE FA-STATUS TO FM-AI-STATUS
           MOVE FA-DISPOSAL-DATE TO FM-AI-DISPOSAL-DATE
           MOVE FA-DISPOSAL-PROCEEDS TO FM-AI-DISPOSAL-PROCEEDS.

       2480-CHECK-DATE.
           MOVE "N" TO FM-DATE-VALID-SWITCH
           IF FM-CHECK-YEAR > 1900
                   AND FM-CHECK-MONTH > 0 AND FM-CHECK-MONTH < 13
                   AND FM-CHECK-DAY > 0 AND FM-CHECK-DAY < 32
               SET FM-DATE-VALID TO TRUE
           END-IF.

       2500-LOG-SUSPENSE-RECORD.
           MOVE "FIXAMANT" TO SS-SOURCE-PROGRAM
           MOVE "FIXAMANT" TO SS-TRANS-TYPE
           MOVE MAINT-TRANS-RECORD TO SS-ORIGINAL-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO SS-REJECT-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO SS-REJECT-TIME
           WRITE ASSET-SUSPENSE-RECORD.

       2550-LOG-AUTH-FAILURE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "FIXAMANT" TO AU-PROGRAM-NAME
           MOVE "AUTHFAIL" TO AU-OPERATION
           MOVE FT-ASSET-NUMBER TO AU-CUSTOMER-ID
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE SPACES TO AU-AFTER-IMAGE
           STRING "OPERATOR " DELIMITED BY SIZE
               FT-OPERATOR-ID DELIMITED BY SIZE
               " ACTION " DELIMITED BY SIZE
               FT-ACTION-CODE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FM-AUTH-REASON DELIMITED BY SIZE
               INTO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE FT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2700-CHECK-OPERATOR-ROLE.
           MOVE "N" TO FM-AUTH-OK-SWITCH
           MOVE 0 TO FM-OPER-FOUND-IDX
           PERFORM 2710-COMPARE-OPERATOR
               VARYING FM-OPER-IDX FROM 1 BY 1
               UNTIL FM-OPER-IDX > FM-OPER-COUNT
                   OR FM-OPER-FOUND-IDX NOT = 0
           EVALUATE TRUE
               WHEN FT-OPERATOR-ID = SPACES
                   MOVE "OPERATOR ID MISSING" TO FM-AUTH-REASON
               WHEN FM-OPER-FOUND-IDX = 0
                   MOVE "OPERATOR NOT ON FILE" TO FM-AUTH-REASON
               WHEN FM-CR-LOCKED-FLAG (FM-OPER-FOUND-IDX) = "Y"
                   MOVE "OPERATOR LOCKED" TO FM-AUTH-REASON
               WHEN FM-CR-ROLE (FM-OPER-FOUND-IDX)
                       < FM-REQUIRED-ROLE
                   MOVE "ROLE BELOW ACTION LEVEL" TO FM-AUTH-REASON
               WHEN OTHER
                   MOVE SPACES TO FM-AUTH-REASON
                   SET FM-AUTH-OK TO TRUE
           END-EVALUATE.

       2710-COMPARE-OPERATOR.
           IF FM-CR-USER-ID (FM-OPER-IDX) = FT-OPERATOR-ID
               MOVE FM-OPER-IDX TO FM-OPER-FOUND-IDX
           END-IF.

       2900-READ-TRANSACTION.
           READ MAINT-TRANS
               AT END
                   MOVE "Y" TO FM-TRANS-EOF-SWITCH
           END-READ.

       3000-TERMINATE.
           DISPLAY "ASSETS ADDED:    " FM-ADD-COUNT
           DISPLAY "ASSETS EDITED:   " FM-EDIT-COUNT
           DISPLAY "ASSETS DISPOSED: " FM-DISPOSE-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " FM-REJECT-COUNT
           DISPLAY "AUTHORIZATION FAILURES: " FM-AUTH-FAIL-COUNT
           CLOSE ASSET-MASTER
           CLOSE MAINT-TRANS
           CLOSE AUDIT-LOG
           CLOSE ASSET-SUSPENSE
           IF FM-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       COPY ABENDPAR.

       END PROGRAM FIXAMANT.
