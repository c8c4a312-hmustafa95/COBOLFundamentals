      ******************************************************************
      * PROGRAM-ID.    JRNLENT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - FINANCE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       MANUAL JOURNAL ENTRY RUN FOR ACCOUNTING.  READS
      *                THE JOURNAL ENTRY TRANSACTIONS - ONE RECORD PER
      *                LINE, THE LINES OF AN ENTRY TOGETHER - AND EDITS
      *                EACH ENTRY AS A WHOLE: EVERY LINE'S ACCOUNT MUST
      *                BE AN ACTIVE ACCOUNT OF A VALID TYPE ON THE
      *                CHART OF ACCOUNTS, THE ENTRY'S DEBITS MUST EQUAL
      *                ITS CREDITS, THE PREPARER ID IS REQUIRED, AND AN
      *                ENTRY WHOSE DEBITS ARE OVER THE APPROVAL LIMIT
      *                MUST CARRY AN APPROVER OTHER THAN THE PREPARER.
      *                ACCEPTED ENTRIES ARE WRITTEN TO A GL JOURNAL
      *                BATCH IN THE HEADER/DETAIL/TRAILER LAYOUT GLPOST
      *                PROVES AND POSTS, DATED THE POSTING DATE.  AN
      *                ENTRY FLAGGED AUTO-REVERSE ALSO GOES, DEBITS AND
      *                CREDITS SWAPPED, TO A SEPARATE REVERSING BATCH
      *                DATED THE FIRST DAY OF THE NEXT PERIOD, FOR
      *                GLPOST TO POST WHEN THAT PERIOD OPENS.  A
      *                REJECTED ENTRY GOES TO SUSPENSE WHOLE - EVERY
      *                LINE, WITH THE REASON - SO NO HALF AN ENTRY EVER
      *                POSTS.  EVERY ACCEPTED ENTRY IS LOGGED WITH ITS
      *                PREPARER AND APPROVER.  THE POSTING DATE AND THE
      *                APPROVAL LIMIT COME FROM THE JRNLCTL CONTROL
      *                RECORD; WITH NONE, TODAY AND 10,000.00 ARE USED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    COST OF SALES (TYPE C) IS A VALID ACCOUNT TYPE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNLENT.
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
           SELECT JOURNAL-TRANS ASSIGN TO "JRNLTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JE-JRNLTRAN-STATUS.
           SELECT JOURNAL-CONTROL ASSIGN TO "JRNLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JE-JRNLCTL-STATUS.
           SELECT COA-MASTER ASSIGN TO "COAMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JE-COAMAST-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "GLJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JE-GLJRNL-STATUS.
           SELECT GL-REVERSAL-FILE ASSIGN TO "GLREVRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JE-GLREVRS-STATUS.
           SELECT JOURNAL-SUSPENSE ASSIGN TO "JESUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JE-JESUSP-STATUS.
           SELECT JOURNAL-LOG ASSIGN TO "JELOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JE-JELOG-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-TRANS
           RECORDING MODE IS F.
       01  JOURNAL-TRANS-RECORD.
           05  JT-ENTRY-ID             PIC X(08).
           05  JT-LINE-SEQ             PIC 9(03).
           05  JT-ACCOUNT              PIC X(08).
           05  JT-DC-FLAG              PIC X(01).
               88  JT-DEBIT-LINE       VALUE "D".
               88  JT-CREDIT-LINE      VALUE "C".
           05  JT-AMOUNT               PIC 9(11)V99.
           05  JT-AUTO-REVERSE         PIC X(01).
               88  JT-REVERSE-ENTRY    VALUE "Y".
               88  JT-REVERSE-VALID    VALUE "Y" "N" " ".
           05  JT-PREPARER-ID          PIC X(08).
           05  JT-APPROVER-ID          PIC X(08).
           05  JT-DESCRIPTION          PIC X(20).
           05  FILLER                  PIC X(10).

       FD  JOURNAL-CONTROL
           RECORDING MODE IS F.
       01  JOURNAL-CONTROL-RECORD.
           05  JC-POSTING-DATE         PIC 9(08).
           05  JC-APPROVAL-LIMIT       PIC 9(09)V99.
           05  FILLER                  PIC X(61).

       FD  COA-MASTER
           RECORDING MODE IS F.
       01  COA-MASTER-RECORD.
           05  CA-ACCOUNT-NUMBER       PIC X(08).
           05  CA-DESCRIPTION          PIC X(30).
           05  CA-ACCOUNT-TYPE         PIC X(01).
           05  CA-ACTIVE-FLAG          PIC X(01).
           05  FILLER                  PIC X(40).

       FD  GL-JOURNAL-FILE
           RECORDING MODE IS F.
       01  GL-JOURNAL-RECORD           PIC X(80).

       FD  GL-REVERSAL-FILE
           RECORDING MODE IS F.
       01  GL-REVERSAL-RECORD          PIC X(80).

       FD  JOURNAL-SUSPENSE
           RECORDING MODE IS F.
       01  JOURNAL-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  JOURNAL-LOG
           RECORDING MODE IS F.
       01  JOURNAL-LOG-RECORD.
           05  JL-ENTRY-ID             PIC X(08).
           05  JL-POSTING-DATE         PIC 9(08).
           05  JL-PREPARER-ID          PIC X(08).
           05  JL-APPROVER-ID          PIC X(08).
           05  JL-LINE-COUNT           PIC 9(03).
           05  JL-DEBIT-TOTAL          PIC 9(11)V99.
           05  JL-AUTO-REVERSE         PIC X(01).
           05  JL-REVERSE-DATE         PIC 9(08).
           05  JL-RUN-DATE             PIC 9(08).
           05  FILLER                  PIC X(15).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  JE-JRNLTRAN-STATUS          PIC X(02) VALUE "00".
           88  JE-JRNLTRAN-OK          VALUE "00".
       01  JE-JRNLCTL-STATUS           PIC X(02) VALUE "00".
           88  JE-JRNLCTL-OK           VALUE "00".
           88  JE-JRNLCTL-EOF          VALUE "10".
           88  JE-JRNLCTL-NOTFOUND     VALUE "35".
       01  JE-COAMAST-STATUS           PIC X(02) VALUE "00".
           88  JE-COAMAST-OK           VALUE "00".
           88  JE-COAMAST-EOF          VALUE "10".
           88  JE-COAMAST-NOTFOUND     VALUE "35".
       01  JE-GLJRNL-STATUS            PIC X(02) VALUE "00".
           88  JE-GLJRNL-OK            VALUE "00".
       01  JE-GLREVRS-STATUS           PIC X(02) VALUE "00".
           88  JE-GLREVRS-OK           VALUE "00".
       01  JE-JESUSP-STATUS            PIC X(02) VALUE "00".
           88  JE-JESUSP-OK            VALUE "00".
       01  JE-JELOG-STATUS             PIC X(02) VALUE "00".
           88  JE-JELOG-OK             VALUE "00".

       01  JE-SWITCHES.
           05  JE-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  JE-TRANS-END        VALUE "Y".
           05  JE-COA-EOF-SWITCH       PIC X(01) VALUE "N".
               88  JE-COA-END          VALUE "Y".
           05  JE-ENTRY-SWITCH         PIC X(01) VALUE "N".
               88  JE-ENTRY-REJECTED   VALUE "Y".
               88  JE-ENTRY-ACCEPTED   VALUE "N".

       01  JE-COUNTERS.
           05  JE-LINES-READ           PIC 9(07) COMP VALUE 0.
           05  JE-ENTRIES-READ         PIC 9(05) COMP VALUE 0.
           05  JE-ENTRIES-POSTED       PIC 9(05) COMP VALUE 0.
           05  JE-ENTRIES-REJECTED     PIC 9(05) COMP VALUE 0.
           05  JE-ENTRIES-REVERSED     PIC 9(05) COMP VALUE 0.
           05  JE-LINES-SUSPENDED      PIC 9(07) COMP VALUE 0.
           05  JE-BATCH-LINES          PIC 9(05) COMP VALUE 0.
           05  JE-REVERSAL-LINES       PIC 9(05) COMP VALUE 0.

       01  JE-CONTROL-FIELDS.
           05  JE-POSTING-DATE         PIC 9(08) VALUE 0.
           05  JE-POSTING-DATE-PARTS REDEFINES JE-POSTING-DATE.
               10  JE-POST-YEAR        PIC 9(04).
               10  JE-POST-MONTH       PIC 9(02).
               10  JE-POST-DAY         PIC 9(02).
           05  JE-REVERSE-DATE         PIC 9(08) VALUE 0.
           05  JE-REVERSE-DATE-PARTS REDEFINES JE-REVERSE-DATE.
               10  JE-REV-YEAR         PIC 9(04).
               10  JE-REV-MONTH        PIC 9(02).
               10  JE-REV-DAY          PIC 9(02).
           05  JE-APPROVAL-LIMIT       PIC 9(09)V99 VALUE 10000.00.

      *-----------------------------------------------------------------
      * THE ENTRY-LEVEL FIELDS COME FROM THE ENTRY'S FIRST LINE; EVERY
      * OTHER LINE MUST CARRY THE SAME ONES.
      *-----------------------------------------------------------------
       01  JE-ENTRY-FIELDS.
           05  JE-ENTRY-ID             PIC X(08) VALUE SPACES.
           05  JE-AUTO-REVERSE         PIC X(01) VALUE SPACES.
               88  JE-REVERSE-ENTRY    VALUE "Y".
           05  JE-PREPARER-ID          PIC X(08) VALUE SPACES.
           05  JE-APPROVER-ID          PIC X(08) VALUE SPACES.
           05  JE-REJECT-REASON        PIC X(30) VALUE SPACES.
           05  JE-ENTRY-DEBITS         PIC S9(13)V99 COMP-3 VALUE 0.
           05  JE-ENTRY-CREDITS        PIC S9(13)V99 COMP-3 VALUE 0.

       01  JE-BATCH-TOTALS.
           05  JE-BATCH-DEBITS         PIC S9(13)V99 COMP-3 VALUE 0.
           05  JE-BATCH-CREDITS        PIC S9(13)V99 COMP-3 VALUE 0.
           05  JE-REVERSAL-DEBITS      PIC S9(13)V99 COMP-3 VALUE 0.
           05  JE-REVERSAL-CREDITS     PIC S9(13)V99 COMP-3 VALUE 0.

      *-----------------------------------------------------------------
      * THE LINES OF ONE ENTRY ARE HELD HERE UNTIL THE WHOLE ENTRY
      * HAS BEEN EDITED - NOTHING IS WRITTEN UNTIL IT PASSES.  AN
      * ENTRY WITH MORE LINES THAN THE TABLE HOLDS IS REJECTED.
      *-----------------------------------------------------------------
       01  JE-LINE-COUNT               PIC 9(03) COMP VALUE 0.
       01  JE-MAX-LINES                PIC 9(03) COMP VALUE 99.
       01  JE-LINE-IDX                 PIC 9(03) COMP VALUE 0.
       01  JE-LINE-TABLE.
           05  JE-LINE-ENTRY OCCURS 99 TIMES.
               10  JE-LN-ACCOUNT       PIC X(08).
               10  JE-LN-DC-FLAG       PIC X(01).
               10  JE-LN-AMOUNT        PIC 9(11)V99.
               10  JE-LN-IMAGE         PIC X(80).

       01  JE-COA-COUNT                PIC 9(04) COMP VALUE 0.
       01  JE-MAX-COAS                 PIC 9(04) COMP VALUE 500.
       01  JE-COA-IDX                  PIC 9(04) COMP VALUE 0.
       01  JE-COA-FOUND-IDX            PIC 9(04) COMP VALUE 0.
       01  JE-COA-TABLE.
           05  JE-COA-ENTRY OCCURS 500 TIMES.
               10  JE-CO-ACCOUNT       PIC X(08).
               10  JE-CO-TYPE          PIC X(01).
                   88  JE-CO-TYPE-VALID
                                       VALUE "A" "L" "Q" "R" "C"
                                             "E".
               10  JE-CO-ACTIVE        PIC X(01).
                   88  JE-CO-INACTIVE  VALUE "I".

       01  JE-SOURCE-KEY.
           05  JE-SK-PREFIX            PIC X(03).
           05  JE-SK-ENTRY-ID          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.

       01  JE-GL-DETAIL-LINE.
           05  JE-GD-RECORD-TYPE       PIC X(01) VALUE "D".
           05  JE-GD-ACCOUNT           PIC X(08).
           05  JE-GD-DC-FLAG           PIC X(01).
           05  JE-GD-AMOUNT            PIC 9(11)V99.
           05  JE-GD-SOURCE-KEY        PIC X(12).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  JE-GL-HEADER-LINE.
           05  FILLER                  PIC X(01) VALUE "H".
           05  JE-GH-SOURCE            PIC X(08).
           05  JE-GH-BATCH-DATE        PIC 9(08).
           05  FILLER                  PIC X(63) VALUE SPACES.

       01  JE-GL-TRAILER-LINE.
           05  FILLER                  PIC X(01) VALUE "T".
           05  JE-GT-RECORD-COUNT      PIC 9(05).
           05  JE-GT-DEBIT-TOTAL       PIC 9(13)V99.
           05  JE-GT-CREDIT-TOTAL      PIC 9(13)V99.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  JE-DATE-LINE.
           05  FILLER                  PIC X(20)
                   VALUE " POSTING DATE       ".
           05  JE-DL-POSTING-DATE      PIC 9(08).
           05  FILLER                  PIC X(20)
                   VALUE "   REVERSAL DATE    ".
           05  JE-DL-REVERSE-DATE      PIC 9(08).
           05  FILLER                  PIC X(20)
                   VALUE "   APPROVAL LIMIT   ".
           05  JE-DL-APPROVAL-LIMIT    PIC ZZZ,ZZZ,ZZ9.99.

       01  JE-COLUMN-LINE.
           05  FILLER                  PIC X(30)
                   VALUE " ENTRY    LINES         DEBITS".
           05  FILLER                  PIC X(30)
                   VALUE "  PREPARER APPROVER REV STATUS".

       01  JE-REGISTER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JE-RG-ENTRY-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JE-RG-LINE-COUNT        PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JE-RG-DEBITS            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JE-RG-PREPARER-ID       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  JE-RG-APPROVER-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JE-RG-AUTO-REVERSE      PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  JE-RG-STATUS            PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ONE-ENTRY
               UNTIL JE-TRANS-END
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "JRNLENT" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "JRNLENT" TO RH-PROGRAM-NAME
           MOVE "JOURNAL ENTRY REGISTER" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 1100-READ-JOURNAL-CONTROL
           PERFORM 1200-COMPUTE-REVERSE-DATE
           PERFORM 1300-LOAD-CHART-OF-ACCOUNTS
           OPEN INPUT JOURNAL-TRANS
           IF NOT JE-JRNLTRAN-OK
               MOVE "JRNLENT" TO AB-PROGRAM-ID
               MOVE "JRNLTRAN" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE JE-JRNLTRAN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN OUTPUT GL-JOURNAL-FILE
           IF NOT JE-GLJRNL-OK
               MOVE "JRNLENT" TO AB-PROGRAM-ID
               MOVE "GLJRNL" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE JE-GLJRNL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN OUTPUT GL-REVERSAL-FILE
           IF NOT JE-GLREVRS-OK
               MOVE "JRNLENT" TO AB-PROGRAM-ID
               MOVE "GLREVRS" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE JE-GLREVRS-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN EXTEND JOURNAL-SUSPENSE
           IF NOT JE-JESUSP-OK
               CLOSE JOURNAL-SUSPENSE
               OPEN OUTPUT JOURNAL-SUSPENSE
           END-IF
           OPEN EXTEND JOURNAL-LOG
           IF NOT JE-JELOG-OK
               CLOSE JOURNAL-LOG
               OPEN OUTPUT JOURNAL-LOG
           END-IF
           MOVE "JRNLENT" TO JE-GH-SOURCE
           MOVE JE-POSTING-DATE TO JE-GH-BATCH-DATE
           WRITE GL-JOURNAL-RECORD FROM JE-GL-HEADER-LINE
           MOVE JE-REVERSE-DATE TO JE-GH-BATCH-DATE
           WRITE GL-REVERSAL-RECORD FROM JE-GL-HEADER-LINE
           PERFORM 8000-PRINT-REPORT-HEADER
           MOVE JE-POSTING-DATE TO JE-DL-POSTING-DATE
           MOVE JE-REVERSE-DATE TO JE-DL-REVERSE-DATE
           MOVE JE-APPROVAL-LIMIT TO JE-DL-APPROVAL-LIMIT
           DISPLAY JE-DATE-LINE
           DISPLAY JE-COLUMN-LINE
           PERFORM 2900-READ-JOURNAL-TRANS.

      *-----------------------------------------------------------------
      * POSTING DATE AND APPROVAL LIMIT.  A ZERO FIELD ON THE CONTROL
      * RECORD KEEPS THE DEFAULT.
      *-----------------------------------------------------------------
       1100-READ-JOURNAL-CONTROL.
           MOVE RH-RUN-DATE TO JE-POSTING-DATE
           OPEN INPUT JOURNAL-CONTROL
           IF JE-JRNLCTL-NOTFOUND
               DISPLAY "JRNLENT: NO JRNLCTL CONTROL RECORD - POSTING "
                   "TODAY, DEFAULT APPROVAL LIMIT"
           ELSE
               IF NOT JE-JRNLCTL-OK AND NOT JE-JRNLCTL-EOF
                   MOVE "JRNLENT" TO AB-PROGRAM-ID
                   MOVE "JRNLCTL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE JE-JRNLCTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ JOURNAL-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF JC-POSTING-DATE NOT = 0
                           MOVE JC-POSTING-DATE TO JE-POSTING-DATE
                       END-IF
                       IF JC-APPROVAL-LIMIT NOT = 0
                           MOVE JC-APPROVAL-LIMIT
                               TO JE-APPROVAL-LIMIT
                       END-IF
               END-READ
               CLOSE JOURNAL-CONTROL
           END-IF.

      *-----------------------------------------------------------------
      * REVERSALS ARE DATED THE FIRST DAY OF THE PERIOD AFTER THE
      * POSTING DATE'S.
      *-----------------------------------------------------------------
       1200-COMPUTE-REVERSE-DATE.
           MOVE JE-POSTING-DATE TO JE-REVERSE-DATE
           IF JE-POST-MONTH = 12
               ADD 1 TO JE-REV-YEAR
               MOVE 1 TO JE-REV-MONTH
           ELSE
               ADD 1 TO JE-REV-MONTH
           END-IF
           MOVE 1 TO JE-REV-DAY.

      *-----------------------------------------------------------------
      * A MISSING CHART FAILS THE RUN - WITHOUT IT NO ENTRY CAN BE
      * EDITED, AND POSTING UNEDITED ENTRIES IS WHAT THIS RUN IS
      * HERE TO PREVENT.
      *-----------------------------------------------------------------
       1300-LOAD-CHART-OF-ACCOUNTS.
           MOVE 1 TO JE-COA-COUNT
           OPEN INPUT COA-MASTER
           IF NOT JE-COAMAST-OK
               MOVE "JRNLENT" TO AB-PROGRAM-ID
               MOVE "COAMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE JE-COAMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1390-READ-COA-RECORD
           PERFORM 1310-STORE-COA-RECORD
               UNTIL JE-COA-END
                   OR JE-COA-COUNT > JE-MAX-COAS
           IF NOT JE-COA-END
               MOVE "JRNLENT" TO AB-PROGRAM-ID
               MOVE "COAMAST" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE JE-COAMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           CLOSE COA-MASTER
           SUBTRACT 1 FROM JE-COA-COUNT.

       1310-STORE-COA-RECORD.
           MOVE CA-ACCOUNT-NUMBER TO JE-CO-ACCOUNT (JE-COA-COUNT)
           MOVE CA-ACCOUNT-TYPE TO JE-CO-TYPE (JE-COA-COUNT)
           MOVE CA-ACTIVE-FLAG TO JE-CO-ACTIVE (JE-COA-COUNT)
           ADD 1 TO JE-COA-COUNT
           PERFORM 1390-READ-COA-RECORD.

       1390-READ-COA-RECORD.
           READ COA-MASTER
               AT END
                   SET JE-COA-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * GATHER ONE ENTRY'S LINES, EDIT THE ENTRY, THEN POST IT OR
      * SUSPEND IT WHOLE.
      *-----------------------------------------------------------------
       2000-PROCESS-ONE-ENTRY.
           ADD 1 TO JE-ENTRIES-READ
           MOVE 0 TO JE-LINE-COUNT
           MOVE 0 TO JE-ENTRY-DEBITS
           MOVE 0 TO JE-ENTRY-CREDITS
           MOVE SPACES TO JE-REJECT-REASON
           SET JE-ENTRY-ACCEPTED TO TRUE
           MOVE JT-ENTRY-ID TO JE-ENTRY-ID
           MOVE JT-AUTO-REVERSE TO JE-AUTO-REVERSE
           MOVE JT-PREPARER-ID TO JE-PREPARER-ID
           MOVE JT-APPROVER-ID TO JE-APPROVER-ID
           PERFORM 2100-STORE-ENTRY-LINE
               UNTIL JE-TRANS-END
                   OR JT-ENTRY-ID NOT = JE-ENTRY-ID
           IF JE-ENTRY-ACCEPTED
               PERFORM 2200-EDIT-ENTRY
           END-IF
           IF JE-ENTRY-REJECTED
               PERFORM 2500-SUSPEND-ENTRY
           ELSE
               PERFORM 2600-POST-ENTRY
           END-IF.

       2100-STORE-ENTRY-LINE.
           ADD 1 TO JE-LINES-READ
           IF JE-LINE-COUNT < JE-MAX-LINES
               ADD 1 TO JE-LINE-COUNT
               MOVE JT-ACCOUNT TO JE-LN-ACCOUNT (JE-LINE-COUNT)
               MOVE JT-DC-FLAG TO JE-LN-DC-FLAG (JE-LINE-COUNT)
               MOVE JT-AMOUNT TO JE-LN-AMOUNT (JE-LINE-COUNT)
               MOVE JOURNAL-TRANS-RECORD
                   TO JE-LN-IMAGE (JE-LINE-COUNT)
           ELSE
               IF JE-ENTRY-ACCEPTED
                   SET JE-ENTRY-REJECTED TO TRUE
                   MOVE "ENTRY OVER 99 LINES" TO JE-REJECT-REASON
               END-IF
               MOVE JOURNAL-TRANS-RECORD TO SS-ORIGINAL-IMAGE
               PERFORM 2550-WRITE-SUSPENSE-LINE
           END-IF
           IF JE-ENTRY-ACCEPTED
               IF JT-AUTO-REVERSE NOT = JE-AUTO-REVERSE
                       OR JT-PREPARER-ID NOT = JE-PREPARER-ID
                       OR JT-APPROVER-ID NOT = JE-APPROVER-ID
                   SET JE-ENTRY-REJECTED TO TRUE
                   MOVE "ENTRY HEADER FIELDS DIFFER"
                       TO JE-REJECT-REASON
               END-IF
           END-IF
           PERFORM 2900-READ-JOURNAL-TRANS.

      *-----------------------------------------------------------------
      * THE FIRST RULE AN ENTRY BREAKS IS THE REASON IT CARRIES TO
      * SUSPENSE.
      *-----------------------------------------------------------------
       2200-EDIT-ENTRY.
           EVALUATE TRUE
               WHEN JE-PREPARER-ID = SPACES
                   SET JE-ENTRY-REJECTED TO TRUE
                   MOVE "PREPARER ID MISSING" TO JE-REJECT-REASON
               WHEN JE-AUTO-REVERSE NOT = "Y" AND NOT = "N"
                       AND NOT = SPACE
                   SET JE-ENTRY-REJECTED TO TRUE
                   MOVE "INVALID AUTO-REVERSE FLAG"
                       TO JE-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2210-EDIT-ONE-LINE
               VARYING JE-LINE-IDX FROM 1 BY 1
               UNTIL JE-LINE-IDX > JE-LINE-COUNT
                   OR JE-ENTRY-REJECTED
           IF JE-ENTRY-ACCEPTED
               PERFORM 2250-CHECK-BALANCE-APPROVAL
           END-IF.

       2210-EDIT-ONE-LINE.
           MOVE 0 TO JE-COA-FOUND-IDX
           PERFORM 2220-COMPARE-COA-ENTRY
               VARYING JE-COA-IDX FROM 1 BY 1
               UNTIL JE-COA-IDX > JE-COA-COUNT
                   OR JE-COA-FOUND-IDX NOT = 0
           EVALUATE TRUE
               WHEN JE-LN-DC-FLAG (JE-LINE-IDX) NOT = "D"
                       AND NOT = "C"
                   SET JE-ENTRY-REJECTED TO TRUE
                   MOVE "INVALID DEBIT/CREDIT FLAG"
                       TO JE-REJECT-REASON
               WHEN JE-LN-AMOUNT (JE-LINE-IDX) = 0
                   SET JE-ENTRY-REJECTED TO TRUE
                   MOVE "ZERO LINE AMOUNT" TO JE-REJECT-REASON
               WHEN JE-COA-FOUND-IDX = 0
                   SET JE-ENTRY-REJECTED TO TRUE
                   MOVE "ACCOUNT NOT ON CHART" TO JE-REJECT-REASON
               WHEN JE-CO-INACTIVE (JE-COA-FOUND-IDX)
                   SET JE-ENTRY-REJECTED TO TRUE
                   MOVE "ACCOUNT INACTIVE ON CHART"
                       TO JE-REJECT-REASON
               WHEN NOT JE-CO-TYPE-VALID (JE-COA-FOUND-IDX)
                   SET JE-ENTRY-REJECTED TO TRUE
                   MOVE "ACCOUNT TYPE NOT VALID" TO JE-REJECT-REASON
               WHEN JE-LN-DC-FLAG (JE-LINE-IDX) = "D"
                   ADD JE-LN-AMOUNT (JE-LINE-IDX) TO JE-ENTRY-DEBITS
               WHEN OTHER
                   ADD JE-LN-AMOUNT (JE-LINE-IDX) TO JE-ENTRY-CREDITS
           END-EVALUATE.

       2220-COMPARE-COA-ENTRY.
           IF JE-CO-ACCOUNT (JE-COA-IDX) = JE-LN-ACCOUNT (JE-LINE-IDX)
               MOVE JE-COA-IDX TO JE-COA-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * AN ENTRY MUST BALANCE.  OVER THE APPROVAL LIMIT IT ALSO NEEDS
      * A SECOND PERSON - AN APPROVER WHO IS NOT THE PREPARER.
      *-----------------------------------------------------------------
       2250-CHECK-BALANCE-APPROVAL.
           EVALUATE TRUE
               WHEN JE-ENTRY-DEBITS NOT = JE-ENTRY-CREDITS
                   SET JE-ENTRY-REJECTED TO TRUE
                   MOVE "ENTRY DOES NOT BALANCE" TO JE-REJECT-REASON
               WHEN JE-ENTRY-DEBITS > JE-APPROVAL-LIMIT
                       AND JE-APPROVER-ID = SPACES
                   SET JE-ENTRY-REJECTED TO TRUE
                   MOVE "APPROVER REQUIRED OVER LIMIT"
                       TO JE-REJECT-REASON
               WHEN JE-ENTRY-DEBITS > JE-APPROVAL-LIMIT
                       AND JE-APPROVER-ID = JE-PREPARER-ID
                   SET JE-ENTRY-REJECTED TO TRUE
                   MOVE "APPROVER SAME AS PREPARER"
                       TO JE-REJECT-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------------------
      * EVERY LINE OF A REJECTED ENTRY GOES TO SUSPENSE SO THE ENTRY
      * CAN BE CORRECTED AND RE-KEYED AS A WHOLE.
      *-----------------------------------------------------------------
       2500-SUSPEND-ENTRY.
           PERFORM 2510-SUSPEND-ONE-LINE
               VARYING JE-LINE-IDX FROM 1 BY 1
               UNTIL JE-LINE-IDX > JE-LINE-COUNT
           ADD 1 TO JE-ENTRIES-REJECTED
           MOVE JE-REJECT-REASON TO JE-RG-STATUS
           PERFORM 2700-PRINT-REGISTER-LINE.

       2510-SUSPEND-ONE-LINE.
           MOVE JE-LN-IMAGE (JE-LINE-IDX) TO SS-ORIGINAL-IMAGE
           PERFORM 2550-WRITE-SUSPENSE-LINE.

       2550-WRITE-SUSPENSE-LINE.
           MOVE "JRNLENT" TO SS-SOURCE-PROGRAM
           MOVE "JRNLENT" TO SS-TRANS-TYPE
           MOVE JE-REJECT-REASON TO SS-REJECT-REASON
           MOVE FUNCTION CURRENT-DATE (1:8) TO SS-REJECT-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO SS-REJECT-TIME
           WRITE JOURNAL-SUSPENSE-RECORD
           ADD 1 TO JE-LINES-SUSPENDED.

      *-----------------------------------------------------------------
      * AN ACCEPTED ENTRY'S LINES GO TO THE JOURNAL BATCH; AN AUTO-
      * REVERSE ENTRY'S LINES ALSO GO TO THE REVERSING BATCH WITH
      * DEBIT AND CREDIT SWAPPED.
      *-----------------------------------------------------------------
       2600-POST-ENTRY.
           MOVE JE-ENTRY-ID TO JE-SK-ENTRY-ID
           MOVE "MJE" TO JE-SK-PREFIX
           PERFORM 2610-WRITE-JOURNAL-LINE
               VARYING JE-LINE-IDX FROM 1 BY 1
               UNTIL JE-LINE-IDX > JE-LINE-COUNT
           IF JE-REVERSE-ENTRY
               MOVE "RJE" TO JE-SK-PREFIX
               PERFORM 2620-WRITE-REVERSAL-LINE
                   VARYING JE-LINE-IDX FROM 1 BY 1
                   UNTIL JE-LINE-IDX > JE-LINE-COUNT
               ADD 1 TO JE-ENTRIES-REVERSED
           END-IF
           PERFORM 2650-WRITE-JOURNAL-LOG
           ADD 1 TO JE-ENTRIES-POSTED
           MOVE "POSTED" TO JE-RG-STATUS
           PERFORM 2700-PRINT-REGISTER-LINE.

       2610-WRITE-JOURNAL-LINE.
           MOVE JE-LN-ACCOUNT (JE-LINE-IDX) TO JE-GD-ACCOUNT
           MOVE JE-LN-DC-FLAG (JE-LINE-IDX) TO JE-GD-DC-FLAG
           MOVE JE-LN-AMOUNT (JE-LINE-IDX) TO JE-GD-AMOUNT
           MOVE JE-SOURCE-KEY TO JE-GD-SOURCE-KEY
           WRITE GL-JOURNAL-RECORD FROM JE-GL-DETAIL-LINE
           ADD 1 TO JE-BATCH-LINES
           IF JE-LN-DC-FLAG (JE-LINE-IDX) = "D"
               ADD JE-LN-AMOUNT (JE-LINE-IDX) TO JE-BATCH-DEBITS
           ELSE
               ADD JE-LN-AMOUNT (JE-LINE-IDX) TO JE-BATCH-CREDITS
           END-IF.

       2620-WRITE-REVERSAL-LINE.
           MOVE JE-LN-ACCOUNT (JE-LINE-IDX) TO JE-GD-ACCOUNT
           MOVE JE-LN-AMOUNT (JE-LINE-IDX) TO JE-GD-AMOUNT
           MOVE JE-SOURCE-KEY TO JE-GD-SOURCE-KEY
           IF JE-LN-DC-FLAG (JE-LINE-IDX) = "D"
               MOVE "C" TO JE-GD-DC-FLAG
               ADD JE-LN-AMOUNT (JE-LINE-IDX) TO JE-REVERSAL-CREDITS
           ELSE
               MOVE "D" TO JE-GD-DC-FLAG
               ADD JE-LN-AMOUNT (JE-LINE-IDX) TO JE-REVERSAL-DEBITS
           END-IF
           WRITE GL-REVERSAL-RECORD FROM JE-GL-DETAIL-LINE
           ADD 1 TO JE-REVERSAL-LINES.

       2650-WRITE-JOURNAL-LOG.
           MOVE SPACES TO JOURNAL-LOG-RECORD
           MOVE JE-ENTRY-ID TO JL-ENTRY-ID
           MOVE JE-POSTING-DATE TO JL-POSTING-DATE
           MOVE JE-PREPARER-ID TO JL-PREPARER-ID
           MOVE JE-APPROVER-ID TO JL-APPROVER-ID
           MOVE JE-LINE-COUNT TO JL-LINE-COUNT
           MOVE JE-ENTRY-DEBITS TO JL-DEBIT-TOTAL
           IF JE-REVERSE-ENTRY
               MOVE "Y" TO JL-AUTO-REVERSE
               MOVE JE-REVERSE-DATE TO JL-REVERSE-DATE
           ELSE
               MOVE "N" TO JL-AUTO-REVERSE
               MOVE 0 TO JL-REVERSE-DATE
           END-IF
           MOVE RH-RUN-DATE TO JL-RUN-DATE
           WRITE JOURNAL-LOG-RECORD.

       2700-PRINT-REGISTER-LINE.
           MOVE JE-ENTRY-ID TO JE-RG-ENTRY-ID
           MOVE JE-LINE-COUNT TO JE-RG-LINE-COUNT
           MOVE JE-ENTRY-DEBITS TO JE-RG-DEBITS
           MOVE JE-PREPARER-ID TO JE-RG-PREPARER-ID
           MOVE JE-APPROVER-ID TO JE-RG-APPROVER-ID
           MOVE JE-AUTO-REVERSE TO JE-RG-AUTO-REVERSE
           DISPLAY JE-REGISTER-LINE.

       2900-READ-JOURNAL-TRANS.
           READ JOURNAL-TRANS
               AT END
                   SET JE-TRANS-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * CLOSE BOTH BATCHES WITH THEIR TRAILERS.  A REJECTED ENTRY
      * ENDS THE RUN WITH RETURN CODE 4 SO ACCOUNTING WORKS THE
      * SUSPENSE FILE; THE ACCEPTED ENTRIES STILL POST.
      *-----------------------------------------------------------------
       3000-TERMINATE.
           MOVE JE-BATCH-LINES TO JE-GT-RECORD-COUNT
           MOVE JE-BATCH-DEBITS TO JE-GT-DEBIT-TOTAL
           MOVE JE-BATCH-CREDITS TO JE-GT-CREDIT-TOTAL
           WRITE GL-JOURNAL-RECORD FROM JE-GL-TRAILER-LINE
           MOVE JE-REVERSAL-LINES TO JE-GT-RECORD-COUNT
           MOVE JE-REVERSAL-DEBITS TO JE-GT-DEBIT-TOTAL
           MOVE JE-REVERSAL-CREDITS TO JE-GT-CREDIT-TOTAL
           WRITE GL-REVERSAL-RECORD FROM JE-GL-TRAILER-LINE
           CLOSE JOURNAL-TRANS
           CLOSE GL-JOURNAL-FILE
           CLOSE GL-REVERSAL-FILE
           CLOSE JOURNAL-SUSPENSE
           CLOSE JOURNAL-LOG
           DISPLAY " "
           DISPLAY "JOURNAL LINES READ:      " JE-LINES-READ
           DISPLAY "ENTRIES READ:            " JE-ENTRIES-READ
           DISPLAY "ENTRIES POSTED:          " JE-ENTRIES-POSTED
           DISPLAY "ENTRIES AUTO-REVERSED:   " JE-ENTRIES-REVERSED
           DISPLAY "ENTRIES REJECTED:        " JE-ENTRIES-REJECTED
           DISPLAY "LINES TO SUSPENSE:       " JE-LINES-SUSPENDED
           DISPLAY "JOURNAL BATCH LINES:     " JE-BATCH-LINES
           DISPLAY "REVERSING BATCH LINES:   " JE-REVERSAL-LINES
           IF JE-ENTRIES-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE JE-LINES-READ TO RW-READ-COUNT
           MOVE JE-BATCH-LINES TO RW-WRITE-COUNT
           MOVE JE-LINES-SUSPENDED TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM JRNLENT.
