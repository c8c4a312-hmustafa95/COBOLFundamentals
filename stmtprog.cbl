      *                  PATH) AND ITS LAYOUT COMES FROM THE SHARED
      *                  OPENINV COPYBOOK; THE SEQUENTIAL PASS READS
      *                  THROUGH THE PRIMARY KEY.
      * 10/15/2026 DO    A REWARDS MEMBER'S STATEMENT NOW SHOWS THE
      *                  POINTS BALANCE FROM THE LOYALTY POINTS
      *                  LEDGER BELOW THE BALANCE LINES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMTPROG.
           SELECT DEPOSIT-FILE ASSIGN TO "DEPOSITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-DEPOSITS-STATUS.
           SELECT POINTS-LEDGER ASSIGN TO "LOYLPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SP-LOYLPTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  DEPOSIT-RECORD.
           COPY DEPOSITS.

       FD  POINTS-LEDGER
           RECORDING MODE IS F.
       01  POINTS-LEDGER-RECORD.
           COPY LOYLPTS.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
           88  SP-DEPOSITS-OK          VALUE "00".
           88  SP-DEPOSITS-EOF         VALUE "10".
           88  SP-DEPOSITS-NOTFOUND    VALUE "35".
       01  SP-LOYLPTS-STATUS           PIC X(02) VALUE "00".
           88  SP-LOYLPTS-OK           VALUE "00".
           88  SP-LOYLPTS-EOF          VALUE "10".
           88  SP-LOYLPTS-NOTFOUND     VALUE "35".

       01  SP-SWITCHES.
           05  SP-EOF-SWITCH           PIC X(01) VALUE "N".
               88  SP-END-OF-FILE      VALUE "Y".
           05  SP-DEPOSIT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  SP-DEPOSIT-END      VALUE "Y".
           05  SP-POINTS-EOF-SWITCH    PIC X(01) VALUE "N".
               88  SP-POINTS-END       VALUE "Y".

       01  SP-COUNTERS.
           05  SP-ITEM-COUNT           PIC 9(05) COMP VALUE 0.
           05  SP-MAX-DEPS             PIC 9(04) COMP VALUE 2000.
           05  SP-DEP-IDX              PIC 9(04) COMP VALUE 0.
           05  SP-DEP-FOUND-IDX        PIC 9(04) COMP VALUE 0.
           05  SP-PTS-COUNT            PIC 9(04) COMP VALUE 0.
           05  SP-MAX-PTS              PIC 9(04) COMP VALUE 2000.
           05  SP-PTS-IDX              PIC 9(04) COMP VALUE 0.
           05  SP-PTS-FOUND-IDX        PIC 9(04) COMP VALUE 0.

       01  SP-INVOICE-TABLE.
           05  SP-INVOICE-ENTRY OCCURS 1 TO 5000 TIMES
               10  SP-DP-CUSTOMER-ID   PIC 9(06).
               10  SP-DP-BALANCE       PIC S9(09)V99.

       01  SP-POINTS-TABLE.
           05  SP-POINTS-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON SP-PTS-COUNT
                   INDEXED BY SP-PTS-TIDX.
               10  SP-PT-CUSTOMER-ID   PIC 9(06).
               10  SP-PT-BALANCE       PIC S9(09).

       01  SP-ADDRESS-LINE-1.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  SP-AD-NAME              PIC X(25).
               "NET DUE:         ".
           05  SP-ND-BALANCE           PIC $$,$$$,$$9.99-.

       01  SP-POINTS-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "REWARD POINTS:   ".
           05  SP-PL-BALANCE           PIC ZZZ,ZZZ,ZZ9-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-DEPOSITS
           PERFORM 1200-LOAD-POINTS
           MOVE 1 TO SP-ITEM-COUNT
           PERFORM 2900-READ-OPEN-INVOICE.

                   SET SP-DEPOSIT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A MISSING POINTS LEDGER MEANS NO CUSTOMER HAS EARNED REWARD
      * POINTS YET.
      *-----------------------------------------------------------------
       1200-LOAD-POINTS.
           MOVE 1 TO SP-PTS-COUNT
           OPEN INPUT POINTS-LEDGER
           IF SP-LOYLPTS-NOTFOUND
               SET SP-POINTS-END TO TRUE
           ELSE
               IF NOT SP-LOYLPTS-OK AND NOT SP-LOYLPTS-EOF
                   MOVE "STMTPROG" TO AB-PROGRAM-ID
                   MOVE "LOYLPTS" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE SP-LOYLPTS-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-POINTS-RECORD
               PERFORM 1210-STORE-POINTS-RECORD
                   UNTIL SP-POINTS-END
                       OR SP-PTS-COUNT > SP-MAX-PTS
               CLOSE POINTS-LEDGER
           END-IF
           IF SP-PTS-COUNT > 1
               SUBTRACT 1 FROM SP-PTS-COUNT
           ELSE
               MOVE 0 TO SP-PTS-COUNT
           END-IF.

       1210-STORE-POINTS-RECORD.
           MOVE LY-CUSTOMER-ID TO SP-PT-CUSTOMER-ID (SP-PTS-COUNT)
           MOVE LY-POINTS-BALANCE TO SP-PT-BALANCE (SP-PTS-COUNT)
           ADD 1 TO SP-PTS-COUNT
           PERFORM 1290-READ-POINTS-RECORD.

       1290-READ-POINTS-RECORD.
           READ POINTS-LEDGER
               AT END
                   SET SP-POINTS-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONLY OPEN ITEMS GO ON A STATEMENT; PAID ITEMS STAY ON THE
      * FILE FOR HISTORY BUT ARE NOT BILLED AGAIN.  AN ITEM WHOSE
      *-----------------------------------------------------------------
      * THE STATEMENT CLOSES WITH THE OPEN BALANCE, THE MONEY THE
      * CUSTOMER ALREADY HAS ON ACCOUNT, AND THE NET THE TWO LEAVE
      * ACTUALLY DUE.  A REWARDS MEMBER ALSO SEES THE POINTS STANDING
      * ON THE LOYALTY LEDGER.
      *-----------------------------------------------------------------
       4400-PRINT-CUSTOMER-BALANCE.
           MOVE SP-CUSTOMER-BALANCE TO SP-BL-BALANCE
                   SP-CUSTOMER-BALANCE - SP-ON-ACCOUNT-BALANCE
               MOVE SP-NET-DUE TO SP-ND-BALANCE
               DISPLAY SP-NET-DUE-LINE
           END-IF
           PERFORM 4470-FIND-POINTS-ENTRY
           IF SP-PTS-FOUND-IDX NOT = 0
               MOVE SP-PT-BALANCE (SP-PTS-FOUND-IDX) TO SP-PL-BALANCE
               DISPLAY SP-POINTS-LINE
           END-IF.

       4450-FIND-DEPOSIT-ENTRY.
               MOVE SP-DEP-IDX TO SP-DEP-FOUND-IDX
           END-IF.

       4470-FIND-POINTS-ENTRY.
           MOVE 0 TO SP-PTS-FOUND-IDX
           PERFORM 4480-COMPARE-POINTS-ENTRY
               VARYING SP-PTS-IDX FROM 1 BY 1
               UNTIL SP-PTS-IDX > SP-PTS-COUNT
                   OR SP-PTS-FOUND-IDX NOT = 0.

       4480-COMPARE-POINTS-ENTRY.
           IF SP-PT-CUSTOMER-ID (SP-PTS-IDX) = SP-CURRENT-CUSTOMER
               MOVE SP-PTS-IDX TO SP-PTS-FOUND-IDX
           END-IF.

       5000-TERMINATE.
           DISPLAY " "
           DISPLAY "STATEMENTS PRINTED: " SP-STATEMENT-COUNT
