      *                ITS EXPECTED DATE, SORTED MOST-OVERDUE FIRST SO
      *                THE BUYER CHASES THE WORST VENDOR FIRST.
      *                ORDERS PAST THEIR EXPECTED DATE ARE FLAGGED.
      *                EACH ORDER CARRIES ITS VENDOR'S LATEST MONTHLY
      *                SCORE FROM THE VENDOR SCORECARD HISTORY, WITH
      *                VENDORS UNDER THE SCORECARD THRESHOLD MARKED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    SHOW THE VENDOR'S LATEST SCORECARD SCORE NEXT
      *                  TO EACH ORDER AND MARK VENDORS BELOW THE
      *                  SCORECARD THRESHOLD.  A MISSING SCORECARD
      *                  HISTORY LEAVES THE SCORE BLANK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPENPORP.
           SELECT PO-MASTER ASSIGN TO "POMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-POMAST-STATUS.
           SELECT SCORE-HISTORY ASSIGN TO "VENDSCHS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OP-VENDSCHS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PO-MASTER-RECORD.
           COPY POMAST.

       FD  SCORE-HISTORY
           RECORDING MODE IS F.
       01  SCORE-HISTORY-RECORD.
           COPY VENDSCHS.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
       01  OP-POMAST-STATUS            PIC X(02) VALUE "00".
           88  OP-POMAST-OK            VALUE "00".
           88  OP-POMAST-EOF           VALUE "10".
       01  OP-VENDSCHS-STATUS          PIC X(02) VALUE "00".
           88  OP-VENDSCHS-OK          VALUE "00".
           88  OP-VENDSCHS-EOF         VALUE "10".
           88  OP-VENDSCHS-NOTFOUND    VALUE "35".

       01  OP-SWITCHES.
           05  OP-EOF-SWITCH           PIC X(01) VALUE "N".
               88  OP-END-OF-FILE      VALUE "Y".
           05  OP-SCORE-EOF-SWITCH     PIC X(01) VALUE "N".
               88  OP-SCORE-END        VALUE "Y".

       01  OP-COUNTERS.
           05  OP-OPEN-COUNT           PIC 9(05) COMP VALUE 0.
           05  OP-TABLE-IDX            PIC 9(05) COMP VALUE 0.
           05  OP-LATE-COUNT           PIC 9(05) COMP VALUE 0.
           05  OP-READ-COUNT           PIC 9(05) COMP VALUE 0.
           05  OP-LOW-SCORE-COUNT      PIC 9(05) COMP VALUE 0.
           05  OP-SCORE-COUNT          PIC 9(05) COMP VALUE 0.
           05  OP-MAX-SCORES           PIC 9(05) COMP VALUE 2000.
           05  OP-SCORE-IDX            PIC 9(05) COMP VALUE 0.
           05  OP-SCORE-FOUND-IDX      PIC 9(05) COMP VALUE 0.

       01  OP-DATE-WORK.
           05  OP-RUN-DATE-INTEGER     PIC 9(07) VALUE 0.
       01  OP-REMAINING-VALUE          PIC S9(09)V99 COMP-3 VALUE 0.
       01  OP-OUTSTANDING-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.

       01  OP-LOOKUP-VENDOR            PIC 9(06) VALUE 0.

      *-----------------------------------------------------------------
      * THE LATEST SCORED MONTH PER VENDOR FROM THE SCORECARD HISTORY.
      *-----------------------------------------------------------------
       01  OP-SCORE-TABLE.
           05  OP-SCORE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON OP-SCORE-COUNT
                   INDEXED BY OP-SC-IDX.
               10  OP-SC-VENDOR-ID     PIC 9(06).
               10  OP-SC-PERIOD        PIC 9(06).
               10  OP-SC-SCORE         PIC 9(03)V99.
               10  OP-SC-BELOW-FLAG    PIC X(01).

       01  OP-ORDER-TABLE.
           05  OP-ORDER-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON OP-OPEN-COUNT
           05  OP-DT-EXPECTED-DATE     PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  OP-DT-FLAG              PIC X(14) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "  SCORE ".
           05  OP-DT-SCORE             PIC ZZ9.99.
           05  OP-DT-SCORE-X REDEFINES OP-DT-SCORE
                                       PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  OP-DT-SCORE-FLAG        PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           COMPUTE OP-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RH-RUN-DATE)
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-VENDOR-SCORES
           PERFORM 2900-READ-PO-RECORD.

      *-----------------------------------------------------------------
      * THE HISTORY HOLDS UP TO TWELVE MONTHS PER VENDOR; ONLY THE
      * LATEST IS KEPT.  A MISSING FILE MEANS THE SCORECARD HAS NOT
      * RUN YET.
      *-----------------------------------------------------------------
       1100-LOAD-VENDOR-SCORES.
           MOVE 0 TO OP-SCORE-COUNT
           OPEN INPUT SCORE-HISTORY
           IF OP-VENDSCHS-NOTFOUND
               DISPLAY "OPENPORP: NO VENDOR SCORECARD HISTORY"
           ELSE
               IF NOT OP-VENDSCHS-OK AND NOT OP-VENDSCHS-EOF
                   MOVE "OPENPORP" TO AB-PROGRAM-ID
                   MOVE "VENDSCHS" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE OP-VENDSCHS-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-SCORE-RECORD
               PERFORM 1110-KEEP-LATEST-SCORE
                   UNTIL OP-SCORE-END
               CLOSE SCORE-HISTORY
           END-IF.

       1110-KEEP-LATEST-SCORE.
           MOVE VH-VENDOR-ID TO OP-LOOKUP-VENDOR
           PERFORM 2800-FIND-VENDOR-SCORE
           IF OP-SCORE-FOUND-IDX = 0
               IF OP-SCORE-COUNT >= OP-MAX-SCORES
                   DISPLAY "OPENPORP: SCORE TABLE FULL, VENDOR "
                       VH-VENDOR-ID " NOT SCORED"
               ELSE
                   ADD 1 TO OP-SCORE-COUNT
                   MOVE OP-SCORE-COUNT TO OP-SCORE-FOUND-IDX
                   MOVE VH-VENDOR-ID
                       TO OP-SC-VENDOR-ID (OP-SCORE-FOUND-IDX)
                   MOVE 0 TO OP-SC-PERIOD (OP-SCORE-FOUND-IDX)
               END-IF
           END-IF
           IF OP-SCORE-FOUND-IDX NOT = 0
               IF VH-PERIOD > OP-SC-PERIOD (OP-SCORE-FOUND-IDX)
                   MOVE VH-PERIOD TO OP-SC-PERIOD (OP-SCORE-FOUND-IDX)
                   MOVE VH-OVERALL-SCORE
                       TO OP-SC-SCORE (OP-SCORE-FOUND-IDX)
                   MOVE VH-BELOW-FLAG
                       TO OP-SC-BELOW-FLAG (OP-SCORE-FOUND-IDX)
               END-IF
           END-IF
           PERFORM 1190-READ-SCORE-RECORD.

       1190-READ-SCORE-RECORD.
           READ SCORE-HISTORY
               AT END
                   SET OP-SCORE-END TO TRUE
           END-READ.

       2000-AGE-ONE-ORDER.
           ADD 1 TO OP-READ-COUNT
           IF PO-ORDER-OPEN
               ADD OP-REMAINING-VALUE TO OP-OUTSTANDING-TOTAL
           END-IF.

       2800-FIND-VENDOR-SCORE.
           MOVE 0 TO OP-SCORE-FOUND-IDX
           IF OP-SCORE-COUNT > 0
               PERFORM 2810-COMPARE-VENDOR-SCORE
                   VARYING OP-SCORE-IDX FROM 1 BY 1
                   UNTIL OP-SCORE-IDX > OP-SCORE-COUNT
                       OR OP-SCORE-FOUND-IDX NOT = 0
           END-IF.

       2810-COMPARE-VENDOR-SCORE.
           IF OP-SC-VENDOR-ID (OP-SCORE-IDX) = OP-LOOKUP-VENDOR
               MOVE OP-SCORE-IDX TO OP-SCORE-FOUND-IDX
           END-IF.

       2900-READ-PO-RECORD.
           READ PO-MASTER
               AT END
           ELSE
               MOVE SPACES TO OP-DT-FLAG
           END-IF
           MOVE OP-OR-VENDOR-ID (OP-TABLE-IDX) TO OP-LOOKUP-VENDOR
           PERFORM 2800-FIND-VENDOR-SCORE
           IF OP-SCORE-FOUND-IDX = 0
               MOVE "  NONE" TO OP-DT-SCORE-X
               MOVE SPACES TO OP-DT-SCORE-FLAG
           ELSE
               MOVE OP-SC-SCORE (OP-SCORE-FOUND-IDX) TO OP-DT-SCORE
               IF OP-SC-BELOW-FLAG (OP-SCORE-FOUND-IDX) = "Y"
                   MOVE "<< LOW SCORE" TO OP-DT-SCORE-FLAG
                   ADD 1 TO OP-LOW-SCORE-COUNT
               ELSE
                   MOVE SPACES TO OP-DT-SCORE-FLAG
               END-IF
           END-IF
           DISPLAY OP-DETAIL-LINE.

       5000-TERMINATE.
           DISPLAY "PURCHASE ORDERS READ:    " OP-READ-COUNT
           DISPLAY "OPEN ORDERS REPORTED:    " OP-OPEN-COUNT
           DISPLAY "ORDERS PAST EXPECTED:    " OP-LATE-COUNT
           DISPLAY "ORDERS WITH LOW-SCORE VENDOR: " OP-LOW-SCORE-COUNT
           DISPLAY "OUTSTANDING VALUE:       " OP-OUTSTANDING-TOTAL
           CLOSE PO-MASTER
           PERFORM 8100-PRINT-REPORT-FOOTER.
