      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    A BATCH PERDCLOSE PRODUCED HAS THE LINES
      *                  ACTUALLY POSTED AND THEIR AMOUNT TOTAL
      *                  RECORDED ON THE HANDOFF LEDGER AT END OF RUN
      *                  (NOTHING POSTED FOR A REFUSED BATCH), AGAINST
      *                  WHAT PERDCLOSE WROTE.  MANUAL AND YEAR-END
      *                  JOURNAL BATCHES ARE NOT LEDGERED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLPOST.
           SELECT GL-HISTORY-FILE ASSIGN TO "GLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GP-GLHIST-STATUS.
           SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HW-CTLLEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  GX-BATCH-DATE           PIC 9(08).
           05  FILLER                  PIC X(32).

       FD  CONTROL-LEDGER-FILE
           RECORDING MODE IS F.
       01  CONTROL-LEDGER-RECORD.
           COPY CTLLEDG.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
       COPY CTLLEDWS.

       01  GP-GLJRNL-STATUS            PIC X(02) VALUE "00".
           88  GP-GLJRNL-OK            VALUE "00".

       01  GP-BATCH-PERIOD             PIC 9(06) VALUE 0.
       01  GP-BATCH-DATE               PIC 9(08) VALUE 0.
       01  GP-BATCH-SOURCE             PIC X(08) VALUE SPACES.
       01  GP-POSTED-HASH              PIC S9(13)V99 COMP-3 VALUE 0.
       01  GP-DEBIT-SUM                PIC S9(13)V99 COMP-3 VALUE 0.
       01  GP-CREDIT-SUM               PIC S9(13)V99 COMP-3 VALUE 0.

           EVALUATE TRUE
               WHEN GJ-HEADER-RECORD
                   MOVE GH-BATCH-DATE TO GP-BATCH-DATE
                   MOVE GH-SOURCE TO GP-BATCH-SOURCE
                   MOVE GH-BATCH-DATE (1:6) TO GP-BATCH-PERIOD
               WHEN GJ-DETAIL-RECORD
                   IF GP-JRNL-COUNT >= GP-MAX-JRNLS
           MOVE GP-JR-SOURCE-KEY (GP-JRNL-IDX) TO GX-SOURCE-KEY
           MOVE GP-BATCH-DATE TO GX-BATCH-DATE
           WRITE GL-HISTORY-RECORD
           ADD 1 TO GP-DETAIL-COUNT
           ADD GP-JR-AMOUNT (GP-JRNL-IDX) TO GP-POSTED-HASH.

       3200-FIND-BALANCE-ENTRY.
           MOVE 0 TO GP-BAL-FOUND-IDX
           DISPLAY "JOURNAL LINES POSTED:  " GP-DETAIL-COUNT
           DISPLAY "BATCH DEBIT TOTAL:     " GP-DEBIT-SUM
           DISPLAY "BATCH CREDIT TOTAL:    " GP-CREDIT-SUM
           IF GP-BATCH-SOURCE = "PERDCLOS"
               MOVE "GLPOST" TO HW-PROGRAM-NAME
               MOVE "GLJRNL" TO HW-FILE-NAME
               MOVE GP-DETAIL-COUNT TO HW-RECORD-COUNT
               MOVE GP-POSTED-HASH TO HW-AMOUNT-HASH
               PERFORM 8710-WRITE-HANDOFF-CONSUMED
           END-IF
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.
       COPY CTLLEDPR.

       END PROGRAM GLPOST.
