      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    THE ALLOCATIONS ACTUALLY POSTED AND THEIR
      *                  TOTAL QUANTITY ARE RECORDED ON THE HANDOFF
      *                  LEDGER WHEN THE PRORATION FILE IS CLOSED, SO
      *                  AN ALLOCATION DROPPED ON A FULL BALANCE TABLE
      *                  SHOWS UP AGAINST WHAT DIVGIVINGPROG WROTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORINVP.
           SELECT RECEIPTS-FILE ASSIGN TO "RECEIPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SV-RECEIPTS-STATUS.
           SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HW-CTLLEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  RE-PO-NUMBER            PIC 9(06).
           05  FILLER                  PIC X(46).

       FD  CONTROL-LEDGER-FILE
           RECORDING MODE IS F.
       01  CONTROL-LEDGER-RECORD.
           COPY CTLLEDG.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
       COPY CTLLEDWS.

       01  SV-STORINV-STATUS           PIC X(02) VALUE "00".
           88  SV-STORINV-OK           VALUE "00".
           05  SV-ALLOC-POSTED         PIC 9(05) COMP VALUE 0.
           05  SV-RCPT-POSTED          PIC 9(05) COMP VALUE 0.

       01  SV-ALLOC-POSTED-QTY         PIC 9(09) VALUE 0.

       01  SV-LOOKUP-KEY.
           05  SV-LK-STORE-ID          PIC X(05) VALUE SPACES.
           05  SV-LK-PRODUCT-CODE      PIC X(05) VALUE SPACES.
               PERFORM 2100-POST-ONE-ALLOCATION
                   UNTIL SV-ALLOC-END
               CLOSE PRORATION-RESULT
               MOVE "STORINVP" TO HW-PROGRAM-NAME
               MOVE "PRORATE" TO HW-FILE-NAME
               MOVE SV-ALLOC-POSTED TO HW-RECORD-COUNT
               MOVE SV-ALLOC-POSTED-QTY TO HW-AMOUNT-HASH
               PERFORM 8710-WRITE-HANDOFF-CONSUMED
           END-IF.

       2100-POST-ONE-ALLOCATION.
               ADD PR-ALLOCATED-QUANTITY
                   TO SV-BL-IN-TRANSIT (SV-BAL-FOUND-IDX)
               ADD 1 TO SV-ALLOC-POSTED
               ADD PR-ALLOCATED-QUANTITY TO SV-ALLOC-POSTED-QTY
           END-IF
           PERFORM 2990-READ-ALLOCATION.


       COPY ABENDPAR.
       COPY RPTHDRPR.
       COPY CTLLEDPR.

       END PROGRAM STORINVP.
