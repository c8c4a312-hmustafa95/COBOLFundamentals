      *                  CAPPED AT THAT ENTRY'S REMAINING DEMAND, SO A
      *                  CARRY CAN NEVER SHIP AN ORDER PAST WHAT IT
      *                  ASKED FOR.
      * 10/15/2026 DO    THE PRORATION FILE'S RECORD COUNT AND TOTAL
      *                  ALLOCATED QUANTITY ARE RECORDED ON THE
      *                  HANDOFF LEDGER WHEN THE FILE IS CLOSED, FOR
      *                  HANDOFF TO PROVE AGAINST WHAT STORINVP AND
      *                  MULTIGIVING CONSUME.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVGIVINGPROG.
           SELECT STORE-SUSPENSE ASSIGN TO "STORSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DG-STORSUSP-STATUS.
           SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HW-CTLLEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  BO-FIRST-DATE           PIC 9(08).
           05  FILLER                  PIC X(47).

       FD  CONTROL-LEDGER-FILE
           RECORDING MODE IS F.
       01  CONTROL-LEDGER-RECORD.
           COPY CTLLEDG.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY CTLLEDWS.

       01  DG-SHIPFILE-STATUS          PIC X(02) VALUE "00".
           88  DG-SHIPFILE-OK          VALUE "00".
           05  DG-ALLOCATION-COUNT     PIC 9(05) COMP VALUE 0.

       01  DG-RUN-DATE                 PIC 9(08) VALUE 0.
       01  DG-ALLOCATED-HASH           PIC 9(09) VALUE 0.
       01  DG-REMAINING-BULK           PIC 9(07) VALUE 0.
       01  DG-TOTAL-BO-DEMAND          PIC 9(07) VALUE 0.
       01  DG-TOTAL-NEW-DEMAND         PIC 9(07) VALUE 0.
               MOVE DG-RUN-DATE TO PR-ALLOCATION-DATE
               WRITE PRORATION-RESULT-RECORD
               ADD 1 TO DG-ALLOCATION-COUNT
               ADD DG-DM-THIS-ALLOC (DG-DEMAND-IDX)
                   TO DG-ALLOCATED-HASH
           END-IF.

      *-----------------------------------------------------------------
               DG-DIVERTED-COUNT
           DISPLAY "STORES/PRODUCTS STILL BACKORDERED: "
               DG-NEW-BACKORDER-COUNT
           CLOSE PRORATION-RESULT
           MOVE "DIVGIVNG" TO HW-PROGRAM-NAME
           MOVE "PRORATE" TO HW-FILE-NAME
           MOVE DG-ALLOCATION-COUNT TO HW-RECORD-COUNT
           MOVE DG-ALLOCATED-HASH TO HW-AMOUNT-HASH
           PERFORM 8700-WRITE-HANDOFF-PRODUCED.

       COPY CTLLEDPR.
       COPY ABENDPAR.

       END PROGRAM DIVGIVINGPROG.
