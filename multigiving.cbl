      *                  SHIPMENT AND PRODUCT ON EVERY ALLOCATION
      *                  RECORD; THE FREIGHT EXTENSION PICKS UP THE
      *                  NEW LAYOUT AND SHOWS BOTH ON ITS LINE.
      * 10/15/2026 DO    THE ALLOCATIONS EXTENDED AND THEIR TOTAL
      *                  QUANTITY ARE RECORDED ON THE HANDOFF LEDGER
      *                  AT END OF RUN, AGAINST WHAT DIVGIVINGPROG
      *                  WROTE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MULTIGIVING.
           SELECT PRORATION-RESULT ASSIGN TO "PRORATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MG-PRORATE-STATUS.
           SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HW-CTLLEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PR-ALLOCATION-DATE      PIC 9(8).
           05  FILLER                  PIC X(48).

       FD  CONTROL-LEDGER-FILE
           RECORDING MODE IS F.
       01  CONTROL-LEDGER-RECORD.
           COPY CTLLEDG.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY CTLLEDWS.

       01  MG-PRORATE-STATUS           PIC X(02) VALUE "00".
           88  MG-PRORATE-OK           VALUE "00".
       01  MG-FREIGHT-RATE-PER-UNIT    PIC 9(3)V99 VALUE 6.00.
       01  MG-FREIGHT-CHARGE           PIC 9(07)V99 VALUE 0.
       01  MG-TOTAL-FREIGHT            PIC 9(09)V99 VALUE 0.
       01  MG-ALLOCATION-COUNT         PIC 9(05) COMP VALUE 0.
       01  MG-ALLOCATED-HASH           PIC 9(09) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MULTIPLY PR-ALLOCATED-QUANTITY BY MG-FREIGHT-RATE-PER-UNIT
               GIVING MG-FREIGHT-CHARGE
           ADD MG-FREIGHT-CHARGE TO MG-TOTAL-FREIGHT
           ADD 1 TO MG-ALLOCATION-COUNT
           ADD PR-ALLOCATED-QUANTITY TO MG-ALLOCATED-HASH
           DISPLAY "SHIP " PR-SHIPMENT-ID " PROD " PR-PRODUCT-CODE
               " STORE " PR-STORE-ID " FREIGHT CHARGE: "
               MG-FREIGHT-CHARGE

       3000-TERMINATE.
           DISPLAY "TOTAL FREIGHT BILLED: " MG-TOTAL-FREIGHT
           CLOSE PRORATION-RESULT
           MOVE "MULTIGIV" TO HW-PROGRAM-NAME
           MOVE "PRORATE" TO HW-FILE-NAME
           MOVE MG-ALLOCATION-COUNT TO HW-RECORD-COUNT
           MOVE MG-ALLOCATED-HASH TO HW-AMOUNT-HASH
           PERFORM 8710-WRITE-HANDOFF-CONSUMED.

       COPY CTLLEDPR.
       COPY ABENDPAR.

       END PROGRAM MULTIGIVING.
