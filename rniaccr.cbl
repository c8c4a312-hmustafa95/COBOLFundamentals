      ******************************************************************
      * PROGRAM-ID.    RNIACCR
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - FINANCE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       PERIOD-END RECEIVED-NOT-INVOICED ACCRUAL.  FOR
      *                EVERY PURCHASE ORDER ON THE PO MASTER - OPEN,
      *                CLOSED OR CANCELLED, SINCE AN ORDER RECEIVED IN
      *                FULL IS CLOSED WHETHER OR NOT THE VENDOR HAS
      *                BILLED IT - THE QUANTITY INVOICED IS THE AMOUNT
      *                ON THE PAYABLES FILE AGAINST THE PO AT THE PO
      *                UNIT COST, AND WHAT HAS BEEN RECEIVED BEYOND IT
      *                IS ACCRUED AT THE PO UNIT COST.  THE OLDEST
      *                UNBILLED RECEIPT IS FOUND BY TAKING THE PO'S
      *                RECEIPTS NEWEST FIRST UNTIL THEY COVER THE
      *                UNBILLED QUANTITY (VENDORS BILL THE OLDEST
      *                DELIVERIES FIRST), AND AN ORDER WHOSE OLDEST
      *                UNBILLED RECEIPT IS OVER 60 DAYS OLD IS FLAGGED
      *                FOR THE BUYER TO CHASE THE INVOICE.  THE REPORT
      *                RUNS BY VENDOR AND PO WITH VENDOR SUBTOTALS.
      *                THE ACCRUAL TOTAL IS APPENDED TO THE PERIOD-
      *                CLOSE FILE (PS-AMOUNT-1, WITH THE PART OVER 60
      *                DAYS IN PS-AMOUNT-2 FOR INFORMATION) FOR
      *                PERDCLOSE TO JOURNAL; PERDCLOSE REVERSES IT IN
      *                THE FOLLOWING PERIOD.  A RERUN IN THE SAME
      *                PERIOD FINDS ITS RECORD ALREADY ON THE FILE,
      *                APPENDS NOTHING AND ENDS WITH RETURN CODE 4.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RNIACCR.
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
           SELECT PO-MASTER ASSIGN TO "POMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-POMAST-STATUS.
           SELECT RECEIPTS-FILE ASSIGN TO "RECEIPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-RECEIPTS-STATUS.
           SELECT AP-OPEN-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-APOPEN-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VN-VENDOR-ID OF VENDOR-MASTER-RECORD
               FILE STATUS IS RA-VENDMAST-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERDCLOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-PERDCLOS-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PO-MASTER
           RECORDING MODE IS F.
       01  PO-MASTER-RECORD.
           COPY POMAST.

       FD  RECEIPTS-FILE
           RECORDING MODE IS F.
       01  RECEIPT-RECORD.
           05  RE-STORE-ID             PIC X(05).
           05  RE-SHIPMENT-ID          PIC X(05).
           05  RE-PRODUCT-CODE         PIC X(05).
           05  RE-RECEIVED-QTY         PIC 9(05).
           05  RE-RECEIPT-DATE         PIC 9(08).
           05  RE-PO-NUMBER            PIC 9(06).
           05  FILLER                  PIC X(46).

       FD  AP-OPEN-FILE
           RECORDING MODE IS F.
       01  AP-OPEN-RECORD.
           COPY APOPEN.

       FD  VENDOR-MASTER
           RECORDING MODE IS F.
       01  VENDOR-MASTER-RECORD.
           COPY VENDMAST.

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

       01  RA-POMAST-STATUS            PIC X(02) VALUE "00".
           88  RA-POMAST-OK            VALUE "00".
           88  RA-POMAST-EOF           VALUE "10".
       01  RA-RECEIPTS-STATUS          PIC X(02) VALUE "00".
           88  RA-RECEIPTS-OK          VALUE "00".
           88  RA-RECEIPTS-EOF         VALUE "10".
           88  RA-RECEIPTS-NOTFOUND    VALUE "35".
       01  RA-APOPEN-STATUS            PIC X(02) VALUE "00".
           88  RA-APOPEN-OK            VALUE "00".
           88  RA-APOPEN-EOF           VALUE "10".
       01  RA-VENDMAST-STATUS          PIC X(02) VALUE "00".
           88  RA-VENDMAST-OK          VALUE "00".
       01  RA-PERDCLOS-STATUS          PIC X(02) VALUE "00".
           88  RA-PERDCLOS-OK          VALUE "00".
           88  RA-PERDCLOS-EOF         VALUE "10".
           88  RA-PERDCLOS-NOTFOUND    VALUE "35".

       01  RA-SWITCHES.
           05  RA-POMAST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  RA-POMAST-END       VALUE "Y".
           05  RA-APOPEN-EOF-SWITCH    PIC X(01) VALUE "N".
               88  RA-APOPEN-END       VALUE "Y".
           05  RA-RECEIPT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  RA-RECEIPT-END      VALUE "Y".
           05  RA-PERDCLOS-EOF-SWITCH  PIC X(01) VALUE "N".
               88  RA-PERDCLOS-END     VALUE "Y".
           05  RA-ACCRUED-SWITCH       PIC X(01) VALUE "N".
               88  RA-ALREADY-ACCRUED  VALUE "Y".
           05  RA-AGING-SWITCH         PIC X(01) VALUE "N".
               88  RA-AGING-DONE       VALUE "Y".
           05  RA-SORT-PASS-SWITCH     PIC X(01) VALUE "N".
               88  RA-SORT-SWAPPED     VALUE "Y".

       01  RA-COUNTERS.
           05  RA-POS-READ             PIC 9(07) COMP VALUE 0.
           05  RA-RECEIPTS-READ        PIC 9(07) COMP VALUE 0.
           05  RA-CHASE-COUNT          PIC 9(05) COMP VALUE 0.
           05  RA-VENDOR-COUNT         PIC 9(05) COMP VALUE 0.
           05  RA-PERIOD-RECORDS       PIC 9(05) COMP VALUE 0.

      *-----------------------------------------------------------------
      * AN ORDER WHOSE OLDEST UNBILLED RECEIPT IS OLDER THAN THIS IS
      * FLAGGED FOR THE BUYER TO CHASE THE VENDOR'S INVOICE.
      *-----------------------------------------------------------------
       01  RA-CHASE-DAYS               PIC 9(03) VALUE 60.

       01  RA-RUN-DATE                 PIC 9(08) VALUE 0.

      *-----------------------------------------------------------------
      * EVERY PO ON THE MASTER WITH WHAT THE PAYABLES FILE HAS BILLED
      * AGAINST IT.
      *-----------------------------------------------------------------
       01  RA-PO-COUNT                 PIC 9(05) COMP VALUE 0.
       01  RA-MAX-POS                  PIC 9(05) COMP VALUE 5000.
       01  RA-PO-IDX                   PIC 9(05) COMP VALUE 0.
       01  RA-PO-FOUND-IDX             PIC 9(05) COMP VALUE 0.
       01  RA-LOOKUP-PO                PIC 9(06) VALUE 0.
       01  RA-PO-TABLE.
           05  RA-PO-ENTRY OCCURS 5000 TIMES.
               10  RA-PO-NUMBER        PIC 9(06).
               10  RA-PO-VENDOR-ID     PIC 9(06).
               10  RA-PO-PRODUCT-CODE  PIC X(05).
               10  RA-PO-UNIT-COST     PIC 9(05)V99.
               10  RA-PO-RECEIVED-QTY  PIC 9(07).
               10  RA-PO-INVOICED-AMT  PIC S9(11)V99.

      *-----------------------------------------------------------------
      * THE ORDERS WITH RECEIVED QUANTITY NOT YET BILLED - THE
      * ACCRUAL REPORT, SORTED BY VENDOR AND PO BEFORE PRINTING.
      *-----------------------------------------------------------------
       01  RA-ACCR-COUNT               PIC 9(05) COMP VALUE 0.
       01  RA-ACCR-IDX                 PIC 9(05) COMP VALUE 0.
       01  RA-ACCR-FOUND-IDX           PIC 9(05) COMP VALUE 0.
       01  RA-ACCRUAL-TABLE.
           05  RA-ACCRUAL-ENTRY OCCURS 5000 TIMES.
               10  RA-AC-VENDOR-ID     PIC 9(06).
               10  RA-AC-PO-NUMBER     PIC 9(06).
               10  RA-AC-PRODUCT-CODE  PIC X(05).
               10  RA-AC-UNIT-COST     PIC 9(05)V99.
               10  RA-AC-RECEIVED-QTY  PIC 9(07).
               10  RA-AC-INVOICED-QTY  PIC S9(07).
               10  RA-AC-UNBILLED-QTY  PIC 9(07).
               10  RA-AC-ACCRUAL       PIC S9(11)V99.
               10  RA-AC-OLDEST-DATE   PIC 9(08).
               10  RA-AC-AGE-DAYS      PIC 9(05).
               10  RA-AC-CHASE-FLAG    PIC X(01).
                   88  RA-AC-CHASE     VALUE "Y".

      *-----------------------------------------------------------------
      * RECEIPTS AGAINST THE ACCRUED ORDERS, KEYED BY THE ORDER'S
      * ACCRUAL TABLE ENTRY, FOR AGING.  THE TABLE ONLY DATES THE
      * ACCRUAL - A FULL TABLE LEAVES LATER ORDERS UNDATED, IT DOES
      * NOT CHANGE THE AMOUNT.
      *-----------------------------------------------------------------
       01  RA-RCPT-COUNT               PIC 9(05) COMP VALUE 0.
       01  RA-MAX-RCPTS                PIC 9(05) COMP VALUE 20000.
       01  RA-RCPT-IDX                 PIC 9(05) COMP VALUE 0.
       01  RA-RECEIPT-TABLE.
           05  RA-RECEIPT-ENTRY OCCURS 20000 TIMES.
               10  RA-RC-ACCR-IDX      PIC 9(05) COMP.
               10  RA-RC-RECEIPT-DATE  PIC 9(08).
               10  RA-RC-RECEIVED-QTY  PIC 9(05).

       01  RA-WORK-FIELDS.
           05  RA-INVOICED-QTY         PIC S9(07) VALUE 0.
           05  RA-COVERED-QTY          PIC 9(09) VALUE 0.
           05  RA-DATE-CEILING         PIC 9(08) VALUE 0.
           05  RA-NEXT-DATE            PIC 9(08) VALUE 0.
           05  RA-NEXT-QTY             PIC 9(07) VALUE 0.
           05  RA-CURRENT-VENDOR       PIC 9(06) VALUE 0.
           05  RA-VENDOR-NAME          PIC X(25) VALUE SPACES.
           05  RA-SORT-IDX-I           PIC 9(05) COMP VALUE 0.
           05  RA-SORT-IDX-J           PIC 9(05) COMP VALUE 0.
           05  RA-SORT-KEY-I           PIC 9(12) VALUE 0.
           05  RA-SORT-KEY-J           PIC 9(12) VALUE 0.
       01  RA-SORT-HOLD                PIC X(72).

       01  RA-TOTALS.
           05  RA-VENDOR-ACCRUAL       PIC S9(11)V99 VALUE 0.
           05  RA-TOTAL-ACCRUAL        PIC S9(11)V99 VALUE 0.
           05  RA-TOTAL-CHASE          PIC S9(11)V99 VALUE 0.

       01  RA-COLUMN-LINE-1.
           05  FILLER                  PIC X(36)
                   VALUE "   PO   PRODUCT RECEIVED  INVOICED ".
           05  FILLER                  PIC X(36)
                   VALUE " UNBILLED UNIT COST        ACCRUAL ".
           05  FILLER                  PIC X(15)
                   VALUE " OLDEST     AGE".

       01  RA-VENDOR-LINE.
           05  FILLER                  PIC X(08) VALUE " VENDOR ".
           05  RA-VL-VENDOR-ID         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RA-VL-VENDOR-NAME       PIC X(25).

       01  RA-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RA-DL-PO-NUMBER         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RA-DL-PRODUCT-CODE      PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RA-DL-RECEIVED-QTY      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RA-DL-INVOICED-QTY      PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RA-DL-UNBILLED-QTY      PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RA-DL-UNIT-COST         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RA-DL-ACCRUAL           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RA-DL-OLDEST-DATE       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RA-DL-AGE-DAYS          PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RA-DL-CHASE-NOTE        PIC X(13).

       01  RA-AGE-EDIT                 PIC ZZZZ9.

       01  RA-TOTAL-LINE.
           05  RA-TL-LABEL             PIC X(56).
           05  RA-TL-ACCRUAL           PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 1100-LOAD-PO-MASTER
           PERFORM 1200-ADD-INVOICED-AMOUNTS
           PERFORM 1300-BUILD-ACCRUAL-LIST
           IF RA-ACCR-COUNT > 0
               PERFORM 1400-LOAD-RECEIPTS
               PERFORM 2000-AGE-ACCRUAL
                   VARYING RA-ACCR-IDX FROM 1 BY 1
                   UNTIL RA-ACCR-IDX > RA-ACCR-COUNT
               PERFORM 3000-SORT-ACCRUALS
           END-IF
           PERFORM 4000-PRINT-ACCRUAL-REPORT
           PERFORM 5000-WRITE-PERIOD-CLOSE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "RNIACCR" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "RNIACCR" TO RH-PROGRAM-NAME
           MOVE "RECEIVED NOT INVOICED ACCRUAL" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           MOVE RH-RUN-DATE TO RA-RUN-DATE
           OPEN INPUT VENDOR-MASTER
           IF NOT RA-VENDMAST-OK
               MOVE "RNIACCR" TO AB-PROGRAM-ID
               MOVE "VENDMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE RA-VENDMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 8000-PRINT-REPORT-HEADER.

      *-----------------------------------------------------------------
      * EVERY ORDER IS LOADED WHATEVER ITS STATUS.  A SHORT TABLE
      * WOULD UNDERSTATE THE ACCRUAL, SO AN OVERFLOWING LOAD STOPS
      * THE RUN.
      *-----------------------------------------------------------------
       1100-LOAD-PO-MASTER.
           MOVE 1 TO RA-PO-COUNT
           OPEN INPUT PO-MASTER
           IF NOT RA-POMAST-OK AND NOT RA-POMAST-EOF
               MOVE "RNIACCR" TO AB-PROGRAM-ID
               MOVE "POMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE RA-POMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           ELSE
               PERFORM 1190-READ-PO-RECORD
               PERFORM 1110-STORE-PO-RECORD
                   UNTIL RA-POMAST-END
                       OR RA-PO-COUNT > RA-MAX-POS
               IF NOT RA-POMAST-END
                   DISPLAY "RNIACCR: PO TABLE FULL AT " RA-MAX-POS
                       " - RUN STOPPED BEFORE AN UNDERSTATED ACCRUAL "
                       "COULD BE POSTED"
                   MOVE "RNIACCR" TO AB-PROGRAM-ID
                   MOVE "POMAST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE RA-POMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF
           CLOSE PO-MASTER
           IF RA-PO-COUNT > 1
               SUBTRACT 1 FROM RA-PO-COUNT
           ELSE
               MOVE 0 TO RA-PO-COUNT
           END-IF.

       1110-STORE-PO-RECORD.
           MOVE PO-PO-NUMBER TO RA-PO-NUMBER (RA-PO-COUNT)
           MOVE PO-VENDOR-ID TO RA-PO-VENDOR-ID (RA-PO-COUNT)
           MOVE PO-PRODUCT-CODE TO RA-PO-PRODUCT-CODE (RA-PO-COUNT)
           MOVE PO-UNIT-COST TO RA-PO-UNIT-COST (RA-PO-COUNT)
           MOVE PO-RECEIVED-QTY TO RA-PO-RECEIVED-QTY (RA-PO-COUNT)
           MOVE 0 TO RA-PO-INVOICED-AMT (RA-PO-COUNT)
           ADD 1 TO RA-POS-READ
           ADD 1 TO RA-PO-COUNT
           PERFORM 1190-READ-PO-RECORD.

       1190-READ-PO-RECORD.
           READ PO-MASTER
               AT END
                   SET RA-POMAST-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EVERY PAYABLE AGAINST A PO COUNTS AS BILLED, WHATEVER ITS
      * STATUS - HELD, SELECTED AND PAID ITEMS ARE ALL ON THE BOOKS.
      *-----------------------------------------------------------------
       1200-ADD-INVOICED-AMOUNTS.
           OPEN INPUT AP-OPEN-FILE
           IF NOT RA-APOPEN-OK AND NOT RA-APOPEN-EOF
               MOVE "RNIACCR" TO AB-PROGRAM-ID
               MOVE "APOPEN" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE RA-APOPEN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1290-READ-AP-RECORD
           PERFORM 1210-ADD-ONE-INVOICE
               UNTIL RA-APOPEN-END
           CLOSE AP-OPEN-FILE.

       1210-ADD-ONE-INVOICE.
           IF AP-PO-NUMBER NOT = 0
               MOVE AP-PO-NUMBER TO RA-LOOKUP-PO
               PERFORM 2800-FIND-PO-ENTRY
               IF RA-PO-FOUND-IDX NOT = 0
                   ADD AP-INVOICE-AMOUNT
                       TO RA-PO-INVOICED-AMT (RA-PO-FOUND-IDX)
               END-IF
           END-IF
           PERFORM 1290-READ-AP-RECORD.

       1290-READ-AP-RECORD.
           READ AP-OPEN-FILE
               AT END
                   SET RA-APOPEN-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE QUANTITY BILLED IS THE AMOUNT BILLED AT THE PO UNIT
      * COST; A NET CREDIT BILLS NOTHING.  AN ORDER WITH NO UNIT COST
      * HAS NOTHING TO ACCRUE.
      *-----------------------------------------------------------------
       1300-BUILD-ACCRUAL-LIST.
           MOVE 0 TO RA-ACCR-COUNT
           PERFORM 1310-CHECK-ONE-PO
               VARYING RA-PO-IDX FROM 1 BY 1
               UNTIL RA-PO-IDX > RA-PO-COUNT.

       1310-CHECK-ONE-PO.
           IF RA-PO-UNIT-COST (RA-PO-IDX) > 0
                   AND RA-PO-RECEIVED-QTY (RA-PO-IDX) > 0
               COMPUTE RA-INVOICED-QTY ROUNDED =
                   RA-PO-INVOICED-AMT (RA-PO-IDX)
                       / RA-PO-UNIT-COST (RA-PO-IDX)
               IF RA-INVOICED-QTY < RA-PO-RECEIVED-QTY (RA-PO-IDX)
                   PERFORM 1320-ADD-ACCRUAL-ENTRY
               END-IF
           END-IF.

       1320-ADD-ACCRUAL-ENTRY.
           ADD 1 TO RA-ACCR-COUNT
           MOVE RA-PO-VENDOR-ID (RA-PO-IDX)
               TO RA-AC-VENDOR-ID (RA-ACCR-COUNT)
           MOVE RA-PO-NUMBER (RA-PO-IDX)
               TO RA-AC-PO-NUMBER (RA-ACCR-COUNT)
           MOVE RA-PO-PRODUCT-CODE (RA-PO-IDX)
               TO RA-AC-PRODUCT-CODE (RA-ACCR-COUNT)
           MOVE RA-PO-UNIT-COST (RA-PO-IDX)
               TO RA-AC-UNIT-COST (RA-ACCR-COUNT)
           MOVE RA-PO-RECEIVED-QTY (RA-PO-IDX)
               TO RA-AC-RECEIVED-QTY (RA-ACCR-COUNT)
           MOVE RA-INVOICED-QTY TO RA-AC-INVOICED-QTY (RA-ACCR-COUNT)
           IF RA-INVOICED-QTY > 0
               COMPUTE RA-AC-UNBILLED-QTY (RA-ACCR-COUNT) =
                   RA-PO-RECEIVED-QTY (RA-PO-IDX) - RA-INVOICED-QTY
           ELSE
               MOVE RA-PO-RECEIVED-QTY (RA-PO-IDX)
                   TO RA-AC-UNBILLED-QTY (RA-ACCR-COUNT)
           END-IF
           COMPUTE RA-AC-ACCRUAL (RA-ACCR-COUNT) =
               RA-AC-UNBILLED-QTY (RA-ACCR-COUNT)
                   * RA-PO-UNIT-COST (RA-PO-IDX)
           MOVE 0 TO RA-AC-OLDEST-DATE (RA-ACCR-COUNT)
           MOVE 0 TO RA-AC-AGE-DAYS (RA-ACCR-COUNT)
           MOVE "N" TO RA-AC-CHASE-FLAG (RA-ACCR-COUNT).

      *-----------------------------------------------------------------
      * EVERY RECEIPT ON FILE AGAINST AN ACCRUED ORDER.  A MISSING
      * RECEIPTS FILE LEAVES THE ACCRUALS UNDATED.
      *-----------------------------------------------------------------
       1400-LOAD-RECEIPTS.
           MOVE 0 TO RA-RCPT-COUNT
           OPEN INPUT RECEIPTS-FILE
           IF RA-RECEIPTS-NOTFOUND
               DISPLAY "RNIACCR: NO RECEIPTS FILE - ACCRUALS ARE "
                   "NOT AGED"
           ELSE
               IF NOT RA-RECEIPTS-OK AND NOT RA-RECEIPTS-EOF
                   MOVE "RNIACCR" TO AB-PROGRAM-ID
                   MOVE "RECEIPTS" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE RA-RECEIPTS-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1490-READ-RECEIPT
               PERFORM 1410-STORE-ONE-RECEIPT
                   UNTIL RA-RECEIPT-END
               CLOSE RECEIPTS-FILE
           END-IF.

       1410-STORE-ONE-RECEIPT.
           ADD 1 TO RA-RECEIPTS-READ
           IF RE-PO-NUMBER NOT = 0
               PERFORM 2850-FIND-ACCRUAL-ENTRY
               IF RA-ACCR-FOUND-IDX NOT = 0
                   IF RA-RCPT-COUNT < RA-MAX-RCPTS
                       ADD 1 TO RA-RCPT-COUNT
                       MOVE RA-ACCR-FOUND-IDX
                           TO RA-RC-ACCR-IDX (RA-RCPT-COUNT)
                       MOVE RE-RECEIPT-DATE
                           TO RA-RC-RECEIPT-DATE (RA-RCPT-COUNT)
                       MOVE RE-RECEIVED-QTY
                           TO RA-RC-RECEIVED-QTY (RA-RCPT-COUNT)
                   ELSE
                       IF RA-RCPT-COUNT = RA-MAX-RCPTS
                           DISPLAY "RNIACCR: RECEIPT TABLE FULL AT "
                               RA-MAX-RCPTS " - LATER RECEIPTS NOT "
                               "AGED"
                           ADD 1 TO RA-RCPT-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 1490-READ-RECEIPT.

       1490-READ-RECEIPT.
           READ RECEIPTS-FILE
               AT END
                   SET RA-RECEIPT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE UNBILLED QUANTITY IS THE NEWEST RECEIPTS.  RECEIPT DATES
      * ARE TAKEN NEWEST FIRST UNTIL THEY COVER IT; THE LAST DATE
      * TAKEN IS THE OLDEST RECEIPT STILL WAITING FOR AN INVOICE.
      *-----------------------------------------------------------------
       2000-AGE-ACCRUAL.
           IF RA-RCPT-COUNT > RA-MAX-RCPTS
               MOVE RA-MAX-RCPTS TO RA-RCPT-COUNT
           END-IF
           MOVE 0 TO RA-COVERED-QTY
           MOVE 99999999 TO RA-DATE-CEILING
           MOVE "N" TO RA-AGING-SWITCH
           PERFORM 2100-TAKE-NEXT-RECEIPT-DATE
               UNTIL RA-AGING-DONE
           IF RA-AC-OLDEST-DATE (RA-ACCR-IDX) NOT = 0
               COMPUTE RA-AC-AGE-DAYS (RA-ACCR-IDX) =
                   FUNCTION INTEGER-OF-DATE (RA-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE
                       (RA-AC-OLDEST-DATE (RA-ACCR-IDX))
               IF RA-AC-AGE-DAYS (RA-ACCR-IDX) > RA-CHASE-DAYS
                   MOVE "Y" TO RA-AC-CHASE-FLAG (RA-ACCR-IDX)
                   ADD 1 TO RA-CHASE-COUNT
                   ADD RA-AC-ACCRUAL (RA-ACCR-IDX) TO RA-TOTAL-CHASE
               END-IF
           END-IF.

       2100-TAKE-NEXT-RECEIPT-DATE.
           MOVE 0 TO RA-NEXT-DATE
           MOVE 0 TO RA-NEXT-QTY
           PERFORM 2110-COMPARE-RECEIPT
               VARYING RA-RCPT-IDX FROM 1 BY 1
               UNTIL RA-RCPT-IDX > RA-RCPT-COUNT
           IF RA-NEXT-DATE = 0
               SET RA-AGING-DONE TO TRUE
           ELSE
               MOVE RA-NEXT-DATE TO RA-AC-OLDEST-DATE (RA-ACCR-IDX)
               MOVE RA-NEXT-DATE TO RA-DATE-CEILING
               ADD RA-NEXT-QTY TO RA-COVERED-QTY
               IF RA-COVERED-QTY >= RA-AC-UNBILLED-QTY (RA-ACCR-IDX)
                   SET RA-AGING-DONE TO TRUE
               END-IF
           END-IF.

       2110-COMPARE-RECEIPT.
           IF RA-RC-ACCR-IDX (RA-RCPT-IDX) = RA-ACCR-IDX
                   AND RA-RC-RECEIPT-DATE (RA-RCPT-IDX)
                       < RA-DATE-CEILING
               IF RA-RC-RECEIPT-DATE (RA-RCPT-IDX) > RA-NEXT-DATE
                   MOVE RA-RC-RECEIPT-DATE (RA-RCPT-IDX)
                       TO RA-NEXT-DATE
                   MOVE RA-RC-RECEIVED-QTY (RA-RCPT-IDX)
                       TO RA-NEXT-QTY
               ELSE
                   IF RA-RC-RECEIPT-DATE (RA-RCPT-IDX) = RA-NEXT-DATE
                       ADD RA-RC-RECEIVED-QTY (RA-RCPT-IDX)
                           TO RA-NEXT-QTY
                   END-IF
               END-IF
           END-IF.

       2800-FIND-PO-ENTRY.
           MOVE 0 TO RA-PO-FOUND-IDX
           PERFORM 2810-COMPARE-PO-ENTRY
               VARYING RA-PO-IDX FROM 1 BY 1
               UNTIL RA-PO-IDX > RA-PO-COUNT
                   OR RA-PO-FOUND-IDX NOT = 0.

       2810-COMPARE-PO-ENTRY.
           IF RA-PO-NUMBER (RA-PO-IDX) = RA-LOOKUP-PO
               MOVE RA-PO-IDX TO RA-PO-FOUND-IDX
           END-IF.

       2850-FIND-ACCRUAL-ENTRY.
           MOVE 0 TO RA-ACCR-FOUND-IDX
           PERFORM 2860-COMPARE-ACCRUAL-ENTRY
               VARYING RA-ACCR-IDX FROM 1 BY 1
               UNTIL RA-ACCR-IDX > RA-ACCR-COUNT
                   OR RA-ACCR-FOUND-IDX NOT = 0.

       2860-COMPARE-ACCRUAL-ENTRY.
           IF RA-AC-PO-NUMBER (RA-ACCR-IDX) = RE-PO-NUMBER
               MOVE RA-ACCR-IDX TO RA-ACCR-FOUND-IDX
           END-IF.

       3000-SORT-ACCRUALS.
           IF RA-ACCR-COUNT > 1
               MOVE "Y" TO RA-SORT-PASS-SWITCH
               PERFORM 3100-SORT-PASS UNTIL NOT RA-SORT-SWAPPED
           END-IF.

       3100-SORT-PASS.
           MOVE "N" TO RA-SORT-PASS-SWITCH
           PERFORM 3200-SORT-COMPARE
               VARYING RA-SORT-IDX-I FROM 1 BY 1
               UNTIL RA-SORT-IDX-I >= RA-ACCR-COUNT.

       3200-SORT-COMPARE.
           COMPUTE RA-SORT-IDX-J = RA-SORT-IDX-I + 1
           MOVE RA-AC-VENDOR-ID (RA-SORT-IDX-I) TO RA-SORT-KEY-I (1:6)
           MOVE RA-AC-PO-NUMBER (RA-SORT-IDX-I) TO RA-SORT-KEY-I (7:6)
           MOVE RA-AC-VENDOR-ID (RA-SORT-IDX-J) TO RA-SORT-KEY-J (1:6)
           MOVE RA-AC-PO-NUMBER (RA-SORT-IDX-J) TO RA-SORT-KEY-J (7:6)
           IF RA-SORT-KEY-I > RA-SORT-KEY-J
               MOVE RA-ACCRUAL-ENTRY (RA-SORT-IDX-I) TO RA-SORT-HOLD
               MOVE RA-ACCRUAL-ENTRY (RA-SORT-IDX-J)
                   TO RA-ACCRUAL-ENTRY (RA-SORT-IDX-I)
               MOVE RA-SORT-HOLD TO RA-ACCRUAL-ENTRY (RA-SORT-IDX-J)
               MOVE "Y" TO RA-SORT-PASS-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * ONE HEADING PER VENDOR, A LINE PER ORDER AND A VENDOR TOTAL,
      * THEN THE ACCRUAL TOTAL AND THE PART THE BUYERS NEED TO CHASE.
      *-----------------------------------------------------------------
       4000-PRINT-ACCRUAL-REPORT.
           IF RA-ACCR-COUNT = 0
               DISPLAY "RNIACCR: NOTHING RECEIVED AND NOT INVOICED"
           ELSE
               DISPLAY RA-COLUMN-LINE-1
               MOVE 0 TO RA-CURRENT-VENDOR
               PERFORM 4100-PRINT-ONE-ACCRUAL
                   VARYING RA-ACCR-IDX FROM 1 BY 1
                   UNTIL RA-ACCR-IDX > RA-ACCR-COUNT
               PERFORM 4300-PRINT-VENDOR-TOTAL
           END-IF
           DISPLAY " "
           MOVE "RECEIVED NOT INVOICED - TOTAL ACCRUAL" TO RA-TL-LABEL
           MOVE RA-TOTAL-ACCRUAL TO RA-TL-ACCRUAL
           DISPLAY RA-TOTAL-LINE
           MOVE "RECEIVED OVER 60 DAYS AGO - INVOICES TO CHASE"
               TO RA-TL-LABEL
           MOVE RA-TOTAL-CHASE TO RA-TL-ACCRUAL
           DISPLAY RA-TOTAL-LINE
           PERFORM 8100-PRINT-REPORT-FOOTER.

       4100-PRINT-ONE-ACCRUAL.
           IF RA-AC-VENDOR-ID (RA-ACCR-IDX) NOT = RA-CURRENT-VENDOR
               IF RA-ACCR-IDX > 1
                   PERFORM 4300-PRINT-VENDOR-TOTAL
               END-IF
               PERFORM 4200-PRINT-VENDOR-HEADING
           END-IF
           MOVE RA-AC-PO-NUMBER (RA-ACCR-IDX) TO RA-DL-PO-NUMBER
           MOVE RA-AC-PRODUCT-CODE (RA-ACCR-IDX) TO RA-DL-PRODUCT-CODE
           MOVE RA-AC-RECEIVED-QTY (RA-ACCR-IDX) TO RA-DL-RECEIVED-QTY
           MOVE RA-AC-INVOICED-QTY (RA-ACCR-IDX) TO RA-DL-INVOICED-QTY
           MOVE RA-AC-UNBILLED-QTY (RA-ACCR-IDX) TO RA-DL-UNBILLED-QTY
           MOVE RA-AC-UNIT-COST (RA-ACCR-IDX) TO RA-DL-UNIT-COST
           MOVE RA-AC-ACCRUAL (RA-ACCR-IDX) TO RA-DL-ACCRUAL
           IF RA-AC-OLDEST-DATE (RA-ACCR-IDX) = 0
               MOVE "UNKNOWN" TO RA-DL-OLDEST-DATE
               MOVE SPACES TO RA-DL-AGE-DAYS
           ELSE
               MOVE RA-AC-OLDEST-DATE (RA-ACCR-IDX)
                   TO RA-DL-OLDEST-DATE
               MOVE RA-AC-AGE-DAYS (RA-ACCR-IDX) TO RA-AGE-EDIT
               MOVE RA-AGE-EDIT TO RA-DL-AGE-DAYS
           END-IF
           IF RA-AC-CHASE (RA-ACCR-IDX)
               MOVE "CHASE INVOICE" TO RA-DL-CHASE-NOTE
           ELSE
               MOVE SPACES TO RA-DL-CHASE-NOTE
           END-IF
           DISPLAY RA-DETAIL-LINE
           ADD RA-AC-ACCRUAL (RA-ACCR-IDX) TO RA-VENDOR-ACCRUAL
           ADD RA-AC-ACCRUAL (RA-ACCR-IDX) TO RA-TOTAL-ACCRUAL.

       4200-PRINT-VENDOR-HEADING.
           MOVE RA-AC-VENDOR-ID (RA-ACCR-IDX) TO RA-CURRENT-VENDOR
           MOVE RA-CURRENT-VENDOR
               TO VN-VENDOR-ID OF VENDOR-MASTER-RECORD
           READ VENDOR-MASTER
               INVALID KEY
                   MOVE "VENDOR NOT ON MASTER" TO RA-VENDOR-NAME
               NOT INVALID KEY
                   MOVE VN-VENDOR-NAME OF VENDOR-MASTER-RECORD
                       TO RA-VENDOR-NAME
           END-READ
           MOVE RA-CURRENT-VENDOR TO RA-VL-VENDOR-ID
           MOVE RA-VENDOR-NAME TO RA-VL-VENDOR-NAME
           DISPLAY " "
           DISPLAY RA-VENDOR-LINE
           ADD 1 TO RA-VENDOR-COUNT.

       4300-PRINT-VENDOR-TOTAL.
           MOVE "     VENDOR TOTAL" TO RA-TL-LABEL
           MOVE RA-VENDOR-ACCRUAL TO RA-TL-ACCRUAL
           DISPLAY RA-TOTAL-LINE
           MOVE 0 TO RA-VENDOR-ACCRUAL.

      *-----------------------------------------------------------------
      * ONE PERIOD-CLOSE RECORD FOR THE ACCRUAL TOTAL, UNLESS THIS
      * PERIOD'S ACCRUAL IS ALREADY ON THE FILE FROM AN EARLIER RUN -
      * THE CLOSE WOULD OTHERWISE JOURNAL IT TWICE.
      *-----------------------------------------------------------------
       5000-WRITE-PERIOD-CLOSE.
           PERFORM 5100-CHECK-ALREADY-ACCRUED
           IF RA-ALREADY-ACCRUED
               DISPLAY "RNIACCR: ACCRUAL ALREADY ON THE PERIOD-CLOSE "
                   "FILE THIS PERIOD - NOT APPENDED AGAIN"
               MOVE 4 TO RETURN-CODE
           ELSE
               IF RA-TOTAL-ACCRUAL NOT = 0
                   OPEN EXTEND PERIOD-CLOSE-FILE
                   IF NOT RA-PERDCLOS-OK
                       CLOSE PERIOD-CLOSE-FILE
                       OPEN OUTPUT PERIOD-CLOSE-FILE
                   END-IF
                   MOVE SPACES TO PERIOD-CLOSE-RECORD
                   MOVE "RNIACCR" TO PS-PROGRAM-NAME
                   MOVE RA-RUN-DATE TO PS-PERIOD-END-DATE
                   MOVE RA-TOTAL-ACCRUAL TO PS-AMOUNT-1
                   MOVE RA-TOTAL-CHASE TO PS-AMOUNT-2
                   MOVE 0 TO PS-AMOUNT-3
                   WRITE PERIOD-CLOSE-RECORD
                   ADD 1 TO RA-PERIOD-RECORDS
                   CLOSE PERIOD-CLOSE-FILE
               END-IF
           END-IF.

       5100-CHECK-ALREADY-ACCRUED.
           MOVE "N" TO RA-ACCRUED-SWITCH
           OPEN INPUT PERIOD-CLOSE-FILE
           IF RA-PERDCLOS-OK
               PERFORM 5190-READ-PERIOD-RECORD
               PERFORM 5110-CHECK-ONE-PERIOD-RECORD
                   UNTIL RA-PERDCLOS-END OR RA-ALREADY-ACCRUED
               CLOSE PERIOD-CLOSE-FILE
           ELSE
               IF NOT RA-PERDCLOS-NOTFOUND
                   MOVE "RNIACCR" TO AB-PROGRAM-ID
                   MOVE "PERDCLOS" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE RA-PERDCLOS-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF.

       5110-CHECK-ONE-PERIOD-RECORD.
           IF PS-PROGRAM-NAME = "RNIACCR"
               SET RA-ALREADY-ACCRUED TO TRUE
           ELSE
               PERFORM 5190-READ-PERIOD-RECORD
           END-IF.

       5190-READ-PERIOD-RECORD.
           READ PERIOD-CLOSE-FILE
               AT END
                   SET RA-PERDCLOS-END TO TRUE
           END-READ.

       9000-TERMINATE.
           CLOSE VENDOR-MASTER
           DISPLAY "RNIACCR: ORDERS READ:              " RA-POS-READ
           DISPLAY "RNIACCR: ORDERS ACCRUED:           " RA-ACCR-COUNT
           DISPLAY "RNIACCR: VENDORS:                  " RA-VENDOR-COUNT
           DISPLAY "RNIACCR: INVOICES TO CHASE:        " RA-CHASE-COUNT
           DISPLAY "RNIACCR: PERIOD-CLOSE RECORDS WRITTEN: "
               RA-PERIOD-RECORDS
           MOVE RA-POS-READ TO RW-READ-COUNT
           MOVE RA-ACCR-COUNT TO RW-WRITE-COUNT
           MOVE 0 TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM RNIACCR.
