      ******************************************************************
      * PROGRAM-ID.    STORSALE
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       DAILY STORE SALES POSTING.  RELIEVES THE STORE-
      *                LEVEL PERPETUAL INVENTORY FROM THE NIGHT'S
      *                REGISTER SALES FEED (HEADER/TRAILER CONTROLLED,
      *                THE TRAILER HASH BEING THE TOTAL QUANTITY ON
      *                THE DETAILS): A SALE REDUCES THE STORE'S
      *                ON-HAND QUANTITY AND A RETURN ADDS IT BACK.  A
      *                LINE FOR A STORE NOT ON THE STORE MASTER OR NOT
      *                ACTIVE, A PRODUCT NOT ON THE PRODUCT FILE, OR
      *                WITH A BAD SALE CODE, QUANTITY OR DATE REJECTS
      *                TO THE STORE SUSPENSE FILE.  ON-HAND MAY GO
      *                BELOW ZERO (THE REGISTER IS RIGHT AND THE BOOK
      *                IS WRONG), AND EVERY STORE AND PRODUCT LEFT
      *                NEGATIVE IS LISTED ON THE EXCEPTION REPORT FOR
      *                A COUNT.  UNITS SOLD AND RETURNED ARE APPENDED
      *                TO THE STATISTICS HISTORY FILE BY STORE,
      *                PRODUCT AND SALE DATE SO FORECAST CAN TREND
      *                EACH PRODUCT ON ITS OWN STORE DEMAND.  THE
      *                STORE INVENTORY FILE IS LOADED AT START OF RUN,
      *                UPDATED IN THE TABLE AND REWRITTEN IN FULL.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORSALE.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - INVENTORY.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-SALES ASSIGN TO "REGSALES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SK-REGSALES-STATUS.
           SELECT STORE-MASTER ASSIGN TO "STORMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SK-STORMAST-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SK-PRODFILE-STATUS.
           SELECT STORE-INVENTORY ASSIGN TO "STORINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SK-STORINV-STATUS.
           SELECT STORE-SUSPENSE ASSIGN TO "STORSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SK-STORSUSP-STATUS.
           SELECT STAT-HISTORY ASSIGN TO "STATHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SK-STATHIST-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-SALES
           RECORDING MODE IS F.
       01  REGISTER-SALE-RECORD.
           05  RG-RECORD-TYPE          PIC X(01).
               88  RG-HEADER-RECORD    VALUE "H".
               88  RG-DETAIL-RECORD    VALUE "D".
               88  RG-TRAILER-RECORD   VALUE "T".
           05  RG-STORE-ID             PIC X(05).
           05  RG-PRODUCT-CODE         PIC X(05).
           05  RG-SALE-CODE            PIC X(01).
               88  RG-SALE             VALUE "S".
               88  RG-RETURN           VALUE "R".
           05  RG-QUANTITY             PIC 9(05).
           05  RG-SALE-DATE            PIC 9(08).
           05  RG-REGISTER-ID          PIC X(04).
           05  RG-TICKET-NUMBER        PIC X(08).
           05  FILLER                  PIC X(43).

       01  REGISTER-HEADER-RECORD REDEFINES REGISTER-SALE-RECORD.
           05  FILLER                  PIC X(01).
           05  GH-SOURCE-SYSTEM        PIC X(08).
           05  GH-CREATE-DATE          PIC 9(08).
           05  GH-EXPECTED-COUNT       PIC 9(07).
           05  FILLER                  PIC X(56).

       01  REGISTER-TRAILER-RECORD REDEFINES REGISTER-SALE-RECORD.
           05  FILLER                  PIC X(01).
           05  GT-RECORD-COUNT         PIC 9(07).
           05  GT-QUANTITY-HASH        PIC 9(11)V99.
           05  FILLER                  PIC X(59).

       FD  STORE-MASTER
           RECORDING MODE IS F.
       01  STORE-MASTER-RECORD.
           05  SR-STORE-ID             PIC X(05).
           05  SR-STORE-NAME           PIC X(20).
           05  SR-REGION-CODE          PIC X(04).
           05  SR-ACTIVE-FLAG          PIC X(01).
               88  SR-STORE-ACTIVE     VALUE "Y".
           05  FILLER                  PIC X(50).

       FD  PRODUCT-FILE
           RECORDING MODE IS F.
       01  PRODUCT-RECORD.
           05  PD-PRODUCT-CODE         PIC X(05).
           05  PD-PRODUCT-NAME         PIC X(20).
           05  PD-UNIT-PRICE           PIC 9(05)V99.
           05  PD-QUANTITY             PIC 9(07).
           05  PD-UNIT-COST            PIC 9(05)V99.
           05  PD-REORDER-POINT        PIC 9(07).
           05  PD-REORDER-QTY          PIC 9(07).
           05  PD-ABC-CLASS            PIC X(01).
           05  PD-STATUS-CODE          PIC X(01).
               88  PD-DISCONTINUED     VALUE "D".
           05  FILLER                  PIC X(04).

       FD  STORE-INVENTORY
           RECORDING MODE IS F.
       01  STORE-INVENTORY-RECORD.
           COPY STORINV.

       FD  STORE-SUSPENSE
           RECORDING MODE IS F.
       01  STORE-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  STAT-HISTORY
           RECORDING MODE IS F.
       01  STAT-HISTORY-RECORD.
           COPY STATHIST.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
       COPY RUNSTAWS.
       COPY BATCHCWS.

       01  SK-REGSALES-STATUS          PIC X(02) VALUE "00".
           88  SK-REGSALES-OK          VALUE "00".
           88  SK-REGSALES-EOF         VALUE "10".
       01  SK-STORMAST-STATUS          PIC X(02) VALUE "00".
           88  SK-STORMAST-OK          VALUE "00".
           88  SK-STORMAST-EOF         VALUE "10".
       01  SK-PRODFILE-STATUS          PIC X(02) VALUE "00".
           88  SK-PRODFILE-OK          VALUE "00".
           88  SK-PRODFILE-EOF         VALUE "10".
       01  SK-STORINV-STATUS           PIC X(02) VALUE "00".
           88  SK-STORINV-OK           VALUE "00".
           88  SK-STORINV-EOF          VALUE "10".
           88  SK-STORINV-NOTFOUND     VALUE "35".
       01  SK-STORSUSP-STATUS          PIC X(02) VALUE "00".
           88  SK-STORSUSP-OK          VALUE "00".
       01  SK-STATHIST-STATUS          PIC X(02) VALUE "00".
           88  SK-STATHIST-OK          VALUE "00".

       01  SK-SWITCHES.
           05  SK-SALES-EOF-SWITCH     PIC X(01) VALUE "N".
               88  SK-SALES-END        VALUE "Y".
           05  SK-STORMAST-EOF-SWITCH  PIC X(01) VALUE "N".
               88  SK-STORMAST-END     VALUE "Y".
           05  SK-PRODUCT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  SK-PRODUCT-END      VALUE "Y".
           05  SK-STORINV-EOF-SWITCH   PIC X(01) VALUE "N".
               88  SK-STORINV-END      VALUE "Y".

       01  SK-COUNTERS.
           05  SK-STORE-COUNT          PIC 9(05) COMP VALUE 0.
           05  SK-MAX-STORES           PIC 9(05) COMP VALUE 500.
           05  SK-STORE-IDX            PIC 9(05) COMP VALUE 0.
           05  SK-STORE-FOUND-IDX      PIC 9(05) COMP VALUE 0.
           05  SK-PRODUCT-COUNT        PIC 9(05) COMP VALUE 0.
           05  SK-MAX-PRODUCTS         PIC 9(05) COMP VALUE 2000.
           05  SK-PROD-IDX             PIC 9(05) COMP VALUE 0.
           05  SK-PROD-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  SK-BAL-COUNT            PIC 9(05) COMP VALUE 0.
           05  SK-MAX-BALS             PIC 9(05) COMP VALUE 5000.
           05  SK-BAL-IDX              PIC 9(05) COMP VALUE 0.
           05  SK-BAL-FOUND-IDX        PIC 9(05) COMP VALUE 0.
           05  SK-HIST-COUNT           PIC 9(05) COMP VALUE 0.
           05  SK-MAX-HIST             PIC 9(05) COMP VALUE 5000.
           05  SK-HIST-IDX             PIC 9(05) COMP VALUE 0.
           05  SK-HIST-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  SK-DETAIL-COUNT         PIC 9(07) COMP VALUE 0.
           05  SK-SALES-POSTED         PIC 9(07) COMP VALUE 0.
           05  SK-RETURNS-POSTED       PIC 9(07) COMP VALUE 0.
           05  SK-REJECT-COUNT         PIC 9(07) COMP VALUE 0.
           05  SK-NEGATIVE-COUNT       PIC 9(05) COMP VALUE 0.
           05  SK-NEWLY-NEGATIVE       PIC 9(05) COMP VALUE 0.
           05  SK-HIST-WRITTEN         PIC 9(05) COMP VALUE 0.

       01  SK-TOTALS.
           05  SK-UNITS-SOLD           PIC 9(09) VALUE 0.
           05  SK-UNITS-RETURNED       PIC 9(09) VALUE 0.

       01  SK-LOOKUP-KEY.
           05  SK-LK-STORE-ID          PIC X(05) VALUE SPACES.
           05  SK-LK-PRODUCT-CODE      PIC X(05) VALUE SPACES.
           05  SK-LK-SALE-DATE         PIC 9(08) VALUE 0.

       01  SK-REJECT-REASON            PIC X(30) VALUE SPACES.

       01  SK-STORE-TABLE.
           05  SK-STORE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON SK-STORE-COUNT
                   INDEXED BY SK-ST-IDX.
               10  SK-SR-STORE-ID      PIC X(05).
               10  SK-SR-STORE-NAME    PIC X(20).
               10  SK-SR-ACTIVE-FLAG   PIC X(01).

       01  SK-PRODUCT-TABLE.
           05  SK-PRODUCT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON SK-PRODUCT-COUNT
                   INDEXED BY SK-PD-IDX.
               10  SK-PD-PRODUCT-CODE  PIC X(05).

      *-----------------------------------------------------------------
      * THE STORE INVENTORY FILE, WITH EACH ROW'S ON-HAND AS LOADED
      * SO THE EXCEPTION REPORT CAN TELL A STORE THAT WENT NEGATIVE
      * TONIGHT FROM ONE ALREADY NEGATIVE.
      *-----------------------------------------------------------------
       01  SK-BALANCE-TABLE.
           05  SK-BALANCE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON SK-BAL-COUNT
                   INDEXED BY SK-BL-TIDX.
               10  SK-BL-STORE-ID      PIC X(05).
               10  SK-BL-PRODUCT-CODE  PIC X(05).
               10  SK-BL-ON-HAND-QTY   PIC S9(07).
               10  SK-BL-IN-TRANSIT    PIC S9(07).
               10  SK-BL-OPENING-QTY   PIC S9(07).

      *-----------------------------------------------------------------
      * UNITS SOLD AND RETURNED BY STORE, PRODUCT AND SALE DATE FOR
      * THE STATISTICS HISTORY APPEND.
      *-----------------------------------------------------------------
       01  SK-HIST-TABLE.
           05  SK-HIST-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON SK-HIST-COUNT
                   INDEXED BY SK-HI-TIDX.
               10  SK-HI-STORE-ID      PIC X(05).
               10  SK-HI-PRODUCT-CODE  PIC X(05).
               10  SK-HI-SALE-DATE     PIC 9(08).
               10  SK-HI-SALE-LINES    PIC 9(05).
               10  SK-HI-UNITS-SOLD    PIC 9(07).
               10  SK-HI-UNITS-RETURNED
                                       PIC 9(07).

       01  SK-COLUMN-HEADING.
           05  FILLER                  PIC X(07) VALUE " STORE ".
           05  FILLER                  PIC X(22) VALUE "STORE NAME".
           05  FILLER                  PIC X(05) VALUE "PROD ".
           05  FILLER                  PIC X(10) VALUE "   OPENING".
           05  FILLER                  PIC X(10) VALUE "   ON HAND".
           05  FILLER                  PIC X(10) VALUE SPACES.

       01  SK-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SK-DT-STORE-ID          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SK-DT-STORE-NAME        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SK-DT-PRODUCT-CODE      PIC X(05).
           05  SK-DT-OPENING-QTY       PIC -(9)9.
           05  SK-DT-ON-HAND-QTY       PIC -(9)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SK-DT-NEW-FLAG          PIC X(12).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-ONE-SALE
               UNTIL SK-SALES-END
           PERFORM 3000-REWRITE-STORE-INVENTORY
           PERFORM 4000-REPORT-NEGATIVE-STOCK
           PERFORM 5000-APPEND-SALES-HISTORY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "STORSALE" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           OPEN INPUT REGISTER-SALES
           IF NOT SK-REGSALES-OK AND NOT SK-REGSALES-EOF
               MOVE "STORSALE" TO AB-PROGRAM-ID
               MOVE "REGSALES" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE SK-REGSALES-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1400-VERIFY-BATCH-CONTROLS
           MOVE "STORSALE" TO RH-PROGRAM-NAME
           MOVE "STORE SALES POSTING - NEGATIVE STOCK"
               TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-STORE-MASTER
           PERFORM 1200-LOAD-PRODUCTS
           PERFORM 1300-LOAD-STORE-INVENTORY
           OPEN EXTEND STORE-SUSPENSE
           IF NOT SK-STORSUSP-OK
               CLOSE STORE-SUSPENSE
               OPEN OUTPUT STORE-SUSPENSE
           END-IF
           PERFORM 2900-READ-SALE-RECORD.

      *-----------------------------------------------------------------
      * A STORE OR PRODUCT PAST THE TABLE CAP IS TREATED AS NOT ON
      * FILE, SO ITS SALES REJECT TO SUSPENSE FOR RESUBMISSION
      * RATHER THAN BEING LOST.
      *-----------------------------------------------------------------
       1100-LOAD-STORE-MASTER.
           MOVE 1 TO SK-STORE-COUNT
           OPEN INPUT STORE-MASTER
           IF NOT SK-STORMAST-OK AND NOT SK-STORMAST-EOF
               MOVE "STORSALE" TO AB-PROGRAM-ID
               MOVE "STORMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE SK-STORMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1190-READ-STORE-MASTER
           PERFORM 1110-STORE-STORE-MASTER
               UNTIL SK-STORMAST-END
                   OR SK-STORE-COUNT > SK-MAX-STORES
           IF NOT SK-STORMAST-END
               DISPLAY "STORSALE: STORE TABLE FULL AT "
                   SK-MAX-STORES " - LATER STORES' SALES REJECTED"
           END-IF
           CLOSE STORE-MASTER
           IF SK-STORE-COUNT > 1
               SUBTRACT 1 FROM SK-STORE-COUNT
           ELSE
               MOVE 0 TO SK-STORE-COUNT
           END-IF.

       1110-STORE-STORE-MASTER.
           MOVE SR-STORE-ID TO SK-SR-STORE-ID (SK-STORE-COUNT)
           MOVE SR-STORE-NAME TO SK-SR-STORE-NAME (SK-STORE-COUNT)
           MOVE SR-ACTIVE-FLAG TO SK-SR-ACTIVE-FLAG (SK-STORE-COUNT)
           ADD 1 TO SK-STORE-COUNT
           PERFORM 1190-READ-STORE-MASTER.

       1190-READ-STORE-MASTER.
           READ STORE-MASTER
               AT END
                   SET SK-STORMAST-END TO TRUE
           END-READ.

       1200-LOAD-PRODUCTS.
           MOVE 1 TO SK-PRODUCT-COUNT
           OPEN INPUT PRODUCT-FILE
           IF NOT SK-PRODFILE-OK AND NOT SK-PRODFILE-EOF
               MOVE "STORSALE" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE SK-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1290-READ-PRODUCT
           PERFORM 1210-STORE-PRODUCT
               UNTIL SK-PRODUCT-END
                   OR SK-PRODUCT-COUNT > SK-MAX-PRODUCTS
           IF NOT SK-PRODUCT-END
               DISPLAY "STORSALE: PRODUCT TABLE FULL AT "
                   SK-MAX-PRODUCTS " - LATER PRODUCTS' SALES REJECTED"
           END-IF
           CLOSE PRODUCT-FILE
           IF SK-PRODUCT-COUNT > 1
               SUBTRACT 1 FROM SK-PRODUCT-COUNT
           ELSE
               MOVE 0 TO SK-PRODUCT-COUNT
           END-IF.

       1210-STORE-PRODUCT.
           MOVE PD-PRODUCT-CODE TO SK-PD-PRODUCT-CODE (SK-PRODUCT-COUNT)
           ADD 1 TO SK-PRODUCT-COUNT
           PERFORM 1290-READ-PRODUCT.

       1290-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   SET SK-PRODUCT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A MISSING STORE INVENTORY FILE (FIRST RUN) STARTS EMPTY.  THE
      * WHOLE FILE IS REWRITTEN AT END OF RUN, SO AN OVERFLOWING LOAD
      * MUST STOP THE RUN - A TRUNCATED TABLE WOULD TRUNCATE THE FILE.
      *-----------------------------------------------------------------
       1300-LOAD-STORE-INVENTORY.
           MOVE 1 TO SK-BAL-COUNT
           OPEN INPUT STORE-INVENTORY
           IF SK-STORINV-NOTFOUND
               SET SK-STORINV-END TO TRUE
           ELSE
               IF NOT SK-STORINV-OK AND NOT SK-STORINV-EOF
                   MOVE "STORSALE" TO AB-PROGRAM-ID
                   MOVE "STORINV" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE SK-STORINV-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1390-READ-BALANCE-RECORD
               PERFORM 1310-STORE-BALANCE-RECORD
                   UNTIL SK-STORINV-END
                       OR SK-BAL-COUNT > SK-MAX-BALS
               IF NOT SK-STORINV-END
                   DISPLAY "STORSALE: BALANCE TABLE FULL AT "
                       SK-MAX-BALS " - RUN STOPPED BEFORE THE "
                       "REWRITE COULD TRUNCATE THE FILE"
                   MOVE "STORSALE" TO AB-PROGRAM-ID
                   MOVE "STORINV" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE SK-STORINV-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE STORE-INVENTORY
           END-IF
           IF SK-BAL-COUNT > 1
               SUBTRACT 1 FROM SK-BAL-COUNT
           ELSE
               MOVE 0 TO SK-BAL-COUNT
           END-IF.

       1310-STORE-BALANCE-RECORD.
           MOVE SI-STORE-ID TO SK-BL-STORE-ID (SK-BAL-COUNT)
           MOVE SI-PRODUCT-CODE TO SK-BL-PRODUCT-CODE (SK-BAL-COUNT)
           MOVE SI-ON-HAND-QTY TO SK-BL-ON-HAND-QTY (SK-BAL-COUNT)
           MOVE SI-IN-TRANSIT-QTY TO SK-BL-IN-TRANSIT (SK-BAL-COUNT)
           MOVE SI-ON-HAND-QTY TO SK-BL-OPENING-QTY (SK-BAL-COUNT)
           ADD 1 TO SK-BAL-COUNT
           PERFORM 1390-READ-BALANCE-RECORD.

       1390-READ-BALANCE-RECORD.
           READ STORE-INVENTORY
               AT END
                   SET SK-STORINV-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * BALANCES THE FEED'S CONTROL RECORDS AGAINST ITS DETAILS
      * BEFORE ANY DETAIL IS POSTED, THEN REOPENS THE FILE FOR THE
      * POSTING PASS.  THE HASH IS THE TOTAL QUANTITY, SALES AND
      * RETURNS ALIKE.
      *-----------------------------------------------------------------
       1400-VERIFY-BATCH-CONTROLS.
           PERFORM 1490-READ-VERIFY-RECORD
           PERFORM 1410-TALLY-VERIFY-RECORD
               UNTIL BC-VERIFY-END
           IF NOT BC-HEADER-FOUND OR NOT BC-TRAILER-FOUND
               DISPLAY "STORSALE: REGSALES MISSING HEADER OR TRAILER "
                   "CONTROL RECORD"
               PERFORM 1450-BATCH-CONTROL-ABEND
           END-IF
           IF BC-EXPECTED-COUNT NOT = BC-ACTUAL-COUNT
                   OR BC-TRAILER-COUNT NOT = BC-ACTUAL-COUNT
                   OR BC-TRAILER-HASH NOT = BC-ACTUAL-HASH
               DISPLAY "STORSALE: REGSALES OUT OF BALANCE"
               DISPLAY "  HEADER EXPECTED COUNT: " BC-EXPECTED-COUNT
               DISPLAY "  TRAILER COUNT:         " BC-TRAILER-COUNT
               DISPLAY "  ACTUAL DETAIL COUNT:   " BC-ACTUAL-COUNT
               DISPLAY "  TRAILER QUANTITY HASH: " BC-TRAILER-HASH
               DISPLAY "  ACTUAL QUANTITY HASH:  " BC-ACTUAL-HASH
               PERFORM 1450-BATCH-CONTROL-ABEND
           END-IF
           CLOSE REGISTER-SALES
           MOVE "00" TO SK-REGSALES-STATUS
           MOVE "N" TO SK-SALES-EOF-SWITCH
           OPEN INPUT REGISTER-SALES.

       1410-TALLY-VERIFY-RECORD.
           EVALUATE TRUE
               WHEN RG-HEADER-RECORD
                   SET BC-HEADER-FOUND TO TRUE
                   MOVE GH-EXPECTED-COUNT TO BC-EXPECTED-COUNT
               WHEN RG-TRAILER-RECORD
                   SET BC-TRAILER-FOUND TO TRUE
                   MOVE GT-RECORD-COUNT TO BC-TRAILER-COUNT
                   MOVE GT-QUANTITY-HASH TO BC-TRAILER-HASH
                   SET BC-VERIFY-END TO TRUE
               WHEN RG-DETAIL-RECORD
                   ADD 1 TO BC-ACTUAL-COUNT
                   IF RG-QUANTITY IS NUMERIC
                       ADD RG-QUANTITY TO BC-ACTUAL-HASH
                   END-IF
           END-EVALUATE
           IF NOT BC-VERIFY-END
               PERFORM 1490-READ-VERIFY-RECORD
           END-IF.

       1450-BATCH-CONTROL-ABEND.
           MOVE "STORSALE" TO AB-PROGRAM-ID
           MOVE "REGSALES" TO AB-FILE-NAME
           MOVE "BALANCE" TO AB-OPERATION
           MOVE "BC" TO AB-STATUS-CODE
           PERFORM 9999-ABEND-ROUTINE.

       1490-READ-VERIFY-RECORD.
           READ REGISTER-SALES
               AT END
                   SET BC-VERIFY-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * HEADER AND TRAILER RECORDS WERE BALANCED UP FRONT AND ARE
      * PASSED OVER HERE.
      *-----------------------------------------------------------------
       2000-POST-ONE-SALE.
           IF RG-DETAIL-RECORD
               ADD 1 TO SK-DETAIL-COUNT
               PERFORM 2100-VALIDATE-SALE
               IF SK-REJECT-REASON = SPACES
                   PERFORM 2300-APPLY-SALE
               END-IF
               IF SK-REJECT-REASON NOT = SPACES
                   PERFORM 2200-REJECT-SALE
               END-IF
           END-IF
           PERFORM 2900-READ-SALE-RECORD.

       2100-VALIDATE-SALE.
           MOVE SPACES TO SK-REJECT-REASON
           MOVE RG-STORE-ID TO SK-LK-STORE-ID
           MOVE RG-PRODUCT-CODE TO SK-LK-PRODUCT-CODE
           PERFORM 2800-FIND-STORE
           PERFORM 2850-FIND-PRODUCT
           EVALUATE TRUE
               WHEN SK-STORE-FOUND-IDX = 0
                   MOVE "STORE NOT ON MASTER" TO SK-REJECT-REASON
               WHEN SK-SR-ACTIVE-FLAG (SK-STORE-FOUND-IDX) NOT = "Y"
                   MOVE "STORE INACTIVE" TO SK-REJECT-REASON
               WHEN SK-PROD-FOUND-IDX = 0
                   MOVE "PRODUCT NOT ON FILE" TO SK-REJECT-REASON
               WHEN NOT RG-SALE AND NOT RG-RETURN
                   MOVE "INVALID SALE/RETURN CODE" TO SK-REJECT-REASON
               WHEN RG-QUANTITY NOT NUMERIC
                   MOVE "INVALID QUANTITY" TO SK-REJECT-REASON
               WHEN RG-QUANTITY = 0
                   MOVE "INVALID QUANTITY" TO SK-REJECT-REASON
               WHEN RG-SALE-DATE NOT NUMERIC
                   MOVE "INVALID SALE DATE" TO SK-REJECT-REASON
               WHEN RG-SALE-DATE = 0
                   MOVE "INVALID SALE DATE" TO SK-REJECT-REASON
           END-EVALUATE.

       2200-REJECT-SALE.
           MOVE SPACES TO STORE-SUSPENSE-RECORD
           MOVE "STORSALE" TO SS-SOURCE-PROGRAM
           MOVE "REGSALES" TO SS-TRANS-TYPE
           MOVE REGISTER-SALE-RECORD TO SS-ORIGINAL-IMAGE
           MOVE SK-REJECT-REASON TO SS-REJECT-REASON
           MOVE FUNCTION CURRENT-DATE (1:8) TO SS-REJECT-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO SS-REJECT-TIME
           WRITE STORE-SUSPENSE-RECORD
           ADD 1 TO SK-REJECT-COUNT.

      *-----------------------------------------------------------------
      * A SALE COMES OFF ON-HAND AND A RETURN GOES BACK ON.  ON-HAND
      * IS ALLOWED BELOW ZERO; THE EXCEPTION REPORT CATCHES IT.  A
      * NEW STORE/PRODUCT PAIR THAT WILL NOT FIT THE BALANCE TABLE
      * REJECTS SO THE LINE IS RESUBMITTED, NOT LOST.
      *-----------------------------------------------------------------
       2300-APPLY-SALE.
           PERFORM 2810-FIND-BALANCE-ENTRY
           IF SK-BAL-FOUND-IDX = 0
               MOVE "STORE INVENTORY TABLE FULL" TO SK-REJECT-REASON
           ELSE
               IF RG-SALE
                   SUBTRACT RG-QUANTITY
                       FROM SK-BL-ON-HAND-QTY (SK-BAL-FOUND-IDX)
                   ADD RG-QUANTITY TO SK-UNITS-SOLD
                   ADD 1 TO SK-SALES-POSTED
               ELSE
                   ADD RG-QUANTITY
                       TO SK-BL-ON-HAND-QTY (SK-BAL-FOUND-IDX)
                   ADD RG-QUANTITY TO SK-UNITS-RETURNED
                   ADD 1 TO SK-RETURNS-POSTED
               END-IF
               PERFORM 2400-ACCUMULATE-HISTORY
           END-IF.

       2400-ACCUMULATE-HISTORY.
           MOVE RG-SALE-DATE TO SK-LK-SALE-DATE
           PERFORM 2830-FIND-HIST-ENTRY
           IF SK-HIST-FOUND-IDX NOT = 0
               IF RG-SALE
                   ADD 1 TO SK-HI-SALE-LINES (SK-HIST-FOUND-IDX)
                   ADD RG-QUANTITY
                       TO SK-HI-UNITS-SOLD (SK-HIST-FOUND-IDX)
               ELSE
                   ADD RG-QUANTITY
                       TO SK-HI-UNITS-RETURNED (SK-HIST-FOUND-IDX)
               END-IF
           END-IF.

       2800-FIND-STORE.
           MOVE 0 TO SK-STORE-FOUND-IDX
           IF SK-STORE-COUNT > 0
               PERFORM 2805-COMPARE-STORE
                   VARYING SK-STORE-IDX FROM 1 BY 1
                   UNTIL SK-STORE-IDX > SK-STORE-COUNT
                       OR SK-STORE-FOUND-IDX NOT = 0
           END-IF.

       2805-COMPARE-STORE.
           IF SK-SR-STORE-ID (SK-STORE-IDX) = SK-LK-STORE-ID
               MOVE SK-STORE-IDX TO SK-STORE-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * FINDS OR ADDS THE BALANCE ENTRY FOR SK-LK-STORE-ID AND
      * SK-LK-PRODUCT-CODE.  ZERO COMES BACK WHEN THE TABLE IS FULL.
      *-----------------------------------------------------------------
       2810-FIND-BALANCE-ENTRY.
           MOVE 0 TO SK-BAL-FOUND-IDX
           IF SK-BAL-COUNT > 0
               PERFORM 2815-COMPARE-BALANCE-ENTRY
                   VARYING SK-BAL-IDX FROM 1 BY 1
                   UNTIL SK-BAL-IDX > SK-BAL-COUNT
                       OR SK-BAL-FOUND-IDX NOT = 0
           END-IF
           IF SK-BAL-FOUND-IDX = 0
               IF SK-BAL-COUNT >= SK-MAX-BALS
                   DISPLAY "STORSALE: BALANCE TABLE FULL, STORE "
                       SK-LK-STORE-ID " PRODUCT " SK-LK-PRODUCT-CODE
                       " NOT TRACKED"
               ELSE
                   ADD 1 TO SK-BAL-COUNT
                   MOVE SK-LK-STORE-ID
                       TO SK-BL-STORE-ID (SK-BAL-COUNT)
                   MOVE SK-LK-PRODUCT-CODE
                       TO SK-BL-PRODUCT-CODE (SK-BAL-COUNT)
                   MOVE 0 TO SK-BL-ON-HAND-QTY (SK-BAL-COUNT)
                   MOVE 0 TO SK-BL-IN-TRANSIT (SK-BAL-COUNT)
                   MOVE 0 TO SK-BL-OPENING-QTY (SK-BAL-COUNT)
                   MOVE SK-BAL-COUNT TO SK-BAL-FOUND-IDX
               END-IF
           END-IF.

       2815-COMPARE-BALANCE-ENTRY.
           IF SK-BL-STORE-ID (SK-BAL-IDX) = SK-LK-STORE-ID
                   AND SK-BL-PRODUCT-CODE (SK-BAL-IDX)
                       = SK-LK-PRODUCT-CODE
               MOVE SK-BAL-IDX TO SK-BAL-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * FINDS OR ADDS THE HISTORY ENTRY FOR THE STORE, PRODUCT AND
      * SALE DATE.  A FULL TABLE ONLY WARNS - THE INVENTORY IS STILL
      * RELIEVED, BUT THE FORECAST WILL UNDERSTATE THAT DEMAND.
      *-----------------------------------------------------------------
       2830-FIND-HIST-ENTRY.
           MOVE 0 TO SK-HIST-FOUND-IDX
           IF SK-HIST-COUNT > 0
               PERFORM 2835-COMPARE-HIST-ENTRY
                   VARYING SK-HIST-IDX FROM 1 BY 1
                   UNTIL SK-HIST-IDX > SK-HIST-COUNT
                       OR SK-HIST-FOUND-IDX NOT = 0
           END-IF
           IF SK-HIST-FOUND-IDX = 0
               IF SK-HIST-COUNT >= SK-MAX-HIST
                   DISPLAY "STORSALE: HISTORY TABLE FULL, STORE "
                       SK-LK-STORE-ID " PRODUCT " SK-LK-PRODUCT-CODE
                       " SALES NOT ADDED TO STATHIST"
               ELSE
                   ADD 1 TO SK-HIST-COUNT
                   MOVE SK-LK-STORE-ID
                       TO SK-HI-STORE-ID (SK-HIST-COUNT)
                   MOVE SK-LK-PRODUCT-CODE
                       TO SK-HI-PRODUCT-CODE (SK-HIST-COUNT)
                   MOVE SK-LK-SALE-DATE
                       TO SK-HI-SALE-DATE (SK-HIST-COUNT)
                   MOVE 0 TO SK-HI-SALE-LINES (SK-HIST-COUNT)
                   MOVE 0 TO SK-HI-UNITS-SOLD (SK-HIST-COUNT)
                   MOVE 0 TO SK-HI-UNITS-RETURNED (SK-HIST-COUNT)
                   MOVE SK-HIST-COUNT TO SK-HIST-FOUND-IDX
               END-IF
           END-IF.

       2835-COMPARE-HIST-ENTRY.
           IF SK-HI-STORE-ID (SK-HIST-IDX) = SK-LK-STORE-ID
                   AND SK-HI-PRODUCT-CODE (SK-HIST-IDX)
                       = SK-LK-PRODUCT-CODE
                   AND SK-HI-SALE-DATE (SK-HIST-IDX)
                       = SK-LK-SALE-DATE
               MOVE SK-HIST-IDX TO SK-HIST-FOUND-IDX
           END-IF.

       2850-FIND-PRODUCT.
           MOVE 0 TO SK-PROD-FOUND-IDX
           IF SK-PRODUCT-COUNT > 0
               PERFORM 2855-COMPARE-PRODUCT
                   VARYING SK-PROD-IDX FROM 1 BY 1
                   UNTIL SK-PROD-IDX > SK-PRODUCT-COUNT
                       OR SK-PROD-FOUND-IDX NOT = 0
           END-IF.

       2855-COMPARE-PRODUCT.
           IF SK-PD-PRODUCT-CODE (SK-PROD-IDX) = SK-LK-PRODUCT-CODE
               MOVE SK-PROD-IDX TO SK-PROD-FOUND-IDX
           END-IF.

       2900-READ-SALE-RECORD.
           READ REGISTER-SALES
               AT END
                   SET SK-SALES-END TO TRUE
           END-READ.

       3000-REWRITE-STORE-INVENTORY.
           OPEN OUTPUT STORE-INVENTORY
           IF NOT SK-STORINV-OK
               MOVE "STORSALE" TO AB-PROGRAM-ID
               MOVE "STORINV" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE SK-STORINV-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF SK-BAL-COUNT > 0
               PERFORM 3100-WRITE-BALANCE-RECORD
                   VARYING SK-BAL-IDX FROM 1 BY 1
                   UNTIL SK-BAL-IDX > SK-BAL-COUNT
           END-IF
           CLOSE STORE-INVENTORY.

       3100-WRITE-BALANCE-RECORD.
           MOVE SPACES TO STORE-INVENTORY-RECORD
           MOVE SK-BL-STORE-ID (SK-BAL-IDX) TO SI-STORE-ID
           MOVE SK-BL-PRODUCT-CODE (SK-BAL-IDX) TO SI-PRODUCT-CODE
           MOVE SK-BL-ON-HAND-QTY (SK-BAL-IDX) TO SI-ON-HAND-QTY
           MOVE SK-BL-IN-TRANSIT (SK-BAL-IDX) TO SI-IN-TRANSIT-QTY
           MOVE RH-RUN-DATE TO SI-LAST-UPDATE
           WRITE STORE-INVENTORY-RECORD.

      *-----------------------------------------------------------------
      * EVERY STORE AND PRODUCT LEFT WITH NEGATIVE ON-HAND, WITH ITS
      * ON-HAND AS LOADED.  ONE THAT WAS ZERO OR BETTER AT START OF
      * RUN WENT NEGATIVE TONIGHT AND IS FLAGGED NEW.
      *-----------------------------------------------------------------
       4000-REPORT-NEGATIVE-STOCK.
           DISPLAY SK-COLUMN-HEADING
           IF SK-BAL-COUNT > 0
               PERFORM 4100-CHECK-ONE-BALANCE
                   VARYING SK-BAL-IDX FROM 1 BY 1
                   UNTIL SK-BAL-IDX > SK-BAL-COUNT
           END-IF
           IF SK-NEGATIVE-COUNT = 0
               DISPLAY "  NO STORE IS CARRYING NEGATIVE STOCK"
           END-IF.

       4100-CHECK-ONE-BALANCE.
           IF SK-BL-ON-HAND-QTY (SK-BAL-IDX) < 0
               ADD 1 TO SK-NEGATIVE-COUNT
               MOVE SK-BL-STORE-ID (SK-BAL-IDX) TO SK-DT-STORE-ID
               MOVE SK-BL-STORE-ID (SK-BAL-IDX) TO SK-LK-STORE-ID
               PERFORM 2800-FIND-STORE
               IF SK-STORE-FOUND-IDX = 0
                   MOVE "STORE NOT ON MASTER" TO SK-DT-STORE-NAME
               ELSE
                   MOVE SK-SR-STORE-NAME (SK-STORE-FOUND-IDX)
                       TO SK-DT-STORE-NAME
               END-IF
               MOVE SK-BL-PRODUCT-CODE (SK-BAL-IDX)
                   TO SK-DT-PRODUCT-CODE
               MOVE SK-BL-OPENING-QTY (SK-BAL-IDX)
                   TO SK-DT-OPENING-QTY
               MOVE SK-BL-ON-HAND-QTY (SK-BAL-IDX)
                   TO SK-DT-ON-HAND-QTY
               IF SK-BL-OPENING-QTY (SK-BAL-IDX) < 0
                   MOVE SPACES TO SK-DT-NEW-FLAG
               ELSE
                   MOVE "NEW TONIGHT" TO SK-DT-NEW-FLAG
                   ADD 1 TO SK-NEWLY-NEGATIVE
               END-IF
               DISPLAY SK-DETAIL-LINE
           END-IF.

      *-----------------------------------------------------------------
      * ONE STORE SALES RECORD PER STORE, PRODUCT AND SALE DATE,
      * APPENDED AFTER THE DAILY STATISTICS ALREADY ON FILE.
      *-----------------------------------------------------------------
       5000-APPEND-SALES-HISTORY.
           IF SK-HIST-COUNT > 0
               OPEN EXTEND STAT-HISTORY
               IF NOT SK-STATHIST-OK
                   CLOSE STAT-HISTORY
                   OPEN OUTPUT STAT-HISTORY
               END-IF
               PERFORM 5100-WRITE-HISTORY-RECORD
                   VARYING SK-HIST-IDX FROM 1 BY 1
                   UNTIL SK-HIST-IDX > SK-HIST-COUNT
               CLOSE STAT-HISTORY
           END-IF.

       5100-WRITE-HISTORY-RECORD.
           MOVE SPACES TO STAT-HISTORY-RECORD
           MOVE SK-HI-SALE-DATE (SK-HIST-IDX) TO SH-STAT-DATE
           MOVE SK-HI-SALE-LINES (SK-HIST-IDX) TO SH-SALE-COUNT
           MOVE 0 TO SH-MEAN
           MOVE 0 TO SH-MEDIAN
           MOVE 0 TO SH-STD-DEVIATION
           MOVE 0 TO SH-RANGE
           SET SH-STORE-SALES TO TRUE
           MOVE SK-HI-STORE-ID (SK-HIST-IDX) TO SH-STORE-ID
           MOVE SK-HI-PRODUCT-CODE (SK-HIST-IDX) TO SH-PRODUCT-CODE
           MOVE SK-HI-UNITS-SOLD (SK-HIST-IDX) TO SH-UNITS-SOLD
           MOVE SK-HI-UNITS-RETURNED (SK-HIST-IDX)
               TO SH-UNITS-RETURNED
           WRITE STAT-HISTORY-RECORD
           ADD 1 TO SK-HIST-WRITTEN.

       9000-TERMINATE.
           DISPLAY " "
           DISPLAY "SALE LINES READ:         " SK-DETAIL-COUNT
           DISPLAY "SALES POSTED:            " SK-SALES-POSTED
           DISPLAY "RETURNS POSTED:          " SK-RETURNS-POSTED
           DISPLAY "LINES REJECTED:          " SK-REJECT-COUNT
           DISPLAY "UNITS SOLD:              " SK-UNITS-SOLD
           DISPLAY "UNITS RETURNED:          " SK-UNITS-RETURNED
           DISPLAY "NEGATIVE BALANCES:       " SK-NEGATIVE-COUNT
           DISPLAY "  NEGATIVE TONIGHT:      " SK-NEWLY-NEGATIVE
           DISPLAY "HISTORY RECORDS WRITTEN: " SK-HIST-WRITTEN
           CLOSE REGISTER-SALES
           CLOSE STORE-SUSPENSE
           MOVE SK-DETAIL-COUNT TO RW-READ-COUNT
           COMPUTE RW-WRITE-COUNT =
               SK-SALES-POSTED + SK-RETURNS-POSTED
           MOVE SK-REJECT-COUNT TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM STORSALE.
