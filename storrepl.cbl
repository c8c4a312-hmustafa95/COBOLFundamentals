      ******************************************************************
      * PROGRAM-ID.    STORREPL
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       STORE-LEVEL MIN/MAX REPLENISHMENT.  FOR EVERY
      *                STORE AND PRODUCT ON THE MIN/MAX TABLE, ADDS
      *                THE STORE'S ON-HAND AND IN-TRANSIT QUANTITY
      *                FROM THE STORE INVENTORY FILE TO ANY QUANTITY
      *                ALREADY ON THE STORE ORDER FILE FOR TONIGHT,
      *                AND WHEN THAT POSITION IS BELOW THE MINIMUM
      *                WRITES A STORE ORDER FOR THE QUANTITY THAT
      *                BRINGS IT BACK UP TO THE MAXIMUM - IN THE
      *                STORE ORDER LAYOUT DIVGIVINGPROG PRORATES
      *                FROM, APPENDED AFTER ANY ORDERS THE STORES
      *                PHONED IN.  STORES NOT ACTIVE ON THE STORE
      *                MASTER AND PRODUCTS DISCONTINUED ON THE
      *                PRODUCT FILE ARE NOT ORDERED FOR.  THE
      *                SUGGESTED-ORDER REVIEW REPORT LISTS EVERY ORDER
      *                WRITTEN, AND EVERY MIN/MAX ROW SKIPPED AND WHY,
      *                FOR THE DISTRICT MANAGERS TO ADJUST BEFORE THE
      *                NIGHTLY PRORATION.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORREPL.
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
           SELECT MIN-MAX-FILE ASSIGN TO "STORMMX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SX-STORMMX-STATUS.
           SELECT STORE-MASTER ASSIGN TO "STORMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SX-STORMAST-STATUS.
           SELECT STORE-INVENTORY ASSIGN TO "STORINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SX-STORINV-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SX-PRODFILE-STATUS.
           SELECT STORE-ORDERS ASSIGN TO "STOREORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SX-STOREORD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MIN-MAX-FILE
           RECORDING MODE IS F.
       01  MIN-MAX-RECORD.
           COPY STORMMX.

       FD  STORE-MASTER
           RECORDING MODE IS F.
       01  STORE-MASTER-RECORD.
           05  SR-STORE-ID             PIC X(05).
           05  SR-STORE-NAME           PIC X(20).
           05  SR-REGION-CODE          PIC X(04).
           05  SR-ACTIVE-FLAG          PIC X(01).
               88  SR-STORE-ACTIVE     VALUE "Y".
           05  FILLER                  PIC X(50).

       FD  STORE-INVENTORY
           RECORDING MODE IS F.
       01  STORE-INVENTORY-RECORD.
           COPY STORINV.

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

      *-----------------------------------------------------------------
      * THE STORE ORDER LAYOUT DIVGIVINGPROG READS.
      *-----------------------------------------------------------------
       FD  STORE-ORDERS
           RECORDING MODE IS F.
       01  STORE-ORDER-RECORD.
           05  SO-STORE-ID             PIC X(5).
           05  FILLER                  PIC X(1).
           05  SO-PRODUCT-CODE         PIC X(5).
           05  FILLER                  PIC X(1).
           05  SO-QUANTITY             PIC 9(5).
           05  FILLER                  PIC X(63).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  SX-STORMMX-STATUS           PIC X(02) VALUE "00".
           88  SX-STORMMX-OK           VALUE "00".
           88  SX-STORMMX-EOF          VALUE "10".
       01  SX-STORMAST-STATUS          PIC X(02) VALUE "00".
           88  SX-STORMAST-OK          VALUE "00".
           88  SX-STORMAST-EOF         VALUE "10".
       01  SX-STORINV-STATUS           PIC X(02) VALUE "00".
           88  SX-STORINV-OK           VALUE "00".
           88  SX-STORINV-EOF          VALUE "10".
           88  SX-STORINV-NOTFOUND     VALUE "35".
       01  SX-PRODFILE-STATUS          PIC X(02) VALUE "00".
           88  SX-PRODFILE-OK          VALUE "00".
           88  SX-PRODFILE-EOF         VALUE "10".
       01  SX-STOREORD-STATUS          PIC X(02) VALUE "00".
           88  SX-STOREORD-OK          VALUE "00".
           88  SX-STOREORD-EOF         VALUE "10".
           88  SX-STOREORD-NOTFOUND    VALUE "35".

       01  SX-SWITCHES.
           05  SX-MINMAX-EOF-SWITCH    PIC X(01) VALUE "N".
               88  SX-MINMAX-END       VALUE "Y".
           05  SX-STORMAST-EOF-SWITCH  PIC X(01) VALUE "N".
               88  SX-STORMAST-END     VALUE "Y".
           05  SX-STORINV-EOF-SWITCH   PIC X(01) VALUE "N".
               88  SX-STORINV-END      VALUE "Y".
           05  SX-PRODUCT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  SX-PRODUCT-END      VALUE "Y".
           05  SX-ORDER-EOF-SWITCH     PIC X(01) VALUE "N".
               88  SX-ORDER-END        VALUE "Y".

       01  SX-COUNTERS.
           05  SX-STORE-COUNT          PIC 9(05) COMP VALUE 0.
           05  SX-MAX-STORES           PIC 9(05) COMP VALUE 500.
           05  SX-STORE-IDX            PIC 9(05) COMP VALUE 0.
           05  SX-STORE-FOUND-IDX      PIC 9(05) COMP VALUE 0.
           05  SX-BAL-COUNT            PIC 9(05) COMP VALUE 0.
           05  SX-MAX-BALS             PIC 9(05) COMP VALUE 5000.
           05  SX-BAL-IDX              PIC 9(05) COMP VALUE 0.
           05  SX-BAL-FOUND-IDX        PIC 9(05) COMP VALUE 0.
           05  SX-PRODUCT-COUNT        PIC 9(05) COMP VALUE 0.
           05  SX-MAX-PRODUCTS         PIC 9(05) COMP VALUE 2000.
           05  SX-PROD-IDX             PIC 9(05) COMP VALUE 0.
           05  SX-PROD-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  SX-ORDER-COUNT          PIC 9(05) COMP VALUE 0.
           05  SX-MAX-ORDERS           PIC 9(05) COMP VALUE 5000.
           05  SX-ORDER-IDX            PIC 9(05) COMP VALUE 0.
           05  SX-ORDER-FOUND-IDX      PIC 9(05) COMP VALUE 0.
           05  SX-MINMAX-READ-COUNT    PIC 9(05) COMP VALUE 0.
           05  SX-ORDERS-WRITTEN       PIC 9(05) COMP VALUE 0.
           05  SX-SKIPPED-COUNT        PIC 9(05) COMP VALUE 0.
           05  SX-UNITS-ORDERED        PIC 9(09) COMP VALUE 0.

      *-----------------------------------------------------------------
      * THE LARGEST QUANTITY ONE STORE ORDER RECORD CAN CARRY.
      *-----------------------------------------------------------------
       01  SX-MAX-ORDER-QTY            PIC 9(05) VALUE 99999.

       01  SX-LOOKUP-KEY.
           05  SX-LK-STORE-ID          PIC X(05) VALUE SPACES.
           05  SX-LK-PRODUCT-CODE      PIC X(05) VALUE SPACES.

       01  SX-WORK-FIELDS.
           05  SX-ON-HAND              PIC S9(07) VALUE 0.
           05  SX-IN-TRANSIT           PIC S9(07) VALUE 0.
           05  SX-ON-ORDER             PIC S9(07) VALUE 0.
           05  SX-POSITION             PIC S9(09) VALUE 0.
           05  SX-ORDER-QTY            PIC S9(09) VALUE 0.
           05  SX-SKIP-REASON          PIC X(24) VALUE SPACES.

       01  SX-STORE-TABLE.
           05  SX-STORE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON SX-STORE-COUNT
                   INDEXED BY SX-ST-IDX.
               10  SX-SR-STORE-ID      PIC X(05).
               10  SX-SR-STORE-NAME    PIC X(20).
               10  SX-SR-ACTIVE-FLAG   PIC X(01).

       01  SX-BALANCE-TABLE.
           05  SX-BALANCE-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON SX-BAL-COUNT
                   INDEXED BY SX-BL-TIDX.
               10  SX-BL-STORE-ID      PIC X(05).
               10  SX-BL-PRODUCT-CODE  PIC X(05).
               10  SX-BL-ON-HAND-QTY   PIC S9(07).
               10  SX-BL-IN-TRANSIT    PIC S9(07).

       01  SX-PRODUCT-TABLE.
           05  SX-PRODUCT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON SX-PRODUCT-COUNT
                   INDEXED BY SX-PD-IDX.
               10  SX-PD-PRODUCT-CODE  PIC X(05).
               10  SX-PD-STATUS-CODE   PIC X(01).

      *-----------------------------------------------------------------
      * ORDERS ALREADY ON TONIGHT'S STORE ORDER FILE, TOTALLED BY
      * STORE AND PRODUCT, SO A PHONED-IN ORDER IS NOT DOUBLED.
      *-----------------------------------------------------------------
       01  SX-ORDER-TABLE.
           05  SX-ORDER-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON SX-ORDER-COUNT
                   INDEXED BY SX-OR-IDX.
               10  SX-OR-STORE-ID      PIC X(05).
               10  SX-OR-PRODUCT-CODE  PIC X(05).
               10  SX-OR-QUANTITY      PIC 9(07).

       01  SX-COLUMN-HEADING.
           05  FILLER                  PIC X(07) VALUE " STORE ".
           05  FILLER                  PIC X(22) VALUE "STORE NAME".
           05  FILLER                  PIC X(05) VALUE "PROD ".
           05  FILLER                  PIC X(08) VALUE " ON HAND".
           05  FILLER                  PIC X(09) VALUE " IN TRANS".
           05  FILLER                  PIC X(10) VALUE "  ON ORDER".
           05  FILLER                  PIC X(09) VALUE "      MIN".
           05  FILLER                  PIC X(09) VALUE "      MAX".
           05  FILLER                  PIC X(11) VALUE "  SUGGESTED".

       01  SX-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SX-DT-STORE-ID          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SX-DT-STORE-NAME        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SX-DT-PRODUCT-CODE      PIC X(05).
           05  SX-DT-ON-HAND           PIC -(7)9.
           05  SX-DT-IN-TRANSIT        PIC -(8)9.
           05  SX-DT-ON-ORDER          PIC Z(9)9.
           05  SX-DT-MIN-QTY           PIC Z(8)9.
           05  SX-DT-MAX-QTY           PIC Z(8)9.
           05  SX-DT-ORDER-QTY         PIC Z(10)9.

       01  SX-SKIP-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SX-SK-STORE-ID          PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SX-SK-PRODUCT-CODE      PIC X(05).
           05  FILLER                  PIC X(12) VALUE
               "  SKIPPED - ".
           05  SX-SK-REASON            PIC X(24).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-MIN-MAX
               UNTIL SX-MINMAX-END
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "STORREPL" TO RH-PROGRAM-NAME
           MOVE "STORE MIN/MAX SUGGESTED ORDER REVIEW"
               TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-STORE-MASTER
           PERFORM 1200-LOAD-STORE-INVENTORY
           PERFORM 1300-LOAD-PRODUCTS
           PERFORM 1400-LOAD-EXISTING-ORDERS
           OPEN EXTEND STORE-ORDERS
           IF NOT SX-STOREORD-OK
               CLOSE STORE-ORDERS
               OPEN OUTPUT STORE-ORDERS
               IF NOT SX-STOREORD-OK
                   MOVE "STORREPL" TO AB-PROGRAM-ID
                   MOVE "STOREORD" TO AB-FILE-NAME
                   MOVE "OPEN OUT" TO AB-OPERATION
                   MOVE SX-STOREORD-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF
           OPEN INPUT MIN-MAX-FILE
           IF NOT SX-STORMMX-OK AND NOT SX-STORMMX-EOF
               MOVE "STORREPL" TO AB-PROGRAM-ID
               MOVE "STORMMX" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE SX-STORMMX-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           DISPLAY SX-COLUMN-HEADING
           PERFORM 2900-READ-MIN-MAX.

      *-----------------------------------------------------------------
      * NOTHING IS REWRITTEN FROM THESE TABLES, SO AN OVERFLOWING LOAD
      * IS REPORTED AND THE RUN CARRIES ON - A STORE, BALANCE OR
      * PRODUCT PAST THE CAP IS TREATED AS NOT ON FILE.
      *-----------------------------------------------------------------
       1100-LOAD-STORE-MASTER.
           MOVE 1 TO SX-STORE-COUNT
           OPEN INPUT STORE-MASTER
           IF NOT SX-STORMAST-OK AND NOT SX-STORMAST-EOF
               MOVE "STORREPL" TO AB-PROGRAM-ID
               MOVE "STORMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE SX-STORMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1190-READ-STORE-MASTER
           PERFORM 1110-STORE-STORE-MASTER
               UNTIL SX-STORMAST-END
                   OR SX-STORE-COUNT > SX-MAX-STORES
           IF NOT SX-STORMAST-END
               DISPLAY "STORREPL: STORE TABLE FULL AT "
                   SX-MAX-STORES " - REMAINING STORES NOT ORDERED"
           END-IF
           CLOSE STORE-MASTER
           IF SX-STORE-COUNT > 1
               SUBTRACT 1 FROM SX-STORE-COUNT
           ELSE
               MOVE 0 TO SX-STORE-COUNT
           END-IF.

       1110-STORE-STORE-MASTER.
           MOVE SR-STORE-ID TO SX-SR-STORE-ID (SX-STORE-COUNT)
           MOVE SR-STORE-NAME TO SX-SR-STORE-NAME (SX-STORE-COUNT)
           MOVE SR-ACTIVE-FLAG TO SX-SR-ACTIVE-FLAG (SX-STORE-COUNT)
           ADD 1 TO SX-STORE-COUNT
           PERFORM 1190-READ-STORE-MASTER.

       1190-READ-STORE-MASTER.
           READ STORE-MASTER
               AT END
                   SET SX-STORMAST-END TO TRUE
           END-READ.

      *    A MISSING STORE INVENTORY FILE MEANS NO STORE HOLDS ANYTHING.
       1200-LOAD-STORE-INVENTORY.
           MOVE 1 TO SX-BAL-COUNT
           OPEN INPUT STORE-INVENTORY
           IF SX-STORINV-NOTFOUND
               SET SX-STORINV-END TO TRUE
           ELSE
               IF NOT SX-STORINV-OK AND NOT SX-STORINV-EOF
                   MOVE "STORREPL" TO AB-PROGRAM-ID
                   MOVE "STORINV" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE SX-STORINV-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-STORE-INVENTORY
               PERFORM 1210-STORE-BALANCE
                   UNTIL SX-STORINV-END
                       OR SX-BAL-COUNT > SX-MAX-BALS
               IF NOT SX-STORINV-END
                   DISPLAY "STORREPL: BALANCE TABLE FULL AT "
                       SX-MAX-BALS " - LATER BALANCES READ AS ZERO"
               END-IF
               CLOSE STORE-INVENTORY
           END-IF
           IF SX-BAL-COUNT > 1
               SUBTRACT 1 FROM SX-BAL-COUNT
           ELSE
               MOVE 0 TO SX-BAL-COUNT
           END-IF.

       1210-STORE-BALANCE.
           MOVE SI-STORE-ID TO SX-BL-STORE-ID (SX-BAL-COUNT)
           MOVE SI-PRODUCT-CODE TO SX-BL-PRODUCT-CODE (SX-BAL-COUNT)
           MOVE SI-ON-HAND-QTY TO SX-BL-ON-HAND-QTY (SX-BAL-COUNT)
           MOVE SI-IN-TRANSIT-QTY TO SX-BL-IN-TRANSIT (SX-BAL-COUNT)
           ADD 1 TO SX-BAL-COUNT
           PERFORM 1290-READ-STORE-INVENTORY.

       1290-READ-STORE-INVENTORY.
           READ STORE-INVENTORY
               AT END
                   SET SX-STORINV-END TO TRUE
           END-READ.

       1300-LOAD-PRODUCTS.
           MOVE 1 TO SX-PRODUCT-COUNT
           OPEN INPUT PRODUCT-FILE
           IF NOT SX-PRODFILE-OK AND NOT SX-PRODFILE-EOF
               MOVE "STORREPL" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE SX-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1390-READ-PRODUCT
           PERFORM 1310-STORE-PRODUCT
               UNTIL SX-PRODUCT-END
                   OR SX-PRODUCT-COUNT > SX-MAX-PRODUCTS
           IF NOT SX-PRODUCT-END
               DISPLAY "STORREPL: PRODUCT TABLE FULL AT "
                   SX-MAX-PRODUCTS " - LATER PRODUCTS NOT ORDERED"
           END-IF
           CLOSE PRODUCT-FILE
           IF SX-PRODUCT-COUNT > 1
               SUBTRACT 1 FROM SX-PRODUCT-COUNT
           ELSE
               MOVE 0 TO SX-PRODUCT-COUNT
           END-IF.

       1310-STORE-PRODUCT.
           MOVE PD-PRODUCT-CODE TO SX-PD-PRODUCT-CODE (SX-PRODUCT-COUNT)
           MOVE PD-STATUS-CODE TO SX-PD-STATUS-CODE (SX-PRODUCT-COUNT)
           ADD 1 TO SX-PRODUCT-COUNT
           PERFORM 1390-READ-PRODUCT.

       1390-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   SET SX-PRODUCT-END TO TRUE
           END-READ.

      *    A MISSING STORE ORDER FILE MEANS NOTHING WAS PHONED IN.
       1400-LOAD-EXISTING-ORDERS.
           MOVE 0 TO SX-ORDER-COUNT
           OPEN INPUT STORE-ORDERS
           IF SX-STOREORD-NOTFOUND
               SET SX-ORDER-END TO TRUE
           ELSE
               IF NOT SX-STOREORD-OK AND NOT SX-STOREORD-EOF
                   MOVE "STORREPL" TO AB-PROGRAM-ID
                   MOVE "STOREORD" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE SX-STOREORD-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1490-READ-EXISTING-ORDER
               PERFORM 1410-TOTAL-EXISTING-ORDER
                   UNTIL SX-ORDER-END
               CLOSE STORE-ORDERS
           END-IF.

       1410-TOTAL-EXISTING-ORDER.
           MOVE SO-STORE-ID TO SX-LK-STORE-ID
           MOVE SO-PRODUCT-CODE TO SX-LK-PRODUCT-CODE
           PERFORM 2830-FIND-ORDER
           IF SX-ORDER-FOUND-IDX = 0
               IF SX-ORDER-COUNT >= SX-MAX-ORDERS
                   DISPLAY "STORREPL: ORDER TABLE FULL, ORDER "
                       SO-STORE-ID " " SO-PRODUCT-CODE
                       " NOT NETTED"
               ELSE
                   ADD 1 TO SX-ORDER-COUNT
                   MOVE SX-ORDER-COUNT TO SX-ORDER-FOUND-IDX
                   MOVE SO-STORE-ID
                       TO SX-OR-STORE-ID (SX-ORDER-FOUND-IDX)
                   MOVE SO-PRODUCT-CODE
                       TO SX-OR-PRODUCT-CODE (SX-ORDER-FOUND-IDX)
                   MOVE 0 TO SX-OR-QUANTITY (SX-ORDER-FOUND-IDX)
               END-IF
           END-IF
           IF SX-ORDER-FOUND-IDX NOT = 0
               ADD SO-QUANTITY TO SX-OR-QUANTITY (SX-ORDER-FOUND-IDX)
           END-IF
           PERFORM 1490-READ-EXISTING-ORDER.

       1490-READ-EXISTING-ORDER.
           READ STORE-ORDERS
               AT END
                   SET SX-ORDER-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE MIN/MAX ROW.  THE POSITION IS ON-HAND PLUS IN-TRANSIT PLUS
      * WHAT IS ALREADY ON ORDER TONIGHT; BELOW THE MINIMUM, THE ORDER
      * IS THE MAXIMUM LESS THE POSITION.
      *-----------------------------------------------------------------
       2000-CHECK-ONE-MIN-MAX.
           ADD 1 TO SX-MINMAX-READ-COUNT
           MOVE SPACES TO SX-SKIP-REASON
           MOVE MX-STORE-ID TO SX-LK-STORE-ID
           MOVE MX-PRODUCT-CODE TO SX-LK-PRODUCT-CODE
           PERFORM 2800-FIND-STORE
           PERFORM 2850-FIND-PRODUCT
           EVALUATE TRUE
               WHEN MX-MIN-QTY IS NOT NUMERIC
                       OR MX-MAX-QTY IS NOT NUMERIC
                   MOVE "MIN/MAX NOT NUMERIC" TO SX-SKIP-REASON
               WHEN MX-MAX-QTY < MX-MIN-QTY
                   MOVE "MAX BELOW MIN" TO SX-SKIP-REASON
               WHEN SX-STORE-FOUND-IDX = 0
                   MOVE "STORE NOT ON MASTER" TO SX-SKIP-REASON
               WHEN SX-SR-ACTIVE-FLAG (SX-STORE-FOUND-IDX) NOT = "Y"
                   MOVE "STORE NOT ACTIVE" TO SX-SKIP-REASON
               WHEN SX-PROD-FOUND-IDX = 0
                   MOVE "PRODUCT NOT ON FILE" TO SX-SKIP-REASON
               WHEN SX-PD-STATUS-CODE (SX-PROD-FOUND-IDX) = "D"
                   MOVE "PRODUCT DISCONTINUED" TO SX-SKIP-REASON
               WHEN OTHER
                   PERFORM 2100-SIZE-ORDER
           END-EVALUATE
           IF SX-SKIP-REASON NOT = SPACES
               MOVE MX-STORE-ID TO SX-SK-STORE-ID
               MOVE MX-PRODUCT-CODE TO SX-SK-PRODUCT-CODE
               MOVE SX-SKIP-REASON TO SX-SK-REASON
               DISPLAY SX-SKIP-LINE
               ADD 1 TO SX-SKIPPED-COUNT
           END-IF
           PERFORM 2900-READ-MIN-MAX.

       2100-SIZE-ORDER.
           PERFORM 2810-FIND-BALANCE
           IF SX-BAL-FOUND-IDX = 0
               MOVE 0 TO SX-ON-HAND
               MOVE 0 TO SX-IN-TRANSIT
           ELSE
               MOVE SX-BL-ON-HAND-QTY (SX-BAL-FOUND-IDX) TO SX-ON-HAND
               MOVE SX-BL-IN-TRANSIT (SX-BAL-FOUND-IDX)
                   TO SX-IN-TRANSIT
           END-IF
           PERFORM 2830-FIND-ORDER
           IF SX-ORDER-FOUND-IDX = 0
               MOVE 0 TO SX-ON-ORDER
           ELSE
               MOVE SX-OR-QUANTITY (SX-ORDER-FOUND-IDX) TO SX-ON-ORDER
           END-IF
           COMPUTE SX-POSITION = SX-ON-HAND + SX-IN-TRANSIT
               + SX-ON-ORDER
           IF MX-MIN-QTY > 0 AND SX-POSITION < MX-MIN-QTY
               COMPUTE SX-ORDER-QTY = MX-MAX-QTY - SX-POSITION
               IF SX-ORDER-QTY > SX-MAX-ORDER-QTY
                   MOVE SX-MAX-ORDER-QTY TO SX-ORDER-QTY
               END-IF
               PERFORM 2200-WRITE-STORE-ORDER
           END-IF.

       2200-WRITE-STORE-ORDER.
           MOVE SPACES TO STORE-ORDER-RECORD
           MOVE MX-STORE-ID TO SO-STORE-ID
           MOVE MX-PRODUCT-CODE TO SO-PRODUCT-CODE
           MOVE SX-ORDER-QTY TO SO-QUANTITY
           WRITE STORE-ORDER-RECORD
           ADD 1 TO SX-ORDERS-WRITTEN
           ADD SX-ORDER-QTY TO SX-UNITS-ORDERED
           MOVE MX-STORE-ID TO SX-DT-STORE-ID
           MOVE SX-SR-STORE-NAME (SX-STORE-FOUND-IDX)
               TO SX-DT-STORE-NAME
           MOVE MX-PRODUCT-CODE TO SX-DT-PRODUCT-CODE
           MOVE SX-ON-HAND TO SX-DT-ON-HAND
           MOVE SX-IN-TRANSIT TO SX-DT-IN-TRANSIT
           MOVE SX-ON-ORDER TO SX-DT-ON-ORDER
           MOVE MX-MIN-QTY TO SX-DT-MIN-QTY
           MOVE MX-MAX-QTY TO SX-DT-MAX-QTY
           MOVE SX-ORDER-QTY TO SX-DT-ORDER-QTY
           DISPLAY SX-DETAIL-LINE.

       2800-FIND-STORE.
           MOVE 0 TO SX-STORE-FOUND-IDX
           IF SX-STORE-COUNT > 0
               PERFORM 2805-COMPARE-STORE
                   VARYING SX-STORE-IDX FROM 1 BY 1
                   UNTIL SX-STORE-IDX > SX-STORE-COUNT
                       OR SX-STORE-FOUND-IDX NOT = 0
           END-IF.

       2805-COMPARE-STORE.
           IF SX-SR-STORE-ID (SX-STORE-IDX) = SX-LK-STORE-ID
               MOVE SX-STORE-IDX TO SX-STORE-FOUND-IDX
           END-IF.

       2810-FIND-BALANCE.
           MOVE 0 TO SX-BAL-FOUND-IDX
           IF SX-BAL-COUNT > 0
               PERFORM 2815-COMPARE-BALANCE
                   VARYING SX-BAL-IDX FROM 1 BY 1
                   UNTIL SX-BAL-IDX > SX-BAL-COUNT
                       OR SX-BAL-FOUND-IDX NOT = 0
           END-IF.

       2815-COMPARE-BALANCE.
           IF SX-BL-STORE-ID (SX-BAL-IDX) = SX-LK-STORE-ID
                   AND SX-BL-PRODUCT-CODE (SX-BAL-IDX)
                       = SX-LK-PRODUCT-CODE
               MOVE SX-BAL-IDX TO SX-BAL-FOUND-IDX
           END-IF.

       2830-FIND-ORDER.
           MOVE 0 TO SX-ORDER-FOUND-IDX
           IF SX-ORDER-COUNT > 0
               PERFORM 2835-COMPARE-ORDER
                   VARYING SX-ORDER-IDX FROM 1 BY 1
                   UNTIL SX-ORDER-IDX > SX-ORDER-COUNT
                       OR SX-ORDER-FOUND-IDX NOT = 0
           END-IF.

       2835-COMPARE-ORDER.
           IF SX-OR-STORE-ID (SX-ORDER-IDX) = SX-LK-STORE-ID
                   AND SX-OR-PRODUCT-CODE (SX-ORDER-IDX)
                       = SX-LK-PRODUCT-CODE
               MOVE SX-ORDER-IDX TO SX-ORDER-FOUND-IDX
           END-IF.

       2850-FIND-PRODUCT.
           MOVE 0 TO SX-PROD-FOUND-IDX
           IF SX-PRODUCT-COUNT > 0
               PERFORM 2855-COMPARE-PRODUCT
                   VARYING SX-PROD-IDX FROM 1 BY 1
                   UNTIL SX-PROD-IDX > SX-PRODUCT-COUNT
                       OR SX-PROD-FOUND-IDX NOT = 0
           END-IF.

       2855-COMPARE-PRODUCT.
           IF SX-PD-PRODUCT-CODE (SX-PROD-IDX) = SX-LK-PRODUCT-CODE
               MOVE SX-PROD-IDX TO SX-PROD-FOUND-IDX
           END-IF.

       2900-READ-MIN-MAX.
           READ MIN-MAX-FILE
               AT END
                   SET SX-MINMAX-END TO TRUE
           END-READ.

       9000-TERMINATE.
           DISPLAY "MIN/MAX ROWS READ:       " SX-MINMAX-READ-COUNT
           DISPLAY "STORE ORDERS WRITTEN:    " SX-ORDERS-WRITTEN
           DISPLAY "UNITS ORDERED:           " SX-UNITS-ORDERED
           DISPLAY "ROWS SKIPPED:            " SX-SKIPPED-COUNT
           CLOSE MIN-MAX-FILE
           CLOSE STORE-ORDERS
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM STORREPL.
