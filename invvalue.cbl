      *                THE TOTAL IS APPENDED AS A PERIOD-TOTAL RECORD
      *                TO THE PERIOD-CLOSE FILE SO THE VALUATION
      *                FLOWS INTO THE HISTORICAL SUMMARY FILE AND THE
      *                GL CLOSE.  INBOUND FREIGHT AND DUTY ARE
      *                CAPITALIZED: EACH CHARGE ON THE FREIGHT CHARGE
      *                FILE IS SPREAD ACROSS ITS PO'S OR SHIPMENT'S
      *                RECEIPT LINES BY QUANTITY OR WEIGHT AND FOLDED
      *                INTO THE AVERAGE ALONGSIDE THE PO COST, WITH THE
      *                FREIGHT SHARE OF THE AVERAGE KEPT SEPARATELY SO
      *                THE REPORT CAN SHOW MATERIAL AND FREIGHT.  A KIT
      *                IS COSTED AS THE SUM OF ITS COMPONENTS, EXPLODED
      *                THROUGH THE SHARED BOMEXPL SUBROUTINE, FOR
      *                INFORMATION ONLY - THE STOCK IS HELD AND VALUED
      *                AS THE COMPONENTS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    LANDED COST - FREIGHT AND DUTY CHARGES FROM
      *                  THE FREIGHT CHARGE FILE ARE ALLOCATED ACROSS
      *                  THE RECEIPT LINES OF THEIR PO OR SHIPMENT (BY
      *                  QUANTITY, OR BY WEIGHT FROM THE PRODUCT UNIT
      *                  WEIGHT) AND FOLDED INTO THE WEIGHTED-AVERAGE
      *                  COST.  THE COST FILE CARRIES THE FREIGHT SHARE
      *                  OF THE AVERAGE, THE REPORT SHOWS MATERIAL AND
      *                  FREIGHT VALUE SEPARATELY, AND THE PERIOD-CLOSE
      *                  RECORD CARRIES THE FREIGHT CAPITALIZED THIS RUN
      *                  IN PS-AMOUNT-2 AND THE FREIGHT PART OF THE
      *                  VALUATION IN PS-AMOUNT-3.
      * 10/15/2026 DO    WRITES RUN-STATUS START/END RECORDS TO THE
      *                  SHARED RUN STATUS FILE, SO THE NIGHTLY BATCH
      *                  CALENDAR DOES NOT SCHEDULE THE STEP AGAIN ON
      *                  A RESUBMITTED NIGHT AFTER IT HAS COMPLETED.
      * 10/15/2026 DO    A KIT IS VALUED AT THE SUM OF ITS COMPONENTS'
      *                  WEIGHTED-AVERAGE COSTS (PRODUCT FILE UNIT COST
      *                  FOR A COMPONENT WITH NO AVERAGE) TIMES QTY PER
      *                  KIT, MATERIAL AND FREIGHT ALIKE.  A KIT GETS NO
      *                  AVERAGE-COST ENTRY OF ITS OWN.  THE PRODUCT
      *                  WEIGHT TABLE NOW ALSO HOLDS THE UNIT COST.
      * 10/15/2026 DO    A KIT HOLDS NO STOCK OF ITS OWN - ITS
      *                  COMPONENTS ARE VALUED ON THEIR OWN LINES - SO
      *                  THE KIT LINE CARRIES ZERO VALUE AND STAYS OUT
      *                  OF THE TOTALS.  ITS BUILT-UP UNIT COST STILL
      *                  PRINTS FOR INFORMATION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVVALUE.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERDCLOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IV-PERDCLOS-STATUS.
           SELECT FREIGHT-CHARGE-FILE ASSIGN TO "FRTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IV-FRTCHG-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PD-UNIT-COST            PIC 9(05)V99.
           05  PD-REORDER-POINT        PIC 9(07).
           05  PD-REORDER-QTY          PIC 9(07).
           05  PD-ABC-CLASS            PIC X(01).
           05  PD-STATUS-CODE          PIC X(01).
           05  PD-UNIT-WEIGHT          PIC 9(03)V9.

       FD  RECEIPTS-FILE
           RECORDING MODE IS F.
           05  WA-AVG-COST             PIC 9(05)V9999.
           05  WA-QTY-BASIS            PIC 9(07).
           05  WA-LAST-UPDATE          PIC 9(08).
           05  WA-AVG-FREIGHT          PIC 9(05)V9999.
           05  FILLER                  PIC X(42).

       FD  PERIOD-CLOSE-FILE
           RECORDING MODE IS F.
       01  PERIOD-CLOSE-RECORD.
           COPY PERIODSUM.

       FD  FREIGHT-CHARGE-FILE
           RECORDING MODE IS F.
       01  FREIGHT-CHARGE-RECORD.
           COPY FRTCHG.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
       COPY RUNSTAWS.

       01  IV-PRODFILE-STATUS          PIC X(02) VALUE "00".
           88  IV-PRODFILE-OK          VALUE "00".
           88  IV-WACOST-NOTFOUND      VALUE "35".
       01  IV-PERDCLOS-STATUS          PIC X(02) VALUE "00".
           88  IV-PERDCLOS-OK          VALUE "00".
       01  IV-FRTCHG-STATUS            PIC X(02) VALUE "00".
           88  IV-FRTCHG-OK            VALUE "00".
           88  IV-FRTCHG-EOF           VALUE "10".
           88  IV-FRTCHG-NOTFOUND      VALUE "35".

       01  IV-SWITCHES.
           05  IV-PRODUCT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  IV-POMAST-END       VALUE "Y".
           05  IV-WACOST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  IV-WACOST-END       VALUE "Y".
           05  IV-FREIGHT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  IV-FREIGHT-END      VALUE "Y".
           05  IV-WEIGHT-BASIS-SWITCH  PIC X(01) VALUE "N".
               88  IV-ALLOCATE-BY-WEIGHT VALUE "Y".
           05  IV-MATCH-SWITCH         PIC X(01) VALUE "N".
               88  IV-LINE-MATCHES     VALUE "Y".

       01  IV-COUNTERS.
           05  IV-PRODUCT-COUNT        PIC 9(05) COMP VALUE 0.
           05  IV-PO-IDX               PIC 9(05) COMP VALUE 0.
           05  IV-PO-FOUND-IDX         PIC 9(05) COMP VALUE 0.
           05  IV-RECEIPTS-FOLDED      PIC 9(05) COMP VALUE 0.
           05  IV-PW-COUNT             PIC 9(05) COMP VALUE 0.
           05  IV-MAX-PWS              PIC 9(05) COMP VALUE 2000.
           05  IV-PW-IDX               PIC 9(05) COMP VALUE 0.
           05  IV-PW-FOUND-IDX         PIC 9(05) COMP VALUE 0.
           05  IV-RC-COUNT             PIC 9(05) COMP VALUE 0.
           05  IV-MAX-RCS              PIC 9(05) COMP VALUE 5000.
           05  IV-RC-IDX               PIC 9(05) COMP VALUE 0.
           05  IV-LAST-MATCH-IDX       PIC 9(05) COMP VALUE 0.
           05  IV-CHARGES-READ         PIC 9(05) COMP VALUE 0.
           05  IV-CHARGES-ALLOCATED    PIC 9(05) COMP VALUE 0.
           05  IV-CHARGES-UNALLOCATED  PIC 9(05) COMP VALUE 0.
           05  IV-COMP-IDX             PIC 9(02) COMP VALUE 0.
           05  IV-KIT-COUNT            PIC 9(05) COMP VALUE 0.

       01  IV-WORK-FIELDS.
           05  IV-LOOKUP-PRODUCT       PIC X(05) VALUE SPACES.
           05  IV-NEW-BASIS            PIC 9(08) VALUE 0.
           05  IV-EXTENDED-VALUE       PIC 9(11)V99 VALUE 0.
           05  IV-VALUATION-TOTAL      PIC 9(13)V99 COMP-3 VALUE 0.
           05  IV-OLD-FREIGHT          PIC 9(13)V9999 VALUE 0.
           05  IV-FREIGHT-VALUE        PIC 9(11)V99 VALUE 0.
           05  IV-MATERIAL-VALUE       PIC 9(11)V99 VALUE 0.
           05  IV-MATERIAL-TOTAL       PIC 9(13)V99 COMP-3 VALUE 0.
           05  IV-FREIGHT-TOTAL        PIC 9(13)V99 COMP-3 VALUE 0.
           05  IV-LINE-BASIS           PIC 9(09)V9 VALUE 0.
           05  IV-CHARGE-BASIS         PIC 9(11)V9 VALUE 0.
           05  IV-CHARGE-LEFT          PIC 9(07)V99 VALUE 0.
           05  IV-LINE-SHARE           PIC 9(07)V99 VALUE 0.
           05  IV-FREIGHT-ALLOCATED    PIC 9(11)V99 VALUE 0.
           05  IV-DUTY-ALLOCATED       PIC 9(11)V99 VALUE 0.
           05  IV-UNALLOCATED-TOTAL    PIC 9(11)V99 VALUE 0.
           05  IV-FREIGHT-CAPITALIZED  PIC 9(11)V99 VALUE 0.
           05  IV-EXCEPTION-REASON     PIC X(30) VALUE SPACES.
           05  IV-KIT-COST             PIC 9(05)V9999 VALUE 0.
           05  IV-KIT-FREIGHT          PIC 9(05)V9999 VALUE 0.
           05  IV-DISPLAY-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  IV-WA-TABLE.
           05  IV-WA-ENTRY OCCURS 1 TO 2000 TIMES
               10  IV-WA-PRODUCT-CODE  PIC X(05).
               10  IV-WA-AVG-COST      PIC 9(05)V9999.
               10  IV-WA-QTY-BASIS     PIC 9(07).
               10  IV-WA-AVG-FREIGHT   PIC 9(05)V9999.

       01  IV-PO-TABLE.
           05  IV-PO-ENTRY OCCURS 1 TO 2000 TIMES
               10  IV-PO-NUMBER        PIC 9(06).
               10  IV-PO-UNIT-COST     PIC 9(05)V99.

      *-----------------------------------------------------------------
      * PRODUCT UNIT WEIGHTS, FOR SPREADING A CHARGE BY WEIGHT.  A
      * PRODUCT WITH NO WEIGHT ON FILE WEIGHS ZERO.  THE UNIT COST
      * PRICES A KIT COMPONENT THAT HAS NO AVERAGE YET.
      *-----------------------------------------------------------------
       01  IV-PW-TABLE.
           05  IV-PW-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON IV-PW-COUNT
                   INDEXED BY IV-PW-TIDX.
               10  IV-PW-PRODUCT-CODE  PIC X(05).
               10  IV-PW-UNIT-WEIGHT   PIC 9(03)V9.
               10  IV-PW-UNIT-COST     PIC 9(05)V99.

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED BOMEXPL KIT EXPLOSION.
      *-----------------------------------------------------------------
       01  IV-BR-FUNCTION              PIC X(01) VALUE "O".
       01  IV-BOM-REQUEST.
           COPY BOMREQ.

      *-----------------------------------------------------------------
      * THE RUN'S COST-BEARING RECEIPT LINES (PO-KEYED, PO ON FILE),
      * HELD SO THE FREIGHT CHARGES CAN BE SPREAD ACROSS THEM BEFORE
      * THEY ARE FOLDED INTO THE AVERAGES.
      *-----------------------------------------------------------------
       01  IV-RC-TABLE.
           05  IV-RC-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON IV-RC-COUNT
                   INDEXED BY IV-RC-TIDX.
               10  IV-RC-PRODUCT-CODE  PIC X(05).
               10  IV-RC-SHIPMENT-ID   PIC X(05).
               10  IV-RC-PO-NUMBER     PIC 9(06).
               10  IV-RC-QTY           PIC 9(05).
               10  IV-RC-PO-COST       PIC 9(05)V99.
               10  IV-RC-UNIT-WEIGHT   PIC 9(03)V9.
               10  IV-RC-FREIGHT       PIC 9(07)V99.

       01  IV-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  IV-DT-PRODUCT-CODE      PIC X(05).
           05  IV-DT-QUANTITY          PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE " WAVG  ".
           05  IV-DT-AVG-COST          PIC ZZ,ZZ9.9999.
           05  FILLER                  PIC X(06) VALUE " MATL ".
           05  IV-DT-MATERIAL-VALUE    PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(05) VALUE " FRT ".
           05  IV-DT-FREIGHT-VALUE     PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IV-DT-EXTENDED-VALUE    PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IV-DT-NOTE              PIC X(15).

       01  IV-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(21) VALUE
               "INVENTORY VALUATION: ".
           05  IV-TL-TOTAL             PIC $$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(12) VALUE
               "  MATERIAL  ".
           05  IV-TL-MATERIAL          PIC $$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(11) VALUE
               "  FREIGHT  ".
           05  IV-TL-FREIGHT           PIC $$,$$$,$$$,$$9.99.

       01  IV-FREIGHT-EXCEPTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "CHARGE  ".
           05  IV-FX-CHARGE-TYPE       PIC X(01).
           05  FILLER                  PIC X(05) VALUE "  PO ".
           05  IV-FX-PO-NUMBER         PIC 9(06).
           05  FILLER                  PIC X(07) VALUE "  SHIP ".
           05  IV-FX-SHIPMENT-ID       PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  IV-FX-AMOUNT            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(20) VALUE
               "  NOT CAPITALIZED - ".
           05  IV-FX-REASON            PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-RECEIPTS
           PERFORM 2400-ALLOCATE-FREIGHT
           PERFORM 2600-FOLD-IN-RECEIPTS
           PERFORM 3000-VALUE-INVENTORY
           PERFORM 4000-REWRITE-WAVG-COSTS
           PERFORM 5000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "INVVALUE" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "INVVALUE" TO RH-PROGRAM-NAME
           MOVE "INVENTORY VALUATION AT WEIGHTED-AVERAGE COST"
               TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-WAVG-COSTS
           PERFORM 1200-LOAD-PO-COSTS
           PERFORM 1300-LOAD-PRODUCT-WEIGHTS
           MOVE "O" TO IV-BR-FUNCTION
           CALL "BOMEXPL" USING IV-BR-FUNCTION IV-BOM-REQUEST.

      *-----------------------------------------------------------------
      * A MISSING WEIGHTED-AVERAGE COST FILE (FIRST RUN) STARTS
           MOVE WA-PRODUCT-CODE TO IV-WA-PRODUCT-CODE (IV-WA-COUNT)
           MOVE WA-AVG-COST TO IV-WA-AVG-COST (IV-WA-COUNT)
           MOVE WA-QTY-BASIS TO IV-WA-QTY-BASIS (IV-WA-COUNT)
           IF WA-AVG-FREIGHT IS NUMERIC
               MOVE WA-AVG-FREIGHT TO IV-WA-AVG-FREIGHT (IV-WA-COUNT)
           ELSE
               MOVE 0 TO IV-WA-AVG-FREIGHT (IV-WA-COUNT)
           END-IF
           ADD 1 TO IV-WA-COUNT
           PERFORM 1190-READ-WAVG-RECORD.

                   SET IV-POMAST-END TO TRUE
           END-READ.

       1300-LOAD-PRODUCT-WEIGHTS.
           MOVE 1 TO IV-PW-COUNT
           OPEN INPUT PRODUCT-FILE
           IF NOT IV-PRODFILE-OK AND NOT IV-PRODFILE-EOF
               MOVE "INVVALUE" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE IV-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 3990-READ-PRODUCT
           PERFORM 1310-STORE-PRODUCT-WEIGHT
               UNTIL IV-PRODUCT-END
                   OR IV-PW-COUNT > IV-MAX-PWS
           IF NOT IV-PRODUCT-END
               DISPLAY "INVVALUE: WEIGHT TABLE FULL AT " IV-MAX-PWS
                   " - LATER PRODUCTS SPREAD BY QUANTITY"
           END-IF
           CLOSE PRODUCT-FILE
           MOVE "N" TO IV-PRODUCT-EOF-SWITCH
           IF IV-PW-COUNT > 1
               SUBTRACT 1 FROM IV-PW-COUNT
           ELSE
               MOVE 0 TO IV-PW-COUNT
           END-IF.

       1310-STORE-PRODUCT-WEIGHT.
           MOVE PD-PRODUCT-CODE TO IV-PW-PRODUCT-CODE (IV-PW-COUNT)
           IF PD-UNIT-WEIGHT IS NUMERIC
               MOVE PD-UNIT-WEIGHT TO IV-PW-UNIT-WEIGHT (IV-PW-COUNT)
           ELSE
               MOVE 0 TO IV-PW-UNIT-WEIGHT (IV-PW-COUNT)
           END-IF
           MOVE PD-UNIT-COST TO IV-PW-UNIT-COST (IV-PW-COUNT)
           ADD 1 TO IV-PW-COUNT
           PERFORM 3990-READ-PRODUCT.

      *-----------------------------------------------------------------
      * EVERY PO-KEYED RECEIPT LINE WHOSE PO IS ON FILE IS HELD FOR
      * FREIGHT ALLOCATION AND THEN FOLDED INTO THE AVERAGES.  A
      * RECEIPT WITHOUT A PO (STORE TRANSFER) MOVES NO COST.  THE LINES
      * ALL HAVE TO FIT - A PARTIAL FOLD WOULD MISSTATE THE VALUATION.
      *-----------------------------------------------------------------
       2000-LOAD-RECEIPTS.
           MOVE 0 TO IV-RC-COUNT
           OPEN INPUT RECEIPTS-FILE
           IF IV-RECEIPTS-NOTFOUND
               SET IV-RECEIPT-END TO TRUE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2990-READ-RECEIPT
               PERFORM 2100-KEEP-ONE-RECEIPT
                   UNTIL IV-RECEIPT-END
               CLOSE RECEIPTS-FILE
           END-IF.

       2100-KEEP-ONE-RECEIPT.
           IF RE-PO-NUMBER NOT = 0 AND RE-RECEIVED-QTY > 0
               MOVE RE-PO-NUMBER TO IV-LOOKUP-PO
               PERFORM 2200-FIND-PO-COST
               IF IV-PO-FOUND-IDX NOT = 0
                   IF IV-RC-COUNT >= IV-MAX-RCS
                       DISPLAY "INVVALUE: RECEIPT TABLE FULL AT "
                           IV-MAX-RCS
                       MOVE "INVVALUE" TO AB-PROGRAM-ID
                       MOVE "RECEIPTS" TO AB-FILE-NAME
                       MOVE "TBL FULL" TO AB-OPERATION
                       MOVE IV-RECEIPTS-STATUS TO AB-STATUS-CODE
                       PERFORM 9999-ABEND-ROUTINE
                   END-IF
                   ADD 1 TO IV-RC-COUNT
                   MOVE RE-PRODUCT-CODE
                       TO IV-RC-PRODUCT-CODE (IV-RC-COUNT)
                   MOVE RE-SHIPMENT-ID
                       TO IV-RC-SHIPMENT-ID (IV-RC-COUNT)
                   MOVE RE-PO-NUMBER TO IV-RC-PO-NUMBER (IV-RC-COUNT)
                   MOVE RE-RECEIVED-QTY TO IV-RC-QTY (IV-RC-COUNT)
                   MOVE IV-PO-UNIT-COST (IV-PO-FOUND-IDX)
                       TO IV-RC-PO-COST (IV-RC-COUNT)
                   MOVE RE-PRODUCT-CODE TO IV-LOOKUP-PRODUCT
                   PERFORM 2850-FIND-PRODUCT-WEIGHT
                   IF IV-PW-FOUND-IDX = 0
                       MOVE 0 TO IV-RC-UNIT-WEIGHT (IV-RC-COUNT)
                   ELSE
                       MOVE IV-PW-UNIT-WEIGHT (IV-PW-FOUND-IDX)
                           TO IV-RC-UNIT-WEIGHT (IV-RC-COUNT)
                   END-IF
                   MOVE 0 TO IV-RC-FREIGHT (IV-RC-COUNT)
               END-IF
           END-IF
           PERFORM 2990-READ-RECEIPT.
               MOVE IV-PO-IDX TO IV-PO-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * FOLDS ONE RECEIPT LINE'S QUANTITY AT ITS LANDED COST (PO COST
      * PLUS ITS ALLOCATED FREIGHT) INTO THE PRODUCT'S RUNNING
      * WEIGHTED AVERAGE:
      *   NEW AVG = (BASIS * AVG + RECEIVED * PO COST + FREIGHT)
      *               / (BASIS + RECEIVED)
      * THE FREIGHT SHARE OF THE AVERAGE IS CARRIED THE SAME WAY.
      *-----------------------------------------------------------------
       2300-RECOMPUTE-AVERAGE.
           COMPUTE IV-OLD-VALUE =
               IV-WA-QTY-BASIS (IV-WA-FOUND-IDX)
                   * IV-WA-AVG-COST (IV-WA-FOUND-IDX)
           COMPUTE IV-OLD-FREIGHT =
               IV-WA-QTY-BASIS (IV-WA-FOUND-IDX)
                   * IV-WA-AVG-FREIGHT (IV-WA-FOUND-IDX)
           COMPUTE IV-RCV-VALUE =
               IV-RC-QTY (IV-RC-IDX) * IV-RC-PO-COST (IV-RC-IDX)
                   + IV-RC-FREIGHT (IV-RC-IDX)
           COMPUTE IV-NEW-BASIS =
               IV-WA-QTY-BASIS (IV-WA-FOUND-IDX)
                   + IV-RC-QTY (IV-RC-IDX)
           IF IV-NEW-BASIS > 0
               COMPUTE IV-WA-AVG-COST (IV-WA-FOUND-IDX) ROUNDED =
                   (IV-OLD-VALUE + IV-RCV-VALUE) / IV-NEW-BASIS
               COMPUTE IV-WA-AVG-FREIGHT (IV-WA-FOUND-IDX) ROUNDED =
                   (IV-OLD-FREIGHT + IV-RC-FREIGHT (IV-RC-IDX))
                       / IV-NEW-BASIS
               MOVE IV-NEW-BASIS TO IV-WA-QTY-BASIS (IV-WA-FOUND-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * SPREADS EACH FREIGHT OR DUTY CHARGE ACROSS THE RECEIPT LINES
      * OF ITS PO (OR, WITH NO PO, ITS SHIPMENT) IN PROPORTION TO
      * QUANTITY OR TO QUANTITY TIMES UNIT WEIGHT.  THE LAST MATCHING
      * LINE TAKES THE ROUNDING REMAINDER SO THE WHOLE CHARGE LANDS.
      * A WEIGHT CHARGE WHOSE LINES CARRY NO WEIGHT FALLS BACK TO
      * QUANTITY; A CHARGE WITH NO MATCHING LINE IS LEFT IN FREIGHT
      * EXPENSE AND LISTED.  A MISSING CHARGE FILE MEANS NO FREIGHT.
      *-----------------------------------------------------------------
       2400-ALLOCATE-FREIGHT.
           OPEN INPUT FREIGHT-CHARGE-FILE
           IF IV-FRTCHG-NOTFOUND
               SET IV-FREIGHT-END TO TRUE
           ELSE
               IF NOT IV-FRTCHG-OK AND NOT IV-FRTCHG-EOF
                   MOVE "INVVALUE" TO AB-PROGRAM-ID
                   MOVE "FRTCHG" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE IV-FRTCHG-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2490-READ-FREIGHT-CHARGE
               PERFORM 2410-ALLOCATE-ONE-CHARGE
                   UNTIL IV-FREIGHT-END
               CLOSE FREIGHT-CHARGE-FILE
           END-IF.

       2410-ALLOCATE-ONE-CHARGE.
           ADD 1 TO IV-CHARGES-READ
           MOVE SPACES TO IV-EXCEPTION-REASON
           MOVE 0 TO IV-CHARGE-BASIS
           EVALUATE TRUE
               WHEN FC-AMOUNT IS NOT NUMERIC
                   MOVE "AMOUNT NOT NUMERIC" TO IV-EXCEPTION-REASON
               WHEN FC-AMOUNT = 0
                   MOVE "ZERO AMOUNT" TO IV-EXCEPTION-REASON
               WHEN FC-PO-NUMBER IS NOT NUMERIC
                   MOVE "PO NUMBER NOT NUMERIC" TO IV-EXCEPTION-REASON
               WHEN FC-PO-NUMBER = 0 AND FC-SHIPMENT-ID = SPACES
                   MOVE "NO PO OR SHIPMENT" TO IV-EXCEPTION-REASON
               WHEN NOT FC-FREIGHT AND NOT FC-DUTY
                   MOVE "UNKNOWN CHARGE TYPE" TO IV-EXCEPTION-REASON
               WHEN OTHER
                   IF FC-BY-WEIGHT
                       SET IV-ALLOCATE-BY-WEIGHT TO TRUE
                   ELSE
                       MOVE "N" TO IV-WEIGHT-BASIS-SWITCH
                   END-IF
                   PERFORM 2420-TOTAL-CHARGE-BASIS
                   IF IV-CHARGE-BASIS = 0 AND IV-ALLOCATE-BY-WEIGHT
                       MOVE "N" TO IV-WEIGHT-BASIS-SWITCH
                       PERFORM 2420-TOTAL-CHARGE-BASIS
                   END-IF
                   IF IV-CHARGE-BASIS = 0
                       MOVE "NO MATCHING RECEIPT LINE"
                           TO IV-EXCEPTION-REASON
                   END-IF
           END-EVALUATE
           IF IV-EXCEPTION-REASON NOT = SPACES
               PERFORM 2470-LIST-UNALLOCATED-CHARGE
           ELSE
               MOVE FC-AMOUNT TO IV-CHARGE-LEFT
               PERFORM 2430-SHARE-CHARGE
                   VARYING IV-RC-IDX FROM 1 BY 1
                   UNTIL IV-RC-IDX > IV-RC-COUNT
               ADD 1 TO IV-CHARGES-ALLOCATED
               IF FC-DUTY
                   ADD FC-AMOUNT TO IV-DUTY-ALLOCATED
               ELSE
                   ADD FC-AMOUNT TO IV-FREIGHT-ALLOCATED
               END-IF
           END-IF
           PERFORM 2490-READ-FREIGHT-CHARGE.

       2420-TOTAL-CHARGE-BASIS.
           MOVE 0 TO IV-CHARGE-BASIS
           MOVE 0 TO IV-LAST-MATCH-IDX
           IF IV-RC-COUNT > 0
               PERFORM 2425-ADD-LINE-BASIS
                   VARYING IV-RC-IDX FROM 1 BY 1
                   UNTIL IV-RC-IDX > IV-RC-COUNT
           END-IF.

       2425-ADD-LINE-BASIS.
           PERFORM 2440-CHECK-LINE-MATCH
           IF IV-LINE-MATCHES
               PERFORM 2450-COMPUTE-LINE-BASIS
               IF IV-LINE-BASIS > 0
                   ADD IV-LINE-BASIS TO IV-CHARGE-BASIS
                   MOVE IV-RC-IDX TO IV-LAST-MATCH-IDX
               END-IF
           END-IF.

       2430-SHARE-CHARGE.
           PERFORM 2440-CHECK-LINE-MATCH
           IF IV-LINE-MATCHES
               PERFORM 2450-COMPUTE-LINE-BASIS
               IF IV-LINE-BASIS > 0
                   IF IV-RC-IDX = IV-LAST-MATCH-IDX
                       MOVE IV-CHARGE-LEFT TO IV-LINE-SHARE
                   ELSE
                       COMPUTE IV-LINE-SHARE ROUNDED =
                           FC-AMOUNT * IV-LINE-BASIS / IV-CHARGE-BASIS
                       IF IV-LINE-SHARE > IV-CHARGE-LEFT
                           MOVE IV-CHARGE-LEFT TO IV-LINE-SHARE
                       END-IF
                   END-IF
                   SUBTRACT IV-LINE-SHARE FROM IV-CHARGE-LEFT
                   ADD IV-LINE-SHARE TO IV-RC-FREIGHT (IV-RC-IDX)
               END-IF
           END-IF.

       2440-CHECK-LINE-MATCH.
           MOVE "N" TO IV-MATCH-SWITCH
           IF FC-PO-NUMBER NOT = 0
               IF IV-RC-PO-NUMBER (IV-RC-IDX) = FC-PO-NUMBER
                   SET IV-LINE-MATCHES TO TRUE
               END-IF
           ELSE
               IF IV-RC-SHIPMENT-ID (IV-RC-IDX) = FC-SHIPMENT-ID
                   SET IV-LINE-MATCHES TO TRUE
               END-IF
           END-IF.

       2450-COMPUTE-LINE-BASIS.
           IF IV-ALLOCATE-BY-WEIGHT
               COMPUTE IV-LINE-BASIS =
                   IV-RC-QTY (IV-RC-IDX) * IV-RC-UNIT-WEIGHT (IV-RC-IDX)
           ELSE
               MOVE IV-RC-QTY (IV-RC-IDX) TO IV-LINE-BASIS
           END-IF.

       2470-LIST-UNALLOCATED-CHARGE.
           ADD 1 TO IV-CHARGES-UNALLOCATED
           IF FC-AMOUNT IS NUMERIC
               ADD FC-AMOUNT TO IV-UNALLOCATED-TOTAL
               MOVE FC-AMOUNT TO IV-FX-AMOUNT
           ELSE
               MOVE 0 TO IV-FX-AMOUNT
           END-IF
           MOVE FC-CHARGE-TYPE TO IV-FX-CHARGE-TYPE
           IF FC-PO-NUMBER IS NUMERIC
               MOVE FC-PO-NUMBER TO IV-FX-PO-NUMBER
           ELSE
               MOVE 0 TO IV-FX-PO-NUMBER
           END-IF
           MOVE FC-SHIPMENT-ID TO IV-FX-SHIPMENT-ID
           MOVE IV-EXCEPTION-REASON TO IV-FX-REASON
           DISPLAY IV-FREIGHT-EXCEPTION-LINE.

       2490-READ-FREIGHT-CHARGE.
           READ FREIGHT-CHARGE-FILE
               AT END
                   SET IV-FREIGHT-END TO TRUE
           END-READ.

       2600-FOLD-IN-RECEIPTS.
           IF IV-RC-COUNT > 0
               PERFORM 2610-FOLD-ONE-RECEIPT
                   VARYING IV-RC-IDX FROM 1 BY 1
                   UNTIL IV-RC-IDX > IV-RC-COUNT
           END-IF.

       2610-FOLD-ONE-RECEIPT.
           MOVE IV-RC-PRODUCT-CODE (IV-RC-IDX) TO IV-LOOKUP-PRODUCT
           PERFORM 2800-FIND-WAVG-ENTRY
           IF IV-WA-FOUND-IDX NOT = 0
               PERFORM 2300-RECOMPUTE-AVERAGE
               ADD 1 TO IV-RECEIPTS-FOLDED
               ADD IV-RC-FREIGHT (IV-RC-IDX) TO IV-FREIGHT-CAPITALIZED
           ELSE
               ADD IV-RC-FREIGHT (IV-RC-IDX) TO IV-UNALLOCATED-TOTAL
           END-IF.

      *-----------------------------------------------------------------
      * FINDS (OR SEEDS) THE PRODUCT'S WEIGHTED-AVERAGE ENTRY.  A
      * PRODUCT FIRST SEEN IS SEEDED AT ZERO COST AND BASIS AND
                       TO IV-WA-PRODUCT-CODE (IV-WA-COUNT)
                   MOVE 0 TO IV-WA-AVG-COST (IV-WA-COUNT)
                   MOVE 0 TO IV-WA-QTY-BASIS (IV-WA-COUNT)
                   MOVE 0 TO IV-WA-AVG-FREIGHT (IV-WA-COUNT)
                   MOVE IV-WA-COUNT TO IV-WA-FOUND-IDX
               END-IF
           END-IF.
               MOVE IV-WA-IDX TO IV-WA-FOUND-IDX
           END-IF.

       2850-FIND-PRODUCT-WEIGHT.
           MOVE 0 TO IV-PW-FOUND-IDX
           PERFORM 2855-COMPARE-PRODUCT-WEIGHT
               VARYING IV-PW-IDX FROM 1 BY 1
               UNTIL IV-PW-IDX > IV-PW-COUNT
                   OR IV-PW-FOUND-IDX NOT = 0.

       2855-COMPARE-PRODUCT-WEIGHT.
           IF IV-PW-PRODUCT-CODE (IV-PW-IDX) = IV-LOOKUP-PRODUCT
               MOVE IV-PW-IDX TO IV-PW-FOUND-IDX
           END-IF.

       2990-READ-RECEIPT.
           READ RECEIPTS-FILE
               AT END
      * PRICES EVERY PRODUCT'S ON-HAND AT ITS WEIGHTED-AVERAGE COST.
      * A PRODUCT WITH NO AVERAGE YET (OR A ZERO AVERAGE) IS SEEDED
      * FROM THE PRODUCT FILE'S UNIT COST AND ON-HAND SO THE FIRST
      * MONTH'S VALUATION IS NOT ZERO.  A KIT LINE SHOWS ITS BUILT-UP
      * COST ONLY; ITS COMPONENTS CARRY THE VALUE.
      *-----------------------------------------------------------------
       3000-VALUE-INVENTORY.
           OPEN INPUT PRODUCT-FILE
               UNTIL IV-PRODUCT-END
           CLOSE PRODUCT-FILE
           MOVE IV-VALUATION-TOTAL TO IV-TL-TOTAL
           MOVE IV-MATERIAL-TOTAL TO IV-TL-MATERIAL
           MOVE IV-FREIGHT-TOTAL TO IV-TL-FREIGHT
           DISPLAY IV-TOTAL-LINE.

       3100-VALUE-ONE-PRODUCT.
           ADD 1 TO IV-PRODUCT-COUNT
           MOVE PD-PRODUCT-CODE TO BR-KIT-CODE
           MOVE "E" TO IV-BR-FUNCTION
           CALL "BOMEXPL" USING IV-BR-FUNCTION IV-BOM-REQUEST
           IF BR-IS-KIT
               PERFORM 3200-COST-KIT
               MOVE 0 TO IV-EXTENDED-VALUE
               MOVE 0 TO IV-FREIGHT-VALUE
           ELSE
               PERFORM 3150-PRICE-STOCKED-PRODUCT
           END-IF
           IF IV-FREIGHT-VALUE > IV-EXTENDED-VALUE
               MOVE IV-EXTENDED-VALUE TO IV-FREIGHT-VALUE
           END-IF
           COMPUTE IV-MATERIAL-VALUE =
               IV-EXTENDED-VALUE - IV-FREIGHT-VALUE
           ADD IV-EXTENDED-VALUE TO IV-VALUATION-TOTAL
           ADD IV-MATERIAL-VALUE TO IV-MATERIAL-TOTAL
           ADD IV-FREIGHT-VALUE TO IV-FREIGHT-TOTAL
           MOVE PD-PRODUCT-CODE TO IV-DT-PRODUCT-CODE
           MOVE PD-PRODUCT-NAME TO IV-DT-PRODUCT-NAME
           MOVE PD-QUANTITY TO IV-DT-QUANTITY
           MOVE SPACES TO IV-DT-NOTE
           IF BR-IS-KIT
               MOVE IV-KIT-COST TO IV-DT-AVG-COST
               MOVE "KIT - INFO ONLY" TO IV-DT-NOTE
           ELSE
               IF IV-WA-FOUND-IDX NOT = 0
                   MOVE IV-WA-AVG-COST (IV-WA-FOUND-IDX)
                       TO IV-DT-AVG-COST
               ELSE
                   MOVE PD-UNIT-COST TO IV-DT-AVG-COST
               END-IF
           END-IF
           MOVE IV-MATERIAL-VALUE TO IV-DT-MATERIAL-VALUE
           MOVE IV-FREIGHT-VALUE TO IV-DT-FREIGHT-VALUE
           MOVE IV-EXTENDED-VALUE TO IV-DT-EXTENDED-VALUE
           DISPLAY IV-DETAIL-LINE
           PERFORM 3990-READ-PRODUCT.

       3150-PRICE-STOCKED-PRODUCT.
           MOVE PD-PRODUCT-CODE TO IV-LOOKUP-PRODUCT
           PERFORM 2800-FIND-WAVG-ENTRY
           IF IV-WA-FOUND-IDX NOT = 0
                       TO IV-WA-AVG-COST (IV-WA-FOUND-IDX)
                   MOVE PD-QUANTITY
                       TO IV-WA-QTY-BASIS (IV-WA-FOUND-IDX)
                   MOVE 0 TO IV-WA-AVG-FREIGHT (IV-WA-FOUND-IDX)
               END-IF
               COMPUTE IV-EXTENDED-VALUE ROUNDED =
                   PD-QUANTITY * IV-WA-AVG-COST (IV-WA-FOUND-IDX)
               COMPUTE IV-FREIGHT-VALUE ROUNDED =
                   PD-QUANTITY * IV-WA-AVG-FREIGHT (IV-WA-FOUND-IDX)
           ELSE
               COMPUTE IV-EXTENDED-VALUE ROUNDED =
                   PD-QUANTITY * PD-UNIT-COST
               MOVE 0 TO IV-FREIGHT-VALUE
           END-IF.

      *-----------------------------------------------------------------
      * A KIT'S UNIT COST IS BUILT FROM ITS COMPONENTS.  A COMPONENT
      * WITH AN AVERAGE BRINGS ITS MATERIAL AND FREIGHT; ONE WITHOUT
      * IS TAKEN AT ITS PRODUCT FILE UNIT COST, ALL MATERIAL; ONE ON
      * NEITHER FILE ADDS NOTHING (THE BOM LISTING FLAGS IT).  THE
      * LOOKUP DOES NOT OPEN AN AVERAGE-COST ENTRY.
      *-----------------------------------------------------------------
       3200-COST-KIT.
           ADD 1 TO IV-KIT-COUNT
           MOVE 0 TO IV-KIT-COST
           MOVE 0 TO IV-KIT-FREIGHT
           PERFORM 3210-COST-ONE-COMPONENT
               VARYING IV-COMP-IDX FROM 1 BY 1
               UNTIL IV-COMP-IDX > BR-COMPONENT-COUNT.

       3210-COST-ONE-COMPONENT.
           MOVE BR-COMP-PRODUCT (IV-COMP-IDX) TO IV-LOOKUP-PRODUCT
           MOVE 0 TO IV-WA-FOUND-IDX
           PERFORM 2810-COMPARE-WAVG-ENTRY
               VARYING IV-WA-IDX FROM 1 BY 1
               UNTIL IV-WA-IDX > IV-WA-COUNT
                   OR IV-WA-FOUND-IDX NOT = 0
           IF IV-WA-FOUND-IDX NOT = 0
                   AND IV-WA-AVG-COST (IV-WA-FOUND-IDX) > 0
               COMPUTE IV-KIT-COST = IV-KIT-COST
                   + IV-WA-AVG-COST (IV-WA-FOUND-IDX)
                       * BR-COMP-QTY (IV-COMP-IDX)
               COMPUTE IV-KIT-FREIGHT = IV-KIT-FREIGHT
                   + IV-WA-AVG-FREIGHT (IV-WA-FOUND-IDX)
                       * BR-COMP-QTY (IV-COMP-IDX)
           ELSE
               PERFORM 2850-FIND-PRODUCT-WEIGHT
               IF IV-PW-FOUND-IDX NOT = 0
                   COMPUTE IV-KIT-COST = IV-KIT-COST
                       + IV-PW-UNIT-COST (IV-PW-FOUND-IDX)
                           * BR-COMP-QTY (IV-COMP-IDX)
               END-IF
           END-IF.

       3990-READ-PRODUCT.
           READ PRODUCT-FILE
           MOVE IV-WA-PRODUCT-CODE (IV-WA-IDX) TO WA-PRODUCT-CODE
           MOVE IV-WA-AVG-COST (IV-WA-IDX) TO WA-AVG-COST
           MOVE IV-WA-QTY-BASIS (IV-WA-IDX) TO WA-QTY-BASIS
           MOVE IV-WA-AVG-FREIGHT (IV-WA-IDX) TO WA-AVG-FREIGHT
           MOVE RH-RUN-DATE TO WA-LAST-UPDATE
           WRITE WAVG-COST-RECORD.

           MOVE "INVVALUE" TO PS-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE (1:8) TO PS-PERIOD-END-DATE
           MOVE IV-VALUATION-TOTAL TO PS-AMOUNT-1
           MOVE IV-FREIGHT-CAPITALIZED TO PS-AMOUNT-2
           MOVE IV-FREIGHT-TOTAL TO PS-AMOUNT-3
           WRITE PERIOD-CLOSE-RECORD
           CLOSE PERIOD-CLOSE-FILE
           DISPLAY "PRODUCTS VALUED:      " IV-PRODUCT-COUNT
           DISPLAY "KITS COSTED FROM BOM: " IV-KIT-COUNT
           DISPLAY "RECEIPTS FOLDED IN:   " IV-RECEIPTS-FOLDED
           DISPLAY "FREIGHT CHARGES READ: " IV-CHARGES-READ
           DISPLAY "CHARGES ALLOCATED:    " IV-CHARGES-ALLOCATED
           DISPLAY "CHARGES UNALLOCATED:  " IV-CHARGES-UNALLOCATED
           MOVE IV-FREIGHT-ALLOCATED TO IV-DISPLAY-AMOUNT
           DISPLAY "FREIGHT ALLOCATED:    " IV-DISPLAY-AMOUNT
           MOVE IV-DUTY-ALLOCATED TO IV-DISPLAY-AMOUNT
           DISPLAY "DUTY ALLOCATED:       " IV-DISPLAY-AMOUNT
           MOVE IV-FREIGHT-CAPITALIZED TO IV-DISPLAY-AMOUNT
           DISPLAY "FREIGHT CAPITALIZED:  " IV-DISPLAY-AMOUNT
           MOVE IV-UNALLOCATED-TOTAL TO IV-DISPLAY-AMOUNT
           DISPLAY "LEFT IN EXPENSE:      " IV-DISPLAY-AMOUNT
           MOVE IV-PRODUCT-COUNT TO RW-READ-COUNT
           MOVE IV-PRODUCT-COUNT TO RW-WRITE-COUNT
           MOVE IV-CHARGES-UNALLOCATED TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.
       COPY RUNSTAPR.

       END PROGRAM INVVALUE.
