      *                EXTENDED COST AT UNIT COST) AND PRINTS THE
      *                BUYER'S REPORT SORTED BY HOW FAR BELOW THE
      *                REORDER POINT EACH PRODUCT SITS, DEEPEST
      *                SHORTFALL FIRST.  A PRODUCT SUPERSEDED BY THE
      *                RUN DATE IS NOT REORDERED; ITS REORDER POINT
      *                AND QUANTITY ARE ADDED TO THE PRODUCT THAT
      *                REPLACES IT, AS RESOLVED BY THE SHARED PRODSUPR
      *                SUBROUTINE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      *                  QUANTITY.  A PRODUCT WITH NO FORECAST (OR A
      *                  MISSING FORECAST FILE) FALLS BACK TO THE
      *                  STATIC QUANTITY AS BEFORE.
      * 10/15/2026 DO    A PRODUCT DISCONTINUED THROUGH PRODMANT IS NO
      *                  LONGER SUGGESTED FOR REORDER.
      * 10/15/2026 DO    A SUPERSEDED PRODUCT IS NO LONGER SUGGESTED
      *                  FOR REORDER.  A PRE-PASS OF THE PRODUCT FILE
      *                  ROLLS ITS REORDER POINT AND STATIC REORDER
      *                  QUANTITY INTO THE REPLACEMENT PRODUCT; THE
      *                  FORECAST QUANTITY ALREADY CARRIES THE ROLLED
      *                  DEMAND FROM FORECAST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPLEN.
           05  PD-UNIT-COST            PIC 9(05)V99.
           05  PD-REORDER-POINT        PIC 9(07).
           05  PD-REORDER-QTY          PIC 9(07).
           05  PD-ABC-CLASS            PIC X(01).
           05  PD-STATUS-CODE          PIC X(01).
               88  PD-DISCONTINUED     VALUE "D".
           05  FILLER                  PIC X(04).

       FD  PURCHASE-SUGGESTIONS
           RECORDING MODE IS F.
           05  RP-FCST-EOF-SWITCH      PIC X(01) VALUE "N".
               88  RP-FCST-END         VALUE "Y".

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED PRODSUPR PRODUCT SUPERSESSION.
      *-----------------------------------------------------------------
       01  RP-SR-FUNCTION              PIC X(01) VALUE "O".
       01  RP-SUPR-REQUEST.
           COPY SUPRREQ.

       01  RP-COUNTERS.
           05  RP-SUGGEST-COUNT        PIC 9(04) COMP VALUE 0.
           05  RP-MAX-SUGGESTS         PIC 9(04) COMP VALUE 1000.
           05  RP-MAX-FCSTS            PIC 9(04) COMP VALUE 2000.
           05  RP-FCST-IDX             PIC 9(04) COMP VALUE 0.
           05  RP-FCST-FOUND-IDX       PIC 9(04) COMP VALUE 0.
           05  RP-ROLL-COUNT           PIC 9(04) COMP VALUE 0.
           05  RP-MAX-ROLLS            PIC 9(04) COMP VALUE 500.
           05  RP-ROLL-IDX             PIC 9(04) COMP VALUE 0.
           05  RP-ROLL-FOUND-IDX       PIC 9(04) COMP VALUE 0.
           05  RP-SUPERSEDED-COUNT     PIC 9(05) COMP VALUE 0.

       01  RP-EXTENDED-COST            PIC 9(09)V99 COMP-3 VALUE 0.
       01  RP-ORDER-QTY                PIC 9(07) VALUE 0.
       01  RP-REORDER-POINT            PIC 9(07) VALUE 0.
       01  RP-REORDER-QTY              PIC 9(07) VALUE 0.
       01  RP-LOOKUP-PRODUCT           PIC X(05) VALUE SPACES.

      *-----------------------------------------------------------------
      * REORDER POINTS AND QUANTITIES OF SUPERSEDED PRODUCTS,
      * TOTALLED BY THE PRODUCT THAT REPLACES THEM.
      *-----------------------------------------------------------------
       01  RP-ROLL-TABLE.
           05  RP-ROLL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON RP-ROLL-COUNT
                   INDEXED BY RP-RL-IDX.
               10  RP-RL-PRODUCT-CODE  PIC X(05).
               10  RP-RL-REORDER-POINT PIC 9(07).
               10  RP-RL-REORDER-QTY   PIC 9(07).

       01  RP-FORECAST-TABLE.
           05  RP-FORECAST-ENTRY OCCURS 1 TO 2000 TIMES
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           MOVE "O" TO RP-SR-FUNCTION
           CALL "PRODSUPR" USING RP-SR-FUNCTION RP-SUPR-REQUEST
           PERFORM 1100-ROLL-UP-SUPERSEDED
           OPEN INPUT PRODUCT-FILE
           IF NOT RP-PRODFILE-OK AND NOT RP-PRODFILE-EOF
               MOVE "REPLEN" TO AB-PROGRAM-ID
           PERFORM 1200-LOAD-DEMAND-FORECAST
           PERFORM 2900-READ-PRODUCT-RECORD.

      *-----------------------------------------------------------------
      * PRE-PASS OF THE PRODUCT FILE: THE REORDER POINT AND QUANTITY
      * OF EVERY PRODUCT SUPERSEDED AS OF THE RUN DATE ARE TOTALLED
      * UNDER ITS REPLACEMENT, WHEREVER THE TWO FALL IN THE FILE.
      *-----------------------------------------------------------------
       1100-ROLL-UP-SUPERSEDED.
           OPEN INPUT PRODUCT-FILE
           IF NOT RP-PRODFILE-OK AND NOT RP-PRODFILE-EOF
               MOVE "REPLEN" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE RP-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 2900-READ-PRODUCT-RECORD
           PERFORM 1110-ROLL-ONE-PRODUCT
               UNTIL RP-END-OF-FILE
           CLOSE PRODUCT-FILE
           MOVE "N" TO RP-EOF-SWITCH.

       1110-ROLL-ONE-PRODUCT.
           IF PD-REORDER-POINT > 0 OR PD-REORDER-QTY > 0
               PERFORM 2050-RESOLVE-SUPERSESSION
               IF SR-SUPERSEDED
                   MOVE SR-PRODUCT-CODE (1:5) TO RP-LOOKUP-PRODUCT
                   PERFORM 2060-FIND-ROLL-ENTRY
                   IF RP-ROLL-FOUND-IDX = 0
                       PERFORM 1120-ADD-ROLL-ENTRY
                   END-IF
                   IF RP-ROLL-FOUND-IDX NOT = 0
                       ADD PD-REORDER-POINT
                           TO RP-RL-REORDER-POINT (RP-ROLL-FOUND-IDX)
                       ADD PD-REORDER-QTY
                           TO RP-RL-REORDER-QTY (RP-ROLL-FOUND-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM 2900-READ-PRODUCT-RECORD.

       1120-ADD-ROLL-ENTRY.
           IF RP-ROLL-COUNT < RP-MAX-ROLLS
               ADD 1 TO RP-ROLL-COUNT
               MOVE RP-LOOKUP-PRODUCT
                   TO RP-RL-PRODUCT-CODE (RP-ROLL-COUNT)
               MOVE 0 TO RP-RL-REORDER-POINT (RP-ROLL-COUNT)
               MOVE 0 TO RP-RL-REORDER-QTY (RP-ROLL-COUNT)
               MOVE RP-ROLL-COUNT TO RP-ROLL-FOUND-IDX
           ELSE
               DISPLAY "REPLEN: ROLL-UP TABLE FULL - "
                   PD-PRODUCT-CODE " NOT ROLLED INTO "
                   RP-LOOKUP-PRODUCT
           END-IF.

      *-----------------------------------------------------------------
      * A MISSING FORECAST FILE MEANS TONIGHT'S SUGGESTIONS FALL
      * BACK TO THE STATIC REORDER QUANTITIES.

      *-----------------------------------------------------------------
      * A PRODUCT WITH A ZERO REORDER POINT IS NOT REPLENISHMENT-
      * MANAGED AND IS LEFT ALONE.  A SUPERSEDED PRODUCT IS LEFT
      * ALONE LIKE A DISCONTINUED ONE; A REPLACEMENT PRODUCT IS
      * MEASURED AGAINST ITS OWN REORDER POINT PLUS THOSE ROLLED IN.
      *-----------------------------------------------------------------
       2000-CHECK-ONE-PRODUCT.
           ADD 1 TO RP-READ-COUNT
           MOVE PD-REORDER-POINT TO RP-REORDER-POINT
           MOVE PD-REORDER-QTY TO RP-REORDER-QTY
           SET SR-NO-CHANGE TO TRUE
           IF PD-REORDER-POINT > 0 OR PD-REORDER-QTY > 0
               PERFORM 2050-RESOLVE-SUPERSESSION
           END-IF
           IF SR-SUPERSEDED
               ADD 1 TO RP-SUPERSEDED-COUNT
           ELSE
               MOVE PD-PRODUCT-CODE TO RP-LOOKUP-PRODUCT
               PERFORM 2060-FIND-ROLL-ENTRY
               IF RP-ROLL-FOUND-IDX NOT = 0
                   ADD RP-RL-REORDER-POINT (RP-ROLL-FOUND-IDX)
                       TO RP-REORDER-POINT
                   ADD RP-RL-REORDER-QTY (RP-ROLL-FOUND-IDX)
                       TO RP-REORDER-QTY
               END-IF
           END-IF
           IF RP-REORDER-POINT > 0
                   AND PD-QUANTITY <= RP-REORDER-POINT
                   AND NOT PD-DISCONTINUED
                   AND NOT SR-SUPERSEDED
               PERFORM 2100-BUILD-ONE-SUGGESTION
           END-IF
           PERFORM 2900-READ-PRODUCT-RECORD.

       2050-RESOLVE-SUPERSESSION.
           MOVE SPACES TO SR-PRODUCT-CODE
           MOVE PD-PRODUCT-CODE TO SR-PRODUCT-CODE
           MOVE 0 TO SR-AS-OF-DATE
           MOVE PD-UNIT-PRICE TO SR-UNIT-PRICE
           MOVE "R" TO RP-SR-FUNCTION
           CALL "PRODSUPR" USING RP-SR-FUNCTION RP-SUPR-REQUEST.

       2060-FIND-ROLL-ENTRY.
           MOVE 0 TO RP-ROLL-FOUND-IDX
           PERFORM 2070-COMPARE-ROLL-ENTRY
               VARYING RP-ROLL-IDX FROM 1 BY 1
               UNTIL RP-ROLL-IDX > RP-ROLL-COUNT
                   OR RP-ROLL-FOUND-IDX NOT = 0.

       2070-COMPARE-ROLL-ENTRY.
           IF RP-RL-PRODUCT-CODE (RP-ROLL-IDX) = RP-LOOKUP-PRODUCT
               MOVE RP-ROLL-IDX TO RP-ROLL-FOUND-IDX
           END-IF.

       2100-BUILD-ONE-SUGGESTION.
           IF RP-SUGGEST-COUNT >= RP-MAX-SUGGESTS
               DISPLAY "REPLEN: SUGGESTION TABLE FULL, PRODUCT "
               MOVE PD-QUANTITY
                   TO RP-SG-CURRENT-QTY (RP-SUGGEST-COUNT)
               COMPUTE RP-SG-SHORTFALL (RP-SUGGEST-COUNT) =
                   RP-REORDER-POINT - PD-QUANTITY
               PERFORM 2150-SIZE-ORDER-QUANTITY
               MOVE RP-ORDER-QTY
                   TO RP-SG-SUGGESTED-QTY (RP-SUGGEST-COUNT)
      *-----------------------------------------------------------------
      * THE SUGGESTED ORDER QUANTITY IS THE PRODUCT'S FORECAST
      * QUANTITY WHEN ONE IS ON FILE, OTHERWISE THE STATIC REORDER
      * QUANTITY (WITH ANY ROLLED IN FROM SUPERSEDED PRODUCTS).
      *-----------------------------------------------------------------
       2150-SIZE-ORDER-QUANTITY.
           MOVE 0 TO RP-FCST-FOUND-IDX
               MOVE RP-FC-FORECAST-QTY (RP-FCST-FOUND-IDX)
                   TO RP-ORDER-QTY
           ELSE
               MOVE RP-REORDER-QTY TO RP-ORDER-QTY
           END-IF.

       2160-COMPARE-FORECAST.
       5000-TERMINATE.
           DISPLAY "PRODUCTS REVIEWED:       " RP-READ-COUNT
           DISPLAY "SUGGESTIONS WRITTEN:     " RP-SUGGEST-COUNT
           DISPLAY "SUPERSEDED, NOT REORDERED:" RP-SUPERSEDED-COUNT
           DISPLAY "TOTAL SUGGESTED SPEND:   " RP-TOTAL-COST
           CLOSE PRODUCT-FILE
           CLOSE PURCHASE-SUGGESTIONS
