      *                TREND, SO A RISING MARKET ORDERS DEEPER AND A
      *                FALLING ONE ORDERS LIGHTER.  REPLEN READS THE
      *                FORECAST FILE TO SIZE ITS SUGGESTED ORDER
      *                QUANTITIES.  A PRODUCT SUPERSEDED BY THE RUN
      *                DATE GETS NO FORECAST OF ITS OWN; ITS BASE
      *                DEMAND IS ROLLED INTO THE PRODUCT THAT REPLACES
      *                IT, AS RESOLVED BY THE SHARED PRODSUPR
      *                SUBROUTINE.  WHERE THE STORE SALES FEED HAS
      *                HISTORY FOR A PRODUCT, THE PRODUCT IS TRENDED ON
      *                ITS OWN STORE DEMAND INSTEAD OF THE MARKET.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    SUPERSEDED PRODUCTS ROLL THEIR BASE DEMAND
      *                  INTO THE REPLACEMENT PRODUCT.  A PRE-PASS OF
      *                  THE PRODUCT FILE TOTALS THE ROLLED DEMAND BY
      *                  REPLACEMENT CODE; THE SUPERSEDED CODE ITSELF
      *                  IS LISTED AS ROLLED AND GETS NO FORECAST.
      * 10/15/2026 DO    THE HISTORY LAYOUT MOVED TO THE SHARED
      *                  STATHIST COPYBOOK.  THE STORE SALES RECORDS
      *                  STORSALE APPENDS ARE TOTALLED BY PRODUCT
      *                  INTO RECENT AND PRIOR WINDOWS OF DAYS BEFORE
      *                  THE RUN DATE, AND A PRODUCT WITH STORE SALES
      *                  IN THE PRIOR WINDOW IS TRENDED ON ITS OWN
      *                  UNITS SOLD NET OF RETURNS.  ANY OTHER
      *                  PRODUCT, OR EVERY PRODUCT UNTIL THE FEED HAS
      *                  RUN FOR TWO FULL WINDOWS, TAKES THE MARKET
      *                  TREND AS BEFORE.  THE REPORT SHOWS WHICH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FORECAST.
       FD  STAT-HISTORY
           RECORDING MODE IS F.
       01  STAT-HISTORY-RECORD.
           COPY STATHIST.

       FD  PRODUCT-FILE
           RECORDING MODE IS F.
           05  FO-PRODUCT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  FO-PRODUCT-END      VALUE "Y".

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED PRODSUPR PRODUCT SUPERSESSION.
      *-----------------------------------------------------------------
       01  FO-SR-FUNCTION              PIC X(01) VALUE "O".
       01  FO-SUPR-REQUEST.
           COPY SUPRREQ.

      *-----------------------------------------------------------------
      * TREND WINDOW - THE RECENT AND PRIOR MOVING AVERAGES EACH
      * COVER THIS MANY HISTORY ENTRIES.  FEWER THAN TWO FULL
           05  FO-SLIDE-IDX            PIC 9(04) COMP VALUE 0.
           05  FO-PRIOR-START          PIC 9(04) COMP VALUE 0.
           05  FO-PRODUCT-COUNT        PIC 9(05) COMP VALUE 0.
           05  FO-ROLLED-COUNT         PIC 9(05) COMP VALUE 0.
           05  FO-ROLL-COUNT           PIC 9(04) COMP VALUE 0.
           05  FO-MAX-ROLLS            PIC 9(04) COMP VALUE 500.
           05  FO-ROLL-IDX             PIC 9(04) COMP VALUE 0.
           05  FO-ROLL-FOUND-IDX       PIC 9(04) COMP VALUE 0.
           05  FO-SALES-COUNT          PIC 9(04) COMP VALUE 0.
           05  FO-MAX-SALES            PIC 9(04) COMP VALUE 2000.
           05  FO-SALES-IDX            PIC 9(04) COMP VALUE 0.
           05  FO-SALES-FOUND-IDX      PIC 9(04) COMP VALUE 0.
           05  FO-STORE-TREND-COUNT    PIC 9(05) COMP VALUE 0.

       01  FO-WORK-FIELDS.
           05  FO-RECENT-SUM           PIC 9(11)V9999 VALUE 0.
           05  FO-PRIOR-AVG            PIC 9(07)V9999 VALUE 0.
           05  FO-TREND-PCT            PIC S9(03)V99 VALUE 0.
           05  FO-FORECAST-QTY         PIC 9(08) VALUE 0.
           05  FO-BASE-DEMAND          PIC 9(07) VALUE 0.
           05  FO-LOOKUP-PRODUCT       PIC X(05) VALUE SPACES.
           05  FO-PRODUCT-TREND        PIC S9(03)V99 VALUE 0.
           05  FO-RUN-DAY              PIC 9(07) VALUE 0.
           05  FO-SALE-AGE             PIC S9(07) VALUE 0.
           05  FO-OLDEST-SALE-AGE      PIC S9(07) VALUE 0.
           05  FO-NET-UNITS            PIC S9(09) VALUE 0.
           05  FO-TREND-SOURCE         PIC X(06) VALUE SPACES.

      *-----------------------------------------------------------------
      * STORE UNITS SOLD NET OF RETURNS BY PRODUCT, FOR THE RECENT
      * WINDOW (THE LAST FO-WINDOW-SIZE DAYS UP TO THE RUN DATE) AND
      * THE PRIOR WINDOW OF EQUAL LENGTH BEFORE IT.
      *-----------------------------------------------------------------
       01  FO-SALES-TABLE.
           05  FO-SALES-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON FO-SALES-COUNT
                   INDEXED BY FO-SL-IDX.
               10  FO-SL-PRODUCT-CODE  PIC X(05).
               10  FO-SL-RECENT-UNITS  PIC S9(09).
               10  FO-SL-PRIOR-UNITS   PIC S9(09).

      *-----------------------------------------------------------------
      * BASE DEMAND OF SUPERSEDED PRODUCTS, TOTALLED BY THE PRODUCT
      * THAT REPLACES THEM.
      *-----------------------------------------------------------------
       01  FO-ROLL-TABLE.
           05  FO-ROLL-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON FO-ROLL-COUNT
                   INDEXED BY FO-RL-IDX.
               10  FO-RL-PRODUCT-CODE  PIC X(05).
               10  FO-RL-DEMAND        PIC 9(07).

       01  FO-HIST-TABLE.
           05  FO-HIST-ENTRY OCCURS 1 TO 400 TIMES
           05  FO-DT-TREND-PCT         PIC ZZ9.99-.
           05  FILLER                  PIC X(11) VALUE "  FORECAST ".
           05  FO-DT-FORECAST-QTY      PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FO-DT-TREND-SOURCE      PIC X(06).

       01  FO-ROLLED-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FO-RD-PRODUCT-CODE      PIC X(05).
           05  FILLER                  PIC X(07) VALUE "  BASE ".
           05  FO-RD-AVG-DEMAND        PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(14)
                   VALUE "  ROLLED INTO ".
           05  FO-RD-NEW-PRODUCT       PIC X(06).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           COMPUTE FO-RUN-DAY = FUNCTION INTEGER-OF-DATE (RH-RUN-DATE)
           PERFORM 1100-LOAD-STAT-HISTORY
           MOVE "O" TO FO-SR-FUNCTION
           CALL "PRODSUPR" USING FO-SR-FUNCTION FO-SUPR-REQUEST
           PERFORM 1200-ROLL-UP-SUPERSEDED
           OPEN INPUT PRODUCT-FILE
           IF NOT FO-PRODFILE-OK AND NOT FO-PRODFILE-EOF
               MOVE "FORECAST" TO AB-PROGRAM-ID
           END-IF.

       1110-STORE-HIST-RECORD.
           IF SH-STORE-SALES
               PERFORM 1140-ACCUMULATE-STORE-SALES
           ELSE
               IF FO-HIST-COUNT >= FO-MAX-HIST
                   PERFORM 1120-SLIDE-HIST-TABLE
               ELSE
                   ADD 1 TO FO-HIST-COUNT
               END-IF
               MOVE SH-MEAN TO FO-HI-MEAN (FO-HIST-COUNT)
           END-IF
           PERFORM 1190-READ-HIST-RECORD.

       1120-SLIDE-HIST-TABLE.
           MOVE FO-HI-MEAN (FO-SLIDE-IDX)
               TO FO-HI-MEAN (FO-HIST-IDX).

      *-----------------------------------------------------------------
      * A STORE SALES RECORD'S AGE IS DAYS BEFORE THE RUN DATE.  THE
      * OLDEST AGE SEEN TELLS HOW LONG THE FEED HAS BEEN RUNNING (AN
      * UNREADABLE DATE COMES BACK AS DAY ZERO AND IS NOT COUNTED).
      * SALES OLDER THAN THE TWO WINDOWS ARE NOT NEEDED.
      *-----------------------------------------------------------------
       1140-ACCUMULATE-STORE-SALES.
           COMPUTE FO-SALE-AGE = FO-RUN-DAY
               - FUNCTION INTEGER-OF-DATE (SH-STAT-DATE)
           IF FO-SALE-AGE > FO-OLDEST-SALE-AGE
                   AND FO-SALE-AGE < FO-RUN-DAY
               MOVE FO-SALE-AGE TO FO-OLDEST-SALE-AGE
           END-IF
           IF FO-SALE-AGE >= 0
                   AND FO-SALE-AGE < FO-WINDOW-SIZE * 2
               MOVE SH-PRODUCT-CODE TO FO-LOOKUP-PRODUCT
               PERFORM 3400-FIND-SALES-ENTRY
               IF FO-SALES-FOUND-IDX NOT = 0
                   COMPUTE FO-NET-UNITS =
                       SH-UNITS-SOLD - SH-UNITS-RETURNED
                   IF FO-SALE-AGE < FO-WINDOW-SIZE
                       ADD FO-NET-UNITS TO
                           FO-SL-RECENT-UNITS (FO-SALES-FOUND-IDX)
                   ELSE
                       ADD FO-NET-UNITS TO
                           FO-SL-PRIOR-UNITS (FO-SALES-FOUND-IDX)
                   END-IF
               END-IF
           END-IF.

       1190-READ-HIST-RECORD.
           READ STAT-HISTORY
               AT END
                   SET FO-HIST-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * PRE-PASS OF THE PRODUCT FILE: THE BASE DEMAND OF EVERY
      * PRODUCT SUPERSEDED AS OF THE RUN DATE IS TOTALLED UNDER ITS
      * REPLACEMENT, SO THE REPLACEMENT'S FORECAST CARRIES IT
      * WHEREVER THE TWO FALL IN THE FILE.
      *-----------------------------------------------------------------
       1200-ROLL-UP-SUPERSEDED.
           OPEN INPUT PRODUCT-FILE
           IF NOT FO-PRODFILE-OK AND NOT FO-PRODFILE-EOF
               MOVE "FORECAST" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE FO-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 3900-READ-PRODUCT-RECORD
           PERFORM 1210-ROLL-ONE-PRODUCT
               UNTIL FO-PRODUCT-END
           CLOSE PRODUCT-FILE
           MOVE "N" TO FO-PRODUCT-EOF-SWITCH.

       1210-ROLL-ONE-PRODUCT.
           IF PD-REORDER-QTY > 0
               PERFORM 3100-RESOLVE-SUPERSESSION
               IF SR-SUPERSEDED
                   MOVE SR-PRODUCT-CODE (1:5) TO FO-LOOKUP-PRODUCT
                   PERFORM 3200-FIND-ROLL-ENTRY
                   IF FO-ROLL-FOUND-IDX = 0
                       PERFORM 1220-ADD-ROLL-ENTRY
                   END-IF
                   IF FO-ROLL-FOUND-IDX NOT = 0
                       ADD PD-REORDER-QTY
                           TO FO-RL-DEMAND (FO-ROLL-FOUND-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM 3900-READ-PRODUCT-RECORD.

       1220-ADD-ROLL-ENTRY.
           IF FO-ROLL-COUNT < FO-MAX-ROLLS
               ADD 1 TO FO-ROLL-COUNT
               MOVE FO-LOOKUP-PRODUCT
                   TO FO-RL-PRODUCT-CODE (FO-ROLL-COUNT)
               MOVE 0 TO FO-RL-DEMAND (FO-ROLL-COUNT)
               MOVE FO-ROLL-COUNT TO FO-ROLL-FOUND-IDX
           ELSE
               DISPLAY "FORECAST: ROLL-UP TABLE FULL - DEMAND OF "
                   PD-PRODUCT-CODE " NOT ROLLED INTO "
                   FO-LOOKUP-PRODUCT
           END-IF.

      *-----------------------------------------------------------------
      * TREND = RECENT-WINDOW AVERAGE OVER PRIOR-WINDOW AVERAGE,
      * EXPRESSED AS A SIGNED PERCENT.  WITHOUT TWO FULL WINDOWS THE
                   END-COMPUTE
               END-IF
           END-IF
           DISPLAY "FORECAST: DEMAND TREND PERCENT " FO-TREND-PCT
           IF FO-SALES-COUNT > 0
                   AND FO-OLDEST-SALE-AGE < (FO-WINDOW-SIZE * 2) - 1
               DISPLAY "FORECAST: STORE SALES HISTORY SHORTER THAN "
                   "TWO WINDOWS - MARKET TREND USED FOR ALL PRODUCTS"
           END-IF.

       2100-SUM-RECENT-WINDOW.
           ADD FO-HI-MEAN (FO-HIST-IDX) TO FO-RECENT-SUM.
      * EACH PRODUCT'S FORECAST IS ITS BASE DEMAND (REORDER QUANTITY)
      * SCALED BY THE TREND, NEVER BELOW ZERO.  PRODUCTS WITH A ZERO
      * REORDER QUANTITY ARE NOT REPLENISHMENT-MANAGED AND GET NO
      * FORECAST RECORD.  A SUPERSEDED PRODUCT'S DEMAND WAS ROLLED
      * INTO ITS REPLACEMENT BY THE PRE-PASS, AND THE REPLACEMENT'S
      * BASE IS ITS OWN REORDER QUANTITY PLUS EVERYTHING ROLLED IN.
      *-----------------------------------------------------------------
       3000-FORECAST-ONE-PRODUCT.
           MOVE PD-REORDER-QTY TO FO-BASE-DEMAND
           IF PD-REORDER-QTY > 0
               PERFORM 3100-RESOLVE-SUPERSESSION
           ELSE
               SET SR-NO-CHANGE TO TRUE
           END-IF
           IF SR-SUPERSEDED
               ADD 1 TO FO-ROLLED-COUNT
               MOVE PD-PRODUCT-CODE TO FO-RD-PRODUCT-CODE
               MOVE PD-REORDER-QTY TO FO-RD-AVG-DEMAND
               MOVE SR-PRODUCT-CODE TO FO-RD-NEW-PRODUCT
               DISPLAY FO-ROLLED-LINE
               MOVE 0 TO FO-BASE-DEMAND
           ELSE
               MOVE PD-PRODUCT-CODE TO FO-LOOKUP-PRODUCT
               PERFORM 3200-FIND-ROLL-ENTRY
               IF FO-ROLL-FOUND-IDX NOT = 0
                   ADD FO-RL-DEMAND (FO-ROLL-FOUND-IDX)
                       TO FO-BASE-DEMAND
               END-IF
           END-IF
           IF FO-BASE-DEMAND > 0
               PERFORM 3300-SET-PRODUCT-TREND
               COMPUTE FO-FORECAST-QTY ROUNDED =
                   FO-BASE-DEMAND * (100 + FO-PRODUCT-TREND) / 100
                   ON SIZE ERROR
                       MOVE FO-BASE-DEMAND TO FO-FORECAST-QTY
               END-COMPUTE
               MOVE SPACES TO DEMAND-FORECAST-RECORD
               MOVE PD-PRODUCT-CODE TO DF-PRODUCT-CODE
               MOVE FO-BASE-DEMAND TO DF-AVG-DEMAND
               MOVE FO-PRODUCT-TREND TO DF-TREND-PCT
               MOVE FO-FORECAST-QTY TO DF-FORECAST-QTY
               MOVE RH-RUN-DATE TO DF-FORECAST-DATE
               WRITE DEMAND-FORECAST-RECORD
               ADD 1 TO FO-PRODUCT-COUNT
               MOVE PD-PRODUCT-CODE TO FO-DT-PRODUCT-CODE
               MOVE FO-BASE-DEMAND TO FO-DT-AVG-DEMAND
               MOVE FO-PRODUCT-TREND TO FO-DT-TREND-PCT
               MOVE FO-TREND-SOURCE TO FO-DT-TREND-SOURCE
               MOVE FO-FORECAST-QTY TO FO-DT-FORECAST-QTY
               DISPLAY FO-DETAIL-LINE
           END-IF
           PERFORM 3900-READ-PRODUCT-RECORD.

       3100-RESOLVE-SUPERSESSION.
           MOVE SPACES TO SR-PRODUCT-CODE
           MOVE PD-PRODUCT-CODE TO SR-PRODUCT-CODE
           MOVE 0 TO SR-AS-OF-DATE
           MOVE PD-UNIT-PRICE TO SR-UNIT-PRICE
           MOVE "R" TO FO-SR-FUNCTION
           CALL "PRODSUPR" USING FO-SR-FUNCTION FO-SUPR-REQUEST.

       3200-FIND-ROLL-ENTRY.
           MOVE 0 TO FO-ROLL-FOUND-IDX
           PERFORM 3210-COMPARE-ROLL-ENTRY
               VARYING FO-ROLL-IDX FROM 1 BY 1
               UNTIL FO-ROLL-IDX > FO-ROLL-COUNT
                   OR FO-ROLL-FOUND-IDX NOT = 0.

       3210-COMPARE-ROLL-ENTRY.
           IF FO-RL-PRODUCT-CODE (FO-ROLL-IDX) = FO-LOOKUP-PRODUCT
               MOVE FO-ROLL-IDX TO FO-ROLL-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * A PRODUCT WITH STORE SALES IN THE PRIOR WINDOW IS TRENDED ON
      * ITS OWN NET UNITS, RECENT OVER PRIOR - BUT ONLY ONCE THE FEED
      * HAS RUN FOR TWO FULL WINDOWS, SO A HALF-FILLED PRIOR WINDOW
      * CANNOT READ AS GROWTH.  OTHERWISE, OR IF THE STORE TREND IS
      * TOO LARGE TO HOLD, THE MARKET TREND STANDS.  NET RETURNS IN
      * THE RECENT WINDOW COUNT AS NO DEMAND.
      *-----------------------------------------------------------------
       3300-SET-PRODUCT-TREND.
           MOVE FO-TREND-PCT TO FO-PRODUCT-TREND
           MOVE "MARKET" TO FO-TREND-SOURCE
           MOVE PD-PRODUCT-CODE TO FO-LOOKUP-PRODUCT
           PERFORM 3410-LOCATE-SALES-ENTRY
           IF FO-SALES-FOUND-IDX NOT = 0
                   AND FO-OLDEST-SALE-AGE >= (FO-WINDOW-SIZE * 2) - 1
               IF FO-SL-PRIOR-UNITS (FO-SALES-FOUND-IDX) > 0
                   IF FO-SL-RECENT-UNITS (FO-SALES-FOUND-IDX) < 0
                       MOVE 0
                           TO FO-SL-RECENT-UNITS (FO-SALES-FOUND-IDX)
                   END-IF
                   COMPUTE FO-PRODUCT-TREND ROUNDED =
                       ((FO-SL-RECENT-UNITS (FO-SALES-FOUND-IDX)
                         - FO-SL-PRIOR-UNITS (FO-SALES-FOUND-IDX))
                           * 100)
                       / FO-SL-PRIOR-UNITS (FO-SALES-FOUND-IDX)
                       ON SIZE ERROR
                           MOVE FO-TREND-PCT TO FO-PRODUCT-TREND
                       NOT ON SIZE ERROR
                           MOVE "STORE" TO FO-TREND-SOURCE
                           ADD 1 TO FO-STORE-TREND-COUNT
                   END-COMPUTE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * FINDS OR ADDS THE STORE SALES ENTRY FOR FO-LOOKUP-PRODUCT.
      *-----------------------------------------------------------------
       3400-FIND-SALES-ENTRY.
           PERFORM 3410-LOCATE-SALES-ENTRY
           IF FO-SALES-FOUND-IDX = 0
               IF FO-SALES-COUNT < FO-MAX-SALES
                   ADD 1 TO FO-SALES-COUNT
                   MOVE FO-LOOKUP-PRODUCT
                       TO FO-SL-PRODUCT-CODE (FO-SALES-COUNT)
                   MOVE 0 TO FO-SL-RECENT-UNITS (FO-SALES-COUNT)
                   MOVE 0 TO FO-SL-PRIOR-UNITS (FO-SALES-COUNT)
                   MOVE FO-SALES-COUNT TO FO-SALES-FOUND-IDX
               ELSE
                   DISPLAY "FORECAST: STORE SALES TABLE FULL - "
                       FO-LOOKUP-PRODUCT " TAKES THE MARKET TREND"
               END-IF
           END-IF.

       3410-LOCATE-SALES-ENTRY.
           MOVE 0 TO FO-SALES-FOUND-IDX
           IF FO-SALES-COUNT > 0
               PERFORM 3420-COMPARE-SALES-ENTRY
                   VARYING FO-SALES-IDX FROM 1 BY 1
                   UNTIL FO-SALES-IDX > FO-SALES-COUNT
                       OR FO-SALES-FOUND-IDX NOT = 0
           END-IF.

       3420-COMPARE-SALES-ENTRY.
           IF FO-SL-PRODUCT-CODE (FO-SALES-IDX) = FO-LOOKUP-PRODUCT
               MOVE FO-SALES-IDX TO FO-SALES-FOUND-IDX
           END-IF.

       3900-READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END

       4000-TERMINATE.
           DISPLAY "PRODUCTS FORECAST: " FO-PRODUCT-COUNT
           DISPLAY "PRODUCTS ROLLED:   " FO-ROLLED-COUNT
           DISPLAY "STORE-TRENDED:     " FO-STORE-TREND-COUNT
           CLOSE PRODUCT-FILE
           CLOSE DEMAND-FORECAST
           PERFORM 8100-PRINT-REPORT-FOOTER.
