      * REMARKS.       PRINTS A MULTI-PRODUCT PROFIT REPORT WITH A
      *                CONTROL BREAK ON PRODUCT LINE, SUBTOTALING
      *                REVENUE, COST, PROFIT AND MARGIN PER PRODUCT
      *                LINE AND ACCUMULATING A GRAND TOTAL.  A KIT IS
      *                COSTED AS THE SUM OF ITS COMPONENTS, EXPLODED
      *                THROUGH THE SHARED BOMEXPL SUBROUTINE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 08/22/2026 DO    WRITES RUN-STATUS START/END RECORDS TO THE
      *                  SHARED RUN STATUS FILE FOR THE MORNING
      *                  OPERATIONS REPORT AND RESTART FRONT END.
      * 10/15/2026 DO    COSTS ARE NOW TAKEN AT THE PRODUCT'S LANDED
      *                  WEIGHTED-AVERAGE COST FROM INVVALUE'S COST FILE
      *                  (PO COST PLUS CAPITALIZED FREIGHT AND DUTY),
      *                  FALLING BACK TO THE PRODUCT FILE UNIT COST FOR
      *                  A PRODUCT NOT YET ON THE COST FILE.
      * 10/15/2026 DO    A KIT'S UNIT COST IS THE SUM OF ITS COMPONENTS'
      *                  COSTS TIMES QTY PER KIT, EACH COMPONENT AT ITS
      *                  WEIGHTED-AVERAGE COST OR PRODUCT FILE UNIT
      *                  COST.  THE PRODUCT FILE'S UNIT COSTS ARE
      *                  TABLED IN A PASS AHEAD OF THE REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFITPROG.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-ALERTFIL-STATUS.

           SELECT WAVG-COST-FILE ASSIGN TO "WACOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PR-WACOST-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.
       01  ALERT-RECORD.
           COPY ALERTREC.

       FD  WAVG-COST-FILE
           RECORDING MODE IS F.
       01  WAVG-COST-RECORD.
           05  WA-PRODUCT-CODE         PIC X(05).
           05  WA-AVG-COST             PIC 9(05)V9999.
           05  WA-QTY-BASIS            PIC 9(07).
           05  WA-LAST-UPDATE          PIC 9(08).
           05  WA-AVG-FREIGHT          PIC 9(05)V9999.
           05  FILLER                  PIC X(42).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           88  PR-PERDCLOS-OK          VALUE "00".
       01  PR-ALERTFIL-STATUS          PIC X(02) VALUE "00".
           88  PR-ALERTFIL-OK          VALUE "00".
       01  PR-WACOST-STATUS            PIC X(02) VALUE "00".
           88  PR-WACOST-OK            VALUE "00".
           88  PR-WACOST-EOF           VALUE "10".
           88  PR-WACOST-NOTFOUND      VALUE "35".

       01  PR-SWITCHES.
           05  PR-EOF-SWITCH           PIC X(01) VALUE "N".
               88  PR-END-OF-FILE      VALUE "Y".
           05  PR-WACOST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  PR-WACOST-END       VALUE "Y".

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED BOMEXPL KIT EXPLOSION.
      *-----------------------------------------------------------------
       01  PR-BR-FUNCTION              PIC X(01) VALUE "O".
       01  PR-BOM-REQUEST.
           COPY BOMREQ.

       01  PR-CONTROL-FIELDS.
           05  PR-CURRENT-CODE         PIC X(05) VALUE SPACES.
       01  PR-LOW-MARGIN-COUNT         PIC 9(05) VALUE 0.
       01  PR-READ-COUNT               PIC 9(07) VALUE 0.

      *-----------------------------------------------------------------
      * LANDED WEIGHTED-AVERAGE COSTS AS INVVALUE LAST LEFT THEM.
      *-----------------------------------------------------------------
       01  PR-WA-COUNT                 PIC 9(05) COMP VALUE 0.
       01  PR-MAX-WA                   PIC 9(05) COMP VALUE 2000.
       01  PR-WA-IDX                   PIC 9(05) COMP VALUE 0.
       01  PR-WA-FOUND-IDX             PIC 9(05) COMP VALUE 0.
       01  PR-UNIT-COST                PIC 9(05)V9999 VALUE 0.
       01  PR-WA-TABLE.
           05  PR-WA-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON PR-WA-COUNT
                   INDEXED BY PR-WA-TIDX.
               10  PR-WA-PRODUCT-CODE  PIC X(05).
               10  PR-WA-AVG-COST      PIC 9(05)V9999.

      *-----------------------------------------------------------------
      * PRODUCT FILE UNIT COSTS, FOR PRICING KIT COMPONENTS THAT
      * HAVE NO WEIGHTED-AVERAGE COST.
      *-----------------------------------------------------------------
       01  PR-PC-COUNT                 PIC 9(05) COMP VALUE 0.
       01  PR-MAX-PC                   PIC 9(05) COMP VALUE 2000.
       01  PR-PC-IDX                   PIC 9(05) COMP VALUE 0.
       01  PR-PC-FOUND-IDX             PIC 9(05) COMP VALUE 0.
       01  PR-COMP-IDX                 PIC 9(02) COMP VALUE 0.
       01  PR-LOOKUP-PRODUCT           PIC X(05) VALUE SPACES.
       01  PR-ITEM-COST                PIC 9(05)V9999 VALUE 0.
       01  PR-PC-TABLE.
           05  PR-PC-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON PR-PC-COUNT
                   INDEXED BY PR-PC-TIDX.
               10  PR-PC-PRODUCT-CODE  PIC X(05).
               10  PR-PC-UNIT-COST     PIC 9(05)V99.

       01  PR-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PR-DT-CODE              PIC X(05).
       1000-INITIALIZE.
           MOVE "PROFITPR" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           PERFORM 1200-LOAD-PRODUCT-COSTS
           MOVE "O" TO PR-BR-FUNCTION
           CALL "BOMEXPL" USING PR-BR-FUNCTION PR-BOM-REQUEST
           OPEN INPUT PRODUCT-FILE
           IF NOT PR-PRODFILE-OK AND NOT PR-PRODFILE-EOF
               MOVE "PROFITPR" TO AB-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-WAVG-COSTS
           OPEN EXTEND ALERT-FILE
           IF NOT PR-ALERTFIL-OK
               CLOSE ALERT-FILE
               MOVE PD-PRODUCT-NAME TO PR-CURRENT-NAME
           END-IF.

      *-----------------------------------------------------------------
      * A MISSING COST FILE (INVVALUE NOT YET RUN) LEAVES EVERY
      * PRODUCT AT ITS PRODUCT FILE UNIT COST.
      *-----------------------------------------------------------------
       1100-LOAD-WAVG-COSTS.
           MOVE 1 TO PR-WA-COUNT
           OPEN INPUT WAVG-COST-FILE
           IF PR-WACOST-NOTFOUND
               SET PR-WACOST-END TO TRUE
           ELSE
               IF NOT PR-WACOST-OK AND NOT PR-WACOST-EOF
                   MOVE "PROFITPR" TO AB-PROGRAM-ID
                   MOVE "WACOST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE PR-WACOST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-WAVG-RECORD
               PERFORM 1110-STORE-WAVG-RECORD
                   UNTIL PR-WACOST-END
                       OR PR-WA-COUNT > PR-MAX-WA
               IF NOT PR-WACOST-END
                   DISPLAY "PROFITPR: COST TABLE FULL AT " PR-MAX-WA
                       " - LATER PRODUCTS AT PRODUCT FILE COST"
               END-IF
               CLOSE WAVG-COST-FILE
           END-IF
           IF PR-WA-COUNT > 1
               SUBTRACT 1 FROM PR-WA-COUNT
           ELSE
               MOVE 0 TO PR-WA-COUNT
           END-IF.

       1110-STORE-WAVG-RECORD.
           MOVE WA-PRODUCT-CODE TO PR-WA-PRODUCT-CODE (PR-WA-COUNT)
           MOVE WA-AVG-COST TO PR-WA-AVG-COST (PR-WA-COUNT)
           ADD 1 TO PR-WA-COUNT
           PERFORM 1190-READ-WAVG-RECORD.

       1190-READ-WAVG-RECORD.
           READ WAVG-COST-FILE
               AT END
                   SET PR-WACOST-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A SEPARATE PASS OVER THE PRODUCT FILE, SO A KIT CAN BE COSTED
      * FROM COMPONENTS THAT FALL AFTER IT IN THE FILE.  THE READ
      * COUNT IS LEFT TO THE REPORT PASS.
      *-----------------------------------------------------------------
       1200-LOAD-PRODUCT-COSTS.
           MOVE 1 TO PR-PC-COUNT
           OPEN INPUT PRODUCT-FILE
           IF NOT PR-PRODFILE-OK AND NOT PR-PRODFILE-EOF
               MOVE "PROFITPR" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE PR-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1290-READ-PRODUCT-COST
           PERFORM 1210-STORE-PRODUCT-COST
               UNTIL PR-END-OF-FILE
                   OR PR-PC-COUNT > PR-MAX-PC
           IF NOT PR-END-OF-FILE
               DISPLAY "PROFITPR: PRODUCT COST TABLE FULL AT "
                   PR-MAX-PC " - LATER KIT COMPONENTS AT ZERO COST"
           END-IF
           CLOSE PRODUCT-FILE
           MOVE "N" TO PR-EOF-SWITCH
           IF PR-PC-COUNT > 1
               SUBTRACT 1 FROM PR-PC-COUNT
           ELSE
               MOVE 0 TO PR-PC-COUNT
           END-IF.

       1210-STORE-PRODUCT-COST.
           MOVE PD-PRODUCT-CODE TO PR-PC-PRODUCT-CODE (PR-PC-COUNT)
           MOVE PD-UNIT-COST TO PR-PC-UNIT-COST (PR-PC-COUNT)
           ADD 1 TO PR-PC-COUNT
           PERFORM 1290-READ-PRODUCT-COST.

       1290-READ-PRODUCT-COST.
           READ PRODUCT-FILE
               AT END
                   MOVE "Y" TO PR-EOF-SWITCH
           END-READ.

       2000-PROCESS-PRODUCT.
           IF PD-PRODUCT-CODE NOT = PR-CURRENT-CODE
               PERFORM 2500-WRITE-PRODUCT-SUBTOTAL
           END-IF
           COMPUTE PR-WK-REVENUE =
               PD-UNIT-PRICE * PD-QUANTITY
           MOVE PD-PRODUCT-CODE TO BR-KIT-CODE
           MOVE "E" TO PR-BR-FUNCTION
           CALL "BOMEXPL" USING PR-BR-FUNCTION PR-BOM-REQUEST
           IF BR-IS-KIT
               MOVE 0 TO PR-UNIT-COST
               PERFORM 2300-ADD-COMPONENT-COST
                   VARYING PR-COMP-IDX FROM 1 BY 1
                   UNTIL PR-COMP-IDX > BR-COMPONENT-COUNT
           ELSE
               MOVE PD-PRODUCT-CODE TO PR-LOOKUP-PRODUCT
               PERFORM 2800-FIND-WAVG-COST
               IF PR-WA-FOUND-IDX NOT = 0
                       AND PR-WA-AVG-COST (PR-WA-FOUND-IDX) > 0
                   MOVE PR-WA-AVG-COST (PR-WA-FOUND-IDX)
                       TO PR-UNIT-COST
               ELSE
                   MOVE PD-UNIT-COST TO PR-UNIT-COST
               END-IF
           END-IF
           COMPUTE PR-WK-COSTS ROUNDED =
               PR-UNIT-COST * PD-QUANTITY
           MOVE "A" TO PR-CB-FUNCTION
           MOVE PR-WK-REVENUE TO PR-CB-AMOUNT
           CALL "CTLBREAK" USING PR-CB-REVENUE-ID PR-CB-FUNCTION
               PR-CB-AMOUNT PR-CB-SUBTOTAL PR-CB-GRAND-TOTAL
           PERFORM 2900-READ-PRODUCT-RECORD.

      *-----------------------------------------------------------------
      * ONE KIT COMPONENT, AT ITS WEIGHTED-AVERAGE COST WHEN IT HAS
      * ONE, OTHERWISE ITS PRODUCT FILE UNIT COST.  A COMPONENT ON
      * NEITHER FILE ADDS NOTHING (THE BOM LISTING FLAGS IT).
      *-----------------------------------------------------------------
       2300-ADD-COMPONENT-COST.
           MOVE BR-COMP-PRODUCT (PR-COMP-IDX) TO PR-LOOKUP-PRODUCT
           MOVE 0 TO PR-ITEM-COST
           PERFORM 2800-FIND-WAVG-COST
           IF PR-WA-FOUND-IDX NOT = 0
                   AND PR-WA-AVG-COST (PR-WA-FOUND-IDX) > 0
               MOVE PR-WA-AVG-COST (PR-WA-FOUND-IDX) TO PR-ITEM-COST
           ELSE
               PERFORM 2850-FIND-PRODUCT-COST
               IF PR-PC-FOUND-IDX NOT = 0
                   MOVE PR-PC-UNIT-COST (PR-PC-FOUND-IDX)
                       TO PR-ITEM-COST
               END-IF
           END-IF
           COMPUTE PR-UNIT-COST = PR-UNIT-COST
               + PR-ITEM-COST * BR-COMP-QTY (PR-COMP-IDX).

       2500-WRITE-PRODUCT-SUBTOTAL.
           MOVE "S" TO PR-CB-FUNCTION
           CALL "CTLBREAK" USING PR-CB-REVENUE-ID PR-CB-FUNCTION
           MOVE RH-RUN-TIME TO AL-ALERT-TIME
           WRITE ALERT-RECORD.

       2800-FIND-WAVG-COST.
           MOVE 0 TO PR-WA-FOUND-IDX
           PERFORM 2810-COMPARE-WAVG-COST
               VARYING PR-WA-IDX FROM 1 BY 1
               UNTIL PR-WA-IDX > PR-WA-COUNT
                   OR PR-WA-FOUND-IDX NOT = 0.

       2810-COMPARE-WAVG-COST.
           IF PR-WA-PRODUCT-CODE (PR-WA-IDX) = PR-LOOKUP-PRODUCT
               MOVE PR-WA-IDX TO PR-WA-FOUND-IDX
           END-IF.

       2850-FIND-PRODUCT-COST.
           MOVE 0 TO PR-PC-FOUND-IDX
           PERFORM 2860-COMPARE-PRODUCT-COST
               VARYING PR-PC-IDX FROM 1 BY 1
               UNTIL PR-PC-IDX > PR-PC-COUNT
                   OR PR-PC-FOUND-IDX NOT = 0.

       2860-COMPARE-PRODUCT-COST.
           IF PR-PC-PRODUCT-CODE (PR-PC-IDX) = PR-LOOKUP-PRODUCT
               MOVE PR-PC-IDX TO PR-PC-FOUND-IDX
           END-IF.

       2900-READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
