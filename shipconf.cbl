      ******************************************************************
      * PROGRAM-ID.    SHIPCONF
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ORDER ENTRY
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       WAREHOUSE PICK LIST AND SHIP CONFIRMATION.
      *                PRINTS A PICK LIST OF EVERY ORDER ON THE ORDER-
      *                HEADER STREAM THAT THE AVAILABLE-TO-PROMISE RUN
      *                HAS ALLOCATED (OR THAT SHIPPED SHORT AND STILL
      *                HAS A RESERVED REMAINDER), THEN POSTS THE
      *                WAREHOUSE'S SHIP-CONFIRMATION TRANSACTIONS
      *                (ORDER NUMBER, QUANTITY SHIPPED, SHIP DATE).
      *                EACH CONFIRMATION RELIEVES THE PRODUCT FILE'S
      *                ON-HAND, MARKS THE ORDER SHIPPED OR PARTIALLY
      *                SHIPPED, AND CUTS AN INVOICE TRANSACTION AT THE
      *                QUOTED UNIT PRICE INTO A HEADER/TRAILER
      *                CONTROLLED BATCH IN THE LAYOUT THE INVOICE RUN
      *                (CONTINUEPROG) PROCESSES.  INVOICE NUMBERS COME
      *                FROM THE SHIPCTL CONTROL RECORD SO THE 600000
      *                SHIPMENT RANGE NEVER REISSUES A NUMBER.  A
      *                CONFIRMATION FOR AN UNKNOWN OR UNALLOCATED
      *                ORDER, OR FOR MORE THAN IS OPEN OR ON HAND,
      *                REJECTS TO THE SHIP SUSPENSE FILE.  THE ORDER
      *                AND PRODUCT FILES ARE LOADED AT START OF RUN,
      *                UPDATED IN THE TABLES AND REWRITTEN IN FULL; AN
      *                OVERFLOWING LOAD STOPS THE RUN.  A KIT IS PICKED,
      *                CHECKED AND RELIEVED AS ITS COMPONENTS, EXPLODED
      *                THROUGH THE SHARED BOMEXPL SUBROUTINE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    THE INVOICE TRANSACTION NOW CARRIES THE
      *                  ORDER'S SHIP-TO NUMBER SO THE INVOICE RUN
      *                  TAXES THE SHIPMENT IN THE SHIP-TO STATE.  A
      *                  BLANK SHIP-TO ON AN ORDER WRITTEN BEFORE THE
      *                  FIELD EXISTED IS TREATED AS ZERO - BILL-TO.
      * 10/15/2026 DO    KIT SHIPMENTS RELIEVE COMPONENT ON-HAND.  A KIT
      *                  ORDER PICKS ITS COMPONENTS (LISTED UNDER THE
      *                  ORDER ON THE PICK LIST), AND ITS CONFIRMATION
      *                  IS CHECKED AGAINST AND RELIEVES EACH
      *                  COMPONENT'S ON-HAND AT QTY PER KIT.  THE KIT
      *                  IS STILL BILLED AS ONE LINE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPCONF.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - ORDER ENTRY.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORDER-HEADER-FILE ASSIGN TO "ORDHDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-ORDHDR-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-PRODFILE-STATUS.
           SELECT SHIP-TRANS ASSIGN TO "SHIPTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-SHIPTRN-STATUS.
           SELECT SHIP-SUSPENSE ASSIGN TO "SHIPSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-SHIPSUSP-STATUS.
           SELECT SHIPMENT-INVOICES ASSIGN TO "SHIPINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-SHIPINV-STATUS.
           SELECT NUMBER-CONTROL ASSIGN TO "SHIPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-SHIPCTL-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ORDER-HEADER-FILE
           RECORDING MODE IS F.
       01  ORDER-HEADER-RECORD.
           COPY ORDHDR.

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
           05  FILLER                  PIC X(06).

       FD  SHIP-TRANS
           RECORDING MODE IS F.
       01  SHIP-TRANS-RECORD.
           05  ST-ORDER-NUMBER         PIC 9(06).
           05  ST-SHIPPED-QTY          PIC 9(05).
           05  ST-SHIP-DATE            PIC 9(08).
           05  FILLER                  PIC X(61).

       FD  SHIP-SUSPENSE
           RECORDING MODE IS F.
       01  SHIP-SUSPENSE-RECORD.
           COPY SUSPENSE.

      *-----------------------------------------------------------------
      * THE GENERATED BATCH USES THE INVOICE TRANSACTION LAYOUT
      * CONTINUEPROG PROCESSES, HEADER AND TRAILER INCLUDED, SO THE
      * BATCH-CONTROL CHECK BALANCES WITHOUT SPECIAL CASES.
      *-----------------------------------------------------------------
       FD  SHIPMENT-INVOICES
           RECORDING MODE IS F.
       01  INVOICE-RECORD.
           05  IV-RECORD-TYPE          PIC X(01).
           05  IV-INVOICE-NUMBER       PIC 9(06).
           05  IV-INVOICE-AMOUNT       PIC S9(07)V99.
           05  IV-CUSTOMER-ID          PIC 9(06).
           05  IV-INVOICE-DATE         PIC 9(08).
           05  IV-CURRENCY-CODE        PIC X(03).
           05  IV-DOCUMENT-TYPE        PIC X(01).
           05  IV-SHIPTO-NUMBER        PIC 9(03).
           05  FILLER                  PIC X(43).

       01  INVOICE-HEADER-RECORD REDEFINES INVOICE-RECORD.
           05  FILLER                  PIC X(01).
           05  IH-SOURCE-SYSTEM        PIC X(08).
           05  IH-CREATE-DATE          PIC 9(08).
           05  IH-EXPECTED-COUNT       PIC 9(07).
           05  FILLER                  PIC X(56).

       01  INVOICE-TRAILER-RECORD REDEFINES INVOICE-RECORD.
           05  FILLER                  PIC X(01).
           05  IT-RECORD-COUNT         PIC 9(07).
           05  IT-AMOUNT-HASH          PIC 9(11)V99.
           05  FILLER                  PIC X(59).

       FD  NUMBER-CONTROL
           RECORDING MODE IS F.
       01  NUMBER-CONTROL-RECORD.
           05  NC-NEXT-INVOICE-NUMBER  PIC 9(06).
           05  FILLER                  PIC X(74).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
       COPY RUNSTAWS.

       01  SC-ORDHDR-STATUS            PIC X(02) VALUE "00".
           88  SC-ORDHDR-OK            VALUE "00".
           88  SC-ORDHDR-EOF           VALUE "10".
           88  SC-ORDHDR-NOTFOUND      VALUE "35".
       01  SC-PRODFILE-STATUS          PIC X(02) VALUE "00".
           88  SC-PRODFILE-OK          VALUE "00".
           88  SC-PRODFILE-EOF         VALUE "10".
       01  SC-SHIPTRN-STATUS           PIC X(02) VALUE "00".
           88  SC-SHIPTRN-OK           VALUE "00".
           88  SC-SHIPTRN-EOF          VALUE "10".
           88  SC-SHIPTRN-NOTFOUND     VALUE "35".
       01  SC-SHIPSUSP-STATUS          PIC X(02) VALUE "00".
           88  SC-SHIPSUSP-OK          VALUE "00".
       01  SC-SHIPINV-STATUS           PIC X(02) VALUE "00".
           88  SC-SHIPINV-OK           VALUE "00".
       01  SC-SHIPCTL-STATUS           PIC X(02) VALUE "00".
           88  SC-SHIPCTL-OK           VALUE "00".
           88  SC-SHIPCTL-EOF          VALUE "10".
           88  SC-SHIPCTL-NOTFOUND     VALUE "35".

       01  SC-SWITCHES.
           05  SC-ORDER-EOF-SWITCH     PIC X(01) VALUE "N".
               88  SC-ORDER-END        VALUE "Y".
           05  SC-PRODUCT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  SC-PRODUCT-END      VALUE "Y".
           05  SC-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  SC-TRANS-END        VALUE "Y".
           05  SC-CTL-EOF-SWITCH       PIC X(01) VALUE "N".
               88  SC-CTL-END          VALUE "Y".
           05  SC-TRANS-VALID-SWITCH   PIC X(01) VALUE "N".
               88  SC-TRANS-VALID      VALUE "Y".

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED BOMEXPL KIT EXPLOSION.
      *-----------------------------------------------------------------
       01  SC-BR-FUNCTION              PIC X(01) VALUE "O".
       01  SC-BOM-REQUEST.
           COPY BOMREQ.

       01  SC-COUNTERS.
           05  SC-ORDER-COUNT          PIC 9(05) COMP VALUE 0.
           05  SC-MAX-ORDERS           PIC 9(05) COMP VALUE 5000.
           05  SC-ORDER-IDX            PIC 9(05) COMP VALUE 0.
           05  SC-ORDER-FOUND-IDX      PIC 9(05) COMP VALUE 0.
           05  SC-PROD-COUNT           PIC 9(05) COMP VALUE 0.
           05  SC-MAX-PRODS            PIC 9(05) COMP VALUE 2000.
           05  SC-PROD-IDX             PIC 9(05) COMP VALUE 0.
           05  SC-PROD-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  SC-PICK-COUNT           PIC 9(05) COMP VALUE 0.
           05  SC-TRANS-COUNT          PIC 9(05) COMP VALUE 0.
           05  SC-SHIPPED-COUNT        PIC 9(05) COMP VALUE 0.
           05  SC-PARTIAL-COUNT        PIC 9(05) COMP VALUE 0.
           05  SC-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  SC-INVOICE-COUNT        PIC 9(05) COMP VALUE 0.
           05  SC-COMP-IDX             PIC 9(02) COMP VALUE 0.

       01  SC-NUMBER-BASE              PIC 9(06) VALUE 600000.
       01  SC-NEXT-NUMBER              PIC 9(06) VALUE 0.

       01  SC-WORK-FIELDS.
           05  SC-LOOKUP-PRODUCT       PIC X(05) VALUE SPACES.
           05  SC-OPEN-QTY             PIC 9(05) VALUE 0.
           05  SC-COMPONENT-QTY        PIC 9(09) VALUE 0.
           05  SC-INVOICE-AMOUNT       PIC S9(07)V99 VALUE 0.
           05  SC-INVOICE-HASH         PIC 9(11)V99 COMP-3 VALUE 0.
           05  SC-UNITS-SHIPPED        PIC 9(09) COMP-3 VALUE 0.

      *-----------------------------------------------------------------
      * PRODUCT TABLE - THE WHOLE PRODUCT FILE, HELD SO ON-HAND CAN
      * BE RELIEVED AS CONFIRMATIONS POST AND THE FILE REWRITTEN.
      *-----------------------------------------------------------------
       01  SC-PRODUCT-TABLE.
           05  SC-PRODUCT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON SC-PROD-COUNT
                   INDEXED BY SC-PD-IDX.
               10  SC-PD-RECORD        PIC X(66).

       01  SC-ORDER-TABLE.
           05  SC-ORDER-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON SC-ORDER-COUNT
                   INDEXED BY SC-OH-IDX.
               10  SC-OH-RECORD        PIC X(80).

       01  SC-PICK-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "PICK LIST - ALLOCATED ORDERS".
       01  SC-PICK-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "ORDER ".
           05  SC-PK-ORDER-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(07) VALUE "  CUST ".
           05  SC-PK-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SC-PK-PRODUCT-CODE      PIC X(06).
           05  SC-PK-PRODUCT-NAME      PIC X(20).
           05  FILLER                  PIC X(07) VALUE "  PICK ".
           05  SC-PK-PICK-QTY          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  ON HAND ".
           05  SC-PK-ON-HAND           PIC Z,ZZZ,ZZ9.
       01  SC-PICK-COMPONENT-LINE.
           05  FILLER                  PIC X(21) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "COMPONENT ".
           05  SC-PC-PRODUCT-CODE      PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  SC-PC-PRODUCT-NAME      PIC X(20).
           05  FILLER                  PIC X(07) VALUE "  PICK ".
           05  SC-PC-PICK-QTY          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  ON HAND ".
           05  SC-PC-ON-HAND           PIC Z,ZZZ,ZZ9.

       01  SC-SHIP-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE
               "SHIP CONFIRMATION REGISTER".
       01  SC-SHIP-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "ORDER ".
           05  SC-SL-ORDER-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(07) VALUE "  SHIP ".
           05  SC-SL-SHIPPED-QTY       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE "  INV ".
           05  SC-SL-INVOICE-NUMBER    PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SC-SL-AMOUNT            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  SC-SL-DISPOSITION       PIC X(16).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRINT-PICK-LIST
           PERFORM 3000-POST-ONE-CONFIRMATION
               UNTIL SC-TRANS-END
           PERFORM 4000-CLOSE-INVOICE-BATCH
           PERFORM 5000-REWRITE-FILES
           PERFORM 6000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "SHIPCONF" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "SHIPCONF" TO RH-PROGRAM-NAME
           MOVE "PICK LIST AND SHIP CONFIRMATION REGISTER"
               TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-PRODUCT-FILE
           MOVE "O" TO SC-BR-FUNCTION
           CALL "BOMEXPL" USING SC-BR-FUNCTION SC-BOM-REQUEST
           PERFORM 1200-LOAD-ORDERS
           PERFORM 1300-GET-NEXT-NUMBER
           OPEN INPUT SHIP-TRANS
           IF SC-SHIPTRN-NOTFOUND
               SET SC-TRANS-END TO TRUE
               DISPLAY "SHIPCONF: NO SHIP CONFIRMATION FILE - PICK "
                   "LIST ONLY"
           ELSE
               IF NOT SC-SHIPTRN-OK AND NOT SC-SHIPTRN-EOF
                   MOVE "SHIPCONF" TO AB-PROGRAM-ID
                   MOVE "SHIPTRN" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE SC-SHIPTRN-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF
           OPEN EXTEND SHIP-SUSPENSE
           IF NOT SC-SHIPSUSP-OK
               CLOSE SHIP-SUSPENSE
               OPEN OUTPUT SHIP-SUSPENSE
           END-IF
           OPEN OUTPUT SHIPMENT-INVOICES
           IF NOT SC-SHIPINV-OK
               MOVE "SHIPCONF" TO AB-PROGRAM-ID
               MOVE "SHIPINV" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE SC-SHIPINV-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1400-WRITE-BATCH-HEADER
           IF NOT SC-TRANS-END
               PERFORM 3900-READ-SHIP-TRANS
           END-IF.

       1100-LOAD-PRODUCT-FILE.
           MOVE 1 TO SC-PROD-COUNT
           OPEN INPUT PRODUCT-FILE
           IF NOT SC-PRODFILE-OK AND NOT SC-PRODFILE-EOF
               MOVE "SHIPCONF" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE SC-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1190-READ-PRODUCT-RECORD
           PERFORM 1110-STORE-PRODUCT-RECORD
               UNTIL SC-PRODUCT-END
                   OR SC-PROD-COUNT > SC-MAX-PRODS
      *    THE WHOLE FILE IS REWRITTEN AT END OF RUN, SO AN
      *    OVERFLOWING LOAD MUST STOP THE RUN - A TRUNCATED TABLE
      *    WOULD TRUNCATE THE FILE.
           IF NOT SC-PRODUCT-END
               DISPLAY "SHIPCONF: PRODUCT TABLE FULL AT "
                   SC-MAX-PRODS " - RUN STOPPED BEFORE THE "
                   "REWRITE COULD TRUNCATE THE FILE"
               MOVE "SHIPCONF" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE SC-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           CLOSE PRODUCT-FILE
           IF SC-PROD-COUNT > 1
               SUBTRACT 1 FROM SC-PROD-COUNT
           ELSE
               MOVE 0 TO SC-PROD-COUNT
           END-IF.

       1110-STORE-PRODUCT-RECORD.
           MOVE PRODUCT-RECORD TO SC-PD-RECORD (SC-PROD-COUNT)
           ADD 1 TO SC-PROD-COUNT
           PERFORM 1190-READ-PRODUCT-RECORD.

       1190-READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
                   SET SC-PRODUCT-END TO TRUE
           END-READ.

       1200-LOAD-ORDERS.
           MOVE 1 TO SC-ORDER-COUNT
           OPEN INPUT ORDER-HEADER-FILE
           IF SC-ORDHDR-NOTFOUND
               SET SC-ORDER-END TO TRUE
               DISPLAY "SHIPCONF: NO ORDER HEADER FILE - NOTHING TO "
                   "PICK"
           ELSE
               IF NOT SC-ORDHDR-OK AND NOT SC-ORDHDR-EOF
                   MOVE "SHIPCONF" TO AB-PROGRAM-ID
                   MOVE "ORDHDR" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE SC-ORDHDR-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-ORDER-RECORD
               PERFORM 1210-STORE-ORDER-RECORD
                   UNTIL SC-ORDER-END
                       OR SC-ORDER-COUNT > SC-MAX-ORDERS
               IF NOT SC-ORDER-END
                   DISPLAY "SHIPCONF: ORDER TABLE FULL AT "
                       SC-MAX-ORDERS " - RUN STOPPED BEFORE THE "
                       "REWRITE COULD TRUNCATE THE FILE"
                   MOVE "SHIPCONF" TO AB-PROGRAM-ID
                   MOVE "ORDHDR" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE SC-ORDHDR-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE ORDER-HEADER-FILE
           END-IF
           IF SC-ORDER-COUNT > 1
               SUBTRACT 1 FROM SC-ORDER-COUNT
           ELSE
               MOVE 0 TO SC-ORDER-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * A BLANK SHIPPED QUANTITY ON AN ORDER WRITTEN BEFORE SHIPMENTS
      * WERE TRACKED IS SET TO ZERO AS THE ORDER IS LOADED.
      *-----------------------------------------------------------------
       1210-STORE-ORDER-RECORD.
           IF OH-SHIPPED-QTY NOT NUMERIC
               MOVE 0 TO OH-SHIPPED-QTY
           END-IF
           IF OH-LAST-SHIP-DATE NOT NUMERIC
               MOVE 0 TO OH-LAST-SHIP-DATE
           END-IF
           IF OH-SHIPTO-NUMBER NOT NUMERIC
               MOVE 0 TO OH-SHIPTO-NUMBER
           END-IF
           MOVE ORDER-HEADER-RECORD TO SC-OH-RECORD (SC-ORDER-COUNT)
           ADD 1 TO SC-ORDER-COUNT
           PERFORM 1290-READ-ORDER-RECORD.

       1290-READ-ORDER-RECORD.
           READ ORDER-HEADER-FILE
               AT END
                   SET SC-ORDER-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE NEXT SHIPMENT INVOICE NUMBER LIVES ON THE SHIPCTL CONTROL
      * RECORD; A MISSING CONTROL FILE STARTS THE 600000 RANGE FROM
      * ITS BASE.
      *-----------------------------------------------------------------
       1300-GET-NEXT-NUMBER.
           MOVE SC-NUMBER-BASE TO SC-NEXT-NUMBER
           OPEN INPUT NUMBER-CONTROL
           IF SC-SHIPCTL-NOTFOUND
               SET SC-CTL-END TO TRUE
           ELSE
               IF NOT SC-SHIPCTL-OK AND NOT SC-SHIPCTL-EOF
                   MOVE "SHIPCONF" TO AB-PROGRAM-ID
                   MOVE "SHIPCTL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE SC-SHIPCTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ NUMBER-CONTROL
                   AT END
                       SET SC-CTL-END TO TRUE
                   NOT AT END
                       IF NC-NEXT-INVOICE-NUMBER >= SC-NUMBER-BASE
                           MOVE NC-NEXT-INVOICE-NUMBER
                               TO SC-NEXT-NUMBER
                       END-IF
               END-READ
               CLOSE NUMBER-CONTROL
           END-IF.

       1400-WRITE-BATCH-HEADER.
           MOVE SPACES TO INVOICE-RECORD
           MOVE "H" TO IV-RECORD-TYPE
           MOVE "SHIPCONF" TO IH-SOURCE-SYSTEM
           MOVE RH-RUN-DATE TO IH-CREATE-DATE
           MOVE 0 TO IH-EXPECTED-COUNT
           WRITE INVOICE-RECORD.

      *-----------------------------------------------------------------
      * EVERY ORDER STILL HOLDING A RESERVATION - ALLOCATED, OR
      * PARTIALLY SHIPPED WITH A REMAINDER - GOES ON THE PICK LIST
      * FOR ITS UNSHIPPED QUANTITY.  A KIT ORDER IS FOLLOWED BY THE
      * COMPONENTS TO PULL FOR IT.
      *-----------------------------------------------------------------
       2000-PRINT-PICK-LIST.
           DISPLAY SC-PICK-HEADING
           PERFORM 2100-PICK-ONE-ORDER
               VARYING SC-ORDER-IDX FROM 1 BY 1
               UNTIL SC-ORDER-IDX > SC-ORDER-COUNT
           IF SC-PICK-COUNT = 0
               DISPLAY "SHIPCONF: NO ALLOCATED ORDERS TO PICK"
           END-IF
           DISPLAY " ".

       2100-PICK-ONE-ORDER.
           MOVE SC-OH-RECORD (SC-ORDER-IDX) TO ORDER-HEADER-RECORD
           IF OH-ORDER-ALLOCATED OR OH-ORDER-PART-SHIPPED
               MOVE OH-PRODUCT-CODE (1:5) TO SC-LOOKUP-PRODUCT
               PERFORM 2800-FIND-PRODUCT-ENTRY
               PERFORM 2900-EXPLODE-PRODUCT
               MOVE OH-ORDER-NUMBER TO SC-PK-ORDER-NUMBER
               MOVE OH-CUSTOMER-ID TO SC-PK-CUSTOMER-ID
               MOVE OH-PRODUCT-CODE TO SC-PK-PRODUCT-CODE
               COMPUTE SC-OPEN-QTY = OH-ORDER-QTY - OH-SHIPPED-QTY
               MOVE SC-OPEN-QTY TO SC-PK-PICK-QTY
               IF SC-PROD-FOUND-IDX = 0
                   IF BR-IS-KIT
                       MOVE "*KIT" TO SC-PK-PRODUCT-NAME
                   ELSE
                       MOVE "*NOT ON PRODUCT FILE"
                           TO SC-PK-PRODUCT-NAME
                   END-IF
                   MOVE 0 TO SC-PK-ON-HAND
               ELSE
                   MOVE SC-PD-RECORD (SC-PROD-FOUND-IDX)
                       TO PRODUCT-RECORD
                   MOVE PD-PRODUCT-NAME TO SC-PK-PRODUCT-NAME
                   MOVE PD-QUANTITY TO SC-PK-ON-HAND
               END-IF
               IF BR-IS-KIT
                   MOVE 0 TO SC-PK-ON-HAND
               END-IF
               DISPLAY SC-PICK-LINE
               IF BR-IS-KIT
                   PERFORM 2110-PICK-ONE-COMPONENT
                       VARYING SC-COMP-IDX FROM 1 BY 1
                       UNTIL SC-COMP-IDX > BR-COMPONENT-COUNT
               END-IF
               ADD 1 TO SC-PICK-COUNT
           END-IF.

       2110-PICK-ONE-COMPONENT.
           MOVE BR-COMP-PRODUCT (SC-COMP-IDX) TO SC-LOOKUP-PRODUCT
           PERFORM 2800-FIND-PRODUCT-ENTRY
           MOVE BR-COMP-PRODUCT (SC-COMP-IDX) TO SC-PC-PRODUCT-CODE
           COMPUTE SC-PC-PICK-QTY =
               SC-OPEN-QTY * BR-COMP-QTY (SC-COMP-IDX)
           IF SC-PROD-FOUND-IDX = 0
               MOVE "*NOT ON PRODUCT FILE" TO SC-PC-PRODUCT-NAME
               MOVE 0 TO SC-PC-ON-HAND
           ELSE
               MOVE SC-PD-RECORD (SC-PROD-FOUND-IDX)
                   TO PRODUCT-RECORD
               MOVE PD-PRODUCT-NAME TO SC-PC-PRODUCT-NAME
               MOVE PD-QUANTITY TO SC-PC-ON-HAND
           END-IF
           DISPLAY SC-PICK-COMPONENT-LINE.

       2800-FIND-PRODUCT-ENTRY.
           MOVE 0 TO SC-PROD-FOUND-IDX
           PERFORM 2810-COMPARE-PRODUCT-ENTRY
               VARYING SC-PROD-IDX FROM 1 BY 1
               UNTIL SC-PROD-IDX > SC-PROD-COUNT
                   OR SC-PROD-FOUND-IDX NOT = 0.

       2810-COMPARE-PRODUCT-ENTRY.
           IF SC-PD-RECORD (SC-PROD-IDX) (1:5) = SC-LOOKUP-PRODUCT
               MOVE SC-PROD-IDX TO SC-PROD-FOUND-IDX
           END-IF.

       2850-FIND-ORDER-ENTRY.
           MOVE 0 TO SC-ORDER-FOUND-IDX
           PERFORM 2860-COMPARE-ORDER-ENTRY
               VARYING SC-ORDER-IDX FROM 1 BY 1
               UNTIL SC-ORDER-IDX > SC-ORDER-COUNT
                   OR SC-ORDER-FOUND-IDX NOT = 0.

       2860-COMPARE-ORDER-ENTRY.
           IF SC-OH-RECORD (SC-ORDER-IDX) (1:6) = ST-ORDER-NUMBER
               MOVE SC-ORDER-IDX TO SC-ORDER-FOUND-IDX
           END-IF.

       2900-EXPLODE-PRODUCT.
           MOVE SC-LOOKUP-PRODUCT TO BR-KIT-CODE
           MOVE "E" TO SC-BR-FUNCTION
           CALL "BOMEXPL" USING SC-BR-FUNCTION SC-BOM-REQUEST.

      *-----------------------------------------------------------------
      * ONE SHIP CONFIRMATION.  THE ORDER MUST BE HOLDING A
      * RESERVATION, THE QUANTITY MUST BE POSITIVE AND WITHIN BOTH
      * THE ORDER'S UNSHIPPED REMAINDER AND THE PRODUCT'S ON-HAND -
      * FOR A KIT, EVERY COMPONENT'S ON-HAND AT QTY PER KIT.
      * THE ORDER AND PRODUCT ARE WORKED THROUGH THE FD AREAS AND PUT
      * BACK IN THEIR TABLES.
      *-----------------------------------------------------------------
       3000-POST-ONE-CONFIRMATION.
           ADD 1 TO SC-TRANS-COUNT
           PERFORM 3100-VALIDATE-CONFIRMATION
           IF SC-TRANS-VALID
               PERFORM 3200-RELIEVE-STOCK
               PERFORM 3300-WRITE-SHIPMENT-INVOICE
               PERFORM 3400-PRINT-SHIP-LINE
           ELSE
               PERFORM 3500-LOG-SUSPENSE-RECORD
           END-IF
           PERFORM 3900-READ-SHIP-TRANS.

       3100-VALIDATE-CONFIRMATION.
           MOVE "N" TO SC-TRANS-VALID-SWITCH
           PERFORM 2850-FIND-ORDER-ENTRY
           IF SC-ORDER-FOUND-IDX = 0
               MOVE "ORDER NOT ON FILE" TO SS-REJECT-REASON
           ELSE
               MOVE SC-OH-RECORD (SC-ORDER-FOUND-IDX)
                   TO ORDER-HEADER-RECORD
               COMPUTE SC-OPEN-QTY = OH-ORDER-QTY - OH-SHIPPED-QTY
               MOVE OH-PRODUCT-CODE (1:5) TO SC-LOOKUP-PRODUCT
               PERFORM 2800-FIND-PRODUCT-ENTRY
               PERFORM 2900-EXPLODE-PRODUCT
               EVALUATE TRUE
                   WHEN NOT OH-ORDER-ALLOCATED
                           AND NOT OH-ORDER-PART-SHIPPED
                       MOVE "ORDER NOT ALLOCATED"
                           TO SS-REJECT-REASON
                   WHEN ST-SHIPPED-QTY NOT NUMERIC
                           OR ST-SHIPPED-QTY = 0
                       MOVE "SHIPPED QUANTITY NOT POSITIVE"
                           TO SS-REJECT-REASON
                   WHEN ST-SHIPPED-QTY > SC-OPEN-QTY
                       MOVE "SHIPPED QTY EXCEEDS OPEN QTY"
                           TO SS-REJECT-REASON
                   WHEN BR-IS-KIT
                       MOVE "Y" TO SC-TRANS-VALID-SWITCH
                       PERFORM 3110-VALIDATE-COMPONENT
                           VARYING SC-COMP-IDX FROM 1 BY 1
                           UNTIL SC-COMP-IDX > BR-COMPONENT-COUNT
                               OR NOT SC-TRANS-VALID
                   WHEN SC-PROD-FOUND-IDX = 0
                       MOVE "PRODUCT NOT ON FILE"
                           TO SS-REJECT-REASON
                   WHEN OTHER
                       MOVE SC-PD-RECORD (SC-PROD-FOUND-IDX)
                           TO PRODUCT-RECORD
                       IF ST-SHIPPED-QTY > PD-QUANTITY
                           MOVE "SHIPPED QTY EXCEEDS ON-HAND"
                               TO SS-REJECT-REASON
                       ELSE
                           MOVE "Y" TO SC-TRANS-VALID-SWITCH
                       END-IF
               END-EVALUATE
           END-IF.

       3110-VALIDATE-COMPONENT.
           MOVE BR-COMP-PRODUCT (SC-COMP-IDX) TO SC-LOOKUP-PRODUCT
           PERFORM 2800-FIND-PRODUCT-ENTRY
           COMPUTE SC-COMPONENT-QTY =
               ST-SHIPPED-QTY * BR-COMP-QTY (SC-COMP-IDX)
           IF SC-PROD-FOUND-IDX = 0
               MOVE "KIT COMPONENT NOT ON FILE" TO SS-REJECT-REASON
               MOVE "N" TO SC-TRANS-VALID-SWITCH
           ELSE
               MOVE SC-PD-RECORD (SC-PROD-FOUND-IDX) TO PRODUCT-RECORD
               IF SC-COMPONENT-QTY > PD-QUANTITY
                   MOVE "SHIPPED QTY EXCEEDS COMPONENT"
                       TO SS-REJECT-REASON
                   MOVE "N" TO SC-TRANS-VALID-SWITCH
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * ON-HAND COMES DOWN BY THE QUANTITY THAT LEFT THE BUILDING.  AN
      * ORDER SHIPPED IN FULL IS MARKED SHIPPED; ONE SHIPPED SHORT IS
      * MARKED PARTIALLY SHIPPED AND STAYS ON THE PICK LIST (AND
      * RESERVED IN THE AVAILABLE-TO-PROMISE RUN) FOR THE REMAINDER.
      * A KIT'S COMPONENTS COME DOWN INSTEAD OF THE KIT.
      *-----------------------------------------------------------------
       3200-RELIEVE-STOCK.
           IF BR-IS-KIT
               PERFORM 3210-RELIEVE-COMPONENT
                   VARYING SC-COMP-IDX FROM 1 BY 1
                   UNTIL SC-COMP-IDX > BR-COMPONENT-COUNT
           ELSE
               SUBTRACT ST-SHIPPED-QTY FROM PD-QUANTITY
               MOVE PRODUCT-RECORD TO SC-PD-RECORD (SC-PROD-FOUND-IDX)
               ADD ST-SHIPPED-QTY TO SC-UNITS-SHIPPED
           END-IF
           ADD ST-SHIPPED-QTY TO OH-SHIPPED-QTY
           IF ST-SHIP-DATE NUMERIC AND ST-SHIP-DATE NOT = 0
               MOVE ST-SHIP-DATE TO OH-LAST-SHIP-DATE
           ELSE
               MOVE RH-RUN-DATE TO OH-LAST-SHIP-DATE
           END-IF
           IF OH-SHIPPED-QTY >= OH-ORDER-QTY
               MOVE "S" TO OH-STATUS
               ADD 1 TO SC-SHIPPED-COUNT
               MOVE "SHIPPED COMPLETE" TO SC-SL-DISPOSITION
           ELSE
               MOVE "P" TO OH-STATUS
               ADD 1 TO SC-PARTIAL-COUNT
               MOVE "PARTIAL SHIPMENT" TO SC-SL-DISPOSITION
           END-IF
           MOVE ORDER-HEADER-RECORD
               TO SC-OH-RECORD (SC-ORDER-FOUND-IDX).

       3210-RELIEVE-COMPONENT.
           MOVE BR-COMP-PRODUCT (SC-COMP-IDX) TO SC-LOOKUP-PRODUCT
           PERFORM 2800-FIND-PRODUCT-ENTRY
           COMPUTE SC-COMPONENT-QTY =
               ST-SHIPPED-QTY * BR-COMP-QTY (SC-COMP-IDX)
           MOVE SC-PD-RECORD (SC-PROD-FOUND-IDX) TO PRODUCT-RECORD
           SUBTRACT SC-COMPONENT-QTY FROM PD-QUANTITY
           MOVE PRODUCT-RECORD TO SC-PD-RECORD (SC-PROD-FOUND-IDX)
           ADD SC-COMPONENT-QTY TO SC-UNITS-SHIPPED.

      *-----------------------------------------------------------------
      * THE SHIPMENT IS BILLED AT THE PRICE THE CUSTOMER WAS QUOTED ON
      * THE ORDER - DOWNSTREAM BILLING MUST NOT REPRICE IT.
      *-----------------------------------------------------------------
       3300-WRITE-SHIPMENT-INVOICE.
           COMPUTE SC-INVOICE-AMOUNT ROUNDED =
               ST-SHIPPED-QTY * OH-UNIT-PRICE
           MOVE SPACES TO INVOICE-RECORD
           MOVE "D" TO IV-RECORD-TYPE
           MOVE SC-NEXT-NUMBER TO IV-INVOICE-NUMBER
           MOVE SC-INVOICE-AMOUNT TO IV-INVOICE-AMOUNT
           MOVE OH-CUSTOMER-ID TO IV-CUSTOMER-ID
           MOVE OH-LAST-SHIP-DATE TO IV-INVOICE-DATE
           MOVE "USD" TO IV-CURRENCY-CODE
           MOVE OH-SHIPTO-NUMBER TO IV-SHIPTO-NUMBER
           WRITE INVOICE-RECORD
           ADD 1 TO SC-INVOICE-COUNT
           ADD SC-INVOICE-AMOUNT TO SC-INVOICE-HASH
           MOVE SC-NEXT-NUMBER TO SC-SL-INVOICE-NUMBER
           ADD 1 TO SC-NEXT-NUMBER.

       3400-PRINT-SHIP-LINE.
           IF SC-TRANS-COUNT - SC-REJECT-COUNT = 1
               DISPLAY SC-SHIP-HEADING
           END-IF
           MOVE OH-ORDER-NUMBER TO SC-SL-ORDER-NUMBER
           MOVE ST-SHIPPED-QTY TO SC-SL-SHIPPED-QTY
           MOVE SC-INVOICE-AMOUNT TO SC-SL-AMOUNT
           DISPLAY SC-SHIP-LINE.

      *    THE REJECT REASON WAS SET BY THE VALIDATION ABOVE.
       3500-LOG-SUSPENSE-RECORD.
           MOVE "SHIPCONF" TO SS-SOURCE-PROGRAM
           MOVE "SHIPCONF" TO SS-TRANS-TYPE
           MOVE SHIP-TRANS-RECORD TO SS-ORIGINAL-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO SS-REJECT-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO SS-REJECT-TIME
           WRITE SHIP-SUSPENSE-RECORD
           DISPLAY "SHIPCONF: ORDER " ST-ORDER-NUMBER " REJECTED - "
               SS-REJECT-REASON
           ADD 1 TO SC-REJECT-COUNT.

       3900-READ-SHIP-TRANS.
           READ SHIP-TRANS
               AT END
                   SET SC-TRANS-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE BATCH IS CLOSED WITH ITS TRAILER AND THE HEADER IS
      * REWRITTEN WITH THE FINAL COUNT BY REOPENING THE FILE - THE
      * HEADER'S EXPECTED COUNT WAS NOT KNOWN UNTIL THE LAST
      * CONFIRMATION POSTED.
      *-----------------------------------------------------------------
       4000-CLOSE-INVOICE-BATCH.
           MOVE SPACES TO INVOICE-RECORD
           MOVE "T" TO IV-RECORD-TYPE
           MOVE SC-INVOICE-COUNT TO IT-RECORD-COUNT
           MOVE SC-INVOICE-HASH TO IT-AMOUNT-HASH
           WRITE INVOICE-RECORD
           CLOSE SHIPMENT-INVOICES
           OPEN I-O SHIPMENT-INVOICES
           IF NOT SC-SHIPINV-OK
               MOVE "SHIPCONF" TO AB-PROGRAM-ID
               MOVE "SHIPINV" TO AB-FILE-NAME
               MOVE "OPEN I-O" TO AB-OPERATION
               MOVE SC-SHIPINV-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           READ SHIPMENT-INVOICES
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SC-INVOICE-COUNT TO IH-EXPECTED-COUNT
                   REWRITE INVOICE-RECORD
           END-READ
           CLOSE SHIPMENT-INVOICES.

       5000-REWRITE-FILES.
           IF SC-ORDER-COUNT > 0
               OPEN OUTPUT ORDER-HEADER-FILE
               IF NOT SC-ORDHDR-OK
                   MOVE "SHIPCONF" TO AB-PROGRAM-ID
                   MOVE "ORDHDR" TO AB-FILE-NAME
                   MOVE "OPEN OUT" TO AB-OPERATION
                   MOVE SC-ORDHDR-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 5100-WRITE-ORDER-RECORD
                   VARYING SC-ORDER-IDX FROM 1 BY 1
                   UNTIL SC-ORDER-IDX > SC-ORDER-COUNT
               CLOSE ORDER-HEADER-FILE
           END-IF
           OPEN OUTPUT PRODUCT-FILE
           IF NOT SC-PRODFILE-OK
               MOVE "SHIPCONF" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE SC-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF SC-PROD-COUNT > 0
               PERFORM 5200-WRITE-PRODUCT-RECORD
                   VARYING SC-PROD-IDX FROM 1 BY 1
                   UNTIL SC-PROD-IDX > SC-PROD-COUNT
           END-IF
           CLOSE PRODUCT-FILE
           OPEN OUTPUT NUMBER-CONTROL
           IF NOT SC-SHIPCTL-OK
               MOVE "SHIPCONF" TO AB-PROGRAM-ID
               MOVE "SHIPCTL" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE SC-SHIPCTL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE SPACES TO NUMBER-CONTROL-RECORD
           MOVE SC-NEXT-NUMBER TO NC-NEXT-INVOICE-NUMBER
           WRITE NUMBER-CONTROL-RECORD
           CLOSE NUMBER-CONTROL.

       5100-WRITE-ORDER-RECORD.
           MOVE SC-OH-RECORD (SC-ORDER-IDX) TO ORDER-HEADER-RECORD
           WRITE ORDER-HEADER-RECORD.

       5200-WRITE-PRODUCT-RECORD.
           MOVE SC-PD-RECORD (SC-PROD-IDX) TO PRODUCT-RECORD
           WRITE PRODUCT-RECORD.

       6000-TERMINATE.
           DISPLAY " "
           DISPLAY "ORDERS ON PICK LIST:      " SC-PICK-COUNT
           DISPLAY "CONFIRMATIONS READ:       " SC-TRANS-COUNT
           DISPLAY "ORDERS SHIPPED COMPLETE:  " SC-SHIPPED-COUNT
           DISPLAY "ORDERS SHIPPED PARTIAL:   " SC-PARTIAL-COUNT
           DISPLAY "CONFIRMATIONS REJECTED:   " SC-REJECT-COUNT
           DISPLAY "UNITS RELIEVED:           " SC-UNITS-SHIPPED
           DISPLAY "INVOICES GENERATED:       " SC-INVOICE-COUNT
           DISPLAY "INVOICE AMOUNT TOTAL:     " SC-INVOICE-HASH
           IF NOT SC-SHIPTRN-NOTFOUND
               CLOSE SHIP-TRANS
           END-IF
           CLOSE SHIP-SUSPENSE
           MOVE SC-TRANS-COUNT TO RW-READ-COUNT
           MOVE SC-INVOICE-COUNT TO RW-WRITE-COUNT
           MOVE SC-REJECT-COUNT TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.
       COPY RUNSTAPR.

       END PROGRAM SHIPCONF.
