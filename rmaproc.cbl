      *                TO THE PRODUCT FILE'S ON-HAND, AND PRINTS A
      *                RETURNS REGISTER.  FAILED RETURNS GO TO THE RMA
      *                SUSPENSE FILE IN THE SHARED SUSPENSE LAYOUT.
      *                A RETURNED KIT IS RESTOCKED AS ITS COMPONENTS,
      *                EXPLODED THROUGH THE SHARED BOMEXPL SUBROUTINE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      *                  TAX-AMOUNT FIELDS - BLANKS IN THE NUMERIC
      *                  FIELDS WERE A LATENT DATA EXCEPTION FOR THE
      *                  STATEMENT AND TAX REMITTANCE RUNS.
      * 10/15/2026 DO    EVERY CREDIT MEMO IS ALSO APPENDED TO THE
      *                  COMMISSION ADJUSTMENT FILE WITH THE ORIGINAL
      *                  INVOICE SO COMMSTMT CHARGES BACK THE
      *                  COMMISSION PAID ON THE RETURNED SALE.
      * 10/15/2026 DO    EVERY CREDIT MEMO IS ALSO APPENDED TO THE
      *                  LOYALTY ADJUSTMENT FILE WITH THE ORIGINAL
      *                  INVOICE SO THE LOYALTY POSTING RUN TAKES BACK
      *                  THE REWARD POINTS THE RETURNED SALE EARNED.
      * 10/15/2026 DO    A RETURNED KIT PUTS ITS COMPONENTS BACK
      *                  ON-HAND (RETURN QTY TIMES QTY PER KIT) IN
      *                  PLACE OF THE KIT ITSELF.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RMAPROC.
           SELECT RMA-SUSPENSE ASSIGN TO "RMASUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-RMASUSP-STATUS.
           SELECT COMMISSION-ADJ-FILE ASSIGN TO "COMMADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-COMMADJ-STATUS.
           SELECT LOYALTY-ADJ-FILE ASSIGN TO "LOYLADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RM-LOYLADJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  RMA-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  COMMISSION-ADJ-FILE
           RECORDING MODE IS F.
       01  COMMISSION-ADJ-RECORD.
           COPY COMMADJ.

       FD  LOYALTY-ADJ-FILE
           RECORDING MODE IS F.
       01  LOYALTY-ADJ-RECORD.
           COPY LOYLADJ.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
           88  RM-PRODFILE-EOF         VALUE "10".
       01  RM-RMASUSP-STATUS           PIC X(02) VALUE "00".
           88  RM-RMASUSP-OK           VALUE "00".
       01  RM-COMMADJ-STATUS           PIC X(02) VALUE "00".
           88  RM-COMMADJ-OK           VALUE "00".
       01  RM-LOYLADJ-STATUS           PIC X(02) VALUE "00".
           88  RM-LOYLADJ-OK           VALUE "00".

       01  RM-SWITCHES.
           05  RM-RMA-EOF-SWITCH       PIC X(01) VALUE "N".
           05  RM-MAX-PRODUCTS         PIC 9(05) COMP VALUE 2000.
           05  RM-PROD-IDX             PIC 9(05) COMP VALUE 0.
           05  RM-PROD-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  RM-COMP-IDX             PIC 9(02) COMP VALUE 0.
           05  RM-ACCEPTED-COUNT       PIC 9(05) COMP VALUE 0.
           05  RM-REJECT-COUNT         PIC 9(05) COMP VALUE 0.

       01  RM-NEXT-CREDIT-NUMBER       PIC 9(06) VALUE 0.
       01  RM-CREDIT-TOTAL             PIC S9(09)V99 COMP-3 VALUE 0.
       01  RM-CREDIT-AMOUNT            PIC S9(07)V99 VALUE 0.
       01  RM-LOOKUP-PRODUCT           PIC X(05) VALUE SPACES.
       01  RM-RESTOCK-QTY              PIC 9(07) VALUE 0.

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED BOMEXPL KIT EXPLOSION.
      *-----------------------------------------------------------------
       01  RM-BR-FUNCTION              PIC X(01) VALUE "O".
       01  RM-BOM-REQUEST.
           COPY BOMREQ.

      *-----------------------------------------------------------------
      * INVOICE VALIDATION TABLE - NUMBER, CUSTOMER AND INVOICED
           MOVE RM-CREDIT-NUMBER-BASE TO RM-NEXT-CREDIT-NUMBER
           PERFORM 1100-LOAD-OPEN-INVOICES
           PERFORM 1200-LOAD-PRODUCT-FILE
           MOVE "O" TO RM-BR-FUNCTION
           CALL "BOMEXPL" USING RM-BR-FUNCTION RM-BOM-REQUEST
           OPEN INPUT RMA-FILE
           IF NOT RM-RMAFILE-OK AND NOT RM-RMAFILE-EOF
               MOVE "RMAPROC" TO AB-PROGRAM-ID
               CLOSE RMA-SUSPENSE
               OPEN OUTPUT RMA-SUSPENSE
           END-IF
           OPEN EXTEND COMMISSION-ADJ-FILE
           IF NOT RM-COMMADJ-OK
               CLOSE COMMISSION-ADJ-FILE
               OPEN OUTPUT COMMISSION-ADJ-FILE
           END-IF
           OPEN EXTEND LOYALTY-ADJ-FILE
           IF NOT RM-LOYLADJ-OK
               CLOSE LOYALTY-ADJ-FILE
               OPEN OUTPUT LOYALTY-ADJ-FILE
           END-IF
           PERFORM 2900-READ-RMA-RECORD.

      *-----------------------------------------------------------------
           ADD RM-RETURN-AMOUNT
               TO RM-IN-CREDITED-AMT (RM-INV-FOUND-IDX)
           ADD RM-RETURN-AMOUNT TO RM-CREDIT-TOTAL
           MOVE SPACES TO COMMISSION-ADJ-RECORD
           MOVE "R" TO AJ-ADJUST-TYPE
           MOVE RM-INVOICE-NUMBER TO AJ-INVOICE-NUMBER
           MOVE RM-CUSTOMER-ID TO AJ-CUSTOMER-ID
           MOVE RM-NEXT-CREDIT-NUMBER TO AJ-CREDIT-MEMO-NUMBER
           MOVE RM-RETURN-AMOUNT TO AJ-ADJUST-AMOUNT
           MOVE RH-RUN-DATE TO AJ-ADJUST-DATE
           MOVE "RMAPROC" TO AJ-SOURCE-PROGRAM
           WRITE COMMISSION-ADJ-RECORD
           MOVE SPACES TO LOYALTY-ADJ-RECORD
           MOVE "R" TO LJ-ADJUST-TYPE
           MOVE RM-CUSTOMER-ID TO LJ-CUSTOMER-ID
           MOVE RM-INVOICE-NUMBER TO LJ-INVOICE-NUMBER
           MOVE RM-NEXT-CREDIT-NUMBER TO LJ-CREDIT-MEMO-NUMBER
           MOVE 0 TO LJ-POINTS
           MOVE RM-RETURN-AMOUNT TO LJ-ADJUST-AMOUNT
           MOVE RH-RUN-DATE TO LJ-ADJUST-DATE
           MOVE "RMAPROC" TO LJ-SOURCE-PROGRAM
           WRITE LOYALTY-ADJ-RECORD
           MOVE RM-RMA-NUMBER TO RM-RG-RMA-NUMBER
           MOVE RM-INVOICE-NUMBER TO RM-RG-INVOICE-NUMBER
           MOVE RM-CUSTOMER-ID TO RM-RG-CUSTOMER-ID
      *-----------------------------------------------------------------
      * RETURNED UNITS GO BACK ON-HAND.  A PRODUCT NO LONGER ON THE
      * FILE IS REPORTED BUT DOES NOT FAIL THE CREDIT - THE MONEY
      * SIDE AND THE GOODS SIDE ARE SEPARATE FACTS.  A KIT HOLDS NO
      * STOCK OF ITS OWN, SO ITS COMPONENTS GO BACK INSTEAD.
      *-----------------------------------------------------------------
       2300-RESTOCK-PRODUCT.
           MOVE RM-PRODUCT-CODE TO BR-KIT-CODE
           MOVE "E" TO RM-BR-FUNCTION
           CALL "BOMEXPL" USING RM-BR-FUNCTION RM-BOM-REQUEST
           IF BR-IS-KIT
               PERFORM 2320-RESTOCK-COMPONENT
                   VARYING RM-COMP-IDX FROM 1 BY 1
                   UNTIL RM-COMP-IDX > BR-COMPONENT-COUNT
           ELSE
               MOVE RM-PRODUCT-CODE TO RM-LOOKUP-PRODUCT
               MOVE RM-RETURN-QTY TO RM-RESTOCK-QTY
               PERFORM 2330-RESTOCK-ONE-ITEM
           END-IF.

       2310-COMPARE-PRODUCT.
           MOVE RM-PD-RECORD (RM-PROD-IDX) TO RM-PD-WORK-RECORD
           IF RM-WK-PRODUCT-CODE = RM-LOOKUP-PRODUCT
               MOVE RM-PROD-IDX TO RM-PROD-FOUND-IDX
           END-IF.

       2320-RESTOCK-COMPONENT.
           MOVE BR-COMP-PRODUCT (RM-COMP-IDX) TO RM-LOOKUP-PRODUCT
           COMPUTE RM-RESTOCK-QTY =
               RM-RETURN-QTY * BR-COMP-QTY (RM-COMP-IDX)
           PERFORM 2330-RESTOCK-ONE-ITEM.

       2330-RESTOCK-ONE-ITEM.
           MOVE 0 TO RM-PROD-FOUND-IDX
           PERFORM 2310-COMPARE-PRODUCT
               VARYING RM-PROD-IDX FROM 1 BY 1
               UNTIL RM-PROD-IDX > RM-PRODUCT-COUNT
                   OR RM-PROD-FOUND-IDX NOT = 0
           IF RM-PROD-FOUND-IDX = 0
               DISPLAY "RMAPROC: PRODUCT " RM-LOOKUP-PRODUCT
                   " NOT ON FILE - CREDIT POSTED, NO RESTOCK"
           ELSE
               MOVE RM-PD-RECORD (RM-PROD-FOUND-IDX)
                   TO RM-PD-WORK-RECORD
               ADD RM-RESTOCK-QTY TO RM-WK-QUANTITY
               MOVE RM-PD-WORK-RECORD
                   TO RM-PD-RECORD (RM-PROD-FOUND-IDX)
           END-IF.

       2500-LOG-SUSPENSE-RECORD.
           MOVE "RMAPROC" TO SS-SOURCE-PROGRAM
           MOVE "RMA" TO SS-TRANS-TYPE
           DISPLAY "CREDITS ISSUED:     " RM-CREDIT-TOTAL
           CLOSE RMA-FILE
           CLOSE RMA-SUSPENSE
           CLOSE COMMISSION-ADJ-FILE
           CLOSE LOYALTY-ADJ-FILE
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
