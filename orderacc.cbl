      *                PRICE, SO THE CUSTOMER PAYS WHAT WAS QUOTED
      *                INSTEAD OF WHATEVER GOT RE-KEYED.  THE RUN
      *                CLOSES WITH A LIST OF QUOTES EXPIRING WITHIN
      *                THE WEEK SO SALES CAN CHASE THEM.  AN
      *                ACCEPTANCE MAY NAME ONE OF THE CUSTOMER'S SHIP-
      *                TO ADDRESSES; BLANK OR ZERO SHIPS TO THE BILL-
      *                TO ADDRESS.  AN ACCEPTANCE MAY ALSO CARRY A
      *                PROMOTION CODE, PRICED OFF THE QUOTED PRICE
      *                THROUGH THE SHARED PROMOAPL SUBROUTINE; A CODE
      *                IT REFUSES REJECTS THE ACCEPTANCE RATHER THAN
      *                CUT THE ORDER AT FULL PRICE.  A QUOTED PRODUCT
      *                SUPERSEDED BY THE ACCEPT DATE IS ORDERED UNDER
      *                ITS REPLACEMENT THROUGH THE SHARED PRODSUPR
      *                SUBROUTINE, KEEPING THE CODE QUOTED ON THE
      *                HEADER.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      *                  LATER BATCH NAMING THE SAME QUOTE NOW
      *                  REJECTS INSTEAD OF CUTTING A DUPLICATE
      *                  ORDER UNDER A FRESH NUMBER.
      * 10/15/2026 DO    ADDED QA-SHIPTO-NUMBER TO THE ACCEPTANCE.  A
      *                  NONZERO SHIP-TO MUST BE ON THE SHIP-TO FILE
      *                  FOR THE CUSTOMER OR THE ACCEPTANCE REJECTS; IT
      *                  IS CARRIED TO OH-SHIPTO-NUMBER SO THE INVOICE
      *                  IS TAXED WHERE THE GOODS ARE DELIVERED.
      * 10/15/2026 DO    ADDED QA-PROMO-CODE TO THE ACCEPTANCE.  A CODE
      *                  IS VALIDATED AS OF THE ACCEPT DATE AND APPLIED
      *                  TO THE QUOTED PRICE BY PROMOAPL; THE ORDER
      *                  CARRIES THE DISCOUNTED PRICE AND THE CODE, AND
      *                  A REFUSED CODE REJECTS THE ACCEPTANCE WITH
      *                  PROMOAPL'S REASON.
      * 10/15/2026 DO    A QUOTED PRODUCT SUPERSEDED AS OF THE ACCEPT
      *                  DATE IS ORDERED UNDER THE REPLACEMENT CODE
      *                  THROUGH PRODSUPR, PRICED BY THE SUPERSESSION'S
      *                  PRICE RULE BEFORE ANY PROMOTION.  THE CODE
      *                  QUOTED IS KEPT IN OH-ORIGINAL-PRODUCT AND
      *                  NOTED ON THE REGISTER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDERACC.
           SELECT ORDER-HEADER-FILE ASSIGN TO "ORDHDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-ORDHDR-STATUS.
           SELECT SHIPTO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-SHIPTO-KEY OF SHIPTO-RECORD
               FILE STATUS IS OA-SHIPTO-STATUS.
           SELECT NUMBER-CONTROL ASSIGN TO "ORDCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OA-ORDCTL-STATUS.
           05  QA-QUOTE-NUMBER         PIC 9(06).
           05  QA-CUSTOMER-ID          PIC 9(06).
           05  QA-ACCEPT-DATE          PIC 9(08).
           05  QA-SHIPTO-NUMBER        PIC X(03).
           05  QA-PROMO-CODE           PIC X(08).
           05  FILLER                  PIC X(49).

       FD  QUOTE-FILE
           RECORDING MODE IS F.
       01  ORDER-HEADER-RECORD.
           COPY ORDHDR.

       FD  SHIPTO-FILE
           RECORDING MODE IS F.
       01  SHIPTO-RECORD.
           COPY SHIPTO.

       FD  NUMBER-CONTROL
           RECORDING MODE IS F.
       01  NUMBER-CONTROL-RECORD.
           88  OA-QUOTES-NOTFOUND      VALUE "35".
       01  OA-ORDHDR-STATUS            PIC X(02) VALUE "00".
           88  OA-ORDHDR-OK            VALUE "00".
       01  OA-SHIPTO-STATUS            PIC X(02) VALUE "00".
           88  OA-SHIPTO-OK            VALUE "00".
           88  OA-SHIPTO-NOTFOUND      VALUE "35".
       01  OA-ORDCTL-STATUS            PIC X(02) VALUE "00".
           88  OA-ORDCTL-OK            VALUE "00".
           88  OA-ORDCTL-EOF           VALUE "10".
               88  OA-TRANS-END        VALUE "Y".
           05  OA-QUOTE-EOF-SWITCH     PIC X(01) VALUE "N".
               88  OA-QUOTE-END        VALUE "Y".
           05  OA-SHIPTO-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  OA-SHIPTO-FILE-OPEN VALUE "Y".
           05  OA-SHIPTO-VALID-SWITCH  PIC X(01) VALUE "N".
               88  OA-SHIPTO-VALID     VALUE "Y".
           05  OA-PROMO-VALID-SWITCH   PIC X(01) VALUE "N".
               88  OA-PROMO-VALID      VALUE "Y".

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED PROMOAPL PROMOTION-CODE PRICING.
      *-----------------------------------------------------------------
       01  OA-PA-FUNCTION              PIC X(01) VALUE "O".
       01  OA-PROMO-REQUEST.
           COPY PROMOREQ.

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED PRODSUPR PRODUCT SUPERSESSION.
      *-----------------------------------------------------------------
       01  OA-SR-FUNCTION              PIC X(01) VALUE "O".
       01  OA-SUPR-REQUEST.
           COPY SUPRREQ.

      *-----------------------------------------------------------------
      * QUOTE LIFETIME POLICY - A QUOTE EXPIRES THIS MANY DAYS AFTER
           05  OA-DAYS-TO-EXPIRY       PIC S9(05) VALUE 0.

       01  OA-NEXT-ORDER-NUMBER        PIC 9(06) VALUE 1.
       01  OA-SHIPTO-NUMBER            PIC 9(03) VALUE 0.
       01  OA-NET-UNIT-PRICE           PIC 9(05)V99 VALUE 0.
       01  OA-ORDER-PRODUCT            PIC X(06) VALUE SPACES.

       01  OA-QUOTE-TABLE.
           05  OA-QUOTE-ENTRY OCCURS 1 TO 2000 TIMES
           05  FILLER                  PIC X(08) VALUE "  PRICE ".
           05  OA-RG-UNIT-PRICE        PIC $$,$$9.99.

       01  OA-SUPERSEDED-LINE.
           05  FILLER                  PIC X(22) VALUE SPACES.
           05  FILLER                  PIC X(20)
                   VALUE "QUOTED AS PRODUCT   ".
           05  OA-SL-ORIGINAL-PRODUCT  PIC X(06).
           05  FILLER                  PIC X(13)
                   VALUE " - SUPERSEDED".

       01  OA-EXPIRING-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "QUOTE ".
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-QUOTES
           PERFORM 1200-GET-NEXT-ORDER-NUMBER
           PERFORM 1300-OPEN-SHIP-TO-FILE
           MOVE "O" TO OA-PA-FUNCTION
           CALL "PROMOAPL" USING OA-PA-FUNCTION OA-PROMO-REQUEST
           MOVE "O" TO OA-SR-FUNCTION
           CALL "PRODSUPR" USING OA-SR-FUNCTION OA-SUPR-REQUEST
           OPEN INPUT ACCEPT-TRANS
           IF NOT OA-QACCTRAN-OK AND NOT OA-QACCTRAN-EOF
               MOVE "ORDERACC" TO AB-PROGRAM-ID
               CLOSE NUMBER-CONTROL
           END-IF.

      *-----------------------------------------------------------------
      * A MISSING SHIP-TO FILE MEANS NO CUSTOMER HAS A SHIP-TO
      * ADDRESS YET - ANY ACCEPTANCE NAMING ONE REJECTS.
      *-----------------------------------------------------------------
       1300-OPEN-SHIP-TO-FILE.
           OPEN INPUT SHIPTO-FILE
           IF OA-SHIPTO-NOTFOUND
               DISPLAY "ORDERACC: NO SHIP-TO FILE - ORDERS SHIP TO "
                   "THE BILL-TO ADDRESS"
           ELSE
               IF NOT OA-SHIPTO-OK
                   MOVE "ORDERACC" TO AB-PROGRAM-ID
                   MOVE "SHIPTO" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE OA-SHIPTO-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               SET OA-SHIPTO-FILE-OPEN TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * AN ACCEPTANCE MUST NAME A REAL QUOTE, FOR THE RIGHT
      * CUSTOMER, NOT ALREADY CONVERTED, AND INSIDE ITS EXPIRY
               MOVE "QUOTE EXPIRED" TO SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
           ELSE
               PERFORM 2250-CHECK-SHIP-TO
               MOVE "N" TO OA-PROMO-VALID-SWITCH
               IF OA-SHIPTO-VALID
                   PERFORM 2260-APPLY-PROMO-CODE
               END-IF
               IF OA-SHIPTO-VALID AND OA-PROMO-VALID
                   PERFORM 2300-CUT-ORDER-HEADER
               ELSE
                   PERFORM 2500-LOG-SUSPENSE-RECORD
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * BLANK OR ZERO SHIP-TO IS THE BILL-TO ADDRESS.  ANY OTHER
      * NUMBER MUST BE ONE OF THIS CUSTOMER'S SHIP-TO ADDRESSES.
      *-----------------------------------------------------------------
       2250-CHECK-SHIP-TO.
           MOVE "N" TO OA-SHIPTO-VALID-SWITCH
           MOVE 0 TO OA-SHIPTO-NUMBER
           EVALUATE TRUE
               WHEN QA-SHIPTO-NUMBER = SPACES
                   SET OA-SHIPTO-VALID TO TRUE
               WHEN QA-SHIPTO-NUMBER NOT NUMERIC
                   MOVE "SHIP-TO NUMBER NOT NUMERIC"
                       TO SS-REJECT-REASON
               WHEN QA-SHIPTO-NUMBER = "000"
                   SET OA-SHIPTO-VALID TO TRUE
               WHEN NOT OA-SHIPTO-FILE-OPEN
                   MOVE "SHIP-TO NOT ON FILE" TO SS-REJECT-REASON
               WHEN OTHER
                   MOVE QA-SHIPTO-NUMBER TO OA-SHIPTO-NUMBER
                   MOVE QA-CUSTOMER-ID
                       TO TA-CUSTOMER-ID OF SHIPTO-RECORD
                   MOVE OA-SHIPTO-NUMBER
                       TO TA-SHIPTO-NUMBER OF SHIPTO-RECORD
                   READ SHIPTO-FILE
                       INVALID KEY
                           MOVE "SHIP-TO NOT ON FILE"
                               TO SS-REJECT-REASON
                       NOT INVALID KEY
                           SET OA-SHIPTO-VALID TO TRUE
                   END-READ
           END-EVALUATE.

      *-----------------------------------------------------------------
      * A SUPERSEDED PRODUCT IS PROMOTED AND ORDERED UNDER ITS
      * REPLACEMENT CODE AT THE PRICE THE SUPERSESSION'S RULE GIVES.
      *-----------------------------------------------------------------
       2255-RESOLVE-SUPERSESSION.
           MOVE OA-QT-PRODUCT-CODE (OA-QUOTE-FOUND-IDX)
               TO SR-PRODUCT-CODE
           MOVE QA-ACCEPT-DATE TO SR-AS-OF-DATE
           MOVE OA-QT-UNIT-PRICE (OA-QUOTE-FOUND-IDX)
               TO SR-UNIT-PRICE
           MOVE "R" TO OA-SR-FUNCTION
           CALL "PRODSUPR" USING OA-SR-FUNCTION OA-SUPR-REQUEST
           MOVE SR-PRODUCT-CODE TO OA-ORDER-PRODUCT
           MOVE SR-UNIT-PRICE TO OA-NET-UNIT-PRICE.

      *-----------------------------------------------------------------
      * THE PROMOTION CODE IS THE LAST EDIT, SO A REDEMPTION IS ONLY
      * RECORDED FOR AN ORDER THAT IS ACTUALLY CUT.
      *-----------------------------------------------------------------
       2260-APPLY-PROMO-CODE.
           PERFORM 2255-RESOLVE-SUPERSESSION
           IF QA-PROMO-CODE = SPACES
               SET OA-PROMO-VALID TO TRUE
           ELSE
               MOVE QA-PROMO-CODE TO QP-PROMO-CODE
               MOVE "Q" TO QP-ORDER-SOURCE
               MOVE OA-NEXT-ORDER-NUMBER TO QP-ORDER-NUMBER
               MOVE QA-CUSTOMER-ID TO QP-CUSTOMER-ID
               MOVE OA-ORDER-PRODUCT TO QP-PRODUCT-CODE
               MOVE OA-QT-QUANTITY (OA-QUOTE-FOUND-IDX)
                   TO QP-ORDER-QTY
               MOVE QA-ACCEPT-DATE TO QP-ORDER-DATE
               MOVE OA-NET-UNIT-PRICE TO QP-UNIT-PRICE
               MOVE "A" TO OA-PA-FUNCTION
               CALL "PROMOAPL" USING OA-PA-FUNCTION OA-PROMO-REQUEST
               IF QP-PROMO-APPLIED
                   MOVE QP-UNIT-PRICE TO OA-NET-UNIT-PRICE
                   SET OA-PROMO-VALID TO TRUE
               ELSE
                   MOVE QP-REJECT-REASON TO SS-REJECT-REASON
               END-IF
           END-IF.

       2300-CUT-ORDER-HEADER.
           MOVE SPACES TO ORDER-HEADER-RECORD
           MOVE OA-NEXT-ORDER-NUMBER TO OH-ORDER-NUMBER
           MOVE QA-CUSTOMER-ID TO OH-CUSTOMER-ID
           MOVE OA-ORDER-PRODUCT TO OH-PRODUCT-CODE
           MOVE OA-QT-QUANTITY (OA-QUOTE-FOUND-IDX) TO OH-ORDER-QTY
           MOVE OA-NET-UNIT-PRICE TO OH-UNIT-PRICE
           MOVE RH-RUN-DATE TO OH-ORDER-DATE
           MOVE 0 TO OH-PROMISED-DATE
           MOVE "O" TO OH-STATUS
           MOVE "Q" TO OH-ORDER-SOURCE
           MOVE OA-SHIPTO-NUMBER TO OH-SHIPTO-NUMBER
           MOVE QA-PROMO-CODE TO OH-PROMO-CODE
           IF SR-SUPERSEDED
               MOVE SR-ORIGINAL-PRODUCT TO OH-ORIGINAL-PRODUCT
               SET OH-SUPERSEDED-PRODUCT TO TRUE
           END-IF
           WRITE ORDER-HEADER-RECORD
           SET OA-QT-USED (OA-QUOTE-FOUND-IDX) TO TRUE
           ADD 1 TO OA-ACCEPTED-COUNT
           MOVE OH-ORDER-QTY TO OA-RG-QUANTITY
           MOVE OH-UNIT-PRICE TO OA-RG-UNIT-PRICE
           DISPLAY OA-REGISTER-LINE
           IF SR-SUPERSEDED
               MOVE SR-ORIGINAL-PRODUCT TO OA-SL-ORIGINAL-PRODUCT
               DISPLAY OA-SUPERSEDED-LINE
           END-IF
           ADD 1 TO OA-NEXT-ORDER-NUMBER.

       2500-LOG-SUSPENSE-RECORD.
           DISPLAY "QUOTES CONVERTED TO ORDERS: " OA-ACCEPTED-COUNT
           DISPLAY "ACCEPTANCES REJECTED:       " OA-REJECT-COUNT
           DISPLAY "QUOTES EXPIRING THIS WEEK:  " OA-EXPIRING-COUNT
           MOVE "C" TO OA-PA-FUNCTION
           CALL "PROMOAPL" USING OA-PA-FUNCTION OA-PROMO-REQUEST
           CLOSE ACCEPT-TRANS
           IF OA-SHIPTO-FILE-OPEN
               CLOSE SHIPTO-FILE
           END-IF
           CLOSE ORDER-HEADER-FILE
           CLOSE ACCEPT-SUSPENSE
           PERFORM 8100-PRINT-REPORT-FOOTER.
