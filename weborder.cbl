      *                SHARED SUSPENSE LAYOUT FOR THE RESUBMISSION
      *                CYCLE, AND A PER-BATCH ACKNOWLEDGMENT RECORD
      *                (RECEIVED/ACCEPTED/REJECTED COUNTS) IS WRITTEN
      *                FOR THE SENDER TO VERIFY.  AN ORDER MAY NAME
      *                ONE OF THE CUSTOMER'S SHIP-TO ADDRESSES; BLANK
      *                OR ZERO SHIPS TO THE BILL-TO ADDRESS.  AN
      *                ORDER MAY CARRY A PROMOTION CODE, PRICED
      *                THROUGH THE SHARED PROMOAPL SUBROUTINE; A CODE
      *                IT REFUSES REJECTS THE ORDER RATHER THAN LET IT
      *                THROUGH AT FULL PRICE.  AN ORDER FOR A PRODUCT
      *                SUPERSEDED ON THE ORDER DATE IS TAKEN FOR ITS
      *                REPLACEMENT THROUGH THE SHARED PRODSUPR
      *                SUBROUTINE, KEEPING THE CODE ORDERED ON THE
      *                HEADER.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    ADDED WD-SHIPTO-NUMBER TO THE DETAIL RECORD.
      *                  A NONZERO SHIP-TO MUST BE ON THE SHIP-TO FILE
      *                  FOR THE CUSTOMER OR THE ORDER REJECTS; IT IS
      *                  CARRIED TO OH-SHIPTO-NUMBER SO THE INVOICE IS
      *                  TAXED WHERE THE GOODS ARE DELIVERED.
      * 10/15/2026 DO    ADDED WD-PROMO-CODE TO THE DETAIL RECORD.  A
      *                  CODE IS VALIDATED AND APPLIED BY PROMOAPL;
      *                  THE DISCOUNTED UNIT PRICE AND THE CODE ARE
      *                  CARRIED TO THE ORDER HEADER, AND A REFUSED
      *                  CODE REJECTS THE ORDER WITH PROMOAPL'S REASON.
      * 10/15/2026 DO    AN ORDER FOR A SUPERSEDED PRODUCT IS MOVED TO
      *                  THE REPLACEMENT CODE THROUGH PRODSUPR AND
      *                  PRICED BY THE SUPERSESSION'S PRICE RULE BEFORE
      *                  ANY PROMOTION.  THE CODE ORDERED IS KEPT IN
      *                  OH-ORIGINAL-PRODUCT AND NOTED ON THE REGISTER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBORDER.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS WB-CUSTMAST-STATUS.
           SELECT SHIPTO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-SHIPTO-KEY OF SHIPTO-RECORD
               FILE STATUS IS WB-SHIPTO-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WB-PRODFILE-STATUS.
           05  WD-ORDER-QTY            PIC 9(05).
           05  WD-UNIT-PRICE           PIC 9(05)V99.
           05  WD-ORDER-DATE           PIC 9(08).
           05  WD-SHIPTO-NUMBER        PIC X(03).
           05  WD-PROMO-CODE           PIC X(08).
           05  FILLER                  PIC X(36).

       01  WEB-HEADER-RECORD REDEFINES WEB-ORDER-RECORD.
           05  FILLER                  PIC X(01).
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  SHIPTO-FILE
           RECORDING MODE IS F.
       01  SHIPTO-RECORD.
           COPY SHIPTO.

       FD  PRODUCT-FILE
           RECORDING MODE IS F.
       01  PRODUCT-RECORD.
           88  WB-WEBORDIN-EOF         VALUE "10".
       01  WB-CUSTMAST-STATUS          PIC X(02) VALUE "00".
           88  WB-CUSTMAST-OK          VALUE "00".
       01  WB-SHIPTO-STATUS            PIC X(02) VALUE "00".
           88  WB-SHIPTO-OK            VALUE "00".
           88  WB-SHIPTO-NOTFOUND      VALUE "35".
       01  WB-PRODFILE-STATUS          PIC X(02) VALUE "00".
           88  WB-PRODFILE-OK          VALUE "00".
           88  WB-PRODFILE-EOF         VALUE "10".
               88  WB-PRODUCT-END      VALUE "Y".
           05  WB-ORDER-VALID-SWITCH   PIC X(01) VALUE "N".
               88  WB-ORDER-VALID      VALUE "Y".
           05  WB-SHIPTO-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  WB-SHIPTO-FILE-OPEN VALUE "Y".

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED CHKDIGIT ACCOUNT-NUMBER CHECK.
       01  WB-CD-VALID-FLAG            PIC X(01).
           88  WB-CD-NUMBER-VALID      VALUE "Y".

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED PROMOAPL PROMOTION-CODE PRICING.
      *-----------------------------------------------------------------
       01  WB-PA-FUNCTION              PIC X(01) VALUE "O".
       01  WB-PROMO-REQUEST.
           COPY PROMOREQ.

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED PRODSUPR PRODUCT SUPERSESSION.
      *-----------------------------------------------------------------
       01  WB-SR-FUNCTION              PIC X(01) VALUE "O".
       01  WB-SUPR-REQUEST.
           COPY SUPRREQ.

       01  WB-COUNTERS.
           05  WB-ACCEPTED-COUNT       PIC 9(05) COMP VALUE 0.
           05  WB-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
       01  WB-NEXT-ORDER-NUMBER        PIC 9(06) VALUE 1.
       01  WB-BATCH-SOURCE             PIC X(08) VALUE SPACES.
       01  WB-BATCH-DATE               PIC 9(08) VALUE 0.
       01  WB-SHIPTO-NUMBER            PIC 9(03) VALUE 0.
       01  WB-NET-UNIT-PRICE           PIC 9(05)V99 VALUE 0.
       01  WB-ORDER-PRODUCT            PIC X(06) VALUE SPACES.
       01  WB-ORDER-UNIT-PRICE         PIC 9(05)V99 VALUE 0.

       01  WB-PRODUCT-TABLE.
           05  WB-PRODUCT-ENTRY OCCURS 1 TO 2000 TIMES
           05  FILLER                  PIC X(06) VALUE "  QTY ".
           05  WB-RG-ORDER-QTY         PIC ZZ,ZZ9.

       01  WB-SUPERSEDED-LINE.
           05  FILLER                  PIC X(15) VALUE SPACES.
           05  FILLER                  PIC X(20)
                   VALUE "ORDERED AS PRODUCT  ".
           05  WB-SL-ORIGINAL-PRODUCT  PIC X(06).
           05  FILLER                  PIC X(13)
                   VALUE " - SUPERSEDED".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               MOVE WB-CUSTMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1300-OPEN-SHIP-TO-FILE
           MOVE "O" TO WB-PA-FUNCTION
           CALL "PROMOAPL" USING WB-PA-FUNCTION WB-PROMO-REQUEST
           MOVE "O" TO WB-SR-FUNCTION
           CALL "PRODSUPR" USING WB-SR-FUNCTION WB-SUPR-REQUEST
           PERFORM 1100-LOAD-PRODUCT-CODES
           PERFORM 1200-GET-NEXT-ORDER-NUMBER
           OPEN EXTEND ORDER-HEADER-FILE
               CLOSE NUMBER-CONTROL
           END-IF.

      *-----------------------------------------------------------------
      * A MISSING SHIP-TO FILE MEANS NO CUSTOMER HAS A SHIP-TO
      * ADDRESS YET - ANY ORDER NAMING ONE REJECTS.
      *-----------------------------------------------------------------
       1300-OPEN-SHIP-TO-FILE.
           OPEN INPUT SHIPTO-FILE
           IF WB-SHIPTO-NOTFOUND
               DISPLAY "WEBORDER: NO SHIP-TO FILE - ORDERS SHIP TO "
                   "THE BILL-TO ADDRESS"
           ELSE
               IF NOT WB-SHIPTO-OK
                   MOVE "WEBORDER" TO AB-PROGRAM-ID
                   MOVE "SHIPTO" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE WB-SHIPTO-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               SET WB-SHIPTO-FILE-OPEN TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * BALANCES THE INTERFACE FILE'S CONTROL RECORDS AGAINST ITS
      * DETAILS BEFORE ANY DETAIL IS PROCESSED - A TRUNCATED
           END-READ.

       2210-CHECK-PRODUCT.
           PERFORM 2205-RESOLVE-SUPERSESSION
           MOVE 0 TO WB-PROD-FOUND-IDX
           PERFORM 2220-COMPARE-PRODUCT
               VARYING WB-PROD-IDX FROM 1 BY 1
           IF WB-PROD-FOUND-IDX = 0
               MOVE "PRODUCT NOT ON FILE" TO SS-REJECT-REASON
           ELSE
               PERFORM 2230-CHECK-SHIP-TO
               IF WB-ORDER-VALID
                   PERFORM 2240-APPLY-PROMO-CODE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * A SUPERSEDED PRODUCT IS EDITED, PROMOTED AND WRITTEN UNDER
      * ITS REPLACEMENT CODE AT THE REPLACEMENT'S PRICE.
      *-----------------------------------------------------------------
       2205-RESOLVE-SUPERSESSION.
           MOVE WD-PRODUCT-CODE TO SR-PRODUCT-CODE
           MOVE WD-ORDER-DATE TO SR-AS-OF-DATE
           MOVE WD-UNIT-PRICE TO SR-UNIT-PRICE
           MOVE "R" TO WB-SR-FUNCTION
           CALL "PRODSUPR" USING WB-SR-FUNCTION WB-SUPR-REQUEST
           MOVE SR-PRODUCT-CODE TO WB-ORDER-PRODUCT
           MOVE SR-UNIT-PRICE TO WB-ORDER-UNIT-PRICE.

       2220-COMPARE-PRODUCT.
           IF WB-PD-PRODUCT-CODE (WB-PROD-IDX)
                   = WB-ORDER-PRODUCT (1:5)
               MOVE WB-PROD-IDX TO WB-PROD-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * BLANK OR ZERO SHIP-TO IS THE BILL-TO ADDRESS.  ANY OTHER
      * NUMBER MUST BE ONE OF THIS CUSTOMER'S SHIP-TO ADDRESSES.
      *-----------------------------------------------------------------
       2230-CHECK-SHIP-TO.
           MOVE 0 TO WB-SHIPTO-NUMBER
           EVALUATE TRUE
               WHEN WD-SHIPTO-NUMBER = SPACES
                   MOVE "Y" TO WB-ORDER-VALID-SWITCH
               WHEN WD-SHIPTO-NUMBER NOT NUMERIC
                   MOVE "SHIP-TO NUMBER NOT NUMERIC"
                       TO SS-REJECT-REASON
               WHEN WD-SHIPTO-NUMBER = "000"
                   MOVE "Y" TO WB-ORDER-VALID-SWITCH
               WHEN NOT WB-SHIPTO-FILE-OPEN
                   MOVE "SHIP-TO NOT ON FILE" TO SS-REJECT-REASON
               WHEN OTHER
                   MOVE WD-SHIPTO-NUMBER TO WB-SHIPTO-NUMBER
                   MOVE WD-CUSTOMER-ID
                       TO TA-CUSTOMER-ID OF SHIPTO-RECORD
                   MOVE WB-SHIPTO-NUMBER
                       TO TA-SHIPTO-NUMBER OF SHIPTO-RECORD
                   READ SHIPTO-FILE
                       INVALID KEY
                           MOVE "SHIP-TO NOT ON FILE"
                               TO SS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE "Y" TO WB-ORDER-VALID-SWITCH
                   END-READ
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE PROMOTION CODE IS THE LAST EDIT, SO A REDEMPTION IS ONLY
      * RECORDED FOR AN ORDER THAT IS ACTUALLY WRITTEN.
      *-----------------------------------------------------------------
       2240-APPLY-PROMO-CODE.
           MOVE WB-ORDER-UNIT-PRICE TO WB-NET-UNIT-PRICE
           IF WD-PROMO-CODE NOT = SPACES
               MOVE WD-PROMO-CODE TO QP-PROMO-CODE
               MOVE "W" TO QP-ORDER-SOURCE
               MOVE WB-NEXT-ORDER-NUMBER TO QP-ORDER-NUMBER
               MOVE WD-CUSTOMER-ID TO QP-CUSTOMER-ID
               MOVE WB-ORDER-PRODUCT TO QP-PRODUCT-CODE
               MOVE WD-ORDER-QTY TO QP-ORDER-QTY
               MOVE WD-ORDER-DATE TO QP-ORDER-DATE
               MOVE WB-ORDER-UNIT-PRICE TO QP-UNIT-PRICE
               MOVE "A" TO WB-PA-FUNCTION
               CALL "PROMOAPL" USING WB-PA-FUNCTION WB-PROMO-REQUEST
               IF QP-PROMO-APPLIED
                   MOVE QP-UNIT-PRICE TO WB-NET-UNIT-PRICE
               ELSE
                   MOVE "N" TO WB-ORDER-VALID-SWITCH
                   MOVE QP-REJECT-REASON TO SS-REJECT-REASON
               END-IF
           END-IF.

       2300-WRITE-ORDER-HEADER.
           MOVE SPACES TO ORDER-HEADER-RECORD
           MOVE WB-NEXT-ORDER-NUMBER TO OH-ORDER-NUMBER
           MOVE WD-CUSTOMER-ID TO OH-CUSTOMER-ID
           MOVE WB-ORDER-PRODUCT TO OH-PRODUCT-CODE
           MOVE WD-ORDER-QTY TO OH-ORDER-QTY
           MOVE WB-NET-UNIT-PRICE TO OH-UNIT-PRICE
           IF WD-ORDER-DATE NOT = 0
               MOVE WD-ORDER-DATE TO OH-ORDER-DATE
           ELSE
           MOVE 0 TO OH-PROMISED-DATE
           MOVE "O" TO OH-STATUS
           MOVE "W" TO OH-ORDER-SOURCE
           MOVE WB-SHIPTO-NUMBER TO OH-SHIPTO-NUMBER
           MOVE WD-PROMO-CODE TO OH-PROMO-CODE
           IF SR-SUPERSEDED
               MOVE SR-ORIGINAL-PRODUCT TO OH-ORIGINAL-PRODUCT
               SET OH-SUPERSEDED-PRODUCT TO TRUE
           END-IF
           WRITE ORDER-HEADER-RECORD
           ADD 1 TO WB-ACCEPTED-COUNT
           MOVE OH-ORDER-NUMBER TO WB-RG-ORDER-NUMBER
           MOVE WD-CUSTOMER-ID TO WB-RG-CUSTOMER-ID
           MOVE WB-ORDER-PRODUCT TO WB-RG-PRODUCT-CODE
           MOVE WD-ORDER-QTY TO WB-RG-ORDER-QTY
           DISPLAY WB-REGISTER-LINE
           IF SR-SUPERSEDED
               MOVE SR-ORIGINAL-PRODUCT TO WB-SL-ORIGINAL-PRODUCT
               DISPLAY WB-SUPERSEDED-LINE
           END-IF
           ADD 1 TO WB-NEXT-ORDER-NUMBER.

       2500-LOG-SUSPENSE-RECORD.
           DISPLAY "WEB ORDERS RECEIVED: " BC-ACTUAL-COUNT
           DISPLAY "ORDERS ACCEPTED:     " WB-ACCEPTED-COUNT
           DISPLAY "ORDERS REJECTED:     " WB-REJECT-COUNT
           MOVE "C" TO WB-PA-FUNCTION
           CALL "PROMOAPL" USING WB-PA-FUNCTION WB-PROMO-REQUEST
           CLOSE WEB-ORDER-FILE
           CLOSE CUSTOMER-MASTER
           IF WB-SHIPTO-FILE-OPEN
               CLOSE SHIPTO-FILE
           END-IF
           CLOSE ORDER-HEADER-FILE
           CLOSE WEB-SUSPENSE
           PERFORM 8100-PRINT-REPORT-FOOTER.
