      *                IS OPEN) AND IS MARKED PROMISED.  AN ORDER
      *                ACKNOWLEDGMENT PRINTS PER ORDER WITH THE
      *                PROMISED DATE, SO THE BACKORDER REPORT BECOMES
      *                THE EXCEPTION INSTEAD OF THE NORM.  AN OPEN OR
      *                PROMISED ORDER FOR A PRODUCT SUPERSEDED BY THE
      *                RUN DATE IS MOVED TO THE REPLACEMENT BEFORE IT
      *                IS PROMISED, AND AN OPEN ORDER THAT STOCK
      *                CANNOT COVER TAKES THE FIRST APPROVED SUBSTITUTE
      *                THAT CAN BEFORE FALLING BACK TO A PO DATE - BOTH
      *                THROUGH THE SHARED PRODSUPR SUBROUTINE.  AN
      *                ORDER ALREADY ALLOCATED KEEPS THE STOCK IT WAS
      *                GIVEN.  A KIT IS EXPLODED INTO ITS COMPONENTS
      *                THROUGH THE SHARED BOMEXPL SUBROUTINE AND IS
      *                AVAILABLE ONLY WHEN EVERY COMPONENT IS; ITS
      *                COMPONENTS ARE WHAT GET RESERVED.  A PROMISED
      *                ORDER FOR A PRODUCT (OR KIT COMPONENT) WHOSE PO
      *                QUANTITY OR DATE WAS CHANGED, OR WHOSE PO WAS
      *                CANCELLED, SINCE THE LAST RUN IS REOPENED AND
      *                PROMISED AFRESH; THE POCHANGE NOTICES SAY WHICH.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    A PARTIALLY SHIPPED ORDER KEEPS ITS UNSHIPPED
      *                  REMAINDER RESERVED.  SHIPPED QUANTITIES ARE
      *                  NOW RELIEVED FROM PRODUCT ON-HAND BY THE SHIP
      *                  CONFIRMATION RUN, SO ONLY WHAT IS STILL TO BE
      *                  PICKED COUNTS AGAINST AVAILABILITY.
      * 10/15/2026 DO    PRODUCT SUPERSESSION AND SUBSTITUTION THROUGH
      *                  PRODSUPR.  A SUPERSEDED ORDER MOVES TO THE
      *                  REPLACEMENT CODE (A PROMISED ONE IS REOPENED
      *                  AND PROMISED AFRESH); AN OPEN ORDER SHORT OF
      *                  STOCK IS ALLOCATED FROM AN APPROVED SUBSTITUTE
      *                  WHEN ONE HAS ENOUGH.  THE PRICE FOLLOWS THE
      *                  PAIR'S PRICE RULE UNLESS THE ORDER CARRIES A
      *                  PROMOTION CODE.  THE CODE ORDERED IS KEPT IN
      *                  OH-ORIGINAL-PRODUCT AND THE ACKNOWLEDGMENT
      *                  NOTES THE CHANGE.
      * 10/15/2026 DO    KIT EXPLOSION THROUGH BOMEXPL.  A KIT ORDER IS
      *                  CHECKED AND RESERVED COMPONENT BY COMPONENT
      *                  (ORDER QTY TIMES QTY PER KIT); THE KIT'S OWN
      *                  PRODUCT-FILE ON-HAND IS IGNORED.  A SHORT KIT
      *                  IS PROMISED FOR THE LATEST PO DATE AMONG ITS
      *                  SHORT COMPONENTS.  THE ACKNOWLEDGMENT LISTS
      *                  THE COMPONENTS.
      * 10/15/2026 DO    PO CHANGE ORDERS.  THE CHANGE-ORDER NOTICES
      *                  POCHANGE WROTE SINCE THE LAST RUN (OPTIONAL
      *                  FILE) NAME THE PRODUCTS WHOSE PO QUANTITY OR
      *                  EXPECTED DATE MOVED OR WHOSE PO WAS CANCELLED.
      *                  PROMISED ORDERS FOR THOSE PRODUCTS, OR FOR
      *                  KITS USING THEM, ARE REOPENED AND PROMISED
      *                  AGAIN, AND THE ACKNOWLEDGMENT SHOWS THE DATE
      *                  PREVIOUSLY PROMISED.
      * 10/15/2026 DO    THE PO CHANGE NOTICES ARE EMPTIED ONCE THE
      *                  ORDERS ARE REWRITTEN, SO EACH NOTICE REPROMISES
      *                  ONLY ONCE.  AFTER A CHANGE-TABLE OVERFLOW THEY
      *                  ARE KEPT FOR THE NEXT RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORDERATP.
           SELECT PO-MASTER ASSIGN TO "POMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-POMAST-STATUS.
           SELECT CHANGE-NOTICE-FILE ASSIGN TO "POCHGNTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-POCHGNTC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PO-MASTER-RECORD.
           COPY POMAST.

       FD  CHANGE-NOTICE-FILE
           RECORDING MODE IS F.
       01  CHANGE-NOTICE-RECORD.
           COPY POCHGNTC.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
           88  AT-POMAST-OK            VALUE "00".
           88  AT-POMAST-EOF           VALUE "10".
           88  AT-POMAST-NOTFOUND      VALUE "35".
       01  AT-POCHGNTC-STATUS          PIC X(02) VALUE "00".
           88  AT-POCHGNTC-OK          VALUE "00".
           88  AT-POCHGNTC-EOF         VALUE "10".
           88  AT-POCHGNTC-NOTFOUND    VALUE "35".

       01  AT-SWITCHES.
           05  AT-ORDER-EOF-SWITCH     PIC X(01) VALUE "N".
               88  AT-PRODUCT-END      VALUE "Y".
           05  AT-POMAST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  AT-POMAST-END       VALUE "Y".
           05  AT-SUBSTITUTE-SWITCH    PIC X(01) VALUE "N".
               88  AT-SUBSTITUTE-FOUND VALUE "Y".
           05  AT-SUBST-SEARCH-SWITCH  PIC X(01) VALUE "N".
               88  AT-SUBST-SEARCH-DONE VALUE "Y".
           05  AT-FITS-SWITCH          PIC X(01) VALUE "N".
               88  AT-STOCK-FITS       VALUE "Y".
           05  AT-KIT-LEAD-SWITCH      PIC X(01) VALUE "N".
               88  AT-KIT-NEEDS-LEAD   VALUE "Y".
           05  AT-NOTICE-EOF-SWITCH    PIC X(01) VALUE "N".
               88  AT-NOTICE-END       VALUE "Y".
           05  AT-REPROMISE-SWITCH     PIC X(01) VALUE "N".
               88  AT-PO-CHANGE-REPROMISE VALUE "Y".

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED PRODSUPR PRODUCT SUPERSESSION.
      *-----------------------------------------------------------------
       01  AT-SR-FUNCTION              PIC X(01) VALUE "O".
       01  AT-SUPR-REQUEST.
           COPY SUPRREQ.

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED BOMEXPL KIT EXPLOSION.
      *-----------------------------------------------------------------
       01  AT-BR-FUNCTION              PIC X(01) VALUE "O".
       01  AT-BOM-REQUEST.
           COPY BOMREQ.

      *-----------------------------------------------------------------
      * DEFAULT LEAD TIME - THE PROMISED DATE WHEN NO STOCK FITS AND
           05  AT-PROD-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  AT-ALLOCATED-COUNT      PIC 9(05) COMP VALUE 0.
           05  AT-PROMISED-COUNT       PIC 9(05) COMP VALUE 0.
           05  AT-SUPERSEDED-COUNT     PIC 9(05) COMP VALUE 0.
           05  AT-SUBSTITUTED-COUNT    PIC 9(05) COMP VALUE 0.
           05  AT-COMP-IDX             PIC 9(02) COMP VALUE 0.
           05  AT-CHG-COUNT            PIC 9(04) COMP VALUE 0.
           05  AT-MAX-CHGS             PIC 9(04) COMP VALUE 500.
           05  AT-CHG-IDX              PIC 9(04) COMP VALUE 0.
           05  AT-CHG-FOUND-IDX        PIC 9(04) COMP VALUE 0.
           05  AT-REPROMISED-COUNT     PIC 9(05) COMP VALUE 0.

       01  AT-WORK-FIELDS.
           05  AT-LOOKUP-PRODUCT       PIC X(05) VALUE SPACES.
           05  AT-AVAILABLE-QTY        PIC S9(07) VALUE 0.
           05  AT-CHECK-QTY            PIC 9(07) VALUE 0.
           05  AT-COMPONENT-QTY        PIC 9(09) VALUE 0.
           05  AT-KIT-PO-DATE          PIC 9(08) VALUE 0.
           05  AT-PROMISED-DATE        PIC 9(08) VALUE 0.
           05  AT-RUN-DATE-INTEGER     PIC 9(07) VALUE 0.
           05  AT-LEAD-INTEGER         PIC 9(07) VALUE 0.
           05  AT-PRIOR-PROMISED-DATE  PIC 9(08) VALUE 0.

      *-----------------------------------------------------------------
      * PER-PRODUCT AVAILABILITY: ON-HAND FROM THE PRODUCT FILE,
               10  AT-PD-ALLOCATED     PIC 9(07).
               10  AT-PD-NEXT-PO-DATE  PIC 9(08).

      *-----------------------------------------------------------------
      * PRODUCTS WHOSE PO QUANTITY OR DATE MOVED, OR WHOSE PO WAS
      * CANCELLED, SINCE THE LAST RUN - FROM THE CHANGE-ORDER NOTICES.
      *-----------------------------------------------------------------
       01  AT-CHANGED-PO-TABLE.
           05  AT-CHANGED-PO-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON AT-CHG-COUNT
                   INDEXED BY AT-CG-IDX.
               10  AT-CG-PRODUCT-CODE  PIC X(05).
               10  AT-CG-PO-NUMBER     PIC 9(06).

       01  AT-ORDER-TABLE.
           05  AT-ORDER-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON AT-ORDER-COUNT
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AT-AK-DISPOSITION       PIC X(10).

       01  AT-SUBST-NOTE-LINE.
           05  FILLER                  PIC X(28) VALUE SPACES.
           05  FILLER                  PIC X(24)
                   VALUE "SUBSTITUTED FOR PRODUCT ".
           05  AT-SN-ORIGINAL-PRODUCT  PIC X(06).
           05  FILLER                  PIC X(03) VALUE " - ".
           05  AT-SN-REASON            PIC X(12).

       01  AT-REPROMISE-NOTE-LINE.
           05  FILLER                  PIC X(28) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "PO ".
           05  AT-RN-PO-NUMBER         PIC 9(06).
           05  FILLER                  PIC X(31)
                   VALUE " CHANGED - PREVIOUSLY PROMISED ".
           05  AT-RN-PRIOR-DATE        PIC 9(08).

       01  AT-KIT-COMPONENT-LINE.
           05  FILLER                  PIC X(28) VALUE SPACES.
           05  FILLER                  PIC X(14)
                   VALUE "KIT COMPONENT ".
           05  AT-KC-PRODUCT-CODE      PIC X(05).
           05  FILLER                  PIC X(06) VALUE "  QTY ".
           05  AT-KC-QTY               PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               VARYING AT-ORDER-IDX FROM 1 BY 1
               UNTIL AT-ORDER-IDX > AT-ORDER-COUNT
           PERFORM 3000-REWRITE-ORDERS
           PERFORM 3200-EMPTY-CHANGE-NOTICES
           PERFORM 4000-TERMINATE
           STOP RUN.

           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-PRODUCT-AVAILABILITY
           PERFORM 1200-FOLD-IN-OPEN-POS
           PERFORM 1400-LOAD-PO-CHANGES
           MOVE "O" TO AT-SR-FUNCTION
           CALL "PRODSUPR" USING AT-SR-FUNCTION AT-SUPR-REQUEST
           MOVE "O" TO AT-BR-FUNCTION
           CALL "BOMEXPL" USING AT-BR-FUNCTION AT-BOM-REQUEST
           PERFORM 1300-LOAD-ORDERS.

       1100-LOAD-PRODUCT-AVAILABILITY.
      *-----------------------------------------------------------------
      * ORDERS ALREADY ALLOCATED IN EARLIER RUNS KEEP THEIR
      * RESERVATION - THEIR QUANTITY COUNTS AGAINST AVAILABILITY
      * BEFORE ANY NEW ORDER IS PROMISED.  A PARTIALLY SHIPPED ORDER
      * RESERVES ONLY ITS UNSHIPPED REMAINDER; THE SHIPPED PART HAS
      * ALREADY COME OFF ON-HAND.  A KIT ORDER RESERVES ITS
      * COMPONENTS.
      *-----------------------------------------------------------------
       1310-STORE-ORDER-RECORD.
           MOVE ORDER-HEADER-RECORD TO AT-OH-RECORD (AT-ORDER-COUNT)
           IF OH-SHIPPED-QTY NOT NUMERIC
               MOVE 0 TO OH-SHIPPED-QTY
           END-IF
           IF OH-ORDER-ALLOCATED OR OH-ORDER-PART-SHIPPED
               IF OH-ORDER-QTY > OH-SHIPPED-QTY
                   MOVE OH-PRODUCT-CODE (1:5) TO AT-LOOKUP-PRODUCT
                   COMPUTE AT-CHECK-QTY =
                       OH-ORDER-QTY - OH-SHIPPED-QTY
                   PERFORM 2350-EXPLODE-PRODUCT
                   PERFORM 2400-RESERVE-STOCK
               END-IF
           END-IF
           ADD 1 TO AT-ORDER-COUNT
                   SET AT-ORDER-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A CHANGE THAT TOUCHED ONLY THE UNIT COST MOVES NO PROMISE.  A
      * MISSING NOTICE FILE MEANS NO PO CHANGED.  AN OVERFLOW ONLY
      * LEAVES SOME PROMISES AS THEY STAND, SO THE RUN GOES ON AND THE
      * NOTICES ARE KEPT FOR THE NEXT RUN.
      *-----------------------------------------------------------------
       1400-LOAD-PO-CHANGES.
           MOVE 1 TO AT-CHG-COUNT
           OPEN INPUT CHANGE-NOTICE-FILE
           IF AT-POCHGNTC-NOTFOUND
               SET AT-NOTICE-END TO TRUE
           ELSE
               IF NOT AT-POCHGNTC-OK AND NOT AT-POCHGNTC-EOF
                   MOVE "ORDERATP" TO AB-PROGRAM-ID
                   MOVE "POCHGNTC" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AT-POCHGNTC-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1490-READ-CHANGE-NOTICE
               PERFORM 1410-STORE-PO-CHANGE
                   UNTIL AT-NOTICE-END
                       OR AT-CHG-COUNT > AT-MAX-CHGS
               IF NOT AT-NOTICE-END
                   DISPLAY "ORDERATP: PO CHANGE TABLE FULL AT "
                       AT-MAX-CHGS " - LATER CHANGES NOT REPROMISED"
               END-IF
               CLOSE CHANGE-NOTICE-FILE
           END-IF
           IF AT-CHG-COUNT > 1
               SUBTRACT 1 FROM AT-CHG-COUNT
           ELSE
               MOVE 0 TO AT-CHG-COUNT
           END-IF.

       1410-STORE-PO-CHANGE.
           IF PN-CANCELLATION
                   OR PN-NEW-QTY NOT = PN-OLD-QTY
                   OR PN-NEW-EXPECTED-DATE NOT = PN-OLD-EXPECTED-DATE
               MOVE PN-PRODUCT-CODE
                   TO AT-CG-PRODUCT-CODE (AT-CHG-COUNT)
               MOVE PN-PO-NUMBER TO AT-CG-PO-NUMBER (AT-CHG-COUNT)
               ADD 1 TO AT-CHG-COUNT
           END-IF
           PERFORM 1490-READ-CHANGE-NOTICE.

       1490-READ-CHANGE-NOTICE.
           READ CHANGE-NOTICE-FILE
               AT END
                   SET AT-NOTICE-END TO TRUE
           END-READ.

       2800-FIND-PRODUCT-ENTRY.
           MOVE 0 TO AT-PROD-FOUND-IDX
           PERFORM 2810-COMPARE-PRODUCT-ENTRY
      * AN OPEN ORDER THAT FITS INSIDE ON-HAND NET OF ALLOCATIONS IS
      * RESERVED AND PROMISED FOR TODAY; ONE THAT DOES NOT GETS THE
      * EARLIEST OPEN-PO EXPECTED DATE (OR THE DEFAULT LEAD TIME)
      * AND WAITS, UNLESS AN APPROVED SUBSTITUTE CAN COVER IT.  A
      * SUPERSEDED PRODUCT IS REPLACED FIRST, SO A PROMISED ORDER
      * WAITING ON A DEAD CODE IS REOPENED AND PROMISED AGAIN UNDER
      * THE NEW ONE.  THE ORDER RECORD IS WORKED THROUGH THE FD AREA
      * AND PUT BACK IN THE TABLE.
      *-----------------------------------------------------------------
       2000-PROMISE-ONE-ORDER.
           MOVE AT-OH-RECORD (AT-ORDER-IDX) TO ORDER-HEADER-RECORD
           MOVE "N" TO AT-REPROMISE-SWITCH
           IF OH-ORDER-PROMISED AND AT-CHG-COUNT > 0
               PERFORM 2020-CHECK-PO-CHANGES
           END-IF
           IF OH-ORDER-OPEN OR OH-ORDER-PROMISED
               PERFORM 2050-APPLY-SUPERSESSION
           END-IF
           IF OH-ORDER-OPEN
               MOVE OH-PRODUCT-CODE (1:5) TO AT-LOOKUP-PRODUCT
               MOVE OH-ORDER-QTY TO AT-CHECK-QTY
               PERFORM 2300-CHECK-AVAILABILITY
               IF AT-STOCK-FITS
                   PERFORM 2010-ALLOCATE-ORDER
               ELSE
                   PERFORM 2060-FIND-SUBSTITUTE
                   IF AT-SUBSTITUTE-FOUND
                       PERFORM 2080-SWITCH-TO-SUBSTITUTE
                       PERFORM 2010-ALLOCATE-ORDER
                   ELSE
                       MOVE OH-PRODUCT-CODE (1:5) TO AT-LOOKUP-PRODUCT
                       PERFORM 2300-CHECK-AVAILABILITY
                       PERFORM 2100-PROMISE-FROM-PO
                       MOVE "B" TO OH-STATUS
                       MOVE AT-PROMISED-DATE TO OH-PROMISED-DATE
                       ADD 1 TO AT-PROMISED-COUNT
                       MOVE "PROMISED  " TO AT-AK-DISPOSITION
                   END-IF
               END-IF
               MOVE ORDER-HEADER-RECORD
                   TO AT-OH-RECORD (AT-ORDER-IDX)
               PERFORM 2200-PRINT-ACKNOWLEDGMENT
           END-IF.

       2010-ALLOCATE-ORDER.
           MOVE "A" TO OH-STATUS
           MOVE RH-RUN-DATE TO OH-PROMISED-DATE
           PERFORM 2400-RESERVE-STOCK
           ADD 1 TO AT-ALLOCATED-COUNT
           MOVE "ALLOCATED " TO AT-AK-DISPOSITION.

      *-----------------------------------------------------------------
      * A PROMISED ORDER WAITING ON A PRODUCT - OR, FOR A KIT, ANY
      * COMPONENT - WHOSE PO CHANGED IS REOPENED SO IT IS PROMISED
      * AGAIN OFF THE CURRENT PO MASTER (OR FROM STOCK, IF STOCK HAS
      * COME FREE).
      *-----------------------------------------------------------------
       2020-CHECK-PO-CHANGES.
           MOVE 0 TO AT-CHG-FOUND-IDX
           MOVE OH-PRODUCT-CODE (1:5) TO AT-LOOKUP-PRODUCT
           PERFORM 2350-EXPLODE-PRODUCT
           IF BR-IS-KIT
               PERFORM 2025-CHECK-COMPONENT-CHANGE
                   VARYING AT-COMP-IDX FROM 1 BY 1
                   UNTIL AT-COMP-IDX > BR-COMPONENT-COUNT
                       OR AT-CHG-FOUND-IDX NOT = 0
           ELSE
               PERFORM 2030-FIND-CHANGED-PRODUCT
           END-IF
           IF AT-CHG-FOUND-IDX NOT = 0
               MOVE OH-PROMISED-DATE TO AT-PRIOR-PROMISED-DATE
               MOVE AT-CG-PO-NUMBER (AT-CHG-FOUND-IDX)
                   TO AT-RN-PO-NUMBER
               MOVE "O" TO OH-STATUS
               SET AT-PO-CHANGE-REPROMISE TO TRUE
               ADD 1 TO AT-REPROMISED-COUNT
           END-IF.

       2025-CHECK-COMPONENT-CHANGE.
           MOVE BR-COMP-PRODUCT (AT-COMP-IDX) TO AT-LOOKUP-PRODUCT
           PERFORM 2030-FIND-CHANGED-PRODUCT.

       2030-FIND-CHANGED-PRODUCT.
           PERFORM 2035-COMPARE-CHANGED-PRODUCT
               VARYING AT-CHG-IDX FROM 1 BY 1
               UNTIL AT-CHG-IDX > AT-CHG-COUNT
                   OR AT-CHG-FOUND-IDX NOT = 0.

       2035-COMPARE-CHANGED-PRODUCT.
           IF AT-CG-PRODUCT-CODE (AT-CHG-IDX) = AT-LOOKUP-PRODUCT
               MOVE AT-CHG-IDX TO AT-CHG-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * A PRODUCT SUPERSEDED AS OF THE RUN DATE IS REPLACED ON THE
      * ORDER.  THE FIRST CODE ORDERED IS KEPT EVEN WHEN AN ORDER IS
      * MOVED MORE THAN ONCE.  AN ORDER CARRYING A PROMOTION CODE
      * KEEPS THE PRICE THE PROMOTION GAVE IT.
      *-----------------------------------------------------------------
       2050-APPLY-SUPERSESSION.
           MOVE OH-PRODUCT-CODE TO SR-PRODUCT-CODE
           MOVE 0 TO SR-AS-OF-DATE
           MOVE OH-UNIT-PRICE TO SR-UNIT-PRICE
           MOVE "R" TO AT-SR-FUNCTION
           CALL "PRODSUPR" USING AT-SR-FUNCTION AT-SUPR-REQUEST
           IF SR-SUPERSEDED
               IF OH-ORIGINAL-PRODUCT = SPACES
                   MOVE SR-ORIGINAL-PRODUCT TO OH-ORIGINAL-PRODUCT
               END-IF
               MOVE SR-PRODUCT-CODE TO OH-PRODUCT-CODE
               IF OH-PROMO-CODE = SPACES
                   MOVE SR-UNIT-PRICE TO OH-UNIT-PRICE
               END-IF
               SET OH-SUPERSEDED-PRODUCT TO TRUE
               MOVE "O" TO OH-STATUS
               ADD 1 TO AT-SUPERSEDED-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * APPROVED SUBSTITUTES ARE TRIED IN SUPERSESSION-FILE ORDER;
      * THE FIRST WITH ENOUGH UNALLOCATED STOCK FOR THE WHOLE ORDER
      * IS TAKEN.  THE AVAILABILITY CHECK IS LEFT ON THAT
      * SUBSTITUTE FOR THE RESERVATION.
      *-----------------------------------------------------------------
       2060-FIND-SUBSTITUTE.
           MOVE "N" TO AT-SUBSTITUTE-SWITCH
           MOVE "N" TO AT-SUBST-SEARCH-SWITCH
           MOVE 0 TO SR-NEXT-ENTRY
           PERFORM 2070-TRY-ONE-SUBSTITUTE
               UNTIL AT-SUBST-SEARCH-DONE.

       2070-TRY-ONE-SUBSTITUTE.
           MOVE OH-PRODUCT-CODE TO SR-PRODUCT-CODE
           MOVE 0 TO SR-AS-OF-DATE
           MOVE OH-UNIT-PRICE TO SR-UNIT-PRICE
           MOVE "S" TO AT-SR-FUNCTION
           CALL "PRODSUPR" USING AT-SR-FUNCTION AT-SUPR-REQUEST
           IF SR-SUBSTITUTE-FOUND
               MOVE SR-PRODUCT-CODE (1:5) TO AT-LOOKUP-PRODUCT
               PERFORM 2300-CHECK-AVAILABILITY
               IF AT-STOCK-FITS
                   SET AT-SUBSTITUTE-FOUND TO TRUE
                   SET AT-SUBST-SEARCH-DONE TO TRUE
               END-IF
           ELSE
               SET AT-SUBST-SEARCH-DONE TO TRUE
           END-IF.

       2080-SWITCH-TO-SUBSTITUTE.
           IF OH-ORIGINAL-PRODUCT = SPACES
               MOVE SR-ORIGINAL-PRODUCT TO OH-ORIGINAL-PRODUCT
           END-IF
           MOVE SR-PRODUCT-CODE TO OH-PRODUCT-CODE
           IF OH-PROMO-CODE = SPACES
               MOVE SR-UNIT-PRICE TO OH-UNIT-PRICE
           END-IF
           SET OH-SUBSTITUTED-PRODUCT TO TRUE
           ADD 1 TO AT-SUBSTITUTED-COUNT.

      *-----------------------------------------------------------------
      * A KIT WAITS FOR THE LAST OF ITS SHORT COMPONENTS TO ARRIVE;
      * ONE SHORT COMPONENT WITH NO OPEN PO PUTS THE WHOLE KIT ON THE
      * DEFAULT LEAD TIME.
      *-----------------------------------------------------------------
       2100-PROMISE-FROM-PO.
           MOVE 0 TO AT-PROMISED-DATE
           IF BR-IS-KIT
               IF NOT AT-KIT-NEEDS-LEAD
                   MOVE AT-KIT-PO-DATE TO AT-PROMISED-DATE
               END-IF
           ELSE
               IF AT-PROD-FOUND-IDX NOT = 0
                   MOVE AT-PD-NEXT-PO-DATE (AT-PROD-FOUND-IDX)
                       TO AT-PROMISED-DATE
               END-IF
           END-IF
           IF AT-PROMISED-DATE = 0
               COMPUTE AT-LEAD-INTEGER =
                   AT-RUN-DATE-INTEGER + AT-DEFAULT-LEAD-DAYS
               COMPUTE AT-PROMISED-DATE =
           MOVE OH-PRODUCT-CODE TO AT-AK-PRODUCT-CODE
           MOVE OH-ORDER-QTY TO AT-AK-ORDER-QTY
           MOVE OH-PROMISED-DATE TO AT-AK-PROMISED-DATE
           DISPLAY AT-ACK-LINE
           IF AT-PO-CHANGE-REPROMISE
               MOVE AT-PRIOR-PROMISED-DATE TO AT-RN-PRIOR-DATE
               DISPLAY AT-REPROMISE-NOTE-LINE
           END-IF
           IF OH-ORIGINAL-PRODUCT NOT = SPACES
               MOVE OH-ORIGINAL-PRODUCT TO AT-SN-ORIGINAL-PRODUCT
               IF OH-SUBSTITUTED-PRODUCT
                   MOVE "OUT OF STOCK" TO AT-SN-REASON
               ELSE
                   MOVE "SUPERSEDED" TO AT-SN-REASON
               END-IF
               DISPLAY AT-SUBST-NOTE-LINE
           END-IF
           IF BR-IS-KIT
               PERFORM 2210-PRINT-KIT-COMPONENT
                   VARYING AT-COMP-IDX FROM 1 BY 1
                   UNTIL AT-COMP-IDX > BR-COMPONENT-COUNT
           END-IF.

       2210-PRINT-KIT-COMPONENT.
           MOVE BR-COMP-PRODUCT (AT-COMP-IDX) TO AT-KC-PRODUCT-CODE
           COMPUTE AT-KC-QTY =
               OH-ORDER-QTY * BR-COMP-QTY (AT-COMP-IDX)
           DISPLAY AT-KIT-COMPONENT-LINE.

      *-----------------------------------------------------------------
      * AVAILABILITY OF AT-CHECK-QTY OF AT-LOOKUP-PRODUCT.  A STOCKED
      * PRODUCT FITS WHEN ITS ON-HAND NET OF ALLOCATIONS COVERS THE
      * QUANTITY; A KIT FITS ONLY WHEN EVERY COMPONENT COVERS THE
      * QUANTITY TIMES ITS QTY PER KIT, AND A COMPONENT NOT ON THE
      * PRODUCT FILE NEVER FITS.  THE EXPLOSION (OR THE PRODUCT
      * ENTRY) IS LEFT IN PLACE FOR 2400-RESERVE-STOCK.
      *-----------------------------------------------------------------
       2300-CHECK-AVAILABILITY.
           MOVE "N" TO AT-FITS-SWITCH
           PERFORM 2350-EXPLODE-PRODUCT
           IF BR-IS-KIT
               SET AT-STOCK-FITS TO TRUE
               MOVE "N" TO AT-KIT-LEAD-SWITCH
               MOVE 0 TO AT-KIT-PO-DATE
               PERFORM 2310-CHECK-ONE-COMPONENT
                   VARYING AT-COMP-IDX FROM 1 BY 1
                   UNTIL AT-COMP-IDX > BR-COMPONENT-COUNT
               MOVE 0 TO AT-PROD-FOUND-IDX
           ELSE
               IF AT-PROD-FOUND-IDX NOT = 0
                   COMPUTE AT-AVAILABLE-QTY =
                       AT-PD-ON-HAND (AT-PROD-FOUND-IDX)
                           - AT-PD-ALLOCATED (AT-PROD-FOUND-IDX)
                   IF AT-CHECK-QTY <= AT-AVAILABLE-QTY
                       SET AT-STOCK-FITS TO TRUE
                   END-IF
               END-IF
           END-IF.

       2310-CHECK-ONE-COMPONENT.
           MOVE BR-COMP-PRODUCT (AT-COMP-IDX) TO AT-LOOKUP-PRODUCT
           PERFORM 2800-FIND-PRODUCT-ENTRY
           COMPUTE AT-COMPONENT-QTY =
               AT-CHECK-QTY * BR-COMP-QTY (AT-COMP-IDX)
           IF AT-PROD-FOUND-IDX = 0
               MOVE "N" TO AT-FITS-SWITCH
               SET AT-KIT-NEEDS-LEAD TO TRUE
           ELSE
               COMPUTE AT-AVAILABLE-QTY =
                   AT-PD-ON-HAND (AT-PROD-FOUND-IDX)
                       - AT-PD-ALLOCATED (AT-PROD-FOUND-IDX)
               IF AT-COMPONENT-QTY > AT-AVAILABLE-QTY
                   MOVE "N" TO AT-FITS-SWITCH
                   IF AT-PD-NEXT-PO-DATE (AT-PROD-FOUND-IDX) = 0
                       SET AT-KIT-NEEDS-LEAD TO TRUE
                   ELSE
                       IF AT-PD-NEXT-PO-DATE (AT-PROD-FOUND-IDX)
                               > AT-KIT-PO-DATE
                           MOVE AT-PD-NEXT-PO-DATE (AT-PROD-FOUND-IDX)
                               TO AT-KIT-PO-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2350-EXPLODE-PRODUCT.
           MOVE AT-LOOKUP-PRODUCT TO BR-KIT-CODE
           MOVE "E" TO AT-BR-FUNCTION
           CALL "BOMEXPL" USING AT-BR-FUNCTION AT-BOM-REQUEST
           IF BR-IS-KIT
               MOVE 0 TO AT-PROD-FOUND-IDX
           ELSE
               PERFORM 2800-FIND-PRODUCT-ENTRY
           END-IF.

      *-----------------------------------------------------------------
      * RESERVES AT-CHECK-QTY AGAINST THE PRODUCT (OR EACH COMPONENT
      * OF THE KIT) LAST EXPLODED.  A COMPONENT NOT ON THE PRODUCT
      * FILE HAS NOTHING TO RESERVE AGAINST.
      *-----------------------------------------------------------------
       2400-RESERVE-STOCK.
           IF BR-IS-KIT
               PERFORM 2410-RESERVE-ONE-COMPONENT
                   VARYING AT-COMP-IDX FROM 1 BY 1
                   UNTIL AT-COMP-IDX > BR-COMPONENT-COUNT
           ELSE
               IF AT-PROD-FOUND-IDX NOT = 0
                   ADD AT-CHECK-QTY
                       TO AT-PD-ALLOCATED (AT-PROD-FOUND-IDX)
               END-IF
           END-IF.

       2410-RESERVE-ONE-COMPONENT.
           MOVE BR-COMP-PRODUCT (AT-COMP-IDX) TO AT-LOOKUP-PRODUCT
           PERFORM 2800-FIND-PRODUCT-ENTRY
           IF AT-PROD-FOUND-IDX NOT = 0
               COMPUTE AT-PD-ALLOCATED (AT-PROD-FOUND-IDX) =
                   AT-PD-ALLOCATED (AT-PROD-FOUND-IDX)
                       + AT-CHECK-QTY * BR-COMP-QTY (AT-COMP-IDX)
           END-IF.

       3000-REWRITE-ORDERS.
           IF AT-ORDER-COUNT > 0
           MOVE AT-OH-RECORD (AT-ORDER-IDX) TO ORDER-HEADER-RECORD
           WRITE ORDER-HEADER-RECORD.

      *-----------------------------------------------------------------
      * POCHANGE APPENDS ITS NOTICES UNTIL THIS RUN HAS ACTED ON THEM.
      * THEY ARE EMPTIED ONLY AFTER THE ORDERS ARE SAFELY REWRITTEN,
      * AND NOT AT ALL WHEN THE CHANGE TABLE COULD NOT HOLD THEM ALL.
      *-----------------------------------------------------------------
       3200-EMPTY-CHANGE-NOTICES.
           IF AT-NOTICE-END
               OPEN OUTPUT CHANGE-NOTICE-FILE
               CLOSE CHANGE-NOTICE-FILE
           END-IF.

       4000-TERMINATE.
           DISPLAY " "
           DISPLAY "ORDERS ALLOCATED:  " AT-ALLOCATED-COUNT
           DISPLAY "ORDERS PROMISED:   " AT-PROMISED-COUNT
           DISPLAY "ORDERS SUPERSEDED: " AT-SUPERSEDED-COUNT
           DISPLAY "ORDERS SUBSTITUTED:" AT-SUBSTITUTED-COUNT
           DISPLAY "ORDERS REPROMISED: " AT-REPROMISED-COUNT
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
