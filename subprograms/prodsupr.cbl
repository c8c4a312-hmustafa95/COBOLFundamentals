      ******************************************************************
      * PROGRAM-ID.    PRODSUPR
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       CALLABLE PRODUCT SUPERSESSION SUBROUTINE, SHARED
      *                BY ORDER INTAKE (WEBORDER, ORDERACC), THE
      *                AVAILABLE-TO-PROMISE RUN AND DEMAND PLANNING
      *                (FORECAST, REPLEN) SO A DISCONTINUED CODE IS
      *                REPLACED THE SAME WAY EVERYWHERE.  THE CALLER
      *                OPENS IT ONCE (FUNCTION O), WHICH LOADS THE
      *                SUPERSESSION FILE AND THE PRODUCT LIST PRICES.
      *                FUNCTION R FOLLOWS A PRODUCT THROUGH EVERY
      *                SUPERSESSION IN EFFECT ON THE AS-OF DATE (A
      *                REPLACED BY B, B LATER REPLACED BY C, SENDS AN
      *                ORDER FOR A TO C) AND REPRICES IT BY EACH
      *                PAIR'S PRICE RULE.  FUNCTION S RETURNS THE NEXT
      *                APPROVED OUT-OF-STOCK SUBSTITUTE FOR A PRODUCT
      *                NOT YET SUPERSEDED, ITSELF FOLLOWED THROUGH ANY
      *                SUPERSESSION.  A MISSING SUPERSESSION FILE
      *                MEANS NO PRODUCT HAS BEEN REPLACED.  WORKING
      *                STORAGE PERSISTS BETWEEN CALLS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    PRODUCT RECORD CORRECTED TO THE 66-BYTE
      *                  PRODFILE LAYOUT.  A PRODUCT FILE TOO BIG FOR
      *                  THE PRICE TABLE NOW STOPS THE RUN INSTEAD OF
      *                  LEAVING THE OVERFLOW PRODUCTS UNPRICED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODSUPR.
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
           SELECT SUPERSESSION-FILE ASSIGN TO "SUPERSED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XS-SUPERSED-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XS-PRODFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUPERSESSION-FILE
           RECORDING MODE IS F.
       01  SUPERSESSION-RECORD.
           COPY SUPERSED.

       FD  PRODUCT-FILE
           RECORDING MODE IS F.
       01  PRODUCT-RECORD.
           05  PD-PRODUCT-CODE         PIC X(05).
           05  PD-PRODUCT-NAME         PIC X(20).
           05  PD-UNIT-PRICE           PIC 9(05)V99.
           05  FILLER                  PIC X(34).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.

       01  XS-SUPERSED-STATUS          PIC X(02) VALUE "00".
           88  XS-SUPERSED-OK          VALUE "00".
           88  XS-SUPERSED-EOF         VALUE "10".
           88  XS-SUPERSED-NOTFOUND    VALUE "35".
       01  XS-PRODFILE-STATUS          PIC X(02) VALUE "00".
           88  XS-PRODFILE-OK          VALUE "00".
           88  XS-PRODFILE-EOF         VALUE "10".
           88  XS-PRODFILE-NOTFOUND    VALUE "35".

       01  XS-SWITCHES.
           05  XS-SUPR-EOF-SWITCH      PIC X(01) VALUE "N".
               88  XS-SUPR-END         VALUE "Y".
           05  XS-PRODUCT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  XS-PRODUCT-END      VALUE "Y".
           05  XS-OPENED-SWITCH        PIC X(01) VALUE "N".
               88  XS-OPENED           VALUE "Y".

      *-----------------------------------------------------------------
      * A CHAIN LONGER THAN THIS IS TAKEN TO BE A LOOP IN THE FILE
      * (A REPLACED BY B AND B BY A) AND IS CUT OFF WHERE IT STANDS.
      *-----------------------------------------------------------------
       01  XS-MAX-HOPS                 PIC 9(02) COMP VALUE 10.

       01  XS-COUNTERS.
           05  XS-SUPR-COUNT           PIC 9(04) COMP VALUE 0.
           05  XS-MAX-SUPRS            PIC 9(04) COMP VALUE 1000.
           05  XS-SUPR-IDX             PIC 9(04) COMP VALUE 0.
           05  XS-SUPR-FOUND-IDX       PIC 9(04) COMP VALUE 0.
           05  XS-PROD-COUNT           PIC 9(04) COMP VALUE 0.
           05  XS-MAX-PRODS            PIC 9(04) COMP VALUE 2000.
           05  XS-PROD-IDX             PIC 9(04) COMP VALUE 0.
           05  XS-PROD-FOUND-IDX       PIC 9(04) COMP VALUE 0.
           05  XS-HOP-COUNT            PIC 9(02) COMP VALUE 0.

       01  XS-AS-OF-DATE               PIC 9(08) VALUE 0.
       01  XS-SEARCH-PRODUCT           PIC X(05) VALUE SPACES.

       01  XS-SUPR-TABLE.
           05  XS-SUPR-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON XS-SUPR-COUNT
                   INDEXED BY XS-SU-IDX.
               COPY SUPERSED.

       01  XS-PRICE-TABLE.
           05  XS-PRICE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON XS-PROD-COUNT
                   INDEXED BY XS-PR-IDX.
               10  XS-PR-PRODUCT-CODE  PIC X(05).
               10  XS-PR-UNIT-PRICE    PIC 9(05)V99.

       LINKAGE SECTION.
       01  XS-FUNCTION-CODE            PIC X(01).
           88  XS-FN-OPEN              VALUE "O".
           88  XS-FN-RESOLVE           VALUE "R".
           88  XS-FN-SUBSTITUTE        VALUE "S".
       01  XS-SUPR-REQUEST.
           COPY SUPRREQ.

       PROCEDURE DIVISION USING XS-FUNCTION-CODE
                                 XS-SUPR-REQUEST.
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN XS-FN-OPEN
                   PERFORM 1000-LOAD-SUPERSESSIONS
               WHEN XS-FN-RESOLVE
                   PERFORM 2000-RESOLVE-SUPERSESSION
               WHEN XS-FN-SUBSTITUTE
                   PERFORM 3000-FIND-SUBSTITUTE
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * BOTH TABLES ARE READ ONCE PER RUN.  A SUPERSESSION FILE TOO
      * BIG FOR ITS TABLE STOPS THE RUN RATHER THAN LET ORDERS FOR A
      * DEAD CODE THROUGH, AND A PRODUCT FILE TOO BIG FOR THE PRICE
      * TABLE STOPS IT RATHER THAN PRICE THE OVERFLOW AT THE ORDER
      * PRICE; A PRODUCT MISSING FROM THE PRICE TABLE SIMPLY KEEPS
      * THE ORDER PRICE.
      *-----------------------------------------------------------------
       1000-LOAD-SUPERSESSIONS.
           MOVE 1 TO XS-SUPR-COUNT
           MOVE "N" TO XS-SUPR-EOF-SWITCH
           OPEN INPUT SUPERSESSION-FILE
           IF XS-SUPERSED-NOTFOUND
               SET XS-SUPR-END TO TRUE
           ELSE
               IF NOT XS-SUPERSED-OK AND NOT XS-SUPERSED-EOF
                   MOVE "PRODSUPR" TO AB-PROGRAM-ID
                   MOVE "SUPERSED" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE XS-SUPERSED-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-SUPERSESSION
               PERFORM 1110-STORE-SUPERSESSION
                   UNTIL XS-SUPR-END
                       OR XS-SUPR-COUNT > XS-MAX-SUPRS
               IF NOT XS-SUPR-END
                   DISPLAY "PRODSUPR: SUPERSESSION TABLE FULL AT "
                       XS-MAX-SUPRS " - RUN STOPPED"
                   MOVE "PRODSUPR" TO AB-PROGRAM-ID
                   MOVE "SUPERSED" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE XS-SUPERSED-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE SUPERSESSION-FILE
           END-IF
           IF XS-SUPR-COUNT > 1
               SUBTRACT 1 FROM XS-SUPR-COUNT
           ELSE
               MOVE 0 TO XS-SUPR-COUNT
           END-IF
           PERFORM 1200-LOAD-LIST-PRICES
           SET XS-OPENED TO TRUE.

       1110-STORE-SUPERSESSION.
           IF SU-OLD-PRODUCT OF SUPERSESSION-RECORD NOT = SPACES
                   AND SU-NEW-PRODUCT OF SUPERSESSION-RECORD
                       NOT = SPACES
               MOVE SUPERSESSION-RECORD
                   TO XS-SUPR-ENTRY (XS-SUPR-COUNT)
               IF SU-EFFECTIVE-DATE OF XS-SUPR-ENTRY (XS-SUPR-COUNT)
                       NOT NUMERIC
                   MOVE 0 TO SU-EFFECTIVE-DATE
                       OF XS-SUPR-ENTRY (XS-SUPR-COUNT)
               END-IF
               ADD 1 TO XS-SUPR-COUNT
           END-IF
           PERFORM 1190-READ-SUPERSESSION.

       1190-READ-SUPERSESSION.
           READ SUPERSESSION-FILE
               AT END
                   SET XS-SUPR-END TO TRUE
           END-READ.

       1200-LOAD-LIST-PRICES.
           MOVE 1 TO XS-PROD-COUNT
           MOVE "N" TO XS-PRODUCT-EOF-SWITCH
           OPEN INPUT PRODUCT-FILE
           IF XS-PRODFILE-NOTFOUND
               SET XS-PRODUCT-END TO TRUE
           ELSE
               IF NOT XS-PRODFILE-OK AND NOT XS-PRODFILE-EOF
                   MOVE "PRODSUPR" TO AB-PROGRAM-ID
                   MOVE "PRODFILE" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE XS-PRODFILE-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-PRODUCT
               PERFORM 1210-STORE-LIST-PRICE
                   UNTIL XS-PRODUCT-END
                       OR XS-PROD-COUNT > XS-MAX-PRODS
               IF NOT XS-PRODUCT-END
                   DISPLAY "PRODSUPR: PRICE TABLE FULL AT "
                       XS-MAX-PRODS " - RUN STOPPED"
                   MOVE "PRODSUPR" TO AB-PROGRAM-ID
                   MOVE "PRODFILE" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE XS-PRODFILE-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE PRODUCT-FILE
           END-IF
           IF XS-PROD-COUNT > 1
               SUBTRACT 1 FROM XS-PROD-COUNT
           ELSE
               MOVE 0 TO XS-PROD-COUNT
           END-IF.

       1210-STORE-LIST-PRICE.
           MOVE PD-PRODUCT-CODE TO XS-PR-PRODUCT-CODE (XS-PROD-COUNT)
           MOVE PD-UNIT-PRICE TO XS-PR-UNIT-PRICE (XS-PROD-COUNT)
           ADD 1 TO XS-PROD-COUNT
           PERFORM 1290-READ-PRODUCT.

       1290-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   SET XS-PRODUCT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * SUPERSESSION: THE PRODUCT IS MOVED ALONG EVERY PAIR IN EFFECT
      * ON THE AS-OF DATE UNTIL IT REACHES A CODE NOT ITSELF REPLACED.
      *-----------------------------------------------------------------
       2000-RESOLVE-SUPERSESSION.
           SET SR-NO-CHANGE TO TRUE
           MOVE SR-PRODUCT-CODE TO SR-ORIGINAL-PRODUCT
           PERFORM 2050-SET-AS-OF-DATE
           PERFORM 2100-FOLLOW-CHAIN
           IF SR-PRODUCT-CODE NOT = SR-ORIGINAL-PRODUCT
               SET SR-SUPERSEDED TO TRUE
           END-IF.

       2050-SET-AS-OF-DATE.
           IF SR-AS-OF-DATE = 0 OR SR-AS-OF-DATE NOT NUMERIC
               MOVE FUNCTION CURRENT-DATE (1:8) TO XS-AS-OF-DATE
           ELSE
               MOVE SR-AS-OF-DATE TO XS-AS-OF-DATE
           END-IF.

       2100-FOLLOW-CHAIN.
           MOVE 0 TO XS-HOP-COUNT
           PERFORM 2110-TAKE-ONE-HOP
           PERFORM 2110-TAKE-ONE-HOP
               UNTIL XS-SUPR-FOUND-IDX = 0
                   OR XS-HOP-COUNT NOT < XS-MAX-HOPS
           IF XS-SUPR-FOUND-IDX NOT = 0
               DISPLAY "PRODSUPR: SUPERSESSION CHAIN FROM "
                   SR-ORIGINAL-PRODUCT " DOES NOT END - STOPPED AT "
                   SR-PRODUCT-CODE
           END-IF.

       2110-TAKE-ONE-HOP.
           MOVE SR-PRODUCT-CODE (1:5) TO XS-SEARCH-PRODUCT
           MOVE 0 TO XS-SUPR-FOUND-IDX
           PERFORM 2120-COMPARE-SUPERSESSION
               VARYING XS-SUPR-IDX FROM 1 BY 1
               UNTIL XS-SUPR-IDX > XS-SUPR-COUNT
                   OR XS-SUPR-FOUND-IDX NOT = 0
           IF XS-SUPR-FOUND-IDX NOT = 0
               PERFORM 2700-APPLY-PRICE-RULE
               MOVE SPACES TO SR-PRODUCT-CODE
               MOVE SU-NEW-PRODUCT OF XS-SUPR-ENTRY (XS-SUPR-FOUND-IDX)
                   TO SR-PRODUCT-CODE
               ADD 1 TO XS-HOP-COUNT
           END-IF.

       2120-COMPARE-SUPERSESSION.
           IF SU-OLD-PRODUCT OF XS-SUPR-ENTRY (XS-SUPR-IDX)
                   = XS-SEARCH-PRODUCT
                   AND SU-EFFECTIVE-DATE OF XS-SUPR-ENTRY (XS-SUPR-IDX)
                       NOT = 0
                   AND SU-EFFECTIVE-DATE OF XS-SUPR-ENTRY (XS-SUPR-IDX)
                       NOT > XS-AS-OF-DATE
               MOVE XS-SUPR-IDX TO XS-SUPR-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * PRICES SR-UNIT-PRICE FOR THE NEW PRODUCT OF THE PAIR AT
      * XS-SUPR-FOUND-IDX.  A NEW PRODUCT WITH NO LIST PRICE ON THE
      * PRODUCT FILE KEEPS THE ORDER PRICE WHATEVER THE RULE.
      *-----------------------------------------------------------------
       2700-APPLY-PRICE-RULE.
           MOVE SU-NEW-PRODUCT OF XS-SUPR-ENTRY (XS-SUPR-FOUND-IDX)
               TO XS-SEARCH-PRODUCT
           MOVE 0 TO XS-PROD-FOUND-IDX
           PERFORM 2710-COMPARE-LIST-PRICE
               VARYING XS-PROD-IDX FROM 1 BY 1
               UNTIL XS-PROD-IDX > XS-PROD-COUNT
                   OR XS-PROD-FOUND-IDX NOT = 0
           IF XS-PROD-FOUND-IDX NOT = 0
               EVALUATE TRUE
                   WHEN SU-PRICE-LIST
                           OF XS-SUPR-ENTRY (XS-SUPR-FOUND-IDX)
                       MOVE XS-PR-UNIT-PRICE (XS-PROD-FOUND-IDX)
                           TO SR-UNIT-PRICE
                   WHEN SU-PRICE-LOWER
                           OF XS-SUPR-ENTRY (XS-SUPR-FOUND-IDX)
                       IF XS-PR-UNIT-PRICE (XS-PROD-FOUND-IDX)
                               < SR-UNIT-PRICE
                           MOVE XS-PR-UNIT-PRICE (XS-PROD-FOUND-IDX)
                               TO SR-UNIT-PRICE
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       2710-COMPARE-LIST-PRICE.
           IF XS-PR-PRODUCT-CODE (XS-PROD-IDX) = XS-SEARCH-PRODUCT
               MOVE XS-PROD-IDX TO XS-PROD-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * SUBSTITUTION: THE NEXT PAIR AFTER SR-NEXT-ENTRY THAT NAMES THE
      * PRODUCT, ALLOWS SUBSTITUTION AND IS NOT (YET) A SUPERSESSION.
      * THE SUBSTITUTE IS PRICED BY THE PAIR'S RULE AND THEN FOLLOWED
      * THROUGH ANY SUPERSESSION OF ITS OWN.
      *-----------------------------------------------------------------
       3000-FIND-SUBSTITUTE.
           SET SR-NO-CHANGE TO TRUE
           MOVE SR-PRODUCT-CODE TO SR-ORIGINAL-PRODUCT
           PERFORM 2050-SET-AS-OF-DATE
           MOVE SR-PRODUCT-CODE (1:5) TO XS-SEARCH-PRODUCT
           MOVE 0 TO XS-SUPR-FOUND-IDX
           IF SR-NEXT-ENTRY NOT NUMERIC
               MOVE 0 TO SR-NEXT-ENTRY
           END-IF
           COMPUTE XS-SUPR-IDX = SR-NEXT-ENTRY + 1
           PERFORM 3100-COMPARE-SUBSTITUTE
               VARYING XS-SUPR-IDX FROM XS-SUPR-IDX BY 1
               UNTIL XS-SUPR-IDX > XS-SUPR-COUNT
                   OR XS-SUPR-FOUND-IDX NOT = 0
           IF XS-SUPR-FOUND-IDX = 0
               MOVE XS-SUPR-COUNT TO SR-NEXT-ENTRY
           ELSE
               MOVE XS-SUPR-FOUND-IDX TO SR-NEXT-ENTRY
               PERFORM 2700-APPLY-PRICE-RULE
               MOVE SPACES TO SR-PRODUCT-CODE
               MOVE SU-NEW-PRODUCT OF XS-SUPR-ENTRY (XS-SUPR-FOUND-IDX)
                   TO SR-PRODUCT-CODE
               PERFORM 2100-FOLLOW-CHAIN
               SET SR-SUBSTITUTE-FOUND TO TRUE
           END-IF.

       3100-COMPARE-SUBSTITUTE.
           IF SU-OLD-PRODUCT OF XS-SUPR-ENTRY (XS-SUPR-IDX)
                   = XS-SEARCH-PRODUCT
                   AND SU-SUBST-ALLOWED OF XS-SUPR-ENTRY (XS-SUPR-IDX)
                   AND (SU-EFFECTIVE-DATE OF XS-SUPR-ENTRY (XS-SUPR-IDX)
                           = 0
                     OR SU-EFFECTIVE-DATE OF XS-SUPR-ENTRY (XS-SUPR-IDX)
                           > XS-AS-OF-DATE)
               MOVE XS-SUPR-IDX TO XS-SUPR-FOUND-IDX
           END-IF.

       COPY ABENDPAR.

       END PROGRAM PRODSUPR.
