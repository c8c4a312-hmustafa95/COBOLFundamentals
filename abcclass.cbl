      ******************************************************************
      * PROGRAM-ID.    ABCCLASS
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       ABC PRODUCT CLASSIFICATION.  EACH PRODUCT'S
      *                ANNUAL USAGE VALUE IS THE QUANTITY SHIPPED ON
      *                ORDERS LAST SHIPPED IN THE TWELVE MONTHS UP TO
      *                THE RUN, AT THE PRODUCT'S UNIT COST.  PRODUCTS
      *                ARE RANKED BY USAGE VALUE, HIGHEST FIRST, AND
      *                CLASSED ON THEIR SHARE OF THE CUMULATIVE TOTAL:
      *                CLASS A UNTIL THE RUNNING SHARE REACHES THE A
      *                LIMIT, CLASS B UNTIL IT REACHES THE B LIMIT,
      *                CLASS C AFTER THAT.  A PRODUCT WITH NO USAGE IS
      *                CLASS C.  THE CLASS IS STORED ON THE PRODUCT
      *                FILE AND ON THE CYCLE-COUNT SCHEDULE, WHERE
      *                CYCSCHED USES IT TO SET HOW OFTEN THE PRODUCT
      *                IS COUNTED.  THE PARETO BREAKDOWN LISTS EVERY
      *                PRODUCT IN RANK ORDER, NOTES ANY CHANGE OF
      *                CLASS, AND SUMMARIZES PRODUCTS AND USAGE VALUE
      *                BY CLASS.  THE PRODUCT FILE IS LOADED AT START
      *                OF RUN AND REWRITTEN IN FULL; AN OVERFLOWING
      *                LOAD STOPS THE RUN.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ABCCLASS.
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
           SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-PRODFILE-STATUS.
           SELECT ORDER-HEADER-FILE ASSIGN TO "ORDHDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-ORDHDR-STATUS.
           SELECT CYCLE-COUNT-FILE ASSIGN TO "CYCLECNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AC-CYCLECNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05  PD-ABC-CLASS            PIC X(01).
           05  PD-STATUS-CODE          PIC X(01).
           05  FILLER                  PIC X(04).

       FD  ORDER-HEADER-FILE
           RECORDING MODE IS F.
       01  ORDER-HEADER-RECORD.
           COPY ORDHDR.

       FD  CYCLE-COUNT-FILE
           RECORDING MODE IS F.
       01  CYCLE-COUNT-RECORD.
           COPY CYCLECNT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  AC-PRODFILE-STATUS          PIC X(02) VALUE "00".
           88  AC-PRODFILE-OK          VALUE "00".
           88  AC-PRODFILE-EOF         VALUE "10".
       01  AC-ORDHDR-STATUS            PIC X(02) VALUE "00".
           88  AC-ORDHDR-OK            VALUE "00".
           88  AC-ORDHDR-EOF           VALUE "10".
           88  AC-ORDHDR-NOTFOUND      VALUE "35".
       01  AC-CYCLECNT-STATUS          PIC X(02) VALUE "00".
           88  AC-CYCLECNT-OK          VALUE "00".
           88  AC-CYCLECNT-EOF         VALUE "10".
           88  AC-CYCLECNT-NOTFOUND    VALUE "35".

       01  AC-SWITCHES.
           05  AC-PRODUCT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  AC-PRODUCT-END      VALUE "Y".
           05  AC-ORDER-EOF-SWITCH     PIC X(01) VALUE "N".
               88  AC-ORDER-END        VALUE "Y".
           05  AC-CYCLE-EOF-SWITCH     PIC X(01) VALUE "N".
               88  AC-CYCLE-END        VALUE "Y".

      *-----------------------------------------------------------------
      * CLASS LIMITS, AS A PERCENT OF TOTAL ANNUAL USAGE VALUE.  THE
      * PRODUCTS MAKING UP THE FIRST 80 PERCENT ARE CLASS A, THE NEXT
      * 15 PERCENT CLASS B, THE REST CLASS C.
      *-----------------------------------------------------------------
       01  AC-CLASS-A-LIMIT-PCT        PIC 9(03)V9 VALUE 80.0.
       01  AC-CLASS-B-LIMIT-PCT        PIC 9(03)V9 VALUE 95.0.
       01  AC-USAGE-DAYS               PIC 9(03) VALUE 365.

       01  AC-COUNTERS.
           05  AC-PRODUCT-COUNT        PIC 9(05) COMP VALUE 0.
           05  AC-MAX-PRODUCTS         PIC 9(05) COMP VALUE 2000.
           05  AC-PROD-IDX             PIC 9(05) COMP VALUE 0.
           05  AC-PROD-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  AC-CYCLE-COUNT          PIC 9(05) COMP VALUE 0.
           05  AC-MAX-CYCLES           PIC 9(05) COMP VALUE 2000.
           05  AC-CYCLE-IDX            PIC 9(05) COMP VALUE 0.
           05  AC-CYCLE-FOUND-IDX      PIC 9(05) COMP VALUE 0.
           05  AC-RANK-IDX             PIC 9(05) COMP VALUE 0.
           05  AC-ORDER-READ-COUNT     PIC 9(07) COMP VALUE 0.
           05  AC-ORDER-USED-COUNT     PIC 9(07) COMP VALUE 0.
           05  AC-NO-PRODUCT-COUNT     PIC 9(05) COMP VALUE 0.
           05  AC-CHANGED-COUNT        PIC 9(05) COMP VALUE 0.

       01  AC-DATE-FIELDS.
           05  AC-RUN-DAY-NUMBER       PIC 9(07) VALUE 0.
           05  AC-FROM-DATE            PIC 9(08) VALUE 0.

       01  AC-WORK-FIELDS.
           05  AC-TOTAL-USAGE          PIC 9(11)V99 VALUE 0.
           05  AC-RUNNING-USAGE        PIC 9(11)V99 VALUE 0.
           05  AC-PRIOR-PCT            PIC 9(03)V9 VALUE 0.
           05  AC-ITEM-PCT             PIC 9(03)V9 VALUE 0.
           05  AC-RUNNING-PCT          PIC 9(03)V9 VALUE 0.
           05  AC-CLASS-IDX            PIC 9(01) VALUE 0.

       01  AC-PRODUCT-TABLE.
           05  AC-PRODUCT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON AC-PRODUCT-COUNT
                   INDEXED BY AC-PD-IDX.
               10  AC-PD-RECORD        PIC X(66).
               10  AC-PD-UNITS         PIC 9(09).
               10  AC-PD-USAGE         PIC 9(11)V99.
               10  AC-PD-NEW-CLASS     PIC X(01).

       01  AC-PD-WORK-RECORD.
           05  AC-WK-PRODUCT-CODE      PIC X(05).
           05  AC-WK-PRODUCT-NAME      PIC X(20).
           05  AC-WK-UNIT-PRICE        PIC 9(05)V99.
           05  AC-WK-QUANTITY          PIC 9(07).
           05  AC-WK-UNIT-COST         PIC 9(05)V99.
           05  AC-WK-REORDER-POINT     PIC 9(07).
           05  AC-WK-REORDER-QTY       PIC 9(07).
           05  AC-WK-ABC-CLASS         PIC X(01).
           05  FILLER                  PIC X(05).

      *-----------------------------------------------------------------
      * THE RANKING IS KEPT APART FROM THE PRODUCT TABLE SO THE FILE
      * IS REWRITTEN IN ITS ORIGINAL ORDER.
      *-----------------------------------------------------------------
       01  AC-RANK-TABLE.
           05  AC-RANK-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON AC-PRODUCT-COUNT
                   INDEXED BY AC-RK-IDX.
               10  AC-RK-PROD-IDX      PIC 9(05) COMP.
               10  AC-RK-USAGE         PIC 9(11)V99.

       01  AC-CYCLE-TABLE.
           05  AC-CYCLE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON AC-CYCLE-COUNT
                   INDEXED BY AC-CC-IDX.
               10  AC-CC-PRODUCT-CODE  PIC X(05).
               10  AC-CC-LAST-COUNT    PIC 9(08).
               10  AC-CC-LAST-SHEET    PIC 9(08).

       01  AC-CLASS-TOTALS.
           05  AC-CLASS-TOTAL OCCURS 3 TIMES.
               10  AC-CT-PRODUCTS      PIC 9(05) COMP.
               10  AC-CT-USAGE         PIC 9(11)V99.
       01  AC-CLASS-LETTERS            PIC X(03) VALUE "ABC".

       01  AC-SORT-WORK.
           05  AC-SORT-IDX-I           PIC 9(05) COMP.
           05  AC-SORT-IDX-J           PIC 9(05) COMP.
           05  AC-SORT-PASS-SWITCH     PIC X(01).
               88  AC-SORT-SWAPPED     VALUE "Y".
           05  AC-SORT-HOLD.
               10  AC-SH-PROD-IDX      PIC 9(05) COMP.
               10  AC-SH-USAGE         PIC 9(11)V99.

       01  AC-PERIOD-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(22) VALUE
               "USAGE FROM SHIPMENTS ".
           05  AC-PL-FROM-DATE         PIC 9(08).
           05  FILLER                  PIC X(04) VALUE " TO ".
           05  AC-PL-TO-DATE           PIC 9(08).

       01  AC-COLUMN-HEADING.
           05  FILLER                  PIC X(40) VALUE
               " RANK PRODUCT NAME                  ".
           05  FILLER                  PIC X(40) VALUE
               "     UNITS  UNIT COST     USAGE VALUE".
           05  FILLER                  PIC X(30) VALUE
               "   PCT  CUM PCT CLASS".

       01  AC-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AC-DT-RANK              PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AC-DT-PRODUCT-CODE      PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AC-DT-PRODUCT-NAME      PIC X(20).
           05  AC-DT-UNITS             PIC ZZZ,ZZZ,ZZ9.
           05  AC-DT-UNIT-COST         PIC ZZZ,ZZ9.99.
           05  AC-DT-USAGE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  AC-DT-ITEM-PCT          PIC ZZZ9.9.
           05  AC-DT-RUNNING-PCT       PIC ZZZZ9.9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  AC-DT-CLASS             PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AC-DT-CHANGE            PIC X(12).

       01  AC-SUMMARY-HEADING.
           05  FILLER                  PIC X(40) VALUE
               " CLASS  PRODUCTS  PCT OF PRODUCTS".
           05  FILLER                  PIC X(40) VALUE
               "       USAGE VALUE  PCT OF VALUE".

       01  AC-SUMMARY-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AC-SM-CLASS             PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  AC-SM-PRODUCTS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(08) VALUE SPACES.
           05  AC-SM-PRODUCT-PCT       PIC ZZZ9.9.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  AC-SM-USAGE             PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  AC-SM-USAGE-PCT         PIC ZZZ9.9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-USAGE
           PERFORM 3000-RANK-BY-USAGE
           PERFORM 4000-CLASSIFY-AND-PRINT
           PERFORM 5000-REWRITE-PRODUCT-FILE
           PERFORM 6000-REWRITE-CYCLE-FILE
           PERFORM 7000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "ABCCLASS" TO RH-PROGRAM-NAME
           MOVE "ABC PRODUCT CLASSIFICATION" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
      *    USAGE IS TAKEN FROM SHIPMENTS AFTER THIS DATE, UP TO AND
      *    INCLUDING THE RUN DATE.
           COMPUTE AC-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RH-RUN-DATE)
           COMPUTE AC-FROM-DATE = FUNCTION DATE-OF-INTEGER
               (AC-RUN-DAY-NUMBER - AC-USAGE-DAYS)
           MOVE AC-FROM-DATE TO AC-PL-FROM-DATE
           MOVE RH-RUN-DATE TO AC-PL-TO-DATE
           DISPLAY AC-PERIOD-LINE
           MOVE 0 TO AC-CT-PRODUCTS (1) AC-CT-PRODUCTS (2)
               AC-CT-PRODUCTS (3)
           MOVE 0 TO AC-CT-USAGE (1) AC-CT-USAGE (2) AC-CT-USAGE (3)
           PERFORM 1100-LOAD-PRODUCT-FILE
           PERFORM 1200-LOAD-CYCLE-FILE.

       1100-LOAD-PRODUCT-FILE.
           MOVE 1 TO AC-PRODUCT-COUNT
           OPEN INPUT PRODUCT-FILE
           IF NOT AC-PRODFILE-OK AND NOT AC-PRODFILE-EOF
               MOVE "ABCCLASS" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE AC-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           ELSE
               PERFORM 1190-READ-PRODUCT-RECORD
               PERFORM 1110-STORE-PRODUCT-RECORD
                   UNTIL AC-PRODUCT-END
                       OR AC-PRODUCT-COUNT > AC-MAX-PRODUCTS
      *        THE WHOLE FILE IS REWRITTEN AT END OF RUN, SO AN
      *        OVERFLOWING LOAD MUST STOP THE RUN - A TRUNCATED
      *        TABLE WOULD TRUNCATE THE FILE.
               IF NOT AC-PRODUCT-END
                   DISPLAY "ABCCLASS: PRODUCT TABLE FULL AT "
                       AC-MAX-PRODUCTS " - RUN STOPPED BEFORE THE "
                       "REWRITE COULD TRUNCATE THE FILE"
                   MOVE "ABCCLASS" TO AB-PROGRAM-ID
                   MOVE "PRODFILE" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE AC-PRODFILE-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF
           CLOSE PRODUCT-FILE
           IF AC-PRODUCT-COUNT > 1
               SUBTRACT 1 FROM AC-PRODUCT-COUNT
           ELSE
               MOVE 0 TO AC-PRODUCT-COUNT
           END-IF.

       1110-STORE-PRODUCT-RECORD.
           MOVE PRODUCT-RECORD TO AC-PD-RECORD (AC-PRODUCT-COUNT)
           MOVE 0 TO AC-PD-UNITS (AC-PRODUCT-COUNT)
           MOVE 0 TO AC-PD-USAGE (AC-PRODUCT-COUNT)
           MOVE "C" TO AC-PD-NEW-CLASS (AC-PRODUCT-COUNT)
           ADD 1 TO AC-PRODUCT-COUNT
           PERFORM 1190-READ-PRODUCT-RECORD.

       1190-READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
                   SET AC-PRODUCT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE CURRENT SCHEDULE IS LOADED ONLY TO CARRY EACH PRODUCT'S
      * LAST COUNT AND LAST SHEET DATES INTO THE REWRITTEN FILE.  THE
      * FIRST RUN FINDS NO SCHEDULE AND STARTS EVERY PRODUCT AS NEVER
      * COUNTED.
      *-----------------------------------------------------------------
       1200-LOAD-CYCLE-FILE.
           MOVE 1 TO AC-CYCLE-COUNT
           OPEN INPUT CYCLE-COUNT-FILE
           IF AC-CYCLECNT-NOTFOUND
               DISPLAY "ABCCLASS: NO CYCLE-COUNT SCHEDULE - STARTING "
                   "A NEW ONE"
               SET AC-CYCLE-END TO TRUE
           ELSE
               IF NOT AC-CYCLECNT-OK AND NOT AC-CYCLECNT-EOF
                   MOVE "ABCCLASS" TO AB-PROGRAM-ID
                   MOVE "CYCLECNT" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AC-CYCLECNT-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-CYCLE-RECORD
               PERFORM 1210-STORE-CYCLE-RECORD
                   UNTIL AC-CYCLE-END
                       OR AC-CYCLE-COUNT > AC-MAX-CYCLES
               CLOSE CYCLE-COUNT-FILE
           END-IF
           IF AC-CYCLE-COUNT > 1
               SUBTRACT 1 FROM AC-CYCLE-COUNT
           ELSE
               MOVE 0 TO AC-CYCLE-COUNT
           END-IF.

       1210-STORE-CYCLE-RECORD.
           MOVE CC-PRODUCT-CODE TO AC-CC-PRODUCT-CODE (AC-CYCLE-COUNT)
           MOVE CC-LAST-COUNT-DATE TO AC-CC-LAST-COUNT (AC-CYCLE-COUNT)
           MOVE CC-LAST-SHEET-DATE TO AC-CC-LAST-SHEET (AC-CYCLE-COUNT)
           ADD 1 TO AC-CYCLE-COUNT
           PERFORM 1290-READ-CYCLE-RECORD.

       1290-READ-CYCLE-RECORD.
           READ CYCLE-COUNT-FILE
               AT END
                   SET AC-CYCLE-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * UNITS SHIPPED IN THE USAGE YEAR, BY PRODUCT.  AN ORDER FOR A
      * PRODUCT NO LONGER ON FILE IS COUNTED AND SKIPPED.
      *-----------------------------------------------------------------
       2000-ACCUMULATE-USAGE.
           OPEN INPUT ORDER-HEADER-FILE
           IF AC-ORDHDR-NOTFOUND
               DISPLAY "ABCCLASS: NO ORDER FILE - ALL PRODUCTS CLASS C"
               SET AC-ORDER-END TO TRUE
           ELSE
               IF NOT AC-ORDHDR-OK AND NOT AC-ORDHDR-EOF
                   MOVE "ABCCLASS" TO AB-PROGRAM-ID
                   MOVE "ORDHDR" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AC-ORDHDR-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-ORDER
               PERFORM 2100-TAKE-ONE-ORDER
                   UNTIL AC-ORDER-END
               CLOSE ORDER-HEADER-FILE
           END-IF
           IF AC-PRODUCT-COUNT > 0
               PERFORM 2300-VALUE-ONE-PRODUCT
                   VARYING AC-PROD-IDX FROM 1 BY 1
                   UNTIL AC-PROD-IDX > AC-PRODUCT-COUNT
           END-IF.

       2100-TAKE-ONE-ORDER.
           ADD 1 TO AC-ORDER-READ-COUNT
           IF OH-SHIPPED-QTY NUMERIC
                   AND OH-SHIPPED-QTY > 0
                   AND OH-LAST-SHIP-DATE > AC-FROM-DATE
                   AND OH-LAST-SHIP-DATE NOT > RH-RUN-DATE
               MOVE 0 TO AC-PROD-FOUND-IDX
               PERFORM 2110-COMPARE-PRODUCT
                   VARYING AC-PROD-IDX FROM 1 BY 1
                   UNTIL AC-PROD-IDX > AC-PRODUCT-COUNT
                       OR AC-PROD-FOUND-IDX NOT = 0
               IF AC-PROD-FOUND-IDX = 0
                   ADD 1 TO AC-NO-PRODUCT-COUNT
               ELSE
                   ADD OH-SHIPPED-QTY
                       TO AC-PD-UNITS (AC-PROD-FOUND-IDX)
                   ADD 1 TO AC-ORDER-USED-COUNT
               END-IF
           END-IF
           PERFORM 2900-READ-ORDER.

       2110-COMPARE-PRODUCT.
           IF AC-PD-RECORD (AC-PROD-IDX) (1:5) = OH-PRODUCT-CODE (1:5)
               MOVE AC-PROD-IDX TO AC-PROD-FOUND-IDX
           END-IF.

       2300-VALUE-ONE-PRODUCT.
           MOVE AC-PD-RECORD (AC-PROD-IDX) TO AC-PD-WORK-RECORD
           COMPUTE AC-PD-USAGE (AC-PROD-IDX) =
               AC-PD-UNITS (AC-PROD-IDX) * AC-WK-UNIT-COST
           ADD AC-PD-USAGE (AC-PROD-IDX) TO AC-TOTAL-USAGE
           MOVE AC-PROD-IDX TO AC-RK-PROD-IDX (AC-PROD-IDX)
           MOVE AC-PD-USAGE (AC-PROD-IDX) TO AC-RK-USAGE (AC-PROD-IDX).

       2900-READ-ORDER.
           READ ORDER-HEADER-FILE
               AT END
                   SET AC-ORDER-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * CLASSIC BUBBLE SORT, DESCENDING ON ANNUAL USAGE VALUE.
      *-----------------------------------------------------------------
       3000-RANK-BY-USAGE.
           IF AC-PRODUCT-COUNT > 1
               MOVE "Y" TO AC-SORT-PASS-SWITCH
               PERFORM 3100-SORT-PASS UNTIL NOT AC-SORT-SWAPPED
           END-IF.

       3100-SORT-PASS.
           MOVE "N" TO AC-SORT-PASS-SWITCH
           PERFORM 3200-SORT-COMPARE
               VARYING AC-SORT-IDX-I FROM 1 BY 1
               UNTIL AC-SORT-IDX-I >= AC-PRODUCT-COUNT.

       3200-SORT-COMPARE.
           COMPUTE AC-SORT-IDX-J = AC-SORT-IDX-I + 1
           IF AC-RK-USAGE (AC-SORT-IDX-I)
                   < AC-RK-USAGE (AC-SORT-IDX-J)
               MOVE AC-RANK-ENTRY (AC-SORT-IDX-I) TO AC-SORT-HOLD
               MOVE AC-RANK-ENTRY (AC-SORT-IDX-J)
                   TO AC-RANK-ENTRY (AC-SORT-IDX-I)
               MOVE AC-SORT-HOLD TO AC-RANK-ENTRY (AC-SORT-IDX-J)
               MOVE "Y" TO AC-SORT-PASS-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * A PRODUCT TAKES ITS CLASS FROM THE RUNNING SHARE REACHED BY THE
      * PRODUCTS RANKED ABOVE IT, SO THE PRODUCT THAT CARRIES THE
      * RUNNING SHARE PAST A LIMIT STAYS IN THE HIGHER CLASS.
      *-----------------------------------------------------------------
       4000-CLASSIFY-AND-PRINT.
           DISPLAY " "
           DISPLAY "PARETO BREAKDOWN BY ANNUAL USAGE VALUE"
           DISPLAY AC-COLUMN-HEADING
           IF AC-PRODUCT-COUNT = 0
               DISPLAY "ABCCLASS: NO PRODUCTS ON FILE"
           ELSE
               PERFORM 4100-CLASSIFY-ONE-PRODUCT
                   VARYING AC-RANK-IDX FROM 1 BY 1
                   UNTIL AC-RANK-IDX > AC-PRODUCT-COUNT
           END-IF
           DISPLAY " "
           DISPLAY "SUMMARY BY CLASS"
           DISPLAY AC-SUMMARY-HEADING
           PERFORM 4200-PRINT-CLASS-SUMMARY
               VARYING AC-CLASS-IDX FROM 1 BY 1
               UNTIL AC-CLASS-IDX > 3.

       4100-CLASSIFY-ONE-PRODUCT.
           MOVE AC-RK-PROD-IDX (AC-RANK-IDX) TO AC-PROD-IDX
           MOVE AC-PD-RECORD (AC-PROD-IDX) TO AC-PD-WORK-RECORD
           MOVE AC-RUNNING-PCT TO AC-PRIOR-PCT
           ADD AC-PD-USAGE (AC-PROD-IDX) TO AC-RUNNING-USAGE
           IF AC-TOTAL-USAGE > 0
               COMPUTE AC-ITEM-PCT ROUNDED =
                   AC-PD-USAGE (AC-PROD-IDX) * 100 / AC-TOTAL-USAGE
               COMPUTE AC-RUNNING-PCT ROUNDED =
                   AC-RUNNING-USAGE * 100 / AC-TOTAL-USAGE
           ELSE
               MOVE 0 TO AC-ITEM-PCT
               MOVE 0 TO AC-RUNNING-PCT
           END-IF
           EVALUATE TRUE
               WHEN AC-PD-USAGE (AC-PROD-IDX) = 0
                   MOVE 3 TO AC-CLASS-IDX
               WHEN AC-PRIOR-PCT < AC-CLASS-A-LIMIT-PCT
                   MOVE 1 TO AC-CLASS-IDX
               WHEN AC-PRIOR-PCT < AC-CLASS-B-LIMIT-PCT
                   MOVE 2 TO AC-CLASS-IDX
               WHEN OTHER
                   MOVE 3 TO AC-CLASS-IDX
           END-EVALUATE
           MOVE AC-CLASS-LETTERS (AC-CLASS-IDX:1)
               TO AC-PD-NEW-CLASS (AC-PROD-IDX)
           ADD 1 TO AC-CT-PRODUCTS (AC-CLASS-IDX)
           ADD AC-PD-USAGE (AC-PROD-IDX) TO AC-CT-USAGE (AC-CLASS-IDX)
           MOVE AC-RANK-IDX TO AC-DT-RANK
           MOVE AC-WK-PRODUCT-CODE TO AC-DT-PRODUCT-CODE
           MOVE AC-WK-PRODUCT-NAME TO AC-DT-PRODUCT-NAME
           MOVE AC-PD-UNITS (AC-PROD-IDX) TO AC-DT-UNITS
           MOVE AC-WK-UNIT-COST TO AC-DT-UNIT-COST
           MOVE AC-PD-USAGE (AC-PROD-IDX) TO AC-DT-USAGE
           MOVE AC-ITEM-PCT TO AC-DT-ITEM-PCT
           MOVE AC-RUNNING-PCT TO AC-DT-RUNNING-PCT
           MOVE AC-PD-NEW-CLASS (AC-PROD-IDX) TO AC-DT-CLASS
           IF AC-WK-ABC-CLASS = AC-PD-NEW-CLASS (AC-PROD-IDX)
               MOVE SPACES TO AC-DT-CHANGE
           ELSE
               IF AC-WK-ABC-CLASS = SPACE
                   MOVE "NEW" TO AC-DT-CHANGE
               ELSE
                   MOVE SPACES TO AC-DT-CHANGE
                   STRING "WAS CLASS " AC-WK-ABC-CLASS
                       DELIMITED BY SIZE INTO AC-DT-CHANGE
               END-IF
               ADD 1 TO AC-CHANGED-COUNT
           END-IF
           DISPLAY AC-DETAIL-LINE.

       4200-PRINT-CLASS-SUMMARY.
           MOVE AC-CLASS-LETTERS (AC-CLASS-IDX:1) TO AC-SM-CLASS
           MOVE AC-CT-PRODUCTS (AC-CLASS-IDX) TO AC-SM-PRODUCTS
           MOVE AC-CT-USAGE (AC-CLASS-IDX) TO AC-SM-USAGE
           IF AC-PRODUCT-COUNT > 0
               COMPUTE AC-SM-PRODUCT-PCT ROUNDED =
                   AC-CT-PRODUCTS (AC-CLASS-IDX) * 100
                   / AC-PRODUCT-COUNT
           ELSE
               MOVE 0 TO AC-SM-PRODUCT-PCT
           END-IF
           IF AC-TOTAL-USAGE > 0
               COMPUTE AC-SM-USAGE-PCT ROUNDED =
                   AC-CT-USAGE (AC-CLASS-IDX) * 100 / AC-TOTAL-USAGE
           ELSE
               MOVE 0 TO AC-SM-USAGE-PCT
           END-IF
           DISPLAY AC-SUMMARY-LINE.

       5000-REWRITE-PRODUCT-FILE.
           OPEN OUTPUT PRODUCT-FILE
           IF NOT AC-PRODFILE-OK
               MOVE "ABCCLASS" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AC-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF AC-PRODUCT-COUNT > 0
               PERFORM 5100-WRITE-PRODUCT-RECORD
                   VARYING AC-PROD-IDX FROM 1 BY 1
                   UNTIL AC-PROD-IDX > AC-PRODUCT-COUNT
           END-IF
           CLOSE PRODUCT-FILE.

       5100-WRITE-PRODUCT-RECORD.
           MOVE AC-PD-RECORD (AC-PROD-IDX) TO PRODUCT-RECORD
           MOVE AC-PD-NEW-CLASS (AC-PROD-IDX) TO PD-ABC-CLASS
           WRITE PRODUCT-RECORD.

      *-----------------------------------------------------------------
      * THE SCHEDULE IS REBUILT FROM THE PRODUCT FILE, ONE RECORD PER
      * PRODUCT, SO NEW PRODUCTS JOIN IT AND DROPPED PRODUCTS LEAVE.
      *-----------------------------------------------------------------
       6000-REWRITE-CYCLE-FILE.
           OPEN OUTPUT CYCLE-COUNT-FILE
           IF NOT AC-CYCLECNT-OK
               MOVE "ABCCLASS" TO AB-PROGRAM-ID
               MOVE "CYCLECNT" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AC-CYCLECNT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF AC-PRODUCT-COUNT > 0
               PERFORM 6100-WRITE-CYCLE-RECORD
                   VARYING AC-PROD-IDX FROM 1 BY 1
                   UNTIL AC-PROD-IDX > AC-PRODUCT-COUNT
           END-IF
           CLOSE CYCLE-COUNT-FILE.

       6100-WRITE-CYCLE-RECORD.
           MOVE SPACES TO CYCLE-COUNT-RECORD
           MOVE AC-PD-RECORD (AC-PROD-IDX) (1:5) TO CC-PRODUCT-CODE
           MOVE AC-PD-NEW-CLASS (AC-PROD-IDX) TO CC-ABC-CLASS
           MOVE AC-PD-USAGE (AC-PROD-IDX) TO CC-ANNUAL-USAGE
           MOVE 0 TO CC-LAST-COUNT-DATE
           MOVE 0 TO CC-LAST-SHEET-DATE
           MOVE 0 TO AC-CYCLE-FOUND-IDX
           IF AC-CYCLE-COUNT > 0
               PERFORM 6110-COMPARE-CYCLE
                   VARYING AC-CYCLE-IDX FROM 1 BY 1
                   UNTIL AC-CYCLE-IDX > AC-CYCLE-COUNT
                       OR AC-CYCLE-FOUND-IDX NOT = 0
           END-IF
           IF AC-CYCLE-FOUND-IDX NOT = 0
               MOVE AC-CC-LAST-COUNT (AC-CYCLE-FOUND-IDX)
                   TO CC-LAST-COUNT-DATE
               MOVE AC-CC-LAST-SHEET (AC-CYCLE-FOUND-IDX)
                   TO CC-LAST-SHEET-DATE
           END-IF
           WRITE CYCLE-COUNT-RECORD.

       6110-COMPARE-CYCLE.
           IF AC-CC-PRODUCT-CODE (AC-CYCLE-IDX) = CC-PRODUCT-CODE
               MOVE AC-CYCLE-IDX TO AC-CYCLE-FOUND-IDX
           END-IF.

       7000-TERMINATE.
           DISPLAY " "
           DISPLAY "PRODUCTS CLASSIFIED:       " AC-PRODUCT-COUNT
           DISPLAY "CLASS CHANGES:             " AC-CHANGED-COUNT
           DISPLAY "ORDERS READ:               " AC-ORDER-READ-COUNT
           DISPLAY "ORDERS IN USAGE YEAR:      " AC-ORDER-USED-COUNT
           DISPLAY "ORDERS FOR UNKNOWN PRODUCT:" AC-NO-PRODUCT-COUNT
           DISPLAY "TOTAL ANNUAL USAGE VALUE:  " AC-TOTAL-USAGE
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM ABCCLASS.
