      *                FILE.  THE PRODUCT FILE IS LOADED AT START OF
      *                RUN, UPDATED IN THE TABLE AND REWRITTEN IN
      *                FULL; AN OVERFLOWING LOAD STOPS THE RUN.
      *                EACH POSTED COUNT ALSO STAMPS ITS COUNT DATE ON
      *                THE PRODUCT'S CYCLE-COUNT SCHEDULE RECORD SO
      *                CYCSCHED KNOWS WHEN IT IS NEXT DUE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    CYCLE COUNTING - STAMP THE LAST COUNT DATE ON
      *                  THE CYCLE-COUNT SCHEDULE FOR EVERY COUNT
      *                  POSTED, AND CARRY THE PRODUCT'S ABC CLASS
      *                  THROUGH THE PRODUCT FILE REWRITE.
      * 10/15/2026 DO    CARRY THE PRODUCT STATUS CODE SET BY PRODMANT
      *                  THROUGH THE PRODUCT FILE REWRITE.
      * 10/15/2026 DO    CARRY THE PRODUCT UNIT WEIGHT (USED TO SPREAD
      *                  INBOUND FREIGHT) THROUGH THE PRODUCT FILE
      *                  REWRITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CNTVAR.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERDCLOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-PERDCLOS-STATUS.
           SELECT CYCLE-COUNT-FILE ASSIGN TO "CYCLECNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CV-CYCLECNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PD-UNIT-COST            PIC 9(05)V99.
           05  PD-REORDER-POINT        PIC 9(07).
           05  PD-REORDER-QTY          PIC 9(07).
           05  PD-ABC-CLASS            PIC X(01).
           05  PD-STATUS-CODE          PIC X(01).
           05  PD-UNIT-WEIGHT          PIC 9(03)V9.

       FD  COUNT-TRANS
           RECORDING MODE IS F.
       01  PERIOD-CLOSE-RECORD.
           COPY PERIODSUM.

       FD  CYCLE-COUNT-FILE
           RECORDING MODE IS F.
       01  CYCLE-COUNT-RECORD.
           COPY CYCLECNT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
           88  CV-CNTSUSP-OK           VALUE "00".
       01  CV-PERDCLOS-STATUS          PIC X(02) VALUE "00".
           88  CV-PERDCLOS-OK          VALUE "00".
       01  CV-CYCLECNT-STATUS          PIC X(02) VALUE "00".
           88  CV-CYCLECNT-OK          VALUE "00".
           88  CV-CYCLECNT-EOF         VALUE "10".
           88  CV-CYCLECNT-NOTFOUND    VALUE "35".

       01  CV-SWITCHES.
           05  CV-PRODUCT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  CV-PRODUCT-END      VALUE "Y".
           05  CV-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  CV-TRANS-END        VALUE "Y".
           05  CV-CYCLE-EOF-SWITCH     PIC X(01) VALUE "N".
               88  CV-CYCLE-END        VALUE "Y".

       01  CV-COUNTERS.
           05  CV-PRODUCT-COUNT        PIC 9(05) COMP VALUE 0.
           05  CV-VAR-IDX              PIC 9(05) COMP VALUE 0.
           05  CV-POSTED-COUNT         PIC 9(05) COMP VALUE 0.
           05  CV-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  CV-CYCLE-COUNT          PIC 9(05) COMP VALUE 0.
           05  CV-MAX-CYCLES           PIC 9(05) COMP VALUE 2000.
           05  CV-CYCLE-IDX            PIC 9(05) COMP VALUE 0.
           05  CV-CYCLE-FOUND-IDX      PIC 9(05) COMP VALUE 0.

       01  CV-WORK-FIELDS.
           05  CV-VARIANCE-QTY         PIC S9(07) VALUE 0.
               10  CV-PD-UNIT-COST     PIC 9(05)V99.
               10  CV-PD-REORDER-POINT PIC 9(07).
               10  CV-PD-REORDER-QTY   PIC 9(07).
               10  CV-PD-ABC-CLASS     PIC X(01).
               10  CV-PD-STATUS-CODE   PIC X(01).
               10  CV-PD-UNIT-WEIGHT   PIC 9(03)V9.

      *-----------------------------------------------------------------
      * THE CYCLE-COUNT SCHEDULE, LOADED WHOLE AND REWRITTEN AT END OF
      * RUN WITH THE NEW LAST COUNT DATES.
      *-----------------------------------------------------------------
       01  CV-CYCLE-TABLE.
           05  CV-CYCLE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CV-CYCLE-COUNT
                   INDEXED BY CV-CC-IDX.
               10  CV-CC-RECORD        PIC X(40).

       01  CV-CC-WORK-RECORD.
           COPY CYCLECNT REPLACING LEADING ==CC-== BY ==CW-==.

       01  CV-VARIANCE-TABLE.
           05  CV-VARIANCE-ENTRY OCCURS 1 TO 2000 TIMES
           PERFORM 3000-SORT-BY-VARIANCE-VALUE
           PERFORM 4000-PRINT-VARIANCE-REPORT
           PERFORM 5000-REWRITE-PRODUCT-FILE
           PERFORM 5500-REWRITE-CYCLE-FILE
           PERFORM 6000-TERMINATE
           STOP RUN.

           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-PRODUCT-FILE
           PERFORM 1200-LOAD-CYCLE-FILE
           OPEN INPUT COUNT-TRANS
           IF NOT CV-COUNTTRN-OK AND NOT CV-COUNTTRN-EOF
               MOVE "CNTVAR" TO AB-PROGRAM-ID
               TO CV-PD-REORDER-POINT (CV-PRODUCT-COUNT)
           MOVE PD-REORDER-QTY
               TO CV-PD-REORDER-QTY (CV-PRODUCT-COUNT)
           MOVE PD-ABC-CLASS TO CV-PD-ABC-CLASS (CV-PRODUCT-COUNT)
           MOVE PD-STATUS-CODE
               TO CV-PD-STATUS-CODE (CV-PRODUCT-COUNT)
           IF PD-UNIT-WEIGHT IS NUMERIC
               MOVE PD-UNIT-WEIGHT
                   TO CV-PD-UNIT-WEIGHT (CV-PRODUCT-COUNT)
           ELSE
               MOVE 0 TO CV-PD-UNIT-WEIGHT (CV-PRODUCT-COUNT)
           END-IF
           ADD 1 TO CV-PRODUCT-COUNT
           PERFORM 1190-READ-PRODUCT-RECORD.

                   SET CV-PRODUCT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE SCHEDULE IS REWRITTEN IN FULL, SO LIKE THE PRODUCT FILE AN
      * OVERFLOWING LOAD STOPS THE RUN.  NO SCHEDULE YET IS NOT AN
      * ERROR - ONE IS STARTED FROM THE COUNTS POSTED.
      *-----------------------------------------------------------------
       1200-LOAD-CYCLE-FILE.
           MOVE 1 TO CV-CYCLE-COUNT
           OPEN INPUT CYCLE-COUNT-FILE
           IF CV-CYCLECNT-NOTFOUND
               SET CV-CYCLE-END TO TRUE
           ELSE
               IF NOT CV-CYCLECNT-OK AND NOT CV-CYCLECNT-EOF
                   MOVE "CNTVAR" TO AB-PROGRAM-ID
                   MOVE "CYCLECNT" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE CV-CYCLECNT-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-CYCLE-RECORD
               PERFORM 1210-STORE-CYCLE-RECORD
                   UNTIL CV-CYCLE-END
                       OR CV-CYCLE-COUNT > CV-MAX-CYCLES
               IF NOT CV-CYCLE-END
                   DISPLAY "CNTVAR: SCHEDULE TABLE FULL AT "
                       CV-MAX-CYCLES
                   MOVE "CNTVAR" TO AB-PROGRAM-ID
                   MOVE "CYCLECNT" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE CV-CYCLECNT-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE CYCLE-COUNT-FILE
           END-IF
           IF CV-CYCLE-COUNT > 1
               SUBTRACT 1 FROM CV-CYCLE-COUNT
           ELSE
               MOVE 0 TO CV-CYCLE-COUNT
           END-IF.

       1210-STORE-CYCLE-RECORD.
           MOVE CYCLE-COUNT-RECORD TO CV-CC-RECORD (CV-CYCLE-COUNT)
           ADD 1 TO CV-CYCLE-COUNT
           PERFORM 1290-READ-CYCLE-RECORD.

       1290-READ-CYCLE-RECORD.
           READ CYCLE-COUNT-FILE
               AT END
                   SET CV-CYCLE-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EACH COUNT TRANSACTION TRUES ITS PRODUCT'S ON-HAND UP TO THE
      * COUNTED QUANTITY.  THE VARIANCE (COUNTED LESS BOOK) IS KEPT
               MOVE CV-ABS-VALUE TO CV-VR-ABS-VALUE (CV-VAR-COUNT)
           END-IF
           MOVE CN-COUNTED-QTY TO CV-PD-QUANTITY (CV-PROD-FOUND-IDX)
           PERFORM 2300-STAMP-COUNT-DATE
           ADD 1 TO CV-POSTED-COUNT.

      *-----------------------------------------------------------------
      * THE COUNT DATE BECOMES THE PRODUCT'S LAST COUNT DATE UNLESS A
      * LATER COUNT IS ALREADY ON THE SCHEDULE.  A PRODUCT NOT YET ON
      * THE SCHEDULE IS ADDED AT ITS PRODUCT-FILE CLASS.
      *-----------------------------------------------------------------
       2300-STAMP-COUNT-DATE.
           MOVE 0 TO CV-CYCLE-FOUND-IDX
           IF CV-CYCLE-COUNT > 0
               PERFORM 2310-COMPARE-CYCLE
                   VARYING CV-CYCLE-IDX FROM 1 BY 1
                   UNTIL CV-CYCLE-IDX > CV-CYCLE-COUNT
                       OR CV-CYCLE-FOUND-IDX NOT = 0
           END-IF
           IF CV-CYCLE-FOUND-IDX = 0
               IF CV-CYCLE-COUNT >= CV-MAX-CYCLES
                   DISPLAY "CNTVAR: SCHEDULE TABLE FULL, PRODUCT "
                       CN-PRODUCT-CODE " COUNT DATE NOT STAMPED"
               ELSE
                   ADD 1 TO CV-CYCLE-COUNT
                   MOVE CV-CYCLE-COUNT TO CV-CYCLE-FOUND-IDX
                   MOVE SPACES TO CV-CC-WORK-RECORD
                   MOVE CN-PRODUCT-CODE TO CW-PRODUCT-CODE
                   IF CV-PD-ABC-CLASS (CV-PROD-FOUND-IDX)
                           = "A" OR "B" OR "C"
                       MOVE CV-PD-ABC-CLASS (CV-PROD-FOUND-IDX)
                           TO CW-ABC-CLASS
                   ELSE
                       MOVE "C" TO CW-ABC-CLASS
                   END-IF
                   MOVE 0 TO CW-ANNUAL-USAGE
                   MOVE 0 TO CW-LAST-COUNT-DATE
                   MOVE 0 TO CW-LAST-SHEET-DATE
                   MOVE CV-CC-WORK-RECORD
                       TO CV-CC-RECORD (CV-CYCLE-FOUND-IDX)
               END-IF
           END-IF
           IF CV-CYCLE-FOUND-IDX NOT = 0
               MOVE CV-CC-RECORD (CV-CYCLE-FOUND-IDX)
                   TO CV-CC-WORK-RECORD
               IF CN-COUNT-DATE > CW-LAST-COUNT-DATE
                   MOVE CN-COUNT-DATE TO CW-LAST-COUNT-DATE
               END-IF
               MOVE CV-CC-WORK-RECORD
                   TO CV-CC-RECORD (CV-CYCLE-FOUND-IDX)
           END-IF.

       2310-COMPARE-CYCLE.
           IF CV-CC-RECORD (CV-CYCLE-IDX) (1:5) = CN-PRODUCT-CODE
               MOVE CV-CYCLE-IDX TO CV-CYCLE-FOUND-IDX
           END-IF.

       2500-LOG-SUSPENSE-RECORD.
           MOVE "CNTVAR" TO SS-SOURCE-PROGRAM
           MOVE "COUNT" TO SS-TRANS-TYPE
           MOVE CV-PD-REORDER-POINT (CV-PROD-IDX)
               TO PD-REORDER-POINT
           MOVE CV-PD-REORDER-QTY (CV-PROD-IDX) TO PD-REORDER-QTY
           MOVE CV-PD-ABC-CLASS (CV-PROD-IDX) TO PD-ABC-CLASS
           MOVE CV-PD-STATUS-CODE (CV-PROD-IDX) TO PD-STATUS-CODE
           MOVE CV-PD-UNIT-WEIGHT (CV-PROD-IDX) TO PD-UNIT-WEIGHT
           WRITE PRODUCT-RECORD.

       5500-REWRITE-CYCLE-FILE.
           OPEN OUTPUT CYCLE-COUNT-FILE
           IF NOT CV-CYCLECNT-OK
               MOVE "CNTVAR" TO AB-PROGRAM-ID
               MOVE "CYCLECNT" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE CV-CYCLECNT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF CV-CYCLE-COUNT > 0
               PERFORM 5510-WRITE-CYCLE-RECORD
                   VARYING CV-CYCLE-IDX FROM 1 BY 1
                   UNTIL CV-CYCLE-IDX > CV-CYCLE-COUNT
           END-IF
           CLOSE CYCLE-COUNT-FILE.

       5510-WRITE-CYCLE-RECORD.
           MOVE CV-CC-RECORD (CV-CYCLE-IDX) TO CYCLE-COUNT-RECORD
           WRITE CYCLE-COUNT-RECORD.

      *-----------------------------------------------------------------
      * THE NET SHRINKAGE VALUE GOES TO THE PERIOD-CLOSE FILE IN
      * PS-AMOUNT-1 (POSITIVE = SHRINKAGE, NEGATIVE = OVERAGE) FOR
