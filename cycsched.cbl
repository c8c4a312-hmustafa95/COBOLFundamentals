      ******************************************************************
      * PROGRAM-ID.    CYCSCHED
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       DAILY CYCLE-COUNT SCHEDULER.  IN PLACE OF THE
      *                ONCE-A-YEAR WALL-TO-WALL EXTRACT FROM CNTSHEET,
      *                EACH DAY'S COUNT SHEETS ARE DRAWN FROM THE
      *                CYCLE-COUNT SCHEDULE BY ABC CLASS.  A PRODUCT IS
      *                DUE WHEN IT HAS NEVER BEEN CYCLE COUNTED OR ITS
      *                CLASS FREQUENCY HAS PASSED SINCE ITS LAST COUNT
      *                (CLASS A MONTHLY, B QUARTERLY, C YEARLY).  SO
      *                THAT THE WORK IS SPREAD EVENLY, EACH CLASS HAS A
      *                DAILY QUOTA - THE PRODUCTS IN THE CLASS OVER
      *                THE WORKING DAYS IN ITS CYCLE - AND THE MOST
      *                OVERDUE PRODUCTS ARE TAKEN FIRST; THE REST WAIT
      *                FOR A LATER DAY.  A PRODUCT ALREADY OUT ON A
      *                SHEET THAT HAS NOT COME BACK IS NOT REISSUED
      *                UNTIL THE SHEET IS A WEEK OLD.  THE SHEETS ARE
      *                WRITTEN IN THE COUNT-SHEET LAYOUT CNTSHEET
      *                WRITES, AND THE COUNTS KEYED FROM THEM ARE
      *                POSTED BY CNTVAR, WHICH STAMPS THE LAST COUNT
      *                DATE BACK ON THE SCHEDULE.  A PRODUCT ABCCLASS
      *                HAS NOT YET SCHEDULED JOINS AT ITS PRODUCT-FILE
      *                CLASS (C IF UNCLASSED).
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCSCHED.
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
               FILE STATUS IS CQ-PRODFILE-STATUS.
           SELECT CYCLE-COUNT-FILE ASSIGN TO "CYCLECNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-CYCLECNT-STATUS.
           SELECT COUNT-SHEET-FILE ASSIGN TO "COUNTSHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CQ-COUNTSHT-STATUS.

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

       FD  CYCLE-COUNT-FILE
           RECORDING MODE IS F.
       01  CYCLE-COUNT-RECORD.
           COPY CYCLECNT.

       FD  COUNT-SHEET-FILE
           RECORDING MODE IS F.
       01  COUNT-SHEET-RECORD.
           05  CT-PRODUCT-CODE         PIC X(05).
           05  CT-PRODUCT-NAME         PIC X(20).
           05  CT-BOOK-QTY             PIC 9(07).
           05  CT-EXTRACT-DATE         PIC 9(08).
           05  FILLER                  PIC X(40).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  CQ-PRODFILE-STATUS          PIC X(02) VALUE "00".
           88  CQ-PRODFILE-OK          VALUE "00".
           88  CQ-PRODFILE-EOF         VALUE "10".
       01  CQ-CYCLECNT-STATUS          PIC X(02) VALUE "00".
           88  CQ-CYCLECNT-OK          VALUE "00".
           88  CQ-CYCLECNT-EOF         VALUE "10".
           88  CQ-CYCLECNT-NOTFOUND    VALUE "35".
       01  CQ-COUNTSHT-STATUS          PIC X(02) VALUE "00".
           88  CQ-COUNTSHT-OK          VALUE "00".

       01  CQ-SWITCHES.
           05  CQ-PRODUCT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  CQ-PRODUCT-END      VALUE "Y".
           05  CQ-CYCLE-EOF-SWITCH     PIC X(01) VALUE "N".
               88  CQ-CYCLE-END        VALUE "Y".

      *-----------------------------------------------------------------
      * COUNT FREQUENCY BY CLASS.  THE CALENDAR DAYS SET WHEN A
      * PRODUCT IS DUE AGAIN; THE WORKING DAYS SET THE DAILY QUOTA
      * THAT GETS THE WHOLE CLASS COUNTED ONCE PER CYCLE.
      *-----------------------------------------------------------------
       01  CQ-FREQUENCY-VALUES.
           05  FILLER                  PIC X(07) VALUE "A030021".
           05  FILLER                  PIC X(07) VALUE "B091063".
           05  FILLER                  PIC X(07) VALUE "C365250".
       01  CQ-FREQUENCY-TABLE REDEFINES CQ-FREQUENCY-VALUES.
           05  CQ-FREQUENCY-ENTRY OCCURS 3 TIMES.
               10  CQ-FQ-CLASS         PIC X(01).
               10  CQ-FQ-CALENDAR-DAYS PIC 9(03).
               10  CQ-FQ-WORKING-DAYS  PIC 9(03).
       01  CQ-REISSUE-DAYS             PIC 9(03) VALUE 7.

       01  CQ-COUNTERS.
           05  CQ-PRODUCT-COUNT        PIC 9(05) COMP VALUE 0.
           05  CQ-MAX-PRODUCTS         PIC 9(05) COMP VALUE 2000.
           05  CQ-PROD-IDX             PIC 9(05) COMP VALUE 0.
           05  CQ-PROD-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  CQ-CYCLE-COUNT          PIC 9(05) COMP VALUE 0.
           05  CQ-MAX-CYCLES           PIC 9(05) COMP VALUE 2000.
           05  CQ-CYCLE-IDX            PIC 9(05) COMP VALUE 0.
           05  CQ-CYCLE-FOUND-IDX      PIC 9(05) COMP VALUE 0.
           05  CQ-DUE-COUNT            PIC 9(05) COMP VALUE 0.
           05  CQ-DUE-IDX              PIC 9(05) COMP VALUE 0.
           05  CQ-CLASS-IDX            PIC 9(01) VALUE 0.
           05  CQ-ADDED-COUNT          PIC 9(05) COMP VALUE 0.
           05  CQ-DROPPED-COUNT        PIC 9(05) COMP VALUE 0.
           05  CQ-OUTSTANDING-COUNT    PIC 9(05) COMP VALUE 0.
           05  CQ-SHEET-COUNT          PIC 9(05) COMP VALUE 0.

       01  CQ-DATE-FIELDS.
           05  CQ-RUN-DAY-NUMBER       PIC 9(07) VALUE 0.
           05  CQ-DAYS-SINCE           PIC 9(05) VALUE 0.
           05  CQ-SHEET-AGE            PIC 9(05) VALUE 0.

      *-----------------------------------------------------------------
      * THE SCHEDULE IN CORE.  CQ-CC-PROD-IDX POINTS AT THE PRODUCT
      * TABLE ENTRY; ZERO MEANS THE PRODUCT HAS LEFT THE PRODUCT FILE
      * AND THE ENTRY IS DROPPED ON THE REWRITE.
      *-----------------------------------------------------------------
       01  CQ-CYCLE-TABLE.
           05  CQ-CYCLE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CQ-CYCLE-COUNT
                   INDEXED BY CQ-CC-IDX.
               10  CQ-CC-RECORD        PIC X(40).
               10  CQ-CC-PROD-IDX      PIC 9(05) COMP.

       01  CQ-CC-WORK-RECORD.
           COPY CYCLECNT REPLACING LEADING ==CC-== BY ==CW-==.

       01  CQ-PRODUCT-TABLE.
           05  CQ-PRODUCT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CQ-PRODUCT-COUNT
                   INDEXED BY CQ-PD-IDX.
               10  CQ-PD-PRODUCT-CODE  PIC X(05).
               10  CQ-PD-PRODUCT-NAME  PIC X(20).
               10  CQ-PD-QUANTITY      PIC 9(07).
               10  CQ-PD-ABC-CLASS     PIC X(01).
               10  CQ-PD-ON-SCHEDULE   PIC X(01).

      *-----------------------------------------------------------------
      * PRODUCTS DUE TODAY, MOST OVERDUE FIRST ONCE SORTED.  A PRODUCT
      * NEVER COUNTED SORTS AHEAD OF ALL OTHERS.
      *-----------------------------------------------------------------
       01  CQ-DUE-TABLE.
           05  CQ-DUE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CQ-DUE-COUNT
                   INDEXED BY CQ-DU-IDX.
               10  CQ-DU-CYCLE-IDX     PIC 9(05) COMP.
               10  CQ-DU-DAYS-OVERDUE  PIC 9(05).
               10  CQ-DU-CLASS-IDX     PIC 9(01).

       01  CQ-CLASS-TOTALS.
           05  CQ-CLASS-TOTAL OCCURS 3 TIMES.
               10  CQ-CT-PRODUCTS      PIC 9(05) COMP.
               10  CQ-CT-QUOTA         PIC 9(05) COMP.
               10  CQ-CT-DUE           PIC 9(05) COMP.
               10  CQ-CT-SCHEDULED     PIC 9(05) COMP.

       01  CQ-SORT-WORK.
           05  CQ-SORT-IDX-I           PIC 9(05) COMP.
           05  CQ-SORT-IDX-J           PIC 9(05) COMP.
           05  CQ-SORT-PASS-SWITCH     PIC X(01).
               88  CQ-SORT-SWAPPED     VALUE "Y".
           05  CQ-SORT-HOLD.
               10  CQ-SH-CYCLE-IDX     PIC 9(05) COMP.
               10  CQ-SH-DAYS-OVERDUE  PIC 9(05).
               10  CQ-SH-CLASS-IDX     PIC 9(01).

       01  CQ-SHEET-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CQ-SL-PRODUCT-CODE      PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CQ-SL-PRODUCT-NAME      PIC X(20).
           05  FILLER                  PIC X(07) VALUE " CLASS ".
           05  CQ-SL-CLASS             PIC X(01).
           05  FILLER                  PIC X(07) VALUE "  LAST ".
           05  CQ-SL-LAST-COUNT        PIC X(08).
           05  FILLER                  PIC X(07) VALUE " BOOK  ".
           05  CQ-SL-BOOK-QTY          PIC ZZZZ,ZZ9.
           05  FILLER                  PIC X(20) VALUE
               "  COUNTED: ________".

       01  CQ-SUMMARY-HEADING.
           05  FILLER                  PIC X(40) VALUE
               " CLASS  PRODUCTS  EVERY  DAILY QUOTA".
           05  FILLER                  PIC X(40) VALUE
               "    DUE  SCHEDULED  DEFERRED".

       01  CQ-SUMMARY-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CQ-SM-CLASS             PIC X(01).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CQ-SM-PRODUCTS          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CQ-SM-CALENDAR-DAYS     PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE " D".
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  CQ-SM-QUOTA             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  CQ-SM-DUE               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  CQ-SM-SCHEDULED         PIC ZZ,ZZ9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  CQ-SM-DEFERRED          PIC ZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FIND-DUE-PRODUCTS
           PERFORM 3000-SORT-BY-DAYS-OVERDUE
           PERFORM 4000-ISSUE-COUNT-SHEETS
           PERFORM 5000-REWRITE-CYCLE-FILE
           PERFORM 6000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "CYCSCHED" TO RH-PROGRAM-NAME
           MOVE "CYCLE COUNT SHEETS" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           COMPUTE CQ-RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RH-RUN-DATE)
           PERFORM 1010-CLEAR-CLASS-TOTAL
               VARYING CQ-CLASS-IDX FROM 1 BY 1
               UNTIL CQ-CLASS-IDX > 3
           PERFORM 1100-LOAD-PRODUCT-FILE
           PERFORM 1200-LOAD-CYCLE-FILE
      *    PRODUCTS NOT YET ON THE SCHEDULE JOIN IT NOW.
           IF CQ-PRODUCT-COUNT > 0
               PERFORM 1300-ADD-TO-SCHEDULE
                   VARYING CQ-PROD-IDX FROM 1 BY 1
                   UNTIL CQ-PROD-IDX > CQ-PRODUCT-COUNT
           END-IF
           OPEN OUTPUT COUNT-SHEET-FILE
           IF NOT CQ-COUNTSHT-OK
               MOVE "CYCSCHED" TO AB-PROGRAM-ID
               MOVE "COUNTSHT" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE CQ-COUNTSHT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

       1010-CLEAR-CLASS-TOTAL.
           MOVE 0 TO CQ-CT-PRODUCTS (CQ-CLASS-IDX)
           MOVE 0 TO CQ-CT-QUOTA (CQ-CLASS-IDX)
           MOVE 0 TO CQ-CT-DUE (CQ-CLASS-IDX)
           MOVE 0 TO CQ-CT-SCHEDULED (CQ-CLASS-IDX).

       1100-LOAD-PRODUCT-FILE.
           MOVE 1 TO CQ-PRODUCT-COUNT
           OPEN INPUT PRODUCT-FILE
           IF NOT CQ-PRODFILE-OK AND NOT CQ-PRODFILE-EOF
               MOVE "CYCSCHED" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE CQ-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           ELSE
               PERFORM 1190-READ-PRODUCT-RECORD
               PERFORM 1110-STORE-PRODUCT-RECORD
                   UNTIL CQ-PRODUCT-END
                       OR CQ-PRODUCT-COUNT > CQ-MAX-PRODUCTS
      *        A PRODUCT LEFT OUT OF THE TABLE WOULD BE DROPPED FROM
      *        THE SCHEDULE ON THE REWRITE, SO AN OVERFLOWING LOAD
      *        STOPS THE RUN.
               IF NOT CQ-PRODUCT-END
                   DISPLAY "CYCSCHED: PRODUCT TABLE FULL AT "
                       CQ-MAX-PRODUCTS
                   MOVE "CYCSCHED" TO AB-PROGRAM-ID
                   MOVE "PRODFILE" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE CQ-PRODFILE-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF
           CLOSE PRODUCT-FILE
           IF CQ-PRODUCT-COUNT > 1
               SUBTRACT 1 FROM CQ-PRODUCT-COUNT
           ELSE
               MOVE 0 TO CQ-PRODUCT-COUNT
           END-IF.

       1110-STORE-PRODUCT-RECORD.
           MOVE PD-PRODUCT-CODE
               TO CQ-PD-PRODUCT-CODE (CQ-PRODUCT-COUNT)
           MOVE PD-PRODUCT-NAME
               TO CQ-PD-PRODUCT-NAME (CQ-PRODUCT-COUNT)
           MOVE PD-QUANTITY TO CQ-PD-QUANTITY (CQ-PRODUCT-COUNT)
           IF PD-ABC-CLASS = "A" OR "B" OR "C"
               MOVE PD-ABC-CLASS TO CQ-PD-ABC-CLASS (CQ-PRODUCT-COUNT)
           ELSE
               MOVE "C" TO CQ-PD-ABC-CLASS (CQ-PRODUCT-COUNT)
           END-IF
           MOVE "N" TO CQ-PD-ON-SCHEDULE (CQ-PRODUCT-COUNT)
           ADD 1 TO CQ-PRODUCT-COUNT
           PERFORM 1190-READ-PRODUCT-RECORD.

       1190-READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
                   SET CQ-PRODUCT-END TO TRUE
           END-READ.

       1200-LOAD-CYCLE-FILE.
           MOVE 1 TO CQ-CYCLE-COUNT
           OPEN INPUT CYCLE-COUNT-FILE
           IF CQ-CYCLECNT-NOTFOUND
               DISPLAY "CYCSCHED: NO CYCLE-COUNT SCHEDULE - STARTING "
                   "A NEW ONE"
               SET CQ-CYCLE-END TO TRUE
           ELSE
               IF NOT CQ-CYCLECNT-OK AND NOT CQ-CYCLECNT-EOF
                   MOVE "CYCSCHED" TO AB-PROGRAM-ID
                   MOVE "CYCLECNT" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE CQ-CYCLECNT-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-CYCLE-RECORD
               PERFORM 1210-STORE-CYCLE-RECORD
                   UNTIL CQ-CYCLE-END
                       OR CQ-CYCLE-COUNT > CQ-MAX-CYCLES
               IF NOT CQ-CYCLE-END
                   DISPLAY "CYCSCHED: SCHEDULE TABLE FULL AT "
                       CQ-MAX-CYCLES
                   MOVE "CYCSCHED" TO AB-PROGRAM-ID
                   MOVE "CYCLECNT" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE CQ-CYCLECNT-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE CYCLE-COUNT-FILE
           END-IF
           IF CQ-CYCLE-COUNT > 1
               SUBTRACT 1 FROM CQ-CYCLE-COUNT
           ELSE
               MOVE 0 TO CQ-CYCLE-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * EACH SCHEDULE ENTRY IS TIED TO ITS PRODUCT.  ONE WHOSE PRODUCT
      * HAS LEFT THE FILE IS DROPPED.
      *-----------------------------------------------------------------
       1210-STORE-CYCLE-RECORD.
           MOVE 0 TO CQ-PROD-FOUND-IDX
           IF CQ-PRODUCT-COUNT > 0
               PERFORM 1220-COMPARE-PRODUCT
                   VARYING CQ-PROD-IDX FROM 1 BY 1
                   UNTIL CQ-PROD-IDX > CQ-PRODUCT-COUNT
                       OR CQ-PROD-FOUND-IDX NOT = 0
           END-IF
           IF CQ-PROD-FOUND-IDX = 0
               ADD 1 TO CQ-DROPPED-COUNT
           ELSE
               MOVE CYCLE-COUNT-RECORD
                   TO CQ-CC-RECORD (CQ-CYCLE-COUNT)
               MOVE CQ-PROD-FOUND-IDX
                   TO CQ-CC-PROD-IDX (CQ-CYCLE-COUNT)
               MOVE "Y" TO CQ-PD-ON-SCHEDULE (CQ-PROD-FOUND-IDX)
               ADD 1 TO CQ-CYCLE-COUNT
           END-IF
           PERFORM 1290-READ-CYCLE-RECORD.

       1220-COMPARE-PRODUCT.
           IF CQ-PD-PRODUCT-CODE (CQ-PROD-IDX) = CC-PRODUCT-CODE
               MOVE CQ-PROD-IDX TO CQ-PROD-FOUND-IDX
           END-IF.

       1290-READ-CYCLE-RECORD.
           READ CYCLE-COUNT-FILE
               AT END
                   SET CQ-CYCLE-END TO TRUE
           END-READ.

       1300-ADD-TO-SCHEDULE.
           IF CQ-PD-ON-SCHEDULE (CQ-PROD-IDX) NOT = "Y"
               IF CQ-CYCLE-COUNT >= CQ-MAX-CYCLES
                   DISPLAY "CYCSCHED: SCHEDULE TABLE FULL AT "
                       CQ-MAX-CYCLES
                   MOVE "CYCSCHED" TO AB-PROGRAM-ID
                   MOVE "CYCLECNT" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE CQ-CYCLECNT-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO CQ-CYCLE-COUNT
               MOVE SPACES TO CQ-CC-WORK-RECORD
               MOVE CQ-PD-PRODUCT-CODE (CQ-PROD-IDX)
                   TO CW-PRODUCT-CODE
               MOVE CQ-PD-ABC-CLASS (CQ-PROD-IDX) TO CW-ABC-CLASS
               MOVE 0 TO CW-ANNUAL-USAGE
               MOVE 0 TO CW-LAST-COUNT-DATE
               MOVE 0 TO CW-LAST-SHEET-DATE
               MOVE CQ-CC-WORK-RECORD TO CQ-CC-RECORD (CQ-CYCLE-COUNT)
               MOVE CQ-PROD-IDX TO CQ-CC-PROD-IDX (CQ-CYCLE-COUNT)
               MOVE "Y" TO CQ-PD-ON-SCHEDULE (CQ-PROD-IDX)
               ADD 1 TO CQ-ADDED-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * SIZE EACH CLASS AND COLLECT THE PRODUCTS DUE TODAY, THEN SET
      * EACH CLASS'S DAILY QUOTA (ROUNDED UP SO THE CYCLE COMPLETES).
      *-----------------------------------------------------------------
       2000-FIND-DUE-PRODUCTS.
           MOVE 0 TO CQ-DUE-COUNT
           IF CQ-CYCLE-COUNT > 0
               PERFORM 2100-CHECK-ONE-PRODUCT
                   VARYING CQ-CYCLE-IDX FROM 1 BY 1
                   UNTIL CQ-CYCLE-IDX > CQ-CYCLE-COUNT
           END-IF
           PERFORM 2200-SET-CLASS-QUOTA
               VARYING CQ-CLASS-IDX FROM 1 BY 1
               UNTIL CQ-CLASS-IDX > 3.

       2100-CHECK-ONE-PRODUCT.
           MOVE CQ-CC-RECORD (CQ-CYCLE-IDX) TO CQ-CC-WORK-RECORD
           EVALUATE TRUE
               WHEN CW-CLASS-A
                   MOVE 1 TO CQ-CLASS-IDX
               WHEN CW-CLASS-B
                   MOVE 2 TO CQ-CLASS-IDX
               WHEN OTHER
                   MOVE 3 TO CQ-CLASS-IDX
           END-EVALUATE
           ADD 1 TO CQ-CT-PRODUCTS (CQ-CLASS-IDX)
           IF CW-LAST-COUNT-DATE = 0
               MOVE 99999 TO CQ-DAYS-SINCE
           ELSE
               COMPUTE CQ-DAYS-SINCE = CQ-RUN-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE(CW-LAST-COUNT-DATE)
           END-IF
           IF CQ-DAYS-SINCE >= CQ-FQ-CALENDAR-DAYS (CQ-CLASS-IDX)
      *        A SHEET STILL OUT FROM THE LAST WEEK IS NOT REISSUED.
               IF CW-LAST-SHEET-DATE > CW-LAST-COUNT-DATE
                   COMPUTE CQ-SHEET-AGE = CQ-RUN-DAY-NUMBER
                       - FUNCTION INTEGER-OF-DATE(CW-LAST-SHEET-DATE)
               ELSE
                   MOVE 99999 TO CQ-SHEET-AGE
               END-IF
               IF CQ-SHEET-AGE < CQ-REISSUE-DAYS
                   ADD 1 TO CQ-OUTSTANDING-COUNT
               ELSE
                   ADD 1 TO CQ-CT-DUE (CQ-CLASS-IDX)
                   ADD 1 TO CQ-DUE-COUNT
                   MOVE CQ-CYCLE-IDX TO CQ-DU-CYCLE-IDX (CQ-DUE-COUNT)
                   COMPUTE CQ-DU-DAYS-OVERDUE (CQ-DUE-COUNT) =
                       CQ-DAYS-SINCE - CQ-FQ-CALENDAR-DAYS
                           (CQ-CLASS-IDX)
                   MOVE CQ-CLASS-IDX TO CQ-DU-CLASS-IDX (CQ-DUE-COUNT)
               END-IF
           END-IF.

       2200-SET-CLASS-QUOTA.
           COMPUTE CQ-CT-QUOTA (CQ-CLASS-IDX) =
               (CQ-CT-PRODUCTS (CQ-CLASS-IDX)
                   + CQ-FQ-WORKING-DAYS (CQ-CLASS-IDX) - 1)
               / CQ-FQ-WORKING-DAYS (CQ-CLASS-IDX).

      *-----------------------------------------------------------------
      * CLASSIC BUBBLE SORT, DESCENDING ON DAYS OVERDUE.
      *-----------------------------------------------------------------
       3000-SORT-BY-DAYS-OVERDUE.
           IF CQ-DUE-COUNT > 1
               MOVE "Y" TO CQ-SORT-PASS-SWITCH
               PERFORM 3100-SORT-PASS UNTIL NOT CQ-SORT-SWAPPED
           END-IF.

       3100-SORT-PASS.
           MOVE "N" TO CQ-SORT-PASS-SWITCH
           PERFORM 3200-SORT-COMPARE
               VARYING CQ-SORT-IDX-I FROM 1 BY 1
               UNTIL CQ-SORT-IDX-I >= CQ-DUE-COUNT.

       3200-SORT-COMPARE.
           COMPUTE CQ-SORT-IDX-J = CQ-SORT-IDX-I + 1
           IF CQ-DU-DAYS-OVERDUE (CQ-SORT-IDX-I)
                   < CQ-DU-DAYS-OVERDUE (CQ-SORT-IDX-J)
               MOVE CQ-DUE-ENTRY (CQ-SORT-IDX-I) TO CQ-SORT-HOLD
               MOVE CQ-DUE-ENTRY (CQ-SORT-IDX-J)
                   TO CQ-DUE-ENTRY (CQ-SORT-IDX-I)
               MOVE CQ-SORT-HOLD TO CQ-DUE-ENTRY (CQ-SORT-IDX-J)
               MOVE "Y" TO CQ-SORT-PASS-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * TAKE THE DUE PRODUCTS IN ORDER UNTIL EACH CLASS'S QUOTA IS
      * MET, WRITE THEIR COUNT SHEETS AND STAMP THE SHEET DATE.
      *-----------------------------------------------------------------
       4000-ISSUE-COUNT-SHEETS.
           IF CQ-DUE-COUNT = 0
               DISPLAY "CYCSCHED: NO PRODUCTS DUE FOR COUNT TODAY"
           ELSE
               PERFORM 4100-ISSUE-ONE-SHEET
                   VARYING CQ-DUE-IDX FROM 1 BY 1
                   UNTIL CQ-DUE-IDX > CQ-DUE-COUNT
           END-IF
           DISPLAY " "
           DISPLAY "CYCLE COUNT SUMMARY BY CLASS"
           DISPLAY CQ-SUMMARY-HEADING
           PERFORM 4200-PRINT-CLASS-SUMMARY
               VARYING CQ-CLASS-IDX FROM 1 BY 1
               UNTIL CQ-CLASS-IDX > 3.

       4100-ISSUE-ONE-SHEET.
           MOVE CQ-DU-CLASS-IDX (CQ-DUE-IDX) TO CQ-CLASS-IDX
           IF CQ-CT-SCHEDULED (CQ-CLASS-IDX)
                   < CQ-CT-QUOTA (CQ-CLASS-IDX)
               MOVE CQ-DU-CYCLE-IDX (CQ-DUE-IDX) TO CQ-CYCLE-IDX
               MOVE CQ-CC-PROD-IDX (CQ-CYCLE-IDX) TO CQ-PROD-IDX
               MOVE CQ-CC-RECORD (CQ-CYCLE-IDX) TO CQ-CC-WORK-RECORD
               MOVE SPACES TO COUNT-SHEET-RECORD
               MOVE CQ-PD-PRODUCT-CODE (CQ-PROD-IDX)
                   TO CT-PRODUCT-CODE
               MOVE CQ-PD-PRODUCT-NAME (CQ-PROD-IDX)
                   TO CT-PRODUCT-NAME
               MOVE CQ-PD-QUANTITY (CQ-PROD-IDX) TO CT-BOOK-QTY
               MOVE RH-RUN-DATE TO CT-EXTRACT-DATE
               WRITE COUNT-SHEET-RECORD
               MOVE CQ-PD-PRODUCT-CODE (CQ-PROD-IDX)
                   TO CQ-SL-PRODUCT-CODE
               MOVE CQ-PD-PRODUCT-NAME (CQ-PROD-IDX)
                   TO CQ-SL-PRODUCT-NAME
               MOVE CW-ABC-CLASS TO CQ-SL-CLASS
               IF CW-LAST-COUNT-DATE = 0
                   MOVE "NEVER" TO CQ-SL-LAST-COUNT
               ELSE
                   MOVE CW-LAST-COUNT-DATE TO CQ-SL-LAST-COUNT
               END-IF
               MOVE CQ-PD-QUANTITY (CQ-PROD-IDX) TO CQ-SL-BOOK-QTY
               DISPLAY CQ-SHEET-LINE
               MOVE RH-RUN-DATE TO CW-LAST-SHEET-DATE
               MOVE CQ-CC-WORK-RECORD TO CQ-CC-RECORD (CQ-CYCLE-IDX)
               ADD 1 TO CQ-CT-SCHEDULED (CQ-CLASS-IDX)
               ADD 1 TO CQ-SHEET-COUNT
           END-IF.

       4200-PRINT-CLASS-SUMMARY.
           MOVE CQ-FQ-CLASS (CQ-CLASS-IDX) TO CQ-SM-CLASS
           MOVE CQ-CT-PRODUCTS (CQ-CLASS-IDX) TO CQ-SM-PRODUCTS
           MOVE CQ-FQ-CALENDAR-DAYS (CQ-CLASS-IDX)
               TO CQ-SM-CALENDAR-DAYS
           MOVE CQ-CT-QUOTA (CQ-CLASS-IDX) TO CQ-SM-QUOTA
           MOVE CQ-CT-DUE (CQ-CLASS-IDX) TO CQ-SM-DUE
           MOVE CQ-CT-SCHEDULED (CQ-CLASS-IDX) TO CQ-SM-SCHEDULED
           COMPUTE CQ-SM-DEFERRED = CQ-CT-DUE (CQ-CLASS-IDX)
               - CQ-CT-SCHEDULED (CQ-CLASS-IDX)
           DISPLAY CQ-SUMMARY-LINE.

       5000-REWRITE-CYCLE-FILE.
           OPEN OUTPUT CYCLE-COUNT-FILE
           IF NOT CQ-CYCLECNT-OK
               MOVE "CYCSCHED" TO AB-PROGRAM-ID
               MOVE "CYCLECNT" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE CQ-CYCLECNT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF CQ-CYCLE-COUNT > 0
               PERFORM 5100-WRITE-CYCLE-RECORD
                   VARYING CQ-CYCLE-IDX FROM 1 BY 1
                   UNTIL CQ-CYCLE-IDX > CQ-CYCLE-COUNT
           END-IF
           CLOSE CYCLE-COUNT-FILE.

       5100-WRITE-CYCLE-RECORD.
           MOVE CQ-CC-RECORD (CQ-CYCLE-IDX) TO CYCLE-COUNT-RECORD
           WRITE CYCLE-COUNT-RECORD.

       6000-TERMINATE.
           CLOSE COUNT-SHEET-FILE
           DISPLAY " "
           DISPLAY "PRODUCTS ON COUNT SHEETS:  " CQ-SHEET-COUNT
           DISPLAY "SHEETS STILL OUTSTANDING:  " CQ-OUTSTANDING-COUNT
           DISPLAY "ADDED TO SCHEDULE:         " CQ-ADDED-COUNT
           DISPLAY "DROPPED FROM SCHEDULE:     " CQ-DROPPED-COUNT
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM CYCSCHED.
