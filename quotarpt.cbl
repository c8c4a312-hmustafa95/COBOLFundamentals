      ******************************************************************
      * PROGRAM-ID.    QUOTARPT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - SALES
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       MONTHLY SALES QUOTA ATTAINMENT REPORT.  THE
      *                MONTH'S SALES DETAIL (SALESTRN) IS POSTED TO
      *                THE CURRENT FISCAL QUARTER'S QUOTAS - TO THE
      *                REP'S QUOTA BY SALESPERSON AND TO THE REGION'S
      *                QUOTA BY THE TERRITORY REGION OF THE SALE
      *                STATE - AND FOR EACH QUOTA THE REPORT SHOWS
      *                THE QUOTA, QUARTER-TO-DATE SALES, PERCENT
      *                ATTAINED, AND THE RUN-RATE PROJECTION TO
      *                QUARTER END (QUARTER-TO-DATE SALES OVER THE
      *                MONTHS ELAPSED, TIMES THREE).  THE FISCAL YEAR
      *                RUNS OCTOBER THROUGH SEPTEMBER AS IN GLYREND.
      *                THE RUN DATE NAMES THE MONTH; A RERUN IN THE
      *                SAME MONTH REPLACES THAT MONTH'S SALES RATHER
      *                THAN ADDING THEM AGAIN.  SALES WITH NO QUOTA TO
      *                POST TO ARE TOTALED AT THE END.  RUNS AHEAD OF
      *                COMMSTMT, WHICH PAYS THE ACCELERATOR FROM THE
      *                QUARTER-TO-DATE SALES POSTED HERE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTARPT.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - SALES.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QUOTA-FILE ASSIGN TO "QUOTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QR-QUOTA-STATUS.
           SELECT SALESPERSON-MASTER ASSIGN TO "SALESMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QR-SALESMST-STATUS.
           SELECT TERRITORY-MASTER ASSIGN TO "TERRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QR-TERRFILE-STATUS.
           SELECT SALES-TRANS ASSIGN TO "SALESTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QR-SALESTRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTA-FILE
           RECORDING MODE IS F.
       01  QUOTA-RECORD.
           COPY QUOTAREC.

       FD  SALESPERSON-MASTER
           RECORDING MODE IS F.
       01  SALESPERSON-RECORD.
           05  SP-SALESPERSON-ID       PIC X(05).
           05  SP-SALESPERSON-NAME     PIC X(20).
           05  SP-REGION-CODE          PIC X(04).
           05  SP-RATE-OVERRIDE        PIC 9V999.
           05  SP-DRAW-AMOUNT          PIC 9(05)V99.
           05  FILLER                  PIC X(40).

       FD  TERRITORY-MASTER
           RECORDING MODE IS F.
       01  TERRITORY-RECORD.
           05  TM-STATE-CODE           PIC X(02).
           05  TM-REGION-CODE          PIC X(04).
           05  TM-COMMISSION-RATE      PIC 9V999.
           05  FILLER                  PIC X(71).

       FD  SALES-TRANS
           RECORDING MODE IS F.
       01  SALES-TRANS-RECORD.
           05  SL-RECORD-TYPE          PIC X(01).
               88  SL-DETAIL-RECORD    VALUE "D".
           05  SL-STATE-CODE           PIC X(02).
           05  SL-SALE-AMOUNT          PIC 9(07)V99.
           05  SL-SALESPERSON-ID       PIC X(05).
           05  SL-INVOICE-NUMBER       PIC 9(06).
           05  FILLER                  PIC X(57).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  QR-QUOTA-STATUS             PIC X(02) VALUE "00".
           88  QR-QUOTA-OK             VALUE "00".
           88  QR-QUOTA-EOF            VALUE "10".
           88  QR-QUOTA-NOTFOUND       VALUE "35".
       01  QR-SALESMST-STATUS          PIC X(02) VALUE "00".
           88  QR-SALESMST-OK          VALUE "00".
           88  QR-SALESMST-EOF         VALUE "10".
       01  QR-TERRFILE-STATUS          PIC X(02) VALUE "00".
           88  QR-TERRFILE-OK          VALUE "00".
           88  QR-TERRFILE-EOF         VALUE "10".
       01  QR-SALESTRN-STATUS          PIC X(02) VALUE "00".
           88  QR-SALESTRN-OK          VALUE "00".
           88  QR-SALESTRN-EOF         VALUE "10".

       01  QR-SWITCHES.
           05  QR-QUOTA-EOF-SWITCH     PIC X(01) VALUE "N".
               88  QR-QUOTA-END        VALUE "Y".
           05  QR-REP-EOF-SWITCH       PIC X(01) VALUE "N".
               88  QR-REP-END          VALUE "Y".
           05  QR-TERR-EOF-SWITCH      PIC X(01) VALUE "N".
               88  QR-TERR-END         VALUE "Y".
           05  QR-SALES-EOF-SWITCH     PIC X(01) VALUE "N".
               88  QR-SALES-END        VALUE "Y".

       01  QR-COUNTERS.
           05  QR-QUOTA-COUNT          PIC 9(04) COMP VALUE 0.
           05  QR-MAX-QUOTAS           PIC 9(04) COMP VALUE 2000.
           05  QR-QUOTA-IDX            PIC 9(04) COMP VALUE 0.
           05  QR-FOUND-IDX            PIC 9(04) COMP VALUE 0.
           05  QR-REP-COUNT            PIC 9(03) COMP VALUE 0.
           05  QR-MAX-REPS             PIC 9(03) COMP VALUE 200.
           05  QR-REP-IDX              PIC 9(03) COMP VALUE 0.
           05  QR-REP-FOUND-IDX        PIC 9(03) COMP VALUE 0.
           05  QR-TERR-COUNT           PIC 9(03) COMP VALUE 0.
           05  QR-MAX-TERR             PIC 9(03) COMP VALUE 50.
           05  QR-TERR-IDX             PIC 9(03) COMP VALUE 0.
           05  QR-SALE-COUNT           PIC 9(07) COMP VALUE 0.
           05  QR-REP-LINE-COUNT       PIC 9(05) COMP VALUE 0.
           05  QR-REGION-LINE-COUNT    PIC 9(05) COMP VALUE 0.
           05  QR-NO-REP-QUOTA-COUNT   PIC 9(07) COMP VALUE 0.
           05  QR-NO-REGION-QUOTA-COUNT
                                       PIC 9(07) COMP VALUE 0.

      *-----------------------------------------------------------------
      * THE FISCAL PERIOD OF THE RUN.  THE FISCAL YEAR IS NAMED FOR
      * THE CALENDAR YEAR IN WHICH IT ENDS.
      *-----------------------------------------------------------------
       01  QR-PERIOD-FIELDS.
           05  QR-RUN-YEAR             PIC 9(04) VALUE 0.
           05  QR-RUN-MONTH            PIC 9(02) VALUE 0.
           05  QR-RUN-PERIOD           PIC 9(06) VALUE 0.
           05  QR-FISCAL-YEAR          PIC 9(04) VALUE 0.
           05  QR-FISCAL-MONTH         PIC 9(02) VALUE 0.
           05  QR-FISCAL-QUARTER       PIC 9(01) VALUE 0.
           05  QR-MONTH-OF-QUARTER     PIC 9(01) VALUE 0.

       01  QR-WORK-FIELDS.
           05  QR-SALE-REGION          PIC X(05) VALUE SPACES.
           05  QR-QTD-SALES            PIC 9(09)V99 VALUE 0.
           05  QR-PROJECTED-SALES      PIC 9(09)V99 VALUE 0.
           05  QR-ATTAINED-PCT         PIC 9(05)V9 VALUE 0.
           05  QR-PROJECTED-PCT        PIC 9(05)V9 VALUE 0.
           05  QR-MONTH-SALES-TOTAL    PIC 9(09)V99 VALUE 0.
           05  QR-NO-REP-QUOTA-AMOUNT  PIC 9(09)V99 VALUE 0.
           05  QR-NO-REGION-QUOTA-AMOUNT
                                       PIC 9(09)V99 VALUE 0.

       01  QR-QUOTA-TABLE.
           05  QR-QUOTA-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON QR-QUOTA-COUNT
                   INDEXED BY QR-QT-IDX.
               10  QR-QT-TYPE          PIC X(01).
               10  QR-QT-ID            PIC X(05).
               10  QR-QT-YEAR          PIC 9(04).
               10  QR-QT-QUARTER       PIC 9(01).
               10  QR-QT-AMOUNT        PIC 9(09)V99.
               10  QR-QT-ACCEL-RATE    PIC 9V999.
               10  QR-QT-PRIOR-SALES   PIC 9(09)V99.
               10  QR-QT-MONTH-SALES   PIC 9(09)V99.
               10  QR-QT-POSTED        PIC 9(06).
               10  QR-QT-RUN-SALES     PIC 9(09)V99.

       01  QR-REP-TABLE.
           05  QR-REP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON QR-REP-COUNT
                   INDEXED BY QR-RP-IDX.
               10  QR-RP-ID            PIC X(05).
               10  QR-RP-NAME          PIC X(20).

       01  QR-TERR-TABLE.
           05  QR-TERR-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON QR-TERR-COUNT
                   INDEXED BY QR-TM-IDX.
               10  QR-TM-STATE         PIC X(02).
               10  QR-TM-REGION        PIC X(05).

       01  QR-PERIOD-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "FISCAL YEAR ".
           05  QR-PL-YEAR              PIC 9(04).
           05  FILLER                  PIC X(10) VALUE "  QUARTER ".
           05  QR-PL-QUARTER           PIC 9(01).
           05  FILLER                  PIC X(08) VALUE "  MONTH ".
           05  QR-PL-MONTH             PIC 9(01).
           05  FILLER                  PIC X(05) VALUE " OF 3".

       01  QR-COLUMN-HEADING.
           05  FILLER                  PIC X(27) VALUE
               " ID    NAME".
           05  FILLER                  PIC X(15) VALUE
               "          QUOTA".
           05  FILLER                  PIC X(15) VALUE
               "      QTD SALES".
           05  FILLER                  PIC X(08) VALUE "   PCT".
           05  FILLER                  PIC X(15) VALUE
               "      PROJECTED".
           05  FILLER                  PIC X(08) VALUE "   PCT".

       01  QR-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  QR-DT-ID                PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  QR-DT-NAME              PIC X(20).
           05  QR-DT-QUOTA             PIC $$$$,$$$,$$9.99.
           05  QR-DT-QTD-SALES         PIC $$$$,$$$,$$9.99.
           05  QR-DT-ATTAINED-PCT      PIC ZZ,ZZ9.9.
           05  QR-DT-PROJECTED         PIC $$$$,$$$,$$9.99.
           05  QR-DT-PROJECTED-PCT     PIC ZZ,ZZ9.9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  QR-DT-FLAG              PIC X(12).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-POST-ONE-SALE
               UNTIL QR-SALES-END
           CLOSE SALES-TRANS
           IF QR-QUOTA-COUNT > 0
               PERFORM 2500-ROLL-MONTH-FORWARD
                   VARYING QR-QUOTA-IDX FROM 1 BY 1
                   UNTIL QR-QUOTA-IDX > QR-QUOTA-COUNT
           END-IF
           PERFORM 3000-PRINT-ATTAINMENT
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "QUOTARPT" TO RH-PROGRAM-NAME
           MOVE "SALES QUOTA ATTAINMENT" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1050-SET-FISCAL-PERIOD
           PERFORM 1100-LOAD-QUOTAS
           PERFORM 1200-LOAD-SALESPERSONS
           PERFORM 1300-LOAD-TERRITORIES
           OPEN INPUT SALES-TRANS
           IF NOT QR-SALESTRN-OK AND NOT QR-SALESTRN-EOF
               MOVE "QUOTARPT" TO AB-PROGRAM-ID
               MOVE "SALESTRN" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE QR-SALESTRN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 2900-READ-SALE.

      *-----------------------------------------------------------------
      * OCTOBER IS FISCAL MONTH 1.  QUARTER 1 IS OCTOBER - DECEMBER.
      *-----------------------------------------------------------------
       1050-SET-FISCAL-PERIOD.
           MOVE RH-RUN-DATE (1:4) TO QR-RUN-YEAR
           MOVE RH-RUN-DATE (5:2) TO QR-RUN-MONTH
           MOVE RH-RUN-DATE (1:6) TO QR-RUN-PERIOD
           IF QR-RUN-MONTH >= 10
               COMPUTE QR-FISCAL-YEAR = QR-RUN-YEAR + 1
               COMPUTE QR-FISCAL-MONTH = QR-RUN-MONTH - 9
           ELSE
               MOVE QR-RUN-YEAR TO QR-FISCAL-YEAR
               COMPUTE QR-FISCAL-MONTH = QR-RUN-MONTH + 3
           END-IF
           COMPUTE QR-FISCAL-QUARTER = (QR-FISCAL-MONTH + 2) / 3
           COMPUTE QR-MONTH-OF-QUARTER =
               QR-FISCAL-MONTH - (QR-FISCAL-QUARTER - 1) * 3.

       1100-LOAD-QUOTAS.
           MOVE 1 TO QR-QUOTA-COUNT
           OPEN INPUT QUOTA-FILE
           IF QR-QUOTA-NOTFOUND
               DISPLAY "QUOTARPT: NO QUOTA FILE LOADED"
               SET QR-QUOTA-END TO TRUE
           ELSE
               IF NOT QR-QUOTA-OK AND NOT QR-QUOTA-EOF
                   MOVE "QUOTARPT" TO AB-PROGRAM-ID
                   MOVE "QUOTA" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE QR-QUOTA-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-QUOTA-RECORD
               PERFORM 1110-STORE-QUOTA-RECORD
                   UNTIL QR-QUOTA-END
                       OR QR-QUOTA-COUNT > QR-MAX-QUOTAS
               CLOSE QUOTA-FILE
               IF NOT QR-QUOTA-END
                   MOVE "QUOTARPT" TO AB-PROGRAM-ID
                   MOVE "QUOTA" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE QR-QUOTA-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF
           IF QR-QUOTA-COUNT > 1
               SUBTRACT 1 FROM QR-QUOTA-COUNT
           ELSE
               MOVE 0 TO QR-QUOTA-COUNT
           END-IF.

       1110-STORE-QUOTA-RECORD.
           MOVE QT-QUOTA-TYPE TO QR-QT-TYPE (QR-QUOTA-COUNT)
           MOVE QT-QUOTA-ID TO QR-QT-ID (QR-QUOTA-COUNT)
           MOVE QT-FISCAL-YEAR TO QR-QT-YEAR (QR-QUOTA-COUNT)
           MOVE QT-FISCAL-QUARTER TO QR-QT-QUARTER (QR-QUOTA-COUNT)
           MOVE QT-QUOTA-AMOUNT TO QR-QT-AMOUNT (QR-QUOTA-COUNT)
           MOVE QT-ACCEL-RATE TO QR-QT-ACCEL-RATE (QR-QUOTA-COUNT)
           MOVE QT-PRIOR-SALES TO QR-QT-PRIOR-SALES (QR-QUOTA-COUNT)
           MOVE QT-MONTH-SALES TO QR-QT-MONTH-SALES (QR-QUOTA-COUNT)
           MOVE QT-POSTED-PERIOD TO QR-QT-POSTED (QR-QUOTA-COUNT)
           MOVE 0 TO QR-QT-RUN-SALES (QR-QUOTA-COUNT)
           ADD 1 TO QR-QUOTA-COUNT
           PERFORM 1190-READ-QUOTA-RECORD.

       1190-READ-QUOTA-RECORD.
           READ QUOTA-FILE
               AT END
                   SET QR-QUOTA-END TO TRUE
           END-READ.

       1200-LOAD-SALESPERSONS.
           MOVE 1 TO QR-REP-COUNT
           OPEN INPUT SALESPERSON-MASTER
           IF NOT QR-SALESMST-OK AND NOT QR-SALESMST-EOF
               MOVE "QUOTARPT" TO AB-PROGRAM-ID
               MOVE "SALESMST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE QR-SALESMST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1290-READ-REP-RECORD
           PERFORM 1210-STORE-REP-RECORD
               UNTIL QR-REP-END
                   OR QR-REP-COUNT > QR-MAX-REPS
           CLOSE SALESPERSON-MASTER
           IF QR-REP-COUNT > 1
               SUBTRACT 1 FROM QR-REP-COUNT
           ELSE
               MOVE 0 TO QR-REP-COUNT
           END-IF.

       1210-STORE-REP-RECORD.
           MOVE SP-SALESPERSON-ID TO QR-RP-ID (QR-REP-COUNT)
           MOVE SP-SALESPERSON-NAME TO QR-RP-NAME (QR-REP-COUNT)
           ADD 1 TO QR-REP-COUNT
           PERFORM 1290-READ-REP-RECORD.

       1290-READ-REP-RECORD.
           READ SALESPERSON-MASTER
               AT END
                   SET QR-REP-END TO TRUE
           END-READ.

       1300-LOAD-TERRITORIES.
           MOVE 1 TO QR-TERR-COUNT
           OPEN INPUT TERRITORY-MASTER
           IF NOT QR-TERRFILE-OK AND NOT QR-TERRFILE-EOF
               MOVE "QUOTARPT" TO AB-PROGRAM-ID
               MOVE "TERRFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE QR-TERRFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1390-READ-TERRITORY-RECORD
           PERFORM 1310-STORE-TERRITORY-RECORD
               UNTIL QR-TERR-END
                   OR QR-TERR-COUNT > QR-MAX-TERR
           CLOSE TERRITORY-MASTER
           IF QR-TERR-COUNT > 1
               SUBTRACT 1 FROM QR-TERR-COUNT
           ELSE
               MOVE 0 TO QR-TERR-COUNT
           END-IF.

       1310-STORE-TERRITORY-RECORD.
           MOVE TM-STATE-CODE TO QR-TM-STATE (QR-TERR-COUNT)
           MOVE TM-REGION-CODE TO QR-TM-REGION (QR-TERR-COUNT)
           ADD 1 TO QR-TERR-COUNT
           PERFORM 1390-READ-TERRITORY-RECORD.

       1390-READ-TERRITORY-RECORD.
           READ TERRITORY-MASTER
               AT END
                   SET QR-TERR-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EACH DETAIL SALE COUNTS TOWARD ITS REP'S QUOTA AND TOWARD THE
      * QUOTA OF THE REGION ITS STATE BELONGS TO.
      *-----------------------------------------------------------------
       2000-POST-ONE-SALE.
           IF SL-DETAIL-RECORD
               ADD 1 TO QR-SALE-COUNT
               ADD SL-SALE-AMOUNT TO QR-MONTH-SALES-TOTAL
               MOVE 0 TO QR-FOUND-IDX
               IF QR-QUOTA-COUNT > 0
                   PERFORM 2010-MATCH-REP-QUOTA
                       VARYING QR-QUOTA-IDX FROM 1 BY 1
                       UNTIL QR-QUOTA-IDX > QR-QUOTA-COUNT
                           OR QR-FOUND-IDX NOT = 0
               END-IF
               IF QR-FOUND-IDX = 0
                   ADD 1 TO QR-NO-REP-QUOTA-COUNT
                   ADD SL-SALE-AMOUNT TO QR-NO-REP-QUOTA-AMOUNT
               ELSE
                   ADD SL-SALE-AMOUNT TO QR-QT-RUN-SALES (QR-FOUND-IDX)
               END-IF
               PERFORM 2100-FIND-SALE-REGION
               MOVE 0 TO QR-FOUND-IDX
               IF QR-QUOTA-COUNT > 0 AND QR-SALE-REGION NOT = SPACES
                   PERFORM 2020-MATCH-REGION-QUOTA
                       VARYING QR-QUOTA-IDX FROM 1 BY 1
                       UNTIL QR-QUOTA-IDX > QR-QUOTA-COUNT
                           OR QR-FOUND-IDX NOT = 0
               END-IF
               IF QR-FOUND-IDX = 0
                   ADD 1 TO QR-NO-REGION-QUOTA-COUNT
                   ADD SL-SALE-AMOUNT TO QR-NO-REGION-QUOTA-AMOUNT
               ELSE
                   ADD SL-SALE-AMOUNT TO QR-QT-RUN-SALES (QR-FOUND-IDX)
               END-IF
           END-IF
           PERFORM 2900-READ-SALE.

       2010-MATCH-REP-QUOTA.
           IF QR-QT-TYPE (QR-QUOTA-IDX) = "S"
                   AND QR-QT-ID (QR-QUOTA-IDX) = SL-SALESPERSON-ID
                   AND QR-QT-YEAR (QR-QUOTA-IDX) = QR-FISCAL-YEAR
                   AND QR-QT-QUARTER (QR-QUOTA-IDX) = QR-FISCAL-QUARTER
               MOVE QR-QUOTA-IDX TO QR-FOUND-IDX
           END-IF.

       2020-MATCH-REGION-QUOTA.
           IF QR-QT-TYPE (QR-QUOTA-IDX) = "R"
                   AND QR-QT-ID (QR-QUOTA-IDX) = QR-SALE-REGION
                   AND QR-QT-YEAR (QR-QUOTA-IDX) = QR-FISCAL-YEAR
                   AND QR-QT-QUARTER (QR-QUOTA-IDX) = QR-FISCAL-QUARTER
               MOVE QR-QUOTA-IDX TO QR-FOUND-IDX
           END-IF.

       2100-FIND-SALE-REGION.
           MOVE SPACES TO QR-SALE-REGION
           PERFORM 2110-COMPARE-TERRITORY
               VARYING QR-TERR-IDX FROM 1 BY 1
               UNTIL QR-TERR-IDX > QR-TERR-COUNT
                   OR QR-SALE-REGION NOT = SPACES.

       2110-COMPARE-TERRITORY.
           IF QR-TM-STATE (QR-TERR-IDX) = SL-STATE-CODE
               MOVE QR-TM-REGION (QR-TERR-IDX) TO QR-SALE-REGION
           END-IF.

      *-----------------------------------------------------------------
      * A QUOTA FOR THE CURRENT QUARTER TAKES THIS MONTH'S SALES AS
      * ITS LATEST MONTH.  WHEN THE LATEST MONTH ON FILE IS AN EARLIER
      * ONE IT IS FIRST MOVED INTO THE PRIOR MONTHS; WHEN IT IS THIS
      * MONTH (A RERUN) IT IS SIMPLY REPLACED.
      *-----------------------------------------------------------------
       2500-ROLL-MONTH-FORWARD.
           IF QR-QT-YEAR (QR-QUOTA-IDX) = QR-FISCAL-YEAR
                   AND QR-QT-QUARTER (QR-QUOTA-IDX) = QR-FISCAL-QUARTER
               IF QR-QT-POSTED (QR-QUOTA-IDX) NOT = QR-RUN-PERIOD
                   ADD QR-QT-MONTH-SALES (QR-QUOTA-IDX)
                       TO QR-QT-PRIOR-SALES (QR-QUOTA-IDX)
                   MOVE QR-RUN-PERIOD TO QR-QT-POSTED (QR-QUOTA-IDX)
               END-IF
               MOVE QR-QT-RUN-SALES (QR-QUOTA-IDX)
                   TO QR-QT-MONTH-SALES (QR-QUOTA-IDX)
           END-IF.

       2900-READ-SALE.
           READ SALES-TRANS
               AT END
                   SET QR-SALES-END TO TRUE
           END-READ.

       3000-PRINT-ATTAINMENT.
           MOVE QR-FISCAL-YEAR TO QR-PL-YEAR
           MOVE QR-FISCAL-QUARTER TO QR-PL-QUARTER
           MOVE QR-MONTH-OF-QUARTER TO QR-PL-MONTH
           DISPLAY QR-PERIOD-LINE
           DISPLAY " "
           DISPLAY "ATTAINMENT BY SALESPERSON"
           DISPLAY QR-COLUMN-HEADING
           IF QR-QUOTA-COUNT > 0
               PERFORM 3100-PRINT-REP-QUOTA
                   VARYING QR-QUOTA-IDX FROM 1 BY 1
                   UNTIL QR-QUOTA-IDX > QR-QUOTA-COUNT
           END-IF
           DISPLAY " "
           DISPLAY "ATTAINMENT BY REGION"
           DISPLAY QR-COLUMN-HEADING
           IF QR-QUOTA-COUNT > 0
               PERFORM 3200-PRINT-REGION-QUOTA
                   VARYING QR-QUOTA-IDX FROM 1 BY 1
                   UNTIL QR-QUOTA-IDX > QR-QUOTA-COUNT
           END-IF.

       3100-PRINT-REP-QUOTA.
           IF QR-QT-TYPE (QR-QUOTA-IDX) = "S"
                   AND QR-QT-YEAR (QR-QUOTA-IDX) = QR-FISCAL-YEAR
                   AND QR-QT-QUARTER (QR-QUOTA-IDX) = QR-FISCAL-QUARTER
               MOVE "NOT ON MASTER" TO QR-DT-NAME
               MOVE 0 TO QR-REP-FOUND-IDX
               PERFORM 3110-MATCH-REP-NAME
                   VARYING QR-REP-IDX FROM 1 BY 1
                   UNTIL QR-REP-IDX > QR-REP-COUNT
                       OR QR-REP-FOUND-IDX NOT = 0
               PERFORM 3500-FORMAT-ATTAINMENT
               IF QR-ATTAINED-PCT >= 100
                       AND QR-QT-ACCEL-RATE (QR-QUOTA-IDX) > 0
                   MOVE "ACCELERATOR" TO QR-DT-FLAG
               END-IF
               DISPLAY QR-DETAIL-LINE
               ADD 1 TO QR-REP-LINE-COUNT
           END-IF.

       3110-MATCH-REP-NAME.
           IF QR-RP-ID (QR-REP-IDX) = QR-QT-ID (QR-QUOTA-IDX)
               MOVE QR-REP-IDX TO QR-REP-FOUND-IDX
               MOVE QR-RP-NAME (QR-REP-IDX) TO QR-DT-NAME
           END-IF.

       3200-PRINT-REGION-QUOTA.
           IF QR-QT-TYPE (QR-QUOTA-IDX) = "R"
                   AND QR-QT-YEAR (QR-QUOTA-IDX) = QR-FISCAL-YEAR
                   AND QR-QT-QUARTER (QR-QUOTA-IDX) = QR-FISCAL-QUARTER
               MOVE SPACES TO QR-DT-NAME
               PERFORM 3500-FORMAT-ATTAINMENT
               DISPLAY QR-DETAIL-LINE
               ADD 1 TO QR-REGION-LINE-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * THE PROJECTION CARRIES THE QUARTER'S AVERAGE MONTH SO FAR
      * THROUGH ALL THREE MONTHS.
      *-----------------------------------------------------------------
       3500-FORMAT-ATTAINMENT.
           COMPUTE QR-QTD-SALES = QR-QT-PRIOR-SALES (QR-QUOTA-IDX)
               + QR-QT-MONTH-SALES (QR-QUOTA-IDX)
           COMPUTE QR-PROJECTED-SALES ROUNDED =
               QR-QTD-SALES * 3 / QR-MONTH-OF-QUARTER
               ON SIZE ERROR
                   MOVE 999999999.99 TO QR-PROJECTED-SALES
           END-COMPUTE
           IF QR-QT-AMOUNT (QR-QUOTA-IDX) > 0
               COMPUTE QR-ATTAINED-PCT ROUNDED =
                   QR-QTD-SALES * 100 / QR-QT-AMOUNT (QR-QUOTA-IDX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO QR-ATTAINED-PCT
               END-COMPUTE
               COMPUTE QR-PROJECTED-PCT ROUNDED =
                   QR-PROJECTED-SALES * 100
                   / QR-QT-AMOUNT (QR-QUOTA-IDX)
                   ON SIZE ERROR
                       MOVE 99999.9 TO QR-PROJECTED-PCT
               END-COMPUTE
           ELSE
               MOVE 0 TO QR-ATTAINED-PCT
               MOVE 0 TO QR-PROJECTED-PCT
           END-IF
           MOVE QR-QT-ID (QR-QUOTA-IDX) TO QR-DT-ID
           MOVE QR-QT-AMOUNT (QR-QUOTA-IDX) TO QR-DT-QUOTA
           MOVE QR-QTD-SALES TO QR-DT-QTD-SALES
           MOVE QR-ATTAINED-PCT TO QR-DT-ATTAINED-PCT
           MOVE QR-PROJECTED-SALES TO QR-DT-PROJECTED
           MOVE QR-PROJECTED-PCT TO QR-DT-PROJECTED-PCT
           EVALUATE TRUE
               WHEN QR-ATTAINED-PCT >= 100
                   MOVE "ATTAINED" TO QR-DT-FLAG
               WHEN QR-PROJECTED-PCT >= 100
                   MOVE "ON PACE" TO QR-DT-FLAG
               WHEN OTHER
                   MOVE "<< BEHIND" TO QR-DT-FLAG
           END-EVALUATE.

       4000-TERMINATE.
           PERFORM 4100-REWRITE-QUOTAS
           DISPLAY " "
           DISPLAY "SALES DETAILS READ:       " QR-SALE-COUNT
           DISPLAY "MONTH SALES TOTAL:        " QR-MONTH-SALES-TOTAL
           DISPLAY "REP QUOTAS REPORTED:      " QR-REP-LINE-COUNT
           DISPLAY "REGION QUOTAS REPORTED:   " QR-REGION-LINE-COUNT
           DISPLAY "SALES WITH NO REP QUOTA:  " QR-NO-REP-QUOTA-COUNT
               " FOR " QR-NO-REP-QUOTA-AMOUNT
           DISPLAY "SALES WITH NO REGION QUOTA: "
               QR-NO-REGION-QUOTA-COUNT
               " FOR " QR-NO-REGION-QUOTA-AMOUNT
           PERFORM 8100-PRINT-REPORT-FOOTER.

      *-----------------------------------------------------------------
      * THE QUOTA FILE IS REWRITTEN WITH THE MONTH POSTED.  NOTHING IS
      * WRITTEN WHEN THERE WAS NO QUOTA FILE TO BEGIN WITH.
      *-----------------------------------------------------------------
       4100-REWRITE-QUOTAS.
           IF NOT QR-QUOTA-NOTFOUND
               OPEN OUTPUT QUOTA-FILE
               IF NOT QR-QUOTA-OK
                   MOVE "QUOTARPT" TO AB-PROGRAM-ID
                   MOVE "QUOTA" TO AB-FILE-NAME
                   MOVE "OPEN OUT" TO AB-OPERATION
                   MOVE QR-QUOTA-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               IF QR-QUOTA-COUNT > 0
                   PERFORM 4110-WRITE-QUOTA-RECORD
                       VARYING QR-QUOTA-IDX FROM 1 BY 1
                       UNTIL QR-QUOTA-IDX > QR-QUOTA-COUNT
               END-IF
               CLOSE QUOTA-FILE
           END-IF.

       4110-WRITE-QUOTA-RECORD.
           MOVE SPACES TO QUOTA-RECORD
           MOVE QR-QT-TYPE (QR-QUOTA-IDX) TO QT-QUOTA-TYPE
           MOVE QR-QT-ID (QR-QUOTA-IDX) TO QT-QUOTA-ID
           MOVE QR-QT-YEAR (QR-QUOTA-IDX) TO QT-FISCAL-YEAR
           MOVE QR-QT-QUARTER (QR-QUOTA-IDX) TO QT-FISCAL-QUARTER
           MOVE QR-QT-AMOUNT (QR-QUOTA-IDX) TO QT-QUOTA-AMOUNT
           MOVE QR-QT-ACCEL-RATE (QR-QUOTA-IDX) TO QT-ACCEL-RATE
           MOVE QR-QT-PRIOR-SALES (QR-QUOTA-IDX) TO QT-PRIOR-SALES
           MOVE QR-QT-MONTH-SALES (QR-QUOTA-IDX) TO QT-MONTH-SALES
           MOVE QR-QT-POSTED (QR-QUOTA-IDX) TO QT-POSTED-PERIOD
           WRITE QUOTA-RECORD.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM QUOTARPT.
