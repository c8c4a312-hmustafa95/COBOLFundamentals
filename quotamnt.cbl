      ******************************************************************
      * PROGRAM-ID.    QUOTAMNT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - SALES
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       SALES QUOTA FILE MAINTENANCE.  LOADS QUARTERLY
      *                QUOTAS FROM A TRANSACTION BATCH INTO THE QUOTA
      *                FILE, ONE PER SALESPERSON (TYPE S) OR REGION
      *                (TYPE R) PER FISCAL YEAR AND QUARTER.  AN ADD
      *                FOR A KEY ALREADY ON FILE REPLACES THE QUOTA
      *                AND ACCELERATOR RATE (THE NORMAL WAY A QUOTA
      *                REVISION ARRIVES) BUT KEEPS THE SALES QUOTARPT
      *                HAS POSTED, A DELETE REMOVES IT, AND LIST
      *                PRINTS THE FILE.  A SALESPERSON MUST BE ON THE
      *                SALESPERSON MASTER AND A REGION ON THE
      *                TERRITORY FILE.  QUOTARPT REPORTS ATTAINMENT
      *                AND COMMSTMT PAYS THE ACCELERATOR.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL - MODELED ON BUDGLOAD.
      * 10/15/2026 DO    A QUOTA FILE TOO BIG FOR THE TABLE NOW STOPS
      *                  THE RUN INSTEAD OF DROPPING THE QUOTAS PAST
      *                  THE CAP WHEN THE FILE IS REWRITTEN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUOTAMNT.
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
               FILE STATUS IS QM-QUOTA-STATUS.
           SELECT MAINT-TRANS ASSIGN TO "QUOTTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QM-QUOTTRAN-STATUS.
           SELECT SALESPERSON-MASTER ASSIGN TO "SALESMST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QM-SALESMST-STATUS.
           SELECT TERRITORY-MASTER ASSIGN TO "TERRFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QM-TERRFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  QUOTA-FILE
           RECORDING MODE IS F.
       01  QUOTA-RECORD.
           COPY QUOTAREC.

       FD  MAINT-TRANS
           RECORDING MODE IS F.
       01  MAINT-TRANS-RECORD.
           05  QX-ACTION-CODE          PIC X(01).
               88  QX-ADD              VALUE "A".
               88  QX-DELETE           VALUE "D".
               88  QX-LIST             VALUE "L".
           05  QX-QUOTA-TYPE           PIC X(01).
               88  QX-REP-QUOTA        VALUE "S".
               88  QX-REGION-QUOTA     VALUE "R".
           05  QX-QUOTA-ID             PIC X(05).
           05  QX-FISCAL-YEAR          PIC 9(04).
           05  QX-FISCAL-QUARTER       PIC 9(01).
           05  QX-QUOTA-AMOUNT         PIC 9(09)V99.
           05  QX-ACCEL-RATE           PIC 9V999.
           05  FILLER                  PIC X(53).

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

       WORKING-STORAGE SECTION.
       COPY ABENDWS.

       01  QM-QUOTA-STATUS             PIC X(02) VALUE "00".
           88  QM-QUOTA-OK             VALUE "00".
           88  QM-QUOTA-EOF            VALUE "10".
           88  QM-QUOTA-NOTFOUND       VALUE "35".
       01  QM-QUOTTRAN-STATUS          PIC X(02) VALUE "00".
           88  QM-QUOTTRAN-OK          VALUE "00".
           88  QM-QUOTTRAN-EOF         VALUE "10".
       01  QM-SALESMST-STATUS          PIC X(02) VALUE "00".
           88  QM-SALESMST-OK          VALUE "00".
           88  QM-SALESMST-EOF         VALUE "10".
       01  QM-TERRFILE-STATUS          PIC X(02) VALUE "00".
           88  QM-TERRFILE-OK          VALUE "00".
           88  QM-TERRFILE-EOF         VALUE "10".

       01  QM-SWITCHES.
           05  QM-QUOTA-EOF-SWITCH     PIC X(01) VALUE "N".
               88  QM-QUOTA-END        VALUE "Y".
           05  QM-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  QM-TRANS-END        VALUE "Y".
           05  QM-REP-EOF-SWITCH       PIC X(01) VALUE "N".
               88  QM-REP-END          VALUE "Y".
           05  QM-TERR-EOF-SWITCH      PIC X(01) VALUE "N".
               88  QM-TERR-END         VALUE "Y".
           05  QM-KEY-VALID-SWITCH     PIC X(01) VALUE "N".
               88  QM-KEY-VALID        VALUE "Y".

       01  QM-COUNTERS.
           05  QM-QUOTA-COUNT          PIC 9(04) COMP VALUE 0.
           05  QM-MAX-QUOTAS           PIC 9(04) COMP VALUE 2000.
           05  QM-TABLE-IDX            PIC 9(04) COMP VALUE 0.
           05  QM-FOUND-IDX            PIC 9(04) COMP VALUE 0.
           05  QM-REP-COUNT            PIC 9(03) COMP VALUE 0.
           05  QM-MAX-REPS             PIC 9(03) COMP VALUE 200.
           05  QM-REP-IDX              PIC 9(03) COMP VALUE 0.
           05  QM-REGION-COUNT         PIC 9(03) COMP VALUE 0.
           05  QM-MAX-REGIONS          PIC 9(03) COMP VALUE 50.
           05  QM-REGION-IDX           PIC 9(03) COMP VALUE 0.
           05  QM-ADD-COUNT            PIC 9(05) COMP VALUE 0.
           05  QM-REPLACE-COUNT        PIC 9(05) COMP VALUE 0.
           05  QM-DELETE-COUNT         PIC 9(05) COMP VALUE 0.
           05  QM-REJECT-COUNT         PIC 9(05) COMP VALUE 0.

       01  QM-QUOTA-TABLE.
           05  QM-QUOTA-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON QM-QUOTA-COUNT
                   INDEXED BY QM-QT-IDX.
               10  QM-QT-TYPE          PIC X(01).
               10  QM-QT-ID            PIC X(05).
               10  QM-QT-YEAR          PIC 9(04).
               10  QM-QT-QUARTER       PIC 9(01).
               10  QM-QT-AMOUNT        PIC 9(09)V99.
               10  QM-QT-ACCEL-RATE    PIC 9V999.
               10  QM-QT-PRIOR-SALES   PIC 9(09)V99.
               10  QM-QT-MONTH-SALES   PIC 9(09)V99.
               10  QM-QT-POSTED        PIC 9(06).

       01  QM-REP-TABLE.
           05  QM-REP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON QM-REP-COUNT
                   INDEXED BY QM-RP-IDX.
               10  QM-RP-ID            PIC X(05).

       01  QM-REGION-TABLE.
           05  QM-REGION-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON QM-REGION-COUNT
                   INDEXED BY QM-RG-IDX.
               10  QM-RG-CODE          PIC X(05).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TRANSACTION
               UNTIL QM-TRANS-END
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-QUOTAS
           PERFORM 1200-LOAD-SALESPERSONS
           PERFORM 1300-LOAD-REGIONS
           OPEN INPUT MAINT-TRANS
           IF NOT QM-QUOTTRAN-OK AND NOT QM-QUOTTRAN-EOF
               MOVE "QUOTAMNT" TO AB-PROGRAM-ID
               MOVE "QUOTTRAN" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE QM-QUOTTRAN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 2900-READ-TRANSACTION.

       1100-LOAD-QUOTAS.
           MOVE 1 TO QM-QUOTA-COUNT
           OPEN INPUT QUOTA-FILE
           IF QM-QUOTA-NOTFOUND
               SET QM-QUOTA-END TO TRUE
           ELSE
               IF NOT QM-QUOTA-OK AND NOT QM-QUOTA-EOF
                   MOVE "QUOTAMNT" TO AB-PROGRAM-ID
                   MOVE "QUOTA" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE QM-QUOTA-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-QUOTA-RECORD
               PERFORM 1110-STORE-QUOTA-RECORD
                   UNTIL QM-QUOTA-END
                       OR QM-QUOTA-COUNT > QM-MAX-QUOTAS
               CLOSE QUOTA-FILE
               IF NOT QM-QUOTA-END
                   DISPLAY "QUOTAMNT: QUOTA TABLE FULL AT "
                       QM-MAX-QUOTAS " - RUN STOPPED"
                   MOVE "QUOTAMNT" TO AB-PROGRAM-ID
                   MOVE "QUOTA" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE QM-QUOTA-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF
           IF QM-QUOTA-COUNT > 1
               SUBTRACT 1 FROM QM-QUOTA-COUNT
           ELSE
               MOVE 0 TO QM-QUOTA-COUNT
           END-IF.

       1110-STORE-QUOTA-RECORD.
           MOVE QT-QUOTA-TYPE TO QM-QT-TYPE (QM-QUOTA-COUNT)
           MOVE QT-QUOTA-ID TO QM-QT-ID (QM-QUOTA-COUNT)
           MOVE QT-FISCAL-YEAR TO QM-QT-YEAR (QM-QUOTA-COUNT)
           MOVE QT-FISCAL-QUARTER TO QM-QT-QUARTER (QM-QUOTA-COUNT)
           MOVE QT-QUOTA-AMOUNT TO QM-QT-AMOUNT (QM-QUOTA-COUNT)
           MOVE QT-ACCEL-RATE TO QM-QT-ACCEL-RATE (QM-QUOTA-COUNT)
           MOVE QT-PRIOR-SALES TO QM-QT-PRIOR-SALES (QM-QUOTA-COUNT)
           MOVE QT-MONTH-SALES TO QM-QT-MONTH-SALES (QM-QUOTA-COUNT)
           MOVE QT-POSTED-PERIOD TO QM-QT-POSTED (QM-QUOTA-COUNT)
           ADD 1 TO QM-QUOTA-COUNT
           PERFORM 1190-READ-QUOTA-RECORD.

       1190-READ-QUOTA-RECORD.
           READ QUOTA-FILE
               AT END
                   SET QM-QUOTA-END TO TRUE
           END-READ.

       1200-LOAD-SALESPERSONS.
           MOVE 1 TO QM-REP-COUNT
           OPEN INPUT SALESPERSON-MASTER
           IF NOT QM-SALESMST-OK AND NOT QM-SALESMST-EOF
               MOVE "QUOTAMNT" TO AB-PROGRAM-ID
               MOVE "SALESMST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE QM-SALESMST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1290-READ-REP-RECORD
           PERFORM 1210-STORE-REP-RECORD
               UNTIL QM-REP-END
                   OR QM-REP-COUNT > QM-MAX-REPS
           CLOSE SALESPERSON-MASTER
           IF QM-REP-COUNT > 1
               SUBTRACT 1 FROM QM-REP-COUNT
           ELSE
               MOVE 0 TO QM-REP-COUNT
           END-IF.

       1210-STORE-REP-RECORD.
           MOVE SP-SALESPERSON-ID TO QM-RP-ID (QM-REP-COUNT)
           ADD 1 TO QM-REP-COUNT
           PERFORM 1290-READ-REP-RECORD.

       1290-READ-REP-RECORD.
           READ SALESPERSON-MASTER
               AT END
                   SET QM-REP-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE TERRITORY FILE HAS ONE RECORD PER STATE; EACH REGION CODE
      * IS TABLED ONCE.
      *-----------------------------------------------------------------
       1300-LOAD-REGIONS.
           MOVE 0 TO QM-REGION-COUNT
           OPEN INPUT TERRITORY-MASTER
           IF NOT QM-TERRFILE-OK AND NOT QM-TERRFILE-EOF
               MOVE "QUOTAMNT" TO AB-PROGRAM-ID
               MOVE "TERRFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE QM-TERRFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1390-READ-TERRITORY-RECORD
           PERFORM 1310-STORE-REGION
               UNTIL QM-TERR-END
           CLOSE TERRITORY-MASTER.

       1310-STORE-REGION.
           MOVE 0 TO QM-FOUND-IDX
           IF QM-REGION-COUNT > 0
               PERFORM 1320-COMPARE-REGION
                   VARYING QM-REGION-IDX FROM 1 BY 1
                   UNTIL QM-REGION-IDX > QM-REGION-COUNT
                       OR QM-FOUND-IDX NOT = 0
           END-IF
           IF QM-FOUND-IDX = 0
               IF QM-REGION-COUNT >= QM-MAX-REGIONS
                   MOVE "QUOTAMNT" TO AB-PROGRAM-ID
                   MOVE "TERRFILE" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE QM-TERRFILE-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO QM-REGION-COUNT
               MOVE TM-REGION-CODE TO QM-RG-CODE (QM-REGION-COUNT)
           END-IF
           PERFORM 1390-READ-TERRITORY-RECORD.

       1320-COMPARE-REGION.
           IF QM-RG-CODE (QM-REGION-IDX) = TM-REGION-CODE
               MOVE QM-REGION-IDX TO QM-FOUND-IDX
           END-IF.

       1390-READ-TERRITORY-RECORD.
           READ TERRITORY-MASTER
               AT END
                   SET QM-TERR-END TO TRUE
           END-READ.

       2000-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN QX-ADD
                   PERFORM 2100-ADD-QUOTA
               WHEN QX-DELETE
                   PERFORM 2200-DELETE-QUOTA
               WHEN QX-LIST
                   PERFORM 2300-LIST-QUOTAS
               WHEN OTHER
                   DISPLAY "QUOTAMNT: TRANSACTION CODE NOT "
                       "RECOGNIZED: " QX-ACTION-CODE
                   ADD 1 TO QM-REJECT-COUNT
           END-EVALUATE
           PERFORM 2900-READ-TRANSACTION.

       2100-ADD-QUOTA.
           PERFORM 2500-VALIDATE-KEY
           IF QM-KEY-VALID AND QX-QUOTA-AMOUNT NOT NUMERIC
               DISPLAY "QUOTAMNT: QUOTA AMOUNT NOT NUMERIC FOR "
                   QX-QUOTA-TYPE " " QX-QUOTA-ID ", REJECTED"
               ADD 1 TO QM-REJECT-COUNT
               MOVE "N" TO QM-KEY-VALID-SWITCH
           END-IF
           IF QM-KEY-VALID
               IF QX-ACCEL-RATE NOT NUMERIC
                   MOVE 0 TO QX-ACCEL-RATE
               END-IF
               IF QX-REGION-QUOTA AND QX-ACCEL-RATE NOT = 0
                   DISPLAY "QUOTAMNT: ACCELERATOR IGNORED ON REGION "
                       "QUOTA " QX-QUOTA-ID
                   MOVE 0 TO QX-ACCEL-RATE
               END-IF
               PERFORM 2800-FIND-QUOTA
               IF QM-FOUND-IDX NOT = 0
                   MOVE QX-QUOTA-AMOUNT TO QM-QT-AMOUNT (QM-FOUND-IDX)
                   MOVE QX-ACCEL-RATE
                       TO QM-QT-ACCEL-RATE (QM-FOUND-IDX)
                   ADD 1 TO QM-REPLACE-COUNT
               ELSE
                   IF QM-QUOTA-COUNT >= QM-MAX-QUOTAS
                       DISPLAY "QUOTAMNT: QUOTA TABLE FULL, "
                           "QUOTA REJECTED"
                       ADD 1 TO QM-REJECT-COUNT
                   ELSE
                       ADD 1 TO QM-QUOTA-COUNT
                       MOVE QX-QUOTA-TYPE
                           TO QM-QT-TYPE (QM-QUOTA-COUNT)
                       MOVE QX-QUOTA-ID TO QM-QT-ID (QM-QUOTA-COUNT)
                       MOVE QX-FISCAL-YEAR
                           TO QM-QT-YEAR (QM-QUOTA-COUNT)
                       MOVE QX-FISCAL-QUARTER
                           TO QM-QT-QUARTER (QM-QUOTA-COUNT)
                       MOVE QX-QUOTA-AMOUNT
                           TO QM-QT-AMOUNT (QM-QUOTA-COUNT)
                       MOVE QX-ACCEL-RATE
                           TO QM-QT-ACCEL-RATE (QM-QUOTA-COUNT)
                       MOVE 0 TO QM-QT-PRIOR-SALES (QM-QUOTA-COUNT)
                       MOVE 0 TO QM-QT-MONTH-SALES (QM-QUOTA-COUNT)
                       MOVE 0 TO QM-QT-POSTED (QM-QUOTA-COUNT)
                       ADD 1 TO QM-ADD-COUNT
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THE DELETED ENTRY IS OVERLAID BY THE LAST ENTRY AND THE
      * TABLE SHORTENED - NEITHER QUOTARPT NOR COMMSTMT DEPENDS ON
      * FILE ORDER.
      *-----------------------------------------------------------------
       2200-DELETE-QUOTA.
           PERFORM 2800-FIND-QUOTA
           IF QM-FOUND-IDX = 0
               DISPLAY "QUOTAMNT: QUOTA NOT ON FILE, DELETE "
                   "REJECTED: " QX-QUOTA-TYPE " " QX-QUOTA-ID
                   " " QX-FISCAL-YEAR "-" QX-FISCAL-QUARTER
               ADD 1 TO QM-REJECT-COUNT
           ELSE
               MOVE QM-QUOTA-ENTRY (QM-QUOTA-COUNT)
                   TO QM-QUOTA-ENTRY (QM-FOUND-IDX)
               SUBTRACT 1 FROM QM-QUOTA-COUNT
               ADD 1 TO QM-DELETE-COUNT
           END-IF.

       2300-LIST-QUOTAS.
           DISPLAY "QUOTA FILE (" QM-QUOTA-COUNT " QUOTAS):"
           PERFORM 2310-LIST-ONE-QUOTA
               VARYING QM-TABLE-IDX FROM 1 BY 1
               UNTIL QM-TABLE-IDX > QM-QUOTA-COUNT.

       2310-LIST-ONE-QUOTA.
           DISPLAY "  " QM-QT-TYPE (QM-TABLE-IDX)
               " " QM-QT-ID (QM-TABLE-IDX)
               " FY " QM-QT-YEAR (QM-TABLE-IDX)
               " Q" QM-QT-QUARTER (QM-TABLE-IDX)
               " QUOTA " QM-QT-AMOUNT (QM-TABLE-IDX)
               " ACCEL " QM-QT-ACCEL-RATE (QM-TABLE-IDX)
               " POSTED " QM-QT-POSTED (QM-TABLE-IDX).

      *-----------------------------------------------------------------
      * TYPE, QUARTER AND FISCAL YEAR MUST BE GOOD, AND THE QUOTA
      * MUST NAME A SALESPERSON ON THE MASTER OR A REGION ON THE
      * TERRITORY FILE.
      *-----------------------------------------------------------------
       2500-VALIDATE-KEY.
           MOVE "N" TO QM-KEY-VALID-SWITCH
           EVALUATE TRUE
               WHEN NOT QX-REP-QUOTA AND NOT QX-REGION-QUOTA
                   DISPLAY "QUOTAMNT: QUOTA TYPE NOT S OR R: "
                       QX-QUOTA-TYPE ", REJECTED"
               WHEN QX-FISCAL-YEAR NOT NUMERIC
                       OR QX-FISCAL-YEAR < 2000
                   DISPLAY "QUOTAMNT: FISCAL YEAR NOT VALID FOR "
                       QX-QUOTA-ID ", REJECTED"
               WHEN QX-FISCAL-QUARTER NOT NUMERIC
                       OR QX-FISCAL-QUARTER < 1
                       OR QX-FISCAL-QUARTER > 4
                   DISPLAY "QUOTAMNT: FISCAL QUARTER NOT 1-4 FOR "
                       QX-QUOTA-ID ", REJECTED"
               WHEN QX-REP-QUOTA
                   MOVE 0 TO QM-FOUND-IDX
                   PERFORM 2510-COMPARE-REP
                       VARYING QM-REP-IDX FROM 1 BY 1
                       UNTIL QM-REP-IDX > QM-REP-COUNT
                           OR QM-FOUND-IDX NOT = 0
                   IF QM-FOUND-IDX = 0
                       DISPLAY "QUOTAMNT: SALESPERSON " QX-QUOTA-ID
                           " NOT ON MASTER, REJECTED"
                   ELSE
                       MOVE "Y" TO QM-KEY-VALID-SWITCH
                   END-IF
               WHEN OTHER
                   MOVE 0 TO QM-FOUND-IDX
                   PERFORM 2520-COMPARE-REGION
                       VARYING QM-REGION-IDX FROM 1 BY 1
                       UNTIL QM-REGION-IDX > QM-REGION-COUNT
                           OR QM-FOUND-IDX NOT = 0
                   IF QM-FOUND-IDX = 0
                       DISPLAY "QUOTAMNT: REGION " QX-QUOTA-ID
                           " NOT ON TERRITORY FILE, REJECTED"
                   ELSE
                       MOVE "Y" TO QM-KEY-VALID-SWITCH
                   END-IF
           END-EVALUATE
           IF NOT QM-KEY-VALID
               ADD 1 TO QM-REJECT-COUNT
           END-IF.

       2510-COMPARE-REP.
           IF QM-RP-ID (QM-REP-IDX) = QX-QUOTA-ID
               MOVE QM-REP-IDX TO QM-FOUND-IDX
           END-IF.

       2520-COMPARE-REGION.
           IF QM-RG-CODE (QM-REGION-IDX) = QX-QUOTA-ID
               MOVE QM-REGION-IDX TO QM-FOUND-IDX
           END-IF.

       2800-FIND-QUOTA.
           MOVE 0 TO QM-FOUND-IDX
           PERFORM 2810-COMPARE-QUOTA
               VARYING QM-TABLE-IDX FROM 1 BY 1
               UNTIL QM-TABLE-IDX > QM-QUOTA-COUNT
                   OR QM-FOUND-IDX NOT = 0.

       2810-COMPARE-QUOTA.
           IF QM-QT-TYPE (QM-TABLE-IDX) = QX-QUOTA-TYPE
                   AND QM-QT-ID (QM-TABLE-IDX) = QX-QUOTA-ID
                   AND QM-QT-YEAR (QM-TABLE-IDX) = QX-FISCAL-YEAR
                   AND QM-QT-QUARTER (QM-TABLE-IDX) = QX-FISCAL-QUARTER
               MOVE QM-TABLE-IDX TO QM-FOUND-IDX
           END-IF.

       2900-READ-TRANSACTION.
           READ MAINT-TRANS
               AT END
                   MOVE "Y" TO QM-TRANS-EOF-SWITCH
           END-READ.

       3000-TERMINATE.
           PERFORM 3100-REWRITE-QUOTAS
           DISPLAY "QUOTAS ADDED:          " QM-ADD-COUNT
           DISPLAY "QUOTAS REPLACED:       " QM-REPLACE-COUNT
           DISPLAY "QUOTAS DELETED:        " QM-DELETE-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " QM-REJECT-COUNT
           CLOSE MAINT-TRANS
           IF QM-REJECT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       3100-REWRITE-QUOTAS.
           OPEN OUTPUT QUOTA-FILE
           IF NOT QM-QUOTA-OK
               MOVE "QUOTAMNT" TO AB-PROGRAM-ID
               MOVE "QUOTA" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE QM-QUOTA-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF QM-QUOTA-COUNT > 0
               PERFORM 3110-WRITE-QUOTA-RECORD
                   VARYING QM-TABLE-IDX FROM 1 BY 1
                   UNTIL QM-TABLE-IDX > QM-QUOTA-COUNT
           END-IF
           CLOSE QUOTA-FILE.

       3110-WRITE-QUOTA-RECORD.
           MOVE SPACES TO QUOTA-RECORD
           MOVE QM-QT-TYPE (QM-TABLE-IDX) TO QT-QUOTA-TYPE
           MOVE QM-QT-ID (QM-TABLE-IDX) TO QT-QUOTA-ID
           MOVE QM-QT-YEAR (QM-TABLE-IDX) TO QT-FISCAL-YEAR
           MOVE QM-QT-QUARTER (QM-TABLE-IDX) TO QT-FISCAL-QUARTER
           MOVE QM-QT-AMOUNT (QM-TABLE-IDX) TO QT-QUOTA-AMOUNT
           MOVE QM-QT-ACCEL-RATE (QM-TABLE-IDX) TO QT-ACCEL-RATE
           MOVE QM-QT-PRIOR-SALES (QM-TABLE-IDX) TO QT-PRIOR-SALES
           MOVE QM-QT-MONTH-SALES (QM-TABLE-IDX) TO QT-MONTH-SALES
           MOVE QM-QT-POSTED (QM-TABLE-IDX) TO QT-POSTED-PERIOD
           WRITE QUOTA-RECORD.

       COPY ABENDPAR.

       END PROGRAM QUOTAMNT.
