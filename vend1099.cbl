      ******************************************************************
      * PROGRAM-ID.    VEND1099
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS PAYABLE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       YEAR-END VENDOR 1099 EXTRACT.  TOTALS EVERY
      *                CHECK ON THE AP CHECK HISTORY ISSUED IN THE TAX
      *                YEAR BY VENDOR, THEN WALKS THE VENDOR MASTER AND
      *                WRITES ONE EXTRACT RECORD PER 1099-REPORTABLE
      *                VENDOR PAID AT OR OVER THE REPORTING THRESHOLD
      *                FOR THE FORMS VENDOR, WITH A TRAILER CARRYING
      *                THE COUNT AND AMOUNT TOTAL.  VOIDED CHECKS ARE
      *                NOT COUNTED.  THE EXCEPTION
      *                LIST SHOWS EVERY REPORTABLE VENDOR WHOSE TAX ID
      *                IS MISSING OR MALFORMED OR WHOSE BOX IS NOT
      *                VALID (THESE ARE NOT EXTRACTED UNTIL THE MASTER
      *                IS CORRECTED AND THE RUN REPEATED), EVERY VENDOR
      *                PAID OVER THE THRESHOLD WHO IS NOT FLAGGED, AND
      *                EVERY PAID VENDOR MISSING FROM THE MASTER.  A
      *                RUN IN JANUARY REPORTS THE PRIOR CALENDAR YEAR.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VEND1099.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - ACCOUNTS PAYABLE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK-HISTORY ASSIGN TO "APCHKHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TN-APCHKHST-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-VENDOR-ID OF VENDOR-MASTER-RECORD
               FILE STATUS IS TN-VENDMAST-STATUS.
           SELECT EXTRACT-1099 ASSIGN TO "EXT1099"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TN-EXT1099-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK-HISTORY
           RECORDING MODE IS F.
       01  CHECK-HISTORY-RECORD.
           COPY APCHKHST.

       FD  VENDOR-MASTER
           RECORDING MODE IS F.
       01  VENDOR-MASTER-RECORD.
           COPY VENDMAST.

      *-----------------------------------------------------------------
      * FORMS VENDOR INTERFACE: ONE "D" DETAIL PER REPORTABLE VENDOR
      * AND ONE "T" TRAILER WITH THE DETAIL COUNT AND AMOUNT TOTAL.
      *-----------------------------------------------------------------
       FD  EXTRACT-1099
           RECORDING MODE IS F.
       01  EXTRACT-DETAIL-RECORD.
           05  EX-RECORD-TYPE          PIC X(01).
           05  EX-TAX-YEAR             PIC 9(04).
           05  EX-VENDOR-ID            PIC 9(06).
           05  EX-TAX-ID               PIC X(09).
           05  EX-1099-BOX             PIC X(01).
           05  EX-VENDOR-NAME          PIC X(25).
           05  EX-VENDOR-ADDRESS       PIC X(25).
           05  EX-VENDOR-CITY          PIC X(15).
           05  EX-VENDOR-STATE         PIC X(02).
           05  EX-VENDOR-ZIP           PIC 9(05).
           05  EX-AMOUNT-PAID          PIC 9(09)V99.
           05  FILLER                  PIC X(16).
       01  EXTRACT-TRAILER-RECORD.
           05  ET-RECORD-TYPE          PIC X(01).
           05  ET-TAX-YEAR             PIC 9(04).
           05  ET-RECORD-COUNT         PIC 9(07).
           05  ET-AMOUNT-TOTAL         PIC 9(11)V99.
           05  FILLER                  PIC X(95).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  TN-APCHKHST-STATUS          PIC X(02) VALUE "00".
           88  TN-APCHKHST-OK          VALUE "00".
           88  TN-APCHKHST-EOF         VALUE "10".
           88  TN-APCHKHST-NOTFOUND    VALUE "35".
       01  TN-VENDMAST-STATUS          PIC X(02) VALUE "00".
           88  TN-VENDMAST-OK          VALUE "00".
       01  TN-EXT1099-STATUS           PIC X(02) VALUE "00".
           88  TN-EXT1099-OK           VALUE "00".

       01  TN-SWITCHES.
           05  TN-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
               88  TN-HIST-END         VALUE "Y".
           05  TN-VEND-EOF-SWITCH      PIC X(01) VALUE "N".
               88  TN-VEND-END         VALUE "Y".

      *-----------------------------------------------------------------
      * REPORTING THRESHOLD - A VENDOR PAID LESS THAN THIS IN THE TAX
      * YEAR NEEDS NO FORM.
      *-----------------------------------------------------------------
       01  TN-REPORTING-THRESHOLD      PIC 9(07)V99 VALUE 600.00.

       01  TN-TAX-YEAR                 PIC 9(04) VALUE 0.
       01  TN-RUN-MONTH                PIC 9(02) VALUE 0.
       01  TN-CHECK-YEAR               PIC 9(04) VALUE 0.
       01  TN-SEARCH-VENDOR-ID         PIC 9(06) VALUE 0.
       01  TN-VENDOR-PAID              PIC 9(09)V99 VALUE 0.
       01  TN-EXCEPTION-REASON         PIC X(32) VALUE SPACES.
       01  TN-EXTRACT-TOTAL            PIC 9(11)V99 VALUE 0.

       01  TN-COUNTERS.
           05  TN-CHECK-COUNT          PIC 9(07) COMP VALUE 0.
           05  TN-CHECKS-IN-YEAR       PIC 9(07) COMP VALUE 0.
           05  TN-VOID-COUNT           PIC 9(07) COMP VALUE 0.
           05  TN-VENDOR-COUNT         PIC 9(05) COMP VALUE 0.
           05  TN-EXTRACT-COUNT        PIC 9(07) COMP VALUE 0.
           05  TN-UNDER-COUNT          PIC 9(05) COMP VALUE 0.
           05  TN-EXCEPTION-COUNT      PIC 9(05) COMP VALUE 0.

      *-----------------------------------------------------------------
      * TAX-YEAR TOTALS BY VENDOR, BUILT FROM THE CHECK HISTORY.  THE
      * MATCHED FLAG IS SET WHEN THE VENDOR MASTER WALK REACHES THE
      * VENDOR, SO WHATEVER IS LEFT UNMATCHED WAS PAID TO A VENDOR NO
      * LONGER ON THE MASTER.
      *-----------------------------------------------------------------
       01  TN-TOTAL-COUNTS.
           05  TN-TOTAL-COUNT          PIC 9(05) COMP VALUE 0.
           05  TN-MAX-TOTALS           PIC 9(05) COMP VALUE 5000.
           05  TN-TOTAL-IDX            PIC 9(05) COMP VALUE 0.
           05  TN-FOUND-IDX            PIC 9(05) COMP VALUE 0.

       01  TN-TOTAL-TABLE.
           05  TN-TOTAL-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TN-TOTAL-COUNT
                   INDEXED BY TN-TOTAL-TIDX.
               10  TN-TT-VENDOR-ID     PIC 9(06).
               10  TN-TT-AMOUNT-PAID   PIC 9(09)V99.
               10  TN-TT-MATCHED       PIC X(01).

       01  TN-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "VENDOR".
           05  FILLER                  PIC X(27) VALUE "NAME".
           05  FILLER                  PIC X(11) VALUE "TAX ID".
           05  FILLER                  PIC X(06) VALUE "1099".
           05  FILLER                  PIC X(16) VALUE "      PAID".
           05  FILLER                  PIC X(09) VALUE "EXCEPTION".

       01  TN-EXCEPTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TN-EX-VENDOR-ID         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TN-EX-VENDOR-NAME       PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TN-EX-TAX-ID            PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TN-EX-1099-FLAG         PIC X(01).
           05  FILLER                  PIC X(01) VALUE "/".
           05  TN-EX-1099-BOX          PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TN-EX-AMOUNT-PAID       PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TN-EX-REASON            PIC X(32).

       01  TN-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(24) VALUE
               "AMOUNT EXTRACTED:       ".
           05  TN-TL-EXTRACT-TOTAL     PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-VENDOR
               UNTIL TN-VEND-END
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "VEND1099" TO RH-PROGRAM-NAME
           MOVE "VENDOR 1099 EXTRACT EXCEPTIONS" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           MOVE FUNCTION CURRENT-DATE (1:4) TO TN-TAX-YEAR
           MOVE FUNCTION CURRENT-DATE (5:2) TO TN-RUN-MONTH
      *    A RUN IN JANUARY IS STILL REPORTING THE PRIOR TAX YEAR.
           IF TN-RUN-MONTH = 1
               SUBTRACT 1 FROM TN-TAX-YEAR
           END-IF
           PERFORM 8000-PRINT-REPORT-HEADER
           DISPLAY "TAX YEAR " TN-TAX-YEAR
           DISPLAY TN-COLUMN-HEADER-LINE
           PERFORM 1200-LOAD-CHECK-TOTALS
           OPEN INPUT VENDOR-MASTER
           IF NOT TN-VENDMAST-OK
               MOVE "VEND1099" TO AB-PROGRAM-ID
               MOVE "VENDMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE TN-VENDMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN OUTPUT EXTRACT-1099
           IF NOT TN-EXT1099-OK
               MOVE "VEND1099" TO AB-PROGRAM-ID
               MOVE "EXT1099" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE TN-EXT1099-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 2900-READ-VENDOR.

      *-----------------------------------------------------------------
      * ONE PASS OF THE CHECK HISTORY ACCUMULATES THE TAX YEAR'S
      * ISSUED CHECKS BY VENDOR.  AN OVERFLOWING TABLE WOULD
      * UNDERSTATE WHAT WAS PAID, SO IT STOPS THE RUN.
      *-----------------------------------------------------------------
       1200-LOAD-CHECK-TOTALS.
           OPEN INPUT CHECK-HISTORY
           IF TN-APCHKHST-NOTFOUND
               DISPLAY "VEND1099: NO AP CHECK HISTORY ON FILE"
           ELSE
               IF NOT TN-APCHKHST-OK AND NOT TN-APCHKHST-EOF
                   MOVE "VEND1099" TO AB-PROGRAM-ID
                   MOVE "APCHKHST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TN-APCHKHST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-CHECK-HISTORY
               PERFORM 1210-ACCUMULATE-CHECK
                   UNTIL TN-HIST-END
               CLOSE CHECK-HISTORY
           END-IF.

       1210-ACCUMULATE-CHECK.
           ADD 1 TO TN-CHECK-COUNT
           MOVE AC-CHECK-DATE (1:4) TO TN-CHECK-YEAR
           IF TN-CHECK-YEAR = TN-TAX-YEAR
               IF AC-CHECK-VOID
                   ADD 1 TO TN-VOID-COUNT
               ELSE
                   ADD 1 TO TN-CHECKS-IN-YEAR
                   PERFORM 1220-ADD-TO-VENDOR-TOTAL
               END-IF
           END-IF
           PERFORM 1290-READ-CHECK-HISTORY.

       1220-ADD-TO-VENDOR-TOTAL.
           MOVE AC-VENDOR-ID TO TN-SEARCH-VENDOR-ID
           PERFORM 2800-FIND-VENDOR-TOTAL
           IF TN-FOUND-IDX = 0
               IF TN-TOTAL-COUNT >= TN-MAX-TOTALS
                   DISPLAY "VEND1099: VENDOR TOTAL TABLE FULL AT "
                       TN-MAX-TOTALS " - RUN STOPPED"
                   MOVE "VEND1099" TO AB-PROGRAM-ID
                   MOVE "APCHKHST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE TN-APCHKHST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO TN-TOTAL-COUNT
               MOVE TN-TOTAL-COUNT TO TN-FOUND-IDX
               MOVE AC-VENDOR-ID TO TN-TT-VENDOR-ID (TN-FOUND-IDX)
               MOVE 0 TO TN-TT-AMOUNT-PAID (TN-FOUND-IDX)
               MOVE "N" TO TN-TT-MATCHED (TN-FOUND-IDX)
           END-IF
           ADD AC-CHECK-AMOUNT TO TN-TT-AMOUNT-PAID (TN-FOUND-IDX).

       1290-READ-CHECK-HISTORY.
           READ CHECK-HISTORY
               AT END
                   SET TN-HIST-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE VENDOR PER PASS: A REPORTABLE VENDOR WITH A GOOD TAX ID
      * AND BOX IS EXTRACTED WHEN PAID AT OR OVER THE THRESHOLD; A BAD
      * TAX ID OR BOX IS AN EXCEPTION WHATEVER WAS PAID.  A VENDOR
      * NOT FLAGGED IS AN EXCEPTION ONLY WHEN PAID OVER THE THRESHOLD.
      *-----------------------------------------------------------------
       2000-PROCESS-VENDOR.
           ADD 1 TO TN-VENDOR-COUNT
           MOVE VN-VENDOR-ID OF VENDOR-MASTER-RECORD
               TO TN-SEARCH-VENDOR-ID
           PERFORM 2800-FIND-VENDOR-TOTAL
           IF TN-FOUND-IDX = 0
               MOVE 0 TO TN-VENDOR-PAID
           ELSE
               MOVE TN-TT-AMOUNT-PAID (TN-FOUND-IDX)
                   TO TN-VENDOR-PAID
               MOVE "Y" TO TN-TT-MATCHED (TN-FOUND-IDX)
           END-IF
           MOVE SPACES TO TN-EXCEPTION-REASON
           IF VN-1099-REPORTABLE OF VENDOR-MASTER-RECORD
               EVALUATE TRUE
                   WHEN VN-TAX-ID OF VENDOR-MASTER-RECORD = SPACES
                       MOVE "TAX ID MISSING - NOT EXTRACTED"
                           TO TN-EXCEPTION-REASON
                   WHEN VN-TAX-ID OF VENDOR-MASTER-RECORD
                           IS NOT NUMERIC
                   WHEN VN-TAX-ID OF VENDOR-MASTER-RECORD
                           = "000000000"
                       MOVE "TAX ID MALFORMED - NOT EXTRACTED"
                           TO TN-EXCEPTION-REASON
                   WHEN NOT VN-BOX-VALID OF VENDOR-MASTER-RECORD
                       MOVE "1099 BOX INVALID - NOT EXTRACTED"
                           TO TN-EXCEPTION-REASON
                   WHEN TN-VENDOR-PAID < TN-REPORTING-THRESHOLD
                       ADD 1 TO TN-UNDER-COUNT
                   WHEN OTHER
                       PERFORM 2100-WRITE-EXTRACT-RECORD
               END-EVALUATE
           ELSE
               IF TN-VENDOR-PAID >= TN-REPORTING-THRESHOLD
                   MOVE "PAID OVER THRESHOLD, NOT FLAGGED"
                       TO TN-EXCEPTION-REASON
               END-IF
           END-IF
           IF TN-EXCEPTION-REASON NOT = SPACES
               PERFORM 2200-PRINT-VENDOR-EXCEPTION
           END-IF
           PERFORM 2900-READ-VENDOR.

       2100-WRITE-EXTRACT-RECORD.
           MOVE SPACES TO EXTRACT-DETAIL-RECORD
           MOVE "D" TO EX-RECORD-TYPE
           MOVE TN-TAX-YEAR TO EX-TAX-YEAR
           MOVE VN-VENDOR-ID OF VENDOR-MASTER-RECORD TO EX-VENDOR-ID
           MOVE VN-TAX-ID OF VENDOR-MASTER-RECORD TO EX-TAX-ID
           MOVE VN-1099-BOX OF VENDOR-MASTER-RECORD TO EX-1099-BOX
           MOVE VN-VENDOR-NAME OF VENDOR-MASTER-RECORD
               TO EX-VENDOR-NAME
           MOVE VN-VENDOR-ADDRESS OF VENDOR-MASTER-RECORD
               TO EX-VENDOR-ADDRESS
           MOVE VN-VENDOR-CITY OF VENDOR-MASTER-RECORD
               TO EX-VENDOR-CITY
           MOVE VN-VENDOR-STATE OF VENDOR-MASTER-RECORD
               TO EX-VENDOR-STATE
           MOVE VN-VENDOR-ZIP OF VENDOR-MASTER-RECORD
               TO EX-VENDOR-ZIP
           MOVE TN-VENDOR-PAID TO EX-AMOUNT-PAID
           WRITE EXTRACT-DETAIL-RECORD
           ADD 1 TO TN-EXTRACT-COUNT
           ADD TN-VENDOR-PAID TO TN-EXTRACT-TOTAL.

       2200-PRINT-VENDOR-EXCEPTION.
           MOVE VN-VENDOR-ID OF VENDOR-MASTER-RECORD
               TO TN-EX-VENDOR-ID
           MOVE VN-VENDOR-NAME OF VENDOR-MASTER-RECORD
               TO TN-EX-VENDOR-NAME
           MOVE VN-TAX-ID OF VENDOR-MASTER-RECORD TO TN-EX-TAX-ID
           MOVE VN-1099-FLAG OF VENDOR-MASTER-RECORD
               TO TN-EX-1099-FLAG
           MOVE VN-1099-BOX OF VENDOR-MASTER-RECORD
               TO TN-EX-1099-BOX
           MOVE TN-VENDOR-PAID TO TN-EX-AMOUNT-PAID
           MOVE TN-EXCEPTION-REASON TO TN-EX-REASON
           DISPLAY TN-EXCEPTION-LINE
           ADD 1 TO TN-EXCEPTION-COUNT.

       2800-FIND-VENDOR-TOTAL.
           MOVE 0 TO TN-FOUND-IDX
           PERFORM 2810-COMPARE-VENDOR-TOTAL
               VARYING TN-TOTAL-IDX FROM 1 BY 1
               UNTIL TN-TOTAL-IDX > TN-TOTAL-COUNT
                   OR TN-FOUND-IDX NOT = 0.

       2810-COMPARE-VENDOR-TOTAL.
           IF TN-TT-VENDOR-ID (TN-TOTAL-IDX) = TN-SEARCH-VENDOR-ID
               MOVE TN-TOTAL-IDX TO TN-FOUND-IDX
           END-IF.

       2900-READ-VENDOR.
           READ VENDOR-MASTER NEXT RECORD
               AT END
                   SET TN-VEND-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * PAYMENTS TO A VENDOR NO LONGER ON THE MASTER CANNOT BE
      * EXTRACTED WITHOUT A NAME OR TAX ID, SO ANY OVER THE THRESHOLD
      * ARE LISTED FOR ACCOUNTING TO RESOLVE.
      *-----------------------------------------------------------------
       3000-TERMINATE.
           IF TN-TOTAL-COUNT > 0
               PERFORM 3100-CHECK-UNMATCHED-TOTAL
                   VARYING TN-TOTAL-IDX FROM 1 BY 1
                   UNTIL TN-TOTAL-IDX > TN-TOTAL-COUNT
           END-IF
           MOVE SPACES TO EXTRACT-TRAILER-RECORD
           MOVE "T" TO ET-RECORD-TYPE
           MOVE TN-TAX-YEAR TO ET-TAX-YEAR
           MOVE TN-EXTRACT-COUNT TO ET-RECORD-COUNT
           MOVE TN-EXTRACT-TOTAL TO ET-AMOUNT-TOTAL
           WRITE EXTRACT-TRAILER-RECORD
           CLOSE EXTRACT-1099
           CLOSE VENDOR-MASTER
           DISPLAY " "
           DISPLAY "CHECKS ON HISTORY:          " TN-CHECK-COUNT
           DISPLAY "CHECKS ISSUED IN TAX YEAR:  " TN-CHECKS-IN-YEAR
           DISPLAY "VOIDED CHECKS EXCLUDED:     " TN-VOID-COUNT
           DISPLAY "VENDORS ON MASTER:          " TN-VENDOR-COUNT
           DISPLAY "1099 RECORDS EXTRACTED:     " TN-EXTRACT-COUNT
           DISPLAY "REPORTABLE UNDER THRESHOLD: " TN-UNDER-COUNT
           DISPLAY "EXCEPTIONS LISTED:          " TN-EXCEPTION-COUNT
           MOVE TN-EXTRACT-TOTAL TO TN-TL-EXTRACT-TOTAL
           DISPLAY TN-TOTAL-LINE
           PERFORM 8100-PRINT-REPORT-FOOTER.

       3100-CHECK-UNMATCHED-TOTAL.
           IF TN-TT-MATCHED (TN-TOTAL-IDX) = "N"
                   AND TN-TT-AMOUNT-PAID (TN-TOTAL-IDX)
                       >= TN-REPORTING-THRESHOLD
               MOVE TN-TT-VENDOR-ID (TN-TOTAL-IDX) TO TN-EX-VENDOR-ID
               MOVE SPACES TO TN-EX-VENDOR-NAME
               MOVE SPACES TO TN-EX-TAX-ID
               MOVE SPACES TO TN-EX-1099-FLAG
               MOVE SPACES TO TN-EX-1099-BOX
               MOVE TN-TT-AMOUNT-PAID (TN-TOTAL-IDX)
                   TO TN-EX-AMOUNT-PAID
               MOVE "PAID BUT NOT ON VENDOR MASTER" TO TN-EX-REASON
               DISPLAY TN-EXCEPTION-LINE
               ADD 1 TO TN-EXCEPTION-COUNT
           END-IF.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM VEND1099.
