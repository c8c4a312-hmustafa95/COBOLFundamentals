      * 09/03/2026 DO    BALANCE AND ARCHIVE RECORDS NOW CARRY A YTD
      *                  GROSS (EMPLOYER-SIDE ACCRUAL WAGE BASES),
      *                  RESET WITH THE OTHERS.
      * 10/15/2026 DO    WRITES RUN-STATUS START/END RECORDS TO THE
      *                  SHARED RUN STATUS FILE, SO THE NIGHTLY BATCH
      *                  CALENDAR DOES NOT SCHEDULE THE STEP AGAIN ON
      *                  A RESUBMITTED NIGHT AFTER IT HAS COMPLETED.
      * 10/15/2026 DO    BALANCE AND ARCHIVE RECORDS NOW CARRY YTD
      *                  SUPPLEMENTAL WAGES, RESET WITH THE OTHERS SO
      *                  THE MANDATORY-RATE THRESHOLD STARTS OVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAREND.
           SELECT YTD-ARCHIVE ASSIGN TO "YTDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YE-YTDARCH-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  YB-YTD-STATE-WH         PIC 9(09)V99.
           05  YB-YTD-DEDUCTIONS       PIC 9(09)V99.
           05  YB-YTD-GROSS            PIC 9(09)V99.
           05  YB-YTD-SUPPLEMENTAL     PIC 9(09)V99.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F.
           05  AR-YTD-STATE-WH         PIC 9(09)V99.
           05  AR-YTD-DEDUCTIONS       PIC 9(09)V99.
           05  AR-YTD-GROSS            PIC 9(09)V99.
           05  AR-YTD-SUPPLEMENTAL     PIC 9(09)V99.
           05  FILLER                  PIC X(26).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
       COPY RUNSTAWS.

       01  YE-YTDBAL-STATUS            PIC X(02) VALUE "00".
           88  YE-YTDBAL-OK            VALUE "00".
           STOP RUN.

       1000-INITIALIZE.
           MOVE "YEAREND" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           OPEN I-O YTD-BALANCE-FILE
           IF NOT YE-YTDBAL-OK
               MOVE "YEAREND" TO AB-PROGRAM-ID
           MOVE 0 TO YB-YTD-STATE-WH
           MOVE 0 TO YB-YTD-DEDUCTIONS
           MOVE 0 TO YB-YTD-GROSS
           MOVE 0 TO YB-YTD-SUPPLEMENTAL
           REWRITE YTD-BALANCE-RECORD
           PERFORM 2900-READ-YTD-RECORD.

           MOVE YB-YTD-STATE-WH TO AR-YTD-STATE-WH
           MOVE YB-YTD-DEDUCTIONS TO AR-YTD-DEDUCTIONS
           MOVE YB-YTD-GROSS TO AR-YTD-GROSS
           MOVE YB-YTD-SUPPLEMENTAL TO AR-YTD-SUPPLEMENTAL
           WRITE YTD-ARCHIVE-RECORD.

       2900-READ-YTD-RECORD.
           CLOSE EMPLOYEE-MASTER
           CLOSE STATEMENT-EXTRACT
           CLOSE YTD-ARCHIVE
           MOVE YE-STATEMENT-COUNT TO RW-READ-COUNT
           ADD YE-NO-MASTER-COUNT TO RW-READ-COUNT
           MOVE YE-STATEMENT-COUNT TO RW-WRITE-COUNT
           MOVE YE-NO-MASTER-COUNT TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.
       COPY RUNSTAPR.

       END PROGRAM YEAREND.
