      *                  PATH; LAYOUT FROM THE SHARED OPENINV
      *                  COPYBOOK) AND IS UPDATED RECORD BY RECORD
      *                  INSTEAD OF THROUGH A WHOLE-FILE REWRITE.
      * 10/15/2026 DO    WRITES RUN-STATUS START/END RECORDS TO THE
      *                  SHARED RUN STATUS FILE, SO THE NIGHTLY BATCH
      *                  CALENDAR DOES NOT SCHEDULE THE STEP AGAIN ON
      *                  A RESUBMITTED NIGHT AFTER IT HAS COMPLETED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVALUE.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERDCLOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RV-PERDCLOS-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  PERIOD-CLOSE-RECORD.
           COPY PERIODSUM.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
       COPY RUNSTAWS.

       01  RV-OPENINV-STATUS           PIC X(02) VALUE "00".
           88  RV-OPENINV-OK           VALUE "00".
           STOP RUN.

       1000-INITIALIZE.
           MOVE "REVALUE" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "REVALUE" TO RH-PROGRAM-NAME
           MOVE "FOREIGN CURRENCY REVALUATION" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           CLOSE PERIOD-CLOSE-FILE
           DISPLAY "ITEMS REVALUED:       " RV-REVALUED-COUNT
           DISPLAY "ITEMS WITH NO RATE:   " RV-NO-RATE-COUNT
           MOVE RV-REVALUED-COUNT TO RW-READ-COUNT
           ADD RV-NO-RATE-COUNT TO RW-READ-COUNT
           MOVE 1 TO RW-WRITE-COUNT
           MOVE RV-NO-RATE-COUNT TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.
       COPY RUNSTAPR.

       END PROGRAM REVALUE.
