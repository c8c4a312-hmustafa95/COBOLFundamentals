      *                  PATH) AND ITS LAYOUT COMES FROM THE SHARED
      *                  OPENINV COPYBOOK; THE SEQUENTIAL PASS READS
      *                  THROUGH THE PRIMARY KEY.
      * 10/15/2026 DO    WRITES RUN-STATUS START/END RECORDS TO THE
      *                  SHARED RUN STATUS FILE, SO THE NIGHTLY BATCH
      *                  CALENDAR DOES NOT SCHEDULE THE STEP AGAIN ON
      *                  A RESUBMITTED NIGHT AFTER IT HAS COMPLETED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING.
           SELECT LETTER-HISTORY ASSIGN TO "DUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DN-DUNHIST-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  DH-SENT-DATE            PIC 9(08).
           05  FILLER                  PIC X(65).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
       COPY RUNSTAWS.

       01  DN-OPENINV-STATUS           PIC X(02) VALUE "00".
           88  DN-OPENINV-OK           VALUE "00".
           STOP RUN.

       1000-INITIALIZE.
           MOVE "DUNNING" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "DUNNING" TO RH-PROGRAM-NAME
           MOVE "DUNNING LETTER CYCLE" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           CLOSE OPEN-INVOICE-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE LETTER-HISTORY
           MOVE 0 TO RW-READ-COUNT
           MOVE DN-LETTER-COUNT TO RW-WRITE-COUNT
           MOVE DN-SKIPPED-COUNT TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.
       COPY RUNSTAPR.

       END PROGRAM DUNNING.
