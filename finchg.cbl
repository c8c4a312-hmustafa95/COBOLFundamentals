      *                  TAX-AMOUNT FIELDS - BLANKS IN THE NUMERIC
      *                  FIELDS WERE A LATENT DATA EXCEPTION FOR THE
      *                  STATEMENT AND TAX REMITTANCE RUNS.
      * 10/15/2026 DO    WRITES RUN-STATUS START/END RECORDS TO THE
      *                  SHARED RUN STATUS FILE, SO THE NIGHTLY BATCH
      *                  CALENDAR DOES NOT SCHEDULE THE STEP AGAIN ON
      *                  A RESUBMITTED NIGHT AFTER IT HAS COMPLETED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FINCHG.
               ALTERNATE RECORD KEY IS OI-CUSTOMER-ID
                   OF OPEN-INVOICE-RECORD WITH DUPLICATES
               FILE STATUS IS FC-OPENINV-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  OPEN-INVOICE-RECORD.
           COPY OPENINV.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
       COPY RUNSTAWS.

       01  FC-OPENINV-STATUS           PIC X(02) VALUE "00".
           88  FC-OPENINV-OK           VALUE "00".
           STOP RUN.

       1000-INITIALIZE.
           MOVE "FINCHG" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           OPEN I-O OPEN-INVOICE-FILE
           IF NOT FC-OPENINV-OK AND NOT FC-OPENINV-EOF
               MOVE "FINCHG" TO AB-PROGRAM-ID
           MOVE FC-CHARGE-TOTAL TO FC-TL-TOTAL
           DISPLAY FC-TOTAL-LINE
           DISPLAY "FINANCE CHARGES POSTED: " FC-CHARGE-COUNT
           MOVE FC-ITEM-COUNT TO RW-READ-COUNT
           MOVE FC-CHARGE-COUNT TO RW-WRITE-COUNT
           MOVE 0 TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.
       COPY RUNSTAPR.

       END PROGRAM FINCHG.
