      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    WRITES RUN-STATUS START/END RECORDS TO THE
      *                  SHARED RUN STATUS FILE, SO THE NIGHTLY BATCH
      *                  CALENDAR DOES NOT SCHEDULE THE STEP AGAIN ON
      *                  A RESUBMITTED NIGHT AFTER IT HAS COMPLETED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEACC.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LV-LEAVEBAL-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  LB-LAST-ACCRUAL         PIC 9(08).
           05  FILLER                  PIC X(56).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
       COPY RUNSTAWS.

       01  LV-EMPMAST-STATUS           PIC X(02) VALUE "00".
           88  LV-EMPMAST-OK           VALUE "00".
           STOP RUN.

       1000-INITIALIZE.
           MOVE "LEAVEACC" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "LEAVEACC" TO RH-PROGRAM-NAME
           MOVE "LEAVE ACCRUAL BALANCE STATEMENTS"
               TO RH-REPORT-TITLE
       4000-TERMINATE.
           DISPLAY "EMPLOYEES ACCRUED: " LV-EMPLOYEE-COUNT
           CLOSE EMPLOYEE-MASTER
           MOVE LV-EMPLOYEE-COUNT TO RW-READ-COUNT
           MOVE LV-BAL-COUNT TO RW-WRITE-COUNT
           MOVE 0 TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.
       COPY RUNSTAPR.

       END PROGRAM LEAVEACC.
