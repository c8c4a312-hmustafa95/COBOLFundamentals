      *                  PATH; LAYOUT FROM THE SHARED OPENINV
      *                  COPYBOOK) AND IS UPDATED RECORD BY RECORD
      *                  INSTEAD OF THROUGH A WHOLE-FILE REWRITE.
      * 10/15/2026 DO    EVERY SALES INVOICE WRITTEN OFF IS ALSO
      *                  APPENDED TO THE COMMISSION ADJUSTMENT FILE SO
      *                  COMMSTMT CHARGES BACK THE COMMISSION PAID ON
      *                  THE UNCOLLECTED SALE.  FINANCE CHARGES CARRY
      *                  NO COMMISSION AND ARE NOT SENT.
      * 10/15/2026 DO    THE WRITE-OFF TRANSACTION LAYOUT MOVED TO THE
      *                  WOTRAN COPYBOOK AND NOW CARRIES THE IDS OF THE
      *                  OPERATOR WHO ENTERED IT AND THE ONE WHO
      *                  APPROVED IT; AN APPROVED WRITE-OFF'S AUDIT
      *                  RECORD CARRIES THE APPROVER AS ITS OPERATOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERDCLOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WO-PERDCLOS-STATUS.
           SELECT COMMISSION-ADJ-FILE ASSIGN TO "COMMADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WO-COMMADJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WRITEOFF-TRANS
           RECORDING MODE IS F.
       01  WRITEOFF-TRANS-RECORD.
           COPY WOTRAN.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  PERIOD-CLOSE-RECORD.
           COPY PERIODSUM.

       FD  COMMISSION-ADJ-FILE
           RECORDING MODE IS F.
       01  COMMISSION-ADJ-RECORD.
           COPY COMMADJ.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
           88  WO-AUDITLOG-OK          VALUE "00".
       01  WO-PERDCLOS-STATUS          PIC X(02) VALUE "00".
           88  WO-PERDCLOS-OK          VALUE "00".
       01  WO-COMMADJ-STATUS           PIC X(02) VALUE "00".
           88  WO-COMMADJ-OK           VALUE "00".

       01  WO-SWITCHES.
           05  WO-INVOICE-EOF-SWITCH   PIC X(01) VALUE "N".
       01  WO-AGE-THRESHOLD-DAYS       PIC 9(03) VALUE 180.
       01  WO-AUTO-LIMIT               PIC 9(05)V99 VALUE 100.00.

      *-----------------------------------------------------------------
      * SALES INVOICES ARE NUMBERED BELOW THE CREDIT-MEMO (800000)
      * AND FINANCE-CHARGE (900000) RANGES; ONLY THEY CARRY COMMISSION.
      *-----------------------------------------------------------------
       01  WO-SALES-INVOICE-LIMIT      PIC 9(06) VALUE 800000.

       01  WO-COUNTERS.
           05  WO-APPR-COUNT           PIC 9(04) COMP VALUE 0.
           05  WO-MAX-APPRS            PIC 9(04) COMP VALUE 1000.
                   INDEXED BY WO-AP-IDX.
               10  WO-AP-INVOICE-NUMBER PIC 9(06).
               10  WO-AP-APPROVAL-CODE PIC X(08).
               10  WO-AP-APPROVED-BY   PIC X(08).

       01  WO-REGISTER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
               CLOSE AUDIT-LOG
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN EXTEND COMMISSION-ADJ-FILE
           IF NOT WO-COMMADJ-OK
               CLOSE COMMISSION-ADJ-FILE
               OPEN OUTPUT COMMISSION-ADJ-FILE
           END-IF
           PERFORM 1290-READ-OPEN-INVOICE.

       1100-LOAD-APPROVALS.
               TO WO-AP-INVOICE-NUMBER (WO-APPR-COUNT)
           MOVE WT-APPROVAL-CODE
               TO WO-AP-APPROVAL-CODE (WO-APPR-COUNT)
           MOVE WT-APPROVED-BY
               TO WO-AP-APPROVED-BY (WO-APPR-COUNT)
           ADD 1 TO WO-APPR-COUNT
           PERFORM 1190-READ-APPROVAL.

           MOVE WO-OI-WORK-RECORD TO WO-BEFORE-IMAGE
           ADD WO-WK-OPEN-BALANCE TO WO-WRITEOFF-TOTAL
           PERFORM 2400-PRINT-REGISTER-LINE
           IF WO-WK-INVOICE-NUMBER < WO-SALES-INVOICE-LIMIT
               PERFORM 2600-LOG-COMMISSION-ADJ
           END-IF
           MOVE 0 TO WO-WK-OPEN-BALANCE
           MOVE "W" TO WO-WK-STATUS
           MOVE WO-OI-WORK-RECORD TO OPEN-INVOICE-RECORD
           MOVE WO-OI-WORK-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           IF WO-RG-ACTION = "APPROVED "
               MOVE WO-AP-APPROVED-BY (WO-APPR-FOUND-IDX)
                   TO AU-OPERATOR-ID
           END-IF
           WRITE AUDIT-LOG-RECORD.

       2600-LOG-COMMISSION-ADJ.
           MOVE SPACES TO COMMISSION-ADJ-RECORD
           MOVE "W" TO AJ-ADJUST-TYPE
           MOVE WO-WK-INVOICE-NUMBER TO AJ-INVOICE-NUMBER
           MOVE WO-WK-CUSTOMER-ID TO AJ-CUSTOMER-ID
           MOVE 0 TO AJ-CREDIT-MEMO-NUMBER
           MOVE WO-WK-OPEN-BALANCE TO AJ-ADJUST-AMOUNT
           MOVE RH-RUN-DATE TO AJ-ADJUST-DATE
           MOVE "WRITEOFF" TO AJ-SOURCE-PROGRAM
           WRITE COMMISSION-ADJ-RECORD.

      *-----------------------------------------------------------------
      * THE WRITTEN-OFF TOTAL GOES TO THE PERIOD-CLOSE FILE IN
      * PS-AMOUNT-1 FOR PERDCLOSE TO CARRY TO THE GL JOURNAL AS
           DISPLAY "PROPOSED (HELD):      " WO-PROPOSED-COUNT
           DISPLAY "AMOUNT WRITTEN OFF:   " WO-WRITEOFF-TOTAL
           CLOSE AUDIT-LOG
           CLOSE COMMISSION-ADJ-FILE
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
