      *                  RESTART FRONT END RERUNS A RECONCILIATION
      *                  THAT ENDED OUT OF BALANCE INSTEAD OF LETTING
      *                  A RESUBMIT SKIP PAST IT INTO THE CLOSE.
      * 10/15/2026 DO    WHRPT DETAIL LINES NOW CARRY AN EARNINGS TYPE;
      *                  THE REPORT TAX TOTAL IS SHOWN SPLIT INTO
      *                  REGULAR AND SUPPLEMENTAL.  BALANCE CHECK IS
      *                  UNCHANGED AND STILL USES THE COMBINED TOTAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXRECON.
           05  WH-RL-EMPLOYEE-ID       PIC X(06).
           05  FILLER                  PIC X(54).
           05  WH-RL-TAX-COLUMN        PIC X(13).
           05  FILLER                  PIC X(32).
           05  WH-RL-EARNINGS-TYPE     PIC X(12).
           05  FILLER                  PIC X(14).

       FD  YTD-PRIOR-FILE
           RECORDING MODE IS F.
           05  YP-YTD-STATE-WH         PIC 9(09)V99.
           05  YP-YTD-DEDUCTIONS       PIC 9(09)V99.
           05  YP-YTD-GROSS            PIC 9(09)V99.
           05  YP-YTD-SUPPLEMENTAL     PIC 9(09)V99.

       FD  YTD-BALANCE-FILE
           RECORDING MODE IS F.
           05  YB-YTD-STATE-WH         PIC 9(09)V99.
           05  YB-YTD-DEDUCTIONS       PIC 9(09)V99.
           05  YB-YTD-GROSS            PIC 9(09)V99.
           05  YB-YTD-SUPPLEMENTAL     PIC 9(09)V99.

       FD  PERIOD-CLOSE-FILE
           RECORDING MODE IS F.

       01  TR-TOTALS.
           05  TR-REPORT-TOTAL         PIC S9(11)V99 COMP-3 VALUE 0.
           05  TR-REPORT-REG-TOTAL     PIC S9(11)V99 COMP-3 VALUE 0.
           05  TR-REPORT-SUPP-TOTAL    PIC S9(11)V99 COMP-3 VALUE 0.
           05  TR-PRIOR-YTD-TOTAL      PIC S9(11)V99 COMP-3 VALUE 0.
           05  TR-NEW-YTD-TOTAL        PIC S9(11)V99 COMP-3 VALUE 0.
           05  TR-YTD-MOVEMENT         PIC S9(11)V99 COMP-3 VALUE 0.
      * A WHRPT DETAIL LINE CARRIES A BLANK LEAD BYTE AND A NUMERIC
      * EMPLOYEE ID IN COLUMNS 2-7; HEADER, TOTAL AND SUBTOTAL LINES
      * DO NOT.  THE EDITED TAX COLUMN IS UN-EDITED WITH NUMVAL-C.
      * REGULAR AND SUPPLEMENTAL LINES ARE ALSO SUMMED APART; ONLY
      * THEIR COMBINED TOTAL TAKES PART IN THE BALANCE CHECK.
      *-----------------------------------------------------------------
       2000-SUM-REPORT-DETAIL.
           IF WH-RL-LEAD-BYTE = SPACE
                   AND WH-RL-EMPLOYEE-ID IS NUMERIC
               ADD FUNCTION NUMVAL-C(WH-RL-TAX-COLUMN)
                   TO TR-REPORT-TOTAL
               IF WH-RL-EARNINGS-TYPE = "SUPPLEMENTAL"
                   ADD FUNCTION NUMVAL-C(WH-RL-TAX-COLUMN)
                       TO TR-REPORT-SUPP-TOTAL
               ELSE
                   ADD FUNCTION NUMVAL-C(WH-RL-TAX-COLUMN)
                       TO TR-REPORT-REG-TOTAL
               END-IF
               ADD 1 TO TR-DETAIL-LINE-COUNT
           END-IF
           PERFORM 2900-READ-REPORT-LINE.
           MOVE TR-REPORT-TOTAL TO TR-DISPLAY-AMOUNT
           DISPLAY "REPORT DETAIL TAX TOTAL. . : " TR-DISPLAY-AMOUNT
           DISPLAY "  (DETAIL LINES SUMMED: " TR-DETAIL-LINE-COUNT ")"
           MOVE TR-REPORT-REG-TOTAL TO TR-DISPLAY-AMOUNT
           DISPLAY "  REGULAR EARNINGS TAX . . : " TR-DISPLAY-AMOUNT
           MOVE TR-REPORT-SUPP-TOTAL TO TR-DISPLAY-AMOUNT
           DISPLAY "  SUPPLEMENTAL EARNINGS TAX: " TR-DISPLAY-AMOUNT
           MOVE TR-YTD-MOVEMENT TO TR-DISPLAY-AMOUNT
           DISPLAY "YTD BALANCE MOVEMENT . . . : " TR-DISPLAY-AMOUNT
           MOVE TR-POSTED-TOTAL TO TR-DISPLAY-AMOUNT
