      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    EACH ADJUSTMENT APPLIED NOW APPENDS AN "A"
      *                  RECORD (GROSS, FEDERAL AND STATE TAX) TO THE
      *                  PAYROLL TAX HISTORY FILE SO THE QUARTERLY
      *                  RETURN WORKSHEET SEES THE SAME YTD MOVEMENT
      *                  THE BALANCE FILE DOES.
      * 10/15/2026 DO    RETRO RAISES ARE PRICED FROM THE PAY RATE
      *                  HISTORY FILE.  A TRANSACTION CARRYING THE OLD
      *                  AND NEW ROWS' EFFECTIVE DATES AND THE HOURS
      *                  WORKED AT THE OLD RATE HAS ITS ADJUSTMENT
      *                  COMPUTED AS THE RATE DIFFERENCE ON THOSE HOURS
      *                  (OVERTIME AT TIME-AND-A-HALF) IN PLACE OF THE
      *                  HAND-KEYED AMOUNT.  A MISSING ROW REJECTS.
      * 10/15/2026 DO    BALANCE RECORD NOW CARRIES YTD SUPPLEMENTAL
      *                  WAGES.  A RETRO ADJUSTMENT IS REGULAR PAY AND
      *                  LEAVES IT ALONE; A NEW RECORD STARTS AT ZERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYADJ.
           SELECT ADJUST-SUSPENSE ASSIGN TO "ADJSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PJ-ADJSUSP-STATUS.
           SELECT PAY-TAX-HISTORY ASSIGN TO "PAYTXHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PJ-PAYTXHST-STATUS.
           SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS PJ-RATEHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  AJ-PAY-PERIOD-ID        PIC X(06).
           05  AJ-ADJUST-AMOUNT        PIC S9(07)V99.
           05  AJ-WORK-STATE           PIC X(02).
           05  AJ-RETRO-FROM-DATE      PIC 9(08).
           05  AJ-RETRO-TO-DATE        PIC 9(08).
           05  AJ-RETRO-REG-HOURS      PIC 9(03)V99.
           05  AJ-RETRO-OT-HOURS       PIC 9(03)V99.
           05  FILLER                  PIC X(31).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
           05  YB-YTD-STATE-WH         PIC 9(09)V99.
           05  YB-YTD-DEDUCTIONS       PIC 9(09)V99.
           05  YB-YTD-GROSS            PIC 9(09)V99.
           05  YB-YTD-SUPPLEMENTAL     PIC 9(09)V99.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  ADJUST-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  PAY-TAX-HISTORY
           RECORDING MODE IS F.
       01  PAY-TAX-HISTORY-RECORD.
           COPY PAYTXHST.

       FD  RATE-HISTORY-FILE
           RECORDING MODE IS F.
       01  RATE-HISTORY-RECORD.
           COPY RATEHIST.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
           88  PJ-AUDITLOG-OK          VALUE "00".
       01  PJ-ADJSUSP-STATUS           PIC X(02) VALUE "00".
           88  PJ-ADJSUSP-OK           VALUE "00".
       01  PJ-PAYTXHST-STATUS          PIC X(02) VALUE "00".
           88  PJ-PAYTXHST-OK          VALUE "00".
       01  PJ-RATEHIST-STATUS          PIC X(02) VALUE "00".
           88  PJ-RATEHIST-OK          VALUE "00".
           88  PJ-RATEHIST-NOTFOUND    VALUE "35".

       01  PJ-SWITCHES.
           05  PJ-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  PJ-RUNCTL-END       VALUE "Y".
           05  PJ-PERIOD-OK-SWITCH     PIC X(01) VALUE "N".
               88  PJ-PERIOD-WAS-RUN   VALUE "Y".
           05  PJ-HISTORY-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  PJ-HISTORY-OPEN     VALUE "Y".
           05  PJ-RATE-ROWS-SWITCH     PIC X(01) VALUE "N".
               88  PJ-RATE-ROWS-FOUND  VALUE "Y".

       01  PJ-COUNTERS.
           05  PJ-ADJUSTED-COUNT       PIC 9(05) COMP VALUE 0.
           05  PJ-TAXABLE-IN-BRACKET   PIC 9(07)V99 VALUE 0.
           05  PJ-RATE-AMOUNT          PIC 9(07)V9(5) VALUE 0.
           05  PJ-LOOKUP-STATE         PIC X(02) VALUE SPACES.
           05  PJ-OLD-RATE             PIC 9(04)V99 VALUE 0.
           05  PJ-NEW-RATE             PIC 9(04)V99 VALUE 0.
           05  PJ-OT-MULTIPLIER        PIC 9V99 VALUE 1.50.

       01  PJ-RUN-TOTALS.
           05  PJ-GROSS-TOTAL          PIC S9(09)V99 COMP-3 VALUE 0.
               CLOSE ADJUST-SUSPENSE
               OPEN OUTPUT ADJUST-SUSPENSE
           END-IF
           OPEN EXTEND PAY-TAX-HISTORY
           IF NOT PJ-PAYTXHST-OK
               CLOSE PAY-TAX-HISTORY
               OPEN OUTPUT PAY-TAX-HISTORY
           END-IF
           OPEN INPUT RATE-HISTORY-FILE
           IF NOT PJ-RATEHIST-NOTFOUND
               IF NOT PJ-RATEHIST-OK
                   MOVE "PAYADJ" TO AB-PROGRAM-ID
                   MOVE "RATEHIST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE PJ-RATEHIST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               SET PJ-HISTORY-OPEN TO TRUE
           END-IF
           PERFORM 2900-READ-ADJUST-TRANS.

       1100-LOAD-RUN-CONTROL.
      * AN ADJUSTMENT MUST NAME A PROCESSED PERIOD AND A MASTER
      * EMPLOYEE.  THE SIGN OF THE ADJUSTMENT CARRIES THROUGH TO
      * THE RECOMPUTED WITHHOLDING - A NEGATIVE CORRECTION TAKES
      * WITHHOLDING BACK OUT OF THE YTD.  A RETRO RATE TRANSACTION
      * IS PRICED FROM ITS TWO RATE HISTORY ROWS FIRST.
      *-----------------------------------------------------------------
       2000-APPLY-ONE-ADJUSTMENT.
           PERFORM 2100-CHECK-PERIOD-PROCESSED
                           TO SS-REJECT-REASON
                       PERFORM 2500-LOG-SUSPENSE-RECORD
                   NOT INVALID KEY
                       PERFORM 2150-PRICE-RETRO-RATE
                       IF PJ-RATE-ROWS-FOUND
                           PERFORM 2200-RECOMPUTE-AND-POST
                       ELSE
                           MOVE "RATE HISTORY ROW NOT FOUND"
                               TO SS-REJECT-REASON
                           PERFORM 2500-LOG-SUSPENSE-RECORD
                       END-IF
               END-READ
           END-IF
           PERFORM 2900-READ-ADJUST-TRANS.
               SET PJ-PERIOD-WAS-RUN TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * A TRANSACTION WITH NO RETRO DATES KEEPS ITS KEYED AMOUNT.
      * OTHERWISE THE ADJUSTMENT IS THE DIFFERENCE BETWEEN THE NEW
      * AND OLD ROWS' RATES ON THE HOURS KEYED - NEGATIVE WHEN A RATE
      * WAS CORRECTED DOWNWARD.
      *-----------------------------------------------------------------
       2150-PRICE-RETRO-RATE.
           SET PJ-RATE-ROWS-FOUND TO TRUE
           IF AJ-RETRO-TO-DATE NOT = 0
               IF NOT PJ-HISTORY-OPEN
                   MOVE "N" TO PJ-RATE-ROWS-SWITCH
               ELSE
                   MOVE AJ-EMPLOYEE-ID TO RT-EMPLOYEE-ID
                   MOVE AJ-RETRO-FROM-DATE TO RT-EFFECTIVE-DATE
                   READ RATE-HISTORY-FILE
                       INVALID KEY
                           MOVE "N" TO PJ-RATE-ROWS-SWITCH
                       NOT INVALID KEY
                           MOVE RT-PAY-RATE TO PJ-OLD-RATE
                   END-READ
                   MOVE AJ-EMPLOYEE-ID TO RT-EMPLOYEE-ID
                   MOVE AJ-RETRO-TO-DATE TO RT-EFFECTIVE-DATE
                   READ RATE-HISTORY-FILE
                       INVALID KEY
                           MOVE "N" TO PJ-RATE-ROWS-SWITCH
                       NOT INVALID KEY
                           MOVE RT-PAY-RATE TO PJ-NEW-RATE
                   END-READ
               END-IF
               IF PJ-RATE-ROWS-FOUND
                   COMPUTE AJ-ADJUST-AMOUNT ROUNDED =
                       AJ-RETRO-REG-HOURS
                           * (PJ-NEW-RATE - PJ-OLD-RATE)
                     + AJ-RETRO-OT-HOURS
                           * (PJ-NEW-RATE - PJ-OLD-RATE)
                           * PJ-OT-MULTIPLIER
               END-IF
           END-IF.

       2200-RECOMPUTE-AND-POST.
           MOVE AJ-ADJUST-AMOUNT TO PJ-ADJ-GROSS
           IF PJ-ADJ-GROSS < 0
               MOVE PJ-STATE-TAX TO PJ-SIGNED-STATE-TAX
           END-IF
           PERFORM 2600-CORRECT-YTD-BALANCE
           PERFORM 2650-WRITE-TAX-HISTORY
           ADD PJ-ADJ-GROSS TO PJ-GROSS-TOTAL
           ADD PJ-SIGNED-TAX TO PJ-TAX-TOTAL
           ADD PJ-SIGNED-STATE-TAX TO PJ-STATE-TOTAL
                   MOVE PJ-SIGNED-STATE-TAX TO YB-YTD-STATE-WH
                   MOVE 0 TO YB-YTD-DEDUCTIONS
                   MOVE PJ-ADJ-GROSS TO YB-YTD-GROSS
                   MOVE 0 TO YB-YTD-SUPPLEMENTAL
                   WRITE YTD-BALANCE-RECORD
                       INVALID KEY
                           MOVE "PAYADJ" TO AB-PROGRAM-ID
           END-READ
           PERFORM 2700-LOG-AUDIT-RECORD.

      *-----------------------------------------------------------------
      * AN ADJUSTMENT MOVES GROSS AND WITHHOLDING ONLY - NO EMPLOYER
      * ACCRUAL IS TAKEN ON IT - SO THE WAGE-BASE AND EMPLOYER FIELDS
      * OF THE HISTORY RECORD ARE ZERO.
      *-----------------------------------------------------------------
       2650-WRITE-TAX-HISTORY.
           MOVE SPACES TO PAY-TAX-HISTORY-RECORD
           MOVE "A" TO TH-RECORD-TYPE
           MOVE AJ-EMPLOYEE-ID TO TH-EMPLOYEE-ID
           MOVE RH-RUN-DATE TO TH-PAY-DATE
           MOVE AJ-WORK-STATE TO TH-WORK-STATE
           MOVE PJ-ADJ-GROSS TO TH-GROSS-PAY
           MOVE 0 TO TH-MATCH-WAGES
           MOVE 0 TO TH-UNEMP-WAGES
           MOVE PJ-SIGNED-TAX TO TH-FED-WITHHOLDING
           MOVE PJ-SIGNED-STATE-TAX TO TH-STATE-WITHHOLDING
           MOVE 0 TO TH-EMPLOYER-MATCH
           MOVE 0 TO TH-EMPLOYER-UNEMP
           WRITE PAY-TAX-HISTORY-RECORD.

       2700-LOG-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "PAYADJ" TO AU-PROGRAM-NAME
           CLOSE YTD-BALANCE-FILE
           CLOSE AUDIT-LOG
           CLOSE ADJUST-SUSPENSE
           CLOSE PAY-TAX-HISTORY
           IF PJ-HISTORY-OPEN
               CLOSE RATE-HISTORY-FILE
           END-IF
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
