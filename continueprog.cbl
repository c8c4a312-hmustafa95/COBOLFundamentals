      *                  WOULD HAVE DELETED THE OVERFLOW BALANCES.  A
      *                  DUPLICATE-INVOICE REJECT NOW PUTS BACK THE
      *                  DEPOSIT IT HAD DRAWN DOWN.
      * 10/15/2026 DO    SALES TAX EXEMPTION CERTIFICATES.  A CUSTOMER
      *                  HOLDING A CURRENT CERTIFICATE FOR THE
      *                  INVOICE'S STATE ON THE TAXEXMPT FILE (KEYED
      *                  BY CUSTOMER AND STATE, MAINTAINED BY
      *                  TXEXMANT) IS NOT CHARGED TAX; THE OPEN ITEM
      *                  IS FLAGGED EXEMPT FOR THE REMITTANCE REPORT
      *                  AND THE RUN REPORTS THE EXEMPT SALES TOTAL.
      * 10/15/2026 DO    INVOICE DOCUMENT TYPE.  BLANK IS A TAXABLE
      *                  INVOICE AS BEFORE; N IS A NON-TAXABLE INVOICE
      *                  (TUITION); C IS A CREDIT MEMO, WHICH CARRIES A
      *                  NEGATIVE AMOUNT, IS NOT TAXED, CREDIT-CHECKED
      *                  OR COVERED FROM DEPOSITS, AND POSTS AS A
      *                  NEGATIVE OPEN ITEM THE WAY RMAPROC'S DO.
      * 10/15/2026 DO    SHIP-TO TAX JURISDICTION.  AN INVOICE MAY
      *                  CARRY THE SHIP-TO NUMBER OF THE ORDER IT
      *                  BILLS; SALES TAX, AND THE EXEMPTION
      *                  CERTIFICATE LOOKUP, NOW USE THE STATE OF THAT
      *                  SHIP-TO ADDRESS (SHIPTO FILE, MAINTAINED BY
      *                  SHIPMANT) INSTEAD OF THE BILL-TO STATE.  BLANK
      *                  OR ZERO IS THE BILL-TO ADDRESS AS BEFORE; A
      *                  SHIP-TO NOT ON FILE REJECTS TO SUSPENSE.  THE
      *                  OPEN ITEM RECORDS THE SHIP-TO AND TAX STATE
      *                  FOR THE REMITTANCE REPORT.
      * 10/15/2026 DO    A NON-TAXABLE INVOICE NOW FLAGS ITS OPEN ITEM
      *                  NOT TAXABLE (N) SO THE REMITTANCE REPORT NO
      *                  LONGER COUNTS TUITION AS TAXABLE SALES.  NEW
      *                  DOCUMENT TYPE R IS A NON-TAXABLE CREDIT MEMO
      *                  (A TUITION DROP CREDIT) - A CREDIT MEMO IN
      *                  EVERY OTHER RESPECT, FLAGGED N LIKE TYPE N.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTINUEPROG.
           SELECT TAX-RATE-FILE ASSIGN TO "TAXRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-TAXRATE-STATUS.
           SELECT EXEMPTION-FILE ASSIGN TO "TAXEXMPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-CERT-KEY OF EXEMPTION-RECORD
               FILE STATUS IS CP-TAXEXMPT-STATUS.
           SELECT SHIPTO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-SHIPTO-KEY OF SHIPTO-RECORD
               FILE STATUS IS CP-SHIPTO-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
           05  IV-INVOICE-DATE         PIC 9(08).
           05  IV-CURRENCY-CODE        PIC X(03).
               88  IV-BASE-CURRENCY    VALUE "USD" SPACES.
           05  IV-DOCUMENT-TYPE        PIC X(01).
               88  IV-TAXABLE-INVOICE  VALUE SPACE.
               88  IV-NONTAXABLE-INVOICE
                                       VALUE "N" "R".
               88  IV-CREDIT-MEMO      VALUE "C" "R".
           05  IV-SHIPTO-NUMBER        PIC X(03).
           05  FILLER                  PIC X(43).

       01  INVOICE-HEADER-RECORD REDEFINES INVOICE-RECORD.
           05  FILLER                  PIC X(01).
           05  TR-TAX-RATE             PIC 9V9999.
           05  FILLER                  PIC X(69).

       FD  EXEMPTION-FILE
           RECORDING MODE IS F.
       01  EXEMPTION-RECORD.
           COPY TAXEXMPT.

       FD  SHIPTO-FILE
           RECORDING MODE IS F.
       01  SHIPTO-RECORD.
           COPY SHIPTO.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           88  CP-TAXRATE-OK           VALUE "00".
           88  CP-TAXRATE-EOF          VALUE "10".
           88  CP-TAXRATE-NOTFOUND     VALUE "35".
       01  CP-TAXEXMPT-STATUS          PIC X(02) VALUE "00".
           88  CP-TAXEXMPT-OK          VALUE "00".
           88  CP-TAXEXMPT-NOTFOUND    VALUE "35".
       01  CP-SHIPTO-STATUS            PIC X(02) VALUE "00".
           88  CP-SHIPTO-OK            VALUE "00".
           88  CP-SHIPTO-NOTFOUND      VALUE "35".

       01  CP-SWITCHES.
           05  CP-INVOICE-EOF-SWITCH   PIC X(01) VALUE "N".
               88  CP-TAXRATE-END      VALUE "Y".
           05  CP-POST-FAILED-SWITCH   PIC X(01) VALUE "N".
               88  CP-POST-FAILED      VALUE "Y".
           05  CP-EXEMPT-FILE-SWITCH   PIC X(01) VALUE "N".
               88  CP-EXEMPT-FILE-OPEN VALUE "Y".
           05  CP-TAX-EXEMPT-SWITCH    PIC X(01) VALUE "N".
               88  CP-TAX-EXEMPT       VALUE "Y".
           05  CP-SHIPTO-FILE-SWITCH   PIC X(01) VALUE "N".
               88  CP-SHIPTO-FILE-OPEN VALUE "Y".

       01  CP-COUNTERS.
           05  CP-PROCESSED-COUNT      PIC 9(05) COMP VALUE 0.
               10  CP-TX-STATE-CODE    PIC X(02).
               10  CP-TX-TAX-RATE      PIC 9V9999.
       01  CP-CUSTOMER-STATE           PIC X(02) VALUE SPACES.
       01  CP-TAX-STATE                PIC X(02) VALUE SPACES.
       01  CP-SHIPTO-NUMBER            PIC 9(03) VALUE 0.
       01  CP-TAX-AMOUNT               PIC S9(07)V99 VALUE 0.
       01  CP-TAX-RUN-TOTAL            PIC S9(09)V99 COMP-3 VALUE 0.
       01  CP-EXEMPT-COUNT             PIC 9(05) COMP VALUE 0.
       01  CP-EXEMPT-RUN-TOTAL         PIC S9(09)V99 COMP-3 VALUE 0.

      *-----------------------------------------------------------------
      * DAILY EXCHANGE-RATE TABLE AND THE PER-CURRENCY RUN TOTALS.
           PERFORM 1500-LOAD-EXCHANGE-RATES
           PERFORM 1600-LOAD-DEPOSITS
           PERFORM 1700-LOAD-TAX-RATES
           PERFORM 1800-OPEN-EXEMPTIONS
           PERFORM 1850-OPEN-SHIP-TO-FILE
           PERFORM 2900-READ-INVOICE-RECORD.

      *-----------------------------------------------------------------
                   SET CP-TAXRATE-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EXEMPTION CERTIFICATES ARE READ BY KEY AS EACH INVOICE IS
      * TAXED.  A MISSING CERTIFICATE FILE MEANS NO CUSTOMER IS
      * EXEMPT THIS RUN.
      *-----------------------------------------------------------------
       1800-OPEN-EXEMPTIONS.
           OPEN INPUT EXEMPTION-FILE
           IF CP-TAXEXMPT-NOTFOUND
               DISPLAY "CONTINUEPROG: NO EXEMPTION CERTIFICATE FILE - "
                   "NO CUSTOMER EXEMPT THIS RUN"
           ELSE
               IF NOT CP-TAXEXMPT-OK
                   MOVE "CONTINUE" TO AB-PROGRAM-ID
                   MOVE "TAXEXMPT" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE CP-TAXEXMPT-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               SET CP-EXEMPT-FILE-OPEN TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * A MISSING SHIP-TO FILE MEANS NO CUSTOMER HAS A SHIP-TO
      * ADDRESS YET - EVERY INVOICE TAXES IN THE BILL-TO STATE, AND
      * ONE NAMING A SHIP-TO REJECTS.
      *-----------------------------------------------------------------
       1850-OPEN-SHIP-TO-FILE.
           OPEN INPUT SHIPTO-FILE
           IF CP-SHIPTO-NOTFOUND
               DISPLAY "CONTINUEPROG: NO SHIP-TO FILE - INVOICES TAX "
                   "IN THE BILL-TO STATE THIS RUN"
           ELSE
               IF NOT CP-SHIPTO-OK
                   MOVE "CONTINUE" TO AB-PROGRAM-ID
                   MOVE "SHIPTO" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE CP-SHIPTO-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               SET CP-SHIPTO-FILE-OPEN TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * A MISSING DEPOSITS FILE MEANS NO CUSTOMER HAS MONEY ON
      * ACCOUNT TO DRAW DOWN THIS RUN.  THE FILE IS REWRITTEN FROM
           END-READ.

       2000-PROCESS-INVOICE.
           IF IV-CREDIT-MEMO AND IV-INVOICE-AMOUNT >= 0
               MOVE "CREDIT MEMO AMOUNT NOT NEGATIVE"
                   TO SS-REJECT-REASON
               PERFORM 2100-LOG-SUSPENSE-RECORD
               ADD 1 TO CP-SKIPPED-COUNT
           ELSE
           IF NOT IV-CREDIT-MEMO AND IV-INVOICE-AMOUNT <= 0
               MOVE "INVOICE AMOUNT NOT POSITIVE" TO SS-REJECT-REASON
               PERFORM 2100-LOG-SUSPENSE-RECORD
               ADD 1 TO CP-SKIPPED-COUNT
               END-IF
               END-IF
           END-IF
           END-IF
           PERFORM 2900-READ-INVOICE-RECORD.

       2100-LOG-SUSPENSE-RECORD.
                       MOVE CM-CUSTOMER-STATE
                           OF CUSTOMER-MASTER-RECORD
                           TO CP-CUSTOMER-STATE
                       PERFORM 2230-RESOLVE-SHIP-TO
                   END-IF
           END-READ.

      *-----------------------------------------------------------------
      * SALES TAX IS DUE WHERE THE GOODS ARE DELIVERED.  BLANK OR
      * ZERO SHIP-TO IS THE BILL-TO ADDRESS ON THE CUSTOMER MASTER;
      * ANY OTHER NUMBER MUST BE ONE OF THE CUSTOMER'S SHIP-TO
      * ADDRESSES, WHOSE STATE BECOMES THE TAX STATE.
      *-----------------------------------------------------------------
       2230-RESOLVE-SHIP-TO.
           MOVE 0 TO CP-SHIPTO-NUMBER
           MOVE CP-CUSTOMER-STATE TO CP-TAX-STATE
           EVALUATE TRUE
               WHEN IV-SHIPTO-NUMBER = SPACES
                       OR IV-SHIPTO-NUMBER = "000"
                   MOVE "Y" TO CP-CUST-VALID-SWITCH
               WHEN IV-SHIPTO-NUMBER NOT NUMERIC
                   MOVE "SHIP-TO NUMBER NOT NUMERIC"
                       TO SS-REJECT-REASON
               WHEN NOT CP-SHIPTO-FILE-OPEN
                   MOVE "SHIP-TO NOT ON FILE" TO SS-REJECT-REASON
               WHEN OTHER
                   MOVE IV-SHIPTO-NUMBER TO CP-SHIPTO-NUMBER
                   MOVE IV-CUSTOMER-ID
                       TO TA-CUSTOMER-ID OF SHIPTO-RECORD
                   MOVE CP-SHIPTO-NUMBER
                       TO TA-SHIPTO-NUMBER OF SHIPTO-RECORD
                   READ SHIPTO-FILE
                       INVALID KEY
                           MOVE "SHIP-TO NOT ON FILE"
                               TO SS-REJECT-REASON
                       NOT INVALID KEY
                           MOVE TA-SHIPTO-STATE OF SHIPTO-RECORD
                               TO CP-TAX-STATE
                           MOVE "Y" TO CP-CUST-VALID-SWITCH
                   END-READ
           END-EVALUATE.

      *-----------------------------------------------------------------
      * CREDIT CHECK.  A ZERO LIMIT ON THE MASTER MEANS THE CUSTOMER
      * IS NOT CREDIT-CHECKED.  AN INVOICE THAT WOULD PUSH THE OPEN
      * BALANCE PAST THE LIMIT IS DIVERTED TO THE CREDIT-HOLD FILE,
      * NOT POSTED AND NOT SUSPENSED - CREDIT RELEASES OR REJECTS IT
      * FROM THE DAILY HOLD REPORT.  A CREDIT MEMO ONLY LOWERS THE
      * BALANCE AND IS NEVER HELD.
      *-----------------------------------------------------------------
       2250-CHECK-CREDIT-LIMIT.
           MOVE IV-CUSTOMER-ID TO CP-CREDIT-CUSTOMER
           PERFORM 1140-RESOLVE-CREDIT-PARTY
           IF CP-CREDIT-LIMIT = 0 OR IV-CREDIT-MEMO
               CONTINUE
           ELSE
               PERFORM 1120-FIND-BALANCE-ENTRY
           MOVE IV-INVOICE-DATE TO OI-INVOICE-DATE
           MOVE CP-BASE-AMOUNT TO OI-INVOICE-AMOUNT
           MOVE CP-TAX-AMOUNT TO OI-TAX-AMOUNT
           MOVE CP-SHIPTO-NUMBER TO OI-SHIPTO-NUMBER
           MOVE CP-TAX-STATE TO OI-TAX-STATE
           MOVE SPACE TO OI-DISPUTE-CODE
           MOVE 0 TO OI-DISPUTE-DATE
           EVALUATE TRUE
               WHEN CP-TAX-EXEMPT
                   MOVE "E" TO OI-TAX-EXEMPT-FLAG
               WHEN IV-NONTAXABLE-INVOICE
                   MOVE "N" TO OI-TAX-EXEMPT-FLAG
               WHEN OTHER
                   MOVE SPACE TO OI-TAX-EXEMPT-FLAG
           END-EVALUATE
           COMPUTE OI-OPEN-BALANCE =
               CP-BASE-AMOUNT + CP-TAX-AMOUNT - CP-DRAWN-AMOUNT
           IF OI-OPEN-BALANCE = 0
      * THE CUSTOMER'S ON-ACCOUNT BALANCE COVERS AS MUCH OF THE NEW
      * INVOICE (MERCHANDISE PLUS TAX) AS IT CAN; WHAT IT COVERS
      * NEVER BECOMES AN OPEN BALANCE AND SO IS NEVER AGED,
      * STATEMENTED OR DUNNED.  A CREDIT MEMO DRAWS NOTHING.
      *-----------------------------------------------------------------
       2320-DRAW-DOWN-DEPOSIT.
           MOVE 0 TO CP-DRAWN-AMOUNT
                   OR CP-DEP-FOUND-IDX NOT = 0
           IF CP-DEP-FOUND-IDX NOT = 0
                   AND CP-DP-BALANCE (CP-DEP-FOUND-IDX) > 0
                   AND NOT IV-CREDIT-MEMO
               IF CP-DP-BALANCE (CP-DEP-FOUND-IDX)
                       >= CP-BASE-AMOUNT + CP-TAX-AMOUNT
                   COMPUTE CP-DRAWN-AMOUNT =
               MOVE CP-DEP-IDX TO CP-DEP-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * A CUSTOMER WITH A CURRENT EXEMPTION CERTIFICATE FOR THE
      * INVOICE'S STATE IS NOT TAXED AT ALL; OTHERWISE TAX IS AT THE
      * STATE RATE.  ONLY A TAXABLE INVOICE IS TAXED AT ALL.  THE
      * INVOICE'S STATE IS THE SHIP-TO STATE RESOLVED BY 2230.
      *-----------------------------------------------------------------
       2340-COMPUTE-SALES-TAX.
           MOVE 0 TO CP-TAX-AMOUNT
           MOVE 0 TO CP-TAX-FOUND-IDX
           MOVE "N" TO CP-TAX-EXEMPT-SWITCH
           IF IV-TAXABLE-INVOICE
               PERFORM 2342-CHECK-EXEMPTION
               IF CP-TAX-EXEMPT
                   ADD 1 TO CP-EXEMPT-COUNT
                   ADD CP-BASE-AMOUNT TO CP-EXEMPT-RUN-TOTAL
               ELSE
                   PERFORM 2345-COMPARE-TAX-ENTRY
                       VARYING CP-TAX-IDX FROM 1 BY 1
                       UNTIL CP-TAX-IDX > CP-TAX-COUNT
                           OR CP-TAX-FOUND-IDX NOT = 0
                   IF CP-TAX-FOUND-IDX NOT = 0
                       COMPUTE CP-TAX-AMOUNT ROUNDED =
                           CP-BASE-AMOUNT
                               * CP-TX-TAX-RATE (CP-TAX-FOUND-IDX)
                       ADD CP-TAX-AMOUNT TO CP-TAX-RUN-TOTAL
                   END-IF
               END-IF
           END-IF.

      *    A CERTIFICATE IS CURRENT FROM ITS EFFECTIVE DATE THROUGH
      *    ITS EXPIRY DATE; A ZERO EXPIRY NEVER LAPSES.
       2342-CHECK-EXEMPTION.
           MOVE "N" TO CP-TAX-EXEMPT-SWITCH
           IF CP-EXEMPT-FILE-OPEN
               MOVE IV-CUSTOMER-ID
                   TO TE-CUSTOMER-ID OF EXEMPTION-RECORD
               MOVE CP-TAX-STATE
                   TO TE-STATE-CODE OF EXEMPTION-RECORD
               READ EXEMPTION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TE-EFFECTIVE-DATE <= IV-INVOICE-DATE
                               AND (TE-EXPIRY-DATE = 0
                                   OR TE-EXPIRY-DATE
                                       >= IV-INVOICE-DATE)
                           SET CP-TAX-EXEMPT TO TRUE
                       END-IF
               END-READ
           END-IF.

       2345-COMPARE-TAX-ENTRY.
           IF CP-TX-STATE-CODE (CP-TAX-IDX) = CP-TAX-STATE
               MOVE CP-TAX-IDX TO CP-TAX-FOUND-IDX
           END-IF.

           END-IF
           DISPLAY "BASE CURRENCY RUN TOTAL: " CP-BASE-RUN-TOTAL
           DISPLAY "SALES TAX RUN TOTAL:     " CP-TAX-RUN-TOTAL
           DISPLAY "TAX-EXEMPT INVOICES:     " CP-EXEMPT-COUNT
           DISPLAY "TAX-EXEMPT SALES TOTAL:  " CP-EXEMPT-RUN-TOTAL
           MOVE CP-PROCESSED-COUNT TO RW-READ-COUNT
           ADD CP-SKIPPED-COUNT TO RW-READ-COUNT
           ADD CP-HELD-COUNT TO RW-READ-COUNT
           CLOSE CUSTOMER-MASTER
           CLOSE OPEN-INVOICE-FILE
           CLOSE CREDIT-HOLD-FILE
           IF CP-EXEMPT-FILE-OPEN
               CLOSE EXEMPTION-FILE
           END-IF
           IF CP-SHIPTO-FILE-OPEN
               CLOSE SHIPTO-FILE
           END-IF
           PERFORM 3300-REWRITE-DEPOSITS.

       3300-REWRITE-DEPOSITS.
