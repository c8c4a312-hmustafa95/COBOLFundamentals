      *                  REMAINDER THAT CANNOT GET A NEW DEPOSIT SLOT
      *                  MID-RUN FALLS BACK TO THE UNAPPLIED-CASH
      *                  SUSPENSE FILE INSTEAD OF VANISHING.
      * 10/15/2026 DO    EACH APPLICATION IS LOGGED WITH ZERO REWARD
      *                  POINTS AND NO POINTS FLAG; THE LOYALTY
      *                  POSTING RUN THAT FOLLOWS FILLS THEM IN.
      * 10/15/2026 DO    A PAYMENT OR LOCKBOX CHECK WHOSE CUSTOMER
      *                  NUMBER FAILS THE CHKDIGIT CHECK NO LONGER
      *                  GOES ON ACCOUNT TO A CUSTOMER THAT DOES NOT
      *                  EXIST - THE WHOLE AMOUNT GOES TO THE UNAPPLIED-
      *                  CASH SUSPENSE FILE FOR THE UNAPMTCH RESEARCH
      *                  WORKLIST, WITH THE REASON.  SUSPENDED CASH IS
      *                  TOTALLED APART FROM THE ON-ACCOUNT TOTAL.
      * 10/15/2026 DO    A REMAINDER SUSPENDED FOR A FULL DEPOSIT TABLE
      *                  CARRIES THE REMAINDER, NOT THE CHECK AMOUNT,
      *                  IN ITS SUSPENSE IMAGE.  THE CHECK IS HELD IN
      *                  WORKING STORAGE (READ INTO) SO A LOCKBOX CHECK
      *                  IS NO LONGER BUILT IN THE PAYMENTS FILE'S
      *                  RECORD AREA AFTER THAT FILE HAS HIT END.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHAPP.
           SELECT UNAPPLIED-SUSPENSE ASSIGN TO "UNAPSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-UNAPSUSP-STATUS.
           SELECT LOCKBOX-FILE ASSIGN TO "LOCKBOX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CA-LOCKBOX-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYMENT-FILE
           RECORDING MODE IS F.
       01  PAYMENT-FILE-RECORD         PIC X(80).

       FD  OPEN-INVOICE-FILE
           RECORDING MODE IS F.
       01  UNAPPLIED-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  LOCKBOX-FILE
           RECORDING MODE IS F.
       01  LOCKBOX-RECORD.
           COPY LOCKBOX.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
           88  CA-DEPOSITS-NOTFOUND    VALUE "35".
       01  CA-UNAPSUSP-STATUS          PIC X(02) VALUE "00".
           88  CA-UNAPSUSP-OK          VALUE "00".
       01  CA-LOCKBOX-STATUS           PIC X(02) VALUE "00".
           88  CA-LOCKBOX-OK           VALUE "00".
           88  CA-LOCKBOX-EOF          VALUE "10".
           88  CA-LOCKBOX-NOTFOUND     VALUE "35".

       01  CA-SWITCHES.
           05  CA-PAYMENT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  CA-SCAN-DONE        VALUE "Y".
           05  CA-OLDEST-FOUND-SWITCH  PIC X(01) VALUE "N".
               88  CA-OLDEST-FOUND     VALUE "Y".
           05  CA-LOCKBOX-EOF-SWITCH   PIC X(01) VALUE "N".
               88  CA-LOCKBOX-END      VALUE "Y".
           05  CA-LOCKBOX-OPEN-SWITCH  PIC X(01) VALUE "N".
               88  CA-LOCKBOX-OPENED   VALUE "Y".

       01  CA-COUNTERS.
           05  CA-PAYMENT-COUNT        PIC 9(05) COMP VALUE 0.
           05  CA-MAX-DEPS             PIC 9(04) COMP VALUE 2000.
           05  CA-DEP-IDX              PIC 9(04) COMP VALUE 0.
           05  CA-DEP-FOUND-IDX        PIC 9(04) COMP VALUE 0.
           05  CA-CHECK-COUNT          PIC 9(05) COMP VALUE 0.
           05  CA-REMIT-COUNT          PIC 9(05) COMP VALUE 0.
           05  CA-EXCP-COUNT           PIC 9(04) COMP VALUE 0.
           05  CA-MAX-EXCPS            PIC 9(04) COMP VALUE 500.
           05  CA-EXCP-IDX             PIC 9(04) COMP VALUE 0.
           05  CA-EXCP-OVERFLOW        PIC 9(05) COMP VALUE 0.

       01  CA-WORK-FIELDS.
           05  CA-REMAINING-AMOUNT     PIC 9(07)V99 VALUE 0.
           05  CA-ONE-APPLICATION      PIC 9(07)V99 VALUE 0.
           05  CA-OLDEST-INVOICE       PIC 9(06) VALUE 0.
           05  CA-OLDEST-DATE          PIC 9(08) VALUE 0.
           05  CA-LINE-AMOUNT          PIC 9(07)V99 VALUE 0.
           05  CA-HELD-AMOUNT          PIC 9(07)V99 VALUE 0.
           05  CA-AVAILABLE-AMOUNT     PIC 9(07)V99 VALUE 0.
           05  CA-EXCP-BALANCE         PIC S9(07)V99 VALUE 0.
           05  CA-EXCP-REASON          PIC X(20) VALUE SPACES.

       01  CA-RUN-TOTALS.
           05  CA-APPLIED-TOTAL        PIC 9(09)V99 COMP-3 VALUE 0.
           05  CA-UNAPPLIED-TOTAL      PIC 9(09)V99 COMP-3 VALUE 0.
           05  CA-SUSPENSE-TOTAL       PIC 9(09)V99 COMP-3 VALUE 0.

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED CHKDIGIT ACCOUNT-NUMBER CHECK.
      *-----------------------------------------------------------------
       01  CA-CD-FUNCTION              PIC X(01) VALUE "V".
       01  CA-CD-ACCOUNT-NUMBER        PIC 9(06) VALUE 0.
       01  CA-CD-VALID-FLAG            PIC X(01).
           88  CA-CD-NUMBER-VALID      VALUE "Y".

       01  CA-UNAPPLIED-REASON         PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
      * THE CHECK BEING APPLIED - READ FROM THE PAYMENTS FILE OR BUILT
      * FROM A LOCKBOX CHECK HEADER.  THE SUSPENSE COPY IS THE SAME
      * CHECK CARRYING ONLY THE AMOUNT THAT WENT TO SUSPENSE.
      *-----------------------------------------------------------------
       01  PAYMENT-RECORD.
           05  PY-CUSTOMER-ID          PIC 9(06).
           05  PY-PAYMENT-AMOUNT       PIC 9(07)V99.
           05  PY-CHECK-REF            PIC X(10).
           05  PY-PAYMENT-DATE         PIC 9(08).
           05  FILLER                  PIC X(47).

       01  CA-SUSPENSE-PAYMENT.
           05  CA-SP-CUSTOMER-ID       PIC 9(06).
           05  CA-SP-PAYMENT-AMOUNT    PIC 9(07)V99.
           05  CA-SP-CHECK-REF         PIC X(10).
           05  CA-SP-PAYMENT-DATE      PIC 9(08).
           05  FILLER                  PIC X(47).

       01  CA-DEPOSIT-TABLE.
           05  CA-DEPOSIT-ENTRY OCCURS 1 TO 2000 TIMES
               10  CA-DP-CUSTOMER-ID   PIC 9(06).
               10  CA-DP-BALANCE       PIC S9(09)V99.

      *-----------------------------------------------------------------
      * REMITTANCE LINES THAT COULD NOT BE APPLIED AS WRITTEN, HELD
      * FOR THE EXCEPTIONS SECTION PRINTED AFTER THE REGISTER TOTALS.
      *-----------------------------------------------------------------
       01  CA-EXCEPTION-TABLE.
           05  CA-EXCEPTION-ENTRY OCCURS 500 TIMES.
               10  CA-EX-CHECK-REF     PIC X(10).
               10  CA-EX-CUSTOMER-ID   PIC 9(06).
               10  CA-EX-INVOICE       PIC 9(06).
               10  CA-EX-REMIT-AMOUNT  PIC 9(07)V99.
               10  CA-EX-OPEN-BALANCE  PIC S9(07)V99.
               10  CA-EX-REASON        PIC X(20).

       01  CA-REGISTER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CA-RG-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(18) VALUE
               "ON-ACCOUNT TOTAL: ".
           05  CA-TL-UNAPPLIED        PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "SUSPENSE TOTAL:  ".
           05  CA-TL-SUSPENSE          PIC $$,$$$,$$9.99.

       01  CA-EXCP-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "CHECK REF".
           05  FILLER                  PIC X(08) VALUE "CUST".
           05  FILLER                  PIC X(08) VALUE "INVOICE".
           05  FILLER                  PIC X(15) VALUE
               "   REMITTED".
           05  FILLER                  PIC X(15) VALUE
               "   INV BALANCE".
           05  FILLER                  PIC X(20) VALUE "REASON".

       01  CA-EXCP-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CA-XL-CHECK-REF         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CA-XL-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CA-XL-INVOICE           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CA-XL-REMIT-AMOUNT      PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  CA-XL-OPEN-BALANCE      PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CA-XL-REASON            PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-PAYMENT
               UNTIL CA-PAYMENT-END
           PERFORM 2500-APPLY-LOCKBOX-CHECK
               UNTIL CA-LOCKBOX-END
           PERFORM 3000-TERMINATE
           STOP RUN.

               OPEN OUTPUT UNAPPLIED-SUSPENSE
           END-IF
           PERFORM 1200-LOAD-DEPOSITS
           PERFORM 1300-OPEN-LOCKBOX
           MOVE "CASHAPP" TO RH-PROGRAM-NAME
           MOVE "CASH APPLICATION REGISTER" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 2900-READ-PAYMENT-RECORD
           IF CA-LOCKBOX-OPENED
               PERFORM 2590-READ-LOCKBOX-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * THE INDEXED OPEN INVOICE FILE IS OPENED FOR KEYED READ/
               MOVE 0 TO CA-DEP-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * NOT EVERY DAY BRINGS A LOCKBOX FILE; WITHOUT ONE ONLY THE
      * PAYMENTS FILE IS APPLIED.
      *-----------------------------------------------------------------
       1300-OPEN-LOCKBOX.
           OPEN INPUT LOCKBOX-FILE
           IF CA-LOCKBOX-NOTFOUND
               DISPLAY "CASHAPP: NO LOCKBOX FILE - PAYMENTS FILE ONLY"
               SET CA-LOCKBOX-END TO TRUE
           ELSE
               IF NOT CA-LOCKBOX-OK AND NOT CA-LOCKBOX-EOF
                   MOVE "CASHAPP" TO AB-PROGRAM-ID
                   MOVE "LOCKBOX" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE CA-LOCKBOX-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               SET CA-LOCKBOX-OPENED TO TRUE
           END-IF.

       1210-STORE-DEPOSIT-RECORD.
           MOVE DP-CUSTOMER-ID TO CA-DP-CUSTOMER-ID (CA-DEP-COUNT)
           MOVE DP-DEPOSIT-BALANCE TO CA-DP-BALANCE (CA-DEP-COUNT)
           MOVE PY-PAYMENT-AMOUNT TO CA-REMAINING-AMOUNT
           MOVE 0 TO CA-APPLIED-AMOUNT
           MOVE "N" TO CA-EXHAUSTED-SWITCH
           PERFORM 2050-VERIFY-PAYER
           IF NOT CA-CD-NUMBER-VALID
               PERFORM 2300-WRITE-REGISTER-LINE
               PERFORM 2470-LOG-UNAPPLIED-CASH
           ELSE
               PERFORM 2100-APPLY-TO-OLDEST-ITEM
                   UNTIL CA-REMAINING-AMOUNT = 0
                       OR CA-ITEMS-EXHAUSTED
               PERFORM 2300-WRITE-REGISTER-LINE
               IF CA-REMAINING-AMOUNT > 0
                   PERFORM 2400-POST-ON-ACCOUNT
               END-IF
           END-IF
           PERFORM 2900-READ-PAYMENT-RECORD.

      *-----------------------------------------------------------------
      * A CUSTOMER NUMBER THAT FAILS THE CHECK DIGIT WAS MISKEYED BY
      * THE PAYER OR THE BANK.  NONE OF THE MONEY CAN BE PLACED - IT
      * WOULD ONLY GO ON ACCOUNT TO A CUSTOMER THAT DOES NOT EXIST.
      *-----------------------------------------------------------------
       2050-VERIFY-PAYER.
           MOVE "V" TO CA-CD-FUNCTION
           MOVE PY-CUSTOMER-ID TO CA-CD-ACCOUNT-NUMBER
           CALL "CHKDIGIT" USING CA-CD-FUNCTION
               CA-CD-ACCOUNT-NUMBER CA-CD-VALID-FLAG
           IF NOT CA-CD-NUMBER-VALID
               DISPLAY "CASHAPP: CUSTOMER NUMBER " PY-CUSTOMER-ID
                   " FAILS THE CHECK DIGIT, CHECK " PY-CHECK-REF
                   " TO SUSPENSE"
               MOVE "CUSTOMER CHECK DIGIT INVALID"
                   TO CA-UNAPPLIED-REASON
           END-IF.

       2100-APPLY-TO-OLDEST-ITEM.
           PERFORM 2200-FIND-OLDEST-OPEN-ITEM
           IF NOT CA-OLDEST-FOUND
               TO LG-INVOICE-DATE
           MOVE PY-PAYMENT-DATE TO LG-PAYMENT-DATE
           MOVE RH-RUN-DATE TO LG-APPLY-DATE
           MOVE 0 TO LG-POINTS-EARNED
           WRITE APPLY-LOG-RECORD.

       2300-WRITE-REGISTER-LINE.
                   TO CA-DP-BALANCE (CA-DEP-FOUND-IDX)
               ADD 1 TO CA-ONACCT-COUNT
           ELSE
               MOVE "DEPOSIT TABLE FULL" TO CA-UNAPPLIED-REASON
               PERFORM 2470-LOG-UNAPPLIED-CASH
           END-IF.

      * LAST-RESORT PATH: A REMAINDER THAT CANNOT GET A DEPOSIT SLOT
      * GOES TO THE UNAPPLIED-CASH SUSPENSE FILE, SO THE CASH THE
      * BANK DELIVERED STAYS ON THE BOOKS FOR OPERATIONS TO WORK.
      * SO DOES A WHOLE PAYMENT WHOSE CUSTOMER NUMBER IS BAD.  THE
      * REMAINDER COMES BACK OUT OF THE ON-ACCOUNT TOTAL THE REGISTER
      * LINE PUT IT IN.  THE IMAGE CARRIES THE AMOUNT SUSPENDED, NOT
      * THE FACE OF THE CHECK - THE REST OF A PART-APPLIED CHECK IS
      * ALREADY ON THE CUSTOMER'S INVOICES, AND UNAPMTCH AND UNAPCONF
      * WORK THE IMAGE AMOUNT.
      *-----------------------------------------------------------------
       2470-LOG-UNAPPLIED-CASH.
           MOVE "CASHAPP" TO SS-SOURCE-PROGRAM
           MOVE "PAYMENT" TO SS-TRANS-TYPE
           MOVE PAYMENT-RECORD TO CA-SUSPENSE-PAYMENT
           MOVE CA-REMAINING-AMOUNT TO CA-SP-PAYMENT-AMOUNT
           MOVE CA-SUSPENSE-PAYMENT TO SS-ORIGINAL-IMAGE
           MOVE CA-UNAPPLIED-REASON TO SS-REJECT-REASON
           MOVE FUNCTION CURRENT-DATE (1:8) TO SS-REJECT-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO SS-REJECT-TIME
           WRITE UNAPPLIED-SUSPENSE-RECORD
           SUBTRACT CA-REMAINING-AMOUNT FROM CA-UNAPPLIED-TOTAL
           ADD CA-REMAINING-AMOUNT TO CA-SUSPENSE-TOTAL
           ADD 1 TO CA-UNAPPLIED-COUNT.

      *-----------------------------------------------------------------
      * LOCKBOX CHECK: THE HEADER IS CARRIED IN THE PAYMENT RECORD
      * AREA SO THE APPLICATION LOG, THE REGISTER LINE AND THE
      * ON-ACCOUNT POSTING WORK EXACTLY AS FOR A PAYMENTS-FILE CHECK.
      * EACH REMITTANCE LINE GOES TO THE INVOICE IT NAMES.  MONEY ON
      * A LINE THAT CANNOT BE APPLIED AS WRITTEN IS HELD BACK FROM
      * THE OLDEST-FIRST PASS - IT WOULD ONLY LAND ON AN INVOICE THE
      * CUSTOMER DID NOT PAY - AND GOES ON ACCOUNT WITH WHATEVER THE
      * OLDEST-FIRST PASS CANNOT PLACE.  A D RECORD WITH NO HEADER
      * AHEAD OF IT IS REPORTED AND SKIPPED.
      *-----------------------------------------------------------------
       2500-APPLY-LOCKBOX-CHECK.
           IF NOT LB-CHECK-HEADER
               ADD 1 TO CA-REMIT-COUNT
               MOVE SPACES TO PAYMENT-RECORD
               MOVE 0 TO PY-CUSTOMER-ID
               MOVE 0 TO CA-EXCP-BALANCE
               IF LB-REMIT-AMOUNT NUMERIC
                   MOVE LB-REMIT-AMOUNT TO CA-LINE-AMOUNT
               ELSE
                   MOVE 0 TO CA-LINE-AMOUNT
               END-IF
               MOVE "NO CHECK HEADER" TO CA-EXCP-REASON
               PERFORM 2580-STORE-EXCEPTION
               PERFORM 2590-READ-LOCKBOX-RECORD
           ELSE
               ADD 1 TO CA-PAYMENT-COUNT
               ADD 1 TO CA-CHECK-COUNT
               MOVE SPACES TO PAYMENT-RECORD
               MOVE LB-CUSTOMER-ID TO PY-CUSTOMER-ID
               MOVE LB-CHECK-AMOUNT TO PY-PAYMENT-AMOUNT
               MOVE LB-CHECK-REF TO PY-CHECK-REF
               MOVE LB-CHECK-DATE TO PY-PAYMENT-DATE
               MOVE PY-PAYMENT-AMOUNT TO CA-REMAINING-AMOUNT
               MOVE 0 TO CA-APPLIED-AMOUNT
               MOVE 0 TO CA-HELD-AMOUNT
               PERFORM 2590-READ-LOCKBOX-RECORD
               PERFORM 2050-VERIFY-PAYER
               IF NOT CA-CD-NUMBER-VALID
                   PERFORM 2505-SUSPEND-LOCKBOX-CHECK
               ELSE
                   PERFORM 2502-APPLY-LOCKBOX-LINES
               END-IF
           END-IF.

       2502-APPLY-LOCKBOX-LINES.
           PERFORM 2510-APPLY-REMITTANCE-LINE
               UNTIL CA-LOCKBOX-END
                   OR LB-CHECK-HEADER
           IF CA-HELD-AMOUNT > CA-REMAINING-AMOUNT
               MOVE CA-REMAINING-AMOUNT TO CA-HELD-AMOUNT
           END-IF
           SUBTRACT CA-HELD-AMOUNT FROM CA-REMAINING-AMOUNT
           MOVE "N" TO CA-EXHAUSTED-SWITCH
           PERFORM 2100-APPLY-TO-OLDEST-ITEM
               UNTIL CA-REMAINING-AMOUNT = 0
                   OR CA-ITEMS-EXHAUSTED
           ADD CA-HELD-AMOUNT TO CA-REMAINING-AMOUNT
           PERFORM 2300-WRITE-REGISTER-LINE
           IF CA-REMAINING-AMOUNT > 0
               PERFORM 2400-POST-ON-ACCOUNT
           END-IF.

      *-----------------------------------------------------------------
      * A CHECK WHOSE CUSTOMER NUMBER IS BAD GOES TO SUSPENSE WHOLE.
      * ITS REMITTANCE LINES ARE COUNTED AND PASSED OVER - THEY CANNOT
      * BE TRUSTED TO BELONG TO ANY ONE CUSTOMER.
      *-----------------------------------------------------------------
       2505-SUSPEND-LOCKBOX-CHECK.
           PERFORM 2506-SKIP-REMITTANCE-LINE
               UNTIL CA-LOCKBOX-END
                   OR LB-CHECK-HEADER
           PERFORM 2300-WRITE-REGISTER-LINE
           PERFORM 2470-LOG-UNAPPLIED-CASH.

       2506-SKIP-REMITTANCE-LINE.
           ADD 1 TO CA-REMIT-COUNT
           PERFORM 2590-READ-LOCKBOX-RECORD.

       2510-APPLY-REMITTANCE-LINE.
           ADD 1 TO CA-REMIT-COUNT
           MOVE 0 TO CA-EXCP-BALANCE
           IF LB-REMIT-AMOUNT NUMERIC
               MOVE LB-REMIT-AMOUNT TO CA-LINE-AMOUNT
           ELSE
               MOVE 0 TO CA-LINE-AMOUNT
           END-IF
           IF NOT LB-REMITTANCE-LINE
                   OR LB-INVOICE-NUMBER NOT NUMERIC
               MOVE "BAD REMITTANCE LINE" TO CA-EXCP-REASON
               PERFORM 2570-HOLD-REMITTANCE-LINE
           ELSE
               MOVE LB-INVOICE-NUMBER
                   TO OI-INVOICE-NUMBER OF OPEN-INVOICE-RECORD
               READ OPEN-INVOICE-FILE
                   INVALID KEY
                       MOVE "INVOICE NOT ON FILE" TO CA-EXCP-REASON
                       PERFORM 2570-HOLD-REMITTANCE-LINE
                   NOT INVALID KEY
                       PERFORM 2520-APPLY-TO-NAMED-ITEM
               END-READ
           END-IF
           PERFORM 2590-READ-LOCKBOX-RECORD.

      *-----------------------------------------------------------------
      * THE LINE PAYS THE NAMED INVOICE UP TO ITS OPEN BALANCE, OUT
      * OF WHAT IS LEFT OF THE CHECK AFTER THE HELD LINES.  AN
      * INVOICE LEFT WITH A BALANCE IS A SHORT PAYMENT.  A LINE
      * LARGER THAN THE BALANCE LEAVES THE EXCESS UNREFERENCED, FOR
      * THE OLDEST-FIRST PASS.
      *-----------------------------------------------------------------
       2520-APPLY-TO-NAMED-ITEM.
           MOVE OI-OPEN-BALANCE OF OPEN-INVOICE-RECORD
               TO CA-EXCP-BALANCE
           IF OI-CUSTOMER-ID OF OPEN-INVOICE-RECORD
                   NOT = PY-CUSTOMER-ID
               MOVE "OTHER CUSTOMER" TO CA-EXCP-REASON
               PERFORM 2570-HOLD-REMITTANCE-LINE
           ELSE
               IF NOT OI-OPEN OF OPEN-INVOICE-RECORD
                       OR OI-OPEN-BALANCE OF OPEN-INVOICE-RECORD
                           NOT > 0
                   MOVE "INVOICE CLOSED" TO CA-EXCP-REASON
                   PERFORM 2570-HOLD-REMITTANCE-LINE
               ELSE
                   SUBTRACT CA-HELD-AMOUNT FROM CA-REMAINING-AMOUNT
                       GIVING CA-AVAILABLE-AMOUNT
                   MOVE CA-LINE-AMOUNT TO CA-ONE-APPLICATION
                   IF CA-ONE-APPLICATION > CA-AVAILABLE-AMOUNT
                       MOVE CA-AVAILABLE-AMOUNT TO CA-ONE-APPLICATION
                   END-IF
                   IF CA-ONE-APPLICATION
                           > OI-OPEN-BALANCE OF OPEN-INVOICE-RECORD
                       MOVE OI-OPEN-BALANCE OF OPEN-INVOICE-RECORD
                           TO CA-ONE-APPLICATION
                   END-IF
                   IF CA-ONE-APPLICATION > 0
                       PERFORM 2530-PAY-DOWN-NAMED-ITEM
                   END-IF
                   IF OI-OPEN-BALANCE OF OPEN-INVOICE-RECORD > 0
                       MOVE OI-OPEN-BALANCE OF OPEN-INVOICE-RECORD
                           TO CA-EXCP-BALANCE
                       MOVE "SHORT PAID" TO CA-EXCP-REASON
                       PERFORM 2580-STORE-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       2530-PAY-DOWN-NAMED-ITEM.
           SUBTRACT CA-ONE-APPLICATION
               FROM OI-OPEN-BALANCE OF OPEN-INVOICE-RECORD
           IF OI-OPEN-BALANCE OF OPEN-INVOICE-RECORD = 0
               MOVE "P" TO OI-STATUS OF OPEN-INVOICE-RECORD
           END-IF
           ADD CA-ONE-APPLICATION TO CA-APPLIED-AMOUNT
           SUBTRACT CA-ONE-APPLICATION FROM CA-REMAINING-AMOUNT
           REWRITE OPEN-INVOICE-RECORD
           PERFORM 2150-LOG-ONE-APPLICATION.

       2570-HOLD-REMITTANCE-LINE.
           ADD CA-LINE-AMOUNT TO CA-HELD-AMOUNT
           PERFORM 2580-STORE-EXCEPTION.

       2580-STORE-EXCEPTION.
           IF CA-EXCP-COUNT < CA-MAX-EXCPS
               ADD 1 TO CA-EXCP-COUNT
               MOVE PY-CHECK-REF TO CA-EX-CHECK-REF (CA-EXCP-COUNT)
               MOVE PY-CUSTOMER-ID
                   TO CA-EX-CUSTOMER-ID (CA-EXCP-COUNT)
               IF LB-INVOICE-NUMBER NUMERIC
                   MOVE LB-INVOICE-NUMBER
                       TO CA-EX-INVOICE (CA-EXCP-COUNT)
               ELSE
                   MOVE 0 TO CA-EX-INVOICE (CA-EXCP-COUNT)
               END-IF
               MOVE CA-LINE-AMOUNT
                   TO CA-EX-REMIT-AMOUNT (CA-EXCP-COUNT)
               MOVE CA-EXCP-BALANCE
                   TO CA-EX-OPEN-BALANCE (CA-EXCP-COUNT)
               MOVE CA-EXCP-REASON TO CA-EX-REASON (CA-EXCP-COUNT)
           ELSE
               ADD 1 TO CA-EXCP-OVERFLOW
           END-IF.

       2590-READ-LOCKBOX-RECORD.
           READ LOCKBOX-FILE
               AT END
                   SET CA-LOCKBOX-END TO TRUE
           END-READ.

       2900-READ-PAYMENT-RECORD.
           READ PAYMENT-FILE INTO PAYMENT-RECORD
               AT END
                   MOVE "Y" TO CA-PAYMENT-EOF-SWITCH
           END-READ.
       3000-TERMINATE.
           MOVE CA-APPLIED-TOTAL TO CA-TL-APPLIED
           MOVE CA-UNAPPLIED-TOTAL TO CA-TL-UNAPPLIED
           MOVE CA-SUSPENSE-TOTAL TO CA-TL-SUSPENSE
           DISPLAY CA-TOTAL-LINE
           DISPLAY "PAYMENTS PROCESSED:   " CA-PAYMENT-COUNT
           DISPLAY "REMAINDERS ON ACCOUNT:" CA-ONACCT-COUNT
           DISPLAY "REMAINDERS TO SUSPENSE:" CA-UNAPPLIED-COUNT
           DISPLAY "LOCKBOX CHECKS:       " CA-CHECK-COUNT
           DISPLAY "REMITTANCE LINES:     " CA-REMIT-COUNT
           PERFORM 3100-PRINT-REMIT-EXCEPTIONS
           CLOSE PAYMENT-FILE
           IF CA-LOCKBOX-OPENED
               CLOSE LOCKBOX-FILE
           END-IF
           CLOSE APPLY-LOG
           CLOSE UNAPPLIED-SUSPENSE
           CLOSE OPEN-INVOICE-FILE
           PERFORM 3300-REWRITE-DEPOSITS
           PERFORM 8100-PRINT-REPORT-FOOTER.

      *-----------------------------------------------------------------
      * REMITTANCE EXCEPTIONS SECTION.  THE BALANCE COLUMN IS THE
      * NAMED INVOICE'S OPEN BALANCE - AFTER THE PAYMENT FOR A SHORT
      * PAYMENT, UNTOUCHED FOR A HELD LINE.
      *-----------------------------------------------------------------
       3100-PRINT-REMIT-EXCEPTIONS.
           DISPLAY " "
           DISPLAY "REMITTANCE EXCEPTIONS"
           IF CA-EXCP-COUNT = 0
               DISPLAY "NO REMITTANCE EXCEPTIONS"
           ELSE
               DISPLAY CA-EXCP-HEADING
               PERFORM 3110-PRINT-ONE-EXCEPTION
                   VARYING CA-EXCP-IDX FROM 1 BY 1
                   UNTIL CA-EXCP-IDX > CA-EXCP-COUNT
           END-IF
           IF CA-EXCP-OVERFLOW > 0
               DISPLAY "EXCEPTIONS NOT LISTED (TABLE FULL): "
                   CA-EXCP-OVERFLOW
           END-IF.

       3110-PRINT-ONE-EXCEPTION.
           MOVE CA-EX-CHECK-REF (CA-EXCP-IDX) TO CA-XL-CHECK-REF
           MOVE CA-EX-CUSTOMER-ID (CA-EXCP-IDX) TO CA-XL-CUSTOMER-ID
           MOVE CA-EX-INVOICE (CA-EXCP-IDX) TO CA-XL-INVOICE
           MOVE CA-EX-REMIT-AMOUNT (CA-EXCP-IDX)
               TO CA-XL-REMIT-AMOUNT
           MOVE CA-EX-OPEN-BALANCE (CA-EXCP-IDX)
               TO CA-XL-OPEN-BALANCE
           MOVE CA-EX-REASON (CA-EXCP-IDX) TO CA-XL-REASON
           DISPLAY CA-EXCP-LINE.

       3300-REWRITE-DEPOSITS.
           OPEN OUTPUT DEPOSIT-FILE
           IF NOT CA-DEPOSITS-OK
