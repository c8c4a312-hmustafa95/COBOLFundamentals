      ******************************************************************
      * PROGRAM-ID.    UNAPCONF
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       UNAPPLIED CASH MATCH CONFIRMATIONS.  APPLIES THE
      *                CASH CLERK'S CONFIRMATION TRANSACTIONS AGAINST
      *                THE SUGGESTIONS THE LAST UNAPMTCH RUN WROTE.
      *                EACH TRANSACTION NAMES THE PAYMENT (CHECK
      *                REFERENCE AND PAYMENT DATE), THE RANK OF THE
      *                SUGGESTION TAKEN, THE CUSTOMER THAT SUGGESTION
      *                NAMED AND THE CLERK.  A CUSTOMER THAT DOES NOT
      *                MATCH THE SUGGESTION OF THAT RANK IS REJECTED -
      *                THE RANKS ARE REBUILT EVERY NIGHT, SO A KEYING
      *                SLIP OR A STALE WORKLIST CANNOT SEND THE CASH TO
      *                ANOTHER CUSTOMER.  THE CLERK MUST
      *                HOLD CLERK ROLE OR ABOVE ON THE CREDENTIALS
      *                MASTER.  A CONFIRMED PAYMENT IS WRITTEN TO THE
      *                REMITTANCE FILE IN LOCKBOX LAYOUT - THE
      *                SUGGESTED CUSTOMER AS THE PAYER, ONE REMITTANCE
      *                LINE PER SUGGESTED INVOICE - WHICH RIDES BEHIND
      *                THE BANK LOCKBOX FILE INTO THE NEXT CASHAPP RUN,
      *                AND IS TAKEN OFF THE UNAPPLIED-CASH SUSPENSE
      *                FILE SO IT CANNOT BE CONFIRMED TWICE.  EVERY
      *                CONFIRMATION IS AUDITED UNDER THE CLERK'S ID.
      *                BAD TRANSACTIONS GO TO THE CONFIRMATION
      *                SUSPENSE FILE WITH THE REASON.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    THE CONFIRMATION CARRIES THE SUGGESTED
      *                  CUSTOMER (UC-CUSTOMER-ID, FROM FILLER) AND IS
      *                  REJECTED UNLESS IT MATCHES THE SUGGESTION.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNAPCONF.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUGGESTION-FILE ASSIGN TO "UNAPSUGG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UF-UNAPSUGG-STATUS.
           SELECT CONFIRM-TRANS ASSIGN TO "UNAPCTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UF-UNAPCTRN-STATUS.
           SELECT UNAPPLIED-SUSPENSE ASSIGN TO "UNAPSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UF-UNAPSUSP-STATUS.
           SELECT CREDENTIALS-MASTER ASSIGN TO "CREDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UF-CREDMAST-STATUS.
           SELECT REMITTANCE-FILE ASSIGN TO "UNAPREMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UF-UNAPREMT-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UF-AUDITLOG-STATUS.
           SELECT CONFIRM-SUSPENSE ASSIGN TO "UNAPCSSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UF-UNAPCSSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUGGESTION-FILE
           RECORDING MODE IS F.
       01  SUGGESTION-RECORD.
           COPY UNAPSUGG.

       FD  CONFIRM-TRANS
           RECORDING MODE IS F.
       01  CONFIRM-TRANS-RECORD.
           05  UC-CHECK-REF            PIC X(10).
           05  UC-PAYMENT-DATE         PIC 9(08).
           05  UC-RANK                 PIC 9(02).
           05  UC-OPERATOR-ID          PIC X(08).
           05  UC-CUSTOMER-ID          PIC 9(06).
           05  FILLER                  PIC X(46).

       FD  UNAPPLIED-SUSPENSE
           RECORDING MODE IS F.
       01  UNAPPLIED-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  CREDENTIALS-MASTER
           RECORDING MODE IS F.
       01  CREDENTIALS-RECORD.
           COPY CREDREC.

       FD  REMITTANCE-FILE
           RECORDING MODE IS F.
       01  LOCKBOX-RECORD.
           COPY LOCKBOX.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       FD  CONFIRM-SUSPENSE
           RECORDING MODE IS F.
       01  CONFIRM-SUSPENSE-RECORD.
           COPY SUSPENSE.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  UF-UNAPSUGG-STATUS          PIC X(02) VALUE "00".
           88  UF-UNAPSUGG-OK          VALUE "00".
           88  UF-UNAPSUGG-EOF         VALUE "10".
           88  UF-UNAPSUGG-NOTFOUND    VALUE "35".
       01  UF-UNAPCTRN-STATUS          PIC X(02) VALUE "00".
           88  UF-UNAPCTRN-OK          VALUE "00".
           88  UF-UNAPCTRN-EOF         VALUE "10".
           88  UF-UNAPCTRN-NOTFOUND    VALUE "35".
       01  UF-UNAPSUSP-STATUS          PIC X(02) VALUE "00".
           88  UF-UNAPSUSP-OK          VALUE "00".
           88  UF-UNAPSUSP-EOF         VALUE "10".
           88  UF-UNAPSUSP-NOTFOUND    VALUE "35".
       01  UF-CREDMAST-STATUS          PIC X(02) VALUE "00".
           88  UF-CREDMAST-OK          VALUE "00".
           88  UF-CREDMAST-EOF         VALUE "10".
           88  UF-CREDMAST-NOTFOUND    VALUE "35".
       01  UF-UNAPREMT-STATUS          PIC X(02) VALUE "00".
           88  UF-UNAPREMT-OK          VALUE "00".
       01  UF-AUDITLOG-STATUS          PIC X(02) VALUE "00".
           88  UF-AUDITLOG-OK          VALUE "00".
       01  UF-UNAPCSSP-STATUS          PIC X(02) VALUE "00".
           88  UF-UNAPCSSP-OK          VALUE "00".

       01  UF-SWITCHES.
           05  UF-SUGG-EOF-SWITCH      PIC X(01) VALUE "N".
               88  UF-SUGG-END         VALUE "Y".
           05  UF-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  UF-TRANS-END        VALUE "Y".
           05  UF-SUSP-EOF-SWITCH      PIC X(01) VALUE "N".
               88  UF-SUSP-END         VALUE "Y".
           05  UF-CRED-EOF-SWITCH      PIC X(01) VALUE "N".
               88  UF-CRED-END         VALUE "Y".
           05  UF-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  UF-AUTH-OK          VALUE "Y".

      *-----------------------------------------------------------------
      * CONFIRMING A MATCH IS A CLERK ACTION.  A LEGACY CREDENTIALS
      * RECORD WITH A BLANK ROLE GRANTS LEVEL ZERO.
      *-----------------------------------------------------------------
       01  UF-REQUIRED-ROLE            PIC 9(01) VALUE 2.
       01  UF-AUTH-REASON              PIC X(30) VALUE SPACES.

       01  UF-COUNTERS.
           05  UF-SUGG-COUNT           PIC 9(05) COMP VALUE 0.
           05  UF-MAX-SUGGS            PIC 9(05) COMP VALUE 5000.
           05  UF-SUGG-IDX             PIC 9(05) COMP VALUE 0.
           05  UF-SUGG-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  UF-SUSP-COUNT           PIC 9(05) COMP VALUE 0.
           05  UF-MAX-SUSPS            PIC 9(05) COMP VALUE 5000.
           05  UF-SUSP-IDX             PIC 9(05) COMP VALUE 0.
           05  UF-SUSP-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  UF-OPER-COUNT           PIC 9(04) COMP VALUE 0.
           05  UF-MAX-OPERS            PIC 9(04) COMP VALUE 500.
           05  UF-OPER-IDX             PIC 9(04) COMP VALUE 0.
           05  UF-OPER-FOUND-IDX       PIC 9(04) COMP VALUE 0.
           05  UF-INV-IDX              PIC 9(01) COMP VALUE 0.
           05  UF-TRANS-COUNT          PIC 9(05) COMP VALUE 0.
           05  UF-CONFIRM-COUNT        PIC 9(05) COMP VALUE 0.
           05  UF-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  UF-AUTH-FAIL-COUNT      PIC 9(05) COMP VALUE 0.
           05  UF-REMIT-WRITE-COUNT    PIC 9(05) COMP VALUE 0.
           05  UF-SUSP-KEPT-COUNT      PIC 9(05) COMP VALUE 0.

       01  UF-CONFIRMED-TOTAL          PIC 9(09)V99 COMP-3 VALUE 0.

      *-----------------------------------------------------------------
      * THE SUSPENDED PAYMENT, IN CASHAPP'S PAYMENT RECORD LAYOUT.
      *-----------------------------------------------------------------
       01  UF-PAYMENT-IMAGE.
           05  UF-PY-CUSTOMER-ID       PIC 9(06).
           05  UF-PY-PAYMENT-AMOUNT    PIC 9(07)V99.
           05  UF-PY-CHECK-REF         PIC X(10).
           05  UF-PY-PAYMENT-DATE      PIC 9(08).
           05  FILLER                  PIC X(77).

       01  UF-SUGGESTION-TABLE.
           05  UF-SUGG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON UF-SUGG-COUNT
                   INDEXED BY UF-SG-TIDX.
               10  UF-SG-CHECK-REF     PIC X(10).
               10  UF-SG-PAYMENT-DATE  PIC 9(08).
               10  UF-SG-AMOUNT        PIC 9(07)V99.
               10  UF-SG-PAID-CUSTOMER PIC 9(06).
               10  UF-SG-RANK          PIC 9(02).
               10  UF-SG-MATCH-TYPE    PIC X(01).
               10  UF-SG-CONFIDENCE    PIC 9(03).
               10  UF-SG-CUSTOMER-ID   PIC 9(06).
               10  UF-SG-INV-COUNT     PIC 9(01).
               10  UF-SG-INV-ENTRY OCCURS 5 TIMES.
                   15  UF-SG-INVOICE   PIC 9(06).
                   15  UF-SG-BALANCE   PIC 9(07)V99.

       01  UF-SUSPENSE-TABLE.
           05  UF-SUSP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON UF-SUSP-COUNT
                   INDEXED BY UF-SS-TIDX.
               10  UF-SS-RECORD        PIC X(172).
               10  UF-SS-REMOVED-FLAG  PIC X(01).
                   88  UF-SS-REMOVED   VALUE "Y".

       01  UF-OPERATOR-TABLE.
           05  UF-OPER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON UF-OPER-COUNT
                   INDEXED BY UF-OPER-TIDX.
               10  UF-CR-USER-ID       PIC X(08).
               10  UF-CR-ROLE          PIC 9(01).
               10  UF-CR-LOCKED-FLAG   PIC X(01).

       01  UF-CONFIRMED-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  UF-CL-CHECK-REF         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UF-CL-AMOUNT            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(06) VALUE "  WAS ".
           05  UF-CL-PAID-CUSTOMER     PIC 9(06).
           05  FILLER                  PIC X(05) VALUE "  TO ".
           05  UF-CL-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(08) VALUE "  RANK ".
           05  UF-CL-RANK              PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UF-CL-CONFIDENCE        PIC ZZ9.
           05  FILLER                  PIC X(06) VALUE "%  BY ".
           05  UF-CL-OPERATOR-ID       PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-CONFIRMATION
               UNTIL UF-TRANS-END
           PERFORM 3000-REWRITE-SUSPENSE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "UNAPCONF" TO RH-PROGRAM-NAME
           MOVE "UNAPPLIED CASH MATCH CONFIRMATIONS"
               TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-SUGGESTIONS
           PERFORM 1200-LOAD-SUSPENSE
           PERFORM 1300-LOAD-CREDENTIALS
      *    A NEW REMITTANCE GENERATION IS WRITTEN EVERY NIGHT, EMPTY
      *    WHEN NOTHING WAS CONFIRMED, SO CASHAPP NEVER SEES THE SAME
      *    CONFIRMATIONS TWICE.
           OPEN OUTPUT REMITTANCE-FILE
           IF NOT UF-UNAPREMT-OK
               MOVE "UNAPCONF" TO AB-PROGRAM-ID
               MOVE "UNAPREMT" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE UF-UNAPREMT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF NOT UF-AUDITLOG-OK
               CLOSE AUDIT-LOG
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN EXTEND CONFIRM-SUSPENSE
           IF NOT UF-UNAPCSSP-OK
               CLOSE CONFIRM-SUSPENSE
               OPEN OUTPUT CONFIRM-SUSPENSE
           END-IF
           OPEN INPUT CONFIRM-TRANS
           IF UF-UNAPCTRN-NOTFOUND
               DISPLAY "UNAPCONF: NO CONFIRMATION TRANSACTIONS"
               SET UF-TRANS-END TO TRUE
           ELSE
               IF NOT UF-UNAPCTRN-OK AND NOT UF-UNAPCTRN-EOF
                   MOVE "UNAPCONF" TO AB-PROGRAM-ID
                   MOVE "UNAPCTRN" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE UF-UNAPCTRN-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-TRANSACTION
           END-IF.

      *-----------------------------------------------------------------
      * THE SUGGESTIONS FROM THE LAST WORKLIST.  A TRUNCATED TABLE
      * WOULD REJECT GOOD CONFIRMATIONS, SO AN OVERFLOW STOPS THE RUN.
      *-----------------------------------------------------------------
       1100-LOAD-SUGGESTIONS.
           MOVE 1 TO UF-SUGG-COUNT
           OPEN INPUT SUGGESTION-FILE
           IF UF-UNAPSUGG-NOTFOUND
               DISPLAY "UNAPCONF: NO SUGGESTION FILE - NOTHING TO "
                   "CONFIRM"
               SET UF-SUGG-END TO TRUE
           ELSE
               IF NOT UF-UNAPSUGG-OK AND NOT UF-UNAPSUGG-EOF
                   MOVE "UNAPCONF" TO AB-PROGRAM-ID
                   MOVE "UNAPSUGG" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE UF-UNAPSUGG-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-SUGGESTION
               PERFORM 1110-STORE-SUGGESTION
                   UNTIL UF-SUGG-END
                       OR UF-SUGG-COUNT > UF-MAX-SUGGS
               IF NOT UF-SUGG-END
                   DISPLAY "UNAPCONF: SUGGESTION TABLE FULL AT "
                       UF-MAX-SUGGS " - RUN STOPPED"
                   MOVE "UNAPCONF" TO AB-PROGRAM-ID
                   MOVE "UNAPSUGG" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE UF-UNAPSUGG-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE SUGGESTION-FILE
           END-IF
           SUBTRACT 1 FROM UF-SUGG-COUNT.

       1110-STORE-SUGGESTION.
           MOVE US-CHECK-REF TO UF-SG-CHECK-REF (UF-SUGG-COUNT)
           MOVE US-PAYMENT-DATE TO UF-SG-PAYMENT-DATE (UF-SUGG-COUNT)
           MOVE US-PAYMENT-AMOUNT TO UF-SG-AMOUNT (UF-SUGG-COUNT)
           MOVE US-PAID-CUSTOMER
               TO UF-SG-PAID-CUSTOMER (UF-SUGG-COUNT)
           MOVE US-RANK TO UF-SG-RANK (UF-SUGG-COUNT)
           MOVE US-MATCH-TYPE TO UF-SG-MATCH-TYPE (UF-SUGG-COUNT)
           MOVE US-CONFIDENCE TO UF-SG-CONFIDENCE (UF-SUGG-COUNT)
           MOVE US-CUSTOMER-ID TO UF-SG-CUSTOMER-ID (UF-SUGG-COUNT)
           MOVE US-INVOICE-COUNT TO UF-SG-INV-COUNT (UF-SUGG-COUNT)
           PERFORM 1120-STORE-SUGGESTED-INVOICE
               VARYING UF-INV-IDX FROM 1 BY 1
               UNTIL UF-INV-IDX > 5
           ADD 1 TO UF-SUGG-COUNT
           PERFORM 1190-READ-SUGGESTION.

       1120-STORE-SUGGESTED-INVOICE.
           MOVE US-INVOICE-NUMBER (UF-INV-IDX)
               TO UF-SG-INVOICE (UF-SUGG-COUNT UF-INV-IDX)
           MOVE US-INVOICE-BALANCE (UF-INV-IDX)
               TO UF-SG-BALANCE (UF-SUGG-COUNT UF-INV-IDX).

       1190-READ-SUGGESTION.
           READ SUGGESTION-FILE
               AT END
                   SET UF-SUGG-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE WHOLE UNAPPLIED-CASH SUSPENSE FILE IS HELD SO CONFIRMED
      * PAYMENTS CAN BE LEFT OUT WHEN IT IS WRITTEN BACK.  A
      * TRUNCATED TABLE WOULD LOSE THE OVERFLOW CASH ON THE REWRITE,
      * SO AN OVERFLOW STOPS THE RUN.
      *-----------------------------------------------------------------
       1200-LOAD-SUSPENSE.
           MOVE 1 TO UF-SUSP-COUNT
           OPEN INPUT UNAPPLIED-SUSPENSE
           IF UF-UNAPSUSP-NOTFOUND
               SET UF-SUSP-END TO TRUE
           ELSE
               IF NOT UF-UNAPSUSP-OK AND NOT UF-UNAPSUSP-EOF
                   MOVE "UNAPCONF" TO AB-PROGRAM-ID
                   MOVE "UNAPSUSP" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE UF-UNAPSUSP-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-SUSPENSE-RECORD
               PERFORM 1210-STORE-SUSPENSE-RECORD
                   UNTIL UF-SUSP-END
                       OR UF-SUSP-COUNT > UF-MAX-SUSPS
               IF NOT UF-SUSP-END
                   DISPLAY "UNAPCONF: SUSPENSE TABLE FULL AT "
                       UF-MAX-SUSPS " - RUN STOPPED"
                   MOVE "UNAPCONF" TO AB-PROGRAM-ID
                   MOVE "UNAPSUSP" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE UF-UNAPSUSP-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE UNAPPLIED-SUSPENSE
           END-IF
           SUBTRACT 1 FROM UF-SUSP-COUNT.

       1210-STORE-SUSPENSE-RECORD.
           MOVE UNAPPLIED-SUSPENSE-RECORD
               TO UF-SS-RECORD (UF-SUSP-COUNT)
           MOVE "N" TO UF-SS-REMOVED-FLAG (UF-SUSP-COUNT)
           ADD 1 TO UF-SUSP-COUNT
           PERFORM 1290-READ-SUSPENSE-RECORD.

       1290-READ-SUSPENSE-RECORD.
           READ UNAPPLIED-SUSPENSE
               AT END
                   SET UF-SUSP-END TO TRUE
           END-READ.

       1300-LOAD-CREDENTIALS.
           MOVE 1 TO UF-OPER-COUNT
           OPEN INPUT CREDENTIALS-MASTER
           IF UF-CREDMAST-NOTFOUND
               SET UF-CRED-END TO TRUE
           ELSE
               IF NOT UF-CREDMAST-OK AND NOT UF-CREDMAST-EOF
                   MOVE "UNAPCONF" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE UF-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1390-READ-CREDENTIALS-RECORD
               PERFORM 1310-STORE-CREDENTIALS-RECORD
                   UNTIL UF-CRED-END
                       OR UF-OPER-COUNT > UF-MAX-OPERS
               IF NOT UF-CRED-END
                   DISPLAY "UNAPCONF: CREDENTIAL TABLE FULL AT "
                       UF-MAX-OPERS " - RUN STOPPED"
                   MOVE "UNAPCONF" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE UF-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE CREDENTIALS-MASTER
           END-IF
           SUBTRACT 1 FROM UF-OPER-COUNT.

       1310-STORE-CREDENTIALS-RECORD.
           MOVE CR-USER-ID TO UF-CR-USER-ID (UF-OPER-COUNT)
           IF CR-ROLE-LEVEL IS NUMERIC
               MOVE CR-ROLE-LEVEL TO UF-CR-ROLE (UF-OPER-COUNT)
           ELSE
               MOVE 0 TO UF-CR-ROLE (UF-OPER-COUNT)
           END-IF
           MOVE CR-LOCKED-FLAG TO UF-CR-LOCKED-FLAG (UF-OPER-COUNT)
           ADD 1 TO UF-OPER-COUNT
           PERFORM 1390-READ-CREDENTIALS-RECORD.

       1390-READ-CREDENTIALS-RECORD.
           READ CREDENTIALS-MASTER
               AT END
                   SET UF-CRED-END TO TRUE
           END-READ.

       2000-APPLY-ONE-CONFIRMATION.
           ADD 1 TO UF-TRANS-COUNT
           MOVE 0 TO UF-SUGG-FOUND-IDX
           IF UF-SUGG-COUNT > 0
               PERFORM 2010-COMPARE-SUGGESTION
                   VARYING UF-SUGG-IDX FROM 1 BY 1
                   UNTIL UF-SUGG-IDX > UF-SUGG-COUNT
                       OR UF-SUGG-FOUND-IDX NOT = 0
           END-IF
           IF UF-SUGG-FOUND-IDX = 0
               DISPLAY "UNAPCONF: NO SUGGESTION " UC-RANK
                   " FOR CHECK " UC-CHECK-REF
               MOVE "NO SUCH SUGGESTION ON FILE" TO SS-REJECT-REASON
                   OF CONFIRM-SUSPENSE-RECORD
               PERFORM 2500-LOG-SUSPENSE-RECORD
           ELSE
               IF UC-CUSTOMER-ID NOT NUMERIC
                       OR UC-CUSTOMER-ID NOT =
                           UF-SG-CUSTOMER-ID (UF-SUGG-FOUND-IDX)
                   DISPLAY "UNAPCONF: CUSTOMER " UC-CUSTOMER-ID
                       " IS NOT SUGGESTION " UC-RANK
                       " FOR CHECK " UC-CHECK-REF
                   MOVE "CUSTOMER NOT AS SUGGESTED" TO SS-REJECT-REASON
                       OF CONFIRM-SUSPENSE-RECORD
                   PERFORM 2500-LOG-SUSPENSE-RECORD
               ELSE
                   PERFORM 2020-CONFIRM-IF-AUTHORIZED
               END-IF
           END-IF
           PERFORM 2900-READ-TRANSACTION.

       2010-COMPARE-SUGGESTION.
           IF UF-SG-CHECK-REF (UF-SUGG-IDX) = UC-CHECK-REF
                   AND UF-SG-PAYMENT-DATE (UF-SUGG-IDX)
                       = UC-PAYMENT-DATE
                   AND UF-SG-RANK (UF-SUGG-IDX) = UC-RANK
               MOVE UF-SUGG-IDX TO UF-SUGG-FOUND-IDX
           END-IF.

       2020-CONFIRM-IF-AUTHORIZED.
           PERFORM 2700-CHECK-OPERATOR-ROLE
           IF UF-AUTH-OK
               PERFORM 2100-FIND-SUSPENDED-PAYMENT
           ELSE
               DISPLAY "UNAPCONF: CLERK " UC-OPERATOR-ID
                   " NOT AUTHORIZED FOR CHECK " UC-CHECK-REF
                   " - " UF-AUTH-REASON
               MOVE UF-AUTH-REASON TO SS-REJECT-REASON
                   OF CONFIRM-SUSPENSE-RECORD
               PERFORM 2500-LOG-SUSPENSE-RECORD
               PERFORM 2550-LOG-AUTH-FAILURE
               ADD 1 TO UF-AUTH-FAIL-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * THE PAYMENT MUST STILL BE ON SUSPENSE.  IF IT IS NOT, ANOTHER
      * SUGGESTION FOR IT HAS ALREADY BEEN CONFIRMED.
      *-----------------------------------------------------------------
       2100-FIND-SUSPENDED-PAYMENT.
           MOVE 0 TO UF-SUSP-FOUND-IDX
           IF UF-SUSP-COUNT > 0
               PERFORM 2110-COMPARE-SUSPENDED
                   VARYING UF-SUSP-IDX FROM 1 BY 1
                   UNTIL UF-SUSP-IDX > UF-SUSP-COUNT
                       OR UF-SUSP-FOUND-IDX NOT = 0
           END-IF
           IF UF-SUSP-FOUND-IDX = 0
               DISPLAY "UNAPCONF: CHECK " UC-CHECK-REF
                   " NO LONGER ON UNAPPLIED SUSPENSE"
               MOVE "PAYMENT NO LONGER UNAPPLIED" TO SS-REJECT-REASON
                   OF CONFIRM-SUSPENSE-RECORD
               PERFORM 2500-LOG-SUSPENSE-RECORD
           ELSE
               PERFORM 2200-CONFIRM-MATCH
           END-IF.

       2110-COMPARE-SUSPENDED.
           IF NOT UF-SS-REMOVED (UF-SUSP-IDX)
               MOVE UF-SS-RECORD (UF-SUSP-IDX)
                   TO UNAPPLIED-SUSPENSE-RECORD
               MOVE SS-ORIGINAL-IMAGE OF UNAPPLIED-SUSPENSE-RECORD
                   TO UF-PAYMENT-IMAGE
               IF SS-SOURCE-PROGRAM OF UNAPPLIED-SUSPENSE-RECORD
                       = "CASHAPP"
                   AND SS-TRANS-TYPE OF UNAPPLIED-SUSPENSE-RECORD
                       = "PAYMENT"
                   AND UF-PY-CHECK-REF
                       = UF-SG-CHECK-REF (UF-SUGG-FOUND-IDX)
                   AND UF-PY-PAYMENT-DATE
                       = UF-SG-PAYMENT-DATE (UF-SUGG-FOUND-IDX)
                   AND UF-PY-PAYMENT-AMOUNT
                       = UF-SG-AMOUNT (UF-SUGG-FOUND-IDX)
                   AND UF-PY-CUSTOMER-ID
                       = UF-SG-PAID-CUSTOMER (UF-SUGG-FOUND-IDX)
                   MOVE UF-SUSP-IDX TO UF-SUSP-FOUND-IDX
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THE PAYMENT GOES BACK TO CASH APPLICATION AS A LOCKBOX CHECK
      * FROM THE SUGGESTED CUSTOMER, NAMING THE SUGGESTED ITEMS.  AN
      * ITEM PAID SINCE THE WORKLIST RAN SHOWS ON CASHAPP'S REMITTANCE
      * EXCEPTIONS AND ITS MONEY GOES ON ACCOUNT.
      *-----------------------------------------------------------------
       2200-CONFIRM-MATCH.
           MOVE SPACES TO LOCKBOX-RECORD
           MOVE "H" TO LB-RECORD-TYPE
           MOVE UF-SG-CUSTOMER-ID (UF-SUGG-FOUND-IDX) TO LB-CUSTOMER-ID
           MOVE UF-PY-PAYMENT-AMOUNT TO LB-CHECK-AMOUNT
           MOVE UF-PY-CHECK-REF TO LB-CHECK-REF
           MOVE UF-PY-PAYMENT-DATE TO LB-CHECK-DATE
           WRITE LOCKBOX-RECORD
           ADD 1 TO UF-REMIT-WRITE-COUNT
           PERFORM 2250-LOG-CONFIRMATION
           IF UF-SG-INV-COUNT (UF-SUGG-FOUND-IDX) > 0
               PERFORM 2210-WRITE-REMITTANCE-LINE
                   VARYING UF-INV-IDX FROM 1 BY 1
                   UNTIL UF-INV-IDX
                       > UF-SG-INV-COUNT (UF-SUGG-FOUND-IDX)
           END-IF
           MOVE "Y" TO UF-SS-REMOVED-FLAG (UF-SUSP-FOUND-IDX)
           ADD 1 TO UF-CONFIRM-COUNT
           ADD UF-PY-PAYMENT-AMOUNT TO UF-CONFIRMED-TOTAL
           MOVE UF-PY-CHECK-REF TO UF-CL-CHECK-REF
           MOVE UF-PY-PAYMENT-AMOUNT TO UF-CL-AMOUNT
           MOVE UF-PY-CUSTOMER-ID TO UF-CL-PAID-CUSTOMER
           MOVE UF-SG-CUSTOMER-ID (UF-SUGG-FOUND-IDX)
               TO UF-CL-CUSTOMER-ID
           MOVE UC-RANK TO UF-CL-RANK
           MOVE UF-SG-CONFIDENCE (UF-SUGG-FOUND-IDX)
               TO UF-CL-CONFIDENCE
           MOVE UC-OPERATOR-ID TO UF-CL-OPERATOR-ID
           DISPLAY UF-CONFIRMED-LINE.

       2210-WRITE-REMITTANCE-LINE.
           MOVE SPACES TO LOCKBOX-RECORD
           MOVE "D" TO LB-RECORD-TYPE
           MOVE UF-SG-INVOICE (UF-SUGG-FOUND-IDX UF-INV-IDX)
               TO LB-INVOICE-NUMBER
           MOVE UF-SG-BALANCE (UF-SUGG-FOUND-IDX UF-INV-IDX)
               TO LB-REMIT-AMOUNT
           WRITE LOCKBOX-RECORD
           ADD 1 TO UF-REMIT-WRITE-COUNT.

      *-----------------------------------------------------------------
      * BEFORE IMAGE: THE PAYMENT AS IT SAT ON SUSPENSE.  AFTER
      * IMAGE: THE LOCKBOX CHECK IT WAS TURNED INTO.
      *-----------------------------------------------------------------
       2250-LOG-CONFIRMATION.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "UNAPCONF" TO AU-PROGRAM-NAME
           MOVE "CASHMTCH" TO AU-OPERATION
           MOVE UF-SG-CUSTOMER-ID (UF-SUGG-FOUND-IDX) TO AU-CUSTOMER-ID
           MOVE UF-PAYMENT-IMAGE TO AU-BEFORE-IMAGE
           MOVE LOCKBOX-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE UC-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2500-LOG-SUSPENSE-RECORD.
           MOVE "UNAPCONF" TO SS-SOURCE-PROGRAM
               OF CONFIRM-SUSPENSE-RECORD
           MOVE "CASHMTCH" TO SS-TRANS-TYPE OF CONFIRM-SUSPENSE-RECORD
           MOVE CONFIRM-TRANS-RECORD
               TO SS-ORIGINAL-IMAGE OF CONFIRM-SUSPENSE-RECORD
           MOVE FUNCTION CURRENT-DATE (1:8)
               TO SS-REJECT-DATE OF CONFIRM-SUSPENSE-RECORD
           MOVE FUNCTION CURRENT-DATE (9:8)
               TO SS-REJECT-TIME OF CONFIRM-SUSPENSE-RECORD
           WRITE CONFIRM-SUSPENSE-RECORD
           ADD 1 TO UF-REJECT-COUNT.

       2550-LOG-AUTH-FAILURE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "UNAPCONF" TO AU-PROGRAM-NAME
           MOVE "AUTHFAIL" TO AU-OPERATION
           MOVE UF-SG-CUSTOMER-ID (UF-SUGG-FOUND-IDX) TO AU-CUSTOMER-ID
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE SPACES TO AU-AFTER-IMAGE
           STRING "CLERK " DELIMITED BY SIZE
               UC-OPERATOR-ID DELIMITED BY SIZE
               " CASH MATCH - " DELIMITED BY SIZE
               UF-AUTH-REASON DELIMITED BY SIZE
               INTO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE UC-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
      * ROLE CHECK: THE CLERK MUST BE ON THE CREDENTIALS MASTER,
      * UNLOCKED, AND GRANTED CLERK LEVEL OR ABOVE.
      *-----------------------------------------------------------------
       2700-CHECK-OPERATOR-ROLE.
           MOVE "N" TO UF-AUTH-OK-SWITCH
           MOVE 0 TO UF-OPER-FOUND-IDX
           IF UF-OPER-COUNT > 0
               PERFORM 2710-COMPARE-OPERATOR
                   VARYING UF-OPER-IDX FROM 1 BY 1
                   UNTIL UF-OPER-IDX > UF-OPER-COUNT
                       OR UF-OPER-FOUND-IDX NOT = 0
           END-IF
           EVALUATE TRUE
               WHEN UC-OPERATOR-ID = SPACES
                   MOVE "OPERATOR ID MISSING" TO UF-AUTH-REASON
               WHEN UF-OPER-FOUND-IDX = 0
                   MOVE "OPERATOR NOT ON FILE" TO UF-AUTH-REASON
               WHEN UF-CR-LOCKED-FLAG (UF-OPER-FOUND-IDX) = "Y"
                   MOVE "OPERATOR LOCKED" TO UF-AUTH-REASON
               WHEN UF-CR-ROLE (UF-OPER-FOUND-IDX)
                       < UF-REQUIRED-ROLE
                   MOVE "ROLE BELOW ACTION LEVEL" TO UF-AUTH-REASON
               WHEN OTHER
                   MOVE SPACES TO UF-AUTH-REASON
                   SET UF-AUTH-OK TO TRUE
           END-EVALUATE.

       2710-COMPARE-OPERATOR.
           IF UF-CR-USER-ID (UF-OPER-IDX) = UC-OPERATOR-ID
               MOVE UF-OPER-IDX TO UF-OPER-FOUND-IDX
           END-IF.

       2900-READ-TRANSACTION.
           READ CONFIRM-TRANS
               AT END
                   SET UF-TRANS-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE SUSPENSE FILE IS WRITTEN BACK WITHOUT THE CONFIRMED
      * PAYMENTS.  WHEN NOTHING WAS CONFIRMED IT IS LEFT AS IT IS.
      *-----------------------------------------------------------------
       3000-REWRITE-SUSPENSE.
           IF UF-CONFIRM-COUNT > 0
               OPEN OUTPUT UNAPPLIED-SUSPENSE
               IF NOT UF-UNAPSUSP-OK
                   MOVE "UNAPCONF" TO AB-PROGRAM-ID
                   MOVE "UNAPSUSP" TO AB-FILE-NAME
                   MOVE "OPEN OUT" TO AB-OPERATION
                   MOVE UF-UNAPSUSP-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 3010-WRITE-SUSPENSE-RECORD
                   VARYING UF-SUSP-IDX FROM 1 BY 1
                   UNTIL UF-SUSP-IDX > UF-SUSP-COUNT
               CLOSE UNAPPLIED-SUSPENSE
           END-IF.

       3010-WRITE-SUSPENSE-RECORD.
           IF NOT UF-SS-REMOVED (UF-SUSP-IDX)
               MOVE UF-SS-RECORD (UF-SUSP-IDX)
                   TO UNAPPLIED-SUSPENSE-RECORD
               WRITE UNAPPLIED-SUSPENSE-RECORD
               ADD 1 TO UF-SUSP-KEPT-COUNT
           END-IF.

       9000-TERMINATE.
           DISPLAY " "
           DISPLAY "CONFIRMATIONS READ:           " UF-TRANS-COUNT
           DISPLAY "PAYMENTS SENT TO CASHAPP:     " UF-CONFIRM-COUNT
           DISPLAY "REMITTANCE RECORDS WRITTEN:   " UF-REMIT-WRITE-COUNT
           DISPLAY "CONFIRMATIONS REJECTED:       " UF-REJECT-COUNT
           DISPLAY "AUTHORIZATION FAILURES:       " UF-AUTH-FAIL-COUNT
           IF UF-CONFIRM-COUNT > 0
               DISPLAY "PAYMENTS LEFT ON SUSPENSE:    "
                   UF-SUSP-KEPT-COUNT
           END-IF
           DISPLAY "AMOUNT SENT TO CASHAPP:       " UF-CONFIRMED-TOTAL
           IF NOT UF-UNAPCTRN-NOTFOUND
               CLOSE CONFIRM-TRANS
           END-IF
           CLOSE REMITTANCE-FILE
           CLOSE AUDIT-LOG
           CLOSE CONFIRM-SUSPENSE
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM UNAPCONF.
