      ******************************************************************
      * PROGRAM-ID.    POSPAY
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - TREASURY
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       POSITIVE-PAY ISSUE FILE.  RUNS AS THE STEP
      *                AFTER EITHER CHECK WRITER - THE AP CHECK
      *                REGISTER OR THE PAYROLL WITHHOLDING RUN - AND
      *                READS THE BANK PAYMENT FILE IT JUST WROTE.
      *                EVERY DETAIL CARRYING A CHECK NUMBER GOES TO
      *                THE BANK AS AN ISSUE WITH ITS NUMBER, PAYEE,
      *                AMOUNT AND ISSUE DATE; DIRECT DEPOSITS AND
      *                PRENOTES CARRY NO CHECK NUMBER, ARE NEVER
      *                PRESENTED, AND ARE LEFT OUT.  EVERY CHECK ON THE
      *                VOIDED CHECK NOTICE FILE GOES AS A VOID SO THE
      *                BANK REJECTS IT AT PRESENTMENT, AND THE NOTICE
      *                FILE IS THEN EMPTIED.  THE PPCTL CONTROL RECORD
      *                NAMES THE ISSUING BANK ACCOUNT, THE SOURCE RUN
      *                AND WHETHER THE PAYEES ARE VENDORS OR
      *                EMPLOYEES.  THE PAYMENT FILE'S TRAILER COUNT IS
      *                PROVED BEFORE ANYTHING IS SENT - A SHORT FILE
      *                WOULD HAVE THE BANK REFUSE GOOD CHECKS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSPAY.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - TREASURY.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE ASSIGN TO "PAYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PP-PAYIN-STATUS.
           SELECT POSPAY-CONTROL ASSIGN TO "PPCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PP-PPCTL-STATUS.
           SELECT VOID-NOTICE-FILE ASSIGN TO "POSVOID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PP-POSVOID-STATUS.
           SELECT VENDOR-MASTER ASSIGN TO "VENDMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VN-VENDOR-ID OF VENDOR-MASTER-RECORD
               FILE STATUS IS PP-VENDMAST-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID
               FILE STATUS IS PP-EMPMAST-STATUS.
           SELECT POSITIVE-PAY-FILE ASSIGN TO "POSPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PP-POSPAY-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * BANK PAYMENT FILE AS WRITTEN BY APCHKREG AND TAXPROG: "D"
      * DETAILS AND ONE "T" TRAILER.  ONLY THE FIELDS BOTH WRITERS
      * SHARE ARE NAMED HERE.
      *-----------------------------------------------------------------
       FD  PAYMENT-FILE
           RECORDING MODE IS F.
       01  PAYMENT-RECORD.
           05  PY-RECORD-TYPE          PIC X(01).
               88  PY-DETAIL-RECORD    VALUE "D".
               88  PY-TRAILER-RECORD   VALUE "T".
           05  PY-PAYEE-ID             PIC 9(06).
           05  PY-PAY-DATE             PIC 9(08).
           05  PY-GROSS-PAY            PIC 9(07)V99.
           05  PY-WITHHOLDING          PIC 9(07)V99.
           05  PY-NET-AMOUNT           PIC 9(07)V99.
           05  FILLER                  PIC X(28).
           05  PY-CHECK-NUMBER         PIC 9(06).
           05  FILLER                  PIC X(04).
       01  PAYMENT-TRAILER-RECORD REDEFINES PAYMENT-RECORD.
           05  FILLER                  PIC X(01).
           05  PY-TRL-RECORD-COUNT     PIC 9(07).
           05  PY-TRL-NET-PAY-TOTAL    PIC 9(11)V99.
           05  FILLER                  PIC X(59).

       FD  POSPAY-CONTROL
           RECORDING MODE IS F.
       01  POSPAY-CONTROL-RECORD.
           05  CT-BANK-ACCOUNT         PIC X(17).
           05  CT-SOURCE-SYSTEM        PIC X(08).
           05  CT-PAYEE-TYPE           PIC X(01).
               88  CT-PAYEE-VENDOR     VALUE "V".
               88  CT-PAYEE-EMPLOYEE   VALUE "E".
           05  FILLER                  PIC X(54).

       FD  VOID-NOTICE-FILE
           RECORDING MODE IS F.
       01  VOID-NOTICE-RECORD.
           COPY CHKVOID.

       FD  VENDOR-MASTER
           RECORDING MODE IS F.
       01  VENDOR-MASTER-RECORD.
           COPY VENDMAST.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPMAST.

      *-----------------------------------------------------------------
      * BANK POSITIVE-PAY LAYOUT: ONE "H" HEADER NAMING THE ACCOUNT,
      * ONE "D" PER ISSUE OR VOID (ISSUE CODE I OR V), ONE "T"
      * TRAILER WITH THE ITEM COUNT AND AMOUNT TOTAL.
      *-----------------------------------------------------------------
       FD  POSITIVE-PAY-FILE
           RECORDING MODE IS F.
       01  POSPAY-HEADER-RECORD.
           05  PH-RECORD-TYPE          PIC X(01).
           05  PH-BANK-ACCOUNT         PIC X(17).
           05  PH-CREATE-DATE          PIC 9(08).
           05  PH-CREATE-TIME          PIC 9(06).
           05  PH-SOURCE-SYSTEM        PIC X(08).
           05  FILLER                  PIC X(40).
       01  POSPAY-DETAIL-RECORD.
           05  PD-RECORD-TYPE          PIC X(01).
           05  PD-ISSUE-CODE           PIC X(01).
           05  PD-BANK-ACCOUNT         PIC X(17).
           05  PD-CHECK-NUMBER         PIC 9(10).
           05  PD-AMOUNT               PIC 9(08)V99.
           05  PD-ISSUE-DATE           PIC 9(08).
           05  PD-PAYEE-ID             PIC 9(06).
           05  PD-PAYEE-NAME           PIC X(25).
           05  FILLER                  PIC X(02).
       01  POSPAY-TRAILER-RECORD.
           05  PT-RECORD-TYPE          PIC X(01).
           05  PT-BANK-ACCOUNT         PIC X(17).
           05  PT-ITEM-COUNT           PIC 9(07).
           05  PT-AMOUNT-TOTAL         PIC 9(11)V99.
           05  PT-VOID-COUNT           PIC 9(07).
           05  FILLER                  PIC X(35).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  PP-PAYIN-STATUS             PIC X(02) VALUE "00".
           88  PP-PAYIN-OK             VALUE "00".
           88  PP-PAYIN-EOF            VALUE "10".
       01  PP-PPCTL-STATUS             PIC X(02) VALUE "00".
           88  PP-PPCTL-OK             VALUE "00".
       01  PP-POSVOID-STATUS           PIC X(02) VALUE "00".
           88  PP-POSVOID-OK           VALUE "00".
           88  PP-POSVOID-EOF          VALUE "10".
           88  PP-POSVOID-NOTFOUND     VALUE "35".
       01  PP-VENDMAST-STATUS          PIC X(02) VALUE "00".
           88  PP-VENDMAST-OK          VALUE "00".
       01  PP-EMPMAST-STATUS           PIC X(02) VALUE "00".
           88  PP-EMPMAST-OK           VALUE "00".
       01  PP-POSPAY-STATUS            PIC X(02) VALUE "00".
           88  PP-POSPAY-OK            VALUE "00".

       01  PP-SWITCHES.
           05  PP-PAY-EOF-SWITCH       PIC X(01) VALUE "N".
               88  PP-PAY-END          VALUE "Y".
           05  PP-VOID-EOF-SWITCH      PIC X(01) VALUE "N".
               88  PP-VOID-END         VALUE "Y".
           05  PP-TRAILER-SWITCH       PIC X(01) VALUE "N".
               88  PP-TRAILER-SEEN     VALUE "Y".

       01  PP-COUNTERS.
           05  PP-DETAIL-COUNT         PIC 9(07) COMP VALUE 0.
           05  PP-TRAILER-COUNT        PIC 9(07) VALUE 0.
           05  PP-NO-CHECK-COUNT       PIC 9(07) COMP VALUE 0.
           05  PP-ISSUE-COUNT          PIC 9(07) COMP VALUE 0.
           05  PP-VOID-COUNT           PIC 9(07) COMP VALUE 0.
           05  PP-ITEM-COUNT           PIC 9(07) COMP VALUE 0.

       01  PP-ISSUE-TOTAL              PIC 9(11)V99 VALUE 0.
       01  PP-VOID-TOTAL               PIC 9(11)V99 VALUE 0.
       01  PP-AMOUNT-TOTAL             PIC 9(11)V99 VALUE 0.
       01  PP-PAYEE-ID                 PIC 9(06) VALUE 0.
       01  PP-PAYEE-NAME               PIC X(25) VALUE SPACES.

       01  PP-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  PP-TL-LABEL             PIC X(24).
           05  PP-TL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PP-TL-AMOUNT            PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-PAYMENT
               UNTIL PP-PAY-END
           PERFORM 2500-PROVE-PAYMENT-FILE
           PERFORM 3000-SEND-VOIDS
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "POSPAY" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "POSPAY" TO RH-PROGRAM-NAME
           MOVE "POSITIVE-PAY ISSUE FILE" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-READ-CONTROL-RECORD
           IF CT-PAYEE-VENDOR
               OPEN INPUT VENDOR-MASTER
               IF NOT PP-VENDMAST-OK
                   MOVE "POSPAY" TO AB-PROGRAM-ID
                   MOVE "VENDMAST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE PP-VENDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
               IF NOT PP-EMPMAST-OK
                   MOVE "POSPAY" TO AB-PROGRAM-ID
                   MOVE "EMPMAST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE PP-EMPMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF
           OPEN INPUT PAYMENT-FILE
           IF NOT PP-PAYIN-OK AND NOT PP-PAYIN-EOF
               MOVE "POSPAY" TO AB-PROGRAM-ID
               MOVE "PAYIN" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE PP-PAYIN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN OUTPUT POSITIVE-PAY-FILE
           IF NOT PP-POSPAY-OK
               MOVE "POSPAY" TO AB-PROGRAM-ID
               MOVE "POSPAY" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE PP-POSPAY-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE SPACES TO POSPAY-HEADER-RECORD
           MOVE "H" TO PH-RECORD-TYPE
           MOVE CT-BANK-ACCOUNT TO PH-BANK-ACCOUNT
           MOVE RH-RUN-DATE TO PH-CREATE-DATE
           MOVE RH-RUN-TIME (1:6) TO PH-CREATE-TIME
           MOVE CT-SOURCE-SYSTEM TO PH-SOURCE-SYSTEM
           WRITE POSPAY-HEADER-RECORD
           PERFORM 2900-READ-PAYMENT-RECORD.

      *-----------------------------------------------------------------
      * THE CONTROL RECORD IS REQUIRED - WITHOUT THE ACCOUNT NUMBER
      * THE BANK CANNOT APPLY THE FILE.
      *-----------------------------------------------------------------
       1100-READ-CONTROL-RECORD.
           OPEN INPUT POSPAY-CONTROL
           IF NOT PP-PPCTL-OK
               MOVE "POSPAY" TO AB-PROGRAM-ID
               MOVE "PPCTL" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE PP-PPCTL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           READ POSPAY-CONTROL
               AT END
                   MOVE SPACES TO POSPAY-CONTROL-RECORD
           END-READ
           CLOSE POSPAY-CONTROL
           IF CT-BANK-ACCOUNT = SPACES
                   OR (NOT CT-PAYEE-VENDOR AND NOT CT-PAYEE-EMPLOYEE)
               DISPLAY "POSPAY: CONTROL RECORD MISSING THE BANK "
                   "ACCOUNT OR PAYEE TYPE - RUN STOPPED"
               MOVE "POSPAY" TO AB-PROGRAM-ID
               MOVE "PPCTL" TO AB-FILE-NAME
               MOVE "READ" TO AB-OPERATION
               MOVE PP-PPCTL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           DISPLAY "ACCOUNT " CT-BANK-ACCOUNT
               "  SOURCE " CT-SOURCE-SYSTEM.

      *-----------------------------------------------------------------
      * ONE PAYMENT RECORD PER PASS.  A DETAIL WITH A CHECK NUMBER IS
      * AN ISSUE; ONE WITHOUT IS A DIRECT DEPOSIT OR PRENOTE.
      *-----------------------------------------------------------------
       2000-PROCESS-PAYMENT.
           EVALUATE TRUE
               WHEN PY-DETAIL-RECORD
                   ADD 1 TO PP-DETAIL-COUNT
                   IF PY-CHECK-NUMBER IS NUMERIC
                           AND PY-CHECK-NUMBER NOT = 0
                       PERFORM 2100-WRITE-ISSUE
                   ELSE
                       ADD 1 TO PP-NO-CHECK-COUNT
                   END-IF
               WHEN PY-TRAILER-RECORD
                   SET PP-TRAILER-SEEN TO TRUE
                   MOVE PY-TRL-RECORD-COUNT TO PP-TRAILER-COUNT
           END-EVALUATE
           PERFORM 2900-READ-PAYMENT-RECORD.

       2100-WRITE-ISSUE.
           MOVE PY-PAYEE-ID TO PP-PAYEE-ID
           PERFORM 2800-GET-PAYEE-NAME
           MOVE SPACES TO POSPAY-DETAIL-RECORD
           MOVE "D" TO PD-RECORD-TYPE
           MOVE "I" TO PD-ISSUE-CODE
           MOVE CT-BANK-ACCOUNT TO PD-BANK-ACCOUNT
           MOVE PY-CHECK-NUMBER TO PD-CHECK-NUMBER
           MOVE PY-NET-AMOUNT TO PD-AMOUNT
           MOVE PY-PAY-DATE TO PD-ISSUE-DATE
           MOVE PY-PAYEE-ID TO PD-PAYEE-ID
           MOVE PP-PAYEE-NAME TO PD-PAYEE-NAME
           WRITE POSPAY-DETAIL-RECORD
           ADD 1 TO PP-ISSUE-COUNT
           ADD PY-NET-AMOUNT TO PP-ISSUE-TOTAL.

      *-----------------------------------------------------------------
      * THE PAYMENT FILE MUST END IN A TRAILER WHOSE COUNT MATCHES THE
      * DETAILS READ.  A FILE THAT FAILS THE PROOF STOPS THE RUN WITH
      * NOTHING SENT.
      *-----------------------------------------------------------------
       2500-PROVE-PAYMENT-FILE.
           IF NOT PP-TRAILER-SEEN
                   OR PP-TRAILER-COUNT NOT = PP-DETAIL-COUNT
               DISPLAY "POSPAY: PAYMENT FILE OUT OF BALANCE - "
                   "DETAILS READ " PP-DETAIL-COUNT
                   " TRAILER COUNT " PP-TRAILER-COUNT
               CLOSE POSITIVE-PAY-FILE
               OPEN OUTPUT POSITIVE-PAY-FILE
               CLOSE POSITIVE-PAY-FILE
               MOVE "POSPAY" TO AB-PROGRAM-ID
               MOVE "PAYIN" TO AB-FILE-NAME
               MOVE "BALANCE" TO AB-OPERATION
               MOVE PP-PAYIN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

       2800-GET-PAYEE-NAME.
           MOVE SPACES TO PP-PAYEE-NAME
           IF CT-PAYEE-VENDOR
               MOVE PP-PAYEE-ID
                   TO VN-VENDOR-ID OF VENDOR-MASTER-RECORD
               READ VENDOR-MASTER
                   NOT INVALID KEY
                       MOVE VN-VENDOR-NAME OF VENDOR-MASTER-RECORD
                           TO PP-PAYEE-NAME
               END-READ
           ELSE
               MOVE PP-PAYEE-ID TO EM-EMPLOYEE-ID
               READ EMPLOYEE-MASTER
                   NOT INVALID KEY
                       MOVE EM-EMPLOYEE-NAME TO PP-PAYEE-NAME
               END-READ
           END-IF.

       2900-READ-PAYMENT-RECORD.
           READ PAYMENT-FILE
               AT END
                   SET PP-PAY-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * VOIDS SINCE THE LAST TRANSMISSION.  THE NOTICE FILE IS
      * EMPTIED ONCE ITS VOIDS ARE ON THE OUTBOUND FILE SO EACH VOID
      * IS SENT ONCE.  A MISSING FILE MEANS NOTHING WAS VOIDED.
      *-----------------------------------------------------------------
       3000-SEND-VOIDS.
           OPEN INPUT VOID-NOTICE-FILE
           IF PP-POSVOID-NOTFOUND
               SET PP-VOID-END TO TRUE
           ELSE
               IF NOT PP-POSVOID-OK AND NOT PP-POSVOID-EOF
                   MOVE "POSPAY" TO AB-PROGRAM-ID
                   MOVE "POSVOID" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE PP-POSVOID-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 3190-READ-VOID-NOTICE
               PERFORM 3100-WRITE-VOID
                   UNTIL PP-VOID-END
               CLOSE VOID-NOTICE-FILE
               OPEN OUTPUT VOID-NOTICE-FILE
               CLOSE VOID-NOTICE-FILE
           END-IF.

       3100-WRITE-VOID.
           MOVE CV-PAYEE-ID TO PP-PAYEE-ID
           PERFORM 2800-GET-PAYEE-NAME
           MOVE SPACES TO POSPAY-DETAIL-RECORD
           MOVE "D" TO PD-RECORD-TYPE
           MOVE "V" TO PD-ISSUE-CODE
           MOVE CT-BANK-ACCOUNT TO PD-BANK-ACCOUNT
           MOVE CV-CHECK-NUMBER TO PD-CHECK-NUMBER
           MOVE CV-CHECK-AMOUNT TO PD-AMOUNT
           MOVE CV-ISSUE-DATE TO PD-ISSUE-DATE
           MOVE CV-PAYEE-ID TO PD-PAYEE-ID
           MOVE PP-PAYEE-NAME TO PD-PAYEE-NAME
           WRITE POSPAY-DETAIL-RECORD
           ADD 1 TO PP-VOID-COUNT
           ADD CV-CHECK-AMOUNT TO PP-VOID-TOTAL
           PERFORM 3190-READ-VOID-NOTICE.

       3190-READ-VOID-NOTICE.
           READ VOID-NOTICE-FILE
               AT END
                   SET PP-VOID-END TO TRUE
           END-READ.

       4000-TERMINATE.
           COMPUTE PP-ITEM-COUNT = PP-ISSUE-COUNT + PP-VOID-COUNT
           COMPUTE PP-AMOUNT-TOTAL = PP-ISSUE-TOTAL + PP-VOID-TOTAL
           MOVE SPACES TO POSPAY-TRAILER-RECORD
           MOVE "T" TO PT-RECORD-TYPE
           MOVE CT-BANK-ACCOUNT TO PT-BANK-ACCOUNT
           MOVE PP-ITEM-COUNT TO PT-ITEM-COUNT
           MOVE PP-AMOUNT-TOTAL TO PT-AMOUNT-TOTAL
           MOVE PP-VOID-COUNT TO PT-VOID-COUNT
           WRITE POSPAY-TRAILER-RECORD
           CLOSE POSITIVE-PAY-FILE
           CLOSE PAYMENT-FILE
           IF CT-PAYEE-VENDOR
               CLOSE VENDOR-MASTER
           ELSE
               CLOSE EMPLOYEE-MASTER
           END-IF
           MOVE "CHECKS ISSUED:" TO PP-TL-LABEL
           MOVE PP-ISSUE-COUNT TO PP-TL-COUNT
           MOVE PP-ISSUE-TOTAL TO PP-TL-AMOUNT
           DISPLAY PP-TOTAL-LINE
           MOVE "CHECKS VOIDED:" TO PP-TL-LABEL
           MOVE PP-VOID-COUNT TO PP-TL-COUNT
           MOVE PP-VOID-TOTAL TO PP-TL-AMOUNT
           DISPLAY PP-TOTAL-LINE
           MOVE "FILE TOTAL:" TO PP-TL-LABEL
           MOVE PP-ITEM-COUNT TO PP-TL-COUNT
           MOVE PP-AMOUNT-TOTAL TO PP-TL-AMOUNT
           DISPLAY PP-TOTAL-LINE
           DISPLAY "PAYMENTS WITH NO CHECK NUMBER: " PP-NO-CHECK-COUNT
           MOVE PP-DETAIL-COUNT TO RW-READ-COUNT
           MOVE PP-ITEM-COUNT TO RW-WRITE-COUNT
           MOVE 0 TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.
       COPY RUNSTAPR.

       END PROGRAM POSPAY.
