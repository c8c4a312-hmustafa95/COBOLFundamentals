      ******************************************************************
      * PROGRAM-ID.    POCHANGE
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - PURCHASING
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       PURCHASE ORDER CHANGE ORDERS AND CANCELLATIONS.
      *                APPLIES THE BUYERS' CHANGE TRANSACTIONS TO THE
      *                PO MASTER.  A CHANGE ORDER MAY SET A NEW ORDER
      *                QUANTITY, UNIT COST AND EXPECTED DATE (ZERO OR
      *                BLANK LEAVES THAT TERM ALONE); A CANCELLATION
      *                CUTS THE ORDER BACK TO WHAT HAS ALREADY BEEN
      *                RECEIVED AND MARKS IT CANCELLED.  NO CHANGE MAY
      *                TAKE THE QUANTITY BELOW THE RECEIVED QUANTITY,
      *                AND AN ORDER CHANGED DOWN TO EXACTLY WHAT HAS
      *                ARRIVED IS CLOSED.  ONLY OPEN ORDERS CAN BE
      *                CHANGED.  EACH CHANGE BUMPS THE ORDER'S CHANGE
      *                SEQUENCE NUMBER, WRITES BEFORE/AFTER IMAGES TO
      *                THE AUDIT LOG UNDER THE BUYER'S ID, AND WRITES A
      *                CHANGE-ORDER NOTICE FOR THE VENDOR.  THE SAME
      *                NOTICES TELL ORDERATP WHICH PROMISED CUSTOMER
      *                ORDERS TO PROMISE AGAIN.  THE BUYER MUST HOLD
      *                CLERK ROLE OR ABOVE ON THE CREDENTIALS MASTER.
      *                REJECTED TRANSACTIONS GO TO THE PURCHASING
      *                SUSPENSE FILE WITH THE REASON.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    CHANGE NOTICES ARE APPENDED, NOT REPLACED, SO
      *                  NOTICES ORDERATP HAS NOT YET READ SURVIVE THE
      *                  NEXT CHANGE RUN.  ORDERATP EMPTIES THE FILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POCHANGE.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - PURCHASING.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-TRANS ASSIGN TO "POCHGTRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PK-POCHGTRN-STATUS.
           SELECT PO-MASTER ASSIGN TO "POMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PK-POMAST-STATUS.
           SELECT CREDENTIALS-MASTER ASSIGN TO "CREDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PK-CREDMAST-STATUS.
           SELECT CHANGE-NOTICE-FILE ASSIGN TO "POCHGNTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PK-POCHGNTC-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PK-AUDITLOG-STATUS.
           SELECT PURCHASE-SUSPENSE ASSIGN TO "POSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PK-POSUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHANGE-TRANS
           RECORDING MODE IS F.
       01  CHANGE-TRANS-RECORD.
           05  CX-PO-NUMBER            PIC 9(06).
           05  CX-ACTION-CODE          PIC X(01).
               88  CX-CHANGE           VALUE "C".
               88  CX-CANCEL           VALUE "X".
           05  CX-NEW-QTY              PIC 9(07).
           05  CX-NEW-UNIT-COST        PIC 9(05)V99.
           05  CX-NEW-EXPECTED-DATE    PIC 9(08).
           05  CX-BUYER-ID             PIC X(08).
           05  FILLER                  PIC X(43).

       FD  PO-MASTER
           RECORDING MODE IS F.
       01  PO-MASTER-RECORD.
           COPY POMAST.

       FD  CREDENTIALS-MASTER
           RECORDING MODE IS F.
       01  CREDENTIALS-RECORD.
           COPY CREDREC.

       FD  CHANGE-NOTICE-FILE
           RECORDING MODE IS F.
       01  CHANGE-NOTICE-RECORD.
           COPY POCHGNTC.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       FD  PURCHASE-SUSPENSE
           RECORDING MODE IS F.
       01  PURCHASE-SUSPENSE-RECORD.
           COPY SUSPENSE.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  PK-POCHGTRN-STATUS          PIC X(02) VALUE "00".
           88  PK-POCHGTRN-OK          VALUE "00".
           88  PK-POCHGTRN-EOF         VALUE "10".
           88  PK-POCHGTRN-NOTFOUND    VALUE "35".
       01  PK-POMAST-STATUS            PIC X(02) VALUE "00".
           88  PK-POMAST-OK            VALUE "00".
           88  PK-POMAST-EOF           VALUE "10".
           88  PK-POMAST-NOTFOUND      VALUE "35".
       01  PK-CREDMAST-STATUS          PIC X(02) VALUE "00".
           88  PK-CREDMAST-OK          VALUE "00".
           88  PK-CREDMAST-EOF         VALUE "10".
           88  PK-CREDMAST-NOTFOUND    VALUE "35".
       01  PK-POCHGNTC-STATUS          PIC X(02) VALUE "00".
           88  PK-POCHGNTC-OK          VALUE "00".
       01  PK-AUDITLOG-STATUS          PIC X(02) VALUE "00".
           88  PK-AUDITLOG-OK          VALUE "00".
       01  PK-POSUSP-STATUS            PIC X(02) VALUE "00".
           88  PK-POSUSP-OK            VALUE "00".

       01  PK-SWITCHES.
           05  PK-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  PK-TRANS-END        VALUE "Y".
           05  PK-POMAST-EOF-SWITCH    PIC X(01) VALUE "N".
               88  PK-POMAST-END       VALUE "Y".
           05  PK-CRED-EOF-SWITCH      PIC X(01) VALUE "N".
               88  PK-CRED-END         VALUE "Y".
           05  PK-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  PK-AUTH-OK          VALUE "Y".
           05  PK-CHANGE-VALID-SWITCH  PIC X(01) VALUE "N".
               88  PK-CHANGE-VALID     VALUE "Y".

      *-----------------------------------------------------------------
      * CHANGING A PURCHASE ORDER IS A CLERK ACTION.  A LEGACY
      * CREDENTIALS RECORD WITH A BLANK ROLE GRANTS LEVEL ZERO.
      *-----------------------------------------------------------------
       01  PK-REQUIRED-ROLE            PIC 9(01) VALUE 2.
       01  PK-AUTH-REASON              PIC X(30) VALUE SPACES.

       01  PK-COUNTERS.
           05  PK-PO-COUNT             PIC 9(05) COMP VALUE 0.
           05  PK-MAX-POS              PIC 9(05) COMP VALUE 2000.
           05  PK-PO-IDX               PIC 9(05) COMP VALUE 0.
           05  PK-PO-FOUND-IDX         PIC 9(05) COMP VALUE 0.
           05  PK-OPER-COUNT           PIC 9(04) COMP VALUE 0.
           05  PK-MAX-OPERS            PIC 9(04) COMP VALUE 500.
           05  PK-OPER-IDX             PIC 9(04) COMP VALUE 0.
           05  PK-OPER-FOUND-IDX       PIC 9(04) COMP VALUE 0.
           05  PK-TRANS-COUNT          PIC 9(05) COMP VALUE 0.
           05  PK-CHANGED-COUNT        PIC 9(05) COMP VALUE 0.
           05  PK-CANCELLED-COUNT      PIC 9(05) COMP VALUE 0.
           05  PK-CLOSED-COUNT         PIC 9(05) COMP VALUE 0.
           05  PK-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  PK-AUTH-FAIL-COUNT      PIC 9(05) COMP VALUE 0.

      *-----------------------------------------------------------------
      * THE TERMS THE TRANSACTION ASKS FOR, WITH ANY TERM IT LEAVES
      * ALONE FILLED IN FROM THE ORDER.
      *-----------------------------------------------------------------
       01  PK-NEW-TERMS.
           05  PK-NEW-QTY              PIC 9(07) VALUE 0.
           05  PK-NEW-UNIT-COST        PIC 9(05)V99 VALUE 0.
           05  PK-NEW-EXPECTED-DATE    PIC 9(08) VALUE 0.

       01  PK-DATE-WORK.
           05  PK-WORK-DATE            PIC 9(08) VALUE 0.
           05  PK-WORK-DATE-PARTS REDEFINES PK-WORK-DATE.
               10  PK-WD-YEAR          PIC 9(04).
               10  PK-WD-MONTH         PIC 9(02).
               10  PK-WD-DAY           PIC 9(02).
           05  PK-MONTH-DAYS           PIC 9(02) VALUE 0.

       01  PK-AUDIT-BEFORE-IMAGE       PIC X(80) VALUE SPACES.
       01  PK-PO-TABLE.
           05  PK-PO-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON PK-PO-COUNT
                   INDEXED BY PK-PO-TIDX.
               10  PK-PO-RECORD        PIC X(80).

       01  PK-OPERATOR-TABLE.
           05  PK-OPER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON PK-OPER-COUNT
                   INDEXED BY PK-OPER-TIDX.
               10  PK-CR-USER-ID       PIC X(08).
               10  PK-CR-ROLE          PIC 9(01).
               10  PK-CR-LOCKED-FLAG   PIC X(01).

       01  PK-REGISTER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(03) VALUE "PO ".
           05  PK-RG-PO-NUMBER         PIC 9(06).
           05  FILLER                  PIC X(05) VALUE " CHG ".
           05  PK-RG-CHANGE-SEQ        PIC ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PK-RG-ACTION            PIC X(09).
           05  FILLER                  PIC X(05) VALUE " QTY ".
           05  PK-RG-OLD-QTY           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(01) VALUE ">".
           05  PK-RG-NEW-QTY           PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X(06) VALUE " COST ".
           05  PK-RG-OLD-COST          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE ">".
           05  PK-RG-NEW-COST          PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(05) VALUE " EXP ".
           05  PK-RG-OLD-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ">".
           05  PK-RG-NEW-DATE          PIC 9(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-CHANGE
               UNTIL PK-TRANS-END
           PERFORM 3000-REWRITE-PO-MASTER
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "POCHANGE" TO RH-PROGRAM-NAME
           MOVE "PURCHASE ORDER CHANGE REGISTER" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-PO-MASTER
           PERFORM 1300-LOAD-CREDENTIALS
      *    NOTICES ACCUMULATE UNTIL ORDERATP HAS ACTED ON THEM.
           OPEN EXTEND CHANGE-NOTICE-FILE
           IF NOT PK-POCHGNTC-OK
               CLOSE CHANGE-NOTICE-FILE
               OPEN OUTPUT CHANGE-NOTICE-FILE
               IF NOT PK-POCHGNTC-OK
                   MOVE "POCHANGE" TO AB-PROGRAM-ID
                   MOVE "POCHGNTC" TO AB-FILE-NAME
                   MOVE "OPEN OUT" TO AB-OPERATION
                   MOVE PK-POCHGNTC-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF NOT PK-AUDITLOG-OK
               CLOSE AUDIT-LOG
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN EXTEND PURCHASE-SUSPENSE
           IF NOT PK-POSUSP-OK
               CLOSE PURCHASE-SUSPENSE
               OPEN OUTPUT PURCHASE-SUSPENSE
           END-IF
           OPEN INPUT CHANGE-TRANS
           IF PK-POCHGTRN-NOTFOUND
               DISPLAY "POCHANGE: NO CHANGE TRANSACTIONS"
               SET PK-TRANS-END TO TRUE
           ELSE
               IF NOT PK-POCHGTRN-OK AND NOT PK-POCHGTRN-EOF
                   MOVE "POCHANGE" TO AB-PROGRAM-ID
                   MOVE "POCHGTRN" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE PK-POCHGTRN-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-TRANSACTION
           END-IF.

      *-----------------------------------------------------------------
      * THE WHOLE MASTER IS HELD AND WRITTEN BACK AT END OF RUN, SO AN
      * OVERFLOWING LOAD MUST STOP THE RUN.
      *-----------------------------------------------------------------
       1100-LOAD-PO-MASTER.
           MOVE 1 TO PK-PO-COUNT
           OPEN INPUT PO-MASTER
           IF PK-POMAST-NOTFOUND
               SET PK-POMAST-END TO TRUE
           ELSE
               IF NOT PK-POMAST-OK AND NOT PK-POMAST-EOF
                   MOVE "POCHANGE" TO AB-PROGRAM-ID
                   MOVE "POMAST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE PK-POMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-PO-RECORD
               PERFORM 1110-STORE-PO-RECORD
                   UNTIL PK-POMAST-END
                       OR PK-PO-COUNT > PK-MAX-POS
               IF NOT PK-POMAST-END
                   DISPLAY "POCHANGE: PO TABLE FULL AT " PK-MAX-POS
                       " - RUN STOPPED BEFORE THE REWRITE COULD "
                       "TRUNCATE THE FILE"
                   MOVE "POCHANGE" TO AB-PROGRAM-ID
                   MOVE "POMAST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE PK-POMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE PO-MASTER
           END-IF
           SUBTRACT 1 FROM PK-PO-COUNT.

       1110-STORE-PO-RECORD.
           MOVE PO-MASTER-RECORD TO PK-PO-RECORD (PK-PO-COUNT)
           ADD 1 TO PK-PO-COUNT
           PERFORM 1190-READ-PO-RECORD.

       1190-READ-PO-RECORD.
           READ PO-MASTER
               AT END
                   SET PK-POMAST-END TO TRUE
           END-READ.

       1300-LOAD-CREDENTIALS.
           MOVE 1 TO PK-OPER-COUNT
           OPEN INPUT CREDENTIALS-MASTER
           IF PK-CREDMAST-NOTFOUND
               SET PK-CRED-END TO TRUE
           ELSE
               IF NOT PK-CREDMAST-OK AND NOT PK-CREDMAST-EOF
                   MOVE "POCHANGE" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE PK-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1390-READ-CREDENTIALS-RECORD
               PERFORM 1310-STORE-CREDENTIALS-RECORD
                   UNTIL PK-CRED-END
                       OR PK-OPER-COUNT > PK-MAX-OPERS
               IF NOT PK-CRED-END
                   DISPLAY "POCHANGE: CREDENTIAL TABLE FULL AT "
                       PK-MAX-OPERS " - RUN STOPPED"
                   MOVE "POCHANGE" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE PK-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE CREDENTIALS-MASTER
           END-IF
           SUBTRACT 1 FROM PK-OPER-COUNT.

       1310-STORE-CREDENTIALS-RECORD.
           MOVE CR-USER-ID TO PK-CR-USER-ID (PK-OPER-COUNT)
           IF CR-ROLE-LEVEL IS NUMERIC
               MOVE CR-ROLE-LEVEL TO PK-CR-ROLE (PK-OPER-COUNT)
           ELSE
               MOVE 0 TO PK-CR-ROLE (PK-OPER-COUNT)
           END-IF
           MOVE CR-LOCKED-FLAG TO PK-CR-LOCKED-FLAG (PK-OPER-COUNT)
           ADD 1 TO PK-OPER-COUNT
           PERFORM 1390-READ-CREDENTIALS-RECORD.

       1390-READ-CREDENTIALS-RECORD.
           READ CREDENTIALS-MASTER
               AT END
                   SET PK-CRED-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE ORDER IS WORKED THROUGH THE FD AREA AND PUT BACK IN THE
      * TABLE.  SEVERAL CHANGES TO ONE ORDER IN A RUN APPLY IN TURN.
      *-----------------------------------------------------------------
       2000-APPLY-ONE-CHANGE.
           ADD 1 TO PK-TRANS-COUNT
           PERFORM 2700-CHECK-OPERATOR-ROLE
           IF PK-AUTH-OK
               PERFORM 2100-FIND-PO-ENTRY
               IF PK-PO-FOUND-IDX = 0
                   MOVE "PO NOT ON MASTER" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
               ELSE
                   MOVE PK-PO-RECORD (PK-PO-FOUND-IDX)
                       TO PO-MASTER-RECORD
                   PERFORM 2200-VALIDATE-CHANGE
                   IF PK-CHANGE-VALID
                       PERFORM 2300-APPLY-CHANGE
                   ELSE
                       PERFORM 2500-LOG-SUSPENSE-RECORD
                   END-IF
               END-IF
           ELSE
               DISPLAY "POCHANGE: BUYER " CX-BUYER-ID
                   " NOT AUTHORIZED FOR PO " CX-PO-NUMBER
                   " - " PK-AUTH-REASON
               MOVE PK-AUTH-REASON TO SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               PERFORM 2550-LOG-AUTH-FAILURE
               ADD 1 TO PK-AUTH-FAIL-COUNT
           END-IF
           PERFORM 2900-READ-TRANSACTION.

       2100-FIND-PO-ENTRY.
           MOVE 0 TO PK-PO-FOUND-IDX
           IF PK-PO-COUNT > 0
               PERFORM 2110-COMPARE-PO-ENTRY
                   VARYING PK-PO-IDX FROM 1 BY 1
                   UNTIL PK-PO-IDX > PK-PO-COUNT
                       OR PK-PO-FOUND-IDX NOT = 0
           END-IF.

       2110-COMPARE-PO-ENTRY.
           IF PK-PO-RECORD (PK-PO-IDX) (1:6) = CX-PO-NUMBER
               MOVE PK-PO-IDX TO PK-PO-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * A TERM LEFT ZERO OR BLANK ON A CHANGE ORDER KEEPS THE ORDER'S
      * VALUE.  A CHANGE THAT WOULD LEAVE EVERY TERM AS IT STANDS IS
      * REJECTED SO THE VENDOR IS NOT SENT AN EMPTY NOTICE.
      *-----------------------------------------------------------------
       2200-VALIDATE-CHANGE.
           MOVE "N" TO PK-CHANGE-VALID-SWITCH
           MOVE PO-ORDER-QTY TO PK-NEW-QTY
           MOVE PO-UNIT-COST TO PK-NEW-UNIT-COST
           MOVE PO-EXPECTED-DATE TO PK-NEW-EXPECTED-DATE
           IF CX-CHANGE
               IF CX-NEW-QTY IS NUMERIC AND CX-NEW-QTY NOT = 0
                   MOVE CX-NEW-QTY TO PK-NEW-QTY
               END-IF
               IF CX-NEW-UNIT-COST IS NUMERIC
                       AND CX-NEW-UNIT-COST NOT = 0
                   MOVE CX-NEW-UNIT-COST TO PK-NEW-UNIT-COST
               END-IF
               IF CX-NEW-EXPECTED-DATE IS NUMERIC
                       AND CX-NEW-EXPECTED-DATE NOT = 0
                   MOVE CX-NEW-EXPECTED-DATE TO PK-NEW-EXPECTED-DATE
               END-IF
           END-IF
           IF CX-CANCEL
               MOVE PO-RECEIVED-QTY TO PK-NEW-QTY
           END-IF
           MOVE PK-NEW-EXPECTED-DATE TO PK-WORK-DATE
           PERFORM 2250-CHECK-REAL-DATE
           EVALUATE TRUE
               WHEN NOT PO-ORDER-OPEN
                   MOVE "PO NOT OPEN" TO SS-REJECT-REASON
               WHEN NOT CX-CHANGE AND NOT CX-CANCEL
                   MOVE "INVALID ACTION CODE" TO SS-REJECT-REASON
               WHEN CX-CHANGE
                       AND PK-NEW-QTY = PO-ORDER-QTY
                       AND PK-NEW-UNIT-COST = PO-UNIT-COST
                       AND PK-NEW-EXPECTED-DATE = PO-EXPECTED-DATE
                   MOVE "NO CHANGE REQUESTED" TO SS-REJECT-REASON
               WHEN PK-NEW-QTY < PO-RECEIVED-QTY
                   MOVE "QTY BELOW RECEIVED QTY" TO SS-REJECT-REASON
               WHEN CX-CHANGE
                       AND (PK-MONTH-DAYS = 0 OR PK-WD-DAY < 1
                           OR PK-WD-DAY > PK-MONTH-DAYS)
                   MOVE "EXPECTED DATE INVALID" TO SS-REJECT-REASON
               WHEN CX-CHANGE
                       AND PK-NEW-EXPECTED-DATE < PO-ORDER-DATE
                   MOVE "EXPECTED DATE BEFORE ORDER" TO SS-REJECT-REASON
               WHEN OTHER
                   SET PK-CHANGE-VALID TO TRUE
           END-EVALUATE.

       2250-CHECK-REAL-DATE.
           EVALUATE PK-WD-MONTH
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO PK-MONTH-DAYS
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO PK-MONTH-DAYS
               WHEN 2
                   IF FUNCTION MOD(PK-WD-YEAR, 4) = 0
                           AND (FUNCTION MOD(PK-WD-YEAR, 100) NOT = 0
                               OR FUNCTION MOD(PK-WD-YEAR, 400) = 0)
                       MOVE 29 TO PK-MONTH-DAYS
                   ELSE
                       MOVE 28 TO PK-MONTH-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 0 TO PK-MONTH-DAYS
           END-EVALUATE.

      *-----------------------------------------------------------------
      * A CANCELLED ORDER KEEPS ONLY WHAT HAS ALREADY ARRIVED, SO
      * MATCH3WY STILL PAYS FOR THOSE GOODS AND NOTHING MORE, AND THE
      * VENDOR SCORECARD STOPS COUNTING THE REST AS UNFILLED.
      *-----------------------------------------------------------------
       2300-APPLY-CHANGE.
           MOVE PO-MASTER-RECORD TO PK-AUDIT-BEFORE-IMAGE
           MOVE SPACES TO CHANGE-NOTICE-RECORD
           MOVE PO-ORDER-QTY TO PN-OLD-QTY
           MOVE PO-UNIT-COST TO PN-OLD-UNIT-COST
           MOVE PO-EXPECTED-DATE TO PN-OLD-EXPECTED-DATE
           IF PO-CHANGE-SEQ IS NOT NUMERIC
               MOVE 0 TO PO-CHANGE-SEQ
           END-IF
           ADD 1 TO PO-CHANGE-SEQ
           MOVE RH-RUN-DATE TO PO-LAST-CHANGE-DATE
           MOVE PK-NEW-QTY TO PO-ORDER-QTY
           MOVE PK-NEW-UNIT-COST TO PO-UNIT-COST
           MOVE PK-NEW-EXPECTED-DATE TO PO-EXPECTED-DATE
           IF CX-CANCEL
               MOVE "X" TO PO-STATUS
               MOVE "CANCELLED" TO PK-RG-ACTION
               ADD 1 TO PK-CANCELLED-COUNT
           ELSE
               IF PO-RECEIVED-QTY >= PO-ORDER-QTY
                   MOVE "C" TO PO-STATUS
                   MOVE "CLOSED" TO PK-RG-ACTION
                   ADD 1 TO PK-CLOSED-COUNT
               ELSE
                   MOVE "CHANGED" TO PK-RG-ACTION
               END-IF
               ADD 1 TO PK-CHANGED-COUNT
           END-IF
           MOVE PO-MASTER-RECORD TO PK-PO-RECORD (PK-PO-FOUND-IDX)
           PERFORM 2350-WRITE-CHANGE-NOTICE
           PERFORM 2400-LOG-CHANGE
           MOVE PO-PO-NUMBER TO PK-RG-PO-NUMBER
           MOVE PO-CHANGE-SEQ TO PK-RG-CHANGE-SEQ
           MOVE PN-OLD-QTY TO PK-RG-OLD-QTY
           MOVE PO-ORDER-QTY TO PK-RG-NEW-QTY
           MOVE PN-OLD-UNIT-COST TO PK-RG-OLD-COST
           MOVE PO-UNIT-COST TO PK-RG-NEW-COST
           MOVE PN-OLD-EXPECTED-DATE TO PK-RG-OLD-DATE
           MOVE PO-EXPECTED-DATE TO PK-RG-NEW-DATE
           DISPLAY PK-REGISTER-LINE.

       2350-WRITE-CHANGE-NOTICE.
           MOVE PO-PO-NUMBER TO PN-PO-NUMBER
           MOVE PO-VENDOR-ID TO PN-VENDOR-ID
           MOVE PO-PRODUCT-CODE TO PN-PRODUCT-CODE
           MOVE PO-CHANGE-SEQ TO PN-CHANGE-SEQ
           MOVE PO-LAST-CHANGE-DATE TO PN-CHANGE-DATE
           MOVE CX-ACTION-CODE TO PN-ACTION
           MOVE PO-ORDER-QTY TO PN-NEW-QTY
           MOVE PO-RECEIVED-QTY TO PN-RECEIVED-QTY
           MOVE PO-UNIT-COST TO PN-NEW-UNIT-COST
           MOVE PO-EXPECTED-DATE TO PN-NEW-EXPECTED-DATE
           MOVE CX-BUYER-ID TO PN-BUYER-ID
           WRITE CHANGE-NOTICE-RECORD.

       2400-LOG-CHANGE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "POCHANGE" TO AU-PROGRAM-NAME
           IF CX-CANCEL
               MOVE "POCANCEL" TO AU-OPERATION
           ELSE
               MOVE "POCHANGE" TO AU-OPERATION
           END-IF
           MOVE PO-VENDOR-ID TO AU-CUSTOMER-ID
           MOVE PK-AUDIT-BEFORE-IMAGE TO AU-BEFORE-IMAGE
           MOVE PO-MASTER-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE CX-BUYER-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2500-LOG-SUSPENSE-RECORD.
           DISPLAY "POCHANGE: PO " CX-PO-NUMBER " REJECTED - "
               SS-REJECT-REASON
           MOVE "POCHANGE" TO SS-SOURCE-PROGRAM
           MOVE "POCHANGE" TO SS-TRANS-TYPE
           MOVE CHANGE-TRANS-RECORD TO SS-ORIGINAL-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO SS-REJECT-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO SS-REJECT-TIME
           WRITE PURCHASE-SUSPENSE-RECORD
           ADD 1 TO PK-REJECT-COUNT.

       2550-LOG-AUTH-FAILURE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "POCHANGE" TO AU-PROGRAM-NAME
           MOVE "AUTHFAIL" TO AU-OPERATION
           MOVE 0 TO AU-CUSTOMER-ID
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE SPACES TO AU-AFTER-IMAGE
           STRING "BUYER " DELIMITED BY SIZE
               CX-BUYER-ID DELIMITED BY SIZE
               " PO CHANGE " DELIMITED BY SIZE
               CX-PO-NUMBER DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PK-AUTH-REASON DELIMITED BY SIZE
               INTO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE CX-BUYER-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
      * ROLE CHECK: THE BUYER MUST BE ON THE CREDENTIALS MASTER,
      * UNLOCKED, AND GRANTED CLERK LEVEL OR ABOVE.
      *-----------------------------------------------------------------
       2700-CHECK-OPERATOR-ROLE.
           MOVE "N" TO PK-AUTH-OK-SWITCH
           MOVE 0 TO PK-OPER-FOUND-IDX
           IF PK-OPER-COUNT > 0
               PERFORM 2710-COMPARE-OPERATOR
                   VARYING PK-OPER-IDX FROM 1 BY 1
                   UNTIL PK-OPER-IDX > PK-OPER-COUNT
                       OR PK-OPER-FOUND-IDX NOT = 0
           END-IF
           EVALUATE TRUE
               WHEN CX-BUYER-ID = SPACES
                   MOVE "OPERATOR ID MISSING" TO PK-AUTH-REASON
               WHEN PK-OPER-FOUND-IDX = 0
                   MOVE "OPERATOR NOT ON FILE" TO PK-AUTH-REASON
               WHEN PK-CR-LOCKED-FLAG (PK-OPER-FOUND-IDX) = "Y"
                   MOVE "OPERATOR LOCKED" TO PK-AUTH-REASON
               WHEN PK-CR-ROLE (PK-OPER-FOUND-IDX)
                       < PK-REQUIRED-ROLE
                   MOVE "ROLE BELOW ACTION LEVEL" TO PK-AUTH-REASON
               WHEN OTHER
                   MOVE SPACES TO PK-AUTH-REASON
                   SET PK-AUTH-OK TO TRUE
           END-EVALUATE.

       2710-COMPARE-OPERATOR.
           IF PK-CR-USER-ID (PK-OPER-IDX) = CX-BUYER-ID
               MOVE PK-OPER-IDX TO PK-OPER-FOUND-IDX
           END-IF.

       2900-READ-TRANSACTION.
           READ CHANGE-TRANS
               AT END
                   SET PK-TRANS-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE MASTER IS WRITTEN BACK ONLY WHEN SOMETHING CHANGED.
      *-----------------------------------------------------------------
       3000-REWRITE-PO-MASTER.
           IF PK-CHANGED-COUNT > 0 OR PK-CANCELLED-COUNT > 0
               OPEN OUTPUT PO-MASTER
               IF NOT PK-POMAST-OK
                   MOVE "POCHANGE" TO AB-PROGRAM-ID
                   MOVE "POMAST" TO AB-FILE-NAME
                   MOVE "OPEN OUT" TO AB-OPERATION
                   MOVE PK-POMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 3010-WRITE-PO-RECORD
                   VARYING PK-PO-IDX FROM 1 BY 1
                   UNTIL PK-PO-IDX > PK-PO-COUNT
               CLOSE PO-MASTER
           END-IF.

       3010-WRITE-PO-RECORD.
           MOVE PK-PO-RECORD (PK-PO-IDX) TO PO-MASTER-RECORD
           WRITE PO-MASTER-RECORD.

       9000-TERMINATE.
           DISPLAY " "
           DISPLAY "CHANGE TRANSACTIONS READ:  " PK-TRANS-COUNT
           DISPLAY "PURCHASE ORDERS CHANGED:   " PK-CHANGED-COUNT
           DISPLAY "  CLOSED BY THE CHANGE:    " PK-CLOSED-COUNT
           DISPLAY "PURCHASE ORDERS CANCELLED: " PK-CANCELLED-COUNT
           DISPLAY "TRANSACTIONS REJECTED:     " PK-REJECT-COUNT
           DISPLAY "AUTHORIZATION FAILURES:    " PK-AUTH-FAIL-COUNT
           IF NOT PK-POCHGTRN-NOTFOUND
               CLOSE CHANGE-TRANS
           END-IF
           CLOSE CHANGE-NOTICE-FILE
           CLOSE AUDIT-LOG
           CLOSE PURCHASE-SUSPENSE
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM POCHANGE.
