      ******************************************************************
      * PROGRAM-ID.    CREDAPRV
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       CREDIT LIMIT REVIEW APPROVALS.  APPLIES THE
      *                CREDIT MANAGER'S APPROVAL TRANSACTIONS AGAINST
      *                THE RECOMMENDATIONS THE LAST CREDREVW RUN
      *                WROTE.  EACH TRANSACTION NAMES THE CUSTOMER,
      *                THE APPROVER AND THE DATE OF THE REVIEW BEING
      *                APPROVED, AND MAY CARRY A LIMIT OF ITS OWN
      *                (ZERO TAKES THE RECOMMENDED LIMIT).  AN APPROVAL
      *                FOR ANY REVIEW BUT THE ONE ON FILE IS REJECTED,
      *                SO ONE LEFT FROM AN EARLIER REVIEW CANNOT APPLY
      *                A LATER RECOMMENDATION NOBODY APPROVED.  THE
      *                APPROVER MUST HOLD SUPERVISOR ROLE ON THE
      *                CREDENTIALS MASTER, AND THE MASTER'S LIMIT MUST
      *                STILL BE THE ONE THE REVIEW SAW, SO A LIMIT
      *                CHANGED SINCE THE REVIEW (OR A SECOND APPROVAL
      *                OF THE SAME RECOMMENDATION) IS NOT OVERLAID.  AN
      *                APPROVED CHANGE UPDATES CM-CREDIT-LIMIT WITH
      *                BEFORE/AFTER IMAGES TO THE AUDIT LOG UNDER THE
      *                APPROVER'S ID.  BAD TRANSACTIONS GO TO THE LIMIT
      *                SUSPENSE FILE WITH THE REASON.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    THE APPROVAL CARRIES THE REVIEW DATE IT
      *                  APPROVES (LT-REVIEW-DATE, FROM FILLER) AND IS
      *                  REJECTED UNLESS IT MATCHES THE REVIEW ON FILE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDAPRV.
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
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS LA-CUSTMAST-STATUS.
           SELECT LIMIT-REVIEW-FILE ASSIGN TO "CRLMREVW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LA-CRLMREVW-STATUS.
           SELECT APPROVAL-TRANS ASSIGN TO "CRLMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LA-CRLMTRAN-STATUS.
           SELECT CREDENTIALS-MASTER ASSIGN TO "CREDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LA-CREDMAST-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LA-AUDITLOG-STATUS.
           SELECT LIMIT-SUSPENSE ASSIGN TO "CRLMSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LA-CRLMSUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  LIMIT-REVIEW-FILE
           RECORDING MODE IS F.
       01  LIMIT-REVIEW-RECORD.
           COPY LIMREVW.

       FD  APPROVAL-TRANS
           RECORDING MODE IS F.
       01  APPROVAL-TRANS-RECORD.
           05  LT-CUSTOMER-ID          PIC 9(06).
           05  LT-APPROVED-LIMIT       PIC 9(07)V99.
           05  LT-APPROVER-ID          PIC X(08).
           05  LT-REVIEW-DATE          PIC 9(08).
           05  FILLER                  PIC X(49).

       FD  CREDENTIALS-MASTER
           RECORDING MODE IS F.
       01  CREDENTIALS-RECORD.
           COPY CREDREC.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       FD  LIMIT-SUSPENSE
           RECORDING MODE IS F.
       01  LIMIT-SUSPENSE-RECORD.
           COPY SUSPENSE.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  LA-CUSTMAST-STATUS          PIC X(02) VALUE "00".
           88  LA-CUSTMAST-OK          VALUE "00".
       01  LA-CRLMREVW-STATUS          PIC X(02) VALUE "00".
           88  LA-CRLMREVW-OK          VALUE "00".
           88  LA-CRLMREVW-EOF         VALUE "10".
           88  LA-CRLMREVW-NOTFOUND    VALUE "35".
       01  LA-CRLMTRAN-STATUS          PIC X(02) VALUE "00".
           88  LA-CRLMTRAN-OK          VALUE "00".
           88  LA-CRLMTRAN-EOF         VALUE "10".
           88  LA-CRLMTRAN-NOTFOUND    VALUE "35".
       01  LA-CREDMAST-STATUS          PIC X(02) VALUE "00".
           88  LA-CREDMAST-OK          VALUE "00".
           88  LA-CREDMAST-EOF         VALUE "10".
           88  LA-CREDMAST-NOTFOUND    VALUE "35".
       01  LA-AUDITLOG-STATUS          PIC X(02) VALUE "00".
           88  LA-AUDITLOG-OK          VALUE "00".
       01  LA-CRLMSUSP-STATUS          PIC X(02) VALUE "00".
           88  LA-CRLMSUSP-OK          VALUE "00".

       01  LA-AUDIT-BEFORE-SAVE.
           05  LA-AUDIT-BEFORE-ENTRY.
               COPY CUSTMAST.

       01  LA-SWITCHES.
           05  LA-REVIEW-EOF-SWITCH    PIC X(01) VALUE "N".
               88  LA-REVIEW-END       VALUE "Y".
           05  LA-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  LA-TRANS-END        VALUE "Y".
           05  LA-CRED-EOF-SWITCH      PIC X(01) VALUE "N".
               88  LA-CRED-END         VALUE "Y".
           05  LA-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  LA-AUTH-OK          VALUE "Y".

      *-----------------------------------------------------------------
      * A CREDIT LIMIT CHANGE IS A SUPERVISOR ACTION.  A LEGACY
      * CREDENTIALS RECORD WITH A BLANK ROLE GRANTS LEVEL ZERO.
      *-----------------------------------------------------------------
       01  LA-REQUIRED-ROLE            PIC 9(01) VALUE 3.
       01  LA-AUTH-REASON              PIC X(30) VALUE SPACES.

       01  LA-COUNTERS.
           05  LA-REVIEW-COUNT         PIC 9(05) COMP VALUE 0.
           05  LA-MAX-REVIEWS          PIC 9(05) COMP VALUE 2000.
           05  LA-REVIEW-IDX           PIC 9(05) COMP VALUE 0.
           05  LA-REVIEW-FOUND-IDX     PIC 9(05) COMP VALUE 0.
           05  LA-OPER-COUNT           PIC 9(04) COMP VALUE 0.
           05  LA-MAX-OPERS            PIC 9(04) COMP VALUE 500.
           05  LA-OPER-IDX             PIC 9(04) COMP VALUE 0.
           05  LA-OPER-FOUND-IDX       PIC 9(04) COMP VALUE 0.
           05  LA-TRANS-COUNT          PIC 9(05) COMP VALUE 0.
           05  LA-APPLIED-COUNT        PIC 9(05) COMP VALUE 0.
           05  LA-OVERRIDE-COUNT       PIC 9(05) COMP VALUE 0.
           05  LA-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  LA-AUTH-FAIL-COUNT      PIC 9(05) COMP VALUE 0.
           05  LA-PENDING-COUNT        PIC 9(05) COMP VALUE 0.

       01  LA-NEW-LIMIT                PIC 9(07)V99 VALUE 0.

       01  LA-REVIEW-TABLE.
           05  LA-REVIEW-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON LA-REVIEW-COUNT
                   INDEXED BY LA-RV-IDX.
               10  LA-RV-CUSTOMER-ID   PIC 9(06).
               10  LA-RV-CURRENT-LIMIT PIC 9(07)V99.
               10  LA-RV-RECOMMENDED   PIC 9(07)V99.
               10  LA-RV-REVIEW-DATE   PIC 9(08).
               10  LA-RV-APPLIED-FLAG  PIC X(01).
                   88  LA-RV-APPLIED   VALUE "Y".

       01  LA-OPERATOR-TABLE.
           05  LA-OPER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON LA-OPER-COUNT
                   INDEXED BY LA-OPER-TIDX.
               10  LA-CR-USER-ID       PIC X(08).
               10  LA-CR-ROLE          PIC 9(01).
               10  LA-CR-LOCKED-FLAG   PIC X(01).

       01  LA-APPLIED-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LA-AP-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LA-AP-NAME              PIC X(25).
           05  FILLER                  PIC X(06) VALUE "  OLD ".
           05  LA-AP-OLD-LIMIT         PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(06) VALUE "  NEW ".
           05  LA-AP-NEW-LIMIT         PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(05) VALUE "  BY ".
           05  LA-AP-APPROVER-ID       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LA-AP-NOTE              PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ONE-APPROVAL
               UNTIL LA-TRANS-END
           PERFORM 3000-LIST-PENDING
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "CREDAPRV" TO RH-PROGRAM-NAME
           MOVE "CREDIT LIMIT REVIEW APPROVALS" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-REVIEW-FILE
           PERFORM 1200-LOAD-CREDENTIALS
           OPEN I-O CUSTOMER-MASTER
           IF NOT LA-CUSTMAST-OK
               MOVE "CREDAPRV" TO AB-PROGRAM-ID
               MOVE "CUSTMAST" TO AB-FILE-NAME
               MOVE "OPEN I-O" TO AB-OPERATION
               MOVE LA-CUSTMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF NOT LA-AUDITLOG-OK
               CLOSE AUDIT-LOG
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN EXTEND LIMIT-SUSPENSE
           IF NOT LA-CRLMSUSP-OK
               CLOSE LIMIT-SUSPENSE
               OPEN OUTPUT LIMIT-SUSPENSE
           END-IF
           OPEN INPUT APPROVAL-TRANS
           IF LA-CRLMTRAN-NOTFOUND
               DISPLAY "CREDAPRV: NO APPROVAL TRANSACTIONS"
               SET LA-TRANS-END TO TRUE
           ELSE
               IF NOT LA-CRLMTRAN-OK AND NOT LA-CRLMTRAN-EOF
                   MOVE "CREDAPRV" TO AB-PROGRAM-ID
                   MOVE "CRLMTRAN" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE LA-CRLMTRAN-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-TRANSACTION
           END-IF.

      *-----------------------------------------------------------------
      * THE RECOMMENDATIONS FROM THE LAST REVIEW.  A TRUNCATED TABLE
      * WOULD REJECT GOOD APPROVALS, SO AN OVERFLOW STOPS THE RUN.
      *-----------------------------------------------------------------
       1100-LOAD-REVIEW-FILE.
           MOVE 1 TO LA-REVIEW-COUNT
           OPEN INPUT LIMIT-REVIEW-FILE
           IF LA-CRLMREVW-NOTFOUND
               DISPLAY "CREDAPRV: NO REVIEW FILE - NOTHING TO APPROVE"
               SET LA-REVIEW-END TO TRUE
           ELSE
               IF NOT LA-CRLMREVW-OK AND NOT LA-CRLMREVW-EOF
                   MOVE "CREDAPRV" TO AB-PROGRAM-ID
                   MOVE "CRLMREVW" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE LA-CRLMREVW-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-REVIEW-RECORD
               PERFORM 1110-STORE-REVIEW-RECORD
                   UNTIL LA-REVIEW-END
                       OR LA-REVIEW-COUNT > LA-MAX-REVIEWS
               IF NOT LA-REVIEW-END
                   DISPLAY "CREDAPRV: REVIEW TABLE FULL AT "
                       LA-MAX-REVIEWS " - RUN STOPPED"
                   MOVE "CREDAPRV" TO AB-PROGRAM-ID
                   MOVE "CRLMREVW" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE LA-CRLMREVW-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE LIMIT-REVIEW-FILE
           END-IF
           IF LA-REVIEW-COUNT > 1
               SUBTRACT 1 FROM LA-REVIEW-COUNT
           ELSE
               MOVE 0 TO LA-REVIEW-COUNT
           END-IF.

       1110-STORE-REVIEW-RECORD.
           MOVE LR-CUSTOMER-ID TO LA-RV-CUSTOMER-ID (LA-REVIEW-COUNT)
           MOVE LR-CURRENT-LIMIT
               TO LA-RV-CURRENT-LIMIT (LA-REVIEW-COUNT)
           MOVE LR-RECOMMENDED-LIMIT
               TO LA-RV-RECOMMENDED (LA-REVIEW-COUNT)
           MOVE LR-REVIEW-DATE TO LA-RV-REVIEW-DATE (LA-REVIEW-COUNT)
           MOVE "N" TO LA-RV-APPLIED-FLAG (LA-REVIEW-COUNT)
           ADD 1 TO LA-REVIEW-COUNT
           PERFORM 1190-READ-REVIEW-RECORD.

       1190-READ-REVIEW-RECORD.
           READ LIMIT-REVIEW-FILE
               AT END
                   SET LA-REVIEW-END TO TRUE
           END-READ.

       1200-LOAD-CREDENTIALS.
           MOVE 1 TO LA-OPER-COUNT
           OPEN INPUT CREDENTIALS-MASTER
           IF LA-CREDMAST-NOTFOUND
               SET LA-CRED-END TO TRUE
           ELSE
               IF NOT LA-CREDMAST-OK AND NOT LA-CREDMAST-EOF
                   MOVE "CREDAPRV" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE LA-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-CREDENTIALS-RECORD
               PERFORM 1210-STORE-CREDENTIALS-RECORD
                   UNTIL LA-CRED-END
                       OR LA-OPER-COUNT > LA-MAX-OPERS
               IF NOT LA-CRED-END
                   DISPLAY "CREDAPRV: CREDENTIAL TABLE FULL AT "
                       LA-MAX-OPERS " - RUN STOPPED"
                   MOVE "CREDAPRV" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE LA-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE CREDENTIALS-MASTER
           END-IF
           IF LA-OPER-COUNT > 1
               SUBTRACT 1 FROM LA-OPER-COUNT
           ELSE
               MOVE 0 TO LA-OPER-COUNT
           END-IF.

       1210-STORE-CREDENTIALS-RECORD.
           MOVE CR-USER-ID TO LA-CR-USER-ID (LA-OPER-COUNT)
           IF CR-ROLE-LEVEL IS NUMERIC
               MOVE CR-ROLE-LEVEL TO LA-CR-ROLE (LA-OPER-COUNT)
           ELSE
               MOVE 0 TO LA-CR-ROLE (LA-OPER-COUNT)
           END-IF
           MOVE CR-LOCKED-FLAG TO LA-CR-LOCKED-FLAG (LA-OPER-COUNT)
           ADD 1 TO LA-OPER-COUNT
           PERFORM 1290-READ-CREDENTIALS-RECORD.

       1290-READ-CREDENTIALS-RECORD.
           READ CREDENTIALS-MASTER
               AT END
                   SET LA-CRED-END TO TRUE
           END-READ.

       2000-APPLY-ONE-APPROVAL.
           ADD 1 TO LA-TRANS-COUNT
           MOVE 0 TO LA-REVIEW-FOUND-IDX
           IF LA-REVIEW-COUNT > 0
               PERFORM 2010-COMPARE-REVIEW
                   VARYING LA-REVIEW-IDX FROM 1 BY 1
                   UNTIL LA-REVIEW-IDX > LA-REVIEW-COUNT
                       OR LA-REVIEW-FOUND-IDX NOT = 0
           END-IF
           EVALUATE TRUE
               WHEN LA-REVIEW-FOUND-IDX = 0
                   DISPLAY "CREDAPRV: NO RECOMMENDATION FOR CUSTOMER "
                       LT-CUSTOMER-ID
                   MOVE "NO RECOMMENDATION ON FILE"
                       TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
               WHEN LT-REVIEW-DATE NOT NUMERIC
                       OR LT-REVIEW-DATE NOT =
                           LA-RV-REVIEW-DATE (LA-REVIEW-FOUND-IDX)
                   DISPLAY "CREDAPRV: APPROVAL FOR CUSTOMER "
                       LT-CUSTOMER-ID " IS NOT FOR THE REVIEW OF "
                       LA-RV-REVIEW-DATE (LA-REVIEW-FOUND-IDX)
                   MOVE "NOT FOR THE CURRENT REVIEW"
                       TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
               WHEN LT-APPROVED-LIMIT NOT NUMERIC
                   DISPLAY "CREDAPRV: APPROVED LIMIT NOT NUMERIC FOR "
                       "CUSTOMER " LT-CUSTOMER-ID
                   MOVE "APPROVED LIMIT NOT NUMERIC"
                       TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
               WHEN OTHER
                   PERFORM 2700-CHECK-OPERATOR-ROLE
                   IF LA-AUTH-OK
                       PERFORM 2100-READ-CUSTOMER
                   ELSE
                       DISPLAY "CREDAPRV: APPROVER " LT-APPROVER-ID
                           " NOT AUTHORIZED FOR CUSTOMER "
                           LT-CUSTOMER-ID " - " LA-AUTH-REASON
                       MOVE LA-AUTH-REASON TO SS-REJECT-REASON
                       PERFORM 2500-LOG-SUSPENSE-RECORD
                       PERFORM 2550-LOG-AUTH-FAILURE
                       ADD 1 TO LA-AUTH-FAIL-COUNT
                   END-IF
           END-EVALUATE
           PERFORM 2900-READ-TRANSACTION.

       2010-COMPARE-REVIEW.
           IF LA-RV-CUSTOMER-ID (LA-REVIEW-IDX) = LT-CUSTOMER-ID
               MOVE LA-REVIEW-IDX TO LA-REVIEW-FOUND-IDX
           END-IF.

       2100-READ-CUSTOMER.
           MOVE LT-CUSTOMER-ID
               TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "CREDAPRV: CUSTOMER " LT-CUSTOMER-ID
                       " NOT ON FILE, APPROVAL REJECTED"
                   MOVE "CUSTOMER NOT ON FILE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
               NOT INVALID KEY
                   PERFORM 2200-APPLY-NEW-LIMIT
           END-READ.

      *-----------------------------------------------------------------
      * THE LIMIT ON THE MASTER MUST STILL BE THE ONE THE REVIEW SAW.
      * IF IT IS NOT, SOMEONE HAS CHANGED IT SINCE (OR THIS
      * RECOMMENDATION WAS ALREADY APPLIED), AND THE RECOMMENDATION IS
      * STALE.
      *-----------------------------------------------------------------
       2200-APPLY-NEW-LIMIT.
           IF CM-CREDIT-LIMIT OF CUSTOMER-MASTER-RECORD
                   NOT = LA-RV-CURRENT-LIMIT (LA-REVIEW-FOUND-IDX)
               DISPLAY "CREDAPRV: CUSTOMER " LT-CUSTOMER-ID
                   " LIMIT CHANGED SINCE THE REVIEW, APPROVAL "
                   "REJECTED"
               MOVE "LIMIT CHANGED SINCE REVIEW" TO SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
           ELSE
               MOVE CUSTOMER-MASTER-RECORD TO LA-AUDIT-BEFORE-ENTRY
               IF LT-APPROVED-LIMIT > 0
                   MOVE LT-APPROVED-LIMIT TO LA-NEW-LIMIT
                   MOVE "MANAGER'S OWN LIMIT" TO LA-AP-NOTE
                   ADD 1 TO LA-OVERRIDE-COUNT
               ELSE
                   MOVE LA-RV-RECOMMENDED (LA-REVIEW-FOUND-IDX)
                       TO LA-NEW-LIMIT
                   MOVE "AS RECOMMENDED" TO LA-AP-NOTE
               END-IF
               MOVE LA-NEW-LIMIT
                   TO CM-CREDIT-LIMIT OF CUSTOMER-MASTER-RECORD
               REWRITE CUSTOMER-MASTER-RECORD
               IF NOT LA-CUSTMAST-OK
                   MOVE "CREDAPRV" TO AB-PROGRAM-ID
                   MOVE "CUSTMAST" TO AB-FILE-NAME
                   MOVE "REWRITE" TO AB-OPERATION
                   MOVE LA-CUSTMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               MOVE "Y" TO LA-RV-APPLIED-FLAG (LA-REVIEW-FOUND-IDX)
               ADD 1 TO LA-APPLIED-COUNT
               PERFORM 2250-LOG-LIMIT-CHANGE
               MOVE LT-CUSTOMER-ID TO LA-AP-CUSTOMER-ID
               MOVE CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
                   TO LA-AP-NAME
               MOVE LA-RV-CURRENT-LIMIT (LA-REVIEW-FOUND-IDX)
                   TO LA-AP-OLD-LIMIT
               MOVE LA-NEW-LIMIT TO LA-AP-NEW-LIMIT
               MOVE LT-APPROVER-ID TO LA-AP-APPROVER-ID
               DISPLAY LA-APPLIED-LINE
           END-IF.

       2250-LOG-LIMIT-CHANGE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "CREDAPRV" TO AU-PROGRAM-NAME
           MOVE "UPDATE" TO AU-OPERATION
           MOVE LT-CUSTOMER-ID TO AU-CUSTOMER-ID
           MOVE LA-AUDIT-BEFORE-ENTRY TO AU-BEFORE-IMAGE
           MOVE CUSTOMER-MASTER-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE LT-APPROVER-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2500-LOG-SUSPENSE-RECORD.
           MOVE "CREDAPRV" TO SS-SOURCE-PROGRAM
           MOVE "CRLIMIT" TO SS-TRANS-TYPE
           MOVE APPROVAL-TRANS-RECORD TO SS-ORIGINAL-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO SS-REJECT-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO SS-REJECT-TIME
           WRITE LIMIT-SUSPENSE-RECORD
           ADD 1 TO LA-REJECT-COUNT.

       2550-LOG-AUTH-FAILURE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "CREDAPRV" TO AU-PROGRAM-NAME
           MOVE "AUTHFAIL" TO AU-OPERATION
           MOVE LT-CUSTOMER-ID TO AU-CUSTOMER-ID
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE SPACES TO AU-AFTER-IMAGE
           STRING "APPROVER " DELIMITED BY SIZE
               LT-APPROVER-ID DELIMITED BY SIZE
               " CREDIT LIMIT - " DELIMITED BY SIZE
               LA-AUTH-REASON DELIMITED BY SIZE
               INTO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE LT-APPROVER-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
      * ROLE CHECK: THE APPROVER MUST BE ON THE CREDENTIALS MASTER,
      * UNLOCKED, AND GRANTED SUPERVISOR LEVEL.
      *-----------------------------------------------------------------
       2700-CHECK-OPERATOR-ROLE.
           MOVE "N" TO LA-AUTH-OK-SWITCH
           MOVE 0 TO LA-OPER-FOUND-IDX
           IF LA-OPER-COUNT > 0
               PERFORM 2710-COMPARE-OPERATOR
                   VARYING LA-OPER-IDX FROM 1 BY 1
                   UNTIL LA-OPER-IDX > LA-OPER-COUNT
                       OR LA-OPER-FOUND-IDX NOT = 0
           END-IF
           EVALUATE TRUE
               WHEN LT-APPROVER-ID = SPACES
                   MOVE "APPROVER ID MISSING" TO LA-AUTH-REASON
               WHEN LA-OPER-FOUND-IDX = 0
                   MOVE "APPROVER NOT ON FILE" TO LA-AUTH-REASON
               WHEN LA-CR-LOCKED-FLAG (LA-OPER-FOUND-IDX) = "Y"
                   MOVE "APPROVER LOCKED" TO LA-AUTH-REASON
               WHEN LA-CR-ROLE (LA-OPER-FOUND-IDX)
                       < LA-REQUIRED-ROLE
                   MOVE "ROLE BELOW ACTION LEVEL" TO LA-AUTH-REASON
               WHEN OTHER
                   MOVE SPACES TO LA-AUTH-REASON
                   SET LA-AUTH-OK TO TRUE
           END-EVALUATE.

       2710-COMPARE-OPERATOR.
           IF LA-CR-USER-ID (LA-OPER-IDX) = LT-APPROVER-ID
               MOVE LA-OPER-IDX TO LA-OPER-FOUND-IDX
           END-IF.

       2900-READ-TRANSACTION.
           READ APPROVAL-TRANS
               AT END
                   SET LA-TRANS-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * RECOMMENDATIONS STILL WAITING ON THE CREDIT MANAGER.
      *-----------------------------------------------------------------
       3000-LIST-PENDING.
           IF LA-REVIEW-COUNT > 0
               PERFORM 3010-COUNT-PENDING
                   VARYING LA-REVIEW-IDX FROM 1 BY 1
                   UNTIL LA-REVIEW-IDX > LA-REVIEW-COUNT
           END-IF.

       3010-COUNT-PENDING.
           IF NOT LA-RV-APPLIED (LA-REVIEW-IDX)
               ADD 1 TO LA-PENDING-COUNT
           END-IF.

       9000-TERMINATE.
           DISPLAY " "
           DISPLAY "APPROVAL TRANSACTIONS READ:  " LA-TRANS-COUNT
           DISPLAY "LIMITS CHANGED:              " LA-APPLIED-COUNT
           DISPLAY "  AT THE MANAGER'S OWN LIMIT:" LA-OVERRIDE-COUNT
           DISPLAY "TRANSACTIONS REJECTED:       " LA-REJECT-COUNT
           DISPLAY "AUTHORIZATION FAILURES:      " LA-AUTH-FAIL-COUNT
           DISPLAY "RECOMMENDATIONS NOT APPLIED: " LA-PENDING-COUNT
           CLOSE CUSTOMER-MASTER
           IF NOT LA-CRLMTRAN-NOTFOUND
               CLOSE APPROVAL-TRANS
           END-IF
           CLOSE AUDIT-LOG
           CLOSE LIMIT-SUSPENSE
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM CREDAPRV.
