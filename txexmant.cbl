      ******************************************************************
      * PROGRAM-ID.    TXEXMANT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       SALES TAX EXEMPTION CERTIFICATE MAINTENANCE.
      *                APPLIES A BATCH OF ADD, EDIT, DELETE AND VIEW
      *                TRANSACTIONS AGAINST THE EXEMPTION CERTIFICATE
      *                FILE, KEYED BY CUSTOMER AND STATE, IN THE SAME
      *                TRANSACTION STYLE AS THE VENDOR MAINTENANCE
      *                RUN.  THE INVOICE RUN (CONTINUEPROG) SKIPS
      *                SALES TAX FOR A CUSTOMER HOLDING A CURRENT
      *                CERTIFICATE IN THE INVOICE'S STATE, SO EVERY
      *                CHANGE HERE WRITES BEFORE/AFTER IMAGES TO THE
      *                AUDIT LOG FOR THE AUDITORS.  THE CUSTOMER MUST
      *                BE ON THE CUSTOMER MASTER.  EVERY TRANSACTION
      *                CARRIES AN OPERATOR ID CHECKED AGAINST THE
      *                CREDENTIALS MASTER ROLE LEVEL.  REJECTED
      *                TRANSACTIONS GO TO THE EXEMPTION SUSPENSE FILE
      *                IN THE SHARED SUSPENSE LAYOUT.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL - MODELED ON VENDMANT.
      * 10/15/2026 DO    THE OPERATOR ID NOW GOES INTO THE AUDIT
      *                  RECORD'S OPERATOR FIELD FOR THE SEGREGATION-
      *                  OF-DUTIES REVIEW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXEXMANT.
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
           SELECT EXEMPTION-FILE ASSIGN TO "TAXEXMPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-CERT-KEY OF EXEMPTION-RECORD
               FILE STATUS IS XM-TAXEXMPT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS XM-CUSTMAST-STATUS.
           SELECT MAINT-TRANS ASSIGN TO "TXEXTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XM-TXEXTRAN-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XM-AUDITLOG-STATUS.
           SELECT EXEMPTION-SUSPENSE ASSIGN TO "TXEXSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XM-TXEXSUSP-STATUS.
           SELECT CREDENTIALS-MASTER ASSIGN TO "CREDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XM-CREDMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXEMPTION-FILE
           RECORDING MODE IS F.
       01  EXEMPTION-RECORD.
           COPY TAXEXMPT.

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       FD  EXEMPTION-SUSPENSE
           RECORDING MODE IS F.
       01  EXEMPTION-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  CREDENTIALS-MASTER
           RECORDING MODE IS F.
       01  CREDENTIALS-RECORD.
           COPY CREDREC.

       FD  MAINT-TRANS
           RECORDING MODE IS F.
       01  MAINT-TRANS-RECORD.
           05  XT-ACTION-CODE           PIC X(01).
               88  XT-ADD               VALUE "A".
               88  XT-EDIT              VALUE "E".
               88  XT-DELETE            VALUE "D".
               88  XT-VIEW              VALUE "V".
           05  XT-CUSTOMER-ID           PIC 9(06).
           05  XT-STATE-CODE            PIC X(02).
           05  XT-CERTIFICATE-NUMBER    PIC X(15).
           05  XT-EXEMPT-REASON         PIC X(01).
           05  XT-EFFECTIVE-DATE        PIC 9(08).
           05  XT-EXPIRY-DATE           PIC 9(08).
           05  XT-OPERATOR-ID           PIC X(08).
           05  FILLER                   PIC X(31).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.

       01  XM-TAXEXMPT-STATUS          PIC X(02) VALUE "00".
           88  XM-TAXEXMPT-OK          VALUE "00".
       01  XM-CUSTMAST-STATUS          PIC X(02) VALUE "00".
           88  XM-CUSTMAST-OK          VALUE "00".
       01  XM-TXEXTRAN-STATUS          PIC X(02) VALUE "00".
           88  XM-TXEXTRAN-OK          VALUE "00".
           88  XM-TXEXTRAN-EOF         VALUE "10".
       01  XM-AUDITLOG-STATUS          PIC X(02) VALUE "00".
           88  XM-AUDITLOG-OK          VALUE "00".
       01  XM-TXEXSUSP-STATUS          PIC X(02) VALUE "00".
           88  XM-TXEXSUSP-OK          VALUE "00".
       01  XM-CREDMAST-STATUS          PIC X(02) VALUE "00".
           88  XM-CREDMAST-OK          VALUE "00".
           88  XM-CREDMAST-EOF         VALUE "10".
           88  XM-CREDMAST-NOTFOUND    VALUE "35".

       01  XM-AUDIT-BEFORE-SAVE.
           05  XM-AUDIT-BEFORE-ENTRY.
               COPY TAXEXMPT.

       01  XM-SWITCHES.
           05  XM-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  XM-TRANS-END        VALUE "Y".
           05  XM-EDIT-ERROR-SWITCH    PIC X(01) VALUE "N".
               88  XM-EDIT-ERROR       VALUE "Y".
           05  XM-CRED-EOF-SWITCH      PIC X(01) VALUE "N".
               88  XM-CRED-END         VALUE "Y".
           05  XM-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  XM-AUTH-OK          VALUE "Y".

      *-----------------------------------------------------------------
      * ROLE LEVEL REQUIRED PER ACTION AND THE OPERATOR'S GRANTED
      * LEVEL FROM THE CREDENTIALS MASTER.  A LEGACY RECORD WITH A
      * BLANK ROLE GRANTS LEVEL ZERO - NOTHING.
      *-----------------------------------------------------------------
       01  XM-REQUIRED-ROLE            PIC 9(01) VALUE 0.
       01  XM-AUTH-REASON              PIC X(30) VALUE SPACES.

       01  XM-OPERATOR-COUNTS.
           05  XM-OPER-COUNT           PIC 9(04) COMP VALUE 0.
           05  XM-MAX-OPERS            PIC 9(04) COMP VALUE 500.
           05  XM-OPER-IDX             PIC 9(04) COMP VALUE 0.
           05  XM-OPER-FOUND-IDX       PIC 9(04) COMP VALUE 0.

       01  XM-OPERATOR-TABLE.
           05  XM-OPER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON XM-OPER-COUNT
                   INDEXED BY XM-OPER-TIDX.
               10  XM-CR-USER-ID       PIC X(08).
               10  XM-CR-ROLE          PIC 9(01).
               10  XM-CR-LOCKED-FLAG   PIC X(01).

       01  XM-COUNTERS.
           05  XM-ADD-COUNT            PIC 9(05) COMP VALUE 0.
           05  XM-EDIT-COUNT           PIC 9(05) COMP VALUE 0.
           05  XM-DELETE-COUNT         PIC 9(05) COMP VALUE 0.
           05  XM-VIEW-COUNT           PIC 9(05) COMP VALUE 0.
           05  XM-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  XM-AUTH-FAIL-COUNT      PIC 9(05) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TRANSACTION
               UNTIL XM-TRANS-END
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O EXEMPTION-FILE
           IF XM-TAXEXMPT-STATUS = "35"
               OPEN OUTPUT EXEMPTION-FILE
               CLOSE EXEMPTION-FILE
               OPEN I-O EXEMPTION-FILE
           END-IF
           IF NOT XM-TAXEXMPT-OK
               MOVE "TXEXMANT" TO AB-PROGRAM-ID
               MOVE "TAXEXMPT" TO AB-FILE-NAME
               MOVE "OPEN I-O" TO AB-OPERATION
               MOVE XM-TAXEXMPT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT XM-CUSTMAST-OK
               MOVE "TXEXMANT" TO AB-PROGRAM-ID
               MOVE "CUSTMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE XM-CUSTMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN INPUT MAINT-TRANS
           IF NOT XM-TXEXTRAN-OK AND NOT XM-TXEXTRAN-EOF
               MOVE "TXEXMANT" TO AB-PROGRAM-ID
               MOVE "TXEXTRAN" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE XM-TXEXTRAN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF NOT XM-AUDITLOG-OK
               CLOSE AUDIT-LOG
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN EXTEND EXEMPTION-SUSPENSE
           IF NOT XM-TXEXSUSP-OK
               CLOSE EXEMPTION-SUSPENSE
               OPEN OUTPUT EXEMPTION-SUSPENSE
           END-IF
           PERFORM 1100-LOAD-CREDENTIALS
           PERFORM 2900-READ-TRANSACTION.

       1100-LOAD-CREDENTIALS.
           MOVE 1 TO XM-OPER-COUNT
           OPEN INPUT CREDENTIALS-MASTER
           IF XM-CREDMAST-NOTFOUND
               SET XM-CRED-END TO TRUE
           ELSE
               IF NOT XM-CREDMAST-OK AND NOT XM-CREDMAST-EOF
                   MOVE "TXEXMANT" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE XM-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-CREDENTIALS-RECORD
               PERFORM 1110-STORE-CREDENTIALS-RECORD
                   UNTIL XM-CRED-END
                       OR XM-OPER-COUNT > XM-MAX-OPERS
      *        A TRUNCATED TABLE WOULD SILENTLY REJECT EVERY
      *        OPERATOR PAST THE CAP, SO AN OVERFLOWING LOAD STOPS
      *        THE RUN.
               IF NOT XM-CRED-END
                   DISPLAY "TXEXMANT: CREDENTIAL TABLE FULL AT "
                       XM-MAX-OPERS " - RUN STOPPED"
                   MOVE "TXEXMANT" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE XM-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE CREDENTIALS-MASTER
           END-IF
           IF XM-OPER-COUNT > 1
               SUBTRACT 1 FROM XM-OPER-COUNT
           ELSE
               MOVE 0 TO XM-OPER-COUNT
           END-IF.

       1110-STORE-CREDENTIALS-RECORD.
           MOVE CR-USER-ID TO XM-CR-USER-ID (XM-OPER-COUNT)
           IF CR-ROLE-LEVEL IS NUMERIC
               MOVE CR-ROLE-LEVEL TO XM-CR-ROLE (XM-OPER-COUNT)
           ELSE
               MOVE 0 TO XM-CR-ROLE (XM-OPER-COUNT)
           END-IF
           MOVE CR-LOCKED-FLAG TO XM-CR-LOCKED-FLAG (XM-OPER-COUNT)
           ADD 1 TO XM-OPER-COUNT
           PERFORM 1190-READ-CREDENTIALS-RECORD.

       1190-READ-CREDENTIALS-RECORD.
           READ CREDENTIALS-MASTER
               AT END
                   SET XM-CRED-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ROLE CHECK: VIEWS NEED INQUIRY; ADDS, EDITS AND DELETES NEED
      * CLERK - A CERTIFICATE CHANGE TURNS A CUSTOMER'S SALES TAX ON
      * OR OFF.  A FAILURE REJECTS TO SUSPENSE AND IS WRITTEN TO THE
      * AUDIT LOG.
      *-----------------------------------------------------------------
       2000-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN XT-ADD
               WHEN XT-EDIT
               WHEN XT-DELETE
                   MOVE 2 TO XM-REQUIRED-ROLE
               WHEN OTHER
                   MOVE 1 TO XM-REQUIRED-ROLE
           END-EVALUATE
           PERFORM 2700-CHECK-OPERATOR-ROLE
           IF XM-AUTH-OK
               PERFORM 2010-DISPATCH-TRANSACTION
           ELSE
               DISPLAY "TXEXMANT: OPERATOR " XT-OPERATOR-ID
                   " NOT AUTHORIZED FOR CUSTOMER " XT-CUSTOMER-ID
                   " - " XM-AUTH-REASON
               MOVE XM-AUTH-REASON TO SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               PERFORM 2550-LOG-AUTH-FAILURE
               ADD 1 TO XM-REJECT-COUNT
               ADD 1 TO XM-AUTH-FAIL-COUNT
           END-IF
           PERFORM 2900-READ-TRANSACTION.

       2010-DISPATCH-TRANSACTION.
           MOVE XT-CUSTOMER-ID TO TE-CUSTOMER-ID OF EXEMPTION-RECORD
           MOVE XT-STATE-CODE TO TE-STATE-CODE OF EXEMPTION-RECORD
           EVALUATE TRUE
               WHEN XT-ADD
                   PERFORM 2100-ADD-CERTIFICATE
               WHEN XT-EDIT
                   PERFORM 2200-EDIT-CERTIFICATE
               WHEN XT-DELETE
                   PERFORM 2400-DELETE-CERTIFICATE
               WHEN XT-VIEW
                   PERFORM 2300-VIEW-CERTIFICATE
               WHEN OTHER
                   DISPLAY "TXEXMANT: TRANSACTION CODE NOT "
                       "RECOGNIZED FOR CUSTOMER " XT-CUSTOMER-ID
                   MOVE "BAD ACTION CODE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
                   ADD 1 TO XM-REJECT-COUNT
           END-EVALUATE.

       2100-ADD-CERTIFICATE.
           PERFORM 2110-EDIT-CHECK-FIELDS
           IF XM-EDIT-ERROR
               PERFORM 2500-LOG-SUSPENSE-RECORD
               ADD 1 TO XM-REJECT-COUNT
           ELSE
               PERFORM 2120-BUILD-CERTIFICATE-FIELDS
               WRITE EXEMPTION-RECORD
                   INVALID KEY
                       DISPLAY "TXEXMANT: CERTIFICATE FOR CUSTOMER "
                           XT-CUSTOMER-ID " STATE " XT-STATE-CODE
                           " ALREADY ON FILE, ADD REJECTED"
                       MOVE "CERTIFICATE ALREADY ON FILE"
                           TO SS-REJECT-REASON
                       PERFORM 2500-LOG-SUSPENSE-RECORD
                       ADD 1 TO XM-REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO XM-ADD-COUNT
                       PERFORM 2150-LOG-CERTIFICATE-ADD
                       DISPLAY "ADD CERTIFICATE " XT-CUSTOMER-ID
                           " " XT-STATE-CODE " COMPLETE"
               END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      * FIELD-LEVEL EDITS APPLIED TO AN ADD TRANSACTION BEFORE IT IS
      * ALLOWED ONTO THE FILE.  AN EDIT TRANSACTION SKIPS THESE AND
      * APPLIES ONLY ITS NONBLANK/NONZERO FIELDS.
      *-----------------------------------------------------------------
       2110-EDIT-CHECK-FIELDS.
           MOVE "N" TO XM-EDIT-ERROR-SWITCH
           MOVE XT-CUSTOMER-ID
               TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON MASTER" TO SS-REJECT-REASON
                   SET XM-EDIT-ERROR TO TRUE
           END-READ
           IF XT-STATE-CODE = SPACES
               MOVE "STATE MISSING" TO SS-REJECT-REASON
               SET XM-EDIT-ERROR TO TRUE
           END-IF
           IF XT-CERTIFICATE-NUMBER = SPACES
               MOVE "CERTIFICATE NUMBER MISSING" TO SS-REJECT-REASON
               SET XM-EDIT-ERROR TO TRUE
           END-IF
           IF XT-EXEMPT-REASON NOT = "R" AND "N" AND "G" AND "O"
               MOVE "REASON NOT R/N/G/O" TO SS-REJECT-REASON
               SET XM-EDIT-ERROR TO TRUE
           END-IF
           IF XT-EFFECTIVE-DATE NOT NUMERIC
                   OR XT-EXPIRY-DATE NOT NUMERIC
               MOVE "DATE NOT NUMERIC" TO SS-REJECT-REASON
               SET XM-EDIT-ERROR TO TRUE
           ELSE
               IF XT-EXPIRY-DATE NOT = 0
                       AND XT-EXPIRY-DATE < XT-EFFECTIVE-DATE
                   MOVE "EXPIRY BEFORE EFFECTIVE DATE"
                       TO SS-REJECT-REASON
                   SET XM-EDIT-ERROR TO TRUE
               END-IF
           END-IF.

       2120-BUILD-CERTIFICATE-FIELDS.
           MOVE SPACES TO EXEMPTION-RECORD
           MOVE XT-CUSTOMER-ID TO TE-CUSTOMER-ID OF EXEMPTION-RECORD
           MOVE XT-STATE-CODE TO TE-STATE-CODE OF EXEMPTION-RECORD
           MOVE XT-CERTIFICATE-NUMBER
               TO TE-CERTIFICATE-NUMBER OF EXEMPTION-RECORD
           MOVE XT-EXEMPT-REASON
               TO TE-EXEMPT-REASON OF EXEMPTION-RECORD
           MOVE XT-EFFECTIVE-DATE
               TO TE-EFFECTIVE-DATE OF EXEMPTION-RECORD
           MOVE XT-EXPIRY-DATE
               TO TE-EXPIRY-DATE OF EXEMPTION-RECORD.

       2150-LOG-CERTIFICATE-ADD.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "TXEXMANT" TO AU-PROGRAM-NAME
           MOVE "ADD" TO AU-OPERATION
           MOVE XT-CUSTOMER-ID TO AU-CUSTOMER-ID
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE EXEMPTION-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE XT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
      * A RENEWAL ARRIVES AS AN EDIT CARRYING THE NEW CERTIFICATE
      * NUMBER AND EXPIRY DATE.
      *-----------------------------------------------------------------
       2200-EDIT-CERTIFICATE.
           READ EXEMPTION-FILE
               INVALID KEY
                   DISPLAY "TXEXMANT: CERTIFICATE FOR CUSTOMER "
                       XT-CUSTOMER-ID " STATE " XT-STATE-CODE
                       " NOT ON FILE, EDIT REJECTED"
                   MOVE "CERTIFICATE NOT ON FILE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
                   ADD 1 TO XM-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 2210-APPLY-EDIT
           END-READ.

       2210-APPLY-EDIT.
           MOVE EXEMPTION-RECORD TO XM-AUDIT-BEFORE-ENTRY
           IF XT-CERTIFICATE-NUMBER NOT = SPACES
               MOVE XT-CERTIFICATE-NUMBER
                   TO TE-CERTIFICATE-NUMBER OF EXEMPTION-RECORD
           END-IF
           IF XT-EXEMPT-REASON NOT = SPACES
               MOVE XT-EXEMPT-REASON
                   TO TE-EXEMPT-REASON OF EXEMPTION-RECORD
           END-IF
           IF XT-EFFECTIVE-DATE NUMERIC AND XT-EFFECTIVE-DATE NOT = 0
               MOVE XT-EFFECTIVE-DATE
                   TO TE-EFFECTIVE-DATE OF EXEMPTION-RECORD
           END-IF
           IF XT-EXPIRY-DATE NUMERIC AND XT-EXPIRY-DATE NOT = 0
               MOVE XT-EXPIRY-DATE
                   TO TE-EXPIRY-DATE OF EXEMPTION-RECORD
           END-IF
           REWRITE EXEMPTION-RECORD
           ADD 1 TO XM-EDIT-COUNT
           PERFORM 2250-LOG-CERTIFICATE-EDIT
           DISPLAY "EDIT CERTIFICATE " XT-CUSTOMER-ID " "
               XT-STATE-CODE " COMPLETE".

       2250-LOG-CERTIFICATE-EDIT.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "TXEXMANT" TO AU-PROGRAM-NAME
           MOVE "UPDATE" TO AU-OPERATION
           MOVE XT-CUSTOMER-ID TO AU-CUSTOMER-ID
           MOVE XM-AUDIT-BEFORE-ENTRY TO AU-BEFORE-IMAGE
           MOVE EXEMPTION-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE XT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2300-VIEW-CERTIFICATE.
           READ EXEMPTION-FILE
               INVALID KEY
                   DISPLAY "TXEXMANT: CERTIFICATE FOR CUSTOMER "
                       XT-CUSTOMER-ID " STATE " XT-STATE-CODE
                       " NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "CUSTOMER:     "
                       TE-CUSTOMER-ID OF EXEMPTION-RECORD
                   DISPLAY "STATE:        "
                       TE-STATE-CODE OF EXEMPTION-RECORD
                   DISPLAY "CERTIFICATE:  "
                       TE-CERTIFICATE-NUMBER OF EXEMPTION-RECORD
                   DISPLAY "REASON:       "
                       TE-EXEMPT-REASON OF EXEMPTION-RECORD
                   DISPLAY "EFFECTIVE:    "
                       TE-EFFECTIVE-DATE OF EXEMPTION-RECORD
                   DISPLAY "EXPIRES:      "
                       TE-EXPIRY-DATE OF EXEMPTION-RECORD
                   ADD 1 TO XM-VIEW-COUNT
           END-READ.

      *-----------------------------------------------------------------
      * A DELETED CERTIFICATE'S LAST IMAGE IS KEPT ON THE AUDIT LOG
      * AS THE BEFORE-IMAGE.
      *-----------------------------------------------------------------
       2400-DELETE-CERTIFICATE.
           READ EXEMPTION-FILE
               INVALID KEY
                   DISPLAY "TXEXMANT: CERTIFICATE FOR CUSTOMER "
                       XT-CUSTOMER-ID " STATE " XT-STATE-CODE
                       " NOT ON FILE, DELETE REJECTED"
                   MOVE "CERTIFICATE NOT ON FILE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
                   ADD 1 TO XM-REJECT-COUNT
               NOT INVALID KEY
                   MOVE EXEMPTION-RECORD TO XM-AUDIT-BEFORE-ENTRY
                   DELETE EXEMPTION-FILE RECORD
                   ADD 1 TO XM-DELETE-COUNT
                   PERFORM 2450-LOG-CERTIFICATE-DELETE
                   DISPLAY "DELETE CERTIFICATE " XT-CUSTOMER-ID " "
                       XT-STATE-CODE " COMPLETE"
           END-READ.

       2450-LOG-CERTIFICATE-DELETE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "TXEXMANT" TO AU-PROGRAM-NAME
           MOVE "DELETE" TO AU-OPERATION
           MOVE XT-CUSTOMER-ID TO AU-CUSTOMER-ID
           MOVE XM-AUDIT-BEFORE-ENTRY TO AU-BEFORE-IMAGE
           MOVE SPACES TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE XT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2500-LOG-SUSPENSE-RECORD.
           MOVE "TXEXMANT" TO SS-SOURCE-PROGRAM
           MOVE "TXEXMANT" TO SS-TRANS-TYPE
           MOVE MAINT-TRANS-RECORD TO SS-ORIGINAL-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO SS-REJECT-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO SS-REJECT-TIME
           WRITE EXEMPTION-SUSPENSE-RECORD.

       2550-LOG-AUTH-FAILURE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "TXEXMANT" TO AU-PROGRAM-NAME
           MOVE "AUTHFAIL" TO AU-OPERATION
           MOVE XT-CUSTOMER-ID TO AU-CUSTOMER-ID
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE SPACES TO AU-AFTER-IMAGE
           STRING "OPERATOR " DELIMITED BY SIZE
               XT-OPERATOR-ID DELIMITED BY SIZE
               " ACTION " DELIMITED BY SIZE
               XT-ACTION-CODE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               XM-AUTH-REASON DELIMITED BY SIZE
               INTO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE XT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2700-CHECK-OPERATOR-ROLE.
           MOVE "N" TO XM-AUTH-OK-SWITCH
           MOVE 0 TO XM-OPER-FOUND-IDX
           PERFORM 2710-COMPARE-OPERATOR
               VARYING XM-OPER-IDX FROM 1 BY 1
               UNTIL XM-OPER-IDX > XM-OPER-COUNT
                   OR XM-OPER-FOUND-IDX NOT = 0
           EVALUATE TRUE
               WHEN XT-OPERATOR-ID = SPACES
                   MOVE "OPERATOR ID MISSING" TO XM-AUTH-REASON
               WHEN XM-OPER-FOUND-IDX = 0
                   MOVE "OPERATOR NOT ON FILE" TO XM-AUTH-REASON
               WHEN XM-CR-LOCKED-FLAG (XM-OPER-FOUND-IDX) = "Y"
                   MOVE "OPERATOR LOCKED" TO XM-AUTH-REASON
               WHEN XM-CR-ROLE (XM-OPER-FOUND-IDX)
                       < XM-REQUIRED-ROLE
                   MOVE "ROLE BELOW ACTION LEVEL" TO XM-AUTH-REASON
               WHEN OTHER
                   MOVE SPACES TO XM-AUTH-REASON
                   SET XM-AUTH-OK TO TRUE
           END-EVALUATE.

       2710-COMPARE-OPERATOR.
           IF XM-CR-USER-ID (XM-OPER-IDX) = XT-OPERATOR-ID
               MOVE XM-OPER-IDX TO XM-OPER-FOUND-IDX
           END-IF.

       2900-READ-TRANSACTION.
           READ MAINT-TRANS
               AT END
                   MOVE "Y" TO XM-TRANS-EOF-SWITCH
           END-READ.

       3000-TERMINATE.
           DISPLAY "CERTIFICATES ADDED:    " XM-ADD-COUNT
           DISPLAY "CERTIFICATES EDITED:   " XM-EDIT-COUNT
           DISPLAY "CERTIFICATES DELETED:  " XM-DELETE-COUNT
           DISPLAY "CERTIFICATES VIEWED:   " XM-VIEW-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " XM-REJECT-COUNT
           DISPLAY "AUTHORIZATION FAILURES: " XM-AUTH-FAIL-COUNT
           CLOSE EXEMPTION-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE MAINT-TRANS
           CLOSE AUDIT-LOG
           CLOSE EXEMPTION-SUSPENSE.

       COPY ABENDPAR.

       END PROGRAM TXEXMANT.
