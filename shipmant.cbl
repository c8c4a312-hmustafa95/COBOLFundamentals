      ******************************************************************
      * PROGRAM-ID.    SHIPMANT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - CUSTOMER SERVICES
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       CUSTOMER SHIP-TO ADDRESS MAINTENANCE.  APPLIES
      *                A BATCH OF ADD, EDIT, DELETE AND VIEW
      *                TRANSACTIONS AGAINST THE SHIP-TO ADDRESS FILE,
      *                KEYED BY CUSTOMER AND SHIP-TO NUMBER, IN THE
      *                SAME TRANSACTION STYLE AS THE EXEMPTION
      *                CERTIFICATE MAINTENANCE RUN.  THE INVOICE RUN
      *                (CONTINUEPROG) CHARGES SALES TAX IN THE SHIP-TO
      *                STATE, SO EVERY CHANGE HERE WRITES BEFORE/AFTER
      *                IMAGES TO THE AUDIT LOG, AND EVERY ADDRESS ADDED
      *                OR CHANGED IS CHECKED AGAINST THE ZIP REFERENCE
      *                THE SAME WAY ZIPVALID CHECKS THE CUSTOMER
      *                MASTER: THE ZIP MUST BE ON THE REFERENCE, THE
      *                STATE MUST AGREE WITH IT, AND A CITY THAT
      *                DIFFERS ONLY IN CASE IS CORRECTED TO THE
      *                REFERENCE SPELLING.  THE CUSTOMER MUST BE ON
      *                THE CUSTOMER MASTER.  SHIP-TO NUMBER ZERO IS
      *                RESERVED FOR THE BILL-TO ADDRESS AND CANNOT BE
      *                ADDED.  EVERY TRANSACTION CARRIES AN OPERATOR ID
      *                CHECKED AGAINST THE CREDENTIALS MASTER ROLE
      *                LEVEL.  REJECTED TRANSACTIONS GO TO THE SHIP-TO
      *                SUSPENSE FILE IN THE SHARED SUSPENSE LAYOUT.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL - MODELED ON TXEXMANT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIPMANT.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - CUSTOMER SERVICES.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIPTO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-SHIPTO-KEY OF SHIPTO-RECORD
               FILE STATUS IS UM-SHIPTO-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS UM-CUSTMAST-STATUS.
           SELECT MAINT-TRANS ASSIGN TO "SHIPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UM-SHIPTRAN-STATUS.
           SELECT ZIP-REFERENCE ASSIGN TO "ZIPREF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UM-ZIPREF-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UM-AUDITLOG-STATUS.
           SELECT SHIPTO-SUSPENSE ASSIGN TO "SHIPSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UM-SHIPSUSP-STATUS.
           SELECT CREDENTIALS-MASTER ASSIGN TO "CREDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UM-CREDMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SHIPTO-FILE
           RECORDING MODE IS F.
       01  SHIPTO-RECORD.
           COPY SHIPTO.

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  ZIP-REFERENCE
           RECORDING MODE IS F.
       01  ZIP-REFERENCE-RECORD.
           05  ZR-ZIP                  PIC 9(05).
           05  ZR-CITY                 PIC X(15).
           05  ZR-STATE                PIC X(02).
           05  FILLER                  PIC X(58).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       FD  SHIPTO-SUSPENSE
           RECORDING MODE IS F.
       01  SHIPTO-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  CREDENTIALS-MASTER
           RECORDING MODE IS F.
       01  CREDENTIALS-RECORD.
           COPY CREDREC.

       FD  MAINT-TRANS
           RECORDING MODE IS F.
       01  MAINT-TRANS-RECORD.
           05  UT-ACTION-CODE           PIC X(01).
               88  UT-ADD               VALUE "A".
               88  UT-EDIT              VALUE "E".
               88  UT-DELETE            VALUE "D".
               88  UT-VIEW              VALUE "V".
           05  UT-CUSTOMER-ID           PIC 9(06).
           05  UT-SHIPTO-NUMBER         PIC 9(03).
           05  UT-SHIPTO-NAME           PIC X(25).
           05  UT-SHIPTO-ADDRESS        PIC X(25).
           05  UT-SHIPTO-CITY           PIC X(15).
           05  UT-SHIPTO-STATE          PIC X(02).
           05  UT-SHIPTO-ZIP            PIC X(05).
           05  UT-SHIPTO-ZIP-NUM REDEFINES UT-SHIPTO-ZIP
                                        PIC 9(05).
           05  UT-OPERATOR-ID           PIC X(08).
           05  FILLER                   PIC X(10).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.

       01  UM-SHIPTO-STATUS            PIC X(02) VALUE "00".
           88  UM-SHIPTO-OK            VALUE "00".
       01  UM-CUSTMAST-STATUS          PIC X(02) VALUE "00".
           88  UM-CUSTMAST-OK          VALUE "00".
       01  UM-SHIPTRAN-STATUS          PIC X(02) VALUE "00".
           88  UM-SHIPTRAN-OK          VALUE "00".
           88  UM-SHIPTRAN-EOF         VALUE "10".
       01  UM-ZIPREF-STATUS            PIC X(02) VALUE "00".
           88  UM-ZIPREF-OK            VALUE "00".
           88  UM-ZIPREF-EOF           VALUE "10".
       01  UM-AUDITLOG-STATUS          PIC X(02) VALUE "00".
           88  UM-AUDITLOG-OK          VALUE "00".
       01  UM-SHIPSUSP-STATUS          PIC X(02) VALUE "00".
           88  UM-SHIPSUSP-OK          VALUE "00".
       01  UM-CREDMAST-STATUS          PIC X(02) VALUE "00".
           88  UM-CREDMAST-OK          VALUE "00".
           88  UM-CREDMAST-EOF         VALUE "10".
           88  UM-CREDMAST-NOTFOUND    VALUE "35".

       01  UM-AUDIT-BEFORE-SAVE.
           05  UM-AUDIT-BEFORE-ENTRY.
               COPY SHIPTO.

       01  UM-SWITCHES.
           05  UM-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  UM-TRANS-END        VALUE "Y".
           05  UM-EDIT-ERROR-SWITCH    PIC X(01) VALUE "N".
               88  UM-EDIT-ERROR       VALUE "Y".
           05  UM-CRED-EOF-SWITCH      PIC X(01) VALUE "N".
               88  UM-CRED-END         VALUE "Y".
           05  UM-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  UM-AUTH-OK          VALUE "Y".
           05  UM-REF-EOF-SWITCH       PIC X(01) VALUE "N".
               88  UM-REF-END          VALUE "Y".

      *-----------------------------------------------------------------
      * ROLE LEVEL REQUIRED PER ACTION AND THE OPERATOR'S GRANTED
      * LEVEL FROM THE CREDENTIALS MASTER.  A LEGACY RECORD WITH A
      * BLANK ROLE GRANTS LEVEL ZERO - NOTHING.
      *-----------------------------------------------------------------
       01  UM-REQUIRED-ROLE            PIC 9(01) VALUE 0.
       01  UM-AUTH-REASON              PIC X(30) VALUE SPACES.

       01  UM-OPERATOR-COUNTS.
           05  UM-OPER-COUNT           PIC 9(04) COMP VALUE 0.
           05  UM-MAX-OPERS            PIC 9(04) COMP VALUE 500.
           05  UM-OPER-IDX             PIC 9(04) COMP VALUE 0.
           05  UM-OPER-FOUND-IDX       PIC 9(04) COMP VALUE 0.

       01  UM-OPERATOR-TABLE.
           05  UM-OPER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON UM-OPER-COUNT
                   INDEXED BY UM-OPER-TIDX.
               10  UM-CR-USER-ID       PIC X(08).
               10  UM-CR-ROLE          PIC 9(01).
               10  UM-CR-LOCKED-FLAG   PIC X(01).

      *-----------------------------------------------------------------
      * ZIP REFERENCE TABLE - SAME SOURCE AND CAP AS ZIPVALID.
      *-----------------------------------------------------------------
       01  UM-REFERENCE-COUNTS.
           05  UM-REF-COUNT            PIC 9(05) COMP VALUE 0.
           05  UM-MAX-REFS             PIC 9(05) COMP VALUE 2000.
           05  UM-SCAN-IDX             PIC 9(05) COMP VALUE 0.
           05  UM-FOUND-IDX            PIC 9(05) COMP VALUE 0.

       01  UM-REF-TABLE.
           05  UM-REF-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON UM-REF-COUNT
                   INDEXED BY UM-REF-IDX.
               10  UM-RF-ZIP           PIC 9(05).
               10  UM-RF-CITY          PIC X(15).
               10  UM-RF-STATE         PIC X(02).

       01  UM-SHIPTO-CITY-STD          PIC X(15) VALUE SPACES.
       01  UM-REF-CITY-STD             PIC X(15) VALUE SPACES.

       01  UM-COUNTERS.
           05  UM-ADD-COUNT            PIC 9(05) COMP VALUE 0.
           05  UM-EDIT-COUNT           PIC 9(05) COMP VALUE 0.
           05  UM-DELETE-COUNT         PIC 9(05) COMP VALUE 0.
           05  UM-VIEW-COUNT           PIC 9(05) COMP VALUE 0.
           05  UM-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  UM-AUTH-FAIL-COUNT      PIC 9(05) COMP VALUE 0.
           05  UM-CITY-FIX-COUNT       PIC 9(05) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TRANSACTION
               UNTIL UM-TRANS-END
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O SHIPTO-FILE
           IF UM-SHIPTO-STATUS = "35"
               OPEN OUTPUT SHIPTO-FILE
               CLOSE SHIPTO-FILE
               OPEN I-O SHIPTO-FILE
           END-IF
           IF NOT UM-SHIPTO-OK
               MOVE "SHIPMANT" TO AB-PROGRAM-ID
               MOVE "SHIPTO" TO AB-FILE-NAME
               MOVE "OPEN I-O" TO AB-OPERATION
               MOVE UM-SHIPTO-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT UM-CUSTMAST-OK
               MOVE "SHIPMANT" TO AB-PROGRAM-ID
               MOVE "CUSTMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE UM-CUSTMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN INPUT MAINT-TRANS
           IF NOT UM-SHIPTRAN-OK AND NOT UM-SHIPTRAN-EOF
               MOVE "SHIPMANT" TO AB-PROGRAM-ID
               MOVE "SHIPTRAN" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE UM-SHIPTRAN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF NOT UM-AUDITLOG-OK
               CLOSE AUDIT-LOG
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN EXTEND SHIPTO-SUSPENSE
           IF NOT UM-SHIPSUSP-OK
               CLOSE SHIPTO-SUSPENSE
               OPEN OUTPUT SHIPTO-SUSPENSE
           END-IF
           PERFORM 1100-LOAD-CREDENTIALS
           PERFORM 1200-LOAD-ZIP-REFERENCE
           PERFORM 2900-READ-TRANSACTION.

       1100-LOAD-CREDENTIALS.
           MOVE 1 TO UM-OPER-COUNT
           OPEN INPUT CREDENTIALS-MASTER
           IF UM-CREDMAST-NOTFOUND
               SET UM-CRED-END TO TRUE
           ELSE
               IF NOT UM-CREDMAST-OK AND NOT UM-CREDMAST-EOF
                   MOVE "SHIPMANT" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE UM-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-CREDENTIALS-RECORD
               PERFORM 1110-STORE-CREDENTIALS-RECORD
                   UNTIL UM-CRED-END
                       OR UM-OPER-COUNT > UM-MAX-OPERS
      *        A TRUNCATED TABLE WOULD SILENTLY REJECT EVERY
      *        OPERATOR PAST THE CAP, SO AN OVERFLOWING LOAD STOPS
      *        THE RUN.
               IF NOT UM-CRED-END
                   DISPLAY "SHIPMANT: CREDENTIAL TABLE FULL AT "
                       UM-MAX-OPERS " - RUN STOPPED"
                   MOVE "SHIPMANT" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE UM-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE CREDENTIALS-MASTER
           END-IF
           IF UM-OPER-COUNT > 1
               SUBTRACT 1 FROM UM-OPER-COUNT
           ELSE
               MOVE 0 TO UM-OPER-COUNT
           END-IF.

       1110-STORE-CREDENTIALS-RECORD.
           MOVE CR-USER-ID TO UM-CR-USER-ID (UM-OPER-COUNT)
           IF CR-ROLE-LEVEL IS NUMERIC
               MOVE CR-ROLE-LEVEL TO UM-CR-ROLE (UM-OPER-COUNT)
           ELSE
               MOVE 0 TO UM-CR-ROLE (UM-OPER-COUNT)
           END-IF
           MOVE CR-LOCKED-FLAG TO UM-CR-LOCKED-FLAG (UM-OPER-COUNT)
           ADD 1 TO UM-OPER-COUNT
           PERFORM 1190-READ-CREDENTIALS-RECORD.

       1190-READ-CREDENTIALS-RECORD.
           READ CREDENTIALS-MASTER
               AT END
                   SET UM-CRED-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A SHIP-TO ADDRESS THAT CANNOT BE CHECKED CANNOT BE TAXED
      * RELIABLY, SO AN OVERFLOWING REFERENCE LOAD STOPS THE RUN.
      *-----------------------------------------------------------------
       1200-LOAD-ZIP-REFERENCE.
           MOVE 1 TO UM-REF-COUNT
           OPEN INPUT ZIP-REFERENCE
           IF NOT UM-ZIPREF-OK AND NOT UM-ZIPREF-EOF
               MOVE "SHIPMANT" TO AB-PROGRAM-ID
               MOVE "ZIPREF" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE UM-ZIPREF-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           ELSE
               PERFORM 1290-READ-REFERENCE-RECORD
               PERFORM 1210-STORE-REFERENCE-RECORD
                   UNTIL UM-REF-END
                       OR UM-REF-COUNT > UM-MAX-REFS
               IF NOT UM-REF-END
                   DISPLAY "SHIPMANT: ZIP REFERENCE TABLE FULL AT "
                       UM-MAX-REFS " - RUN STOPPED"
                   MOVE "SHIPMANT" TO AB-PROGRAM-ID
                   MOVE "ZIPREF" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE UM-ZIPREF-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF
           CLOSE ZIP-REFERENCE
           IF UM-REF-COUNT > 1
               SUBTRACT 1 FROM UM-REF-COUNT
           ELSE
               MOVE 0 TO UM-REF-COUNT
           END-IF.

       1210-STORE-REFERENCE-RECORD.
           MOVE ZR-ZIP TO UM-RF-ZIP (UM-REF-COUNT)
           MOVE ZR-CITY TO UM-RF-CITY (UM-REF-COUNT)
           MOVE ZR-STATE TO UM-RF-STATE (UM-REF-COUNT)
           ADD 1 TO UM-REF-COUNT
           PERFORM 1290-READ-REFERENCE-RECORD.

       1290-READ-REFERENCE-RECORD.
           READ ZIP-REFERENCE
               AT END
                   SET UM-REF-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ROLE CHECK: VIEWS NEED INQUIRY; ADDS, EDITS AND DELETES NEED
      * CLERK - A SHIP-TO CHANGE MOVES A CUSTOMER'S SALES TAX TO
      * ANOTHER STATE.  A FAILURE REJECTS TO SUSPENSE AND IS WRITTEN
      * TO THE AUDIT LOG.
      *-----------------------------------------------------------------
       2000-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN UT-ADD
               WHEN UT-EDIT
               WHEN UT-DELETE
                   MOVE 2 TO UM-REQUIRED-ROLE
               WHEN OTHER
                   MOVE 1 TO UM-REQUIRED-ROLE
           END-EVALUATE
           PERFORM 2700-CHECK-OPERATOR-ROLE
           IF UM-AUTH-OK
               PERFORM 2010-DISPATCH-TRANSACTION
           ELSE
               DISPLAY "SHIPMANT: OPERATOR " UT-OPERATOR-ID
                   " NOT AUTHORIZED FOR CUSTOMER " UT-CUSTOMER-ID
                   " - " UM-AUTH-REASON
               MOVE UM-AUTH-REASON TO SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               PERFORM 2550-LOG-AUTH-FAILURE
               ADD 1 TO UM-REJECT-COUNT
               ADD 1 TO UM-AUTH-FAIL-COUNT
           END-IF
           PERFORM 2900-READ-TRANSACTION.

       2010-DISPATCH-TRANSACTION.
           MOVE UT-CUSTOMER-ID TO TA-CUSTOMER-ID OF SHIPTO-RECORD
           MOVE UT-SHIPTO-NUMBER TO TA-SHIPTO-NUMBER OF SHIPTO-RECORD
           EVALUATE TRUE
               WHEN UT-ADD
                   PERFORM 2100-ADD-SHIPTO
               WHEN UT-EDIT
                   PERFORM 2200-EDIT-SHIPTO
               WHEN UT-DELETE
                   PERFORM 2400-DELETE-SHIPTO
               WHEN UT-VIEW
                   PERFORM 2300-VIEW-SHIPTO
               WHEN OTHER
                   DISPLAY "SHIPMANT: TRANSACTION CODE NOT "
                       "RECOGNIZED FOR CUSTOMER " UT-CUSTOMER-ID
                   MOVE "BAD ACTION CODE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
                   ADD 1 TO UM-REJECT-COUNT
           END-EVALUATE.

       2100-ADD-SHIPTO.
           PERFORM 2110-EDIT-CHECK-FIELDS
           IF NOT UM-EDIT-ERROR
               PERFORM 2120-BUILD-SHIPTO-FIELDS
               PERFORM 2600-CHECK-AGAINST-REFERENCE
           END-IF
           IF UM-EDIT-ERROR
               PERFORM 2500-LOG-SUSPENSE-RECORD
               ADD 1 TO UM-REJECT-COUNT
           ELSE
               WRITE SHIPTO-RECORD
                   INVALID KEY
                       DISPLAY "SHIPMANT: SHIP-TO " UT-CUSTOMER-ID
                           "-" UT-SHIPTO-NUMBER
                           " ALREADY ON FILE, ADD REJECTED"
                       MOVE "SHIP-TO ALREADY ON FILE"
                           TO SS-REJECT-REASON
                       PERFORM 2500-LOG-SUSPENSE-RECORD
                       ADD 1 TO UM-REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO UM-ADD-COUNT
                       PERFORM 2150-LOG-SHIPTO-ADD
                       DISPLAY "ADD SHIP-TO " UT-CUSTOMER-ID "-"
                           UT-SHIPTO-NUMBER " COMPLETE"
               END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      * FIELD-LEVEL EDITS APPLIED TO AN ADD TRANSACTION BEFORE IT IS
      * ALLOWED ONTO THE FILE.  AN EDIT TRANSACTION SKIPS THESE AND
      * APPLIES ONLY ITS NONBLANK FIELDS, BUT THE RESULTING ADDRESS
      * MUST STILL PASS THE ZIP REFERENCE CHECK.
      *-----------------------------------------------------------------
       2110-EDIT-CHECK-FIELDS.
           MOVE "N" TO UM-EDIT-ERROR-SWITCH
           MOVE UT-CUSTOMER-ID
               TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NOT ON MASTER" TO SS-REJECT-REASON
                   SET UM-EDIT-ERROR TO TRUE
           END-READ
           IF UT-SHIPTO-NUMBER NOT NUMERIC
                   OR UT-SHIPTO-NUMBER = 0
               MOVE "SHIP-TO NUMBER ZERO OR INVALID"
                   TO SS-REJECT-REASON
               SET UM-EDIT-ERROR TO TRUE
           END-IF
           IF UT-SHIPTO-NAME = SPACES
               MOVE "SHIP-TO NAME MISSING" TO SS-REJECT-REASON
               SET UM-EDIT-ERROR TO TRUE
           END-IF
           IF UT-SHIPTO-ADDRESS = SPACES
               MOVE "SHIP-TO ADDRESS MISSING" TO SS-REJECT-REASON
               SET UM-EDIT-ERROR TO TRUE
           END-IF
           IF UT-SHIPTO-CITY = SPACES
               MOVE "SHIP-TO CITY MISSING" TO SS-REJECT-REASON
               SET UM-EDIT-ERROR TO TRUE
           END-IF
           IF UT-SHIPTO-STATE = SPACES
               MOVE "STATE MISSING" TO SS-REJECT-REASON
               SET UM-EDIT-ERROR TO TRUE
           END-IF
           IF UT-SHIPTO-ZIP NOT NUMERIC
               MOVE "ZIP NOT NUMERIC" TO SS-REJECT-REASON
               SET UM-EDIT-ERROR TO TRUE
           END-IF.

       2120-BUILD-SHIPTO-FIELDS.
           MOVE SPACES TO SHIPTO-RECORD
           MOVE UT-CUSTOMER-ID TO TA-CUSTOMER-ID OF SHIPTO-RECORD
           MOVE UT-SHIPTO-NUMBER TO TA-SHIPTO-NUMBER OF SHIPTO-RECORD
           MOVE UT-SHIPTO-NAME TO TA-SHIPTO-NAME OF SHIPTO-RECORD
           MOVE UT-SHIPTO-ADDRESS
               TO TA-SHIPTO-ADDRESS OF SHIPTO-RECORD
           MOVE UT-SHIPTO-CITY TO TA-SHIPTO-CITY OF SHIPTO-RECORD
           MOVE UT-SHIPTO-STATE TO TA-SHIPTO-STATE OF SHIPTO-RECORD
           MOVE UT-SHIPTO-ZIP-NUM TO TA-SHIPTO-ZIP OF SHIPTO-RECORD.

       2150-LOG-SHIPTO-ADD.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SHIPMANT" TO AU-PROGRAM-NAME
           MOVE "ADD" TO AU-OPERATION
           MOVE UT-CUSTOMER-ID TO AU-CUSTOMER-ID
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE SHIPTO-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE UT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
      * A CHANGE OF ADDRESS ARRIVES AS AN EDIT CARRYING ONLY THE
      * FIELDS THAT CHANGE.
      *-----------------------------------------------------------------
       2200-EDIT-SHIPTO.
           READ SHIPTO-FILE
               INVALID KEY
                   DISPLAY "SHIPMANT: SHIP-TO " UT-CUSTOMER-ID
                       "-" UT-SHIPTO-NUMBER
                       " NOT ON FILE, EDIT REJECTED"
                   MOVE "SHIP-TO NOT ON FILE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
                   ADD 1 TO UM-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 2210-APPLY-EDIT
           END-READ.

       2210-APPLY-EDIT.
           MOVE "N" TO UM-EDIT-ERROR-SWITCH
           MOVE SHIPTO-RECORD TO UM-AUDIT-BEFORE-ENTRY
           IF UT-SHIPTO-NAME NOT = SPACES
               MOVE UT-SHIPTO-NAME TO TA-SHIPTO-NAME OF SHIPTO-RECORD
           END-IF
           IF UT-SHIPTO-ADDRESS NOT = SPACES
               MOVE UT-SHIPTO-ADDRESS
                   TO TA-SHIPTO-ADDRESS OF SHIPTO-RECORD
           END-IF
           IF UT-SHIPTO-CITY NOT = SPACES
               MOVE UT-SHIPTO-CITY TO TA-SHIPTO-CITY OF SHIPTO-RECORD
           END-IF
           IF UT-SHIPTO-STATE NOT = SPACES
               MOVE UT-SHIPTO-STATE
                   TO TA-SHIPTO-STATE OF SHIPTO-RECORD
           END-IF
           IF UT-SHIPTO-ZIP NOT = SPACES
               IF UT-SHIPTO-ZIP NUMERIC
                   MOVE UT-SHIPTO-ZIP-NUM
                       TO TA-SHIPTO-ZIP OF SHIPTO-RECORD
               ELSE
                   MOVE "ZIP NOT NUMERIC" TO SS-REJECT-REASON
                   SET UM-EDIT-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT UM-EDIT-ERROR
               PERFORM 2600-CHECK-AGAINST-REFERENCE
           END-IF
           IF UM-EDIT-ERROR
               DISPLAY "SHIPMANT: SHIP-TO " UT-CUSTOMER-ID
                   "-" UT-SHIPTO-NUMBER " EDIT REJECTED - "
                   SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               ADD 1 TO UM-REJECT-COUNT
           ELSE
               REWRITE SHIPTO-RECORD
               ADD 1 TO UM-EDIT-COUNT
               PERFORM 2250-LOG-SHIPTO-EDIT
               DISPLAY "EDIT SHIP-TO " UT-CUSTOMER-ID "-"
                   UT-SHIPTO-NUMBER " COMPLETE"
           END-IF.

       2250-LOG-SHIPTO-EDIT.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SHIPMANT" TO AU-PROGRAM-NAME
           MOVE "UPDATE" TO AU-OPERATION
           MOVE UT-CUSTOMER-ID TO AU-CUSTOMER-ID
           MOVE UM-AUDIT-BEFORE-ENTRY TO AU-BEFORE-IMAGE
           MOVE SHIPTO-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE UT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2300-VIEW-SHIPTO.
           READ SHIPTO-FILE
               INVALID KEY
                   DISPLAY "SHIPMANT: SHIP-TO " UT-CUSTOMER-ID
                       "-" UT-SHIPTO-NUMBER " NOT ON FILE"
               NOT INVALID KEY
                   DISPLAY "CUSTOMER:     "
                       TA-CUSTOMER-ID OF SHIPTO-RECORD
                   DISPLAY "SHIP-TO:      "
                       TA-SHIPTO-NUMBER OF SHIPTO-RECORD
                   DISPLAY "NAME:         "
                       TA-SHIPTO-NAME OF SHIPTO-RECORD
                   DISPLAY "ADDRESS:      "
                       TA-SHIPTO-ADDRESS OF SHIPTO-RECORD
                   DISPLAY "CITY:         "
                       TA-SHIPTO-CITY OF SHIPTO-RECORD
                   DISPLAY "STATE:        "
                       TA-SHIPTO-STATE OF SHIPTO-RECORD
                   DISPLAY "ZIP:          "
                       TA-SHIPTO-ZIP OF SHIPTO-RECORD
                   ADD 1 TO UM-VIEW-COUNT
           END-READ.

      *-----------------------------------------------------------------
      * A DELETED SHIP-TO'S LAST IMAGE IS KEPT ON THE AUDIT LOG AS
      * THE BEFORE-IMAGE.  OPEN ORDERS STILL CARRYING ITS NUMBER ARE
      * REJECTED BY THE INVOICE RUN AND MUST BE RE-POINTED.
      *-----------------------------------------------------------------
       2400-DELETE-SHIPTO.
           READ SHIPTO-FILE
               INVALID KEY
                   DISPLAY "SHIPMANT: SHIP-TO " UT-CUSTOMER-ID
                       "-" UT-SHIPTO-NUMBER
                       " NOT ON FILE, DELETE REJECTED"
                   MOVE "SHIP-TO NOT ON FILE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
                   ADD 1 TO UM-REJECT-COUNT
               NOT INVALID KEY
                   MOVE SHIPTO-RECORD TO UM-AUDIT-BEFORE-ENTRY
                   DELETE SHIPTO-FILE RECORD
                   ADD 1 TO UM-DELETE-COUNT
                   PERFORM 2450-LOG-SHIPTO-DELETE
                   DISPLAY "DELETE SHIP-TO " UT-CUSTOMER-ID "-"
                       UT-SHIPTO-NUMBER " COMPLETE"
           END-READ.

       2450-LOG-SHIPTO-DELETE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SHIPMANT" TO AU-PROGRAM-NAME
           MOVE "DELETE" TO AU-OPERATION
           MOVE UT-CUSTOMER-ID TO AU-CUSTOMER-ID
           MOVE UM-AUDIT-BEFORE-ENTRY TO AU-BEFORE-IMAGE
           MOVE SPACES TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE UT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2500-LOG-SUSPENSE-RECORD.
           MOVE "SHIPMANT" TO SS-SOURCE-PROGRAM
           MOVE "SHIPMANT" TO SS-TRANS-TYPE
           MOVE MAINT-TRANS-RECORD TO SS-ORIGINAL-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO SS-REJECT-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO SS-REJECT-TIME
           WRITE SHIPTO-SUSPENSE-RECORD.

       2550-LOG-AUTH-FAILURE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "SHIPMANT" TO AU-PROGRAM-NAME
           MOVE "AUTHFAIL" TO AU-OPERATION
           MOVE UT-CUSTOMER-ID TO AU-CUSTOMER-ID
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE SPACES TO AU-AFTER-IMAGE
           STRING "OPERATOR " DELIMITED BY SIZE
               UT-OPERATOR-ID DELIMITED BY SIZE
               " ACTION " DELIMITED BY SIZE
               UT-ACTION-CODE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               UM-AUTH-REASON DELIMITED BY SIZE
               INTO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE UT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
      * THE ZIPVALID CHECKS, APPLIED TO THE SHIP-TO RECORD AS IT
      * WILL BE WRITTEN.  A CITY THAT MATCHES THE REFERENCE ONCE BOTH
      * SIDES ARE UPPER-CASED IS AN UNAMBIGUOUS SPELLING MISMATCH AND
      * IS STORED IN THE REFERENCE SPELLING; THE AUDIT AFTER-IMAGE
      * SHOWS THE CORRECTED CITY.  ANYTHING ELSE REJECTS THE
      * TRANSACTION.
      *-----------------------------------------------------------------
       2600-CHECK-AGAINST-REFERENCE.
           MOVE 0 TO UM-FOUND-IDX
           PERFORM 2610-COMPARE-REFERENCE-ZIP
               VARYING UM-SCAN-IDX FROM 1 BY 1
               UNTIL UM-SCAN-IDX > UM-REF-COUNT
                   OR UM-FOUND-IDX NOT = 0
           EVALUATE TRUE
               WHEN UM-FOUND-IDX = 0
                   MOVE "ZIP NOT ON REFERENCE" TO SS-REJECT-REASON
                   SET UM-EDIT-ERROR TO TRUE
               WHEN TA-SHIPTO-STATE OF SHIPTO-RECORD
                       NOT = UM-RF-STATE (UM-FOUND-IDX)
                   MOVE "STATE DISAGREES WITH ZIP"
                       TO SS-REJECT-REASON
                   SET UM-EDIT-ERROR TO TRUE
               WHEN TA-SHIPTO-CITY OF SHIPTO-RECORD
                       = UM-RF-CITY (UM-FOUND-IDX)
                   CONTINUE
               WHEN OTHER
                   PERFORM 2620-JUDGE-CITY-MISMATCH
           END-EVALUATE.

       2610-COMPARE-REFERENCE-ZIP.
           IF UM-RF-ZIP (UM-SCAN-IDX)
                   = TA-SHIPTO-ZIP OF SHIPTO-RECORD
               MOVE UM-SCAN-IDX TO UM-FOUND-IDX
           END-IF.

       2620-JUDGE-CITY-MISMATCH.
           MOVE FUNCTION UPPER-CASE
               (TA-SHIPTO-CITY OF SHIPTO-RECORD)
               TO UM-SHIPTO-CITY-STD
           MOVE FUNCTION UPPER-CASE (UM-RF-CITY (UM-FOUND-IDX))
               TO UM-REF-CITY-STD
           IF UM-SHIPTO-CITY-STD = UM-REF-CITY-STD
               MOVE UM-RF-CITY (UM-FOUND-IDX)
                   TO TA-SHIPTO-CITY OF SHIPTO-RECORD
               ADD 1 TO UM-CITY-FIX-COUNT
               DISPLAY "SHIPMANT: SHIP-TO " UT-CUSTOMER-ID "-"
                   UT-SHIPTO-NUMBER " CITY CORRECTED TO "
                   UM-RF-CITY (UM-FOUND-IDX)
           ELSE
               MOVE "CITY DISAGREES WITH ZIP" TO SS-REJECT-REASON
               SET UM-EDIT-ERROR TO TRUE
           END-IF.

       2700-CHECK-OPERATOR-ROLE.
           MOVE "N" TO UM-AUTH-OK-SWITCH
           MOVE 0 TO UM-OPER-FOUND-IDX
           PERFORM 2710-COMPARE-OPERATOR
               VARYING UM-OPER-IDX FROM 1 BY 1
               UNTIL UM-OPER-IDX > UM-OPER-COUNT
                   OR UM-OPER-FOUND-IDX NOT = 0
           EVALUATE TRUE
               WHEN UT-OPERATOR-ID = SPACES
                   MOVE "OPERATOR ID MISSING" TO UM-AUTH-REASON
               WHEN UM-OPER-FOUND-IDX = 0
                   MOVE "OPERATOR NOT ON FILE" TO UM-AUTH-REASON
               WHEN UM-CR-LOCKED-FLAG (UM-OPER-FOUND-IDX) = "Y"
                   MOVE "OPERATOR LOCKED" TO UM-AUTH-REASON
               WHEN UM-CR-ROLE (UM-OPER-FOUND-IDX)
                       < UM-REQUIRED-ROLE
                   MOVE "ROLE BELOW ACTION LEVEL" TO UM-AUTH-REASON
               WHEN OTHER
                   MOVE SPACES TO UM-AUTH-REASON
                   SET UM-AUTH-OK TO TRUE
           END-EVALUATE.

       2710-COMPARE-OPERATOR.
           IF UM-CR-USER-ID (UM-OPER-IDX) = UT-OPERATOR-ID
               MOVE UM-OPER-IDX TO UM-OPER-FOUND-IDX
           END-IF.

       2900-READ-TRANSACTION.
           READ MAINT-TRANS
               AT END
                   MOVE "Y" TO UM-TRANS-EOF-SWITCH
           END-READ.

       3000-TERMINATE.
           DISPLAY "SHIP-TOS ADDED:        " UM-ADD-COUNT
           DISPLAY "SHIP-TOS EDITED:       " UM-EDIT-COUNT
           DISPLAY "SHIP-TOS DELETED:      " UM-DELETE-COUNT
           DISPLAY "SHIP-TOS VIEWED:       " UM-VIEW-COUNT
           DISPLAY "CITY SPELLINGS FIXED:  " UM-CITY-FIX-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " UM-REJECT-COUNT
           DISPLAY "AUTHORIZATION FAILURES: " UM-AUTH-FAIL-COUNT
           CLOSE SHIPTO-FILE
           CLOSE CUSTOMER-MASTER
           CLOSE MAINT-TRANS
           CLOSE AUDIT-LOG
           CLOSE SHIPTO-SUSPENSE.

       COPY ABENDPAR.

       END PROGRAM SHIPMANT.
