      ******************************************************************
      * PROGRAM-ID.    SODRPT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - SECURITY
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       MONTHLY SEGREGATION-OF-DUTIES CONFLICT REPORT.
      *                THE SODRULE FILE LISTS PAIRS OF FUNCTIONS THE
      *                SAME PERSON MUST NOT BOTH PERFORM ON ONE
      *                CUSTOMER, VENDOR OR INVOICE.  A FUNCTION IS A
      *                PROGRAM NAME AND AN OPERATION AS THEY APPEAR ON
      *                THE AUDIT LOG (A BLANK OPERATION MEANS ANY
      *                OPERATION OF THAT PROGRAM), PLUS THE ROLE LEVEL
      *                THAT GRANTS IT.  ACTIVITY IS GATHERED FROM:
      *                  AUDITLOG - EVERY ENTRY CARRYING AN OPERATOR
      *                             ID, KEYED BY AU-CUSTOMER-ID (THE
      *                             CUSTOMER OR VENDOR MAINTAINED).
      *                             AUTHORIZATION FAILURES ARE NOT
      *                             ACTIVITY.
      *                  POMAST   - EACH ORDER'S APPROVING BUYER AS
      *                             POCREATE APPROVE, KEYED BY VENDOR.
      *                  WOTRAN   - EACH WRITE-OFF REQUEST'S ENTERING
      *                             OPERATOR AS WRITEOFF ENTER AND ITS
      *                             APPROVER AS WRITEOFF APPROVE,
      *                             KEYED BY INVOICE.
      *                PART 1 LISTS EVERY OPERATOR WHO PERFORMED BOTH
      *                SIDES OF A RULE ON THE SAME KEY, ONCE PER RULE,
      *                OPERATOR AND KEY.  PART 2 LISTS EVERY CREDMAST
      *                USER WHOSE ROLE LEVEL GRANTS BOTH SIDES OF A
      *                RULE, USED OR NOT.  ENDS RC 4 WHEN ANY CONFLICT
      *                WAS EXERCISED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODRPT.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - SECURITY.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOD-RULE-FILE ASSIGN TO "SODRULE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-SODRULE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-AUDITLOG-STATUS.
           SELECT PO-MASTER ASSIGN TO "POMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-POMAST-STATUS.
           SELECT WRITEOFF-TRANS ASSIGN TO "WOTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-WOTRAN-STATUS.
           SELECT CREDENTIALS-MASTER ASSIGN TO "CREDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DU-CREDMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SOD-RULE-FILE
           RECORDING MODE IS F.
       01  SOD-RULE-RECORD.
           05  DR-RULE-ID              PIC X(04).
           05  DR-KEY-TYPE             PIC X(01).
               88  DR-KEY-VALID        VALUE "C" "V" "I".
           05  DR-A-PROGRAM            PIC X(08).
           05  DR-A-OPERATION          PIC X(08).
           05  DR-A-ROLE               PIC X(01).
           05  DR-B-PROGRAM            PIC X(08).
           05  DR-B-OPERATION          PIC X(08).
           05  DR-B-ROLE               PIC X(01).
           05  DR-DESCRIPTION          PIC X(30).
           05  FILLER                  PIC X(11).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       FD  PO-MASTER
           RECORDING MODE IS F.
       01  PO-MASTER-RECORD.
           COPY POMAST.

       FD  WRITEOFF-TRANS
           RECORDING MODE IS F.
       01  WRITEOFF-TRANS-RECORD.
           COPY WOTRAN.

       FD  CREDENTIALS-MASTER
           RECORDING MODE IS F.
       01  CREDENTIALS-RECORD.
           COPY CREDREC.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  DU-SODRULE-STATUS           PIC X(02) VALUE "00".
           88  DU-SODRULE-OK           VALUE "00".
           88  DU-SODRULE-EOF          VALUE "10".
       01  DU-AUDITLOG-STATUS          PIC X(02) VALUE "00".
           88  DU-AUDITLOG-OK          VALUE "00".
           88  DU-AUDITLOG-EOF         VALUE "10".
           88  DU-AUDITLOG-NOTFOUND    VALUE "35".
       01  DU-POMAST-STATUS            PIC X(02) VALUE "00".
           88  DU-POMAST-OK            VALUE "00".
           88  DU-POMAST-EOF           VALUE "10".
           88  DU-POMAST-NOTFOUND      VALUE "35".
       01  DU-WOTRAN-STATUS            PIC X(02) VALUE "00".
           88  DU-WOTRAN-OK            VALUE "00".
           88  DU-WOTRAN-EOF           VALUE "10".
           88  DU-WOTRAN-NOTFOUND      VALUE "35".
       01  DU-CREDMAST-STATUS          PIC X(02) VALUE "00".
           88  DU-CREDMAST-OK          VALUE "00".
           88  DU-CREDMAST-EOF         VALUE "10".
           88  DU-CREDMAST-NOTFOUND    VALUE "35".

       01  DU-SWITCHES.
           05  DU-RULE-EOF-SWITCH      PIC X(01) VALUE "N".
               88  DU-RULE-END         VALUE "Y".
           05  DU-AUDIT-EOF-SWITCH     PIC X(01) VALUE "N".
               88  DU-AUDIT-END        VALUE "Y".
           05  DU-PO-EOF-SWITCH        PIC X(01) VALUE "N".
               88  DU-PO-END           VALUE "Y".
           05  DU-WO-EOF-SWITCH        PIC X(01) VALUE "N".
               88  DU-WO-END           VALUE "Y".
           05  DU-CRED-EOF-SWITCH      PIC X(01) VALUE "N".
               88  DU-CRED-END         VALUE "Y".
           05  DU-MATCH-SWITCH         PIC X(01) VALUE "N".
               88  DU-SIDE-MATCHED     VALUE "Y".

       01  DU-COUNTERS.
           05  DU-RULE-COUNT           PIC 9(04) COMP VALUE 0.
           05  DU-MAX-RULES            PIC 9(04) COMP VALUE 100.
           05  DU-RULE-IDX             PIC 9(04) COMP VALUE 0.
           05  DU-RULE-FOUND-IDX       PIC 9(04) COMP VALUE 0.
           05  DU-RULES-REJECTED       PIC 9(04) COMP VALUE 0.
           05  DU-ACT-COUNT            PIC 9(05) COMP VALUE 0.
           05  DU-MAX-ACTS             PIC 9(05) COMP VALUE 5000.
           05  DU-ACT-IDX              PIC 9(05) COMP VALUE 0.
           05  DU-ACT2-IDX             PIC 9(05) COMP VALUE 0.
           05  DU-VIOL-COUNT           PIC 9(04) COMP VALUE 0.
           05  DU-MAX-VIOLS            PIC 9(04) COMP VALUE 1000.
           05  DU-VIOL-IDX             PIC 9(04) COMP VALUE 0.
           05  DU-VIOL-FOUND-IDX       PIC 9(04) COMP VALUE 0.
           05  DU-AUDIT-READ           PIC 9(07) COMP VALUE 0.
           05  DU-PO-READ              PIC 9(07) COMP VALUE 0.
           05  DU-WO-READ              PIC 9(07) COMP VALUE 0.
           05  DU-USERS-READ           PIC 9(05) COMP VALUE 0.
           05  DU-GRANT-COUNT          PIC 9(05) COMP VALUE 0.

      *-----------------------------------------------------------------
      * ONE UNIT OF ACTIVITY ON ITS WAY INTO THE TABLE, AND THE SIDE
      * OF A RULE AN ACTIVITY IS BEING TESTED AGAINST.
      *-----------------------------------------------------------------
       01  DU-NEW-ACTIVITY.
           05  DU-NA-OPERATOR          PIC X(08).
           05  DU-NA-PROGRAM           PIC X(08).
           05  DU-NA-OPERATION         PIC X(08).
           05  DU-NA-KEY               PIC 9(06).
           05  DU-NA-DATE              PIC 9(08).

       01  DU-TEST-SIDE.
           05  DU-TS-PROGRAM           PIC X(08).
           05  DU-TS-OPERATION         PIC X(08).
       01  DU-TEST-ACT-IDX             PIC 9(05) COMP VALUE 0.

       01  DU-USER-ROLE                PIC 9(01) VALUE 0.

       01  DU-RULE-TABLE.
           05  DU-RULE-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON DU-RULE-COUNT
                   INDEXED BY DU-RL-TIDX.
               10  DU-RL-RULE-ID       PIC X(04).
               10  DU-RL-KEY-TYPE      PIC X(01).
               10  DU-RL-A-PROGRAM     PIC X(08).
               10  DU-RL-A-OPERATION   PIC X(08).
               10  DU-RL-A-ROLE        PIC 9(01).
               10  DU-RL-B-PROGRAM     PIC X(08).
               10  DU-RL-B-OPERATION   PIC X(08).
               10  DU-RL-B-ROLE        PIC 9(01).
               10  DU-RL-DESCRIPTION   PIC X(30).
               10  DU-RL-VIOL-COUNT    PIC 9(04) COMP.
               10  DU-RL-GRANT-COUNT   PIC 9(05) COMP.

       01  DU-ACTIVITY-TABLE.
           05  DU-ACT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON DU-ACT-COUNT
                   INDEXED BY DU-AC-TIDX.
               10  DU-AC-OPERATOR      PIC X(08).
               10  DU-AC-PROGRAM       PIC X(08).
               10  DU-AC-OPERATION     PIC X(08).
               10  DU-AC-KEY           PIC 9(06).
               10  DU-AC-DATE          PIC 9(08).

       01  DU-VIOLATION-TABLE.
           05  DU-VIOL-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON DU-VIOL-COUNT
                   INDEXED BY DU-VL-TIDX.
               10  DU-VL-RULE-IDX      PIC 9(04) COMP.
               10  DU-VL-A-ACT-IDX     PIC 9(05) COMP.
               10  DU-VL-B-ACT-IDX     PIC 9(05) COMP.

       01  DU-VIOLATION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DU-VL-RULE-ID           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DU-VL-OPERATOR          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DU-VL-KEY-TYPE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DU-VL-KEY               PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DU-VL-A-PROGRAM         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DU-VL-A-OPERATION       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DU-VL-A-DATE            PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DU-VL-B-PROGRAM         PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DU-VL-B-OPERATION       PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DU-VL-B-DATE            PIC 9(08).

       01  DU-GRANT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DU-GL-RULE-ID           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DU-GL-USER-ID           PIC X(08).
           05  FILLER                  PIC X(07) VALUE "  ROLE ".
           05  DU-GL-ROLE              PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DU-GL-LOCKED            PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DU-GL-DESCRIPTION       PIC X(30).

       01  DU-RULE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DU-RS-RULE-ID           PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DU-RS-DESCRIPTION       PIC X(30).
           05  FILLER                  PIC X(13)
                   VALUE "  EXERCISED: ".
           05  DU-RS-VIOL-COUNT        PIC ZZZ9.
           05  FILLER                  PIC X(11) VALUE "  GRANTED: ".
           05  DU-RS-GRANT-COUNT       PIC ZZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-AUDIT-ACTIVITY
           PERFORM 3000-LOAD-PO-APPROVALS
           PERFORM 4000-LOAD-WRITEOFF-ACTIVITY
           PERFORM 5000-FIND-CONFLICTS
           PERFORM 6000-REPORT-ROLE-GRANTS
           PERFORM 7000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "SODRPT" TO RH-PROGRAM-NAME
           MOVE "SEGREGATION-OF-DUTIES CONFLICT REPORT"
               TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-RULES.

      *-----------------------------------------------------------------
      * WITHOUT RULES THERE IS NOTHING TO AUDIT, SO A MISSING OR
      * EMPTY RULES FILE STOPS THE RUN RATHER THAN PRINTING A CLEAN
      * REPORT.  A MALFORMED RULE IS LISTED AND SKIPPED.
      *-----------------------------------------------------------------
       1100-LOAD-RULES.
           MOVE 1 TO DU-RULE-COUNT
           OPEN INPUT SOD-RULE-FILE
           IF NOT DU-SODRULE-OK
               MOVE "SODRPT" TO AB-PROGRAM-ID
               MOVE "SODRULE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE DU-SODRULE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1190-READ-RULE
           PERFORM 1110-STORE-RULE
               UNTIL DU-RULE-END
                   OR DU-RULE-COUNT > DU-MAX-RULES
           IF NOT DU-RULE-END
               DISPLAY "SODRPT: RULE TABLE FULL AT "
                   DU-MAX-RULES " - RUN STOPPED"
               MOVE "SODRPT" TO AB-PROGRAM-ID
               MOVE "SODRULE" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE DU-SODRULE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           CLOSE SOD-RULE-FILE
           SUBTRACT 1 FROM DU-RULE-COUNT
           IF DU-RULE-COUNT = 0
               DISPLAY "SODRPT: NO VALID RULES ON SODRULE - RUN STOPPED"
               MOVE "SODRPT" TO AB-PROGRAM-ID
               MOVE "SODRULE" TO AB-FILE-NAME
               MOVE "NO RULES" TO AB-OPERATION
               MOVE DU-SODRULE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

       1110-STORE-RULE.
           IF DR-RULE-ID = SPACES
                   OR NOT DR-KEY-VALID
                   OR DR-A-PROGRAM = SPACES
                   OR DR-B-PROGRAM = SPACES
                   OR DR-A-ROLE NOT NUMERIC
                   OR DR-B-ROLE NOT NUMERIC
               DISPLAY "SODRPT: RULE '" SOD-RULE-RECORD (1:39)
                   "' INVALID - IGNORED"
               ADD 1 TO DU-RULES-REJECTED
           ELSE
               MOVE DR-RULE-ID TO DU-RL-RULE-ID (DU-RULE-COUNT)
               MOVE DR-KEY-TYPE TO DU-RL-KEY-TYPE (DU-RULE-COUNT)
               MOVE DR-A-PROGRAM TO DU-RL-A-PROGRAM (DU-RULE-COUNT)
               MOVE DR-A-OPERATION
                   TO DU-RL-A-OPERATION (DU-RULE-COUNT)
               MOVE DR-A-ROLE TO DU-RL-A-ROLE (DU-RULE-COUNT)
               MOVE DR-B-PROGRAM TO DU-RL-B-PROGRAM (DU-RULE-COUNT)
               MOVE DR-B-OPERATION
                   TO DU-RL-B-OPERATION (DU-RULE-COUNT)
               MOVE DR-B-ROLE TO DU-RL-B-ROLE (DU-RULE-COUNT)
               MOVE DR-DESCRIPTION
                   TO DU-RL-DESCRIPTION (DU-RULE-COUNT)
               MOVE 0 TO DU-RL-VIOL-COUNT (DU-RULE-COUNT)
               MOVE 0 TO DU-RL-GRANT-COUNT (DU-RULE-COUNT)
               ADD 1 TO DU-RULE-COUNT
           END-IF
           PERFORM 1190-READ-RULE.

       1190-READ-RULE.
           READ SOD-RULE-FILE
               AT END
                   SET DU-RULE-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * AUDIT LOG: EVERY ENTRY WITH AN OPERATOR ID IS ACTIVITY EXCEPT
      * AN AUTHORIZATION FAILURE, WHICH RECORDS A REFUSED ATTEMPT.
      * A MISSING LOG MEANS NO AUDITED ACTIVITY.
      *-----------------------------------------------------------------
       2000-LOAD-AUDIT-ACTIVITY.
           OPEN INPUT AUDIT-LOG
           IF DU-AUDITLOG-NOTFOUND
               SET DU-AUDIT-END TO TRUE
           ELSE
               IF NOT DU-AUDITLOG-OK AND NOT DU-AUDITLOG-EOF
                   MOVE "SODRPT" TO AB-PROGRAM-ID
                   MOVE "AUDITLOG" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE DU-AUDITLOG-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-AUDIT-RECORD
               PERFORM 2100-TAKE-AUDIT-RECORD
                   UNTIL DU-AUDIT-END
               CLOSE AUDIT-LOG
           END-IF.

       2100-TAKE-AUDIT-RECORD.
           ADD 1 TO DU-AUDIT-READ
           IF AU-OPERATION NOT = "AUTHFAIL"
               MOVE AU-OPERATOR-ID TO DU-NA-OPERATOR
               MOVE AU-PROGRAM-NAME TO DU-NA-PROGRAM
               MOVE AU-OPERATION TO DU-NA-OPERATION
               MOVE AU-CUSTOMER-ID TO DU-NA-KEY
               MOVE AU-LOG-DATE TO DU-NA-DATE
               PERFORM 8200-STORE-ACTIVITY
           END-IF
           PERFORM 2900-READ-AUDIT-RECORD.

       2900-READ-AUDIT-RECORD.
           MOVE SPACES TO AUDIT-LOG-RECORD
           READ AUDIT-LOG
               AT END
                   SET DU-AUDIT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * PO MASTER: THE BUYER WHO APPROVED EACH ORDER, AGAINST THE
      * ORDER'S VENDOR.
      *-----------------------------------------------------------------
       3000-LOAD-PO-APPROVALS.
           OPEN INPUT PO-MASTER
           IF DU-POMAST-NOTFOUND
               SET DU-PO-END TO TRUE
           ELSE
               IF NOT DU-POMAST-OK AND NOT DU-POMAST-EOF
                   MOVE "SODRPT" TO AB-PROGRAM-ID
                   MOVE "POMAST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE DU-POMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 3900-READ-PO-RECORD
               PERFORM 3100-TAKE-PO-RECORD
                   UNTIL DU-PO-END
               CLOSE PO-MASTER
           END-IF.

       3100-TAKE-PO-RECORD.
           ADD 1 TO DU-PO-READ
           MOVE PO-APPROVED-BY TO DU-NA-OPERATOR
           MOVE "POCREATE" TO DU-NA-PROGRAM
           MOVE "APPROVE" TO DU-NA-OPERATION
           MOVE PO-VENDOR-ID TO DU-NA-KEY
           MOVE PO-ORDER-DATE TO DU-NA-DATE
           PERFORM 8200-STORE-ACTIVITY
           PERFORM 3900-READ-PO-RECORD.

       3900-READ-PO-RECORD.
           MOVE SPACES TO PO-MASTER-RECORD
           READ PO-MASTER
               AT END
                   SET DU-PO-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * WRITE-OFF TRANSACTIONS: TWO UNITS OF ACTIVITY EACH - WHO
      * ENTERED THE REQUEST AND WHO APPROVED IT - AGAINST THE INVOICE.
      *-----------------------------------------------------------------
       4000-LOAD-WRITEOFF-ACTIVITY.
           OPEN INPUT WRITEOFF-TRANS
           IF DU-WOTRAN-NOTFOUND
               SET DU-WO-END TO TRUE
           ELSE
               IF NOT DU-WOTRAN-OK AND NOT DU-WOTRAN-EOF
                   MOVE "SODRPT" TO AB-PROGRAM-ID
                   MOVE "WOTRAN" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE DU-WOTRAN-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 4900-READ-WRITEOFF-TRANS
               PERFORM 4100-TAKE-WRITEOFF-TRANS
                   UNTIL DU-WO-END
               CLOSE WRITEOFF-TRANS
           END-IF.

       4100-TAKE-WRITEOFF-TRANS.
           ADD 1 TO DU-WO-READ
           MOVE "WRITEOFF" TO DU-NA-PROGRAM
           MOVE WT-INVOICE-NUMBER TO DU-NA-KEY
           IF WT-ENTRY-DATE IS NUMERIC
               MOVE WT-ENTRY-DATE TO DU-NA-DATE
           ELSE
               MOVE 0 TO DU-NA-DATE
           END-IF
           MOVE WT-ENTERED-BY TO DU-NA-OPERATOR
           MOVE "ENTER" TO DU-NA-OPERATION
           PERFORM 8200-STORE-ACTIVITY
           MOVE WT-APPROVED-BY TO DU-NA-OPERATOR
           MOVE "APPROVE" TO DU-NA-OPERATION
           PERFORM 8200-STORE-ACTIVITY
           PERFORM 4900-READ-WRITEOFF-TRANS.

       4900-READ-WRITEOFF-TRANS.
           MOVE SPACES TO WRITEOFF-TRANS-RECORD
           READ WRITEOFF-TRANS
               AT END
                   SET DU-WO-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * PART 1.  FOR EACH RULE, EVERY SIDE-A ACTIVITY IS PAIRED WITH
      * ANY SIDE-B ACTIVITY BY THE SAME OPERATOR ON THE SAME KEY.
      * ONE LINE PER RULE, OPERATOR AND KEY, SHOWING THE FIRST PAIR.
      *-----------------------------------------------------------------
       5000-FIND-CONFLICTS.
           PERFORM 5100-CHECK-ONE-RULE
               VARYING DU-RULE-IDX FROM 1 BY 1
               UNTIL DU-RULE-IDX > DU-RULE-COUNT
           DISPLAY " "
           DISPLAY "PART 1 - CONFLICTS EXERCISED"
           DISPLAY " RULE  OPERATOR  KEY              "
               "SIDE A                      SIDE B"
           IF DU-VIOL-COUNT = 0
               DISPLAY " NO OPERATOR PERFORMED BOTH SIDES OF A RULE"
           END-IF
           PERFORM 5900-PRINT-VIOLATION
               VARYING DU-VIOL-IDX FROM 1 BY 1
               UNTIL DU-VIOL-IDX > DU-VIOL-COUNT.

       5100-CHECK-ONE-RULE.
           PERFORM 5200-CHECK-SIDE-A-ACTIVITY
               VARYING DU-ACT-IDX FROM 1 BY 1
               UNTIL DU-ACT-IDX > DU-ACT-COUNT.

       5200-CHECK-SIDE-A-ACTIVITY.
           MOVE DU-RL-A-PROGRAM (DU-RULE-IDX) TO DU-TS-PROGRAM
           MOVE DU-RL-A-OPERATION (DU-RULE-IDX) TO DU-TS-OPERATION
           MOVE DU-ACT-IDX TO DU-TEST-ACT-IDX
           PERFORM 8300-TEST-SIDE-MATCH
           IF DU-SIDE-MATCHED
               PERFORM 5300-CHECK-SIDE-B-ACTIVITY
                   VARYING DU-ACT2-IDX FROM 1 BY 1
                   UNTIL DU-ACT2-IDX > DU-ACT-COUNT
           END-IF.

       5300-CHECK-SIDE-B-ACTIVITY.
           IF DU-ACT2-IDX NOT = DU-ACT-IDX
                   AND DU-AC-OPERATOR (DU-ACT2-IDX)
                       = DU-AC-OPERATOR (DU-ACT-IDX)
                   AND DU-AC-KEY (DU-ACT2-IDX) = DU-AC-KEY (DU-ACT-IDX)
               MOVE DU-RL-B-PROGRAM (DU-RULE-IDX) TO DU-TS-PROGRAM
               MOVE DU-RL-B-OPERATION (DU-RULE-IDX)
                   TO DU-TS-OPERATION
               MOVE DU-ACT2-IDX TO DU-TEST-ACT-IDX
               PERFORM 8300-TEST-SIDE-MATCH
               IF DU-SIDE-MATCHED
                   PERFORM 5400-RECORD-VIOLATION
               END-IF
           END-IF.

       5400-RECORD-VIOLATION.
           MOVE 0 TO DU-VIOL-FOUND-IDX
           PERFORM 5410-COMPARE-VIOLATION
               VARYING DU-VIOL-IDX FROM 1 BY 1
               UNTIL DU-VIOL-IDX > DU-VIOL-COUNT
                   OR DU-VIOL-FOUND-IDX NOT = 0
           IF DU-VIOL-FOUND-IDX = 0
               IF DU-VIOL-COUNT NOT < DU-MAX-VIOLS
                   DISPLAY "SODRPT: VIOLATION TABLE FULL AT "
                       DU-MAX-VIOLS " - RUN STOPPED"
                   MOVE "SODRPT" TO AB-PROGRAM-ID
                   MOVE "SODRULE" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE SPACES TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO DU-VIOL-COUNT
               MOVE DU-RULE-IDX TO DU-VL-RULE-IDX (DU-VIOL-COUNT)
               MOVE DU-ACT-IDX TO DU-VL-A-ACT-IDX (DU-VIOL-COUNT)
               MOVE DU-ACT2-IDX TO DU-VL-B-ACT-IDX (DU-VIOL-COUNT)
               ADD 1 TO DU-RL-VIOL-COUNT (DU-RULE-IDX)
           END-IF.

       5410-COMPARE-VIOLATION.
           IF DU-VL-RULE-IDX (DU-VIOL-IDX) = DU-RULE-IDX
                   AND DU-AC-OPERATOR (DU-VL-A-ACT-IDX (DU-VIOL-IDX))
                       = DU-AC-OPERATOR (DU-ACT-IDX)
                   AND DU-AC-KEY (DU-VL-A-ACT-IDX (DU-VIOL-IDX))
                       = DU-AC-KEY (DU-ACT-IDX)
               MOVE DU-VIOL-IDX TO DU-VIOL-FOUND-IDX
           END-IF.

       5900-PRINT-VIOLATION.
           MOVE DU-VL-RULE-IDX (DU-VIOL-IDX) TO DU-RULE-IDX
           MOVE DU-VL-A-ACT-IDX (DU-VIOL-IDX) TO DU-ACT-IDX
           MOVE DU-VL-B-ACT-IDX (DU-VIOL-IDX) TO DU-ACT2-IDX
           MOVE DU-RL-RULE-ID (DU-RULE-IDX) TO DU-VL-RULE-ID
           MOVE DU-AC-OPERATOR (DU-ACT-IDX) TO DU-VL-OPERATOR
           EVALUATE DU-RL-KEY-TYPE (DU-RULE-IDX)
               WHEN "C"
                   MOVE "CUSTOMER" TO DU-VL-KEY-TYPE
               WHEN "V"
                   MOVE "VENDOR" TO DU-VL-KEY-TYPE
               WHEN OTHER
                   MOVE "INVOICE" TO DU-VL-KEY-TYPE
           END-EVALUATE
           MOVE DU-AC-KEY (DU-ACT-IDX) TO DU-VL-KEY
           MOVE DU-AC-PROGRAM (DU-ACT-IDX) TO DU-VL-A-PROGRAM
           MOVE DU-AC-OPERATION (DU-ACT-IDX) TO DU-VL-A-OPERATION
           MOVE DU-AC-DATE (DU-ACT-IDX) TO DU-VL-A-DATE
           MOVE DU-AC-PROGRAM (DU-ACT2-IDX) TO DU-VL-B-PROGRAM
           MOVE DU-AC-OPERATION (DU-ACT2-IDX) TO DU-VL-B-OPERATION
           MOVE DU-AC-DATE (DU-ACT2-IDX) TO DU-VL-B-DATE
           DISPLAY DU-VIOLATION-LINE.

      *-----------------------------------------------------------------
      * PART 2.  ROLE LEVELS ARE CUMULATIVE, SO A USER HOLDS BOTH
      * SIDES OF A RULE WHEN THE ROLE MEETS THE HIGHER OF THE TWO
      * LEVELS.  A BLANK OR ZERO ROLE GRANTS NOTHING.  LOCKED USERS
      * ARE LISTED TOO - A LOCK IS LIFTED BY A RESET, NOT A REVIEW.
      *-----------------------------------------------------------------
       6000-REPORT-ROLE-GRANTS.
           DISPLAY " "
           DISPLAY "PART 2 - USERS WHOSE ROLE GRANTS BOTH SIDES"
           DISPLAY " RULE  USER ID   ROLE    STATUS  CONFLICT"
           OPEN INPUT CREDENTIALS-MASTER
           IF DU-CREDMAST-NOTFOUND
               SET DU-CRED-END TO TRUE
           ELSE
               IF NOT DU-CREDMAST-OK AND NOT DU-CREDMAST-EOF
                   MOVE "SODRPT" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE DU-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 6900-READ-CREDENTIALS-RECORD
               PERFORM 6100-CHECK-ONE-USER
                   UNTIL DU-CRED-END
               CLOSE CREDENTIALS-MASTER
           END-IF
           IF DU-GRANT-COUNT = 0
               DISPLAY " NO USER'S ROLE GRANTS BOTH SIDES OF A RULE"
           END-IF.

       6100-CHECK-ONE-USER.
           ADD 1 TO DU-USERS-READ
           IF CR-ROLE-LEVEL IS NUMERIC
               MOVE CR-ROLE-LEVEL TO DU-USER-ROLE
           ELSE
               MOVE 0 TO DU-USER-ROLE
           END-IF
           IF DU-USER-ROLE > 0
               PERFORM 6200-CHECK-USER-AGAINST-RULE
                   VARYING DU-RULE-IDX FROM 1 BY 1
                   UNTIL DU-RULE-IDX > DU-RULE-COUNT
           END-IF
           PERFORM 6900-READ-CREDENTIALS-RECORD.

       6200-CHECK-USER-AGAINST-RULE.
           IF DU-USER-ROLE NOT < DU-RL-A-ROLE (DU-RULE-IDX)
                   AND DU-USER-ROLE NOT < DU-RL-B-ROLE (DU-RULE-IDX)
               MOVE DU-RL-RULE-ID (DU-RULE-IDX) TO DU-GL-RULE-ID
               MOVE CR-USER-ID TO DU-GL-USER-ID
               MOVE DU-USER-ROLE TO DU-GL-ROLE
               IF CR-LOCKED
                   MOVE "LOCKED" TO DU-GL-LOCKED
               ELSE
                   MOVE "ACTIVE" TO DU-GL-LOCKED
               END-IF
               MOVE DU-RL-DESCRIPTION (DU-RULE-IDX)
                   TO DU-GL-DESCRIPTION
               DISPLAY DU-GRANT-LINE
               ADD 1 TO DU-RL-GRANT-COUNT (DU-RULE-IDX)
               ADD 1 TO DU-GRANT-COUNT
           END-IF.

       6900-READ-CREDENTIALS-RECORD.
           READ CREDENTIALS-MASTER
               AT END
                   SET DU-CRED-END TO TRUE
           END-READ.

       7000-TERMINATE.
           DISPLAY " "
           DISPLAY "RULE SUMMARY"
           PERFORM 7100-PRINT-RULE-SUMMARY
               VARYING DU-RULE-IDX FROM 1 BY 1
               UNTIL DU-RULE-IDX > DU-RULE-COUNT
           DISPLAY " "
           DISPLAY "RULES LOADED:          " DU-RULE-COUNT
           DISPLAY "RULES REJECTED:        " DU-RULES-REJECTED
           DISPLAY "AUDIT RECORDS READ:    " DU-AUDIT-READ
           DISPLAY "PO RECORDS READ:       " DU-PO-READ
           DISPLAY "WRITE-OFFS READ:       " DU-WO-READ
           DISPLAY "ACTIVITIES ON RULES:   " DU-ACT-COUNT
           DISPLAY "CONFLICTS EXERCISED:   " DU-VIOL-COUNT
           DISPLAY "USERS READ:            " DU-USERS-READ
           DISPLAY "ROLE GRANTS OF BOTH:   " DU-GRANT-COUNT
           IF DU-VIOL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 8100-PRINT-REPORT-FOOTER.

       7100-PRINT-RULE-SUMMARY.
           MOVE DU-RL-RULE-ID (DU-RULE-IDX) TO DU-RS-RULE-ID
           MOVE DU-RL-DESCRIPTION (DU-RULE-IDX) TO DU-RS-DESCRIPTION
           MOVE DU-RL-VIOL-COUNT (DU-RULE-IDX) TO DU-RS-VIOL-COUNT
           MOVE DU-RL-GRANT-COUNT (DU-RULE-IDX) TO DU-RS-GRANT-COUNT
           DISPLAY DU-RULE-LINE.

      *-----------------------------------------------------------------
      * ACTIVITY WITH NO OPERATOR (AUTOMATIC ACTIONS, RECORDS WRITTEN
      * BEFORE OPERATOR IDS WERE KEPT) CANNOT CONFLICT, AND ACTIVITY
      * ON NO RULE'S SIDE IS NOT WORTH A TABLE SLOT.
      *-----------------------------------------------------------------
       8200-STORE-ACTIVITY.
           IF DU-NA-OPERATOR NOT = SPACES
               MOVE 0 TO DU-RULE-FOUND-IDX
               PERFORM 8210-CHECK-RULE-SIDES
                   VARYING DU-RULE-IDX FROM 1 BY 1
                   UNTIL DU-RULE-IDX > DU-RULE-COUNT
                       OR DU-RULE-FOUND-IDX NOT = 0
               IF DU-RULE-FOUND-IDX NOT = 0
                   IF DU-ACT-COUNT NOT < DU-MAX-ACTS
                       DISPLAY "SODRPT: ACTIVITY TABLE FULL AT "
                           DU-MAX-ACTS " - RUN STOPPED"
                       MOVE "SODRPT" TO AB-PROGRAM-ID
                       MOVE "AUDITLOG" TO AB-FILE-NAME
                       MOVE "TBL FULL" TO AB-OPERATION
                       MOVE SPACES TO AB-STATUS-CODE
                       PERFORM 9999-ABEND-ROUTINE
                   END-IF
                   ADD 1 TO DU-ACT-COUNT
                   MOVE DU-NEW-ACTIVITY TO DU-ACT-ENTRY (DU-ACT-COUNT)
               END-IF
           END-IF.

       8210-CHECK-RULE-SIDES.
           IF DU-NA-PROGRAM = DU-RL-A-PROGRAM (DU-RULE-IDX)
                   AND (DU-RL-A-OPERATION (DU-RULE-IDX) = SPACES
                       OR DU-NA-OPERATION
                           = DU-RL-A-OPERATION (DU-RULE-IDX))
               MOVE DU-RULE-IDX TO DU-RULE-FOUND-IDX
           END-IF
           IF DU-NA-PROGRAM = DU-RL-B-PROGRAM (DU-RULE-IDX)
                   AND (DU-RL-B-OPERATION (DU-RULE-IDX) = SPACES
                       OR DU-NA-OPERATION
                           = DU-RL-B-OPERATION (DU-RULE-IDX))
               MOVE DU-RULE-IDX TO DU-RULE-FOUND-IDX
           END-IF.

       8300-TEST-SIDE-MATCH.
           MOVE "N" TO DU-MATCH-SWITCH
           IF DU-AC-PROGRAM (DU-TEST-ACT-IDX) = DU-TS-PROGRAM
                   AND (DU-TS-OPERATION = SPACES
                       OR DU-AC-OPERATION (DU-TEST-ACT-IDX)
                           = DU-TS-OPERATION)
               SET DU-SIDE-MATCHED TO TRUE
           END-IF.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM SODRPT.
