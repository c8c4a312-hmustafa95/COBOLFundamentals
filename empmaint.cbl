      *                  UNAUTHORIZED TRANSACTION REJECTS TO SUSPENSE
      *                  WITH THE REASON AND THE FAILURE IS WRITTEN TO
      *                  THE AUDIT LOG.
      * 10/15/2026 DO    PAY RATES ARE NOW EFFECTIVE-DATED.  EVERY RATE
      *                  KEYED ON AN ADD OR EDIT IS POSTED TO THE PAY
      *                  RATE HISTORY FILE UNDER ITS EFFECTIVE DATE
      *                  (THE NEW ET-RATE-EFFECTIVE-DATE; ON AN ADD
      *                  THE HIRE DATE, ON AN EDIT TODAY, WHEN ZERO),
      *                  WITH AN AUDIT-LOG ENTRY.  A SECOND RATE FOR
      *                  THE SAME DATE CORRECTS THE ROW.  THE MASTER
      *                  RATE IS ONLY CHANGED BY A RATE ALREADY IN
      *                  FORCE - A FUTURE-DATED RATE WAITS ON HISTORY.
      * 10/15/2026 DO    THE OPERATOR ID NOW GOES INTO THE AUDIT
      *                  RECORD'S OPERATOR FIELD FOR THE SEGREGATION-
      *                  OF-DUTIES REVIEW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPMAINT.
           SELECT CREDENTIALS-MASTER ASSIGN TO "CREDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EM-CREDMAST-STATUS.
           SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS EM-RATEHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CREDENTIALS-RECORD.
           COPY CREDREC.

       FD  RATE-HISTORY-FILE
           RECORDING MODE IS F.
       01  RATE-HISTORY-RECORD.
           COPY RATEHIST.

       FD  MAINT-TRANS
           RECORDING MODE IS F.
       01  MAINT-TRANS-RECORD.
           05  ET-PAY-RATE              PIC 9(04)V99.
           05  ET-DEPT-CODE             PIC X(04).
           05  ET-OPERATOR-ID           PIC X(08).
           05  ET-RATE-EFFECTIVE-DATE   PIC 9(08).
           05  FILLER                   PIC X(09).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
           88  EM-CREDMAST-OK          VALUE "00".
           88  EM-CREDMAST-EOF         VALUE "10".
           88  EM-CREDMAST-NOTFOUND    VALUE "35".
       01  EM-RATEHIST-STATUS          PIC X(02) VALUE "00".
           88  EM-RATEHIST-OK          VALUE "00".
           88  EM-RATEHIST-NOTFOUND    VALUE "35".

       01  EM-AUDIT-BEFORE-SAVE.
           05  EM-AUDIT-BEFORE-ENTRY.
               COPY EMPMAST.

       01  EM-RATE-BEFORE-IMAGE        PIC X(60) VALUE SPACES.

       01  EM-RATE-WORK.
           05  EM-TODAY-DATE           PIC 9(08) VALUE 0.
           05  EM-RATE-EFFECTIVE       PIC 9(08) VALUE 0.
           05  EM-RATE-PRIOR           PIC 9(04)V99 VALUE 0.
           05  EM-RATE-OPERATION       PIC X(08) VALUE SPACES.

       01  EM-SWITCHES.
           05  EM-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  EM-TRANS-END        VALUE "Y".
           05  EM-VIEW-COUNT           PIC 9(05) COMP VALUE 0.
           05  EM-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  EM-AUTH-FAIL-COUNT      PIC 9(05) COMP VALUE 0.
           05  EM-RATE-POST-COUNT      PIC 9(05) COMP VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO EM-TODAY-DATE
           OPEN I-O EMPLOYEE-MASTER
           IF NOT EM-EMPMAST-OK
               MOVE "EMPMAINT" TO AB-PROGRAM-ID
               CLOSE EMPLOYEE-SUSPENSE
               OPEN OUTPUT EMPLOYEE-SUSPENSE
           END-IF
           PERFORM 1050-OPEN-RATE-HISTORY
           PERFORM 1100-LOAD-CREDENTIALS
           PERFORM 2900-READ-TRANSACTION.

      *-----------------------------------------------------------------
      * A MISSING RATE HISTORY FILE (FIRST RUN) IS CREATED EMPTY.
      *-----------------------------------------------------------------
       1050-OPEN-RATE-HISTORY.
           OPEN I-O RATE-HISTORY-FILE
           IF EM-RATEHIST-NOTFOUND
               OPEN OUTPUT RATE-HISTORY-FILE
               CLOSE RATE-HISTORY-FILE
               OPEN I-O RATE-HISTORY-FILE
           END-IF
           IF NOT EM-RATEHIST-OK
               MOVE "EMPMAINT" TO AB-PROGRAM-ID
               MOVE "RATEHIST" TO AB-FILE-NAME
               MOVE "OPEN I-O" TO AB-OPERATION
               MOVE EM-RATEHIST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

       1100-LOAD-CREDENTIALS.
           MOVE 1 TO EM-OPER-COUNT
           OPEN INPUT CREDENTIALS-MASTER
                   NOT INVALID KEY
                       ADD 1 TO EM-ADD-COUNT
                       PERFORM 2150-LOG-EMPLOYEE-ADD
                       IF ET-PAY-RATE NOT = 0
                           IF ET-RATE-EFFECTIVE-DATE NOT = 0
                               MOVE ET-RATE-EFFECTIVE-DATE
                                   TO EM-RATE-EFFECTIVE
                           ELSE
                               MOVE ET-HIRE-DATE TO EM-RATE-EFFECTIVE
                           END-IF
                           IF EM-RATE-EFFECTIVE = 0
                               MOVE EM-TODAY-DATE TO EM-RATE-EFFECTIVE
                           END-IF
                           MOVE 0 TO EM-RATE-PRIOR
                           PERFORM 2260-POST-RATE-HISTORY
                       END-IF
                       DISPLAY "ADD EMPLOYEE " ET-EMPLOYEE-ID
                           " COMPLETE"
               END-WRITE
           MOVE EMPLOYEE-MASTER-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE ET-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2200-EDIT-EMPLOYEE.
                   TO EM-PAY-FREQUENCY OF EMPLOYEE-MASTER-RECORD
           END-IF
           IF ET-PAY-RATE NOT = 0
               IF ET-RATE-EFFECTIVE-DATE NOT = 0
                   MOVE ET-RATE-EFFECTIVE-DATE TO EM-RATE-EFFECTIVE
               ELSE
                   MOVE EM-TODAY-DATE TO EM-RATE-EFFECTIVE
               END-IF
               IF EM-RATE-EFFECTIVE <= EM-TODAY-DATE
                   MOVE ET-PAY-RATE
                       TO EM-PAY-RATE OF EMPLOYEE-MASTER-RECORD
               END-IF
           END-IF
           IF ET-DEPT-CODE NOT = SPACES
               MOVE ET-DEPT-CODE
           REWRITE EMPLOYEE-MASTER-RECORD
           ADD 1 TO EM-EDIT-COUNT
           PERFORM 2250-LOG-EMPLOYEE-EDIT
           IF ET-PAY-RATE NOT = 0
               MOVE EM-PAY-RATE OF EM-AUDIT-BEFORE-ENTRY
                   TO EM-RATE-PRIOR
               PERFORM 2260-POST-RATE-HISTORY
           END-IF
           DISPLAY "EDIT EMPLOYEE " ET-EMPLOYEE-ID " COMPLETE".

       2250-LOG-EMPLOYEE-EDIT.
           MOVE EMPLOYEE-MASTER-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE ET-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
      * POSTS THE TRANSACTION'S RATE TO THE HISTORY FILE UNDER
      * EM-RATE-EFFECTIVE.  A ROW ALREADY ON FILE FOR THAT DATE IS A
      * CORRECTION AND IS REWRITTEN.  EITHER WAY THE BEFORE AND AFTER
      * ROW GOES TO THE AUDIT LOG.
      *-----------------------------------------------------------------
       2260-POST-RATE-HISTORY.
           MOVE ET-EMPLOYEE-ID TO RT-EMPLOYEE-ID
           MOVE EM-RATE-EFFECTIVE TO RT-EFFECTIVE-DATE
           READ RATE-HISTORY-FILE
               INVALID KEY
                   MOVE SPACES TO EM-RATE-BEFORE-IMAGE
                   MOVE SPACES TO RATE-HISTORY-RECORD
                   MOVE ET-EMPLOYEE-ID TO RT-EMPLOYEE-ID
                   MOVE EM-RATE-EFFECTIVE TO RT-EFFECTIVE-DATE
                   MOVE ET-PAY-RATE TO RT-PAY-RATE
                   MOVE EM-RATE-PRIOR TO RT-PRIOR-RATE
                   MOVE EM-TODAY-DATE TO RT-KEYED-DATE
                   MOVE ET-OPERATOR-ID TO RT-OPERATOR-ID
                   WRITE RATE-HISTORY-RECORD
                       INVALID KEY
                           MOVE "EMPMAINT" TO AB-PROGRAM-ID
                           MOVE "RATEHIST" TO AB-FILE-NAME
                           MOVE "WRITE" TO AB-OPERATION
                           MOVE EM-RATEHIST-STATUS TO AB-STATUS-CODE
                           PERFORM 9999-ABEND-ROUTINE
                   END-WRITE
                   MOVE "RATEADD" TO EM-RATE-OPERATION
               NOT INVALID KEY
                   MOVE RATE-HISTORY-RECORD TO EM-RATE-BEFORE-IMAGE
                   MOVE ET-PAY-RATE TO RT-PAY-RATE
                   MOVE EM-RATE-PRIOR TO RT-PRIOR-RATE
                   MOVE EM-TODAY-DATE TO RT-KEYED-DATE
                   MOVE ET-OPERATOR-ID TO RT-OPERATOR-ID
                   REWRITE RATE-HISTORY-RECORD
                   MOVE "RATECHG" TO EM-RATE-OPERATION
           END-READ
           ADD 1 TO EM-RATE-POST-COUNT
           PERFORM 2270-LOG-RATE-HISTORY.

       2270-LOG-RATE-HISTORY.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "EMPMAINT" TO AU-PROGRAM-NAME
           MOVE EM-RATE-OPERATION TO AU-OPERATION
           MOVE ET-EMPLOYEE-ID TO AU-CUSTOMER-ID
           MOVE EM-RATE-BEFORE-IMAGE TO AU-BEFORE-IMAGE
           MOVE RATE-HISTORY-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE ET-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2300-VIEW-EMPLOYEE.
               INTO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE ET-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2700-CHECK-OPERATOR-ROLE.
           DISPLAY "EMPLOYEES VIEWED:  " EM-VIEW-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " EM-REJECT-COUNT
           DISPLAY "AUTHORIZATION FAILURES: " EM-AUTH-FAIL-COUNT
           DISPLAY "PAY RATES POSTED:  " EM-RATE-POST-COUNT
           CLOSE EMPLOYEE-MASTER
           CLOSE RATE-HISTORY-FILE
           CLOSE MAINT-TRANS
           CLOSE AUDIT-LOG
           CLOSE EMPLOYEE-SUSPENSE.
