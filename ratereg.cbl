      ******************************************************************
      * PROGRAM-ID.    RATEREG
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - PAYROLL
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       PAY RATE CHANGE REGISTER FOR HR REVIEW.  LISTS
      *                EVERY PAY RATE HISTORY ROW KEYED SINCE THE LAST
      *                REGISTER - EMPLOYEE, EFFECTIVE DATE, OLD AND NEW
      *                RATE, THE CHANGE, THE KEYING DATE AND OPERATOR.
      *                A ROW EFFECTIVE BEFORE THE DATE IT WAS KEYED IS
      *                FLAGGED RETRO (PERIODS ALREADY PAID MAY NEED A
      *                RETRO ADJUSTMENT); A ROW NOT YET IN FORCE IS
      *                FLAGGED FUTURE.  THE REGISTER COVERS ROWS KEYED
      *                FROM THE LAST REGISTER'S RUN DATE UP TO THE DAY
      *                BEFORE TODAY, SO NO ROW IS LISTED TWICE OR
      *                SKIPPED; ROWS KEYED TODAY FALL TO THE NEXT
      *                CYCLE.  THE LAST RUN DATE IS KEPT ON THE RATECTL
      *                CONTROL RECORD - WITH NONE, EVERY ROW KEYED
      *                BEFORE TODAY IS LISTED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATEREG.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - PAYROLL.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-HISTORY-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RT-RATE-KEY
               FILE STATUS IS RR-RATEHIST-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM-EMPLOYEE-ID OF EMPLOYEE-MASTER-RECORD
               FILE STATUS IS RR-EMPMAST-STATUS.
           SELECT REGISTER-CONTROL ASSIGN TO "RATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RR-RATECTL-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RATE-HISTORY-FILE
           RECORDING MODE IS F.
       01  RATE-HISTORY-RECORD.
           COPY RATEHIST.

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F.
       01  EMPLOYEE-MASTER-RECORD.
           COPY EMPMAST.

       FD  REGISTER-CONTROL
           RECORDING MODE IS F.
       01  REGISTER-CONTROL-RECORD.
           05  RC-LAST-RUN-DATE        PIC 9(08).
           05  FILLER                  PIC X(72).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  RR-RATEHIST-STATUS          PIC X(02) VALUE "00".
           88  RR-RATEHIST-OK          VALUE "00".
           88  RR-RATEHIST-EOF         VALUE "10".
           88  RR-RATEHIST-NOTFOUND    VALUE "35".
       01  RR-EMPMAST-STATUS           PIC X(02) VALUE "00".
           88  RR-EMPMAST-OK           VALUE "00".
       01  RR-RATECTL-STATUS           PIC X(02) VALUE "00".
           88  RR-RATECTL-OK           VALUE "00".
           88  RR-RATECTL-EOF          VALUE "10".
           88  RR-RATECTL-NOTFOUND     VALUE "35".

       01  RR-SWITCHES.
           05  RR-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
               88  RR-HISTORY-END      VALUE "Y".

       01  RR-COUNTERS.
           05  RR-ROWS-READ            PIC 9(07) COMP VALUE 0.
           05  RR-ROWS-LISTED          PIC 9(05) COMP VALUE 0.
           05  RR-RETRO-COUNT          PIC 9(05) COMP VALUE 0.
           05  RR-FUTURE-COUNT         PIC 9(05) COMP VALUE 0.
           05  RR-DECREASE-COUNT       PIC 9(05) COMP VALUE 0.

       01  RR-WORK-FIELDS.
           05  RR-LAST-RUN-DATE        PIC 9(08) VALUE 0.
           05  RR-RATE-CHANGE          PIC S9(04)V99 VALUE 0.
           05  RR-EMPLOYEE-NAME        PIC X(20) VALUE SPACES.

       01  RR-RANGE-LINE.
           05  FILLER                  PIC X(20)
                   VALUE " ROWS KEYED FROM    ".
           05  RR-RL-FROM-DATE         PIC 9(08).
           05  FILLER                  PIC X(14) VALUE " BEFORE       ".
           05  RR-RL-TO-DATE           PIC 9(08).

       01  RR-COLUMN-LINE.
           05  FILLER                  PIC X(30)
                   VALUE " EMPL   NAME                  ".
           05  FILLER                  PIC X(30)
                   VALUE "EFFECTIVE   OLD RATE  NEW RATE".
           05  FILLER                  PIC X(30)
                   VALUE "    CHANGE  KEYED     OPERATOR".

       01  RR-REGISTER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RR-RG-EMPLOYEE-ID       PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RR-RG-EMPLOYEE-NAME     PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RR-RG-EFFECTIVE-DATE    PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RR-RG-PRIOR-RATE        PIC Z,ZZ9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RR-RG-PAY-RATE          PIC Z,ZZ9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RR-RG-CHANGE            PIC Z,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RR-RG-KEYED-DATE        PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RR-RG-OPERATOR-ID       PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RR-RG-FLAG              PIC X(06).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-ONE-ROW
               UNTIL RR-HISTORY-END
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "RATEREG" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "RATEREG" TO RH-PROGRAM-NAME
           MOVE "PAY RATE CHANGE REGISTER" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 1100-READ-REGISTER-CONTROL
           OPEN INPUT EMPLOYEE-MASTER
           IF NOT RR-EMPMAST-OK
               MOVE "RATEREG" TO AB-PROGRAM-ID
               MOVE "EMPMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE RR-EMPMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 8000-PRINT-REPORT-HEADER
           MOVE RR-LAST-RUN-DATE TO RR-RL-FROM-DATE
           MOVE RH-RUN-DATE TO RR-RL-TO-DATE
           DISPLAY RR-RANGE-LINE
           DISPLAY RR-COLUMN-LINE
           OPEN INPUT RATE-HISTORY-FILE
           IF RR-RATEHIST-NOTFOUND
               DISPLAY "RATEREG: NO RATE HISTORY FILE - NOTHING "
                   "TO LIST"
               SET RR-HISTORY-END TO TRUE
           ELSE
               IF NOT RR-RATEHIST-OK
                   MOVE "RATEREG" TO AB-PROGRAM-ID
                   MOVE "RATEHIST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE RR-RATEHIST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-RATE-HISTORY
           END-IF.

      *-----------------------------------------------------------------
      * THE LAST REGISTER'S RUN DATE.  NO CONTROL RECORD MEANS NO
      * REGISTER HAS RUN - EVERY ROW ON FILE IS LISTED.
      *-----------------------------------------------------------------
       1100-READ-REGISTER-CONTROL.
           MOVE 0 TO RR-LAST-RUN-DATE
           OPEN INPUT REGISTER-CONTROL
           IF RR-RATECTL-NOTFOUND
               DISPLAY "RATEREG: NO RATECTL CONTROL RECORD - ALL "
                   "ROWS LISTED"
           ELSE
               IF NOT RR-RATECTL-OK AND NOT RR-RATECTL-EOF
                   MOVE "RATEREG" TO AB-PROGRAM-ID
                   MOVE "RATECTL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE RR-RATECTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ REGISTER-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE RC-LAST-RUN-DATE TO RR-LAST-RUN-DATE
               END-READ
               CLOSE REGISTER-CONTROL
           END-IF.

      *-----------------------------------------------------------------
      * A ROW IS LISTED WHEN IT WAS KEYED ON OR AFTER THE LAST RUN
      * DATE AND BEFORE TODAY.
      *-----------------------------------------------------------------
       2000-LIST-ONE-ROW.
           ADD 1 TO RR-ROWS-READ
           IF RT-KEYED-DATE NOT < RR-LAST-RUN-DATE
                   AND RT-KEYED-DATE < RH-RUN-DATE
               PERFORM 2100-PRINT-RATE-CHANGE
           END-IF
           PERFORM 2900-READ-RATE-HISTORY.

       2100-PRINT-RATE-CHANGE.
           MOVE RT-EMPLOYEE-ID
               TO EM-EMPLOYEE-ID OF EMPLOYEE-MASTER-RECORD
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "** NOT ON MASTER **" TO RR-EMPLOYEE-NAME
               NOT INVALID KEY
                   MOVE EM-EMPLOYEE-NAME OF EMPLOYEE-MASTER-RECORD
                       TO RR-EMPLOYEE-NAME
           END-READ
           COMPUTE RR-RATE-CHANGE = RT-PAY-RATE - RT-PRIOR-RATE
           IF RR-RATE-CHANGE < 0
               ADD 1 TO RR-DECREASE-COUNT
           END-IF
           EVALUATE TRUE
               WHEN RT-EFFECTIVE-DATE < RT-KEYED-DATE
                   MOVE "RETRO" TO RR-RG-FLAG
                   ADD 1 TO RR-RETRO-COUNT
               WHEN RT-EFFECTIVE-DATE > RH-RUN-DATE
                   MOVE "FUTURE" TO RR-RG-FLAG
                   ADD 1 TO RR-FUTURE-COUNT
               WHEN OTHER
                   MOVE SPACES TO RR-RG-FLAG
           END-EVALUATE
           MOVE RT-EMPLOYEE-ID TO RR-RG-EMPLOYEE-ID
           MOVE RR-EMPLOYEE-NAME TO RR-RG-EMPLOYEE-NAME
           MOVE RT-EFFECTIVE-DATE TO RR-RG-EFFECTIVE-DATE
           MOVE RT-PRIOR-RATE TO RR-RG-PRIOR-RATE
           MOVE RT-PAY-RATE TO RR-RG-PAY-RATE
           MOVE RR-RATE-CHANGE TO RR-RG-CHANGE
           MOVE RT-KEYED-DATE TO RR-RG-KEYED-DATE
           MOVE RT-OPERATOR-ID TO RR-RG-OPERATOR-ID
           DISPLAY RR-REGISTER-LINE
           ADD 1 TO RR-ROWS-LISTED.

       2900-READ-RATE-HISTORY.
           READ RATE-HISTORY-FILE NEXT RECORD
               AT END
                   SET RR-HISTORY-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * TODAY BECOMES THE START OF THE NEXT REGISTER'S RANGE.
      *-----------------------------------------------------------------
       3000-TERMINATE.
           DISPLAY " "
           DISPLAY "RATE ROWS READ:          " RR-ROWS-READ
           DISPLAY "RATE CHANGES LISTED:     " RR-ROWS-LISTED
           DISPLAY "RETRO CHANGES:           " RR-RETRO-COUNT
           DISPLAY "FUTURE-DATED CHANGES:    " RR-FUTURE-COUNT
           DISPLAY "RATE DECREASES:          " RR-DECREASE-COUNT
           IF NOT RR-RATEHIST-NOTFOUND
               CLOSE RATE-HISTORY-FILE
           END-IF
           CLOSE EMPLOYEE-MASTER
           OPEN OUTPUT REGISTER-CONTROL
           IF NOT RR-RATECTL-OK
               MOVE "RATEREG" TO AB-PROGRAM-ID
               MOVE "RATECTL" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE RR-RATECTL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE SPACES TO REGISTER-CONTROL-RECORD
           MOVE RH-RUN-DATE TO RC-LAST-RUN-DATE
           WRITE REGISTER-CONTROL-RECORD
           CLOSE REGISTER-CONTROL
           MOVE RR-ROWS-READ TO RW-READ-COUNT
           MOVE RR-ROWS-LISTED TO RW-WRITE-COUNT
           MOVE 0 TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM RATEREG.
