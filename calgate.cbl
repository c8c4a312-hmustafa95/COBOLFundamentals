      ******************************************************************
      * PROGRAM-ID.    CALGATE
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - OPERATIONS
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       CALENDAR GATE FOR ONE PERIODIC STEP IN THE
      *                NIGHTLY STREAM.  THE JOB NAME ON THE PARM IS
      *                LOOKED UP ON TONIGHT'S RUN SCHEDULE (WRITTEN BY
      *                BATCHCAL IN THE FIRST STEP) AND THE RETURN CODE
      *                TELLS THE GATED STEP'S COND WHAT TO DO:
      *                  0 - SCHEDULED TONIGHT, THE STEP RUNS
      *                  4 - NOT DUE, HELD, ALREADY COMPLETED TONIGHT,
      *                      NOT ON THE CALENDAR, OR THE SCHEDULE IS
      *                      STALE - THE STEP IS BYPASSED
      *                  8 - NO JOB NAME ON THE PARM - THE STEP IS
      *                      BYPASSED
      *                THE GATE'S RETURN CODE IS TESTED ONLY BY THE
      *                STEP IT GATES, NEVER BY THE STREAM'S (0,NE,...)
      *                CHAIN, SO A SKIPPED PERIODIC STEP DOES NOT STOP
      *                THE REST OF THE NIGHT.  A SCHEDULE IS CURRENT
      *                WHEN ITS RUN DATE IS TODAY, OR YESTERDAY BEFORE
      *                NOON FOR A NIGHT THAT RUNS PAST MIDNIGHT; ANY
      *                OLDER SCHEDULE MEANS BATCHCAL DID NOT RUN AND
      *                NOTHING IS RELEASED FROM IT.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    A RUN SCHEDULE LEFT FROM AN EARLIER NIGHT IS
      *                  TREATED AS NOT SCHEDULED (RC 4, STALE
      *                  SCHEDULE) SO A FAILED OR SKIPPED BATCHCAL
      *                  CANNOT RELEASE A PERIODIC STEP AGAIN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALGATE.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - OPERATIONS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-SCHEDULE ASSIGN TO "RUNSCHD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GK-RUNSCHD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-SCHEDULE
           RECORDING MODE IS F.
       01  RUN-SCHEDULE-RECORD.
           COPY RUNSCHD.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.

       01  GK-RUNSCHD-STATUS           PIC X(02) VALUE "00".
           88  GK-RUNSCHD-OK           VALUE "00".
           88  GK-RUNSCHD-EOF          VALUE "10".

       01  GK-SWITCHES.
           05  GK-EOF-SWITCH           PIC X(01) VALUE "N".
               88  GK-END-OF-FILE      VALUE "Y".
           05  GK-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  GK-JOB-FOUND        VALUE "Y".

       01  GK-JOB-NAME                 PIC X(08) VALUE SPACES.
       01  GK-GATE-RC                  PIC 9(02) VALUE 4.
       01  GK-CUTOFF-TIME              PIC 9(04) VALUE 1200.

       01  GK-DATE-WORK.
           05  GK-CLOCK-DATE           PIC 9(08) VALUE 0.
           05  GK-CLOCK-TIME           PIC 9(04) VALUE 0.
           05  GK-PRIOR-DATE           PIC 9(08) VALUE 0.
           05  GK-DATE-INTEGER         PIC 9(07) VALUE 0.

       LINKAGE SECTION.
       01  PARM-FIELD.
           05  PARM-LENGTH             PIC S9(04) COMP.
           05  PARM-DATA               PIC X(08).

       PROCEDURE DIVISION USING PARM-FIELD.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF GK-JOB-NAME NOT = SPACES
               PERFORM 2000-CHECK-SCHEDULE-ENTRY
                   UNTIL GK-END-OF-FILE OR GK-JOB-FOUND
               PERFORM 3000-SET-GATE
           END-IF
           MOVE GK-GATE-RC TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO GK-CLOCK-DATE
           MOVE FUNCTION CURRENT-DATE (9:4) TO GK-CLOCK-TIME
           COMPUTE GK-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (GK-CLOCK-DATE) - 1
           COMPUTE GK-PRIOR-DATE =
               FUNCTION DATE-OF-INTEGER (GK-DATE-INTEGER)
           IF PARM-LENGTH > 0 AND PARM-LENGTH < 9
               MOVE PARM-DATA (1:PARM-LENGTH) TO GK-JOB-NAME
           END-IF
           IF GK-JOB-NAME = SPACES
               DISPLAY "CALGATE: NO JOB NAME ON THE PARM - STEP "
                   "BYPASSED"
               MOVE 8 TO GK-GATE-RC
           ELSE
               OPEN INPUT RUN-SCHEDULE
               IF NOT GK-RUNSCHD-OK AND NOT GK-RUNSCHD-EOF
                   MOVE "CALGATE" TO AB-PROGRAM-ID
                   MOVE "RUNSCHD" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE GK-RUNSCHD-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-SCHEDULE-ENTRY
           END-IF.

       2000-CHECK-SCHEDULE-ENTRY.
           IF SD-JOB-NAME = GK-JOB-NAME
               MOVE "Y" TO GK-FOUND-SWITCH
           ELSE
               PERFORM 2900-READ-SCHEDULE-ENTRY
           END-IF.

       2900-READ-SCHEDULE-ENTRY.
           READ RUN-SCHEDULE
               AT END
                   SET GK-END-OF-FILE TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE SCHEDULE BELONGS TO TONIGHT WHEN BATCHCAL WROTE IT TODAY,
      * OR YESTERDAY WHEN THE GATE RUNS BEFORE THE NOON CUTOFF (THE
      * NIGHT HAS CROSSED MIDNIGHT).  ANYTHING ELSE IS LEFT OVER FROM
      * AN EARLIER NIGHT AND RELEASES NOTHING.
      *-----------------------------------------------------------------
       3000-SET-GATE.
           EVALUATE TRUE
               WHEN NOT GK-JOB-FOUND
                   DISPLAY "CALGATE: " GK-JOB-NAME
                       " NOT ON THE JOB CALENDAR - STEP BYPASSED"
                   MOVE 4 TO GK-GATE-RC
               WHEN SD-RUN-DATE NOT = GK-CLOCK-DATE
                       AND (SD-RUN-DATE NOT = GK-PRIOR-DATE
                           OR GK-CLOCK-TIME NOT < GK-CUTOFF-TIME)
                   DISPLAY "CALGATE: " GK-JOB-NAME
                       " BYPASSED - STALE SCHEDULE DATED " SD-RUN-DATE
                   MOVE 4 TO GK-GATE-RC
               WHEN SD-RUN-TONIGHT
                   DISPLAY "CALGATE: " GK-JOB-NAME
                       " SCHEDULED TONIGHT - STEP RUNS"
                   MOVE 0 TO GK-GATE-RC
               WHEN OTHER
                   DISPLAY "CALGATE: " GK-JOB-NAME " BYPASSED - "
                       SD-REASON
                   MOVE 4 TO GK-GATE-RC
           END-EVALUATE
           CLOSE RUN-SCHEDULE.

       COPY ABENDPAR.

       END PROGRAM CALGATE.
