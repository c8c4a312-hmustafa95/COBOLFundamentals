      ******************************************************************
      * PROGRAM-ID.    HANDOFF
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - OPERATIONS
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       STEP-TO-STEP CONTROL TOTAL HANDOFF
      *                RECONCILIATION.  EVERY PROGRAM CHECKS ITS OWN
      *                INPUT; THIS RUN PROVES THAT WHAT ONE STEP WROTE
      *                IS WHAT THE NEXT STEP READ.  PRODUCERS AND
      *                CONSUMERS RECORD THE DETAIL COUNT AND AMOUNT
      *                HASH OF EACH HANDED-OFF FILE ON THE CONTROL
      *                LEDGER (SEE CTLLEDG).  HANDOFFS PROVED:
      *                  PAYFILE  GROSSPAY  -> TAXPROG
      *                  PRORATE  DIVGIVNG  -> STORINVP, MULTIGIV
      *                  GLJRNL   PERDCLOS  -> GLPOST
      *                EACH CONSUMPTION IS PAIRED WITH THE LATEST
      *                PRODUCTION OF THE SAME FILE AHEAD OF IT ON THE
      *                LEDGER.  THE SCORECARD PRINTS EVERY HANDOFF NOT
      *                YET REPORTED, ONE LINE FOR THE PRODUCER AND ONE
      *                PER EXPECTED CONSUMER, AND A SEVERITY-1 ALERT
      *                IS RAISED FOR A COUNT OR HASH MISMATCH AND FOR
      *                A FILE PRODUCED BUT NEVER CONSUMED - EITHER
      *                OVERWRITTEN BY A NEWER PRODUCTION BEFORE ITS
      *                CONSUMER RAN, OR (FOR A CONSUMER THAT RUNS IN
      *                THE NIGHTLY STREAM) NOT CONSUMED BY THE TIME
      *                THIS STEP RUNS.  A CONSUMER THAT RUNS IN A
      *                LATER JOB IS SHOWN AWAITING UNTIL IT DOES.
      *                THE LEDGER IS THEN REWRITTEN WITH ONLY THE
      *                LATEST HANDOFF OF EACH FILE, MARKED "R" ONCE
      *                REPORTED, SO A LATE CONSUMER STILL FINDS ITS
      *                PRODUCER AND NOTHING IS REPORTED TWICE.  RC 4
      *                WHEN ANY ALERT WAS RAISED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANDOFF.
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
           SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HF-CTLLEDG-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HF-ALERTFIL-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-LEDGER-FILE
           RECORDING MODE IS F.
       01  CONTROL-LEDGER-RECORD.
           COPY CTLLEDG.

       FD  ALERT-FILE
           RECORDING MODE IS F.
       01  ALERT-RECORD.
           COPY ALERTREC.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  HF-CTLLEDG-STATUS           PIC X(02) VALUE "00".
           88  HF-CTLLEDG-OK           VALUE "00".
           88  HF-CTLLEDG-EOF          VALUE "10".
           88  HF-CTLLEDG-NOTFOUND     VALUE "35".
       01  HF-ALERTFIL-STATUS          PIC X(02) VALUE "00".
           88  HF-ALERTFIL-OK          VALUE "00".

       01  HF-SWITCHES.
           05  HF-LEDGER-EOF-SWITCH    PIC X(01) VALUE "N".
               88  HF-LEDGER-END       VALUE "Y".
           05  HF-LEDGER-FOUND-SWITCH  PIC X(01) VALUE "Y".
               88  HF-LEDGER-ON-FILE   VALUE "Y".
           05  HF-AWAITING-SWITCH      PIC X(01) VALUE "N".
               88  HF-STILL-AWAITING   VALUE "Y".

      *-----------------------------------------------------------------
      * THE HANDOFF PAIRS - FILE (DD NAME), PRODUCING PROGRAM,
      * CONSUMING PROGRAM, AND "Y" WHEN THE CONSUMER RUNS IN THE
      * NIGHTLY STREAM AHEAD OF THIS STEP (SO AN UNCONSUMED FILE IS
      * ALREADY LATE).  PROGRAM NAMES ARE THE EIGHT-CHARACTER NAMES
      * EACH PROGRAM RECORDS ON THE LEDGER.
      *-----------------------------------------------------------------
       01  HF-PAIR-VALUES.
           05  FILLER                  PIC X(25) VALUE
               "PAYFILE GROSSPAYTAXPROG Y".
           05  FILLER                  PIC X(25) VALUE
               "PRORATE DIVGIVNGSTORINVPN".
           05  FILLER                  PIC X(25) VALUE
               "PRORATE DIVGIVNGMULTIGIVN".
           05  FILLER                  PIC X(25) VALUE
               "GLJRNL  PERDCLOSGLPOST  N".
       01  HF-PAIR-TABLE REDEFINES HF-PAIR-VALUES.
           05  HF-PAIR-ENTRY OCCURS 4 TIMES.
               10  HF-PA-FILE-NAME     PIC X(08).
               10  HF-PA-PRODUCER      PIC X(08).
               10  HF-PA-CONSUMER      PIC X(08).
               10  HF-PA-IN-STREAM     PIC X(01).
       01  HF-PAIR-COUNT               PIC 9(02) COMP VALUE 4.

       01  HF-COUNTERS.
           05  HF-HANDOFF-COUNT        PIC 9(04) COMP VALUE 0.
           05  HF-MAX-HANDOFFS         PIC 9(04) COMP VALUE 200.
           05  HF-HO-IDX               PIC 9(04) COMP VALUE 0.
           05  HF-SCAN-IDX             PIC 9(04) COMP VALUE 0.
           05  HF-FOUND-IDX            PIC 9(04) COMP VALUE 0.
           05  HF-PAIR-IDX             PIC 9(02) COMP VALUE 0.
           05  HF-PAIR-FOUND-IDX       PIC 9(02) COMP VALUE 0.
           05  HF-LEDGER-READ          PIC 9(07) VALUE 0.
           05  HF-LEDGER-WRITTEN       PIC 9(07) VALUE 0.
           05  HF-HANDOFFS-REPORTED    PIC 9(05) VALUE 0.
           05  HF-MATCHED-COUNT        PIC 9(05) VALUE 0.
           05  HF-MISMATCH-COUNT       PIC 9(05) VALUE 0.
           05  HF-UNCONSUMED-COUNT     PIC 9(05) VALUE 0.
           05  HF-AWAITING-COUNT       PIC 9(05) VALUE 0.
           05  HF-NO-PRODUCER-COUNT    PIC 9(05) VALUE 0.
           05  HF-ALERTS-RAISED        PIC 9(05) VALUE 0.

      *-----------------------------------------------------------------
      * ONE ENTRY PER PRODUCTION ON THE LEDGER, WITH ONE CONSUMER
      * SLOT PER HANDOFF PAIR (ONLY THE SLOTS WHOSE PAIR NAMES THE
      * ENTRY'S FILE ARE USED).  A NEWER PRODUCTION OF THE SAME FILE
      * REUSES A REPORTED ENTRY, OR SUPERSEDES AN UNREPORTED ONE.
      *-----------------------------------------------------------------
       01  HF-HANDOFF-TABLE.
           05  HF-HANDOFF-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON HF-HANDOFF-COUNT
                   INDEXED BY HF-HO-TIDX.
               10  HF-HO-FILE-NAME     PIC X(08).
               10  HF-HO-PRODUCER      PIC X(08).
               10  HF-HO-RUN-DATE      PIC 9(08).
               10  HF-HO-RUN-TIME      PIC 9(08).
               10  HF-HO-RECORD-COUNT  PIC 9(09).
               10  HF-HO-AMOUNT-HASH   PIC S9(13)V99.
               10  HF-HO-REPORTED      PIC X(01).
                   88  HF-HO-WAS-REPORTED  VALUE "Y".
               10  HF-HO-SUPERSEDED    PIC X(01).
                   88  HF-HO-WAS-SUPERSEDED VALUE "Y".
               10  HF-HO-SLOT OCCURS 4 TIMES.
                   15  HF-SL-CONSUMED      PIC X(01).
                       88  HF-SL-WAS-CONSUMED  VALUE "Y".
                   15  HF-SL-RUN-DATE      PIC 9(08).
                   15  HF-SL-RUN-TIME      PIC 9(08).
                   15  HF-SL-RECORD-COUNT  PIC 9(09).
                   15  HF-SL-AMOUNT-HASH   PIC S9(13)V99.

      *-----------------------------------------------------------------
      * CONSUMPTIONS WITH NO PRODUCTION AHEAD OF THEM ON THE LEDGER,
      * LISTED AFTER THE SCORECARD.  ONLY THE FIRST 50 ARE KEPT.
      *-----------------------------------------------------------------
       01  HF-ORPHAN-COUNT             PIC 9(02) COMP VALUE 0.
       01  HF-MAX-ORPHANS              PIC 9(02) COMP VALUE 50.
       01  HF-ORPHAN-IDX               PIC 9(02) COMP VALUE 0.
       01  HF-ORPHAN-TABLE.
           05  HF-ORPHAN-ENTRY OCCURS 50 TIMES.
               10  HF-OR-FILE-NAME     PIC X(08).
               10  HF-OR-CONSUMER      PIC X(08).
               10  HF-OR-RUN-DATE      PIC 9(08).
               10  HF-OR-RUN-TIME      PIC 9(08).

       01  HF-PAIR-STATUS              PIC X(16) VALUE SPACES.
       01  HF-ALERT-SEVERITY           PIC 9(01) VALUE 0.
       01  HF-ALERT-KEY                PIC X(10) VALUE SPACES.
       01  HF-ALERT-MESSAGE            PIC X(60) VALUE SPACES.

       01  HF-PRODUCER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HF-PL-FILE-NAME         PIC X(08).
           05  FILLER                  PIC X(13) VALUE
               " PRODUCED BY ".
           05  HF-PL-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HF-PL-RUN-DATE          PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HF-PL-RUN-TIME          PIC 9(08).
           05  FILLER                  PIC X(08) VALUE "  COUNT ".
           05  HF-PL-RECORD-COUNT      PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE "  HASH ".
           05  HF-PL-AMOUNT-HASH       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  HF-CONSUMER-LINE.
           05  FILLER                  PIC X(09) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               " CONSUMED BY ".
           05  HF-CL-PROGRAM           PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HF-CL-RUN-DATE          PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  HF-CL-RUN-TIME          PIC X(08).
           05  FILLER                  PIC X(08) VALUE "  COUNT ".
           05  HF-CL-RECORD-COUNT      PIC X(11).
           05  FILLER                  PIC X(07) VALUE "  HASH ".
           05  HF-CL-AMOUNT-HASH       PIC X(21).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  HF-CL-STATUS            PIC X(16).

       01  HF-EDIT-COUNT               PIC ZZZ,ZZZ,ZZ9.
       01  HF-EDIT-HASH                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-LEDGER
           PERFORM 3000-RECONCILE-HANDOFFS
           IF HF-LEDGER-ON-FILE
               PERFORM 4000-REWRITE-LEDGER
           END-IF
           PERFORM 5000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "HANDOFF" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "HANDOFF" TO RH-PROGRAM-NAME
           MOVE "CONTROL TOTAL HANDOFF SCORECARD" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           OPEN EXTEND ALERT-FILE
           IF NOT HF-ALERTFIL-OK
               CLOSE ALERT-FILE
               OPEN OUTPUT ALERT-FILE
           END-IF.

      *-----------------------------------------------------------------
      * THE LEDGER IS IN THE ORDER THE STEPS RAN, SO A CONSUMPTION
      * BELONGS TO THE LATEST PRODUCTION OF ITS FILE READ SO FAR.  A
      * MISSING LEDGER MEANS NO PRODUCER HAS RUN YET.
      *-----------------------------------------------------------------
       2000-LOAD-LEDGER.
           OPEN INPUT CONTROL-LEDGER-FILE
           IF HF-CTLLEDG-NOTFOUND
               MOVE "N" TO HF-LEDGER-FOUND-SWITCH
               SET HF-LEDGER-END TO TRUE
           ELSE
               IF NOT HF-CTLLEDG-OK AND NOT HF-CTLLEDG-EOF
                   MOVE "HANDOFF" TO AB-PROGRAM-ID
                   MOVE "CTLLEDG" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE HF-CTLLEDG-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-LEDGER-RECORD
               PERFORM 2100-TAKE-LEDGER-RECORD
                   UNTIL HF-LEDGER-END
               CLOSE CONTROL-LEDGER-FILE
           END-IF.

       2100-TAKE-LEDGER-RECORD.
           ADD 1 TO HF-LEDGER-READ
           EVALUATE TRUE
               WHEN HL-PRODUCED
                   PERFORM 2200-TAKE-PRODUCED
               WHEN HL-CONSUMED
                   PERFORM 2300-TAKE-CONSUMED
               WHEN HL-RECONCILED
                   PERFORM 2400-TAKE-RECONCILED
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2900-READ-LEDGER-RECORD.

      *-----------------------------------------------------------------
      * THE LEDGER IS REWRITTEN FROM THIS TABLE AT END OF RUN, SO A
      * FULL TABLE MUST STOP THE RUN RATHER THAN DROP HANDOFFS.
      *-----------------------------------------------------------------
       2200-TAKE-PRODUCED.
           PERFORM 2800-FIND-LATEST-HANDOFF
           IF HF-FOUND-IDX NOT = 0
                   AND HF-HO-WAS-REPORTED (HF-FOUND-IDX)
               MOVE HF-FOUND-IDX TO HF-HO-IDX
           ELSE
               IF HF-FOUND-IDX NOT = 0
                   MOVE "Y" TO HF-HO-SUPERSEDED (HF-FOUND-IDX)
               END-IF
               IF HF-HANDOFF-COUNT >= HF-MAX-HANDOFFS
                   DISPLAY "HANDOFF: HANDOFF TABLE FULL AT "
                       HF-MAX-HANDOFFS " - RUN STOPPED BEFORE THE "
                       "REWRITE COULD TRUNCATE THE LEDGER"
                   MOVE "HANDOFF" TO AB-PROGRAM-ID
                   MOVE "CTLLEDG" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE HF-CTLLEDG-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO HF-HANDOFF-COUNT
               MOVE HF-HANDOFF-COUNT TO HF-HO-IDX
           END-IF
           MOVE HL-FILE-NAME TO HF-HO-FILE-NAME (HF-HO-IDX)
           MOVE HL-PROGRAM-NAME TO HF-HO-PRODUCER (HF-HO-IDX)
           MOVE HL-RUN-DATE TO HF-HO-RUN-DATE (HF-HO-IDX)
           MOVE HL-RUN-TIME TO HF-HO-RUN-TIME (HF-HO-IDX)
           MOVE HL-RECORD-COUNT TO HF-HO-RECORD-COUNT (HF-HO-IDX)
           MOVE HL-AMOUNT-HASH TO HF-HO-AMOUNT-HASH (HF-HO-IDX)
           MOVE "N" TO HF-HO-REPORTED (HF-HO-IDX)
           MOVE "N" TO HF-HO-SUPERSEDED (HF-HO-IDX)
           PERFORM 2250-CLEAR-ONE-SLOT
               VARYING HF-PAIR-IDX FROM 1 BY 1
               UNTIL HF-PAIR-IDX > HF-PAIR-COUNT.

       2250-CLEAR-ONE-SLOT.
           MOVE "N" TO HF-SL-CONSUMED (HF-HO-IDX HF-PAIR-IDX)
           MOVE 0 TO HF-SL-RUN-DATE (HF-HO-IDX HF-PAIR-IDX)
           MOVE 0 TO HF-SL-RUN-TIME (HF-HO-IDX HF-PAIR-IDX)
           MOVE 0 TO HF-SL-RECORD-COUNT (HF-HO-IDX HF-PAIR-IDX)
           MOVE 0 TO HF-SL-AMOUNT-HASH (HF-HO-IDX HF-PAIR-IDX).

      *-----------------------------------------------------------------
      * A CONSUMER THAT RAN AGAIN OVERLAYS ITS EARLIER CONSUMPTION,
      * AND A CONSUMPTION OF AN ALREADY-REPORTED HANDOFF REOPENS IT
      * SO THE RERUN IS PROVED AND REPORTED TOO.  A CONSUMER NOT IN
      * THE PAIR TABLE IS NOT A HANDOFF THIS RUN PROVES.
      *-----------------------------------------------------------------
       2300-TAKE-CONSUMED.
           PERFORM 2850-FIND-PAIR
           IF HF-PAIR-FOUND-IDX NOT = 0
               PERFORM 2800-FIND-LATEST-HANDOFF
               IF HF-FOUND-IDX = 0
                   PERFORM 2350-SAVE-ORPHAN
               ELSE
                   MOVE "N" TO HF-HO-REPORTED (HF-FOUND-IDX)
                   MOVE "Y" TO HF-SL-CONSUMED
                       (HF-FOUND-IDX HF-PAIR-FOUND-IDX)
                   MOVE HL-RUN-DATE TO HF-SL-RUN-DATE
                       (HF-FOUND-IDX HF-PAIR-FOUND-IDX)
                   MOVE HL-RUN-TIME TO HF-SL-RUN-TIME
                       (HF-FOUND-IDX HF-PAIR-FOUND-IDX)
                   MOVE HL-RECORD-COUNT TO HF-SL-RECORD-COUNT
                       (HF-FOUND-IDX HF-PAIR-FOUND-IDX)
                   MOVE HL-AMOUNT-HASH TO HF-SL-AMOUNT-HASH
                       (HF-FOUND-IDX HF-PAIR-FOUND-IDX)
               END-IF
           END-IF.

       2350-SAVE-ORPHAN.
           ADD 1 TO HF-NO-PRODUCER-COUNT
           IF HF-ORPHAN-COUNT < HF-MAX-ORPHANS
               ADD 1 TO HF-ORPHAN-COUNT
               MOVE HL-FILE-NAME TO HF-OR-FILE-NAME (HF-ORPHAN-COUNT)
               MOVE HL-PROGRAM-NAME
                   TO HF-OR-CONSUMER (HF-ORPHAN-COUNT)
               MOVE HL-RUN-DATE TO HF-OR-RUN-DATE (HF-ORPHAN-COUNT)
               MOVE HL-RUN-TIME TO HF-OR-RUN-TIME (HF-ORPHAN-COUNT)
           END-IF.

       2400-TAKE-RECONCILED.
           PERFORM 2800-FIND-LATEST-HANDOFF
           IF HF-FOUND-IDX NOT = 0
               IF HF-HO-PRODUCER (HF-FOUND-IDX) = HL-PROGRAM-NAME
                       AND HF-HO-RUN-DATE (HF-FOUND-IDX) = HL-RUN-DATE
                       AND HF-HO-RUN-TIME (HF-FOUND-IDX) = HL-RUN-TIME
                   MOVE "Y" TO HF-HO-REPORTED (HF-FOUND-IDX)
               END-IF
           END-IF.

       2800-FIND-LATEST-HANDOFF.
           MOVE 0 TO HF-FOUND-IDX
           PERFORM 2810-COMPARE-HANDOFF-FILE
               VARYING HF-SCAN-IDX FROM HF-HANDOFF-COUNT BY -1
               UNTIL HF-SCAN-IDX < 1
                   OR HF-FOUND-IDX NOT = 0.

       2810-COMPARE-HANDOFF-FILE.
           IF HF-HO-FILE-NAME (HF-SCAN-IDX) = HL-FILE-NAME
               MOVE HF-SCAN-IDX TO HF-FOUND-IDX
           END-IF.

       2850-FIND-PAIR.
           MOVE 0 TO HF-PAIR-FOUND-IDX
           PERFORM 2860-COMPARE-PAIR
               VARYING HF-PAIR-IDX FROM 1 BY 1
               UNTIL HF-PAIR-IDX > HF-PAIR-COUNT
                   OR HF-PAIR-FOUND-IDX NOT = 0.

       2860-COMPARE-PAIR.
           IF HF-PA-FILE-NAME (HF-PAIR-IDX) = HL-FILE-NAME
                   AND HF-PA-CONSUMER (HF-PAIR-IDX) = HL-PROGRAM-NAME
               MOVE HF-PAIR-IDX TO HF-PAIR-FOUND-IDX
           END-IF.

       2900-READ-LEDGER-RECORD.
           READ CONTROL-LEDGER-FILE
               AT END
                   SET HF-LEDGER-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EVERY HANDOFF NOT ALREADY REPORTED IS SCORED, PAIR BY PAIR.
      * IT IS MARKED REPORTED UNLESS A CONSUMER IS STILL AWAITED.
      *-----------------------------------------------------------------
       3000-RECONCILE-HANDOFFS.
           PERFORM 3100-RECONCILE-ONE-HANDOFF
               VARYING HF-HO-IDX FROM 1 BY 1
               UNTIL HF-HO-IDX > HF-HANDOFF-COUNT
           IF HF-HANDOFFS-REPORTED = 0
               DISPLAY " NO UNREPORTED HANDOFFS ON THE CONTROL LEDGER"
           END-IF
           IF HF-ORPHAN-COUNT > 0
               DISPLAY " "
               DISPLAY " CONSUMED WITH NO PRODUCTION ON THE LEDGER:"
               PERFORM 3300-REPORT-ONE-ORPHAN
                   VARYING HF-ORPHAN-IDX FROM 1 BY 1
                   UNTIL HF-ORPHAN-IDX > HF-ORPHAN-COUNT
           END-IF.

       3100-RECONCILE-ONE-HANDOFF.
           IF NOT HF-HO-WAS-REPORTED (HF-HO-IDX)
               ADD 1 TO HF-HANDOFFS-REPORTED
               MOVE "N" TO HF-AWAITING-SWITCH
               MOVE HF-HO-FILE-NAME (HF-HO-IDX) TO HF-PL-FILE-NAME
               MOVE HF-HO-PRODUCER (HF-HO-IDX) TO HF-PL-PROGRAM
               MOVE HF-HO-RUN-DATE (HF-HO-IDX) TO HF-PL-RUN-DATE
               MOVE HF-HO-RUN-TIME (HF-HO-IDX) TO HF-PL-RUN-TIME
               MOVE HF-HO-RECORD-COUNT (HF-HO-IDX)
                   TO HF-PL-RECORD-COUNT
               MOVE HF-HO-AMOUNT-HASH (HF-HO-IDX)
                   TO HF-PL-AMOUNT-HASH
               DISPLAY " "
               DISPLAY HF-PRODUCER-LINE
               PERFORM 3200-SCORE-ONE-PAIR
                   VARYING HF-PAIR-IDX FROM 1 BY 1
                   UNTIL HF-PAIR-IDX > HF-PAIR-COUNT
               IF NOT HF-STILL-AWAITING
                   MOVE "Y" TO HF-HO-REPORTED (HF-HO-IDX)
               END-IF
           END-IF.

       3200-SCORE-ONE-PAIR.
           IF HF-PA-FILE-NAME (HF-PAIR-IDX)
                   = HF-HO-FILE-NAME (HF-HO-IDX)
               MOVE HF-PA-CONSUMER (HF-PAIR-IDX) TO HF-CL-PROGRAM
               IF HF-SL-WAS-CONSUMED (HF-HO-IDX HF-PAIR-IDX)
                   PERFORM 3210-SCORE-CONSUMED-PAIR
               ELSE
                   PERFORM 3220-SCORE-UNCONSUMED-PAIR
               END-IF
               MOVE HF-PAIR-STATUS TO HF-CL-STATUS
               DISPLAY HF-CONSUMER-LINE
           END-IF.

       3210-SCORE-CONSUMED-PAIR.
           MOVE HF-SL-RUN-DATE (HF-HO-IDX HF-PAIR-IDX)
               TO HF-CL-RUN-DATE
           MOVE HF-SL-RUN-TIME (HF-HO-IDX HF-PAIR-IDX)
               TO HF-CL-RUN-TIME
           MOVE HF-SL-RECORD-COUNT (HF-HO-IDX HF-PAIR-IDX)
               TO HF-EDIT-COUNT
           MOVE HF-EDIT-COUNT TO HF-CL-RECORD-COUNT
           MOVE HF-SL-AMOUNT-HASH (HF-HO-IDX HF-PAIR-IDX)
               TO HF-EDIT-HASH
           MOVE HF-EDIT-HASH TO HF-CL-AMOUNT-HASH
           IF HF-SL-RECORD-COUNT (HF-HO-IDX HF-PAIR-IDX)
                   = HF-HO-RECORD-COUNT (HF-HO-IDX)
                   AND HF-SL-AMOUNT-HASH (HF-HO-IDX HF-PAIR-IDX)
                       = HF-HO-AMOUNT-HASH (HF-HO-IDX)
               MOVE "MATCHED" TO HF-PAIR-STATUS
               ADD 1 TO HF-MATCHED-COUNT
           ELSE
               MOVE "*** MISMATCH" TO HF-PAIR-STATUS
               ADD 1 TO HF-MISMATCH-COUNT
               MOVE SPACES TO HF-ALERT-MESSAGE
               STRING HF-HO-FILE-NAME (HF-HO-IDX) DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   HF-HO-PRODUCER (HF-HO-IDX) DELIMITED BY SPACE
                   " TO " DELIMITED BY SIZE
                   HF-PA-CONSUMER (HF-PAIR-IDX) DELIMITED BY SPACE
                   " - COUNT/HASH MISMATCH" DELIMITED BY SIZE
                   INTO HF-ALERT-MESSAGE
               PERFORM 8900-WRITE-PAIR-ALERT
           END-IF.

      *-----------------------------------------------------------------
      * NOT CONSUMED: A SUPERSEDED PRODUCTION WAS OVERWRITTEN BEFORE
      * ITS CONSUMER RAN, AND AN IN-STREAM CONSUMER HAS ALREADY HAD
      * ITS CHANCE TONIGHT - BOTH ARE NEVER CONSUMED.  A CONSUMER IN
      * A LATER JOB IS STILL AWAITED.
      *-----------------------------------------------------------------
       3220-SCORE-UNCONSUMED-PAIR.
           MOVE SPACES TO HF-CL-RUN-DATE
           MOVE SPACES TO HF-CL-RUN-TIME
           MOVE SPACES TO HF-CL-RECORD-COUNT
           MOVE SPACES TO HF-CL-AMOUNT-HASH
           IF HF-HO-WAS-SUPERSEDED (HF-HO-IDX)
                   OR HF-PA-IN-STREAM (HF-PAIR-IDX) = "Y"
               MOVE "*** NOT CONSUMED" TO HF-PAIR-STATUS
               ADD 1 TO HF-UNCONSUMED-COUNT
               MOVE SPACES TO HF-ALERT-MESSAGE
               STRING HF-HO-FILE-NAME (HF-HO-IDX) DELIMITED BY SPACE
                   " PRODUCED BY " DELIMITED BY SIZE
                   HF-HO-PRODUCER (HF-HO-IDX) DELIMITED BY SPACE
                   " WAS NEVER CONSUMED BY " DELIMITED BY SIZE
                   HF-PA-CONSUMER (HF-PAIR-IDX) DELIMITED BY SPACE
                   INTO HF-ALERT-MESSAGE
               PERFORM 8900-WRITE-PAIR-ALERT
           ELSE
               MOVE "AWAITING" TO HF-PAIR-STATUS
               ADD 1 TO HF-AWAITING-COUNT
               SET HF-STILL-AWAITING TO TRUE
           END-IF.

       3300-REPORT-ONE-ORPHAN.
           DISPLAY "   " HF-OR-FILE-NAME (HF-ORPHAN-IDX)
               " CONSUMED BY " HF-OR-CONSUMER (HF-ORPHAN-IDX)
               " " HF-OR-RUN-DATE (HF-ORPHAN-IDX)
               " " HF-OR-RUN-TIME (HF-ORPHAN-IDX).

      *-----------------------------------------------------------------
      * ONLY THE LATEST PRODUCTION OF EACH FILE IS CARRIED FORWARD -
      * A SUPERSEDED ONE HAS BEEN REPORTED TONIGHT AND CAN NEVER BE
      * CONSUMED NOW.  ITS CONSUMPTIONS FOLLOW IT, THEN AN "R" ONCE
      * IT HAS BEEN REPORTED.
      *-----------------------------------------------------------------
       4000-REWRITE-LEDGER.
           OPEN OUTPUT CONTROL-LEDGER-FILE
           IF NOT HF-CTLLEDG-OK
               MOVE "HANDOFF" TO AB-PROGRAM-ID
               MOVE "CTLLEDG" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE HF-CTLLEDG-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 4100-WRITE-ONE-HANDOFF
               VARYING HF-HO-IDX FROM 1 BY 1
               UNTIL HF-HO-IDX > HF-HANDOFF-COUNT
           CLOSE CONTROL-LEDGER-FILE.

       4100-WRITE-ONE-HANDOFF.
           IF NOT HF-HO-WAS-SUPERSEDED (HF-HO-IDX)
               MOVE SPACES TO CONTROL-LEDGER-RECORD
               SET HL-PRODUCED TO TRUE
               MOVE HF-HO-PRODUCER (HF-HO-IDX) TO HL-PROGRAM-NAME
               MOVE HF-HO-RECORD-COUNT (HF-HO-IDX) TO HL-RECORD-COUNT
               MOVE HF-HO-AMOUNT-HASH (HF-HO-IDX) TO HL-AMOUNT-HASH
               PERFORM 4900-WRITE-LEDGER-RECORD
               PERFORM 4200-WRITE-ONE-CONSUMPTION
                   VARYING HF-PAIR-IDX FROM 1 BY 1
                   UNTIL HF-PAIR-IDX > HF-PAIR-COUNT
               IF HF-HO-WAS-REPORTED (HF-HO-IDX)
                   MOVE SPACES TO CONTROL-LEDGER-RECORD
                   SET HL-RECONCILED TO TRUE
                   MOVE HF-HO-PRODUCER (HF-HO-IDX) TO HL-PROGRAM-NAME
                   MOVE 0 TO HL-RECORD-COUNT
                   MOVE 0 TO HL-AMOUNT-HASH
                   PERFORM 4900-WRITE-LEDGER-RECORD
               END-IF
           END-IF.

       4200-WRITE-ONE-CONSUMPTION.
           IF HF-SL-WAS-CONSUMED (HF-HO-IDX HF-PAIR-IDX)
               MOVE SPACES TO CONTROL-LEDGER-RECORD
               SET HL-CONSUMED TO TRUE
               MOVE HF-PA-CONSUMER (HF-PAIR-IDX) TO HL-PROGRAM-NAME
               MOVE HF-SL-RECORD-COUNT (HF-HO-IDX HF-PAIR-IDX)
                   TO HL-RECORD-COUNT
               MOVE HF-SL-AMOUNT-HASH (HF-HO-IDX HF-PAIR-IDX)
                   TO HL-AMOUNT-HASH
               MOVE HF-SL-RUN-DATE (HF-HO-IDX HF-PAIR-IDX)
                   TO HL-RUN-DATE
               MOVE HF-SL-RUN-TIME (HF-HO-IDX HF-PAIR-IDX)
                   TO HL-RUN-TIME
               MOVE HF-HO-FILE-NAME (HF-HO-IDX) TO HL-FILE-NAME
               WRITE CONTROL-LEDGER-RECORD
               ADD 1 TO HF-LEDGER-WRITTEN
           END-IF.

      *-----------------------------------------------------------------
      * PRODUCED AND RECONCILED RECORDS CARRY THE PRODUCTION'S OWN
      * FILE, DATE AND TIME.
      *-----------------------------------------------------------------
       4900-WRITE-LEDGER-RECORD.
           MOVE HF-HO-FILE-NAME (HF-HO-IDX) TO HL-FILE-NAME
           MOVE HF-HO-RUN-DATE (HF-HO-IDX) TO HL-RUN-DATE
           MOVE HF-HO-RUN-TIME (HF-HO-IDX) TO HL-RUN-TIME
           WRITE CONTROL-LEDGER-RECORD
           ADD 1 TO HF-LEDGER-WRITTEN.

       5000-TERMINATE.
           IF HF-NO-PRODUCER-COUNT > 0
               MOVE 2 TO HF-ALERT-SEVERITY
               MOVE "CTLLEDG" TO HF-ALERT-KEY
               MOVE SPACES TO HF-ALERT-MESSAGE
               STRING "CONSUMPTIONS WITH NO PRODUCTION ON THE "
                       DELIMITED BY SIZE
                   "LEDGER: " DELIMITED BY SIZE
                   HF-NO-PRODUCER-COUNT DELIMITED BY SIZE
                   INTO HF-ALERT-MESSAGE
               PERFORM 8950-WRITE-ALERT
           END-IF
           DISPLAY " "
           DISPLAY "HANDOFFS REPORTED:        " HF-HANDOFFS-REPORTED
           DISPLAY "PAIRS MATCHED:            " HF-MATCHED-COUNT
           DISPLAY "PAIRS MISMATCHED:         " HF-MISMATCH-COUNT
           DISPLAY "PAIRS NEVER CONSUMED:     " HF-UNCONSUMED-COUNT
           DISPLAY "PAIRS AWAITING CONSUMER:  " HF-AWAITING-COUNT
           DISPLAY "CONSUMED, NO PRODUCTION:  " HF-NO-PRODUCER-COUNT
           DISPLAY "ALERTS RAISED:            " HF-ALERTS-RAISED
           CLOSE ALERT-FILE
           IF HF-ALERTS-RAISED > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE HF-LEDGER-READ TO RW-READ-COUNT
           MOVE HF-LEDGER-WRITTEN TO RW-WRITE-COUNT
           COMPUTE RW-REJECT-COUNT =
               HF-MISMATCH-COUNT + HF-UNCONSUMED-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       8900-WRITE-PAIR-ALERT.
           MOVE 1 TO HF-ALERT-SEVERITY
           MOVE HF-HO-FILE-NAME (HF-HO-IDX) TO HF-ALERT-KEY
           PERFORM 8950-WRITE-ALERT.

       8950-WRITE-ALERT.
           ADD 1 TO HF-ALERTS-RAISED
           MOVE SPACES TO ALERT-RECORD
           MOVE "HANDOFF" TO AL-PROGRAM-NAME
           MOVE HF-ALERT-SEVERITY TO AL-SEVERITY
           MOVE HF-ALERT-KEY TO AL-ALERT-KEY
           MOVE HF-ALERT-MESSAGE TO AL-MESSAGE
           MOVE RH-RUN-DATE TO AL-ALERT-DATE
           MOVE RH-RUN-TIME TO AL-ALERT-TIME
           WRITE ALERT-RECORD.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM HANDOFF.
