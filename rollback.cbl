      ******************************************************************
      * PROGRAM-ID.    ROLLBACK
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - OPERATIONS
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       ONE-COMMAND ROLLBACK OF A FILE REWRITTEN IN FULL
      *                BY A BAD RUN, FROM THE PRE-UPDATE IMAGE THAT
      *                SNAPSHOT TOOK IN THE STEP BEFORE IT.  A CONTROL
      *                RECORD NAMES THE PROGRAM AND RUN DATE (AND
      *                OPTIONALLY THE DD NAME AND SNAPSHOT TIME).  THE
      *                SNAPSHOT GDG BASE ON DD SNAPIN IS READ NEWEST
      *                GENERATION FIRST AND THE FIRST MATCHING
      *                SNAPSHOT IS CHECKED AGAINST ITS OWN TRAILER
      *                COUNT AND HASH BEFORE THE TARGET FILE IS
      *                TOUCHED.  THE TARGET IS THEN REWRITTEN FROM THE
      *                SNAPSHOT AND READ BACK, AND ITS COUNT AND HASH
      *                MUST MATCH AGAIN.  A GOOD RESTORE WRITES A
      *                BACKED-OUT RUN-STATUS RECORD FOR THE PROGRAM -
      *                SO THE NIGHTLY CALENDAR WILL SCHEDULE IT AGAIN -
      *                AND AN OPERATOR ALERT TO RERUN IT.  RETURN CODES:
      *                  0 - RESTORED AND VERIFIED
      *                  8 - NO MATCHING SNAPSHOT, NOTHING CHANGED
      *                 12 - SNAPSHOT DAMAGED (NOTHING CHANGED) OR THE
      *                      RESTORED FILE FAILED ITS CHECK
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLLBACK.
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
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RO-SNAPIN-STATUS.
           SELECT TARGET-FILE ASSIGN TO "TARGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RO-TARGET-STATUS.
           SELECT ROLLBACK-CONTROL ASSIGN TO "RLBKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RO-RLBKCTL-STATUS.
           SELECT ALERT-FILE ASSIGN TO "ALERTFIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RO-ALERTFIL-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  SNAPSHOT-RECORD.
           COPY SNAPREC.

       FD  TARGET-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON RO-TARGET-LENGTH.
       01  TARGET-RECORD               PIC X(200).

       FD  ROLLBACK-CONTROL
           RECORDING MODE IS F.
       01  ROLLBACK-CONTROL-RECORD.
           05  RL-PROGRAM-NAME         PIC X(08).
           05  RL-TARGET-DD            PIC X(08).
           05  RL-RUN-DATE             PIC 9(08).
           05  RL-RUN-TIME             PIC 9(08).
           05  FILLER                  PIC X(48).

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
       COPY RPTHDRWS.
       COPY RUNSTAWS.

       01  RO-SNAPIN-STATUS            PIC X(02) VALUE "00".
           88  RO-SNAPIN-OK            VALUE "00".
           88  RO-SNAPIN-EOF           VALUE "10".
       01  RO-TARGET-STATUS            PIC X(02) VALUE "00".
           88  RO-TARGET-OK            VALUE "00".
           88  RO-TARGET-EOF           VALUE "10".
       01  RO-RLBKCTL-STATUS           PIC X(02) VALUE "00".
           88  RO-RLBKCTL-OK           VALUE "00".
       01  RO-ALERTFIL-STATUS          PIC X(02) VALUE "00".
           88  RO-ALERTFIL-OK          VALUE "00".

       01  RO-SWITCHES.
           05  RO-SNAP-EOF-SWITCH      PIC X(01) VALUE "N".
               88  RO-SNAP-END         VALUE "Y".
           05  RO-TARGET-EOF-SWITCH    PIC X(01) VALUE "N".
               88  RO-TARGET-END       VALUE "Y".
           05  RO-CONTROL-EOF-SWITCH   PIC X(01) VALUE "N".
               88  RO-CONTROL-END      VALUE "Y".
           05  RO-FOUND-SWITCH         PIC X(01) VALUE "N".
               88  RO-SNAPSHOT-FOUND   VALUE "Y".
           05  RO-IN-MATCH-SWITCH      PIC X(01) VALUE "N".
               88  RO-IN-MATCH         VALUE "Y".
           05  RO-TRAILER-SWITCH       PIC X(01) VALUE "N".
               88  RO-TRAILER-SEEN     VALUE "Y".
           05  RO-RESULT-SWITCH        PIC X(01) VALUE "N".
               88  RO-NOT-FOUND        VALUE "N".
               88  RO-SNAPSHOT-DAMAGED VALUE "D".
               88  RO-SNAPSHOT-GOOD    VALUE "G".
               88  RO-RESTORE-FAILED   VALUE "F".
               88  RO-RESTORE-VERIFIED VALUE "V".

       01  RO-COUNTERS.
           05  RO-HEADER-ORD           PIC 9(05) COMP VALUE 0.
           05  RO-MATCH-ORD            PIC 9(05) COMP VALUE 0.
           05  RO-SNAP-READ-COUNT      PIC 9(07) VALUE 0.

       01  RO-MATCH-FIELDS.
           05  RO-MATCH-PROGRAM        PIC X(08) VALUE SPACES.
           05  RO-MATCH-TARGET-DD      PIC X(08) VALUE SPACES.
           05  RO-MATCH-DATE           PIC 9(08) VALUE 0.
           05  RO-MATCH-TIME           PIC 9(08) VALUE 0.
           05  RO-TRAILER-COUNT        PIC 9(07) VALUE 0.
           05  RO-TRAILER-HASH         PIC 9(12) VALUE 0.

       01  RO-CHECK-FIELDS.
           05  RO-CHECK-COUNT          PIC 9(07) VALUE 0.
           05  RO-CHECK-HASH           PIC 9(12) VALUE 0.
           05  RO-RESTORED-COUNT       PIC 9(07) VALUE 0.

       01  RO-TARGET-LENGTH            PIC 9(03) VALUE 0.
       01  RO-RESULT-TEXT              PIC X(60) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOCATE-SNAPSHOT
           IF RO-SNAPSHOT-GOOD
               PERFORM 3000-RESTORE-TARGET
               PERFORM 4000-VERIFY-TARGET
           END-IF
           PERFORM 5000-REPORT-RESULT
           PERFORM 6000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "ROLLBACK" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "ROLLBACK" TO RH-PROGRAM-NAME
           MOVE "PRE-UPDATE SNAPSHOT ROLLBACK" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           OPEN INPUT ROLLBACK-CONTROL
           IF NOT RO-RLBKCTL-OK
               MOVE "ROLLBACK" TO AB-PROGRAM-ID
               MOVE "RLBKCTL" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE RO-RLBKCTL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           READ ROLLBACK-CONTROL
               AT END
                   SET RO-CONTROL-END TO TRUE
           END-READ
           CLOSE ROLLBACK-CONTROL
           IF RO-CONTROL-END
                   OR RL-PROGRAM-NAME = SPACES
                   OR RL-RUN-DATE NOT NUMERIC
                   OR RL-RUN-DATE = 0
               DISPLAY "ROLLBACK: CONTROL RECORD MUST NAME THE "
                   "PROGRAM AND RUN DATE"
               MOVE "ROLLBACK" TO AB-PROGRAM-ID
               MOVE "RLBKCTL" TO AB-FILE-NAME
               MOVE "NO CTL" TO AB-OPERATION
               MOVE RO-RLBKCTL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF RL-RUN-TIME NOT NUMERIC
               MOVE 0 TO RL-RUN-TIME
           END-IF
           DISPLAY "ROLLING BACK: " RL-PROGRAM-NAME
               " RUN OF " RL-RUN-DATE
               " DD " RL-TARGET-DD
               " SNAPSHOT TIME " RL-RUN-TIME
           DISPLAY " ".

      *-----------------------------------------------------------------
      * THE GDG BASE READS NEWEST GENERATION FIRST, SO THE FIRST
      * MATCHING HEADER IS THE LATEST SNAPSHOT FOR THAT PROGRAM AND
      * DATE - THE IMAGE FROM JUST BEFORE THE BAD RUN, EVEN WHEN AN
      * EARLIER RUN THE SAME NIGHT WAS ALREADY ROLLED BACK.  ITS DATA
      * RECORDS ARE COUNTED AND HASHED AGAINST ITS OWN TRAILER BEFORE
      * THE TARGET FILE IS OPENED.
      *-----------------------------------------------------------------
       2000-LOCATE-SNAPSHOT.
           OPEN INPUT SNAPSHOT-FILE
           IF NOT RO-SNAPIN-OK
               MOVE "ROLLBACK" TO AB-PROGRAM-ID
               MOVE "SNAPIN" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE RO-SNAPIN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 2900-READ-SNAPSHOT-RECORD
           PERFORM 2100-CHECK-SNAPSHOT-RECORD
               UNTIL RO-SNAP-END OR RO-TRAILER-SEEN
           CLOSE SNAPSHOT-FILE
           EVALUATE TRUE
               WHEN NOT RO-SNAPSHOT-FOUND
                   SET RO-NOT-FOUND TO TRUE
               WHEN NOT RO-TRAILER-SEEN
                   SET RO-SNAPSHOT-DAMAGED TO TRUE
                   MOVE "SNAPSHOT HAS NO TRAILER - INCOMPLETE"
                       TO RO-RESULT-TEXT
               WHEN RO-CHECK-COUNT NOT = RO-TRAILER-COUNT
                   OR RO-CHECK-HASH NOT = RO-TRAILER-HASH
                   SET RO-SNAPSHOT-DAMAGED TO TRUE
                   MOVE "SNAPSHOT FAILS ITS OWN COUNT/HASH CHECK"
                       TO RO-RESULT-TEXT
               WHEN OTHER
                   SET RO-SNAPSHOT-GOOD TO TRUE
           END-EVALUATE.

       2100-CHECK-SNAPSHOT-RECORD.
           ADD 1 TO RO-SNAP-READ-COUNT
           EVALUATE TRUE
               WHEN SN-HEADER
                   ADD 1 TO RO-HEADER-ORD
                   MOVE "N" TO RO-IN-MATCH-SWITCH
                   IF NOT RO-SNAPSHOT-FOUND
                       PERFORM 2200-MATCH-HEADER
                   END-IF
               WHEN SN-DATA
                   IF RO-IN-MATCH
                       PERFORM 2300-CHECK-DATA-RECORD
                   END-IF
               WHEN SN-TRAILER
                   IF RO-IN-MATCH
                       MOVE SN-RECORD-COUNT TO RO-TRAILER-COUNT
                       MOVE SN-FILE-HASH TO RO-TRAILER-HASH
                       SET RO-TRAILER-SEEN TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT RO-TRAILER-SEEN
               PERFORM 2900-READ-SNAPSHOT-RECORD
           END-IF.

       2200-MATCH-HEADER.
           IF SN-PROGRAM-NAME = RL-PROGRAM-NAME
                   AND SN-RUN-DATE = RL-RUN-DATE
                   AND (RL-TARGET-DD = SPACES
                       OR SN-TARGET-DD = RL-TARGET-DD)
                   AND (RL-RUN-TIME = 0
                       OR SN-RUN-TIME = RL-RUN-TIME)
               SET RO-SNAPSHOT-FOUND TO TRUE
               SET RO-IN-MATCH TO TRUE
               MOVE RO-HEADER-ORD TO RO-MATCH-ORD
               MOVE SN-PROGRAM-NAME TO RO-MATCH-PROGRAM
               MOVE SN-TARGET-DD TO RO-MATCH-TARGET-DD
               MOVE SN-RUN-DATE TO RO-MATCH-DATE
               MOVE SN-RUN-TIME TO RO-MATCH-TIME
               MOVE 0 TO RO-CHECK-COUNT
               MOVE 0 TO RO-CHECK-HASH
           END-IF.

      *-----------------------------------------------------------------
      * A DATA RECORD OUT OF SEQUENCE OR CARRYING ANOTHER SNAPSHOT'S
      * KEY MEANS THE GENERATION HAS BEEN DAMAGED; THE HASH CHECK
      * WILL FAIL ON IT, BUT IT IS CALLED OUT HERE BY SEQUENCE.
      *-----------------------------------------------------------------
       2300-CHECK-DATA-RECORD.
           ADD 1 TO RO-CHECK-COUNT
           IF SN-SEQUENCE NOT = RO-CHECK-COUNT
                   OR SN-PROGRAM-NAME NOT = RO-MATCH-PROGRAM
                   OR SN-RUN-TIME NOT = RO-MATCH-TIME
               DISPLAY "ROLLBACK: SNAPSHOT RECORD " RO-CHECK-COUNT
                   " OUT OF SEQUENCE (" SN-SEQUENCE ")"
           END-IF
           MOVE SN-IMAGE-LENGTH TO RO-TARGET-LENGTH
           CALL "RECHASH" USING SN-IMAGE
                                RO-TARGET-LENGTH
                                RO-CHECK-HASH.

       2900-READ-SNAPSHOT-RECORD.
           READ SNAPSHOT-FILE
               AT END
                   SET RO-SNAP-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * SECOND PASS: SKIP TO THE MATCHED GENERATION'S HEADER AND
      * REWRITE THE TARGET FROM ITS DATA RECORDS UP TO THE TRAILER.
      *-----------------------------------------------------------------
       3000-RESTORE-TARGET.
           MOVE "N" TO RO-SNAP-EOF-SWITCH
           MOVE "N" TO RO-TRAILER-SWITCH
           MOVE "N" TO RO-IN-MATCH-SWITCH
           MOVE 0 TO RO-HEADER-ORD
           OPEN INPUT SNAPSHOT-FILE
           IF NOT RO-SNAPIN-OK
               MOVE "ROLLBACK" TO AB-PROGRAM-ID
               MOVE "SNAPIN" TO AB-FILE-NAME
               MOVE "REOPEN" TO AB-OPERATION
               MOVE RO-SNAPIN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN OUTPUT TARGET-FILE
           IF NOT RO-TARGET-OK
               MOVE "ROLLBACK" TO AB-PROGRAM-ID
               MOVE "TARGET" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE RO-TARGET-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 2900-READ-SNAPSHOT-RECORD
           PERFORM 3100-RESTORE-ONE-RECORD
               UNTIL RO-SNAP-END OR RO-TRAILER-SEEN
           CLOSE SNAPSHOT-FILE
           CLOSE TARGET-FILE.

       3100-RESTORE-ONE-RECORD.
           EVALUATE TRUE
               WHEN SN-HEADER
                   ADD 1 TO RO-HEADER-ORD
                   IF RO-HEADER-ORD = RO-MATCH-ORD
                       SET RO-IN-MATCH TO TRUE
                   END-IF
               WHEN SN-DATA
                   IF RO-IN-MATCH
                       MOVE SN-IMAGE-LENGTH TO RO-TARGET-LENGTH
                       MOVE SN-IMAGE TO TARGET-RECORD
                       WRITE TARGET-RECORD
                       ADD 1 TO RO-RESTORED-COUNT
                   END-IF
               WHEN SN-TRAILER
                   IF RO-IN-MATCH
                       SET RO-TRAILER-SEEN TO TRUE
                   END-IF
           END-EVALUATE
           IF NOT RO-TRAILER-SEEN
               PERFORM 2900-READ-SNAPSHOT-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * THE RESTORED FILE IS READ BACK AND MUST COUNT AND HASH TO THE
      * SNAPSHOT TRAILER - PROOF THE PRE-RUN IMAGE IS BACK EXACTLY.
      *-----------------------------------------------------------------
       4000-VERIFY-TARGET.
           MOVE 0 TO RO-CHECK-COUNT
           MOVE 0 TO RO-CHECK-HASH
           OPEN INPUT TARGET-FILE
           IF NOT RO-TARGET-OK
               MOVE "ROLLBACK" TO AB-PROGRAM-ID
               MOVE "TARGET" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE RO-TARGET-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 4900-READ-TARGET-RECORD
           PERFORM 4100-CHECK-TARGET-RECORD
               UNTIL RO-TARGET-END
           CLOSE TARGET-FILE
           IF RO-CHECK-COUNT = RO-TRAILER-COUNT
                   AND RO-CHECK-HASH = RO-TRAILER-HASH
               SET RO-RESTORE-VERIFIED TO TRUE
           ELSE
               SET RO-RESTORE-FAILED TO TRUE
               MOVE "RESTORED FILE FAILS COUNT/HASH CHECK"
                   TO RO-RESULT-TEXT
           END-IF.

       4100-CHECK-TARGET-RECORD.
           ADD 1 TO RO-CHECK-COUNT
           CALL "RECHASH" USING TARGET-RECORD
                                RO-TARGET-LENGTH
                                RO-CHECK-HASH
           PERFORM 4900-READ-TARGET-RECORD.

       4900-READ-TARGET-RECORD.
           MOVE SPACES TO TARGET-RECORD
           READ TARGET-FILE
               AT END
                   SET RO-TARGET-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EVERY OUTCOME RAISES AN ALERT.  A VERIFIED RESTORE ALSO MARKS
      * THE PROGRAM'S RUN BACKED OUT ON THE RUN STATUS FILE, WHICH
      * TAKES IT OFF THE NIGHT'S COMPLETED LIST SO IT CAN BE RERUN.
      *-----------------------------------------------------------------
       5000-REPORT-RESULT.
           MOVE SPACES TO ALERT-RECORD
           MOVE "ROLLBACK" TO AL-PROGRAM-NAME
           MOVE RL-PROGRAM-NAME TO AL-ALERT-KEY
           EVALUATE TRUE
               WHEN RO-RESTORE-VERIFIED
                   SET AL-SEV-WARNING TO TRUE
                   STRING RO-MATCH-TARGET-DD DELIMITED BY SPACE
                       " RESTORED TO PRE-RUN IMAGE - RERUN "
                           DELIMITED BY SIZE
                       RL-PROGRAM-NAME DELIMITED BY SPACE
                       INTO RO-RESULT-TEXT
                   END-STRING
                   PERFORM 5100-WRITE-BACKOUT-STATUS
               WHEN RO-NOT-FOUND
                   SET AL-SEV-CRITICAL TO TRUE
                   MOVE "NO MATCHING SNAPSHOT - NOTHING RESTORED"
                       TO RO-RESULT-TEXT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   SET AL-SEV-CRITICAL TO TRUE
                   MOVE 12 TO RETURN-CODE
           END-EVALUATE
           MOVE RO-RESULT-TEXT TO AL-MESSAGE
           MOVE RH-RUN-DATE TO AL-ALERT-DATE
           MOVE RH-RUN-TIME TO AL-ALERT-TIME
           OPEN EXTEND ALERT-FILE
           IF NOT RO-ALERTFIL-OK
               CLOSE ALERT-FILE
               OPEN OUTPUT ALERT-FILE
           END-IF
           WRITE ALERT-RECORD
           CLOSE ALERT-FILE.

       5100-WRITE-BACKOUT-STATUS.
           OPEN EXTEND RUN-STATUS-FILE
           IF NOT RW-RUNSTAT-OK
               CLOSE RUN-STATUS-FILE
               OPEN OUTPUT RUN-STATUS-FILE
           END-IF
           MOVE SPACES TO RUN-STATUS-RECORD
           MOVE RL-PROGRAM-NAME TO RS-PROGRAM-NAME
           SET RS-BACKOUT-RECORD TO TRUE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RS-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RS-TIMESTAMP
           MOVE 0 TO RS-RECORDS-READ
           MOVE RO-RESTORED-COUNT TO RS-RECORDS-WRITTEN
           MOVE 0 TO RS-RECORDS-REJECTED
           MOVE 0 TO RS-RETURN-CODE
           WRITE RUN-STATUS-RECORD
           CLOSE RUN-STATUS-FILE.

       6000-TERMINATE.
           IF RO-SNAPSHOT-FOUND
               DISPLAY "SNAPSHOT USED:      " RO-MATCH-PROGRAM " "
                   RO-MATCH-TARGET-DD " " RO-MATCH-DATE " "
                   RO-MATCH-TIME
               DISPLAY "SNAPSHOT COUNT:     " RO-TRAILER-COUNT
               DISPLAY "SNAPSHOT HASH:      " RO-TRAILER-HASH
           END-IF
           DISPLAY "RECORDS RESTORED:   " RO-RESTORED-COUNT
           IF RO-RESTORE-VERIFIED OR RO-RESTORE-FAILED
               DISPLAY "RESTORED COUNT:     " RO-CHECK-COUNT
               DISPLAY "RESTORED HASH:      " RO-CHECK-HASH
           END-IF
           DISPLAY "RESULT: " RO-RESULT-TEXT
           MOVE RO-SNAP-READ-COUNT TO RW-READ-COUNT
           MOVE RO-RESTORED-COUNT TO RW-WRITE-COUNT
           MOVE 0 TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.
       COPY RUNSTAPR.

       END PROGRAM ROLLBACK.
