      *                SHARED SUSPENSE LAYOUT FOR THE RESUBMISSION
      *                CYCLE.  AN ENROLLMENT REGISTER PRINTS PER
      *                COURSE AT END OF RUN.
      *                DROP AND WITHDRAW TRANSACTIONS ARE TIMED
      *                AGAINST THE TERM CALENDAR'S DROP DEADLINE: A
      *                DROP TAKES THE STUDENT OFF THE ROSTER, A
      *                WITHDRAWAL POSTS A W TO THE STUDENT HISTORY.
      *                A FULL COURSE PUTS THE STUDENT ON THE WAITLIST
      *                IN REQUEST ORDER, AND EVERY SEAT THAT OPENS
      *                GOES TO THE FIRST WAITLISTED STUDENT WHO STILL
      *                HOLDS THE PREREQUISITE.  THE ROSTER AND THE
      *                WAITLIST ARE REWRITTEN AT END OF RUN AND A
      *                WAITLIST NOTICE LIST PRINTS FOR THE REGISTRAR.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    THE ROSTER IS WRITTEN UNDER THE CLASROST
      *                  NAME THE GRADING RUN READS, SO ENROLLMENTS
      *                  ACTUALLY FEED THE GRADING CYCLE.
      * 10/15/2026 DO    DROP AND WITHDRAW TRANSACTION TYPES AGAINST
      *                  THE TERM CALENDAR (TERMCAL); CAPACITY REJECTS
      *                  GO TO THE WAITLIST INSTEAD OF SUSPENSE, AND
      *                  OPENED SEATS PROMOTE THE FIRST ELIGIBLE
      *                  WAITLISTED STUDENT, WITH A NOTICE LIST.
      *                  CLASROST IS NOW REWRITTEN FROM THE ROSTER
      *                  TABLE AT END OF RUN.
      * 10/15/2026 DO    EVERY DROP AND WITHDRAWAL IS LOGGED TO THE
      *                  DROP FILE (ENRLDROP) WITH ITS EFFECTIVE DATE
      *                  FOR THE TUITION BILLING REFUND CHECK.  THE
      *                  CATALOG AND TERM CALENDAR LAYOUTS CARRY THE
      *                  BILLING FIELDS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLL.
           SELECT ENROLL-SUSPENSE ASSIGN TO "ENRLSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EN-ENRLSUSP-STATUS.
           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EN-TERMCAL-STATUS.
           SELECT COURSE-WAITLIST ASSIGN TO "WAITLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EN-WAITLIST-STATUS.
           SELECT DROP-LOG ASSIGN TO "ENRLDROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EN-ENRLDROP-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  CC-COURSE-TITLE         PIC X(30).
           05  CC-CAPACITY             PIC 9(03).
           05  CC-PREREQ-COURSE        PIC X(06).
           05  CC-CREDIT-HOURS         PIC 9(02).
           05  CC-COURSE-FEE           PIC 9(05)V99.
           05  FILLER                  PIC X(26).

       FD  ENROLLMENT-TRANS
           RECORDING MODE IS F.
           05  ET-STUDENT-ID           PIC 9(06).
           05  ET-TERM-ID              PIC X(05).
           05  ET-COURSE-ID            PIC X(06).
           05  ET-TRANS-TYPE           PIC X(01).
               88  ET-ENROLL-REQUEST   VALUE "E" " ".
               88  ET-DROP-REQUEST     VALUE "D".
               88  ET-WITHDRAW-REQUEST VALUE "W".
           05  ET-TRANS-DATE           PIC 9(08).
           05  FILLER                  PIC X(54).

       FD  CLASS-ROSTER
           RECORDING MODE IS F.
           05  SG-GRADE-POINTS         PIC 9V9.
           05  SG-SOURCE-PROGRAM       PIC X(08).
           05  SG-POST-DATE            PIC 9(08).
           05  SG-GRADE-FLAG           PIC X(01).
               88  SG-WITHDRAWN        VALUE "W".
           05  FILLER                  PIC X(41).

       FD  ENROLL-SUSPENSE
           RECORDING MODE IS F.
       01  ENROLL-SUSPENSE-RECORD.
           COPY SUSPENSE.

      *-----------------------------------------------------------------
      * ONE RECORD PER TERM WITH THE LAST DATE A STUDENT MAY DROP A
      * COURSE WITHOUT A W ON THE TRANSCRIPT.  THE REFUND DEADLINE AND
      * CREDIT-HOUR RATE ARE TUITION BILLING'S.
      *-----------------------------------------------------------------
       FD  TERM-CALENDAR
           RECORDING MODE IS F.
       01  TERM-CALENDAR-RECORD.
           05  TC-TERM-ID              PIC X(05).
           05  TC-DROP-DEADLINE        PIC 9(08).
           05  TC-REFUND-DEADLINE      PIC 9(08).
           05  TC-CREDIT-HOUR-RATE     PIC 9(05)V99.
           05  FILLER                  PIC X(52).

      *-----------------------------------------------------------------
      * STUDENTS WAITING FOR A SEAT, IN THE ORDER THEY ASKED.
      *-----------------------------------------------------------------
       FD  COURSE-WAITLIST
           RECORDING MODE IS F.
       01  COURSE-WAITLIST-RECORD.
           05  WL-STUDENT-ID           PIC 9(06).
           05  WL-TERM-ID              PIC X(05).
           05  WL-COURSE-ID            PIC X(06).
           05  WL-REQUEST-DATE         PIC 9(08).
           05  FILLER                  PIC X(55).

      *-----------------------------------------------------------------
      * ONE RECORD PER DROP OR WITHDRAWAL APPLIED, FOR TUITION BILLING.
      *-----------------------------------------------------------------
       FD  DROP-LOG
           RECORDING MODE IS F.
       01  DROP-LOG-RECORD.
           05  ED-STUDENT-ID           PIC 9(06).
           05  ED-TERM-ID              PIC X(05).
           05  ED-COURSE-ID            PIC X(06).
           05  ED-DROP-TYPE            PIC X(01).
               88  ED-DROPPED          VALUE "D".
               88  ED-WITHDRAWN        VALUE "W".
           05  ED-EFFECTIVE-DATE       PIC 9(08).
           05  ED-PROCESS-DATE         PIC 9(08).
           05  FILLER                  PIC X(46).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
           88  EN-STUHIST-NOTFOUND     VALUE "35".
       01  EN-ENRLSUSP-STATUS          PIC X(02) VALUE "00".
           88  EN-ENRLSUSP-OK          VALUE "00".
       01  EN-TERMCAL-STATUS           PIC X(02) VALUE "00".
           88  EN-TERMCAL-OK           VALUE "00".
           88  EN-TERMCAL-EOF          VALUE "10".
           88  EN-TERMCAL-NOTFOUND     VALUE "35".
       01  EN-WAITLIST-STATUS          PIC X(02) VALUE "00".
           88  EN-WAITLIST-OK          VALUE "00".
           88  EN-WAITLIST-EOF         VALUE "10".
           88  EN-WAITLIST-NOTFOUND    VALUE "35".
       01  EN-ENRLDROP-STATUS          PIC X(02) VALUE "00".
           88  EN-ENRLDROP-OK          VALUE "00".

       01  EN-SWITCHES.
           05  EN-CAT-EOF-SWITCH       PIC X(01) VALUE "N".
               88  EN-HIST-END         VALUE "Y".
           05  EN-PREREQ-MET-SWITCH    PIC X(01) VALUE "N".
               88  EN-PREREQ-MET       VALUE "Y".
           05  EN-TERM-EOF-SWITCH      PIC X(01) VALUE "N".
               88  EN-TERM-END         VALUE "Y".
           05  EN-WAIT-EOF-SWITCH      PIC X(01) VALUE "N".
               88  EN-WAIT-END         VALUE "Y".
           05  EN-ENROLLED-SWITCH      PIC X(01) VALUE "N".
               88  EN-ALREADY-ENROLLED VALUE "Y".
           05  EN-WAITING-SWITCH       PIC X(01) VALUE "N".
               88  EN-ALREADY-WAITING  VALUE "Y".

      *-----------------------------------------------------------------
      * THE STUDENT AND TERM BEING PLACED - FROM THE TRANSACTION, OR
      * FROM THE WAITLIST ENTRY WHEN A SEAT OPENS.
      *-----------------------------------------------------------------
       01  EN-WORK-FIELDS.
           05  EN-WK-STUDENT-ID        PIC 9(06) VALUE 0.
           05  EN-WK-TERM-ID           PIC X(05) VALUE SPACES.
           05  EN-WK-ENTRY-FLAG        PIC X(01) VALUE "Y".
           05  EN-TRANS-DATE           PIC 9(08) VALUE 0.
           05  EN-DROP-DEADLINE        PIC 9(08) VALUE 0.
           05  EN-NOTICE-TEXT          PIC X(30) VALUE SPACES.
           05  EN-DROP-TYPE            PIC X(01) VALUE SPACE.

      *-----------------------------------------------------------------
      * A PREREQUISITE IS PASSED AT THIS SCORE OR BETTER, THE SAME
           05  EN-ENROLLED-COUNT       PIC 9(05) COMP VALUE 0.
           05  EN-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  EN-REGISTER-COUNT       PIC 9(04) COMP VALUE 0.
           05  EN-REGISTER-LISTED      PIC 9(04) COMP VALUE 0.
           05  EN-REGISTER-WAITING     PIC 9(04) COMP VALUE 0.
           05  EN-TERM-COUNT           PIC 9(03) COMP VALUE 0.
           05  EN-MAX-TERMS            PIC 9(03) COMP VALUE 100.
           05  EN-TERM-IDX             PIC 9(03) COMP VALUE 0.
           05  EN-TERM-FOUND-IDX       PIC 9(03) COMP VALUE 0.
           05  EN-WAIT-COUNT           PIC 9(04) COMP VALUE 0.
           05  EN-MAX-WAIT             PIC 9(04) COMP VALUE 2000.
           05  EN-WAIT-IDX             PIC 9(04) COMP VALUE 0.
           05  EN-CLEAR-IDX            PIC 9(04) COMP VALUE 0.
           05  EN-SEAT-FOUND-IDX       PIC 9(04) COMP VALUE 0.
           05  EN-NOTICE-COUNT         PIC 9(03) COMP VALUE 0.
           05  EN-MAX-NOTICES          PIC 9(03) COMP VALUE 500.
           05  EN-NOTICE-IDX           PIC 9(03) COMP VALUE 0.
           05  EN-NOTICE-OVERFLOW      PIC 9(05) COMP VALUE 0.
           05  EN-DROPPED-COUNT        PIC 9(05) COMP VALUE 0.
           05  EN-WITHDRAWN-COUNT      PIC 9(05) COMP VALUE 0.
           05  EN-WAITLISTED-COUNT     PIC 9(05) COMP VALUE 0.
           05  EN-PROMOTED-COUNT       PIC 9(05) COMP VALUE 0.

       01  EN-CATALOG-TABLE.
           05  EN-CAT-ENTRY OCCURS 1 TO 200 TIMES
               10  EN-RO-COURSE-ID     PIC X(06).
               10  EN-RO-STUDENT-ID    PIC 9(06).
               10  EN-RO-TERM-ID       PIC X(05).
               10  EN-RO-EXAM-SCORE    PIC 9(03).
               10  EN-RO-NEW-FLAG      PIC X(01).
                   88  EN-RO-NEW       VALUE "Y".
                   88  EN-RO-PROMOTED  VALUE "P".
               10  EN-RO-SEAT-STATUS   PIC X(01).
                   88  EN-RO-ACTIVE    VALUE " ".
                   88  EN-RO-DROPPED   VALUE "D".
                   88  EN-RO-WITHDRAWN VALUE "W".

       01  EN-HISTORY-TABLE.
           05  EN-HIST-ENTRY OCCURS 1 TO 2000 TIMES
               10  EN-HS-COURSE-ID     PIC X(06).
               10  EN-HS-EXAM-SCORE    PIC 9(03).

       01  EN-TERM-TABLE.
           05  EN-TERM-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON EN-TERM-COUNT
                   INDEXED BY EN-TERM-TIDX.
               10  EN-TC-TERM-ID       PIC X(05).
               10  EN-TC-DROP-DEADLINE PIC 9(08).

      *-----------------------------------------------------------------
      * THE WAITLIST IN REQUEST ORDER.  PROMOTED AND REMOVED ENTRIES
      * STAY IN THE TABLE FOR THE NOTICE LIST BUT ARE NOT WRITTEN
      * BACK.
      *-----------------------------------------------------------------
       01  EN-WAITLIST-TABLE.
           05  EN-WAIT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON EN-WAIT-COUNT
                   INDEXED BY EN-WAIT-TIDX.
               10  EN-WL-STUDENT-ID    PIC 9(06).
               10  EN-WL-TERM-ID       PIC X(05).
               10  EN-WL-COURSE-ID     PIC X(06).
               10  EN-WL-REQUEST-DATE  PIC 9(08).
               10  EN-WL-STATUS        PIC X(01).
                   88  EN-WL-WAITING   VALUE " ".
                   88  EN-WL-PROMOTED  VALUE "P".
                   88  EN-WL-REMOVED   VALUE "R".

       01  EN-NOTICE-TABLE.
           05  EN-NOTICE-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON EN-NOTICE-COUNT
                   INDEXED BY EN-NOTICE-TIDX.
               10  EN-NT-STUDENT-ID    PIC 9(06).
               10  EN-NT-COURSE-ID     PIC X(06).
               10  EN-NT-TERM-ID       PIC X(05).
               10  EN-NT-REQUEST-DATE  PIC 9(08).
               10  EN-NT-TEXT          PIC X(30).

       01  EN-REGISTER-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  EN-RL-STUDENT-ID        PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EN-RL-REMARK            PIC X(14).

       01  EN-NOTICE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  EN-NL-STUDENT-ID        PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EN-NL-COURSE-ID         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EN-NL-TERM-ID           PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EN-NL-REQUEST-DATE      PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EN-NL-TEXT              PIC X(30).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TRANSACTION
               UNTIL EN-TRANS-END
           PERFORM 3000-PRINT-REGISTER
           PERFORM 3500-PRINT-WAITLIST-NOTICES
           PERFORM 4000-TERMINATE
           STOP RUN.

           PERFORM 1100-LOAD-COURSE-CATALOG
           PERFORM 1200-LOAD-CURRENT-ROSTER
           PERFORM 1300-LOAD-STUDENT-HISTORY
           PERFORM 1400-LOAD-TERM-CALENDAR
           PERFORM 1500-LOAD-WAITLIST
           OPEN INPUT ENROLLMENT-TRANS
           IF NOT EN-ENRLTRAN-OK AND NOT EN-ENRLTRAN-EOF
               MOVE "ENROLL" TO AB-PROGRAM-ID
               MOVE EN-ENRLTRAN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN EXTEND STUDENT-HISTORY
           IF NOT EN-STUHIST-OK
               CLOSE STUDENT-HISTORY
               OPEN OUTPUT STUDENT-HISTORY
           END-IF
           OPEN EXTEND ENROLL-SUSPENSE
           IF NOT EN-ENRLSUSP-OK
               CLOSE ENROLL-SUSPENSE
               OPEN OUTPUT ENROLL-SUSPENSE
           END-IF
           OPEN EXTEND DROP-LOG
           IF NOT EN-ENRLDROP-OK
               CLOSE DROP-LOG
               OPEN OUTPUT DROP-LOG
           END-IF
           PERFORM 2900-READ-TRANSACTION.

       1100-LOAD-COURSE-CATALOG.
           MOVE CR-COURSE-ID TO EN-RO-COURSE-ID (EN-ROS-COUNT)
           MOVE CR-STUDENT-ID TO EN-RO-STUDENT-ID (EN-ROS-COUNT)
           MOVE CR-TERM-ID TO EN-RO-TERM-ID (EN-ROS-COUNT)
           MOVE CR-EXAM-SCORE TO EN-RO-EXAM-SCORE (EN-ROS-COUNT)
           MOVE "N" TO EN-RO-NEW-FLAG (EN-ROS-COUNT)
           MOVE SPACE TO EN-RO-SEAT-STATUS (EN-ROS-COUNT)
           ADD 1 TO EN-ROS-COUNT
           PERFORM 1920-READ-ROSTER-RECORD.

           ADD 1 TO EN-HIST-COUNT
           PERFORM 1930-READ-HISTORY-RECORD.

      *-----------------------------------------------------------------
      * A MISSING CALENDAR LEAVES THE TABLE EMPTY; DROPS AND
      * WITHDRAWALS THEN GO TO SUSPENSE UNTIL THE TERM IS ADDED.
      *-----------------------------------------------------------------
       1400-LOAD-TERM-CALENDAR.
           MOVE 1 TO EN-TERM-COUNT
           OPEN INPUT TERM-CALENDAR
           IF EN-TERMCAL-NOTFOUND
               SET EN-TERM-END TO TRUE
           ELSE
               PERFORM 1940-READ-CALENDAR-RECORD
               PERFORM 1410-STORE-CALENDAR-RECORD
                   UNTIL EN-TERM-END
                       OR EN-TERM-COUNT > EN-MAX-TERMS
               CLOSE TERM-CALENDAR
           END-IF
           IF NOT EN-TERM-END
               DISPLAY "ENROLL: TERM TABLE FULL AT " EN-MAX-TERMS
                   " - RUN STOPPED"
               MOVE "ENROLL" TO AB-PROGRAM-ID
               MOVE "TERMCAL" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE EN-TERMCAL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF EN-TERM-COUNT > 1
               SUBTRACT 1 FROM EN-TERM-COUNT
           ELSE
               MOVE 0 TO EN-TERM-COUNT
           END-IF.

       1410-STORE-CALENDAR-RECORD.
           MOVE TC-TERM-ID TO EN-TC-TERM-ID (EN-TERM-COUNT)
           MOVE TC-DROP-DEADLINE TO EN-TC-DROP-DEADLINE (EN-TERM-COUNT)
           ADD 1 TO EN-TERM-COUNT
           PERFORM 1940-READ-CALENDAR-RECORD.

       1500-LOAD-WAITLIST.
           MOVE 1 TO EN-WAIT-COUNT
           OPEN INPUT COURSE-WAITLIST
           IF EN-WAITLIST-NOTFOUND
               SET EN-WAIT-END TO TRUE
           ELSE
               PERFORM 1950-READ-WAITLIST-RECORD
               PERFORM 1510-STORE-WAITLIST-RECORD
                   UNTIL EN-WAIT-END
                       OR EN-WAIT-COUNT > EN-MAX-WAIT
               CLOSE COURSE-WAITLIST
           END-IF
           IF NOT EN-WAIT-END
               DISPLAY "ENROLL: WAITLIST TABLE FULL AT " EN-MAX-WAIT
                   " - RUN STOPPED"
               MOVE "ENROLL" TO AB-PROGRAM-ID
               MOVE "WAITLIST" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE EN-WAITLIST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF EN-WAIT-COUNT > 1
               SUBTRACT 1 FROM EN-WAIT-COUNT
           ELSE
               MOVE 0 TO EN-WAIT-COUNT
           END-IF.

       1510-STORE-WAITLIST-RECORD.
           MOVE WL-STUDENT-ID TO EN-WL-STUDENT-ID (EN-WAIT-COUNT)
           MOVE WL-TERM-ID TO EN-WL-TERM-ID (EN-WAIT-COUNT)
           MOVE WL-COURSE-ID TO EN-WL-COURSE-ID (EN-WAIT-COUNT)
           MOVE WL-REQUEST-DATE TO EN-WL-REQUEST-DATE (EN-WAIT-COUNT)
           MOVE SPACE TO EN-WL-STATUS (EN-WAIT-COUNT)
           ADD 1 TO EN-WAIT-COUNT
           PERFORM 1950-READ-WAITLIST-RECORD.

       1910-READ-CATALOG-RECORD.
           READ COURSE-CATALOG
               AT END
                   SET EN-HIST-END TO TRUE
           END-READ.

       1940-READ-CALENDAR-RECORD.
           READ TERM-CALENDAR
               AT END
                   SET EN-TERM-END TO TRUE
           END-READ.

       1950-READ-WAITLIST-RECORD.
           READ COURSE-WAITLIST
               AT END
                   SET EN-WAIT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A TRANSACTION WITH NO DATE IS TAKEN AS DATED TODAY.
      *-----------------------------------------------------------------
       2000-APPLY-TRANSACTION.
           IF ET-TRANS-DATE NUMERIC AND ET-TRANS-DATE > 0
               MOVE ET-TRANS-DATE TO EN-TRANS-DATE
           ELSE
               MOVE RH-RUN-DATE TO EN-TRANS-DATE
           END-IF
           MOVE ET-STUDENT-ID TO EN-WK-STUDENT-ID
           MOVE ET-TERM-ID TO EN-WK-TERM-ID
           MOVE "Y" TO EN-WK-ENTRY-FLAG
           PERFORM 2100-FIND-CATALOG-COURSE
           EVALUATE TRUE
               WHEN EN-CAT-FOUND-IDX = 0
                   MOVE "COURSE NOT IN CATALOG" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
               WHEN ET-ENROLL-REQUEST
                   PERFORM 2200-VALIDATE-AND-ENROLL
               WHEN ET-DROP-REQUEST
               WHEN ET-WITHDRAW-REQUEST
                   PERFORM 2600-APPLY-DROP-OR-WITHDRAW
               WHEN OTHER
                   MOVE "INVALID TRANSACTION TYPE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
           END-EVALUATE
           PERFORM 2900-READ-TRANSACTION.

               MOVE EN-CAT-IDX TO EN-CAT-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * THE PREREQUISITE AND REPEAT CHECKS COME BEFORE CAPACITY, SO
      * ONLY A STUDENT WHO COULD TAKE THE SEAT IS WAITLISTED.
      *-----------------------------------------------------------------
       2200-VALIDATE-AND-ENROLL.
           PERFORM 2300-CHECK-ENROLLMENT-RULES.

       2210-COUNT-COURSE-SEATS.
           MOVE 0 TO EN-COURSE-SEATS
               UNTIL EN-ROS-IDX > EN-ROS-COUNT.

       2220-TALLY-ONE-SEAT.
           IF EN-RO-COURSE-ID (EN-ROS-IDX)
                   = EN-CT-COURSE-ID (EN-CAT-FOUND-IDX)
                   AND EN-RO-ACTIVE (EN-ROS-IDX)
               ADD 1 TO EN-COURSE-SEATS
           END-IF.

       2300-CHECK-ENROLLMENT-RULES.
           PERFORM 2305-TEST-PREREQUISITE
           EVALUATE TRUE
               WHEN NOT EN-PREREQ-MET
                   MOVE "PREREQUISITE NOT PASSED" TO SS-REJECT-REASON
                   PERFORM 2320-CHECK-ALREADY-ENROLLED
           END-EVALUATE.

       2305-TEST-PREREQUISITE.
           IF EN-CT-PREREQ (EN-CAT-FOUND-IDX) NOT = SPACES
               PERFORM 2310-CHECK-PREREQUISITE
           ELSE
               SET EN-PREREQ-MET TO TRUE
           END-IF.

       2310-CHECK-PREREQUISITE.
           MOVE "N" TO EN-PREREQ-MET-SWITCH
           PERFORM 2315-MATCH-ONE-HISTORY
                   OR EN-PREREQ-MET.

       2315-MATCH-ONE-HISTORY.
           IF EN-HS-STUDENT-ID (EN-HIST-IDX) = EN-WK-STUDENT-ID
                   AND EN-HS-COURSE-ID (EN-HIST-IDX)
                       = EN-CT-PREREQ (EN-CAT-FOUND-IDX)
                   AND EN-HS-EXAM-SCORE (EN-HIST-IDX)
           END-IF.

       2320-CHECK-ALREADY-ENROLLED.
           PERFORM 2322-TEST-ALREADY-ENROLLED
           EVALUATE TRUE
               WHEN EN-ALREADY-ENROLLED
                   MOVE "ALREADY ENROLLED" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
               WHEN OTHER
                   PERFORM 2330-CHECK-CAPACITY
           END-EVALUATE.

       2322-TEST-ALREADY-ENROLLED.
           MOVE "N" TO EN-ENROLLED-SWITCH
           PERFORM 2325-MATCH-ONE-SEAT
               VARYING EN-ROS-IDX FROM 1 BY 1
               UNTIL EN-ROS-IDX > EN-ROS-COUNT
                   OR EN-ALREADY-ENROLLED.

       2325-MATCH-ONE-SEAT.
           IF EN-RO-COURSE-ID (EN-ROS-IDX)
                   = EN-CT-COURSE-ID (EN-CAT-FOUND-IDX)
                   AND EN-RO-STUDENT-ID (EN-ROS-IDX) = EN-WK-STUDENT-ID
                   AND EN-RO-ACTIVE (EN-ROS-IDX)
               SET EN-ALREADY-ENROLLED TO TRUE
           END-IF.

       2330-CHECK-CAPACITY.
           PERFORM 2210-COUNT-COURSE-SEATS
           IF EN-COURSE-SEATS >= EN-CT-CAPACITY (EN-CAT-FOUND-IDX)
               PERFORM 2450-ADD-TO-WAITLIST
           ELSE
               PERFORM 2400-ENROLL-STUDENT
           END-IF.

      *-----------------------------------------------------------------
      * ADDS THE STUDENT IN EN-WK-STUDENT-ID TO THE ROSTER TABLE FOR
      * THE COURSE AT EN-CAT-FOUND-IDX AND CLEARS ANY WAITLIST ENTRY
      * THE STUDENT STILL HAS FOR THE COURSE.
      *-----------------------------------------------------------------
       2400-ENROLL-STUDENT.
           IF EN-ROS-COUNT >= EN-MAX-ROS
               DISPLAY "ENROLL: ROSTER TABLE FULL AT " EN-MAX-ROS
               MOVE EN-ROSTER-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           ADD 1 TO EN-ROS-COUNT
           MOVE EN-CT-COURSE-ID (EN-CAT-FOUND-IDX)
               TO EN-RO-COURSE-ID (EN-ROS-COUNT)
           MOVE EN-WK-STUDENT-ID TO EN-RO-STUDENT-ID (EN-ROS-COUNT)
           MOVE EN-WK-TERM-ID TO EN-RO-TERM-ID (EN-ROS-COUNT)
           MOVE 0 TO EN-RO-EXAM-SCORE (EN-ROS-COUNT)
           MOVE EN-WK-ENTRY-FLAG TO EN-RO-NEW-FLAG (EN-ROS-COUNT)
           MOVE SPACE TO EN-RO-SEAT-STATUS (EN-ROS-COUNT)
           ADD 1 TO EN-CT-NEW-COUNT (EN-CAT-FOUND-IDX)
           ADD 1 TO EN-ENROLLED-COUNT
           PERFORM 2410-CLEAR-ONE-WAITLIST
               VARYING EN-CLEAR-IDX FROM 1 BY 1
               UNTIL EN-CLEAR-IDX > EN-WAIT-COUNT.

       2410-CLEAR-ONE-WAITLIST.
           IF EN-WL-WAITING (EN-CLEAR-IDX)
                   AND EN-WL-STUDENT-ID (EN-CLEAR-IDX)
                       = EN-WK-STUDENT-ID
                   AND EN-WL-COURSE-ID (EN-CLEAR-IDX)
                       = EN-CT-COURSE-ID (EN-CAT-FOUND-IDX)
               SET EN-WL-REMOVED (EN-CLEAR-IDX) TO TRUE
           END-IF.

       2450-ADD-TO-WAITLIST.
           MOVE "N" TO EN-WAITING-SWITCH
           PERFORM 2455-MATCH-ONE-WAITLIST
               VARYING EN-WAIT-IDX FROM 1 BY 1
               UNTIL EN-WAIT-IDX > EN-WAIT-COUNT
                   OR EN-ALREADY-WAITING
           IF EN-ALREADY-WAITING
               MOVE "ALREADY WAITLISTED" TO SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
           ELSE
               IF EN-WAIT-COUNT >= EN-MAX-WAIT
                   DISPLAY "ENROLL: WAITLIST TABLE FULL AT "
                       EN-MAX-WAIT " - RUN STOPPED"
                   MOVE "ENROLL" TO AB-PROGRAM-ID
                   MOVE "WAITLIST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE EN-WAITLIST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO EN-WAIT-COUNT
               MOVE EN-WK-STUDENT-ID TO EN-WL-STUDENT-ID (EN-WAIT-COUNT)
               MOVE EN-WK-TERM-ID TO EN-WL-TERM-ID (EN-WAIT-COUNT)
               MOVE EN-CT-COURSE-ID (EN-CAT-FOUND-IDX)
                   TO EN-WL-COURSE-ID (EN-WAIT-COUNT)
               MOVE EN-TRANS-DATE TO EN-WL-REQUEST-DATE (EN-WAIT-COUNT)
               MOVE SPACE TO EN-WL-STATUS (EN-WAIT-COUNT)
               ADD 1 TO EN-WAITLISTED-COUNT
           END-IF.

       2455-MATCH-ONE-WAITLIST.
           IF EN-WL-WAITING (EN-WAIT-IDX)
                   AND EN-WL-STUDENT-ID (EN-WAIT-IDX) = EN-WK-STUDENT-ID
                   AND EN-WL-COURSE-ID (EN-WAIT-IDX)
                       = EN-CT-COURSE-ID (EN-CAT-FOUND-IDX)
               SET EN-ALREADY-WAITING TO TRUE
           END-IF.

       2500-LOG-SUSPENSE-RECORD.
           MOVE "ENROLL" TO SS-SOURCE-PROGRAM
           ADD 1 TO EN-REJECT-COUNT
           MOVE SPACES TO SS-REJECT-REASON.

      *-----------------------------------------------------------------
      * ON OR BEFORE THE TERM'S DROP DEADLINE BOTH TYPES TAKE THE
      * STUDENT OFF THE ROSTER.  AFTER IT ONLY A WITHDRAWAL IS
      * ALLOWED, AND IT POSTS A W TO THE STUDENT HISTORY.  A GRADED
      * SEAT CANNOT BE DROPPED.  EITHER WAY THE SEAT GOES TO THE
      * WAITLIST.
      *-----------------------------------------------------------------
       2600-APPLY-DROP-OR-WITHDRAW.
           PERFORM 2610-FIND-TERM-DEADLINE
           PERFORM 2620-FIND-ACTIVE-SEAT
           EVALUATE TRUE
               WHEN EN-TERM-FOUND-IDX = 0
                   MOVE "TERM NOT ON CALENDAR" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
               WHEN EN-SEAT-FOUND-IDX = 0
                   MOVE "NOT ENROLLED" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
               WHEN EN-RO-EXAM-SCORE (EN-SEAT-FOUND-IDX) > 0
                   MOVE "COURSE ALREADY GRADED" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
               WHEN EN-TRANS-DATE NOT > EN-DROP-DEADLINE
                   SET EN-RO-DROPPED (EN-SEAT-FOUND-IDX) TO TRUE
                   MOVE "D" TO EN-DROP-TYPE
                   PERFORM 2660-LOG-DROP
                   ADD 1 TO EN-DROPPED-COUNT
                   PERFORM 2700-PROMOTE-FROM-WAITLIST
               WHEN ET-WITHDRAW-REQUEST
                   SET EN-RO-WITHDRAWN (EN-SEAT-FOUND-IDX) TO TRUE
                   PERFORM 2650-POST-WITHDRAWAL
                   MOVE "W" TO EN-DROP-TYPE
                   PERFORM 2660-LOG-DROP
                   ADD 1 TO EN-WITHDRAWN-COUNT
                   PERFORM 2700-PROMOTE-FROM-WAITLIST
               WHEN OTHER
                   MOVE "PAST DROP DEADLINE - WITHDRAW"
                       TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
           END-EVALUATE.

       2610-FIND-TERM-DEADLINE.
           MOVE 0 TO EN-TERM-FOUND-IDX
           MOVE 0 TO EN-DROP-DEADLINE
           PERFORM 2615-COMPARE-ONE-TERM
               VARYING EN-TERM-IDX FROM 1 BY 1
               UNTIL EN-TERM-IDX > EN-TERM-COUNT
                   OR EN-TERM-FOUND-IDX NOT = 0.

       2615-COMPARE-ONE-TERM.
           IF EN-TC-TERM-ID (EN-TERM-IDX) = ET-TERM-ID
               MOVE EN-TERM-IDX TO EN-TERM-FOUND-IDX
               MOVE EN-TC-DROP-DEADLINE (EN-TERM-IDX)
                   TO EN-DROP-DEADLINE
           END-IF.

       2620-FIND-ACTIVE-SEAT.
           MOVE 0 TO EN-SEAT-FOUND-IDX
           PERFORM 2625-MATCH-DROP-SEAT
               VARYING EN-ROS-IDX FROM 1 BY 1
               UNTIL EN-ROS-IDX > EN-ROS-COUNT
                   OR EN-SEAT-FOUND-IDX NOT = 0.

       2625-MATCH-DROP-SEAT.
           IF EN-RO-COURSE-ID (EN-ROS-IDX) = ET-COURSE-ID
                   AND EN-RO-STUDENT-ID (EN-ROS-IDX) = ET-STUDENT-ID
                   AND EN-RO-TERM-ID (EN-ROS-IDX) = ET-TERM-ID
                   AND EN-RO-ACTIVE (EN-ROS-IDX)
               MOVE EN-ROS-IDX TO EN-SEAT-FOUND-IDX
           END-IF.

       2650-POST-WITHDRAWAL.
           MOVE SPACES TO STUDENT-HISTORY-RECORD
           MOVE ET-STUDENT-ID TO SG-STUDENT-ID
           MOVE ET-TERM-ID TO SG-TERM-ID
           MOVE ET-COURSE-ID TO SG-COURSE-ID
           MOVE 0 TO SG-EXAM-SCORE
           MOVE 0 TO SG-GRADE-POINTS
           MOVE "ENROLL" TO SG-SOURCE-PROGRAM
           MOVE RH-RUN-DATE TO SG-POST-DATE
           SET SG-WITHDRAWN TO TRUE
           WRITE STUDENT-HISTORY-RECORD
           IF NOT EN-STUHIST-OK
               MOVE "ENROLL" TO AB-PROGRAM-ID
               MOVE "STUHIST" TO AB-FILE-NAME
               MOVE "WRITE" TO AB-OPERATION
               MOVE EN-STUHIST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

       2660-LOG-DROP.
           MOVE SPACES TO DROP-LOG-RECORD
           MOVE ET-STUDENT-ID TO ED-STUDENT-ID
           MOVE ET-TERM-ID TO ED-TERM-ID
           MOVE ET-COURSE-ID TO ED-COURSE-ID
           MOVE EN-DROP-TYPE TO ED-DROP-TYPE
           MOVE EN-TRANS-DATE TO ED-EFFECTIVE-DATE
           MOVE RH-RUN-DATE TO ED-PROCESS-DATE
           WRITE DROP-LOG-RECORD.

      *-----------------------------------------------------------------
      * FILLS OPEN SEATS IN THE COURSE AT EN-CAT-FOUND-IDX FROM THE
      * WAITLIST IN REQUEST ORDER.  A WAITLISTED STUDENT WHO NO
      * LONGER HOLDS THE PREREQUISITE, OR WHO IS ALREADY IN THE
      * COURSE, IS TAKEN OFF THE LIST AND THE NEXT ONE IS TRIED.
      *-----------------------------------------------------------------
       2700-PROMOTE-FROM-WAITLIST.
           PERFORM 2210-COUNT-COURSE-SEATS
           PERFORM 2710-TRY-ONE-WAITLIST
               VARYING EN-WAIT-IDX FROM 1 BY 1
               UNTIL EN-WAIT-IDX > EN-WAIT-COUNT
                   OR EN-COURSE-SEATS
                       >= EN-CT-CAPACITY (EN-CAT-FOUND-IDX).

       2710-TRY-ONE-WAITLIST.
           IF EN-WL-WAITING (EN-WAIT-IDX)
                   AND EN-WL-COURSE-ID (EN-WAIT-IDX)
                       = EN-CT-COURSE-ID (EN-CAT-FOUND-IDX)
               MOVE EN-WL-STUDENT-ID (EN-WAIT-IDX) TO EN-WK-STUDENT-ID
               MOVE EN-WL-TERM-ID (EN-WAIT-IDX) TO EN-WK-TERM-ID
               MOVE "P" TO EN-WK-ENTRY-FLAG
               PERFORM 2305-TEST-PREREQUISITE
               PERFORM 2322-TEST-ALREADY-ENROLLED
               EVALUATE TRUE
                   WHEN NOT EN-PREREQ-MET
                       SET EN-WL-REMOVED (EN-WAIT-IDX) TO TRUE
                       MOVE "REMOVED - PREREQ NOT PASSED"
                           TO EN-NOTICE-TEXT
                   WHEN EN-ALREADY-ENROLLED
                       SET EN-WL-REMOVED (EN-WAIT-IDX) TO TRUE
                       MOVE "REMOVED - ALREADY ENROLLED"
                           TO EN-NOTICE-TEXT
                   WHEN OTHER
                       PERFORM 2400-ENROLL-STUDENT
                       SET EN-WL-PROMOTED (EN-WAIT-IDX) TO TRUE
                       ADD 1 TO EN-COURSE-SEATS
                       ADD 1 TO EN-PROMOTED-COUNT
                       MOVE "ENROLLED FROM WAITLIST"
                           TO EN-NOTICE-TEXT
               END-EVALUATE
               PERFORM 2750-ADD-WAITLIST-NOTICE
           END-IF.

       2750-ADD-WAITLIST-NOTICE.
           IF EN-NOTICE-COUNT >= EN-MAX-NOTICES
               ADD 1 TO EN-NOTICE-OVERFLOW
           ELSE
               ADD 1 TO EN-NOTICE-COUNT
               MOVE EN-WL-STUDENT-ID (EN-WAIT-IDX)
                   TO EN-NT-STUDENT-ID (EN-NOTICE-COUNT)
               MOVE EN-WL-COURSE-ID (EN-WAIT-IDX)
                   TO EN-NT-COURSE-ID (EN-NOTICE-COUNT)
               MOVE EN-WL-TERM-ID (EN-WAIT-IDX)
                   TO EN-NT-TERM-ID (EN-NOTICE-COUNT)
               MOVE EN-WL-REQUEST-DATE (EN-WAIT-IDX)
                   TO EN-NT-REQUEST-DATE (EN-NOTICE-COUNT)
               MOVE EN-NOTICE-TEXT TO EN-NT-TEXT (EN-NOTICE-COUNT)
           END-IF.

       2900-READ-TRANSACTION.
           READ ENROLLMENT-TRANS
               AT END

       3100-REGISTER-ONE-COURSE.
           PERFORM 3150-COUNT-REGISTER-SEATS
           IF EN-REGISTER-LISTED > 0 OR EN-REGISTER-WAITING > 0
               DISPLAY " "
               DISPLAY "COURSE " EN-CT-COURSE-ID (EN-CAT-IDX)
                   " " EN-CT-COURSE-TITLE (EN-CAT-IDX)
                   " ENROLLED " EN-REGISTER-COUNT
                   " OF " EN-CT-CAPACITY (EN-CAT-IDX)
                   " WAITLISTED " EN-REGISTER-WAITING
               PERFORM 3200-LIST-ONE-SEAT
                   VARYING EN-ROS-IDX FROM 1 BY 1
                   UNTIL EN-ROS-IDX > EN-ROS-COUNT

       3150-COUNT-REGISTER-SEATS.
           MOVE 0 TO EN-REGISTER-COUNT
           MOVE 0 TO EN-REGISTER-LISTED
           MOVE 0 TO EN-REGISTER-WAITING
           PERFORM 3160-TALLY-REGISTER-SEAT
               VARYING EN-ROS-IDX FROM 1 BY 1
               UNTIL EN-ROS-IDX > EN-ROS-COUNT
           PERFORM 3170-TALLY-REGISTER-WAIT
               VARYING EN-WAIT-IDX FROM 1 BY 1
               UNTIL EN-WAIT-IDX > EN-WAIT-COUNT.

       3160-TALLY-REGISTER-SEAT.
           IF EN-RO-COURSE-ID (EN-ROS-IDX)
                   = EN-CT-COURSE-ID (EN-CAT-IDX)
               ADD 1 TO EN-REGISTER-LISTED
               IF EN-RO-ACTIVE (EN-ROS-IDX)
                   ADD 1 TO EN-REGISTER-COUNT
               END-IF
           END-IF.

       3170-TALLY-REGISTER-WAIT.
           IF EN-WL-COURSE-ID (EN-WAIT-IDX)
                   = EN-CT-COURSE-ID (EN-CAT-IDX)
                   AND EN-WL-WAITING (EN-WAIT-IDX)
               ADD 1 TO EN-REGISTER-WAITING
           END-IF.

       3200-LIST-ONE-SEAT.
               MOVE EN-RO-STUDENT-ID (EN-ROS-IDX)
                   TO EN-RL-STUDENT-ID
               MOVE EN-RO-TERM-ID (EN-ROS-IDX) TO EN-RL-TERM-ID
               EVALUATE TRUE
                   WHEN EN-RO-DROPPED (EN-ROS-IDX)
                       MOVE "DROPPED" TO EN-RL-REMARK
                   WHEN EN-RO-WITHDRAWN (EN-ROS-IDX)
                       MOVE "WITHDRAWN - W" TO EN-RL-REMARK
                   WHEN EN-RO-NEW (EN-ROS-IDX)
                       MOVE "NEW THIS RUN" TO EN-RL-REMARK
                   WHEN EN-RO-PROMOTED (EN-ROS-IDX)
                       MOVE "FROM WAITLIST" TO EN-RL-REMARK
                   WHEN OTHER
                       MOVE SPACES TO EN-RL-REMARK
               END-EVALUATE
               DISPLAY EN-REGISTER-LINE
           END-IF.

      *-----------------------------------------------------------------
      * WHAT HAPPENED TO EACH WAITLISTED STUDENT THIS RUN, FOR THE
      * REGISTRAR TO NOTIFY.
      *-----------------------------------------------------------------
       3500-PRINT-WAITLIST-NOTICES.
           DISPLAY " "
           DISPLAY "WAITLIST NOTICES"
           DISPLAY "   STUDENT COURSE  TERM   REQUESTED ACTION"
           IF EN-NOTICE-COUNT = 0
               DISPLAY "   NO WAITLIST CHANGES THIS RUN"
           ELSE
               PERFORM 3510-PRINT-ONE-NOTICE
                   VARYING EN-NOTICE-IDX FROM 1 BY 1
                   UNTIL EN-NOTICE-IDX > EN-NOTICE-COUNT
           END-IF
           IF EN-NOTICE-OVERFLOW > 0
               DISPLAY "ENROLL: " EN-NOTICE-OVERFLOW
                   " NOTICES NOT LISTED - NOTICE TABLE FULL"
               MOVE 4 TO RETURN-CODE
           END-IF.

       3510-PRINT-ONE-NOTICE.
           MOVE EN-NT-STUDENT-ID (EN-NOTICE-IDX) TO EN-NL-STUDENT-ID
           MOVE EN-NT-COURSE-ID (EN-NOTICE-IDX) TO EN-NL-COURSE-ID
           MOVE EN-NT-TERM-ID (EN-NOTICE-IDX) TO EN-NL-TERM-ID
           MOVE EN-NT-REQUEST-DATE (EN-NOTICE-IDX)
               TO EN-NL-REQUEST-DATE
           MOVE EN-NT-TEXT (EN-NOTICE-IDX) TO EN-NL-TEXT
           DISPLAY EN-NOTICE-LINE.

       4000-TERMINATE.
           PERFORM 4100-REWRITE-ROSTER
           PERFORM 4200-REWRITE-WAITLIST
           DISPLAY " "
           DISPLAY "STUDENTS ENROLLED:     " EN-ENROLLED-COUNT
           DISPLAY "  FROM WAITLIST:       " EN-PROMOTED-COUNT
           DISPLAY "COURSES DROPPED:       " EN-DROPPED-COUNT
           DISPLAY "COURSES WITHDRAWN:     " EN-WITHDRAWN-COUNT
           DISPLAY "STUDENTS WAITLISTED:   " EN-WAITLISTED-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " EN-REJECT-COUNT
           CLOSE ENROLLMENT-TRANS
           CLOSE STUDENT-HISTORY
           CLOSE ENROLL-SUSPENSE
           CLOSE DROP-LOG
           PERFORM 8100-PRINT-REPORT-FOOTER.

      *-----------------------------------------------------------------
      * DROPPED AND WITHDRAWN SEATS ARE LEFT OFF THE NEW ROSTER; A
      * WITHDRAWAL IS CARRIED ON THE STUDENT HISTORY INSTEAD.
      *-----------------------------------------------------------------
       4100-REWRITE-ROSTER.
           OPEN OUTPUT CLASS-ROSTER
           IF NOT EN-ROSTER-OK
               MOVE "ENROLL" TO AB-PROGRAM-ID
               MOVE "CLASROST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE EN-ROSTER-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 4110-WRITE-ONE-SEAT
               VARYING EN-ROS-IDX FROM 1 BY 1
               UNTIL EN-ROS-IDX > EN-ROS-COUNT
           CLOSE CLASS-ROSTER.

       4110-WRITE-ONE-SEAT.
           IF EN-RO-ACTIVE (EN-ROS-IDX)
               MOVE EN-RO-STUDENT-ID (EN-ROS-IDX) TO CR-STUDENT-ID
               MOVE EN-RO-EXAM-SCORE (EN-ROS-IDX) TO CR-EXAM-SCORE
               MOVE EN-RO-TERM-ID (EN-ROS-IDX) TO CR-TERM-ID
               MOVE EN-RO-COURSE-ID (EN-ROS-IDX) TO CR-COURSE-ID
               WRITE CLASS-ROSTER-RECORD
           END-IF.

       4200-REWRITE-WAITLIST.
           OPEN OUTPUT COURSE-WAITLIST
           IF NOT EN-WAITLIST-OK
               MOVE "ENROLL" TO AB-PROGRAM-ID
               MOVE "WAITLIST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE EN-WAITLIST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 4210-WRITE-ONE-WAITLIST
               VARYING EN-WAIT-IDX FROM 1 BY 1
               UNTIL EN-WAIT-IDX > EN-WAIT-COUNT
           CLOSE COURSE-WAITLIST.

       4210-WRITE-ONE-WAITLIST.
           IF EN-WL-WAITING (EN-WAIT-IDX)
               MOVE SPACES TO COURSE-WAITLIST-RECORD
               MOVE EN-WL-STUDENT-ID (EN-WAIT-IDX) TO WL-STUDENT-ID
               MOVE EN-WL-TERM-ID (EN-WAIT-IDX) TO WL-TERM-ID
               MOVE EN-WL-COURSE-ID (EN-WAIT-IDX) TO WL-COURSE-ID
               MOVE EN-WL-REQUEST-DATE (EN-WAIT-IDX)
                   TO WL-REQUEST-DATE
               WRITE COURSE-WAITLIST-RECORD
           END-IF.

       COPY ABENDPAR.
       COPY RPTHDRPR.

