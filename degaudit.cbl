      ******************************************************************
      * PROGRAM-ID.    DEGAUDIT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - REGISTRAR
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       CERTIFICATE/DEGREE AUDIT.  THE PROGRAM
      *                REQUIREMENTS FILE (PROGREQ) LISTS FOR EACH
      *                PROGRAM ITS MINIMUM CUMULATIVE GPA, ITS
      *                REQUIRED COURSES WITH A MINIMUM GRADE EACH,
      *                AND ITS ELECTIVE GROUPS WITH THE NUMBER OF
      *                COURSES A STUDENT MUST PASS FROM EACH.  EVERY
      *                COURSE MUST BE ON THE COURSE CATALOG.  EACH
      *                STUDENT NAMED ON THE PROGRAM DECLARATION FILE
      *                (STUPROG) IS AUDITED AGAINST THE STUDENT
      *                HISTORY WITH TRNSCRPT'S RULE THAT ONLY THE
      *                LATEST ATTEMPT AT A COURSE COUNTS, AND EVERY
      *                REQUIREMENT PRINTS AS MET, IN PROGRESS
      *                (ENROLLED ON THE CLASS ROSTER AND NOT YET
      *                GRADED) OR MISSING.  A STUDENT WITH EVERY
      *                REQUIREMENT MET IS WRITTEN TO THE ELIGIBLE-TO-
      *                GRADUATE LIST FOR THE REGISTRAR.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    WITHDRAWN (W) HISTORY ROWS NEVER COUNT AND DO
      *                  NOT TURN OFF AN EARLIER ATTEMPT.
      * 10/15/2026 DO    COURSE CATALOG LAYOUT CARRIES THE CREDIT HOURS
      *                  AND COURSE FEE USED BY TUITION BILLING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - REGISTRAR.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-CATALOG ASSIGN TO "COURSCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQ-COURSCAT-STATUS.
           SELECT PROGRAM-REQUIREMENTS ASSIGN TO "PROGREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQ-PROGREQ-STATUS.
           SELECT STUDENT-PROGRAM ASSIGN TO "STUPROG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQ-STUPROG-STATUS.
           SELECT STUDENT-HISTORY ASSIGN TO "STUHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQ-STUHIST-STATUS.
           SELECT CLASS-ROSTER ASSIGN TO "CLASROST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQ-ROSTER-STATUS.
           SELECT GRADUATION-LIST ASSIGN TO "GRADLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DQ-GRADLIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-CATALOG
           RECORDING MODE IS F.
       01  COURSE-CATALOG-RECORD.
           05  CC-COURSE-ID            PIC X(06).
           05  CC-COURSE-TITLE         PIC X(30).
           05  CC-CAPACITY             PIC 9(03).
           05  CC-PREREQ-COURSE        PIC X(06).
           05  CC-CREDIT-HOURS         PIC 9(02).
           05  CC-COURSE-FEE           PIC 9(05)V99.
           05  FILLER                  PIC X(26).

      *-----------------------------------------------------------------
      * ONE HEADER (H) PER PROGRAM, THEN ITS REQUIRED COURSES (R) AND
      * ONE ELECTIVE (E) RECORD PER COURSE IN EACH ELECTIVE GROUP.
      * THE GROUP'S MINIMUM COUNT IS TAKEN FROM ITS FIRST RECORD.
      *-----------------------------------------------------------------
       FD  PROGRAM-REQUIREMENTS
           RECORDING MODE IS F.
       01  PROGRAM-REQUIREMENT-RECORD.
           05  RQ-PROGRAM-CODE         PIC X(06).
           05  RQ-RECORD-TYPE          PIC X(01).
               88  RQ-PROGRAM-HEADER   VALUE "H".
               88  RQ-REQUIRED-COURSE  VALUE "R".
               88  RQ-ELECTIVE-COURSE  VALUE "E".
           05  RQ-HEADER-DATA.
               10  RQ-PROGRAM-TITLE    PIC X(30).
               10  RQ-MIN-CUM-GPA      PIC 9V99.
               10  FILLER              PIC X(40).
           05  RQ-REQUIRED-DATA REDEFINES RQ-HEADER-DATA.
               10  RQ-RC-COURSE-ID     PIC X(06).
               10  RQ-RC-MIN-POINTS    PIC 9V9.
               10  FILLER              PIC X(65).
           05  RQ-ELECTIVE-DATA REDEFINES RQ-HEADER-DATA.
               10  RQ-EC-GROUP-ID      PIC X(02).
               10  RQ-EC-MIN-COUNT     PIC 9(02).
               10  RQ-EC-COURSE-ID     PIC X(06).
               10  FILLER              PIC X(63).

       FD  STUDENT-PROGRAM
           RECORDING MODE IS F.
       01  STUDENT-PROGRAM-RECORD.
           05  MJ-STUDENT-ID           PIC 9(06).
           05  MJ-PROGRAM-CODE         PIC X(06).
           05  FILLER                  PIC X(68).

       FD  STUDENT-HISTORY
           RECORDING MODE IS F.
       01  STUDENT-HISTORY-RECORD.
           05  SG-STUDENT-ID           PIC 9(06).
           05  SG-TERM-ID              PIC X(05).
           05  SG-COURSE-ID            PIC X(06).
           05  SG-EXAM-SCORE           PIC 9(03).
           05  SG-GRADE-POINTS         PIC 9V9.
           05  SG-SOURCE-PROGRAM       PIC X(08).
           05  SG-POST-DATE            PIC 9(08).
           05  SG-GRADE-FLAG           PIC X(01).
               88  SG-WITHDRAWN        VALUE "W".
           05  FILLER                  PIC X(41).

       FD  CLASS-ROSTER
           RECORDING MODE IS F.
       01  CLASS-ROSTER-RECORD.
           05  CR-STUDENT-ID           PIC 9(06).
           05  CR-EXAM-SCORE           PIC 9(03).
           05  CR-TERM-ID              PIC X(05).
           05  CR-COURSE-ID            PIC X(06).

       FD  GRADUATION-LIST
           RECORDING MODE IS F.
       01  GRADUATION-LIST-RECORD.
           05  GE-STUDENT-ID           PIC 9(06).
           05  GE-PROGRAM-CODE         PIC X(06).
           05  GE-CUM-GPA              PIC 9V99.
           05  GE-AUDIT-DATE           PIC 9(08).
           05  FILLER                  PIC X(57).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  DQ-COURSCAT-STATUS          PIC X(02) VALUE "00".
           88  DQ-COURSCAT-OK          VALUE "00".
           88  DQ-COURSCAT-EOF         VALUE "10".
       01  DQ-PROGREQ-STATUS           PIC X(02) VALUE "00".
           88  DQ-PROGREQ-OK           VALUE "00".
           88  DQ-PROGREQ-EOF          VALUE "10".
       01  DQ-STUPROG-STATUS           PIC X(02) VALUE "00".
           88  DQ-STUPROG-OK           VALUE "00".
           88  DQ-STUPROG-EOF          VALUE "10".
       01  DQ-STUHIST-STATUS           PIC X(02) VALUE "00".
           88  DQ-STUHIST-OK           VALUE "00".
           88  DQ-STUHIST-EOF          VALUE "10".
           88  DQ-STUHIST-NOTFOUND     VALUE "35".
       01  DQ-ROSTER-STATUS            PIC X(02) VALUE "00".
           88  DQ-ROSTER-OK            VALUE "00".
           88  DQ-ROSTER-EOF           VALUE "10".
           88  DQ-ROSTER-NOTFOUND      VALUE "35".
       01  DQ-GRADLIST-STATUS          PIC X(02) VALUE "00".
           88  DQ-GRADLIST-OK          VALUE "00".

       01  DQ-SWITCHES.
           05  DQ-CAT-EOF-SWITCH       PIC X(01) VALUE "N".
               88  DQ-CAT-END          VALUE "Y".
           05  DQ-REQ-EOF-SWITCH       PIC X(01) VALUE "N".
               88  DQ-REQ-END          VALUE "Y".
           05  DQ-STU-EOF-SWITCH       PIC X(01) VALUE "N".
               88  DQ-STU-END          VALUE "Y".
           05  DQ-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
               88  DQ-HIST-END         VALUE "Y".
           05  DQ-ROSTER-EOF-SWITCH    PIC X(01) VALUE "N".
               88  DQ-ROSTER-END       VALUE "Y".
           05  DQ-ALL-MET-SWITCH       PIC X(01) VALUE "Y".
               88  DQ-ALL-MET          VALUE "Y".

      *-----------------------------------------------------------------
      * SAME PASS MARK ENROLL USES FOR A PREREQUISITE AND TRNSCRPT FOR
      * A PASSED STANDING.
      *-----------------------------------------------------------------
       01  DQ-PASS-MARK                PIC 9(03) VALUE 80.

       01  DQ-COUNTERS.
           05  DQ-CAT-COUNT            PIC 9(03) COMP VALUE 0.
           05  DQ-MAX-CATS             PIC 9(03) COMP VALUE 200.
           05  DQ-CAT-IDX              PIC 9(03) COMP VALUE 0.
           05  DQ-PGM-COUNT            PIC 9(03) COMP VALUE 0.
           05  DQ-MAX-PGMS             PIC 9(03) COMP VALUE 50.
           05  DQ-PGM-IDX              PIC 9(03) COMP VALUE 0.
           05  DQ-PGM-FOUND-IDX        PIC 9(03) COMP VALUE 0.
           05  DQ-REQ-COUNT            PIC 9(04) COMP VALUE 0.
           05  DQ-MAX-REQS             PIC 9(04) COMP VALUE 1000.
           05  DQ-REQ-IDX              PIC 9(04) COMP VALUE 0.
           05  DQ-GRP-COUNT            PIC 9(03) COMP VALUE 0.
           05  DQ-MAX-GRPS             PIC 9(03) COMP VALUE 200.
           05  DQ-GRP-IDX              PIC 9(03) COMP VALUE 0.
           05  DQ-GRP-FOUND-IDX        PIC 9(03) COMP VALUE 0.
           05  DQ-HIST-COUNT           PIC 9(04) COMP VALUE 0.
           05  DQ-MAX-HIST             PIC 9(04) COMP VALUE 2000.
           05  DQ-HIST-IDX             PIC 9(04) COMP VALUE 0.
           05  DQ-SCAN-IDX             PIC 9(04) COMP VALUE 0.
           05  DQ-LATEST-IDX           PIC 9(04) COMP VALUE 0.
           05  DQ-ROS-COUNT            PIC 9(04) COMP VALUE 0.
           05  DQ-MAX-ROS              PIC 9(04) COMP VALUE 2000.
           05  DQ-ROS-IDX              PIC 9(04) COMP VALUE 0.
           05  DQ-GROUP-MET            PIC 9(03) COMP VALUE 0.
           05  DQ-GROUP-ENROLLED       PIC 9(03) COMP VALUE 0.
           05  DQ-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  DQ-STUDENT-COUNT        PIC 9(05) COMP VALUE 0.
           05  DQ-ELIGIBLE-COUNT       PIC 9(05) COMP VALUE 0.
           05  DQ-NO-PROGRAM-COUNT     PIC 9(05) COMP VALUE 0.

       01  DQ-WORK-FIELDS.
           05  DQ-STUDENT-ID           PIC 9(06) VALUE 0.
           05  DQ-PROGRAM-CODE         PIC X(06) VALUE SPACES.
           05  DQ-COURSE-ID            PIC X(06) VALUE SPACES.
           05  DQ-MIN-POINTS           PIC 9V9 VALUE 0.
           05  DQ-COURSE-FOUND-FLAG    PIC X(01) VALUE "N".
               88  DQ-COURSE-FOUND     VALUE "Y".
           05  DQ-ENROLLED-FLAG        PIC X(01) VALUE "N".
               88  DQ-ENROLLED         VALUE "Y".
           05  DQ-RESULT               PIC X(11) VALUE SPACES.
               88  DQ-RESULT-MET       VALUE "MET".
               88  DQ-RESULT-IN-PROG   VALUE "IN PROGRESS".
           05  DQ-CUM-POINTS           PIC 9(05)V9 VALUE 0.
           05  DQ-CUM-COURSES          PIC 9(03) VALUE 0.
           05  DQ-CUM-GPA              PIC 9V99 VALUE 0.

       01  DQ-CATALOG-TABLE.
           05  DQ-CAT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON DQ-CAT-COUNT
                   INDEXED BY DQ-CAT-TIDX.
               10  DQ-CT-COURSE-ID     PIC X(06).

       01  DQ-PROGRAM-TABLE.
           05  DQ-PGM-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON DQ-PGM-COUNT
                   INDEXED BY DQ-PGM-TIDX.
               10  DQ-PG-PROGRAM-CODE  PIC X(06).
               10  DQ-PG-TITLE         PIC X(30).
               10  DQ-PG-MIN-GPA       PIC 9V99.

       01  DQ-REQUIREMENT-TABLE.
           05  DQ-REQ-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON DQ-REQ-COUNT
                   INDEXED BY DQ-REQ-TIDX.
               10  DQ-RQ-PROGRAM-CODE  PIC X(06).
               10  DQ-RQ-TYPE          PIC X(01).
                   88  DQ-RQ-REQUIRED  VALUE "R".
                   88  DQ-RQ-ELECTIVE  VALUE "E".
               10  DQ-RQ-COURSE-ID     PIC X(06).
               10  DQ-RQ-MIN-POINTS    PIC 9V9.
               10  DQ-RQ-GROUP-ID      PIC X(02).

       01  DQ-GROUP-TABLE.
           05  DQ-GRP-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON DQ-GRP-COUNT
                   INDEXED BY DQ-GRP-TIDX.
               10  DQ-GR-PROGRAM-CODE  PIC X(06).
               10  DQ-GR-GROUP-ID      PIC X(02).
               10  DQ-GR-MIN-COUNT     PIC 9(02).

       01  DQ-HISTORY-TABLE.
           05  DQ-HIST-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON DQ-HIST-COUNT
                   INDEXED BY DQ-HI-IDX.
               10  DQ-HI-STUDENT-ID    PIC 9(06).
               10  DQ-HI-TERM-ID       PIC X(05).
               10  DQ-HI-COURSE-ID     PIC X(06).
               10  DQ-HI-EXAM-SCORE    PIC 9(03).
               10  DQ-HI-GRADE-POINTS  PIC 9V9.
               10  DQ-HI-COUNTED-FLAG  PIC X(01).
                   88  DQ-HI-COUNTED   VALUE "Y".

       01  DQ-ROSTER-TABLE.
           05  DQ-ROS-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON DQ-ROS-COUNT
                   INDEXED BY DQ-RO-IDX.
               10  DQ-RO-STUDENT-ID    PIC 9(06).
               10  DQ-RO-TERM-ID       PIC X(05).
               10  DQ-RO-COURSE-ID     PIC X(06).

       01  DQ-GPA-DISPLAY              PIC 9.99.

       01  DQ-AUDIT-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  DQ-AL-KIND              PIC X(10).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  DQ-AL-ITEM              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DQ-AL-RESULT            PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  DQ-AL-DETAIL            PIC X(40).

       01  DQ-DETAIL-WORK.
           05  DQ-DW-TERM              PIC X(05).
           05  DQ-DW-POINTS            PIC 9.9.
           05  DQ-DW-MIN-POINTS        PIC 9.9.
           05  DQ-DW-COUNT             PIC Z9.
           05  DQ-DW-MIN-COUNT         PIC Z9.
           05  DQ-DW-ENROLLED          PIC Z9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MARK-LATEST-ATTEMPTS
           PERFORM 3000-AUDIT-ONE-STUDENT
               UNTIL DQ-STU-END
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "DEGAUDIT" TO RH-PROGRAM-NAME
           MOVE "CERTIFICATE/DEGREE AUDIT" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-COURSE-CATALOG
           PERFORM 1200-LOAD-REQUIREMENTS
           PERFORM 1300-LOAD-STUDENT-HISTORY
           PERFORM 1400-LOAD-CLASS-ROSTER
           OPEN INPUT STUDENT-PROGRAM
           IF NOT DQ-STUPROG-OK AND NOT DQ-STUPROG-EOF
               MOVE "DEGAUDIT" TO AB-PROGRAM-ID
               MOVE "STUPROG" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE DQ-STUPROG-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN OUTPUT GRADUATION-LIST
           IF NOT DQ-GRADLIST-OK
               MOVE "DEGAUDIT" TO AB-PROGRAM-ID
               MOVE "GRADLIST" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE DQ-GRADLIST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1950-READ-STUDENT-PROGRAM.

       1100-LOAD-COURSE-CATALOG.
           MOVE 1 TO DQ-CAT-COUNT
           OPEN INPUT COURSE-CATALOG
           IF NOT DQ-COURSCAT-OK AND NOT DQ-COURSCAT-EOF
               MOVE "DEGAUDIT" TO AB-PROGRAM-ID
               MOVE "COURSCAT" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE DQ-COURSCAT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1910-READ-CATALOG-RECORD
           PERFORM 1110-STORE-CATALOG-RECORD
               UNTIL DQ-CAT-END
                   OR DQ-CAT-COUNT > DQ-MAX-CATS
           CLOSE COURSE-CATALOG
           IF NOT DQ-CAT-END
               MOVE "DEGAUDIT" TO AB-PROGRAM-ID
               MOVE "COURSCAT" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE DQ-COURSCAT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           SUBTRACT 1 FROM DQ-CAT-COUNT.

       1110-STORE-CATALOG-RECORD.
           MOVE CC-COURSE-ID TO DQ-CT-COURSE-ID (DQ-CAT-COUNT)
           ADD 1 TO DQ-CAT-COUNT
           PERFORM 1910-READ-CATALOG-RECORD.

      *-----------------------------------------------------------------
      * A REQUIREMENT NAMING A COURSE NOT ON THE CATALOG, OR A
      * COURSE LINE FOR A PROGRAM WITH NO HEADER, IS LISTED AND
      * DROPPED WITH A WARNING RETURN CODE - THE REST OF THE FILE
      * STILL AUDITS.
      *-----------------------------------------------------------------
       1200-LOAD-REQUIREMENTS.
           OPEN INPUT PROGRAM-REQUIREMENTS
           IF NOT DQ-PROGREQ-OK AND NOT DQ-PROGREQ-EOF
               MOVE "DEGAUDIT" TO AB-PROGRAM-ID
               MOVE "PROGREQ" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE DQ-PROGREQ-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1920-READ-REQUIREMENT-RECORD
           PERFORM 1210-STORE-REQUIREMENT
               UNTIL DQ-REQ-END
           CLOSE PROGRAM-REQUIREMENTS
           IF DQ-PGM-COUNT = 0
               MOVE "DEGAUDIT" TO AB-PROGRAM-ID
               MOVE "PROGREQ" TO AB-FILE-NAME
               MOVE "NO PGMS" TO AB-OPERATION
               MOVE DQ-PROGREQ-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

       1210-STORE-REQUIREMENT.
           MOVE RQ-PROGRAM-CODE TO DQ-PROGRAM-CODE
           PERFORM 1240-FIND-PROGRAM
           EVALUATE TRUE
               WHEN RQ-PROGRAM-HEADER
                   PERFORM 1220-STORE-PROGRAM-HEADER
               WHEN DQ-PGM-FOUND-IDX = 0
                   DISPLAY "DEGAUDIT: PROGRAM " RQ-PROGRAM-CODE
                       " HAS NO HEADER - LINE DROPPED"
                   PERFORM 1290-REJECT-REQUIREMENT
               WHEN RQ-REQUIRED-COURSE
                   MOVE RQ-RC-COURSE-ID TO DQ-COURSE-ID
                   PERFORM 1250-CHECK-CATALOG
                   IF DQ-COURSE-FOUND
                       PERFORM 1225-ADD-REQUIREMENT-ENTRY
                       MOVE RQ-RC-MIN-POINTS
                           TO DQ-RQ-MIN-POINTS (DQ-REQ-COUNT)
                       MOVE SPACES TO DQ-RQ-GROUP-ID (DQ-REQ-COUNT)
                   END-IF
               WHEN RQ-ELECTIVE-COURSE
                   MOVE RQ-EC-COURSE-ID TO DQ-COURSE-ID
                   PERFORM 1250-CHECK-CATALOG
                   IF DQ-COURSE-FOUND
                       PERFORM 1225-ADD-REQUIREMENT-ENTRY
                       MOVE 0 TO DQ-RQ-MIN-POINTS (DQ-REQ-COUNT)
                       MOVE RQ-EC-GROUP-ID
                           TO DQ-RQ-GROUP-ID (DQ-REQ-COUNT)
                       PERFORM 1230-REGISTER-ELECTIVE-GROUP
                   END-IF
               WHEN OTHER
                   DISPLAY "DEGAUDIT: PROGRAM " RQ-PROGRAM-CODE
                       " UNKNOWN RECORD TYPE " RQ-RECORD-TYPE
                   PERFORM 1290-REJECT-REQUIREMENT
           END-EVALUATE
           PERFORM 1920-READ-REQUIREMENT-RECORD.

       1220-STORE-PROGRAM-HEADER.
           IF DQ-PGM-FOUND-IDX = 0
               IF DQ-PGM-COUNT >= DQ-MAX-PGMS
                   MOVE "DEGAUDIT" TO AB-PROGRAM-ID
                   MOVE "PROGREQ" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE DQ-PROGREQ-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO DQ-PGM-COUNT
               MOVE DQ-PGM-COUNT TO DQ-PGM-FOUND-IDX
           END-IF
           MOVE RQ-PROGRAM-CODE
               TO DQ-PG-PROGRAM-CODE (DQ-PGM-FOUND-IDX)
           MOVE RQ-PROGRAM-TITLE TO DQ-PG-TITLE (DQ-PGM-FOUND-IDX)
           IF RQ-MIN-CUM-GPA IS NUMERIC
               MOVE RQ-MIN-CUM-GPA
                   TO DQ-PG-MIN-GPA (DQ-PGM-FOUND-IDX)
           ELSE
               MOVE 0 TO DQ-PG-MIN-GPA (DQ-PGM-FOUND-IDX)
           END-IF.

       1225-ADD-REQUIREMENT-ENTRY.
           IF DQ-REQ-COUNT >= DQ-MAX-REQS
               MOVE "DEGAUDIT" TO AB-PROGRAM-ID
               MOVE "PROGREQ" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE DQ-PROGREQ-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           ADD 1 TO DQ-REQ-COUNT
           MOVE RQ-PROGRAM-CODE TO DQ-RQ-PROGRAM-CODE (DQ-REQ-COUNT)
           MOVE RQ-RECORD-TYPE TO DQ-RQ-TYPE (DQ-REQ-COUNT)
           MOVE DQ-COURSE-ID TO DQ-RQ-COURSE-ID (DQ-REQ-COUNT).

       1230-REGISTER-ELECTIVE-GROUP.
           MOVE 0 TO DQ-GRP-FOUND-IDX
           PERFORM 1235-COMPARE-ONE-GROUP
               VARYING DQ-GRP-IDX FROM 1 BY 1
               UNTIL DQ-GRP-IDX > DQ-GRP-COUNT
                   OR DQ-GRP-FOUND-IDX > 0
           IF DQ-GRP-FOUND-IDX = 0
               IF DQ-GRP-COUNT >= DQ-MAX-GRPS
                   MOVE "DEGAUDIT" TO AB-PROGRAM-ID
                   MOVE "PROGREQ" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE DQ-PROGREQ-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO DQ-GRP-COUNT
               MOVE RQ-PROGRAM-CODE
                   TO DQ-GR-PROGRAM-CODE (DQ-GRP-COUNT)
               MOVE RQ-EC-GROUP-ID TO DQ-GR-GROUP-ID (DQ-GRP-COUNT)
               IF RQ-EC-MIN-COUNT IS NUMERIC
                   MOVE RQ-EC-MIN-COUNT
                       TO DQ-GR-MIN-COUNT (DQ-GRP-COUNT)
               ELSE
                   MOVE 1 TO DQ-GR-MIN-COUNT (DQ-GRP-COUNT)
               END-IF
           END-IF.

       1235-COMPARE-ONE-GROUP.
           IF DQ-GR-PROGRAM-CODE (DQ-GRP-IDX) = RQ-PROGRAM-CODE
                   AND DQ-GR-GROUP-ID (DQ-GRP-IDX) = RQ-EC-GROUP-ID
               MOVE DQ-GRP-IDX TO DQ-GRP-FOUND-IDX
           END-IF.

       1240-FIND-PROGRAM.
           MOVE 0 TO DQ-PGM-FOUND-IDX
           PERFORM 1245-COMPARE-ONE-PROGRAM
               VARYING DQ-PGM-IDX FROM 1 BY 1
               UNTIL DQ-PGM-IDX > DQ-PGM-COUNT
                   OR DQ-PGM-FOUND-IDX > 0.

       1245-COMPARE-ONE-PROGRAM.
           IF DQ-PG-PROGRAM-CODE (DQ-PGM-IDX) = DQ-PROGRAM-CODE
               MOVE DQ-PGM-IDX TO DQ-PGM-FOUND-IDX
           END-IF.

       1250-CHECK-CATALOG.
           MOVE "N" TO DQ-COURSE-FOUND-FLAG
           PERFORM 1255-COMPARE-ONE-COURSE
               VARYING DQ-CAT-IDX FROM 1 BY 1
               UNTIL DQ-CAT-IDX > DQ-CAT-COUNT
                   OR DQ-COURSE-FOUND
           IF NOT DQ-COURSE-FOUND
               DISPLAY "DEGAUDIT: PROGRAM " RQ-PROGRAM-CODE
                   " COURSE " DQ-COURSE-ID
                   " NOT IN CATALOG - LINE DROPPED"
               PERFORM 1290-REJECT-REQUIREMENT
           END-IF.

       1255-COMPARE-ONE-COURSE.
           IF DQ-CT-COURSE-ID (DQ-CAT-IDX) = DQ-COURSE-ID
               SET DQ-COURSE-FOUND TO TRUE
           END-IF.

       1290-REJECT-REQUIREMENT.
           ADD 1 TO DQ-REJECT-COUNT
           MOVE 4 TO RETURN-CODE.

       1300-LOAD-STUDENT-HISTORY.
           MOVE 1 TO DQ-HIST-COUNT
           OPEN INPUT STUDENT-HISTORY
           IF DQ-STUHIST-NOTFOUND
               SET DQ-HIST-END TO TRUE
           ELSE
               PERFORM 1930-READ-HISTORY-RECORD
               PERFORM 1310-STORE-HISTORY-RECORD
                   UNTIL DQ-HIST-END
                       OR DQ-HIST-COUNT > DQ-MAX-HIST
               CLOSE STUDENT-HISTORY
           END-IF
           IF NOT DQ-HIST-END
               MOVE "DEGAUDIT" TO AB-PROGRAM-ID
               MOVE "STUHIST" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE DQ-STUHIST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           SUBTRACT 1 FROM DQ-HIST-COUNT.

       1310-STORE-HISTORY-RECORD.
           MOVE SG-STUDENT-ID TO DQ-HI-STUDENT-ID (DQ-HIST-COUNT)
           MOVE SG-TERM-ID TO DQ-HI-TERM-ID (DQ-HIST-COUNT)
           MOVE SG-COURSE-ID TO DQ-HI-COURSE-ID (DQ-HIST-COUNT)
           MOVE SG-EXAM-SCORE TO DQ-HI-EXAM-SCORE (DQ-HIST-COUNT)
           MOVE SG-GRADE-POINTS
               TO DQ-HI-GRADE-POINTS (DQ-HIST-COUNT)
           IF SG-WITHDRAWN
               MOVE "W" TO DQ-HI-COUNTED-FLAG (DQ-HIST-COUNT)
           ELSE
               MOVE "Y" TO DQ-HI-COUNTED-FLAG (DQ-HIST-COUNT)
           END-IF
           ADD 1 TO DQ-HIST-COUNT
           PERFORM 1930-READ-HISTORY-RECORD.

       1400-LOAD-CLASS-ROSTER.
           MOVE 1 TO DQ-ROS-COUNT
           OPEN INPUT CLASS-ROSTER
           IF DQ-ROSTER-NOTFOUND
               SET DQ-ROSTER-END TO TRUE
           ELSE
               PERFORM 1940-READ-ROSTER-RECORD
               PERFORM 1410-STORE-ROSTER-RECORD
                   UNTIL DQ-ROSTER-END
                       OR DQ-ROS-COUNT > DQ-MAX-ROS
               CLOSE CLASS-ROSTER
           END-IF
           IF NOT DQ-ROSTER-END
               MOVE "DEGAUDIT" TO AB-PROGRAM-ID
               MOVE "CLASROST" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE DQ-ROSTER-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           SUBTRACT 1 FROM DQ-ROS-COUNT.

       1410-STORE-ROSTER-RECORD.
           MOVE CR-STUDENT-ID TO DQ-RO-STUDENT-ID (DQ-ROS-COUNT)
           MOVE CR-TERM-ID TO DQ-RO-TERM-ID (DQ-ROS-COUNT)
           MOVE CR-COURSE-ID TO DQ-RO-COURSE-ID (DQ-ROS-COUNT)
           ADD 1 TO DQ-ROS-COUNT
           PERFORM 1940-READ-ROSTER-RECORD.

       1910-READ-CATALOG-RECORD.
           READ COURSE-CATALOG
               AT END
                   SET DQ-CAT-END TO TRUE
           END-READ.

       1920-READ-REQUIREMENT-RECORD.
           READ PROGRAM-REQUIREMENTS
               AT END
                   SET DQ-REQ-END TO TRUE
           END-READ.

       1930-READ-HISTORY-RECORD.
           READ STUDENT-HISTORY
               AT END
                   SET DQ-HIST-END TO TRUE
           END-READ.

       1940-READ-ROSTER-RECORD.
           READ CLASS-ROSTER
               AT END
                   SET DQ-ROSTER-END TO TRUE
           END-READ.

       1950-READ-STUDENT-PROGRAM.
           READ STUDENT-PROGRAM
               AT END
                   SET DQ-STU-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * TRNSCRPT'S REPEATED-COURSE RULE: AN ATTEMPT IS TURNED OFF WHEN
      * THE SAME STUDENT HAS THE SAME COURSE IN A LATER TERM, SO ONLY
      * THE LATEST ATTEMPT COUNTS - FOR THE GPA AND FOR THE AUDIT.
      * A WITHDRAWAL NEVER COUNTS AND TURNS NOTHING OFF.
      *-----------------------------------------------------------------
       2000-MARK-LATEST-ATTEMPTS.
           PERFORM 2100-CHECK-ONE-ATTEMPT
               VARYING DQ-HIST-IDX FROM 1 BY 1
               UNTIL DQ-HIST-IDX > DQ-HIST-COUNT.

       2100-CHECK-ONE-ATTEMPT.
           PERFORM 2200-COMPARE-OTHER-ATTEMPT
               VARYING DQ-SCAN-IDX FROM 1 BY 1
               UNTIL DQ-SCAN-IDX > DQ-HIST-COUNT.

       2200-COMPARE-OTHER-ATTEMPT.
           IF DQ-HI-STUDENT-ID (DQ-SCAN-IDX)
                   = DQ-HI-STUDENT-ID (DQ-HIST-IDX)
               AND DQ-HI-COURSE-ID (DQ-SCAN-IDX)
                   = DQ-HI-COURSE-ID (DQ-HIST-IDX)
               AND DQ-HI-TERM-ID (DQ-SCAN-IDX)
                   > DQ-HI-TERM-ID (DQ-HIST-IDX)
               AND DQ-HI-COUNTED-FLAG (DQ-SCAN-IDX) NOT = "W"
               AND DQ-HI-COUNTED (DQ-HIST-IDX)
               MOVE "N" TO DQ-HI-COUNTED-FLAG (DQ-HIST-IDX)
           END-IF.

       3000-AUDIT-ONE-STUDENT.
           ADD 1 TO DQ-STUDENT-COUNT
           MOVE MJ-STUDENT-ID TO DQ-STUDENT-ID
           MOVE MJ-PROGRAM-CODE TO DQ-PROGRAM-CODE
           PERFORM 1240-FIND-PROGRAM
           DISPLAY " "
           IF DQ-PGM-FOUND-IDX = 0
               DISPLAY "STUDENT " DQ-STUDENT-ID " PROGRAM "
                   MJ-PROGRAM-CODE
                   " NOT ON THE REQUIREMENTS FILE - NOT AUDITED"
               ADD 1 TO DQ-NO-PROGRAM-COUNT
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "STUDENT " DQ-STUDENT-ID " PROGRAM "
                   DQ-PG-PROGRAM-CODE (DQ-PGM-FOUND-IDX) " "
                   DQ-PG-TITLE (DQ-PGM-FOUND-IDX)
               SET DQ-ALL-MET TO TRUE
               PERFORM 3100-AUDIT-CUMULATIVE-GPA
               PERFORM 3200-AUDIT-ONE-REQUIRED
                   VARYING DQ-REQ-IDX FROM 1 BY 1
                   UNTIL DQ-REQ-IDX > DQ-REQ-COUNT
               PERFORM 3300-AUDIT-ONE-GROUP
                   VARYING DQ-GRP-IDX FROM 1 BY 1
                   UNTIL DQ-GRP-IDX > DQ-GRP-COUNT
               IF DQ-ALL-MET
                   PERFORM 3500-WRITE-ELIGIBLE
               ELSE
                   DISPLAY "  RESULT: NOT YET ELIGIBLE"
               END-IF
           END-IF
           PERFORM 1950-READ-STUDENT-PROGRAM.

       3100-AUDIT-CUMULATIVE-GPA.
           MOVE 0 TO DQ-CUM-POINTS
           MOVE 0 TO DQ-CUM-COURSES
           MOVE 0 TO DQ-CUM-GPA
           PERFORM 3110-ADD-ONE-ATTEMPT
               VARYING DQ-HIST-IDX FROM 1 BY 1
               UNTIL DQ-HIST-IDX > DQ-HIST-COUNT
           IF DQ-CUM-COURSES > 0
               COMPUTE DQ-CUM-GPA ROUNDED =
                   DQ-CUM-POINTS / DQ-CUM-COURSES
           END-IF
           MOVE "CUM GPA" TO DQ-AL-KIND
           MOVE SPACES TO DQ-AL-ITEM
           MOVE SPACES TO DQ-AL-DETAIL
           MOVE DQ-CUM-GPA TO DQ-GPA-DISPLAY
           MOVE DQ-GPA-DISPLAY TO DQ-AL-DETAIL (1:4)
           MOVE " MINIMUM " TO DQ-AL-DETAIL (5:9)
           MOVE DQ-PG-MIN-GPA (DQ-PGM-FOUND-IDX) TO DQ-GPA-DISPLAY
           MOVE DQ-GPA-DISPLAY TO DQ-AL-DETAIL (14:4)
           IF DQ-CUM-GPA >= DQ-PG-MIN-GPA (DQ-PGM-FOUND-IDX)
                   AND DQ-CUM-COURSES > 0
               MOVE "MET" TO DQ-RESULT
           ELSE
               MOVE "MISSING" TO DQ-RESULT
               MOVE "N" TO DQ-ALL-MET-SWITCH
           END-IF
           MOVE DQ-RESULT TO DQ-AL-RESULT
           DISPLAY DQ-AUDIT-LINE.

       3110-ADD-ONE-ATTEMPT.
           IF DQ-HI-STUDENT-ID (DQ-HIST-IDX) = DQ-STUDENT-ID
                   AND DQ-HI-COUNTED (DQ-HIST-IDX)
               ADD DQ-HI-GRADE-POINTS (DQ-HIST-IDX) TO DQ-CUM-POINTS
               ADD 1 TO DQ-CUM-COURSES
           END-IF.

       3200-AUDIT-ONE-REQUIRED.
           IF DQ-RQ-PROGRAM-CODE (DQ-REQ-IDX)
                   = DQ-PG-PROGRAM-CODE (DQ-PGM-FOUND-IDX)
                   AND DQ-RQ-REQUIRED (DQ-REQ-IDX)
               MOVE DQ-RQ-COURSE-ID (DQ-REQ-IDX) TO DQ-COURSE-ID
               MOVE DQ-RQ-MIN-POINTS (DQ-REQ-IDX) TO DQ-MIN-POINTS
               PERFORM 3400-EVALUATE-COURSE
               MOVE "REQUIRED" TO DQ-AL-KIND
               MOVE DQ-COURSE-ID TO DQ-AL-ITEM
               MOVE DQ-RESULT TO DQ-AL-RESULT
               PERFORM 3450-FORMAT-COURSE-DETAIL
               DISPLAY DQ-AUDIT-LINE
               IF NOT DQ-RESULT-MET
                   MOVE "N" TO DQ-ALL-MET-SWITCH
               END-IF
           END-IF.

       3300-AUDIT-ONE-GROUP.
           IF DQ-GR-PROGRAM-CODE (DQ-GRP-IDX)
                   = DQ-PG-PROGRAM-CODE (DQ-PGM-FOUND-IDX)
               MOVE 0 TO DQ-GROUP-MET
               MOVE 0 TO DQ-GROUP-ENROLLED
               PERFORM 3310-AUDIT-ONE-ELECTIVE
                   VARYING DQ-REQ-IDX FROM 1 BY 1
                   UNTIL DQ-REQ-IDX > DQ-REQ-COUNT
               EVALUATE TRUE
                   WHEN DQ-GROUP-MET >= DQ-GR-MIN-COUNT (DQ-GRP-IDX)
                       MOVE "MET" TO DQ-RESULT
                   WHEN DQ-GROUP-MET + DQ-GROUP-ENROLLED
                           >= DQ-GR-MIN-COUNT (DQ-GRP-IDX)
                       MOVE "IN PROGRESS" TO DQ-RESULT
                   WHEN OTHER
                       MOVE "MISSING" TO DQ-RESULT
               END-EVALUATE
               IF NOT DQ-RESULT-MET
                   MOVE "N" TO DQ-ALL-MET-SWITCH
               END-IF
               MOVE "ELECTIVES" TO DQ-AL-KIND
               MOVE SPACES TO DQ-AL-ITEM
               MOVE "GROUP " TO DQ-AL-ITEM (1:6)
               MOVE DQ-GR-GROUP-ID (DQ-GRP-IDX) TO DQ-AL-ITEM (7:2)
               MOVE DQ-RESULT TO DQ-AL-RESULT
               MOVE DQ-GROUP-MET TO DQ-DW-COUNT
               MOVE DQ-GR-MIN-COUNT (DQ-GRP-IDX) TO DQ-DW-MIN-COUNT
               MOVE DQ-GROUP-ENROLLED TO DQ-DW-ENROLLED
               MOVE SPACES TO DQ-AL-DETAIL
               STRING "PASSED " DELIMITED BY SIZE
                   DQ-DW-COUNT DELIMITED BY SIZE
                   " OF " DELIMITED BY SIZE
                   DQ-DW-MIN-COUNT DELIMITED BY SIZE
                   ", ENROLLED " DELIMITED BY SIZE
                   DQ-DW-ENROLLED DELIMITED BY SIZE
                   INTO DQ-AL-DETAIL
               DISPLAY DQ-AUDIT-LINE
           END-IF.

       3310-AUDIT-ONE-ELECTIVE.
           IF DQ-RQ-PROGRAM-CODE (DQ-REQ-IDX)
                   = DQ-GR-PROGRAM-CODE (DQ-GRP-IDX)
                   AND DQ-RQ-ELECTIVE (DQ-REQ-IDX)
                   AND DQ-RQ-GROUP-ID (DQ-REQ-IDX)
                       = DQ-GR-GROUP-ID (DQ-GRP-IDX)
               MOVE DQ-RQ-COURSE-ID (DQ-REQ-IDX) TO DQ-COURSE-ID
               MOVE 0 TO DQ-MIN-POINTS
               PERFORM 3400-EVALUATE-COURSE
               EVALUATE TRUE
                   WHEN DQ-RESULT-MET
                       ADD 1 TO DQ-GROUP-MET
                   WHEN DQ-RESULT-IN-PROG
                       ADD 1 TO DQ-GROUP-ENROLLED
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------------------
      * A COURSE IS MET WHEN ITS LATEST ATTEMPT PASSED AND EARNED AT
      * LEAST THE MINIMUM GRADE POINTS; OTHERWISE IN PROGRESS WHEN THE
      * STUDENT IS ON THE ROSTER FOR A TERM NOT YET GRADED; OTHERWISE
      * MISSING.
      *-----------------------------------------------------------------
       3400-EVALUATE-COURSE.
           MOVE 0 TO DQ-LATEST-IDX
           PERFORM 3410-MATCH-LATEST-ATTEMPT
               VARYING DQ-HIST-IDX FROM 1 BY 1
               UNTIL DQ-HIST-IDX > DQ-HIST-COUNT
                   OR DQ-LATEST-IDX > 0
           MOVE "MISSING" TO DQ-RESULT
           IF DQ-LATEST-IDX > 0
               IF DQ-HI-EXAM-SCORE (DQ-LATEST-IDX) >= DQ-PASS-MARK
                       AND DQ-HI-GRADE-POINTS (DQ-LATEST-IDX)
                           >= DQ-MIN-POINTS
                   MOVE "MET" TO DQ-RESULT
               END-IF
           END-IF
           IF NOT DQ-RESULT-MET
               MOVE "N" TO DQ-ENROLLED-FLAG
               PERFORM 3420-MATCH-ONE-ROSTER
                   VARYING DQ-ROS-IDX FROM 1 BY 1
                   UNTIL DQ-ROS-IDX > DQ-ROS-COUNT
                       OR DQ-ENROLLED
               IF DQ-ENROLLED
                   MOVE "IN PROGRESS" TO DQ-RESULT
               END-IF
           END-IF.

       3410-MATCH-LATEST-ATTEMPT.
           IF DQ-HI-STUDENT-ID (DQ-HIST-IDX) = DQ-STUDENT-ID
                   AND DQ-HI-COURSE-ID (DQ-HIST-IDX) = DQ-COURSE-ID
                   AND DQ-HI-COUNTED (DQ-HIST-IDX)
               MOVE DQ-HIST-IDX TO DQ-LATEST-IDX
           END-IF.

       3420-MATCH-ONE-ROSTER.
           IF DQ-RO-STUDENT-ID (DQ-ROS-IDX) = DQ-STUDENT-ID
                   AND DQ-RO-COURSE-ID (DQ-ROS-IDX) = DQ-COURSE-ID
               SET DQ-ENROLLED TO TRUE
               PERFORM 3430-CHECK-ROSTER-GRADED
                   VARYING DQ-HIST-IDX FROM 1 BY 1
                   UNTIL DQ-HIST-IDX > DQ-HIST-COUNT
                       OR NOT DQ-ENROLLED
           END-IF.

       3430-CHECK-ROSTER-GRADED.
           IF DQ-HI-STUDENT-ID (DQ-HIST-IDX) = DQ-STUDENT-ID
                   AND DQ-HI-COURSE-ID (DQ-HIST-IDX) = DQ-COURSE-ID
                   AND DQ-HI-TERM-ID (DQ-HIST-IDX)
                       = DQ-RO-TERM-ID (DQ-ROS-IDX)
               MOVE "N" TO DQ-ENROLLED-FLAG
           END-IF.

       3450-FORMAT-COURSE-DETAIL.
           MOVE SPACES TO DQ-AL-DETAIL
           MOVE DQ-MIN-POINTS TO DQ-DW-MIN-POINTS
           IF DQ-LATEST-IDX > 0
               MOVE DQ-HI-TERM-ID (DQ-LATEST-IDX) TO DQ-DW-TERM
               MOVE DQ-HI-GRADE-POINTS (DQ-LATEST-IDX)
                   TO DQ-DW-POINTS
               STRING "TERM " DELIMITED BY SIZE
                   DQ-DW-TERM DELIMITED BY SIZE
                   " POINTS " DELIMITED BY SIZE
                   DQ-DW-POINTS DELIMITED BY SIZE
                   " MINIMUM " DELIMITED BY SIZE
                   DQ-DW-MIN-POINTS DELIMITED BY SIZE
                   INTO DQ-AL-DETAIL
           ELSE
               STRING "NOT ATTEMPTED - MINIMUM " DELIMITED BY SIZE
                   DQ-DW-MIN-POINTS DELIMITED BY SIZE
                   INTO DQ-AL-DETAIL
           END-IF.

       3500-WRITE-ELIGIBLE.
           DISPLAY "  RESULT: ELIGIBLE TO GRADUATE"
           MOVE SPACES TO GRADUATION-LIST-RECORD
           MOVE DQ-STUDENT-ID TO GE-STUDENT-ID
           MOVE DQ-PG-PROGRAM-CODE (DQ-PGM-FOUND-IDX)
               TO GE-PROGRAM-CODE
           MOVE DQ-CUM-GPA TO GE-CUM-GPA
           MOVE RH-RUN-DATE TO GE-AUDIT-DATE
           WRITE GRADUATION-LIST-RECORD
           ADD 1 TO DQ-ELIGIBLE-COUNT.

       4000-TERMINATE.
           DISPLAY " "
           DISPLAY "STUDENTS AUDITED:       " DQ-STUDENT-COUNT
           DISPLAY "ELIGIBLE TO GRADUATE:   " DQ-ELIGIBLE-COUNT
           DISPLAY "PROGRAM NOT ON FILE:    " DQ-NO-PROGRAM-COUNT
           DISPLAY "REQUIREMENT LINES DROPPED: " DQ-REJECT-COUNT
           CLOSE STUDENT-PROGRAM
           CLOSE GRADUATION-LIST
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM DEGAUDIT.
