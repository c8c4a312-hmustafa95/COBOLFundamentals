      *                ATTEMPT COUNTS TOWARD THE AVERAGES; EARLIER
      *                ATTEMPTS PRINT MARKED EXCLUDED, SO CERTIFICATE
      *                ELIGIBILITY NO LONGER MEANS DIGGING OUT OLD
      *                PRINTOUTS.  A WITHDRAWAL (W) POSTED BY THE
      *                ENROLLMENT RUN PRINTS BUT NEVER COUNTS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 08/22/2026 DO    ORIGINAL.
      * 10/15/2026 DO    WITHDRAWN (W) HISTORY ROWS PRINT MARKED
      *                  WITHDRAWN AND ARE LEFT OUT OF THE AVERAGES;
      *                  A W DOES NOT EXCLUDE AN EARLIER ATTEMPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRNSCRPT.
           05  SG-GRADE-POINTS         PIC 9V9.
           05  SG-SOURCE-PROGRAM       PIC X(08).
           05  SG-POST-DATE            PIC 9(08).
           05  SG-GRADE-FLAG           PIC X(01).
               88  SG-WITHDRAWN        VALUE "W".
           05  FILLER                  PIC X(41).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
           MOVE SG-EXAM-SCORE TO TS-HI-EXAM-SCORE (TS-HIST-COUNT)
           MOVE SG-GRADE-POINTS
               TO TS-HI-GRADE-POINTS (TS-HIST-COUNT)
           IF SG-WITHDRAWN
               MOVE "W" TO TS-HI-COUNTED-FLAG (TS-HIST-COUNT)
           ELSE
               MOVE "Y" TO TS-HI-COUNTED-FLAG (TS-HIST-COUNT)
           END-IF
           PERFORM 1900-READ-HISTORY-RECORD.

       1900-READ-HISTORY-RECORD.
      *-----------------------------------------------------------------
      * REPEATED-COURSE RULE: WITH THE TABLE IN STUDENT/TERM ORDER, A
      * LATER ATTEMPT AT THE SAME COURSE TURNS EVERY EARLIER ATTEMPT
      * OFF, SO ONLY THE LATEST COUNTS TOWARD THE AVERAGES.  A
      * WITHDRAWAL IS NOT AN ATTEMPT AND TURNS NOTHING OFF.
      *-----------------------------------------------------------------
       3000-MARK-REPEATED-COURSES.
           PERFORM 3100-CHECK-ONE-ATTEMPT
                   = TS-HI-COURSE-ID (TS-TABLE-IDX)
               AND TS-HI-TERM-ID (TS-SCAN-IDX)
                   NOT = TS-HI-TERM-ID (TS-TABLE-IDX)
               AND TS-HI-COUNTED-FLAG (TS-SCAN-IDX) NOT = "W"
               AND TS-HI-COUNTED-FLAG (TS-TABLE-IDX) = "Y"
               MOVE "N" TO TS-HI-COUNTED-FLAG (TS-TABLE-IDX)
           END-IF.

           MOVE TS-HI-EXAM-SCORE (TS-TABLE-IDX) TO TS-DT-EXAM-SCORE
           MOVE TS-HI-GRADE-POINTS (TS-TABLE-IDX)
               TO TS-DT-GRADE-POINTS
           EVALUATE TS-HI-COUNTED-FLAG (TS-TABLE-IDX)
               WHEN "N"
                   MOVE "REPEATED - EXCLUDED" TO TS-DT-NOTE
               WHEN "W"
                   MOVE "WITHDRAWN" TO TS-DT-NOTE
               WHEN OTHER
                   MOVE SPACES TO TS-DT-NOTE
                   ADD TS-HI-GRADE-POINTS (TS-TABLE-IDX)
                       TO TS-TERM-POINTS
                   ADD 1 TO TS-TERM-COURSES
                   ADD TS-HI-GRADE-POINTS (TS-TABLE-IDX)
                       TO TS-CUM-POINTS
                   ADD 1 TO TS-CUM-COURSES
                   ADD TS-HI-EXAM-SCORE (TS-TABLE-IDX)
                       TO TS-CUM-SCORE-SUM
           END-EVALUATE
           DISPLAY TS-DETAIL-LINE.

       4400-PRINT-TERM-GPA.
