      * 08/22/2026 DO    ROSTER RECORDS NOW CARRY TERM AND COURSE, AND
      *                  EVERY GRADED RESULT IS POSTED TO THE STUDENT
      *                  HISTORY FILE FOR THE TRNSCRPT TRANSCRIPT RUN.
      * 10/15/2026 DO    STUDENT HISTORY LAYOUT CARRIES THE GRADE FLAG
      *                  (W = WITHDRAWN) POSTED BY THE ENROLLMENT RUN.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IFELSEPROG.
           05  SG-GRADE-POINTS         PIC 9V9.
           05  SG-SOURCE-PROGRAM       PIC X(08).
           05  SG-POST-DATE            PIC 9(08).
           05  SG-GRADE-FLAG           PIC X(01).
               88  SG-WITHDRAWN        VALUE "W".
           05  FILLER                  PIC X(41).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
