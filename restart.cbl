      *                  YTD IMAGE AFTER THE WITHHOLDING RUN STARTED,
      *                  AND A FAILED RECONCILIATION IS RERUN INSTEAD
      *                  OF SKIPPED.
      * 10/15/2026 DO    TCEDIT, RATEREG, GROSSPAY AND POSPAY ADDED TO
      *                  THE STEP TABLE - THEY CARRY (NN,LT,STEP005)
      *                  ENTRIES AND WERE BYPASSED ON EVERY NIGHT.
      *                  TABLE SIZE NOW HELD IN RF-STEP-COUNT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTART.
      * THE RESTARTABLE STREAM STEPS, IN SUBMISSION SEQUENCE, WITH
      * EACH PROGRAM'S JCL STEP NUMBER AND A COMPLETED-TONIGHT FLAG.
      *-----------------------------------------------------------------
       01  RF-STEP-COUNT               PIC 9(02) COMP VALUE 14.
       01  RF-STEP-DEFINITIONS.
           05  FILLER  PIC X(12) VALUE "TCEDIT  0026".
           05  FILLER  PIC X(12) VALUE "RATEREG 0027".
           05  FILLER  PIC X(12) VALUE "YTDSNAP 0028".
           05  FILLER  PIC X(12) VALUE "GROSSPAY0029".
           05  FILLER  PIC X(12) VALUE "TAXPROG 0030".
           05  FILLER  PIC X(12) VALUE "POSPAY  0031".
           05  FILLER  PIC X(12) VALUE "TAXRECON0032".
           05  FILLER  PIC X(12) VALUE "INVCRESB0035".
           05  FILLER  PIC X(12) VALUE "CONTINUE0040".
           05  FILLER  PIC X(12) VALUE "STATISTF0080".
           05  FILLER  PIC X(12) VALUE "PERDCLOS0090".
       01  RF-STEP-TABLE REDEFINES RF-STEP-DEFINITIONS.
           05  RF-STEP-ENTRY OCCURS 14 TIMES.
               10  RF-ST-PROGRAM       PIC X(08).
               10  RF-ST-STEP-NUMBER   PIC 9(04).
       01  RF-STEP-FLAGS.
           05  RF-STEP-DONE-FLAG OCCURS 14 TIMES
                                       PIC X(01).

       PROCEDURE DIVISION.
           MOVE FUNCTION CURRENT-DATE (1:8) TO RF-TONIGHT-DATE
           PERFORM 1100-CLEAR-ONE-FLAG
               VARYING RF-STEP-IDX FROM 1 BY 1
               UNTIL RF-STEP-IDX > RF-STEP-COUNT
           OPEN INPUT RUN-STATUS-FILE
           IF RF-RUNSTAT-NOTFOUND
               DISPLAY "RESTART: NO RUN STATUS FILE - FRESH RUN"
                   AND RS-RETURN-CODE = 0
               PERFORM 2100-MARK-STEP-DONE
                   VARYING RF-STEP-IDX FROM 1 BY 1
                   UNTIL RF-STEP-IDX > RF-STEP-COUNT
           END-IF
           PERFORM 2900-READ-STATUS-RECORD.

           MOVE RF-ST-STEP-NUMBER (1) TO RF-RESUME-STEP
           MOVE 1 TO RF-STEP-IDX
           PERFORM 3100-ADVANCE-RESUME-POINT
               UNTIL RF-STEP-IDX > RF-STEP-COUNT
                   OR RF-STEP-DONE-FLAG (RF-STEP-IDX) = "N"
           IF RF-STEP-IDX > RF-STEP-COUNT
               MOVE 99 TO RF-RESUME-STEP
               DISPLAY "RESTART: EVERY STREAM STEP ALREADY "
                   "COMPLETED TONIGHT"
