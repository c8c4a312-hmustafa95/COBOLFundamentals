      ******************************************************************
      * COPYBOOK.      JOBCAL
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - OPERATIONS
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       NIGHTLY JOB CALENDAR RECORD LAYOUT, ONE RECORD
      *                PER PERIODIC STEP IN THE NIGHTLY STREAM.
      *                JB-JOB-NAME IS BOTH THE NAME THE STEP'S GATE
      *                (CALGATE) IS GIVEN ON ITS PARM AND THE PROGRAM
      *                NAME THE STEP WRITES TO THE RUN STATUS FILE.
      *                FREQUENCY: D = EVERY PROCESSING DAY, P = EVERY
      *                PAY CYCLE (JB-CYCLE-ANCHOR PLUS MULTIPLES OF
      *                JB-CYCLE-DAYS), M = MONTH END, Q = FISCAL
      *                QUARTER END (DEC/MAR/JUN/SEP), Y = FISCAL YEAR
      *                END (SEPTEMBER 30 - THE FISCAL YEAR BEGINS
      *                OCTOBER 1), C = CALENDAR (TAX) YEAR END.
      *                DAY RULE: L = RUN ON THE LAST PROCESSING DAY
      *                ON OR BEFORE THE PERIOD END OR PAY DATE, N =
      *                RUN ON THE FIRST PROCESSING DAY ON OR AFTER IT.
      *                WEEKENDS AND HOLIDAYS ON THE HOLIDAYS FILE ARE
      *                NEVER PROCESSING DAYS.  JB-HOLD-FLAG "H" KEEPS
      *                THE STEP OFF THE SCHEDULE UNTIL IT IS RELEASED.
      *                FIELDS ARE LEVEL 10 SO THE INCLUDING PROGRAM
      *                CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  JB-JOB-NAME              PIC X(08).
           10  JB-FREQUENCY             PIC X(01).
               88  JB-DAILY             VALUE "D".
               88  JB-PAY-CYCLE         VALUE "P".
               88  JB-MONTH-END         VALUE "M".
               88  JB-QUARTER-END       VALUE "Q".
               88  JB-FISCAL-YEAR-END   VALUE "Y".
               88  JB-CALENDAR-YEAR-END VALUE "C".
               88  JB-VALID-FREQUENCY   VALUE "D" "P" "M" "Q" "Y" "C".
           10  JB-DAY-RULE              PIC X(01).
               88  JB-LAST-PROCESSING   VALUE "L".
               88  JB-NEXT-PROCESSING   VALUE "N".
           10  JB-CYCLE-ANCHOR          PIC 9(08).
           10  JB-CYCLE-DAYS            PIC 9(03).
           10  JB-HOLD-FLAG             PIC X(01).
               88  JB-ON-HOLD           VALUE "H".
           10  JB-DESCRIPTION           PIC X(30).
           10  FILLER                   PIC X(28).
