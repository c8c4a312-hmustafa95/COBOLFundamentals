      ******************************************************************
      * COPYBOOK.      RUNSCHD
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - OPERATIONS
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       TONIGHT'S RUN SCHEDULE RECORD LAYOUT, WRITTEN
      *                BY BATCHCAL AT THE TOP OF THE NIGHTLY STREAM -
      *                ONE RECORD PER JOB CALENDAR ENTRY SAYING
      *                WHETHER THE STEP RUNS TONIGHT, THE PERIOD END
      *                OR PAY DATE IT SERVES, AND WHY IT WAS SKIPPED.
      *                CALGATE READS IT AHEAD OF EACH PERIODIC STEP
      *                AND SETS THE RETURN CODE THE STEP'S COND TESTS.
      *                FIELDS ARE LEVEL 10 SO THE INCLUDING PROGRAM
      *                CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  SD-RUN-DATE              PIC 9(08).
           10  SD-JOB-NAME              PIC X(08).
           10  SD-RUN-FLAG              PIC X(01).
               88  SD-RUN-TONIGHT       VALUE "Y".
               88  SD-SKIP-TONIGHT      VALUE "N".
           10  SD-FREQUENCY             PIC X(01).
           10  SD-DUE-DATE              PIC 9(08).
           10  SD-REASON                PIC X(30).
           10  FILLER                   PIC X(24).
