      ******************************************************************
      * COPYBOOK.      QUOTAREC
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - SALES
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       SALES QUOTA RECORD LAYOUT.  ONE RECORD PER
      *                SALESPERSON (TYPE S, KEYED BY SP-SALESPERSON-ID)
      *                OR REGION (TYPE R, KEYED BY TM-REGION-CODE) PER
      *                FISCAL QUARTER.  THE FISCAL YEAR RUNS OCTOBER
      *                THROUGH SEPTEMBER, SO QUARTER 1 OF FISCAL 2027
      *                IS OCTOBER - DECEMBER 2026.  QUOTAMNT KEYS THE
      *                QUOTA AND THE ACCELERATOR RATE PAID ON A REP'S
      *                SALES PAST 100 PERCENT OF QUOTA.  QUOTARPT POSTS
      *                EACH MONTH'S SALES: THE LATEST MONTH IS HELD
      *                APART FROM THE MONTHS BEFORE IT SO A RERUN OF
      *                THE SAME MONTH REPLACES RATHER THAN ADDS.
      *                FIELDS ARE LEVEL 10 SO THE INCLUDING PROGRAM
      *                CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  QT-QUOTA-KEY.
               15  QT-QUOTA-TYPE        PIC X(01).
                   88  QT-REP-QUOTA     VALUE "S".
                   88  QT-REGION-QUOTA  VALUE "R".
                   88  QT-VALID-TYPE    VALUE "S" "R".
      *            SALESPERSON ID, OR REGION CODE LEFT-JUSTIFIED.
               15  QT-QUOTA-ID          PIC X(05).
               15  QT-FISCAL-YEAR       PIC 9(04).
               15  QT-FISCAL-QUARTER    PIC 9(01).
           10  QT-QUOTA-AMOUNT          PIC 9(09)V99.
      *        PAID ON SALES PAST QUOTA; ZERO FOR NO ACCELERATOR.
      *        REGION QUOTAS CARRY NO ACCELERATOR.
           10  QT-ACCEL-RATE            PIC 9V999.
      *        SALES POSTED FOR THE QUARTER BEFORE THE LATEST MONTH,
      *        THE LATEST MONTH'S SALES, AND THAT MONTH (CCYYMM).
           10  QT-PRIOR-SALES           PIC 9(09)V99.
           10  QT-MONTH-SALES           PIC 9(09)V99.
           10  QT-POSTED-PERIOD         PIC 9(06).
           10  FILLER                   PIC X(26).
