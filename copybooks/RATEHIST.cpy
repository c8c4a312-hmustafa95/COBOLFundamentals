      ******************************************************************
      * COPYBOOK.      RATEHIST
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - PAYROLL
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       EFFECTIVE-DATED PAY RATE HISTORY RECORD LAYOUT.
      *                INDEXED BY EMPLOYEE AND EFFECTIVE DATE.  ONE ROW
      *                PER RATE KEYED THROUGH EMPLOYEE MAINTENANCE - A
      *                ROW IS IN FORCE FROM ITS EFFECTIVE DATE UNTIL
      *                THE NEXT ROW'S.  GROSS PAY PRICES HOURS AT THE
      *                ROW IN FORCE ON THE PERIOD END DATE; THE RETRO
      *                ADJUSTMENT RUN PRICES A RATE DIFFERENCE FROM TWO
      *                ROWS.  THE RATE ON THE MASTER WHEN THE ROW WAS
      *                KEYED, THE KEYING DATE AND THE OPERATOR ARE
      *                KEPT FOR THE RATE-CHANGE REGISTER.  FIELDS ARE
      *                LEVEL 10 SO THE INCLUDING PROGRAM CAN NEST THEM
      *                UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  RT-RATE-KEY.
               15  RT-EMPLOYEE-ID       PIC 9(06).
               15  RT-EFFECTIVE-DATE    PIC 9(08).
           10  RT-PAY-RATE              PIC 9(04)V99.
           10  RT-PRIOR-RATE            PIC 9(04)V99.
           10  RT-KEYED-DATE            PIC 9(08).
           10  RT-OPERATOR-ID           PIC X(08).
           10  FILLER                   PIC X(18).
