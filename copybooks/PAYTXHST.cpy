      ******************************************************************
      * COPYBOOK.      PAYTXHST
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - PAYROLL
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       PAYROLL TAX HISTORY RECORD LAYOUT.  THE
      *                WITHHOLDING RUN APPENDS ONE "D" RECORD PER
      *                EMPLOYEE PAID (GROSS, WAGES UNDER EACH EMPLOYER
      *                WAGE BASE, FEDERAL AND STATE WITHHELD, EMPLOYER
      *                MATCH AND UNEMPLOYMENT ACCRUED) AND ONE "R"
      *                RECORD CARRYING THE SAME FIGURES AS RUN TOTALS -
      *                THE AMOUNTS POSTED TO THE PERIOD-CLOSE FILE.
      *                THE RETRO ADJUSTMENT RUN APPENDS AN "A" RECORD
      *                PER ADJUSTMENT (GROSS AND WITHHOLDING ONLY).  A
      *                "D" RECORD CARRIES THE CHECK'S EARNINGS TYPE
      *                (R REGULAR, S SUPPLEMENTAL).
      *                THE QUARTERLY RETURN WORKSHEET IS BUILT FROM
      *                THIS FILE.  AMOUNTS ARE SIGNED FOR NEGATIVE
      *                ADJUSTMENTS.  FIELDS ARE LEVEL 10 SO THE
      *                INCLUDING PROGRAM CAN NEST THEM UNDER A 05-LEVEL
      *                GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      * 10/15/2026 DO    EARNINGS TYPE ADDED ON THE DETAIL RECORD.
      ******************************************************************
           10  TH-RECORD-TYPE           PIC X(01).
               88  TH-PAY-DETAIL        VALUE "D".
               88  TH-ADJUSTMENT        VALUE "A".
               88  TH-RUN-TOTAL         VALUE "R".
           10  TH-EMPLOYEE-ID           PIC 9(06).
           10  TH-PAY-DATE              PIC 9(08).
           10  TH-WORK-STATE            PIC X(02).
           10  TH-GROSS-PAY             PIC S9(09)V99.
           10  TH-MATCH-WAGES           PIC S9(09)V99.
           10  TH-UNEMP-WAGES           PIC S9(09)V99.
           10  TH-FED-WITHHOLDING       PIC S9(09)V99.
           10  TH-STATE-WITHHOLDING     PIC S9(09)V99.
           10  TH-EMPLOYER-MATCH        PIC S9(09)V99.
           10  TH-EMPLOYER-UNEMP        PIC S9(09)V99.
           10  TH-EARNINGS-TYPE         PIC X(01).
               88  TH-REGULAR-PAY       VALUE "R".
               88  TH-SUPPLEMENTAL-PAY  VALUE "S".
           10  FILLER                   PIC X(05).
