      ******************************************************************
      * COPYBOOK.      VENDSCHS
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - PURCHASING
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       VENDOR SCORECARD HISTORY RECORD LAYOUT - ONE
      *                RECORD PER VENDOR PER MONTH SCORED.  VENDSCOR
      *                WRITES THE MONTH'S RECORDS AND KEEPS THE
      *                TRAILING TWELVE MONTHS; OPENPORP SHOWS THE
      *                LATEST SCORE NEXT TO EACH OPEN PO.  PERCENTS
      *                ARE 0 - 100; THE PRICE VARIANCE PERCENT IS
      *                SIGNED (POSITIVE = INVOICED OVER PO COST).
      *                FIELDS ARE LEVEL 10 SO THE INCLUDING PROGRAM CAN
      *                NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  VH-VENDOR-ID             PIC 9(06).
           10  VH-PERIOD                PIC 9(06).
           10  VH-DELIVERY-COUNT        PIC 9(05).
           10  VH-ON-TIME-PCT           PIC 9(03)V99.
           10  VH-FILL-RATE-PCT         PIC 9(03)V99.
           10  VH-AVG-DAYS-LATE         PIC 9(03)V9.
           10  VH-PRICE-VAR-PCT         PIC S9(03)V99.
           10  VH-HOLD-RATE-PCT         PIC 9(03)V99.
           10  VH-OVERALL-SCORE         PIC 9(03)V99.
           10  VH-BELOW-FLAG            PIC X(01).
               88  VH-BELOW-THRESHOLD   VALUE "Y".
           10  VH-TTM-SCORE             PIC 9(03)V99.
           10  FILLER                   PIC X(28).
