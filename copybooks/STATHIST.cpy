      ******************************************************************
      * COPYBOOK.      STATHIST
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - FINANCE
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       SALES STATISTICS HISTORY RECORD LAYOUT.  TWO
      *                KINDS OF RECORD SHARE THE FILE, TOLD APART BY
      *                THE RECORD TYPE: STATISTFUNC APPENDS ONE DAILY
      *                STATISTICS RECORD A NIGHT (TYPE SPACE - THE
      *                NATIONAL COUNT, MEAN, MEDIAN, STANDARD
      *                DEVIATION AND RANGE OF THE DAY'S SALES), AND
      *                STORSALE APPENDS ONE STORE SALES RECORD PER
      *                STORE, PRODUCT AND SALE DATE ON THE REGISTER
      *                FEED (TYPE "S" - UNITS SOLD AND RETURNED, WITH
      *                THE SALE COUNT AS THE NUMBER OF SALE LINES AND
      *                THE STATISTICS FIELDS ZERO).  FORECAST READS
      *                BOTH.  RECORDS WRITTEN BEFORE THE STORE SALES
      *                FEED CARRY SPACES AFTER THE RANGE AND READ AS
      *                DAILY STATISTICS.  FIELDS ARE LEVEL 10 SO THE
      *                INCLUDING PROGRAM CAN NEST THEM UNDER A
      *                05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT - TAKEN FROM THE COPIES IN
      *                  STATISTFUNC AND FORECAST, WITH THE RECORD
      *                  TYPE AND STORE SALES FIELDS CUT FROM FILLER.
      ******************************************************************
           10  SH-STAT-DATE             PIC 9(08).
           10  SH-SALE-COUNT            PIC 9(05).
           10  SH-MEAN                  PIC 9(07)V9999.
           10  SH-MEDIAN                PIC 9(07)V99.
           10  SH-STD-DEVIATION         PIC 9(07)V9999.
           10  SH-RANGE                 PIC 9(07)V99.
           10  SH-RECORD-TYPE           PIC X(01).
               88  SH-DAILY-STATISTICS  VALUE SPACE.
               88  SH-STORE-SALES       VALUE "S".
           10  SH-STORE-ID              PIC X(05).
           10  SH-PRODUCT-CODE          PIC X(05).
           10  SH-UNITS-SOLD            PIC 9(07).
           10  SH-UNITS-RETURNED        PIC 9(07).
           10  FILLER                   PIC X(02).
