      *                  FROM ONE THAT STILL NEEDS TAKING - A RESTART
      *                  MUST NEVER RE-SNAPSHOT OVER THE PRIOR IMAGE
      *                  AFTER THE WITHHOLDING RUN HAS STARTED.
      * 10/15/2026 DO    BALANCE RECORD NOW CARRIES YTD SUPPLEMENTAL
      *                  WAGES FOR THE SUPPLEMENTAL WITHHOLDING
      *                  THRESHOLD; THE SNAPSHOT CARRIES IT THROUGH.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. YTDSNAP.
           05  YB-YTD-STATE-WH         PIC 9(09)V99.
           05  YB-YTD-DEDUCTIONS       PIC 9(09)V99.
           05  YB-YTD-GROSS            PIC 9(09)V99.
           05  YB-YTD-SUPPLEMENTAL     PIC 9(09)V99.

       FD  YTD-PRIOR-FILE
           RECORDING MODE IS F.
           05  YP-YTD-STATE-WH         PIC 9(09)V99.
           05  YP-YTD-DEDUCTIONS       PIC 9(09)V99.
           05  YP-YTD-GROSS            PIC 9(09)V99.
           05  YP-YTD-SUPPLEMENTAL     PIC 9(09)V99.


       FD  RUN-STATUS-FILE
           MOVE YB-YTD-STATE-WH TO YP-YTD-STATE-WH
           MOVE YB-YTD-DEDUCTIONS TO YP-YTD-DEDUCTIONS
           MOVE YB-YTD-GROSS TO YP-YTD-GROSS
           MOVE YB-YTD-SUPPLEMENTAL TO YP-YTD-SUPPLEMENTAL
           WRITE YTD-PRIOR-RECORD
           ADD 1 TO YS-RECORD-COUNT
           PERFORM 2900-READ-BALANCE-RECORD.
