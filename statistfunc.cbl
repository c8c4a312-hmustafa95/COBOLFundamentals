      *                  WARNS ON SYSOUT - THE OVERFLOW WAS SILENTLY
      *                  DROPPED AND EVERY STATISTIC, OUTLIER PASS
      *                  AND HISTORY APPEND UNDERSTATED THE DAY.
      * 10/15/2026 DO    THE HISTORY LAYOUT MOVED TO THE SHARED
      *                  STATHIST COPYBOOK.  STORE SALES RECORDS
      *                  APPENDED BY STORSALE SHARE THE FILE AND ARE
      *                  PASSED OVER WHEN THE MOVING AVERAGES LOAD.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATISTFUNC.
       FD  STAT-HISTORY
           RECORDING MODE IS F.
       01  STAT-HISTORY-RECORD.
           COPY STATHIST.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.

      *-----------------------------------------------------------------
      * A FULL TABLE SLIDES: THE OLDEST ENTRY DROPS OFF SO THE TABLE
      * ALWAYS HOLDS THE MOST RECENT HISTORY.  ONLY DAILY STATISTICS
      * RECORDS ARE AVERAGED; STORE SALES RECORDS ARE SKIPPED.
      *-----------------------------------------------------------------
       5110-STORE-HISTORY-RECORD.
           IF SH-DAILY-STATISTICS
               IF ST-HIST-COUNT >= ST-MAX-HIST
                   PERFORM 5120-SLIDE-HISTORY-TABLE
               ELSE
                   ADD 1 TO ST-HIST-COUNT
               END-IF
               MOVE SH-MEAN TO ST-HI-MEAN (ST-HIST-COUNT)
               MOVE SH-STD-DEVIATION TO ST-HI-STD-DEV (ST-HIST-COUNT)
           END-IF
           PERFORM 5190-READ-HISTORY-RECORD.

       5120-SLIDE-HISTORY-TABLE.
