      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    A CUSTOMER WHOSE ARCHIVE RECORDS CUSTANON HAS
      *                  ANONYMIZED IS REFUSED - THE MASKED IMAGE HAS
      *                  NO NAME OR ADDRESS TO PUT BACK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTREST.
       01  CUSTOMER-ARCHIVE-RECORD.
           05  AR-CUSTOMER-IMAGE       PIC X(100).
           05  AR-PURGE-DATE           PIC 9(08).
           05  AR-ANONYMIZED-FLAG      PIC X(01).
               88  AR-ANONYMIZED       VALUE "Y".
           05  AR-ANONYMIZED-DATE      PIC 9(08).
           05  FILLER                  PIC X(03).

       FD  RESTORE-TRANS
           RECORDING MODE IS F.
           05  RS-RESTORED-COUNT       PIC 9(05) COMP VALUE 0.
           05  RS-NOT-FOUND-COUNT      PIC 9(05) COMP VALUE 0.
           05  RS-ON-FILE-COUNT        PIC 9(05) COMP VALUE 0.
           05  RS-ANONYMIZED-COUNT     PIC 9(05) COMP VALUE 0.

       01  RS-RESTORE-WORK.
           05  RS-RW-ENTRY.
               10  RS-RQ-CUSTOMER-ID   PIC 9(06).
               10  RS-RQ-FOUND-FLAG    PIC X(01).
                   88  RS-RQ-FOUND     VALUE "Y".
               10  RS-RQ-ANON-FLAG     PIC X(01).
                   88  RS-RQ-ANONYMIZED VALUE "Y".
               10  RS-RQ-IMAGE         PIC X(100).
               10  RS-RQ-PURGE-DATE    PIC 9(08).

       1110-STORE-RESTORE-REQUEST.
           MOVE RT-CUSTOMER-ID TO RS-RQ-CUSTOMER-ID (RS-REQ-COUNT)
           MOVE "N" TO RS-RQ-FOUND-FLAG (RS-REQ-COUNT)
           MOVE "N" TO RS-RQ-ANON-FLAG (RS-REQ-COUNT)
           MOVE SPACES TO RS-RQ-IMAGE (RS-REQ-COUNT)
           MOVE 0 TO RS-RQ-PURGE-DATE (RS-REQ-COUNT)
           ADD 1 TO RS-REQ-COUNT

      *-----------------------------------------------------------------
      * ONE PASS OVER THE ARCHIVE.  A CUSTOMER ARCHIVED MORE THAN
      * ONCE KEEPS THE IMAGE FROM THE LATEST PURGE DATE.  ANY
      * ANONYMIZED ARCHIVE RECORD MARKS THE WHOLE CUSTOMER.
      *-----------------------------------------------------------------
       2000-SCAN-ARCHIVE.
           OPEN INPUT CUSTOMER-ARCHIVE
               SET RS-RQ-FOUND (RS-REQ-IDX) TO TRUE
               MOVE AR-CUSTOMER-IMAGE TO RS-RQ-IMAGE (RS-REQ-IDX)
               MOVE AR-PURGE-DATE TO RS-RQ-PURGE-DATE (RS-REQ-IDX)
           END-IF
           IF RS-RQ-CUSTOMER-ID (RS-REQ-IDX)
                   = CM-CUSTOMER-ID OF RS-RW-ENTRY
               AND AR-ANONYMIZED
               SET RS-RQ-ANONYMIZED (RS-REQ-IDX) TO TRUE
           END-IF.

       2910-READ-ARCHIVE-RECORD.
                   " NOT ON THE ARCHIVE - NOTHING TO RESTORE"
               ADD 1 TO RS-NOT-FOUND-COUNT
           ELSE
               IF RS-RQ-ANONYMIZED (RS-REQ-IDX)
                   DISPLAY "CUSTREST: CUSTOMER "
                       RS-RQ-CUSTOMER-ID (RS-REQ-IDX)
                       " ANONYMIZED PAST RETENTION - REFUSED"
                   ADD 1 TO RS-ANONYMIZED-COUNT
               ELSE
                   PERFORM 3110-WRITE-RESTORED-CUSTOMER
               END-IF
           END-IF.

       3110-WRITE-RESTORED-CUSTOMER.
           MOVE RS-RQ-IMAGE (RS-REQ-IDX)
               TO CUSTOMER-MASTER-RECORD
           MOVE "A" TO CM-STATUS-CODE OF CUSTOMER-MASTER-RECORD
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CUSTREST: CUSTOMER "
                       RS-RQ-CUSTOMER-ID (RS-REQ-IDX)
                       " ALREADY ON THE MASTER - SKIPPED"
                   ADD 1 TO RS-ON-FILE-COUNT
               NOT INVALID KEY
                   ADD 1 TO RS-RESTORED-COUNT
                   PERFORM 3200-LOG-CUSTOMER-RESTORE
                   DISPLAY "RESTORE CUSTOMER "
                       RS-RQ-CUSTOMER-ID (RS-REQ-IDX)
                       " COMPLETE (ARCHIVED "
                       RS-RQ-PURGE-DATE (RS-REQ-IDX) ")"
           END-WRITE.

       3200-LOG-CUSTOMER-RESTORE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "CUSTREST" TO AU-PROGRAM-NAME
           DISPLAY "CUSTOMERS RESTORED:     " RS-RESTORED-COUNT
           DISPLAY "NOT ON ARCHIVE:         " RS-NOT-FOUND-COUNT
           DISPLAY "ALREADY ON MASTER:      " RS-ON-FILE-COUNT
           DISPLAY "ANONYMIZED - REFUSED:   " RS-ANONYMIZED-COUNT
           CLOSE CUSTOMER-MASTER
           CLOSE AUDIT-LOG.

