      *                WITH THE REASON AND STAYS ON THE MASTER.
      *                EVERY PURGE WRITES ITS BEFORE-IMAGE TO THE
      *                AUDIT LOG, AND CUSTREST CAN BRING AN ARCHIVED
      *                CUSTOMER BACK BY NUMBER.  THE PURGED CUSTOMER'S
      *                SHIP-TO ADDRESSES ARE DELETED WITH IT (EACH
      *                LOGGED AS A SHIPPURG ENTRY); THEY ARE NOT
      *                ARCHIVED, SO A RESTORED CUSTOMER'S DELIVERY
      *                ADDRESSES ARE ENTERED AGAIN THROUGH SHIPMANT.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    ARCHIVE RECORD CARRIES THE ANONYMIZED FLAG AND
      *                  DATE SET BY CUSTANON; NEW ARCHIVE RECORDS ARE
      *                  WRITTEN WITH THE FLAG BLANK.
      * 10/15/2026 DO    A PURGED CUSTOMER'S SHIP-TO ADDRESSES ARE
      *                  DELETED FROM THE SHIPTO FILE, EACH WITH ITS
      *                  BEFORE-IMAGE ON THE AUDIT LOG.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPURG.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PG-AUDITLOG-STATUS.
           SELECT SHIPTO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-SHIPTO-KEY OF SHIPTO-RECORD
               FILE STATUS IS PG-SHIPTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  CUSTOMER-ARCHIVE-RECORD.
           05  AR-CUSTOMER-IMAGE       PIC X(100).
           05  AR-PURGE-DATE           PIC 9(08).
           05  AR-ANONYMIZED-FLAG      PIC X(01).
               88  AR-ANONYMIZED       VALUE "Y".
           05  AR-ANONYMIZED-DATE      PIC 9(08).
           05  FILLER                  PIC X(03).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       FD  SHIPTO-FILE
           RECORDING MODE IS F.
       01  SHIPTO-RECORD.
           COPY SHIPTO.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
           88  PG-CUSTARCH-OK          VALUE "00".
       01  PG-AUDITLOG-STATUS          PIC X(02) VALUE "00".
           88  PG-AUDITLOG-OK          VALUE "00".
       01  PG-SHIPTO-STATUS            PIC X(02) VALUE "00".
           88  PG-SHIPTO-OK            VALUE "00".
           88  PG-SHIPTO-NOTFOUND      VALUE "35".

       01  PG-SWITCHES.
           05  PG-MASTER-EOF-SWITCH    PIC X(01) VALUE "N".
               88  PG-SCAN-DONE        VALUE "Y".
           05  PG-REFERENCED-SWITCH    PIC X(01) VALUE "N".
               88  PG-REFERENCED       VALUE "Y".
           05  PG-SHIPTO-DONE-SWITCH   PIC X(01) VALUE "N".
               88  PG-SHIPTO-DONE      VALUE "Y".

       01  PG-COUNTERS.
           05  PG-CAND-COUNT           PIC 9(04) COMP VALUE 0.
           05  PG-HOLD-IDX             PIC 9(04) COMP VALUE 0.
           05  PG-PURGED-COUNT         PIC 9(05) COMP VALUE 0.
           05  PG-BLOCKED-COUNT        PIC 9(05) COMP VALUE 0.
           05  PG-SHIPTO-DEL-COUNT     PIC 9(05) COMP VALUE 0.

       01  PG-WORK-FIELDS.
           05  PG-CUSTOMER-ID          PIC 9(06) VALUE 0.
               MOVE PG-OPENINV-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN I-O SHIPTO-FILE
           IF NOT PG-SHIPTO-OK AND NOT PG-SHIPTO-NOTFOUND
               MOVE "CUSTPURG" TO AB-PROGRAM-ID
               MOVE "SHIPTO" TO AB-FILE-NAME
               MOVE "OPEN I-O" TO AB-OPERATION
               MOVE PG-SHIPTO-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN EXTEND CUSTOMER-ARCHIVE
           IF NOT PG-CUSTARCH-OK
               CLOSE CUSTOMER-ARCHIVE
                   PERFORM 2510-WRITE-ARCHIVE-RECORD
                   PERFORM 2520-LOG-CUSTOMER-PURGE
                   DELETE CUSTOMER-MASTER
                   PERFORM 2600-DELETE-SHIP-TOS
                   ADD 1 TO PG-PURGED-COUNT
                   MOVE PG-CUSTOMER-ID TO PG-DL-CUSTOMER-ID
                   MOVE "PURGED" TO PG-DL-RESULT
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
      * THE SHIP-TO FILE IS KEYED CUSTOMER THEN SHIP-TO NUMBER, SO THE
      * CUSTOMER'S ADDRESSES ARE READ FROM SHIP-TO ZERO UNTIL THE
      * CUSTOMER NUMBER CHANGES.  NO SHIPTO FILE MEANS NOTHING TO DO.
      *-----------------------------------------------------------------
       2600-DELETE-SHIP-TOS.
           IF NOT PG-SHIPTO-NOTFOUND
               MOVE "N" TO PG-SHIPTO-DONE-SWITCH
               MOVE PG-CUSTOMER-ID TO TA-CUSTOMER-ID OF SHIPTO-RECORD
               MOVE 0 TO TA-SHIPTO-NUMBER OF SHIPTO-RECORD
               START SHIPTO-FILE
                   KEY IS NOT < TA-SHIPTO-KEY OF SHIPTO-RECORD
                   INVALID KEY
                       SET PG-SHIPTO-DONE TO TRUE
               END-START
               PERFORM 2610-DELETE-ONE-SHIP-TO
                   UNTIL PG-SHIPTO-DONE
           END-IF.

       2610-DELETE-ONE-SHIP-TO.
           READ SHIPTO-FILE NEXT RECORD
               AT END
                   SET PG-SHIPTO-DONE TO TRUE
           END-READ
           IF NOT PG-SHIPTO-DONE
               IF TA-CUSTOMER-ID OF SHIPTO-RECORD = PG-CUSTOMER-ID
                   PERFORM 2620-LOG-SHIP-TO-PURGE
                   DELETE SHIPTO-FILE
                   ADD 1 TO PG-SHIPTO-DEL-COUNT
               ELSE
                   SET PG-SHIPTO-DONE TO TRUE
               END-IF
           END-IF.

       2620-LOG-SHIP-TO-PURGE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "CUSTPURG" TO AU-PROGRAM-NAME
           MOVE "SHIPPURG" TO AU-OPERATION
           MOVE PG-CUSTOMER-ID TO AU-CUSTOMER-ID
           MOVE SHIPTO-RECORD TO AU-BEFORE-IMAGE
           MOVE SPACES TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           WRITE AUDIT-LOG-RECORD.

       3000-TERMINATE.
           DISPLAY " "
           DISPLAY "PURGE-PENDING CANDIDATES: " PG-CAND-COUNT
           DISPLAY "CUSTOMERS PURGED:         " PG-PURGED-COUNT
           DISPLAY "CUSTOMERS BLOCKED:        " PG-BLOCKED-COUNT
           DISPLAY "SHIP-TO ADDRESSES DELETED:" PG-SHIPTO-DEL-COUNT
           CLOSE CUSTOMER-MASTER
           IF NOT PG-SHIPTO-NOTFOUND
               CLOSE SHIPTO-FILE
           END-IF
           IF NOT PG-OPENINV-NOTFOUND
               CLOSE OPEN-INVOICE-FILE
           END-IF
