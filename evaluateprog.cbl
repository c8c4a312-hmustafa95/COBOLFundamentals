      *                  WITH THE REASON AND THE FAILURE IS WRITTEN TO
      *                  THE AUDIT LOG.  TRANSACTION RECORD IS NOW 104
      *                  BYTES.
      * 10/15/2026 DO    THE TRANSACTION'S LAST BYTE NOW CARRIES THE
      *                  E-INVOICE FLAG: Y OR N ON AN ADD (BLANK ADDS
      *                  AS N), Y OR N ON AN EDIT CHANGES IT, BLANK
      *                  LEAVES IT.  SHOWN ON VIEWS.
      * 10/15/2026 DO    THE OPERATOR ID NOW GOES INTO THE AUDIT
      *                  RECORD'S OPERATOR FIELD FOR THE SEGREGATION-
      *                  OF-DUTIES REVIEW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EVALUATEPROG.
           05  TR-CREDIT-LIMIT          PIC 9(07)V99.
           05  TR-PARENT-ID             PIC 9(06).
           05  TR-OPERATOR-ID           PIC X(08).
           05  TR-EINVOICE-FLAG         PIC X(01).
               88  TR-EINVOICE-VALID    VALUE "Y" "N".

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
               TO CM-CREDIT-LIMIT OF CUSTOMER-MASTER-RECORD
           MOVE TR-PARENT-ID
               TO CM-PARENT-ID OF CUSTOMER-MASTER-RECORD
           IF TR-EINVOICE-FLAG = "Y"
               MOVE "Y" TO CM-EINVOICE-FLAG OF CUSTOMER-MASTER-RECORD
           ELSE
               MOVE "N" TO CM-EINVOICE-FLAG OF CUSTOMER-MASTER-RECORD
           END-IF
           WRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "EVALUATEPROG: CUSTOMER " TR-CUSTOMER-ID
           MOVE CUSTOMER-MASTER-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE TR-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2200-EDIT-CUSTOMER.
               MOVE TR-PARENT-ID
                   TO CM-PARENT-ID OF CUSTOMER-MASTER-RECORD
           END-IF
           IF TR-EINVOICE-VALID
               MOVE TR-EINVOICE-FLAG
                   TO CM-EINVOICE-FLAG OF CUSTOMER-MASTER-RECORD
           END-IF
           REWRITE CUSTOMER-MASTER-RECORD
           ADD 1 TO EV-EDIT-COUNT
           PERFORM 2250-LOG-CUSTOMER-EDIT
           MOVE CUSTOMER-MASTER-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE TR-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2300-VIEW-CUSTOMER.
                       CM-CREDIT-LIMIT OF CUSTOMER-MASTER-RECORD
                   DISPLAY "PARENT ACCT:   "
                       CM-PARENT-ID OF CUSTOMER-MASTER-RECORD
                   DISPLAY "E-INVOICE:     "
                       CM-EINVOICE-FLAG OF CUSTOMER-MASTER-RECORD
                   ADD 1 TO EV-VIEW-COUNT
           END-READ.

           MOVE CUSTOMER-MASTER-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE TR-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2500-LOG-SUSPENSE-RECORD.
               INTO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE TR-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2700-CHECK-OPERATOR-ROLE.
