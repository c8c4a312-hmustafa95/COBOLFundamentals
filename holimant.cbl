      *                  TRANSACTION REJECTS TO A NEW SUSPENSE FILE
      *                  WITH THE REASON AND THE FAILURE IS WRITTEN
      *                  TO THE AUDIT LOG.
      * 10/15/2026 DO    THE OPERATOR ID NOW GOES INTO THE AUDIT
      *                  RECORD'S OPERATOR FIELD FOR THE SEGREGATION-
      *                  OF-DUTIES REVIEW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLIMANT.
           MOVE HM-AUDIT-IMAGE TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE HT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2200-DELETE-HOLIDAY.
           MOVE SPACES TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE HT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
               INTO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE HT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2700-CHECK-OPERATOR-ROLE.
