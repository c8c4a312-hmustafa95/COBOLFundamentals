      *                  AND TAX-AMOUNT FIELDS - BLANKS IN THE
      *                  NUMERIC FIELDS WERE A LATENT DATA EXCEPTION
      *                  FOR THE STATEMENT AND TAX REMITTANCE RUNS.
      * 10/15/2026 DO    RELEASES NOW STAMP THE SUPERVISOR ID IN THE
      *                  AUDIT RECORD'S OPERATOR FIELD FOR THE
      *                  SEGREGATION-OF-DUTIES REVIEW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDRLSE.
               DELIMITED BY SIZE INTO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE RT-SUPERVISOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2500-LOG-SUSPENSE-RECORD.
