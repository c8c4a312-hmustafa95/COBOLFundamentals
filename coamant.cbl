      *                  THE FAILURE IS WRITTEN TO THE AUDIT LOG.  A
      *                  CHART THAT OUTGROWS THE TABLE NOW STOPS THE
      *                  RUN BEFORE THE REWRITE COULD TRUNCATE IT.
      * 10/15/2026 DO    NEW ACCOUNT TYPE C, COST OF SALES, SO THE
      *                  FINANCIAL STATEMENTS CAN SHOW GROSS PROFIT.
      * 10/15/2026 DO    THE OPERATOR ID NOW GOES INTO THE AUDIT
      *                  RECORD'S OPERATOR FIELD FOR THE SEGREGATION-
      *                  OF-DUTIES REVIEW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COAMANT.
               88  CA-TYPE-LIABILITY   VALUE "L".
               88  CA-TYPE-EQUITY      VALUE "Q".
               88  CA-TYPE-REVENUE     VALUE "R".
               88  CA-TYPE-COST        VALUE "C".
               88  CA-TYPE-EXPENSE     VALUE "E".
           05  CA-ACTIVE-FLAG          PIC X(01).
               88  CA-ACCOUNT-ACTIVE   VALUE "A" " ".
                       " ALREADY ON THE CHART, ADD REJECTED"
                   ADD 1 TO CO-REJECT-COUNT
               WHEN CT-ACCOUNT-TYPE NOT = "A" AND "L" AND "Q"
                       AND "R" AND "C" AND "E"
                   DISPLAY "COAMANT: ACCOUNT TYPE "
                       CT-ACCOUNT-TYPE " NOT A/L/Q/R/C/E, "
                       "ADD REJECTED"
                   ADD 1 TO CO-REJECT-COUNT
               WHEN CO-ACCT-COUNT >= CO-MAX-ACCTS
                   MOVE CT-DESCRIPTION
                       TO CO-AC-DESCRIPTION (CO-TABLE-IDX)
               END-IF
               IF CT-ACCOUNT-TYPE = "A" OR "L" OR "Q" OR "R" OR "C"
                       OR "E"
                   MOVE CT-ACCOUNT-TYPE TO CO-AC-TYPE (CO-TABLE-IDX)
               END-IF
               MOVE "A" TO CO-AC-ACTIVE (CO-TABLE-IDX)
           MOVE CO-AUDIT-IMAGE TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE CT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2500-LOG-SUSPENSE-RECORD.
               INTO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE CT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2750-CHECK-OPERATOR-ROLE.
