      *                  REJECTS TO SUSPENSE WITH THE REASON AND THE
      *                  FAILURE IS WRITTEN TO THE AUDIT LOG.
      *                  TRANSACTION RECORD IS NOW 98 BYTES.
      * 10/15/2026 DO    ADDS AND EDITS CARRY THE VENDOR TAX ID, 1099
      *                  FLAG AND 1099 BOX.  AN ADD FLAGGED REPORTABLE
      *                  MUST HAVE A NINE-DIGIT TAX ID AND A VALID
      *                  BOX.  TRANSACTION RECORD IS NOW 110 BYTES.
      * 10/15/2026 DO    ADDS AND EDITS CARRY THE EARLY-PAYMENT
      *                  DISCOUNT PERCENT AND DAYS.  A DISCOUNT MUST
      *                  FALL DUE INSIDE THE PAYMENT TERMS.  BLANK
      *                  DISCOUNT FIELDS ON AN EDIT LEAVE THE MASTER
      *                  ALONE; ZEROS TAKE THE DISCOUNT OFF.
      * 10/15/2026 DO    THE OPERATOR ID NOW GOES INTO THE AUDIT
      *                  RECORD'S OPERATOR FIELD FOR THE SEGREGATION-
      *                  OF-DUTIES REVIEW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENDMANT.
           05  VT-TERMS-DAYS            PIC 9(03).
           05  VT-STATUS-CODE           PIC X(01).
           05  VT-OPERATOR-ID           PIC X(08).
           05  VT-TAX-ID                PIC X(09).
           05  VT-1099-FLAG             PIC X(01).
           05  VT-1099-BOX              PIC X(01).
           05  VT-DISC-PERCENT          PIC 9(02)V99.
           05  VT-DISC-DAYS             PIC 9(03).
           05  FILLER                   PIC X(01).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
           IF VT-STATUS-CODE NOT = "A" AND "I" AND SPACE
               MOVE "STATUS NOT A/I" TO SS-REJECT-REASON
               SET VM-EDIT-ERROR TO TRUE
           END-IF
           IF VT-1099-FLAG NOT = "Y" AND "N" AND SPACE
               MOVE "1099 FLAG NOT Y/N" TO SS-REJECT-REASON
               SET VM-EDIT-ERROR TO TRUE
           END-IF
           IF VT-1099-FLAG = "Y"
               IF VT-TAX-ID IS NOT NUMERIC
                   MOVE "TAX ID NOT NINE DIGITS" TO SS-REJECT-REASON
                   SET VM-EDIT-ERROR TO TRUE
               END-IF
               IF VT-1099-BOX NOT = "N" AND "R" AND "O" AND "A"
                   MOVE "1099 BOX NOT N/R/O/A" TO SS-REJECT-REASON
                   SET VM-EDIT-ERROR TO TRUE
               END-IF
           END-IF
           IF VT-DISC-PERCENT IS NUMERIC AND VT-DISC-PERCENT > 0
               IF VT-DISC-DAYS IS NOT NUMERIC OR VT-DISC-DAYS = 0
                       OR VT-DISC-DAYS >= VT-TERMS-DAYS
                   MOVE "DISCOUNT DAYS NOT INSIDE TERMS"
                       TO SS-REJECT-REASON
                   SET VM-EDIT-ERROR TO TRUE
               END-IF
           END-IF.

       2120-BUILD-MASTER-FIELDS.
           MOVE VT-TERMS-DAYS
               TO VN-TERMS-DAYS OF VENDOR-MASTER-RECORD
           MOVE VT-STATUS-CODE
               TO VN-STATUS-CODE OF VENDOR-MASTER-RECORD
           MOVE VT-TAX-ID
               TO VN-TAX-ID OF VENDOR-MASTER-RECORD
           MOVE VT-1099-FLAG
               TO VN-1099-FLAG OF VENDOR-MASTER-RECORD
           MOVE VT-1099-BOX
               TO VN-1099-BOX OF VENDOR-MASTER-RECORD
           IF VT-DISC-PERCENT IS NUMERIC AND VT-DISC-DAYS IS NUMERIC
               MOVE VT-DISC-PERCENT
                   TO VN-DISC-PERCENT OF VENDOR-MASTER-RECORD
               MOVE VT-DISC-DAYS
                   TO VN-DISC-DAYS OF VENDOR-MASTER-RECORD
           ELSE
               MOVE 0 TO VN-DISC-PERCENT OF VENDOR-MASTER-RECORD
               MOVE 0 TO VN-DISC-DAYS OF VENDOR-MASTER-RECORD
           END-IF.

       2150-LOG-VENDOR-ADD.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE VENDOR-MASTER-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE VT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2200-EDIT-VENDOR.
               MOVE VT-STATUS-CODE
                   TO VN-STATUS-CODE OF VENDOR-MASTER-RECORD
           END-IF
           IF VT-TAX-ID NOT = SPACES
               MOVE VT-TAX-ID
                   TO VN-TAX-ID OF VENDOR-MASTER-RECORD
           END-IF
           IF VT-1099-FLAG NOT = SPACES
               MOVE VT-1099-FLAG
                   TO VN-1099-FLAG OF VENDOR-MASTER-RECORD
           END-IF
           IF VT-1099-BOX NOT = SPACES
               MOVE VT-1099-BOX
                   TO VN-1099-BOX OF VENDOR-MASTER-RECORD
           END-IF
           IF VT-DISC-PERCENT IS NUMERIC
               MOVE VT-DISC-PERCENT
                   TO VN-DISC-PERCENT OF VENDOR-MASTER-RECORD
           END-IF
           IF VT-DISC-DAYS IS NUMERIC
               MOVE VT-DISC-DAYS
                   TO VN-DISC-DAYS OF VENDOR-MASTER-RECORD
           END-IF
           REWRITE VENDOR-MASTER-RECORD
           ADD 1 TO VM-EDIT-COUNT
           PERFORM 2250-LOG-VENDOR-EDIT
           MOVE VENDOR-MASTER-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE VT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2300-VIEW-VENDOR.
                       VN-TERMS-DAYS OF VENDOR-MASTER-RECORD
                   DISPLAY "STATUS:      "
                       VN-STATUS-CODE OF VENDOR-MASTER-RECORD
                   DISPLAY "TAX ID:      "
                       VN-TAX-ID OF VENDOR-MASTER-RECORD
                   DISPLAY "1099 FLAG:   "
                       VN-1099-FLAG OF VENDOR-MASTER-RECORD
                       " BOX "
                       VN-1099-BOX OF VENDOR-MASTER-RECORD
                   DISPLAY "DISCOUNT:    "
                       VN-DISC-PERCENT OF VENDOR-MASTER-RECORD
                       "% IN "
                       VN-DISC-DAYS OF VENDOR-MASTER-RECORD
                       " DAYS"
                   ADD 1 TO VM-VIEW-COUNT
           END-READ.

               INTO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE VT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2700-CHECK-OPERATOR-ROLE.
