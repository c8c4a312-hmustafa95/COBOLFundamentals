      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL LAYOUT.
      * 10/15/2026 DO    ADDED VN-TAX-ID, VN-1099-FLAG AND VN-1099-BOX
      *                  FOR YEAR-END 1099 REPORTING.  RECORD IS NOW
      *                  100 BYTES; THE MASTER IS UNLOADED AND
      *                  RELOADED AT THE NEW LENGTH.  A BLANK FLAG ON
      *                  AN OLDER RECORD MEANS NOT REPORTABLE.
      * 10/15/2026 DO    ADDED VN-DISC-PERCENT AND VN-DISC-DAYS IN
      *                  PLACE OF THE LAST FILLER BYTES FOR EARLY-
      *                  PAYMENT DISCOUNT TERMS (E.G. 2% 10 DAYS).
      *                  BLANK ON AN OLDER RECORD MEANS NO DISCOUNT.
      ******************************************************************
           10  VN-VENDOR-ID             PIC 9(06).
           10  VN-VENDOR-NAME           PIC X(25).
           10  VN-STATUS-CODE           PIC X(01).
               88  VN-STATUS-ACTIVE     VALUE "A" " ".
               88  VN-STATUS-INACTIVE   VALUE "I".
           10  VN-TAX-ID                PIC X(09).
           10  VN-1099-FLAG             PIC X(01).
               88  VN-1099-REPORTABLE   VALUE "Y".
               88  VN-1099-NOT-REPORTED VALUE "N" " ".
      *        BOX THE PAYMENTS ARE REPORTED IN: NEC BOX 1
      *        NONEMPLOYEE COMPENSATION, MISC BOX 1 RENTS, MISC BOX 3
      *        OTHER INCOME, MISC BOX 10 ATTORNEY PROCEEDS.
           10  VN-1099-BOX              PIC X(01).
               88  VN-BOX-NONEMPLOYEE   VALUE "N".
               88  VN-BOX-RENTS         VALUE "R".
               88  VN-BOX-OTHER-INCOME  VALUE "O".
               88  VN-BOX-ATTORNEY      VALUE "A".
               88  VN-BOX-VALID         VALUE "N" "R" "O" "A".
      *        EARLY-PAYMENT DISCOUNT: PERCENT OFF WHEN PAID WITHIN
      *        THE DISCOUNT DAYS OF THE INVOICE DATE.
           10  VN-DISC-PERCENT          PIC 9(02)V99.
           10  VN-DISC-DAYS             PIC 9(03).
