      *                  FOR THE THREE-WAY MATCH RUN.  A ZERO PO
      *                  NUMBER MARKS A NON-PO PAYABLE (UTILITIES,
      *                  RENT) THAT BYPASSES MATCHING.
      * 10/15/2026 DO    ADDED AP-DISC-DATE AND AP-DISC-AMOUNT FOR
      *                  EARLY-PAYMENT DISCOUNTS, SET AT ENTRY FROM
      *                  THE VENDOR'S DISCOUNT TERMS.  ZERO (OR BLANK
      *                  ON AN OLDER ITEM) MEANS NO DISCOUNT OFFERED.
      * 10/15/2026 DO    ADDED AP-CHECK-NUMBER, SET WHEN THE ITEM IS
      *                  PAID, SO A VOIDED CHECK CAN REOPEN EXACTLY
      *                  THE ITEMS IT PAID.
      ******************************************************************
           10  AP-VENDOR-ID             PIC 9(06).
           10  AP-INVOICE-NUMBER        PIC X(10).
               88  AP-ITEM-SELECTED     VALUE "S".
               88  AP-ITEM-PAID         VALUE "P".
           10  AP-PO-NUMBER             PIC 9(06).
           10  AP-DISC-DATE             PIC 9(08).
           10  AP-DISC-AMOUNT           PIC S9(07)V99.
           10  AP-CHECK-NUMBER          PIC 9(06).
           10  FILLER                   PIC X(09).
