      ******************************************************************
      * COPYBOOK.      PROMOREQ
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ORDER ENTRY
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       PROMOTION REQUEST PASSED TO THE SHARED PROMOAPL
      *                SUBROUTINE BY THE ORDER-ENTRY PROGRAMS.  THE
      *                CALLER FILLS IN THE ORDER LINE WITH ITS LIST
      *                UNIT PRICE; ON RETURN QP-PROMO-APPLIED MEANS
      *                QP-UNIT-PRICE NOW HOLDS THE DISCOUNTED UNIT
      *                PRICE AND QP-DISCOUNT-AMOUNT THE DISCOUNT ON
      *                THE WHOLE LINE, AND QP-PROMO-REJECTED MEANS
      *                QP-REJECT-REASON SAYS WHY THE CODE WAS REFUSED.
      *                A ZERO ORDER DATE MEANS TODAY.  FIELDS ARE
      *                LEVEL 10 SO THE INCLUDING PROGRAM CAN NEST THEM
      *                UNDER A 01-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  QP-PROMO-CODE            PIC X(08).
           10  QP-ORDER-SOURCE          PIC X(01).
           10  QP-ORDER-NUMBER          PIC 9(06).
           10  QP-CUSTOMER-ID           PIC 9(06).
           10  QP-PRODUCT-CODE          PIC X(06).
           10  QP-ORDER-QTY             PIC 9(05).
           10  QP-ORDER-DATE            PIC 9(08).
           10  QP-UNIT-PRICE            PIC 9(05)V99.
           10  QP-DISCOUNT-AMOUNT       PIC 9(09)V99.
           10  QP-RESULT-FLAG           PIC X(01).
               88  QP-PROMO-APPLIED     VALUE "Y".
               88  QP-PROMO-REJECTED    VALUE "N".
           10  QP-REJECT-REASON         PIC X(30).
