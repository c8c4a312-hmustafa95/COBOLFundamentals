      ******************************************************************
      * COPYBOOK.      PROMHIST
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ORDER ENTRY
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       PROMOTION REDEMPTION HISTORY RECORD LAYOUT.
      *                ONE RECORD IS APPENDED BY PROMOAPL FOR EVERY
      *                ORDER LINE A PROMOTION CODE WAS APPLIED TO.
      *                THE GROSS AMOUNT IS THE LINE AT LIST PRICE, THE
      *                NET AMOUNT IS WHAT THE CUSTOMER PAYS (NET UNIT
      *                PRICE TIMES QUANTITY) AND THE DISCOUNT IS THE
      *                DIFFERENCE.  THE FILE IS THE COUNT OF RECORD
      *                FOR REDEMPTION CAPS AND PER-CUSTOMER LIMITS AND
      *                FEEDS THE WEEKLY PROMOTION REPORT.  ORDER
      *                SOURCE IS W (WEB ORDER) OR Q (QUOTE
      *                ACCEPTANCE), AS ON THE ORDER HEADER.  FIELDS
      *                ARE LEVEL 10 SO THE INCLUDING PROGRAM CAN NEST
      *                THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  QH-PROMO-CODE            PIC X(08).
           10  QH-REDEEM-DATE           PIC 9(08).
           10  QH-ORDER-SOURCE          PIC X(01).
           10  QH-ORDER-NUMBER          PIC 9(06).
           10  QH-CUSTOMER-ID           PIC 9(06).
           10  QH-PRODUCT-CODE          PIC X(06).
           10  QH-ORDER-QTY             PIC 9(05).
           10  QH-GROSS-AMOUNT          PIC 9(09)V99.
           10  QH-DISCOUNT-AMOUNT       PIC 9(09)V99.
           10  QH-NET-AMOUNT            PIC 9(09)V99.
           10  FILLER                   PIC X(07).
