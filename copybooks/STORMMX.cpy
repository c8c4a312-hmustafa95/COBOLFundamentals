      ******************************************************************
      * COPYBOOK.      STORMMX
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       STORE MIN/MAX REPLENISHMENT TABLE RECORD
      *                LAYOUT, ONE RECORD PER STORE AND PRODUCT THE
      *                STORE STOCKS.  WHEN THE STORE'S ON-HAND PLUS
      *                IN-TRANSIT PLUS ALREADY-ORDERED QUANTITY FALLS
      *                BELOW THE MINIMUM, STORREPL ORDERS BACK UP TO
      *                THE MAXIMUM.  A ZERO MINIMUM NEVER TRIGGERS AN
      *                ORDER.  FIELDS ARE LEVEL 10 SO THE INCLUDING
      *                PROGRAM CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  MX-STORE-ID              PIC X(05).
           10  MX-PRODUCT-CODE          PIC X(05).
           10  MX-MIN-QTY               PIC 9(07).
           10  MX-MAX-QTY               PIC 9(07).
           10  MX-LAST-CHANGED          PIC 9(08).
           10  FILLER                   PIC X(48).
