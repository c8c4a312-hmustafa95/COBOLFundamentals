      ******************************************************************
      * COPYBOOK.      FRTCHG
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       INBOUND FREIGHT AND DUTY CHARGE RECORD LAYOUT,
      *                ONE RECORD PER CARRIER OR BROKER CHARGE.  A
      *                CHARGE IS KEYED TO A PURCHASE ORDER (FC-PO-
      *                NUMBER NONZERO) OR, WHEN THE PO IS ZERO, TO AN
      *                INBOUND SHIPMENT.  INVVALUE SPREADS EACH CHARGE
      *                ACROSS THE MATCHING RECEIPT LINES BY RECEIVED
      *                QUANTITY OR BY RECEIVED WEIGHT AND CAPITALIZES
      *                IT INTO THE PRODUCT'S WEIGHTED-AVERAGE COST.
      *                FIELDS ARE LEVEL 10 SO THE INCLUDING PROGRAM
      *                CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  FC-PO-NUMBER             PIC 9(06).
           10  FC-SHIPMENT-ID           PIC X(05).
           10  FC-CHARGE-TYPE           PIC X(01).
               88  FC-FREIGHT           VALUE "F".
               88  FC-DUTY              VALUE "D".
           10  FC-ALLOC-BASIS           PIC X(01).
               88  FC-BY-QUANTITY       VALUE "Q".
               88  FC-BY-WEIGHT         VALUE "W".
           10  FC-AMOUNT                PIC 9(07)V99.
           10  FC-CHARGE-DATE           PIC 9(08).
           10  FC-CARRIER-REF           PIC X(10).
           10  FILLER                   PIC X(40).
