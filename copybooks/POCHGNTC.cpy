      ******************************************************************
      * COPYBOOK.      POCHGNTC
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - PURCHASING
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       PURCHASE ORDER CHANGE-ORDER NOTICE RECORD
      *                LAYOUT.  POCHANGE WRITES ONE PER CHANGE ORDER
      *                APPLIED TO THE PO MASTER, WITH THE TERMS BEFORE
      *                AND AFTER, FOR TRANSMISSION TO THE VENDOR.  THE
      *                SAME RECORDS TELL ORDERATP WHICH PRODUCTS' PO
      *                DATES OR QUANTITIES MOVED, SO CUSTOMER ORDERS
      *                PROMISED OFF THEM ARE PROMISED AGAIN.  A
      *                CANCELLATION SHOWS THE NEW QUANTITY AS WHAT HAD
      *                ALREADY BEEN RECEIVED.  FIELDS ARE LEVEL 10 SO
      *                THE INCLUDING PROGRAM CAN NEST THEM UNDER A
      *                05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  PN-PO-NUMBER             PIC 9(06).
           10  PN-VENDOR-ID             PIC 9(06).
           10  PN-PRODUCT-CODE          PIC X(05).
           10  PN-CHANGE-SEQ            PIC 9(03).
           10  PN-CHANGE-DATE           PIC 9(08).
           10  PN-ACTION                PIC X(01).
               88  PN-CHANGE-ORDER      VALUE "C".
               88  PN-CANCELLATION      VALUE "X".
           10  PN-OLD-QTY               PIC 9(07).
           10  PN-NEW-QTY               PIC 9(07).
           10  PN-RECEIVED-QTY          PIC 9(07).
           10  PN-OLD-UNIT-COST         PIC 9(05)V99.
           10  PN-NEW-UNIT-COST         PIC 9(05)V99.
           10  PN-OLD-EXPECTED-DATE     PIC 9(08).
           10  PN-NEW-EXPECTED-DATE     PIC 9(08).
           10  PN-BUYER-ID              PIC X(08).
           10  FILLER                   PIC X(12).
