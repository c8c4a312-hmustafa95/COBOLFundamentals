      ******************************************************************
      * COPYBOOK.      APPDHIST
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS PAYABLE
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       AP PAID-INVOICE HISTORY RECORD LAYOUT.  THE
      *                CHECK REGISTER RUN APPENDS ONE RECORD PER
      *                INVOICE IT PAYS, CARRYING THE INVOICE AS IT WAS
      *                ENTERED AND THE CHECK THAT PAID IT.  VENDOR
      *                INVOICE ENTRY CHECKS EACH NEW INVOICE AGAINST
      *                THE INVOICES PAID INSIDE ITS ROLLING LOOK-BACK
      *                WINDOW, SO A RE-SENT INVOICE IS CAUGHT EVEN
      *                AFTER THE ORIGINAL HAS LEFT THE AP OPEN FILE.
      *                FIELDS ARE LEVEL 10 SO THE INCLUDING PROGRAM
      *                CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  PH-VENDOR-ID             PIC 9(06).
           10  PH-INVOICE-NUMBER        PIC X(10).
           10  PH-INVOICE-DATE          PIC 9(08).
           10  PH-INVOICE-AMOUNT        PIC S9(07)V99.
           10  PH-PO-NUMBER             PIC 9(06).
           10  PH-CHECK-NUMBER          PIC 9(06).
           10  PH-PAID-DATE             PIC 9(08).
           10  FILLER                   PIC X(27).
