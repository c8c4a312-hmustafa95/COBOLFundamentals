      *                  STATEMENTS CONSOLIDATE AND CREDIT EXPOSURE
      *                  IS MEASURED AT THE PARENT.  ZERO MEANS THE
      *                  CUSTOMER STANDS ALONE.
      * 10/15/2026 DO    ADDED CM-EINVOICE-FLAG IN PLACE OF ONE FILLER
      *                  BYTE.  Y ON A BILL-TO CUSTOMER (THE PARENT OF
      *                  A NATIONAL ACCOUNT) SENDS ITS INVOICES TO THE
      *                  ELECTRONIC INVOICE INTERFACE.  BLANK OR N
      *                  MEANS PAPER INVOICES ONLY.
      ******************************************************************
           10  CM-CUSTOMER-ID           PIC 9(06).
           10  CM-CUSTOMER-NAME         PIC X(25).
               88  CM-STATUS-PURGE-PEND VALUE "P".
           10  CM-CREDIT-LIMIT          PIC 9(07)V99.
           10  CM-PARENT-ID             PIC 9(06).
           10  CM-EINVOICE-FLAG         PIC X(01).
               88  CM-EINVOICE-YES      VALUE "Y".
           10  FILLER                   PIC X(03).
