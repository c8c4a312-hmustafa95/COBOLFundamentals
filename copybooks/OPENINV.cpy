      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL - FACTORED OUT OF THE PER-PROGRAM
      *                  LAYOUTS WHEN THE FILE WENT INDEXED.
      * 10/15/2026 DO    ADDED OI-TAX-EXEMPT-FLAG FROM THE FILLER.  THE
      *                  INVOICE RUN SETS IT WHEN A CURRENT EXEMPTION
      *                  CERTIFICATE WAIVED THE ITEM'S SALES TAX, SO
      *                  THE REMITTANCE REPORT CAN SHOW EXEMPT SALES
      *                  APART FROM TAXABLE ONES.
      * 10/15/2026 DO    ADDED OI-EINVOICE-STATUS FROM THE FILLER.  THE
      *                  E-INVOICE RUN SETS IT TO S ONCE THE ITEM HAS
      *                  GONE OUT ON THE ELECTRONIC INVOICE FILE, SO NO
      *                  ITEM IS SENT TWICE.  BLANK MEANS NOT SENT.
      * 10/15/2026 DO    ADDED OI-SHIPTO-NUMBER AND OI-TAX-STATE FROM
      *                  THE FILLER.  THE INVOICE RUN RECORDS THE
      *                  SHIP-TO THE ITEM WAS DELIVERED TO AND THE
      *                  STATE ITS SALES TAX WAS CHARGED IN.  BLANK ON
      *                  AN ITEM NOT POSTED BY THE INVOICE RUN, OR
      *                  POSTED BEFORE THIS CHANGE, MEANS THE BILL-TO
      *                  STATE ON THE CUSTOMER MASTER.
      * 10/15/2026 DO    OI-TAX-EXEMPT-FLAG VALUE N - THE ITEM IS NOT A
      *                  TAXABLE SALE AT ALL (TUITION AND TUITION
      *                  CREDITS), AS OPPOSED TO A TAXABLE SALE WHOSE
      *                  TAX AN EXEMPTION CERTIFICATE WAIVED (E).  THE
      *                  REMITTANCE REPORT LEAVES SUCH ITEMS OFF THE
      *                  RETURN.
      ******************************************************************
           10  OI-INVOICE-NUMBER        PIC 9(06).
           10  OI-CUSTOMER-ID           PIC 9(06).
               88  OI-NOT-DISPUTED      VALUE SPACE.
           10  OI-DISPUTE-DATE          PIC 9(08).
           10  OI-TAX-AMOUNT            PIC S9(07)V99.
           10  OI-TAX-EXEMPT-FLAG       PIC X(01).
               88  OI-TAX-EXEMPT        VALUE "E".
               88  OI-NOT-TAXABLE       VALUE "N".
           10  OI-EINVOICE-STATUS       PIC X(01).
               88  OI-EINVOICE-SENT     VALUE "S".
           10  OI-SHIPTO-NUMBER         PIC 9(03).
           10  OI-TAX-STATE             PIC X(02).
           10  FILLER                   PIC X(04).
