      ******************************************************************
      * COPYBOOK.      TAXEXMPT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       SALES TAX EXEMPTION CERTIFICATE RECORD LAYOUT.
      *                ONE RECORD PER CUSTOMER PER TAXING STATE THE
      *                CUSTOMER HOLDS A CERTIFICATE IN (RESALE,
      *                NON-PROFIT, GOVERNMENT).  THE FILE IS INDEXED
      *                ON TE-CERT-KEY - CUSTOMER NUMBER FOLLOWED BY
      *                STATE - SO THE INVOICE RUN CAN READ THE ONE
      *                CERTIFICATE THAT COVERS AN INVOICE DIRECTLY.
      *                A CERTIFICATE IS CURRENT FROM ITS EFFECTIVE
      *                DATE THROUGH ITS EXPIRY DATE INCLUSIVE; A ZERO
      *                EXPIRY MEANS THE CERTIFICATE DOES NOT LAPSE.
      *                FIELDS ARE LEVEL 10 SO THE INCLUDING PROGRAM
      *                CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  TE-CERT-KEY.
               15  TE-CUSTOMER-ID       PIC 9(06).
               15  TE-STATE-CODE        PIC X(02).
           10  TE-CERTIFICATE-NUMBER    PIC X(15).
           10  TE-EXEMPT-REASON         PIC X(01).
               88  TE-REASON-RESALE     VALUE "R".
               88  TE-REASON-NONPROFIT  VALUE "N".
               88  TE-REASON-GOVERNMENT VALUE "G".
               88  TE-REASON-OTHER      VALUE "O".
           10  TE-EFFECTIVE-DATE        PIC 9(08).
           10  TE-EXPIRY-DATE           PIC 9(08).
           10  FILLER                   PIC X(40).
