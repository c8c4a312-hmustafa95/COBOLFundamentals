      ******************************************************************
      * COPYBOOK.      WOTRAN
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       BAD-DEBT WRITE-OFF APPROVAL TRANSACTION LAYOUT.
      *                ONE RECORD NAMES AN OPEN INVOICE OVER THE
      *                AUTOMATIC LIMIT THAT MAY BE WRITTEN OFF, WITH
      *                THE APPROVAL CODE, THE OPERATOR WHO ENTERED THE
      *                REQUEST AND THE DATE, AND THE OPERATOR WHO
      *                APPROVED IT.  WRITEOFF APPLIES THE FILE; THE
      *                SEGREGATION-OF-DUTIES REVIEW READS IT FOR THE
      *                ENTRY AND APPROVAL IDS.  FIELDS ARE LEVEL 10 SO
      *                THE INCLUDING PROGRAM CAN NEST THEM UNDER A
      *                05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT - MOVED OUT OF WRITEOFF, WITH
      *                  THE ENTRY AND APPROVAL OPERATOR IDS ADDED.
      ******************************************************************
           10  WT-INVOICE-NUMBER        PIC 9(06).
           10  WT-APPROVAL-CODE         PIC X(08).
           10  WT-ENTERED-BY            PIC X(08).
           10  WT-ENTRY-DATE            PIC 9(08).
           10  WT-APPROVED-BY           PIC X(08).
           10  FILLER                   PIC X(42).
