      ******************************************************************
      * COPYBOOK.      CTLLEDWS
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - OPERATIONS
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       SHARED WORKING-STORAGE FOR THE HANDOFF LEDGER
      *                PARAGRAPHS IN CTLLEDPR.  THE INCLUDING PROGRAM
      *                MOVES ITS PROGRAM NAME, THE DD NAME OF THE FILE
      *                HANDED OFF, AND THE DETAIL RECORD COUNT AND
      *                AMOUNT HASH TO THE HW- FIELDS BEFORE PERFORMING
      *                8700-WRITE-HANDOFF-PRODUCED (AFTER CLOSING A
      *                FILE IT WROTE) OR 8710-WRITE-HANDOFF-CONSUMED
      *                (AFTER CLOSING A FILE IT READ).  THE SELECT FOR
      *                THE LEDGER MUST NAME CONTROL-LEDGER-FILE WITH
      *                FILE STATUS HW-CTLLEDG-STATUS AND AN FD RECORD
      *                OF CONTROL-LEDGER-RECORD BUILT FROM CTLLEDG.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
       01  HW-CTLLEDG-STATUS            PIC X(02) VALUE "00".
           88  HW-CTLLEDG-OK            VALUE "00".
       01  HW-HANDOFF-FIELDS.
           05  HW-PROGRAM-NAME          PIC X(08) VALUE SPACES.
           05  HW-FILE-NAME             PIC X(08) VALUE SPACES.
           05  HW-RECORD-TYPE           PIC X(01) VALUE SPACES.
           05  HW-RECORD-COUNT          PIC 9(09) VALUE 0.
           05  HW-AMOUNT-HASH           PIC S9(13)V99 VALUE 0.
