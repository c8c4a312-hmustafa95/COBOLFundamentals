      ******************************************************************
      * COPYBOOK.      CTLLEDPR
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - OPERATIONS
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       SHARED HANDOFF LEDGER PARAGRAPHS, PAIRED WITH
      *                THE WORKING-STORAGE FIELDS IN CTLLEDWS AND THE
      *                RECORD LAYOUT IN CTLLEDG.  8700 APPENDS A
      *                PRODUCED RECORD AND 8710 A CONSUMED RECORD FOR
      *                THE FILE NAMED IN HW-FILE-NAME, STAMPED WITH
      *                THE CURRENT DATE AND TIME.  THE LEDGER IS
      *                OPENED AND CLOSED AROUND EACH WRITE, AS THE RUN
      *                STATUS FILE IS, SO THE RECORD IS ON FILE EVEN
      *                IF THE STEP DIES AFTERWARDS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
       8700-WRITE-HANDOFF-PRODUCED.
           MOVE "P" TO HW-RECORD-TYPE
           PERFORM 8790-WRITE-HANDOFF-RECORD.

       8710-WRITE-HANDOFF-CONSUMED.
           MOVE "C" TO HW-RECORD-TYPE
           PERFORM 8790-WRITE-HANDOFF-RECORD.

       8790-WRITE-HANDOFF-RECORD.
           OPEN EXTEND CONTROL-LEDGER-FILE
           IF NOT HW-CTLLEDG-OK
               CLOSE CONTROL-LEDGER-FILE
               OPEN OUTPUT CONTROL-LEDGER-FILE
           END-IF
           MOVE SPACES TO CONTROL-LEDGER-RECORD
           MOVE HW-RECORD-TYPE TO HL-RECORD-TYPE
           MOVE HW-FILE-NAME TO HL-FILE-NAME
           MOVE HW-PROGRAM-NAME TO HL-PROGRAM-NAME
           MOVE FUNCTION CURRENT-DATE (1:8) TO HL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO HL-RUN-TIME
           MOVE HW-RECORD-COUNT TO HL-RECORD-COUNT
           MOVE HW-AMOUNT-HASH TO HL-AMOUNT-HASH
           WRITE CONTROL-LEDGER-RECORD
           CLOSE CONTROL-LEDGER-FILE.
