      *                  PATH; LAYOUT FROM THE SHARED OPENINV
      *                  COPYBOOK) AND IS UPDATED RECORD BY RECORD
      *                  INSTEAD OF THROUGH A WHOLE-FILE REWRITE.
      * 10/15/2026 DO    EVERY BACKED-OUT APPLICATION THAT EARNED
      *                  REWARD POINTS IS APPENDED TO THE LOYALTY
      *                  ADJUSTMENT FILE WITH THE POINTS IT EARNED, SO
      *                  THE NEXT LOYALTY POSTING RUN TAKES THEM BACK.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSFPROC.
           SELECT NSF-SUSPENSE ASSIGN TO "NSFSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-NSFSUSP-STATUS.
           SELECT LOYALTY-ADJ-FILE ASSIGN TO "LOYLADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-LOYLADJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  NSF-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  LOYALTY-ADJ-FILE
           RECORDING MODE IS F.
       01  LOYALTY-ADJ-RECORD.
           COPY LOYLADJ.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
           88  NF-OPENINV-EOF          VALUE "10".
       01  NF-NSFSUSP-STATUS           PIC X(02) VALUE "00".
           88  NF-NSFSUSP-OK           VALUE "00".
       01  NF-LOYLADJ-STATUS           PIC X(02) VALUE "00".
           88  NF-LOYLADJ-OK           VALUE "00".

       01  NF-SWITCHES.
           05  NF-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
           05  NF-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  NF-ITEMS-REOPENED       PIC 9(05) COMP VALUE 0.
           05  NF-CHECK-ENTRIES        PIC 9(03) COMP VALUE 0.
           05  NF-POINTS-ADJ-COUNT     PIC 9(05) COMP VALUE 0.

       01  NF-FEE-NUMBER-BASE          PIC 9(06) VALUE 900000.
       01  NF-NEXT-FEE-NUMBER          PIC 9(06) VALUE 0.
               CLOSE NSF-SUSPENSE
               OPEN OUTPUT NSF-SUSPENSE
           END-IF
           OPEN EXTEND LOYALTY-ADJ-FILE
           IF NOT NF-LOYLADJ-OK
               CLOSE LOYALTY-ADJ-FILE
               OPEN OUTPUT LOYALTY-ADJ-FILE
           END-IF
           PERFORM 2900-READ-NSF-TRANS.

       1100-LOAD-APPLY-LOG.
                       END-REWRITE
                       MOVE "R" TO LG-REVERSED-FLAG
                           OF NF-LOG-ENTRY (NF-LOG-IDX)
                       PERFORM 2200-REVERSE-LOYALTY-POINTS
                       ADD LG-APPLIED-AMOUNT
                           OF NF-LOG-ENTRY (NF-LOG-IDX)
                           TO NF-ONE-CHECK-TOTAL
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * POINTS THE BOUNCED PAYMENT EARNED ARE HANDED TO THE LOYALTY
      * POSTING RUN TO TAKE BACK.  AN APPLICATION THE LOYALTY RUN HAS
      * NOT YET SEEN EARNED NOTHING, AND NOW NEVER WILL.
      *-----------------------------------------------------------------
       2200-REVERSE-LOYALTY-POINTS.
           IF LG-POINTS-POSTED OF NF-LOG-ENTRY (NF-LOG-IDX)
                   AND LG-POINTS-EARNED OF NF-LOG-ENTRY (NF-LOG-IDX)
                       > 0
               MOVE SPACES TO LOYALTY-ADJ-RECORD
               MOVE "N" TO LJ-ADJUST-TYPE
               MOVE LG-CUSTOMER-ID OF NF-LOG-ENTRY (NF-LOG-IDX)
                   TO LJ-CUSTOMER-ID
               MOVE LG-INVOICE-NUMBER OF NF-LOG-ENTRY (NF-LOG-IDX)
                   TO LJ-INVOICE-NUMBER
               MOVE NT-CHECK-REF TO LJ-CHECK-REF
               MOVE 0 TO LJ-CREDIT-MEMO-NUMBER
               MOVE LG-POINTS-EARNED OF NF-LOG-ENTRY (NF-LOG-IDX)
                   TO LJ-POINTS
               MOVE LG-APPLIED-AMOUNT OF NF-LOG-ENTRY (NF-LOG-IDX)
                   TO LJ-ADJUST-AMOUNT
               MOVE NT-NSF-DATE TO LJ-ADJUST-DATE
               MOVE "NSFPROC" TO LJ-SOURCE-PROGRAM
               WRITE LOYALTY-ADJ-RECORD
               ADD 1 TO NF-POINTS-ADJ-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * THE NSF FEE IS A NEW OPEN ITEM IN THE 900000 RANGE, WRITTEN
      * BY KEY STRAIGHT TO THE INDEXED OPEN INVOICE FILE.
           DISPLAY "NSF TRANS REJECTED:  " NF-REJECT-COUNT
           DISPLAY "ITEMS REOPENED:      " NF-ITEMS-REOPENED
           DISPLAY "AMOUNT REVERSED:     " NF-REVERSED-TOTAL
           DISPLAY "POINTS REVERSALS:    " NF-POINTS-ADJ-COUNT
           CLOSE NSF-TRANS
           CLOSE NSF-SUSPENSE
           CLOSE LOYALTY-ADJ-FILE
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
