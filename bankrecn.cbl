      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    ISSUES NOW CARRY THE CHECK NUMBER.  VOID
      *                  NOTICES FROM THE AP VOID RUN (RECVOID) MARK
      *                  THE ISSUE VOIDED SO IT IS NO LONGER MATCHED
      *                  OR CARRIED AS OUTSTANDING.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRECN.
           SELECT CLEARED-FILE ASSIGN TO "BANKCLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-BANKCLR-STATUS.
           SELECT VOID-NOTICE-FILE ASSIGN TO "RECVOID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-RECVOID-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PY-GROSS-PAY            PIC 9(07)V99.
           05  PY-WITHHOLDING          PIC 9(07)V99.
           05  PY-NET-AMOUNT           PIC 9(07)V99.
           05  FILLER                  PIC X(28).
           05  PY-CHECK-NUMBER         PIC 9(06).
           05  FILLER                  PIC X(04).

       FD  ISSUED-FILE
           RECORDING MODE IS F.
           05  PI-NET-AMOUNT           PIC 9(07)V99.
           05  PI-CLEARED-FLAG         PIC X(01).
               88  PI-CLEARED          VALUE "C".
               88  PI-VOIDED           VALUE "V".
           05  PI-CLEARED-DATE         PIC 9(08).
           05  PI-CHECK-NUMBER         PIC 9(06).
           05  FILLER                  PIC X(42).

       FD  CLEARED-FILE
           RECORDING MODE IS F.
           05  BK-CLEARED-DATE         PIC 9(08).
           05  FILLER                  PIC X(57).

       FD  VOID-NOTICE-FILE
           RECORDING MODE IS F.
       01  VOID-NOTICE-RECORD.
           COPY CHKVOID.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
           88  BR-BANKCLR-OK           VALUE "00".
           88  BR-BANKCLR-EOF          VALUE "10".
           88  BR-BANKCLR-NOTFOUND     VALUE "35".
       01  BR-RECVOID-STATUS           PIC X(02) VALUE "00".
           88  BR-RECVOID-OK           VALUE "00".
           88  BR-RECVOID-EOF          VALUE "10".
           88  BR-RECVOID-NOTFOUND     VALUE "35".

       01  BR-SWITCHES.
           05  BR-PAYMENT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  BR-ISSUED-END       VALUE "Y".
           05  BR-CLEARED-EOF-SWITCH   PIC X(01) VALUE "N".
               88  BR-CLEARED-END      VALUE "Y".
           05  BR-VOID-EOF-SWITCH      PIC X(01) VALUE "N".
               88  BR-VOID-END         VALUE "Y".

      *-----------------------------------------------------------------
      * STALE THRESHOLD - AN OUTSTANDING ITEM OLDER THAN THIS MANY
           05  BR-UNMATCHED-COUNT      PIC 9(05) COMP VALUE 0.
           05  BR-OUTSTANDING-COUNT    PIC 9(05) COMP VALUE 0.
           05  BR-STALE-COUNT          PIC 9(05) COMP VALUE 0.
           05  BR-VOIDED-COUNT         PIC 9(05) COMP VALUE 0.
           05  BR-VOID-MISSED-COUNT    PIC 9(05) COMP VALUE 0.

       01  BR-DATE-WORK.
           05  BR-RUN-DATE-INTEGER     PIC 9(07) VALUE 0.
               10  BR-PI-NET-AMOUNT    PIC 9(07)V99.
               10  BR-PI-CLEARED-FLAG  PIC X(01).
               10  BR-PI-CLEARED-DATE  PIC 9(08).
               10  BR-PI-CHECK-NUMBER  PIC 9(06).

       01  BR-OUTSTANDING-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-FOLD-IN-NEW-ISSUES
           PERFORM 2500-APPLY-VOID-NOTICES
           PERFORM 3000-MATCH-CLEARED-ITEMS
           PERFORM 4000-REPORT-OUTSTANDING
           PERFORM 5000-REWRITE-ISSUED-FILE
               TO BR-PI-CLEARED-FLAG (BR-ISSUE-COUNT)
           MOVE PI-CLEARED-DATE
               TO BR-PI-CLEARED-DATE (BR-ISSUE-COUNT)
           IF PI-CHECK-NUMBER NUMERIC
               MOVE PI-CHECK-NUMBER
                   TO BR-PI-CHECK-NUMBER (BR-ISSUE-COUNT)
           ELSE
               MOVE 0 TO BR-PI-CHECK-NUMBER (BR-ISSUE-COUNT)
           END-IF
           ADD 1 TO BR-ISSUE-COUNT
           PERFORM 1190-READ-ISSUED-RECORD.

                   MOVE SPACE
                       TO BR-PI-CLEARED-FLAG (BR-ISSUE-COUNT)
                   MOVE 0 TO BR-PI-CLEARED-DATE (BR-ISSUE-COUNT)
                   IF PY-CHECK-NUMBER NUMERIC
                       MOVE PY-CHECK-NUMBER
                           TO BR-PI-CHECK-NUMBER (BR-ISSUE-COUNT)
                   ELSE
                       MOVE 0 TO BR-PI-CHECK-NUMBER (BR-ISSUE-COUNT)
                   END-IF
                   ADD 1 TO BR-NEW-ISSUES
               END-IF
           END-IF
                   SET BR-PAYMENT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A VOIDED CHECK WILL NEVER CLEAR, SO ITS ISSUE IS MARKED VOIDED
      * AND DROPS OUT OF MATCHING AND THE OUTSTANDING LIST.  A VOID
      * FOR A CHECK THE BANK ALREADY CLEARED IS AN EXCEPTION - THE
      * MONEY HAS LEFT.  THE NOTICE FILE IS EMPTIED ONCE APPLIED.
      *-----------------------------------------------------------------
       2500-APPLY-VOID-NOTICES.
           OPEN INPUT VOID-NOTICE-FILE
           IF BR-RECVOID-NOTFOUND
               SET BR-VOID-END TO TRUE
           ELSE
               IF NOT BR-RECVOID-OK AND NOT BR-RECVOID-EOF
                   MOVE "BANKRECN" TO AB-PROGRAM-ID
                   MOVE "RECVOID" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE BR-RECVOID-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2590-READ-VOID-NOTICE
               PERFORM 2510-APPLY-ONE-VOID
                   UNTIL BR-VOID-END
               CLOSE VOID-NOTICE-FILE
               OPEN OUTPUT VOID-NOTICE-FILE
               CLOSE VOID-NOTICE-FILE
           END-IF.

       2510-APPLY-ONE-VOID.
           MOVE 0 TO BR-ISSUE-FOUND-IDX
           PERFORM 2520-COMPARE-VOIDED-ENTRY
               VARYING BR-ISSUE-IDX FROM 1 BY 1
               UNTIL BR-ISSUE-IDX > BR-ISSUE-COUNT
                   OR BR-ISSUE-FOUND-IDX NOT = 0
           IF BR-ISSUE-FOUND-IDX = 0
               DISPLAY "BANKRECN: VOIDED CHECK " CV-CHECK-NUMBER
                   " PAYEE " CV-PAYEE-ID " NOT OUTSTANDING"
               ADD 1 TO BR-VOID-MISSED-COUNT
           ELSE
               IF BR-PI-CLEARED-FLAG (BR-ISSUE-FOUND-IDX) = "C"
                   DISPLAY "BANKRECN: VOIDED CHECK " CV-CHECK-NUMBER
                       " PAYEE " CV-PAYEE-ID " ALREADY CLEARED "
                       BR-PI-CLEARED-DATE (BR-ISSUE-FOUND-IDX)
                   ADD 1 TO BR-VOID-MISSED-COUNT
               ELSE
                   MOVE "V"
                       TO BR-PI-CLEARED-FLAG (BR-ISSUE-FOUND-IDX)
                   MOVE CV-VOID-DATE
                       TO BR-PI-CLEARED-DATE (BR-ISSUE-FOUND-IDX)
                   ADD 1 TO BR-VOIDED-COUNT
               END-IF
           END-IF
           PERFORM 2590-READ-VOID-NOTICE.

       2520-COMPARE-VOIDED-ENTRY.
           IF BR-PI-CHECK-NUMBER (BR-ISSUE-IDX) = CV-CHECK-NUMBER
                   AND BR-PI-PAYEE-ID (BR-ISSUE-IDX) = CV-PAYEE-ID
                   AND BR-PI-CLEARED-FLAG (BR-ISSUE-IDX) NOT = "V"
               MOVE BR-ISSUE-IDX TO BR-ISSUE-FOUND-IDX
           END-IF.

       2590-READ-VOID-NOTICE.
           READ VOID-NOTICE-FILE
               AT END
                   SET BR-VOID-END TO TRUE
           END-READ.

       3000-MATCH-CLEARED-ITEMS.
           OPEN INPUT CLEARED-FILE
           IF BR-BANKCLR-NOTFOUND
           IF BR-PI-PAYEE-ID (BR-ISSUE-IDX) = BK-PAYEE-ID
                   AND BR-PI-NET-AMOUNT (BR-ISSUE-IDX) = BK-AMOUNT
                   AND BR-PI-CLEARED-FLAG (BR-ISSUE-IDX) NOT = "C"
                   AND BR-PI-CLEARED-FLAG (BR-ISSUE-IDX) NOT = "V"
               MOVE BR-ISSUE-IDX TO BR-ISSUE-FOUND-IDX
           END-IF.


       4100-REPORT-ONE-ISSUE.
           IF BR-PI-CLEARED-FLAG (BR-ISSUE-IDX) NOT = "C"
                   AND BR-PI-CLEARED-FLAG (BR-ISSUE-IDX) NOT = "V"
               COMPUTE BR-ISSUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (BR-PI-PAY-DATE (BR-ISSUE-IDX))
               TO PI-CLEARED-FLAG
           MOVE BR-PI-CLEARED-DATE (BR-ISSUE-IDX)
               TO PI-CLEARED-DATE
           MOVE BR-PI-CHECK-NUMBER (BR-ISSUE-IDX) TO PI-CHECK-NUMBER
           WRITE ISSUED-RECORD.

       6000-TERMINATE.
           DISPLAY "NEW ISSUES FOLDED IN:    " BR-NEW-ISSUES
           DISPLAY "CLEARED ITEMS MATCHED:   " BR-MATCHED-COUNT
           DISPLAY "CLEARED, NEVER ISSUED:   " BR-UNMATCHED-COUNT
           DISPLAY "VOIDED CHECKS REMOVED:   " BR-VOIDED-COUNT
           DISPLAY "VOIDS NOT APPLIED:       " BR-VOID-MISSED-COUNT
           DISPLAY "ITEMS OUTSTANDING:       " BR-OUTSTANDING-COUNT
           DISPLAY "ITEMS STALE:             " BR-STALE-COUNT
           DISPLAY "OUTSTANDING AMOUNT:      " BR-OUTSTANDING-TOTAL
