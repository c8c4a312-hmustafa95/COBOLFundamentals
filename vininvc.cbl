      *                CARRIES AN EXPLICIT DUE DATE, AND POSTS EACH
      *                ACCEPTED INVOICE TO THE AP OPEN INVOICE FILE
      *                WITH STATUS OPEN.  AN ENTRY REGISTER PRINTS ONE
      *                LINE PER INVOICE WITH A RUN TOTAL.  EACH
      *                INVOICE IS FIRST CHECKED AGAINST EVERYTHING ON
      *                THE AP OPEN FILE, THE PAID-INVOICE HISTORY AND
      *                THE INVOICES ALREADY POSTED FROM THE BATCH: THE
      *                SAME VENDOR AND INVOICE NUMBER REJECTS, AND A
      *                PROBABLE DUPLICATE POSTS HELD FOR REVIEW.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      *                  WAY MATCH RUN CAN PAIR INVOICE, PO AND
      *                  RECEIPT.  A ZERO PO NUMBER MARKS A NON-PO
      *                  PAYABLE THAT BYPASSES MATCHING.
      * 10/15/2026 DO    EACH ITEM NOW CARRIES A DISCOUNT DATE AND
      *                  DISCOUNT AMOUNT FROM THE VENDOR'S EARLY-
      *                  PAYMENT TERMS, SHOWN ON THE REGISTER.  A
      *                  VENDOR WITH NO DISCOUNT TERMS POSTS ZEROS.
      * 10/15/2026 DO    DUPLICATE INVOICE DETECTION.  AN INVOICE WITH
      *                  THE SAME VENDOR AND INVOICE NUMBER AS ONE ON
      *                  THE AP OPEN FILE, THE APPAIDH PAID-INVOICE
      *                  HISTORY (INSIDE ITS LOOK-BACK WINDOW) OR
      *                  EARLIER IN THE BATCH REJECTS TO SUSPENSE.  ONE
      *                  WHOSE NUMBER MATCHES ONCE PUNCTUATION AND
      *                  LEADING ZEROS ARE STRIPPED, OR WITH THE SAME
      *                  VENDOR, AMOUNT AND INVOICE DATE, OR THE SAME
      *                  AMOUNT AGAINST THE SAME PO, POSTS HELD SO
      *                  PAYMENT SELECTION PASSES IT BY.  EACH IS
      *                  LISTED ON THE REGISTER WITH THE INVOICE IT
      *                  DUPLICATES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. VININVC.
           SELECT AP-SUSPENSE ASSIGN TO "APSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VI-APSUSP-STATUS.
           SELECT PAID-HISTORY ASSIGN TO "APPAIDH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VI-APPAIDH-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
       01  AP-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  PAID-HISTORY
           RECORDING MODE IS F.
       01  PAID-HISTORY-RECORD.
           COPY APPDHIST.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           88  VI-VENDMAST-OK          VALUE "00".
       01  VI-APOPEN-STATUS            PIC X(02) VALUE "00".
           88  VI-APOPEN-OK            VALUE "00".
           88  VI-APOPEN-EOF           VALUE "10".
           88  VI-APOPEN-NOTFOUND      VALUE "35".
       01  VI-APSUSP-STATUS            PIC X(02) VALUE "00".
           88  VI-APSUSP-OK            VALUE "00".
       01  VI-APPAIDH-STATUS           PIC X(02) VALUE "00".
           88  VI-APPAIDH-OK           VALUE "00".
           88  VI-APPAIDH-EOF          VALUE "10".
           88  VI-APPAIDH-NOTFOUND     VALUE "35".

       01  VI-SWITCHES.
           05  VI-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  VI-TRANS-END        VALUE "Y".
           05  VI-VENDOR-VALID-SWITCH  PIC X(01) VALUE "N".
               88  VI-VENDOR-VALID     VALUE "Y".
           05  VI-LOAD-EOF-SWITCH      PIC X(01) VALUE "N".
               88  VI-LOAD-END         VALUE "Y".

      *-----------------------------------------------------------------
      * HOW CLOSELY THE INCOMING INVOICE MATCHES ONE ALREADY KNOWN -
      * THE HIGHER THE LEVEL, THE SURER THE DUPLICATE.
      *-----------------------------------------------------------------
       01  VI-DUP-LEVEL                PIC 9(01) VALUE 0.
           88  VI-NOT-DUPLICATE        VALUE 0.
           88  VI-PROBABLE-DUPLICATE   VALUE 1 THRU 3.
           88  VI-DUP-SAME-PO-AMOUNT   VALUE 1.
           88  VI-DUP-SAME-AMOUNT-DATE VALUE 2.
           88  VI-DUP-NUMBER-FORMAT    VALUE 3.
           88  VI-EXACT-DUPLICATE      VALUE 4.
       01  VI-CANDIDATE-LEVEL          PIC 9(01) VALUE 0.

       01  VI-COUNTERS.
           05  VI-POSTED-COUNT         PIC 9(05) COMP VALUE 0.
           05  VI-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  VI-HELD-COUNT           PIC 9(05) COMP VALUE 0.
           05  VI-DUP-REJECT-COUNT     PIC 9(05) COMP VALUE 0.
           05  VI-KNOWN-COUNT          PIC 9(05) COMP VALUE 0.
           05  VI-MAX-KNOWN            PIC 9(05) COMP VALUE 10000.
           05  VI-KNOWN-IDX            PIC 9(05) COMP VALUE 0.
           05  VI-DUP-IDX              PIC 9(05) COMP VALUE 0.
           05  VI-CHAR-IDX             PIC 9(02) COMP VALUE 0.
           05  VI-NORM-LEN             PIC 9(02) COMP VALUE 0.

      *-----------------------------------------------------------------
      * PAID INVOICES OLDER THAN THE LOOK-BACK WINDOW ARE NOT CHECKED.
      *-----------------------------------------------------------------
       01  VI-HISTORY-DAYS             PIC 9(04) VALUE 730.
       01  VI-HISTORY-CUTOFF           PIC 9(08) VALUE 0.
       01  VI-CUTOFF-INTEGER           PIC 9(07) VALUE 0.

      *-----------------------------------------------------------------
      * AN INVOICE NUMBER REDUCED TO ITS LETTERS AND DIGITS, UPPER
      * CASE, WITH THE LEADING ZEROS DROPPED FROM EACH RUN OF DIGITS -
      * "INV-00417" AND "inv417" BOTH COME OUT "INV417".
      *-----------------------------------------------------------------
       01  VI-NORM-WORK.
           05  VI-NORM-SOURCE          PIC X(10) VALUE SPACES.
           05  VI-NORM-RESULT          PIC X(10) VALUE SPACES.
           05  VI-NORM-CHAR            PIC X(01) VALUE SPACE.
           05  VI-LAST-KEPT            PIC X(01) VALUE SPACE.
           05  VI-INCOMING-NORM        PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
      * EVERY INVOICE ALREADY KNOWN - ON THE AP OPEN FILE, ON THE
      * PAID-INVOICE HISTORY, OR POSTED EARLIER IN THIS BATCH.
      *-----------------------------------------------------------------
       01  VI-KNOWN-TABLE.
           05  VI-KNOWN-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON VI-KNOWN-COUNT
                   INDEXED BY VI-KN-IDX.
               10  VI-KN-SOURCE        PIC X(01).
                   88  VI-KN-FROM-APOPEN   VALUE "A".
                   88  VI-KN-FROM-HISTORY  VALUE "H".
                   88  VI-KN-FROM-BATCH    VALUE "B".
               10  VI-KN-VENDOR-ID     PIC 9(06).
               10  VI-KN-INVOICE-NUMBER
                                       PIC X(10).
               10  VI-KN-NORM-NUMBER   PIC X(10).
               10  VI-KN-INVOICE-DATE  PIC 9(08).
               10  VI-KN-INVOICE-AMOUNT
                                       PIC S9(07)V99.
               10  VI-KN-PO-NUMBER     PIC 9(06).

       01  VI-DATE-WORK.
           05  VI-INVOICE-INTEGER      PIC 9(07) VALUE 0.
           05  VI-DUE-INTEGER          PIC 9(07) VALUE 0.
           05  VI-DUE-DATE             PIC 9(08) VALUE 0.
           05  VI-DISC-INTEGER         PIC 9(07) VALUE 0.
           05  VI-DISC-DATE            PIC 9(08) VALUE 0.

       01  VI-DISC-AMOUNT              PIC S9(07)V99 VALUE 0.

       01  VI-POSTED-TOTAL             PIC S9(11)V99 COMP-3 VALUE 0.

           05  VI-RG-INVOICE-AMOUNT    PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X(06) VALUE "  DUE ".
           05  VI-RG-DUE-DATE          PIC 9(08).
           05  FILLER                  PIC X(07) VALUE "  DISC ".
           05  VI-RG-DISC-DATE         PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  VI-RG-DISC-AMOUNT       PIC $$$,$$9.99-.

       01  VI-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
               "POSTED TOTAL:   ".
           05  VI-TL-POSTED            PIC $$,$$$,$$$,$$9.99-.

       01  VI-DUPLICATE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  VI-DL-VENDOR-ID         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VI-DL-INVOICE-NUMBER    PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  VI-DL-ACTION            PIC X(09).
           05  VI-DL-REASON            PIC X(22).
           05  FILLER                  PIC X(04) VALUE " ON ".
           05  VI-DL-SOURCE            PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  VI-DL-MATCH-NUMBER      PIC X(10).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               MOVE VI-VENDMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1500-LOAD-KNOWN-INVOICES
           OPEN EXTEND AP-OPEN-FILE
           IF NOT VI-APOPEN-OK
               CLOSE AP-OPEN-FILE
                   SET BC-VERIFY-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE DUPLICATE CHECK TABLE IS LOADED FROM EVERY ITEM ON THE AP
      * OPEN FILE, WHATEVER ITS STATUS, AND EVERY INVOICE PAID INSIDE
      * THE LOOK-BACK WINDOW.  EITHER FILE MAY BE MISSING ON THE FIRST
      * RUN.  A FULL TABLE STOPS THE RUN - POSTING WITHOUT THE WHOLE
      * CHECK IS HOW AN INVOICE GETS PAID TWICE.
      *-----------------------------------------------------------------
       1500-LOAD-KNOWN-INVOICES.
           MOVE FUNCTION CURRENT-DATE (1:8) TO VI-HISTORY-CUTOFF
           COMPUTE VI-CUTOFF-INTEGER =
               FUNCTION INTEGER-OF-DATE(VI-HISTORY-CUTOFF)
               - VI-HISTORY-DAYS
           COMPUTE VI-HISTORY-CUTOFF =
               FUNCTION DATE-OF-INTEGER(VI-CUTOFF-INTEGER)
           MOVE 1 TO VI-KNOWN-COUNT
           OPEN INPUT AP-OPEN-FILE
           IF NOT VI-APOPEN-NOTFOUND
               IF NOT VI-APOPEN-OK AND NOT VI-APOPEN-EOF
                   MOVE "VININVC" TO AB-PROGRAM-ID
                   MOVE "APOPEN" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE VI-APOPEN-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               MOVE "N" TO VI-LOAD-EOF-SWITCH
               PERFORM 1580-READ-AP-RECORD
               PERFORM 1510-STORE-AP-INVOICE
                   UNTIL VI-LOAD-END
                       OR VI-KNOWN-COUNT > VI-MAX-KNOWN
               IF NOT VI-LOAD-END
                   MOVE "APOPEN" TO AB-FILE-NAME
                   PERFORM 1550-KNOWN-TABLE-FULL
               END-IF
               CLOSE AP-OPEN-FILE
           END-IF
           OPEN INPUT PAID-HISTORY
           IF NOT VI-APPAIDH-NOTFOUND
               IF NOT VI-APPAIDH-OK AND NOT VI-APPAIDH-EOF
                   MOVE "VININVC" TO AB-PROGRAM-ID
                   MOVE "APPAIDH" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE VI-APPAIDH-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               MOVE "N" TO VI-LOAD-EOF-SWITCH
               PERFORM 1590-READ-HISTORY-RECORD
               PERFORM 1520-STORE-PAID-INVOICE
                   UNTIL VI-LOAD-END
                       OR VI-KNOWN-COUNT > VI-MAX-KNOWN
               IF NOT VI-LOAD-END
                   MOVE "APPAIDH" TO AB-FILE-NAME
                   PERFORM 1550-KNOWN-TABLE-FULL
               END-IF
               CLOSE PAID-HISTORY
           END-IF
           SUBTRACT 1 FROM VI-KNOWN-COUNT.

       1510-STORE-AP-INVOICE.
           MOVE "A" TO VI-KN-SOURCE (VI-KNOWN-COUNT)
           MOVE AP-VENDOR-ID TO VI-KN-VENDOR-ID (VI-KNOWN-COUNT)
           MOVE AP-INVOICE-NUMBER
               TO VI-KN-INVOICE-NUMBER (VI-KNOWN-COUNT)
           MOVE AP-INVOICE-DATE TO VI-KN-INVOICE-DATE (VI-KNOWN-COUNT)
           MOVE AP-INVOICE-AMOUNT
               TO VI-KN-INVOICE-AMOUNT (VI-KNOWN-COUNT)
           IF AP-PO-NUMBER IS NUMERIC
               MOVE AP-PO-NUMBER TO VI-KN-PO-NUMBER (VI-KNOWN-COUNT)
           ELSE
               MOVE 0 TO VI-KN-PO-NUMBER (VI-KNOWN-COUNT)
           END-IF
           MOVE AP-INVOICE-NUMBER TO VI-NORM-SOURCE
           PERFORM 2450-NORMALIZE-INVOICE-NUMBER
           MOVE VI-NORM-RESULT TO VI-KN-NORM-NUMBER (VI-KNOWN-COUNT)
           ADD 1 TO VI-KNOWN-COUNT
           PERFORM 1580-READ-AP-RECORD.

       1520-STORE-PAID-INVOICE.
           IF PH-PAID-DATE IS NUMERIC
                   AND PH-PAID-DATE >= VI-HISTORY-CUTOFF
               MOVE "H" TO VI-KN-SOURCE (VI-KNOWN-COUNT)
               MOVE PH-VENDOR-ID TO VI-KN-VENDOR-ID (VI-KNOWN-COUNT)
               MOVE PH-INVOICE-NUMBER
                   TO VI-KN-INVOICE-NUMBER (VI-KNOWN-COUNT)
               MOVE PH-INVOICE-DATE
                   TO VI-KN-INVOICE-DATE (VI-KNOWN-COUNT)
               MOVE PH-INVOICE-AMOUNT
                   TO VI-KN-INVOICE-AMOUNT (VI-KNOWN-COUNT)
               MOVE PH-PO-NUMBER TO VI-KN-PO-NUMBER (VI-KNOWN-COUNT)
               MOVE PH-INVOICE-NUMBER TO VI-NORM-SOURCE
               PERFORM 2450-NORMALIZE-INVOICE-NUMBER
               MOVE VI-NORM-RESULT
                   TO VI-KN-NORM-NUMBER (VI-KNOWN-COUNT)
               ADD 1 TO VI-KNOWN-COUNT
           END-IF
           PERFORM 1590-READ-HISTORY-RECORD.

       1550-KNOWN-TABLE-FULL.
           DISPLAY "VININVC: DUPLICATE CHECK TABLE FULL AT "
               VI-MAX-KNOWN " - RUN STOPPED BEFORE POSTING"
           MOVE "VININVC" TO AB-PROGRAM-ID
           MOVE "TBL FULL" TO AB-OPERATION
           MOVE "00" TO AB-STATUS-CODE
           PERFORM 9999-ABEND-ROUTINE.

       1580-READ-AP-RECORD.
           READ AP-OPEN-FILE
               AT END
                   SET VI-LOAD-END TO TRUE
           END-READ.

       1590-READ-HISTORY-RECORD.
           READ PAID-HISTORY
               AT END
                   SET VI-LOAD-END TO TRUE
           END-READ.

       2000-PROCESS-INVOICE.
           IF AT-INVOICE-AMOUNT <= 0
               MOVE "INVOICE AMOUNT NOT POSITIVE" TO SS-REJECT-REASON
           ELSE
               PERFORM 2200-VALIDATE-VENDOR
               IF VI-VENDOR-VALID
                   PERFORM 2400-CHECK-DUPLICATE
                   IF VI-EXACT-DUPLICATE
                       MOVE "DUPLICATE INVOICE NUMBER"
                           TO SS-REJECT-REASON
                       PERFORM 2100-LOG-SUSPENSE-RECORD
                       ADD 1 TO VI-DUP-REJECT-COUNT
                       PERFORM 2480-PRINT-DUPLICATE-LINE
                   ELSE
                       PERFORM 2300-POST-AP-INVOICE
                   END-IF
               ELSE
                   PERFORM 2100-LOG-SUSPENSE-RECORD
               END-IF
               COMPUTE VI-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER(VI-DUE-INTEGER)
           END-IF
           PERFORM 2310-COMPUTE-DISCOUNT
           MOVE SPACES TO AP-OPEN-RECORD
           MOVE AT-VENDOR-ID TO AP-VENDOR-ID
           MOVE AT-INVOICE-NUMBER TO AP-INVOICE-NUMBER
           MOVE AT-INVOICE-DATE TO AP-INVOICE-DATE
           MOVE VI-DUE-DATE TO AP-DUE-DATE
           MOVE AT-INVOICE-AMOUNT TO AP-INVOICE-AMOUNT
           IF VI-PROBABLE-DUPLICATE
               MOVE "H" TO AP-STATUS
           ELSE
               MOVE "O" TO AP-STATUS
           END-IF
           MOVE AT-PO-NUMBER TO AP-PO-NUMBER
           MOVE VI-DISC-DATE TO AP-DISC-DATE
           MOVE VI-DISC-AMOUNT TO AP-DISC-AMOUNT
           WRITE AP-OPEN-RECORD
           ADD 1 TO VI-POSTED-COUNT
           ADD AT-INVOICE-AMOUNT TO VI-POSTED-TOTAL
           MOVE AT-INVOICE-NUMBER TO VI-RG-INVOICE-NUMBER
           MOVE AT-INVOICE-AMOUNT TO VI-RG-INVOICE-AMOUNT
           MOVE VI-DUE-DATE TO VI-RG-DUE-DATE
           MOVE VI-DISC-DATE TO VI-RG-DISC-DATE
           MOVE VI-DISC-AMOUNT TO VI-RG-DISC-AMOUNT
           DISPLAY VI-REGISTER-LINE
           IF VI-PROBABLE-DUPLICATE
               ADD 1 TO VI-HELD-COUNT
               PERFORM 2480-PRINT-DUPLICATE-LINE
           END-IF
           PERFORM 2490-ADD-BATCH-INVOICE.

      *-----------------------------------------------------------------
      * THE DISCOUNT DATE IS THE INVOICE DATE PLUS THE VENDOR'S
      * DISCOUNT DAYS; THE DISCOUNT IS THE VENDOR'S PERCENT OF THE
      * INVOICE AMOUNT.  A VENDOR WITH NO DISCOUNT TERMS (OR AN OLDER
      * MASTER RECORD WITH THE FIELDS STILL BLANK) POSTS ZEROS.
      *-----------------------------------------------------------------
       2310-COMPUTE-DISCOUNT.
           MOVE 0 TO VI-DISC-DATE
           MOVE 0 TO VI-DISC-AMOUNT
           IF VN-DISC-PERCENT OF VENDOR-MASTER-RECORD IS NUMERIC
                   AND VN-DISC-DAYS OF VENDOR-MASTER-RECORD IS NUMERIC
                   AND VN-DISC-PERCENT OF VENDOR-MASTER-RECORD > 0
               COMPUTE VI-INVOICE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(AT-INVOICE-DATE)
               COMPUTE VI-DISC-INTEGER = VI-INVOICE-INTEGER
                   + VN-DISC-DAYS OF VENDOR-MASTER-RECORD
               COMPUTE VI-DISC-DATE =
                   FUNCTION DATE-OF-INTEGER(VI-DISC-INTEGER)
               COMPUTE VI-DISC-AMOUNT ROUNDED = AT-INVOICE-AMOUNT
                   * VN-DISC-PERCENT OF VENDOR-MASTER-RECORD / 100
           END-IF.

      *-----------------------------------------------------------------
      * THE SAME VENDOR AND INVOICE NUMBER IS A CERTAIN DUPLICATE AND
      * ENDS THE SEARCH.  SHORT OF THAT THE CLOSEST MATCH FOUND IS
      * KEPT: THE NUMBER AGREEING ONCE NORMALIZED, THEN THE SAME
      * VENDOR, AMOUNT AND INVOICE DATE UNDER ANOTHER NUMBER, THEN THE
      * SAME AMOUNT ALREADY INVOICED AGAINST THE SAME PO.
      *-----------------------------------------------------------------
       2400-CHECK-DUPLICATE.
           MOVE 0 TO VI-DUP-LEVEL
           MOVE 0 TO VI-DUP-IDX
           MOVE AT-INVOICE-NUMBER TO VI-NORM-SOURCE
           PERFORM 2450-NORMALIZE-INVOICE-NUMBER
           MOVE VI-NORM-RESULT TO VI-INCOMING-NORM
           IF VI-KNOWN-COUNT > 0
               PERFORM 2410-COMPARE-KNOWN-INVOICE
                   VARYING VI-KNOWN-IDX FROM 1 BY 1
                   UNTIL VI-KNOWN-IDX > VI-KNOWN-COUNT
                       OR VI-EXACT-DUPLICATE
           END-IF.

       2410-COMPARE-KNOWN-INVOICE.
           MOVE 0 TO VI-CANDIDATE-LEVEL
           IF VI-KN-VENDOR-ID (VI-KNOWN-IDX) = AT-VENDOR-ID
               EVALUATE TRUE
                   WHEN VI-KN-INVOICE-NUMBER (VI-KNOWN-IDX)
                           = AT-INVOICE-NUMBER
                       MOVE 4 TO VI-CANDIDATE-LEVEL
                   WHEN VI-INCOMING-NORM NOT = SPACES
                           AND VI-KN-NORM-NUMBER (VI-KNOWN-IDX)
                               = VI-INCOMING-NORM
                       MOVE 3 TO VI-CANDIDATE-LEVEL
                   WHEN VI-KN-INVOICE-AMOUNT (VI-KNOWN-IDX)
                           = AT-INVOICE-AMOUNT
                           AND VI-KN-INVOICE-DATE (VI-KNOWN-IDX)
                               = AT-INVOICE-DATE
                       MOVE 2 TO VI-CANDIDATE-LEVEL
               END-EVALUATE
           END-IF
           IF VI-CANDIDATE-LEVEL = 0
                   AND AT-PO-NUMBER NOT = 0
                   AND VI-KN-PO-NUMBER (VI-KNOWN-IDX) = AT-PO-NUMBER
                   AND VI-KN-INVOICE-AMOUNT (VI-KNOWN-IDX)
                       = AT-INVOICE-AMOUNT
               MOVE 1 TO VI-CANDIDATE-LEVEL
           END-IF
           IF VI-CANDIDATE-LEVEL > VI-DUP-LEVEL
               MOVE VI-CANDIDATE-LEVEL TO VI-DUP-LEVEL
               MOVE VI-KNOWN-IDX TO VI-DUP-IDX
           END-IF.

       2450-NORMALIZE-INVOICE-NUMBER.
           MOVE SPACES TO VI-NORM-RESULT
           MOVE 0 TO VI-NORM-LEN
           MOVE SPACE TO VI-LAST-KEPT
           INSPECT VI-NORM-SOURCE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM 2455-KEEP-ONE-CHARACTER
               VARYING VI-CHAR-IDX FROM 1 BY 1
               UNTIL VI-CHAR-IDX > 10.

       2455-KEEP-ONE-CHARACTER.
           MOVE VI-NORM-SOURCE (VI-CHAR-IDX:1) TO VI-NORM-CHAR
           IF VI-NORM-CHAR IS NUMERIC
                   OR (VI-NORM-CHAR IS ALPHABETIC
                       AND VI-NORM-CHAR NOT = SPACE)
               IF VI-NORM-CHAR = "0" AND VI-LAST-KEPT IS NOT NUMERIC
                   CONTINUE
               ELSE
                   ADD 1 TO VI-NORM-LEN
                   MOVE VI-NORM-CHAR TO VI-NORM-RESULT (VI-NORM-LEN:1)
                   MOVE VI-NORM-CHAR TO VI-LAST-KEPT
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THE DUPLICATE REPORT LINE NAMES THE INVOICE IT DUPLICATES AND
      * WHERE THAT ONE WAS FOUND, FOR WHOEVER REVIEWS THE HOLD.
      *-----------------------------------------------------------------
       2480-PRINT-DUPLICATE-LINE.
           MOVE AT-VENDOR-ID TO VI-DL-VENDOR-ID
           MOVE AT-INVOICE-NUMBER TO VI-DL-INVOICE-NUMBER
           EVALUATE TRUE
               WHEN VI-EXACT-DUPLICATE
                   MOVE "REJECTED" TO VI-DL-ACTION
                   MOVE "SAME INVOICE NUMBER" TO VI-DL-REASON
               WHEN VI-DUP-NUMBER-FORMAT
                   MOVE "HELD" TO VI-DL-ACTION
                   MOVE "NUMBER FORMAT MATCH" TO VI-DL-REASON
               WHEN VI-DUP-SAME-AMOUNT-DATE
                   MOVE "HELD" TO VI-DL-ACTION
                   MOVE "SAME AMOUNT AND DATE" TO VI-DL-REASON
               WHEN OTHER
                   MOVE "HELD" TO VI-DL-ACTION
                   MOVE "PO AMOUNT INVOICED" TO VI-DL-REASON
           END-EVALUATE
           EVALUATE TRUE
               WHEN VI-KN-FROM-APOPEN (VI-DUP-IDX)
                   MOVE "APOPEN" TO VI-DL-SOURCE
               WHEN VI-KN-FROM-HISTORY (VI-DUP-IDX)
                   MOVE "PAID" TO VI-DL-SOURCE
               WHEN OTHER
                   MOVE "BATCH" TO VI-DL-SOURCE
           END-EVALUATE
           MOVE VI-KN-INVOICE-NUMBER (VI-DUP-IDX)
               TO VI-DL-MATCH-NUMBER
           DISPLAY VI-DUPLICATE-LINE.

      *-----------------------------------------------------------------
      * AN INVOICE POSTED FROM THE BATCH JOINS THE TABLE SO A SECOND
      * COPY LATER IN THE SAME BATCH IS CAUGHT TOO.
      *-----------------------------------------------------------------
       2490-ADD-BATCH-INVOICE.
           IF VI-KNOWN-COUNT < VI-MAX-KNOWN
               ADD 1 TO VI-KNOWN-COUNT
               MOVE "B" TO VI-KN-SOURCE (VI-KNOWN-COUNT)
               MOVE AT-VENDOR-ID TO VI-KN-VENDOR-ID (VI-KNOWN-COUNT)
               MOVE AT-INVOICE-NUMBER
                   TO VI-KN-INVOICE-NUMBER (VI-KNOWN-COUNT)
               MOVE VI-INCOMING-NORM
                   TO VI-KN-NORM-NUMBER (VI-KNOWN-COUNT)
               MOVE AT-INVOICE-DATE
                   TO VI-KN-INVOICE-DATE (VI-KNOWN-COUNT)
               MOVE AT-INVOICE-AMOUNT
                   TO VI-KN-INVOICE-AMOUNT (VI-KNOWN-COUNT)
               MOVE AT-PO-NUMBER TO VI-KN-PO-NUMBER (VI-KNOWN-COUNT)
           ELSE
               DISPLAY "VININVC: DUPLICATE CHECK TABLE FULL - "
                   AT-INVOICE-NUMBER " NOT CHECKED AGAINST THE "
                   "REST OF THE BATCH"
           END-IF.

      *-----------------------------------------------------------------
      * THE PROCESSING PASS READS DETAIL RECORDS ONLY; THE CONTROL
           DISPLAY VI-TOTAL-LINE
           DISPLAY "INVOICES POSTED:   " VI-POSTED-COUNT
           DISPLAY "INVOICES REJECTED: " VI-REJECT-COUNT
           DISPLAY "  AS DUPLICATES:   " VI-DUP-REJECT-COUNT
           DISPLAY "HELD AS DUPLICATE: " VI-HELD-COUNT
           CLOSE AP-INVOICE-TRANS
           CLOSE VENDOR-MASTER
           CLOSE AP-OPEN-FILE
