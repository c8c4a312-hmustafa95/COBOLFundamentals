      ******************************************************************
      * PROGRAM-ID.    UNAPMTCH
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       UNAPPLIED CASH RESEARCH WORKLIST.  EVERY PAYMENT
      *                CASHAPP COULD NOT PLACE IS ON THE UNAPPLIED-CASH
      *                SUSPENSE FILE.  THIS NIGHTLY RUN LISTS EACH ONE,
      *                AGED FROM THE DAY IT WENT TO SUSPENSE, WITH THE
      *                LIKELY HOMES FOR THE MONEY:
      *                  EXACT AMOUNT - AN OPEN ITEM OF ANY CUSTOMER
      *                                 WHOSE BALANCE IS THE PAYMENT
      *                  SUM OF ITEMS - TWO TO FIVE OF ONE CUSTOMER'S
      *                                 OLDEST OPEN ITEMS WHOSE
      *                                 BALANCES ADD UP TO THE PAYMENT
      *                  TRANSPOSED   - A CUSTOMER ON THE MASTER WHOSE
      *                                 NUMBER IS THE PAID NUMBER WITH
      *                                 TWO ADJACENT DIGITS SWAPPED
      *                                 AND WHICH PASSES THE CHKDIGIT
      *                                 CHECK
      *                EACH SUGGESTION CARRIES A CONFIDENCE: AN AMOUNT
      *                MATCH ON THE PAID CUSTOMER OR A TRANSPOSITION OF
      *                IT RATES HIGHEST, A LONE EXACT MATCH GAINS A
      *                LITTLE, AND AN ITEM INVOICED AFTER THE PAYMENT
      *                DATE LOSES SOME.  THE TEN BEST ARE RANKED FOR
      *                EACH PAYMENT, PRINTED ON THE WORKLIST AND
      *                WRITTEN TO THE SUGGESTION FILE, WHERE THE CASH
      *                CLERK'S CONFIRMATIONS ARE PICKED UP BY UNAPCONF.
      *                NOTHING IS APPLIED BY THIS PROGRAM.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNAPMTCH.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNAPPLIED-SUSPENSE ASSIGN TO "UNAPSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW-UNAPSUSP-STATUS.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NUMBER
                   OF OPEN-INVOICE-RECORD
               ALTERNATE RECORD KEY IS OI-CUSTOMER-ID
                   OF OPEN-INVOICE-RECORD WITH DUPLICATES
               FILE STATUS IS UW-OPENINV-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS UW-CUSTMAST-STATUS.
           SELECT SUGGESTION-FILE ASSIGN TO "UNAPSUGG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS UW-UNAPSUGG-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  UNAPPLIED-SUSPENSE
           RECORDING MODE IS F.
       01  UNAPPLIED-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  OPEN-INVOICE-FILE
           RECORDING MODE IS F.
       01  OPEN-INVOICE-RECORD.
           COPY OPENINV.

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  SUGGESTION-FILE
           RECORDING MODE IS F.
       01  SUGGESTION-RECORD.
           COPY UNAPSUGG.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  UW-UNAPSUSP-STATUS          PIC X(02) VALUE "00".
           88  UW-UNAPSUSP-OK          VALUE "00".
           88  UW-UNAPSUSP-EOF         VALUE "10".
           88  UW-UNAPSUSP-NOTFOUND    VALUE "35".
       01  UW-OPENINV-STATUS           PIC X(02) VALUE "00".
           88  UW-OPENINV-OK           VALUE "00".
           88  UW-OPENINV-EOF          VALUE "10".
       01  UW-CUSTMAST-STATUS          PIC X(02) VALUE "00".
           88  UW-CUSTMAST-OK          VALUE "00".
       01  UW-UNAPSUGG-STATUS          PIC X(02) VALUE "00".
           88  UW-UNAPSUGG-OK          VALUE "00".

       01  UW-SWITCHES.
           05  UW-SUSP-EOF-SWITCH      PIC X(01) VALUE "N".
               88  UW-SUSP-END         VALUE "Y".
           05  UW-ITEM-EOF-SWITCH      PIC X(01) VALUE "N".
               88  UW-ITEM-END         VALUE "Y".
           05  UW-PAID-ON-FILE-SWITCH  PIC X(01) VALUE "N".
               88  UW-PAID-ON-FILE     VALUE "Y".
           05  UW-GROUP-LATE-SWITCH    PIC X(01) VALUE "N".
               88  UW-GROUP-LATE       VALUE "Y".
           05  UW-READABLE-SWITCH      PIC X(01) VALUE "N".
               88  UW-IMAGE-READABLE   VALUE "Y".

      *-----------------------------------------------------------------
      * CONFIDENCE POINTS.  A MATCH ON THE PAID CUSTOMER (OR ON A
      * TRANSPOSITION OF IT) IS WORTH FAR MORE THAN A MATCH ON A
      * STRANGER'S ITEMS; AN ITEM INVOICED AFTER THE PAYMENT WAS MADE
      * IS UNLIKELY TO BE WHAT THE PAYER MEANT TO PAY.
      *-----------------------------------------------------------------
       01  UW-SCORING.
           05  UW-SINGLE-BASE          PIC 9(03) VALUE 60.
           05  UW-SUM-BASE             PIC 9(03) VALUE 45.
           05  UW-TRANSPOSED-BASE      PIC 9(03) VALUE 50.
           05  UW-RELATED-BONUS        PIC 9(03) VALUE 30.
           05  UW-HAS-ITEMS-BONUS      PIC 9(03) VALUE 10.
           05  UW-UNIQUE-BONUS         PIC 9(03) VALUE 5.
           05  UW-LATE-PENALTY         PIC 9(03) VALUE 20.
           05  UW-MAX-SUM-ITEMS        PIC 9(01) VALUE 5.

       01  UW-COUNTERS.
           05  UW-ITEM-COUNT           PIC 9(05) COMP VALUE 0.
           05  UW-MAX-ITEMS            PIC 9(05) COMP VALUE 20000.
           05  UW-ITEM-IDX             PIC 9(05) COMP VALUE 0.
           05  UW-SUSP-READ-COUNT      PIC 9(05) COMP VALUE 0.
           05  UW-PAYMENT-COUNT        PIC 9(05) COMP VALUE 0.
           05  UW-OTHER-COUNT          PIC 9(05) COMP VALUE 0.
           05  UW-MATCHED-COUNT        PIC 9(05) COMP VALUE 0.
           05  UW-NO-MATCH-COUNT       PIC 9(05) COMP VALUE 0.
           05  UW-UNREADABLE-COUNT     PIC 9(05) COMP VALUE 0.
           05  UW-SUGGESTION-COUNT     PIC 9(05) COMP VALUE 0.
           05  UW-CAND-COUNT           PIC 9(02) COMP VALUE 0.
           05  UW-MAX-CANDS            PIC 9(02) COMP VALUE 10.
           05  UW-CAND-IDX             PIC 9(02) COMP VALUE 0.
           05  UW-CAND-FOUND-IDX       PIC 9(02) COMP VALUE 0.
           05  UW-LOW-IDX              PIC 9(02) COMP VALUE 0.
           05  UW-SORT-IDX             PIC 9(02) COMP VALUE 0.
           05  UW-BEST-IDX             PIC 9(02) COMP VALUE 0.
           05  UW-DROPPED-COUNT        PIC 9(05) COMP VALUE 0.
           05  UW-SINGLE-MATCH-COUNT   PIC 9(05) COMP VALUE 0.
           05  UW-TP-COUNT             PIC 9(01) COMP VALUE 0.
           05  UW-TP-IDX               PIC 9(01) COMP VALUE 0.
           05  UW-TP-FOUND-IDX         PIC 9(01) COMP VALUE 0.
           05  UW-DIGIT-IDX            PIC 9(01) COMP VALUE 0.
           05  UW-NEXT-DIGIT-IDX       PIC 9(01) COMP VALUE 0.
           05  UW-COPY-IDX             PIC 9(01) COMP VALUE 0.
           05  UW-GROUP-POS            PIC 9(05) COMP VALUE 0.
           05  UW-GROUP-START          PIC 9(05) COMP VALUE 0.
           05  UW-SOURCE-IDX           PIC 9(05) COMP VALUE 0.

       01  UW-WORK-FIELDS.
           05  UW-GROUP-CUSTOMER       PIC 9(06) VALUE 0.
           05  UW-GROUP-RELATION       PIC X(01) VALUE SPACE.
           05  UW-GROUP-SUM            PIC S9(09)V99 VALUE 0.
           05  UW-RATE-CUSTOMER        PIC 9(06) VALUE 0.
           05  UW-RELATION             PIC X(01) VALUE SPACE.
               88  UW-UNRELATED        VALUE SPACE.
           05  UW-SCORE-WORK           PIC S9(03) VALUE 0.
           05  UW-SWAP-HOLD            PIC 9(01) VALUE 0.
           05  UW-AGE-LABEL            PIC X(07) VALUE SPACES.

       01  UW-DATE-WORK.
           05  UW-RUN-DATE-INTEGER     PIC 9(07) VALUE 0.
           05  UW-SUSP-DATE-INTEGER    PIC 9(07) VALUE 0.
           05  UW-AGE-DAYS             PIC S9(05) VALUE 0.

      *-----------------------------------------------------------------
      * UNRESOLVED ITEMS BY AGE, FOR THE TOTALS AT THE END.
      *-----------------------------------------------------------------
       01  UW-AGE-TOTALS.
           05  UW-AGE-NEW-COUNT        PIC 9(05) COMP VALUE 0.
           05  UW-AGE-08-30-COUNT      PIC 9(05) COMP VALUE 0.
           05  UW-AGE-31-60-COUNT      PIC 9(05) COMP VALUE 0.
           05  UW-AGE-OVER-60-COUNT    PIC 9(05) COMP VALUE 0.
           05  UW-AGE-NEW-AMOUNT       PIC 9(09)V99 COMP-3 VALUE 0.
           05  UW-AGE-08-30-AMOUNT     PIC 9(09)V99 COMP-3 VALUE 0.
           05  UW-AGE-31-60-AMOUNT     PIC 9(09)V99 COMP-3 VALUE 0.
           05  UW-AGE-OVER-60-AMOUNT   PIC 9(09)V99 COMP-3 VALUE 0.

      *-----------------------------------------------------------------
      * THE SUSPENDED PAYMENT, IN CASHAPP'S PAYMENT RECORD LAYOUT.
      *-----------------------------------------------------------------
       01  UW-PAYMENT-IMAGE.
           05  UW-PY-CUSTOMER-ID       PIC 9(06).
           05  UW-PY-PAYMENT-AMOUNT    PIC 9(07)V99.
           05  UW-PY-CHECK-REF         PIC X(10).
           05  UW-PY-PAYMENT-DATE      PIC 9(08).
           05  FILLER                  PIC X(77).

      *-----------------------------------------------------------------
      * PARAMETERS FOR THE SHARED CHKDIGIT ACCOUNT-NUMBER CHECK.  THE
      * SWAP AREA IS THE PAID NUMBER WITH TWO DIGITS EXCHANGED.
      *-----------------------------------------------------------------
       01  UW-CD-FUNCTION              PIC X(01) VALUE "V".
       01  UW-CD-ACCOUNT-NUMBER        PIC 9(06) VALUE 0.
       01  UW-CD-VALID-FLAG            PIC X(01).
           88  UW-CD-NUMBER-VALID      VALUE "Y".
       01  UW-SWAP-NUMBER              PIC 9(06) VALUE 0.
       01  UW-SWAP-DIGITS REDEFINES UW-SWAP-NUMBER.
           05  UW-SWAP-DIGIT OCCURS 6 TIMES
                                       PIC 9(01).

       01  UW-TRANSPOSED-TABLE.
           05  UW-TP-ENTRY OCCURS 5 TIMES.
               10  UW-TP-CUSTOMER-ID   PIC 9(06).
               10  UW-TP-HAS-ITEMS     PIC X(01).
                   88  UW-TP-ITEMS-OPEN VALUE "Y".

      *-----------------------------------------------------------------
      * EVERY OPEN ITEM WITH A BALANCE, IN CUSTOMER ORDER (THE
      * ALTERNATE KEY), EACH CUSTOMER'S ITEMS IN THE ORDER THEY WERE
      * INVOICED.
      *-----------------------------------------------------------------
       01  UW-OPEN-ITEM-TABLE.
           05  UW-OPEN-ITEM-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON UW-ITEM-COUNT
                   INDEXED BY UW-IT-TIDX.
               10  UW-IT-CUSTOMER-ID   PIC 9(06).
               10  UW-IT-INVOICE       PIC 9(06).
               10  UW-IT-DATE          PIC 9(08).
               10  UW-IT-BALANCE       PIC S9(07)V99.

      *-----------------------------------------------------------------
      * THE SUGGESTIONS FOR ONE PAYMENT.  THE NEW-CANDIDATE AREA AND
      * THE HOLD AREA HAVE THE SAME SHAPE AS A TABLE ENTRY.
      *-----------------------------------------------------------------
       01  UW-CANDIDATE-TABLE.
           05  UW-CAND-ENTRY OCCURS 10 TIMES.
               10  UW-CD-TYPE          PIC X(01).
               10  UW-CD-SCORE         PIC 9(03).
               10  UW-CD-CUSTOMER-ID   PIC 9(06).
               10  UW-CD-INV-COUNT     PIC 9(01).
               10  UW-CD-INV-ENTRY OCCURS 5 TIMES.
                   15  UW-CD-INVOICE   PIC 9(06).
                   15  UW-CD-BALANCE   PIC 9(07)V99.

       01  UW-NEW-CANDIDATE.
           05  UW-NC-TYPE              PIC X(01).
           05  UW-NC-SCORE             PIC 9(03).
           05  UW-NC-CUSTOMER-ID       PIC 9(06).
           05  UW-NC-INV-COUNT         PIC 9(01).
           05  UW-NC-INV-ENTRY OCCURS 5 TIMES.
               10  UW-NC-INVOICE       PIC 9(06).
               10  UW-NC-BALANCE       PIC 9(07)V99.

       01  UW-HOLD-CANDIDATE           PIC X(86).

       01  UW-COLUMN-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "CHECK REF".
           05  FILLER                  PIC X(08) VALUE "PAID TO".
           05  FILLER                  PIC X(10) VALUE "PAID ON".
           05  FILLER                  PIC X(14) VALUE "      AMOUNT".
           05  FILLER                  PIC X(10) VALUE "SUSPENDED".
           05  FILLER                  PIC X(13) VALUE "AGE (DAYS)".
           05  FILLER                  PIC X(30) VALUE
               "REASON SUSPENDED".

       01  UW-ITEM-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  UW-IL-CHECK-REF         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UW-IL-CUSTOMER-ID       PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UW-IL-PAYMENT-DATE      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UW-IL-AMOUNT            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  UW-IL-SUSPENSE-DATE     PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UW-IL-AGE-DAYS          PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  UW-IL-AGE-LABEL         PIC X(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  UW-IL-REASON            PIC X(30).

       01  UW-SUGGESTION-LINE.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  UW-SL-RANK              PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UW-SL-CONFIDENCE        PIC ZZ9.
           05  FILLER                  PIC X(03) VALUE "%  ".
           05  UW-SL-MATCH-TEXT        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UW-SL-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  UW-SL-NAME              PIC X(20).
           05  UW-SL-INVOICE-LIST.
               10  UW-SL-INVOICE-ENTRY OCCURS 5 TIMES.
                   15  FILLER          PIC X(01).
                   15  UW-SL-INVOICE   PIC X(06).

       01  UW-AGE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  UW-AL-LABEL             PIC X(24).
           05  UW-AL-COUNT             PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  UW-AL-AMOUNT            PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-WORK-ONE-ITEM
               UNTIL UW-SUSP-END
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "UNAPMTCH" TO RH-PROGRAM-NAME
           MOVE "UNAPPLIED CASH RESEARCH WORKLIST" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           COMPUTE UW-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RH-RUN-DATE)
           MOVE "UNAPMTCH" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-OPEN-ITEMS
           OPEN INPUT CUSTOMER-MASTER
           IF NOT UW-CUSTMAST-OK
               MOVE "UNAPMTCH" TO AB-PROGRAM-ID
               MOVE "CUSTMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE UW-CUSTMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN OUTPUT SUGGESTION-FILE
           IF NOT UW-UNAPSUGG-OK
               MOVE "UNAPMTCH" TO AB-PROGRAM-ID
               MOVE "UNAPSUGG" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE UW-UNAPSUGG-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN INPUT UNAPPLIED-SUSPENSE
           IF UW-UNAPSUSP-NOTFOUND
               DISPLAY "UNAPMTCH: NO UNAPPLIED CASH ON SUSPENSE"
               SET UW-SUSP-END TO TRUE
           ELSE
               IF NOT UW-UNAPSUSP-OK AND NOT UW-UNAPSUSP-EOF
                   MOVE "UNAPMTCH" TO AB-PROGRAM-ID
                   MOVE "UNAPSUSP" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE UW-UNAPSUSP-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               DISPLAY UW-COLUMN-HEADING
               PERFORM 2900-READ-SUSPENSE-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * THE OPEN ITEMS ARE READ DOWN THE CUSTOMER (ALTERNATE) KEY SO
      * EACH CUSTOMER'S ITEMS LAND TOGETHER.  A TRUNCATED TABLE WOULD
      * MISS MATCHES WITHOUT SAYING SO, SO AN OVERFLOW STOPS THE RUN.
      *-----------------------------------------------------------------
       1100-LOAD-OPEN-ITEMS.
           MOVE 1 TO UW-ITEM-COUNT
           OPEN INPUT OPEN-INVOICE-FILE
           IF NOT UW-OPENINV-OK
               MOVE "UNAPMTCH" TO AB-PROGRAM-ID
               MOVE "OPENINV" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE UW-OPENINV-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE 0 TO OI-CUSTOMER-ID OF OPEN-INVOICE-RECORD
           START OPEN-INVOICE-FILE
               KEY IS >= OI-CUSTOMER-ID OF OPEN-INVOICE-RECORD
               INVALID KEY
                   SET UW-ITEM-END TO TRUE
           END-START
           IF NOT UW-ITEM-END
               PERFORM 1190-READ-OPEN-ITEM
           END-IF
           PERFORM 1110-STORE-OPEN-ITEM
               UNTIL UW-ITEM-END
                   OR UW-ITEM-COUNT > UW-MAX-ITEMS
           IF NOT UW-ITEM-END
               DISPLAY "UNAPMTCH: OPEN ITEM TABLE FULL AT "
                   UW-MAX-ITEMS " - RUN STOPPED"
               MOVE "UNAPMTCH" TO AB-PROGRAM-ID
               MOVE "OPENINV" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE UW-OPENINV-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           CLOSE OPEN-INVOICE-FILE
           SUBTRACT 1 FROM UW-ITEM-COUNT.

       1110-STORE-OPEN-ITEM.
           IF OI-OPEN OF OPEN-INVOICE-RECORD
                   AND OI-OPEN-BALANCE OF OPEN-INVOICE-RECORD > 0
               MOVE OI-CUSTOMER-ID OF OPEN-INVOICE-RECORD
                   TO UW-IT-CUSTOMER-ID (UW-ITEM-COUNT)
               MOVE OI-INVOICE-NUMBER OF OPEN-INVOICE-RECORD
                   TO UW-IT-INVOICE (UW-ITEM-COUNT)
               MOVE OI-INVOICE-DATE OF OPEN-INVOICE-RECORD
                   TO UW-IT-DATE (UW-ITEM-COUNT)
               MOVE OI-OPEN-BALANCE OF OPEN-INVOICE-RECORD
                   TO UW-IT-BALANCE (UW-ITEM-COUNT)
               ADD 1 TO UW-ITEM-COUNT
           END-IF
           PERFORM 1190-READ-OPEN-ITEM.

       1190-READ-OPEN-ITEM.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET UW-ITEM-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE SUSPENSE RECORD.  ONLY CASHAPP'S PAYMENTS ARE WORKED; ANY
      * OTHER RECORD ON THE FILE IS COUNTED AND LEFT ALONE.
      *-----------------------------------------------------------------
       2000-WORK-ONE-ITEM.
           ADD 1 TO UW-SUSP-READ-COUNT
           IF SS-SOURCE-PROGRAM = "CASHAPP"
                   AND SS-TRANS-TYPE = "PAYMENT"
               PERFORM 2010-WORK-PAYMENT
           ELSE
               ADD 1 TO UW-OTHER-COUNT
           END-IF
           PERFORM 2900-READ-SUSPENSE-RECORD.

       2010-WORK-PAYMENT.
           ADD 1 TO UW-PAYMENT-COUNT
           MOVE SS-ORIGINAL-IMAGE TO UW-PAYMENT-IMAGE
           MOVE 0 TO UW-CAND-COUNT
           MOVE 0 TO UW-DROPPED-COUNT
           MOVE 0 TO UW-SINGLE-MATCH-COUNT
           MOVE 0 TO UW-TP-COUNT
           IF UW-PY-CUSTOMER-ID NUMERIC
                   AND UW-PY-PAYMENT-AMOUNT NUMERIC
                   AND UW-PY-PAYMENT-DATE NUMERIC
                   AND UW-PY-PAYMENT-AMOUNT > 0
               SET UW-IMAGE-READABLE TO TRUE
           ELSE
               MOVE "N" TO UW-READABLE-SWITCH
           END-IF
           PERFORM 2100-AGE-ITEM
           IF UW-IMAGE-READABLE
               PERFORM 2200-CHECK-PAID-CUSTOMER
               PERFORM 2300-FIND-TRANSPOSITIONS
               PERFORM 3000-SCAN-OPEN-ITEMS
               PERFORM 3350-MARK-UNIQUE-MATCH
               PERFORM 3400-ADD-TRANSPOSED-CUSTOMERS
               PERFORM 3500-RANK-CANDIDATES
           ELSE
               ADD 1 TO UW-UNREADABLE-COUNT
           END-IF
           PERFORM 5000-PRINT-ITEM
           IF UW-CAND-COUNT > 0
               ADD 1 TO UW-MATCHED-COUNT
               PERFORM 5100-WRITE-SUGGESTION
                   VARYING UW-CAND-IDX FROM 1 BY 1
                   UNTIL UW-CAND-IDX > UW-CAND-COUNT
           ELSE
               ADD 1 TO UW-NO-MATCH-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * AGE IS COUNTED FROM THE DAY CASHAPP PUT THE PAYMENT ON
      * SUSPENSE.
      *-----------------------------------------------------------------
       2100-AGE-ITEM.
           MOVE 0 TO UW-AGE-DAYS
           IF SS-REJECT-DATE NUMERIC AND SS-REJECT-DATE > 0
               COMPUTE UW-SUSP-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(SS-REJECT-DATE)
               COMPUTE UW-AGE-DAYS =
                   UW-RUN-DATE-INTEGER - UW-SUSP-DATE-INTEGER
               IF UW-AGE-DAYS < 0
                   MOVE 0 TO UW-AGE-DAYS
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN UW-AGE-DAYS NOT > 7
                   MOVE "NEW" TO UW-AGE-LABEL
                   ADD 1 TO UW-AGE-NEW-COUNT
                   IF UW-IMAGE-READABLE
                       ADD UW-PY-PAYMENT-AMOUNT TO UW-AGE-NEW-AMOUNT
                   END-IF
               WHEN UW-AGE-DAYS NOT > 30
                   MOVE SPACES TO UW-AGE-LABEL
                   ADD 1 TO UW-AGE-08-30-COUNT
                   IF UW-IMAGE-READABLE
                       ADD UW-PY-PAYMENT-AMOUNT
                           TO UW-AGE-08-30-AMOUNT
                   END-IF
               WHEN UW-AGE-DAYS NOT > 60
                   MOVE "*OLD" TO UW-AGE-LABEL
                   ADD 1 TO UW-AGE-31-60-COUNT
                   IF UW-IMAGE-READABLE
                       ADD UW-PY-PAYMENT-AMOUNT
                           TO UW-AGE-31-60-AMOUNT
                   END-IF
               WHEN OTHER
                   MOVE "**STALE" TO UW-AGE-LABEL
                   ADD 1 TO UW-AGE-OVER-60-COUNT
                   IF UW-IMAGE-READABLE
                       ADD UW-PY-PAYMENT-AMOUNT
                           TO UW-AGE-OVER-60-AMOUNT
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE PAID NUMBER ITSELF COUNTS AS THE PAYER ONLY IF IT IS A
      * GOOD NUMBER ON THE MASTER (A PAYMENT SUSPENDED FOR A FULL
      * DEPOSIT TABLE, SAY).
      *-----------------------------------------------------------------
       2200-CHECK-PAID-CUSTOMER.
           MOVE "N" TO UW-PAID-ON-FILE-SWITCH
           MOVE "V" TO UW-CD-FUNCTION
           MOVE UW-PY-CUSTOMER-ID TO UW-CD-ACCOUNT-NUMBER
           CALL "CHKDIGIT" USING UW-CD-FUNCTION
               UW-CD-ACCOUNT-NUMBER UW-CD-VALID-FLAG
           IF UW-CD-NUMBER-VALID
               MOVE UW-PY-CUSTOMER-ID
                   TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET UW-PAID-ON-FILE TO TRUE
               END-READ
           END-IF.

      *-----------------------------------------------------------------
      * EACH PAIR OF ADJACENT DIGITS IN THE PAID NUMBER IS SWAPPED IN
      * TURN.  A RESULT THAT PASSES THE CHECK DIGIT AND IS A CUSTOMER
      * ON THE MASTER (NOT PENDING PURGE) IS A TRANSPOSITION
      * CANDIDATE.
      *-----------------------------------------------------------------
       2300-FIND-TRANSPOSITIONS.
           PERFORM 2310-TRY-ONE-TRANSPOSITION
               VARYING UW-DIGIT-IDX FROM 1 BY 1
               UNTIL UW-DIGIT-IDX > 5.

       2310-TRY-ONE-TRANSPOSITION.
           MOVE UW-PY-CUSTOMER-ID TO UW-SWAP-NUMBER
           COMPUTE UW-NEXT-DIGIT-IDX = UW-DIGIT-IDX + 1
           IF UW-SWAP-DIGIT (UW-DIGIT-IDX)
                   NOT = UW-SWAP-DIGIT (UW-NEXT-DIGIT-IDX)
               MOVE UW-SWAP-DIGIT (UW-DIGIT-IDX) TO UW-SWAP-HOLD
               MOVE UW-SWAP-DIGIT (UW-NEXT-DIGIT-IDX)
                   TO UW-SWAP-DIGIT (UW-DIGIT-IDX)
               MOVE UW-SWAP-HOLD TO UW-SWAP-DIGIT (UW-NEXT-DIGIT-IDX)
               MOVE "V" TO UW-CD-FUNCTION
               MOVE UW-SWAP-NUMBER TO UW-CD-ACCOUNT-NUMBER
               CALL "CHKDIGIT" USING UW-CD-FUNCTION
                   UW-CD-ACCOUNT-NUMBER UW-CD-VALID-FLAG
               IF UW-CD-NUMBER-VALID
                   PERFORM 2320-CHECK-TRANSPOSED-CUSTOMER
               END-IF
           END-IF.

       2320-CHECK-TRANSPOSED-CUSTOMER.
           MOVE UW-SWAP-NUMBER
               TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT CM-STATUS-PURGE-PEND
                           OF CUSTOMER-MASTER-RECORD
                       ADD 1 TO UW-TP-COUNT
                       MOVE UW-SWAP-NUMBER
                           TO UW-TP-CUSTOMER-ID (UW-TP-COUNT)
                       MOVE "N" TO UW-TP-HAS-ITEMS (UW-TP-COUNT)
                   END-IF
           END-READ.

       2900-READ-SUSPENSE-RECORD.
           READ UNAPPLIED-SUSPENSE
               AT END
                   SET UW-SUSP-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONE PASS OVER THE OPEN ITEMS.  EVERY ITEM WHOSE BALANCE IS THE
      * PAYMENT IS AN EXACT-AMOUNT MATCH.  WITHIN EACH CUSTOMER THE
      * BALANCES ARE RUN UP OLDEST-FIRST; A RUNNING TOTAL OF TWO TO
      * FIVE ITEMS THAT COMES TO THE PAYMENT IS A SUM MATCH.
      *-----------------------------------------------------------------
       3000-SCAN-OPEN-ITEMS.
           MOVE 0 TO UW-GROUP-CUSTOMER
           MOVE 0 TO UW-GROUP-START
           IF UW-ITEM-COUNT > 0
               PERFORM 3010-SCAN-ONE-OPEN-ITEM
                   VARYING UW-ITEM-IDX FROM 1 BY 1
                   UNTIL UW-ITEM-IDX > UW-ITEM-COUNT
           END-IF.

       3010-SCAN-ONE-OPEN-ITEM.
           IF UW-GROUP-START = 0
                   OR UW-IT-CUSTOMER-ID (UW-ITEM-IDX)
                       NOT = UW-GROUP-CUSTOMER
               PERFORM 3020-START-CUSTOMER-GROUP
           END-IF
           ADD 1 TO UW-GROUP-POS
           ADD UW-IT-BALANCE (UW-ITEM-IDX) TO UW-GROUP-SUM
           IF UW-IT-DATE (UW-ITEM-IDX) > UW-PY-PAYMENT-DATE
               SET UW-GROUP-LATE TO TRUE
           END-IF
           IF UW-IT-BALANCE (UW-ITEM-IDX) = UW-PY-PAYMENT-AMOUNT
               PERFORM 3100-ADD-SINGLE-MATCH
           END-IF
           IF UW-GROUP-POS > 1
                   AND UW-GROUP-POS NOT > UW-MAX-SUM-ITEMS
                   AND UW-GROUP-SUM = UW-PY-PAYMENT-AMOUNT
               PERFORM 3200-ADD-SUM-MATCH
           END-IF.

       3020-START-CUSTOMER-GROUP.
           MOVE UW-IT-CUSTOMER-ID (UW-ITEM-IDX) TO UW-GROUP-CUSTOMER
           MOVE UW-ITEM-IDX TO UW-GROUP-START
           MOVE 0 TO UW-GROUP-POS
           MOVE 0 TO UW-GROUP-SUM
           MOVE "N" TO UW-GROUP-LATE-SWITCH
           MOVE UW-GROUP-CUSTOMER TO UW-RATE-CUSTOMER
           PERFORM 3300-RATE-CUSTOMER
           MOVE UW-RELATION TO UW-GROUP-RELATION
           IF UW-TP-FOUND-IDX NOT = 0
               MOVE "Y" TO UW-TP-HAS-ITEMS (UW-TP-FOUND-IDX)
           END-IF.

       3100-ADD-SINGLE-MATCH.
           ADD 1 TO UW-SINGLE-MATCH-COUNT
           MOVE "A" TO UW-NC-TYPE
           MOVE UW-GROUP-CUSTOMER TO UW-NC-CUSTOMER-ID
           MOVE 1 TO UW-NC-INV-COUNT
           MOVE UW-IT-INVOICE (UW-ITEM-IDX) TO UW-NC-INVOICE (1)
           MOVE UW-IT-BALANCE (UW-ITEM-IDX) TO UW-NC-BALANCE (1)
           MOVE UW-SINGLE-BASE TO UW-SCORE-WORK
           IF UW-GROUP-RELATION NOT = SPACE
               ADD UW-RELATED-BONUS TO UW-SCORE-WORK
           END-IF
           IF UW-IT-DATE (UW-ITEM-IDX) > UW-PY-PAYMENT-DATE
               SUBTRACT UW-LATE-PENALTY FROM UW-SCORE-WORK
           END-IF
           PERFORM 4000-ADD-CANDIDATE.

       3200-ADD-SUM-MATCH.
           MOVE "S" TO UW-NC-TYPE
           MOVE UW-GROUP-CUSTOMER TO UW-NC-CUSTOMER-ID
           MOVE UW-GROUP-POS TO UW-NC-INV-COUNT
           PERFORM 3210-COPY-SUM-ITEM
               VARYING UW-COPY-IDX FROM 1 BY 1
               UNTIL UW-COPY-IDX > UW-GROUP-POS
           MOVE UW-SUM-BASE TO UW-SCORE-WORK
           IF UW-GROUP-RELATION NOT = SPACE
               ADD UW-RELATED-BONUS TO UW-SCORE-WORK
           END-IF
           IF UW-GROUP-LATE
               SUBTRACT UW-LATE-PENALTY FROM UW-SCORE-WORK
           END-IF
           PERFORM 4000-ADD-CANDIDATE.

       3210-COPY-SUM-ITEM.
           COMPUTE UW-SOURCE-IDX = UW-GROUP-START + UW-COPY-IDX - 1
           MOVE UW-IT-INVOICE (UW-SOURCE-IDX)
               TO UW-NC-INVOICE (UW-COPY-IDX)
           MOVE UW-IT-BALANCE (UW-SOURCE-IDX)
               TO UW-NC-BALANCE (UW-COPY-IDX).

      *-----------------------------------------------------------------
      * HOW A CUSTOMER RELATES TO THE PAID NUMBER: P IT IS THE PAYER,
      * T IT IS A TRANSPOSITION OF IT (UW-TP-FOUND-IDX POINTS AT THE
      * ENTRY), SPACE IT IS A STRANGER.
      *-----------------------------------------------------------------
       3300-RATE-CUSTOMER.
           MOVE SPACE TO UW-RELATION
           MOVE 0 TO UW-TP-FOUND-IDX
           IF UW-PAID-ON-FILE
                   AND UW-RATE-CUSTOMER = UW-PY-CUSTOMER-ID
               MOVE "P" TO UW-RELATION
           ELSE
               IF UW-TP-COUNT > 0
                   PERFORM 3310-COMPARE-TRANSPOSED
                       VARYING UW-TP-IDX FROM 1 BY 1
                       UNTIL UW-TP-IDX > UW-TP-COUNT
                           OR UW-TP-FOUND-IDX NOT = 0
               END-IF
               IF UW-TP-FOUND-IDX NOT = 0
                   MOVE "T" TO UW-RELATION
               END-IF
           END-IF.

       3310-COMPARE-TRANSPOSED.
           IF UW-TP-CUSTOMER-ID (UW-TP-IDX) = UW-RATE-CUSTOMER
               MOVE UW-TP-IDX TO UW-TP-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * AN EXACT-AMOUNT MATCH THAT IS THE ONLY ONE ON THE WHOLE FILE
      * IS A LITTLE MORE LIKELY THAN ONE OF SEVERAL.
      *-----------------------------------------------------------------
       3350-MARK-UNIQUE-MATCH.
           IF UW-SINGLE-MATCH-COUNT = 1 AND UW-CAND-COUNT > 0
               PERFORM 3360-BOOST-SINGLE-MATCH
                   VARYING UW-CAND-IDX FROM 1 BY 1
                   UNTIL UW-CAND-IDX > UW-CAND-COUNT
           END-IF.

       3360-BOOST-SINGLE-MATCH.
           IF UW-CD-TYPE (UW-CAND-IDX) = "A"
               ADD UW-UNIQUE-BONUS TO UW-CD-SCORE (UW-CAND-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * A TRANSPOSED CUSTOMER THAT ALREADY HAS AN AMOUNT MATCH NEEDS
      * NO SUGGESTION OF ITS OWN.  OTHERWISE IT IS SUGGESTED ON ITS
      * NUMBER ALONE, A LITTLE HIGHER IF IT HAS ANYTHING OPEN TO PAY.
      *-----------------------------------------------------------------
       3400-ADD-TRANSPOSED-CUSTOMERS.
           IF UW-TP-COUNT > 0
               PERFORM 3410-ADD-ONE-TRANSPOSED
                   VARYING UW-TP-IDX FROM 1 BY 1
                   UNTIL UW-TP-IDX > UW-TP-COUNT
           END-IF.

       3410-ADD-ONE-TRANSPOSED.
           MOVE 0 TO UW-CAND-FOUND-IDX
           IF UW-CAND-COUNT > 0
               PERFORM 3420-COMPARE-CANDIDATE
                   VARYING UW-CAND-IDX FROM 1 BY 1
                   UNTIL UW-CAND-IDX > UW-CAND-COUNT
                       OR UW-CAND-FOUND-IDX NOT = 0
           END-IF
           IF UW-CAND-FOUND-IDX = 0
               MOVE "T" TO UW-NC-TYPE
               MOVE UW-TP-CUSTOMER-ID (UW-TP-IDX) TO UW-NC-CUSTOMER-ID
               MOVE 0 TO UW-NC-INV-COUNT
               MOVE UW-TRANSPOSED-BASE TO UW-SCORE-WORK
               IF UW-TP-ITEMS-OPEN (UW-TP-IDX)
                   ADD UW-HAS-ITEMS-BONUS TO UW-SCORE-WORK
               END-IF
               PERFORM 4000-ADD-CANDIDATE
           END-IF.

       3420-COMPARE-CANDIDATE.
           IF UW-CD-CUSTOMER-ID (UW-CAND-IDX)
                   = UW-TP-CUSTOMER-ID (UW-TP-IDX)
               MOVE UW-CAND-IDX TO UW-CAND-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * HIGHEST CONFIDENCE FIRST.  ON A TIE THE EARLIER FIND STAYS
      * AHEAD.
      *-----------------------------------------------------------------
       3500-RANK-CANDIDATES.
           IF UW-CAND-COUNT > 1
               PERFORM 3510-PLACE-NEXT-BEST
                   VARYING UW-SORT-IDX FROM 1 BY 1
                   UNTIL UW-SORT-IDX >= UW-CAND-COUNT
           END-IF.

       3510-PLACE-NEXT-BEST.
           MOVE UW-SORT-IDX TO UW-BEST-IDX
           PERFORM 3520-COMPARE-FOR-BEST
               VARYING UW-CAND-IDX FROM UW-SORT-IDX BY 1
               UNTIL UW-CAND-IDX > UW-CAND-COUNT
           IF UW-BEST-IDX NOT = UW-SORT-IDX
               MOVE UW-CAND-ENTRY (UW-SORT-IDX) TO UW-HOLD-CANDIDATE
               MOVE UW-CAND-ENTRY (UW-BEST-IDX)
                   TO UW-CAND-ENTRY (UW-SORT-IDX)
               MOVE UW-HOLD-CANDIDATE TO UW-CAND-ENTRY (UW-BEST-IDX)
           END-IF.

       3520-COMPARE-FOR-BEST.
           IF UW-CD-SCORE (UW-CAND-IDX) > UW-CD-SCORE (UW-BEST-IDX)
               MOVE UW-CAND-IDX TO UW-BEST-IDX
           END-IF.

      *-----------------------------------------------------------------
      * THE NEW CANDIDATE GOES INTO THE TABLE.  ONCE THE TABLE IS
      * FULL IT TAKES THE PLACE OF THE WEAKEST ENTRY IF IT RATES
      * HIGHER; EITHER WAY ONE SUGGESTION IS LEFT OFF AND COUNTED.
      *-----------------------------------------------------------------
       4000-ADD-CANDIDATE.
           IF UW-SCORE-WORK < 1
               MOVE 1 TO UW-SCORE-WORK
           END-IF
           MOVE UW-SCORE-WORK TO UW-NC-SCORE
           IF UW-CAND-COUNT < UW-MAX-CANDS
               ADD 1 TO UW-CAND-COUNT
               MOVE UW-NEW-CANDIDATE TO UW-CAND-ENTRY (UW-CAND-COUNT)
           ELSE
               MOVE 1 TO UW-LOW-IDX
               PERFORM 4010-COMPARE-FOR-LOWEST
                   VARYING UW-CAND-IDX FROM 2 BY 1
                   UNTIL UW-CAND-IDX > UW-CAND-COUNT
               IF UW-NC-SCORE > UW-CD-SCORE (UW-LOW-IDX)
                   MOVE UW-NEW-CANDIDATE TO UW-CAND-ENTRY (UW-LOW-IDX)
               END-IF
               ADD 1 TO UW-DROPPED-COUNT
           END-IF.

       4010-COMPARE-FOR-LOWEST.
           IF UW-CD-SCORE (UW-CAND-IDX) < UW-CD-SCORE (UW-LOW-IDX)
               MOVE UW-CAND-IDX TO UW-LOW-IDX
           END-IF.

       5000-PRINT-ITEM.
           MOVE UW-PY-CHECK-REF TO UW-IL-CHECK-REF
           MOVE SS-ORIGINAL-IMAGE (1:6) TO UW-IL-CUSTOMER-ID
           MOVE SS-ORIGINAL-IMAGE (26:8) TO UW-IL-PAYMENT-DATE
           IF UW-IMAGE-READABLE
               MOVE UW-PY-PAYMENT-AMOUNT TO UW-IL-AMOUNT
           ELSE
               MOVE 0 TO UW-IL-AMOUNT
           END-IF
           MOVE SS-REJECT-DATE TO UW-IL-SUSPENSE-DATE
           MOVE UW-AGE-DAYS TO UW-IL-AGE-DAYS
           MOVE UW-AGE-LABEL TO UW-IL-AGE-LABEL
           MOVE SS-REJECT-REASON TO UW-IL-REASON
           DISPLAY " "
           DISPLAY UW-ITEM-LINE
           EVALUATE TRUE
               WHEN NOT UW-IMAGE-READABLE
                   DISPLAY "      PAYMENT IMAGE UNREADABLE - RESEARCH "
                       "BY HAND"
               WHEN UW-CAND-COUNT = 0
                   DISPLAY "      NO LIKELY MATCH FOUND"
               WHEN OTHER
                   PERFORM 5010-PRINT-SUGGESTION
                       VARYING UW-CAND-IDX FROM 1 BY 1
                       UNTIL UW-CAND-IDX > UW-CAND-COUNT
                   IF UW-DROPPED-COUNT > 0
                       DISPLAY "      WEAKER MATCHES NOT LISTED: "
                           UW-DROPPED-COUNT
                   END-IF
           END-EVALUATE.

       5010-PRINT-SUGGESTION.
           MOVE UW-CAND-IDX TO UW-SL-RANK
           MOVE UW-CD-SCORE (UW-CAND-IDX) TO UW-SL-CONFIDENCE
           EVALUATE UW-CD-TYPE (UW-CAND-IDX)
               WHEN "A"
                   MOVE "EXACT INVOICE AMOUNT" TO UW-SL-MATCH-TEXT
               WHEN "S"
                   MOVE "SUM OF OLDEST ITEMS" TO UW-SL-MATCH-TEXT
               WHEN OTHER
                   MOVE "TRANSPOSED CUSTOMER" TO UW-SL-MATCH-TEXT
           END-EVALUATE
           MOVE UW-CD-CUSTOMER-ID (UW-CAND-IDX) TO UW-SL-CUSTOMER-ID
           MOVE UW-CD-CUSTOMER-ID (UW-CAND-IDX)
               TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "*NOT ON MASTER*" TO UW-SL-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
                       TO UW-SL-NAME
           END-READ
           MOVE SPACES TO UW-SL-INVOICE-LIST
           IF UW-CD-INV-COUNT (UW-CAND-IDX) > 0
               PERFORM 5020-LIST-ONE-INVOICE
                   VARYING UW-COPY-IDX FROM 1 BY 1
                   UNTIL UW-COPY-IDX > UW-CD-INV-COUNT (UW-CAND-IDX)
           END-IF
           DISPLAY UW-SUGGESTION-LINE.

       5020-LIST-ONE-INVOICE.
           MOVE UW-CD-INVOICE (UW-CAND-IDX UW-COPY-IDX)
               TO UW-SL-INVOICE (UW-COPY-IDX).

       5100-WRITE-SUGGESTION.
           MOVE SPACES TO SUGGESTION-RECORD
           MOVE UW-PY-CHECK-REF TO US-CHECK-REF
           MOVE UW-PY-PAYMENT-DATE TO US-PAYMENT-DATE
           MOVE UW-PY-PAYMENT-AMOUNT TO US-PAYMENT-AMOUNT
           MOVE UW-PY-CUSTOMER-ID TO US-PAID-CUSTOMER
           IF SS-REJECT-DATE NUMERIC
               MOVE SS-REJECT-DATE TO US-SUSPENSE-DATE
           ELSE
               MOVE 0 TO US-SUSPENSE-DATE
           END-IF
           MOVE UW-AGE-DAYS TO US-DAYS-UNRESOLVED
           MOVE UW-CAND-IDX TO US-RANK
           MOVE UW-CD-TYPE (UW-CAND-IDX) TO US-MATCH-TYPE
           MOVE UW-CD-SCORE (UW-CAND-IDX) TO US-CONFIDENCE
           MOVE UW-CD-CUSTOMER-ID (UW-CAND-IDX) TO US-CUSTOMER-ID
           MOVE UW-CD-INV-COUNT (UW-CAND-IDX) TO US-INVOICE-COUNT
           PERFORM 5110-COPY-SUGGESTED-INVOICE
               VARYING UW-COPY-IDX FROM 1 BY 1
               UNTIL UW-COPY-IDX > 5
           WRITE SUGGESTION-RECORD
           ADD 1 TO UW-SUGGESTION-COUNT.

       5110-COPY-SUGGESTED-INVOICE.
           IF UW-COPY-IDX > UW-CD-INV-COUNT (UW-CAND-IDX)
               MOVE 0 TO US-INVOICE-NUMBER (UW-COPY-IDX)
               MOVE 0 TO US-INVOICE-BALANCE (UW-COPY-IDX)
           ELSE
               MOVE UW-CD-INVOICE (UW-CAND-IDX UW-COPY-IDX)
                   TO US-INVOICE-NUMBER (UW-COPY-IDX)
               MOVE UW-CD-BALANCE (UW-CAND-IDX UW-COPY-IDX)
                   TO US-INVOICE-BALANCE (UW-COPY-IDX)
           END-IF.

       9000-TERMINATE.
           IF NOT UW-UNAPSUSP-NOTFOUND
               CLOSE UNAPPLIED-SUSPENSE
           END-IF
           CLOSE CUSTOMER-MASTER
           CLOSE SUGGESTION-FILE
           DISPLAY " "
           DISPLAY "UNAPPLIED PAYMENTS ON SUSPENSE: " UW-PAYMENT-COUNT
           DISPLAY "  WITH SUGGESTED MATCHES:       " UW-MATCHED-COUNT
           DISPLAY "  WITH NO LIKELY MATCH:         " UW-NO-MATCH-COUNT
           DISPLAY "  IMAGE UNREADABLE:             "
               UW-UNREADABLE-COUNT
           DISPLAY "OTHER SUSPENSE RECORDS SKIPPED: " UW-OTHER-COUNT
           DISPLAY "SUGGESTIONS WRITTEN:            "
               UW-SUGGESTION-COUNT
           DISPLAY " "
           DISPLAY "UNRESOLVED BY AGE               COUNT"
               "          AMOUNT"
           MOVE "0-7 DAYS (NEW)" TO UW-AL-LABEL
           MOVE UW-AGE-NEW-COUNT TO UW-AL-COUNT
           MOVE UW-AGE-NEW-AMOUNT TO UW-AL-AMOUNT
           DISPLAY UW-AGE-LINE
           MOVE "8-30 DAYS" TO UW-AL-LABEL
           MOVE UW-AGE-08-30-COUNT TO UW-AL-COUNT
           MOVE UW-AGE-08-30-AMOUNT TO UW-AL-AMOUNT
           DISPLAY UW-AGE-LINE
           MOVE "31-60 DAYS (*OLD)" TO UW-AL-LABEL
           MOVE UW-AGE-31-60-COUNT TO UW-AL-COUNT
           MOVE UW-AGE-31-60-AMOUNT TO UW-AL-AMOUNT
           DISPLAY UW-AGE-LINE
           MOVE "OVER 60 DAYS (**STALE)" TO UW-AL-LABEL
           MOVE UW-AGE-OVER-60-COUNT TO UW-AL-COUNT
           MOVE UW-AGE-OVER-60-AMOUNT TO UW-AL-AMOUNT
           DISPLAY UW-AGE-LINE
           COMPUTE RW-READ-COUNT = UW-SUSP-READ-COUNT + UW-ITEM-COUNT
           MOVE UW-SUGGESTION-COUNT TO RW-WRITE-COUNT
           MOVE UW-UNREADABLE-COUNT TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM UNAPMTCH.
