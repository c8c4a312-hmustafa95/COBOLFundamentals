      ******************************************************************
      * PROGRAM-ID.    APVOID
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS PAYABLE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       AP CHECK VOID, STOP-PAYMENT AND REISSUE.  READS
      *                A BATCH OF VOID TRANSACTIONS, EACH NAMING A
      *                CHECK NUMBER, AN ACTION AND A REASON, AND MARKS
      *                THE CHECK VOID ON THE APCHKHST CHECK HISTORY.
      *                A VOID-ONLY TRANSACTION REOPENS THE AP OPEN
      *                ITEMS THE CHECK PAID SO PAYMENT SELECTION CAN
      *                PICK THEM UP AGAIN.  A REISSUE CUTS A NEW CHECK
      *                FOR THE SAME VENDOR AND AMOUNT UNDER THE NEXT
      *                APCHKCTL NUMBER, WRITTEN TO THE AP PAYMENT FILE
      *                IN THE CHECK REGISTER'S DETAIL/TRAILER FORMAT,
      *                AND MOVES THE PAID ITEMS ONTO IT.  EVERY VOID
      *                WRITES BEFORE/AFTER IMAGES OF THE CHECK TO THE
      *                AUDIT LOG AND A VOID NOTICE TO BOTH THE
      *                POSITIVE-PAY STEP (SO THE BANK STOPS THE CHECK)
      *                AND BANK RECONCILIATION (SO THE CHECK STOPS
      *                SHOWING AS OUTSTANDING).  REJECTED TRANSACTIONS
      *                GO TO THE AP SUSPENSE FILE.  THE CHECK HISTORY
      *                AND AP OPEN FILES ARE LOADED AT START OF RUN
      *                AND REWRITTEN IN FULL; AN OVERFLOWING LOAD
      *                STOPS THE RUN BEFORE THE REWRITE COULD TRUNCATE
      *                EITHER FILE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APVOID.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - ACCOUNTS PAYABLE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VOID-TRANS ASSIGN TO "APVOIDTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AV-APVOIDTR-STATUS.
           SELECT CHECK-HISTORY ASSIGN TO "APCHKHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AV-APCHKHST-STATUS.
           SELECT AP-OPEN-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AV-APOPEN-STATUS.
           SELECT AP-PAYMENT-FILE ASSIGN TO "APCHECKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AV-APCHECKS-STATUS.
           SELECT CHECK-NUMBER-CONTROL ASSIGN TO "APCHKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AV-APCHKCTL-STATUS.
           SELECT POSPAY-VOID-FILE ASSIGN TO "POSVOID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AV-POSVOID-STATUS.
           SELECT RECON-VOID-FILE ASSIGN TO "RECVOID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AV-RECVOID-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AV-AUDITLOG-STATUS.
           SELECT AP-SUSPENSE ASSIGN TO "APSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AV-APSUSP-STATUS.
           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOID-TRANS
           RECORDING MODE IS F.
       01  VOID-TRANS-RECORD.
           05  VX-CHECK-NUMBER         PIC 9(06).
           05  VX-ACTION-CODE          PIC X(01).
               88  VX-VOID-ONLY        VALUE "V".
               88  VX-STOP-PAYMENT     VALUE "S".
               88  VX-REISSUE          VALUE "R".
           05  VX-VOID-REASON          PIC X(20).
           05  FILLER                  PIC X(53).

       FD  CHECK-HISTORY
           RECORDING MODE IS F.
       01  CHECK-HISTORY-RECORD.
           COPY APCHKHST.

       FD  AP-OPEN-FILE
           RECORDING MODE IS F.
       01  AP-OPEN-RECORD.
           COPY APOPEN.

       FD  AP-PAYMENT-FILE
           RECORDING MODE IS F.
       01  AP-PAYMENT-RECORD           PIC X(80).

       FD  CHECK-NUMBER-CONTROL
           RECORDING MODE IS F.
       01  CHECK-NUMBER-RECORD.
           05  CN-NEXT-CHECK-NUMBER    PIC 9(06).
           05  FILLER                  PIC X(74).

       FD  POSPAY-VOID-FILE
           RECORDING MODE IS F.
       01  POSPAY-VOID-RECORD.
           COPY CHKVOID.

       FD  RECON-VOID-FILE
           RECORDING MODE IS F.
       01  RECON-VOID-RECORD           PIC X(80).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       FD  AP-SUSPENSE
           RECORDING MODE IS F.
       01  AP-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  AV-APVOIDTR-STATUS          PIC X(02) VALUE "00".
           88  AV-APVOIDTR-OK          VALUE "00".
           88  AV-APVOIDTR-EOF         VALUE "10".
       01  AV-APCHKHST-STATUS          PIC X(02) VALUE "00".
           88  AV-APCHKHST-OK          VALUE "00".
           88  AV-APCHKHST-EOF         VALUE "10".
           88  AV-APCHKHST-NOTFOUND    VALUE "35".
       01  AV-APOPEN-STATUS            PIC X(02) VALUE "00".
           88  AV-APOPEN-OK            VALUE "00".
           88  AV-APOPEN-EOF           VALUE "10".
       01  AV-APCHECKS-STATUS          PIC X(02) VALUE "00".
           88  AV-APCHECKS-OK          VALUE "00".
       01  AV-APCHKCTL-STATUS          PIC X(02) VALUE "00".
           88  AV-APCHKCTL-OK          VALUE "00".
           88  AV-APCHKCTL-EOF         VALUE "10".
           88  AV-APCHKCTL-NOTFOUND    VALUE "35".
       01  AV-POSVOID-STATUS           PIC X(02) VALUE "00".
           88  AV-POSVOID-OK           VALUE "00".
       01  AV-RECVOID-STATUS           PIC X(02) VALUE "00".
           88  AV-RECVOID-OK           VALUE "00".
       01  AV-AUDITLOG-STATUS          PIC X(02) VALUE "00".
           88  AV-AUDITLOG-OK          VALUE "00".
       01  AV-APSUSP-STATUS            PIC X(02) VALUE "00".
           88  AV-APSUSP-OK            VALUE "00".

       01  AV-SWITCHES.
           05  AV-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  AV-TRANS-END        VALUE "Y".
           05  AV-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
               88  AV-HIST-END         VALUE "Y".
           05  AV-APOPEN-EOF-SWITCH    PIC X(01) VALUE "N".
               88  AV-APOPEN-END       VALUE "Y".

       01  AV-COUNTERS.
           05  AV-HIST-COUNT           PIC 9(05) COMP VALUE 0.
           05  AV-MAX-HIST             PIC 9(05) COMP VALUE 20000.
           05  AV-HIST-IDX             PIC 9(05) COMP VALUE 0.
           05  AV-HIST-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  AV-ITEM-COUNT           PIC 9(05) COMP VALUE 0.
           05  AV-MAX-ITEMS            PIC 9(05) COMP VALUE 5000.
           05  AV-TABLE-IDX            PIC 9(05) COMP VALUE 0.
           05  AV-TRANS-COUNT          PIC 9(05) COMP VALUE 0.
           05  AV-VOID-COUNT           PIC 9(05) COMP VALUE 0.
           05  AV-REISSUE-COUNT        PIC 9(05) COMP VALUE 0.
           05  AV-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  AV-ITEMS-REOPENED       PIC 9(05) COMP VALUE 0.
           05  AV-ITEMS-ON-CHECK       PIC 9(05) COMP VALUE 0.

       01  AV-VOID-CHECK-NUMBER        PIC 9(06) VALUE 0.
       01  AV-VOID-VENDOR-ID           PIC 9(06) VALUE 0.
       01  AV-VOID-TOTAL               PIC 9(11)V99 COMP-3 VALUE 0.
       01  AV-REISSUE-TOTAL            PIC 9(11)V99 COMP-3 VALUE 0.

      *-----------------------------------------------------------------
      * CHECK NUMBERING - SHARED WITH THE CHECK REGISTER THROUGH THE
      * APCHKCTL CONTROL RECORD SO A REISSUE NEVER REUSES A NUMBER.
      *-----------------------------------------------------------------
       01  AV-CHECK-NUMBER-BASE        PIC 9(06) VALUE 100001.
       01  AV-NEXT-CHECK-NUMBER        PIC 9(06) VALUE 0.

       01  AV-AUDIT-BEFORE-IMAGE       PIC X(80) VALUE SPACES.

       01  AV-HIST-TABLE.
           05  AV-HIST-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON AV-HIST-COUNT
                   INDEXED BY AV-HI-IDX.
               COPY APCHKHST.

       01  AV-AP-TABLE.
           05  AV-AP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON AV-ITEM-COUNT
                   INDEXED BY AV-AP-IDX.
               COPY APOPEN.

      *-----------------------------------------------------------------
      * BANK PAYMENT INTERFACE RECORDS, IN THE CHECK REGISTER'S
      * FORMAT: ONE "D" DETAIL PER REISSUED CHECK, ONE "T" TRAILER.
      *-----------------------------------------------------------------
       01  AV-PAYMENT-DETAIL.
           05  AV-PY-RECORD-TYPE       PIC X(01) VALUE "D".
           05  AV-PY-PAYEE-ID          PIC 9(06).
           05  AV-PY-PAY-DATE          PIC 9(08).
           05  AV-PY-GROSS-PAY         PIC 9(07)V99.
           05  AV-PY-WITHHOLDING       PIC 9(07)V99.
           05  AV-PY-NET-AMOUNT        PIC 9(07)V99.
           05  FILLER                  PIC X(28) VALUE SPACES.
           05  AV-PY-CHECK-NUMBER      PIC 9(06) VALUE 0.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  AV-PAYMENT-TRAILER.
           05  AV-PT-RECORD-TYPE       PIC X(01) VALUE "T".
           05  AV-PT-RECORD-COUNT      PIC 9(07).
           05  AV-PT-NET-PAY-TOTAL     PIC 9(11)V99.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  AV-REGISTER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "CHECK# ".
           05  AV-RG-CHECK-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(09) VALUE "  VENDOR ".
           05  AV-RG-VENDOR-ID         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AV-RG-CHECK-AMOUNT      PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AV-RG-ACTION            PIC X(14).
           05  AV-RG-REASON            PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AV-RG-RESULT            PIC X(25).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-VOID
               UNTIL AV-TRANS-END
           PERFORM 3000-REWRITE-FILES
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "APVOID" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "APVOID" TO RH-PROGRAM-NAME
           MOVE "AP CHECK VOID AND REISSUE REGISTER"
               TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           OPEN INPUT VOID-TRANS
           IF NOT AV-APVOIDTR-OK AND NOT AV-APVOIDTR-EOF
               MOVE "APVOID" TO AB-PROGRAM-ID
               MOVE "APVOIDTR" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE AV-APVOIDTR-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1100-LOAD-CHECK-HISTORY
           PERFORM 1200-LOAD-AP-OPEN
           PERFORM 1300-GET-NEXT-CHECK-NUMBER
           OPEN OUTPUT AP-PAYMENT-FILE
           IF NOT AV-APCHECKS-OK
               MOVE "APVOID" TO AB-PROGRAM-ID
               MOVE "APCHECKS" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AV-APCHECKS-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN EXTEND POSPAY-VOID-FILE
           IF NOT AV-POSVOID-OK
               CLOSE POSPAY-VOID-FILE
               OPEN OUTPUT POSPAY-VOID-FILE
           END-IF
           OPEN EXTEND RECON-VOID-FILE
           IF NOT AV-RECVOID-OK
               CLOSE RECON-VOID-FILE
               OPEN OUTPUT RECON-VOID-FILE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF NOT AV-AUDITLOG-OK
               CLOSE AUDIT-LOG
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN EXTEND AP-SUSPENSE
           IF NOT AV-APSUSP-OK
               CLOSE AP-SUSPENSE
               OPEN OUTPUT AP-SUSPENSE
           END-IF
           PERFORM 2900-READ-VOID-TRANS.

      *-----------------------------------------------------------------
      * THE WHOLE CHECK HISTORY IS HELD IN THE TABLE AND REWRITTEN AT
      * END OF RUN, SO AN OVERFLOWING LOAD MUST STOP THE RUN.
      *-----------------------------------------------------------------
       1100-LOAD-CHECK-HISTORY.
           MOVE 1 TO AV-HIST-COUNT
           OPEN INPUT CHECK-HISTORY
           IF AV-APCHKHST-NOTFOUND
               SET AV-HIST-END TO TRUE
           ELSE
               IF NOT AV-APCHKHST-OK AND NOT AV-APCHKHST-EOF
                   MOVE "APVOID" TO AB-PROGRAM-ID
                   MOVE "APCHKHST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AV-APCHKHST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-HISTORY-RECORD
               PERFORM 1110-STORE-HISTORY-RECORD
                   UNTIL AV-HIST-END
                       OR AV-HIST-COUNT > AV-MAX-HIST
               IF NOT AV-HIST-END
                   DISPLAY "APVOID: CHECK HISTORY TABLE FULL AT "
                       AV-MAX-HIST " - RUN STOPPED BEFORE THE "
                       "REWRITE COULD TRUNCATE THE FILE"
                   MOVE "APVOID" TO AB-PROGRAM-ID
                   MOVE "APCHKHST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE AV-APCHKHST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE CHECK-HISTORY
           END-IF
           IF AV-HIST-COUNT > 1
               SUBTRACT 1 FROM AV-HIST-COUNT
           ELSE
               MOVE 0 TO AV-HIST-COUNT
           END-IF.

       1110-STORE-HISTORY-RECORD.
           MOVE CHECK-HISTORY-RECORD TO AV-HIST-ENTRY (AV-HIST-COUNT)
           ADD 1 TO AV-HIST-COUNT
           PERFORM 1190-READ-HISTORY-RECORD.

       1190-READ-HISTORY-RECORD.
           READ CHECK-HISTORY
               AT END
                   SET AV-HIST-END TO TRUE
           END-READ.

       1200-LOAD-AP-OPEN.
           MOVE 1 TO AV-ITEM-COUNT
           OPEN INPUT AP-OPEN-FILE
           IF NOT AV-APOPEN-OK AND NOT AV-APOPEN-EOF
               MOVE "APVOID" TO AB-PROGRAM-ID
               MOVE "APOPEN" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE AV-APOPEN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           ELSE
               PERFORM 1290-READ-AP-RECORD
               PERFORM 1210-STORE-AP-RECORD
                   UNTIL AV-APOPEN-END
                       OR AV-ITEM-COUNT > AV-MAX-ITEMS
               IF NOT AV-APOPEN-END
                   DISPLAY "APVOID: AP OPEN TABLE FULL AT "
                       AV-MAX-ITEMS " - RUN STOPPED BEFORE THE "
                       "REWRITE COULD TRUNCATE THE FILE"
                   MOVE "APVOID" TO AB-PROGRAM-ID
                   MOVE "APOPEN" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE AV-APOPEN-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF
           CLOSE AP-OPEN-FILE
           IF AV-ITEM-COUNT > 1
               SUBTRACT 1 FROM AV-ITEM-COUNT
           ELSE
               MOVE 0 TO AV-ITEM-COUNT
           END-IF.

       1210-STORE-AP-RECORD.
           MOVE AP-OPEN-RECORD TO AV-AP-ENTRY (AV-ITEM-COUNT)
           ADD 1 TO AV-ITEM-COUNT
           PERFORM 1290-READ-AP-RECORD.

       1290-READ-AP-RECORD.
           READ AP-OPEN-FILE
               AT END
                   SET AV-APOPEN-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE NEXT CHECK NUMBER LIVES ON THE APCHKCTL CONTROL RECORD.
      *-----------------------------------------------------------------
       1300-GET-NEXT-CHECK-NUMBER.
           MOVE AV-CHECK-NUMBER-BASE TO AV-NEXT-CHECK-NUMBER
           OPEN INPUT CHECK-NUMBER-CONTROL
           IF NOT AV-APCHKCTL-NOTFOUND
               IF NOT AV-APCHKCTL-OK AND NOT AV-APCHKCTL-EOF
                   MOVE "APVOID" TO AB-PROGRAM-ID
                   MOVE "APCHKCTL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AV-APCHKCTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ CHECK-NUMBER-CONTROL
                   NOT AT END
                       IF CN-NEXT-CHECK-NUMBER >= AV-CHECK-NUMBER-BASE
                           MOVE CN-NEXT-CHECK-NUMBER
                               TO AV-NEXT-CHECK-NUMBER
                       END-IF
               END-READ
               CLOSE CHECK-NUMBER-CONTROL
           END-IF.

      *-----------------------------------------------------------------
      * ONE VOID TRANSACTION PER PASS.  THE CHECK MUST BE ON THE
      * HISTORY AND STILL ISSUED; ANYTHING ELSE GOES TO SUSPENSE.
      *-----------------------------------------------------------------
       2000-PROCESS-VOID.
           ADD 1 TO AV-TRANS-COUNT
           IF NOT VX-VOID-ONLY AND NOT VX-STOP-PAYMENT
                   AND NOT VX-REISSUE
               MOVE "ACTION NOT V/S/R" TO SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
           ELSE
               PERFORM 2800-FIND-CHECK
               EVALUATE TRUE
                   WHEN AV-HIST-FOUND-IDX = 0
                       MOVE "CHECK NOT ON HISTORY"
                           TO SS-REJECT-REASON
                       PERFORM 2500-LOG-SUSPENSE-RECORD
                   WHEN AC-CHECK-VOID OF AV-HIST-ENTRY
                           (AV-HIST-FOUND-IDX)
                       MOVE "CHECK ALREADY VOID" TO SS-REJECT-REASON
                       PERFORM 2500-LOG-SUSPENSE-RECORD
                   WHEN OTHER
                       PERFORM 2100-VOID-CHECK
               END-EVALUATE
           END-IF
           PERFORM 2900-READ-VOID-TRANS.

      *-----------------------------------------------------------------
      * MARKS THE CHECK VOID, LOGS THE BEFORE/AFTER IMAGES, AND
      * NOTIFIES THE BANK AND THE RECONCILIATION.  A STOP-PAYMENT IS
      * A VOID OF A CHECK ALREADY IN THE PAYEE'S HANDS - THE SAME
      * VOID NOTICE IS WHAT STOPS IT AT THE BANK.
      *-----------------------------------------------------------------
       2100-VOID-CHECK.
           MOVE AV-HIST-ENTRY (AV-HIST-FOUND-IDX)
               TO AV-AUDIT-BEFORE-IMAGE
           MOVE AC-CHECK-NUMBER OF AV-HIST-ENTRY (AV-HIST-FOUND-IDX)
               TO AV-VOID-CHECK-NUMBER
           MOVE AC-VENDOR-ID OF AV-HIST-ENTRY (AV-HIST-FOUND-IDX)
               TO AV-VOID-VENDOR-ID
           SET AC-CHECK-VOID OF AV-HIST-ENTRY (AV-HIST-FOUND-IDX)
               TO TRUE
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "APVOID" TO AU-PROGRAM-NAME
           MOVE "VOID" TO AU-OPERATION
           MOVE AV-VOID-VENDOR-ID TO AU-CUSTOMER-ID
           MOVE AV-AUDIT-BEFORE-IMAGE TO AU-BEFORE-IMAGE
           MOVE AV-HIST-ENTRY (AV-HIST-FOUND-IDX) TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           WRITE AUDIT-LOG-RECORD
           PERFORM 2150-WRITE-VOID-NOTICES
           ADD 1 TO AV-VOID-COUNT
           ADD AC-CHECK-AMOUNT OF AV-HIST-ENTRY (AV-HIST-FOUND-IDX)
               TO AV-VOID-TOTAL
           MOVE AV-VOID-CHECK-NUMBER TO AV-RG-CHECK-NUMBER
           MOVE AV-VOID-VENDOR-ID TO AV-RG-VENDOR-ID
           MOVE AC-CHECK-AMOUNT OF AV-HIST-ENTRY (AV-HIST-FOUND-IDX)
               TO AV-RG-CHECK-AMOUNT
           MOVE VX-VOID-REASON TO AV-RG-REASON
           EVALUATE TRUE
               WHEN VX-VOID-ONLY
                   MOVE "VOID" TO AV-RG-ACTION
                   PERFORM 2200-REOPEN-PAID-ITEMS
               WHEN VX-STOP-PAYMENT
                   MOVE "STOP PAYMENT" TO AV-RG-ACTION
                   PERFORM 2200-REOPEN-PAID-ITEMS
               WHEN VX-REISSUE
                   MOVE "VOID/REISSUE" TO AV-RG-ACTION
                   PERFORM 2300-REISSUE-CHECK
           END-EVALUATE
           DISPLAY AV-REGISTER-LINE.

       2150-WRITE-VOID-NOTICES.
           MOVE SPACES TO POSPAY-VOID-RECORD
           MOVE AV-VOID-CHECK-NUMBER TO CV-CHECK-NUMBER
           MOVE AV-VOID-VENDOR-ID TO CV-PAYEE-ID
           MOVE AC-CHECK-DATE OF AV-HIST-ENTRY (AV-HIST-FOUND-IDX)
               TO CV-ISSUE-DATE
           MOVE AC-CHECK-AMOUNT OF AV-HIST-ENTRY (AV-HIST-FOUND-IDX)
               TO CV-CHECK-AMOUNT
           MOVE RH-RUN-DATE TO CV-VOID-DATE
           MOVE VX-VOID-REASON TO CV-VOID-REASON
           WRITE POSPAY-VOID-RECORD
           WRITE RECON-VOID-RECORD FROM POSPAY-VOID-RECORD.

      *-----------------------------------------------------------------
      * A CHECK VOIDED WITHOUT REISSUE LEAVES ITS INVOICES UNPAID:
      * EVERY ITEM THE CHECK PAID GOES BACK TO OPEN (OR MATCHED, FOR
      * A PO-BACKED ITEM ALREADY THROUGH THE THREE-WAY MATCH) FOR THE
      * NEXT PAYMENT SELECTION.
      *-----------------------------------------------------------------
       2200-REOPEN-PAID-ITEMS.
           MOVE 0 TO AV-ITEMS-ON-CHECK
           IF AV-ITEM-COUNT > 0
               PERFORM 2210-REOPEN-ONE-ITEM
                   VARYING AV-TABLE-IDX FROM 1 BY 1
                   UNTIL AV-TABLE-IDX > AV-ITEM-COUNT
           END-IF
           IF AV-ITEMS-ON-CHECK = 0
               MOVE "NO ITEMS FOUND TO REOPEN" TO AV-RG-RESULT
           ELSE
               MOVE "ITEMS REOPENED" TO AV-RG-RESULT
           END-IF.

       2210-REOPEN-ONE-ITEM.
           IF AP-STATUS OF AV-AP-ENTRY (AV-TABLE-IDX) = "P"
                   AND AP-VENDOR-ID OF AV-AP-ENTRY (AV-TABLE-IDX)
                       = AV-VOID-VENDOR-ID
                   AND AP-CHECK-NUMBER OF AV-AP-ENTRY (AV-TABLE-IDX)
                       = AV-VOID-CHECK-NUMBER
               IF AP-PO-NUMBER OF AV-AP-ENTRY (AV-TABLE-IDX) = 0
                   MOVE "O" TO AP-STATUS OF AV-AP-ENTRY (AV-TABLE-IDX)
               ELSE
                   MOVE "M" TO AP-STATUS OF AV-AP-ENTRY (AV-TABLE-IDX)
               END-IF
               MOVE 0 TO AP-CHECK-NUMBER OF AV-AP-ENTRY (AV-TABLE-IDX)
               ADD 1 TO AV-ITEMS-ON-CHECK
               ADD 1 TO AV-ITEMS-REOPENED
           END-IF.

      *-----------------------------------------------------------------
      * A REISSUE PAYS THE SAME VENDOR THE SAME AMOUNT UNDER A NEW
      * NUMBER: A NEW DETAIL ON THE PAYMENT FILE, A NEW ISSUED
      * HISTORY RECORD, AND THE PAID ITEMS MOVED ONTO THE NEW CHECK.
      *-----------------------------------------------------------------
       2300-REISSUE-CHECK.
           IF AV-HIST-COUNT >= AV-MAX-HIST
               DISPLAY "APVOID: CHECK HISTORY TABLE FULL AT "
                   AV-MAX-HIST " - REISSUE NOT RECORDED"
               MOVE "APVOID" TO AB-PROGRAM-ID
               MOVE "APCHKHST" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE AV-APCHKHST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE AV-VOID-VENDOR-ID TO AV-PY-PAYEE-ID
           MOVE RH-RUN-DATE TO AV-PY-PAY-DATE
           MOVE AC-CHECK-AMOUNT OF AV-HIST-ENTRY (AV-HIST-FOUND-IDX)
               TO AV-PY-GROSS-PAY
           MOVE 0 TO AV-PY-WITHHOLDING
           MOVE AC-CHECK-AMOUNT OF AV-HIST-ENTRY (AV-HIST-FOUND-IDX)
               TO AV-PY-NET-AMOUNT
           MOVE AV-NEXT-CHECK-NUMBER TO AV-PY-CHECK-NUMBER
           WRITE AP-PAYMENT-RECORD FROM AV-PAYMENT-DETAIL
           ADD 1 TO AV-HIST-COUNT
           MOVE AV-HIST-ENTRY (AV-HIST-FOUND-IDX)
               TO AV-HIST-ENTRY (AV-HIST-COUNT)
           MOVE AV-NEXT-CHECK-NUMBER
               TO AC-CHECK-NUMBER OF AV-HIST-ENTRY (AV-HIST-COUNT)
           MOVE RH-RUN-DATE
               TO AC-CHECK-DATE OF AV-HIST-ENTRY (AV-HIST-COUNT)
           SET AC-CHECK-ISSUED OF AV-HIST-ENTRY (AV-HIST-COUNT)
               TO TRUE
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "APVOID" TO AU-PROGRAM-NAME
           MOVE "REISSUE" TO AU-OPERATION
           MOVE AV-VOID-VENDOR-ID TO AU-CUSTOMER-ID
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE AV-HIST-ENTRY (AV-HIST-COUNT) TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           WRITE AUDIT-LOG-RECORD
           IF AV-ITEM-COUNT > 0
               PERFORM 2310-MOVE-ITEM-TO-REISSUE
                   VARYING AV-TABLE-IDX FROM 1 BY 1
                   UNTIL AV-TABLE-IDX > AV-ITEM-COUNT
           END-IF
           MOVE SPACES TO AV-RG-RESULT
           STRING "REISSUED AS CHECK# " DELIMITED BY SIZE
               AV-NEXT-CHECK-NUMBER DELIMITED BY SIZE
               INTO AV-RG-RESULT
           END-STRING
           ADD 1 TO AV-REISSUE-COUNT
           ADD AV-PY-NET-AMOUNT TO AV-REISSUE-TOTAL
           ADD 1 TO AV-NEXT-CHECK-NUMBER.

       2310-MOVE-ITEM-TO-REISSUE.
           IF AP-STATUS OF AV-AP-ENTRY (AV-TABLE-IDX) = "P"
                   AND AP-VENDOR-ID OF AV-AP-ENTRY (AV-TABLE-IDX)
                       = AV-VOID-VENDOR-ID
                   AND AP-CHECK-NUMBER OF AV-AP-ENTRY (AV-TABLE-IDX)
                       = AV-VOID-CHECK-NUMBER
               MOVE AV-NEXT-CHECK-NUMBER
                   TO AP-CHECK-NUMBER OF AV-AP-ENTRY (AV-TABLE-IDX)
           END-IF.

       2500-LOG-SUSPENSE-RECORD.
           MOVE "APVOID" TO SS-SOURCE-PROGRAM
           MOVE "APVOID" TO SS-TRANS-TYPE
           MOVE VOID-TRANS-RECORD TO SS-ORIGINAL-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO SS-REJECT-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO SS-REJECT-TIME
           WRITE AP-SUSPENSE-RECORD
           DISPLAY "APVOID: CHECK " VX-CHECK-NUMBER " REJECTED - "
               SS-REJECT-REASON
           ADD 1 TO AV-REJECT-COUNT.

       2800-FIND-CHECK.
           MOVE 0 TO AV-HIST-FOUND-IDX
           IF AV-HIST-COUNT > 0
               PERFORM 2810-COMPARE-CHECK
                   VARYING AV-HIST-IDX FROM 1 BY 1
                   UNTIL AV-HIST-IDX > AV-HIST-COUNT
                       OR AV-HIST-FOUND-IDX NOT = 0
           END-IF.

       2810-COMPARE-CHECK.
           IF AC-CHECK-NUMBER OF AV-HIST-ENTRY (AV-HIST-IDX)
                   = VX-CHECK-NUMBER
               MOVE AV-HIST-IDX TO AV-HIST-FOUND-IDX
           END-IF.

       2900-READ-VOID-TRANS.
           READ VOID-TRANS
               AT END
                   SET AV-TRANS-END TO TRUE
           END-READ.

       3000-REWRITE-FILES.
           OPEN OUTPUT CHECK-HISTORY
           IF NOT AV-APCHKHST-OK
               MOVE "APVOID" TO AB-PROGRAM-ID
               MOVE "APCHKHST" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AV-APCHKHST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF AV-HIST-COUNT > 0
               PERFORM 3100-WRITE-HISTORY-RECORD
                   VARYING AV-HIST-IDX FROM 1 BY 1
                   UNTIL AV-HIST-IDX > AV-HIST-COUNT
           END-IF
           CLOSE CHECK-HISTORY
           OPEN OUTPUT AP-OPEN-FILE
           IF NOT AV-APOPEN-OK
               MOVE "APVOID" TO AB-PROGRAM-ID
               MOVE "APOPEN" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AV-APOPEN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF AV-ITEM-COUNT > 0
               PERFORM 3200-WRITE-AP-RECORD
                   VARYING AV-TABLE-IDX FROM 1 BY 1
                   UNTIL AV-TABLE-IDX > AV-ITEM-COUNT
           END-IF
           CLOSE AP-OPEN-FILE.

       3100-WRITE-HISTORY-RECORD.
           MOVE AV-HIST-ENTRY (AV-HIST-IDX) TO CHECK-HISTORY-RECORD
           WRITE CHECK-HISTORY-RECORD.

       3200-WRITE-AP-RECORD.
           MOVE AV-AP-ENTRY (AV-TABLE-IDX) TO AP-OPEN-RECORD
           WRITE AP-OPEN-RECORD.

       4000-TERMINATE.
           MOVE AV-REISSUE-COUNT TO AV-PT-RECORD-COUNT
           MOVE AV-REISSUE-TOTAL TO AV-PT-NET-PAY-TOTAL
           WRITE AP-PAYMENT-RECORD FROM AV-PAYMENT-TRAILER
           CLOSE AP-PAYMENT-FILE
           CLOSE VOID-TRANS
           CLOSE POSPAY-VOID-FILE
           CLOSE RECON-VOID-FILE
           CLOSE AUDIT-LOG
           CLOSE AP-SUSPENSE
           OPEN OUTPUT CHECK-NUMBER-CONTROL
           IF NOT AV-APCHKCTL-OK
               MOVE "APVOID" TO AB-PROGRAM-ID
               MOVE "APCHKCTL" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AV-APCHKCTL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE SPACES TO CHECK-NUMBER-RECORD
           MOVE AV-NEXT-CHECK-NUMBER TO CN-NEXT-CHECK-NUMBER
           WRITE CHECK-NUMBER-RECORD
           CLOSE CHECK-NUMBER-CONTROL
           DISPLAY " "
           DISPLAY "TRANSACTIONS READ:  " AV-TRANS-COUNT
           DISPLAY "CHECKS VOIDED:      " AV-VOID-COUNT
           DISPLAY "AMOUNT VOIDED:      " AV-VOID-TOTAL
           DISPLAY "CHECKS REISSUED:    " AV-REISSUE-COUNT
           DISPLAY "AMOUNT REISSUED:    " AV-REISSUE-TOTAL
           DISPLAY "ITEMS REOPENED:     " AV-ITEMS-REOPENED
           DISPLAY "REJECTED:           " AV-REJECT-COUNT
           MOVE AV-TRANS-COUNT TO RW-READ-COUNT
           MOVE AV-VOID-COUNT TO RW-WRITE-COUNT
           MOVE AV-REJECT-COUNT TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.
       COPY RUNSTAPR.

       END PROGRAM APVOID.
