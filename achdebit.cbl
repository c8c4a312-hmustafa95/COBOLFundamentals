      ******************************************************************
      * PROGRAM-ID.    ACHDEBIT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       NIGHTLY CUSTOMER AUTO-DEBIT (ACH) RUN.  THE
      *                AUTO-PAY ENROLLMENT FILE CARRIES EACH ENROLLED
      *                CUSTOMER'S BANK ROUTING AND ACCOUNT, THE DAY OF
      *                THE MONTH TO DEBIT AND THE MOST ONE DEBIT MAY
      *                TAKE.  A NEW ENROLLMENT FIRST SENDS A ZERO-
      *                DOLLAR PRENOTE AND WAITS OUT THE PRENOTE PERIOD,
      *                THE SAME CYCLE THE PAYROLL DIRECT-DEPOSIT
      *                ACCOUNTS USE.  ON AN ACTIVE CUSTOMER'S DEBIT DAY
      *                EVERY OPEN, UNDISPUTED OPEN INVOICE ITEM THAT IS
      *                DUE BY TODAY IS COLLECTED IN ONE DEBIT, WHOLE
      *                ITEMS ONLY, UP TO THE MAXIMUM.  THE DEBITS AND
      *                PRENOTES GO TO THE BANK'S DEBIT FILE BETWEEN A
      *                HEADER AND A TRAILER (ENTRY COUNT, DEBIT TOTAL,
      *                ROUTING HASH).  EACH DEBIT IS ALSO WRITTEN IN
      *                THE LOCKBOX LAYOUT - THE DEBIT AS THE CHECK,
      *                ONE REMITTANCE LINE PER INVOICE COLLECTED - SO
      *                CASHAPP APPLIES IT TO EXACTLY THOSE ITEMS.  THE
      *                BANK'S RETURNED DEBITS ARE TURNED INTO NSF
      *                TRANSACTIONS UNDER THE DEBIT'S TRACE REFERENCE
      *                SO NSFPROC BACKS THEM OUT AND CHARGES THE FEE
      *                EXACTLY AS FOR A BOUNCED CHECK; A RETURN THAT
      *                SAYS THE ACCOUNT IS CLOSED, WRONG OR NO LONGER
      *                AUTHORIZED SUSPENDS THE ENROLLMENT.  THE
      *                ENROLLMENT FILE IS REWRITTEN AT END OF RUN WITH
      *                THE PRENOTE AND DEBIT DATES, AND THE TRACE
      *                NUMBER CONTROL RECORD WITH THE NEXT NUMBER.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACHDEBIT.
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
           SELECT AUTOPAY-FILE ASSIGN TO "AUTOPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AD-AUTOPAY-STATUS.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NUMBER
                   OF OPEN-INVOICE-RECORD
               ALTERNATE RECORD KEY IS OI-CUSTOMER-ID
                   OF OPEN-INVOICE-RECORD WITH DUPLICATES
               FILE STATUS IS AD-OPENINV-STATUS.
           SELECT ACH-RETURN-FILE ASSIGN TO "ACHRETN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AD-ACHRETN-STATUS.
           SELECT ACH-DEBIT-FILE ASSIGN TO "ACHDEBIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AD-ACHDEBIT-STATUS.
           SELECT ACH-REMIT-FILE ASSIGN TO "ACHREMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AD-ACHREMIT-STATUS.
           SELECT ACH-NSF-FILE ASSIGN TO "ACHNSF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AD-ACHNSF-STATUS.
           SELECT TRACE-CONTROL ASSIGN TO "ACHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AD-ACHCTL-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * AUTO-PAY ENROLLMENT.  STATUS N IS A NEW ENROLLMENT AWAITING
      * ITS PRENOTE, P IS PRENOTED AND WAITING, A IS ACTIVE, S IS
      * SUSPENDED BY A RETURN (THE RETURN CODE IS KEPT).  A SUSPENDED
      * CUSTOMER IS RE-ENROLLED BY SETTING THE STATUS BACK TO N WITH
      * THE CORRECTED BANK DETAILS.  A ZERO MAXIMUM MEANS NO LIMIT.
      *-----------------------------------------------------------------
       FD  AUTOPAY-FILE
           RECORDING MODE IS F.
       01  AUTOPAY-RECORD.
           05  AP-CUSTOMER-ID          PIC 9(06).
           05  AP-ROUTING-NUMBER       PIC 9(09).
           05  AP-ACCOUNT-NUMBER       PIC X(17).
           05  AP-DEBIT-DAY            PIC 9(02).
           05  AP-MAX-DEBIT            PIC 9(07)V99.
           05  AP-STATUS               PIC X(01).
               88  AP-ENROLL-NEW       VALUE "N".
               88  AP-ENROLL-PRENOTED  VALUE "P".
               88  AP-ENROLL-ACTIVE    VALUE "A".
               88  AP-ENROLL-SUSPENDED VALUE "S".
           05  AP-PRENOTE-DATE         PIC 9(08).
           05  AP-LAST-DEBIT-DATE      PIC 9(08).
           05  AP-LAST-RETURN-CODE     PIC X(03).
           05  FILLER                  PIC X(17).

       FD  OPEN-INVOICE-FILE
           RECORDING MODE IS F.
       01  OPEN-INVOICE-RECORD.
           COPY OPENINV.

      *-----------------------------------------------------------------
      * RETURNED ENTRIES FROM THE BANK, CARRYING THE TRACE REFERENCE
      * SENT ON THE DEBIT AND THE RETURN REASON CODE.
      *-----------------------------------------------------------------
       FD  ACH-RETURN-FILE
           RECORDING MODE IS F.
       01  ACH-RETURN-RECORD.
           05  RT-TRACE-REF            PIC X(10).
           05  RT-CUSTOMER-ID          PIC 9(06).
           05  RT-AMOUNT               PIC 9(07)V99.
           05  RT-RETURN-CODE          PIC X(03).
               88  RT-ACCOUNT-UNUSABLE VALUE "R02" "R03" "R04" "R05"
                                             "R07" "R08" "R10" "R16"
                                             "R20" "R29".
           05  RT-RETURN-DATE          PIC 9(08).
           05  FILLER                  PIC X(44).

       FD  ACH-DEBIT-FILE
           RECORDING MODE IS F.
       01  ACH-DEBIT-RECORD            PIC X(80).

       FD  ACH-REMIT-FILE
           RECORDING MODE IS F.
       01  LOCKBOX-RECORD.
           COPY LOCKBOX.

      *-----------------------------------------------------------------
      * NSF TRANSACTIONS IN THE LAYOUT NSFPROC READS.
      *-----------------------------------------------------------------
       FD  ACH-NSF-FILE
           RECORDING MODE IS F.
       01  NSF-TRANS-RECORD.
           05  NT-CHECK-REF            PIC X(10).
           05  NT-CUSTOMER-ID          PIC 9(06).
           05  NT-NSF-FEE              PIC 9(05)V99.
           05  NT-NSF-DATE             PIC 9(08).
           05  FILLER                  PIC X(49).

       FD  TRACE-CONTROL
           RECORDING MODE IS F.
       01  TRACE-CONTROL-RECORD.
           05  TC-NEXT-TRACE-NUMBER    PIC 9(07).
           05  FILLER                  PIC X(73).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  AD-AUTOPAY-STATUS           PIC X(02) VALUE "00".
           88  AD-AUTOPAY-OK           VALUE "00".
           88  AD-AUTOPAY-EOF          VALUE "10".
           88  AD-AUTOPAY-NOTFOUND     VALUE "35".
       01  AD-OPENINV-STATUS           PIC X(02) VALUE "00".
           88  AD-OPENINV-OK           VALUE "00".
           88  AD-OPENINV-NOTFOUND     VALUE "35".
       01  AD-ACHRETN-STATUS           PIC X(02) VALUE "00".
           88  AD-ACHRETN-OK           VALUE "00".
           88  AD-ACHRETN-EOF          VALUE "10".
           88  AD-ACHRETN-NOTFOUND     VALUE "35".
       01  AD-ACHDEBIT-STATUS          PIC X(02) VALUE "00".
           88  AD-ACHDEBIT-OK          VALUE "00".
       01  AD-ACHREMIT-STATUS          PIC X(02) VALUE "00".
           88  AD-ACHREMIT-OK          VALUE "00".
       01  AD-ACHNSF-STATUS            PIC X(02) VALUE "00".
           88  AD-ACHNSF-OK            VALUE "00".
       01  AD-ACHCTL-STATUS            PIC X(02) VALUE "00".
           88  AD-ACHCTL-OK            VALUE "00".
           88  AD-ACHCTL-EOF           VALUE "10".
           88  AD-ACHCTL-NOTFOUND      VALUE "35".

       01  AD-SWITCHES.
           05  AD-AUTOPAY-EOF-SWITCH   PIC X(01) VALUE "N".
               88  AD-AUTOPAY-END      VALUE "Y".
           05  AD-RETURN-EOF-SWITCH    PIC X(01) VALUE "N".
               88  AD-RETURN-END       VALUE "Y".
           05  AD-SCAN-DONE-SWITCH     PIC X(01) VALUE "N".
               88  AD-SCAN-DONE        VALUE "Y".
           05  AD-INVOICES-SWITCH      PIC X(01) VALUE "N".
               88  AD-INVOICES-OPEN    VALUE "Y".
           05  AD-MONTH-END-SWITCH     PIC X(01) VALUE "N".
               88  AD-LAST-DAY-OF-MONTH
                                       VALUE "Y".

      *-----------------------------------------------------------------
      * POLICY.  A NEW BANK ACCOUNT WAITS THIS MANY DAYS AFTER ITS
      * PRENOTE BEFORE IT IS DEBITED; AN ITEM FALLS DUE THIS MANY
      * DAYS AFTER ITS INVOICE DATE (THE SAME 30 DAYS FINCHG GRANTS
      * BEFORE CHARGING); A RETURNED DEBIT CARRIES THE NSF FEE.
      * BOTH ARE DATA ITEMS SO A POLICY CHANGE IS AN EDIT HERE.
      *-----------------------------------------------------------------
       01  AD-PRENOTE-DAYS             PIC 9(03) VALUE 10.
       01  AD-TERMS-DAYS               PIC 9(03) VALUE 30.
       01  AD-RETURN-FEE               PIC 9(05)V99 VALUE 25.00.

      *-----------------------------------------------------------------
      * ORIGINATOR IDENTIFICATION ON THE BANK FILE HEADER.  CCD IS
      * THE CORPORATE DEBIT ENTRY CLASS; 27 DEBITS A CHECKING
      * ACCOUNT AND 28 IS ITS PRENOTE.
      *-----------------------------------------------------------------
       01  AD-COMPANY-ID               PIC X(10) VALUE "ENTBATCH01".
       01  AD-COMPANY-NAME             PIC X(16) VALUE
           "ENTERPRISE BATCH".
       01  AD-ENTRY-CLASS              PIC X(03) VALUE "CCD".
       01  AD-DEBIT-TRAN-CODE          PIC X(02) VALUE "27".
       01  AD-PRENOTE-TRAN-CODE        PIC X(02) VALUE "28".

       01  AD-COUNTERS.
           05  AD-ENROLL-COUNT         PIC 9(04) COMP VALUE 0.
           05  AD-MAX-ENROLLS          PIC 9(04) COMP VALUE 2000.
           05  AD-ENROLL-IDX           PIC 9(04) COMP VALUE 0.
           05  AD-ENROLL-FOUND-IDX     PIC 9(04) COMP VALUE 0.
           05  AD-ITEM-COUNT           PIC 9(03) COMP VALUE 0.
           05  AD-MAX-ITEMS            PIC 9(03) COMP VALUE 100.
           05  AD-ITEM-IDX             PIC 9(03) COMP VALUE 0.
           05  AD-ENTRY-COUNT          PIC 9(07) COMP VALUE 0.
           05  AD-DEBIT-COUNT          PIC 9(05) COMP VALUE 0.
           05  AD-PRENOTE-COUNT        PIC 9(05) COMP VALUE 0.
           05  AD-ACTIVATED-COUNT      PIC 9(05) COMP VALUE 0.
           05  AD-ITEMS-COLLECTED      PIC 9(07) COMP VALUE 0.
           05  AD-ITEMS-OVER-MAX       PIC 9(05) COMP VALUE 0.
           05  AD-RETURN-COUNT         PIC 9(05) COMP VALUE 0.
           05  AD-NSF-COUNT            PIC 9(05) COMP VALUE 0.
           05  AD-SUSPEND-COUNT        PIC 9(05) COMP VALUE 0.
           05  AD-UNMATCHED-RETURNS    PIC 9(05) COMP VALUE 0.
           05  AD-BAD-ENROLL-COUNT     PIC 9(05) COMP VALUE 0.

       01  AD-DATE-WORK.
           05  AD-RUN-DATE             PIC 9(08) VALUE 0.
           05  AD-RUN-DATE-PARTS REDEFINES AD-RUN-DATE.
               10  AD-RUN-YEAR         PIC 9(04).
               10  AD-RUN-MONTH        PIC 9(02).
               10  AD-RUN-DAY          PIC 9(02).
           05  AD-NEXT-DATE            PIC 9(08) VALUE 0.
           05  AD-NEXT-DATE-PARTS REDEFINES AD-NEXT-DATE.
               10  AD-NEXT-YEAR        PIC 9(04).
               10  AD-NEXT-MONTH       PIC 9(02).
               10  AD-NEXT-DAY         PIC 9(02).
           05  AD-RUN-INTEGER          PIC 9(07) VALUE 0.
           05  AD-PRENOTE-INTEGER      PIC 9(07) VALUE 0.
           05  AD-DUE-INTEGER          PIC 9(07) VALUE 0.

       01  AD-WORK-FIELDS.
           05  AD-NEXT-TRACE           PIC 9(07) VALUE 0.
           05  AD-TRACE-REF.
               10  FILLER              PIC X(03) VALUE "ACH".
               10  AD-TRACE-NUMBER     PIC 9(07) VALUE 0.
           05  AD-DEBIT-AMOUNT         PIC 9(07)V99 VALUE 0.

       01  AD-RUN-TOTALS.
           05  AD-DEBIT-TOTAL          PIC 9(11)V99 COMP-3 VALUE 0.
           05  AD-ROUTING-HASH         PIC 9(12) COMP-3 VALUE 0.
           05  AD-RETURN-TOTAL         PIC 9(09)V99 COMP-3 VALUE 0.

       01  AD-ENROLL-TABLE.
           05  AD-ENROLL-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON AD-ENROLL-COUNT
                   INDEXED BY AD-EN-IDX.
               10  AD-EN-CUSTOMER-ID   PIC 9(06).
               10  AD-EN-ROUTING       PIC 9(09).
               10  AD-EN-ACCOUNT       PIC X(17).
               10  AD-EN-DEBIT-DAY     PIC 9(02).
               10  AD-EN-MAX-DEBIT     PIC 9(07)V99.
               10  AD-EN-STATUS        PIC X(01).
               10  AD-EN-PRENOTE-DATE  PIC 9(08).
               10  AD-EN-LAST-DEBIT    PIC 9(08).
               10  AD-EN-RETURN-CODE   PIC X(03).

      *-----------------------------------------------------------------
      * THE ITEMS ONE DEBIT COLLECTS, HELD UNTIL THE DEBIT TOTAL IS
      * KNOWN FOR THE LOCKBOX CHECK RECORD THAT PRECEDES THEM.
      *-----------------------------------------------------------------
       01  AD-ITEM-TABLE.
           05  AD-ITEM-ENTRY OCCURS 100 TIMES.
               10  AD-IT-INVOICE       PIC 9(06).
               10  AD-IT-AMOUNT        PIC 9(07)V99.

      *-----------------------------------------------------------------
      * BANK DEBIT FILE RECORDS - ONE "H" HEADER, ONE "D" ENTRY PER
      * DEBIT OR PRENOTE, ONE "T" TRAILER WITH THE ENTRY COUNT, THE
      * DEBIT TOTAL AND THE HASH OF THE ROUTING NUMBERS, IN THE
      * FIXED FORMAT THE BANK'S ORIGINATION SERVICE EXPECTS.
      *-----------------------------------------------------------------
       01  AD-BANK-HEADER.
           05  AD-BH-RECORD-TYPE       PIC X(01) VALUE "H".
           05  AD-BH-COMPANY-ID        PIC X(10).
           05  AD-BH-COMPANY-NAME      PIC X(16).
           05  AD-BH-ENTRY-CLASS       PIC X(03).
           05  AD-BH-CREATE-DATE       PIC 9(08).
           05  AD-BH-EFFECTIVE-DATE    PIC 9(08).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  AD-BANK-DETAIL.
           05  AD-BD-RECORD-TYPE       PIC X(01) VALUE "D".
           05  AD-BD-TRAN-CODE         PIC X(02).
           05  AD-BD-CUSTOMER-ID       PIC 9(06).
           05  AD-BD-ROUTING           PIC 9(09).
           05  AD-BD-ACCOUNT           PIC X(17).
           05  AD-BD-AMOUNT            PIC 9(07)V99.
           05  AD-BD-TRACE-REF         PIC X(10).
           05  AD-BD-PRENOTE-FLAG      PIC X(01).
           05  AD-BD-EFFECTIVE-DATE    PIC 9(08).
           05  FILLER                  PIC X(17) VALUE SPACES.

       01  AD-BANK-TRAILER.
           05  AD-BT-RECORD-TYPE       PIC X(01) VALUE "T".
           05  AD-BT-ENTRY-COUNT       PIC 9(07).
           05  AD-BT-DEBIT-TOTAL       PIC 9(11)V99.
           05  AD-BT-ROUTING-HASH      PIC 9(10).
           05  FILLER                  PIC X(49) VALUE SPACES.

       01  AD-DEBIT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "DEBIT ".
           05  AD-DL-TRACE-REF         PIC X(10).
           05  FILLER                  PIC X(07) VALUE "  CUST ".
           05  AD-DL-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AD-DL-AMOUNT            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AD-DL-ITEMS             PIC ZZ9.
           05  FILLER                  PIC X(06) VALUE " ITEMS".

       01  AD-NOTE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AD-NL-ACTION            PIC X(16).
           05  FILLER                  PIC X(05) VALUE "CUST ".
           05  AD-NL-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AD-NL-TEXT              PIC X(40).

       01  AD-RETURN-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "RETURN ".
           05  AD-RL-TRACE-REF         PIC X(10).
           05  FILLER                  PIC X(07) VALUE "  CUST ".
           05  AD-RL-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AD-RL-AMOUNT            PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AD-RL-RETURN-CODE       PIC X(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AD-RL-NSF-ACTION        PIC X(12).
           05  AD-RL-ENROLL-ACTION     PIC X(12).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RETURNS
           IF AD-ENROLL-COUNT > 0
               PERFORM 3000-PROCESS-ONE-ENROLLMENT
                   VARYING AD-ENROLL-IDX FROM 1 BY 1
                   UNTIL AD-ENROLL-IDX > AD-ENROLL-COUNT
           END-IF
           PERFORM 4000-WRITE-BANK-TRAILER
           PERFORM 5000-REWRITE-FILES
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "ACHDEBIT" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "ACHDEBIT" TO RH-PROGRAM-NAME
           MOVE "CUSTOMER AUTO-DEBIT REGISTER" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           MOVE RH-RUN-DATE TO AD-RUN-DATE
           COMPUTE AD-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(AD-RUN-DATE)
           COMPUTE AD-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(AD-RUN-INTEGER + 1)
           IF AD-NEXT-DAY = 1
               SET AD-LAST-DAY-OF-MONTH TO TRUE
           END-IF
           PERFORM 1100-LOAD-ENROLLMENTS
           PERFORM 1200-GET-NEXT-TRACE
           OPEN INPUT OPEN-INVOICE-FILE
           IF AD-OPENINV-NOTFOUND
               DISPLAY "ACHDEBIT: NO OPEN INVOICE FILE - NO ITEMS "
                   "TO COLLECT"
           ELSE
               IF NOT AD-OPENINV-OK
                   MOVE "ACHDEBIT" TO AB-PROGRAM-ID
                   MOVE "OPENINV" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AD-OPENINV-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               SET AD-INVOICES-OPEN TO TRUE
           END-IF
           OPEN OUTPUT ACH-DEBIT-FILE
           IF NOT AD-ACHDEBIT-OK
               MOVE "ACHDEBIT" TO AB-PROGRAM-ID
               MOVE "ACHDEBIT" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AD-ACHDEBIT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN OUTPUT ACH-REMIT-FILE
           IF NOT AD-ACHREMIT-OK
               MOVE "ACHDEBIT" TO AB-PROGRAM-ID
               MOVE "ACHREMIT" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AD-ACHREMIT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN OUTPUT ACH-NSF-FILE
           IF NOT AD-ACHNSF-OK
               MOVE "ACHDEBIT" TO AB-PROGRAM-ID
               MOVE "ACHNSF" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AD-ACHNSF-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE AD-COMPANY-ID TO AD-BH-COMPANY-ID
           MOVE AD-COMPANY-NAME TO AD-BH-COMPANY-NAME
           MOVE AD-ENTRY-CLASS TO AD-BH-ENTRY-CLASS
           MOVE AD-RUN-DATE TO AD-BH-CREATE-DATE
           MOVE AD-RUN-DATE TO AD-BH-EFFECTIVE-DATE
           WRITE ACH-DEBIT-RECORD FROM AD-BANK-HEADER.

      *-----------------------------------------------------------------
      * THE ENROLLMENT FILE IS REWRITTEN FROM THIS TABLE AT END OF
      * RUN, SO A FILE THAT OUTGROWS THE TABLE MUST STOP THE RUN.  A
      * MISSING FILE MEANS NO ONE IS ENROLLED YET; RETURNS ARE STILL
      * PASSED TO THE NSF RUN.
      *-----------------------------------------------------------------
       1100-LOAD-ENROLLMENTS.
           MOVE 1 TO AD-ENROLL-COUNT
           OPEN INPUT AUTOPAY-FILE
           IF AD-AUTOPAY-NOTFOUND
               SET AD-AUTOPAY-END TO TRUE
               DISPLAY "ACHDEBIT: NO AUTO-PAY ENROLLMENT FILE - "
                   "NO CUSTOMERS ENROLLED"
           ELSE
               IF NOT AD-AUTOPAY-OK AND NOT AD-AUTOPAY-EOF
                   MOVE "ACHDEBIT" TO AB-PROGRAM-ID
                   MOVE "AUTOPAY" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AD-AUTOPAY-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-ENROLLMENT
               PERFORM 1110-STORE-ENROLLMENT
                   UNTIL AD-AUTOPAY-END
                       OR AD-ENROLL-COUNT > AD-MAX-ENROLLS
               IF NOT AD-AUTOPAY-END
                   DISPLAY "ACHDEBIT: ENROLLMENT TABLE FULL AT "
                       AD-MAX-ENROLLS " - RUN STOPPED BEFORE THE "
                       "REWRITE COULD TRUNCATE THE FILE"
                   MOVE "ACHDEBIT" TO AB-PROGRAM-ID
                   MOVE "AUTOPAY" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE AD-AUTOPAY-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE AUTOPAY-FILE
           END-IF
           IF AD-ENROLL-COUNT > 1
               SUBTRACT 1 FROM AD-ENROLL-COUNT
           ELSE
               MOVE 0 TO AD-ENROLL-COUNT
           END-IF.

       1110-STORE-ENROLLMENT.
           MOVE AP-CUSTOMER-ID TO AD-EN-CUSTOMER-ID (AD-ENROLL-COUNT)
           MOVE AP-ROUTING-NUMBER TO AD-EN-ROUTING (AD-ENROLL-COUNT)
           MOVE AP-ACCOUNT-NUMBER TO AD-EN-ACCOUNT (AD-ENROLL-COUNT)
           MOVE AP-DEBIT-DAY TO AD-EN-DEBIT-DAY (AD-ENROLL-COUNT)
           MOVE AP-MAX-DEBIT TO AD-EN-MAX-DEBIT (AD-ENROLL-COUNT)
           MOVE AP-STATUS TO AD-EN-STATUS (AD-ENROLL-COUNT)
           MOVE AP-PRENOTE-DATE
               TO AD-EN-PRENOTE-DATE (AD-ENROLL-COUNT)
           MOVE AP-LAST-DEBIT-DATE
               TO AD-EN-LAST-DEBIT (AD-ENROLL-COUNT)
           MOVE AP-LAST-RETURN-CODE
               TO AD-EN-RETURN-CODE (AD-ENROLL-COUNT)
           ADD 1 TO AD-ENROLL-COUNT
           PERFORM 1190-READ-ENROLLMENT.

       1190-READ-ENROLLMENT.
           READ AUTOPAY-FILE
               AT END
                   SET AD-AUTOPAY-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE NEXT TRACE NUMBER LIVES ON THE ACHCTL CONTROL RECORD SO
      * NO TWO DEBITS EVER SHARE A REFERENCE - THE NSF RUN FINDS A
      * RETURNED DEBIT'S APPLICATIONS BY IT.
      *-----------------------------------------------------------------
       1200-GET-NEXT-TRACE.
           MOVE 1 TO AD-NEXT-TRACE
           OPEN INPUT TRACE-CONTROL
           IF NOT AD-ACHCTL-NOTFOUND
               IF NOT AD-ACHCTL-OK AND NOT AD-ACHCTL-EOF
                   MOVE "ACHDEBIT" TO AB-PROGRAM-ID
                   MOVE "ACHCTL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AD-ACHCTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ TRACE-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF TC-NEXT-TRACE-NUMBER > 0
                           MOVE TC-NEXT-TRACE-NUMBER TO AD-NEXT-TRACE
                       END-IF
               END-READ
               CLOSE TRACE-CONTROL
           END-IF.

      *-----------------------------------------------------------------
      * RETURNED DEBITS.  ONE THAT MOVED MONEY BECOMES AN NSF
      * TRANSACTION UNDER THE DEBIT'S TRACE REFERENCE - THE CHECK
      * REFERENCE CASHAPP LOGGED WHEN IT APPLIED THE DEBIT - SO
      * NSFPROC REOPENS THE ITEMS AND CHARGES THE FEE.  A RETURN
      * SAYING THE ACCOUNT CANNOT BE DEBITED, AND ANY RETURNED
      * PRENOTE, SUSPENDS THE ENROLLMENT UNTIL IT IS CORRECTED.
      *-----------------------------------------------------------------
       2000-PROCESS-RETURNS.
           OPEN INPUT ACH-RETURN-FILE
           IF AD-ACHRETN-NOTFOUND
               DISPLAY "ACHDEBIT: NO RETURNS FILE TONIGHT"
           ELSE
               IF NOT AD-ACHRETN-OK AND NOT AD-ACHRETN-EOF
                   MOVE "ACHDEBIT" TO AB-PROGRAM-ID
                   MOVE "ACHRETN" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AD-ACHRETN-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-RETURN
               PERFORM 2100-PROCESS-ONE-RETURN
                   UNTIL AD-RETURN-END
               CLOSE ACH-RETURN-FILE
           END-IF.

       2100-PROCESS-ONE-RETURN.
           ADD 1 TO AD-RETURN-COUNT
           MOVE RT-TRACE-REF TO AD-RL-TRACE-REF
           MOVE RT-CUSTOMER-ID TO AD-RL-CUSTOMER-ID
           MOVE RT-AMOUNT TO AD-RL-AMOUNT
           MOVE RT-RETURN-CODE TO AD-RL-RETURN-CODE
           MOVE SPACES TO AD-RL-NSF-ACTION
           MOVE SPACES TO AD-RL-ENROLL-ACTION
           IF RT-AMOUNT > 0
               MOVE SPACES TO NSF-TRANS-RECORD
               MOVE RT-TRACE-REF TO NT-CHECK-REF
               MOVE RT-CUSTOMER-ID TO NT-CUSTOMER-ID
               MOVE AD-RETURN-FEE TO NT-NSF-FEE
               MOVE RT-RETURN-DATE TO NT-NSF-DATE
               WRITE NSF-TRANS-RECORD
               ADD 1 TO AD-NSF-COUNT
               ADD RT-AMOUNT TO AD-RETURN-TOTAL
               MOVE "TO NSF RUN" TO AD-RL-NSF-ACTION
           END-IF
           PERFORM 2150-FIND-ENROLLMENT
           IF AD-ENROLL-FOUND-IDX = 0
               ADD 1 TO AD-UNMATCHED-RETURNS
               MOVE "NOT ENROLLED" TO AD-RL-ENROLL-ACTION
           ELSE
               IF RT-ACCOUNT-UNUSABLE OR RT-AMOUNT = 0
                   MOVE "S" TO AD-EN-STATUS (AD-ENROLL-FOUND-IDX)
                   MOVE RT-RETURN-CODE
                       TO AD-EN-RETURN-CODE (AD-ENROLL-FOUND-IDX)
                   ADD 1 TO AD-SUSPEND-COUNT
                   MOVE "SUSPENDED" TO AD-RL-ENROLL-ACTION
               END-IF
           END-IF
           DISPLAY AD-RETURN-LINE
           PERFORM 2900-READ-RETURN.

       2150-FIND-ENROLLMENT.
           MOVE 0 TO AD-ENROLL-FOUND-IDX
           PERFORM 2160-COMPARE-ENROLLMENT
               VARYING AD-ENROLL-IDX FROM 1 BY 1
               UNTIL AD-ENROLL-IDX > AD-ENROLL-COUNT
                   OR AD-ENROLL-FOUND-IDX NOT = 0.

       2160-COMPARE-ENROLLMENT.
           IF AD-EN-CUSTOMER-ID (AD-ENROLL-IDX) = RT-CUSTOMER-ID
               MOVE AD-ENROLL-IDX TO AD-ENROLL-FOUND-IDX
           END-IF.

       2900-READ-RETURN.
           READ ACH-RETURN-FILE
               AT END
                   SET AD-RETURN-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A NEW ENROLLMENT SENDS ITS PRENOTE; A PRENOTED ONE WHOSE
      * WAITING PERIOD HAS PASSED BECOMES ACTIVE AND MAY BE DEBITED
      * IN THE SAME RUN.  AN ACTIVE ENROLLMENT IS DEBITED ON ITS
      * DEBIT DAY - OR ON THE LAST DAY OF A MONTH TOO SHORT TO HAVE
      * IT - AND NEVER TWICE ON THE SAME DATE.
      *-----------------------------------------------------------------
       3000-PROCESS-ONE-ENROLLMENT.
           IF AD-EN-DEBIT-DAY (AD-ENROLL-IDX) < 1
                   OR AD-EN-DEBIT-DAY (AD-ENROLL-IDX) > 31
                   OR AD-EN-ROUTING (AD-ENROLL-IDX) = 0
                   OR AD-EN-ACCOUNT (AD-ENROLL-IDX) = SPACES
               ADD 1 TO AD-BAD-ENROLL-COUNT
               MOVE "NOT PROCESSED" TO AD-NL-ACTION
               MOVE AD-EN-CUSTOMER-ID (AD-ENROLL-IDX)
                   TO AD-NL-CUSTOMER-ID
               MOVE "BAD DEBIT DAY OR BANK ACCOUNT" TO AD-NL-TEXT
               DISPLAY AD-NOTE-LINE
           ELSE
               EVALUATE AD-EN-STATUS (AD-ENROLL-IDX)
                   WHEN "N"
                       PERFORM 3100-SEND-PRENOTE
                   WHEN "P"
                       PERFORM 3200-ADVANCE-PRENOTE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF AD-EN-STATUS (AD-ENROLL-IDX) = "A"
                       AND AD-EN-LAST-DEBIT (AD-ENROLL-IDX)
                           NOT = AD-RUN-DATE
                       AND AD-INVOICES-OPEN
                   IF AD-EN-DEBIT-DAY (AD-ENROLL-IDX) = AD-RUN-DAY
                       OR (AD-LAST-DAY-OF-MONTH
                           AND AD-EN-DEBIT-DAY (AD-ENROLL-IDX)
                               > AD-RUN-DAY)
                       PERFORM 3300-COLLECT-DUE-ITEMS
                   END-IF
               END-IF
           END-IF.

       3100-SEND-PRENOTE.
           MOVE AD-PRENOTE-TRAN-CODE TO AD-BD-TRAN-CODE
           MOVE 0 TO AD-BD-AMOUNT
           MOVE SPACES TO AD-BD-TRACE-REF
           MOVE "P" TO AD-BD-PRENOTE-FLAG
           PERFORM 3500-WRITE-BANK-ENTRY
           MOVE "P" TO AD-EN-STATUS (AD-ENROLL-IDX)
           MOVE AD-RUN-DATE TO AD-EN-PRENOTE-DATE (AD-ENROLL-IDX)
           ADD 1 TO AD-PRENOTE-COUNT
           MOVE "PRENOTE SENT" TO AD-NL-ACTION
           MOVE AD-EN-CUSTOMER-ID (AD-ENROLL-IDX) TO AD-NL-CUSTOMER-ID
           MOVE SPACES TO AD-NL-TEXT
           DISPLAY AD-NOTE-LINE.

       3200-ADVANCE-PRENOTE.
           IF AD-EN-PRENOTE-DATE (AD-ENROLL-IDX) NOT = 0
               COMPUTE AD-PRENOTE-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (AD-EN-PRENOTE-DATE (AD-ENROLL-IDX))
               IF AD-RUN-INTEGER - AD-PRENOTE-INTEGER
                       >= AD-PRENOTE-DAYS
                   MOVE "A" TO AD-EN-STATUS (AD-ENROLL-IDX)
                   ADD 1 TO AD-ACTIVATED-COUNT
                   MOVE "NOW ACTIVE" TO AD-NL-ACTION
                   MOVE AD-EN-CUSTOMER-ID (AD-ENROLL-IDX)
                       TO AD-NL-CUSTOMER-ID
                   MOVE SPACES TO AD-NL-TEXT
                   DISPLAY AD-NOTE-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THE CUSTOMER'S ITEMS ARE WALKED THROUGH THE ALTERNATE KEY.
      * AN OPEN, UNDISPUTED ITEM WITH A BALANCE THAT IS DUE BY TODAY
      * IS TAKEN WHOLE IF IT FITS UNDER THE MAXIMUM; ONE THAT DOES
      * NOT FIT IS LEFT FOR THE CUSTOMER TO PAY AND LISTED.
      *-----------------------------------------------------------------
       3300-COLLECT-DUE-ITEMS.
           MOVE 0 TO AD-ITEM-COUNT
           MOVE 0 TO AD-DEBIT-AMOUNT
           MOVE "N" TO AD-SCAN-DONE-SWITCH
           MOVE AD-EN-CUSTOMER-ID (AD-ENROLL-IDX)
               TO OI-CUSTOMER-ID OF OPEN-INVOICE-RECORD
           START OPEN-INVOICE-FILE
               KEY IS = OI-CUSTOMER-ID OF OPEN-INVOICE-RECORD
               INVALID KEY
                   SET AD-SCAN-DONE TO TRUE
           END-START
           PERFORM 3310-CONSIDER-ONE-ITEM
               UNTIL AD-SCAN-DONE
           IF AD-DEBIT-AMOUNT > 0
               PERFORM 3400-ISSUE-DEBIT
           END-IF.

       3310-CONSIDER-ONE-ITEM.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET AD-SCAN-DONE TO TRUE
           END-READ
           IF NOT AD-SCAN-DONE
               IF OI-CUSTOMER-ID OF OPEN-INVOICE-RECORD
                       NOT = AD-EN-CUSTOMER-ID (AD-ENROLL-IDX)
                   SET AD-SCAN-DONE TO TRUE
               ELSE
                   IF OI-OPEN OF OPEN-INVOICE-RECORD
                           AND OI-NOT-DISPUTED OF OPEN-INVOICE-RECORD
                           AND OI-OPEN-BALANCE OF OPEN-INVOICE-RECORD
                               > 0
                       COMPUTE AD-DUE-INTEGER =
                           FUNCTION INTEGER-OF-DATE
                               (OI-INVOICE-DATE
                                   OF OPEN-INVOICE-RECORD)
                           + AD-TERMS-DAYS
                       IF AD-DUE-INTEGER <= AD-RUN-INTEGER
                           PERFORM 3320-TAKE-ONE-ITEM
                       END-IF
                   END-IF
               END-IF
           END-IF.

       3320-TAKE-ONE-ITEM.
           IF (AD-EN-MAX-DEBIT (AD-ENROLL-IDX) > 0
                   AND AD-DEBIT-AMOUNT
                       + OI-OPEN-BALANCE OF OPEN-INVOICE-RECORD
                       > AD-EN-MAX-DEBIT (AD-ENROLL-IDX))
                   OR AD-ITEM-COUNT >= AD-MAX-ITEMS
               ADD 1 TO AD-ITEMS-OVER-MAX
               MOVE "ITEM NOT DEBITED" TO AD-NL-ACTION
               MOVE AD-EN-CUSTOMER-ID (AD-ENROLL-IDX)
                   TO AD-NL-CUSTOMER-ID
               MOVE SPACES TO AD-NL-TEXT
               STRING "INVOICE "
                      OI-INVOICE-NUMBER OF OPEN-INVOICE-RECORD
                      " OVER THE DEBIT MAXIMUM"
                   DELIMITED BY SIZE INTO AD-NL-TEXT
               DISPLAY AD-NOTE-LINE
           ELSE
               ADD 1 TO AD-ITEM-COUNT
               MOVE OI-INVOICE-NUMBER OF OPEN-INVOICE-RECORD
                   TO AD-IT-INVOICE (AD-ITEM-COUNT)
               MOVE OI-OPEN-BALANCE OF OPEN-INVOICE-RECORD
                   TO AD-IT-AMOUNT (AD-ITEM-COUNT)
               ADD OI-OPEN-BALANCE OF OPEN-INVOICE-RECORD
                   TO AD-DEBIT-AMOUNT
           END-IF.

      *-----------------------------------------------------------------
      * ONE DEBIT PER CUSTOMER: THE BANK ENTRY, THEN THE SAME DEBIT
      * AS A LOCKBOX CHECK WITH ONE REMITTANCE LINE PER ITEM.
      *-----------------------------------------------------------------
       3400-ISSUE-DEBIT.
           MOVE AD-NEXT-TRACE TO AD-TRACE-NUMBER
           ADD 1 TO AD-NEXT-TRACE
           MOVE AD-DEBIT-TRAN-CODE TO AD-BD-TRAN-CODE
           MOVE AD-DEBIT-AMOUNT TO AD-BD-AMOUNT
           MOVE AD-TRACE-REF TO AD-BD-TRACE-REF
           MOVE SPACE TO AD-BD-PRENOTE-FLAG
           PERFORM 3500-WRITE-BANK-ENTRY
           ADD AD-DEBIT-AMOUNT TO AD-DEBIT-TOTAL
           ADD 1 TO AD-DEBIT-COUNT
           MOVE SPACES TO LOCKBOX-RECORD
           MOVE "H" TO LB-RECORD-TYPE
           MOVE AD-EN-CUSTOMER-ID (AD-ENROLL-IDX) TO LB-CUSTOMER-ID
           MOVE AD-DEBIT-AMOUNT TO LB-CHECK-AMOUNT
           MOVE AD-TRACE-REF TO LB-CHECK-REF
           MOVE AD-RUN-DATE TO LB-CHECK-DATE
           WRITE LOCKBOX-RECORD
           PERFORM 3410-WRITE-REMITTANCE-LINE
               VARYING AD-ITEM-IDX FROM 1 BY 1
               UNTIL AD-ITEM-IDX > AD-ITEM-COUNT
           MOVE AD-RUN-DATE TO AD-EN-LAST-DEBIT (AD-ENROLL-IDX)
           MOVE AD-TRACE-REF TO AD-DL-TRACE-REF
           MOVE AD-EN-CUSTOMER-ID (AD-ENROLL-IDX) TO AD-DL-CUSTOMER-ID
           MOVE AD-DEBIT-AMOUNT TO AD-DL-AMOUNT
           MOVE AD-ITEM-COUNT TO AD-DL-ITEMS
           DISPLAY AD-DEBIT-LINE.

       3410-WRITE-REMITTANCE-LINE.
           MOVE SPACES TO LOCKBOX-RECORD
           MOVE "D" TO LB-RECORD-TYPE
           MOVE AD-IT-INVOICE (AD-ITEM-IDX) TO LB-INVOICE-NUMBER
           MOVE AD-IT-AMOUNT (AD-ITEM-IDX) TO LB-REMIT-AMOUNT
           WRITE LOCKBOX-RECORD
           ADD 1 TO AD-ITEMS-COLLECTED.

       3500-WRITE-BANK-ENTRY.
           MOVE AD-EN-CUSTOMER-ID (AD-ENROLL-IDX) TO AD-BD-CUSTOMER-ID
           MOVE AD-EN-ROUTING (AD-ENROLL-IDX) TO AD-BD-ROUTING
           MOVE AD-EN-ACCOUNT (AD-ENROLL-IDX) TO AD-BD-ACCOUNT
           MOVE AD-RUN-DATE TO AD-BD-EFFECTIVE-DATE
           WRITE ACH-DEBIT-RECORD FROM AD-BANK-DETAIL
           ADD 1 TO AD-ENTRY-COUNT
           ADD AD-EN-ROUTING (AD-ENROLL-IDX) TO AD-ROUTING-HASH.

      *-----------------------------------------------------------------
      * THE ROUTING HASH IS THE SUM OF THE ENTRIES' ROUTING NUMBERS,
      * KEPT TO ITS LOW-ORDER TEN DIGITS AS THE BANK SPECIFIES.
      *-----------------------------------------------------------------
       4000-WRITE-BANK-TRAILER.
           MOVE AD-ENTRY-COUNT TO AD-BT-ENTRY-COUNT
           MOVE AD-DEBIT-TOTAL TO AD-BT-DEBIT-TOTAL
           MOVE AD-ROUTING-HASH TO AD-BT-ROUTING-HASH
           WRITE ACH-DEBIT-RECORD FROM AD-BANK-TRAILER
           CLOSE ACH-DEBIT-FILE
           CLOSE ACH-REMIT-FILE
           CLOSE ACH-NSF-FILE
           IF AD-INVOICES-OPEN
               CLOSE OPEN-INVOICE-FILE
           END-IF.

       5000-REWRITE-FILES.
           OPEN OUTPUT AUTOPAY-FILE
           IF NOT AD-AUTOPAY-OK
               MOVE "ACHDEBIT" TO AB-PROGRAM-ID
               MOVE "AUTOPAY" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AD-AUTOPAY-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF AD-ENROLL-COUNT > 0
               PERFORM 5100-WRITE-ENROLLMENT
                   VARYING AD-ENROLL-IDX FROM 1 BY 1
                   UNTIL AD-ENROLL-IDX > AD-ENROLL-COUNT
           END-IF
           CLOSE AUTOPAY-FILE
           OPEN OUTPUT TRACE-CONTROL
           IF NOT AD-ACHCTL-OK
               MOVE "ACHDEBIT" TO AB-PROGRAM-ID
               MOVE "ACHCTL" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AD-ACHCTL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE SPACES TO TRACE-CONTROL-RECORD
           MOVE AD-NEXT-TRACE TO TC-NEXT-TRACE-NUMBER
           WRITE TRACE-CONTROL-RECORD
           CLOSE TRACE-CONTROL.

       5100-WRITE-ENROLLMENT.
           MOVE SPACES TO AUTOPAY-RECORD
           MOVE AD-EN-CUSTOMER-ID (AD-ENROLL-IDX) TO AP-CUSTOMER-ID
           MOVE AD-EN-ROUTING (AD-ENROLL-IDX) TO AP-ROUTING-NUMBER
           MOVE AD-EN-ACCOUNT (AD-ENROLL-IDX) TO AP-ACCOUNT-NUMBER
           MOVE AD-EN-DEBIT-DAY (AD-ENROLL-IDX) TO AP-DEBIT-DAY
           MOVE AD-EN-MAX-DEBIT (AD-ENROLL-IDX) TO AP-MAX-DEBIT
           MOVE AD-EN-STATUS (AD-ENROLL-IDX) TO AP-STATUS
           MOVE AD-EN-PRENOTE-DATE (AD-ENROLL-IDX) TO AP-PRENOTE-DATE
           MOVE AD-EN-LAST-DEBIT (AD-ENROLL-IDX) TO AP-LAST-DEBIT-DATE
           MOVE AD-EN-RETURN-CODE (AD-ENROLL-IDX)
               TO AP-LAST-RETURN-CODE
           WRITE AUTOPAY-RECORD.

       9000-TERMINATE.
           DISPLAY " "
           DISPLAY "DEBITS ISSUED:        " AD-DEBIT-COUNT
           DISPLAY "DEBIT TOTAL:          " AD-DEBIT-TOTAL
           DISPLAY "ITEMS COLLECTED:      " AD-ITEMS-COLLECTED
           DISPLAY "ITEMS OVER MAXIMUM:   " AD-ITEMS-OVER-MAX
           DISPLAY "PRENOTES SENT:        " AD-PRENOTE-COUNT
           DISPLAY "ENROLLMENTS ACTIVATED:" AD-ACTIVATED-COUNT
           DISPLAY "RETURNS RECEIVED:     " AD-RETURN-COUNT
           DISPLAY "RETURNS TO NSF RUN:   " AD-NSF-COUNT
           DISPLAY "RETURNED AMOUNT:      " AD-RETURN-TOTAL
           DISPLAY "ENROLLMENTS SUSPENDED:" AD-SUSPEND-COUNT
           DISPLAY "RETURNS NOT ENROLLED: " AD-UNMATCHED-RETURNS
           DISPLAY "BAD ENROLLMENTS:      " AD-BAD-ENROLL-COUNT
           PERFORM 8100-PRINT-REPORT-FOOTER
           IF AD-BAD-ENROLL-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE AD-ENROLL-COUNT TO RW-READ-COUNT
           MOVE AD-ENTRY-COUNT TO RW-WRITE-COUNT
           MOVE AD-BAD-ENROLL-COUNT TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM ACHDEBIT.
