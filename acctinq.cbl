      ******************************************************************
      * PROGRAM-ID.    ACCTINQ
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       SINGLE-CUSTOMER ACCOUNT INQUIRY.  READS THE
      *                INQSEL CONTROL RECORD (ONE CUSTOMER NUMBER) AND
      *                PRINTS, ON ONE REPORT, EVERYTHING THE AR FILES
      *                HOLD ABOUT THAT ACCOUNT: THE CUSTOMER MASTER
      *                (CREDIT LIMIT AND PARENT ACCOUNT INCLUDED),
      *                EVERY OPEN INVOICE ITEM WITH ITS DISPUTE CODE,
      *                THE ON-ACCOUNT DEPOSIT BALANCE, ANY ITEMS ON
      *                CREDIT HOLD, THE DUNNING LETTERS SENT, THE
      *                COLLECTOR'S NOTES AND PROMISES, AND THE
      *                PAYMENT-BEHAVIOR DAYS-TO-PAY SCORE.  THE DESK
      *                NO LONGER HAS TO RUN STMTPROG, AGERPT, CREDRPT,
      *                DUNNING AND COLLWORK AND PIECE THE ACCOUNT
      *                TOGETHER BY HAND.  A MISSING FILE PRINTS AS
      *                "NONE ON FILE" FOR ITS SECTION; NOTHING IS
      *                UPDATED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTINQ.
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
           SELECT SELECT-CONTROL ASSIGN TO "INQSEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQ-INQSEL-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS AQ-CUSTMAST-STATUS.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NUMBER
                   OF OPEN-INVOICE-RECORD
               ALTERNATE RECORD KEY IS OI-CUSTOMER-ID
                   OF OPEN-INVOICE-RECORD WITH DUPLICATES
               FILE STATUS IS AQ-OPENINV-STATUS.
           SELECT DEPOSIT-FILE ASSIGN TO "DEPOSITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQ-DEPOSITS-STATUS.
           SELECT CREDIT-HOLD-FILE ASSIGN TO "CREDHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQ-CREDHOLD-STATUS.
           SELECT LETTER-HISTORY ASSIGN TO "DUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQ-DUNHIST-STATUS.
           SELECT COLLECTION-NOTES ASSIGN TO "COLLNOTE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQ-COLLNOTE-STATUS.
           SELECT BEHAVIOR-FILE ASSIGN TO "PAYBEHAV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AQ-PAYBEHAV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SELECT-CONTROL
           RECORDING MODE IS F.
       01  SELECT-CONTROL-RECORD.
           05  SC-CUSTOMER-ID          PIC 9(06).
           05  FILLER                  PIC X(74).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  OPEN-INVOICE-FILE
           RECORDING MODE IS F.
       01  OPEN-INVOICE-RECORD.
           COPY OPENINV.

       FD  DEPOSIT-FILE
           RECORDING MODE IS F.
       01  DEPOSIT-RECORD.
           COPY DEPOSITS.

       FD  CREDIT-HOLD-FILE
           RECORDING MODE IS F.
       01  CREDIT-HOLD-RECORD.
           05  CH-INVOICE-NUMBER       PIC 9(06).
           05  CH-CUSTOMER-ID          PIC 9(06).
           05  CH-INVOICE-DATE         PIC 9(08).
           05  CH-INVOICE-AMOUNT       PIC S9(07)V99.
           05  CH-CREDIT-LIMIT         PIC 9(07)V99.
           05  CH-OVER-LIMIT           PIC S9(07)V99.
           05  FILLER                  PIC X(35).

       FD  LETTER-HISTORY
           RECORDING MODE IS F.
       01  LETTER-HISTORY-RECORD.
           05  DH-CUSTOMER-ID          PIC 9(06).
           05  DH-LETTER-LEVEL         PIC 9(01).
           05  DH-SENT-DATE            PIC 9(08).
           05  FILLER                  PIC X(65).

       FD  COLLECTION-NOTES
           RECORDING MODE IS F.
       01  COLLECTION-NOTE-RECORD.
           05  CL-CUSTOMER-ID          PIC 9(06).
           05  CL-COLLECTOR-ID         PIC X(08).
           05  CL-NOTE-TEXT            PIC X(40).
           05  CL-PROMISE-AMOUNT       PIC 9(07)V99.
           05  CL-PROMISE-DATE         PIC 9(08).
           05  CL-FOLLOWUP-DATE        PIC 9(08).
           05  CL-BROKEN-FLAG          PIC X(01).
               88  CL-PROMISE-BROKEN   VALUE "B".

       FD  BEHAVIOR-FILE
           RECORDING MODE IS F.
       01  BEHAVIOR-RECORD.
           05  BH-CUSTOMER-ID          PIC 9(06).
           05  BH-AVG-DAYS             PIC 9(03)V9.
           05  BH-TREND-DAYS           PIC S9(03)V9.
           05  BH-PAYMENT-COUNT        PIC 9(05).
           05  BH-LAST-UPDATE          PIC 9(08).
           05  FILLER                  PIC X(53).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  AQ-INQSEL-STATUS            PIC X(02) VALUE "00".
           88  AQ-INQSEL-OK            VALUE "00".
           88  AQ-INQSEL-EOF           VALUE "10".
       01  AQ-CUSTMAST-STATUS          PIC X(02) VALUE "00".
           88  AQ-CUSTMAST-OK          VALUE "00".
           88  AQ-CUSTMAST-NOTFOUND    VALUE "35".
       01  AQ-OPENINV-STATUS           PIC X(02) VALUE "00".
           88  AQ-OPENINV-OK           VALUE "00".
           88  AQ-OPENINV-NOTFOUND     VALUE "35".
       01  AQ-DEPOSITS-STATUS          PIC X(02) VALUE "00".
           88  AQ-DEPOSITS-OK          VALUE "00".
           88  AQ-DEPOSITS-EOF         VALUE "10".
           88  AQ-DEPOSITS-NOTFOUND    VALUE "35".
       01  AQ-CREDHOLD-STATUS          PIC X(02) VALUE "00".
           88  AQ-CREDHOLD-OK          VALUE "00".
           88  AQ-CREDHOLD-EOF         VALUE "10".
           88  AQ-CREDHOLD-NOTFOUND    VALUE "35".
       01  AQ-DUNHIST-STATUS           PIC X(02) VALUE "00".
           88  AQ-DUNHIST-OK           VALUE "00".
           88  AQ-DUNHIST-EOF          VALUE "10".
           88  AQ-DUNHIST-NOTFOUND     VALUE "35".
       01  AQ-COLLNOTE-STATUS          PIC X(02) VALUE "00".
           88  AQ-COLLNOTE-OK          VALUE "00".
           88  AQ-COLLNOTE-EOF         VALUE "10".
           88  AQ-COLLNOTE-NOTFOUND    VALUE "35".
       01  AQ-PAYBEHAV-STATUS          PIC X(02) VALUE "00".
           88  AQ-PAYBEHAV-OK          VALUE "00".
           88  AQ-PAYBEHAV-EOF         VALUE "10".
           88  AQ-PAYBEHAV-NOTFOUND    VALUE "35".

       01  AQ-SWITCHES.
           05  AQ-SCAN-DONE-SWITCH     PIC X(01) VALUE "N".
               88  AQ-SCAN-DONE        VALUE "Y".
           05  AQ-CUSTOMER-SWITCH      PIC X(01) VALUE "N".
               88  AQ-CUSTOMER-FOUND   VALUE "Y".

       01  AQ-SEL-CUSTOMER-ID          PIC 9(06) VALUE 0.

       01  AQ-COUNTERS.
           05  AQ-SECTION-COUNT        PIC 9(05) COMP VALUE 0.
           05  AQ-ITEM-COUNT           PIC 9(05) COMP VALUE 0.
           05  AQ-DISPUTED-COUNT       PIC 9(05) COMP VALUE 0.

       01  AQ-TOTALS.
           05  AQ-OPEN-TOTAL           PIC S9(09)V99 COMP-3 VALUE 0.
           05  AQ-DISPUTED-TOTAL       PIC S9(09)V99 COMP-3 VALUE 0.
           05  AQ-DEPOSIT-TOTAL        PIC S9(09)V99 COMP-3 VALUE 0.
           05  AQ-HOLD-TOTAL           PIC S9(09)V99 COMP-3 VALUE 0.
           05  AQ-NET-EXPOSURE         PIC S9(09)V99 COMP-3 VALUE 0.

       01  AQ-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "--- ".
           05  AQ-SL-TITLE             PIC X(40).

       01  AQ-MASTER-LINE-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER  ".
           05  AQ-M1-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AQ-M1-CUSTOMER-NAME     PIC X(25).
           05  FILLER                  PIC X(09) VALUE "  STATUS ".
           05  AQ-M1-STATUS-CODE       PIC X(01).
           05  FILLER                  PIC X(06) VALUE "  VIP ".
           05  AQ-M1-VIP               PIC X(01).
           05  FILLER                  PIC X(11) VALUE "  LIFETIME ".
           05  AQ-M1-LIFETIME          PIC X(01).
       01  AQ-MASTER-LINE-2.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  AQ-M2-ADDRESS           PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AQ-M2-CITY              PIC X(15).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AQ-M2-STATE             PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AQ-M2-ZIP               PIC 9(05).
       01  AQ-MASTER-LINE-3.
           05  FILLER                  PIC X(11) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE "CREDIT LIMIT  ".
           05  AQ-M3-CREDIT-LIMIT      PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(18) VALUE
               "   PARENT ACCOUNT ".
           05  AQ-M3-PARENT-ID         PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AQ-M3-PARENT-NOTE       PIC X(12).

       01  AQ-INVOICE-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AQ-IL-INVOICE-NUMBER    PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AQ-IL-INVOICE-DATE      PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AQ-IL-INVOICE-AMOUNT    PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AQ-IL-OPEN-BALANCE      PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AQ-IL-STATUS            PIC X(01).
           05  FILLER                  PIC X(10) VALUE "  DISPUTE ".
           05  AQ-IL-DISPUTE-CODE      PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AQ-IL-DISPUTE-DATE      PIC X(08).

       01  AQ-DEPOSIT-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "ON-ACCOUNT BALANCE  ".
           05  AQ-DL-BALANCE           PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(17) VALUE
               "   LAST ACTIVITY ".
           05  AQ-DL-LAST-ACTIVITY     PIC 9(08).

       01  AQ-HOLD-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AQ-HL-INVOICE-NUMBER    PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AQ-HL-INVOICE-DATE      PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AQ-HL-INVOICE-AMOUNT    PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X(08) VALUE "  LIMIT ".
           05  AQ-HL-CREDIT-LIMIT      PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(07) VALUE "  OVER ".
           05  AQ-HL-OVER-LIMIT        PIC $$,$$$,$$9.99-.

       01  AQ-LETTER-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "LEVEL ".
           05  AQ-LL-LEVEL             PIC 9(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AQ-LL-LEVEL-NAME        PIC X(14).
           05  FILLER                  PIC X(06) VALUE " SENT ".
           05  AQ-LL-SENT-DATE         PIC 9(08).

       01  AQ-NOTE-LINE-1.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AQ-NL-COLLECTOR-ID      PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AQ-NL-NOTE-TEXT         PIC X(40).
       01  AQ-NOTE-LINE-2.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "PROMISE ".
           05  AQ-NL-PROMISE-AMOUNT    PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(04) VALUE " BY ".
           05  AQ-NL-PROMISE-DATE      PIC 9(08).
           05  FILLER                  PIC X(12) VALUE "  FOLLOW-UP ".
           05  AQ-NL-FOLLOWUP-DATE     PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AQ-NL-BROKEN            PIC X(06).

       01  AQ-BEHAVIOR-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE "AVG DAYS TO ".
           05  FILLER                  PIC X(05) VALUE "PAY  ".
           05  AQ-BL-AVG-DAYS          PIC ZZ9.9.
           05  FILLER                  PIC X(09) VALUE "  TREND  ".
           05  AQ-BL-TREND-DAYS        PIC ZZ9.9-.
           05  FILLER                  PIC X(12) VALUE "  PAYMENTS  ".
           05  AQ-BL-PAYMENT-COUNT     PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10) VALUE "  AS OF   ".
           05  AQ-BL-LAST-UPDATE       PIC 9(08).

       01  AQ-SUMMARY-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AQ-SM-LABEL             PIC X(28).
           05  AQ-SM-AMOUNT            PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PRINT-CUSTOMER-MASTER
           PERFORM 2100-PRINT-OPEN-INVOICES
           PERFORM 2200-PRINT-DEPOSIT-BALANCE
           PERFORM 2300-PRINT-CREDIT-HOLDS
           PERFORM 2400-PRINT-DUNNING-LETTERS
           PERFORM 2500-PRINT-COLLECTION-NOTES
           PERFORM 2600-PRINT-BEHAVIOR-SCORE
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN INPUT SELECT-CONTROL
           IF NOT AQ-INQSEL-OK AND NOT AQ-INQSEL-EOF
               MOVE "ACCTINQ" TO AB-PROGRAM-ID
               MOVE "INQSEL" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE AQ-INQSEL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           READ SELECT-CONTROL
               AT END
                   DISPLAY "ACCTINQ: NO INQUIRY CONTROL RECORD"
               NOT AT END
                   MOVE SC-CUSTOMER-ID TO AQ-SEL-CUSTOMER-ID
           END-READ
           CLOSE SELECT-CONTROL
           MOVE "ACCTINQ" TO RH-PROGRAM-NAME
           MOVE "CUSTOMER ACCOUNT INQUIRY" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           DISPLAY "ACCOUNT INQUIRY FOR CUSTOMER: " AQ-SEL-CUSTOMER-ID.

       2000-PRINT-CUSTOMER-MASTER.
           MOVE "CUSTOMER MASTER" TO AQ-SL-TITLE
           DISPLAY " "
           DISPLAY AQ-SECTION-LINE
           OPEN INPUT CUSTOMER-MASTER
           IF AQ-CUSTMAST-NOTFOUND
               DISPLAY "   NONE ON FILE"
           ELSE
               IF NOT AQ-CUSTMAST-OK
                   MOVE "ACCTINQ" TO AB-PROGRAM-ID
                   MOVE "CUSTMAST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AQ-CUSTMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               MOVE AQ-SEL-CUSTOMER-ID
                   TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               READ CUSTOMER-MASTER
                   INVALID KEY
                       DISPLAY "   CUSTOMER NOT ON MASTER"
                   NOT INVALID KEY
                       SET AQ-CUSTOMER-FOUND TO TRUE
                       PERFORM 2010-FORMAT-MASTER-LINES
               END-READ
               CLOSE CUSTOMER-MASTER
           END-IF.

       2010-FORMAT-MASTER-LINES.
           MOVE CM-CUSTOMER-ID TO AQ-M1-CUSTOMER-ID
           MOVE CM-CUSTOMER-NAME TO AQ-M1-CUSTOMER-NAME
           MOVE CM-STATUS-CODE TO AQ-M1-STATUS-CODE
           MOVE CM-VIP-MEMBER TO AQ-M1-VIP
           MOVE CM-LIFE-TIME-MEMBER TO AQ-M1-LIFETIME
           MOVE CM-CUSTOMER-ADDRESS TO AQ-M2-ADDRESS
           MOVE CM-CUSTOMER-CITY TO AQ-M2-CITY
           MOVE CM-CUSTOMER-STATE TO AQ-M2-STATE
           MOVE CM-CUSTOMER-ZIP TO AQ-M2-ZIP
           MOVE CM-CREDIT-LIMIT TO AQ-M3-CREDIT-LIMIT
           MOVE CM-PARENT-ID TO AQ-M3-PARENT-ID
           IF CM-PARENT-ID = 0
               MOVE "(NO PARENT)" TO AQ-M3-PARENT-NOTE
           ELSE
               MOVE SPACES TO AQ-M3-PARENT-NOTE
           END-IF
           DISPLAY AQ-MASTER-LINE-1
           DISPLAY AQ-MASTER-LINE-2
           DISPLAY AQ-MASTER-LINE-3.

      *-----------------------------------------------------------------
      * OPEN ITEMS ARE READ THROUGH THE CUSTOMER ALTERNATE KEY, SO
      * ONLY THIS ACCOUNT'S RECORDS ARE TOUCHED.
      *-----------------------------------------------------------------
       2100-PRINT-OPEN-INVOICES.
           MOVE "OPEN INVOICE ITEMS" TO AQ-SL-TITLE
           DISPLAY " "
           DISPLAY AQ-SECTION-LINE
           MOVE 0 TO AQ-SECTION-COUNT
           OPEN INPUT OPEN-INVOICE-FILE
           IF AQ-OPENINV-NOTFOUND
               DISPLAY "   NONE ON FILE"
           ELSE
               IF NOT AQ-OPENINV-OK
                   MOVE "ACCTINQ" TO AB-PROGRAM-ID
                   MOVE "OPENINV" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AQ-OPENINV-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               MOVE "N" TO AQ-SCAN-DONE-SWITCH
               MOVE AQ-SEL-CUSTOMER-ID
                   TO OI-CUSTOMER-ID OF OPEN-INVOICE-RECORD
               START OPEN-INVOICE-FILE
                   KEY IS = OI-CUSTOMER-ID OF OPEN-INVOICE-RECORD
                   INVALID KEY
                       SET AQ-SCAN-DONE TO TRUE
               END-START
               PERFORM 2110-LIST-ONE-OPEN-ITEM
                   UNTIL AQ-SCAN-DONE
               CLOSE OPEN-INVOICE-FILE
               IF AQ-SECTION-COUNT = 0
                   DISPLAY "   NO OPEN INVOICE ITEMS"
               END-IF
           END-IF.

       2110-LIST-ONE-OPEN-ITEM.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET AQ-SCAN-DONE TO TRUE
           END-READ
           IF NOT AQ-SCAN-DONE
               IF OI-CUSTOMER-ID OF OPEN-INVOICE-RECORD
                       NOT = AQ-SEL-CUSTOMER-ID
                   SET AQ-SCAN-DONE TO TRUE
               ELSE
                   MOVE OI-INVOICE-NUMBER TO AQ-IL-INVOICE-NUMBER
                   MOVE OI-INVOICE-DATE TO AQ-IL-INVOICE-DATE
                   MOVE OI-INVOICE-AMOUNT TO AQ-IL-INVOICE-AMOUNT
                   MOVE OI-OPEN-BALANCE TO AQ-IL-OPEN-BALANCE
                   MOVE OI-STATUS TO AQ-IL-STATUS
                   MOVE OI-DISPUTE-CODE TO AQ-IL-DISPUTE-CODE
                   IF OI-NOT-DISPUTED
                       MOVE SPACES TO AQ-IL-DISPUTE-DATE
                   ELSE
                       MOVE OI-DISPUTE-DATE TO AQ-IL-DISPUTE-DATE
                       IF OI-OPEN
                           ADD 1 TO AQ-DISPUTED-COUNT
                           ADD OI-OPEN-BALANCE TO AQ-DISPUTED-TOTAL
                       END-IF
                   END-IF
                   IF OI-OPEN
                       ADD OI-OPEN-BALANCE TO AQ-OPEN-TOTAL
                   END-IF
                   DISPLAY AQ-INVOICE-LINE
                   ADD 1 TO AQ-SECTION-COUNT
                   ADD 1 TO AQ-ITEM-COUNT
               END-IF
           END-IF.

       2200-PRINT-DEPOSIT-BALANCE.
           MOVE "ON-ACCOUNT DEPOSITS" TO AQ-SL-TITLE
           DISPLAY " "
           DISPLAY AQ-SECTION-LINE
           MOVE 0 TO AQ-SECTION-COUNT
           MOVE "N" TO AQ-SCAN-DONE-SWITCH
           OPEN INPUT DEPOSIT-FILE
           IF AQ-DEPOSITS-NOTFOUND
               DISPLAY "   NONE ON FILE"
           ELSE
               IF NOT AQ-DEPOSITS-OK AND NOT AQ-DEPOSITS-EOF
                   MOVE "ACCTINQ" TO AB-PROGRAM-ID
                   MOVE "DEPOSITS" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AQ-DEPOSITS-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2210-CHECK-ONE-DEPOSIT
                   UNTIL AQ-SCAN-DONE
               CLOSE DEPOSIT-FILE
               IF AQ-SECTION-COUNT = 0
                   DISPLAY "   NO DEPOSIT ON ACCOUNT"
               END-IF
           END-IF.

       2210-CHECK-ONE-DEPOSIT.
           READ DEPOSIT-FILE
               AT END
                   SET AQ-SCAN-DONE TO TRUE
           END-READ
           IF NOT AQ-SCAN-DONE
                   AND DP-CUSTOMER-ID = AQ-SEL-CUSTOMER-ID
               MOVE DP-DEPOSIT-BALANCE TO AQ-DL-BALANCE
               MOVE DP-LAST-ACTIVITY TO AQ-DL-LAST-ACTIVITY
               DISPLAY AQ-DEPOSIT-LINE
               ADD DP-DEPOSIT-BALANCE TO AQ-DEPOSIT-TOTAL
               ADD 1 TO AQ-SECTION-COUNT
               ADD 1 TO AQ-ITEM-COUNT
           END-IF.

       2300-PRINT-CREDIT-HOLDS.
           MOVE "ITEMS ON CREDIT HOLD" TO AQ-SL-TITLE
           DISPLAY " "
           DISPLAY AQ-SECTION-LINE
           MOVE 0 TO AQ-SECTION-COUNT
           MOVE "N" TO AQ-SCAN-DONE-SWITCH
           OPEN INPUT CREDIT-HOLD-FILE
           IF AQ-CREDHOLD-NOTFOUND
               DISPLAY "   NONE ON FILE"
           ELSE
               IF NOT AQ-CREDHOLD-OK AND NOT AQ-CREDHOLD-EOF
                   MOVE "ACCTINQ" TO AB-PROGRAM-ID
                   MOVE "CREDHOLD" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AQ-CREDHOLD-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2310-CHECK-ONE-HOLD
                   UNTIL AQ-SCAN-DONE
               CLOSE CREDIT-HOLD-FILE
               IF AQ-SECTION-COUNT = 0
                   DISPLAY "   NOTHING ON CREDIT HOLD"
               END-IF
           END-IF.

       2310-CHECK-ONE-HOLD.
           READ CREDIT-HOLD-FILE
               AT END
                   SET AQ-SCAN-DONE TO TRUE
           END-READ
           IF NOT AQ-SCAN-DONE
                   AND CH-CUSTOMER-ID = AQ-SEL-CUSTOMER-ID
               MOVE CH-INVOICE-NUMBER TO AQ-HL-INVOICE-NUMBER
               MOVE CH-INVOICE-DATE TO AQ-HL-INVOICE-DATE
               MOVE CH-INVOICE-AMOUNT TO AQ-HL-INVOICE-AMOUNT
               MOVE CH-CREDIT-LIMIT TO AQ-HL-CREDIT-LIMIT
               MOVE CH-OVER-LIMIT TO AQ-HL-OVER-LIMIT
               DISPLAY AQ-HOLD-LINE
               ADD CH-INVOICE-AMOUNT TO AQ-HOLD-TOTAL
               ADD 1 TO AQ-SECTION-COUNT
               ADD 1 TO AQ-ITEM-COUNT
           END-IF.

       2400-PRINT-DUNNING-LETTERS.
           MOVE "DUNNING LETTERS SENT" TO AQ-SL-TITLE
           DISPLAY " "
           DISPLAY AQ-SECTION-LINE
           MOVE 0 TO AQ-SECTION-COUNT
           MOVE "N" TO AQ-SCAN-DONE-SWITCH
           OPEN INPUT LETTER-HISTORY
           IF AQ-DUNHIST-NOTFOUND
               DISPLAY "   NONE ON FILE"
           ELSE
               IF NOT AQ-DUNHIST-OK AND NOT AQ-DUNHIST-EOF
                   MOVE "ACCTINQ" TO AB-PROGRAM-ID
                   MOVE "DUNHIST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AQ-DUNHIST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2410-CHECK-ONE-LETTER
                   UNTIL AQ-SCAN-DONE
               CLOSE LETTER-HISTORY
               IF AQ-SECTION-COUNT = 0
                   DISPLAY "   NO LETTERS SENT"
               END-IF
           END-IF.

       2410-CHECK-ONE-LETTER.
           READ LETTER-HISTORY
               AT END
                   SET AQ-SCAN-DONE TO TRUE
           END-READ
           IF NOT AQ-SCAN-DONE
                   AND DH-CUSTOMER-ID = AQ-SEL-CUSTOMER-ID
               MOVE DH-LETTER-LEVEL TO AQ-LL-LEVEL
               EVALUATE DH-LETTER-LEVEL
                   WHEN 1
                       MOVE "REMINDER" TO AQ-LL-LEVEL-NAME
                   WHEN 2
                       MOVE "DEMAND" TO AQ-LL-LEVEL-NAME
                   WHEN 3
                       MOVE "FINAL NOTICE" TO AQ-LL-LEVEL-NAME
                   WHEN OTHER
                       MOVE "UNKNOWN LEVEL" TO AQ-LL-LEVEL-NAME
               END-EVALUATE
               MOVE DH-SENT-DATE TO AQ-LL-SENT-DATE
               DISPLAY AQ-LETTER-LINE
               ADD 1 TO AQ-SECTION-COUNT
               ADD 1 TO AQ-ITEM-COUNT
           END-IF.

       2500-PRINT-COLLECTION-NOTES.
           MOVE "COLLECTION NOTES AND PROMISES" TO AQ-SL-TITLE
           DISPLAY " "
           DISPLAY AQ-SECTION-LINE
           MOVE 0 TO AQ-SECTION-COUNT
           MOVE "N" TO AQ-SCAN-DONE-SWITCH
           OPEN INPUT COLLECTION-NOTES
           IF AQ-COLLNOTE-NOTFOUND
               DISPLAY "   NONE ON FILE"
           ELSE
               IF NOT AQ-COLLNOTE-OK AND NOT AQ-COLLNOTE-EOF
                   MOVE "ACCTINQ" TO AB-PROGRAM-ID
                   MOVE "COLLNOTE" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AQ-COLLNOTE-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2510-CHECK-ONE-NOTE
                   UNTIL AQ-SCAN-DONE
               CLOSE COLLECTION-NOTES
               IF AQ-SECTION-COUNT = 0
                   DISPLAY "   NO COLLECTION NOTES"
               END-IF
           END-IF.

       2510-CHECK-ONE-NOTE.
           READ COLLECTION-NOTES
               AT END
                   SET AQ-SCAN-DONE TO TRUE
           END-READ
           IF NOT AQ-SCAN-DONE
                   AND CL-CUSTOMER-ID = AQ-SEL-CUSTOMER-ID
               MOVE CL-COLLECTOR-ID TO AQ-NL-COLLECTOR-ID
               MOVE CL-NOTE-TEXT TO AQ-NL-NOTE-TEXT
               DISPLAY AQ-NOTE-LINE-1
               IF CL-PROMISE-AMOUNT NUMERIC
                       AND CL-PROMISE-AMOUNT > 0
                   MOVE CL-PROMISE-AMOUNT TO AQ-NL-PROMISE-AMOUNT
                   MOVE CL-PROMISE-DATE TO AQ-NL-PROMISE-DATE
                   MOVE CL-FOLLOWUP-DATE TO AQ-NL-FOLLOWUP-DATE
                   IF CL-PROMISE-BROKEN
                       MOVE "BROKEN" TO AQ-NL-BROKEN
                   ELSE
                       MOVE SPACES TO AQ-NL-BROKEN
                   END-IF
                   DISPLAY AQ-NOTE-LINE-2
               END-IF
               ADD 1 TO AQ-SECTION-COUNT
               ADD 1 TO AQ-ITEM-COUNT
           END-IF.

       2600-PRINT-BEHAVIOR-SCORE.
           MOVE "PAYMENT BEHAVIOR" TO AQ-SL-TITLE
           DISPLAY " "
           DISPLAY AQ-SECTION-LINE
           MOVE 0 TO AQ-SECTION-COUNT
           MOVE "N" TO AQ-SCAN-DONE-SWITCH
           OPEN INPUT BEHAVIOR-FILE
           IF AQ-PAYBEHAV-NOTFOUND
               DISPLAY "   NONE ON FILE"
           ELSE
               IF NOT AQ-PAYBEHAV-OK AND NOT AQ-PAYBEHAV-EOF
                   MOVE "ACCTINQ" TO AB-PROGRAM-ID
                   MOVE "PAYBEHAV" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AQ-PAYBEHAV-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2610-CHECK-ONE-SCORE
                   UNTIL AQ-SCAN-DONE
               CLOSE BEHAVIOR-FILE
               IF AQ-SECTION-COUNT = 0
                   DISPLAY "   NO SCORE"
               END-IF
           END-IF.

      *    THE BEHAVIOR FILE HOLDS ONE SCORE PER CUSTOMER, SO THE
      *    SCAN STOPS AT THE FIRST MATCH.
       2610-CHECK-ONE-SCORE.
           READ BEHAVIOR-FILE
               AT END
                   SET AQ-SCAN-DONE TO TRUE
           END-READ
           IF NOT AQ-SCAN-DONE
                   AND BH-CUSTOMER-ID = AQ-SEL-CUSTOMER-ID
               MOVE BH-AVG-DAYS TO AQ-BL-AVG-DAYS
               MOVE BH-TREND-DAYS TO AQ-BL-TREND-DAYS
               MOVE BH-PAYMENT-COUNT TO AQ-BL-PAYMENT-COUNT
               MOVE BH-LAST-UPDATE TO AQ-BL-LAST-UPDATE
               DISPLAY AQ-BEHAVIOR-LINE
               ADD 1 TO AQ-SECTION-COUNT
               ADD 1 TO AQ-ITEM-COUNT
               SET AQ-SCAN-DONE TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * ACCOUNT SUMMARY - NET EXPOSURE IS WHAT THE CUSTOMER OWES ON
      * OPEN ITEMS PLUS WHAT IS WAITING ON CREDIT HOLD, LESS CASH
      * ALREADY HELD ON ACCOUNT.
      *-----------------------------------------------------------------
       3000-TERMINATE.
           MOVE "ACCOUNT SUMMARY" TO AQ-SL-TITLE
           DISPLAY " "
           DISPLAY AQ-SECTION-LINE
           MOVE "OPEN BALANCE" TO AQ-SM-LABEL
           MOVE AQ-OPEN-TOTAL TO AQ-SM-AMOUNT
           DISPLAY AQ-SUMMARY-LINE
           MOVE "  OF WHICH IN DISPUTE" TO AQ-SM-LABEL
           MOVE AQ-DISPUTED-TOTAL TO AQ-SM-AMOUNT
           DISPLAY AQ-SUMMARY-LINE
           MOVE "ON CREDIT HOLD" TO AQ-SM-LABEL
           MOVE AQ-HOLD-TOTAL TO AQ-SM-AMOUNT
           DISPLAY AQ-SUMMARY-LINE
           MOVE "LESS ON-ACCOUNT DEPOSITS" TO AQ-SM-LABEL
           MOVE AQ-DEPOSIT-TOTAL TO AQ-SM-AMOUNT
           DISPLAY AQ-SUMMARY-LINE
           COMPUTE AQ-NET-EXPOSURE =
               AQ-OPEN-TOTAL + AQ-HOLD-TOTAL - AQ-DEPOSIT-TOTAL
           MOVE "NET EXPOSURE" TO AQ-SM-LABEL
           MOVE AQ-NET-EXPOSURE TO AQ-SM-AMOUNT
           DISPLAY AQ-SUMMARY-LINE
           IF NOT AQ-CUSTOMER-FOUND AND AQ-ITEM-COUNT = 0
               DISPLAY "ACCTINQ: NOTHING ON FILE FOR CUSTOMER "
                   AQ-SEL-CUSTOMER-ID
           END-IF
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM ACCTINQ.
