      ******************************************************************
      * PROGRAM-ID.    LOYLPOST
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       MEMBER REWARD POINTS POSTING.  KEEPS THE POINTS
      *                LEDGER (LOYLPTS), ONE RECORD PER VIP OR
      *                LIFETIME MEMBER, AND RUNS FOUR STEPS IN ORDER:
      *                  1. TAKES BACK POINTS FOR THE ADJUSTMENTS NSF
      *                     AND RMA PROCESSING LEFT ON LOYLADJ - THE
      *                     EXACT POINTS A BOUNCED PAYMENT EARNED, OR
      *                     THE SHARE OF AN INVOICE'S POINTS MATCHING
      *                     THE SHARE OF ITS PAYMENTS A CREDIT MEMO
      *                     RETURNED - AND CLEARS THE FILE.
      *                  2. EARNS POINTS ON EVERY CASH APPLICATION ON
      *                     THE APPLYLOG NOT YET SEEN, AT THE RATE FOR
      *                     THE PAYING CUSTOMER'S TIER ON THE CUSTOMER
      *                     MASTER (LIFETIME, THEN VIP; NON-MEMBERS
      *                     EARN NOTHING).  ONLY MONEY ACTUALLY APPLIED
      *                     TO AN INVOICE EARNS, SO AN UNPAID INVOICE
      *                     EARNS NOTHING.  EACH APPLICATION IS MARKED
      *                     ON THE LOG WITH THE POINTS IT EARNED.
      *                  3. EXPIRES POINTS OLDER THAN THE CONFIGURED
      *                     AGE IN MONTHS.
      *                  4. REDEEMS POINTS REQUESTED ON LOYLREDM AS A
      *                     CREDIT TO THE MEMBER'S ON-ACCOUNT BALANCE
      *                     ON THE DEPOSITS FILE, WHICH THE INVOICE
      *                     POSTING RUN DRAWS DOWN AGAINST THE NEXT
      *                     INVOICES.  A REQUEST THAT CANNOT BE MET
      *                     GOES TO THE LOYALTY SUSPENSE FILE.
      *                EARNING RATES, THE POINTS PER DOLLAR OF CREDIT
      *                AND THE EXPIRY AGE COME FROM THE LOYLCTL
      *                CONTROL RECORD; A MISSING OR BLANK FIELD TAKES
      *                THE HOUSE DEFAULT.  EVERY MOVEMENT IS WRITTEN
      *                TO THE POINTS HISTORY (LOYLHIST) AND PRINTED
      *                ON THE POINTS REGISTER.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYLPOST.
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
           SELECT LOYALTY-CONTROL ASSIGN TO "LOYLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LO-LOYLCTL-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS LO-CUSTMAST-STATUS.
           SELECT POINTS-LEDGER ASSIGN TO "LOYLPTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LO-LOYLPTS-STATUS.
           SELECT APPLY-LOG ASSIGN TO "APPLYLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LO-APPLYLOG-STATUS.
           SELECT LOYALTY-ADJ-FILE ASSIGN TO "LOYLADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LO-LOYLADJ-STATUS.
           SELECT REDEEM-REQUESTS ASSIGN TO "LOYLREDM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LO-LOYLREDM-STATUS.
           SELECT DEPOSIT-FILE ASSIGN TO "DEPOSITS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LO-DEPOSITS-STATUS.
           SELECT POINTS-HISTORY ASSIGN TO "LOYLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LO-LOYLHIST-STATUS.
           SELECT LOYALTY-SUSPENSE ASSIGN TO "LOYLSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LO-LOYLSUSP-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * CONTROL RECORD: POINTS EARNED PER DOLLAR PAID BY TIER, POINTS
      * NEEDED FOR ONE DOLLAR OF ON-ACCOUNT CREDIT, AND THE AGE IN
      * MONTHS AT WHICH UNUSED POINTS EXPIRE.
      *-----------------------------------------------------------------
       FD  LOYALTY-CONTROL
           RECORDING MODE IS F.
       01  LOYALTY-CONTROL-RECORD.
           05  LC-VIP-RATE             PIC 9(02)V99.
           05  LC-LIFETIME-RATE        PIC 9(02)V99.
           05  LC-REDEEM-POINTS        PIC 9(05).
           05  LC-EXPIRY-MONTHS        PIC 9(02).
           05  FILLER                  PIC X(65).

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  POINTS-LEDGER
           RECORDING MODE IS F.
       01  POINTS-LEDGER-RECORD        PIC X(550).

       FD  APPLY-LOG
           RECORDING MODE IS F.
       01  APPLY-LOG-RECORD            PIC X(80).

       FD  LOYALTY-ADJ-FILE
           RECORDING MODE IS F.
       01  LOYALTY-ADJ-RECORD.
           COPY LOYLADJ.

       FD  REDEEM-REQUESTS
           RECORDING MODE IS F.
       01  REDEEM-REQUEST-RECORD.
           05  LR-CUSTOMER-ID          PIC 9(06).
           05  LR-REDEEM-POINTS        PIC 9(07).
           05  LR-REQUEST-DATE         PIC 9(08).
           05  LR-REFERENCE            PIC X(10).
           05  FILLER                  PIC X(49).

       FD  DEPOSIT-FILE
           RECORDING MODE IS F.
       01  DEPOSIT-RECORD.
           COPY DEPOSITS.

       FD  POINTS-HISTORY
           RECORDING MODE IS F.
       01  POINTS-HISTORY-RECORD.
           COPY LOYLHIST.

       FD  LOYALTY-SUSPENSE
           RECORDING MODE IS F.
       01  LOYALTY-SUSPENSE-RECORD.
           COPY SUSPENSE.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  LO-LOYLCTL-STATUS           PIC X(02) VALUE "00".
           88  LO-LOYLCTL-OK           VALUE "00".
           88  LO-LOYLCTL-NOTFOUND     VALUE "35".
       01  LO-CUSTMAST-STATUS          PIC X(02) VALUE "00".
           88  LO-CUSTMAST-OK          VALUE "00".
       01  LO-LOYLPTS-STATUS           PIC X(02) VALUE "00".
           88  LO-LOYLPTS-OK           VALUE "00".
           88  LO-LOYLPTS-EOF          VALUE "10".
           88  LO-LOYLPTS-NOTFOUND     VALUE "35".
       01  LO-APPLYLOG-STATUS          PIC X(02) VALUE "00".
           88  LO-APPLYLOG-OK          VALUE "00".
           88  LO-APPLYLOG-EOF         VALUE "10".
           88  LO-APPLYLOG-NOTFOUND    VALUE "35".
       01  LO-LOYLADJ-STATUS           PIC X(02) VALUE "00".
           88  LO-LOYLADJ-OK           VALUE "00".
           88  LO-LOYLADJ-EOF          VALUE "10".
           88  LO-LOYLADJ-NOTFOUND     VALUE "35".
       01  LO-LOYLREDM-STATUS          PIC X(02) VALUE "00".
           88  LO-LOYLREDM-OK          VALUE "00".
           88  LO-LOYLREDM-EOF         VALUE "10".
           88  LO-LOYLREDM-NOTFOUND    VALUE "35".
       01  LO-DEPOSITS-STATUS          PIC X(02) VALUE "00".
           88  LO-DEPOSITS-OK          VALUE "00".
           88  LO-DEPOSITS-EOF         VALUE "10".
           88  LO-DEPOSITS-NOTFOUND    VALUE "35".
       01  LO-LOYLHIST-STATUS          PIC X(02) VALUE "00".
           88  LO-LOYLHIST-OK          VALUE "00".
       01  LO-LOYLSUSP-STATUS          PIC X(02) VALUE "00".
           88  LO-LOYLSUSP-OK          VALUE "00".

       01  LO-SWITCHES.
           05  LO-LEDGER-EOF-SWITCH    PIC X(01) VALUE "N".
               88  LO-LEDGER-END       VALUE "Y".
           05  LO-LOG-EOF-SWITCH       PIC X(01) VALUE "N".
               88  LO-LOG-END          VALUE "Y".
           05  LO-ADJ-EOF-SWITCH       PIC X(01) VALUE "N".
               88  LO-ADJ-END          VALUE "Y".
           05  LO-REDEEM-EOF-SWITCH    PIC X(01) VALUE "N".
               88  LO-REDEEM-END       VALUE "Y".
           05  LO-DEPOSIT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  LO-DEPOSIT-END      VALUE "Y".
           05  LO-ADJ-OPEN-SWITCH      PIC X(01) VALUE "N".
               88  LO-ADJ-FILE-OPEN    VALUE "Y".
           05  LO-REDEEM-OPEN-SWITCH   PIC X(01) VALUE "N".
               88  LO-REDEEM-FILE-OPEN VALUE "Y".
           05  LO-CREATE-SWITCH        PIC X(01) VALUE "N".
               88  LO-CREATE-MEMBER    VALUE "Y".
           05  LO-TIER-SWITCH          PIC X(01) VALUE " ".
               88  LO-TIER-LIFETIME    VALUE "L".
               88  LO-TIER-VIP         VALUE "V".
               88  LO-TIER-NONE        VALUE " ".
               88  LO-TIER-NOT-ON-FILE VALUE "?".

       01  LO-COUNTERS.
           05  LO-LEDGER-COUNT         PIC 9(04) COMP VALUE 0.
           05  LO-MAX-MEMBERS          PIC 9(04) COMP VALUE 2000.
           05  LO-LED-IDX              PIC 9(04) COMP VALUE 0.
           05  LO-MEMBER-IDX           PIC 9(04) COMP VALUE 0.
           05  LO-BKT-IDX              PIC 9(02) COMP VALUE 0.
           05  LO-FOUND-BKT            PIC 9(02) COMP VALUE 0.
           05  LO-MAX-BUCKETS          PIC 9(02) COMP VALUE 36.
           05  LO-LOG-COUNT            PIC 9(05) COMP VALUE 0.
           05  LO-MAX-LOGS             PIC 9(05) COMP VALUE 5000.
           05  LO-LOG-IDX              PIC 9(05) COMP VALUE 0.
           05  LO-DEP-COUNT            PIC 9(04) COMP VALUE 0.
           05  LO-MAX-DEPS             PIC 9(04) COMP VALUE 2000.
           05  LO-DEP-IDX              PIC 9(04) COMP VALUE 0.
           05  LO-DEP-FOUND-IDX        PIC 9(04) COMP VALUE 0.
           05  LO-ADJ-READ             PIC 9(05) COMP VALUE 0.
           05  LO-NSF-COUNT            PIC 9(05) COMP VALUE 0.
           05  LO-RETURN-COUNT         PIC 9(05) COMP VALUE 0.
           05  LO-NO-POINTS-COUNT      PIC 9(05) COMP VALUE 0.
           05  LO-APPLIED-SEEN         PIC 9(05) COMP VALUE 0.
           05  LO-EARNING-COUNT        PIC 9(05) COMP VALUE 0.
           05  LO-HELD-COUNT           PIC 9(05) COMP VALUE 0.
           05  LO-EXPIRED-MEMBERS      PIC 9(05) COMP VALUE 0.
           05  LO-REDEEM-READ          PIC 9(05) COMP VALUE 0.
           05  LO-REDEEM-COUNT         PIC 9(05) COMP VALUE 0.
           05  LO-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  LO-NEW-MEMBERS          PIC 9(05) COMP VALUE 0.

      *-----------------------------------------------------------------
      * HOUSE DEFAULTS, OVERRIDDEN FIELD BY FIELD FROM LOYLCTL.
      *-----------------------------------------------------------------
       01  LO-CONTROL-VALUES.
           05  LO-VIP-RATE             PIC 9(02)V99 VALUE 1.00.
           05  LO-LIFETIME-RATE        PIC 9(02)V99 VALUE 2.00.
           05  LO-REDEEM-POINTS        PIC 9(05) VALUE 100.
           05  LO-EXPIRY-MONTHS        PIC 9(02) VALUE 24.

       01  LO-RUN-TOTALS.
           05  LO-POINTS-EARNED        PIC 9(09) COMP-3 VALUE 0.
           05  LO-POINTS-REVERSED      PIC 9(09) COMP-3 VALUE 0.
           05  LO-POINTS-EXPIRED       PIC 9(09) COMP-3 VALUE 0.
           05  LO-POINTS-REDEEMED      PIC 9(09) COMP-3 VALUE 0.
           05  LO-CREDIT-GRANTED       PIC 9(09)V99 COMP-3 VALUE 0.

       01  LO-WORK-FIELDS.
           05  LO-SEARCH-CUSTOMER      PIC 9(06) VALUE 0.
           05  LO-MOVE-POINTS          PIC 9(09) VALUE 0.
           05  LO-REMAINING-POINTS     PIC 9(09) VALUE 0.
           05  LO-TAKE-POINTS          PIC 9(09) VALUE 0.
           05  LO-BUCKET-TOTAL         PIC 9(09) VALUE 0.
           05  LO-EARN-RATE            PIC 9(02)V99 VALUE 0.
           05  LO-STANDING-POINTS      PIC 9(09) VALUE 0.
           05  LO-INVOICE-PAID         PIC S9(09)V99 VALUE 0.
           05  LO-CREDIT-AMOUNT        PIC 9(07)V99 VALUE 0.
           05  LO-OLDEST-MONTH         PIC 9(06) VALUE 0.
           05  LO-MONTH-AGE            PIC S9(05) COMP VALUE 0.
           05  LO-MEMBER-EXPIRED       PIC 9(09) VALUE 0.
           05  LO-HIST-TYPE            PIC X(01) VALUE SPACE.
           05  LO-HIST-POINTS          PIC S9(09) VALUE 0.
           05  LO-HIST-REFERENCE       PIC X(10) VALUE SPACES.
           05  LO-HIST-INVOICE         PIC 9(06) VALUE 0.
           05  LO-HIST-AMOUNT          PIC S9(07)V99 VALUE 0.

      *-----------------------------------------------------------------
      * CALENDAR MONTHS ARE COMPARED AS A COUNT OF MONTHS SO AN AGE
      * CAN BE TAKEN ACROSS A YEAR END.
      *-----------------------------------------------------------------
       01  LO-MONTH-WORK.
           05  LO-MW-MONTH             PIC 9(06) VALUE 0.
           05  LO-MW-MONTH-R REDEFINES LO-MW-MONTH.
               10  LO-MW-YEAR          PIC 9(04).
               10  LO-MW-MM            PIC 9(02).
           05  LO-MW-COUNT             PIC 9(07) COMP VALUE 0.
       01  LO-RUN-MONTH                PIC 9(06) VALUE 0.
       01  LO-RUN-MONTH-COUNT          PIC 9(07) COMP VALUE 0.
       01  LO-EARN-MONTH               PIC 9(06) VALUE 0.

      *-----------------------------------------------------------------
      * THE POINTS LEDGER AND THE APPLICATION LOG ARE BOTH REWRITTEN
      * IN FULL AT END OF RUN FROM THESE TABLES.
      *-----------------------------------------------------------------
       01  LO-LEDGER-TABLE.
           05  LO-LEDGER-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON LO-LEDGER-COUNT
                   INDEXED BY LO-LY-IDX.
               COPY LOYLPTS.

       01  LO-LOG-TABLE.
           05  LO-LOG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON LO-LOG-COUNT
                   INDEXED BY LO-LG-IDX.
               COPY APPLYLOG.

       01  LO-DEPOSIT-TABLE.
           05  LO-DEPOSIT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON LO-DEP-COUNT
                   INDEXED BY LO-DP-IDX.
               10  LO-DP-CUSTOMER-ID   PIC 9(06).
               10  LO-DP-BALANCE       PIC S9(09)V99.
               10  LO-DP-LAST-ACTIVITY PIC 9(08).

       01  LO-REGISTER-HEADING.
           05  FILLER                  PIC X(40) VALUE
               " TYPE      CUSTOMER  REFERENCE   INVOICE".
           05  FILLER                  PIC X(40) VALUE
               "      POINTS        AMOUNT       BALANCE".

       01  LO-REGISTER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  LO-RG-TYPE              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LO-RG-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  LO-RG-REFERENCE         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LO-RG-INVOICE           PIC Z(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LO-RG-POINTS            PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LO-RG-AMOUNT            PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  LO-RG-BALANCE           PIC Z,ZZZ,ZZ9-.

       01  LO-POINTS-DISPLAY           PIC ZZZ,ZZZ,ZZ9.
       01  LO-AMOUNT-DISPLAY           PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TAKE-ADJUSTMENTS
           PERFORM 3000-EARN-POINTS
           PERFORM 4000-EXPIRE-POINTS
           PERFORM 5000-REDEEM-POINTS
           PERFORM 7000-REWRITE-FILES
           PERFORM 7500-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "LOYLPOST" TO RH-PROGRAM-NAME
           MOVE "MEMBER REWARD POINTS REGISTER" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           MOVE RH-RUN-DATE (1:6) TO LO-RUN-MONTH
           MOVE LO-RUN-MONTH TO LO-MW-MONTH
           PERFORM 6900-COUNT-MONTHS
           MOVE LO-MW-COUNT TO LO-RUN-MONTH-COUNT
           PERFORM 1100-LOAD-CONTROL
           OPEN INPUT CUSTOMER-MASTER
           IF NOT LO-CUSTMAST-OK
               MOVE "LOYLPOST" TO AB-PROGRAM-ID
               MOVE "CUSTMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE LO-CUSTMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1200-LOAD-LEDGER
           PERFORM 1300-LOAD-APPLY-LOG
           PERFORM 1400-LOAD-DEPOSITS
           OPEN EXTEND POINTS-HISTORY
           IF NOT LO-LOYLHIST-OK
               CLOSE POINTS-HISTORY
               OPEN OUTPUT POINTS-HISTORY
           END-IF
           OPEN EXTEND LOYALTY-SUSPENSE
           IF NOT LO-LOYLSUSP-OK
               CLOSE LOYALTY-SUSPENSE
               OPEN OUTPUT LOYALTY-SUSPENSE
           END-IF
           DISPLAY " "
           DISPLAY LO-REGISTER-HEADING.

      *-----------------------------------------------------------------
      * EACH CONTROL FIELD THAT IS PRESENT AND SENSIBLE REPLACES ITS
      * HOUSE DEFAULT.  THE EXPIRY AGE MUST FIT THE 36 MONTHLY
      * BUCKETS THE LEDGER RECORD CARRIES.
      *-----------------------------------------------------------------
       1100-LOAD-CONTROL.
           OPEN INPUT LOYALTY-CONTROL
           IF LO-LOYLCTL-NOTFOUND
               DISPLAY "LOYLPOST: NO LOYLCTL RECORD - HOUSE DEFAULTS "
                   "USED"
           ELSE
               IF NOT LO-LOYLCTL-OK
                   MOVE "LOYLPOST" TO AB-PROGRAM-ID
                   MOVE "LOYLCTL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE LO-LOYLCTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ LOYALTY-CONTROL
                   AT END
                       MOVE SPACES TO LOYALTY-CONTROL-RECORD
               END-READ
               CLOSE LOYALTY-CONTROL
               IF LC-VIP-RATE IS NUMERIC AND LC-VIP-RATE > 0
                   MOVE LC-VIP-RATE TO LO-VIP-RATE
               END-IF
               IF LC-LIFETIME-RATE IS NUMERIC
                       AND LC-LIFETIME-RATE > 0
                   MOVE LC-LIFETIME-RATE TO LO-LIFETIME-RATE
               END-IF
               IF LC-REDEEM-POINTS IS NUMERIC
                       AND LC-REDEEM-POINTS > 0
                   MOVE LC-REDEEM-POINTS TO LO-REDEEM-POINTS
               END-IF
               IF LC-EXPIRY-MONTHS IS NUMERIC
                       AND LC-EXPIRY-MONTHS > 0
                       AND LC-EXPIRY-MONTHS < LO-MAX-BUCKETS
                   MOVE LC-EXPIRY-MONTHS TO LO-EXPIRY-MONTHS
               END-IF
           END-IF
           DISPLAY "POINTS PER DOLLAR - VIP:      " LO-VIP-RATE
           DISPLAY "POINTS PER DOLLAR - LIFETIME: " LO-LIFETIME-RATE
           DISPLAY "POINTS PER DOLLAR OF CREDIT:  " LO-REDEEM-POINTS
           DISPLAY "POINTS EXPIRE AFTER MONTHS:   " LO-EXPIRY-MONTHS.

      *-----------------------------------------------------------------
      * A MISSING LEDGER (FIRST RUN) STARTS EVERY MEMBER AT ZERO.
      * THE LEDGER IS REWRITTEN FROM THIS TABLE, SO ONE THAT OUTGROWS
      * THE TABLE MUST STOP THE RUN.
      *-----------------------------------------------------------------
       1200-LOAD-LEDGER.
           MOVE 1 TO LO-LEDGER-COUNT
           OPEN INPUT POINTS-LEDGER
           IF LO-LOYLPTS-NOTFOUND
               SET LO-LEDGER-END TO TRUE
           ELSE
               IF NOT LO-LOYLPTS-OK AND NOT LO-LOYLPTS-EOF
                   MOVE "LOYLPOST" TO AB-PROGRAM-ID
                   MOVE "LOYLPTS" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE LO-LOYLPTS-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-LEDGER-RECORD
               PERFORM 1210-STORE-LEDGER-RECORD
                   UNTIL LO-LEDGER-END
                       OR LO-LEDGER-COUNT > LO-MAX-MEMBERS
               IF NOT LO-LEDGER-END
                   DISPLAY "LOYLPOST: POINTS LEDGER TABLE FULL AT "
                       LO-MAX-MEMBERS " - RUN STOPPED"
                   MOVE "LOYLPOST" TO AB-PROGRAM-ID
                   MOVE "LOYLPTS" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE LO-LOYLPTS-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE POINTS-LEDGER
           END-IF
           IF LO-LEDGER-COUNT > 1
               SUBTRACT 1 FROM LO-LEDGER-COUNT
           ELSE
               MOVE 0 TO LO-LEDGER-COUNT
           END-IF.

       1210-STORE-LEDGER-RECORD.
           MOVE POINTS-LEDGER-RECORD
               TO LO-LEDGER-ENTRY (LO-LEDGER-COUNT)
           ADD 1 TO LO-LEDGER-COUNT
           PERFORM 1290-READ-LEDGER-RECORD.

       1290-READ-LEDGER-RECORD.
           READ POINTS-LEDGER
               AT END
                   SET LO-LEDGER-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE WHOLE LOG IS REWRITTEN AT END OF RUN (TO MARK THE
      * APPLICATIONS THAT HAVE EARNED), SO AN OVERFLOWING LOAD MUST
      * STOP THE RUN.
      *-----------------------------------------------------------------
       1300-LOAD-APPLY-LOG.
           MOVE 1 TO LO-LOG-COUNT
           OPEN INPUT APPLY-LOG
           IF LO-APPLYLOG-NOTFOUND
               SET LO-LOG-END TO TRUE
           ELSE
               IF NOT LO-APPLYLOG-OK AND NOT LO-APPLYLOG-EOF
                   MOVE "LOYLPOST" TO AB-PROGRAM-ID
                   MOVE "APPLYLOG" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE LO-APPLYLOG-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1390-READ-LOG-RECORD
               PERFORM 1310-STORE-LOG-RECORD
                   UNTIL LO-LOG-END
                       OR LO-LOG-COUNT > LO-MAX-LOGS
               IF NOT LO-LOG-END
                   DISPLAY "LOYLPOST: APPLY LOG TABLE FULL AT "
                       LO-MAX-LOGS " - RUN STOPPED BEFORE THE "
                       "REWRITE COULD TRUNCATE THE FILE"
                   MOVE "LOYLPOST" TO AB-PROGRAM-ID
                   MOVE "APPLYLOG" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE LO-APPLYLOG-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE APPLY-LOG
           END-IF
           IF LO-LOG-COUNT > 1
               SUBTRACT 1 FROM LO-LOG-COUNT
           ELSE
               MOVE 0 TO LO-LOG-COUNT
           END-IF.

       1310-STORE-LOG-RECORD.
           MOVE APPLY-LOG-RECORD TO LO-LOG-ENTRY (LO-LOG-COUNT)
           ADD 1 TO LO-LOG-COUNT
           PERFORM 1390-READ-LOG-RECORD.

       1390-READ-LOG-RECORD.
           READ APPLY-LOG
               AT END
                   SET LO-LOG-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * SAME RULES AS CASH APPLICATION: A MISSING FILE IS ZERO
      * BALANCES, AN OVERFLOWING FILE STOPS THE RUN.
      *-----------------------------------------------------------------
       1400-LOAD-DEPOSITS.
           MOVE 1 TO LO-DEP-COUNT
           OPEN INPUT DEPOSIT-FILE
           IF LO-DEPOSITS-NOTFOUND
               SET LO-DEPOSIT-END TO TRUE
           ELSE
               IF NOT LO-DEPOSITS-OK AND NOT LO-DEPOSITS-EOF
                   MOVE "LOYLPOST" TO AB-PROGRAM-ID
                   MOVE "DEPOSITS" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE LO-DEPOSITS-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1490-READ-DEPOSIT-RECORD
               PERFORM 1410-STORE-DEPOSIT-RECORD
                   UNTIL LO-DEPOSIT-END
                       OR LO-DEP-COUNT > LO-MAX-DEPS
               IF NOT LO-DEPOSIT-END
                   DISPLAY "LOYLPOST: DEPOSIT TABLE FULL AT "
                       LO-MAX-DEPS " - RUN STOPPED"
                   MOVE "LOYLPOST" TO AB-PROGRAM-ID
                   MOVE "DEPOSITS" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE LO-DEPOSITS-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE DEPOSIT-FILE
           END-IF
           IF LO-DEP-COUNT > 1
               SUBTRACT 1 FROM LO-DEP-COUNT
           ELSE
               MOVE 0 TO LO-DEP-COUNT
           END-IF.

       1410-STORE-DEPOSIT-RECORD.
           MOVE DP-CUSTOMER-ID TO LO-DP-CUSTOMER-ID (LO-DEP-COUNT)
           MOVE DP-DEPOSIT-BALANCE TO LO-DP-BALANCE (LO-DEP-COUNT)
           MOVE DP-LAST-ACTIVITY TO LO-DP-LAST-ACTIVITY (LO-DEP-COUNT)
           ADD 1 TO LO-DEP-COUNT
           PERFORM 1490-READ-DEPOSIT-RECORD.

       1490-READ-DEPOSIT-RECORD.
           READ DEPOSIT-FILE
               AT END
                   SET LO-DEPOSIT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * REVERSALS ARE TAKEN BEFORE ANYTHING IS EARNED OR REDEEMED, SO
      * POINTS FROM A BOUNCED PAYMENT OR RETURNED SALE CANNOT BE
      * SPENT.  A MISSING FILE MEANS NOTHING WAS REVERSED.
      *-----------------------------------------------------------------
       2000-TAKE-ADJUSTMENTS.
           OPEN INPUT LOYALTY-ADJ-FILE
           IF LO-LOYLADJ-NOTFOUND
               SET LO-ADJ-END TO TRUE
           ELSE
               IF NOT LO-LOYLADJ-OK AND NOT LO-LOYLADJ-EOF
                   MOVE "LOYLPOST" TO AB-PROGRAM-ID
                   MOVE "LOYLADJ" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE LO-LOYLADJ-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               SET LO-ADJ-FILE-OPEN TO TRUE
               PERFORM 2900-READ-ADJUSTMENT
               PERFORM 2100-TAKE-ONE-ADJUSTMENT
                   UNTIL LO-ADJ-END
               CLOSE LOYALTY-ADJ-FILE
           END-IF.

       2100-TAKE-ONE-ADJUSTMENT.
           ADD 1 TO LO-ADJ-READ
           EVALUATE TRUE
               WHEN LJ-NSF-REVERSAL
                   PERFORM 2200-REVERSE-NSF-POINTS
               WHEN LJ-SALES-RETURN
                   PERFORM 2300-REVERSE-RETURN-POINTS
               WHEN OTHER
                   DISPLAY "LOYLPOST: ADJUSTMENT TYPE "
                       LJ-ADJUST-TYPE " FOR CUSTOMER "
                       LJ-CUSTOMER-ID " NOT RECOGNIZED - SKIPPED"
           END-EVALUATE
           PERFORM 2900-READ-ADJUSTMENT.

      *-----------------------------------------------------------------
      * AN NSF ADJUSTMENT CARRIES THE EXACT POINTS THE BOUNCED
      * APPLICATION EARNED.
      *-----------------------------------------------------------------
       2200-REVERSE-NSF-POINTS.
           MOVE LJ-CUSTOMER-ID TO LO-SEARCH-CUSTOMER
           MOVE "N" TO LO-CREATE-SWITCH
           PERFORM 6100-FIND-MEMBER
           IF LO-MEMBER-IDX = 0 OR LJ-POINTS = 0
               ADD 1 TO LO-NO-POINTS-COUNT
           ELSE
               MOVE LJ-POINTS TO LO-MOVE-POINTS
               PERFORM 6300-DEDUCT-POINTS
               ADD LO-MOVE-POINTS
                   TO LY-LIFETIME-REVERSED (LO-MEMBER-IDX)
               ADD LO-MOVE-POINTS TO LO-POINTS-REVERSED
               MOVE "N" TO LO-HIST-TYPE
               COMPUTE LO-HIST-POINTS = 0 - LO-MOVE-POINTS
               MOVE LJ-CHECK-REF TO LO-HIST-REFERENCE
               MOVE LJ-INVOICE-NUMBER TO LO-HIST-INVOICE
               COMPUTE LO-HIST-AMOUNT = 0 - LJ-ADJUST-AMOUNT
               PERFORM 6500-WRITE-HISTORY
               ADD 1 TO LO-NSF-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * A RETURN TAKES BACK THE SAME SHARE OF THE INVOICE'S STANDING
      * POINTS AS THE CREDIT IS OF THE MONEY APPLIED TO THE INVOICE,
      * SO A PARTLY RETURNED OR PARTLY PAID INVOICE LOSES ONLY WHAT
      * IT EARNED, AT THE RATE IT EARNED IT.  THE POINTS COME OFF
      * THE LOG ENTRIES THEMSELVES, SO A SECOND RETURN OR A LATER
      * NSF AGAINST THE SAME INVOICE CANNOT TAKE THEM TWICE.
      *-----------------------------------------------------------------
       2300-REVERSE-RETURN-POINTS.
           MOVE 0 TO LO-STANDING-POINTS
           MOVE 0 TO LO-INVOICE-PAID
           PERFORM 2310-TOTAL-INVOICE-POINTS
               VARYING LO-LOG-IDX FROM 1 BY 1
               UNTIL LO-LOG-IDX > LO-LOG-COUNT
           IF LO-STANDING-POINTS = 0 OR LO-INVOICE-PAID NOT > 0
               ADD 1 TO LO-NO-POINTS-COUNT
           ELSE
               IF LJ-ADJUST-AMOUNT >= LO-INVOICE-PAID
                   MOVE LO-STANDING-POINTS TO LO-REMAINING-POINTS
               ELSE
                   COMPUTE LO-REMAINING-POINTS ROUNDED =
                       LO-STANDING-POINTS * LJ-ADJUST-AMOUNT
                           / LO-INVOICE-PAID
               END-IF
               IF LO-REMAINING-POINTS = 0
                   ADD 1 TO LO-NO-POINTS-COUNT
               ELSE
                   PERFORM 2320-TAKE-FROM-LOG-ENTRY
                       VARYING LO-LOG-IDX FROM 1 BY 1
                       UNTIL LO-LOG-IDX > LO-LOG-COUNT
                           OR LO-REMAINING-POINTS = 0
                   ADD 1 TO LO-RETURN-COUNT
               END-IF
           END-IF.

       2310-TOTAL-INVOICE-POINTS.
           IF LG-INVOICE-NUMBER (LO-LOG-IDX) = LJ-INVOICE-NUMBER
                   AND NOT LG-REVERSED (LO-LOG-IDX)
                   AND LG-POINTS-POSTED (LO-LOG-IDX)
               ADD LG-POINTS-EARNED (LO-LOG-IDX)
                   TO LO-STANDING-POINTS
               ADD LG-APPLIED-AMOUNT (LO-LOG-IDX) TO LO-INVOICE-PAID
           END-IF.

      *-----------------------------------------------------------------
      * THE POINTS GO BACK OFF THE LEDGER OF THE CUSTOMER WHO PAID,
      * WHICH FOR A NATIONAL ACCOUNT CAN BE THE PARENT RATHER THAN
      * THE CUSTOMER WHO RETURNED THE GOODS.
      *-----------------------------------------------------------------
       2320-TAKE-FROM-LOG-ENTRY.
           IF LG-INVOICE-NUMBER (LO-LOG-IDX) = LJ-INVOICE-NUMBER
                   AND NOT LG-REVERSED (LO-LOG-IDX)
                   AND LG-POINTS-POSTED (LO-LOG-IDX)
                   AND LG-POINTS-EARNED (LO-LOG-IDX) > 0
               IF LG-POINTS-EARNED (LO-LOG-IDX) > LO-REMAINING-POINTS
                   MOVE LO-REMAINING-POINTS TO LO-TAKE-POINTS
               ELSE
                   MOVE LG-POINTS-EARNED (LO-LOG-IDX)
                       TO LO-TAKE-POINTS
               END-IF
               SUBTRACT LO-TAKE-POINTS
                   FROM LG-POINTS-EARNED (LO-LOG-IDX)
               SUBTRACT LO-TAKE-POINTS FROM LO-REMAINING-POINTS
               MOVE LG-CUSTOMER-ID (LO-LOG-IDX) TO LO-SEARCH-CUSTOMER
               MOVE "N" TO LO-CREATE-SWITCH
               PERFORM 6100-FIND-MEMBER
               IF LO-MEMBER-IDX NOT = 0
                   MOVE LO-TAKE-POINTS TO LO-MOVE-POINTS
                   PERFORM 6300-DEDUCT-POINTS
                   ADD LO-MOVE-POINTS
                       TO LY-LIFETIME-REVERSED (LO-MEMBER-IDX)
                   ADD LO-MOVE-POINTS TO LO-POINTS-REVERSED
                   MOVE "R" TO LO-HIST-TYPE
                   COMPUTE LO-HIST-POINTS = 0 - LO-MOVE-POINTS
                   MOVE SPACES TO LO-HIST-REFERENCE
                   MOVE LJ-CREDIT-MEMO-NUMBER
                       TO LO-HIST-REFERENCE (1:6)
                   MOVE LJ-INVOICE-NUMBER TO LO-HIST-INVOICE
                   COMPUTE LO-HIST-AMOUNT = 0 - LJ-ADJUST-AMOUNT
                   PERFORM 6500-WRITE-HISTORY
               END-IF
           END-IF.

       2900-READ-ADJUSTMENT.
           READ LOYALTY-ADJ-FILE
               AT END
                   SET LO-ADJ-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EVERY APPLICATION NOT YET SEEN AND NOT BACKED OUT EARNS AT
      * THE PAYER'S CURRENT TIER AND IS MARKED, EVEN WHEN THE PAYER
      * EARNS NOTHING, SO A CUSTOMER WHO JOINS LATER DOES NOT EARN ON
      * OLD PAYMENTS.  A MEMBER WHO CANNOT GET A LEDGER SLOT IS LEFT
      * UNMARKED FOR THE NEXT RUN.
      *-----------------------------------------------------------------
       3000-EARN-POINTS.
           IF LO-LOG-COUNT > 0
               PERFORM 3100-EARN-ONE-APPLICATION
                   VARYING LO-LOG-IDX FROM 1 BY 1
                   UNTIL LO-LOG-IDX > LO-LOG-COUNT
           END-IF.

       3100-EARN-ONE-APPLICATION.
           IF NOT LG-REVERSED (LO-LOG-IDX)
                   AND NOT LG-POINTS-POSTED (LO-LOG-IDX)
               ADD 1 TO LO-APPLIED-SEEN
               MOVE LG-CUSTOMER-ID (LO-LOG-IDX) TO LO-SEARCH-CUSTOMER
               PERFORM 6600-GET-MEMBER-TIER
               MOVE 0 TO LO-MOVE-POINTS
               EVALUATE TRUE
                   WHEN LO-TIER-LIFETIME
                       MOVE LO-LIFETIME-RATE TO LO-EARN-RATE
                   WHEN LO-TIER-VIP
                       MOVE LO-VIP-RATE TO LO-EARN-RATE
                   WHEN OTHER
                       MOVE 0 TO LO-EARN-RATE
               END-EVALUATE
               IF LO-EARN-RATE > 0
                       AND LG-APPLIED-AMOUNT (LO-LOG-IDX) > 0
                   COMPUTE LO-MOVE-POINTS =
                       LG-APPLIED-AMOUNT (LO-LOG-IDX) * LO-EARN-RATE
               END-IF
               IF LO-MOVE-POINTS = 0
                   MOVE "P" TO LG-POINTS-FLAG (LO-LOG-IDX)
                   MOVE 0 TO LG-POINTS-EARNED (LO-LOG-IDX)
               ELSE
                   PERFORM 3200-CREDIT-EARNED-POINTS
               END-IF
           END-IF.

       3200-CREDIT-EARNED-POINTS.
           MOVE "Y" TO LO-CREATE-SWITCH
           PERFORM 6100-FIND-MEMBER
           IF LO-MEMBER-IDX = 0
               ADD 1 TO LO-HELD-COUNT
           ELSE
               MOVE LG-APPLY-DATE (LO-LOG-IDX) (1:6) TO LO-EARN-MONTH
               IF LO-EARN-MONTH IS NOT NUMERIC OR LO-EARN-MONTH = 0
                   MOVE LO-RUN-MONTH TO LO-EARN-MONTH
               END-IF
               PERFORM 6200-ADD-POINTS
               ADD LO-MOVE-POINTS
                   TO LY-LIFETIME-EARNED (LO-MEMBER-IDX)
               ADD LO-MOVE-POINTS TO LO-POINTS-EARNED
               MOVE "P" TO LG-POINTS-FLAG (LO-LOG-IDX)
               MOVE LO-MOVE-POINTS TO LG-POINTS-EARNED (LO-LOG-IDX)
               MOVE "E" TO LO-HIST-TYPE
               MOVE LO-MOVE-POINTS TO LO-HIST-POINTS
               MOVE LG-CHECK-REF (LO-LOG-IDX) TO LO-HIST-REFERENCE
               MOVE LG-INVOICE-NUMBER (LO-LOG-IDX) TO LO-HIST-INVOICE
               MOVE LG-APPLIED-AMOUNT (LO-LOG-IDX) TO LO-HIST-AMOUNT
               PERFORM 6500-WRITE-HISTORY
               ADD 1 TO LO-EARNING-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * A BUCKET EXPIRES WHEN IT IS THE CONFIGURED NUMBER OF MONTHS
      * OLD: WITH 24, POINTS EARNED IN OCTOBER 2024 EXPIRE IN THE
      * FIRST RUN OF OCTOBER 2026.
      *-----------------------------------------------------------------
       4000-EXPIRE-POINTS.
           IF LO-LEDGER-COUNT > 0
               PERFORM 4100-EXPIRE-ONE-MEMBER
                   VARYING LO-MEMBER-IDX FROM 1 BY 1
                   UNTIL LO-MEMBER-IDX > LO-LEDGER-COUNT
           END-IF.

       4100-EXPIRE-ONE-MEMBER.
           MOVE 0 TO LO-MEMBER-EXPIRED
           PERFORM 4110-EXPIRE-ONE-BUCKET
               VARYING LO-BKT-IDX FROM 1 BY 1
               UNTIL LO-BKT-IDX > LO-MAX-BUCKETS
           IF LO-MEMBER-EXPIRED > 0
               PERFORM 6400-RECOMPUTE-BALANCE
               ADD LO-MEMBER-EXPIRED
                   TO LY-LIFETIME-EXPIRED (LO-MEMBER-IDX)
               ADD LO-MEMBER-EXPIRED TO LO-POINTS-EXPIRED
               MOVE "X" TO LO-HIST-TYPE
               COMPUTE LO-HIST-POINTS = 0 - LO-MEMBER-EXPIRED
               MOVE SPACES TO LO-HIST-REFERENCE
               MOVE 0 TO LO-HIST-INVOICE
               MOVE 0 TO LO-HIST-AMOUNT
               PERFORM 6500-WRITE-HISTORY
               ADD 1 TO LO-EXPIRED-MEMBERS
           END-IF.

       4110-EXPIRE-ONE-BUCKET.
           IF LY-BUCKET-POINTS (LO-MEMBER-IDX, LO-BKT-IDX) > 0
               MOVE LY-BUCKET-MONTH (LO-MEMBER-IDX, LO-BKT-IDX)
                   TO LO-MW-MONTH
               PERFORM 6900-COUNT-MONTHS
               COMPUTE LO-MONTH-AGE =
                   LO-RUN-MONTH-COUNT - LO-MW-COUNT
               IF LO-MONTH-AGE >= LO-EXPIRY-MONTHS
                   ADD LY-BUCKET-POINTS (LO-MEMBER-IDX, LO-BKT-IDX)
                       TO LO-MEMBER-EXPIRED
                   MOVE 0
                       TO LY-BUCKET-POINTS (LO-MEMBER-IDX, LO-BKT-IDX)
                   MOVE 0
                       TO LY-BUCKET-MONTH (LO-MEMBER-IDX, LO-BKT-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * REDEMPTION REQUESTS.  A MISSING FILE MEANS NONE TODAY.
      *-----------------------------------------------------------------
       5000-REDEEM-POINTS.
           OPEN INPUT REDEEM-REQUESTS
           IF LO-LOYLREDM-NOTFOUND
               SET LO-REDEEM-END TO TRUE
           ELSE
               IF NOT LO-LOYLREDM-OK AND NOT LO-LOYLREDM-EOF
                   MOVE "LOYLPOST" TO AB-PROGRAM-ID
                   MOVE "LOYLREDM" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE LO-LOYLREDM-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               SET LO-REDEEM-FILE-OPEN TO TRUE
               PERFORM 5900-READ-REDEEM-REQUEST
               PERFORM 5100-REDEEM-ONE-REQUEST
                   UNTIL LO-REDEEM-END
               CLOSE REDEEM-REQUESTS
           END-IF.

      *-----------------------------------------------------------------
      * THE MEMBER MUST STILL BE A MEMBER AND HAVE THE POINTS.  THE
      * CREDIT IS THE POINTS OVER THE POINTS-PER-DOLLAR RATE, TO THE
      * CENT BELOW; THE WHOLE REQUEST IS TAKEN FROM THE LEDGER.
      *-----------------------------------------------------------------
       5100-REDEEM-ONE-REQUEST.
           ADD 1 TO LO-REDEEM-READ
           MOVE 0 TO LO-MEMBER-IDX
           MOVE 0 TO LO-DEP-FOUND-IDX
           MOVE 0 TO LO-CREDIT-AMOUNT
           IF LR-CUSTOMER-ID IS NUMERIC
               MOVE LR-CUSTOMER-ID TO LO-SEARCH-CUSTOMER
               PERFORM 6600-GET-MEMBER-TIER
           ELSE
               SET LO-TIER-NOT-ON-FILE TO TRUE
           END-IF
           IF LR-REDEEM-POINTS IS NUMERIC AND LR-REDEEM-POINTS > 0
               COMPUTE LO-CREDIT-AMOUNT =
                   LR-REDEEM-POINTS / LO-REDEEM-POINTS
           END-IF
           IF LO-TIER-LIFETIME OR LO-TIER-VIP
               MOVE "N" TO LO-CREATE-SWITCH
               PERFORM 6100-FIND-MEMBER
           END-IF
           EVALUATE TRUE
               WHEN LR-REDEEM-POINTS IS NOT NUMERIC
                       OR LR-REDEEM-POINTS = 0
                   MOVE "REDEEM POINTS NOT POSITIVE"
                       TO SS-REJECT-REASON
                   PERFORM 5500-LOG-SUSPENSE-RECORD
               WHEN LO-TIER-NOT-ON-FILE
                   MOVE "CUSTOMER NOT ON MASTER" TO SS-REJECT-REASON
                   PERFORM 5500-LOG-SUSPENSE-RECORD
               WHEN LO-TIER-NONE
                   MOVE "CUSTOMER NOT A REWARDS MEMBER"
                       TO SS-REJECT-REASON
                   PERFORM 5500-LOG-SUSPENSE-RECORD
               WHEN LO-MEMBER-IDX = 0
                   MOVE "NO POINTS ON LEDGER" TO SS-REJECT-REASON
                   PERFORM 5500-LOG-SUSPENSE-RECORD
               WHEN LR-REDEEM-POINTS
                       > LY-POINTS-BALANCE (LO-MEMBER-IDX)
                   MOVE "INSUFFICIENT POINTS BALANCE"
                       TO SS-REJECT-REASON
                   PERFORM 5500-LOG-SUSPENSE-RECORD
               WHEN LO-CREDIT-AMOUNT = 0
                   MOVE "BELOW ONE CENT OF CREDIT"
                       TO SS-REJECT-REASON
                   PERFORM 5500-LOG-SUSPENSE-RECORD
               WHEN OTHER
                   PERFORM 5200-FIND-DEPOSIT-ENTRY
                   IF LO-DEP-FOUND-IDX = 0
                       MOVE "DEPOSIT TABLE FULL" TO SS-REJECT-REASON
                       PERFORM 5500-LOG-SUSPENSE-RECORD
                   ELSE
                       PERFORM 5300-POST-REDEMPTION
                   END-IF
           END-EVALUATE
           PERFORM 5900-READ-REDEEM-REQUEST.

       5200-FIND-DEPOSIT-ENTRY.
           MOVE 0 TO LO-DEP-FOUND-IDX
           PERFORM 5210-COMPARE-DEPOSIT-ENTRY
               VARYING LO-DEP-IDX FROM 1 BY 1
               UNTIL LO-DEP-IDX > LO-DEP-COUNT
                   OR LO-DEP-FOUND-IDX NOT = 0
           IF LO-DEP-FOUND-IDX = 0
               IF LO-DEP-COUNT >= LO-MAX-DEPS
                   DISPLAY "LOYLPOST: DEPOSIT TABLE FULL, CUSTOMER "
                       LR-CUSTOMER-ID " REDEMPTION TO SUSPENSE"
               ELSE
                   ADD 1 TO LO-DEP-COUNT
                   MOVE LR-CUSTOMER-ID
                       TO LO-DP-CUSTOMER-ID (LO-DEP-COUNT)
                   MOVE 0 TO LO-DP-BALANCE (LO-DEP-COUNT)
                   MOVE 0 TO LO-DP-LAST-ACTIVITY (LO-DEP-COUNT)
                   MOVE LO-DEP-COUNT TO LO-DEP-FOUND-IDX
               END-IF
           END-IF.

       5210-COMPARE-DEPOSIT-ENTRY.
           IF LO-DP-CUSTOMER-ID (LO-DEP-IDX) = LR-CUSTOMER-ID
               MOVE LO-DEP-IDX TO LO-DEP-FOUND-IDX
           END-IF.

       5300-POST-REDEMPTION.
           MOVE LR-REDEEM-POINTS TO LO-MOVE-POINTS
           PERFORM 6300-DEDUCT-POINTS
           ADD LO-MOVE-POINTS TO LY-LIFETIME-REDEEMED (LO-MEMBER-IDX)
           ADD LO-MOVE-POINTS TO LO-POINTS-REDEEMED
           ADD LO-CREDIT-AMOUNT TO LO-DP-BALANCE (LO-DEP-FOUND-IDX)
           MOVE RH-RUN-DATE TO LO-DP-LAST-ACTIVITY (LO-DEP-FOUND-IDX)
           ADD LO-CREDIT-AMOUNT TO LO-CREDIT-GRANTED
           MOVE "D" TO LO-HIST-TYPE
           COMPUTE LO-HIST-POINTS = 0 - LO-MOVE-POINTS
           MOVE LR-REFERENCE TO LO-HIST-REFERENCE
           MOVE 0 TO LO-HIST-INVOICE
           MOVE LO-CREDIT-AMOUNT TO LO-HIST-AMOUNT
           PERFORM 6500-WRITE-HISTORY
           ADD 1 TO LO-REDEEM-COUNT.

       5500-LOG-SUSPENSE-RECORD.
           MOVE "LOYLPOST" TO SS-SOURCE-PROGRAM
           MOVE "REDEEM" TO SS-TRANS-TYPE
           MOVE REDEEM-REQUEST-RECORD TO SS-ORIGINAL-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO SS-REJECT-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO SS-REJECT-TIME
           WRITE LOYALTY-SUSPENSE-RECORD
           DISPLAY "LOYLPOST: REDEMPTION FOR CUSTOMER " LR-CUSTOMER-ID
               " REJECTED - " SS-REJECT-REASON
           ADD 1 TO LO-REJECT-COUNT.

       5900-READ-REDEEM-REQUEST.
           READ REDEEM-REQUESTS
               AT END
                   SET LO-REDEEM-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * FINDS LO-SEARCH-CUSTOMER ON THE LEDGER TABLE.  WITH THE
      * CREATE SWITCH ON, A CUSTOMER NOT YET THERE GETS A NEW, ZERO
      * ENTRY IF THE TABLE HAS ROOM.  LO-MEMBER-IDX IS ZERO WHEN NO
      * ENTRY WAS FOUND OR MADE.
      *-----------------------------------------------------------------
       6100-FIND-MEMBER.
           MOVE 0 TO LO-MEMBER-IDX
           PERFORM 6110-COMPARE-MEMBER
               VARYING LO-LED-IDX FROM 1 BY 1
               UNTIL LO-LED-IDX > LO-LEDGER-COUNT
                   OR LO-MEMBER-IDX NOT = 0
           IF LO-MEMBER-IDX = 0 AND LO-CREATE-MEMBER
               IF LO-LEDGER-COUNT >= LO-MAX-MEMBERS
                   DISPLAY "LOYLPOST: POINTS LEDGER TABLE FULL, "
                       "CUSTOMER " LO-SEARCH-CUSTOMER
                       " LEFT FOR THE NEXT RUN"
               ELSE
                   ADD 1 TO LO-LEDGER-COUNT
                   MOVE LO-LEDGER-COUNT TO LO-MEMBER-IDX
                   MOVE SPACES TO LO-LEDGER-ENTRY (LO-MEMBER-IDX)
                   MOVE LO-SEARCH-CUSTOMER
                       TO LY-CUSTOMER-ID (LO-MEMBER-IDX)
                   MOVE 0 TO LY-POINTS-BALANCE (LO-MEMBER-IDX)
                   MOVE 0 TO LY-POINTS-OWED (LO-MEMBER-IDX)
                   MOVE 0 TO LY-LIFETIME-EARNED (LO-MEMBER-IDX)
                   MOVE 0 TO LY-LIFETIME-REVERSED (LO-MEMBER-IDX)
                   MOVE 0 TO LY-LIFETIME-REDEEMED (LO-MEMBER-IDX)
                   MOVE 0 TO LY-LIFETIME-EXPIRED (LO-MEMBER-IDX)
                   MOVE 0 TO LY-LAST-ACTIVITY (LO-MEMBER-IDX)
                   PERFORM 6120-CLEAR-ONE-BUCKET
                       VARYING LO-BKT-IDX FROM 1 BY 1
                       UNTIL LO-BKT-IDX > LO-MAX-BUCKETS
                   ADD 1 TO LO-NEW-MEMBERS
               END-IF
           END-IF.

       6110-COMPARE-MEMBER.
           IF LY-CUSTOMER-ID (LO-LED-IDX) = LO-SEARCH-CUSTOMER
               MOVE LO-LED-IDX TO LO-MEMBER-IDX
           END-IF.

       6120-CLEAR-ONE-BUCKET.
           MOVE 0 TO LY-BUCKET-MONTH (LO-MEMBER-IDX, LO-BKT-IDX)
           MOVE 0 TO LY-BUCKET-POINTS (LO-MEMBER-IDX, LO-BKT-IDX).

      *-----------------------------------------------------------------
      * EARNED POINTS FIRST PAY OFF ANY POINTS OWED, THEN GO INTO THE
      * BUCKET FOR LO-EARN-MONTH - AN EXISTING ONE, ELSE AN EMPTY
      * ONE.  IF ALL 36 ARE IN USE THEY JOIN THE NEWEST BUCKET.
      *-----------------------------------------------------------------
       6200-ADD-POINTS.
           MOVE LO-MOVE-POINTS TO LO-REMAINING-POINTS
           IF LY-POINTS-OWED (LO-MEMBER-IDX) > 0
               IF LY-POINTS-OWED (LO-MEMBER-IDX)
                       >= LO-REMAINING-POINTS
                   SUBTRACT LO-REMAINING-POINTS
                       FROM LY-POINTS-OWED (LO-MEMBER-IDX)
                   MOVE 0 TO LO-REMAINING-POINTS
               ELSE
                   SUBTRACT LY-POINTS-OWED (LO-MEMBER-IDX)
                       FROM LO-REMAINING-POINTS
                   MOVE 0 TO LY-POINTS-OWED (LO-MEMBER-IDX)
               END-IF
           END-IF
           IF LO-REMAINING-POINTS > 0
               MOVE 0 TO LO-FOUND-BKT
               PERFORM 6210-MATCH-BUCKET-MONTH
                   VARYING LO-BKT-IDX FROM 1 BY 1
                   UNTIL LO-BKT-IDX > LO-MAX-BUCKETS
                       OR LO-FOUND-BKT NOT = 0
               IF LO-FOUND-BKT = 0
                   PERFORM 6220-FIND-EMPTY-BUCKET
                       VARYING LO-BKT-IDX FROM 1 BY 1
                       UNTIL LO-BKT-IDX > LO-MAX-BUCKETS
                           OR LO-FOUND-BKT NOT = 0
               END-IF
               IF LO-FOUND-BKT = 0
                   MOVE 0 TO LO-OLDEST-MONTH
                   PERFORM 6230-FIND-NEWEST-BUCKET
                       VARYING LO-BKT-IDX FROM 1 BY 1
                       UNTIL LO-BKT-IDX > LO-MAX-BUCKETS
               END-IF
               ADD LO-REMAINING-POINTS
                   TO LY-BUCKET-POINTS (LO-MEMBER-IDX, LO-FOUND-BKT)
           END-IF
           PERFORM 6400-RECOMPUTE-BALANCE.

       6210-MATCH-BUCKET-MONTH.
           IF LY-BUCKET-POINTS (LO-MEMBER-IDX, LO-BKT-IDX) > 0
                   AND LY-BUCKET-MONTH (LO-MEMBER-IDX, LO-BKT-IDX)
                       = LO-EARN-MONTH
               MOVE LO-BKT-IDX TO LO-FOUND-BKT
           END-IF.

       6220-FIND-EMPTY-BUCKET.
           IF LY-BUCKET-POINTS (LO-MEMBER-IDX, LO-BKT-IDX) = 0
               MOVE LO-BKT-IDX TO LO-FOUND-BKT
               MOVE LO-EARN-MONTH
                   TO LY-BUCKET-MONTH (LO-MEMBER-IDX, LO-BKT-IDX)
           END-IF.

       6230-FIND-NEWEST-BUCKET.
           IF LY-BUCKET-MONTH (LO-MEMBER-IDX, LO-BKT-IDX)
                   > LO-OLDEST-MONTH
               MOVE LY-BUCKET-MONTH (LO-MEMBER-IDX, LO-BKT-IDX)
                   TO LO-OLDEST-MONTH
               MOVE LO-BKT-IDX TO LO-FOUND-BKT
           END-IF.

      *-----------------------------------------------------------------
      * TAKES LO-MOVE-POINTS FROM THE OLDEST BUCKETS FIRST.  WHAT THE
      * BUCKETS CANNOT COVER (A REVERSAL OF POINTS ALREADY SPENT)
      * BECOMES POINTS OWED.
      *-----------------------------------------------------------------
       6300-DEDUCT-POINTS.
           MOVE LO-MOVE-POINTS TO LO-REMAINING-POINTS
           MOVE 1 TO LO-FOUND-BKT
           PERFORM 6310-DRAW-OLDEST-BUCKET
               UNTIL LO-REMAINING-POINTS = 0
                   OR LO-FOUND-BKT = 0
           IF LO-REMAINING-POINTS > 0
               ADD LO-REMAINING-POINTS
                   TO LY-POINTS-OWED (LO-MEMBER-IDX)
           END-IF
           PERFORM 6400-RECOMPUTE-BALANCE.

       6310-DRAW-OLDEST-BUCKET.
           MOVE 0 TO LO-FOUND-BKT
           MOVE 999999 TO LO-OLDEST-MONTH
           PERFORM 6320-COMPARE-BUCKET-AGE
               VARYING LO-BKT-IDX FROM 1 BY 1
               UNTIL LO-BKT-IDX > LO-MAX-BUCKETS
           IF LO-FOUND-BKT NOT = 0
               IF LY-BUCKET-POINTS (LO-MEMBER-IDX, LO-FOUND-BKT)
                       > LO-REMAINING-POINTS
                   SUBTRACT LO-REMAINING-POINTS
                       FROM LY-BUCKET-POINTS
                           (LO-MEMBER-IDX, LO-FOUND-BKT)
                   MOVE 0 TO LO-REMAINING-POINTS
               ELSE
                   SUBTRACT LY-BUCKET-POINTS
                           (LO-MEMBER-IDX, LO-FOUND-BKT)
                       FROM LO-REMAINING-POINTS
                   MOVE 0 TO LY-BUCKET-POINTS
                       (LO-MEMBER-IDX, LO-FOUND-BKT)
                   MOVE 0 TO LY-BUCKET-MONTH
                       (LO-MEMBER-IDX, LO-FOUND-BKT)
               END-IF
           END-IF.

       6320-COMPARE-BUCKET-AGE.
           IF LY-BUCKET-POINTS (LO-MEMBER-IDX, LO-BKT-IDX) > 0
                   AND LY-BUCKET-MONTH (LO-MEMBER-IDX, LO-BKT-IDX)
                       < LO-OLDEST-MONTH
               MOVE LY-BUCKET-MONTH (LO-MEMBER-IDX, LO-BKT-IDX)
                   TO LO-OLDEST-MONTH
               MOVE LO-BKT-IDX TO LO-FOUND-BKT
           END-IF.

       6400-RECOMPUTE-BALANCE.
           MOVE 0 TO LO-BUCKET-TOTAL
           PERFORM 6410-ADD-ONE-BUCKET
               VARYING LO-BKT-IDX FROM 1 BY 1
               UNTIL LO-BKT-IDX > LO-MAX-BUCKETS
           COMPUTE LY-POINTS-BALANCE (LO-MEMBER-IDX) =
               LO-BUCKET-TOTAL - LY-POINTS-OWED (LO-MEMBER-IDX)
           MOVE RH-RUN-DATE TO LY-LAST-ACTIVITY (LO-MEMBER-IDX).

       6410-ADD-ONE-BUCKET.
           ADD LY-BUCKET-POINTS (LO-MEMBER-IDX, LO-BKT-IDX)
               TO LO-BUCKET-TOTAL.

      *-----------------------------------------------------------------
      * ONE HISTORY RECORD AND ONE REGISTER LINE PER MOVEMENT, WITH
      * THE MEMBER'S BALANCE AFTER IT.
      *-----------------------------------------------------------------
       6500-WRITE-HISTORY.
           MOVE SPACES TO POINTS-HISTORY-RECORD
           MOVE LY-CUSTOMER-ID (LO-MEMBER-IDX) TO LW-CUSTOMER-ID
           MOVE RH-RUN-DATE TO LW-TRANS-DATE
           MOVE LO-HIST-TYPE TO LW-TRANS-TYPE
           MOVE LO-HIST-POINTS TO LW-POINTS
           MOVE LO-HIST-REFERENCE TO LW-REFERENCE
           MOVE LO-HIST-INVOICE TO LW-INVOICE-NUMBER
           MOVE LO-HIST-AMOUNT TO LW-DOLLAR-AMOUNT
           MOVE LY-POINTS-BALANCE (LO-MEMBER-IDX) TO LW-BALANCE-AFTER
           WRITE POINTS-HISTORY-RECORD
           EVALUATE TRUE
               WHEN LW-POINTS-EARNED
                   MOVE "EARNED" TO LO-RG-TYPE
               WHEN LW-NSF-REVERSAL
                   MOVE "NSF" TO LO-RG-TYPE
               WHEN LW-RETURN-REVERSAL
                   MOVE "RETURN" TO LO-RG-TYPE
               WHEN LW-POINTS-REDEEMED
                   MOVE "REDEEMED" TO LO-RG-TYPE
               WHEN LW-POINTS-EXPIRED
                   MOVE "EXPIRED" TO LO-RG-TYPE
           END-EVALUATE
           MOVE LW-CUSTOMER-ID TO LO-RG-CUSTOMER-ID
           MOVE LW-REFERENCE TO LO-RG-REFERENCE
           MOVE LW-INVOICE-NUMBER TO LO-RG-INVOICE
           MOVE LW-POINTS TO LO-RG-POINTS
           MOVE LW-DOLLAR-AMOUNT TO LO-RG-AMOUNT
           MOVE LW-BALANCE-AFTER TO LO-RG-BALANCE
           DISPLAY LO-REGISTER-LINE.

      *-----------------------------------------------------------------
      * MEMBERSHIP TIER OF LO-SEARCH-CUSTOMER FROM THE CUSTOMER
      * MASTER.  LIFETIME OUTRANKS VIP; A CUSTOMER WHO IS NEITHER, OR
      * WHO IS NO LONGER ACTIVE, EARNS AND REDEEMS NOTHING.
      *-----------------------------------------------------------------
       6600-GET-MEMBER-TIER.
           MOVE LO-SEARCH-CUSTOMER
               TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   SET LO-TIER-NOT-ON-FILE TO TRUE
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CM-STATUS-ACTIVE
                               OF CUSTOMER-MASTER-RECORD
                           SET LO-TIER-NONE TO TRUE
                       WHEN CM-LIFETIME-YES OF CUSTOMER-MASTER-RECORD
                           SET LO-TIER-LIFETIME TO TRUE
                       WHEN CM-VIP-YES OF CUSTOMER-MASTER-RECORD
                           SET LO-TIER-VIP TO TRUE
                       WHEN OTHER
                           SET LO-TIER-NONE TO TRUE
                   END-EVALUATE
           END-READ.

       6900-COUNT-MONTHS.
           COMPUTE LO-MW-COUNT = LO-MW-YEAR * 12 + LO-MW-MM.

      *-----------------------------------------------------------------
      * THE LEDGER, THE APPLICATION LOG AND THE DEPOSITS FILE ARE
      * REWRITTEN FROM THEIR TABLES, AND THE ADJUSTMENT FILE IS
      * CLEARED NOW THAT EVERY ADJUSTMENT ON IT HAS BEEN TAKEN.
      *-----------------------------------------------------------------
       7000-REWRITE-FILES.
           OPEN OUTPUT POINTS-LEDGER
           IF NOT LO-LOYLPTS-OK
               MOVE "LOYLPOST" TO AB-PROGRAM-ID
               MOVE "LOYLPTS" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE LO-LOYLPTS-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF LO-LEDGER-COUNT > 0
               PERFORM 7100-WRITE-LEDGER-RECORD
                   VARYING LO-LED-IDX FROM 1 BY 1
                   UNTIL LO-LED-IDX > LO-LEDGER-COUNT
           END-IF
           CLOSE POINTS-LEDGER
           OPEN OUTPUT APPLY-LOG
           IF NOT LO-APPLYLOG-OK
               MOVE "LOYLPOST" TO AB-PROGRAM-ID
               MOVE "APPLYLOG" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE LO-APPLYLOG-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF LO-LOG-COUNT > 0
               PERFORM 7200-WRITE-LOG-RECORD
                   VARYING LO-LOG-IDX FROM 1 BY 1
                   UNTIL LO-LOG-IDX > LO-LOG-COUNT
           END-IF
           CLOSE APPLY-LOG
           OPEN OUTPUT DEPOSIT-FILE
           IF NOT LO-DEPOSITS-OK
               MOVE "LOYLPOST" TO AB-PROGRAM-ID
               MOVE "DEPOSITS" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE LO-DEPOSITS-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF LO-DEP-COUNT > 0
               PERFORM 7300-WRITE-DEPOSIT-RECORD
                   VARYING LO-DEP-IDX FROM 1 BY 1
                   UNTIL LO-DEP-IDX > LO-DEP-COUNT
           END-IF
           CLOSE DEPOSIT-FILE
           IF LO-ADJ-FILE-OPEN
               OPEN OUTPUT LOYALTY-ADJ-FILE
               IF NOT LO-LOYLADJ-OK
                   MOVE "LOYLPOST" TO AB-PROGRAM-ID
                   MOVE "LOYLADJ" TO AB-FILE-NAME
                   MOVE "OPEN OUT" TO AB-OPERATION
                   MOVE LO-LOYLADJ-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE LOYALTY-ADJ-FILE
           END-IF.

       7100-WRITE-LEDGER-RECORD.
           MOVE LO-LEDGER-ENTRY (LO-LED-IDX) TO POINTS-LEDGER-RECORD
           WRITE POINTS-LEDGER-RECORD.

       7200-WRITE-LOG-RECORD.
           MOVE LO-LOG-ENTRY (LO-LOG-IDX) TO APPLY-LOG-RECORD
           WRITE APPLY-LOG-RECORD.

       7300-WRITE-DEPOSIT-RECORD.
           MOVE SPACES TO DEPOSIT-RECORD
           MOVE LO-DP-CUSTOMER-ID (LO-DEP-IDX) TO DP-CUSTOMER-ID
           MOVE LO-DP-BALANCE (LO-DEP-IDX) TO DP-DEPOSIT-BALANCE
           MOVE LO-DP-LAST-ACTIVITY (LO-DEP-IDX) TO DP-LAST-ACTIVITY
           WRITE DEPOSIT-RECORD.

       7500-TERMINATE.
           DISPLAY " "
           DISPLAY "ADJUSTMENTS READ:             " LO-ADJ-READ
           DISPLAY "NSF REVERSALS TAKEN:          " LO-NSF-COUNT
           DISPLAY "RETURN REVERSALS TAKEN:       " LO-RETURN-COUNT
           DISPLAY "ADJUSTMENTS WITH NO POINTS:   " LO-NO-POINTS-COUNT
           DISPLAY "NEW APPLICATIONS EXAMINED:    " LO-APPLIED-SEEN
           DISPLAY "APPLICATIONS EARNING POINTS:  " LO-EARNING-COUNT
           DISPLAY "HELD FOR NEXT RUN (TBL FULL): " LO-HELD-COUNT
           DISPLAY "MEMBERS WITH POINTS EXPIRED:  " LO-EXPIRED-MEMBERS
           DISPLAY "REDEMPTION REQUESTS READ:     " LO-REDEEM-READ
           DISPLAY "REDEMPTIONS POSTED:           " LO-REDEEM-COUNT
           DISPLAY "REDEMPTIONS REJECTED:         " LO-REJECT-COUNT
           DISPLAY "NEW MEMBERS ON LEDGER:        " LO-NEW-MEMBERS
           DISPLAY "MEMBERS ON LEDGER:            " LO-LEDGER-COUNT
           MOVE LO-POINTS-EARNED TO LO-POINTS-DISPLAY
           DISPLAY "POINTS EARNED:          " LO-POINTS-DISPLAY
           MOVE LO-POINTS-REVERSED TO LO-POINTS-DISPLAY
           DISPLAY "POINTS REVERSED:        " LO-POINTS-DISPLAY
           MOVE LO-POINTS-EXPIRED TO LO-POINTS-DISPLAY
           DISPLAY "POINTS EXPIRED:         " LO-POINTS-DISPLAY
           MOVE LO-POINTS-REDEEMED TO LO-POINTS-DISPLAY
           DISPLAY "POINTS REDEEMED:        " LO-POINTS-DISPLAY
           MOVE LO-CREDIT-GRANTED TO LO-AMOUNT-DISPLAY
           DISPLAY "ON-ACCOUNT CREDIT GRANTED:" LO-AMOUNT-DISPLAY
           CLOSE CUSTOMER-MASTER
           CLOSE POINTS-HISTORY
           CLOSE LOYALTY-SUSPENSE
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM LOYLPOST.
