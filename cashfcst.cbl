      ******************************************************************
      * PROGRAM-ID.    CASHFCST
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - FINANCE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       WEEKLY THIRTEEN-WEEK CASH FLOW FORECAST.  WEEK 1
      *                STARTS ON THE RUN DATE; ANYTHING ALREADY PAST
      *                ITS DATE LANDS IN WEEK 1 AND ANYTHING DATED
      *                BEYOND WEEK 13 IS SHOWN SEPARATELY AND LEFT OUT
      *                OF THE BALANCES.
      *                INFLOWS - EVERY OPEN RECEIVABLE IS PROJECTED AS
      *                RECFCST PROJECTS IT (INVOICE DATE PLUS THE
      *                CUSTOMER'S AVERAGE DAYS-TO-PAY FROM PAYBEHAV,
      *                30 DAYS WITHOUT HISTORY), EXCEPT THAT AN
      *                UNDISPUTED ITEM OF AN AUTO-PAY CUSTOMER IS
      *                TAKEN ON THE FIRST DEBIT DAY ON WHICH ACHDEBIT
      *                WILL COLLECT IT - ON OR AFTER ITS DUE DATE,
      *                AND ONLY IF IT FITS, WITH THE ITEMS ALREADY
      *                TAKEN ON THAT DEBIT, UNDER THE CUSTOMER'S DEBIT
      *                MAXIMUM, AS ACHDEBIT TAKES THEM.  AN ITEM THAT
      *                DOES NOT FIT IS PROJECTED LIKE ANY OTHER.
      *                OUTFLOWS - EVERY UNPAID PAYABLE ON ITS DUE
      *                DATE, OR ON ITS DISCOUNT DATE LESS THE DISCOUNT
      *                WHEN THE DISCOUNT IS STILL THERE TO TAKE (THE
      *                CHECK RUN TAKES EVERY DISCOUNT IT CAN); AND ON
      *                EVERY PAY DATE OF THE PAY-CYCLE ENTRY ON THE
      *                JOB CALENDAR, THE AVERAGE NET PAY AND EMPLOYER
      *                TAXES OF THE LAST THREE PAY DATES ON THE
      *                PAYROLL TAX HISTORY PLUS THE LAST RUN'S
      *                GARNISHMENT REMITTANCES.  NET PAY IS GROSS LESS
      *                THE TAXES WITHHELD AND LESS THE GARNISHMENTS,
      *                WHICH GO OUT TO THE AGENCIES INSTEAD OF TO THE
      *                EMPLOYEES; EMPLOYER TAXES ARE THE MATCH AND
      *                UNEMPLOYMENT ACCRUED.
      *                THE OPENING BALANCE AND THE MINIMUM CASH
      *                BALANCE COME FROM THE CASHCTL CONTROL RECORD,
      *                WHICH TREASURY KEEPS.  EACH WEEK PRINTS ITS
      *                INFLOWS, OUTFLOWS, NET FLOW AND PROJECTED
      *                CLOSING BALANCE, AND A WEEK CLOSING BELOW THE
      *                MINIMUM IS FLAGGED.  RETURN CODE 4 MEANS A WEEK
      *                FELL BELOW THE MINIMUM OR PAYROLL COULD NOT BE
      *                PROJECTED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    GARNISHMENTS ARE TAKEN OUT OF THE AVERAGE NET
      *                  PAY - THEY WERE COUNTED THERE AND AGAIN AS
      *                  REMITTANCES.  THE DEBIT MAXIMUM IS TESTED
      *                  AGAINST EVERYTHING ALREADY SCHEDULED ON THE
      *                  SAME DEBIT, NOT ONE ITEM AT A TIME.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CASHFCST.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - FINANCE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CASH-CONTROL ASSIGN TO "CASHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TW-CASHCTL-STATUS.
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NUMBER
                   OF OPEN-INVOICE-RECORD
               ALTERNATE RECORD KEY IS OI-CUSTOMER-ID
                   OF OPEN-INVOICE-RECORD WITH DUPLICATES
               FILE STATUS IS TW-OPENINV-STATUS.
           SELECT BEHAVIOR-FILE ASSIGN TO "PAYBEHAV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TW-PAYBEHAV-STATUS.
           SELECT AUTOPAY-FILE ASSIGN TO "AUTOPAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TW-AUTOPAY-STATUS.
           SELECT AP-OPEN-FILE ASSIGN TO "APOPEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TW-APOPEN-STATUS.
           SELECT JOB-CALENDAR ASSIGN TO "JOBCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TW-JOBCAL-STATUS.
           SELECT PAY-TAX-HISTORY ASSIGN TO "PAYTXHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TW-PAYTXHST-STATUS.
           SELECT GARN-REMIT-FILE ASSIGN TO "GARNREMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TW-GARNREMT-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------------
      * CASH POSITION CONTROL RECORD - THE BANK BALANCE THE FORECAST
      * OPENS WITH, THE DATE OF THAT BALANCE, AND THE LEAST CASH
      * TREASURY WILL HOLD.
      *-----------------------------------------------------------------
       FD  CASH-CONTROL
           RECORDING MODE IS F.
       01  CASH-CONTROL-RECORD.
           05  CC-BALANCE-DATE         PIC 9(08).
           05  CC-OPENING-BALANCE      PIC S9(11)V99.
           05  CC-MINIMUM-BALANCE      PIC 9(11)V99.
           05  FILLER                  PIC X(46).

       FD  OPEN-INVOICE-FILE
           RECORDING MODE IS F.
       01  OPEN-INVOICE-RECORD.
           COPY OPENINV.

       FD  BEHAVIOR-FILE
           RECORDING MODE IS F.
       01  BEHAVIOR-RECORD.
           05  BH-CUSTOMER-ID          PIC 9(06).
           05  BH-AVG-DAYS             PIC 9(03)V9.
           05  BH-TREND-DAYS           PIC S9(03)V9.
           05  BH-PAYMENT-COUNT        PIC 9(05).
           05  BH-LAST-UPDATE          PIC 9(08).
           05  FILLER                  PIC X(53).

      *-----------------------------------------------------------------
      * AUTO-PAY ENROLLMENT, IN THE LAYOUT ACHDEBIT MAINTAINS.
      *-----------------------------------------------------------------
       FD  AUTOPAY-FILE
           RECORDING MODE IS F.
       01  AUTOPAY-RECORD.
           05  AU-CUSTOMER-ID          PIC 9(06).
           05  AU-ROUTING-NUMBER       PIC 9(09).
           05  AU-ACCOUNT-NUMBER       PIC X(17).
           05  AU-DEBIT-DAY            PIC 9(02).
           05  AU-MAX-DEBIT            PIC 9(07)V99.
           05  AU-STATUS               PIC X(01).
               88  AU-ENROLL-PRENOTED  VALUE "P".
               88  AU-ENROLL-ACTIVE    VALUE "A".
           05  AU-PRENOTE-DATE         PIC 9(08).
           05  AU-LAST-DEBIT-DATE      PIC 9(08).
           05  AU-LAST-RETURN-CODE     PIC X(03).
           05  FILLER                  PIC X(17).

       FD  AP-OPEN-FILE
           RECORDING MODE IS F.
       01  AP-OPEN-RECORD.
           COPY APOPEN.

       FD  JOB-CALENDAR
           RECORDING MODE IS F.
       01  JOB-CALENDAR-RECORD.
           COPY JOBCAL.

       FD  PAY-TAX-HISTORY
           RECORDING MODE IS F.
       01  PAY-TAX-HISTORY-RECORD.
           COPY PAYTXHST.

      *-----------------------------------------------------------------
      * GARNISHMENT REMITTANCES OF THE LAST WITHHOLDING RUN, IN THE
      * LAYOUT TAXPROG WRITES.
      *-----------------------------------------------------------------
       FD  GARN-REMIT-FILE
           RECORDING MODE IS F.
       01  GARN-REMIT-RECORD.
           05  GR-EMPLOYEE-ID          PIC 9(06).
           05  GR-AGENCY-ID            PIC X(08).
           05  GR-ORDER-TYPE           PIC X(04).
           05  GR-REMIT-AMOUNT         PIC 9(07)V99.
           05  GR-PAY-DATE             PIC 9(08).
           05  FILLER                  PIC X(45).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  TW-CASHCTL-STATUS           PIC X(02) VALUE "00".
           88  TW-CASHCTL-OK           VALUE "00".
       01  TW-OPENINV-STATUS           PIC X(02) VALUE "00".
           88  TW-OPENINV-OK           VALUE "00".
           88  TW-OPENINV-EOF          VALUE "10".
           88  TW-OPENINV-NOTFOUND     VALUE "35".
       01  TW-PAYBEHAV-STATUS          PIC X(02) VALUE "00".
           88  TW-PAYBEHAV-OK          VALUE "00".
           88  TW-PAYBEHAV-EOF         VALUE "10".
           88  TW-PAYBEHAV-NOTFOUND    VALUE "35".
       01  TW-AUTOPAY-STATUS           PIC X(02) VALUE "00".
           88  TW-AUTOPAY-OK           VALUE "00".
           88  TW-AUTOPAY-EOF          VALUE "10".
           88  TW-AUTOPAY-NOTFOUND     VALUE "35".
       01  TW-APOPEN-STATUS            PIC X(02) VALUE "00".
           88  TW-APOPEN-OK            VALUE "00".
           88  TW-APOPEN-EOF           VALUE "10".
           88  TW-APOPEN-NOTFOUND      VALUE "35".
       01  TW-JOBCAL-STATUS            PIC X(02) VALUE "00".
           88  TW-JOBCAL-OK            VALUE "00".
           88  TW-JOBCAL-EOF           VALUE "10".
           88  TW-JOBCAL-NOTFOUND      VALUE "35".
       01  TW-PAYTXHST-STATUS          PIC X(02) VALUE "00".
           88  TW-PAYTXHST-OK          VALUE "00".
           88  TW-PAYTXHST-EOF         VALUE "10".
           88  TW-PAYTXHST-NOTFOUND    VALUE "35".
       01  TW-GARNREMT-STATUS          PIC X(02) VALUE "00".
           88  TW-GARNREMT-OK          VALUE "00".
           88  TW-GARNREMT-EOF         VALUE "10".
           88  TW-GARNREMT-NOTFOUND    VALUE "35".

       01  TW-SWITCHES.
           05  TW-INVOICE-EOF-SWITCH   PIC X(01) VALUE "N".
               88  TW-INVOICE-END      VALUE "Y".
           05  TW-BEHAV-EOF-SWITCH     PIC X(01) VALUE "N".
               88  TW-BEHAV-END        VALUE "Y".
           05  TW-AUTOPAY-EOF-SWITCH   PIC X(01) VALUE "N".
               88  TW-AUTOPAY-END      VALUE "Y".
           05  TW-APOPEN-EOF-SWITCH    PIC X(01) VALUE "N".
               88  TW-APOPEN-END       VALUE "Y".
           05  TW-JOBCAL-EOF-SWITCH    PIC X(01) VALUE "N".
               88  TW-JOBCAL-END       VALUE "Y".
           05  TW-HISTORY-EOF-SWITCH   PIC X(01) VALUE "N".
               88  TW-HISTORY-END      VALUE "Y".
           05  TW-GARNREMT-EOF-SWITCH  PIC X(01) VALUE "N".
               88  TW-GARNREMT-END     VALUE "Y".
           05  TW-CALENDAR-SWITCH      PIC X(01) VALUE "N".
               88  TW-CALENDAR-FOUND   VALUE "Y".

      *-----------------------------------------------------------------
      * POLICY.  A CUSTOMER WITH NO PAYMENT HISTORY IS EXPECTED TO PAY
      * IN RECFCST'S 30 DAYS; AN AUTO-PAY ITEM FALLS DUE FOR DEBIT ON
      * ACHDEBIT'S 30-DAY TERMS; PAYROLL IS THE AVERAGE OF THIS MANY
      * OF THE MOST RECENT PAY DATES.
      *-----------------------------------------------------------------
       01  TW-DEFAULT-DAYS             PIC 9(03) VALUE 30.
       01  TW-TERMS-DAYS               PIC 9(03) VALUE 30.
       01  TW-MAX-CYCLES               PIC 9(02) COMP VALUE 3.

       01  TW-WEEKS                    PIC 9(02) COMP VALUE 13.
       01  TW-HORIZON-DAYS             PIC 9(03) COMP VALUE 91.

       01  TW-COUNTERS.
           05  TW-BEHAV-COUNT          PIC 9(04) COMP VALUE 0.
           05  TW-MAX-BEHAV            PIC 9(04) COMP VALUE 2000.
           05  TW-BEHAV-IDX            PIC 9(04) COMP VALUE 0.
           05  TW-BEHAV-FOUND-IDX      PIC 9(04) COMP VALUE 0.
           05  TW-AUTOPAY-COUNT        PIC 9(04) COMP VALUE 0.
           05  TW-MAX-AUTOPAY          PIC 9(04) COMP VALUE 2000.
           05  TW-AUTOPAY-IDX          PIC 9(04) COMP VALUE 0.
           05  TW-AUTOPAY-FOUND-IDX    PIC 9(04) COMP VALUE 0.
           05  TW-CYCLE-COUNT          PIC 9(02) COMP VALUE 0.
           05  TW-CYCLE-IDX            PIC 9(02) COMP VALUE 0.
           05  TW-PRIOR-CYCLE-IDX      PIC 9(02) COMP VALUE 0.
           05  TW-WEEK-IDX             PIC 9(02) COMP VALUE 0.
           05  TW-LOW-WEEK             PIC 9(02) COMP VALUE 0.
           05  TW-INVOICES-READ        PIC 9(07) COMP VALUE 0.
           05  TW-RECEIPT-ITEMS        PIC 9(07) COMP VALUE 0.
           05  TW-AUTODEBIT-ITEMS      PIC 9(07) COMP VALUE 0.
           05  TW-PAYABLES-READ        PIC 9(07) COMP VALUE 0.
           05  TW-PAYABLE-ITEMS        PIC 9(07) COMP VALUE 0.
           05  TW-DISCOUNT-ITEMS       PIC 9(07) COMP VALUE 0.
           05  TW-GARNISH-COUNT        PIC 9(05) COMP VALUE 0.
           05  TW-PAY-DATE-COUNT       PIC 9(03) COMP VALUE 0.
           05  TW-WEEKS-BELOW-MINIMUM  PIC 9(02) COMP VALUE 0.

       01  TW-DATE-WORK.
           05  TW-RUN-DATE             PIC 9(08) VALUE 0.
           05  TW-RUN-INTEGER          PIC 9(07) VALUE 0.
           05  TW-INVOICE-INTEGER      PIC 9(07) VALUE 0.
           05  TW-EXPECTED-INTEGER     PIC 9(07) VALUE 0.
           05  TW-START-INTEGER        PIC 9(07) VALUE 0.
           05  TW-DEBIT-INTEGER        PIC 9(07) VALUE 0.
           05  TW-PAY-INTEGER          PIC 9(07) VALUE 0.
           05  TW-ANCHOR-INTEGER       PIC 9(07) VALUE 0.
           05  TW-MONTH-INTEGER        PIC 9(07) VALUE 0.
           05  TW-DAYS-OUT             PIC S9(05) VALUE 0.
           05  TW-CYCLES-PAST          PIC 9(05) VALUE 0.
           05  TW-MONTH-DAYS           PIC 9(02) VALUE 0.
           05  TW-DEBIT-DAY            PIC 9(02) VALUE 0.
           05  TW-PAY-DATE             PIC 9(08) VALUE 0.
           05  TW-WEEK-START           PIC 9(08) VALUE 0.
           05  TW-MONTH-DATE           PIC 9(08) VALUE 0.
           05  TW-MONTH-PARTS REDEFINES TW-MONTH-DATE.
               10  TW-MONTH-YEAR       PIC 9(04).
               10  TW-MONTH-MONTH      PIC 9(02).
               10  TW-MONTH-DAY        PIC 9(02).
           05  TW-FOLLOW-DATE          PIC 9(08) VALUE 0.
           05  TW-FOLLOW-PARTS REDEFINES TW-FOLLOW-DATE.
               10  TW-FOLLOW-YEAR      PIC 9(04).
               10  TW-FOLLOW-MONTH     PIC 9(02).
               10  TW-FOLLOW-DAY       PIC 9(02).
           05  TW-ANCHOR-DATE          PIC 9(08) VALUE 0.
           05  TW-ANCHOR-PARTS REDEFINES TW-ANCHOR-DATE.
               10  TW-AN-YEAR          PIC 9(04).
               10  TW-AN-MONTH         PIC 9(02).
               10  TW-AN-DAY           PIC 9(02).

       01  TW-AVG-DAYS                 PIC 9(03)V9 VALUE 0.

      *-----------------------------------------------------------------
      * CASH POSITION FROM THE CONTROL RECORD.
      *-----------------------------------------------------------------
       01  TW-CASH-POSITION.
           05  TW-BALANCE-DATE         PIC 9(08) VALUE 0.
           05  TW-OPENING-BALANCE      PIC S9(11)V99 VALUE 0.
           05  TW-MINIMUM-BALANCE      PIC S9(11)V99 VALUE 0.
           05  TW-RUNNING-BALANCE      PIC S9(11)V99 VALUE 0.
           05  TW-LOW-BALANCE          PIC S9(11)V99 VALUE 0.

      *-----------------------------------------------------------------
      * THE PAY CYCLE TAKEN FROM THE JOB CALENDAR.
      *-----------------------------------------------------------------
       01  TW-PAY-CALENDAR.
           05  TW-CAL-JOB-NAME         PIC X(08) VALUE SPACES.
           05  TW-CAL-ANCHOR           PIC 9(08) VALUE 0.
           05  TW-CAL-CYCLE-DAYS       PIC 9(03) VALUE 0.

      *-----------------------------------------------------------------
      * PAYROLL PER PAY DATE - THE AVERAGES OF THE RECENT PAY DATES
      * AND THE LAST RUN'S GARNISHMENT REMITTANCES.
      *-----------------------------------------------------------------
       01  TW-PAYROLL-FIGURES.
           05  TW-PAY-AMOUNT           PIC S9(09)V99 VALUE 0.
           05  TW-NET-PAY-TOTAL        PIC S9(11)V99 VALUE 0.
           05  TW-EMPLOYER-TAX-TOTAL   PIC S9(11)V99 VALUE 0.
           05  TW-AVG-NET-PAY          PIC S9(11)V99 VALUE 0.
           05  TW-AVG-EMPLOYER-TAX     PIC S9(11)V99 VALUE 0.
           05  TW-GARNISH-TOTAL        PIC S9(11)V99 VALUE 0.
           05  TW-PAYROLL-PER-DATE     PIC S9(11)V99 VALUE 0.

       01  TW-BEHAVIOR-TABLE.
           05  TW-BEHAVIOR-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON TW-BEHAV-COUNT
                   INDEXED BY TW-BH-IDX.
               10  TW-BH-CUSTOMER-ID   PIC 9(06).
               10  TW-BH-AVG-DAYS      PIC 9(03)V9.

       01  TW-AUTOPAY-TABLE.
           05  TW-AUTOPAY-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON TW-AUTOPAY-COUNT
                   INDEXED BY TW-AU-IDX.
               10  TW-AU-CUSTOMER-ID   PIC 9(06).
               10  TW-AU-DEBIT-DAY     PIC 9(02).
               10  TW-AU-MAX-DEBIT     PIC 9(07)V99.
               10  TW-AU-DEBIT-INTEGER PIC 9(07).
               10  TW-AU-SCHEDULED     PIC 9(09)V99.

      *-----------------------------------------------------------------
      * THE MOST RECENT PAY DATES ON THE TAX HISTORY, OLDEST FIRST.
      * RUN-TOTAL RECORDS FOR THE SAME PAY DATE ARE ADDED TOGETHER.
      *-----------------------------------------------------------------
       01  TW-CYCLE-TABLE.
           05  TW-CYCLE-ENTRY OCCURS 3 TIMES.
               10  TW-CY-PAY-DATE      PIC 9(08).
               10  TW-CY-NET-PAY       PIC S9(11)V99.
               10  TW-CY-EMPLOYER-TAX  PIC S9(11)V99.

       01  TW-WEEK-TABLE.
           05  TW-WEEK-ENTRY OCCURS 13 TIMES.
               10  TW-WK-RECEIPTS      PIC S9(11)V99.
               10  TW-WK-AUTODEBITS    PIC S9(11)V99.
               10  TW-WK-PAYABLES      PIC S9(11)V99.
               10  TW-WK-PAYROLL       PIC S9(11)V99.

       01  TW-WEEK-WORK.
           05  TW-WEEK-INFLOW          PIC S9(11)V99 VALUE 0.
           05  TW-WEEK-OUTFLOW         PIC S9(11)V99 VALUE 0.
           05  TW-WEEK-NET             PIC S9(11)V99 VALUE 0.

       01  TW-TOTALS.
           05  TW-TOTAL-RECEIPTS       PIC S9(11)V99 VALUE 0.
           05  TW-TOTAL-AUTODEBITS     PIC S9(11)V99 VALUE 0.
           05  TW-TOTAL-PAYABLES       PIC S9(11)V99 VALUE 0.
           05  TW-TOTAL-PAYROLL        PIC S9(11)V99 VALUE 0.
           05  TW-TOTAL-NET            PIC S9(11)V99 VALUE 0.
           05  TW-LATER-RECEIPTS       PIC S9(11)V99 VALUE 0.
           05  TW-LATER-AUTODEBITS     PIC S9(11)V99 VALUE 0.
           05  TW-LATER-PAYABLES       PIC S9(11)V99 VALUE 0.
           05  TW-LATER-NET            PIC S9(11)V99 VALUE 0.
           05  TW-DISCOUNTS-TAKEN      PIC S9(11)V99 VALUE 0.

       01  TW-AMOUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TW-AL-LABEL             PIC X(44).
           05  TW-AL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.

       01  TW-COLUMN-LINE.
           05  FILLER                  PIC X(13)
                   VALUE " WK  STARTING".
           05  FILLER                  PIC X(32)
                   VALUE "        RECEIPTS     AUTO-DEBITS".
           05  FILLER                  PIC X(32)
                   VALUE "        PAYABLES         PAYROLL".
           05  FILLER                  PIC X(32)
                   VALUE "        NET FLOW CLOSING BALANCE".

       01  TW-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TW-DL-WEEK              PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TW-DL-WEEK-START        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TW-DL-RECEIPTS          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TW-DL-AUTODEBITS        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TW-DL-PAYABLES          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TW-DL-PAYROLL           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TW-DL-NET               PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TW-DL-CLOSING           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TW-DL-FLAG              PIC X(13).

       01  TW-TOTAL-LINE.
           05  TW-TL-LABEL             PIC X(13).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TW-TL-RECEIPTS          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TW-TL-AUTODEBITS        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TW-TL-PAYABLES          PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TW-TL-PAYROLL           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TW-TL-NET               PIC ZZZ,ZZZ,ZZ9.99-.

       01  TW-WEEK-EDIT                PIC Z9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROJECT-RECEIPTS
           PERFORM 3000-PROJECT-PAYABLES
           PERFORM 4000-PROJECT-PAYROLL
           PERFORM 5000-PRINT-FORECAST
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "CASHFCST" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "CASHFCST" TO RH-PROGRAM-NAME
           MOVE "THIRTEEN-WEEK CASH FLOW FORECAST" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           MOVE RH-RUN-DATE TO TW-RUN-DATE
           COMPUTE TW-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(TW-RUN-DATE)
           INITIALIZE TW-WEEK-TABLE
           PERFORM 1100-READ-CASH-CONTROL
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1200-LOAD-BEHAVIOR-SCORES
           PERFORM 1300-LOAD-AUTOPAY-ENROLLMENTS.

      *-----------------------------------------------------------------
      * A FORECAST WITHOUT AN OPENING BALANCE IS MEANINGLESS, SO A
      * MISSING OR EMPTY CONTROL FILE STOPS THE RUN.
      *-----------------------------------------------------------------
       1100-READ-CASH-CONTROL.
           OPEN INPUT CASH-CONTROL
           IF NOT TW-CASHCTL-OK
               MOVE "CASHFCST" TO AB-PROGRAM-ID
               MOVE "CASHCTL" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE TW-CASHCTL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           READ CASH-CONTROL
               AT END
                   DISPLAY "CASHFCST: CASH CONTROL FILE IS EMPTY - "
                       "NO OPENING BALANCE"
                   MOVE "CASHFCST" TO AB-PROGRAM-ID
                   MOVE "CASHCTL" TO AB-FILE-NAME
                   MOVE "READ" TO AB-OPERATION
                   MOVE TW-CASHCTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
           END-READ
           MOVE CC-BALANCE-DATE TO TW-BALANCE-DATE
           MOVE CC-OPENING-BALANCE TO TW-OPENING-BALANCE
           MOVE CC-MINIMUM-BALANCE TO TW-MINIMUM-BALANCE
           CLOSE CASH-CONTROL.

       1200-LOAD-BEHAVIOR-SCORES.
           MOVE 1 TO TW-BEHAV-COUNT
           OPEN INPUT BEHAVIOR-FILE
           IF TW-PAYBEHAV-NOTFOUND
               SET TW-BEHAV-END TO TRUE
           ELSE
               IF NOT TW-PAYBEHAV-OK AND NOT TW-PAYBEHAV-EOF
                   MOVE "CASHFCST" TO AB-PROGRAM-ID
                   MOVE "PAYBEHAV" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TW-PAYBEHAV-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-BEHAVIOR-RECORD
               PERFORM 1210-STORE-BEHAVIOR-RECORD
                   UNTIL TW-BEHAV-END
                       OR TW-BEHAV-COUNT > TW-MAX-BEHAV
               CLOSE BEHAVIOR-FILE
           END-IF
           IF TW-BEHAV-COUNT > 1
               SUBTRACT 1 FROM TW-BEHAV-COUNT
           ELSE
               MOVE 0 TO TW-BEHAV-COUNT
           END-IF.

       1210-STORE-BEHAVIOR-RECORD.
           MOVE BH-CUSTOMER-ID TO TW-BH-CUSTOMER-ID (TW-BEHAV-COUNT)
           MOVE BH-AVG-DAYS TO TW-BH-AVG-DAYS (TW-BEHAV-COUNT)
           ADD 1 TO TW-BEHAV-COUNT
           PERFORM 1290-READ-BEHAVIOR-RECORD.

       1290-READ-BEHAVIOR-RECORD.
           READ BEHAVIOR-FILE
               AT END
                   SET TW-BEHAV-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ONLY ENROLLMENTS ACHDEBIT WILL DEBIT ARE KEPT - ACTIVE, OR
      * PRENOTED AND DUE TO GO ACTIVE - WITH A USABLE DEBIT DAY.  THE
      * TABLE ONLY STEERS THE PROJECTION: A CUSTOMER LEFT OFF A FULL
      * TABLE IS PROJECTED ON PAYMENT HISTORY INSTEAD.
      *-----------------------------------------------------------------
       1300-LOAD-AUTOPAY-ENROLLMENTS.
           MOVE 1 TO TW-AUTOPAY-COUNT
           OPEN INPUT AUTOPAY-FILE
           IF TW-AUTOPAY-NOTFOUND
               SET TW-AUTOPAY-END TO TRUE
           ELSE
               IF NOT TW-AUTOPAY-OK AND NOT TW-AUTOPAY-EOF
                   MOVE "CASHFCST" TO AB-PROGRAM-ID
                   MOVE "AUTOPAY" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TW-AUTOPAY-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1390-READ-ENROLLMENT
               PERFORM 1310-STORE-ENROLLMENT
                   UNTIL TW-AUTOPAY-END
                       OR TW-AUTOPAY-COUNT > TW-MAX-AUTOPAY
               IF NOT TW-AUTOPAY-END
                   DISPLAY "CASHFCST: AUTO-PAY TABLE FULL AT "
                       TW-MAX-AUTOPAY " - LATER ENROLLMENTS ARE "
                       "PROJECTED ON PAYMENT HISTORY"
               END-IF
               CLOSE AUTOPAY-FILE
           END-IF
           IF TW-AUTOPAY-COUNT > 1
               SUBTRACT 1 FROM TW-AUTOPAY-COUNT
           ELSE
               MOVE 0 TO TW-AUTOPAY-COUNT
           END-IF.

       1310-STORE-ENROLLMENT.
           IF (AU-ENROLL-ACTIVE OR AU-ENROLL-PRENOTED)
                   AND AU-DEBIT-DAY IS NUMERIC
                   AND AU-MAX-DEBIT IS NUMERIC
               IF AU-DEBIT-DAY >= 1 AND AU-DEBIT-DAY <= 31
                   MOVE AU-CUSTOMER-ID
                       TO TW-AU-CUSTOMER-ID (TW-AUTOPAY-COUNT)
                   MOVE AU-DEBIT-DAY
                       TO TW-AU-DEBIT-DAY (TW-AUTOPAY-COUNT)
                   MOVE AU-MAX-DEBIT
                       TO TW-AU-MAX-DEBIT (TW-AUTOPAY-COUNT)
                   MOVE 0 TO TW-AU-DEBIT-INTEGER (TW-AUTOPAY-COUNT)
                   MOVE 0 TO TW-AU-SCHEDULED (TW-AUTOPAY-COUNT)
                   ADD 1 TO TW-AUTOPAY-COUNT
               END-IF
           END-IF
           PERFORM 1390-READ-ENROLLMENT.

       1390-READ-ENROLLMENT.
           READ AUTOPAY-FILE
               AT END
                   SET TW-AUTOPAY-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * RECEIVABLES.  AN AUTO-PAY CUSTOMER'S UNDISPUTED ITEM THAT FITS
      * UNDER THE DEBIT MAXIMUM IS COLLECTED BY ACHDEBIT; EVERY OTHER
      * OPEN ITEM IS EXPECTED WHEN THE CUSTOMER USUALLY PAYS.
      *-----------------------------------------------------------------
       2000-PROJECT-RECEIPTS.
           OPEN INPUT OPEN-INVOICE-FILE
           IF TW-OPENINV-NOTFOUND
               DISPLAY "CASHFCST: NO OPEN INVOICE FILE - NO RECEIPTS "
                   "PROJECTED"
           ELSE
               IF NOT TW-OPENINV-OK AND NOT TW-OPENINV-EOF
                   MOVE "CASHFCST" TO AB-PROGRAM-ID
                   MOVE "OPENINV" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TW-OPENINV-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-OPEN-INVOICE
               PERFORM 2100-PROJECT-ONE-ITEM
                   UNTIL TW-INVOICE-END
               CLOSE OPEN-INVOICE-FILE
           END-IF.

       2100-PROJECT-ONE-ITEM.
           ADD 1 TO TW-INVOICES-READ
           IF OI-OPEN AND OI-OPEN-BALANCE > 0
               PERFORM 2200-FIND-AUTOPAY-ENTRY
               IF TW-AUTOPAY-FOUND-IDX NOT = 0 AND OI-NOT-DISPUTED
                   PERFORM 2300-SCHEDULE-AUTO-DEBIT
               ELSE
                   PERFORM 2400-PROJECT-PAYMENT
               END-IF
           END-IF
           PERFORM 2900-READ-OPEN-INVOICE.

       2200-FIND-AUTOPAY-ENTRY.
           MOVE 0 TO TW-AUTOPAY-FOUND-IDX
           PERFORM 2210-COMPARE-AUTOPAY
               VARYING TW-AUTOPAY-IDX FROM 1 BY 1
               UNTIL TW-AUTOPAY-IDX > TW-AUTOPAY-COUNT
                   OR TW-AUTOPAY-FOUND-IDX NOT = 0.

       2210-COMPARE-AUTOPAY.
           IF TW-AU-CUSTOMER-ID (TW-AUTOPAY-IDX) = OI-CUSTOMER-ID
               MOVE TW-AUTOPAY-IDX TO TW-AUTOPAY-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * THE ITEM IS DEBITED ON THE FIRST DEBIT DAY ON OR AFTER BOTH
      * TODAY AND ITS DUE DATE.  LIKE ACHDEBIT, A DEBIT DAY PAST THE
      * END OF A SHORT MONTH FALLS ON THAT MONTH'S LAST DAY, AND AN
      * ITEM THAT WOULD TAKE THAT DEBIT PAST THE CUSTOMER'S MAXIMUM IS
      * LEFT OFF IT.  THE ENROLLMENT CARRIES THE AMOUNT SCHEDULED ON
      * ITS LATEST DEBIT DATE; THE CUSTOMER'S ITEMS COME IN INVOICE
      * ORDER, SO THEIR DEBIT DATES DO NOT GO BACKWARDS.
      *-----------------------------------------------------------------
       2300-SCHEDULE-AUTO-DEBIT.
           COMPUTE TW-START-INTEGER =
               FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE)
                   + TW-TERMS-DAYS
           IF TW-START-INTEGER < TW-RUN-INTEGER
               MOVE TW-RUN-INTEGER TO TW-START-INTEGER
           END-IF
           COMPUTE TW-MONTH-DATE =
               FUNCTION DATE-OF-INTEGER(TW-START-INTEGER)
           MOVE 1 TO TW-MONTH-DAY
           PERFORM 2310-SET-MONTH-DEBIT-DATE
           IF TW-DEBIT-INTEGER < TW-START-INTEGER
               MOVE TW-FOLLOW-DATE TO TW-MONTH-DATE
               PERFORM 2310-SET-MONTH-DEBIT-DATE
           END-IF
           IF TW-DEBIT-INTEGER
                   NOT = TW-AU-DEBIT-INTEGER (TW-AUTOPAY-FOUND-IDX)
               MOVE TW-DEBIT-INTEGER
                   TO TW-AU-DEBIT-INTEGER (TW-AUTOPAY-FOUND-IDX)
               MOVE 0 TO TW-AU-SCHEDULED (TW-AUTOPAY-FOUND-IDX)
           END-IF
           IF TW-AU-MAX-DEBIT (TW-AUTOPAY-FOUND-IDX) > 0
                   AND TW-AU-SCHEDULED (TW-AUTOPAY-FOUND-IDX)
                       + OI-OPEN-BALANCE
                       > TW-AU-MAX-DEBIT (TW-AUTOPAY-FOUND-IDX)
               PERFORM 2400-PROJECT-PAYMENT
           ELSE
               PERFORM 2320-TAKE-AUTO-DEBIT
           END-IF.

      *-----------------------------------------------------------------
      * DEBIT DATE WITHIN THE MONTH STARTING ON TW-MONTH-DATE.  THE
      * FIRST OF THE FOLLOWING MONTH IS LEFT IN TW-FOLLOW-DATE.
      *-----------------------------------------------------------------
       2310-SET-MONTH-DEBIT-DATE.
           COMPUTE TW-MONTH-INTEGER =
               FUNCTION INTEGER-OF-DATE(TW-MONTH-DATE)
           MOVE TW-MONTH-DATE TO TW-FOLLOW-DATE
           IF TW-FOLLOW-MONTH = 12
               ADD 1 TO TW-FOLLOW-YEAR
               MOVE 1 TO TW-FOLLOW-MONTH
           ELSE
               ADD 1 TO TW-FOLLOW-MONTH
           END-IF
           COMPUTE TW-MONTH-DAYS =
               FUNCTION INTEGER-OF-DATE(TW-FOLLOW-DATE)
                   - TW-MONTH-INTEGER
           IF TW-AU-DEBIT-DAY (TW-AUTOPAY-FOUND-IDX) > TW-MONTH-DAYS
               MOVE TW-MONTH-DAYS TO TW-DEBIT-DAY
           ELSE
               MOVE TW-AU-DEBIT-DAY (TW-AUTOPAY-FOUND-IDX)
                   TO TW-DEBIT-DAY
           END-IF
           COMPUTE TW-DEBIT-INTEGER =
               TW-MONTH-INTEGER + TW-DEBIT-DAY - 1.

       2320-TAKE-AUTO-DEBIT.
           ADD OI-OPEN-BALANCE TO TW-AU-SCHEDULED (TW-AUTOPAY-FOUND-IDX)
           COMPUTE TW-DAYS-OUT = TW-DEBIT-INTEGER - TW-RUN-INTEGER
           PERFORM 2800-SET-WEEK-INDEX
           IF TW-WEEK-IDX = 0
               ADD OI-OPEN-BALANCE TO TW-LATER-AUTODEBITS
           ELSE
               ADD OI-OPEN-BALANCE TO TW-WK-AUTODEBITS (TW-WEEK-IDX)
           END-IF
           ADD 1 TO TW-AUTODEBIT-ITEMS.

      *-----------------------------------------------------------------
      * RECFCST'S PROJECTION: INVOICE DATE + THE CUSTOMER'S AVERAGE
      * DAYS-TO-PAY.
      *-----------------------------------------------------------------
       2400-PROJECT-PAYMENT.
           MOVE TW-DEFAULT-DAYS TO TW-AVG-DAYS
           PERFORM 2410-FIND-BEHAVIOR-SCORE
           IF TW-BEHAV-FOUND-IDX NOT = 0
                   AND TW-BH-AVG-DAYS (TW-BEHAV-FOUND-IDX) > 0
               MOVE TW-BH-AVG-DAYS (TW-BEHAV-FOUND-IDX)
                   TO TW-AVG-DAYS
           END-IF
           COMPUTE TW-INVOICE-INTEGER =
               FUNCTION INTEGER-OF-DATE(OI-INVOICE-DATE)
           COMPUTE TW-EXPECTED-INTEGER =
               TW-INVOICE-INTEGER + TW-AVG-DAYS
           COMPUTE TW-DAYS-OUT =
               TW-EXPECTED-INTEGER - TW-RUN-INTEGER
           PERFORM 2800-SET-WEEK-INDEX
           IF TW-WEEK-IDX = 0
               ADD OI-OPEN-BALANCE TO TW-LATER-RECEIPTS
           ELSE
               ADD OI-OPEN-BALANCE TO TW-WK-RECEIPTS (TW-WEEK-IDX)
           END-IF
           ADD 1 TO TW-RECEIPT-ITEMS.

       2410-FIND-BEHAVIOR-SCORE.
           MOVE 0 TO TW-BEHAV-FOUND-IDX
           PERFORM 2420-COMPARE-BEHAVIOR
               VARYING TW-BEHAV-IDX FROM 1 BY 1
               UNTIL TW-BEHAV-IDX > TW-BEHAV-COUNT
                   OR TW-BEHAV-FOUND-IDX NOT = 0.

       2420-COMPARE-BEHAVIOR.
           IF TW-BH-CUSTOMER-ID (TW-BEHAV-IDX) = OI-CUSTOMER-ID
               MOVE TW-BEHAV-IDX TO TW-BEHAV-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * WEEK OF A DATE TW-DAYS-OUT DAYS FROM TODAY.  ANYTHING ALREADY
      * PAST ITS DATE IS WEEK 1; BEYOND THE LAST WEEK IS ZERO.
      *-----------------------------------------------------------------
       2800-SET-WEEK-INDEX.
           EVALUATE TRUE
               WHEN TW-DAYS-OUT < 7
                   MOVE 1 TO TW-WEEK-IDX
               WHEN TW-DAYS-OUT >= TW-HORIZON-DAYS
                   MOVE 0 TO TW-WEEK-IDX
               WHEN OTHER
                   COMPUTE TW-WEEK-IDX = (TW-DAYS-OUT / 7) + 1
           END-EVALUATE.

       2900-READ-OPEN-INVOICE.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET TW-INVOICE-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * PAYABLES.  EVERY ITEM NOT YET PAID - HELD ITEMS TOO, SINCE
      * THEY ARE STILL OWED.  A DISCOUNT STILL OPEN ON THE RUN DATE IS
      * TAKEN, AS THE CHECK RUN TAKES IT: THE ITEM GOES OUT ON ITS
      * DISCOUNT DATE, NET OF THE DISCOUNT.  OTHERWISE IT GOES OUT ON
      * ITS DUE DATE.
      *-----------------------------------------------------------------
       3000-PROJECT-PAYABLES.
           OPEN INPUT AP-OPEN-FILE
           IF TW-APOPEN-NOTFOUND
               DISPLAY "CASHFCST: NO AP OPEN FILE - NO PAYABLES "
                   "PROJECTED"
           ELSE
               IF NOT TW-APOPEN-OK AND NOT TW-APOPEN-EOF
                   MOVE "CASHFCST" TO AB-PROGRAM-ID
                   MOVE "APOPEN" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TW-APOPEN-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 3900-READ-AP-RECORD
               PERFORM 3100-PROJECT-ONE-PAYABLE
                   UNTIL TW-APOPEN-END
               CLOSE AP-OPEN-FILE
           END-IF.

       3100-PROJECT-ONE-PAYABLE.
           ADD 1 TO TW-PAYABLES-READ
           IF NOT AP-ITEM-PAID
               MOVE AP-INVOICE-AMOUNT TO TW-PAY-AMOUNT
               MOVE AP-DUE-DATE TO TW-PAY-DATE
               IF AP-DISC-AMOUNT IS NUMERIC
                       AND AP-DISC-DATE IS NUMERIC
                   IF AP-DISC-AMOUNT > 0
                           AND AP-DISC-DATE >= TW-RUN-DATE
                       MOVE AP-DISC-DATE TO TW-PAY-DATE
                       SUBTRACT AP-DISC-AMOUNT FROM TW-PAY-AMOUNT
                       ADD AP-DISC-AMOUNT TO TW-DISCOUNTS-TAKEN
                       ADD 1 TO TW-DISCOUNT-ITEMS
                   END-IF
               END-IF
               IF TW-PAY-DATE > TW-RUN-DATE
                   COMPUTE TW-DAYS-OUT =
                       FUNCTION INTEGER-OF-DATE(TW-PAY-DATE)
                           - TW-RUN-INTEGER
               ELSE
                   MOVE 0 TO TW-DAYS-OUT
               END-IF
               PERFORM 2800-SET-WEEK-INDEX
               IF TW-WEEK-IDX = 0
                   ADD TW-PAY-AMOUNT TO TW-LATER-PAYABLES
               ELSE
                   ADD TW-PAY-AMOUNT TO TW-WK-PAYABLES (TW-WEEK-IDX)
               END-IF
               ADD 1 TO TW-PAYABLE-ITEMS
           END-IF
           PERFORM 3900-READ-AP-RECORD.

       3900-READ-AP-RECORD.
           READ AP-OPEN-FILE
               AT END
                   SET TW-APOPEN-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * PAYROLL.  EACH PAY DATE IN THE THIRTEEN WEEKS CARRIES THE
      * AVERAGE NET PAY AND EMPLOYER TAXES OF THE RECENT PAY DATES
      * AND THE LAST RUN'S GARNISHMENT REMITTANCES.  THE TAX HISTORY
      * NETS THE GARNISHMENTS IN WITH TAKE-HOME PAY, SO THE REMITTANCES
      * ARE TAKEN OUT OF THE NET PAY TO KEEP THEM FROM COUNTING TWICE.
      * WITHOUT A PAY CYCLE ON THE JOB CALENDAR OR ANY PAY HISTORY THERE
      * IS NOTHING TO PROJECT FROM; THE FORECAST STILL PRINTS, WITH A
      * WARNING.
      *-----------------------------------------------------------------
       4000-PROJECT-PAYROLL.
           PERFORM 4100-FIND-PAY-CALENDAR
           PERFORM 4200-LOAD-PAY-HISTORY
           PERFORM 4300-SUM-GARNISHMENTS
           EVALUATE TRUE
               WHEN NOT TW-CALENDAR-FOUND
                   DISPLAY "CASHFCST: NO PAY-CYCLE ENTRY ON THE JOB "
                       "CALENDAR - PAYROLL NOT PROJECTED"
                   MOVE 4 TO RETURN-CODE
               WHEN TW-CYCLE-COUNT = 0
                   DISPLAY "CASHFCST: NO RUN TOTALS ON THE PAYROLL "
                       "TAX HISTORY - PAYROLL NOT PROJECTED"
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   PERFORM 4400-AVERAGE-PAY-CYCLES
                   PERFORM 4500-FIND-FIRST-PAY-DATE
                   PERFORM 4600-SCHEDULE-ONE-PAY-DATE
                       UNTIL TW-PAY-INTEGER
                           >= TW-RUN-INTEGER + TW-HORIZON-DAYS
           END-EVALUATE.

      *-----------------------------------------------------------------
      * THE FIRST PAY-CYCLE ENTRY WITH A USABLE ANCHOR DATE AND CYCLE
      * LENGTH GIVES THE PAY DATES, AS BATCHCAL SCHEDULES THEM.
      *-----------------------------------------------------------------
       4100-FIND-PAY-CALENDAR.
           OPEN INPUT JOB-CALENDAR
           IF NOT TW-JOBCAL-NOTFOUND
               IF NOT TW-JOBCAL-OK AND NOT TW-JOBCAL-EOF
                   MOVE "CASHFCST" TO AB-PROGRAM-ID
                   MOVE "JOBCAL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TW-JOBCAL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 4190-READ-JOB-CALENDAR
               PERFORM 4110-CHECK-ONE-CALENDAR-ENTRY
                   UNTIL TW-JOBCAL-END OR TW-CALENDAR-FOUND
               CLOSE JOB-CALENDAR
           END-IF.

       4110-CHECK-ONE-CALENDAR-ENTRY.
           IF JB-PAY-CYCLE
                   AND JB-CYCLE-ANCHOR IS NUMERIC
                   AND JB-CYCLE-DAYS IS NUMERIC
               MOVE JB-CYCLE-ANCHOR TO TW-ANCHOR-DATE
               IF JB-CYCLE-DAYS > 0
                       AND TW-AN-YEAR >= 1601
                       AND TW-AN-MONTH >= 1 AND TW-AN-MONTH <= 12
                       AND TW-AN-DAY >= 1 AND TW-AN-DAY <= 31
                   MOVE JB-JOB-NAME TO TW-CAL-JOB-NAME
                   MOVE JB-CYCLE-ANCHOR TO TW-CAL-ANCHOR
                   MOVE JB-CYCLE-DAYS TO TW-CAL-CYCLE-DAYS
                   SET TW-CALENDAR-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT TW-CALENDAR-FOUND
               PERFORM 4190-READ-JOB-CALENDAR
           END-IF.

       4190-READ-JOB-CALENDAR.
           READ JOB-CALENDAR
               AT END
                   SET TW-JOBCAL-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE HISTORY IS APPENDED IN RUN ORDER, SO A RUN TOTAL FOR A
      * LATER PAY DATE STARTS A NEW CYCLE AND PUSHES THE OLDEST OUT
      * ONCE THE TABLE HOLDS TW-MAX-CYCLES.
      *-----------------------------------------------------------------
       4200-LOAD-PAY-HISTORY.
           OPEN INPUT PAY-TAX-HISTORY
           IF NOT TW-PAYTXHST-NOTFOUND
               IF NOT TW-PAYTXHST-OK AND NOT TW-PAYTXHST-EOF
                   MOVE "CASHFCST" TO AB-PROGRAM-ID
                   MOVE "PAYTXHST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TW-PAYTXHST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 4290-READ-PAY-HISTORY
               PERFORM 4210-TAKE-ONE-HISTORY-RECORD
                   UNTIL TW-HISTORY-END
               CLOSE PAY-TAX-HISTORY
           END-IF.

       4210-TAKE-ONE-HISTORY-RECORD.
           IF TH-RUN-TOTAL
               EVALUATE TRUE
                   WHEN TW-CYCLE-COUNT = 0
                       PERFORM 4220-START-PAY-CYCLE
                   WHEN TH-PAY-DATE > TW-CY-PAY-DATE (TW-CYCLE-COUNT)
                       PERFORM 4220-START-PAY-CYCLE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               IF TH-PAY-DATE = TW-CY-PAY-DATE (TW-CYCLE-COUNT)
                   COMPUTE TW-CY-NET-PAY (TW-CYCLE-COUNT) =
                       TW-CY-NET-PAY (TW-CYCLE-COUNT) + TH-GROSS-PAY
                           - TH-FED-WITHHOLDING - TH-STATE-WITHHOLDING
                   COMPUTE TW-CY-EMPLOYER-TAX (TW-CYCLE-COUNT) =
                       TW-CY-EMPLOYER-TAX (TW-CYCLE-COUNT)
                           + TH-EMPLOYER-MATCH + TH-EMPLOYER-UNEMP
               END-IF
           END-IF
           PERFORM 4290-READ-PAY-HISTORY.

       4220-START-PAY-CYCLE.
           IF TW-CYCLE-COUNT = TW-MAX-CYCLES
               PERFORM 4230-SHIFT-ONE-CYCLE
                   VARYING TW-CYCLE-IDX FROM 2 BY 1
                   UNTIL TW-CYCLE-IDX > TW-CYCLE-COUNT
           ELSE
               ADD 1 TO TW-CYCLE-COUNT
           END-IF
           MOVE TH-PAY-DATE TO TW-CY-PAY-DATE (TW-CYCLE-COUNT)
           MOVE 0 TO TW-CY-NET-PAY (TW-CYCLE-COUNT)
           MOVE 0 TO TW-CY-EMPLOYER-TAX (TW-CYCLE-COUNT).

       4230-SHIFT-ONE-CYCLE.
           COMPUTE TW-PRIOR-CYCLE-IDX = TW-CYCLE-IDX - 1
           MOVE TW-CYCLE-ENTRY (TW-CYCLE-IDX)
               TO TW-CYCLE-ENTRY (TW-PRIOR-CYCLE-IDX).

       4290-READ-PAY-HISTORY.
           READ PAY-TAX-HISTORY
               AT END
                   SET TW-HISTORY-END TO TRUE
           END-READ.

       4300-SUM-GARNISHMENTS.
           OPEN INPUT GARN-REMIT-FILE
           IF NOT TW-GARNREMT-NOTFOUND
               IF NOT TW-GARNREMT-OK AND NOT TW-GARNREMT-EOF
                   MOVE "CASHFCST" TO AB-PROGRAM-ID
                   MOVE "GARNREMT" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TW-GARNREMT-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 4390-READ-GARN-REMIT
               PERFORM 4310-ADD-ONE-GARN-REMIT
                   UNTIL TW-GARNREMT-END
               CLOSE GARN-REMIT-FILE
           END-IF.

       4310-ADD-ONE-GARN-REMIT.
           ADD GR-REMIT-AMOUNT TO TW-GARNISH-TOTAL
           ADD 1 TO TW-GARNISH-COUNT
           PERFORM 4390-READ-GARN-REMIT.

       4390-READ-GARN-REMIT.
           READ GARN-REMIT-FILE
               AT END
                   SET TW-GARNREMT-END TO TRUE
           END-READ.

       4400-AVERAGE-PAY-CYCLES.
           PERFORM 4410-ADD-ONE-CYCLE
               VARYING TW-CYCLE-IDX FROM 1 BY 1
               UNTIL TW-CYCLE-IDX > TW-CYCLE-COUNT
           COMPUTE TW-AVG-NET-PAY ROUNDED =
               TW-NET-PAY-TOTAL / TW-CYCLE-COUNT - TW-GARNISH-TOTAL
           COMPUTE TW-AVG-EMPLOYER-TAX ROUNDED =
               TW-EMPLOYER-TAX-TOTAL / TW-CYCLE-COUNT
           COMPUTE TW-PAYROLL-PER-DATE =
               TW-AVG-NET-PAY + TW-AVG-EMPLOYER-TAX + TW-GARNISH-TOTAL.

       4410-ADD-ONE-CYCLE.
           ADD TW-CY-NET-PAY (TW-CYCLE-IDX) TO TW-NET-PAY-TOTAL
           ADD TW-CY-EMPLOYER-TAX (TW-CYCLE-IDX)
               TO TW-EMPLOYER-TAX-TOTAL.

      *-----------------------------------------------------------------
      * PAY DATES FALL EVERY CYCLE-DAYS DAYS FROM THE ANCHOR; THE
      * FIRST ONE COUNTED IS THE FIRST ON OR AFTER TODAY.
      *-----------------------------------------------------------------
       4500-FIND-FIRST-PAY-DATE.
           COMPUTE TW-ANCHOR-INTEGER =
               FUNCTION INTEGER-OF-DATE(TW-CAL-ANCHOR)
           IF TW-RUN-INTEGER <= TW-ANCHOR-INTEGER
               MOVE TW-ANCHOR-INTEGER TO TW-PAY-INTEGER
           ELSE
               COMPUTE TW-CYCLES-PAST =
                   (TW-RUN-INTEGER - TW-ANCHOR-INTEGER - 1)
                       / TW-CAL-CYCLE-DAYS
               COMPUTE TW-PAY-INTEGER = TW-ANCHOR-INTEGER
                   + (TW-CYCLES-PAST + 1) * TW-CAL-CYCLE-DAYS
           END-IF.

       4600-SCHEDULE-ONE-PAY-DATE.
           COMPUTE TW-DAYS-OUT = TW-PAY-INTEGER - TW-RUN-INTEGER
           PERFORM 2800-SET-WEEK-INDEX
           ADD TW-PAYROLL-PER-DATE TO TW-WK-PAYROLL (TW-WEEK-IDX)
           ADD 1 TO TW-PAY-DATE-COUNT
           ADD TW-CAL-CYCLE-DAYS TO TW-PAY-INTEGER.

      *-----------------------------------------------------------------
      * THE REPORT: THE CASH POSITION AND PAYROLL BASIS, ONE LINE PER
      * WEEK WITH THE RUNNING BALANCE, THE THIRTEEN-WEEK TOTALS, AND
      * WHAT FALLS BEYOND THEM.
      *-----------------------------------------------------------------
       5000-PRINT-FORECAST.
           MOVE "OPENING CASH BALANCE AS OF" TO TW-AL-LABEL
           MOVE TW-BALANCE-DATE TO TW-AL-LABEL (28:8)
           MOVE TW-OPENING-BALANCE TO TW-AL-AMOUNT
           DISPLAY TW-AMOUNT-LINE
           MOVE "MINIMUM CASH BALANCE" TO TW-AL-LABEL
           MOVE TW-MINIMUM-BALANCE TO TW-AL-AMOUNT
           DISPLAY TW-AMOUNT-LINE
           PERFORM 5100-PRINT-PAYROLL-BASIS
           DISPLAY " "
           DISPLAY TW-COLUMN-LINE
           MOVE TW-OPENING-BALANCE TO TW-RUNNING-BALANCE
           MOVE TW-OPENING-BALANCE TO TW-LOW-BALANCE
           MOVE 0 TO TW-LOW-WEEK
           PERFORM 5200-PRINT-ONE-WEEK
               VARYING TW-WEEK-IDX FROM 1 BY 1
               UNTIL TW-WEEK-IDX > TW-WEEKS
           DISPLAY " "
           MOVE " TOTAL" TO TW-TL-LABEL
           MOVE TW-TOTAL-RECEIPTS TO TW-TL-RECEIPTS
           MOVE TW-TOTAL-AUTODEBITS TO TW-TL-AUTODEBITS
           MOVE TW-TOTAL-PAYABLES TO TW-TL-PAYABLES
           MOVE TW-TOTAL-PAYROLL TO TW-TL-PAYROLL
           MOVE TW-TOTAL-NET TO TW-TL-NET
           DISPLAY TW-TOTAL-LINE
           COMPUTE TW-LATER-NET = TW-LATER-RECEIPTS
               + TW-LATER-AUTODEBITS - TW-LATER-PAYABLES
           MOVE " AFTER WK 13" TO TW-TL-LABEL
           MOVE TW-LATER-RECEIPTS TO TW-TL-RECEIPTS
           MOVE TW-LATER-AUTODEBITS TO TW-TL-AUTODEBITS
           MOVE TW-LATER-PAYABLES TO TW-TL-PAYABLES
           MOVE 0 TO TW-TL-PAYROLL
           MOVE TW-LATER-NET TO TW-TL-NET
           DISPLAY TW-TOTAL-LINE
           DISPLAY " "
           MOVE "PROJECTED CLOSING BALANCE, WEEK 13" TO TW-AL-LABEL
           MOVE TW-RUNNING-BALANCE TO TW-AL-AMOUNT
           DISPLAY TW-AMOUNT-LINE
           IF TW-LOW-WEEK = 0
               MOVE "LOWEST BALANCE - THE OPENING BALANCE"
                   TO TW-AL-LABEL
           ELSE
               MOVE "LOWEST PROJECTED BALANCE, WEEK" TO TW-AL-LABEL
               MOVE TW-LOW-WEEK TO TW-WEEK-EDIT
               MOVE TW-WEEK-EDIT TO TW-AL-LABEL (32:2)
           END-IF
           MOVE TW-LOW-BALANCE TO TW-AL-AMOUNT
           DISPLAY TW-AMOUNT-LINE
           MOVE "PAYABLE DISCOUNTS TAKEN" TO TW-AL-LABEL
           MOVE TW-DISCOUNTS-TAKEN TO TW-AL-AMOUNT
           DISPLAY TW-AMOUNT-LINE
           IF TW-WEEKS-BELOW-MINIMUM > 0
               DISPLAY "CASHFCST: " TW-WEEKS-BELOW-MINIMUM
                   " WEEK(S) PROJECTED BELOW THE MINIMUM CASH BALANCE"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM 8100-PRINT-REPORT-FOOTER.

       5100-PRINT-PAYROLL-BASIS.
           IF TW-CALENDAR-FOUND AND TW-CYCLE-COUNT > 0
               DISPLAY " PAY DATES EVERY " TW-CAL-CYCLE-DAYS
                   " DAYS FROM " TW-CAL-ANCHOR " (JOB CALENDAR "
                   TW-CAL-JOB-NAME "), " TW-PAY-DATE-COUNT
                   " IN THE FORECAST"
               DISPLAY " PAYROLL PER PAY DATE, AVERAGED OVER "
                   TW-CYCLE-COUNT " PAY DATE(S) ENDING "
                   TW-CY-PAY-DATE (TW-CYCLE-COUNT) ":"
               MOVE "   NET PAY" TO TW-AL-LABEL
               MOVE TW-AVG-NET-PAY TO TW-AL-AMOUNT
               DISPLAY TW-AMOUNT-LINE
               MOVE "   EMPLOYER TAXES" TO TW-AL-LABEL
               MOVE TW-AVG-EMPLOYER-TAX TO TW-AL-AMOUNT
               DISPLAY TW-AMOUNT-LINE
               MOVE "   GARNISHMENT REMITTANCES (LAST RUN)"
                   TO TW-AL-LABEL
               MOVE TW-GARNISH-TOTAL TO TW-AL-AMOUNT
               DISPLAY TW-AMOUNT-LINE
               MOVE "   TOTAL PER PAY DATE" TO TW-AL-LABEL
               MOVE TW-PAYROLL-PER-DATE TO TW-AL-AMOUNT
               DISPLAY TW-AMOUNT-LINE
           ELSE
               DISPLAY " PAYROLL NOT PROJECTED - SEE WARNING"
           END-IF.

       5200-PRINT-ONE-WEEK.
           COMPUTE TW-WEEK-START = FUNCTION DATE-OF-INTEGER
               (TW-RUN-INTEGER + (TW-WEEK-IDX - 1) * 7)
           COMPUTE TW-WEEK-INFLOW = TW-WK-RECEIPTS (TW-WEEK-IDX)
               + TW-WK-AUTODEBITS (TW-WEEK-IDX)
           COMPUTE TW-WEEK-OUTFLOW = TW-WK-PAYABLES (TW-WEEK-IDX)
               + TW-WK-PAYROLL (TW-WEEK-IDX)
           COMPUTE TW-WEEK-NET = TW-WEEK-INFLOW - TW-WEEK-OUTFLOW
           ADD TW-WEEK-NET TO TW-RUNNING-BALANCE
           ADD TW-WK-RECEIPTS (TW-WEEK-IDX) TO TW-TOTAL-RECEIPTS
           ADD TW-WK-AUTODEBITS (TW-WEEK-IDX) TO TW-TOTAL-AUTODEBITS
           ADD TW-WK-PAYABLES (TW-WEEK-IDX) TO TW-TOTAL-PAYABLES
           ADD TW-WK-PAYROLL (TW-WEEK-IDX) TO TW-TOTAL-PAYROLL
           ADD TW-WEEK-NET TO TW-TOTAL-NET
           MOVE TW-WEEK-IDX TO TW-DL-WEEK
           MOVE TW-WEEK-START TO TW-DL-WEEK-START
           MOVE TW-WK-RECEIPTS (TW-WEEK-IDX) TO TW-DL-RECEIPTS
           MOVE TW-WK-AUTODEBITS (TW-WEEK-IDX) TO TW-DL-AUTODEBITS
           MOVE TW-WK-PAYABLES (TW-WEEK-IDX) TO TW-DL-PAYABLES
           MOVE TW-WK-PAYROLL (TW-WEEK-IDX) TO TW-DL-PAYROLL
           MOVE TW-WEEK-NET TO TW-DL-NET
           MOVE TW-RUNNING-BALANCE TO TW-DL-CLOSING
           IF TW-RUNNING-BALANCE < TW-MINIMUM-BALANCE
               MOVE "BELOW MINIMUM" TO TW-DL-FLAG
               ADD 1 TO TW-WEEKS-BELOW-MINIMUM
           ELSE
               MOVE SPACES TO TW-DL-FLAG
           END-IF
           IF TW-RUNNING-BALANCE < TW-LOW-BALANCE
               MOVE TW-RUNNING-BALANCE TO TW-LOW-BALANCE
               MOVE TW-WEEK-IDX TO TW-LOW-WEEK
           END-IF
           DISPLAY TW-DETAIL-LINE.

       9000-TERMINATE.
           DISPLAY "CASHFCST: OPEN INVOICE RECORDS READ:  "
               TW-INVOICES-READ
           DISPLAY "CASHFCST: ITEMS PROJECTED ON HISTORY: "
               TW-RECEIPT-ITEMS
           DISPLAY "CASHFCST: ITEMS PROJECTED AS DEBITS:  "
               TW-AUTODEBIT-ITEMS
           DISPLAY "CASHFCST: AP OPEN RECORDS READ:       "
               TW-PAYABLES-READ
           DISPLAY "CASHFCST: PAYABLES PROJECTED:         "
               TW-PAYABLE-ITEMS
           DISPLAY "CASHFCST: PAYABLES AT DISCOUNT:       "
               TW-DISCOUNT-ITEMS
           DISPLAY "CASHFCST: GARNISHMENT REMITTANCES:    "
               TW-GARNISH-COUNT
           DISPLAY "CASHFCST: PAY DATES PROJECTED:        "
               TW-PAY-DATE-COUNT
           DISPLAY "CASHFCST: WEEKS BELOW MINIMUM:        "
               TW-WEEKS-BELOW-MINIMUM
           COMPUTE RW-READ-COUNT = TW-INVOICES-READ + TW-PAYABLES-READ
           MOVE TW-WEEKS TO RW-WRITE-COUNT
           MOVE 0 TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM CASHFCST.
