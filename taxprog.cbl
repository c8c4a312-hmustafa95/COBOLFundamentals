      *                  TOTALS ARE WRITTEN TO THE LABRDIST FILE SO
      *                  PERDCLOSE CAN BREAK THE PAYROLL JOURNAL OUT
      *                  BY DEPARTMENT ACCOUNT INSTEAD OF ONE LUMP.
      * 10/15/2026 DO    PAYROLL CHECK NUMBERS.  AN EMPLOYEE PAID BY
      *                  CHECK (NO ACTIVE PRIMARY BANK ACCOUNT) NOW
      *                  TAKES THE NEXT NUMBER FROM THE PAYCKCTL
      *                  CONTROL RECORD, CARRIED ON THE BANK DETAIL IN
      *                  WHAT WAS FILLER, SO THE POSITIVE-PAY STEP CAN
      *                  REPORT EVERY CHECK ISSUED.  DIRECT DEPOSITS
      *                  AND PRENOTES CARRY A ZERO CHECK NUMBER.
      * 10/15/2026 DO    PAYROLL TAX HISTORY.  EACH EMPLOYEE PAID NOW
      *                  APPENDS A DETAIL RECORD (GROSS, WAGES UNDER
      *                  EACH EMPLOYER WAGE BASE, FEDERAL AND STATE
      *                  WITHHELD, EMPLOYER ACCRUALS) TO THE PAYTXHST
      *                  FILE, AND THE RUN APPENDS A RUN-TOTAL RECORD,
      *                  FOR THE QUARTERLY RETURN WORKSHEET.
      * 10/15/2026 DO    FINAL PAY.  A PAYROLL DETAIL CARRYING THE
      *                  FINAL-PAY FLAG (WRITTEN BY FINALPAY FOR A
      *                  TERMINATED EMPLOYEE'S LAST TIMECARD AND
      *                  VACATION PAYOUT) IS TAXED AND PAID EVEN THOUGH
      *                  THE MASTER SHOWS THE EMPLOYEE TERMINATED.
      * 10/15/2026 DO    EARNINGS STATEMENTS.  EACH EMPLOYEE PAID NOW
      *                  GETS A PAY STUB ON THE EARNSTMT FILE: GROSS,
      *                  EACH DEDUCTION, FEDERAL AND STATE TAX, EACH
      *                  GARNISHMENT AND NET PAY, CURRENT AND YTD, NET
      *                  PAY BY DEPOSIT ACCOUNT (MASKED) OR CHECK, AND
      *                  THE VACATION AND SICK BALANCES FROM LEAVEBAL.
      *                  YTD BY DEDUCTION CODE AND GARNISHMENT ORDER IS
      *                  CARRIED ON THE NEW STUBYTD FILE, WHICH STARTS
      *                  EACH LINE OVER AT THE FIRST RUN OF A NEW YEAR.
      * 10/15/2026 DO    RETIREMENT PLAN EMPLOYER MATCH.  THE RETPLAN
      *                  CONTROL RECORD NAMES THE PLAN'S DEFERRAL
      *                  DEDUCTION CODES, THE MATCH PERCENT, THE CAP AS
      *                  A PERCENT OF GROSS AND THE SERVICE MONTHS
      *                  (FROM HIRE DATE) BEFORE THE MATCH STARTS.  THE
      *                  DEFERRAL ACTUALLY TAKEN (ARREARS RECOVERED
      *                  INCLUDED) IS MATCHED, EMPLOYEE AND EMPLOYER
      *                  AMOUNTS GO TO THE ADMINISTRATOR ON THE NEW
      *                  RETREMIT FILE, AND THE RUN'S MATCH IS POSTED
      *                  AS A "RETMATCH" PERIOD-TOTAL RECORD (MATCH IN
      *                  PS-AMOUNT-1, DEFERRALS IN PS-AMOUNT-2) SO THE
      *                  EXPENSE REACHES THE GL THROUGH PERDCLOSE.
      * 10/15/2026 DO    THE PAYFILE DETAILS ACTUALLY PROCESSED (TAXED
      *                  OR REJECTED TO SUSPENSE) ARE COUNTED AND THEIR
      *                  GROSS HASHED, AND RECORDED ON THE HANDOFF
      *                  LEDGER AT END OF RUN AGAINST WHAT GROSSPAY
      *                  WROTE.
      * 10/15/2026 DO    SUPPLEMENTAL WAGES.  A PAYROLL DETAIL NOW
      *                  CARRIES AN EARNINGS TYPE (R REGULAR, S
      *                  SUPPLEMENTAL - BONUS OR COMMISSION).
      *                  SUPPLEMENTAL PAY IS WITHHELD AT THE FLAT RATE
      *                  FROM THE NEW SUPPRATE TABLE (FEDERAL ROW AND
      *                  ONE ROW PER STATE), AND AT THE MANDATORY RATE
      *                  ON WAGES PAST THE ANNUAL THRESHOLD, MEASURED ON
      *                  THE YTD SUPPLEMENTAL WAGES NOW CARRIED ON THE
      *                  BALANCE FILE, INSTEAD OF BEING ANNUALIZED
      *                  THROUGH THE BRACKETS.  NO RATE ROW FALLS BACK
      *                  TO THE BRACKETS.  FLAT-AMOUNT DEDUCTIONS AND
      *                  ARREARS RECOVERY STAY ON THE REGULAR CHECK.
      *                  THE REGISTER LABELS EACH DETAIL LINE WITH ITS
      *                  EARNINGS TYPE AND CLOSES WITH REGULAR AND
      *                  SUPPLEMENTAL TAX LINES, AND THE TAX HISTORY
      *                  DETAIL CARRIES THE TYPE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXPROG.
           SELECT TAX-BRACKET-FILE ASSIGN TO "TAXBRKT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-TAXBRKT-STATUS.
           SELECT SUPP-RATE-FILE ASSIGN TO "SUPPRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-SUPPRATE-STATUS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT LABOR-DIST-FILE ASSIGN TO "LABRDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-LABRDIST-STATUS.
           SELECT CHECK-NUMBER-CONTROL ASSIGN TO "PAYCKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-PAYCKCTL-STATUS.
           SELECT PAY-TAX-HISTORY ASSIGN TO "PAYTXHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-PAYTXHST-STATUS.
           SELECT EARNINGS-STATEMENT-FILE ASSIGN TO "EARNSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-EARNSTMT-STATUS.
           SELECT LEAVE-BALANCE-FILE ASSIGN TO "LEAVEBAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-LEAVEBAL-STATUS.
           SELECT STUB-YTD-FILE ASSIGN TO "STUBYTD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-STUBYTD-STATUS.
           SELECT RETIRE-PLAN-PARMS ASSIGN TO "RETPLAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-RETPLAN-STATUS.
           SELECT RETIRE-REMIT-FILE ASSIGN TO "RETREMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-RETREMIT-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.
           SELECT CONTROL-LEDGER-FILE ASSIGN TO "CTLLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HW-CTLLEDG-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05  PR-GROSS-PAY            PIC 9(07)V99.
           05  PR-WORK-STATE           PIC X(02).
           05  PR-PAY-PERIOD-ID        PIC X(06).
           05  PR-FINAL-PAY-FLAG       PIC X(01).
               88  PR-FINAL-PAY        VALUE "F".
           05  PR-EARNINGS-TYPE        PIC X(01).
               88  PR-REGULAR-EARNINGS VALUE "R" " ".
               88  PR-SUPPLEMENTAL-EARNINGS VALUE "S".
           05  FILLER                  PIC X(33).

       01  PAYROLL-HEADER-RECORD REDEFINES PAYROLL-RECORD.
           05  FILLER                  PIC X(01).
           05  YB-YTD-STATE-WH         PIC 9(09)V99.
           05  YB-YTD-DEDUCTIONS       PIC 9(09)V99.
           05  YB-YTD-GROSS            PIC 9(09)V99.
           05  YB-YTD-SUPPLEMENTAL     PIC 9(09)V99.

       FD  PERIOD-CLOSE-FILE
           RECORDING MODE IS F.
               88  TB-FEDERAL-BRACKET  VALUE SPACES.
           05  FILLER                  PIC X(65).

       FD  SUPP-RATE-FILE
           RECORDING MODE IS F.
      *-----------------------------------------------------------------
      * SUPPLEMENTAL-WAGE RATES.  A BLANK SW-STATE-CODE IS THE FEDERAL
      * ROW; A STATE CODE IS THAT STATE'S ROW.  WAGES PAST THE ANNUAL
      * THRESHOLD (YTD SUPPLEMENTAL) TAKE THE MANDATORY RATE; A ZERO
      * THRESHOLD OR MANDATORY RATE MEANS THE FLAT RATE APPLIES TO ALL.
      *-----------------------------------------------------------------
       01  SUPP-RATE-RECORD.
           05  SW-STATE-CODE           PIC X(02).
               88  SW-FEDERAL-RATE     VALUE SPACES.
           05  SW-FLAT-RATE            PIC 9V9999.
           05  SW-MANDATORY-RATE       PIC 9V9999.
           05  SW-ANNUAL-THRESHOLD     PIC 9(09)V99.
           05  FILLER                  PIC X(57).

       FD  EMPLOYEE-MASTER
           RECORDING MODE IS F.
       01  EMPLOYEE-MASTER-RECORD.
           05  ET-UNEMP-WAGE-BASE      PIC 9(07).
           05  FILLER                  PIC X(56).

      *-----------------------------------------------------------------
      * RETIREMENT PLAN RULES.  THE MATCH PERCENT APPLIES TO THE
      * DEFERRAL TAKEN; THE MATCH NEVER EXCEEDS THE CAP PERCENT OF
      * THE PERIOD'S GROSS.  UP TO THREE DEDUCTION CODES COUNT AS
      * DEFERRALS (PRE-TAX AND ROTH, FOR INSTANCE).
      *-----------------------------------------------------------------
       FD  RETIRE-PLAN-PARMS
           RECORDING MODE IS F.
       01  RETIRE-PLAN-RECORD.
           05  RP-PLAN-ID              PIC X(10).
           05  RP-DEFERRAL-CODE        PIC X(04) OCCURS 3 TIMES.
           05  RP-MATCH-PERCENT        PIC 9(03)V99.
           05  RP-MATCH-CAP-PERCENT    PIC 9(02)V99.
           05  RP-ELIGIBLE-MONTHS      PIC 9(03).
           05  FILLER                  PIC X(46).

      *-----------------------------------------------------------------
      * CONTRIBUTION REMITTANCE IN THE PLAN ADMINISTRATOR'S LAYOUT -
      * ONE HEADER, A DETAIL PER EMPLOYEE WITH A DEFERRAL, AND A
      * TRAILER CARRYING THE COUNT AND BOTH CONTRIBUTION TOTALS.
      *-----------------------------------------------------------------
       FD  RETIRE-REMIT-FILE
           RECORDING MODE IS F.
       01  RETIRE-REMIT-RECORD.
           05  RM-RECORD-TYPE          PIC X(01).
           05  RM-PLAN-ID              PIC X(10).
           05  RM-EMPLOYEE-ID          PIC 9(06).
           05  RM-EMPLOYEE-NAME        PIC X(20).
           05  RM-PAY-DATE             PIC 9(08).
           05  RM-GROSS-PAY            PIC 9(07)V99.
           05  RM-EMPLOYEE-AMOUNT      PIC 9(07)V99.
           05  RM-EMPLOYER-AMOUNT      PIC 9(07)V99.
           05  FILLER                  PIC X(08).

       01  RETIRE-REMIT-HEADER REDEFINES RETIRE-REMIT-RECORD.
           05  FILLER                  PIC X(11).
           05  RM-HD-PAY-DATE          PIC 9(08).
           05  RM-HD-PAY-PERIOD-ID     PIC X(06).
           05  FILLER                  PIC X(55).

       01  RETIRE-REMIT-TRAILER REDEFINES RETIRE-REMIT-RECORD.
           05  FILLER                  PIC X(11).
           05  RM-TR-RECORD-COUNT      PIC 9(07).
           05  RM-TR-EMPLOYEE-TOTAL    PIC 9(09)V99.
           05  RM-TR-EMPLOYER-TOTAL    PIC 9(09)V99.
           05  FILLER                  PIC X(40).

       FD  LABOR-DIST-FILE
           RECORDING MODE IS F.
       01  LABOR-DIST-RECORD.
               88  DD-POSTTAX          VALUE "N".
           05  FILLER                  PIC X(61).

       FD  PAY-TAX-HISTORY
           RECORDING MODE IS F.
       01  PAY-TAX-HISTORY-RECORD.
           COPY PAYTXHST.

       FD  EARNINGS-STATEMENT-FILE
           RECORDING MODE IS F.
       01  EARNINGS-STATEMENT-LINE     PIC X(80).

       FD  LEAVE-BALANCE-FILE
           RECORDING MODE IS F.
       01  LEAVE-BALANCE-RECORD.
           05  LB-EMPLOYEE-ID          PIC 9(06).
           05  LB-VAC-BALANCE          PIC S9(04)V9.
           05  LB-SICK-BALANCE         PIC S9(04)V9.
           05  LB-LAST-ACCRUAL         PIC 9(08).
           05  FILLER                  PIC X(56).

      *-----------------------------------------------------------------
      * EARNINGS-STATEMENT YTD BY LINE - ONE RECORD PER EMPLOYEE AND
      * DEDUCTION CODE ("D"), GARNISHMENT ORDER TYPE AND AGENCY ("G"),
      * OR NET PAY ("N"), TAGGED WITH THE TAX YEAR IT BELONGS TO.
      *-----------------------------------------------------------------
       FD  STUB-YTD-FILE
           RECORDING MODE IS F.
       01  STUB-YTD-RECORD.
           05  SY-EMPLOYEE-ID          PIC 9(06).
           05  SY-LINE-TYPE            PIC X(01).
           05  SY-LINE-CODE            PIC X(12).
           05  SY-TAX-YEAR             PIC 9(04).
           05  SY-YTD-AMOUNT           PIC 9(09)V99.
           05  FILLER                  PIC X(46).

       FD  CHECK-NUMBER-CONTROL
           RECORDING MODE IS F.
       01  CHECK-NUMBER-RECORD.
           05  CN-NEXT-CHECK-NUMBER    PIC 9(06).
           05  FILLER                  PIC X(74).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       FD  CONTROL-LEDGER-FILE
           RECORDING MODE IS F.
       01  CONTROL-LEDGER-RECORD.
           COPY CTLLEDG.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY CTLLEDWS.
       COPY BATCHCWS.
       COPY RPTHDRWS.

       01  TX-TAXBRKT-STATUS           PIC X(02) VALUE "00".
           88  TX-TAXBRKT-OK           VALUE "00".
           88  TX-TAXBRKT-EOF          VALUE "10".
       01  TX-SUPPRATE-STATUS          PIC X(02) VALUE "00".
           88  TX-SUPPRATE-OK          VALUE "00".
           88  TX-SUPPRATE-EOF         VALUE "10".
           88  TX-SUPPRATE-NOTFOUND    VALUE "35".
       01  TX-EMPMAST-STATUS           PIC X(02) VALUE "00".
           88  TX-EMPMAST-OK           VALUE "00".
           88  TX-EMPMAST-EOF          VALUE "10".
           88  TX-EMPBANK-OK           VALUE "00".
           88  TX-EMPBANK-EOF          VALUE "10".
           88  TX-EMPBANK-NOTFOUND     VALUE "35".
       01  TX-RETPLAN-STATUS           PIC X(02) VALUE "00".
           88  TX-RETPLAN-OK           VALUE "00".
           88  TX-RETPLAN-EOF          VALUE "10".
           88  TX-RETPLAN-NOTFOUND     VALUE "35".
       01  TX-RETREMIT-STATUS          PIC X(02) VALUE "00".
           88  TX-RETREMIT-OK          VALUE "00".
       01  TX-EMPRTAX-STATUS           PIC X(02) VALUE "00".
           88  TX-EMPRTAX-OK           VALUE "00".
           88  TX-EMPRTAX-EOF          VALUE "10".
           88  TX-EMPRTAX-NOTFOUND     VALUE "35".
       01  TX-LABRDIST-STATUS          PIC X(02) VALUE "00".
           88  TX-LABRDIST-OK          VALUE "00".
       01  TX-PAYCKCTL-STATUS          PIC X(02) VALUE "00".
           88  TX-PAYCKCTL-OK          VALUE "00".
           88  TX-PAYCKCTL-EOF         VALUE "10".
           88  TX-PAYCKCTL-NOTFOUND    VALUE "35".
       01  TX-PAYTXHST-STATUS          PIC X(02) VALUE "00".
           88  TX-PAYTXHST-OK          VALUE "00".
       01  TX-EARNSTMT-STATUS          PIC X(02) VALUE "00".
           88  TX-EARNSTMT-OK          VALUE "00".
       01  TX-LEAVEBAL-STATUS          PIC X(02) VALUE "00".
           88  TX-LEAVEBAL-OK          VALUE "00".
           88  TX-LEAVEBAL-EOF         VALUE "10".
           88  TX-LEAVEBAL-NOTFOUND    VALUE "35".
       01  TX-STUBYTD-STATUS           PIC X(02) VALUE "00".
           88  TX-STUBYTD-OK           VALUE "00".
           88  TX-STUBYTD-EOF          VALUE "10".
           88  TX-STUBYTD-NOTFOUND     VALUE "35".

       01  TX-SWITCHES.
           05  TX-EOF-SWITCH           PIC X(01) VALUE "N".
               88  TX-ARREARS-END      VALUE "Y".
           05  TX-EMPBANK-EOF-SWITCH   PIC X(01) VALUE "N".
               88  TX-EMPBANK-END      VALUE "Y".
           05  TX-LEAVEBAL-EOF-SWITCH  PIC X(01) VALUE "N".
               88  TX-LEAVEBAL-END     VALUE "Y".
           05  TX-STUBYTD-EOF-SWITCH   PIC X(01) VALUE "N".
               88  TX-STUBYTD-END      VALUE "Y".
           05  TX-SUPPRATE-EOF-SWITCH  PIC X(01) VALUE "N".
               88  TX-SUPPRATE-END     VALUE "Y".

       01  TX-COUNTERS.
           05  TX-EMPLOYEE-COUNT       PIC 9(05) COMP VALUE 0.
           05  TX-ST-SCAN-IDX          PIC 9(02) COMP VALUE 0.
           05  TX-ST-FOUND-IDX         PIC 9(02) COMP VALUE 0.
           05  TX-UNKNOWN-STATE-COUNT  PIC 9(05) COMP VALUE 0.
           05  TX-PAYFILE-DETAIL-COUNT PIC 9(05) COMP VALUE 0.
           05  TX-SUPP-COUNT           PIC 9(05) COMP VALUE 0.
           05  TX-SUPP-NO-RATE-COUNT   PIC 9(05) COMP VALUE 0.

       01  TX-ACCUMULATORS.
           05  TX-RUN-TOTAL            PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-SHORTED-TOTAL    PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-RECOVER-TOTAL    PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-EMPLOYER-TOTAL   PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-GROSS-TOTAL      PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-MATCH-WAGES      PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-UNEMP-WAGES      PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-ER-MATCH-TOTAL   PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-ER-UNEMP-TOTAL   PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-DEFERRAL-TOTAL   PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-RET-MATCH-TOTAL  PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RETREMIT-RECS        PIC 9(07) COMP VALUE 0.
           05  TX-PAYFILE-GROSS-HASH   PIC 9(11)V99 COMP-3 VALUE 0.
           05  TX-RUN-REG-GROSS        PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-REG-FED          PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-REG-STATE        PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-SUPP-GROSS       PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-SUPP-FED         PIC 9(09)V99 COMP-3 VALUE 0.
           05  TX-RUN-SUPP-STATE       PIC 9(09)V99 COMP-3 VALUE 0.

      *-----------------------------------------------------------------
      * SUPPLEMENTAL-WAGE RATE TABLE, LOADED FROM SUPPRATE - THE
      * FEDERAL ROW PLUS ONE ROW PER STATE.  A MISSING FILE LEAVES
      * SUPPLEMENTAL PAY ON THE REGULAR BRACKETS, AS BEFORE.
      *-----------------------------------------------------------------
       01  TX-SUPP-RATE-COUNT          PIC 9(02) COMP VALUE 0.
       01  TX-MAX-SUPP-RATES           PIC 9(02) COMP VALUE 11.
       01  TX-SW-SCAN-IDX              PIC 9(02) COMP VALUE 0.
       01  TX-SW-FOUND-IDX             PIC 9(02) COMP VALUE 0.
       01  TX-SUPP-RATE-TABLE.
           05  TX-SUPP-RATE-ENTRY OCCURS 11 TIMES.
               10  TX-SW-STATE-CODE    PIC X(02).
               10  TX-SW-FLAT-RATE     PIC 9V9999.
               10  TX-SW-MANDATORY-RATE PIC 9V9999.
               10  TX-SW-THRESHOLD     PIC 9(09)V99.

      *-----------------------------------------------------------------
      * EMPLOYER-SIDE RATE PARAMETERS, LOADED FROM THE EMPRTAX
       01  TX-ER-UNEMP-RATE            PIC 9V9999 VALUE 0.
       01  TX-ER-UNEMP-BASE            PIC 9(07) VALUE 0.

      *-----------------------------------------------------------------
      * RETIREMENT PLAN RULES, LOADED FROM THE RETPLAN CONTROL RECORD.
      * WITH NO PLAN RECORD NO MATCH IS FIGURED AND THE REMITTANCE
      * FILE CARRIES ONLY ITS HEADER AND TRAILER.
      *-----------------------------------------------------------------
       01  TX-RETIRE-PLAN.
           05  TX-RP-LOADED-SWITCH     PIC X(01) VALUE "N".
               88  TX-RP-LOADED        VALUE "Y".
           05  TX-RP-PLAN-ID           PIC X(10) VALUE SPACES.
           05  TX-RP-DEFERRAL-CODE     PIC X(04) OCCURS 3 TIMES.
           05  TX-RP-MATCH-PERCENT     PIC 9(03)V99 VALUE 0.
           05  TX-RP-MATCH-CAP-PERCENT PIC 9(02)V99 VALUE 0.
           05  TX-RP-ELIGIBLE-MONTHS   PIC 9(03) VALUE 0.
           05  TX-RP-CODE-IDX          PIC 9(01) COMP VALUE 0.
           05  TX-RP-CODE-SWITCH       PIC X(01) VALUE "N".
               88  TX-RP-DEFERRAL-CODE-FOUND VALUE "Y".
           05  TX-RP-LOOKUP-CODE       PIC X(04) VALUE SPACES.

      *-----------------------------------------------------------------
      * LABOR DISTRIBUTION TABLE - ONE ENTRY PER DEPARTMENT SEEN
      * THIS RUN.  EMPLOYEES WITH NO DEPARTMENT CODE ACCUMULATE
      *-----------------------------------------------------------------
       01  TX-PRENOTE-DAYS             PIC 9(03) VALUE 10.

      *-----------------------------------------------------------------
      * PAYROLL CHECK NUMBERING - A MISSING PAYCKCTL CONTROL FILE
      * STARTS THE PAYROLL CHECK STOCK AT ITS BASE NUMBER.
      *-----------------------------------------------------------------
       01  TX-CHECK-NUMBER-BASE        PIC 9(06) VALUE 500001.
       01  TX-NEXT-CHECK-NUMBER        PIC 9(06) VALUE 0.
       01  TX-CHECKS-ISSUED            PIC 9(07) VALUE 0.

      *-----------------------------------------------------------------
      * EMPLOYEE BANK ACCOUNT TABLE, LOADED AT START OF RUN AND
      * REWRITTEN AT END SO PRENOTE STATUS ADVANCES SURVIVE THE RUN.
           05  TX-RUN-DATE-INTEGER     PIC 9(07) VALUE 0.
           05  TX-PRENOTE-INTEGER      PIC 9(07) VALUE 0.
           05  TX-PRIOR-YTD-GROSS      PIC 9(09)V99 VALUE 0.
           05  TX-PRIOR-YTD-SUPP       PIC 9(09)V99 VALUE 0.
           05  TX-SUPP-OVER-GROSS      PIC 9(09)V99 VALUE 0.
           05  TX-SUPP-OVER-TAXABLE    PIC 9(07)V99 VALUE 0.
           05  TX-SUPP-UNDER-TAXABLE   PIC 9(07)V99 VALUE 0.
           05  TX-SUPP-WITHHOLDING     PIC 9(07)V99 VALUE 0.
           05  TX-EARNINGS-TYPE        PIC X(01) VALUE SPACE.
           05  TX-WAGES-UNDER-BASE     PIC 9(09)V99 VALUE 0.
           05  TX-EMPLOYER-MATCH       PIC 9(07)V99 VALUE 0.
           05  TX-EMPLOYER-UNEMP       PIC 9(07)V99 VALUE 0.
           05  TX-MATCH-WAGES          PIC 9(09)V99 VALUE 0.
           05  TX-UNEMP-WAGES          PIC 9(09)V99 VALUE 0.
           05  TX-RET-DEFERRAL         PIC 9(07)V99 VALUE 0.
           05  TX-RET-MATCH            PIC 9(07)V99 VALUE 0.
           05  TX-RET-MATCH-CAP        PIC 9(07)V99 VALUE 0.
           05  TX-SERVICE-MONTHS       PIC S9(05) VALUE 0.
           05  TX-SVC-HIRE-DATE        PIC 9(08) VALUE 0.
           05  TX-SVC-HIRE-PARTS REDEFINES TX-SVC-HIRE-DATE.
               10  TX-SVC-HIRE-YEAR    PIC 9(04).
               10  TX-SVC-HIRE-MONTH   PIC 9(02).
               10  TX-SVC-HIRE-DAY     PIC 9(02).
           05  TX-SVC-RUN-DATE         PIC 9(08) VALUE 0.
           05  TX-SVC-RUN-PARTS REDEFINES TX-SVC-RUN-DATE.
               10  TX-SVC-RUN-YEAR     PIC 9(04).
               10  TX-SVC-RUN-MONTH    PIC 9(02).
               10  TX-SVC-RUN-DAY      PIC 9(02).

      *-----------------------------------------------------------------
      * LEAVE BALANCE TABLE, LOADED FROM LEAVEBAL FOR THE BALANCES
      * SHOWN ON THE EARNINGS STATEMENT.  READ ONLY - LEAVEACC OWNS
      * THE FILE.
      *-----------------------------------------------------------------
       01  TX-LEAVE-COUNT              PIC 9(04) COMP VALUE 0.
       01  TX-MAX-LEAVES               PIC 9(04) COMP VALUE 2000.
       01  TX-LEAVE-SCAN-IDX           PIC 9(04) COMP VALUE 0.
       01  TX-LEAVE-FOUND-IDX          PIC 9(04) COMP VALUE 0.
       01  TX-LEAVE-TABLE.
           05  TX-LEAVE-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON TX-LEAVE-COUNT
                   INDEXED BY TX-LEAVE-IDX.
               10  TX-LV-EMPLOYEE-ID   PIC 9(06).
               10  TX-LV-VAC-BALANCE   PIC S9(04)V9.
               10  TX-LV-SICK-BALANCE  PIC S9(04)V9.

      *-----------------------------------------------------------------
      * EARNINGS-STATEMENT YTD TABLE, LOADED FROM STUBYTD AT START OF
      * RUN AND REWRITTEN AT END.  A LINE LAST POSTED IN AN EARLIER
      * TAX YEAR STARTS OVER AT ZERO.
      *-----------------------------------------------------------------
       01  TX-SYTD-COUNT               PIC 9(05) COMP VALUE 0.
       01  TX-MAX-SYTDS                PIC 9(05) COMP VALUE 20000.
       01  TX-SYTD-SCAN-IDX            PIC 9(05) COMP VALUE 0.
       01  TX-SYTD-FOUND-IDX           PIC 9(05) COMP VALUE 0.
       01  TX-SYTD-TABLE.
           05  TX-SYTD-ENTRY OCCURS 1 TO 20000 TIMES
                   DEPENDING ON TX-SYTD-COUNT
                   INDEXED BY TX-SYTD-IDX.
               10  TX-SY-EMPLOYEE-ID   PIC 9(06).
               10  TX-SY-LINE-TYPE     PIC X(01).
               10  TX-SY-LINE-CODE     PIC X(12).
               10  TX-SY-TAX-YEAR      PIC 9(04).
               10  TX-SY-YTD-AMOUNT    PIC 9(09)V99.

      *-----------------------------------------------------------------
      * THE CURRENT EMPLOYEE'S EARNINGS-STATEMENT LINES, BUILT UP AS
      * DEDUCTIONS, GARNISHMENTS AND PAYMENTS ARE TAKEN, THEN PRINTED
      * ONCE THE EMPLOYEE IS FULLY PAID.
      *-----------------------------------------------------------------
       01  TX-STUB-LINE-COUNT          PIC 9(02) COMP VALUE 0.
       01  TX-MAX-STUB-LINES           PIC 9(02) COMP VALUE 30.
       01  TX-STUB-SCAN-IDX            PIC 9(02) COMP VALUE 0.
       01  TX-STUB-FOUND-IDX           PIC 9(02) COMP VALUE 0.
       01  TX-STUB-LINE-TABLE.
           05  TX-STUB-LINE-ENTRY OCCURS 30 TIMES.
               10  TX-SL-LINE-TYPE     PIC X(01).
               10  TX-SL-LINE-CODE     PIC X(12).
               10  TX-SL-DESCRIPTION   PIC X(30).
               10  TX-SL-CURRENT       PIC 9(07)V99.
       01  TX-DEPOSIT-LINE-COUNT       PIC 9(02) COMP VALUE 0.
       01  TX-MAX-DEPOSIT-LINES        PIC 9(02) COMP VALUE 10.
       01  TX-DEPOSIT-SCAN-IDX         PIC 9(02) COMP VALUE 0.
       01  TX-DEPOSIT-LINE-TABLE.
           05  TX-DEPOSIT-LINE-ENTRY OCCURS 10 TIMES.
               10  TX-DL-DESCRIPTION   PIC X(30).
               10  TX-DL-AMOUNT        PIC 9(07)V99.

       01  TX-STUB-WORK-FIELDS.
           05  TX-SL-LOOKUP-TYPE       PIC X(01) VALUE SPACE.
           05  TX-SL-LOOKUP-CODE       PIC X(12) VALUE SPACES.
           05  TX-SL-LOOKUP-DESC       PIC X(30) VALUE SPACES.
           05  TX-SL-LOOKUP-AMOUNT     PIC 9(07)V99 VALUE 0.
           05  TX-LINE-YTD             PIC 9(09)V99 VALUE 0.
           05  TX-STUB-YTD-GROSS       PIC 9(09)V99 VALUE 0.
           05  TX-STUB-YTD-FEDERAL     PIC 9(09)V99 VALUE 0.
           05  TX-STUB-YTD-STATE       PIC 9(09)V99 VALUE 0.
           05  TX-STUB-YTD-DEDUCTIONS  PIC 9(09)V99 VALUE 0.
           05  TX-STUB-RUN-YEAR        PIC 9(04) VALUE 0.
           05  TX-STUB-SECTION-TYPE    PIC X(01) VALUE SPACE.
           05  TX-DEPOSIT-DESC         PIC X(30) VALUE SPACES.
           05  TX-DEPOSIT-AMOUNT       PIC 9(07)V99 VALUE 0.
           05  TX-MASK-ACCOUNT         PIC X(17) VALUE SPACES.
           05  TX-MASKED-ACCOUNT       PIC X(08) VALUE SPACES.
           05  TX-MASK-POS             PIC S9(02) COMP VALUE 0.
           05  TX-MASK-LEN             PIC S9(02) COMP VALUE 0.
           05  TX-GARNISH-LINE-COUNT   PIC 9(02) COMP VALUE 0.
           05  TX-STATEMENT-COUNT      PIC 9(05) COMP VALUE 0.

      *-----------------------------------------------------------------
      * EARNINGS-STATEMENT PRINT LINES.
      *-----------------------------------------------------------------
       01  TX-ES-RULE-LINE             PIC X(80) VALUE ALL "-".
       01  TX-ES-TITLE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(30) VALUE
               "EARNINGS STATEMENT".
           05  FILLER                  PIC X(09) VALUE "PAY DATE ".
           05  TX-ES-PAY-DATE          PIC 9(08).
           05  FILLER                  PIC X(10) VALUE "  PERIOD ".
           05  TX-ES-PERIOD-ID         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TX-ES-FINAL-LABEL       PIC X(14).
       01  TX-ES-EMPLOYEE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "EMPLOYEE ".
           05  TX-ES-EMPLOYEE-ID       PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TX-ES-EMPLOYEE-NAME     PIC X(20).
           05  FILLER                  PIC X(07) VALUE "  DEPT ".
           05  TX-ES-DEPT-CODE         PIC X(04).
           05  FILLER                  PIC X(31) VALUE SPACES.
       01  TX-ES-COLUMN-LINE.
           05  FILLER                  PIC X(35) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               "        CURRENT".
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(18) VALUE
               "      YEAR TO DATE".
       01  TX-ES-SECTION-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TX-ES-SECTION-NAME      PIC X(40).
       01  TX-ES-ITEM-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  TX-ES-IT-DESCRIPTION    PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TX-ES-IT-CURRENT        PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TX-ES-IT-YTD            PIC $$,$$$,$$$,$$9.99-.
       01  TX-ES-DEPOSIT-LINE.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  TX-ES-DP-DESCRIPTION    PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TX-ES-DP-AMOUNT         PIC $$$,$$$,$$9.99-.
       01  TX-ES-LEAVE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               "LEAVE BALANCES - ".
           05  FILLER                  PIC X(15) VALUE
               "VACATION HOURS ".
           05  TX-ES-VAC-BALANCE       PIC ZZZ9.9-.
           05  FILLER                  PIC X(13) VALUE
               "  SICK HOURS ".
           05  TX-ES-SICK-BALANCE      PIC ZZZ9.9-.

      *-----------------------------------------------------------------
      * EMPLOYEE DEDUCTION TABLE, LOADED FROM THE DEDUCTIONS FILE AT
           05  TX-PY-ACCOUNT           PIC X(17).
           05  TX-PY-SPLIT-SEQ         PIC 9(01).
           05  TX-PY-PRENOTE-FLAG      PIC X(01).
           05  TX-PY-CHECK-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  TX-PAYMENT-TRAILER.
           05  TX-PT-RECORD-TYPE       PIC X(01) VALUE "T".
           05  TX-RD-STATE-TAX         PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TX-RD-YTD-WITHHOLDING   PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TX-RD-EARNINGS-TYPE     PIC X(12).
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  TX-REPORT-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "STATE TAX: ".
           05  TX-RT-STATE-TOTAL       PIC $$,$$$,$$9.99.

      *-----------------------------------------------------------------
      * RUN WITHHOLDING BROKEN OUT BY EARNINGS TYPE.  THE TWO LINES
      * ADD BACK TO THE FED TAX AND STATE TAX TOTALS ABOVE.
      *-----------------------------------------------------------------
       01  TX-EARNINGS-TYPE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TX-ET-LABEL             PIC X(22).
           05  FILLER                  PIC X(07) VALUE "GROSS: ".
           05  TX-ET-GROSS             PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE "FED TAX: ".
           05  TX-ET-FED-TAX           PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE "STATE TAX: ".
           05  TX-ET-STATE-TAX         PIC $$,$$$,$$9.99.

       01  TX-STATE-SUBTOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE "STATE ".
               MOVE TX-PAYMENTS-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN OUTPUT EARNINGS-STATEMENT-FILE
           IF NOT TX-EARNSTMT-OK
               MOVE "TAXPROG" TO AB-PROGRAM-ID
               MOVE "EARNSTMT" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE TX-EARNSTMT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE "TAXPROG" TO RH-PROGRAM-NAME
           MOVE "FEDERAL WITHHOLDING RUN" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1050-LOAD-BRACKET-TABLE
           PERFORM 1020-LOAD-SUPP-RATES
           PERFORM 1100-OPEN-YTD-BALANCES
           PERFORM 1300-LOAD-DEDUCTIONS
           PERFORM 1360-LOAD-GARNISHMENTS
           PERFORM 1390-LOAD-ARREARS
           PERFORM 1395-LOAD-BANK-ACCOUNTS
           PERFORM 1398-LOAD-EMPLOYER-PARMS
           PERFORM 1394-LOAD-RETIREMENT-PLAN
           PERFORM 1399-GET-NEXT-CHECK-NUMBER
           PERFORM 1500-LOAD-LEAVE-BALANCES
           PERFORM 1550-LOAD-STUB-YTD
           OPEN EXTEND PAY-TAX-HISTORY
           IF NOT TX-PAYTXHST-OK
               CLOSE PAY-TAX-HISTORY
               OPEN OUTPUT PAY-TAX-HISTORY
           END-IF
           OPEN OUTPUT GARN-REMIT-FILE
           IF NOT TX-GARNREMT-OK
               MOVE "TAXPROG" TO AB-PROGRAM-ID
           IF NOT TX-END-OF-FILE
               MOVE PR-PAY-PERIOD-ID TO TX-RUN-PERIOD-ID
               PERFORM 1150-CHECK-RUN-CONTROL
           END-IF
           PERFORM 1600-OPEN-RETIRE-REMIT.

      *-----------------------------------------------------------------
      * DUPLICATE-RUN PROTECTION.  THE PAY PERIOD BEING RUN IS TAKEN
                   CLOSE PAYMENT-FILE
                   CLOSE YTD-BALANCE-FILE
                   CLOSE ALERT-FILE
                   CLOSE PAY-TAX-HISTORY
                   CLOSE EARNINGS-STATEMENT-FILE
                   MOVE 12 TO RETURN-CODE
                   MOVE 0 TO RW-READ-COUNT
                   MOVE 0 TO RW-WRITE-COUNT
           ADD 1 TO TX-ARR-COUNT
           PERFORM 1391-READ-ARREARS-RECORD.

       1394-LOAD-RETIREMENT-PLAN.
           OPEN INPUT RETIRE-PLAN-PARMS
           IF TX-RETPLAN-NOTFOUND
               DISPLAY "TAXPROG: NO RETIREMENT PLAN RECORD - NO "
                   "EMPLOYER MATCH THIS RUN"
           ELSE
               IF NOT TX-RETPLAN-OK AND NOT TX-RETPLAN-EOF
                   MOVE "TAXPROG" TO AB-PROGRAM-ID
                   MOVE "RETPLAN" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TX-RETPLAN-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ RETIRE-PLAN-PARMS
                   AT END
                       CONTINUE
                   NOT AT END
                       SET TX-RP-LOADED TO TRUE
                       MOVE RP-PLAN-ID TO TX-RP-PLAN-ID
                       MOVE RP-DEFERRAL-CODE (1)
                           TO TX-RP-DEFERRAL-CODE (1)
                       MOVE RP-DEFERRAL-CODE (2)
                           TO TX-RP-DEFERRAL-CODE (2)
                       MOVE RP-DEFERRAL-CODE (3)
                           TO TX-RP-DEFERRAL-CODE (3)
                       MOVE RP-MATCH-PERCENT TO TX-RP-MATCH-PERCENT
                       MOVE RP-MATCH-CAP-PERCENT
                           TO TX-RP-MATCH-CAP-PERCENT
                       MOVE RP-ELIGIBLE-MONTHS
                           TO TX-RP-ELIGIBLE-MONTHS
               END-READ
               CLOSE RETIRE-PLAN-PARMS
           END-IF.

      *-----------------------------------------------------------------
      * A MISSING BANK ACCOUNT FILE MEANS EVERY EMPLOYEE IS PAID ONE
      * FLAT AMOUNT TO THE IMPLIED ACCOUNT, AS BEFORE.
               CLOSE EMPLOYER-TAX-PARMS
           END-IF.

      *-----------------------------------------------------------------
      * THE NEXT PAYROLL CHECK NUMBER LIVES ON THE PAYCKCTL CONTROL
      * RECORD.
      *-----------------------------------------------------------------
       1399-GET-NEXT-CHECK-NUMBER.
           MOVE TX-CHECK-NUMBER-BASE TO TX-NEXT-CHECK-NUMBER
           OPEN INPUT CHECK-NUMBER-CONTROL
           IF NOT TX-PAYCKCTL-NOTFOUND
               IF NOT TX-PAYCKCTL-OK AND NOT TX-PAYCKCTL-EOF
                   MOVE "TAXPROG" TO AB-PROGRAM-ID
                   MOVE "PAYCKCTL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TX-PAYCKCTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ CHECK-NUMBER-CONTROL
                   NOT AT END
                       IF CN-NEXT-CHECK-NUMBER >= TX-CHECK-NUMBER-BASE
                           MOVE CN-NEXT-CHECK-NUMBER
                               TO TX-NEXT-CHECK-NUMBER
                       END-IF
               END-READ
               CLOSE CHECK-NUMBER-CONTROL
           END-IF.

       1350-WRITE-DEDUCT-FULL-ALERT.
           MOVE SPACES TO ALERT-RECORD
           MOVE "TAXPROG" TO AL-PROGRAM-NAME
           END-IF
           PERFORM 1190-READ-OVERRIDE.

      *-----------------------------------------------------------------
      * LOADS THE SUPPLEMENTAL-WAGE RATE TABLE.  A MISSING FILE LEAVES
      * THE TABLE EMPTY; ROWS PAST THE TABLE'S SIZE ARE DROPPED WITH A
      * WARNING AND THOSE STATES FALL BACK TO THEIR BRACKETS.
      *-----------------------------------------------------------------
       1020-LOAD-SUPP-RATES.
           MOVE 0 TO TX-SUPP-RATE-COUNT
           OPEN INPUT SUPP-RATE-FILE
           IF TX-SUPPRATE-NOTFOUND
               DISPLAY "TAXPROG: NO SUPPLEMENTAL RATE FILE - "
                   "SUPPLEMENTAL PAY IS WITHHELD ON THE BRACKETS"
           ELSE
               IF NOT TX-SUPPRATE-OK AND NOT TX-SUPPRATE-EOF
                   MOVE "TAXPROG" TO AB-PROGRAM-ID
                   MOVE "SUPPRATE" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TX-SUPPRATE-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1025-READ-SUPP-RATE
               PERFORM 1030-STORE-SUPP-RATE
                   UNTIL TX-SUPPRATE-END
               CLOSE SUPP-RATE-FILE
           END-IF.

       1025-READ-SUPP-RATE.
           READ SUPP-RATE-FILE
               AT END
                   SET TX-SUPPRATE-END TO TRUE
           END-READ.

       1030-STORE-SUPP-RATE.
           IF TX-SUPP-RATE-COUNT >= TX-MAX-SUPP-RATES
               DISPLAY "TAXPROG: SUPPLEMENTAL RATE TABLE FULL, ROW "
                   "FOR STATE " SW-STATE-CODE " DROPPED"
           ELSE
               ADD 1 TO TX-SUPP-RATE-COUNT
               MOVE SW-STATE-CODE
                   TO TX-SW-STATE-CODE (TX-SUPP-RATE-COUNT)
               MOVE SW-FLAT-RATE
                   TO TX-SW-FLAT-RATE (TX-SUPP-RATE-COUNT)
               MOVE SW-MANDATORY-RATE
                   TO TX-SW-MANDATORY-RATE (TX-SUPP-RATE-COUNT)
               MOVE SW-ANNUAL-THRESHOLD
                   TO TX-SW-THRESHOLD (TX-SUPP-RATE-COUNT)
           END-IF
           PERFORM 1025-READ-SUPP-RATE.

      *-----------------------------------------------------------------
      * LOADS THE FILING-STATUS BRACKET TABLE FROM THE TAX BRACKET
      * FILE.  EACH RECORD CARRIES ITS OWN FILING-STATUS AND BRACKET-
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * LEAVE BALANCES FOR THE EARNINGS STATEMENT.  A MISSING FILE
      * SHOWS NO BALANCES; A FILE LARGER THAN THE TABLE SHOWS NONE
      * FOR THE EMPLOYEES LEFT UNLOADED.  NOTHING HERE IS REWRITTEN.
      *-----------------------------------------------------------------
       1500-LOAD-LEAVE-BALANCES.
           MOVE 1 TO TX-LEAVE-COUNT
           OPEN INPUT LEAVE-BALANCE-FILE
           IF TX-LEAVEBAL-NOTFOUND
               SET TX-LEAVEBAL-END TO TRUE
           ELSE
               IF NOT TX-LEAVEBAL-OK AND NOT TX-LEAVEBAL-EOF
                   MOVE "TAXPROG" TO AB-PROGRAM-ID
                   MOVE "LEAVEBAL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TX-LEAVEBAL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1510-READ-LEAVE-RECORD
               PERFORM 1520-STORE-LEAVE-RECORD
                   UNTIL TX-LEAVEBAL-END
                       OR TX-LEAVE-COUNT > TX-MAX-LEAVES
               IF NOT TX-LEAVEBAL-END
                   DISPLAY "TAXPROG: LEAVE BALANCE TABLE FULL AT "
                       TX-MAX-LEAVES " - REMAINING BALANCES NOT "
                       "SHOWN ON EARNINGS STATEMENTS"
               END-IF
               CLOSE LEAVE-BALANCE-FILE
           END-IF
           IF TX-LEAVE-COUNT > 1
               SUBTRACT 1 FROM TX-LEAVE-COUNT
           ELSE
               MOVE 0 TO TX-LEAVE-COUNT
           END-IF.

       1510-READ-LEAVE-RECORD.
           READ LEAVE-BALANCE-FILE
               AT END
                   SET TX-LEAVEBAL-END TO TRUE
           END-READ.

       1520-STORE-LEAVE-RECORD.
           MOVE LB-EMPLOYEE-ID TO TX-LV-EMPLOYEE-ID (TX-LEAVE-COUNT)
           MOVE LB-VAC-BALANCE TO TX-LV-VAC-BALANCE (TX-LEAVE-COUNT)
           MOVE LB-SICK-BALANCE
               TO TX-LV-SICK-BALANCE (TX-LEAVE-COUNT)
           ADD 1 TO TX-LEAVE-COUNT
           PERFORM 1510-READ-LEAVE-RECORD.

      *-----------------------------------------------------------------
      * THE STUB YTD FILE IS REWRITTEN WHOLE AT END OF RUN, SO AN
      * OVERFLOWING LOAD MUST STOP THE RUN BEFORE ANYONE IS PAID.
      *-----------------------------------------------------------------
       1550-LOAD-STUB-YTD.
           MOVE RH-RUN-DATE (1:4) TO TX-STUB-RUN-YEAR
           MOVE 1 TO TX-SYTD-COUNT
           OPEN INPUT STUB-YTD-FILE
           IF TX-STUBYTD-NOTFOUND
               SET TX-STUBYTD-END TO TRUE
           ELSE
               IF NOT TX-STUBYTD-OK AND NOT TX-STUBYTD-EOF
                   MOVE "TAXPROG" TO AB-PROGRAM-ID
                   MOVE "STUBYTD" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TX-STUBYTD-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1560-READ-STUB-YTD-RECORD
               PERFORM 1570-STORE-STUB-YTD-RECORD
                   UNTIL TX-STUBYTD-END
                       OR TX-SYTD-COUNT > TX-MAX-SYTDS
               IF NOT TX-STUBYTD-END
                   DISPLAY "TAXPROG: STUB YTD TABLE FULL AT "
                       TX-MAX-SYTDS " - RUN STOPPED BEFORE THE "
                       "REWRITE COULD TRUNCATE THE FILE"
                   MOVE "TAXPROG" TO AB-PROGRAM-ID
                   MOVE "STUBYTD" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE TX-STUBYTD-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE STUB-YTD-FILE
           END-IF
           IF TX-SYTD-COUNT > 1
               SUBTRACT 1 FROM TX-SYTD-COUNT
           ELSE
               MOVE 0 TO TX-SYTD-COUNT
           END-IF.

       1560-READ-STUB-YTD-RECORD.
           READ STUB-YTD-FILE
               AT END
                   SET TX-STUBYTD-END TO TRUE
           END-READ.

       1570-STORE-STUB-YTD-RECORD.
           MOVE SY-EMPLOYEE-ID TO TX-SY-EMPLOYEE-ID (TX-SYTD-COUNT)
           MOVE SY-LINE-TYPE TO TX-SY-LINE-TYPE (TX-SYTD-COUNT)
           MOVE SY-LINE-CODE TO TX-SY-LINE-CODE (TX-SYTD-COUNT)
           MOVE SY-TAX-YEAR TO TX-SY-TAX-YEAR (TX-SYTD-COUNT)
           MOVE SY-YTD-AMOUNT TO TX-SY-YTD-AMOUNT (TX-SYTD-COUNT)
           ADD 1 TO TX-SYTD-COUNT
           PERFORM 1560-READ-STUB-YTD-RECORD.

      *-----------------------------------------------------------------
      * THE REMITTANCE HEADER CARRIES THE PAY PERIOD, SO THE FILE IS
      * OPENED ONCE THE RUN'S PERIOD IS KNOWN AND ACCEPTED.
      *-----------------------------------------------------------------
       1600-OPEN-RETIRE-REMIT.
           OPEN OUTPUT RETIRE-REMIT-FILE
           IF NOT TX-RETREMIT-OK
               MOVE "TAXPROG" TO AB-PROGRAM-ID
               MOVE "RETREMIT" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE TX-RETREMIT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE SPACES TO RETIRE-REMIT-RECORD
           MOVE "H" TO RM-RECORD-TYPE
           MOVE TX-RP-PLAN-ID TO RM-PLAN-ID
           MOVE RH-RUN-DATE TO RM-HD-PAY-DATE
           MOVE TX-RUN-PERIOD-ID TO RM-HD-PAY-PERIOD-ID
           WRITE RETIRE-REMIT-RECORD.

       2000-PROCESS-EMPLOYEE.
           ADD 1 TO TX-PAYFILE-DETAIL-COUNT
           ADD PR-GROSS-PAY TO TX-PAYFILE-GROSS-HASH
           PERFORM 2050-VALIDATE-EMPLOYEE
           IF TX-EMPLOYEE-VALID
               MOVE 0 TO TX-STUB-LINE-COUNT
               MOVE 0 TO TX-DEPOSIT-LINE-COUNT
               PERFORM 2070-COMPUTE-DEDUCTIONS
               IF PR-SUPPLEMENTAL-EARNINGS
                   MOVE "S" TO TX-EARNINGS-TYPE
                   PERFORM 2110-COMPUTE-SUPPLEMENTAL-WH
               ELSE
                   MOVE "R" TO TX-EARNINGS-TYPE
                   PERFORM 2100-COMPUTE-WITHHOLDING
                   PERFORM 2160-COMPUTE-STATE-WITHHOLDING
               END-IF
               PERFORM 2180-TAKE-GARNISHMENTS
               PERFORM 2250-APPLY-DEDUCTION-CASH
               PERFORM 2700-UPDATE-YTD-WITHHOLDING
               PERFORM 2750-ACCRUE-EMPLOYER-TAXES
               PERFORM 2790-COMPUTE-RETIREMENT-MATCH
               PERFORM 2780-WRITE-TAX-HISTORY
               PERFORM 2200-WRITE-DETAIL-LINE
               PERFORM 2300-WRITE-PAYMENT-RECORD
               PERFORM 2400-DISTRIBUTE-TO-DEPT
               PERFORM 2850-WRITE-EARNINGS-STATEMENT
               ADD TX-TAX TO TX-RUN-TOTAL
               ADD TX-STATE-TAX TO TX-RUN-STATE-TOTAL
               ADD TX-TAKEN-DEDUCTIONS TO TX-RUN-DEDUCT-TOTAL
               IF PR-SUPPLEMENTAL-EARNINGS
                   ADD PR-GROSS-PAY TO TX-RUN-SUPP-GROSS
                   ADD TX-TAX TO TX-RUN-SUPP-FED
                   ADD TX-STATE-TAX TO TX-RUN-SUPP-STATE
                   ADD 1 TO TX-SUPP-COUNT
               ELSE
                   ADD PR-GROSS-PAY TO TX-RUN-REG-GROSS
                   ADD TX-TAX TO TX-RUN-REG-FED
                   ADD TX-STATE-TAX TO TX-RUN-REG-STATE
               END-IF
               ADD 1 TO TX-EMPLOYEE-COUNT
           END-IF
           PERFORM 2900-READ-PAYROLL-RECORD.
               MOVE "PAY PERIOD ID MISMATCH" TO SS-REJECT-REASON
               PERFORM 2060-LOG-SUSPENSE-RECORD
           ELSE
               IF NOT PR-REGULAR-EARNINGS
                       AND NOT PR-SUPPLEMENTAL-EARNINGS
                   MOVE "INVALID EARNINGS TYPE" TO SS-REJECT-REASON
                   PERFORM 2060-LOG-SUSPENSE-RECORD
               ELSE
                   PERFORM 2055-CHECK-EMPLOYEE-MASTER
               END-IF
           END-IF.

       2055-CHECK-EMPLOYEE-MASTER.
                   PERFORM 2060-LOG-SUSPENSE-RECORD
               NOT INVALID KEY
      *            A TERMINATION DATE AFTER THE RUN DATE MEANS THE
      *            EMPLOYEE IS STILL ACTIVE ON THIS PAY DATE.  A
      *            FINAL-PAY DETAIL IS THE TERMINATED EMPLOYEE'S
      *            LAST CHECK AND IS PAID REGARDLESS.
                   IF EM-NOT-TERMINATED
                           OR EM-TERMINATION-DATE > RH-RUN-DATE
                           OR PR-FINAL-PAY
                       MOVE "Y" TO TX-EMP-VALID-SWITCH
                   ELSE
                       MOVE "EMPLOYEE TERMINATED" TO SS-REJECT-REASON
      * PRE-TAX DEDUCTIONS COME OUT OF PAY BEFORE THE BRACKETS ARE
      * APPLIED; POST-TAX DEDUCTIONS REDUCE NET PAY ONLY.  A PERCENT
      * DEDUCTION IS A PERCENT OF GROSS PAY.  TAXABLE PAY NEVER GOES
      * BELOW ZERO.  A FLAT-AMOUNT DEDUCTION IS A PER-PERIOD AMOUNT
      * AND COMES OFF THE REGULAR CHECK ONLY; A SUPPLEMENTAL CHECK
      * TAKES PERCENT DEDUCTIONS ONLY.
      *-----------------------------------------------------------------
       2070-COMPUTE-DEDUCTIONS.
           MOVE 0 TO TX-PRETAX-DEDUCTIONS

       2080-APPLY-ONE-DEDUCTION.
           IF TX-DD-EMPLOYEE-ID (TX-DEDUCT-SCAN-IDX) = PR-EMPLOYEE-ID
                   AND (TX-DD-TYPE-PERCENT (TX-DEDUCT-SCAN-IDX)
                       OR NOT PR-SUPPLEMENTAL-EARNINGS)
               IF TX-DD-TYPE-PERCENT (TX-DEDUCT-SCAN-IDX)
                   COMPUTE TX-ONE-DEDUCTION ROUNDED =
                       PR-GROSS-PAY
           END-IF.

       2100-COMPUTE-WITHHOLDING.
           PERFORM 2105-SET-FILING-STATUS
           MOVE 0 TO TX-TAX
           MOVE 0 TO TX-PREVIOUS-LIMIT
           PERFORM 2150-APPLY-BRACKET VARYING TX-BRK-IDX FROM 1 BY 1
               UNTIL TX-BRK-IDX > 7
                   OR TX-TAXABLE-PAY <= TX-PREVIOUS-LIMIT.

       2105-SET-FILING-STATUS.
           EVALUATE TRUE
               WHEN EM-FS-SINGLE
                   MOVE 1 TO TX-STAT-IDX
                   MOVE 4 TO TX-STAT-IDX
               WHEN OTHER
                   MOVE 1 TO TX-STAT-IDX
           END-EVALUATE.

      *-----------------------------------------------------------------
      * SUPPLEMENTAL PAY (BONUS, COMMISSION) IS WITHHELD AT THE FLAT
      * SUPPLEMENTAL RATE INSTEAD OF THROUGH THE BRACKETS, AND AT THE
      * MANDATORY RATE ON THE PART OF THIS CHECK THAT TAKES THE
      * EMPLOYEE'S YTD SUPPLEMENTAL WAGES PAST THE ANNUAL THRESHOLD.
      * WITH NO FEDERAL ROW, OR NO ROW FOR THE WORK STATE, THAT SIDE
      * FALLS BACK TO THE BRACKETS.  A WORK STATE WITH NO BRACKETS ON
      * FILE IS NOT WITHHELD, THE SAME AS FOR REGULAR PAY.
      *-----------------------------------------------------------------
       2110-COMPUTE-SUPPLEMENTAL-WH.
           PERFORM 2115-GET-PRIOR-SUPPLEMENTAL
           MOVE SPACES TO TX-LOOKUP-STATE
           PERFORM 2125-FIND-SUPP-RATE
           IF TX-SW-FOUND-IDX = 0
               ADD 1 TO TX-SUPP-NO-RATE-COUNT
               PERFORM 2100-COMPUTE-WITHHOLDING
           ELSE
               PERFORM 2105-SET-FILING-STATUS
               PERFORM 2120-APPLY-SUPPLEMENTAL-RATE
               MOVE TX-SUPP-WITHHOLDING TO TX-TAX
           END-IF
           MOVE PR-WORK-STATE TO TX-LOOKUP-STATE
           PERFORM 2125-FIND-SUPP-RATE
           PERFORM 1090-FIND-STATE-ENTRY
           IF TX-SW-FOUND-IDX = 0 OR TX-ST-FOUND-IDX = 0
               PERFORM 2160-COMPUTE-STATE-WITHHOLDING
           ELSE
               PERFORM 2120-APPLY-SUPPLEMENTAL-RATE
               MOVE TX-SUPP-WITHHOLDING TO TX-STATE-TAX
               ADD TX-STATE-TAX
                   TO TX-ST-RUN-TOTAL (TX-ST-FOUND-IDX)
           END-IF.

      *-----------------------------------------------------------------
      * YTD SUPPLEMENTAL WAGES BEFORE THIS CHECK.  THE BALANCE RECORD
      * IS READ AGAIN AND UPDATED BY 2700-UPDATE-YTD-WITHHOLDING.
      *-----------------------------------------------------------------
       2115-GET-PRIOR-SUPPLEMENTAL.
           MOVE PR-EMPLOYEE-ID TO YB-EMPLOYEE-ID
           READ YTD-BALANCE-FILE
               INVALID KEY
                   MOVE 0 TO TX-PRIOR-YTD-SUPP
               NOT INVALID KEY
                   MOVE YB-YTD-SUPPLEMENTAL TO TX-PRIOR-YTD-SUPP
           END-READ.

      *-----------------------------------------------------------------
      * THE THRESHOLD IS MEASURED ON SUPPLEMENTAL GROSS; THE PART OF
      * THIS CHECK'S GROSS PAST IT IS TAKEN OUT OF TAXABLE PAY AT THE
      * MANDATORY RATE AND THE REST AT THE FLAT RATE.  TX-SW-FOUND-IDX
      * NAMES THE RATE ROW.
      *-----------------------------------------------------------------
       2120-APPLY-SUPPLEMENTAL-RATE.
           MOVE 0 TO TX-SUPP-OVER-GROSS
           IF TX-SW-THRESHOLD (TX-SW-FOUND-IDX) > 0
                   AND TX-SW-MANDATORY-RATE (TX-SW-FOUND-IDX) > 0
               IF TX-PRIOR-YTD-SUPP >= TX-SW-THRESHOLD (TX-SW-FOUND-IDX)
                   MOVE PR-GROSS-PAY TO TX-SUPP-OVER-GROSS
               ELSE
                   IF TX-PRIOR-YTD-SUPP + PR-GROSS-PAY
                           > TX-SW-THRESHOLD (TX-SW-FOUND-IDX)
                       COMPUTE TX-SUPP-OVER-GROSS =
                           TX-PRIOR-YTD-SUPP + PR-GROSS-PAY
                               - TX-SW-THRESHOLD (TX-SW-FOUND-IDX)
                   END-IF
               END-IF
           END-IF
           IF TX-SUPP-OVER-GROSS > TX-TAXABLE-PAY
               MOVE TX-TAXABLE-PAY TO TX-SUPP-OVER-TAXABLE
           ELSE
               MOVE TX-SUPP-OVER-GROSS TO TX-SUPP-OVER-TAXABLE
           END-IF
           COMPUTE TX-SUPP-UNDER-TAXABLE =
               TX-TAXABLE-PAY - TX-SUPP-OVER-TAXABLE
           COMPUTE TX-SUPP-WITHHOLDING ROUNDED =
               TX-SUPP-UNDER-TAXABLE
                   * TX-SW-FLAT-RATE (TX-SW-FOUND-IDX)
               + TX-SUPP-OVER-TAXABLE
                   * TX-SW-MANDATORY-RATE (TX-SW-FOUND-IDX).

       2125-FIND-SUPP-RATE.
           MOVE 0 TO TX-SW-FOUND-IDX
           PERFORM 2126-COMPARE-SUPP-RATE
               VARYING TX-SW-SCAN-IDX FROM 1 BY 1
               UNTIL TX-SW-SCAN-IDX > TX-SUPP-RATE-COUNT
                   OR TX-SW-FOUND-IDX NOT = 0.

       2126-COMPARE-SUPP-RATE.
           IF TX-SW-STATE-CODE (TX-SW-SCAN-IDX) = TX-LOOKUP-STATE
               MOVE TX-SW-SCAN-IDX TO TX-SW-FOUND-IDX
           END-IF.

       2150-APPLY-BRACKET.
           IF TX-TAXABLE-PAY > TX-BRK-LIMIT (TX-STAT-IDX TX-BRK-IDX)
                   SUBTRACT TX-ONE-GARNISHMENT FROM TX-GARNISHABLE
                   ADD TX-ONE-GARNISHMENT TO TX-EMP-GARNISH-TOTAL
                   PERFORM 2195-WRITE-REMIT-RECORD
                   MOVE "G" TO TX-SL-LOOKUP-TYPE
                   MOVE SPACES TO TX-SL-LOOKUP-CODE
                   STRING TX-GN-ORDER-TYPE (TX-GARN-SCAN-IDX)
                       TX-GN-AGENCY-ID (TX-GARN-SCAN-IDX)
                       DELIMITED BY SIZE INTO TX-SL-LOOKUP-CODE
                   MOVE SPACES TO TX-SL-LOOKUP-DESC
                   STRING TX-GN-ORDER-TYPE (TX-GARN-SCAN-IDX)
                       " " TX-GN-AGENCY-ID (TX-GARN-SCAN-IDX)
                       DELIMITED BY SIZE INTO TX-SL-LOOKUP-DESC
                   MOVE TX-ONE-GARNISHMENT TO TX-SL-LOOKUP-AMOUNT
                   PERFORM 2810-ADD-STUB-LINE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
       2250-APPLY-DEDUCTION-CASH.
           MOVE 0 TO TX-TAKEN-DEDUCTIONS
           MOVE 0 TO TX-RET-DEFERRAL
           MOVE 0 TO TX-SHORTED-AMOUNT
           MOVE 0 TO TX-RECOVERED-AMOUNT
           IF TX-TAX + TX-STATE-TAX + TX-EMP-GARNISH-TOTAL
           PERFORM 2260-APPLY-ONE-DEDUCT-CASH
               VARYING TX-DEDUCT-SCAN-IDX FROM 1 BY 1
               UNTIL TX-DEDUCT-SCAN-IDX > TX-DEDUCT-COUNT
           IF NOT PR-SUPPLEMENTAL-EARNINGS
               PERFORM 2270-RECOVER-ONE-ARREARS
                   VARYING TX-ARR-SCAN-IDX FROM 1 BY 1
                   UNTIL TX-ARR-SCAN-IDX > TX-ARR-COUNT
                       OR TX-AVAILABLE-PAY = 0
           END-IF
           IF TX-SHORTED-AMOUNT > 0 OR TX-RECOVERED-AMOUNT > 0
               DISPLAY "  DEDUCT EMP " PR-EMPLOYEE-ID
                   " TAKEN " TX-TAKEN-DEDUCTIONS

       2260-APPLY-ONE-DEDUCT-CASH.
           IF TX-DD-EMPLOYEE-ID (TX-DEDUCT-SCAN-IDX) = PR-EMPLOYEE-ID
                   AND (TX-DD-TYPE-PERCENT (TX-DEDUCT-SCAN-IDX)
                       OR NOT PR-SUPPLEMENTAL-EARNINGS)
               IF TX-DD-TYPE-PERCENT (TX-DEDUCT-SCAN-IDX)
                   COMPUTE TX-WANTED-AMOUNT ROUNDED =
                       PR-GROSS-PAY
               END-IF
               SUBTRACT TX-TAKE-AMOUNT FROM TX-AVAILABLE-PAY
               ADD TX-TAKE-AMOUNT TO TX-TAKEN-DEDUCTIONS
               MOVE TX-DD-CODE (TX-DEDUCT-SCAN-IDX)
                   TO TX-RP-LOOKUP-CODE
               PERFORM 2290-CHECK-DEFERRAL-CODE
               IF TX-RP-DEFERRAL-CODE-FOUND
                   ADD TX-TAKE-AMOUNT TO TX-RET-DEFERRAL
               END-IF
               MOVE "D" TO TX-SL-LOOKUP-TYPE
               MOVE TX-DD-CODE (TX-DEDUCT-SCAN-IDX) TO TX-SL-LOOKUP-CODE
               MOVE SPACES TO TX-SL-LOOKUP-DESC
               IF TX-DD-PRETAX (TX-DEDUCT-SCAN-IDX)
                   STRING TX-DD-CODE (TX-DEDUCT-SCAN-IDX) " PRE-TAX"
                       DELIMITED BY SIZE INTO TX-SL-LOOKUP-DESC
               ELSE
                   STRING TX-DD-CODE (TX-DEDUCT-SCAN-IDX)
                       " AFTER-TAX"
                       DELIMITED BY SIZE INTO TX-SL-LOOKUP-DESC
               END-IF
               MOVE TX-TAKE-AMOUNT TO TX-SL-LOOKUP-AMOUNT
               PERFORM 2810-ADD-STUB-LINE
               IF TX-TAKE-AMOUNT < TX-WANTED-AMOUNT
                   COMPUTE TX-SHORTED-AMOUNT =
                       TX-SHORTED-AMOUNT
                   SUBTRACT TX-TAKE-AMOUNT FROM TX-AVAILABLE-PAY
                   ADD TX-TAKE-AMOUNT TO TX-TAKEN-DEDUCTIONS
                   ADD TX-TAKE-AMOUNT TO TX-RECOVERED-AMOUNT
                   MOVE TX-AR-DEDUCT-CODE (TX-ARR-SCAN-IDX)
                       TO TX-RP-LOOKUP-CODE
                   PERFORM 2290-CHECK-DEFERRAL-CODE
                   IF TX-RP-DEFERRAL-CODE-FOUND
                       ADD TX-TAKE-AMOUNT TO TX-RET-DEFERRAL
                   END-IF
                   MOVE "D" TO TX-SL-LOOKUP-TYPE
                   MOVE TX-AR-DEDUCT-CODE (TX-ARR-SCAN-IDX)
                       TO TX-SL-LOOKUP-CODE
                   MOVE SPACES TO TX-SL-LOOKUP-DESC
                   STRING TX-AR-DEDUCT-CODE (TX-ARR-SCAN-IDX)
                       " ARREARS"
                       DELIMITED BY SIZE INTO TX-SL-LOOKUP-DESC
                   MOVE TX-TAKE-AMOUNT TO TX-SL-LOOKUP-AMOUNT
                   PERFORM 2810-ADD-STUB-LINE
               END-IF
           END-IF.

               MOVE TX-ARR-SCAN-IDX TO TX-ARR-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * IS THE DEDUCTION CODE ONE OF THE PLAN'S DEFERRAL CODES?
      *-----------------------------------------------------------------
       2290-CHECK-DEFERRAL-CODE.
           MOVE "N" TO TX-RP-CODE-SWITCH
           IF TX-RP-LOADED
               PERFORM 2295-COMPARE-DEFERRAL-CODE
                   VARYING TX-RP-CODE-IDX FROM 1 BY 1
                   UNTIL TX-RP-CODE-IDX > 3
                       OR TX-RP-DEFERRAL-CODE-FOUND
           END-IF.

       2295-COMPARE-DEFERRAL-CODE.
           IF TX-RP-DEFERRAL-CODE (TX-RP-CODE-IDX) NOT = SPACES
                   AND TX-RP-DEFERRAL-CODE (TX-RP-CODE-IDX)
                       = TX-RP-LOOKUP-CODE
               SET TX-RP-DEFERRAL-CODE-FOUND TO TRUE
           END-IF.

       2200-WRITE-DETAIL-LINE.
           MOVE SPACES TO TX-REPORT-DETAIL-LINE
           MOVE PR-EMPLOYEE-ID TO TX-RD-EMPLOYEE-ID
           MOVE TX-TAX TO TX-RD-TAX
           MOVE TX-STATE-TAX TO TX-RD-STATE-TAX
           MOVE TX-CURRENT-YTD TO TX-RD-YTD-WITHHOLDING
           IF PR-SUPPLEMENTAL-EARNINGS
               MOVE "SUPPLEMENTAL" TO TX-RD-EARNINGS-TYPE
           ELSE
               MOVE "REGULAR" TO TX-RD-EARNINGS-TYPE
           END-IF
           WRITE WH-REPORT-LINE FROM TX-REPORT-DETAIL-LINE.

      *-----------------------------------------------------------------
                   TO TX-PY-ACCOUNT
               MOVE 0 TO TX-PY-SPLIT-SEQ
               MOVE "P" TO TX-PY-PRENOTE-FLAG
               MOVE 0 TO TX-PY-CHECK-NUMBER
               WRITE PAYMENT-RECORD FROM TX-PAYMENT-DETAIL
               ADD 1 TO TX-PAYMENT-RECS
               MOVE "P" TO TX-EB-STATUS (TX-BANK-SCAN-IDX)
                       TO TX-PY-ACCOUNT
                   MOVE TX-SPLIT-SEQ TO TX-PY-SPLIT-SEQ
                   MOVE SPACE TO TX-PY-PRENOTE-FLAG
                   MOVE 0 TO TX-PY-CHECK-NUMBER
                   WRITE PAYMENT-RECORD FROM TX-PAYMENT-DETAIL
                   ADD 1 TO TX-PAYMENT-RECS
                   MOVE TX-EB-ACCOUNT (TX-BANK-SCAN-IDX)
                       TO TX-MASK-ACCOUNT
                   PERFORM 2825-MASK-ACCOUNT
                   MOVE SPACES TO TX-DEPOSIT-DESC
                   STRING "DEPOSIT ACCOUNT " TX-MASKED-ACCOUNT
                       DELIMITED BY SIZE INTO TX-DEPOSIT-DESC
                   MOVE TX-SPLIT-AMOUNT TO TX-DEPOSIT-AMOUNT
                   PERFORM 2820-ADD-DEPOSIT-LINE
               END-IF
           END-IF.

      * THE REMAINDER GOES TO THE PRIMARY (PRIORITY 1) ACTIVE
      * ACCOUNT, CARRYING THE EMPLOYEE'S GROSS AND WITHHOLDING AS
      * THE SINGLE RECORD ALWAYS DID.  AN EMPLOYEE WITH NO ACCOUNTS
      * ON FILE IS PAID EXACTLY AS BEFORE THE SPLIT SUPPORT.  WITH NO
      * PRIMARY ACCOUNT THE REMAINDER IS PAID BY CHECK AND TAKES THE
      * NEXT PAYROLL CHECK NUMBER.
      *-----------------------------------------------------------------
       2360-PAY-PRIMARY-REMAINDER.
           MOVE 0 TO TX-BANK-PRIMARY-IDX
           END-IF
           MOVE TX-SPLIT-SEQ TO TX-PY-SPLIT-SEQ
           MOVE SPACE TO TX-PY-PRENOTE-FLAG
           IF TX-BANK-PRIMARY-IDX = 0 AND TX-REMAINING-NET > 0
               MOVE TX-NEXT-CHECK-NUMBER TO TX-PY-CHECK-NUMBER
               ADD 1 TO TX-NEXT-CHECK-NUMBER
               ADD 1 TO TX-CHECKS-ISSUED
           ELSE
               MOVE 0 TO TX-PY-CHECK-NUMBER
           END-IF
           WRITE PAYMENT-RECORD FROM TX-PAYMENT-DETAIL
           ADD 1 TO TX-PAYMENT-RECS
           IF TX-REMAINING-NET > 0
               MOVE SPACES TO TX-DEPOSIT-DESC
               IF TX-BANK-PRIMARY-IDX NOT = 0
                   MOVE TX-EB-ACCOUNT (TX-BANK-PRIMARY-IDX)
                       TO TX-MASK-ACCOUNT
                   PERFORM 2825-MASK-ACCOUNT
                   STRING "DEPOSIT ACCOUNT " TX-MASKED-ACCOUNT
                       DELIMITED BY SIZE INTO TX-DEPOSIT-DESC
               ELSE
                   STRING "CHECK NUMBER " TX-PY-CHECK-NUMBER
                       DELIMITED BY SIZE INTO TX-DEPOSIT-DESC
               END-IF
               MOVE TX-REMAINING-NET TO TX-DEPOSIT-AMOUNT
               PERFORM 2820-ADD-DEPOSIT-LINE
           END-IF.

       2361-FIND-PRIMARY-ACCOUNT.
           IF TX-EB-EMPLOYEE-ID (TX-BANK-SCAN-IDX) = PR-EMPLOYEE-ID
                   MOVE TX-STATE-TAX TO YB-YTD-STATE-WH
                   MOVE TX-TAKEN-DEDUCTIONS TO YB-YTD-DEDUCTIONS
                   MOVE PR-GROSS-PAY TO YB-YTD-GROSS
                   MOVE 0 TO YB-YTD-SUPPLEMENTAL
                   IF PR-SUPPLEMENTAL-EARNINGS
                       MOVE PR-GROSS-PAY TO YB-YTD-SUPPLEMENTAL
                   END-IF
                   WRITE YTD-BALANCE-RECORD
                       INVALID KEY
                           MOVE "TAXPROG" TO AB-PROGRAM-ID
                   ADD TX-STATE-TAX TO YB-YTD-STATE-WH
                   ADD TX-TAKEN-DEDUCTIONS TO YB-YTD-DEDUCTIONS
                   ADD PR-GROSS-PAY TO YB-YTD-GROSS
                   IF PR-SUPPLEMENTAL-EARNINGS
                       ADD PR-GROSS-PAY TO YB-YTD-SUPPLEMENTAL
                   END-IF
                   REWRITE YTD-BALANCE-RECORD
           END-READ
           MOVE YB-YTD-WITHHOLDING TO TX-CURRENT-YTD
           MOVE YB-YTD-GROSS TO TX-STUB-YTD-GROSS
           MOVE YB-YTD-WITHHOLDING TO TX-STUB-YTD-FEDERAL
           MOVE YB-YTD-STATE-WH TO TX-STUB-YTD-STATE
           MOVE YB-YTD-DEDUCTIONS TO TX-STUB-YTD-DEDUCTIONS.

      *-----------------------------------------------------------------
      * EMPLOYER-SIDE ACCRUALS.  EACH TAX APPLIES ITS RATE ONLY TO
       2750-ACCRUE-EMPLOYER-TAXES.
           MOVE 0 TO TX-EMPLOYER-MATCH
           MOVE 0 TO TX-EMPLOYER-UNEMP
           MOVE 0 TO TX-MATCH-WAGES
           MOVE 0 TO TX-UNEMP-WAGES
           IF TX-ER-MATCH-RATE > 0
               PERFORM 2760-WAGES-UNDER-MATCH-BASE
               MOVE TX-WAGES-UNDER-BASE TO TX-MATCH-WAGES
               COMPUTE TX-EMPLOYER-MATCH ROUNDED =
                   TX-WAGES-UNDER-BASE * TX-ER-MATCH-RATE
           END-IF
           IF TX-ER-UNEMP-RATE > 0
               PERFORM 2770-WAGES-UNDER-UNEMP-BASE
               MOVE TX-WAGES-UNDER-BASE TO TX-UNEMP-WAGES
               COMPUTE TX-EMPLOYER-UNEMP ROUNDED =
                   TX-WAGES-UNDER-BASE * TX-ER-UNEMP-RATE
           END-IF
           ADD TX-EMPLOYER-MATCH TO TX-RUN-EMPLOYER-TOTAL
           ADD TX-EMPLOYER-UNEMP TO TX-RUN-EMPLOYER-TOTAL
           ADD TX-EMPLOYER-MATCH TO TX-RUN-ER-MATCH-TOTAL
           ADD TX-EMPLOYER-UNEMP TO TX-RUN-ER-UNEMP-TOTAL
           ADD TX-MATCH-WAGES TO TX-RUN-MATCH-WAGES
           ADD TX-UNEMP-WAGES TO TX-RUN-UNEMP-WAGES
           ADD PR-GROSS-PAY TO TX-RUN-GROSS-TOTAL.

       2760-WAGES-UNDER-MATCH-BASE.
           IF TX-PRIOR-YTD-GROSS >= TX-ER-MATCH-BASE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * ONE TAX HISTORY DETAIL PER EMPLOYEE PAID, FOR THE QUARTERLY
      * RETURN WORKSHEET.
      *-----------------------------------------------------------------
       2780-WRITE-TAX-HISTORY.
           MOVE SPACES TO PAY-TAX-HISTORY-RECORD
           MOVE "D" TO TH-RECORD-TYPE
           MOVE PR-EMPLOYEE-ID TO TH-EMPLOYEE-ID
           MOVE RH-RUN-DATE TO TH-PAY-DATE
           MOVE PR-WORK-STATE TO TH-WORK-STATE
           MOVE PR-GROSS-PAY TO TH-GROSS-PAY
           MOVE TX-MATCH-WAGES TO TH-MATCH-WAGES
           MOVE TX-UNEMP-WAGES TO TH-UNEMP-WAGES
           MOVE TX-TAX TO TH-FED-WITHHOLDING
           MOVE TX-STATE-TAX TO TH-STATE-WITHHOLDING
           MOVE TX-EMPLOYER-MATCH TO TH-EMPLOYER-MATCH
           MOVE TX-EMPLOYER-UNEMP TO TH-EMPLOYER-UNEMP
           MOVE TX-EARNINGS-TYPE TO TH-EARNINGS-TYPE
           WRITE PAY-TAX-HISTORY-RECORD.

      *-----------------------------------------------------------------
      * EMPLOYER MATCH ON THE DEFERRAL TAKEN THIS PERIOD, ONCE THE
      * EMPLOYEE HAS THE PLAN'S SERVICE MONTHS FROM HIRE DATE TO PAY
      * DATE.  A SERVICE MONTH IS COMPLETE ON THE HIRE DAY-OF-MONTH.
      *-----------------------------------------------------------------
       2790-COMPUTE-RETIREMENT-MATCH.
           MOVE 0 TO TX-RET-MATCH
           IF TX-RP-LOADED AND TX-RET-DEFERRAL > 0
               MOVE EM-HIRE-DATE TO TX-SVC-HIRE-DATE
               MOVE RH-RUN-DATE TO TX-SVC-RUN-DATE
               COMPUTE TX-SERVICE-MONTHS =
                   (TX-SVC-RUN-YEAR - TX-SVC-HIRE-YEAR) * 12
                       + TX-SVC-RUN-MONTH - TX-SVC-HIRE-MONTH
               IF TX-SVC-RUN-DAY < TX-SVC-HIRE-DAY
                   SUBTRACT 1 FROM TX-SERVICE-MONTHS
               END-IF
               IF TX-SERVICE-MONTHS >= TX-RP-ELIGIBLE-MONTHS
                   COMPUTE TX-RET-MATCH ROUNDED =
                       TX-RET-DEFERRAL * TX-RP-MATCH-PERCENT / 100
                   COMPUTE TX-RET-MATCH-CAP ROUNDED =
                       PR-GROSS-PAY * TX-RP-MATCH-CAP-PERCENT / 100
                   IF TX-RET-MATCH > TX-RET-MATCH-CAP
                       MOVE TX-RET-MATCH-CAP TO TX-RET-MATCH
                   END-IF
               END-IF
               PERFORM 2795-WRITE-RETIRE-REMIT
           END-IF.

       2795-WRITE-RETIRE-REMIT.
           MOVE SPACES TO RETIRE-REMIT-RECORD
           MOVE "D" TO RM-RECORD-TYPE
           MOVE TX-RP-PLAN-ID TO RM-PLAN-ID
           MOVE PR-EMPLOYEE-ID TO RM-EMPLOYEE-ID
           MOVE EM-EMPLOYEE-NAME TO RM-EMPLOYEE-NAME
           MOVE RH-RUN-DATE TO RM-PAY-DATE
           MOVE PR-GROSS-PAY TO RM-GROSS-PAY
           MOVE TX-RET-DEFERRAL TO RM-EMPLOYEE-AMOUNT
           MOVE TX-RET-MATCH TO RM-EMPLOYER-AMOUNT
           WRITE RETIRE-REMIT-RECORD
           ADD 1 TO TX-RETREMIT-RECS
           ADD TX-RET-DEFERRAL TO TX-RUN-DEFERRAL-TOTAL
           ADD TX-RET-MATCH TO TX-RUN-RET-MATCH-TOTAL.

      *-----------------------------------------------------------------
      * ADDS AN AMOUNT TO THE CURRENT EMPLOYEE'S STATEMENT LINE FOR
      * THE LOOKUP TYPE AND CODE, OPENING THE LINE ON FIRST USE.  A
      * DEDUCTION TAKEN AT ZERO STILL OPENS ITS LINE SO EVERY
      * ELECTED DEDUCTION SHOWS ON THE STATEMENT.
      *-----------------------------------------------------------------
       2810-ADD-STUB-LINE.
           MOVE 0 TO TX-STUB-FOUND-IDX
           IF TX-STUB-LINE-COUNT > 0
               PERFORM 2815-COMPARE-STUB-LINE
                   VARYING TX-STUB-SCAN-IDX FROM 1 BY 1
                   UNTIL TX-STUB-SCAN-IDX > TX-STUB-LINE-COUNT
                       OR TX-STUB-FOUND-IDX NOT = 0
           END-IF
           IF TX-STUB-FOUND-IDX = 0
               IF TX-STUB-LINE-COUNT >= TX-MAX-STUB-LINES
                   DISPLAY "TAXPROG: STATEMENT LINE TABLE FULL, "
                       "EMPLOYEE " PR-EMPLOYEE-ID " LINE "
                       TX-SL-LOOKUP-CODE " NOT SHOWN"
               ELSE
                   ADD 1 TO TX-STUB-LINE-COUNT
                   MOVE TX-SL-LOOKUP-TYPE
                       TO TX-SL-LINE-TYPE (TX-STUB-LINE-COUNT)
                   MOVE TX-SL-LOOKUP-CODE
                       TO TX-SL-LINE-CODE (TX-STUB-LINE-COUNT)
                   MOVE TX-SL-LOOKUP-DESC
                       TO TX-SL-DESCRIPTION (TX-STUB-LINE-COUNT)
                   MOVE 0 TO TX-SL-CURRENT (TX-STUB-LINE-COUNT)
                   MOVE TX-STUB-LINE-COUNT TO TX-STUB-FOUND-IDX
               END-IF
           END-IF
           IF TX-STUB-FOUND-IDX NOT = 0
               ADD TX-SL-LOOKUP-AMOUNT
                   TO TX-SL-CURRENT (TX-STUB-FOUND-IDX)
           END-IF.

       2815-COMPARE-STUB-LINE.
           IF TX-SL-LINE-TYPE (TX-STUB-SCAN-IDX) = TX-SL-LOOKUP-TYPE
                   AND TX-SL-LINE-CODE (TX-STUB-SCAN-IDX)
                       = TX-SL-LOOKUP-CODE
               MOVE TX-STUB-SCAN-IDX TO TX-STUB-FOUND-IDX
           END-IF.

       2820-ADD-DEPOSIT-LINE.
           IF TX-DEPOSIT-LINE-COUNT < TX-MAX-DEPOSIT-LINES
               ADD 1 TO TX-DEPOSIT-LINE-COUNT
               MOVE TX-DEPOSIT-DESC
                   TO TX-DL-DESCRIPTION (TX-DEPOSIT-LINE-COUNT)
               MOVE TX-DEPOSIT-AMOUNT
                   TO TX-DL-AMOUNT (TX-DEPOSIT-LINE-COUNT)
           END-IF.

      *-----------------------------------------------------------------
      * ONLY THE LAST FOUR CHARACTERS OF AN ACCOUNT NUMBER EVER PRINT.
      *-----------------------------------------------------------------
       2825-MASK-ACCOUNT.
           MOVE 0 TO TX-MASK-LEN
           PERFORM 2826-TEST-ACCOUNT-END
               VARYING TX-MASK-POS FROM 17 BY -1
               UNTIL TX-MASK-POS < 1
                   OR TX-MASK-LEN NOT = 0
           MOVE "****" TO TX-MASKED-ACCOUNT
           IF TX-MASK-LEN >= 4
               MOVE TX-MASK-ACCOUNT (TX-MASK-LEN - 3:4)
                   TO TX-MASKED-ACCOUNT (5:4)
           END-IF.

       2826-TEST-ACCOUNT-END.
           IF TX-MASK-ACCOUNT (TX-MASK-POS:1) NOT = SPACE
               MOVE TX-MASK-POS TO TX-MASK-LEN
           END-IF.

      *-----------------------------------------------------------------
      * ONE EARNINGS STATEMENT PER EMPLOYEE PAID.  GROSS, TOTAL
      * DEDUCTIONS AND THE TAX LINES TAKE THEIR YTD FROM THE BALANCE
      * RECORD AS UPDATED THIS RUN; DEDUCTION, GARNISHMENT AND NET
      * PAY LINES FROM THE STUB YTD TABLE.
      *-----------------------------------------------------------------
       2850-WRITE-EARNINGS-STATEMENT.
           WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-RULE-LINE
           MOVE RH-RUN-DATE TO TX-ES-PAY-DATE
           MOVE PR-PAY-PERIOD-ID TO TX-ES-PERIOD-ID
           IF PR-FINAL-PAY
               MOVE "*** FINAL PAY" TO TX-ES-FINAL-LABEL
           ELSE
               MOVE SPACES TO TX-ES-FINAL-LABEL
           END-IF
           WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-TITLE-LINE
           MOVE PR-EMPLOYEE-ID TO TX-ES-EMPLOYEE-ID
           MOVE EM-EMPLOYEE-NAME TO TX-ES-EMPLOYEE-NAME
           MOVE EM-DEPT-CODE TO TX-ES-DEPT-CODE
           WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-EMPLOYEE-LINE
           WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-COLUMN-LINE
           MOVE "EARNINGS" TO TX-ES-SECTION-NAME
           WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-SECTION-LINE
           MOVE "GROSS PAY" TO TX-ES-IT-DESCRIPTION
           MOVE PR-GROSS-PAY TO TX-ES-IT-CURRENT
           MOVE TX-STUB-YTD-GROSS TO TX-ES-IT-YTD
           WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-ITEM-LINE
           MOVE "DEDUCTIONS" TO TX-ES-SECTION-NAME
           WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-SECTION-LINE
           MOVE "D" TO TX-STUB-SECTION-TYPE
           IF TX-STUB-LINE-COUNT > 0
               PERFORM 2855-WRITE-STUB-ITEM
                   VARYING TX-STUB-SCAN-IDX FROM 1 BY 1
                   UNTIL TX-STUB-SCAN-IDX > TX-STUB-LINE-COUNT
           END-IF
           MOVE "TOTAL DEDUCTIONS" TO TX-ES-IT-DESCRIPTION
           MOVE TX-TAKEN-DEDUCTIONS TO TX-ES-IT-CURRENT
           MOVE TX-STUB-YTD-DEDUCTIONS TO TX-ES-IT-YTD
           WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-ITEM-LINE
           MOVE "TAXES" TO TX-ES-SECTION-NAME
           WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-SECTION-LINE
           MOVE "FEDERAL WITHHOLDING" TO TX-ES-IT-DESCRIPTION
           MOVE TX-TAX TO TX-ES-IT-CURRENT
           MOVE TX-STUB-YTD-FEDERAL TO TX-ES-IT-YTD
           WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-ITEM-LINE
           MOVE SPACES TO TX-ES-IT-DESCRIPTION
           STRING "STATE WITHHOLDING " PR-WORK-STATE
               DELIMITED BY SIZE INTO TX-ES-IT-DESCRIPTION
           MOVE TX-STATE-TAX TO TX-ES-IT-CURRENT
           MOVE TX-STUB-YTD-STATE TO TX-ES-IT-YTD
           WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-ITEM-LINE
           MOVE 0 TO TX-GARNISH-LINE-COUNT
           IF TX-EMP-GARNISH-TOTAL > 0
               MOVE "GARNISHMENTS" TO TX-ES-SECTION-NAME
               WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-SECTION-LINE
               MOVE "G" TO TX-STUB-SECTION-TYPE
               PERFORM 2855-WRITE-STUB-ITEM
                   VARYING TX-STUB-SCAN-IDX FROM 1 BY 1
                   UNTIL TX-STUB-SCAN-IDX > TX-STUB-LINE-COUNT
           END-IF
           MOVE SPACES TO TX-ES-SECTION-NAME
           WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-SECTION-LINE
           MOVE "N" TO TX-SL-LOOKUP-TYPE
           MOVE "NET PAY" TO TX-SL-LOOKUP-CODE
           MOVE TX-NET-PAY TO TX-SL-LOOKUP-AMOUNT
           PERFORM 2860-POST-LINE-YTD
           MOVE "NET PAY" TO TX-ES-IT-DESCRIPTION
           MOVE TX-NET-PAY TO TX-ES-IT-CURRENT
           MOVE TX-LINE-YTD TO TX-ES-IT-YTD
           WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-ITEM-LINE
           IF TX-DEPOSIT-LINE-COUNT > 0
               PERFORM 2870-WRITE-DEPOSIT-LINE
                   VARYING TX-DEPOSIT-SCAN-IDX FROM 1 BY 1
                   UNTIL TX-DEPOSIT-SCAN-IDX > TX-DEPOSIT-LINE-COUNT
           ELSE
               MOVE "NO NET PAY THIS PERIOD" TO TX-ES-SECTION-NAME
               WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-SECTION-LINE
           END-IF
           PERFORM 2880-FIND-LEAVE-BALANCE
           IF TX-LEAVE-FOUND-IDX NOT = 0
               MOVE TX-LV-VAC-BALANCE (TX-LEAVE-FOUND-IDX)
                   TO TX-ES-VAC-BALANCE
               MOVE TX-LV-SICK-BALANCE (TX-LEAVE-FOUND-IDX)
                   TO TX-ES-SICK-BALANCE
               WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-LEAVE-LINE
           ELSE
               MOVE "LEAVE BALANCES - NONE ON FILE"
                   TO TX-ES-SECTION-NAME
               WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-SECTION-LINE
           END-IF
           ADD 1 TO TX-STATEMENT-COUNT.

       2855-WRITE-STUB-ITEM.
           IF TX-SL-LINE-TYPE (TX-STUB-SCAN-IDX) = TX-STUB-SECTION-TYPE
               MOVE TX-SL-LINE-TYPE (TX-STUB-SCAN-IDX)
                   TO TX-SL-LOOKUP-TYPE
               MOVE TX-SL-LINE-CODE (TX-STUB-SCAN-IDX)
                   TO TX-SL-LOOKUP-CODE
               MOVE TX-SL-CURRENT (TX-STUB-SCAN-IDX)
                   TO TX-SL-LOOKUP-AMOUNT
               PERFORM 2860-POST-LINE-YTD
               MOVE TX-SL-DESCRIPTION (TX-STUB-SCAN-IDX)
                   TO TX-ES-IT-DESCRIPTION
               MOVE TX-SL-CURRENT (TX-STUB-SCAN-IDX)
                   TO TX-ES-IT-CURRENT
               MOVE TX-LINE-YTD TO TX-ES-IT-YTD
               WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-ITEM-LINE
           END-IF.

      *-----------------------------------------------------------------
      * POSTS THE LOOKUP AMOUNT TO THE EMPLOYEE'S YTD FOR THE LINE AND
      * RETURNS THE NEW YTD.  A LINE LAST POSTED IN AN EARLIER TAX
      * YEAR IS RESET FIRST.
      *-----------------------------------------------------------------
       2860-POST-LINE-YTD.
           MOVE 0 TO TX-SYTD-FOUND-IDX
           IF TX-SYTD-COUNT > 0
               PERFORM 2865-COMPARE-YTD-ENTRY
                   VARYING TX-SYTD-SCAN-IDX FROM 1 BY 1
                   UNTIL TX-SYTD-SCAN-IDX > TX-SYTD-COUNT
                       OR TX-SYTD-FOUND-IDX NOT = 0
           END-IF
           IF TX-SYTD-FOUND-IDX = 0
               IF TX-SYTD-COUNT >= TX-MAX-SYTDS
                   DISPLAY "TAXPROG: STUB YTD TABLE FULL, EMPLOYEE "
                       PR-EMPLOYEE-ID " LINE " TX-SL-LOOKUP-CODE
                       " YTD NOT CARRIED"
               ELSE
                   ADD 1 TO TX-SYTD-COUNT
                   MOVE PR-EMPLOYEE-ID
                       TO TX-SY-EMPLOYEE-ID (TX-SYTD-COUNT)
                   MOVE TX-SL-LOOKUP-TYPE
                       TO TX-SY-LINE-TYPE (TX-SYTD-COUNT)
                   MOVE TX-SL-LOOKUP-CODE
                       TO TX-SY-LINE-CODE (TX-SYTD-COUNT)
                   MOVE TX-STUB-RUN-YEAR
                       TO TX-SY-TAX-YEAR (TX-SYTD-COUNT)
                   MOVE 0 TO TX-SY-YTD-AMOUNT (TX-SYTD-COUNT)
                   MOVE TX-SYTD-COUNT TO TX-SYTD-FOUND-IDX
               END-IF
           END-IF
           IF TX-SYTD-FOUND-IDX = 0
               MOVE TX-SL-LOOKUP-AMOUNT TO TX-LINE-YTD
           ELSE
               IF TX-SY-TAX-YEAR (TX-SYTD-FOUND-IDX)
                       NOT = TX-STUB-RUN-YEAR
                   MOVE TX-STUB-RUN-YEAR
                       TO TX-SY-TAX-YEAR (TX-SYTD-FOUND-IDX)
                   MOVE 0 TO TX-SY-YTD-AMOUNT (TX-SYTD-FOUND-IDX)
               END-IF
               ADD TX-SL-LOOKUP-AMOUNT
                   TO TX-SY-YTD-AMOUNT (TX-SYTD-FOUND-IDX)
               MOVE TX-SY-YTD-AMOUNT (TX-SYTD-FOUND-IDX)
                   TO TX-LINE-YTD
           END-IF.

       2865-COMPARE-YTD-ENTRY.
           IF TX-SY-EMPLOYEE-ID (TX-SYTD-SCAN-IDX) = PR-EMPLOYEE-ID
                   AND TX-SY-LINE-TYPE (TX-SYTD-SCAN-IDX)
                       = TX-SL-LOOKUP-TYPE
                   AND TX-SY-LINE-CODE (TX-SYTD-SCAN-IDX)
                       = TX-SL-LOOKUP-CODE
               MOVE TX-SYTD-SCAN-IDX TO TX-SYTD-FOUND-IDX
           END-IF.

       2870-WRITE-DEPOSIT-LINE.
           MOVE TX-DL-DESCRIPTION (TX-DEPOSIT-SCAN-IDX)
               TO TX-ES-DP-DESCRIPTION
           MOVE TX-DL-AMOUNT (TX-DEPOSIT-SCAN-IDX) TO TX-ES-DP-AMOUNT
           WRITE EARNINGS-STATEMENT-LINE FROM TX-ES-DEPOSIT-LINE.

       2880-FIND-LEAVE-BALANCE.
           MOVE 0 TO TX-LEAVE-FOUND-IDX
           IF TX-LEAVE-COUNT > 0
               PERFORM 2885-COMPARE-LEAVE-ENTRY
                   VARYING TX-LEAVE-SCAN-IDX FROM 1 BY 1
                   UNTIL TX-LEAVE-SCAN-IDX > TX-LEAVE-COUNT
                       OR TX-LEAVE-FOUND-IDX NOT = 0
           END-IF.

       2885-COMPARE-LEAVE-ENTRY.
           IF TX-LV-EMPLOYEE-ID (TX-LEAVE-SCAN-IDX) = PR-EMPLOYEE-ID
               MOVE TX-LEAVE-SCAN-IDX TO TX-LEAVE-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * THE PROCESSING PASS READS DETAIL RECORDS ONLY; THE CONTROL
      * RECORDS WERE CONSUMED BY THE VERIFICATION PASS.
           MOVE TX-RUN-TOTAL TO TX-RT-RUN-TOTAL
           MOVE TX-RUN-STATE-TOTAL TO TX-RT-STATE-TOTAL
           WRITE WH-REPORT-LINE FROM TX-REPORT-TOTAL-LINE
           MOVE "REGULAR EARNINGS" TO TX-ET-LABEL
           MOVE TX-RUN-REG-GROSS TO TX-ET-GROSS
           MOVE TX-RUN-REG-FED TO TX-ET-FED-TAX
           MOVE TX-RUN-REG-STATE TO TX-ET-STATE-TAX
           WRITE WH-REPORT-LINE FROM TX-EARNINGS-TYPE-LINE
           MOVE "SUPPLEMENTAL EARNINGS" TO TX-ET-LABEL
           MOVE TX-RUN-SUPP-GROSS TO TX-ET-GROSS
           MOVE TX-RUN-SUPP-FED TO TX-ET-FED-TAX
           MOVE TX-RUN-SUPP-STATE TO TX-ET-STATE-TAX
           WRITE WH-REPORT-LINE FROM TX-EARNINGS-TYPE-LINE
           IF TX-STATE-COUNT > 0
               PERFORM 3050-WRITE-STATE-SUBTOTAL
                   VARYING TX-ST-SCAN-IDX FROM 1 BY 1
           END-IF
           DISPLAY "TAXPROG: EMPLOYEES WITH NO STATE BRACKETS ON "
               "FILE: " TX-UNKNOWN-STATE-COUNT
           DISPLAY "TAXPROG: SUPPLEMENTAL CHECKS THIS RUN:   "
               TX-SUPP-COUNT
           IF TX-SUPP-NO-RATE-COUNT > 0
               DISPLAY "TAXPROG: SUPPLEMENTAL CHECKS WITHHELD ON THE "
                   "BRACKETS (NO FEDERAL RATE ROW): "
                   TX-SUPP-NO-RATE-COUNT
           END-IF
           DISPLAY "TAXPROG: GARNISHMENTS WITHHELD THIS RUN: "
               TX-RUN-GARNISH-TOTAL
           DISPLAY "TAXPROG: DEDUCTIONS SHORTED TO ARREARS:  "
           DISPLAY "TAXPROG: EMPLOYER-SIDE TAXES ACCRUED:    "
               TX-RUN-EMPLOYER-TOTAL
           CLOSE PAYROLL-FILE
           MOVE "TAXPROG" TO HW-PROGRAM-NAME
           MOVE "PAYFILE" TO HW-FILE-NAME
           MOVE TX-PAYFILE-DETAIL-COUNT TO HW-RECORD-COUNT
           MOVE TX-PAYFILE-GROSS-HASH TO HW-AMOUNT-HASH
           PERFORM 8710-WRITE-HANDOFF-CONSUMED
           CLOSE WITHHOLD-REPORT
           MOVE TX-PAYMENT-RECS TO TX-PT-RECORD-COUNT
           MOVE TX-NET-PAY-TOTAL TO TX-PT-NET-PAY-TOTAL
           CLOSE PAYMENT-FILE
           CLOSE GARN-REMIT-FILE
           CLOSE ALERT-FILE
           CLOSE EARNINGS-STATEMENT-FILE
           DISPLAY "TAXPROG: EARNINGS STATEMENTS PRINTED:    "
               TX-STATEMENT-COUNT
           MOVE SPACES TO RETIRE-REMIT-RECORD
           MOVE "T" TO RM-RECORD-TYPE
           MOVE TX-RP-PLAN-ID TO RM-PLAN-ID
           MOVE TX-RETREMIT-RECS TO RM-TR-RECORD-COUNT
           MOVE TX-RUN-DEFERRAL-TOTAL TO RM-TR-EMPLOYEE-TOTAL
           MOVE TX-RUN-RET-MATCH-TOTAL TO RM-TR-EMPLOYER-TOTAL
           WRITE RETIRE-REMIT-RECORD
           CLOSE RETIRE-REMIT-FILE
           DISPLAY "TAXPROG: RETIREMENT DEFERRALS REMITTED:  "
               TX-RUN-DEFERRAL-TOTAL
           DISPLAY "TAXPROG: EMPLOYER RETIREMENT MATCH:      "
               TX-RUN-RET-MATCH-TOTAL
           PERFORM 3150-REWRITE-ARREARS
           PERFORM 3162-REWRITE-STUB-YTD
           PERFORM 3170-REWRITE-BANK-ACCOUNTS
           PERFORM 3185-SAVE-CHECK-NUMBER
           PERFORM 3190-WRITE-LABOR-DIST
           PERFORM 3200-LOG-PERIOD-TOTALS
           PERFORM 3250-LOG-TAX-HISTORY-TOTAL
           PERFORM 3300-MARK-PERIOD-PROCESSED
           MOVE TX-EMPLOYEE-COUNT TO RW-READ-COUNT
           MOVE TX-EMPLOYEE-COUNT TO RW-WRITE-COUNT
               WRITE ARREARS-RECORD
           END-IF.

      *-----------------------------------------------------------------
      * THE EARNINGS-STATEMENT YTD LINES GO BACK TO FILE.
      *-----------------------------------------------------------------
       3162-REWRITE-STUB-YTD.
           OPEN OUTPUT STUB-YTD-FILE
           IF NOT TX-STUBYTD-OK
               MOVE "TAXPROG" TO AB-PROGRAM-ID
               MOVE "STUBYTD" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE TX-STUBYTD-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF TX-SYTD-COUNT > 0
               PERFORM 3165-WRITE-STUB-YTD-RECORD
                   VARYING TX-SYTD-SCAN-IDX FROM 1 BY 1
                   UNTIL TX-SYTD-SCAN-IDX > TX-SYTD-COUNT
           END-IF
           CLOSE STUB-YTD-FILE.

       3165-WRITE-STUB-YTD-RECORD.
           MOVE SPACES TO STUB-YTD-RECORD
           MOVE TX-SY-EMPLOYEE-ID (TX-SYTD-SCAN-IDX) TO SY-EMPLOYEE-ID
           MOVE TX-SY-LINE-TYPE (TX-SYTD-SCAN-IDX) TO SY-LINE-TYPE
           MOVE TX-SY-LINE-CODE (TX-SYTD-SCAN-IDX) TO SY-LINE-CODE
           MOVE TX-SY-TAX-YEAR (TX-SYTD-SCAN-IDX) TO SY-TAX-YEAR
           MOVE TX-SY-YTD-AMOUNT (TX-SYTD-SCAN-IDX) TO SY-YTD-AMOUNT
           WRITE STUB-YTD-RECORD.

      *-----------------------------------------------------------------
      * PRENOTE STATUS ADVANCES GO BACK TO THE BANK ACCOUNT FILE.
      * AN EMPTY TABLE (NO FILE SUPPLIED) WRITES NOTHING AND LEAVES
               TO EB-PRENOTE-DATE
           WRITE EMP-BANK-RECORD.

       3185-SAVE-CHECK-NUMBER.
           DISPLAY "TAXPROG: PAYROLL CHECKS ISSUED THIS RUN: "
               TX-CHECKS-ISSUED
           OPEN OUTPUT CHECK-NUMBER-CONTROL
           IF NOT TX-PAYCKCTL-OK
               MOVE "TAXPROG" TO AB-PROGRAM-ID
               MOVE "PAYCKCTL" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE TX-PAYCKCTL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE SPACES TO CHECK-NUMBER-RECORD
           MOVE TX-NEXT-CHECK-NUMBER TO CN-NEXT-CHECK-NUMBER
           WRITE CHECK-NUMBER-RECORD
           CLOSE CHECK-NUMBER-CONTROL.

      *-----------------------------------------------------------------
      * LABOR DISTRIBUTION: A SUMMARY LINE PER DEPARTMENT AND THE
      * SAME TOTALS TO THE LABRDIST FILE FOR THE GL CLOSE.
           MOVE TX-RUN-STATE-TOTAL TO PS-AMOUNT-2
           MOVE TX-RUN-EMPLOYER-TOTAL TO PS-AMOUNT-3
           WRITE PERIOD-CLOSE-RECORD
           IF TX-RP-LOADED
               MOVE SPACES TO PERIOD-CLOSE-RECORD
               MOVE "RETMATCH" TO PS-PROGRAM-NAME
               MOVE FUNCTION CURRENT-DATE (1:8) TO PS-PERIOD-END-DATE
               MOVE TX-RUN-RET-MATCH-TOTAL TO PS-AMOUNT-1
               MOVE TX-RUN-DEFERRAL-TOTAL TO PS-AMOUNT-2
               MOVE 0 TO PS-AMOUNT-3
               WRITE PERIOD-CLOSE-RECORD
           END-IF
           CLOSE PERIOD-CLOSE-FILE.

      *-----------------------------------------------------------------
      * THE RUN-TOTAL TAX HISTORY RECORD CARRIES THE SAME WITHHOLDING
      * AND EMPLOYER ACCRUAL TOTALS JUST POSTED TO THE PERIOD-CLOSE
      * FILE, SO THE QUARTERLY WORKSHEET CAN PROVE ITS DETAIL TO THEM.
      *-----------------------------------------------------------------
       3250-LOG-TAX-HISTORY-TOTAL.
           MOVE SPACES TO PAY-TAX-HISTORY-RECORD
           MOVE "R" TO TH-RECORD-TYPE
           MOVE 0 TO TH-EMPLOYEE-ID
           MOVE RH-RUN-DATE TO TH-PAY-DATE
           MOVE TX-RUN-GROSS-TOTAL TO TH-GROSS-PAY
           MOVE TX-RUN-MATCH-WAGES TO TH-MATCH-WAGES
           MOVE TX-RUN-UNEMP-WAGES TO TH-UNEMP-WAGES
           MOVE TX-RUN-TOTAL TO TH-FED-WITHHOLDING
           MOVE TX-RUN-STATE-TOTAL TO TH-STATE-WITHHOLDING
           MOVE TX-RUN-ER-MATCH-TOTAL TO TH-EMPLOYER-MATCH
           MOVE TX-RUN-ER-UNEMP-TOTAL TO TH-EMPLOYER-UNEMP
           WRITE PAY-TAX-HISTORY-RECORD
           CLOSE PAY-TAX-HISTORY.

      *-----------------------------------------------------------------
      * MARKS THE RUN'S PAY PERIOD PROCESSED ON THE RUN CONTROL FILE,
      * AND CONSUMES (CLEARS) THE OVERRIDE FILE WHEN THIS RUN WAS AN
           END-IF.

       COPY RUNSTAPR.
       COPY CTLLEDPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

