      ******************************************************************
      * PROGRAM-ID.    CUSTPROF
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       MONTHLY CUSTOMER PROFITABILITY.  FOR THE LAST
      *                COMPLETE MONTH, EACH CUSTOMER'S NET CONTRIBUTION
      *                IS BUILT FROM:
      *                  REVENUE    - SALES INVOICES AND FINANCE
      *                               CHARGES DATED IN THE MONTH ON
      *                               OPENINV (CREDIT MEMOS, 800000
      *                               RANGE, ARE RETURNS, NOT REVENUE)
      *                  COST       - ORDERS LAST SHIPPED IN THE
      *                               MONTH, SHIPPED QUANTITY AT THE
      *                               PRODFILE UNIT COST
      *                  RETURNS    - RMAPROC CREDIT MEMOS DATED IN
      *                               THE MONTH
      *                  WRITE-OFFS - WRITEOFF LOSSES LOGGED IN THE
      *                               MONTH, FROM THE AUDIT LOG'S
      *                               BEFORE IMAGE (A WRITTEN-OFF
      *                               FINANCE CHARGE IS A WAIVER AND
      *                               COUNTS HERE TOO)
      *                  CARRYING   - NET SALES HELD FOR THE
      *                               CUSTOMER'S PAYBEHAV AVERAGE
      *                               DAYS-TO-PAY AT THE ANNUAL
      *                               CARRYING RATE
      *                NATIONAL ACCOUNTS ROLL UP UNDER CM-PARENT-ID.
      *                ACCOUNTS ARE RANKED BY NET CONTRIBUTION (WITH
      *                THEIR MEMBERS LISTED BENEATH) AND AGAIN BY
      *                MARGIN PERCENT, AND ANY CUSTOMER WITH A NEGATIVE
      *                CONTRIBUTION IS FLAGGED FOR SALES MANAGER
      *                REVIEW.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPROF.
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
           SELECT OPEN-INVOICE-FILE ASSIGN TO "OPENINV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OI-INVOICE-NUMBER
                   OF OPEN-INVOICE-RECORD
               ALTERNATE RECORD KEY IS OI-CUSTOMER-ID
                   OF OPEN-INVOICE-RECORD WITH DUPLICATES
               FILE STATUS IS CP-OPENINV-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS CP-CUSTMAST-STATUS.
           SELECT ORDER-HEADER-FILE ASSIGN TO "ORDHDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-ORDHDR-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-PRODFILE-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-AUDITLOG-STATUS.
           SELECT BEHAVIOR-FILE ASSIGN TO "PAYBEHAV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CP-PAYBEHAV-STATUS.

           SELECT RUN-STATUS-FILE ASSIGN TO "RUNSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RW-RUNSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-INVOICE-FILE
           RECORDING MODE IS F.
       01  OPEN-INVOICE-RECORD.
           COPY OPENINV.

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  ORDER-HEADER-FILE
           RECORDING MODE IS F.
       01  ORDER-HEADER-RECORD.
           COPY ORDHDR.

       FD  PRODUCT-FILE
           RECORDING MODE IS F.
       01  PRODUCT-RECORD.
           05  PD-PRODUCT-CODE         PIC X(05).
           05  PD-PRODUCT-NAME         PIC X(20).
           05  PD-UNIT-PRICE           PIC 9(05)V99.
           05  PD-QUANTITY             PIC 9(07).
           05  PD-UNIT-COST            PIC 9(05)V99.
           05  PD-REORDER-POINT        PIC 9(07).
           05  PD-REORDER-QTY          PIC 9(07).
           05  FILLER                  PIC X(06).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       FD  BEHAVIOR-FILE
           RECORDING MODE IS F.
       01  BEHAVIOR-RECORD.
           05  BH-CUSTOMER-ID          PIC 9(06).
           05  BH-AVG-DAYS             PIC 9(03)V9.
           05  BH-TREND-DAYS           PIC S9(03)V9.
           05  BH-PAYMENT-COUNT        PIC 9(05).
           05  BH-LAST-UPDATE          PIC 9(08).
           05  FILLER                  PIC X(53).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  CP-OPENINV-STATUS           PIC X(02) VALUE "00".
           88  CP-OPENINV-OK           VALUE "00".
           88  CP-OPENINV-EOF          VALUE "10".
       01  CP-CUSTMAST-STATUS          PIC X(02) VALUE "00".
           88  CP-CUSTMAST-OK          VALUE "00".
       01  CP-ORDHDR-STATUS            PIC X(02) VALUE "00".
           88  CP-ORDHDR-OK            VALUE "00".
           88  CP-ORDHDR-EOF           VALUE "10".
           88  CP-ORDHDR-NOTFOUND      VALUE "35".
       01  CP-PRODFILE-STATUS          PIC X(02) VALUE "00".
           88  CP-PRODFILE-OK          VALUE "00".
           88  CP-PRODFILE-EOF         VALUE "10".
       01  CP-AUDITLOG-STATUS          PIC X(02) VALUE "00".
           88  CP-AUDITLOG-OK          VALUE "00".
           88  CP-AUDITLOG-EOF         VALUE "10".
           88  CP-AUDITLOG-NOTFOUND    VALUE "35".
       01  CP-PAYBEHAV-STATUS          PIC X(02) VALUE "00".
           88  CP-PAYBEHAV-OK          VALUE "00".
           88  CP-PAYBEHAV-EOF         VALUE "10".
           88  CP-PAYBEHAV-NOTFOUND    VALUE "35".

       01  CP-SWITCHES.
           05  CP-INV-EOF-SWITCH       PIC X(01) VALUE "N".
               88  CP-INV-END          VALUE "Y".
           05  CP-ORDER-EOF-SWITCH     PIC X(01) VALUE "N".
               88  CP-ORDER-END        VALUE "Y".
           05  CP-PROD-EOF-SWITCH      PIC X(01) VALUE "N".
               88  CP-PROD-END         VALUE "Y".
           05  CP-LOG-EOF-SWITCH       PIC X(01) VALUE "N".
               88  CP-LOG-END          VALUE "Y".
           05  CP-BEHAV-EOF-SWITCH     PIC X(01) VALUE "N".
               88  CP-BEHAV-END        VALUE "Y".
           05  CP-SORT-PASS-SWITCH     PIC X(01) VALUE "N".
               88  CP-SORT-SWAPPED     VALUE "Y".

      *-----------------------------------------------------------------
      * INVOICE NUMBER RANGES: 800000 UP ARE RMAPROC CREDIT MEMOS,
      * 900000 UP ARE FINCHG FINANCE CHARGES.
      *-----------------------------------------------------------------
       01  CP-CREDIT-MEMO-BASE         PIC 9(06) VALUE 800000.
       01  CP-FINANCE-CHARGE-BASE      PIC 9(06) VALUE 900000.

      *-----------------------------------------------------------------
      * ANNUAL COST OF CARRYING RECEIVABLES, IN PERCENT.
      *-----------------------------------------------------------------
       01  CP-CARRYING-RATE-PCT        PIC 9(02)V99 VALUE 10.00.

       01  CP-COUNTERS.
           05  CP-CUST-COUNT           PIC 9(04) COMP VALUE 0.
           05  CP-MAX-CUST             PIC 9(04) COMP VALUE 2000.
           05  CP-CUST-IDX             PIC 9(04) COMP VALUE 0.
           05  CP-MEMBER-IDX           PIC 9(04) COMP VALUE 0.
           05  CP-FOUND-IDX            PIC 9(04) COMP VALUE 0.
           05  CP-PARENT-IDX           PIC 9(04) COMP VALUE 0.
           05  CP-PROD-COUNT           PIC 9(04) COMP VALUE 0.
           05  CP-MAX-PRODS            PIC 9(04) COMP VALUE 2000.
           05  CP-PROD-IDX             PIC 9(04) COMP VALUE 0.
           05  CP-PROD-FOUND-IDX       PIC 9(04) COMP VALUE 0.
           05  CP-RANK-COUNT           PIC 9(04) COMP VALUE 0.
           05  CP-RANK-IDX             PIC 9(04) COMP VALUE 0.
           05  CP-SORT-IDX-I           PIC 9(04) COMP VALUE 0.
           05  CP-SORT-IDX-J           PIC 9(04) COMP VALUE 0.
           05  CP-INVOICE-READ-COUNT   PIC 9(07) COMP VALUE 0.
           05  CP-ORDER-READ-COUNT     PIC 9(07) COMP VALUE 0.
           05  CP-LOG-READ-COUNT       PIC 9(07) COMP VALUE 0.
           05  CP-NO-COST-COUNT        PIC 9(05) COMP VALUE 0.
           05  CP-REVIEW-COUNT         PIC 9(05) COMP VALUE 0.

       01  CP-PERIOD-FIELDS.
           05  CP-RUN-YEAR             PIC 9(04) VALUE 0.
           05  CP-RUN-MONTH            PIC 9(02) VALUE 0.
           05  CP-PERIOD.
               10  CP-PERIOD-YEAR      PIC 9(04) VALUE 0.
               10  CP-PERIOD-MONTH     PIC 9(02) VALUE 0.

       01  CP-WORK-FIELDS.
           05  CP-WORK-CUSTOMER-ID     PIC 9(06) VALUE 0.
           05  CP-LINE-COST            PIC 9(09)V99 VALUE 0.
           05  CP-CREDIT-AMOUNT        PIC S9(09)V99 VALUE 0.
           05  CP-NET-SALES            PIC S9(09)V99 VALUE 0.
           05  CP-MARGIN-WORK          PIC S9(05)V9 VALUE 0.

      *-----------------------------------------------------------------
      * THE WRITEOFF AUDIT ENTRY'S BEFORE IMAGE IS THE OPEN ITEM AS
      * IT STOOD JUST BEFORE THE BALANCE WAS WRITTEN OFF.
      *-----------------------------------------------------------------
       01  CP-WRITEOFF-IMAGE.
           COPY OPENINV REPLACING LEADING ==OI-== BY ==WI-==.
       01  CP-WRITEOFF-IMAGE-X REDEFINES CP-WRITEOFF-IMAGE
                                       PIC X(80).

       01  CP-PRODUCT-TABLE.
           05  CP-PRODUCT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CP-PROD-COUNT
                   INDEXED BY CP-PD-IDX.
               10  CP-PD-CODE          PIC X(05).
               10  CP-PD-UNIT-COST     PIC 9(05)V99.

      *-----------------------------------------------------------------
      * ONE ENTRY PER CUSTOMER WITH ACTIVITY, PLUS ANY NATIONAL
      * ACCOUNT PARENT THEY ROLL UP TO.  THE OWN FIGURES ARE THE
      * CUSTOMER'S; THE ACCOUNT FIGURES ADD THE MEMBERS' FIGURES TO
      * A PARENT'S OWN.
      *-----------------------------------------------------------------
       01  CP-CUSTOMER-TABLE.
           05  CP-CUSTOMER-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CP-CUST-COUNT
                   INDEXED BY CP-CU-IDX.
               10  CP-CU-CUSTOMER-ID   PIC 9(06).
               10  CP-CU-NAME          PIC X(25).
               10  CP-CU-PARENT-ID     PIC 9(06).
               10  CP-CU-MEMBER-FLAG   PIC X(01).
                   88  CP-CU-IS-MEMBER VALUE "Y".
               10  CP-CU-AVG-DAYS      PIC 9(03)V9.
               10  CP-CU-REVENUE       PIC S9(09)V99.
               10  CP-CU-COST          PIC S9(09)V99.
               10  CP-CU-RETURNS       PIC S9(09)V99.
               10  CP-CU-WRITEOFFS     PIC S9(09)V99.
               10  CP-CU-CARRYING      PIC S9(09)V99.
               10  CP-CU-CONTRIBUTION  PIC S9(09)V99.
               10  CP-CU-MARGIN-PCT    PIC S9(05)V9.
               10  CP-CU-AC-REVENUE    PIC S9(09)V99.
               10  CP-CU-AC-COST       PIC S9(09)V99.
               10  CP-CU-AC-RETURNS    PIC S9(09)V99.
               10  CP-CU-AC-WRITEOFFS  PIC S9(09)V99.
               10  CP-CU-AC-CARRYING   PIC S9(09)V99.
               10  CP-CU-AC-CONTRIB    PIC S9(09)V99.
               10  CP-CU-AC-MARGIN-PCT PIC S9(05)V9.

      *-----------------------------------------------------------------
      * THE RANKING IS KEPT APART FROM THE CUSTOMER TABLE SO PARENTS
      * CAN STILL FIND THEIR MEMBERS BY POSITION.
      *-----------------------------------------------------------------
       01  CP-RANK-TABLE.
           05  CP-RANK-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON CP-RANK-COUNT
                   INDEXED BY CP-RK-IDX.
               10  CP-RK-CUST-IDX      PIC 9(04) COMP.
               10  CP-RK-CONTRIB       PIC S9(09)V99.
               10  CP-RK-MARGIN-PCT    PIC S9(05)V9.
       01  CP-SORT-HOLD.
           05  CP-SH-CUST-IDX          PIC 9(04) COMP.
           05  CP-SH-CONTRIB           PIC S9(09)V99.
           05  CP-SH-MARGIN-PCT        PIC S9(05)V9.

       01  CP-PERIOD-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(14) VALUE
               "PERIOD (CCYYMM".
           05  FILLER                  PIC X(03) VALUE "): ".
           05  CP-PL-PERIOD            PIC 9(06).
           05  FILLER                  PIC X(22) VALUE
               "   CARRYING RATE PCT: ".
           05  CP-PL-CARRYING-RATE     PIC Z9.99.

       01  CP-COLUMN-HEADING.
           05  FILLER                  PIC X(42) VALUE
               " RANK  CUSTOMER NAME".
           05  FILLER                  PIC X(42) VALUE
               "      REVENUE         COST      RETURNS".
           05  FILLER                  PIC X(42) VALUE
               "  WRITE-OFFS     CARRYING  CONTRIBUTION".
           05  FILLER                  PIC X(08) VALUE " MARGIN".

       01  CP-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CP-DT-RANK              PIC ZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CP-DT-INDENT            PIC X(02).
           05  CP-DT-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CP-DT-NAME              PIC X(25).
           05  CP-DT-REVENUE           PIC ZZZ,ZZZ,ZZ9.99-.
           05  CP-DT-COST              PIC ZZZ,ZZZ,ZZ9.99-.
           05  CP-DT-RETURNS           PIC ZZZ,ZZZ,ZZ9.99-.
           05  CP-DT-WRITEOFFS         PIC ZZZ,ZZZ,ZZ9.99-.
           05  CP-DT-CARRYING          PIC ZZZ,ZZZ,ZZ9.99-.
           05  CP-DT-CONTRIB           PIC ZZZ,ZZZ,ZZ9.99-.
           05  CP-DT-MARGIN-PCT        PIC ZZ,ZZ9.9-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CP-DT-FLAG              PIC X(09).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-INVOICES
           PERFORM 2100-COLLECT-ORDER-COST
           PERFORM 2200-COLLECT-WRITEOFFS
           PERFORM 2300-APPLY-PAY-BEHAVIOR
           PERFORM 3000-COMPUTE-CONTRIBUTION
           PERFORM 4000-PRINT-BY-CONTRIBUTION
           PERFORM 5000-PRINT-BY-MARGIN
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "CUSTPROF" TO RH-PROGRAM-NAME
           MOVE "CUSTOMER PROFITABILITY" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           MOVE "CUSTPROF" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           PERFORM 8000-PRINT-REPORT-HEADER
      *    THE REPORT COVERS THE LAST COMPLETE MONTH.
           MOVE RH-RUN-DATE (1:4) TO CP-RUN-YEAR
           MOVE RH-RUN-DATE (5:2) TO CP-RUN-MONTH
           IF CP-RUN-MONTH = 1
               COMPUTE CP-PERIOD-YEAR = CP-RUN-YEAR - 1
               MOVE 12 TO CP-PERIOD-MONTH
           ELSE
               MOVE CP-RUN-YEAR TO CP-PERIOD-YEAR
               COMPUTE CP-PERIOD-MONTH = CP-RUN-MONTH - 1
           END-IF
           MOVE CP-PERIOD TO CP-PL-PERIOD
           MOVE CP-CARRYING-RATE-PCT TO CP-PL-CARRYING-RATE
           DISPLAY CP-PERIOD-LINE
           PERFORM 1100-LOAD-PRODUCTS
           OPEN INPUT CUSTOMER-MASTER
           IF NOT CP-CUSTMAST-OK
               MOVE "CUSTPROF" TO AB-PROGRAM-ID
               MOVE "CUSTMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE CP-CUSTMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE 0 TO CP-CUST-COUNT.

       1100-LOAD-PRODUCTS.
           MOVE 1 TO CP-PROD-COUNT
           OPEN INPUT PRODUCT-FILE
           IF NOT CP-PRODFILE-OK AND NOT CP-PRODFILE-EOF
               MOVE "CUSTPROF" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE CP-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1190-READ-PRODUCT
           PERFORM 1110-STORE-PRODUCT
               UNTIL CP-PROD-END
                   OR CP-PROD-COUNT > CP-MAX-PRODS
           CLOSE PRODUCT-FILE
           IF CP-PROD-COUNT > 1
               SUBTRACT 1 FROM CP-PROD-COUNT
           ELSE
               MOVE 0 TO CP-PROD-COUNT
           END-IF.

       1110-STORE-PRODUCT.
           MOVE PD-PRODUCT-CODE TO CP-PD-CODE (CP-PROD-COUNT)
           MOVE PD-UNIT-COST TO CP-PD-UNIT-COST (CP-PROD-COUNT)
           ADD 1 TO CP-PROD-COUNT
           PERFORM 1190-READ-PRODUCT.

       1190-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   SET CP-PROD-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * SALES INVOICES AND FINANCE CHARGES DATED IN THE MONTH ARE
      * REVENUE; CREDIT MEMOS DATED IN THE MONTH ARE RETURNS.  TAX
      * IS CARRIED SEPARATELY ON THE ITEM AND IS NOT REVENUE.
      *-----------------------------------------------------------------
       2000-COLLECT-INVOICES.
           OPEN INPUT OPEN-INVOICE-FILE
           IF NOT CP-OPENINV-OK
               MOVE "CUSTPROF" TO AB-PROGRAM-ID
               MOVE "OPENINV" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE CP-OPENINV-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 2090-READ-OPEN-INVOICE
           PERFORM 2010-TAKE-ONE-INVOICE
               UNTIL CP-INV-END
           CLOSE OPEN-INVOICE-FILE.

       2010-TAKE-ONE-INVOICE.
           ADD 1 TO CP-INVOICE-READ-COUNT
           IF OI-INVOICE-DATE (1:6) = CP-PERIOD
               MOVE OI-CUSTOMER-ID TO CP-WORK-CUSTOMER-ID
               PERFORM 7000-FIND-CUSTOMER
               IF OI-INVOICE-NUMBER >= CP-CREDIT-MEMO-BASE
                       AND OI-INVOICE-NUMBER < CP-FINANCE-CHARGE-BASE
                   COMPUTE CP-CREDIT-AMOUNT = 0 - OI-INVOICE-AMOUNT
                   ADD CP-CREDIT-AMOUNT
                       TO CP-CU-RETURNS (CP-FOUND-IDX)
               ELSE
                   ADD OI-INVOICE-AMOUNT
                       TO CP-CU-REVENUE (CP-FOUND-IDX)
               END-IF
           END-IF
           PERFORM 2090-READ-OPEN-INVOICE.

       2090-READ-OPEN-INVOICE.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET CP-INV-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * COST OF GOODS: EVERY ORDER LAST SHIPPED IN THE MONTH, AT THE
      * PRODUCT'S CURRENT UNIT COST.  AN ORDER FOR A PRODUCT NO
      * LONGER ON FILE IS COUNTED AND CARRIES NO COST.
      *-----------------------------------------------------------------
       2100-COLLECT-ORDER-COST.
           OPEN INPUT ORDER-HEADER-FILE
           IF CP-ORDHDR-NOTFOUND
               DISPLAY "CUSTPROF: NO ORDER FILE - NO COST OF GOODS"
               SET CP-ORDER-END TO TRUE
           ELSE
               IF NOT CP-ORDHDR-OK AND NOT CP-ORDHDR-EOF
                   MOVE "CUSTPROF" TO AB-PROGRAM-ID
                   MOVE "ORDHDR" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE CP-ORDHDR-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2190-READ-ORDER
               PERFORM 2110-COST-ONE-ORDER
                   UNTIL CP-ORDER-END
               CLOSE ORDER-HEADER-FILE
           END-IF.

       2110-COST-ONE-ORDER.
           ADD 1 TO CP-ORDER-READ-COUNT
           IF OH-LAST-SHIP-DATE (1:6) = CP-PERIOD
                   AND OH-SHIPPED-QTY > 0
               MOVE 0 TO CP-PROD-FOUND-IDX
               PERFORM 2120-MATCH-PRODUCT
                   VARYING CP-PROD-IDX FROM 1 BY 1
                   UNTIL CP-PROD-IDX > CP-PROD-COUNT
                       OR CP-PROD-FOUND-IDX NOT = 0
               IF CP-PROD-FOUND-IDX = 0
                   ADD 1 TO CP-NO-COST-COUNT
               ELSE
                   COMPUTE CP-LINE-COST = OH-SHIPPED-QTY
                       * CP-PD-UNIT-COST (CP-PROD-FOUND-IDX)
                   MOVE OH-CUSTOMER-ID TO CP-WORK-CUSTOMER-ID
                   PERFORM 7000-FIND-CUSTOMER
                   ADD CP-LINE-COST TO CP-CU-COST (CP-FOUND-IDX)
               END-IF
           END-IF
           PERFORM 2190-READ-ORDER.

       2120-MATCH-PRODUCT.
           IF CP-PD-CODE (CP-PROD-IDX) = OH-PRODUCT-CODE (1:5)
               MOVE CP-PROD-IDX TO CP-PROD-FOUND-IDX
           END-IF.

       2190-READ-ORDER.
           READ ORDER-HEADER-FILE
               AT END
                   SET CP-ORDER-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * WRITEOFF LOGS EVERY ITEM IT WRITES OFF WITH THE ITEM'S IMAGE
      * BEFORE THE BALANCE WAS ZEROED; THAT BALANCE IS THE LOSS.
      *-----------------------------------------------------------------
       2200-COLLECT-WRITEOFFS.
           OPEN INPUT AUDIT-LOG
           IF CP-AUDITLOG-NOTFOUND
               DISPLAY "CUSTPROF: NO AUDIT LOG - NO WRITE-OFFS"
               SET CP-LOG-END TO TRUE
           ELSE
               IF NOT CP-AUDITLOG-OK AND NOT CP-AUDITLOG-EOF
                   MOVE "CUSTPROF" TO AB-PROGRAM-ID
                   MOVE "AUDITLOG" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE CP-AUDITLOG-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2290-READ-AUDIT-LOG
               PERFORM 2210-TAKE-ONE-LOG-ENTRY
                   UNTIL CP-LOG-END
               CLOSE AUDIT-LOG
           END-IF.

       2210-TAKE-ONE-LOG-ENTRY.
           ADD 1 TO CP-LOG-READ-COUNT
           IF AU-PROGRAM-NAME = "WRITEOFF"
                   AND AU-OPERATION = "WRITEOFF"
                   AND AU-LOG-DATE (1:6) = CP-PERIOD
               MOVE AU-BEFORE-IMAGE (1:80) TO CP-WRITEOFF-IMAGE-X
               IF WI-OPEN-BALANCE NUMERIC
                   MOVE WI-CUSTOMER-ID TO CP-WORK-CUSTOMER-ID
                   PERFORM 7000-FIND-CUSTOMER
                   ADD WI-OPEN-BALANCE
                       TO CP-CU-WRITEOFFS (CP-FOUND-IDX)
               END-IF
           END-IF
           PERFORM 2290-READ-AUDIT-LOG.

       2290-READ-AUDIT-LOG.
           READ AUDIT-LOG
               AT END
                   SET CP-LOG-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE AVERAGE DAYS-TO-PAY FROM THE LAST PAYBEHAV RUN.  A
      * CUSTOMER PAYBEHAV HAS NOT SCORED CARRIES NO CARRYING COST.
      *-----------------------------------------------------------------
       2300-APPLY-PAY-BEHAVIOR.
           OPEN INPUT BEHAVIOR-FILE
           IF CP-PAYBEHAV-NOTFOUND
               DISPLAY "CUSTPROF: NO PAYMENT BEHAVIOR FILE - NO "
                   "CARRYING COST"
               SET CP-BEHAV-END TO TRUE
           ELSE
               IF NOT CP-PAYBEHAV-OK AND NOT CP-PAYBEHAV-EOF
                   MOVE "CUSTPROF" TO AB-PROGRAM-ID
                   MOVE "PAYBEHAV" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE CP-PAYBEHAV-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2390-READ-BEHAVIOR
               PERFORM 2310-TAKE-ONE-BEHAVIOR
                   UNTIL CP-BEHAV-END
               CLOSE BEHAVIOR-FILE
           END-IF.

       2310-TAKE-ONE-BEHAVIOR.
           MOVE 0 TO CP-FOUND-IDX
           IF CP-CUST-COUNT > 0
               PERFORM 7010-COMPARE-CUSTOMER
                   VARYING CP-CUST-IDX FROM 1 BY 1
                   UNTIL CP-CUST-IDX > CP-CUST-COUNT
                       OR CP-FOUND-IDX NOT = 0
           END-IF
           IF CP-FOUND-IDX NOT = 0
               MOVE BH-AVG-DAYS TO CP-CU-AVG-DAYS (CP-FOUND-IDX)
           END-IF
           PERFORM 2390-READ-BEHAVIOR.

       2390-READ-BEHAVIOR.
           READ BEHAVIOR-FILE
               AT END
                   SET CP-BEHAV-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EACH CUSTOMER'S OWN CONTRIBUTION FIRST, THEN MEMBERS ARE ADDED
      * INTO THEIR PARENT'S ACCOUNT FIGURES, THEN THE ACCOUNT
      * CONTRIBUTION IS FIGURED.  PARENTS ADDED HERE FOR THE ROLL-UP
      * HAVE NO ACTIVITY OF THEIR OWN.
      *-----------------------------------------------------------------
       3000-COMPUTE-CONTRIBUTION.
           IF CP-CUST-COUNT > 0
               PERFORM 3100-OWN-CONTRIBUTION
                   VARYING CP-CUST-IDX FROM 1 BY 1
                   UNTIL CP-CUST-IDX > CP-CUST-COUNT
               PERFORM 3200-ROLL-UP-MEMBER
                   VARYING CP-MEMBER-IDX FROM 1 BY 1
                   UNTIL CP-MEMBER-IDX > CP-CUST-COUNT
               PERFORM 3300-ACCOUNT-CONTRIBUTION
                   VARYING CP-CUST-IDX FROM 1 BY 1
                   UNTIL CP-CUST-IDX > CP-CUST-COUNT
           END-IF.

       3100-OWN-CONTRIBUTION.
           COMPUTE CP-NET-SALES = CP-CU-REVENUE (CP-CUST-IDX)
               - CP-CU-RETURNS (CP-CUST-IDX)
           IF CP-NET-SALES > 0
               COMPUTE CP-CU-CARRYING (CP-CUST-IDX) ROUNDED =
                   CP-NET-SALES * CP-CU-AVG-DAYS (CP-CUST-IDX)
                   * CP-CARRYING-RATE-PCT / 100 / 365
           ELSE
               MOVE 0 TO CP-CU-CARRYING (CP-CUST-IDX)
           END-IF
           COMPUTE CP-CU-CONTRIBUTION (CP-CUST-IDX) =
               CP-CU-REVENUE (CP-CUST-IDX)
               - CP-CU-COST (CP-CUST-IDX)
               - CP-CU-RETURNS (CP-CUST-IDX)
               - CP-CU-WRITEOFFS (CP-CUST-IDX)
               - CP-CU-CARRYING (CP-CUST-IDX)
           MOVE CP-CU-REVENUE (CP-CUST-IDX)
               TO CP-CU-AC-REVENUE (CP-CUST-IDX)
           MOVE CP-CU-COST (CP-CUST-IDX) TO CP-CU-AC-COST (CP-CUST-IDX)
           MOVE CP-CU-RETURNS (CP-CUST-IDX)
               TO CP-CU-AC-RETURNS (CP-CUST-IDX)
           MOVE CP-CU-WRITEOFFS (CP-CUST-IDX)
               TO CP-CU-AC-WRITEOFFS (CP-CUST-IDX)
           MOVE CP-CU-CARRYING (CP-CUST-IDX)
               TO CP-CU-AC-CARRYING (CP-CUST-IDX)
           MOVE CP-CU-REVENUE (CP-CUST-IDX) TO CP-NET-SALES
           MOVE CP-CU-CONTRIBUTION (CP-CUST-IDX) TO CP-CREDIT-AMOUNT
           PERFORM 3900-MARGIN-PERCENT
           MOVE CP-MARGIN-WORK TO CP-CU-MARGIN-PCT (CP-CUST-IDX).

       3200-ROLL-UP-MEMBER.
           IF CP-CU-PARENT-ID (CP-MEMBER-IDX) NOT = 0
                   AND CP-CU-PARENT-ID (CP-MEMBER-IDX)
                       NOT = CP-CU-CUSTOMER-ID (CP-MEMBER-IDX)
               MOVE CP-CU-PARENT-ID (CP-MEMBER-IDX)
                   TO CP-WORK-CUSTOMER-ID
               PERFORM 7000-FIND-CUSTOMER
               MOVE CP-FOUND-IDX TO CP-PARENT-IDX
               MOVE "Y" TO CP-CU-MEMBER-FLAG (CP-MEMBER-IDX)
               ADD CP-CU-REVENUE (CP-MEMBER-IDX)
                   TO CP-CU-AC-REVENUE (CP-PARENT-IDX)
               ADD CP-CU-COST (CP-MEMBER-IDX)
                   TO CP-CU-AC-COST (CP-PARENT-IDX)
               ADD CP-CU-RETURNS (CP-MEMBER-IDX)
                   TO CP-CU-AC-RETURNS (CP-PARENT-IDX)
               ADD CP-CU-WRITEOFFS (CP-MEMBER-IDX)
                   TO CP-CU-AC-WRITEOFFS (CP-PARENT-IDX)
               ADD CP-CU-CARRYING (CP-MEMBER-IDX)
                   TO CP-CU-AC-CARRYING (CP-PARENT-IDX)
           END-IF.

       3300-ACCOUNT-CONTRIBUTION.
           COMPUTE CP-CU-AC-CONTRIB (CP-CUST-IDX) =
               CP-CU-AC-REVENUE (CP-CUST-IDX)
               - CP-CU-AC-COST (CP-CUST-IDX)
               - CP-CU-AC-RETURNS (CP-CUST-IDX)
               - CP-CU-AC-WRITEOFFS (CP-CUST-IDX)
               - CP-CU-AC-CARRYING (CP-CUST-IDX)
           MOVE CP-CU-AC-REVENUE (CP-CUST-IDX) TO CP-NET-SALES
           MOVE CP-CU-AC-CONTRIB (CP-CUST-IDX) TO CP-CREDIT-AMOUNT
           PERFORM 3900-MARGIN-PERCENT
           MOVE CP-MARGIN-WORK TO CP-CU-AC-MARGIN-PCT (CP-CUST-IDX).

      *-----------------------------------------------------------------
      * MARGIN IS CONTRIBUTION (IN CP-CREDIT-AMOUNT) AS A PERCENT OF
      * REVENUE (IN CP-NET-SALES).  NO REVENUE, NO MARGIN.
      *-----------------------------------------------------------------
       3900-MARGIN-PERCENT.
           IF CP-NET-SALES > 0
               COMPUTE CP-MARGIN-WORK ROUNDED =
                   CP-CREDIT-AMOUNT * 100 / CP-NET-SALES
                   ON SIZE ERROR
                       MOVE -99999.9 TO CP-MARGIN-WORK
               END-COMPUTE
           ELSE
               MOVE 0 TO CP-MARGIN-WORK
           END-IF.

      *-----------------------------------------------------------------
      * ACCOUNTS (CUSTOMERS THAT ARE NOT MEMBERS OF A NATIONAL
      * ACCOUNT) RANKED BY ACCOUNT CONTRIBUTION, BEST FIRST, WITH A
      * PARENT'S MEMBERS LISTED BENEATH IT.
      *-----------------------------------------------------------------
       4000-PRINT-BY-CONTRIBUTION.
           MOVE 0 TO CP-RANK-COUNT
           IF CP-CUST-COUNT > 0
               PERFORM 4010-ADD-RANK-ENTRY
                   VARYING CP-CUST-IDX FROM 1 BY 1
                   UNTIL CP-CUST-IDX > CP-CUST-COUNT
           END-IF
           IF CP-RANK-COUNT > 1
               MOVE "Y" TO CP-SORT-PASS-SWITCH
               PERFORM 4100-SORT-PASS-CONTRIB UNTIL NOT CP-SORT-SWAPPED
           END-IF
           DISPLAY " "
           DISPLAY "RANKED BY NET CONTRIBUTION"
           DISPLAY CP-COLUMN-HEADING
           IF CP-RANK-COUNT = 0
               DISPLAY "CUSTPROF: NO CUSTOMER ACTIVITY IN THE PERIOD"
           ELSE
               PERFORM 4300-PRINT-ONE-ACCOUNT
                   VARYING CP-RANK-IDX FROM 1 BY 1
                   UNTIL CP-RANK-IDX > CP-RANK-COUNT
           END-IF.

       4010-ADD-RANK-ENTRY.
           IF NOT CP-CU-IS-MEMBER (CP-CUST-IDX)
               ADD 1 TO CP-RANK-COUNT
               MOVE CP-CUST-IDX TO CP-RK-CUST-IDX (CP-RANK-COUNT)
               MOVE CP-CU-AC-CONTRIB (CP-CUST-IDX)
                   TO CP-RK-CONTRIB (CP-RANK-COUNT)
               MOVE CP-CU-AC-MARGIN-PCT (CP-CUST-IDX)
                   TO CP-RK-MARGIN-PCT (CP-RANK-COUNT)
           END-IF.

      *-----------------------------------------------------------------
      * CLASSIC BUBBLE SORT, DESCENDING ON CONTRIBUTION.
      *-----------------------------------------------------------------
       4100-SORT-PASS-CONTRIB.
           MOVE "N" TO CP-SORT-PASS-SWITCH
           PERFORM 4110-SORT-COMPARE-CONTRIB
               VARYING CP-SORT-IDX-I FROM 1 BY 1
               UNTIL CP-SORT-IDX-I >= CP-RANK-COUNT.

       4110-SORT-COMPARE-CONTRIB.
           COMPUTE CP-SORT-IDX-J = CP-SORT-IDX-I + 1
           IF CP-RK-CONTRIB (CP-SORT-IDX-I)
                   < CP-RK-CONTRIB (CP-SORT-IDX-J)
               PERFORM 4900-SWAP-RANK-ENTRIES
           END-IF.

       4300-PRINT-ONE-ACCOUNT.
           MOVE CP-RK-CUST-IDX (CP-RANK-IDX) TO CP-CUST-IDX
           MOVE CP-RANK-IDX TO CP-DT-RANK
           MOVE SPACES TO CP-DT-INDENT
           MOVE CP-CU-CUSTOMER-ID (CP-CUST-IDX) TO CP-DT-CUSTOMER-ID
           MOVE CP-CU-NAME (CP-CUST-IDX) TO CP-DT-NAME
           MOVE CP-CU-AC-REVENUE (CP-CUST-IDX) TO CP-DT-REVENUE
           MOVE CP-CU-AC-COST (CP-CUST-IDX) TO CP-DT-COST
           MOVE CP-CU-AC-RETURNS (CP-CUST-IDX) TO CP-DT-RETURNS
           MOVE CP-CU-AC-WRITEOFFS (CP-CUST-IDX) TO CP-DT-WRITEOFFS
           MOVE CP-CU-AC-CARRYING (CP-CUST-IDX) TO CP-DT-CARRYING
           MOVE CP-CU-AC-CONTRIB (CP-CUST-IDX) TO CP-DT-CONTRIB
           MOVE CP-CU-AC-MARGIN-PCT (CP-CUST-IDX) TO CP-DT-MARGIN-PCT
           IF CP-CU-AC-CONTRIB (CP-CUST-IDX) < 0
               MOVE "<< REVIEW" TO CP-DT-FLAG
               ADD 1 TO CP-REVIEW-COUNT
           ELSE
               MOVE SPACES TO CP-DT-FLAG
           END-IF
           DISPLAY CP-DETAIL-LINE
           PERFORM 4310-PRINT-MEMBER
               VARYING CP-MEMBER-IDX FROM 1 BY 1
               UNTIL CP-MEMBER-IDX > CP-CUST-COUNT.

      *-----------------------------------------------------------------
      * A MEMBER SHOWS ITS OWN FIGURES, INDENTED UNDER ITS PARENT, AND
      * IS FLAGGED ON ITS OWN CONTRIBUTION.
      *-----------------------------------------------------------------
       4310-PRINT-MEMBER.
           IF CP-CU-IS-MEMBER (CP-MEMBER-IDX)
                   AND CP-CU-PARENT-ID (CP-MEMBER-IDX)
                       = CP-CU-CUSTOMER-ID (CP-CUST-IDX)
               MOVE 0 TO CP-DT-RANK
               MOVE "- " TO CP-DT-INDENT
               MOVE CP-CU-CUSTOMER-ID (CP-MEMBER-IDX)
                   TO CP-DT-CUSTOMER-ID
               MOVE CP-CU-NAME (CP-MEMBER-IDX) TO CP-DT-NAME
               MOVE CP-CU-REVENUE (CP-MEMBER-IDX) TO CP-DT-REVENUE
               MOVE CP-CU-COST (CP-MEMBER-IDX) TO CP-DT-COST
               MOVE CP-CU-RETURNS (CP-MEMBER-IDX) TO CP-DT-RETURNS
               MOVE CP-CU-WRITEOFFS (CP-MEMBER-IDX)
                   TO CP-DT-WRITEOFFS
               MOVE CP-CU-CARRYING (CP-MEMBER-IDX) TO CP-DT-CARRYING
               MOVE CP-CU-CONTRIBUTION (CP-MEMBER-IDX)
                   TO CP-DT-CONTRIB
               MOVE CP-CU-MARGIN-PCT (CP-MEMBER-IDX)
                   TO CP-DT-MARGIN-PCT
               IF CP-CU-CONTRIBUTION (CP-MEMBER-IDX) < 0
                   MOVE "<< REVIEW" TO CP-DT-FLAG
                   ADD 1 TO CP-REVIEW-COUNT
               ELSE
                   MOVE SPACES TO CP-DT-FLAG
               END-IF
               DISPLAY CP-DETAIL-LINE
           END-IF.

       4900-SWAP-RANK-ENTRIES.
           MOVE CP-RANK-ENTRY (CP-SORT-IDX-I) TO CP-SORT-HOLD
           MOVE CP-RANK-ENTRY (CP-SORT-IDX-J)
               TO CP-RANK-ENTRY (CP-SORT-IDX-I)
           MOVE CP-SORT-HOLD TO CP-RANK-ENTRY (CP-SORT-IDX-J)
           MOVE "Y" TO CP-SORT-PASS-SWITCH.

      *-----------------------------------------------------------------
      * THE SAME ACCOUNTS RANKED AGAIN BY MARGIN PERCENT, BEST FIRST,
      * ACCOUNT FIGURES ONLY.
      *-----------------------------------------------------------------
       5000-PRINT-BY-MARGIN.
           IF CP-RANK-COUNT > 1
               MOVE "Y" TO CP-SORT-PASS-SWITCH
               PERFORM 5100-SORT-PASS-MARGIN UNTIL NOT CP-SORT-SWAPPED
           END-IF
           DISPLAY " "
           DISPLAY "RANKED BY MARGIN PERCENT"
           DISPLAY CP-COLUMN-HEADING
           IF CP-RANK-COUNT > 0
               PERFORM 5300-PRINT-MARGIN-LINE
                   VARYING CP-RANK-IDX FROM 1 BY 1
                   UNTIL CP-RANK-IDX > CP-RANK-COUNT
           END-IF.

       5100-SORT-PASS-MARGIN.
           MOVE "N" TO CP-SORT-PASS-SWITCH
           PERFORM 5110-SORT-COMPARE-MARGIN
               VARYING CP-SORT-IDX-I FROM 1 BY 1
               UNTIL CP-SORT-IDX-I >= CP-RANK-COUNT.

       5110-SORT-COMPARE-MARGIN.
           COMPUTE CP-SORT-IDX-J = CP-SORT-IDX-I + 1
           IF CP-RK-MARGIN-PCT (CP-SORT-IDX-I)
                   < CP-RK-MARGIN-PCT (CP-SORT-IDX-J)
               PERFORM 4900-SWAP-RANK-ENTRIES
           END-IF.

       5300-PRINT-MARGIN-LINE.
           MOVE CP-RK-CUST-IDX (CP-RANK-IDX) TO CP-CUST-IDX
           MOVE CP-RANK-IDX TO CP-DT-RANK
           MOVE SPACES TO CP-DT-INDENT
           MOVE CP-CU-CUSTOMER-ID (CP-CUST-IDX) TO CP-DT-CUSTOMER-ID
           MOVE CP-CU-NAME (CP-CUST-IDX) TO CP-DT-NAME
           MOVE CP-CU-AC-REVENUE (CP-CUST-IDX) TO CP-DT-REVENUE
           MOVE CP-CU-AC-COST (CP-CUST-IDX) TO CP-DT-COST
           MOVE CP-CU-AC-RETURNS (CP-CUST-IDX) TO CP-DT-RETURNS
           MOVE CP-CU-AC-WRITEOFFS (CP-CUST-IDX) TO CP-DT-WRITEOFFS
           MOVE CP-CU-AC-CARRYING (CP-CUST-IDX) TO CP-DT-CARRYING
           MOVE CP-CU-AC-CONTRIB (CP-CUST-IDX) TO CP-DT-CONTRIB
           MOVE CP-CU-AC-MARGIN-PCT (CP-CUST-IDX) TO CP-DT-MARGIN-PCT
           IF CP-CU-AC-CONTRIB (CP-CUST-IDX) < 0
               MOVE "<< REVIEW" TO CP-DT-FLAG
           ELSE
               MOVE SPACES TO CP-DT-FLAG
           END-IF
           DISPLAY CP-DETAIL-LINE.

      *-----------------------------------------------------------------
      * FIND THE CUSTOMER IN CP-WORK-CUSTOMER-ID, ADDING IT (WITH ITS
      * NAME AND NATIONAL ACCOUNT PARENT FROM THE MASTER) IF THIS IS
      * ITS FIRST ACTIVITY.  THE TABLE FILLING STOPS THE RUN - A
      * PARTIAL RANKING WOULD MISLEAD.
      *-----------------------------------------------------------------
       7000-FIND-CUSTOMER.
           MOVE 0 TO CP-FOUND-IDX
           IF CP-CUST-COUNT > 0
               PERFORM 7010-COMPARE-CUSTOMER
                   VARYING CP-CUST-IDX FROM 1 BY 1
                   UNTIL CP-CUST-IDX > CP-CUST-COUNT
                       OR CP-FOUND-IDX NOT = 0
           END-IF
           IF CP-FOUND-IDX = 0
               IF CP-CUST-COUNT >= CP-MAX-CUST
                   DISPLAY "CUSTPROF: CUSTOMER TABLE FULL AT "
                       CP-MAX-CUST
                   MOVE "CUSTPROF" TO AB-PROGRAM-ID
                   MOVE "CUSTMAST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE CP-CUSTMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO CP-CUST-COUNT
               MOVE CP-CUST-COUNT TO CP-FOUND-IDX
               PERFORM 7100-ADD-CUSTOMER
           END-IF.

       7010-COMPARE-CUSTOMER.
           IF CP-CU-CUSTOMER-ID (CP-CUST-IDX) = CP-WORK-CUSTOMER-ID
               MOVE CP-CUST-IDX TO CP-FOUND-IDX
           END-IF.

       7100-ADD-CUSTOMER.
           MOVE CP-WORK-CUSTOMER-ID TO CP-CU-CUSTOMER-ID (CP-FOUND-IDX)
           MOVE "N" TO CP-CU-MEMBER-FLAG (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-AVG-DAYS (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-REVENUE (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-COST (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-RETURNS (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-WRITEOFFS (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-CARRYING (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-CONTRIBUTION (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-MARGIN-PCT (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-AC-REVENUE (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-AC-COST (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-AC-RETURNS (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-AC-WRITEOFFS (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-AC-CARRYING (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-AC-CONTRIB (CP-FOUND-IDX)
           MOVE 0 TO CP-CU-AC-MARGIN-PCT (CP-FOUND-IDX)
           MOVE CP-WORK-CUSTOMER-ID
               TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "NOT ON CUSTOMER MASTER"
                       TO CP-CU-NAME (CP-FOUND-IDX)
                   MOVE 0 TO CP-CU-PARENT-ID (CP-FOUND-IDX)
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO CP-CU-NAME (CP-FOUND-IDX)
                   IF CM-PARENT-ID NUMERIC
                       MOVE CM-PARENT-ID
                           TO CP-CU-PARENT-ID (CP-FOUND-IDX)
                   ELSE
                       MOVE 0 TO CP-CU-PARENT-ID (CP-FOUND-IDX)
                   END-IF
           END-READ.

       9000-TERMINATE.
           CLOSE CUSTOMER-MASTER
           DISPLAY " "
           DISPLAY "CUSTOMERS WITH ACTIVITY:   " CP-CUST-COUNT
           DISPLAY "ACCOUNTS RANKED:           " CP-RANK-COUNT
           DISPLAY "FLAGGED FOR REVIEW:        " CP-REVIEW-COUNT
           DISPLAY "SHIPPED ORDERS NOT COSTED: " CP-NO-COST-COUNT
           COMPUTE RW-READ-COUNT = CP-INVOICE-READ-COUNT
               + CP-ORDER-READ-COUNT + CP-LOG-READ-COUNT
           MOVE 0 TO RW-WRITE-COUNT
           MOVE 0 TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM CUSTPROF.
