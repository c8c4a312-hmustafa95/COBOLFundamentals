      ******************************************************************
      * PROGRAM-ID.    TUITBILL
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - REGISTRAR
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       TERM TUITION AND FEE BILLING.  PRICES EVERY
      *                SEAT ON THE CLASS ROSTER AT THE COURSE'S CREDIT
      *                HOURS TIMES THE TERM'S CREDIT-HOUR RATE PLUS
      *                THE COURSE FEE FROM THE CATALOG, AND WRITES ONE
      *                NON-TAXABLE INVOICE PER SEAT TO A HEADER/
      *                TRAILER CONTROLLED INVCFILE BATCH FOR
      *                CONTINUEPROG TO POST TO OPENINV UNDER THE
      *                STUDENT'S AR CUSTOMER NUMBER (STUACCT).  A DROP
      *                OR WITHDRAWAL LOGGED BY THE ENROLLMENT RUN WITH
      *                AN EFFECTIVE DATE ON OR BEFORE THE TERM'S
      *                REFUND DEADLINE REVERSES THE SEAT'S INVOICE
      *                WITH A NON-TAXABLE CREDIT MEMO IN THE SAME
      *                BATCH.  EVERY INVOICE AND CREDIT IS RECORDED ON
      *                THE TUITION LEDGER (TUITLEDG), AND A SEAT THE
      *                LEDGER SHOWS AS BILLED IS NEVER BILLED AGAIN,
      *                SO THE RUN CAN BE REPEATED SAFELY.  TUITION
      *                INVOICES AND CREDITS ARE NUMBERED IN THE 700000
      *                RANGE.
      *                PRINTS THE TERM BILLING REGISTER BY STUDENT AND
      *                COURSE.  RC 4 WHEN ANY SEAT COULD NOT BE PRICED
      *                (NO AR ACCOUNT, TERM OR COURSE NOT SET UP) -
      *                THOSE SEATS ARE LISTED AND PICKED UP BY THE
      *                NEXT RUN ONCE THE SET-UP IS CORRECTED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    DROP CREDITS NOW GO TO THE INVOICE RUN AS
      *                  NON-TAXABLE CREDIT MEMOS (DOCUMENT TYPE R), SO
      *                  A TUITION REFUND NO LONGER REDUCES TAXABLE
      *                  SALES ON THE REMITTANCE REPORT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TUITBILL.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - REGISTRAR.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-CATALOG ASSIGN TO "COURSCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TU-COURSCAT-STATUS.
           SELECT TERM-CALENDAR ASSIGN TO "TERMCAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TU-TERMCAL-STATUS.
           SELECT CLASS-ROSTER ASSIGN TO "CLASROST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TU-ROSTER-STATUS.
           SELECT DROP-LOG ASSIGN TO "ENRLDROP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TU-ENRLDROP-STATUS.
           SELECT STUDENT-ACCOUNT ASSIGN TO "STUACCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TU-STUACCT-STATUS.
           SELECT TUITION-LEDGER ASSIGN TO "TUITLEDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TU-TUITLEDG-STATUS.
           SELECT INVOICE-FILE ASSIGN TO "INVCFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TU-INVCFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COURSE-CATALOG
           RECORDING MODE IS F.
       01  COURSE-CATALOG-RECORD.
           05  CC-COURSE-ID            PIC X(06).
           05  CC-COURSE-TITLE         PIC X(30).
           05  CC-CAPACITY             PIC 9(03).
           05  CC-PREREQ-COURSE        PIC X(06).
           05  CC-CREDIT-HOURS         PIC 9(02).
           05  CC-COURSE-FEE           PIC 9(05)V99.
           05  FILLER                  PIC X(26).

       FD  TERM-CALENDAR
           RECORDING MODE IS F.
       01  TERM-CALENDAR-RECORD.
           05  TC-TERM-ID              PIC X(05).
           05  TC-DROP-DEADLINE        PIC 9(08).
           05  TC-REFUND-DEADLINE      PIC 9(08).
           05  TC-CREDIT-HOUR-RATE     PIC 9(05)V99.
           05  FILLER                  PIC X(52).

       FD  CLASS-ROSTER
           RECORDING MODE IS F.
       01  CLASS-ROSTER-RECORD.
           05  CR-STUDENT-ID           PIC 9(06).
           05  CR-EXAM-SCORE           PIC 9(03).
           05  CR-TERM-ID              PIC X(05).
           05  CR-COURSE-ID            PIC X(06).

       FD  DROP-LOG
           RECORDING MODE IS F.
       01  DROP-LOG-RECORD.
           05  ED-STUDENT-ID           PIC 9(06).
           05  ED-TERM-ID              PIC X(05).
           05  ED-COURSE-ID            PIC X(06).
           05  ED-DROP-TYPE            PIC X(01).
               88  ED-DROPPED          VALUE "D".
               88  ED-WITHDRAWN        VALUE "W".
           05  ED-EFFECTIVE-DATE       PIC 9(08).
           05  ED-PROCESS-DATE         PIC 9(08).
           05  FILLER                  PIC X(46).

      *-----------------------------------------------------------------
      * ONE RECORD PER STUDENT GIVING THE AR CUSTOMER NUMBER THE
      * STUDENT'S CHARGES POST UNDER.
      *-----------------------------------------------------------------
       FD  STUDENT-ACCOUNT
           RECORDING MODE IS F.
       01  STUDENT-ACCOUNT-RECORD.
           05  BA-STUDENT-ID           PIC 9(06).
           05  BA-CUSTOMER-ID          PIC 9(06).
           05  FILLER                  PIC X(68).

      *-----------------------------------------------------------------
      * EVERY TUITION INVOICE (I) AND CREDIT (C) EVER SENT TO AR, ONE
      * RECORD EACH.  A CREDIT CARRIES THE EFFECTIVE DATE OF THE DROP
      * IT WAS ISSUED FOR.
      *-----------------------------------------------------------------
       FD  TUITION-LEDGER
           RECORDING MODE IS F.
       01  TUITION-LEDGER-RECORD.
           05  TL-STUDENT-ID           PIC 9(06).
           05  TL-TERM-ID              PIC X(05).
           05  TL-COURSE-ID            PIC X(06).
           05  TL-ENTRY-TYPE           PIC X(01).
               88  TL-INVOICE-ENTRY    VALUE "I".
               88  TL-CREDIT-ENTRY     VALUE "C".
           05  TL-INVOICE-NUMBER       PIC 9(06).
           05  TL-CUSTOMER-ID          PIC 9(06).
           05  TL-AMOUNT               PIC S9(07)V99.
           05  TL-BILL-DATE            PIC 9(08).
           05  TL-DROP-DATE            PIC 9(08).
           05  FILLER                  PIC X(25).

       FD  INVOICE-FILE
           RECORDING MODE IS F.
       01  INVOICE-RECORD.
           05  IV-RECORD-TYPE          PIC X(01).
           05  IV-INVOICE-NUMBER       PIC 9(06).
           05  IV-INVOICE-AMOUNT       PIC S9(07)V99.
           05  IV-CUSTOMER-ID          PIC 9(06).
           05  IV-INVOICE-DATE         PIC 9(08).
           05  IV-CURRENCY-CODE        PIC X(03).
           05  IV-DOCUMENT-TYPE        PIC X(01).
           05  FILLER                  PIC X(46).

       01  INVOICE-HEADER-RECORD REDEFINES INVOICE-RECORD.
           05  FILLER                  PIC X(01).
           05  IH-SOURCE-SYSTEM        PIC X(08).
           05  IH-CREATE-DATE          PIC 9(08).
           05  IH-EXPECTED-COUNT       PIC 9(07).
           05  FILLER                  PIC X(56).

       01  INVOICE-TRAILER-RECORD REDEFINES INVOICE-RECORD.
           05  FILLER                  PIC X(01).
           05  IT-RECORD-COUNT         PIC 9(07).
           05  IT-AMOUNT-HASH          PIC 9(11)V99.
           05  FILLER                  PIC X(59).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  TU-COURSCAT-STATUS          PIC X(02) VALUE "00".
           88  TU-COURSCAT-OK          VALUE "00".
           88  TU-COURSCAT-EOF         VALUE "10".
       01  TU-TERMCAL-STATUS           PIC X(02) VALUE "00".
           88  TU-TERMCAL-OK           VALUE "00".
           88  TU-TERMCAL-EOF          VALUE "10".
           88  TU-TERMCAL-NOTFOUND     VALUE "35".
       01  TU-ROSTER-STATUS            PIC X(02) VALUE "00".
           88  TU-ROSTER-OK            VALUE "00".
           88  TU-ROSTER-EOF           VALUE "10".
           88  TU-ROSTER-NOTFOUND      VALUE "35".
       01  TU-ENRLDROP-STATUS          PIC X(02) VALUE "00".
           88  TU-ENRLDROP-OK          VALUE "00".
           88  TU-ENRLDROP-EOF         VALUE "10".
           88  TU-ENRLDROP-NOTFOUND    VALUE "35".
       01  TU-STUACCT-STATUS           PIC X(02) VALUE "00".
           88  TU-STUACCT-OK           VALUE "00".
           88  TU-STUACCT-EOF          VALUE "10".
           88  TU-STUACCT-NOTFOUND     VALUE "35".
       01  TU-TUITLEDG-STATUS          PIC X(02) VALUE "00".
           88  TU-TUITLEDG-OK          VALUE "00".
           88  TU-TUITLEDG-EOF         VALUE "10".
           88  TU-TUITLEDG-NOTFOUND    VALUE "35".
       01  TU-INVCFILE-STATUS          PIC X(02) VALUE "00".
           88  TU-INVCFILE-OK          VALUE "00".

       01  TU-SWITCHES.
           05  TU-CAT-EOF-SWITCH       PIC X(01) VALUE "N".
               88  TU-CAT-END          VALUE "Y".
           05  TU-TERM-EOF-SWITCH      PIC X(01) VALUE "N".
               88  TU-TERM-END         VALUE "Y".
           05  TU-ACCT-EOF-SWITCH      PIC X(01) VALUE "N".
               88  TU-ACCT-END         VALUE "Y".
           05  TU-LEDG-EOF-SWITCH      PIC X(01) VALUE "N".
               88  TU-LEDG-END         VALUE "Y".
           05  TU-DROP-EOF-SWITCH      PIC X(01) VALUE "N".
               88  TU-DROP-END         VALUE "Y".
           05  TU-ROSTER-EOF-SWITCH    PIC X(01) VALUE "N".
               88  TU-ROSTER-END       VALUE "Y".
           05  TU-CREDITED-SWITCH      PIC X(01) VALUE "N".
               88  TU-ALREADY-CREDITED VALUE "Y".

      *-----------------------------------------------------------------
      * TUITION INVOICE NUMBER RANGE: 700000 UP TO THE START OF
      * RMAPROC'S CREDIT MEMOS AT 800000.
      *-----------------------------------------------------------------
       01  TU-INVOICE-NUMBER-BASE      PIC 9(06) VALUE 700000.
       01  TU-INVOICE-NUMBER-LIMIT     PIC 9(06) VALUE 799999.
       01  TU-NEXT-INVOICE-NUMBER      PIC 9(06) VALUE 0.

      *-----------------------------------------------------------------
      * THE SEAT BEING PRICED OR CREDITED.
      *-----------------------------------------------------------------
       01  TU-WORK-FIELDS.
           05  TU-WK-STUDENT-ID        PIC 9(06) VALUE 0.
           05  TU-WK-TERM-ID           PIC X(05) VALUE SPACES.
           05  TU-WK-COURSE-ID         PIC X(06) VALUE SPACES.
           05  TU-WK-DROP-DATE         PIC 9(08) VALUE 0.
           05  TU-WK-CUSTOMER-ID       PIC 9(06) VALUE 0.
           05  TU-WK-CREDIT-HOURS      PIC 9(02) VALUE 0.
           05  TU-WK-AMOUNT            PIC S9(07)V99 VALUE 0.
           05  TU-WK-ENTRY-TYPE        PIC X(01) VALUE SPACE.
           05  TU-WK-NOTE              PIC X(30) VALUE SPACES.
           05  TU-NET-BILLED           PIC S9(04) COMP VALUE 0.

       01  TU-COUNTERS.
           05  TU-CAT-COUNT            PIC 9(03) COMP VALUE 0.
           05  TU-MAX-CATS             PIC 9(03) COMP VALUE 200.
           05  TU-CAT-IDX              PIC 9(03) COMP VALUE 0.
           05  TU-CAT-FOUND-IDX        PIC 9(03) COMP VALUE 0.
           05  TU-TERM-COUNT           PIC 9(03) COMP VALUE 0.
           05  TU-MAX-TERMS            PIC 9(03) COMP VALUE 100.
           05  TU-TERM-IDX             PIC 9(03) COMP VALUE 0.
           05  TU-TERM-FOUND-IDX       PIC 9(03) COMP VALUE 0.
           05  TU-ACCT-COUNT           PIC 9(04) COMP VALUE 0.
           05  TU-MAX-ACCTS            PIC 9(04) COMP VALUE 5000.
           05  TU-ACCT-IDX             PIC 9(04) COMP VALUE 0.
           05  TU-ACCT-FOUND-IDX       PIC 9(04) COMP VALUE 0.
           05  TU-LEDG-COUNT           PIC 9(04) COMP VALUE 0.
           05  TU-MAX-LEDG             PIC 9(04) COMP VALUE 5000.
           05  TU-LEDG-IDX             PIC 9(04) COMP VALUE 0.
           05  TU-LAST-INVOICE-IDX     PIC 9(04) COMP VALUE 0.
           05  TU-REG-COUNT            PIC 9(04) COMP VALUE 0.
           05  TU-MAX-REG              PIC 9(04) COMP VALUE 2000.
           05  TU-REG-IDX              PIC 9(04) COMP VALUE 0.
           05  TU-DOCUMENT-COUNT       PIC 9(07) VALUE 0.
           05  TU-INVOICE-COUNT        PIC 9(05) COMP VALUE 0.
           05  TU-CREDIT-COUNT         PIC 9(05) COMP VALUE 0.
           05  TU-EXCEPTION-COUNT      PIC 9(05) COMP VALUE 0.
           05  TU-ROSTER-READ          PIC 9(05) COMP VALUE 0.
           05  TU-DROPS-READ           PIC 9(05) COMP VALUE 0.

      *-----------------------------------------------------------------
      * BATCH AMOUNT HASH, ACCUMULATED THE SAME WAY CONTINUEPROG
      * TALLIES THE DETAIL AMOUNTS WHEN IT VERIFIES THE TRAILER.
      *-----------------------------------------------------------------
       01  TU-AMOUNT-HASH              PIC 9(11)V99 VALUE 0.

       01  TU-TOTALS.
           05  TU-INVOICED-TOTAL       PIC S9(09)V99 VALUE 0.
           05  TU-CREDITED-TOTAL       PIC S9(09)V99 VALUE 0.
           05  TU-NET-TOTAL            PIC S9(09)V99 VALUE 0.
           05  TU-STUDENT-TOTAL        PIC S9(09)V99 VALUE 0.

       01  TU-CATALOG-TABLE.
           05  TU-CAT-ENTRY OCCURS 1 TO 200 TIMES
                   DEPENDING ON TU-CAT-COUNT
                   INDEXED BY TU-CAT-TIDX.
               10  TU-CT-COURSE-ID     PIC X(06).
               10  TU-CT-CREDIT-HOURS  PIC 9(02).
               10  TU-CT-COURSE-FEE    PIC 9(05)V99.

       01  TU-TERM-TABLE.
           05  TU-TERM-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON TU-TERM-COUNT
                   INDEXED BY TU-TERM-TIDX.
               10  TU-TC-TERM-ID       PIC X(05).
               10  TU-TC-REFUND-DEADLINE
                                       PIC 9(08).
               10  TU-TC-HOUR-RATE     PIC 9(05)V99.

       01  TU-ACCOUNT-TABLE.
           05  TU-ACCT-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TU-ACCT-COUNT
                   INDEXED BY TU-ACCT-TIDX.
               10  TU-AC-STUDENT-ID    PIC 9(06).
               10  TU-AC-CUSTOMER-ID   PIC 9(06).

      *-----------------------------------------------------------------
      * THE LEDGER AS LOADED PLUS THE ENTRIES ADDED THIS RUN (NEW
      * FLAG Y), WHICH ARE APPENDED TO THE FILE AFTER THE BATCH IS
      * WRITTEN.
      *-----------------------------------------------------------------
       01  TU-LEDGER-TABLE.
           05  TU-LEDG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON TU-LEDG-COUNT
                   INDEXED BY TU-LEDG-TIDX.
               10  TU-LG-STUDENT-ID    PIC 9(06).
               10  TU-LG-TERM-ID       PIC X(05).
               10  TU-LG-COURSE-ID     PIC X(06).
               10  TU-LG-ENTRY-TYPE    PIC X(01).
               10  TU-LG-INVOICE-NUMBER
                                       PIC 9(06).
               10  TU-LG-CUSTOMER-ID   PIC 9(06).
               10  TU-LG-AMOUNT        PIC S9(07)V99.
               10  TU-LG-BILL-DATE     PIC 9(08).
               10  TU-LG-DROP-DATE     PIC 9(08).
               10  TU-LG-NEW-FLAG      PIC X(01).

      *-----------------------------------------------------------------
      * ONE LINE PER INVOICE, CREDIT OR EXCEPTION THIS RUN.  SORTED BY
      * STUDENT AND COURSE FOR THE REGISTER; THE INVOICE AND CREDIT
      * LINES ARE ALSO THE DETAIL RECORDS OF THE BATCH.
      *-----------------------------------------------------------------
       01  TU-REGISTER-TABLE.
           05  TU-REG-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON TU-REG-COUNT
                   INDEXED BY TU-REG-TIDX.
               10  TU-RG-STUDENT-ID    PIC 9(06).
               10  TU-RG-COURSE-ID     PIC X(06).
               10  TU-RG-TERM-ID       PIC X(05).
               10  TU-RG-LINE-TYPE     PIC X(01).
                   88  TU-RG-INVOICE   VALUE "I".
                   88  TU-RG-CREDIT    VALUE "C".
                   88  TU-RG-EXCEPTION VALUE "X".
               10  TU-RG-INVOICE-NUMBER
                                       PIC 9(06).
               10  TU-RG-CUSTOMER-ID   PIC 9(06).
               10  TU-RG-CREDIT-HOURS  PIC 9(02).
               10  TU-RG-AMOUNT        PIC S9(07)V99.
               10  TU-RG-NOTE          PIC X(30).

       01  TU-SORT-WORK.
           05  TU-SORT-IDX-I           PIC 9(04) COMP.
           05  TU-SORT-IDX-J           PIC 9(04) COMP.
           05  TU-SORT-PASS-SWITCH     PIC X(01).
               88  TU-SORT-SWAPPED     VALUE "Y".
           05  TU-SORT-KEY-I           PIC X(17).
           05  TU-SORT-KEY-J           PIC X(17).
           05  TU-SORT-HOLD            PIC X(71).

       01  TU-CURRENT-STUDENT          PIC 9(06) VALUE 0.

       01  TU-REGISTER-LINE.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  TU-RL-TERM-ID           PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TU-RL-COURSE-ID         PIC X(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TU-RL-CREDIT-HOURS      PIC Z9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TU-RL-INVOICE-NUMBER    PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TU-RL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  TU-RL-NOTE              PIC X(30).

       01  TU-AMOUNT-DISPLAY           PIC ZZZ,ZZZ,ZZ9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CREDIT-DROPS
           PERFORM 3000-BILL-ROSTER
           PERFORM 4000-SORT-REGISTER
           PERFORM 5000-WRITE-INVOICE-BATCH
           PERFORM 6000-APPEND-LEDGER
           PERFORM 7000-PRINT-REGISTER
           PERFORM 7500-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "TUITBILL" TO RH-PROGRAM-NAME
           MOVE "TERM TUITION BILLING REGISTER" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 1100-LOAD-COURSE-CATALOG
           PERFORM 1200-LOAD-TERM-CALENDAR
           PERFORM 1300-LOAD-STUDENT-ACCOUNTS
           PERFORM 1400-LOAD-TUITION-LEDGER.

       1100-LOAD-COURSE-CATALOG.
           MOVE 1 TO TU-CAT-COUNT
           OPEN INPUT COURSE-CATALOG
           IF NOT TU-COURSCAT-OK AND NOT TU-COURSCAT-EOF
               MOVE "TUITBILL" TO AB-PROGRAM-ID
               MOVE "COURSCAT" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE TU-COURSCAT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1910-READ-CATALOG-RECORD
           PERFORM 1110-STORE-CATALOG-RECORD
               UNTIL TU-CAT-END
                   OR TU-CAT-COUNT > TU-MAX-CATS
           CLOSE COURSE-CATALOG
           IF NOT TU-CAT-END
               DISPLAY "TUITBILL: CATALOG TABLE FULL AT " TU-MAX-CATS
                   " - RUN STOPPED"
               MOVE "TUITBILL" TO AB-PROGRAM-ID
               MOVE "COURSCAT" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE TU-COURSCAT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF TU-CAT-COUNT > 1
               SUBTRACT 1 FROM TU-CAT-COUNT
           ELSE
               MOVE 0 TO TU-CAT-COUNT
           END-IF.

       1110-STORE-CATALOG-RECORD.
           MOVE CC-COURSE-ID TO TU-CT-COURSE-ID (TU-CAT-COUNT)
           MOVE CC-CREDIT-HOURS TO TU-CT-CREDIT-HOURS (TU-CAT-COUNT)
           MOVE CC-COURSE-FEE TO TU-CT-COURSE-FEE (TU-CAT-COUNT)
           ADD 1 TO TU-CAT-COUNT
           PERFORM 1910-READ-CATALOG-RECORD.

      *-----------------------------------------------------------------
      * A MISSING CALENDAR LEAVES THE TABLE EMPTY; EVERY SEAT THEN
      * LISTS AS AN EXCEPTION UNTIL THE TERM IS ADDED.
      *-----------------------------------------------------------------
       1200-LOAD-TERM-CALENDAR.
           MOVE 1 TO TU-TERM-COUNT
           OPEN INPUT TERM-CALENDAR
           IF TU-TERMCAL-NOTFOUND
               SET TU-TERM-END TO TRUE
           ELSE
               PERFORM 1920-READ-CALENDAR-RECORD
               PERFORM 1210-STORE-CALENDAR-RECORD
                   UNTIL TU-TERM-END
                       OR TU-TERM-COUNT > TU-MAX-TERMS
               CLOSE TERM-CALENDAR
           END-IF
           IF NOT TU-TERM-END
               DISPLAY "TUITBILL: TERM TABLE FULL AT " TU-MAX-TERMS
                   " - RUN STOPPED"
               MOVE "TUITBILL" TO AB-PROGRAM-ID
               MOVE "TERMCAL" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE TU-TERMCAL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF TU-TERM-COUNT > 1
               SUBTRACT 1 FROM TU-TERM-COUNT
           ELSE
               MOVE 0 TO TU-TERM-COUNT
           END-IF.

       1210-STORE-CALENDAR-RECORD.
           MOVE TC-TERM-ID TO TU-TC-TERM-ID (TU-TERM-COUNT)
           MOVE TC-REFUND-DEADLINE
               TO TU-TC-REFUND-DEADLINE (TU-TERM-COUNT)
           MOVE TC-CREDIT-HOUR-RATE TO TU-TC-HOUR-RATE (TU-TERM-COUNT)
           ADD 1 TO TU-TERM-COUNT
           PERFORM 1920-READ-CALENDAR-RECORD.

       1300-LOAD-STUDENT-ACCOUNTS.
           MOVE 1 TO TU-ACCT-COUNT
           OPEN INPUT STUDENT-ACCOUNT
           IF TU-STUACCT-NOTFOUND
               SET TU-ACCT-END TO TRUE
           ELSE
               PERFORM 1930-READ-ACCOUNT-RECORD
               PERFORM 1310-STORE-ACCOUNT-RECORD
                   UNTIL TU-ACCT-END
                       OR TU-ACCT-COUNT > TU-MAX-ACCTS
               CLOSE STUDENT-ACCOUNT
           END-IF
           IF NOT TU-ACCT-END
               DISPLAY "TUITBILL: ACCOUNT TABLE FULL AT " TU-MAX-ACCTS
                   " - RUN STOPPED"
               MOVE "TUITBILL" TO AB-PROGRAM-ID
               MOVE "STUACCT" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE TU-STUACCT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF TU-ACCT-COUNT > 1
               SUBTRACT 1 FROM TU-ACCT-COUNT
           ELSE
               MOVE 0 TO TU-ACCT-COUNT
           END-IF.

       1310-STORE-ACCOUNT-RECORD.
           MOVE BA-STUDENT-ID TO TU-AC-STUDENT-ID (TU-ACCT-COUNT)
           MOVE BA-CUSTOMER-ID TO TU-AC-CUSTOMER-ID (TU-ACCT-COUNT)
           ADD 1 TO TU-ACCT-COUNT
           PERFORM 1930-READ-ACCOUNT-RECORD.

      *-----------------------------------------------------------------
      * THE NEXT TUITION NUMBER FOLLOWS THE HIGHEST ONE ON THE LEDGER.
      *-----------------------------------------------------------------
       1400-LOAD-TUITION-LEDGER.
           MOVE TU-INVOICE-NUMBER-BASE TO TU-NEXT-INVOICE-NUMBER
           MOVE 1 TO TU-LEDG-COUNT
           OPEN INPUT TUITION-LEDGER
           IF TU-TUITLEDG-NOTFOUND
               SET TU-LEDG-END TO TRUE
           ELSE
               PERFORM 1940-READ-LEDGER-RECORD
               PERFORM 1410-STORE-LEDGER-RECORD
                   UNTIL TU-LEDG-END
                       OR TU-LEDG-COUNT > TU-MAX-LEDG
               CLOSE TUITION-LEDGER
           END-IF
           IF NOT TU-LEDG-END
               DISPLAY "TUITBILL: LEDGER TABLE FULL AT " TU-MAX-LEDG
                   " - RUN STOPPED"
               MOVE "TUITBILL" TO AB-PROGRAM-ID
               MOVE "TUITLEDG" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE TU-TUITLEDG-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF TU-LEDG-COUNT > 1
               SUBTRACT 1 FROM TU-LEDG-COUNT
           ELSE
               MOVE 0 TO TU-LEDG-COUNT
           END-IF.

       1410-STORE-LEDGER-RECORD.
           MOVE TL-STUDENT-ID TO TU-LG-STUDENT-ID (TU-LEDG-COUNT)
           MOVE TL-TERM-ID TO TU-LG-TERM-ID (TU-LEDG-COUNT)
           MOVE TL-COURSE-ID TO TU-LG-COURSE-ID (TU-LEDG-COUNT)
           MOVE TL-ENTRY-TYPE TO TU-LG-ENTRY-TYPE (TU-LEDG-COUNT)
           MOVE TL-INVOICE-NUMBER
               TO TU-LG-INVOICE-NUMBER (TU-LEDG-COUNT)
           MOVE TL-CUSTOMER-ID TO TU-LG-CUSTOMER-ID (TU-LEDG-COUNT)
           MOVE TL-AMOUNT TO TU-LG-AMOUNT (TU-LEDG-COUNT)
           MOVE TL-BILL-DATE TO TU-LG-BILL-DATE (TU-LEDG-COUNT)
           MOVE TL-DROP-DATE TO TU-LG-DROP-DATE (TU-LEDG-COUNT)
           MOVE "N" TO TU-LG-NEW-FLAG (TU-LEDG-COUNT)
           IF TL-INVOICE-NUMBER >= TU-NEXT-INVOICE-NUMBER
                   AND TL-INVOICE-NUMBER <= TU-INVOICE-NUMBER-LIMIT
               COMPUTE TU-NEXT-INVOICE-NUMBER = TL-INVOICE-NUMBER + 1
           END-IF
           ADD 1 TO TU-LEDG-COUNT
           PERFORM 1940-READ-LEDGER-RECORD.

       1910-READ-CATALOG-RECORD.
           READ COURSE-CATALOG
               AT END
                   SET TU-CAT-END TO TRUE
           END-READ.

       1920-READ-CALENDAR-RECORD.
           READ TERM-CALENDAR
               AT END
                   SET TU-TERM-END TO TRUE
           END-READ.

       1930-READ-ACCOUNT-RECORD.
           READ STUDENT-ACCOUNT
               AT END
                   SET TU-ACCT-END TO TRUE
           END-READ.

       1940-READ-LEDGER-RECORD.
           READ TUITION-LEDGER
               AT END
                   SET TU-LEDG-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * REFUNDS.  THE DROP LOG IS CUMULATIVE, SO EVERY DROP IS SEEN
      * ON EVERY RUN; THE LEDGER DECIDES WHETHER IT STILL NEEDS A
      * CREDIT.  A DROP (OR A WITHDRAWAL) EFFECTIVE ON OR BEFORE THE
      * TERM'S REFUND DEADLINE REVERSES THE SEAT'S LATEST INVOICE,
      * PROVIDED THE SEAT IS STILL BILLED, THE INVOICE WAS SENT BEFORE
      * THE DROP WAS PROCESSED (NOT FOR A LATER RE-ENROLLMENT), AND
      * NO CREDIT HAS YET BEEN ISSUED FOR THIS DROP.  CREDITS ARE
      * WORKED BEFORE THE ROSTER SO A STUDENT WHO DROPPED AND
      * RE-ENROLLED IS CREDITED AND THEN BILLED AFRESH.
      *-----------------------------------------------------------------
       2000-CREDIT-DROPS.
           OPEN INPUT DROP-LOG
           IF TU-ENRLDROP-NOTFOUND
               SET TU-DROP-END TO TRUE
           ELSE
               IF NOT TU-ENRLDROP-OK
                   MOVE "TUITBILL" TO AB-PROGRAM-ID
                   MOVE "ENRLDROP" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TU-ENRLDROP-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-DROP-RECORD
               PERFORM 2100-APPLY-DROP
                   UNTIL TU-DROP-END
               CLOSE DROP-LOG
           END-IF.

       2100-APPLY-DROP.
           ADD 1 TO TU-DROPS-READ
           MOVE ED-STUDENT-ID TO TU-WK-STUDENT-ID
           MOVE ED-TERM-ID TO TU-WK-TERM-ID
           MOVE ED-COURSE-ID TO TU-WK-COURSE-ID
           MOVE ED-EFFECTIVE-DATE TO TU-WK-DROP-DATE
           PERFORM 2500-TALLY-SEAT-LEDGER
           IF TU-NET-BILLED > 0 AND NOT TU-ALREADY-CREDITED
               IF TU-LG-BILL-DATE (TU-LAST-INVOICE-IDX)
                       <= ED-PROCESS-DATE
                   PERFORM 2150-CHECK-REFUND-DEADLINE
               END-IF
           END-IF
           PERFORM 2900-READ-DROP-RECORD.

       2150-CHECK-REFUND-DEADLINE.
           PERFORM 2600-FIND-TERM
           IF TU-TERM-FOUND-IDX = 0
               MOVE "TERM NOT ON CALENDAR - NO CREDIT" TO TU-WK-NOTE
               PERFORM 2850-ADD-EXCEPTION-LINE
           ELSE
               IF ED-EFFECTIVE-DATE <=
                       TU-TC-REFUND-DEADLINE (TU-TERM-FOUND-IDX)
                   PERFORM 2200-ISSUE-CREDIT
               END-IF
           END-IF.

       2200-ISSUE-CREDIT.
           MOVE "C" TO TU-WK-ENTRY-TYPE
           MOVE TU-LG-CUSTOMER-ID (TU-LAST-INVOICE-IDX)
               TO TU-WK-CUSTOMER-ID
           COMPUTE TU-WK-AMOUNT =
               0 - TU-LG-AMOUNT (TU-LAST-INVOICE-IDX)
           MOVE 0 TO TU-WK-CREDIT-HOURS
           IF ED-WITHDRAWN
               MOVE "REFUND - WITHDRAWN" TO TU-WK-NOTE
           ELSE
               MOVE "REFUND - DROPPED" TO TU-WK-NOTE
           END-IF
           PERFORM 2800-ADD-DOCUMENT
           ADD 1 TO TU-CREDIT-COUNT
           ADD TU-WK-AMOUNT TO TU-CREDITED-TOTAL.

      *-----------------------------------------------------------------
      * NET BILLED FOR THE SEAT = INVOICES LESS CREDITS ON THE LEDGER.
      * ALSO NOTES THE LATEST INVOICE AND WHETHER A CREDIT ALREADY
      * CARRIES THE CURRENT DROP DATE.
      *-----------------------------------------------------------------
       2500-TALLY-SEAT-LEDGER.
           MOVE 0 TO TU-NET-BILLED
           MOVE 0 TO TU-LAST-INVOICE-IDX
           MOVE "N" TO TU-CREDITED-SWITCH
           PERFORM 2510-TALLY-LEDGER-ENTRY
               VARYING TU-LEDG-IDX FROM 1 BY 1
               UNTIL TU-LEDG-IDX > TU-LEDG-COUNT.

       2510-TALLY-LEDGER-ENTRY.
           IF TU-LG-STUDENT-ID (TU-LEDG-IDX) = TU-WK-STUDENT-ID
                   AND TU-LG-TERM-ID (TU-LEDG-IDX) = TU-WK-TERM-ID
                   AND TU-LG-COURSE-ID (TU-LEDG-IDX) = TU-WK-COURSE-ID
               IF TU-LG-ENTRY-TYPE (TU-LEDG-IDX) = "I"
                   ADD 1 TO TU-NET-BILLED
                   MOVE TU-LEDG-IDX TO TU-LAST-INVOICE-IDX
               ELSE
                   SUBTRACT 1 FROM TU-NET-BILLED
                   IF TU-LG-DROP-DATE (TU-LEDG-IDX) = TU-WK-DROP-DATE
                       SET TU-ALREADY-CREDITED TO TRUE
                   END-IF
               END-IF
           END-IF.

       2600-FIND-TERM.
           MOVE 0 TO TU-TERM-FOUND-IDX
           PERFORM 2610-COMPARE-TERM-ENTRY
               VARYING TU-TERM-IDX FROM 1 BY 1
               UNTIL TU-TERM-IDX > TU-TERM-COUNT
                   OR TU-TERM-FOUND-IDX NOT = 0.

       2610-COMPARE-TERM-ENTRY.
           IF TU-TC-TERM-ID (TU-TERM-IDX) = TU-WK-TERM-ID
               MOVE TU-TERM-IDX TO TU-TERM-FOUND-IDX
           END-IF.

       2650-FIND-COURSE.
           MOVE 0 TO TU-CAT-FOUND-IDX
           PERFORM 2660-COMPARE-CATALOG-ENTRY
               VARYING TU-CAT-IDX FROM 1 BY 1
               UNTIL TU-CAT-IDX > TU-CAT-COUNT
                   OR TU-CAT-FOUND-IDX NOT = 0.

       2660-COMPARE-CATALOG-ENTRY.
           IF TU-CT-COURSE-ID (TU-CAT-IDX) = TU-WK-COURSE-ID
               MOVE TU-CAT-IDX TO TU-CAT-FOUND-IDX
           END-IF.

       2700-FIND-ACCOUNT.
           MOVE 0 TO TU-ACCT-FOUND-IDX
           PERFORM 2710-COMPARE-ACCOUNT-ENTRY
               VARYING TU-ACCT-IDX FROM 1 BY 1
               UNTIL TU-ACCT-IDX > TU-ACCT-COUNT
                   OR TU-ACCT-FOUND-IDX NOT = 0.

       2710-COMPARE-ACCOUNT-ENTRY.
           IF TU-AC-STUDENT-ID (TU-ACCT-IDX) = TU-WK-STUDENT-ID
               MOVE TU-ACCT-IDX TO TU-ACCT-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * A NEW INVOICE OR CREDIT: NEXT TUITION NUMBER, A LEDGER ENTRY
      * FLAGGED NEW, AND A REGISTER LINE.  NOTHING IS WRITTEN UNTIL
      * EVERY SEAT HAS BEEN WORKED, SO A TABLE-FULL STOP LEAVES NO
      * PARTIAL BATCH BEHIND.
      *-----------------------------------------------------------------
       2800-ADD-DOCUMENT.
           IF TU-NEXT-INVOICE-NUMBER > TU-INVOICE-NUMBER-LIMIT
               DISPLAY "TUITBILL: TUITION INVOICE NUMBERS EXHAUSTED "
                   "AT " TU-INVOICE-NUMBER-LIMIT " - RUN STOPPED"
               MOVE "TUITBILL" TO AB-PROGRAM-ID
               MOVE "TUITLEDG" TO AB-FILE-NAME
               MOVE "NUMBER" TO AB-OPERATION
               MOVE "RN" TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF TU-LEDG-COUNT >= TU-MAX-LEDG
               DISPLAY "TUITBILL: LEDGER TABLE FULL AT " TU-MAX-LEDG
                   " - RUN STOPPED"
               MOVE "TUITBILL" TO AB-PROGRAM-ID
               MOVE "TUITLEDG" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE TU-TUITLEDG-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           ADD 1 TO TU-LEDG-COUNT
           MOVE TU-WK-STUDENT-ID TO TU-LG-STUDENT-ID (TU-LEDG-COUNT)
           MOVE TU-WK-TERM-ID TO TU-LG-TERM-ID (TU-LEDG-COUNT)
           MOVE TU-WK-COURSE-ID TO TU-LG-COURSE-ID (TU-LEDG-COUNT)
           MOVE TU-WK-ENTRY-TYPE TO TU-LG-ENTRY-TYPE (TU-LEDG-COUNT)
           MOVE TU-NEXT-INVOICE-NUMBER
               TO TU-LG-INVOICE-NUMBER (TU-LEDG-COUNT)
           MOVE TU-WK-CUSTOMER-ID TO TU-LG-CUSTOMER-ID (TU-LEDG-COUNT)
           MOVE TU-WK-AMOUNT TO TU-LG-AMOUNT (TU-LEDG-COUNT)
           MOVE RH-RUN-DATE TO TU-LG-BILL-DATE (TU-LEDG-COUNT)
           IF TU-WK-ENTRY-TYPE = "C"
               MOVE TU-WK-DROP-DATE TO TU-LG-DROP-DATE (TU-LEDG-COUNT)
           ELSE
               MOVE 0 TO TU-LG-DROP-DATE (TU-LEDG-COUNT)
           END-IF
           MOVE "Y" TO TU-LG-NEW-FLAG (TU-LEDG-COUNT)
           PERFORM 2870-ADD-REGISTER-LINE
           MOVE TU-NEXT-INVOICE-NUMBER
               TO TU-RG-INVOICE-NUMBER (TU-REG-COUNT)
           ADD 1 TO TU-NEXT-INVOICE-NUMBER.

       2850-ADD-EXCEPTION-LINE.
           MOVE "X" TO TU-WK-ENTRY-TYPE
           MOVE 0 TO TU-WK-CUSTOMER-ID
           MOVE 0 TO TU-WK-CREDIT-HOURS
           MOVE 0 TO TU-WK-AMOUNT
           PERFORM 2870-ADD-REGISTER-LINE
           MOVE 0 TO TU-RG-INVOICE-NUMBER (TU-REG-COUNT)
           ADD 1 TO TU-EXCEPTION-COUNT.

       2870-ADD-REGISTER-LINE.
           IF TU-REG-COUNT >= TU-MAX-REG
               DISPLAY "TUITBILL: REGISTER TABLE FULL AT " TU-MAX-REG
                   " - RUN STOPPED"
               MOVE "TUITBILL" TO AB-PROGRAM-ID
               MOVE "REGISTER" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE "00" TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           ADD 1 TO TU-REG-COUNT
           MOVE TU-WK-STUDENT-ID TO TU-RG-STUDENT-ID (TU-REG-COUNT)
           MOVE TU-WK-COURSE-ID TO TU-RG-COURSE-ID (TU-REG-COUNT)
           MOVE TU-WK-TERM-ID TO TU-RG-TERM-ID (TU-REG-COUNT)
           MOVE TU-WK-ENTRY-TYPE TO TU-RG-LINE-TYPE (TU-REG-COUNT)
           MOVE TU-WK-CUSTOMER-ID TO TU-RG-CUSTOMER-ID (TU-REG-COUNT)
           MOVE TU-WK-CREDIT-HOURS
               TO TU-RG-CREDIT-HOURS (TU-REG-COUNT)
           MOVE TU-WK-AMOUNT TO TU-RG-AMOUNT (TU-REG-COUNT)
           MOVE TU-WK-NOTE TO TU-RG-NOTE (TU-REG-COUNT).

       2900-READ-DROP-RECORD.
           READ DROP-LOG
               AT END
                   SET TU-DROP-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * CHARGES.  A ROSTER SEAT IS BILLED ONLY WHEN THE LEDGER SHOWS
      * IT NOT CURRENTLY BILLED (NO INVOICE, OR EVERY INVOICE
      * CREDITED), SO RERUNNING THE STEP NEVER BILLS A SEAT TWICE.
      *-----------------------------------------------------------------
       3000-BILL-ROSTER.
           OPEN INPUT CLASS-ROSTER
           IF TU-ROSTER-NOTFOUND
               SET TU-ROSTER-END TO TRUE
           ELSE
               IF NOT TU-ROSTER-OK
                   MOVE "TUITBILL" TO AB-PROGRAM-ID
                   MOVE "CLASROST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE TU-ROSTER-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 3900-READ-ROSTER-RECORD
               PERFORM 3100-BILL-ENROLLMENT
                   UNTIL TU-ROSTER-END
               CLOSE CLASS-ROSTER
           END-IF.

       3100-BILL-ENROLLMENT.
           ADD 1 TO TU-ROSTER-READ
           MOVE CR-STUDENT-ID TO TU-WK-STUDENT-ID
           MOVE CR-TERM-ID TO TU-WK-TERM-ID
           MOVE CR-COURSE-ID TO TU-WK-COURSE-ID
           MOVE 0 TO TU-WK-DROP-DATE
           PERFORM 2500-TALLY-SEAT-LEDGER
           IF TU-NET-BILLED <= 0
               PERFORM 3200-PRICE-ENROLLMENT
           END-IF
           PERFORM 3900-READ-ROSTER-RECORD.

       3200-PRICE-ENROLLMENT.
           PERFORM 2700-FIND-ACCOUNT
           PERFORM 2600-FIND-TERM
           PERFORM 2650-FIND-COURSE
           EVALUATE TRUE
               WHEN TU-ACCT-FOUND-IDX = 0
                   MOVE "STUDENT HAS NO AR ACCOUNT" TO TU-WK-NOTE
                   PERFORM 2850-ADD-EXCEPTION-LINE
               WHEN TU-TERM-FOUND-IDX = 0
                   MOVE "TERM NOT ON CALENDAR" TO TU-WK-NOTE
                   PERFORM 2850-ADD-EXCEPTION-LINE
               WHEN TU-TC-HOUR-RATE (TU-TERM-FOUND-IDX) = 0
                   MOVE "TERM HAS NO CREDIT-HOUR RATE" TO TU-WK-NOTE
                   PERFORM 2850-ADD-EXCEPTION-LINE
               WHEN TU-CAT-FOUND-IDX = 0
                   MOVE "COURSE NOT IN CATALOG" TO TU-WK-NOTE
                   PERFORM 2850-ADD-EXCEPTION-LINE
               WHEN OTHER
                   PERFORM 3300-ISSUE-INVOICE
           END-EVALUATE.

       3300-ISSUE-INVOICE.
           MOVE "I" TO TU-WK-ENTRY-TYPE
           MOVE TU-AC-CUSTOMER-ID (TU-ACCT-FOUND-IDX)
               TO TU-WK-CUSTOMER-ID
           MOVE TU-CT-CREDIT-HOURS (TU-CAT-FOUND-IDX)
               TO TU-WK-CREDIT-HOURS
           COMPUTE TU-WK-AMOUNT ROUNDED =
               TU-CT-CREDIT-HOURS (TU-CAT-FOUND-IDX)
                   * TU-TC-HOUR-RATE (TU-TERM-FOUND-IDX)
               + TU-CT-COURSE-FEE (TU-CAT-FOUND-IDX)
           IF TU-WK-AMOUNT > 0
               MOVE "TUITION AND FEES" TO TU-WK-NOTE
               PERFORM 2800-ADD-DOCUMENT
               ADD 1 TO TU-INVOICE-COUNT
               ADD TU-WK-AMOUNT TO TU-INVOICED-TOTAL
           END-IF.

       3900-READ-ROSTER-RECORD.
           READ CLASS-ROSTER
               AT END
                   SET TU-ROSTER-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * CLASSIC BUBBLE SORT ON STUDENT, COURSE AND TERM SO THE
      * REGISTER BREAKS FALL OUT OF ONE SEQUENTIAL PASS.
      *-----------------------------------------------------------------
       4000-SORT-REGISTER.
           IF TU-REG-COUNT > 1
               MOVE "Y" TO TU-SORT-PASS-SWITCH
               PERFORM 4100-SORT-PASS UNTIL NOT TU-SORT-SWAPPED
           END-IF.

       4100-SORT-PASS.
           MOVE "N" TO TU-SORT-PASS-SWITCH
           PERFORM 4200-SORT-COMPARE
               VARYING TU-SORT-IDX-I FROM 1 BY 1
               UNTIL TU-SORT-IDX-I >= TU-REG-COUNT.

       4200-SORT-COMPARE.
           COMPUTE TU-SORT-IDX-J = TU-SORT-IDX-I + 1
           MOVE TU-REG-ENTRY (TU-SORT-IDX-I) (1:17) TO TU-SORT-KEY-I
           MOVE TU-REG-ENTRY (TU-SORT-IDX-J) (1:17) TO TU-SORT-KEY-J
           IF TU-SORT-KEY-I > TU-SORT-KEY-J
               MOVE TU-REG-ENTRY (TU-SORT-IDX-I) TO TU-SORT-HOLD
               MOVE TU-REG-ENTRY (TU-SORT-IDX-J)
                   TO TU-REG-ENTRY (TU-SORT-IDX-I)
               MOVE TU-SORT-HOLD TO TU-REG-ENTRY (TU-SORT-IDX-J)
               MOVE "Y" TO TU-SORT-PASS-SWITCH
           END-IF.

      *-----------------------------------------------------------------
      * THE INVCFILE BATCH: HEADER WITH THE EXPECTED DETAIL COUNT, ONE
      * DETAIL PER INVOICE (DOCUMENT TYPE N - TUITION IS NOT TAXED)
      * OR CREDIT (DOCUMENT TYPE R - NON-TAXABLE CREDIT MEMO), THEN THE
      * TRAILER WITH THE COUNT AND AMOUNT HASH CONTINUEPROG VERIFIES.
      * WRITTEN EVEN WHEN EMPTY SO THE POSTING STEP ALWAYS BALANCES.
      *-----------------------------------------------------------------
       5000-WRITE-INVOICE-BATCH.
           COMPUTE TU-DOCUMENT-COUNT =
               TU-INVOICE-COUNT + TU-CREDIT-COUNT
           OPEN OUTPUT INVOICE-FILE
           IF NOT TU-INVCFILE-OK
               MOVE "TUITBILL" TO AB-PROGRAM-ID
               MOVE "INVCFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE TU-INVCFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE SPACES TO INVOICE-RECORD
           MOVE "H" TO IV-RECORD-TYPE
           MOVE "TUITBILL" TO IH-SOURCE-SYSTEM
           MOVE RH-RUN-DATE TO IH-CREATE-DATE
           MOVE TU-DOCUMENT-COUNT TO IH-EXPECTED-COUNT
           PERFORM 5900-WRITE-INVOICE-RECORD
           PERFORM 5100-WRITE-DETAIL-RECORD
               VARYING TU-REG-IDX FROM 1 BY 1
               UNTIL TU-REG-IDX > TU-REG-COUNT
           MOVE SPACES TO INVOICE-RECORD
           MOVE "T" TO IV-RECORD-TYPE
           MOVE TU-DOCUMENT-COUNT TO IT-RECORD-COUNT
           MOVE TU-AMOUNT-HASH TO IT-AMOUNT-HASH
           PERFORM 5900-WRITE-INVOICE-RECORD
           CLOSE INVOICE-FILE.

       5100-WRITE-DETAIL-RECORD.
           IF NOT TU-RG-EXCEPTION (TU-REG-IDX)
               MOVE SPACES TO INVOICE-RECORD
               MOVE "D" TO IV-RECORD-TYPE
               MOVE TU-RG-INVOICE-NUMBER (TU-REG-IDX)
                   TO IV-INVOICE-NUMBER
               MOVE TU-RG-AMOUNT (TU-REG-IDX) TO IV-INVOICE-AMOUNT
               MOVE TU-RG-CUSTOMER-ID (TU-REG-IDX) TO IV-CUSTOMER-ID
               MOVE RH-RUN-DATE TO IV-INVOICE-DATE
               MOVE "USD" TO IV-CURRENCY-CODE
               IF TU-RG-CREDIT (TU-REG-IDX)
                   MOVE "R" TO IV-DOCUMENT-TYPE
               ELSE
                   MOVE "N" TO IV-DOCUMENT-TYPE
               END-IF
               ADD IV-INVOICE-AMOUNT TO TU-AMOUNT-HASH
               PERFORM 5900-WRITE-INVOICE-RECORD
           END-IF.

       5900-WRITE-INVOICE-RECORD.
           WRITE INVOICE-RECORD
           IF NOT TU-INVCFILE-OK
               MOVE "TUITBILL" TO AB-PROGRAM-ID
               MOVE "INVCFILE" TO AB-FILE-NAME
               MOVE "WRITE" TO AB-OPERATION
               MOVE TU-INVCFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * THE NEW LEDGER ENTRIES GO ON ONLY AFTER THE BATCH IS SAFELY
      * WRITTEN.
      *-----------------------------------------------------------------
       6000-APPEND-LEDGER.
           OPEN EXTEND TUITION-LEDGER
           IF NOT TU-TUITLEDG-OK
               CLOSE TUITION-LEDGER
               OPEN OUTPUT TUITION-LEDGER
           END-IF
           IF NOT TU-TUITLEDG-OK
               MOVE "TUITBILL" TO AB-PROGRAM-ID
               MOVE "TUITLEDG" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE TU-TUITLEDG-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 6100-WRITE-LEDGER-ENTRY
               VARYING TU-LEDG-IDX FROM 1 BY 1
               UNTIL TU-LEDG-IDX > TU-LEDG-COUNT
           CLOSE TUITION-LEDGER.

       6100-WRITE-LEDGER-ENTRY.
           IF TU-LG-NEW-FLAG (TU-LEDG-IDX) = "Y"
               MOVE SPACES TO TUITION-LEDGER-RECORD
               MOVE TU-LG-STUDENT-ID (TU-LEDG-IDX) TO TL-STUDENT-ID
               MOVE TU-LG-TERM-ID (TU-LEDG-IDX) TO TL-TERM-ID
               MOVE TU-LG-COURSE-ID (TU-LEDG-IDX) TO TL-COURSE-ID
               MOVE TU-LG-ENTRY-TYPE (TU-LEDG-IDX) TO TL-ENTRY-TYPE
               MOVE TU-LG-INVOICE-NUMBER (TU-LEDG-IDX)
                   TO TL-INVOICE-NUMBER
               MOVE TU-LG-CUSTOMER-ID (TU-LEDG-IDX) TO TL-CUSTOMER-ID
               MOVE TU-LG-AMOUNT (TU-LEDG-IDX) TO TL-AMOUNT
               MOVE TU-LG-BILL-DATE (TU-LEDG-IDX) TO TL-BILL-DATE
               MOVE TU-LG-DROP-DATE (TU-LEDG-IDX) TO TL-DROP-DATE
               WRITE TUITION-LEDGER-RECORD
               IF NOT TU-TUITLEDG-OK
                   MOVE "TUITBILL" TO AB-PROGRAM-ID
                   MOVE "TUITLEDG" TO AB-FILE-NAME
                   MOVE "WRITE" TO AB-OPERATION
                   MOVE TU-TUITLEDG-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF.

       7000-PRINT-REGISTER.
           PERFORM 8000-PRINT-REPORT-HEADER
           IF TU-REG-COUNT = 0
               DISPLAY "NO SEATS TO BILL OR CREDIT THIS RUN"
           ELSE
               DISPLAY "    TERM   COURSE HRS INVOICE        AMOUNT"
                   "  NOTE"
               PERFORM 7100-PRINT-REGISTER-LINE
                   VARYING TU-REG-IDX FROM 1 BY 1
                   UNTIL TU-REG-IDX > TU-REG-COUNT
               PERFORM 7200-PRINT-STUDENT-TOTAL
           END-IF.

       7100-PRINT-REGISTER-LINE.
           IF TU-RG-STUDENT-ID (TU-REG-IDX) NOT = TU-CURRENT-STUDENT
               IF TU-REG-IDX > 1
                   PERFORM 7200-PRINT-STUDENT-TOTAL
               END-IF
               MOVE TU-RG-STUDENT-ID (TU-REG-IDX) TO TU-CURRENT-STUDENT
               MOVE 0 TO TU-STUDENT-TOTAL
               DISPLAY " "
               IF TU-RG-EXCEPTION (TU-REG-IDX)
                   DISPLAY "STUDENT " TU-CURRENT-STUDENT
               ELSE
                   DISPLAY "STUDENT " TU-CURRENT-STUDENT
                       "   AR CUSTOMER "
                       TU-RG-CUSTOMER-ID (TU-REG-IDX)
               END-IF
           END-IF
           MOVE TU-RG-TERM-ID (TU-REG-IDX) TO TU-RL-TERM-ID
           MOVE TU-RG-COURSE-ID (TU-REG-IDX) TO TU-RL-COURSE-ID
           MOVE TU-RG-CREDIT-HOURS (TU-REG-IDX) TO TU-RL-CREDIT-HOURS
           MOVE TU-RG-AMOUNT (TU-REG-IDX) TO TU-RL-AMOUNT
           MOVE TU-RG-NOTE (TU-REG-IDX) TO TU-RL-NOTE
           IF TU-RG-EXCEPTION (TU-REG-IDX)
               MOVE "------" TO TU-RL-INVOICE-NUMBER
           ELSE
               MOVE TU-RG-INVOICE-NUMBER (TU-REG-IDX)
                   TO TU-RL-INVOICE-NUMBER
               ADD TU-RG-AMOUNT (TU-REG-IDX) TO TU-STUDENT-TOTAL
           END-IF
           DISPLAY TU-REGISTER-LINE.

       7200-PRINT-STUDENT-TOTAL.
           MOVE TU-STUDENT-TOTAL TO TU-AMOUNT-DISPLAY
           DISPLAY "    STUDENT NET BILLED THIS RUN:  "
               TU-AMOUNT-DISPLAY.

       7500-TERMINATE.
           COMPUTE TU-NET-TOTAL = TU-INVOICED-TOTAL + TU-CREDITED-TOTAL
           DISPLAY " "
           DISPLAY "ROSTER SEATS READ:          " TU-ROSTER-READ
           DISPLAY "DROPS READ:                 " TU-DROPS-READ
           MOVE TU-INVOICED-TOTAL TO TU-AMOUNT-DISPLAY
           DISPLAY "INVOICES ISSUED:            " TU-INVOICE-COUNT
               "   AMOUNT " TU-AMOUNT-DISPLAY
           MOVE TU-CREDITED-TOTAL TO TU-AMOUNT-DISPLAY
           DISPLAY "CREDITS ISSUED:             " TU-CREDIT-COUNT
               "   AMOUNT " TU-AMOUNT-DISPLAY
           MOVE TU-NET-TOTAL TO TU-AMOUNT-DISPLAY
           DISPLAY "NET BILLED TO AR:                       "
               TU-AMOUNT-DISPLAY
           DISPLAY "BATCH DETAIL RECORDS:       " TU-DOCUMENT-COUNT
           DISPLAY "SEATS NOT BILLED (EXCEPT):  " TU-EXCEPTION-COUNT
           PERFORM 8100-PRINT-REPORT-FOOTER
           IF TU-EXCEPTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM TUITBILL.
