      ******************************************************************
      * PROGRAM-ID.    EINVOICE
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       NIGHTLY OUTBOUND ELECTRONIC INVOICE INTERFACE FOR
      *                NATIONAL ACCOUNTS.  EVERY OPEN ITEM ON THE OPEN
      *                INVOICE FILE NOT YET SENT WHOSE BILL-TO CUSTOMER
      *                (THE NATIONAL-ACCOUNT PARENT WHEN THE CUSTOMER
      *                HAS ONE, OTHERWISE THE CUSTOMER ITSELF) IS
      *                FLAGGED FOR E-INVOICING GOES OUT AS ONE
      *                ELECTRONIC INVOICE - HEADER, BILL-TO, LINE
      *                DETAIL, TAX AND TOTAL RECORDS - BETWEEN A BATCH
      *                HEADER AND A TRAILER CARRYING THE INVOICE AND
      *                RECORD COUNTS AND THE BATCH TOTAL, IN THE FIXED
      *                LAYOUT AGREED WITH THE PARTNER.  THE ITEM IS
      *                MARKED SENT ON THE OPEN INVOICE FILE AND LOGGED
      *                ON THE TRANSMISSION LOG.  THE PARTNER'S INBOUND
      *                ACKNOWLEDGMENTS ARE MATCHED TO THE LOG, AND ANY
      *                INVOICE STILL NOT ACKNOWLEDGED TWO DAYS AFTER IT
      *                WAS SENT - OR REJECTED BY THE PARTNER - IS
      *                LISTED EVERY NIGHT WITH RETURN CODE 4 SO A
      *                DROPPED TRANSMISSION IS CHASED LONG BEFORE THE
      *                ITEM AGES.  THE LOG IS REWRITTEN AT END OF RUN,
      *                DROPPING ACKNOWLEDGED ENTRIES PAST THE RETENTION
      *                PERIOD, AND THE BATCH NUMBER CONTROL RECORD WITH
      *                THE NEXT NUMBER.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    A NOT-TAXABLE ITEM (TUITION) NOW GOES OUT WITH
      *                  NO TAXABLE AMOUNT AND EXEMPT FLAG N, NOT AS A
      *                  TAXABLE SALE.
      * 10/15/2026 DO    INVOICES THE PARTNER REJECTED ARE LISTED WITH
      *                  THE UNACKNOWLEDGED ONES EVERY NIGHT THEY STAY
      *                  ON THE LOG, AND SET RETURN CODE 4.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EINVOICE.
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
               FILE STATUS IS EI-OPENINV-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS EI-CUSTMAST-STATUS.
           SELECT EINVOICE-OUT-FILE ASSIGN TO "EINVOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EI-EINVOUT-STATUS.
           SELECT EINVOICE-ACK-FILE ASSIGN TO "EINVACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EI-EINVACK-STATUS.
           SELECT EINVOICE-LOG-FILE ASSIGN TO "EINVLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EI-EINVLOG-STATUS.
           SELECT BATCH-CONTROL ASSIGN TO "EINVCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EI-EINVCTL-STATUS.

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

       FD  EINVOICE-OUT-FILE
           RECORDING MODE IS F.
       01  EINVOICE-OUT-RECORD         PIC X(80).

      *-----------------------------------------------------------------
      * PARTNER ACKNOWLEDGMENTS, ONE PER INVOICE RECEIVED: A IS
      * ACCEPTED, R IS REJECTED WITH THE PARTNER'S REASON.
      *-----------------------------------------------------------------
       FD  EINVOICE-ACK-FILE
           RECORDING MODE IS F.
       01  EINVOICE-ACK-RECORD.
           05  AK-INVOICE-NUMBER       PIC 9(06).
           05  AK-BATCH-NUMBER         PIC 9(06).
           05  AK-ACK-STATUS           PIC X(01).
               88  AK-ACCEPTED         VALUE "A".
               88  AK-REJECTED         VALUE "R".
           05  AK-ACK-DATE             PIC 9(08).
           05  AK-REJECT-REASON        PIC X(30).
           05  FILLER                  PIC X(29).

      *-----------------------------------------------------------------
      * TRANSMISSION LOG, ONE ENTRY PER INVOICE SENT.  A BLANK ACK
      * STATUS IS STILL AWAITING THE PARTNER; A AND R ARE AS ON THE
      * ACKNOWLEDGMENT, WITH THE DATE IT CAME IN.
      *-----------------------------------------------------------------
       FD  EINVOICE-LOG-FILE
           RECORDING MODE IS F.
       01  EINVOICE-LOG-RECORD.
           05  EL-INVOICE-NUMBER       PIC 9(06).
           05  EL-CUSTOMER-ID          PIC 9(06).
           05  EL-BILL-TO-ID           PIC 9(06).
           05  EL-BATCH-NUMBER         PIC 9(06).
           05  EL-SENT-DATE            PIC 9(08).
           05  EL-INVOICE-TOTAL        PIC S9(07)V99.
           05  EL-ACK-STATUS           PIC X(01).
               88  EL-ACK-PENDING      VALUE SPACE.
               88  EL-ACK-ACCEPTED     VALUE "A".
               88  EL-ACK-REJECTED     VALUE "R".
           05  EL-ACK-DATE             PIC 9(08).
           05  FILLER                  PIC X(30).

       FD  BATCH-CONTROL
           RECORDING MODE IS F.
       01  BATCH-CONTROL-RECORD.
           05  BC-NEXT-BATCH-NUMBER    PIC 9(06).
           05  FILLER                  PIC X(74).

       FD  RUN-STATUS-FILE
           RECORDING MODE IS F.
       01  RUN-STATUS-RECORD.
           COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RUNSTAWS.
       COPY RPTHDRWS.

       01  EI-OPENINV-STATUS           PIC X(02) VALUE "00".
           88  EI-OPENINV-OK           VALUE "00".
           88  EI-OPENINV-NOTFOUND     VALUE "35".
       01  EI-CUSTMAST-STATUS          PIC X(02) VALUE "00".
           88  EI-CUSTMAST-OK          VALUE "00".
       01  EI-EINVOUT-STATUS           PIC X(02) VALUE "00".
           88  EI-EINVOUT-OK           VALUE "00".
       01  EI-EINVACK-STATUS           PIC X(02) VALUE "00".
           88  EI-EINVACK-OK           VALUE "00".
           88  EI-EINVACK-EOF          VALUE "10".
           88  EI-EINVACK-NOTFOUND     VALUE "35".
       01  EI-EINVLOG-STATUS           PIC X(02) VALUE "00".
           88  EI-EINVLOG-OK           VALUE "00".
           88  EI-EINVLOG-EOF          VALUE "10".
           88  EI-EINVLOG-NOTFOUND     VALUE "35".
       01  EI-EINVCTL-STATUS           PIC X(02) VALUE "00".
           88  EI-EINVCTL-OK           VALUE "00".
           88  EI-EINVCTL-EOF          VALUE "10".
           88  EI-EINVCTL-NOTFOUND     VALUE "35".

       01  EI-SWITCHES.
           05  EI-LOG-EOF-SWITCH       PIC X(01) VALUE "N".
               88  EI-LOG-END          VALUE "Y".
           05  EI-ACK-EOF-SWITCH       PIC X(01) VALUE "N".
               88  EI-ACK-END          VALUE "Y".
           05  EI-INVOICE-EOF-SWITCH   PIC X(01) VALUE "N".
               88  EI-INVOICE-END      VALUE "Y".
           05  EI-INVOICES-SWITCH      PIC X(01) VALUE "N".
               88  EI-INVOICES-OPEN    VALUE "Y".
           05  EI-BILL-TO-SWITCH       PIC X(01) VALUE "N".
               88  EI-BILL-TO-FOUND    VALUE "Y".

      *-----------------------------------------------------------------
      * POLICY.  THE PARTNER MUST ACKNOWLEDGE AN INVOICE WITHIN THIS
      * MANY DAYS OF ITS TRANSMISSION; THE DUE DATE SENT IS THE
      * INVOICE DATE PLUS THE TERMS DAYS (THE SAME 30 DAYS FINCHG
      * GRANTS); AN ACKNOWLEDGED LOG ENTRY IS KEPT THIS MANY DAYS
      * AFTER ITS ACKNOWLEDGMENT FOR INQUIRY, THEN DROPPED.
      *-----------------------------------------------------------------
       01  EI-ACK-DAYS                 PIC 9(03) VALUE 2.
       01  EI-TERMS-DAYS               PIC 9(03) VALUE 30.
       01  EI-RETAIN-DAYS              PIC 9(03) VALUE 30.

      *-----------------------------------------------------------------
      * SENDER IDENTIFICATION ON THE BATCH HEADER, AS REGISTERED WITH
      * THE PARTNER, AND THE DESCRIPTION CARRIED ON THE LINE DETAIL.
      *-----------------------------------------------------------------
       01  EI-SENDER-ID                PIC X(10) VALUE "ENTBATCH01".
       01  EI-SENDER-NAME              PIC X(16) VALUE
           "ENTERPRISE BATCH".
       01  EI-LINE-DESCRIPTION         PIC X(30) VALUE
           "MERCHANDISE AND SERVICES".

       01  EI-COUNTERS.
           05  EI-LOG-COUNT            PIC 9(04) COMP VALUE 0.
           05  EI-MAX-LOG              PIC 9(04) COMP VALUE 5000.
           05  EI-LOG-IDX              PIC 9(04) COMP VALUE 0.
           05  EI-LOG-FOUND-IDX        PIC 9(04) COMP VALUE 0.
           05  EI-ITEMS-READ           PIC 9(07) COMP VALUE 0.
           05  EI-INVOICE-COUNT        PIC 9(07) COMP VALUE 0.
           05  EI-RECORD-COUNT         PIC 9(07) COMP VALUE 0.
           05  EI-HELD-COUNT           PIC 9(05) COMP VALUE 0.
           05  EI-NO-CUSTOMER-COUNT    PIC 9(05) COMP VALUE 0.
           05  EI-ACK-COUNT            PIC 9(05) COMP VALUE 0.
           05  EI-ACCEPTED-COUNT       PIC 9(05) COMP VALUE 0.
           05  EI-REJECTED-COUNT       PIC 9(05) COMP VALUE 0.
           05  EI-UNMATCHED-ACKS       PIC 9(05) COMP VALUE 0.
           05  EI-OVERDUE-COUNT        PIC 9(05) COMP VALUE 0.
           05  EI-REJECT-LISTED-COUNT  PIC 9(05) COMP VALUE 0.
           05  EI-LISTED-COUNT         PIC 9(05) COMP VALUE 0.
           05  EI-DROPPED-COUNT        PIC 9(05) COMP VALUE 0.

       01  EI-DATE-WORK.
           05  EI-RUN-DATE             PIC 9(08) VALUE 0.
           05  EI-RUN-TIME             PIC 9(06) VALUE 0.
           05  EI-RUN-INTEGER          PIC 9(07) VALUE 0.
           05  EI-WORK-INTEGER         PIC 9(07) VALUE 0.
           05  EI-DAYS-WAITING         PIC 9(05) VALUE 0.

       01  EI-WORK-FIELDS.
           05  EI-BATCH-NUMBER         PIC 9(06) VALUE 0.
           05  EI-BILL-TO-ID           PIC 9(06) VALUE 0.
           05  EI-INVOICE-TOTAL        PIC S9(07)V99 VALUE 0.

       01  EI-RUN-TOTALS.
           05  EI-BATCH-TOTAL          PIC S9(11)V99 COMP-3 VALUE 0.

       01  EI-LOG-TABLE.
           05  EI-LOG-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON EI-LOG-COUNT
                   INDEXED BY EI-LG-IDX.
               10  EI-LG-INVOICE       PIC 9(06).
               10  EI-LG-CUSTOMER-ID   PIC 9(06).
               10  EI-LG-BILL-TO-ID    PIC 9(06).
               10  EI-LG-BATCH         PIC 9(06).
               10  EI-LG-SENT-DATE     PIC 9(08).
               10  EI-LG-TOTAL         PIC S9(07)V99.
               10  EI-LG-ACK-STATUS    PIC X(01).
               10  EI-LG-ACK-DATE      PIC 9(08).

      *-----------------------------------------------------------------
      * OUTBOUND FILE RECORDS, 80 BYTES, TWO-DIGIT RECORD TYPE FIRST:
      *   00 BATCH HEADER          10 INVOICE HEADER
      *   20 BILL-TO               30 LINE DETAIL
      *   40 TAX                   50 INVOICE TOTAL
      *   99 BATCH TRAILER - INVOICE COUNT, RECORD COUNT INCLUDING
      *      THE HEADER AND TRAILER, AND THE BATCH TOTAL.
      * AMOUNTS CARRY A LEADING SEPARATE SIGN.
      *-----------------------------------------------------------------
       01  EI-BATCH-HEADER.
           05  EI-BH-RECORD-TYPE       PIC X(02) VALUE "00".
           05  EI-BH-SENDER-ID         PIC X(10).
           05  EI-BH-SENDER-NAME       PIC X(16).
           05  EI-BH-BATCH-NUMBER      PIC 9(06).
           05  EI-BH-CREATE-DATE       PIC 9(08).
           05  EI-BH-CREATE-TIME       PIC 9(06).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  EI-INVOICE-HEADER.
           05  EI-IH-RECORD-TYPE       PIC X(02) VALUE "10".
           05  EI-IH-INVOICE-NUMBER    PIC 9(06).
           05  EI-IH-INVOICE-DATE      PIC 9(08).
           05  EI-IH-DUE-DATE          PIC 9(08).
           05  EI-IH-SHIP-TO-ID        PIC 9(06).
           05  EI-IH-CURRENCY          PIC X(03).
           05  FILLER                  PIC X(47) VALUE SPACES.

       01  EI-BILL-TO-RECORD.
           05  EI-BT-RECORD-TYPE       PIC X(02) VALUE "20".
           05  EI-BT-BILL-TO-ID        PIC 9(06).
           05  EI-BT-NAME              PIC X(25).
           05  EI-BT-ADDRESS           PIC X(25).
           05  EI-BT-CITY              PIC X(15).
           05  EI-BT-STATE             PIC X(02).
           05  EI-BT-ZIP               PIC 9(05).

       01  EI-LINE-DETAIL.
           05  EI-LD-RECORD-TYPE       PIC X(02) VALUE "30".
           05  EI-LD-INVOICE-NUMBER    PIC 9(06).
           05  EI-LD-LINE-NUMBER       PIC 9(03).
           05  EI-LD-DESCRIPTION       PIC X(30).
           05  EI-LD-QUANTITY          PIC 9(05).
           05  EI-LD-UNIT-PRICE        PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  EI-LD-LINE-AMOUNT       PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(14) VALUE SPACES.

       01  EI-TAX-RECORD.
           05  EI-TX-RECORD-TYPE       PIC X(02) VALUE "40".
           05  EI-TX-INVOICE-NUMBER    PIC 9(06).
           05  EI-TX-TAXABLE-AMOUNT    PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  EI-TX-TAX-AMOUNT        PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  EI-TX-EXEMPT-FLAG       PIC X(01).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  EI-TOTAL-RECORD.
           05  EI-IT-RECORD-TYPE       PIC X(02) VALUE "50".
           05  EI-IT-INVOICE-NUMBER    PIC 9(06).
           05  EI-IT-LINE-COUNT        PIC 9(03).
           05  EI-IT-INVOICE-TOTAL     PIC S9(07)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  EI-BATCH-TRAILER.
           05  EI-BX-RECORD-TYPE       PIC X(02) VALUE "99".
           05  EI-BX-BATCH-NUMBER      PIC 9(06).
           05  EI-BX-INVOICE-COUNT     PIC 9(07).
           05  EI-BX-RECORD-COUNT      PIC 9(07).
           05  EI-BX-BATCH-TOTAL       PIC S9(11)V99
                                       SIGN IS LEADING SEPARATE.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  EI-SENT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE "SENT    ".
           05  EI-SL-INVOICE           PIC 9(06).
           05  FILLER                  PIC X(07) VALUE "  CUST ".
           05  EI-SL-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(10) VALUE "  BILL-TO ".
           05  EI-SL-BILL-TO-ID        PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EI-SL-AMOUNT            PIC $$,$$$,$$9.99-.

       01  EI-NOTE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  EI-NL-ACTION            PIC X(16).
           05  FILLER                  PIC X(08) VALUE "INVOICE ".
           05  EI-NL-INVOICE           PIC 9(06).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EI-NL-TEXT              PIC X(40).

       01  EI-OVERDUE-HEADING.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(55) VALUE
               "INVOICES NOT ACKNOWLEDGED OR REJECTED BY THE PARTNER".

       01  EI-OVERDUE-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  EI-OL-INVOICE           PIC 9(06).
           05  FILLER                  PIC X(07) VALUE "  CUST ".
           05  EI-OL-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(08) VALUE "  BATCH ".
           05  EI-OL-BATCH             PIC 9(06).
           05  FILLER                  PIC X(07) VALUE "  SENT ".
           05  EI-OL-SENT-DATE         PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EI-OL-DAYS              PIC ZZZZ9.
           05  FILLER                  PIC X(06) VALUE " DAYS ".
           05  EI-OL-AMOUNT            PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  EI-OL-FLAG              PIC X(08).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-ACKNOWLEDGMENTS
           IF EI-INVOICES-OPEN
               PERFORM 3000-CONSIDER-ONE-ITEM
                   UNTIL EI-INVOICE-END
           END-IF
           PERFORM 4000-WRITE-BATCH-TRAILER
           PERFORM 5000-LIST-UNACKNOWLEDGED
           PERFORM 6000-REWRITE-FILES
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "EINVOICE" TO RW-PROGRAM-NAME
           PERFORM 8500-WRITE-RUN-START
           MOVE "EINVOICE" TO RH-PROGRAM-NAME
           MOVE "ELECTRONIC INVOICE TRANSMISSION" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           MOVE RH-RUN-DATE TO EI-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO EI-RUN-TIME
           COMPUTE EI-RUN-INTEGER =
               FUNCTION INTEGER-OF-DATE(EI-RUN-DATE)
           PERFORM 1100-LOAD-LOG
           PERFORM 1200-GET-BATCH-NUMBER
           OPEN I-O OPEN-INVOICE-FILE
           IF EI-OPENINV-NOTFOUND
               SET EI-INVOICE-END TO TRUE
               DISPLAY "EINVOICE: NO OPEN INVOICE FILE - NO ITEMS "
                   "TO SEND"
           ELSE
               IF NOT EI-OPENINV-OK
                   MOVE "EINVOICE" TO AB-PROGRAM-ID
                   MOVE "OPENINV" TO AB-FILE-NAME
                   MOVE "OPEN I-O" TO AB-OPERATION
                   MOVE EI-OPENINV-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               SET EI-INVOICES-OPEN TO TRUE
           END-IF
           OPEN INPUT CUSTOMER-MASTER
           IF NOT EI-CUSTMAST-OK
               MOVE "EINVOICE" TO AB-PROGRAM-ID
               MOVE "CUSTMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE EI-CUSTMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN OUTPUT EINVOICE-OUT-FILE
           IF NOT EI-EINVOUT-OK
               MOVE "EINVOICE" TO AB-PROGRAM-ID
               MOVE "EINVOUT" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE EI-EINVOUT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE EI-SENDER-ID TO EI-BH-SENDER-ID
           MOVE EI-SENDER-NAME TO EI-BH-SENDER-NAME
           MOVE EI-BATCH-NUMBER TO EI-BH-BATCH-NUMBER
           MOVE EI-RUN-DATE TO EI-BH-CREATE-DATE
           MOVE EI-RUN-TIME TO EI-BH-CREATE-TIME
           WRITE EINVOICE-OUT-RECORD FROM EI-BATCH-HEADER
           ADD 1 TO EI-RECORD-COUNT.

      *-----------------------------------------------------------------
      * THE TRANSMISSION LOG IS REWRITTEN FROM THIS TABLE AT END OF
      * RUN, SO A LOG THAT OUTGROWS THE TABLE MUST STOP THE RUN.  A
      * MISSING LOG MEANS NOTHING HAS BEEN SENT YET.
      *-----------------------------------------------------------------
       1100-LOAD-LOG.
           MOVE 1 TO EI-LOG-COUNT
           OPEN INPUT EINVOICE-LOG-FILE
           IF EI-EINVLOG-NOTFOUND
               SET EI-LOG-END TO TRUE
               DISPLAY "EINVOICE: NO TRANSMISSION LOG - STARTING "
                   "A NEW ONE"
           ELSE
               IF NOT EI-EINVLOG-OK AND NOT EI-EINVLOG-EOF
                   MOVE "EINVOICE" TO AB-PROGRAM-ID
                   MOVE "EINVLOG" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE EI-EINVLOG-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-LOG
               PERFORM 1110-STORE-LOG-ENTRY
                   UNTIL EI-LOG-END
                       OR EI-LOG-COUNT > EI-MAX-LOG
               IF NOT EI-LOG-END
                   DISPLAY "EINVOICE: TRANSMISSION LOG TABLE FULL AT "
                       EI-MAX-LOG " - RUN STOPPED BEFORE THE "
                       "REWRITE COULD TRUNCATE THE FILE"
                   MOVE "EINVOICE" TO AB-PROGRAM-ID
                   MOVE "EINVLOG" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE EI-EINVLOG-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE EINVOICE-LOG-FILE
           END-IF
           IF EI-LOG-COUNT > 1
               SUBTRACT 1 FROM EI-LOG-COUNT
           ELSE
               MOVE 0 TO EI-LOG-COUNT
           END-IF.

       1110-STORE-LOG-ENTRY.
           MOVE EL-INVOICE-NUMBER TO EI-LG-INVOICE (EI-LOG-COUNT)
           MOVE EL-CUSTOMER-ID TO EI-LG-CUSTOMER-ID (EI-LOG-COUNT)
           MOVE EL-BILL-TO-ID TO EI-LG-BILL-TO-ID (EI-LOG-COUNT)
           MOVE EL-BATCH-NUMBER TO EI-LG-BATCH (EI-LOG-COUNT)
           MOVE EL-SENT-DATE TO EI-LG-SENT-DATE (EI-LOG-COUNT)
           MOVE EL-INVOICE-TOTAL TO EI-LG-TOTAL (EI-LOG-COUNT)
           MOVE EL-ACK-STATUS TO EI-LG-ACK-STATUS (EI-LOG-COUNT)
           MOVE EL-ACK-DATE TO EI-LG-ACK-DATE (EI-LOG-COUNT)
           ADD 1 TO EI-LOG-COUNT
           PERFORM 1190-READ-LOG.

       1190-READ-LOG.
           READ EINVOICE-LOG-FILE
               AT END
                   SET EI-LOG-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE NEXT BATCH NUMBER LIVES ON THE EINVCTL CONTROL RECORD SO
      * THE PARTNER NEVER SEES THE SAME BATCH NUMBER TWICE.
      *-----------------------------------------------------------------
       1200-GET-BATCH-NUMBER.
           MOVE 1 TO EI-BATCH-NUMBER
           OPEN INPUT BATCH-CONTROL
           IF NOT EI-EINVCTL-NOTFOUND
               IF NOT EI-EINVCTL-OK AND NOT EI-EINVCTL-EOF
                   MOVE "EINVOICE" TO AB-PROGRAM-ID
                   MOVE "EINVCTL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE EI-EINVCTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ BATCH-CONTROL
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BC-NEXT-BATCH-NUMBER > 0
                           MOVE BC-NEXT-BATCH-NUMBER
                               TO EI-BATCH-NUMBER
                       END-IF
               END-READ
               CLOSE BATCH-CONTROL
           END-IF.

      *-----------------------------------------------------------------
      * EACH ACKNOWLEDGMENT CLOSES THE LOG ENTRY FOR ITS INVOICE THAT
      * IS STILL AWAITING ONE.  A REJECTION IS LISTED WITH THE
      * PARTNER'S REASON; THE ITEM STAYS MARKED SENT, SO IT IS FOLLOWED
      * UP BY HAND RATHER THAN RESENT UNCHANGED.
      *-----------------------------------------------------------------
       2000-APPLY-ACKNOWLEDGMENTS.
           OPEN INPUT EINVOICE-ACK-FILE
           IF EI-EINVACK-NOTFOUND
               DISPLAY "EINVOICE: NO ACKNOWLEDGMENT FILE TONIGHT"
           ELSE
               IF NOT EI-EINVACK-OK AND NOT EI-EINVACK-EOF
                   MOVE "EINVOICE" TO AB-PROGRAM-ID
                   MOVE "EINVACK" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE EI-EINVACK-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-ACK
               PERFORM 2100-APPLY-ONE-ACK
                   UNTIL EI-ACK-END
               CLOSE EINVOICE-ACK-FILE
           END-IF.

       2100-APPLY-ONE-ACK.
           ADD 1 TO EI-ACK-COUNT
           MOVE AK-INVOICE-NUMBER TO EI-NL-INVOICE
           PERFORM 2150-FIND-PENDING-ENTRY
           EVALUATE TRUE
               WHEN EI-LOG-FOUND-IDX = 0
                   ADD 1 TO EI-UNMATCHED-ACKS
                   MOVE "ACK NOT MATCHED" TO EI-NL-ACTION
                   MOVE "NO INVOICE AWAITING ACKNOWLEDGMENT"
                       TO EI-NL-TEXT
                   DISPLAY EI-NOTE-LINE
               WHEN AK-ACCEPTED
                   MOVE "A" TO EI-LG-ACK-STATUS (EI-LOG-FOUND-IDX)
                   MOVE AK-ACK-DATE TO EI-LG-ACK-DATE (EI-LOG-FOUND-IDX)
                   ADD 1 TO EI-ACCEPTED-COUNT
               WHEN AK-REJECTED
                   MOVE "R" TO EI-LG-ACK-STATUS (EI-LOG-FOUND-IDX)
                   MOVE AK-ACK-DATE TO EI-LG-ACK-DATE (EI-LOG-FOUND-IDX)
                   ADD 1 TO EI-REJECTED-COUNT
                   MOVE "REJECTED" TO EI-NL-ACTION
                   MOVE AK-REJECT-REASON TO EI-NL-TEXT
                   DISPLAY EI-NOTE-LINE
               WHEN OTHER
                   ADD 1 TO EI-UNMATCHED-ACKS
                   MOVE "ACK NOT APPLIED" TO EI-NL-ACTION
                   MOVE "ACKNOWLEDGMENT STATUS NOT A OR R"
                       TO EI-NL-TEXT
                   DISPLAY EI-NOTE-LINE
           END-EVALUATE
           PERFORM 2900-READ-ACK.

       2150-FIND-PENDING-ENTRY.
           MOVE 0 TO EI-LOG-FOUND-IDX
           PERFORM 2160-COMPARE-ENTRY
               VARYING EI-LOG-IDX FROM 1 BY 1
               UNTIL EI-LOG-IDX > EI-LOG-COUNT
                   OR EI-LOG-FOUND-IDX NOT = 0.

       2160-COMPARE-ENTRY.
           IF EI-LG-INVOICE (EI-LOG-IDX) = AK-INVOICE-NUMBER
                   AND EI-LG-ACK-STATUS (EI-LOG-IDX) = SPACE
               MOVE EI-LOG-IDX TO EI-LOG-FOUND-IDX
           END-IF.

       2900-READ-ACK.
           READ EINVOICE-ACK-FILE
               AT END
                   SET EI-ACK-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * AN OPEN ITEM NOT YET SENT IS SENT WHEN ITS BILL-TO CUSTOMER
      * TAKES ELECTRONIC INVOICES.  CREDITS ARE NOT INVOICES AND ARE
      * LEFT ALONE.  IF THE LOG HAS NO ROOM THE ITEM IS HELD UNSENT
      * FOR THE NEXT RUN RATHER THAN SENT WITHOUT BEING WATCHED.
      *-----------------------------------------------------------------
       3000-CONSIDER-ONE-ITEM.
           READ OPEN-INVOICE-FILE NEXT RECORD
               AT END
                   SET EI-INVOICE-END TO TRUE
           END-READ
           IF NOT EI-INVOICE-END
               ADD 1 TO EI-ITEMS-READ
               IF OI-OPEN OF OPEN-INVOICE-RECORD
                       AND NOT OI-EINVOICE-SENT OF OPEN-INVOICE-RECORD
                       AND OI-INVOICE-AMOUNT OF OPEN-INVOICE-RECORD
                           + OI-TAX-AMOUNT OF OPEN-INVOICE-RECORD > 0
                   PERFORM 3100-FIND-BILL-TO
                   IF EI-BILL-TO-FOUND
                       IF CM-EINVOICE-YES OF CUSTOMER-MASTER-RECORD
                           IF EI-LOG-COUNT < EI-MAX-LOG
                               PERFORM 3200-SEND-INVOICE
                           ELSE
                               ADD 1 TO EI-HELD-COUNT
                               MOVE "HELD" TO EI-NL-ACTION
                               MOVE OI-INVOICE-NUMBER
                                   OF OPEN-INVOICE-RECORD
                                   TO EI-NL-INVOICE
                               MOVE "TRANSMISSION LOG FULL"
                                   TO EI-NL-TEXT
                               DISPLAY EI-NOTE-LINE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THE BILL-TO IS THE NATIONAL-ACCOUNT PARENT WHEN THE CUSTOMER
      * HAS ONE.  AN ITEM WHOSE CUSTOMER OR PARENT IS MISSING FROM THE
      * MASTER IS COUNTED AND LEFT UNSENT - THE INTEGRITY CHECK LISTS
      * SUCH ITEMS.
      *-----------------------------------------------------------------
       3100-FIND-BILL-TO.
           MOVE "N" TO EI-BILL-TO-SWITCH
           MOVE OI-CUSTOMER-ID OF OPEN-INVOICE-RECORD
               TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET EI-BILL-TO-FOUND TO TRUE
           END-READ
           IF EI-BILL-TO-FOUND
                   AND CM-PARENT-ID OF CUSTOMER-MASTER-RECORD NOT = 0
               MOVE "N" TO EI-BILL-TO-SWITCH
               MOVE CM-PARENT-ID OF CUSTOMER-MASTER-RECORD
                   TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET EI-BILL-TO-FOUND TO TRUE
               END-READ
           END-IF
           IF EI-BILL-TO-FOUND
               MOVE CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
                   TO EI-BILL-TO-ID
           ELSE
               ADD 1 TO EI-NO-CUSTOMER-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * ONE ELECTRONIC INVOICE.  THE OPEN ITEM IS A SINGLE CHARGE, SO
      * IT GOES OUT AS ONE LINE FOR THE AMOUNT BEFORE TAX, THEN THE
      * TAX, THEN THE TOTAL THE CUSTOMER OWES.
      *-----------------------------------------------------------------
       3200-SEND-INVOICE.
           COMPUTE EI-INVOICE-TOTAL =
               OI-INVOICE-AMOUNT OF OPEN-INVOICE-RECORD
               + OI-TAX-AMOUNT OF OPEN-INVOICE-RECORD
           MOVE OI-INVOICE-NUMBER OF OPEN-INVOICE-RECORD
               TO EI-IH-INVOICE-NUMBER
           MOVE OI-INVOICE-DATE OF OPEN-INVOICE-RECORD
               TO EI-IH-INVOICE-DATE
           COMPUTE EI-WORK-INTEGER =
               FUNCTION INTEGER-OF-DATE
                   (OI-INVOICE-DATE OF OPEN-INVOICE-RECORD)
               + EI-TERMS-DAYS
           COMPUTE EI-IH-DUE-DATE =
               FUNCTION DATE-OF-INTEGER(EI-WORK-INTEGER)
           MOVE OI-CUSTOMER-ID OF OPEN-INVOICE-RECORD
               TO EI-IH-SHIP-TO-ID
           MOVE "USD" TO EI-IH-CURRENCY
           WRITE EINVOICE-OUT-RECORD FROM EI-INVOICE-HEADER
           MOVE EI-BILL-TO-ID TO EI-BT-BILL-TO-ID
           MOVE CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
               TO EI-BT-NAME
           MOVE CM-CUSTOMER-ADDRESS OF CUSTOMER-MASTER-RECORD
               TO EI-BT-ADDRESS
           MOVE CM-CUSTOMER-CITY OF CUSTOMER-MASTER-RECORD
               TO EI-BT-CITY
           MOVE CM-CUSTOMER-STATE OF CUSTOMER-MASTER-RECORD
               TO EI-BT-STATE
           MOVE CM-CUSTOMER-ZIP OF CUSTOMER-MASTER-RECORD
               TO EI-BT-ZIP
           WRITE EINVOICE-OUT-RECORD FROM EI-BILL-TO-RECORD
           MOVE OI-INVOICE-NUMBER OF OPEN-INVOICE-RECORD
               TO EI-LD-INVOICE-NUMBER
           MOVE 1 TO EI-LD-LINE-NUMBER
           MOVE EI-LINE-DESCRIPTION TO EI-LD-DESCRIPTION
           MOVE 1 TO EI-LD-QUANTITY
           MOVE OI-INVOICE-AMOUNT OF OPEN-INVOICE-RECORD
               TO EI-LD-UNIT-PRICE
           MOVE OI-INVOICE-AMOUNT OF OPEN-INVOICE-RECORD
               TO EI-LD-LINE-AMOUNT
           WRITE EINVOICE-OUT-RECORD FROM EI-LINE-DETAIL
           MOVE OI-INVOICE-NUMBER OF OPEN-INVOICE-RECORD
               TO EI-TX-INVOICE-NUMBER
           IF OI-TAX-EXEMPT OF OPEN-INVOICE-RECORD
                   OR OI-NOT-TAXABLE OF OPEN-INVOICE-RECORD
               MOVE 0 TO EI-TX-TAXABLE-AMOUNT
               MOVE OI-TAX-EXEMPT-FLAG OF OPEN-INVOICE-RECORD
                   TO EI-TX-EXEMPT-FLAG
           ELSE
               MOVE OI-INVOICE-AMOUNT OF OPEN-INVOICE-RECORD
                   TO EI-TX-TAXABLE-AMOUNT
               MOVE SPACE TO EI-TX-EXEMPT-FLAG
           END-IF
           MOVE OI-TAX-AMOUNT OF OPEN-INVOICE-RECORD
               TO EI-TX-TAX-AMOUNT
           WRITE EINVOICE-OUT-RECORD FROM EI-TAX-RECORD
           MOVE OI-INVOICE-NUMBER OF OPEN-INVOICE-RECORD
               TO EI-IT-INVOICE-NUMBER
           MOVE 1 TO EI-IT-LINE-COUNT
           MOVE EI-INVOICE-TOTAL TO EI-IT-INVOICE-TOTAL
           WRITE EINVOICE-OUT-RECORD FROM EI-TOTAL-RECORD
           ADD 5 TO EI-RECORD-COUNT
           ADD 1 TO EI-INVOICE-COUNT
           ADD EI-INVOICE-TOTAL TO EI-BATCH-TOTAL
           MOVE "S" TO OI-EINVOICE-STATUS OF OPEN-INVOICE-RECORD
           REWRITE OPEN-INVOICE-RECORD
           IF NOT EI-OPENINV-OK
               MOVE "EINVOICE" TO AB-PROGRAM-ID
               MOVE "OPENINV" TO AB-FILE-NAME
               MOVE "REWRITE" TO AB-OPERATION
               MOVE EI-OPENINV-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           ADD 1 TO EI-LOG-COUNT
           MOVE OI-INVOICE-NUMBER OF OPEN-INVOICE-RECORD
               TO EI-LG-INVOICE (EI-LOG-COUNT)
           MOVE OI-CUSTOMER-ID OF OPEN-INVOICE-RECORD
               TO EI-LG-CUSTOMER-ID (EI-LOG-COUNT)
           MOVE EI-BILL-TO-ID TO EI-LG-BILL-TO-ID (EI-LOG-COUNT)
           MOVE EI-BATCH-NUMBER TO EI-LG-BATCH (EI-LOG-COUNT)
           MOVE EI-RUN-DATE TO EI-LG-SENT-DATE (EI-LOG-COUNT)
           MOVE EI-INVOICE-TOTAL TO EI-LG-TOTAL (EI-LOG-COUNT)
           MOVE SPACE TO EI-LG-ACK-STATUS (EI-LOG-COUNT)
           MOVE 0 TO EI-LG-ACK-DATE (EI-LOG-COUNT)
           MOVE OI-INVOICE-NUMBER OF OPEN-INVOICE-RECORD
               TO EI-SL-INVOICE
           MOVE OI-CUSTOMER-ID OF OPEN-INVOICE-RECORD
               TO EI-SL-CUSTOMER-ID
           MOVE EI-BILL-TO-ID TO EI-SL-BILL-TO-ID
           MOVE EI-INVOICE-TOTAL TO EI-SL-AMOUNT
           DISPLAY EI-SENT-LINE.

       4000-WRITE-BATCH-TRAILER.
           ADD 1 TO EI-RECORD-COUNT
           MOVE EI-BATCH-NUMBER TO EI-BX-BATCH-NUMBER
           MOVE EI-INVOICE-COUNT TO EI-BX-INVOICE-COUNT
           MOVE EI-RECORD-COUNT TO EI-BX-RECORD-COUNT
           MOVE EI-BATCH-TOTAL TO EI-BX-BATCH-TOTAL
           WRITE EINVOICE-OUT-RECORD FROM EI-BATCH-TRAILER
           CLOSE EINVOICE-OUT-FILE
           CLOSE CUSTOMER-MASTER
           IF EI-INVOICES-OPEN
               CLOSE OPEN-INVOICE-FILE
           END-IF.

      *-----------------------------------------------------------------
      * EVERY INVOICE STILL AWAITING ITS ACKNOWLEDGMENT PAST THE
      * ALLOWED DAYS IS LISTED, NIGHT AFTER NIGHT, UNTIL THE PARTNER
      * ACKNOWLEDGES IT.  A REJECTED INVOICE IS LISTED EVERY NIGHT
      * UNTIL ITS LOG ENTRY PASSES THE RETENTION PERIOD.
      *-----------------------------------------------------------------
       5000-LIST-UNACKNOWLEDGED.
           IF EI-LOG-COUNT > 0
               PERFORM 5100-CHECK-ONE-ENTRY
                   VARYING EI-LOG-IDX FROM 1 BY 1
                   UNTIL EI-LOG-IDX > EI-LOG-COUNT
           END-IF.

       5100-CHECK-ONE-ENTRY.
           IF EI-LG-ACK-STATUS (EI-LOG-IDX) = SPACE
                   OR EI-LG-ACK-STATUS (EI-LOG-IDX) = "R"
               COMPUTE EI-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (EI-LG-SENT-DATE (EI-LOG-IDX))
               COMPUTE EI-DAYS-WAITING =
                   EI-RUN-INTEGER - EI-WORK-INTEGER
               IF EI-LG-ACK-STATUS (EI-LOG-IDX) = "R"
                   ADD 1 TO EI-REJECT-LISTED-COUNT
                   MOVE "REJECTED" TO EI-OL-FLAG
                   PERFORM 5200-LIST-ENTRY
               ELSE
                   IF EI-DAYS-WAITING > EI-ACK-DAYS
                       ADD 1 TO EI-OVERDUE-COUNT
                       MOVE SPACES TO EI-OL-FLAG
                       PERFORM 5200-LIST-ENTRY
                   END-IF
               END-IF
           END-IF.

       5200-LIST-ENTRY.
           IF EI-LISTED-COUNT = 0
               DISPLAY " "
               DISPLAY EI-OVERDUE-HEADING
           END-IF
           ADD 1 TO EI-LISTED-COUNT
           MOVE EI-LG-INVOICE (EI-LOG-IDX) TO EI-OL-INVOICE
           MOVE EI-LG-CUSTOMER-ID (EI-LOG-IDX) TO EI-OL-CUSTOMER-ID
           MOVE EI-LG-BATCH (EI-LOG-IDX) TO EI-OL-BATCH
           MOVE EI-LG-SENT-DATE (EI-LOG-IDX) TO EI-OL-SENT-DATE
           MOVE EI-DAYS-WAITING TO EI-OL-DAYS
           MOVE EI-LG-TOTAL (EI-LOG-IDX) TO EI-OL-AMOUNT
           DISPLAY EI-OVERDUE-LINE.

      *-----------------------------------------------------------------
      * AN ACKNOWLEDGED ENTRY PAST THE RETENTION PERIOD IS DROPPED;
      * ENTRIES STILL AWAITING AN ACKNOWLEDGMENT ARE ALWAYS KEPT.
      *-----------------------------------------------------------------
       6000-REWRITE-FILES.
           OPEN OUTPUT EINVOICE-LOG-FILE
           IF NOT EI-EINVLOG-OK
               MOVE "EINVOICE" TO AB-PROGRAM-ID
               MOVE "EINVLOG" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE EI-EINVLOG-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF EI-LOG-COUNT > 0
               PERFORM 6100-WRITE-LOG-ENTRY
                   VARYING EI-LOG-IDX FROM 1 BY 1
                   UNTIL EI-LOG-IDX > EI-LOG-COUNT
           END-IF
           CLOSE EINVOICE-LOG-FILE
           OPEN OUTPUT BATCH-CONTROL
           IF NOT EI-EINVCTL-OK
               MOVE "EINVOICE" TO AB-PROGRAM-ID
               MOVE "EINVCTL" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE EI-EINVCTL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE SPACES TO BATCH-CONTROL-RECORD
           COMPUTE BC-NEXT-BATCH-NUMBER = EI-BATCH-NUMBER + 1
           WRITE BATCH-CONTROL-RECORD
           CLOSE BATCH-CONTROL.

       6100-WRITE-LOG-ENTRY.
           IF EI-LG-ACK-STATUS (EI-LOG-IDX) NOT = SPACE
               COMPUTE EI-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE
                       (EI-LG-ACK-DATE (EI-LOG-IDX))
                   + EI-RETAIN-DAYS
           END-IF
           IF EI-LG-ACK-STATUS (EI-LOG-IDX) NOT = SPACE
                   AND EI-WORK-INTEGER < EI-RUN-INTEGER
               ADD 1 TO EI-DROPPED-COUNT
           ELSE
               MOVE SPACES TO EINVOICE-LOG-RECORD
               MOVE EI-LG-INVOICE (EI-LOG-IDX) TO EL-INVOICE-NUMBER
               MOVE EI-LG-CUSTOMER-ID (EI-LOG-IDX) TO EL-CUSTOMER-ID
               MOVE EI-LG-BILL-TO-ID (EI-LOG-IDX) TO EL-BILL-TO-ID
               MOVE EI-LG-BATCH (EI-LOG-IDX) TO EL-BATCH-NUMBER
               MOVE EI-LG-SENT-DATE (EI-LOG-IDX) TO EL-SENT-DATE
               MOVE EI-LG-TOTAL (EI-LOG-IDX) TO EL-INVOICE-TOTAL
               MOVE EI-LG-ACK-STATUS (EI-LOG-IDX) TO EL-ACK-STATUS
               MOVE EI-LG-ACK-DATE (EI-LOG-IDX) TO EL-ACK-DATE
               WRITE EINVOICE-LOG-RECORD
           END-IF.

       9000-TERMINATE.
           DISPLAY " "
           DISPLAY "BATCH NUMBER:         " EI-BATCH-NUMBER
           DISPLAY "OPEN ITEMS READ:      " EI-ITEMS-READ
           DISPLAY "INVOICES SENT:        " EI-INVOICE-COUNT
           DISPLAY "RECORDS WRITTEN:      " EI-RECORD-COUNT
           DISPLAY "BATCH TOTAL:          " EI-BATCH-TOTAL
           DISPLAY "HELD - LOG FULL:      " EI-HELD-COUNT
           DISPLAY "NO CUSTOMER/PARENT:   " EI-NO-CUSTOMER-COUNT
           DISPLAY "ACKS RECEIVED:        " EI-ACK-COUNT
           DISPLAY "ACKS ACCEPTED:        " EI-ACCEPTED-COUNT
           DISPLAY "ACKS REJECTED:        " EI-REJECTED-COUNT
           DISPLAY "ACKS NOT MATCHED:     " EI-UNMATCHED-ACKS
           DISPLAY "NOT ACKNOWLEDGED:     " EI-OVERDUE-COUNT
           DISPLAY "REJECTED ON LOG:      " EI-REJECT-LISTED-COUNT
           DISPLAY "LOG ENTRIES DROPPED:  " EI-DROPPED-COUNT
           PERFORM 8100-PRINT-REPORT-FOOTER
           IF EI-OVERDUE-COUNT > 0
                   OR EI-REJECTED-COUNT > 0
                   OR EI-REJECT-LISTED-COUNT > 0
                   OR EI-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE EI-ITEMS-READ TO RW-READ-COUNT
           MOVE EI-INVOICE-COUNT TO RW-WRITE-COUNT
           MOVE EI-NO-CUSTOMER-COUNT TO RW-REJECT-COUNT
           PERFORM 8600-WRITE-RUN-END.

       COPY RUNSTAPR.
       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM EINVOICE.
