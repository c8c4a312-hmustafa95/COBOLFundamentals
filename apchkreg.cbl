      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    EACH CHECK NOW TAKES THE NEXT NUMBER FROM THE
      *                  APCHKCTL CONTROL RECORD AND IS APPENDED TO
      *                  THE APCHKHST CHECK HISTORY FOR YEAR-END 1099
      *                  REPORTING.  THE REGISTER SHOWS THE NUMBER.
      * 10/15/2026 DO    THE CHECK NUMBER NOW RIDES ON THE BANK DETAIL
      *                  RECORD IN THE SAME POSITION AS THE PAYROLL
      *                  CHECK NUMBER, FOR THE POSITIVE-PAY STEP.
      * 10/15/2026 DO    AN ITEM PAID ON OR BEFORE ITS DISCOUNT DATE IS
      *                  PAID NET OF THE EARLY-PAYMENT DISCOUNT; ONE
      *                  PAID AFTER IT LOSES THE DISCOUNT.  THE
      *                  REGISTER SHOWS DISCOUNT TAKEN AND LOST PER
      *                  CHECK AND FOR THE RUN, AND THE RUN'S DISCOUNT
      *                  TAKEN (PS-AMOUNT-1) AND LOST (PS-AMOUNT-2)
      *                  ARE LOGGED TO THE PERIOD-CLOSE FILE FOR
      *                  PERDCLOSE TO JOURNAL.
      * 10/15/2026 DO    EACH ITEM PAID NOW CARRIES THE NUMBER OF THE
      *                  CHECK THAT PAID IT, FOR THE VOID RUN.
      * 10/15/2026 DO    EACH ITEM PAID IS ALSO APPENDED TO THE
      *                  APPAIDH PAID-INVOICE HISTORY, WHICH VENDOR
      *                  INVOICE ENTRY CHECKS FOR DUPLICATE INVOICES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. APCHKREG.
           SELECT AP-PAYMENT-FILE ASSIGN TO "APCHECKS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-APCHECKS-STATUS.
           SELECT CHECK-HISTORY ASSIGN TO "APCHKHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-APCHKHST-STATUS.
           SELECT CHECK-NUMBER-CONTROL ASSIGN TO "APCHKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-APCHKCTL-STATUS.
           SELECT PERIOD-CLOSE-FILE ASSIGN TO "PERDCLOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-PERDCLOS-STATUS.
           SELECT PAID-HISTORY ASSIGN TO "APPAIDH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-APPAIDH-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       01  AP-PAYMENT-RECORD           PIC X(80).

       FD  CHECK-HISTORY
           RECORDING MODE IS F.
       01  CHECK-HISTORY-RECORD.
           COPY APCHKHST.

       FD  CHECK-NUMBER-CONTROL
           RECORDING MODE IS F.
       01  CHECK-NUMBER-RECORD.
           05  CN-NEXT-CHECK-NUMBER    PIC 9(06).
           05  FILLER                  PIC X(74).

       FD  PERIOD-CLOSE-FILE
           RECORDING MODE IS F.
       01  PERIOD-CLOSE-RECORD.
           COPY PERIODSUM.

       FD  PAID-HISTORY
           RECORDING MODE IS F.
       01  PAID-HISTORY-RECORD.
           COPY APPDHIST.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.
           88  CK-APOPEN-EOF           VALUE "10".
       01  CK-APCHECKS-STATUS          PIC X(02) VALUE "00".
           88  CK-APCHECKS-OK          VALUE "00".
       01  CK-APCHKHST-STATUS          PIC X(02) VALUE "00".
           88  CK-APCHKHST-OK          VALUE "00".
       01  CK-APCHKCTL-STATUS          PIC X(02) VALUE "00".
           88  CK-APCHKCTL-OK          VALUE "00".
           88  CK-APCHKCTL-EOF         VALUE "10".
           88  CK-APCHKCTL-NOTFOUND    VALUE "35".
       01  CK-PERDCLOS-STATUS          PIC X(02) VALUE "00".
           88  CK-PERDCLOS-OK          VALUE "00".
       01  CK-APPAIDH-STATUS           PIC X(02) VALUE "00".
           88  CK-APPAIDH-OK           VALUE "00".

       01  CK-SWITCHES.
           05  CK-APOPEN-EOF-SWITCH    PIC X(01) VALUE "N".
       01  CK-CHECK-AMOUNT             PIC 9(07)V99 COMP-3 VALUE 0.
       01  CK-RUN-TOTAL                PIC 9(11)V99 COMP-3 VALUE 0.

      *-----------------------------------------------------------------
      * EARLY-PAYMENT DISCOUNT TAKEN AND LOST, PER CHECK AND FOR THE
      * RUN.
      *-----------------------------------------------------------------
       01  CK-DISC-WORK.
           05  CK-ITEM-DISCOUNT        PIC 9(07)V99 VALUE 0.
           05  CK-CHECK-DISC-TAKEN     PIC 9(07)V99 VALUE 0.
           05  CK-CHECK-DISC-LOST      PIC 9(07)V99 VALUE 0.
           05  CK-RUN-DISC-TAKEN       PIC 9(09)V99 VALUE 0.
           05  CK-RUN-DISC-LOST        PIC 9(09)V99 VALUE 0.

      *-----------------------------------------------------------------
      * CHECK NUMBERING - A MISSING APCHKCTL CONTROL FILE STARTS THE
      * CHECK STOCK AT ITS BASE NUMBER.
      *-----------------------------------------------------------------
       01  CK-CHECK-NUMBER-BASE        PIC 9(06) VALUE 100001.
       01  CK-NEXT-CHECK-NUMBER        PIC 9(06) VALUE 0.

       01  CK-AP-TABLE.
           05  CK-AP-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON CK-ITEM-COUNT
      * TAXPROG WRITES: ONE "D" DETAIL PER CHECK, ONE "T" TRAILER
      * CARRYING THE DETAIL COUNT AND THE RUN TOTAL.  THE GROSS AND
      * NET OF AN AP CHECK ARE THE SAME AMOUNT; THE WITHHOLDING
      * FIELD RIDES ALONG AS ZERO.  THE CHECK NUMBER SITS WHERE
      * TAXPROG CARRIES ITS PAYROLL CHECK NUMBER.
      *-----------------------------------------------------------------
       01  CK-PAYMENT-DETAIL.
           05  CK-PY-RECORD-TYPE       PIC X(01) VALUE "D".
           05  CK-PY-GROSS-PAY         PIC 9(07)V99.
           05  CK-PY-WITHHOLDING       PIC 9(07)V99.
           05  CK-PY-NET-AMOUNT        PIC 9(07)V99.
           05  FILLER                  PIC X(28) VALUE SPACES.
           05  CK-PY-CHECK-NUMBER      PIC 9(06) VALUE 0.
           05  FILLER                  PIC X(04) VALUE SPACES.

       01  CK-PAYMENT-TRAILER.
           05  CK-PT-RECORD-TYPE       PIC X(01) VALUE "T".

       01  CK-REGISTER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE "CHECK# ".
           05  CK-RG-CHECK-NUMBER      PIC 9(06).
           05  FILLER                  PIC X(09) VALUE "  VENDOR ".
           05  CK-RG-VENDOR-ID         PIC 9(06).
           05  FILLER                  PIC X(08) VALUE "  ITEMS ".
           05  CK-RG-ITEM-COUNT        PIC ZZ9.
           05  FILLER                  PIC X(08) VALUE "  CHECK ".
           05  CK-RG-CHECK-AMOUNT      PIC $$,$$$,$$9.99.
           05  FILLER                  PIC X(08) VALUE "  TAKEN ".
           05  CK-RG-DISC-TAKEN        PIC $$$,$$9.99.
           05  FILLER                  PIC X(07) VALUE "  LOST ".
           05  CK-RG-DISC-LOST         PIC $$$,$$9.99.

       01  CK-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
               "CHECK RUN TOTAL: ".
           05  CK-TL-RUN-TOTAL         PIC $$,$$$,$$$,$$9.99.

       01  CK-DISC-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  CK-DL-LABEL             PIC X(17).
           05  CK-DL-AMOUNT            PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1200-LOAD-AP-OPEN
           PERFORM 1300-GET-NEXT-CHECK-NUMBER
           OPEN OUTPUT AP-PAYMENT-FILE
           IF NOT CK-APCHECKS-OK
               MOVE "APCHKREG" TO AB-PROGRAM-ID
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE CK-APCHECKS-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN EXTEND CHECK-HISTORY
           IF NOT CK-APCHKHST-OK
               CLOSE CHECK-HISTORY
               OPEN OUTPUT CHECK-HISTORY
           END-IF
           IF NOT CK-APCHKHST-OK
               MOVE "APCHKREG" TO AB-PROGRAM-ID
               MOVE "APCHKHST" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE CK-APCHKHST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN EXTEND PAID-HISTORY
           IF NOT CK-APPAIDH-OK
               CLOSE PAID-HISTORY
               OPEN OUTPUT PAID-HISTORY
           END-IF
           IF NOT CK-APPAIDH-OK
               MOVE "APCHKREG" TO AB-PROGRAM-ID
               MOVE "APPAIDH" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE CK-APPAIDH-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

       1200-LOAD-AP-OPEN.
                   SET CK-APOPEN-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * THE NEXT CHECK NUMBER LIVES ON THE APCHKCTL CONTROL RECORD.
      *-----------------------------------------------------------------
       1300-GET-NEXT-CHECK-NUMBER.
           MOVE CK-CHECK-NUMBER-BASE TO CK-NEXT-CHECK-NUMBER
           OPEN INPUT CHECK-NUMBER-CONTROL
           IF NOT CK-APCHKCTL-NOTFOUND
               IF NOT CK-APCHKCTL-OK AND NOT CK-APCHKCTL-EOF
                   MOVE "APCHKREG" TO AB-PROGRAM-ID
                   MOVE "APCHKCTL" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE CK-APCHKCTL-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               READ CHECK-NUMBER-CONTROL
                   NOT AT END
                       IF CN-NEXT-CHECK-NUMBER >= CK-CHECK-NUMBER-BASE
                           MOVE CN-NEXT-CHECK-NUMBER
                               TO CK-NEXT-CHECK-NUMBER
                       END-IF
               END-READ
               CLOSE CHECK-NUMBER-CONTROL
           END-IF.

      *-----------------------------------------------------------------
      * ONE CHECK PER VENDOR: THE FIRST SELECTED ITEM STILL UNPAID
      * OPENS A CHECK, AND A SECOND PASS SWEEPS EVERY OTHER SELECTED
               MOVE AP-VENDOR-ID OF CK-AP-ENTRY (CK-TABLE-IDX)
                   TO CK-CHECK-VENDOR
               MOVE 0 TO CK-CHECK-AMOUNT
               MOVE 0 TO CK-CHECK-DISC-TAKEN
               MOVE 0 TO CK-CHECK-DISC-LOST
               MOVE 0 TO CK-ITEMS-ON-CHECK
               PERFORM 2200-SWEEP-VENDOR-ITEMS
                   VARYING CK-GROUP-IDX FROM CK-TABLE-IDX BY 1
                       = CK-CHECK-VENDOR
               ADD AP-INVOICE-AMOUNT OF CK-AP-ENTRY (CK-GROUP-IDX)
                   TO CK-CHECK-AMOUNT
               PERFORM 2210-APPLY-DISCOUNT
               MOVE "P" TO AP-STATUS OF CK-AP-ENTRY (CK-GROUP-IDX)
               MOVE CK-NEXT-CHECK-NUMBER
                   TO AP-CHECK-NUMBER OF CK-AP-ENTRY (CK-GROUP-IDX)
               PERFORM 2220-WRITE-PAID-HISTORY
               ADD 1 TO CK-ITEMS-ON-CHECK
               ADD 1 TO CK-ITEMS-PAID
           END-IF.

      *-----------------------------------------------------------------
      * A DISCOUNT IS TAKEN WHEN THE CHECK IS CUT ON OR BEFORE THE
      * ITEM'S DISCOUNT DATE AND COMES OFF THE CHECK; AFTER THAT DATE
      * IT IS LOST AND THE FULL AMOUNT IS PAID.  AN ITEM WITH NO
      * DISCOUNT (ZERO, OR BLANK ON AN OLDER ITEM) IS NEITHER.
      *-----------------------------------------------------------------
       2210-APPLY-DISCOUNT.
           MOVE 0 TO CK-ITEM-DISCOUNT
           IF AP-DISC-AMOUNT OF CK-AP-ENTRY (CK-GROUP-IDX) IS NUMERIC
                   AND AP-DISC-DATE OF CK-AP-ENTRY (CK-GROUP-IDX)
                       IS NUMERIC
               IF AP-DISC-AMOUNT OF CK-AP-ENTRY (CK-GROUP-IDX) > 0
                   MOVE AP-DISC-AMOUNT OF CK-AP-ENTRY (CK-GROUP-IDX)
                       TO CK-ITEM-DISCOUNT
               END-IF
           END-IF
           IF CK-ITEM-DISCOUNT > 0
               IF AP-DISC-DATE OF CK-AP-ENTRY (CK-GROUP-IDX)
                       >= RH-RUN-DATE
                   SUBTRACT CK-ITEM-DISCOUNT FROM CK-CHECK-AMOUNT
                   ADD CK-ITEM-DISCOUNT TO CK-CHECK-DISC-TAKEN
               ELSE
                   ADD CK-ITEM-DISCOUNT TO CK-CHECK-DISC-LOST
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THE PAID-INVOICE HISTORY KEEPS THE INVOICE AS ENTERED, AT ITS
      * GROSS AMOUNT, SO A RE-SENT COPY COMPARES LIKE FOR LIKE.
      *-----------------------------------------------------------------
       2220-WRITE-PAID-HISTORY.
           MOVE SPACES TO PAID-HISTORY-RECORD
           MOVE AP-VENDOR-ID OF CK-AP-ENTRY (CK-GROUP-IDX)
               TO PH-VENDOR-ID
           MOVE AP-INVOICE-NUMBER OF CK-AP-ENTRY (CK-GROUP-IDX)
               TO PH-INVOICE-NUMBER
           MOVE AP-INVOICE-DATE OF CK-AP-ENTRY (CK-GROUP-IDX)
               TO PH-INVOICE-DATE
           MOVE AP-INVOICE-AMOUNT OF CK-AP-ENTRY (CK-GROUP-IDX)
               TO PH-INVOICE-AMOUNT
           MOVE AP-PO-NUMBER OF CK-AP-ENTRY (CK-GROUP-IDX)
               TO PH-PO-NUMBER
           MOVE CK-NEXT-CHECK-NUMBER TO PH-CHECK-NUMBER
           MOVE RH-RUN-DATE TO PH-PAID-DATE
           WRITE PAID-HISTORY-RECORD.

       2300-WRITE-CHECK-RECORD.
           MOVE CK-CHECK-VENDOR TO CK-PY-PAYEE-ID
           MOVE RH-RUN-DATE TO CK-PY-PAY-DATE
           MOVE CK-CHECK-AMOUNT TO CK-PY-GROSS-PAY
           MOVE 0 TO CK-PY-WITHHOLDING
           MOVE CK-CHECK-AMOUNT TO CK-PY-NET-AMOUNT
           MOVE CK-NEXT-CHECK-NUMBER TO CK-PY-CHECK-NUMBER
           WRITE AP-PAYMENT-RECORD FROM CK-PAYMENT-DETAIL
           ADD 1 TO CK-CHECK-COUNT
           ADD CK-CHECK-AMOUNT TO CK-RUN-TOTAL
           MOVE CK-CHECK-VENDOR TO CK-RG-VENDOR-ID
           MOVE CK-ITEMS-ON-CHECK TO CK-RG-ITEM-COUNT
           MOVE CK-CHECK-AMOUNT TO CK-RG-CHECK-AMOUNT
           MOVE CK-CHECK-DISC-TAKEN TO CK-RG-DISC-TAKEN
           MOVE CK-CHECK-DISC-LOST TO CK-RG-DISC-LOST
           ADD CK-CHECK-DISC-TAKEN TO CK-RUN-DISC-TAKEN
           ADD CK-CHECK-DISC-LOST TO CK-RUN-DISC-LOST
           MOVE SPACES TO CHECK-HISTORY-RECORD
           MOVE CK-NEXT-CHECK-NUMBER TO AC-CHECK-NUMBER
           MOVE CK-CHECK-VENDOR TO AC-VENDOR-ID
           MOVE RH-RUN-DATE TO AC-CHECK-DATE
           MOVE CK-CHECK-AMOUNT TO AC-CHECK-AMOUNT
           MOVE CK-ITEMS-ON-CHECK TO AC-ITEM-COUNT
           SET AC-CHECK-ISSUED TO TRUE
           WRITE CHECK-HISTORY-RECORD
           MOVE CK-NEXT-CHECK-NUMBER TO CK-RG-CHECK-NUMBER
           DISPLAY CK-REGISTER-LINE
           ADD 1 TO CK-NEXT-CHECK-NUMBER.

       3000-REWRITE-AP-OPEN.
           OPEN OUTPUT AP-OPEN-FILE
           MOVE CK-RUN-TOTAL TO CK-PT-NET-PAY-TOTAL
           WRITE AP-PAYMENT-RECORD FROM CK-PAYMENT-TRAILER
           CLOSE AP-PAYMENT-FILE
           CLOSE CHECK-HISTORY
           CLOSE PAID-HISTORY
           OPEN OUTPUT CHECK-NUMBER-CONTROL
           IF NOT CK-APCHKCTL-OK
               MOVE "APCHKREG" TO AB-PROGRAM-ID
               MOVE "APCHKCTL" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE CK-APCHKCTL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE SPACES TO CHECK-NUMBER-RECORD
           MOVE CK-NEXT-CHECK-NUMBER TO CN-NEXT-CHECK-NUMBER
           WRITE CHECK-NUMBER-RECORD
           CLOSE CHECK-NUMBER-CONTROL
           PERFORM 4100-LOG-PERIOD-TOTALS
           MOVE CK-RUN-TOTAL TO CK-TL-RUN-TOTAL
           DISPLAY CK-TOTAL-LINE
           MOVE "DISCOUNT TAKEN:  " TO CK-DL-LABEL
           MOVE CK-RUN-DISC-TAKEN TO CK-DL-AMOUNT
           DISPLAY CK-DISC-TOTAL-LINE
           MOVE "DISCOUNT LOST:   " TO CK-DL-LABEL
           MOVE CK-RUN-DISC-LOST TO CK-DL-AMOUNT
           DISPLAY CK-DISC-TOTAL-LINE
           DISPLAY "CHECKS WRITTEN:  " CK-CHECK-COUNT
           DISPLAY "INVOICES PAID:   " CK-ITEMS-PAID
           PERFORM 8100-PRINT-REPORT-FOOTER.

      *-----------------------------------------------------------------
      * DISCOUNT TAKEN IS INCOME THE GL HAS TO SEE; THE RUN'S TOTAL
      * GOES TO THE PERIOD-CLOSE FILE FOR PERDCLOSE TO JOURNAL, WITH
      * THE DISCOUNT LOST ALONGSIDE FOR THE HISTORICAL SUMMARY.
      *-----------------------------------------------------------------
       4100-LOG-PERIOD-TOTALS.
           OPEN EXTEND PERIOD-CLOSE-FILE
           IF NOT CK-PERDCLOS-OK
               CLOSE PERIOD-CLOSE-FILE
               OPEN OUTPUT PERIOD-CLOSE-FILE
           END-IF
           MOVE SPACES TO PERIOD-CLOSE-RECORD
           MOVE "APCHKREG" TO PS-PROGRAM-NAME
           MOVE RH-RUN-DATE TO PS-PERIOD-END-DATE
           MOVE CK-RUN-DISC-TAKEN TO PS-AMOUNT-1
           MOVE CK-RUN-DISC-LOST TO PS-AMOUNT-2
           MOVE 0 TO PS-AMOUNT-3
           WRITE PERIOD-CLOSE-RECORD
           CLOSE PERIOD-CLOSE-FILE.

       COPY ABENDPAR.
       COPY RPTHDRPR.

