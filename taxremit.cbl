      *                THE OPEN INVOICE FILE, PICKS UP EVERY ITEM
      *                INVOICED IN THE REPORTING MONTH (THE RUN
      *                DATE'S MONTH), RESOLVES EACH ITEM'S
      *                JURISDICTION FROM THE TAX STATE RECORDED ON
      *                THE ITEM (ELSE THE CUSTOMER MASTER STATE),
      *                AND SUMS TAXABLE SALES AND TAX COLLECTED BY
      *                STATE FOR THE RETURNS WE FILE.  ITEMS WITH NO
      *                TAX STILL COUNT AS TAXABLE SALES IN THEIR
      *                STATE SO THE RETURN'S GROSS LINE IS RIGHT;
      *                ITEMS THAT ARE NOT TAXABLE SALES AT ALL ARE
      *                LEFT OFF THE RETURN.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      *                  PATH) AND ITS LAYOUT COMES FROM THE SHARED
      *                  OPENINV COPYBOOK; THE SEQUENTIAL PASS READS
      *                  THROUGH THE PRIMARY KEY.
      * 10/15/2026 DO    EXEMPT SALES - ITEMS THE INVOICE RUN FLAGGED
      *                  TAX-EXEMPT UNDER A CUSTOMER'S EXEMPTION
      *                  CERTIFICATE - NOW REPORT IN THEIR OWN COLUMN
      *                  PER STATE INSTEAD OF AS TAXABLE SALES, SINCE
      *                  THE RETURN ASKS FOR THEM SEPARATELY.  GROSS
      *                  SALES IS TAXABLE PLUS EXEMPT.
      * 10/15/2026 DO    AN ITEM NOW TOTALS UNDER THE STATE ITS TAX WAS
      *                  CHARGED IN - THE SHIP-TO STATE THE INVOICE RUN
      *                  RECORDED ON THE OPEN ITEM.  AN ITEM WITHOUT ONE
      *                  FALLS BACK TO THE BILL-TO STATE ON THE
      *                  CUSTOMER MASTER AS BEFORE.
      * 10/15/2026 DO    ITEMS THE INVOICE RUN FLAGGED NOT TAXABLE
      *                  (TUITION AND TUITION CREDITS) ARE NOT SALES
      *                  FOR THE RETURN AND ARE NOW LEFT OUT OF EVERY
      *                  COLUMN; THE RUN COUNTS THEM SEPARATELY.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXREMIT.
           05  TM-STATE-IDX            PIC 9(03) COMP VALUE 0.
           05  TM-STATE-FOUND-IDX      PIC 9(03) COMP VALUE 0.
           05  TM-ITEM-COUNT           PIC 9(05) COMP VALUE 0.
           05  TM-NONTAX-COUNT         PIC 9(05) COMP VALUE 0.

       01  TM-REPORT-PERIOD            PIC 9(06) VALUE 0.
       01  TM-ITEM-PERIOD              PIC 9(06) VALUE 0.
       01  TM-GRAND-TOTALS.
           05  TM-GT-TAXABLE           PIC S9(11)V99 COMP-3 VALUE 0.
           05  TM-GT-TAX               PIC S9(11)V99 COMP-3 VALUE 0.
           05  TM-GT-EXEMPT            PIC S9(11)V99 COMP-3 VALUE 0.
           05  TM-GT-GROSS             PIC S9(11)V99 COMP-3 VALUE 0.

       01  TM-STATE-TABLE.
           05  TM-STATE-ENTRY OCCURS 1 TO 60 TIMES
               10  TM-ST-STATE-CODE    PIC X(02).
               10  TM-ST-TAXABLE       PIC S9(11)V99.
               10  TM-ST-TAX           PIC S9(11)V99.
               10  TM-ST-EXEMPT        PIC S9(11)V99.

       01  TM-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TM-DT-TAXABLE           PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(06) VALUE "  TAX ".
           05  TM-DT-TAX               PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(09) VALUE "  EXEMPT ".
           05  TM-DT-EXEMPT            PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(08) VALUE "  GROSS ".
           05  TM-DT-GROSS             PIC $$$,$$$,$$9.99-.

       01  TM-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  TM-TL-TAXABLE           PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(06) VALUE "  TAX ".
           05  TM-TL-TAX               PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(09) VALUE "  EXEMPT ".
           05  TM-TL-EXEMPT            PIC $$$,$$$,$$9.99-.
           05  FILLER                  PIC X(08) VALUE "  GROSS ".
           05  TM-TL-GROSS             PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
      *-----------------------------------------------------------------
      * ONLY ITEMS INVOICED IN THE REPORTING MONTH COUNT; CREDIT
      * MEMOS REDUCE BOTH THE TAXABLE AND TAX SIDES FOR THEIR STATE.
      * AN ITEM FLAGGED TAX-EXEMPT COUNTS AS EXEMPT SALES, NOT
      * TAXABLE.  AN ITEM FLAGGED NOT TAXABLE IS NOT A SALE FOR THE
      * RETURN AND IS ONLY COUNTED.
      *-----------------------------------------------------------------
       2000-TALLY-ONE-ITEM.
           MOVE OI-INVOICE-DATE (1:6) TO TM-ITEM-PERIOD
           IF TM-ITEM-PERIOD = TM-REPORT-PERIOD
               IF OI-NOT-TAXABLE
                   ADD 1 TO TM-NONTAX-COUNT
               ELSE
                   PERFORM 2050-TALLY-REPORTABLE-ITEM
               END-IF
           END-IF
           PERFORM 2900-READ-OPEN-INVOICE.

       2050-TALLY-REPORTABLE-ITEM.
           PERFORM 2100-RESOLVE-STATE
           PERFORM 2200-FIND-STATE-ENTRY
           IF TM-STATE-FOUND-IDX NOT = 0
               IF OI-TAX-EXEMPT
                   ADD OI-INVOICE-AMOUNT
                       TO TM-ST-EXEMPT (TM-STATE-FOUND-IDX)
                   ADD OI-INVOICE-AMOUNT TO TM-GT-EXEMPT
               ELSE
                   ADD OI-INVOICE-AMOUNT
                       TO TM-ST-TAXABLE (TM-STATE-FOUND-IDX)
                   ADD OI-INVOICE-AMOUNT TO TM-GT-TAXABLE
               END-IF
               ADD OI-TAX-AMOUNT
                   TO TM-ST-TAX (TM-STATE-FOUND-IDX)
               ADD OI-TAX-AMOUNT TO TM-GT-TAX
               ADD 1 TO TM-ITEM-COUNT
           END-IF.

      *-----------------------------------------------------------------
      * THE JURISDICTION IS THE STATE THE TAX WAS CHARGED IN, WHICH
      * FOR A SHIPMENT TO A SHIP-TO ADDRESS IS NOT THE BILL-TO STATE.
      *-----------------------------------------------------------------
       2100-RESOLVE-STATE.
           MOVE "??" TO TM-ITEM-STATE
           IF OI-TAX-STATE NOT = SPACES
               MOVE OI-TAX-STATE TO TM-ITEM-STATE
           ELSE
               MOVE OI-CUSTOMER-ID
                   TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               READ CUSTOMER-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CM-CUSTOMER-STATE
                           OF CUSTOMER-MASTER-RECORD
                           TO TM-ITEM-STATE
               END-READ
           END-IF.

       2200-FIND-STATE-ENTRY.
           MOVE 0 TO TM-STATE-FOUND-IDX
                       TO TM-ST-STATE-CODE (TM-STATE-COUNT)
                   MOVE 0 TO TM-ST-TAXABLE (TM-STATE-COUNT)
                   MOVE 0 TO TM-ST-TAX (TM-STATE-COUNT)
                   MOVE 0 TO TM-ST-EXEMPT (TM-STATE-COUNT)
                   MOVE TM-STATE-COUNT TO TM-STATE-FOUND-IDX
               END-IF
           END-IF.
                   UNTIL TM-STATE-IDX > TM-STATE-COUNT
               MOVE TM-GT-TAXABLE TO TM-TL-TAXABLE
               MOVE TM-GT-TAX TO TM-TL-TAX
               MOVE TM-GT-EXEMPT TO TM-TL-EXEMPT
               COMPUTE TM-GT-GROSS = TM-GT-TAXABLE + TM-GT-EXEMPT
               MOVE TM-GT-GROSS TO TM-TL-GROSS
               DISPLAY TM-TOTAL-LINE
           END-IF.

           MOVE TM-ST-STATE-CODE (TM-STATE-IDX) TO TM-DT-STATE-CODE
           MOVE TM-ST-TAXABLE (TM-STATE-IDX) TO TM-DT-TAXABLE
           MOVE TM-ST-TAX (TM-STATE-IDX) TO TM-DT-TAX
           MOVE TM-ST-EXEMPT (TM-STATE-IDX) TO TM-DT-EXEMPT
           COMPUTE TM-DT-GROSS = TM-ST-TAXABLE (TM-STATE-IDX)
               + TM-ST-EXEMPT (TM-STATE-IDX)
           DISPLAY TM-DETAIL-LINE.

       4000-TERMINATE.
           DISPLAY "ITEMS IN PERIOD: " TM-ITEM-COUNT
           DISPLAY "NOT TAXABLE, NOT REPORTED: " TM-NONTAX-COUNT
           CLOSE OPEN-INVOICE-FILE
           CLOSE CUSTOMER-MASTER
           PERFORM 8100-PRINT-REPORT-FOOTER.
