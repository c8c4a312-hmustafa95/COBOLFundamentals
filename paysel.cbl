      *                  PO NUMBER (OR HELD FOR A MATCH EXCEPTION)
      *                  IS LEFT FOR THE BUYER.  NON-PO PAYABLES
      *                  SELECT STRAIGHT FROM OPEN AS BEFORE.
      * 10/15/2026 DO    AN ITEM NOT YET DUE IS ALSO SELECTED WHEN ITS
      *                  EARLY-PAYMENT DISCOUNT DATE FALLS BETWEEN
      *                  THE RUN DATE AND THE CUTOFF, SO THE CHECK
      *                  RUN CAN TAKE THE DISCOUNT.  THE REGISTER
      *                  FLAGS THOSE ITEMS AND TOTALS THE DISCOUNT
      *                  AVAILABLE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYSEL.
               88  PL-APOPEN-END       VALUE "Y".
           05  PL-CUTOFF-EOF-SWITCH    PIC X(01) VALUE "N".
               88  PL-CUTOFF-END       VALUE "Y".
           05  PL-ELIGIBLE-SWITCH      PIC X(01) VALUE "N".
               88  PL-ITEM-ELIGIBLE    VALUE "Y".
           05  PL-SELECT-SWITCH        PIC X(01) VALUE "N".
               88  PL-SELECT-FOR-DUE   VALUE "D".
               88  PL-SELECT-FOR-DISC  VALUE "E".
               88  PL-SELECT-NONE      VALUE "N".

       01  PL-COUNTERS.
           05  PL-ITEM-COUNT           PIC 9(05) COMP VALUE 0.

       01  PL-CUTOFF-DATE              PIC 9(08) VALUE 0.
       01  PL-SELECTED-TOTAL           PIC S9(11)V99 COMP-3 VALUE 0.
       01  PL-DISCOUNT-TOTAL           PIC S9(09)V99 COMP-3 VALUE 0.

       01  PL-AP-TABLE.
           05  PL-AP-ENTRY OCCURS 1 TO 5000 TIMES
           05  PL-RG-DUE-DATE          PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-RG-AMOUNT            PIC $$,$$$,$$9.99-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  PL-RG-DISC-NOTE         PIC X(05).
           05  PL-RG-DISC-AMOUNT       PIC $$$,$$9.99-.

       01  PL-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
               "SELECTED TOTAL: ".
           05  PL-TL-SELECTED          PIC $$,$$$,$$$,$$9.99-.

       01  PL-DISCOUNT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(20) VALUE
               "DISCOUNT AVAILABLE: ".
           05  PL-TL-DISCOUNT          PIC $$$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
      *-----------------------------------------------------------------
      * A NON-PO ITEM (PO NUMBER ZERO) SELECTS STRAIGHT FROM OPEN; A
      * PO-BACKED ITEM MUST FIRST HAVE PASSED THE THREE-WAY MATCH.
      * AN ELIGIBLE ITEM IS SELECTED WHEN DUE BY THE CUTOFF, OR WHEN
      * ITS DISCOUNT DATE IS STILL AHEAD OF THE RUN DATE BUT NO LATER
      * THAN THE CUTOFF - A DISCOUNT ALREADY LAPSED GAINS NOTHING BY
      * PAYING EARLY.
      *-----------------------------------------------------------------
       2100-CHECK-ONE-ITEM.
           MOVE "N" TO PL-ELIGIBLE-SWITCH
           SET PL-SELECT-NONE TO TRUE
           IF AP-STATUS OF PL-AP-ENTRY (PL-TABLE-IDX) = "M"
                   OR (AP-STATUS OF PL-AP-ENTRY (PL-TABLE-IDX) = "O"
                       AND AP-PO-NUMBER OF PL-AP-ENTRY (PL-TABLE-IDX)
                           = 0)
               SET PL-ITEM-ELIGIBLE TO TRUE
           END-IF
           IF PL-ITEM-ELIGIBLE
               IF AP-DUE-DATE OF PL-AP-ENTRY (PL-TABLE-IDX)
                       <= PL-CUTOFF-DATE
                   SET PL-SELECT-FOR-DUE TO TRUE
               END-IF
               IF AP-DISC-DATE OF PL-AP-ENTRY (PL-TABLE-IDX)
                       IS NUMERIC
                   IF AP-DISC-DATE OF PL-AP-ENTRY (PL-TABLE-IDX)
                           >= RH-RUN-DATE
                       AND AP-DISC-DATE OF PL-AP-ENTRY (PL-TABLE-IDX)
                           <= PL-CUTOFF-DATE
                       SET PL-SELECT-FOR-DISC TO TRUE
                   END-IF
               END-IF
           END-IF
           IF NOT PL-SELECT-NONE
               PERFORM 2110-SELECT-ITEM
           END-IF.

       2110-SELECT-ITEM.
           MOVE "S" TO AP-STATUS OF PL-AP-ENTRY (PL-TABLE-IDX)
           ADD 1 TO PL-SELECTED-COUNT
           ADD AP-INVOICE-AMOUNT OF PL-AP-ENTRY (PL-TABLE-IDX)
               TO PL-SELECTED-TOTAL
           MOVE AP-VENDOR-ID OF PL-AP-ENTRY (PL-TABLE-IDX)
               TO PL-RG-VENDOR-ID
           MOVE AP-INVOICE-NUMBER OF PL-AP-ENTRY (PL-TABLE-IDX)
               TO PL-RG-INVOICE-NUMBER
           MOVE AP-DUE-DATE OF PL-AP-ENTRY (PL-TABLE-IDX)
               TO PL-RG-DUE-DATE
           MOVE AP-INVOICE-AMOUNT OF PL-AP-ENTRY (PL-TABLE-IDX)
               TO PL-RG-AMOUNT
           IF PL-SELECT-FOR-DISC
               MOVE "DISC " TO PL-RG-DISC-NOTE
               MOVE AP-DISC-AMOUNT OF PL-AP-ENTRY (PL-TABLE-IDX)
                   TO PL-RG-DISC-AMOUNT
               ADD AP-DISC-AMOUNT OF PL-AP-ENTRY (PL-TABLE-IDX)
                   TO PL-DISCOUNT-TOTAL
           ELSE
               MOVE SPACES TO PL-RG-DISC-NOTE
               MOVE 0 TO PL-RG-DISC-AMOUNT
           END-IF
           DISPLAY PL-REGISTER-LINE.

       3000-REWRITE-AP-OPEN.
           OPEN OUTPUT AP-OPEN-FILE
           IF NOT PL-APOPEN-OK
       4000-TERMINATE.
           MOVE PL-SELECTED-TOTAL TO PL-TL-SELECTED
           DISPLAY PL-TOTAL-LINE
           MOVE PL-DISCOUNT-TOTAL TO PL-TL-DISCOUNT
           DISPLAY PL-DISCOUNT-LINE
           DISPLAY "ITEMS SELECTED FOR PAYMENT: " PL-SELECTED-COUNT
           PERFORM 8100-PRINT-REPORT-FOOTER.

