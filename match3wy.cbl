      *                FILE IN THE SHARED SUSPENSE LAYOUT, AND PRINTED
      *                ON THE MATCH EXCEPTION REPORT FOR THE BUYER.
      *                A PO RECEIVED IN FULL IS CLOSED ON THE MASTER.
      *                AN INVOICE AGAINST A PO CANCELLED BEFORE ANYTHING
      *                ARRIVED IS HELD; A PO CANCELLED AFTER A PART
      *                RECEIPT IS MATCHED ON WHAT WAS RECEIVED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    THE PO MASTER REWRITE KEEPS THE APPROVING BUYER
      *                  AND THE CHANGE-ORDER SEQUENCE AND DATE.  AN
      *                  INVOICE AGAINST A PO CANCELLED WITH NOTHING
      *                  RECEIVED IS HELD AS PO CANCELLED.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MATCH3WY.
               10  MT-PO-EXPECTED-DATE PIC 9(08).
               10  MT-PO-RECEIVED-QTY  PIC 9(07).
               10  MT-PO-STATUS        PIC X(01).
               10  MT-PO-APPROVED-BY   PIC X(08).
               10  MT-PO-CHANGE-SEQ    PIC 9(03).
               10  MT-PO-CHANGE-DATE   PIC 9(08).

       01  MT-AP-TABLE.
           05  MT-AP-ENTRY OCCURS 1 TO 5000 TIMES
           MOVE PO-EXPECTED-DATE TO MT-PO-EXPECTED-DATE (MT-PO-COUNT)
           MOVE PO-RECEIVED-QTY TO MT-PO-RECEIVED-QTY (MT-PO-COUNT)
           MOVE PO-STATUS TO MT-PO-STATUS (MT-PO-COUNT)
           MOVE PO-APPROVED-BY TO MT-PO-APPROVED-BY (MT-PO-COUNT)
           MOVE PO-CHANGE-SEQ TO MT-PO-CHANGE-SEQ (MT-PO-COUNT)
           MOVE PO-LAST-CHANGE-DATE TO MT-PO-CHANGE-DATE (MT-PO-COUNT)
           ADD 1 TO MT-PO-COUNT
           PERFORM 1190-READ-PO-RECORD.

                           AP-VENDOR-ID OF MT-AP-ENTRY (MT-TABLE-IDX)
                       MOVE "PO VENDOR DISAGREES" TO SS-REJECT-REASON
                       PERFORM 3200-HOLD-ONE-ITEM
                   WHEN MT-PO-STATUS (MT-PO-FOUND-IDX) = "X"
                           AND MT-PO-ORDER-QTY (MT-PO-FOUND-IDX) = 0
                       MOVE "PO CANCELLED" TO SS-REJECT-REASON
                       PERFORM 3200-HOLD-ONE-ITEM
                   WHEN OTHER
                       PERFORM 3300-CHECK-TOLERANCES
               END-EVALUATE
           MOVE MT-PO-EXPECTED-DATE (MT-PO-IDX) TO PO-EXPECTED-DATE
           MOVE MT-PO-RECEIVED-QTY (MT-PO-IDX) TO PO-RECEIVED-QTY
           MOVE MT-PO-STATUS (MT-PO-IDX) TO PO-STATUS
           MOVE MT-PO-APPROVED-BY (MT-PO-IDX) TO PO-APPROVED-BY
           MOVE MT-PO-CHANGE-SEQ (MT-PO-IDX) TO PO-CHANGE-SEQ
           MOVE MT-PO-CHANGE-DATE (MT-PO-IDX) TO PO-LAST-CHANGE-DATE
           WRITE PO-MASTER-RECORD.

       5000-TERMINATE.
