      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL.
      * 10/15/2026 DO    THE APPROVAL TRANSACTION CARRIES THE APPROVING
      *                  BUYER'S OPERATOR ID, KEPT ON THE PO MASTER AS
      *                  PO-APPROVED-BY FOR THE SEGREGATION-OF-DUTIES
      *                  REVIEW.
      * 10/15/2026 DO    A NEW ORDER STARTS WITH CHANGE SEQUENCE ZERO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POCREATE.
           05  AP-PRODUCT-CODE         PIC X(05).
           05  AP-VENDOR-ID            PIC 9(06).
           05  AP-EXPECTED-DATE        PIC 9(08).
           05  AP-APPROVER-ID          PIC X(08).
           05  FILLER                  PIC X(53).

       FD  PRODUCT-FILE
           RECORDING MODE IS F.
           MOVE AP-EXPECTED-DATE TO PO-EXPECTED-DATE
           MOVE 0 TO PO-RECEIVED-QTY
           MOVE "O" TO PO-STATUS
           MOVE AP-APPROVER-ID TO PO-APPROVED-BY
           MOVE 0 TO PO-CHANGE-SEQ
           MOVE 0 TO PO-LAST-CHANGE-DATE
           WRITE PO-MASTER-RECORD
           SET PC-SG-ORDERED (PC-SUGGEST-FOUND-IDX) TO TRUE
           COMPUTE PC-EXTENDED-COST ROUNDED =
