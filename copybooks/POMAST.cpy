      *                RECEIVED IN FULL IS CLOSED, NOT DELETED, SO THE
      *                FILE IS ALSO THE PURCHASING HISTORY.  FIELDS
      *                ARE LEVEL 10 SO THE INCLUDING PROGRAM CAN NEST
      *                THEM UNDER A 05-LEVEL GROUP.  PO-APPROVED-BY IS
      *                THE BUYER WHOSE APPROVAL CUT THE ORDER (BLANK ON
      *                ORDERS CUT BEFORE THE FIELD EXISTED).
      *                PO-CHANGE-SEQ COUNTS THE CHANGE ORDERS APPLIED
      *                BY POCHANGE AND PO-LAST-CHANGE-DATE IS THE DATE
      *                OF THE LATEST (BOTH BLANK ON AN ORDER NEVER
      *                CHANGED BEFORE THE FIELDS EXISTED).  A CANCELLED
      *                ORDER KEEPS ONLY THE QUANTITY ALREADY RECEIVED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL LAYOUT.
      * 10/15/2026 DO    ADDED PO-APPROVED-BY FROM THE FILLER.
      * 10/15/2026 DO    ADDED PO-CHANGE-SEQ AND PO-LAST-CHANGE-DATE
      *                  FROM THE FILLER, AND THE CANCELLED STATUS.
      ******************************************************************
           10  PO-PO-NUMBER             PIC 9(06).
           10  PO-VENDOR-ID             PIC 9(06).
           10  PO-STATUS                PIC X(01).
               88  PO-ORDER-OPEN        VALUE "O".
               88  PO-ORDER-CLOSED      VALUE "C".
               88  PO-ORDER-CANCELLED   VALUE "X".
           10  PO-APPROVED-BY           PIC X(08).
           10  PO-CHANGE-SEQ            PIC 9(03).
           10  PO-LAST-CHANGE-DATE      PIC 9(08).
           10  FILLER                   PIC X(06).
