      ******************************************************************
      * PROGRAM-ID.    PRODMANT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       PRODUCT MASTER MAINTENANCE.  APPLIES A BATCH OF
      *                ADD, EDIT, DISCONTINUE AND VIEW TRANSACTIONS
      *                AGAINST THE PRODUCT FILE, KEYED BY PRODUCT
      *                CODE, IN THE SAME TRANSACTION STYLE AS THE
      *                VENDOR MAINTENANCE RUN.  EVERY TRANSACTION
      *                CARRIES AN OPERATOR ID CHECKED AGAINST THE
      *                CREDENTIALS MASTER ROLE LEVEL: VIEWS NEED
      *                INQUIRY, ADDS AND EDITS NEED CLERK, AND A
      *                DISCONTINUE OR A PRICE SET BELOW COST NEEDS
      *                SUPERVISOR.  AN ADD MUST CARRY A NEW PRODUCT
      *                CODE; A PRICE BELOW COST IS REFUSED UNLESS THE
      *                TRANSACTION CARRIES THE BELOW-COST OVERRIDE;
      *                A REORDER POINT NEEDS A REORDER QUANTITY AND
      *                NEITHER MAY PASS THE REORDER CEILING.  ON-HAND
      *                IS NOT MAINTAINED HERE - IT MOVES ONLY THROUGH
      *                RECEIPTS, SHIPMENTS, RETURNS AND COUNTS.
      *                EVERY CHANGE WRITES BEFORE/AFTER IMAGES TO THE
      *                AUDIT LOG; REJECTED TRANSACTIONS GO TO THE
      *                PRODUCT SUSPENSE FILE IN THE SHARED SUSPENSE
      *                LAYOUT.  A PRICE OR COST CHANGE IS WRITTEN TO
      *                THE PRICE HISTORY AS IT IS MADE, AND THE PRICE
      *                HISTORY SNAPSHOT IS BROUGHT UP TO DATE SO THE
      *                NIGHTLY PRICEHIS RUN DOES NOT LOG IT AGAIN.
      *                THE PRODUCT FILE IS LOADED AT START OF RUN AND
      *                REWRITTEN IN FULL; AN OVERFLOWING LOAD STOPS
      *                THE RUN.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL - MODELED ON VENDMANT.
      * 10/15/2026 DO    ADDS AND EDITS CARRY THE PRODUCT UNIT WEIGHT,
      *                  USED BY INVVALUE TO SPREAD INBOUND FREIGHT
      *                  BY WEIGHT.
      * 10/15/2026 DO    THE OPERATOR ID NOW GOES INTO THE AUDIT
      *                  RECORD'S OPERATOR FIELD FOR THE SEGREGATION-
      *                  OF-DUTIES REVIEW.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRODMANT.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - INVENTORY.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PX-PRODFILE-STATUS.
           SELECT MAINT-TRANS ASSIGN TO "PRODTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PX-PRODTRAN-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PX-AUDITLOG-STATUS.
           SELECT PRODUCT-SUSPENSE ASSIGN TO "PRODSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PX-PRODSUSP-STATUS.
           SELECT CREDENTIALS-MASTER ASSIGN TO "CREDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PX-CREDMAST-STATUS.
           SELECT PRICE-HISTORY ASSIGN TO "PRICHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PX-PRICHIST-STATUS.
           SELECT PRIOR-SNAPSHOT ASSIGN TO "PRODPRIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PX-PRODPRIR-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05  PD-ABC-CLASS            PIC X(01).
           05  PD-STATUS-CODE          PIC X(01).
               88  PD-DISCONTINUED     VALUE "D".
           05  PD-UNIT-WEIGHT          PIC 9(03)V9.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       FD  PRODUCT-SUSPENSE
           RECORDING MODE IS F.
       01  PRODUCT-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  CREDENTIALS-MASTER
           RECORDING MODE IS F.
       01  CREDENTIALS-RECORD.
           COPY CREDREC.

       FD  PRICE-HISTORY
           RECORDING MODE IS F.
       01  PRICE-HISTORY-RECORD.
           05  PH-HIST-PRODUCT-CODE    PIC X(05).
           05  PH-HIST-FIELD           PIC X(01).
               88  PH-HIST-PRICE       VALUE "P".
               88  PH-HIST-COST        VALUE "C".
           05  PH-HIST-OLD-VALUE       PIC 9(05)V99.
           05  PH-HIST-NEW-VALUE       PIC 9(05)V99.
           05  PH-HIST-CHANGE-DATE     PIC 9(08).
           05  FILLER                  PIC X(52).

       FD  PRIOR-SNAPSHOT
           RECORDING MODE IS F.
       01  PRIOR-SNAPSHOT-RECORD       PIC X(66).

       FD  MAINT-TRANS
           RECORDING MODE IS F.
       01  MAINT-TRANS-RECORD.
           05  PT-ACTION-CODE           PIC X(01).
               88  PT-ADD               VALUE "A".
               88  PT-EDIT              VALUE "E".
               88  PT-DISCONTINUE       VALUE "D".
               88  PT-VIEW              VALUE "V".
           05  PT-PRODUCT-CODE          PIC X(05).
           05  PT-PRODUCT-NAME          PIC X(20).
           05  PT-UNIT-PRICE            PIC 9(05)V99.
           05  PT-UNIT-COST             PIC 9(05)V99.
           05  PT-REORDER-POINT         PIC 9(07).
           05  PT-REORDER-QTY           PIC 9(07).
           05  PT-BELOW-COST-FLAG       PIC X(01).
               88  PT-BELOW-COST-OK     VALUE "Y".
           05  PT-OPERATOR-ID           PIC X(08).
           05  PT-UNIT-WEIGHT           PIC 9(03)V9.
           05  FILLER                   PIC X(13).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.

       01  PX-PRODFILE-STATUS          PIC X(02) VALUE "00".
           88  PX-PRODFILE-OK          VALUE "00".
           88  PX-PRODFILE-EOF         VALUE "10".
       01  PX-PRODTRAN-STATUS          PIC X(02) VALUE "00".
           88  PX-PRODTRAN-OK          VALUE "00".
           88  PX-PRODTRAN-EOF         VALUE "10".
       01  PX-AUDITLOG-STATUS          PIC X(02) VALUE "00".
           88  PX-AUDITLOG-OK          VALUE "00".
       01  PX-PRODSUSP-STATUS          PIC X(02) VALUE "00".
           88  PX-PRODSUSP-OK          VALUE "00".
       01  PX-CREDMAST-STATUS          PIC X(02) VALUE "00".
           88  PX-CREDMAST-OK          VALUE "00".
           88  PX-CREDMAST-EOF         VALUE "10".
           88  PX-CREDMAST-NOTFOUND    VALUE "35".
       01  PX-PRICHIST-STATUS          PIC X(02) VALUE "00".
           88  PX-PRICHIST-OK          VALUE "00".
       01  PX-PRODPRIR-STATUS          PIC X(02) VALUE "00".
           88  PX-PRODPRIR-OK          VALUE "00".
           88  PX-PRODPRIR-EOF         VALUE "10".
           88  PX-PRODPRIR-NOTFOUND    VALUE "35".

       01  PX-SWITCHES.
           05  PX-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  PX-TRANS-END        VALUE "Y".
           05  PX-PRODUCT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  PX-PRODUCT-END      VALUE "Y".
           05  PX-SNAP-EOF-SWITCH      PIC X(01) VALUE "N".
               88  PX-SNAP-END         VALUE "Y".
           05  PX-EDIT-ERROR-SWITCH    PIC X(01) VALUE "N".
               88  PX-EDIT-ERROR       VALUE "Y".
           05  PX-CRED-EOF-SWITCH      PIC X(01) VALUE "N".
               88  PX-CRED-END         VALUE "Y".
           05  PX-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  PX-AUTH-OK          VALUE "Y".
           05  PX-FILE-CHANGED-SWITCH  PIC X(01) VALUE "N".
               88  PX-FILE-CHANGED     VALUE "Y".
           05  PX-SNAP-USABLE-SWITCH   PIC X(01) VALUE "N".
               88  PX-SNAP-USABLE      VALUE "Y".
           05  PX-SNAP-CHANGED-SWITCH  PIC X(01) VALUE "N".
               88  PX-SNAP-CHANGED     VALUE "Y".

      *-----------------------------------------------------------------
      * ROLE LEVEL REQUIRED PER ACTION AND THE OPERATOR'S GRANTED
      * LEVEL FROM THE CREDENTIALS MASTER.  A LEGACY RECORD WITH A
      * BLANK ROLE GRANTS LEVEL ZERO - NOTHING.
      *-----------------------------------------------------------------
       01  PX-REQUIRED-ROLE            PIC 9(01) VALUE 0.
       01  PX-OPERATOR-ROLE            PIC 9(01) VALUE 0.
       01  PX-SUPERVISOR-ROLE          PIC 9(01) VALUE 3.
       01  PX-AUTH-REASON              PIC X(30) VALUE SPACES.

      *-----------------------------------------------------------------
      * NO REORDER POINT OR REORDER QUANTITY MAY EXCEED THIS MANY
      * UNITS - ANYTHING LARGER IS A KEYING ERROR.
      *-----------------------------------------------------------------
       01  PX-REORDER-CEILING          PIC 9(07) VALUE 0500000.

       01  PX-OPERATOR-COUNTS.
           05  PX-OPER-COUNT           PIC 9(04) COMP VALUE 0.
           05  PX-MAX-OPERS            PIC 9(04) COMP VALUE 500.
           05  PX-OPER-IDX             PIC 9(04) COMP VALUE 0.
           05  PX-OPER-FOUND-IDX       PIC 9(04) COMP VALUE 0.

       01  PX-OPERATOR-TABLE.
           05  PX-OPER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON PX-OPER-COUNT
                   INDEXED BY PX-OPER-TIDX.
               10  PX-CR-USER-ID       PIC X(08).
               10  PX-CR-ROLE          PIC 9(01).
               10  PX-CR-LOCKED-FLAG   PIC X(01).

       01  PX-COUNTERS.
           05  PX-PRODUCT-COUNT        PIC 9(05) COMP VALUE 0.
           05  PX-MAX-PRODUCTS         PIC 9(05) COMP VALUE 2000.
           05  PX-PROD-IDX             PIC 9(05) COMP VALUE 0.
           05  PX-PROD-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  PX-SNAP-COUNT           PIC 9(05) COMP VALUE 0.
           05  PX-MAX-SNAPS            PIC 9(05) COMP VALUE 2000.
           05  PX-SNAP-IDX             PIC 9(05) COMP VALUE 0.
           05  PX-SNAP-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  PX-ADD-COUNT            PIC 9(05) COMP VALUE 0.
           05  PX-EDIT-COUNT           PIC 9(05) COMP VALUE 0.
           05  PX-DISC-COUNT           PIC 9(05) COMP VALUE 0.
           05  PX-VIEW-COUNT           PIC 9(05) COMP VALUE 0.
           05  PX-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  PX-AUTH-FAIL-COUNT      PIC 9(05) COMP VALUE 0.
           05  PX-HISTORY-COUNT        PIC 9(05) COMP VALUE 0.

       01  PX-RUN-DATE                 PIC 9(08) VALUE 0.

       01  PX-PRODUCT-TABLE.
           05  PX-PRODUCT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON PX-PRODUCT-COUNT
                   INDEXED BY PX-PD-IDX.
               10  PX-PD-RECORD        PIC X(66).

      *-----------------------------------------------------------------
      * THE PRICEHIS SNAPSHOT - THE PRODUCT FILE AS PRICEHIS LAST SAW
      * IT.  KEPT ONLY SO A PRICE OR COST CHANGE LOGGED HERE CAN BE
      * MARKED AS ALREADY SEEN.
      *-----------------------------------------------------------------
       01  PX-SNAP-TABLE.
           05  PX-SNAP-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON PX-SNAP-COUNT
                   INDEXED BY PX-SN-IDX.
               10  PX-SN-RECORD        PIC X(66).

       01  PX-BEFORE-IMAGE.
           05  PX-BF-PRODUCT-CODE      PIC X(05).
           05  PX-BF-PRODUCT-NAME      PIC X(20).
           05  PX-BF-UNIT-PRICE        PIC 9(05)V99.
           05  PX-BF-QUANTITY          PIC 9(07).
           05  PX-BF-UNIT-COST         PIC 9(05)V99.
           05  PX-BF-REORDER-POINT     PIC 9(07).
           05  PX-BF-REORDER-QTY       PIC 9(07).
           05  PX-BF-ABC-CLASS         PIC X(01).
           05  PX-BF-STATUS-CODE       PIC X(01).
           05  PX-BF-UNIT-WEIGHT       PIC 9(03)V9.

       01  PX-SNAP-WORK-RECORD.
           05  PX-SW-PRODUCT-CODE      PIC X(05).
           05  PX-SW-PRODUCT-NAME      PIC X(20).
           05  PX-SW-UNIT-PRICE        PIC 9(05)V99.
           05  PX-SW-QUANTITY          PIC 9(07).
           05  PX-SW-UNIT-COST         PIC 9(05)V99.
           05  FILLER                  PIC X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TRANSACTION
               UNTIL PX-TRANS-END
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO PX-RUN-DATE
           PERFORM 1100-LOAD-PRODUCT-FILE
           PERFORM 1200-LOAD-SNAPSHOT
           OPEN INPUT MAINT-TRANS
           IF NOT PX-PRODTRAN-OK AND NOT PX-PRODTRAN-EOF
               MOVE "PRODMANT" TO AB-PROGRAM-ID
               MOVE "PRODTRAN" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE PX-PRODTRAN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF NOT PX-AUDITLOG-OK
               CLOSE AUDIT-LOG
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN EXTEND PRODUCT-SUSPENSE
           IF NOT PX-PRODSUSP-OK
               CLOSE PRODUCT-SUSPENSE
               OPEN OUTPUT PRODUCT-SUSPENSE
           END-IF
           OPEN EXTEND PRICE-HISTORY
           IF NOT PX-PRICHIST-OK
               CLOSE PRICE-HISTORY
               OPEN OUTPUT PRICE-HISTORY
           END-IF
           PERFORM 1300-LOAD-CREDENTIALS
           PERFORM 2900-READ-TRANSACTION.

       1100-LOAD-PRODUCT-FILE.
           MOVE 1 TO PX-PRODUCT-COUNT
           OPEN INPUT PRODUCT-FILE
           IF NOT PX-PRODFILE-OK AND NOT PX-PRODFILE-EOF
               MOVE "PRODMANT" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE PX-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           ELSE
               PERFORM 1190-READ-PRODUCT-RECORD
               PERFORM 1110-STORE-PRODUCT-RECORD
                   UNTIL PX-PRODUCT-END
                       OR PX-PRODUCT-COUNT > PX-MAX-PRODUCTS
      *        THE WHOLE FILE IS REWRITTEN AT END OF RUN, SO AN
      *        OVERFLOWING LOAD MUST STOP THE RUN - A TRUNCATED
      *        TABLE WOULD TRUNCATE THE FILE.
               IF NOT PX-PRODUCT-END
                   DISPLAY "PRODMANT: PRODUCT TABLE FULL AT "
                       PX-MAX-PRODUCTS " - RUN STOPPED BEFORE THE "
                       "REWRITE COULD TRUNCATE THE FILE"
                   MOVE "PRODMANT" TO AB-PROGRAM-ID
                   MOVE "PRODFILE" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE PX-PRODFILE-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF
           CLOSE PRODUCT-FILE
           IF PX-PRODUCT-COUNT > 1
               SUBTRACT 1 FROM PX-PRODUCT-COUNT
           ELSE
               MOVE 0 TO PX-PRODUCT-COUNT
           END-IF.

       1110-STORE-PRODUCT-RECORD.
           MOVE PRODUCT-RECORD TO PX-PD-RECORD (PX-PRODUCT-COUNT)
           ADD 1 TO PX-PRODUCT-COUNT
           PERFORM 1190-READ-PRODUCT-RECORD.

       1190-READ-PRODUCT-RECORD.
           READ PRODUCT-FILE
               AT END
                   SET PX-PRODUCT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * NO SNAPSHOT YET (PRICEHIS HAS NEVER RUN) OR ONE TOO LARGE TO
      * HOLD MEANS THE SNAPSHOT IS LEFT ALONE; PRICEHIS WILL THEN LOG
      * TONIGHT'S CHANGES A SECOND TIME, WHICH IS HARMLESS.
      *-----------------------------------------------------------------
       1200-LOAD-SNAPSHOT.
           MOVE 1 TO PX-SNAP-COUNT
           OPEN INPUT PRIOR-SNAPSHOT
           IF PX-PRODPRIR-NOTFOUND
               SET PX-SNAP-END TO TRUE
           ELSE
               IF NOT PX-PRODPRIR-OK AND NOT PX-PRODPRIR-EOF
                   MOVE "PRODMANT" TO AB-PROGRAM-ID
                   MOVE "PRODPRIR" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE PX-PRODPRIR-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               SET PX-SNAP-USABLE TO TRUE
               PERFORM 1290-READ-SNAPSHOT-RECORD
               PERFORM 1210-STORE-SNAPSHOT-RECORD
                   UNTIL PX-SNAP-END
                       OR PX-SNAP-COUNT > PX-MAX-SNAPS
               IF NOT PX-SNAP-END
                   DISPLAY "PRODMANT: PRICE SNAPSHOT TABLE FULL AT "
                       PX-MAX-SNAPS " - SNAPSHOT NOT UPDATED"
                   MOVE "N" TO PX-SNAP-USABLE-SWITCH
               END-IF
               CLOSE PRIOR-SNAPSHOT
           END-IF
           IF PX-SNAP-COUNT > 1
               SUBTRACT 1 FROM PX-SNAP-COUNT
           ELSE
               MOVE 0 TO PX-SNAP-COUNT
           END-IF.

       1210-STORE-SNAPSHOT-RECORD.
           MOVE PRIOR-SNAPSHOT-RECORD TO PX-SN-RECORD (PX-SNAP-COUNT)
           ADD 1 TO PX-SNAP-COUNT
           PERFORM 1290-READ-SNAPSHOT-RECORD.

       1290-READ-SNAPSHOT-RECORD.
           READ PRIOR-SNAPSHOT
               AT END
                   SET PX-SNAP-END TO TRUE
           END-READ.

       1300-LOAD-CREDENTIALS.
           MOVE 1 TO PX-OPER-COUNT
           OPEN INPUT CREDENTIALS-MASTER
           IF PX-CREDMAST-NOTFOUND
               SET PX-CRED-END TO TRUE
           ELSE
               IF NOT PX-CREDMAST-OK AND NOT PX-CREDMAST-EOF
                   MOVE "PRODMANT" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE PX-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1390-READ-CREDENTIALS-RECORD
               PERFORM 1310-STORE-CREDENTIALS-RECORD
                   UNTIL PX-CRED-END
                       OR PX-OPER-COUNT > PX-MAX-OPERS
      *        A TRUNCATED TABLE WOULD SILENTLY REJECT EVERY
      *        OPERATOR PAST THE CAP, SO AN OVERFLOWING LOAD STOPS
      *        THE RUN.
               IF NOT PX-CRED-END
                   DISPLAY "PRODMANT: CREDENTIAL TABLE FULL AT "
                       PX-MAX-OPERS " - RUN STOPPED"
                   MOVE "PRODMANT" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE PX-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE CREDENTIALS-MASTER
           END-IF
           IF PX-OPER-COUNT > 1
               SUBTRACT 1 FROM PX-OPER-COUNT
           ELSE
               MOVE 0 TO PX-OPER-COUNT
           END-IF.

       1310-STORE-CREDENTIALS-RECORD.
           MOVE CR-USER-ID TO PX-CR-USER-ID (PX-OPER-COUNT)
           IF CR-ROLE-LEVEL IS NUMERIC
               MOVE CR-ROLE-LEVEL TO PX-CR-ROLE (PX-OPER-COUNT)
           ELSE
               MOVE 0 TO PX-CR-ROLE (PX-OPER-COUNT)
           END-IF
           MOVE CR-LOCKED-FLAG TO PX-CR-LOCKED-FLAG (PX-OPER-COUNT)
           ADD 1 TO PX-OPER-COUNT
           PERFORM 1390-READ-CREDENTIALS-RECORD.

       1390-READ-CREDENTIALS-RECORD.
           READ CREDENTIALS-MASTER
               AT END
                   SET PX-CRED-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ROLE CHECK: THE TRANSACTION'S OPERATOR MUST BE ON THE
      * CREDENTIALS MASTER, UNLOCKED, AND GRANTED A ROLE LEVEL AT
      * LEAST AS HIGH AS THE ACTION DEMANDS.  A FAILURE REJECTS TO
      * SUSPENSE AND IS WRITTEN TO THE AUDIT LOG.
      *-----------------------------------------------------------------
       2000-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN PT-DISCONTINUE
                   MOVE 3 TO PX-REQUIRED-ROLE
               WHEN PT-ADD
               WHEN PT-EDIT
                   MOVE 2 TO PX-REQUIRED-ROLE
               WHEN OTHER
                   MOVE 1 TO PX-REQUIRED-ROLE
           END-EVALUATE
           PERFORM 2700-CHECK-OPERATOR-ROLE
           IF PX-AUTH-OK
               PERFORM 2010-DISPATCH-TRANSACTION
           ELSE
               DISPLAY "PRODMANT: OPERATOR " PT-OPERATOR-ID
                   " NOT AUTHORIZED FOR PRODUCT " PT-PRODUCT-CODE
                   " - " PX-AUTH-REASON
               MOVE PX-AUTH-REASON TO SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               PERFORM 2550-LOG-AUTH-FAILURE
               ADD 1 TO PX-REJECT-COUNT
               ADD 1 TO PX-AUTH-FAIL-COUNT
           END-IF
           PERFORM 2900-READ-TRANSACTION.

       2010-DISPATCH-TRANSACTION.
           EVALUATE TRUE
               WHEN PT-ADD
                   PERFORM 2100-ADD-PRODUCT
               WHEN PT-EDIT
                   PERFORM 2200-EDIT-PRODUCT
               WHEN PT-DISCONTINUE
                   PERFORM 2300-DISCONTINUE-PRODUCT
               WHEN PT-VIEW
                   PERFORM 2400-VIEW-PRODUCT
               WHEN OTHER
                   DISPLAY "PRODMANT: TRANSACTION CODE NOT "
                       "RECOGNIZED FOR PRODUCT " PT-PRODUCT-CODE
                   MOVE "BAD ACTION CODE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
                   ADD 1 TO PX-REJECT-COUNT
           END-EVALUATE.

       2100-ADD-PRODUCT.
           PERFORM 2050-FIND-PRODUCT
           PERFORM 2110-EDIT-CHECK-FIELDS
           IF NOT PX-EDIT-ERROR
               IF PX-PROD-FOUND-IDX NOT = 0
                   MOVE "PRODUCT ALREADY ON FILE" TO SS-REJECT-REASON
                   SET PX-EDIT-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT PX-EDIT-ERROR
               IF PX-PRODUCT-COUNT >= PX-MAX-PRODUCTS
                   MOVE "PRODUCT TABLE FULL" TO SS-REJECT-REASON
                   SET PX-EDIT-ERROR TO TRUE
               END-IF
           END-IF
           IF PX-EDIT-ERROR
               DISPLAY "PRODMANT: ADD PRODUCT " PT-PRODUCT-CODE
                   " REJECTED - " SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               ADD 1 TO PX-REJECT-COUNT
           ELSE
               MOVE SPACES TO PRODUCT-RECORD
               MOVE PT-PRODUCT-CODE TO PD-PRODUCT-CODE
               MOVE PT-PRODUCT-NAME TO PD-PRODUCT-NAME
               MOVE PT-UNIT-PRICE TO PD-UNIT-PRICE
               MOVE 0 TO PD-QUANTITY
               MOVE PT-UNIT-COST TO PD-UNIT-COST
               MOVE PT-REORDER-POINT TO PD-REORDER-POINT
               MOVE PT-REORDER-QTY TO PD-REORDER-QTY
               IF PT-UNIT-WEIGHT IS NUMERIC
                   MOVE PT-UNIT-WEIGHT TO PD-UNIT-WEIGHT
               ELSE
                   MOVE 0 TO PD-UNIT-WEIGHT
               END-IF
               ADD 1 TO PX-PRODUCT-COUNT
               MOVE PRODUCT-RECORD TO PX-PD-RECORD (PX-PRODUCT-COUNT)
               SET PX-FILE-CHANGED TO TRUE
               ADD 1 TO PX-ADD-COUNT
               MOVE SPACES TO PX-BEFORE-IMAGE
               MOVE "ADD" TO AU-OPERATION
               PERFORM 2600-LOG-PRODUCT-CHANGE
               DISPLAY "ADD PRODUCT " PT-PRODUCT-CODE " COMPLETE"
           END-IF.

      *-----------------------------------------------------------------
      * FIELD-LEVEL EDITS APPLIED TO AN ADD TRANSACTION BEFORE IT IS
      * ALLOWED ONTO THE FILE.
      *-----------------------------------------------------------------
       2110-EDIT-CHECK-FIELDS.
           MOVE "N" TO PX-EDIT-ERROR-SWITCH
           IF PT-PRODUCT-CODE = SPACES
               MOVE "PRODUCT CODE MISSING" TO SS-REJECT-REASON
               SET PX-EDIT-ERROR TO TRUE
           END-IF
           IF PT-PRODUCT-NAME = SPACES
               MOVE "PRODUCT NAME MISSING" TO SS-REJECT-REASON
               SET PX-EDIT-ERROR TO TRUE
           END-IF
           IF PT-UNIT-PRICE IS NOT NUMERIC OR PT-UNIT-PRICE = 0
               MOVE "UNIT PRICE MISSING" TO SS-REJECT-REASON
               SET PX-EDIT-ERROR TO TRUE
           END-IF
           IF PT-UNIT-COST IS NOT NUMERIC OR PT-UNIT-COST = 0
               MOVE "UNIT COST MISSING" TO SS-REJECT-REASON
               SET PX-EDIT-ERROR TO TRUE
           END-IF
           IF PT-REORDER-POINT IS NOT NUMERIC
                   OR PT-REORDER-QTY IS NOT NUMERIC
               MOVE "REORDER FIELDS NOT NUMERIC" TO SS-REJECT-REASON
               SET PX-EDIT-ERROR TO TRUE
           END-IF
           IF NOT PX-EDIT-ERROR
               MOVE PT-UNIT-PRICE TO PX-BF-UNIT-PRICE
               MOVE PT-UNIT-COST TO PX-BF-UNIT-COST
               MOVE PT-REORDER-POINT TO PX-BF-REORDER-POINT
               MOVE PT-REORDER-QTY TO PX-BF-REORDER-QTY
               PERFORM 2120-CHECK-PRICE-AND-REORDER
           END-IF.

      *-----------------------------------------------------------------
      * THE CROSS-FIELD RULES, APPLIED TO THE VALUES THE PRODUCT WILL
      * CARRY (IN THE PX-BF- FIELDS) WHETHER BY ADD OR BY EDIT.
      *-----------------------------------------------------------------
       2120-CHECK-PRICE-AND-REORDER.
           IF PX-BF-UNIT-PRICE < PX-BF-UNIT-COST
               IF NOT PT-BELOW-COST-OK
                   MOVE "PRICE BELOW COST, NO OVERRIDE"
                       TO SS-REJECT-REASON
                   SET PX-EDIT-ERROR TO TRUE
               ELSE
                   IF PX-OPERATOR-ROLE < PX-SUPERVISOR-ROLE
                       MOVE "BELOW-COST OVERRIDE NEEDS SUPV"
                           TO SS-REJECT-REASON
                       SET PX-EDIT-ERROR TO TRUE
                   END-IF
               END-IF
           END-IF
           IF PX-BF-REORDER-POINT > 0 AND PX-BF-REORDER-QTY = 0
               MOVE "REORDER POINT WITH NO QUANTITY"
                   TO SS-REJECT-REASON
               SET PX-EDIT-ERROR TO TRUE
           END-IF
           IF PX-BF-REORDER-POINT > PX-REORDER-CEILING
                   OR PX-BF-REORDER-QTY > PX-REORDER-CEILING
               MOVE "REORDER FIELD OVER CEILING" TO SS-REJECT-REASON
               SET PX-EDIT-ERROR TO TRUE
           END-IF.

      *-----------------------------------------------------------------
      * AN EDIT APPLIES ONLY ITS NONBLANK FIELDS, THEN THE PRODUCT AS
      * IT WOULD STAND IS RE-CHECKED.  A FAILING EDIT LEAVES THE
      * PRODUCT AS IT WAS.  A DISCONTINUED PRODUCT IS NOT EDITED.
      *-----------------------------------------------------------------
       2200-EDIT-PRODUCT.
           MOVE "N" TO PX-EDIT-ERROR-SWITCH
           PERFORM 2050-FIND-PRODUCT
           IF PX-PROD-FOUND-IDX = 0
               MOVE "PRODUCT NOT ON FILE" TO SS-REJECT-REASON
               SET PX-EDIT-ERROR TO TRUE
           ELSE
               MOVE PX-PD-RECORD (PX-PROD-FOUND-IDX)
                   TO PX-BEFORE-IMAGE
               IF PX-BF-STATUS-CODE = "D"
                   MOVE "PRODUCT DISCONTINUED" TO SS-REJECT-REASON
                   SET PX-EDIT-ERROR TO TRUE
               END-IF
           END-IF
           IF NOT PX-EDIT-ERROR
               IF PT-UNIT-PRICE IS NUMERIC
                   MOVE PT-UNIT-PRICE TO PX-BF-UNIT-PRICE
               END-IF
               IF PT-UNIT-COST IS NUMERIC
                   MOVE PT-UNIT-COST TO PX-BF-UNIT-COST
               END-IF
               IF PT-REORDER-POINT IS NUMERIC
                   MOVE PT-REORDER-POINT TO PX-BF-REORDER-POINT
               END-IF
               IF PT-REORDER-QTY IS NUMERIC
                   MOVE PT-REORDER-QTY TO PX-BF-REORDER-QTY
               END-IF
               IF PT-UNIT-WEIGHT IS NUMERIC
                   MOVE PT-UNIT-WEIGHT TO PX-BF-UNIT-WEIGHT
               END-IF
               IF PX-BF-UNIT-PRICE = 0 OR PX-BF-UNIT-COST = 0
                   MOVE "PRICE AND COST MUST BE NONZERO"
                       TO SS-REJECT-REASON
                   SET PX-EDIT-ERROR TO TRUE
               ELSE
                   PERFORM 2120-CHECK-PRICE-AND-REORDER
               END-IF
           END-IF
           IF PX-EDIT-ERROR
               DISPLAY "PRODMANT: EDIT PRODUCT " PT-PRODUCT-CODE
                   " REJECTED - " SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               ADD 1 TO PX-REJECT-COUNT
           ELSE
               PERFORM 2210-APPLY-EDIT
           END-IF.

       2210-APPLY-EDIT.
           MOVE PX-PD-RECORD (PX-PROD-FOUND-IDX) TO PRODUCT-RECORD
           IF PT-PRODUCT-NAME NOT = SPACES
               MOVE PT-PRODUCT-NAME TO PD-PRODUCT-NAME
           END-IF
           MOVE PX-BF-UNIT-PRICE TO PD-UNIT-PRICE
           MOVE PX-BF-UNIT-COST TO PD-UNIT-COST
           MOVE PX-BF-REORDER-POINT TO PD-REORDER-POINT
           MOVE PX-BF-REORDER-QTY TO PD-REORDER-QTY
           MOVE PX-BF-UNIT-WEIGHT TO PD-UNIT-WEIGHT
      *    THE BEFORE IMAGE IS RESTORED FROM THE TABLE FOR THE AUDIT
      *    LOG AND THE PRICE HISTORY.
           MOVE PX-PD-RECORD (PX-PROD-FOUND-IDX) TO PX-BEFORE-IMAGE
           MOVE PRODUCT-RECORD TO PX-PD-RECORD (PX-PROD-FOUND-IDX)
           SET PX-FILE-CHANGED TO TRUE
           IF PD-UNIT-PRICE NOT = PX-BF-UNIT-PRICE
               MOVE "P" TO PH-HIST-FIELD
               MOVE PX-BF-UNIT-PRICE TO PH-HIST-OLD-VALUE
               MOVE PD-UNIT-PRICE TO PH-HIST-NEW-VALUE
               PERFORM 2650-LOG-PRICE-HISTORY
           END-IF
           IF PD-UNIT-COST NOT = PX-BF-UNIT-COST
               MOVE "C" TO PH-HIST-FIELD
               MOVE PX-BF-UNIT-COST TO PH-HIST-OLD-VALUE
               MOVE PD-UNIT-COST TO PH-HIST-NEW-VALUE
               PERFORM 2650-LOG-PRICE-HISTORY
           END-IF
           ADD 1 TO PX-EDIT-COUNT
           MOVE "UPDATE" TO AU-OPERATION
           PERFORM 2600-LOG-PRODUCT-CHANGE
           DISPLAY "EDIT PRODUCT " PT-PRODUCT-CODE " COMPLETE".

      *-----------------------------------------------------------------
      * A DISCONTINUED PRODUCT STAYS ON FILE - ITS STOCK STILL SELLS
      * AND COUNTS - BUT IS NO LONGER REPLENISHED OR EDITED.
      *-----------------------------------------------------------------
       2300-DISCONTINUE-PRODUCT.
           PERFORM 2050-FIND-PRODUCT
           IF PX-PROD-FOUND-IDX = 0
               MOVE "PRODUCT NOT ON FILE" TO SS-REJECT-REASON
               DISPLAY "PRODMANT: DISCONTINUE PRODUCT "
                   PT-PRODUCT-CODE " REJECTED - " SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               ADD 1 TO PX-REJECT-COUNT
           ELSE
               MOVE PX-PD-RECORD (PX-PROD-FOUND-IDX) TO PRODUCT-RECORD
               IF PD-DISCONTINUED
                   MOVE "PRODUCT ALREADY DISCONTINUED"
                       TO SS-REJECT-REASON
                   DISPLAY "PRODMANT: DISCONTINUE PRODUCT "
                       PT-PRODUCT-CODE " REJECTED - " SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
                   ADD 1 TO PX-REJECT-COUNT
               ELSE
                   MOVE PRODUCT-RECORD TO PX-BEFORE-IMAGE
                   SET PD-DISCONTINUED TO TRUE
                   MOVE PRODUCT-RECORD
                       TO PX-PD-RECORD (PX-PROD-FOUND-IDX)
                   SET PX-FILE-CHANGED TO TRUE
                   ADD 1 TO PX-DISC-COUNT
                   MOVE "DISCONT" TO AU-OPERATION
                   PERFORM 2600-LOG-PRODUCT-CHANGE
                   DISPLAY "DISCONTINUE PRODUCT " PT-PRODUCT-CODE
                       " COMPLETE"
               END-IF
           END-IF.

       2400-VIEW-PRODUCT.
           PERFORM 2050-FIND-PRODUCT
           IF PX-PROD-FOUND-IDX = 0
               DISPLAY "PRODMANT: PRODUCT " PT-PRODUCT-CODE
                   " NOT ON FILE"
           ELSE
               MOVE PX-PD-RECORD (PX-PROD-FOUND-IDX) TO PRODUCT-RECORD
               DISPLAY "PRODUCT:     " PD-PRODUCT-CODE
               DISPLAY "NAME:        " PD-PRODUCT-NAME
               DISPLAY "UNIT PRICE:  " PD-UNIT-PRICE
               DISPLAY "UNIT COST:   " PD-UNIT-COST
               DISPLAY "ON HAND:     " PD-QUANTITY
               DISPLAY "REORDER:     " PD-REORDER-POINT
                   " QTY " PD-REORDER-QTY
               DISPLAY "ABC CLASS:   " PD-ABC-CLASS
               IF PD-DISCONTINUED
                   DISPLAY "STATUS:      DISCONTINUED"
               ELSE
                   DISPLAY "STATUS:      ACTIVE"
               END-IF
               ADD 1 TO PX-VIEW-COUNT
           END-IF.

       2050-FIND-PRODUCT.
           MOVE 0 TO PX-PROD-FOUND-IDX
           IF PX-PRODUCT-COUNT > 0
               PERFORM 2060-COMPARE-PRODUCT
                   VARYING PX-PROD-IDX FROM 1 BY 1
                   UNTIL PX-PROD-IDX > PX-PRODUCT-COUNT
                       OR PX-PROD-FOUND-IDX NOT = 0
           END-IF.

       2060-COMPARE-PRODUCT.
           IF PX-PD-RECORD (PX-PROD-IDX) (1:5) = PT-PRODUCT-CODE
               MOVE PX-PROD-IDX TO PX-PROD-FOUND-IDX
           END-IF.

       2500-LOG-SUSPENSE-RECORD.
           MOVE "PRODMANT" TO SS-SOURCE-PROGRAM
           MOVE "PRODMANT" TO SS-TRANS-TYPE
           MOVE MAINT-TRANS-RECORD TO SS-ORIGINAL-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO SS-REJECT-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO SS-REJECT-TIME
           WRITE PRODUCT-SUSPENSE-RECORD.

       2550-LOG-AUTH-FAILURE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "PRODMANT" TO AU-PROGRAM-NAME
           MOVE "AUTHFAIL" TO AU-OPERATION
           MOVE 0 TO AU-CUSTOMER-ID
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE SPACES TO AU-AFTER-IMAGE
           STRING "OPERATOR " DELIMITED BY SIZE
               PT-OPERATOR-ID DELIMITED BY SIZE
               " ACTION " DELIMITED BY SIZE
               PT-ACTION-CODE DELIMITED BY SIZE
               " PRODUCT " DELIMITED BY SIZE
               PT-PRODUCT-CODE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               PX-AUTH-REASON DELIMITED BY SIZE
               INTO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE PT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
      * BEFORE AND AFTER IMAGES OF THE PRODUCT RECORD.  THE PRODUCT
      * CODE IS NOT NUMERIC, SO THE CUSTOMER ID FIELD IS ZERO AND THE
      * CODE IS READ FROM THE IMAGES.  THE CALLER SETS AU-OPERATION.
      *-----------------------------------------------------------------
       2600-LOG-PRODUCT-CHANGE.
           MOVE AU-OPERATION TO SS-TRANS-TYPE
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "PRODMANT" TO AU-PROGRAM-NAME
           MOVE SS-TRANS-TYPE TO AU-OPERATION
           MOVE 0 TO AU-CUSTOMER-ID
           MOVE PX-BEFORE-IMAGE TO AU-BEFORE-IMAGE
           MOVE PRODUCT-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE PT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
      * THE CALLER SETS THE FIELD AND THE OLD AND NEW VALUES.  THE
      * MATCHING SNAPSHOT ENTRY TAKES THE NEW VALUE SO PRICEHIS SEES
      * NO CHANGE TONIGHT.
      *-----------------------------------------------------------------
       2650-LOG-PRICE-HISTORY.
           MOVE PT-PRODUCT-CODE TO PH-HIST-PRODUCT-CODE
           MOVE PX-RUN-DATE TO PH-HIST-CHANGE-DATE
           MOVE SPACES TO PRICE-HISTORY-RECORD (29:52)
           WRITE PRICE-HISTORY-RECORD
           ADD 1 TO PX-HISTORY-COUNT
           IF PX-SNAP-USABLE
               MOVE 0 TO PX-SNAP-FOUND-IDX
               IF PX-SNAP-COUNT > 0
                   PERFORM 2660-COMPARE-SNAPSHOT
                       VARYING PX-SNAP-IDX FROM 1 BY 1
                       UNTIL PX-SNAP-IDX > PX-SNAP-COUNT
                           OR PX-SNAP-FOUND-IDX NOT = 0
               END-IF
               IF PX-SNAP-FOUND-IDX NOT = 0
                   MOVE PX-SN-RECORD (PX-SNAP-FOUND-IDX)
                       TO PX-SNAP-WORK-RECORD
                   IF PH-HIST-PRICE
                       MOVE PH-HIST-NEW-VALUE TO PX-SW-UNIT-PRICE
                   ELSE
                       MOVE PH-HIST-NEW-VALUE TO PX-SW-UNIT-COST
                   END-IF
                   MOVE PX-SNAP-WORK-RECORD
                       TO PX-SN-RECORD (PX-SNAP-FOUND-IDX)
                   SET PX-SNAP-CHANGED TO TRUE
               END-IF
           END-IF.

       2660-COMPARE-SNAPSHOT.
           IF PX-SN-RECORD (PX-SNAP-IDX) (1:5) = PT-PRODUCT-CODE
               MOVE PX-SNAP-IDX TO PX-SNAP-FOUND-IDX
           END-IF.

       2700-CHECK-OPERATOR-ROLE.
           MOVE "N" TO PX-AUTH-OK-SWITCH
           MOVE 0 TO PX-OPERATOR-ROLE
           MOVE 0 TO PX-OPER-FOUND-IDX
           PERFORM 2710-COMPARE-OPERATOR
               VARYING PX-OPER-IDX FROM 1 BY 1
               UNTIL PX-OPER-IDX > PX-OPER-COUNT
                   OR PX-OPER-FOUND-IDX NOT = 0
           IF PX-OPER-FOUND-IDX NOT = 0
               MOVE PX-CR-ROLE (PX-OPER-FOUND-IDX) TO PX-OPERATOR-ROLE
           END-IF
           EVALUATE TRUE
               WHEN PT-OPERATOR-ID = SPACES
                   MOVE "OPERATOR ID MISSING" TO PX-AUTH-REASON
               WHEN PX-OPER-FOUND-IDX = 0
                   MOVE "OPERATOR NOT ON FILE" TO PX-AUTH-REASON
               WHEN PX-CR-LOCKED-FLAG (PX-OPER-FOUND-IDX) = "Y"
                   MOVE "OPERATOR LOCKED" TO PX-AUTH-REASON
               WHEN PX-OPERATOR-ROLE < PX-REQUIRED-ROLE
                   MOVE "ROLE BELOW ACTION LEVEL" TO PX-AUTH-REASON
               WHEN OTHER
                   MOVE SPACES TO PX-AUTH-REASON
                   SET PX-AUTH-OK TO TRUE
           END-EVALUATE.

       2710-COMPARE-OPERATOR.
           IF PX-CR-USER-ID (PX-OPER-IDX) = PT-OPERATOR-ID
               MOVE PX-OPER-IDX TO PX-OPER-FOUND-IDX
           END-IF.

       2900-READ-TRANSACTION.
           READ MAINT-TRANS
               AT END
                   MOVE "Y" TO PX-TRANS-EOF-SWITCH
           END-READ.

       3000-TERMINATE.
           IF PX-FILE-CHANGED
               PERFORM 3100-REWRITE-PRODUCT-FILE
           END-IF
           IF PX-SNAP-CHANGED
               PERFORM 3200-REWRITE-SNAPSHOT
           END-IF
           DISPLAY "PRODUCTS ADDED:        " PX-ADD-COUNT
           DISPLAY "PRODUCTS EDITED:       " PX-EDIT-COUNT
           DISPLAY "PRODUCTS DISCONTINUED: " PX-DISC-COUNT
           DISPLAY "PRODUCTS VIEWED:       " PX-VIEW-COUNT
           DISPLAY "PRICE HISTORY RECORDS: " PX-HISTORY-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " PX-REJECT-COUNT
           DISPLAY "AUTHORIZATION FAILURES: " PX-AUTH-FAIL-COUNT
           CLOSE MAINT-TRANS
           CLOSE AUDIT-LOG
           CLOSE PRODUCT-SUSPENSE
           CLOSE PRICE-HISTORY.

       3100-REWRITE-PRODUCT-FILE.
           OPEN OUTPUT PRODUCT-FILE
           IF NOT PX-PRODFILE-OK
               MOVE "PRODMANT" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE PX-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF PX-PRODUCT-COUNT > 0
               PERFORM 3110-WRITE-PRODUCT-RECORD
                   VARYING PX-PROD-IDX FROM 1 BY 1
                   UNTIL PX-PROD-IDX > PX-PRODUCT-COUNT
           END-IF
           CLOSE PRODUCT-FILE.

       3110-WRITE-PRODUCT-RECORD.
           MOVE PX-PD-RECORD (PX-PROD-IDX) TO PRODUCT-RECORD
           WRITE PRODUCT-RECORD.

       3200-REWRITE-SNAPSHOT.
           OPEN OUTPUT PRIOR-SNAPSHOT
           IF NOT PX-PRODPRIR-OK
               MOVE "PRODMANT" TO AB-PROGRAM-ID
               MOVE "PRODPRIR" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE PX-PRODPRIR-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           IF PX-SNAP-COUNT > 0
               PERFORM 3210-WRITE-SNAPSHOT-RECORD
                   VARYING PX-SNAP-IDX FROM 1 BY 1
                   UNTIL PX-SNAP-IDX > PX-SNAP-COUNT
           END-IF
           CLOSE PRIOR-SNAPSHOT.

       3210-WRITE-SNAPSHOT-RECORD.
           MOVE PX-SN-RECORD (PX-SNAP-IDX) TO PRIOR-SNAPSHOT-RECORD
           WRITE PRIOR-SNAPSHOT-RECORD.

       COPY ABENDPAR.

       END PROGRAM PRODMANT.
