      ******************************************************************
      * PROGRAM-ID.    PROMMANT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ORDER ENTRY
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       PROMOTION MASTER MAINTENANCE.  APPLIES A BATCH
      *                OF ADD, EDIT, DELETE AND VIEW TRANSACTIONS
      *                AGAINST THE PROMOTION MASTER, KEYED BY PROMOTION
      *                CODE, IN THE SAME TRANSACTION STYLE AS THE
      *                SHIP-TO ADDRESS MAINTENANCE RUN.  EVERY
      *                PROMOTION ADDED OR CHANGED MUST CARRY A VALID
      *                DISCOUNT TYPE WITH A NONZERO PERCENT OR AMOUNT,
      *                AN EFFECTIVE DATE, AN EXPIRY DATE OF ZERO (OPEN)
      *                OR NOT BEFORE THE EFFECTIVE DATE, AND A VALID
      *                MEMBERSHIP TIER.  AN EDIT APPLIES ONLY ITS
      *                NONBLANK FIELDS; AN ASTERISK IN THE TIER OR THE
      *                FIRST ELIGIBLE-PRODUCT POSITION CLEARS THAT
      *                RESTRICTION.  EVERY CHANGE WRITES BEFORE/AFTER
      *                IMAGES TO THE AUDIT LOG.  EVERY TRANSACTION
      *                CARRIES AN OPERATOR ID CHECKED AGAINST THE
      *                CREDENTIALS MASTER ROLE LEVEL.  REJECTED
      *                TRANSACTIONS GO TO THE PROMOTION SUSPENSE FILE
      *                IN THE SHARED SUSPENSE LAYOUT.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL - MODELED ON SHIPMANT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMMANT.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - ORDER ENTRY.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMO-MASTER ASSIGN TO "PROMOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PZ-PROMO-CODE OF PROMO-MASTER-RECORD
               FILE STATUS IS ZM-PROMOMST-STATUS.
           SELECT MAINT-TRANS ASSIGN TO "PROMTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZM-PROMTRAN-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZM-AUDITLOG-STATUS.
           SELECT PROMO-SUSPENSE ASSIGN TO "PROMSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZM-PROMSUSP-STATUS.
           SELECT CREDENTIALS-MASTER ASSIGN TO "CREDMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ZM-CREDMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-MASTER
           RECORDING MODE IS F.
       01  PROMO-MASTER-RECORD.
           COPY PROMOMST.

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       FD  PROMO-SUSPENSE
           RECORDING MODE IS F.
       01  PROMO-SUSPENSE-RECORD.
           COPY SUSPENSE.

       FD  CREDENTIALS-MASTER
           RECORDING MODE IS F.
       01  CREDENTIALS-RECORD.
           COPY CREDREC.

       FD  MAINT-TRANS
           RECORDING MODE IS F.
       01  MAINT-TRANS-RECORD.
           05  ZT-ACTION-CODE           PIC X(01).
               88  ZT-ADD               VALUE "A".
               88  ZT-EDIT              VALUE "E".
               88  ZT-DELETE            VALUE "D".
               88  ZT-VIEW              VALUE "V".
           05  ZT-PROMO-CODE            PIC X(08).
           05  ZT-DISCOUNT-TYPE         PIC X(01).
           05  ZT-DISCOUNT-PCT          PIC X(04).
           05  ZT-DISCOUNT-PCT-NUM REDEFINES ZT-DISCOUNT-PCT
                                        PIC 9(02)V99.
           05  ZT-DISCOUNT-AMOUNT       PIC X(07).
           05  ZT-DISCOUNT-AMOUNT-NUM REDEFINES ZT-DISCOUNT-AMOUNT
                                        PIC 9(05)V99.
           05  ZT-EFFECTIVE-DATE        PIC X(08).
           05  ZT-EFFECTIVE-DATE-NUM REDEFINES ZT-EFFECTIVE-DATE
                                        PIC 9(08).
           05  ZT-EXPIRY-DATE           PIC X(08).
           05  ZT-EXPIRY-DATE-NUM REDEFINES ZT-EXPIRY-DATE
                                        PIC 9(08).
           05  ZT-ELIGIBLE-PRODUCTS     PIC X(30).
           05  ZT-ELIGIBLE-TIER         PIC X(01).
           05  ZT-REDEMPTION-CAP        PIC X(06).
           05  ZT-REDEMPTION-CAP-NUM REDEFINES ZT-REDEMPTION-CAP
                                        PIC 9(06).
           05  ZT-CUSTOMER-LIMIT        PIC X(03).
           05  ZT-CUSTOMER-LIMIT-NUM REDEFINES ZT-CUSTOMER-LIMIT
                                        PIC 9(03).
           05  ZT-DESCRIPTION           PIC X(20).
           05  ZT-OPERATOR-ID           PIC X(08).
           05  FILLER                   PIC X(05).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.

       01  ZM-PROMOMST-STATUS          PIC X(02) VALUE "00".
           88  ZM-PROMOMST-OK          VALUE "00".
       01  ZM-PROMTRAN-STATUS          PIC X(02) VALUE "00".
           88  ZM-PROMTRAN-OK          VALUE "00".
           88  ZM-PROMTRAN-EOF         VALUE "10".
       01  ZM-AUDITLOG-STATUS          PIC X(02) VALUE "00".
           88  ZM-AUDITLOG-OK          VALUE "00".
       01  ZM-PROMSUSP-STATUS          PIC X(02) VALUE "00".
           88  ZM-PROMSUSP-OK          VALUE "00".
       01  ZM-CREDMAST-STATUS          PIC X(02) VALUE "00".
           88  ZM-CREDMAST-OK          VALUE "00".
           88  ZM-CREDMAST-EOF         VALUE "10".
           88  ZM-CREDMAST-NOTFOUND    VALUE "35".

       01  ZM-AUDIT-BEFORE-SAVE.
           05  ZM-AUDIT-BEFORE-ENTRY.
               COPY PROMOMST.

       01  ZM-SWITCHES.
           05  ZM-TRANS-EOF-SWITCH     PIC X(01) VALUE "N".
               88  ZM-TRANS-END        VALUE "Y".
           05  ZM-EDIT-ERROR-SWITCH    PIC X(01) VALUE "N".
               88  ZM-EDIT-ERROR       VALUE "Y".
           05  ZM-CRED-EOF-SWITCH      PIC X(01) VALUE "N".
               88  ZM-CRED-END         VALUE "Y".
           05  ZM-AUTH-OK-SWITCH       PIC X(01) VALUE "N".
               88  ZM-AUTH-OK          VALUE "Y".

      *-----------------------------------------------------------------
      * ROLE LEVEL REQUIRED PER ACTION AND THE OPERATOR'S GRANTED
      * LEVEL FROM THE CREDENTIALS MASTER.  A LEGACY RECORD WITH A
      * BLANK ROLE GRANTS LEVEL ZERO - NOTHING.
      *-----------------------------------------------------------------
       01  ZM-REQUIRED-ROLE            PIC 9(01) VALUE 0.
       01  ZM-AUTH-REASON              PIC X(30) VALUE SPACES.

       01  ZM-OPERATOR-COUNTS.
           05  ZM-OPER-COUNT           PIC 9(04) COMP VALUE 0.
           05  ZM-MAX-OPERS            PIC 9(04) COMP VALUE 500.
           05  ZM-OPER-IDX             PIC 9(04) COMP VALUE 0.
           05  ZM-OPER-FOUND-IDX       PIC 9(04) COMP VALUE 0.

       01  ZM-OPERATOR-TABLE.
           05  ZM-OPER-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON ZM-OPER-COUNT
                   INDEXED BY ZM-OPER-TIDX.
               10  ZM-CR-USER-ID       PIC X(08).
               10  ZM-CR-ROLE          PIC 9(01).
               10  ZM-CR-LOCKED-FLAG   PIC X(01).

       01  ZM-COUNTERS.
           05  ZM-ADD-COUNT            PIC 9(05) COMP VALUE 0.
           05  ZM-EDIT-COUNT           PIC 9(05) COMP VALUE 0.
           05  ZM-DELETE-COUNT         PIC 9(05) COMP VALUE 0.
           05  ZM-VIEW-COUNT           PIC 9(05) COMP VALUE 0.
           05  ZM-REJECT-COUNT         PIC 9(05) COMP VALUE 0.
           05  ZM-AUTH-FAIL-COUNT      PIC 9(05) COMP VALUE 0.

       01  ZM-VIEW-PCT                 PIC Z9.99.
       01  ZM-VIEW-AMOUNT              PIC ZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-APPLY-TRANSACTION
               UNTIL ZM-TRANS-END
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           OPEN I-O PROMO-MASTER
           IF ZM-PROMOMST-STATUS = "35"
               OPEN OUTPUT PROMO-MASTER
               CLOSE PROMO-MASTER
               OPEN I-O PROMO-MASTER
           END-IF
           IF NOT ZM-PROMOMST-OK
               MOVE "PROMMANT" TO AB-PROGRAM-ID
               MOVE "PROMOMST" TO AB-FILE-NAME
               MOVE "OPEN I-O" TO AB-OPERATION
               MOVE ZM-PROMOMST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN INPUT MAINT-TRANS
           IF NOT ZM-PROMTRAN-OK AND NOT ZM-PROMTRAN-EOF
               MOVE "PROMMANT" TO AB-PROGRAM-ID
               MOVE "PROMTRAN" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE ZM-PROMTRAN-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN EXTEND AUDIT-LOG
           IF NOT ZM-AUDITLOG-OK
               CLOSE AUDIT-LOG
               OPEN OUTPUT AUDIT-LOG
           END-IF
           OPEN EXTEND PROMO-SUSPENSE
           IF NOT ZM-PROMSUSP-OK
               CLOSE PROMO-SUSPENSE
               OPEN OUTPUT PROMO-SUSPENSE
           END-IF
           PERFORM 1100-LOAD-CREDENTIALS
           PERFORM 2900-READ-TRANSACTION.

       1100-LOAD-CREDENTIALS.
           MOVE 1 TO ZM-OPER-COUNT
           OPEN INPUT CREDENTIALS-MASTER
           IF ZM-CREDMAST-NOTFOUND
               SET ZM-CRED-END TO TRUE
           ELSE
               IF NOT ZM-CREDMAST-OK AND NOT ZM-CREDMAST-EOF
                   MOVE "PROMMANT" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE ZM-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-CREDENTIALS-RECORD
               PERFORM 1110-STORE-CREDENTIALS-RECORD
                   UNTIL ZM-CRED-END
                       OR ZM-OPER-COUNT > ZM-MAX-OPERS
      *        A TRUNCATED TABLE WOULD SILENTLY REJECT EVERY
      *        OPERATOR PAST THE CAP, SO AN OVERFLOWING LOAD STOPS
      *        THE RUN.
               IF NOT ZM-CRED-END
                   DISPLAY "PROMMANT: CREDENTIAL TABLE FULL AT "
                       ZM-MAX-OPERS " - RUN STOPPED"
                   MOVE "PROMMANT" TO AB-PROGRAM-ID
                   MOVE "CREDMAST" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE ZM-CREDMAST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE CREDENTIALS-MASTER
           END-IF
           IF ZM-OPER-COUNT > 1
               SUBTRACT 1 FROM ZM-OPER-COUNT
           ELSE
               MOVE 0 TO ZM-OPER-COUNT
           END-IF.

       1110-STORE-CREDENTIALS-RECORD.
           MOVE CR-USER-ID TO ZM-CR-USER-ID (ZM-OPER-COUNT)
           IF CR-ROLE-LEVEL IS NUMERIC
               MOVE CR-ROLE-LEVEL TO ZM-CR-ROLE (ZM-OPER-COUNT)
           ELSE
               MOVE 0 TO ZM-CR-ROLE (ZM-OPER-COUNT)
           END-IF
           MOVE CR-LOCKED-FLAG TO ZM-CR-LOCKED-FLAG (ZM-OPER-COUNT)
           ADD 1 TO ZM-OPER-COUNT
           PERFORM 1190-READ-CREDENTIALS-RECORD.

       1190-READ-CREDENTIALS-RECORD.
           READ CREDENTIALS-MASTER
               AT END
                   SET ZM-CRED-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * ROLE CHECK: VIEWS NEED INQUIRY; ADDS, EDITS AND DELETES NEED
      * CLERK - A PROMOTION CHANGE REPRICES EVERY ORDER THAT CARRIES
      * THE CODE.  A FAILURE REJECTS TO SUSPENSE AND IS WRITTEN TO
      * THE AUDIT LOG.
      *-----------------------------------------------------------------
       2000-APPLY-TRANSACTION.
           EVALUATE TRUE
               WHEN ZT-ADD
               WHEN ZT-EDIT
               WHEN ZT-DELETE
                   MOVE 2 TO ZM-REQUIRED-ROLE
               WHEN OTHER
                   MOVE 1 TO ZM-REQUIRED-ROLE
           END-EVALUATE
           PERFORM 2700-CHECK-OPERATOR-ROLE
           IF ZM-AUTH-OK
               PERFORM 2010-DISPATCH-TRANSACTION
           ELSE
               DISPLAY "PROMMANT: OPERATOR " ZT-OPERATOR-ID
                   " NOT AUTHORIZED FOR PROMO " ZT-PROMO-CODE
                   " - " ZM-AUTH-REASON
               MOVE ZM-AUTH-REASON TO SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               PERFORM 2550-LOG-AUTH-FAILURE
               ADD 1 TO ZM-REJECT-COUNT
               ADD 1 TO ZM-AUTH-FAIL-COUNT
           END-IF
           PERFORM 2900-READ-TRANSACTION.

       2010-DISPATCH-TRANSACTION.
           MOVE ZT-PROMO-CODE TO PZ-PROMO-CODE OF PROMO-MASTER-RECORD
           EVALUATE TRUE
               WHEN ZT-ADD
                   PERFORM 2100-ADD-PROMOTION
               WHEN ZT-EDIT
                   PERFORM 2200-EDIT-PROMOTION
               WHEN ZT-DELETE
                   PERFORM 2400-DELETE-PROMOTION
               WHEN ZT-VIEW
                   PERFORM 2300-VIEW-PROMOTION
               WHEN OTHER
                   DISPLAY "PROMMANT: TRANSACTION CODE NOT "
                       "RECOGNIZED FOR PROMO " ZT-PROMO-CODE
                   MOVE "BAD ACTION CODE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
                   ADD 1 TO ZM-REJECT-COUNT
           END-EVALUATE.

       2100-ADD-PROMOTION.
           PERFORM 2110-EDIT-CHECK-FIELDS
           IF NOT ZM-EDIT-ERROR
               PERFORM 2120-BUILD-PROMOTION-FIELDS
               PERFORM 2600-CHECK-PROMOTION-TERMS
           END-IF
           IF ZM-EDIT-ERROR
               DISPLAY "PROMMANT: PROMO " ZT-PROMO-CODE
                   " ADD REJECTED - " SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               ADD 1 TO ZM-REJECT-COUNT
           ELSE
               WRITE PROMO-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "PROMMANT: PROMO " ZT-PROMO-CODE
                           " ALREADY ON FILE, ADD REJECTED"
                       MOVE "PROMO CODE ALREADY ON FILE"
                           TO SS-REJECT-REASON
                       PERFORM 2500-LOG-SUSPENSE-RECORD
                       ADD 1 TO ZM-REJECT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO ZM-ADD-COUNT
                       PERFORM 2150-LOG-PROMOTION-ADD
                       DISPLAY "ADD PROMO " ZT-PROMO-CODE " COMPLETE"
               END-WRITE
           END-IF.

      *-----------------------------------------------------------------
      * FIELD-LEVEL EDITS.  AN ADD MUST SUPPLY THE CODE, TYPE AND
      * EFFECTIVE DATE; THE NUMERIC FIELDS, WHEN PRESENT, MUST BE
      * NUMERIC ON ADD AND EDIT ALIKE.  THE RULES THAT TIE THE
      * FIELDS TOGETHER ARE CHECKED ON THE FINISHED RECORD BY 2600.
      *-----------------------------------------------------------------
       2110-EDIT-CHECK-FIELDS.
           MOVE "N" TO ZM-EDIT-ERROR-SWITCH
           IF ZT-PROMO-CODE = SPACES
               MOVE "PROMO CODE MISSING" TO SS-REJECT-REASON
               SET ZM-EDIT-ERROR TO TRUE
           END-IF
           IF ZT-DISCOUNT-TYPE = SPACES
               MOVE "DISCOUNT TYPE MISSING" TO SS-REJECT-REASON
               SET ZM-EDIT-ERROR TO TRUE
           END-IF
           IF ZT-EFFECTIVE-DATE = SPACES
               MOVE "EFFECTIVE DATE MISSING" TO SS-REJECT-REASON
               SET ZM-EDIT-ERROR TO TRUE
           END-IF
           PERFORM 2115-CHECK-NUMERIC-FIELDS.

       2115-CHECK-NUMERIC-FIELDS.
           IF ZT-DISCOUNT-PCT NOT = SPACES
                   AND ZT-DISCOUNT-PCT NOT NUMERIC
               MOVE "DISCOUNT PERCENT NOT NUMERIC" TO SS-REJECT-REASON
               SET ZM-EDIT-ERROR TO TRUE
           END-IF
           IF ZT-DISCOUNT-AMOUNT NOT = SPACES
                   AND ZT-DISCOUNT-AMOUNT NOT NUMERIC
               MOVE "DISCOUNT AMOUNT NOT NUMERIC" TO SS-REJECT-REASON
               SET ZM-EDIT-ERROR TO TRUE
           END-IF
           IF ZT-EFFECTIVE-DATE NOT = SPACES
                   AND ZT-EFFECTIVE-DATE NOT NUMERIC
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO SS-REJECT-REASON
               SET ZM-EDIT-ERROR TO TRUE
           END-IF
           IF ZT-EXPIRY-DATE NOT = SPACES
                   AND ZT-EXPIRY-DATE NOT NUMERIC
               MOVE "EXPIRY DATE NOT NUMERIC" TO SS-REJECT-REASON
               SET ZM-EDIT-ERROR TO TRUE
           END-IF
           IF ZT-REDEMPTION-CAP NOT = SPACES
                   AND ZT-REDEMPTION-CAP NOT NUMERIC
               MOVE "REDEMPTION CAP NOT NUMERIC" TO SS-REJECT-REASON
               SET ZM-EDIT-ERROR TO TRUE
           END-IF
           IF ZT-CUSTOMER-LIMIT NOT = SPACES
                   AND ZT-CUSTOMER-LIMIT NOT NUMERIC
               MOVE "CUSTOMER LIMIT NOT NUMERIC" TO SS-REJECT-REASON
               SET ZM-EDIT-ERROR TO TRUE
           END-IF.

       2120-BUILD-PROMOTION-FIELDS.
           MOVE SPACES TO PROMO-MASTER-RECORD
           MOVE ZT-PROMO-CODE TO PZ-PROMO-CODE OF PROMO-MASTER-RECORD
           MOVE 0 TO PZ-DISCOUNT-PCT OF PROMO-MASTER-RECORD
           MOVE 0 TO PZ-DISCOUNT-AMOUNT OF PROMO-MASTER-RECORD
           MOVE 0 TO PZ-EXPIRY-DATE OF PROMO-MASTER-RECORD
           MOVE 0 TO PZ-REDEMPTION-CAP OF PROMO-MASTER-RECORD
           MOVE 0 TO PZ-CUSTOMER-LIMIT OF PROMO-MASTER-RECORD
           PERFORM 2130-APPLY-NONBLANK-FIELDS.

      *-----------------------------------------------------------------
      * SHARED BY ADD AND EDIT: EVERY NONBLANK TRANSACTION FIELD
      * REPLACES THE FIELD ON THE RECORD.
      *-----------------------------------------------------------------
       2130-APPLY-NONBLANK-FIELDS.
           IF ZT-DISCOUNT-TYPE NOT = SPACES
               MOVE ZT-DISCOUNT-TYPE
                   TO PZ-DISCOUNT-TYPE OF PROMO-MASTER-RECORD
           END-IF
           IF ZT-DISCOUNT-PCT NOT = SPACES
               MOVE ZT-DISCOUNT-PCT-NUM
                   TO PZ-DISCOUNT-PCT OF PROMO-MASTER-RECORD
           END-IF
           IF ZT-DISCOUNT-AMOUNT NOT = SPACES
               MOVE ZT-DISCOUNT-AMOUNT-NUM
                   TO PZ-DISCOUNT-AMOUNT OF PROMO-MASTER-RECORD
           END-IF
           IF ZT-EFFECTIVE-DATE NOT = SPACES
               MOVE ZT-EFFECTIVE-DATE-NUM
                   TO PZ-EFFECTIVE-DATE OF PROMO-MASTER-RECORD
           END-IF
           IF ZT-EXPIRY-DATE NOT = SPACES
               MOVE ZT-EXPIRY-DATE-NUM
                   TO PZ-EXPIRY-DATE OF PROMO-MASTER-RECORD
           END-IF
           EVALUATE TRUE
               WHEN ZT-ELIGIBLE-PRODUCTS = SPACES
                   CONTINUE
               WHEN ZT-ELIGIBLE-PRODUCTS (1:1) = "*"
                   MOVE SPACES
                       TO PZ-ELIGIBLE-PRODUCTS OF PROMO-MASTER-RECORD
               WHEN OTHER
                   MOVE ZT-ELIGIBLE-PRODUCTS
                       TO PZ-ELIGIBLE-PRODUCTS OF PROMO-MASTER-RECORD
           END-EVALUATE
           EVALUATE TRUE
               WHEN ZT-ELIGIBLE-TIER = SPACES
                   CONTINUE
               WHEN ZT-ELIGIBLE-TIER = "*"
                   MOVE SPACES
                       TO PZ-ELIGIBLE-TIER OF PROMO-MASTER-RECORD
               WHEN OTHER
                   MOVE ZT-ELIGIBLE-TIER
                       TO PZ-ELIGIBLE-TIER OF PROMO-MASTER-RECORD
           END-EVALUATE
           IF ZT-REDEMPTION-CAP NOT = SPACES
               MOVE ZT-REDEMPTION-CAP-NUM
                   TO PZ-REDEMPTION-CAP OF PROMO-MASTER-RECORD
           END-IF
           IF ZT-CUSTOMER-LIMIT NOT = SPACES
               MOVE ZT-CUSTOMER-LIMIT-NUM
                   TO PZ-CUSTOMER-LIMIT OF PROMO-MASTER-RECORD
           END-IF
           IF ZT-DESCRIPTION NOT = SPACES
               MOVE ZT-DESCRIPTION
                   TO PZ-DESCRIPTION OF PROMO-MASTER-RECORD
           END-IF.

       2150-LOG-PROMOTION-ADD.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "PROMMANT" TO AU-PROGRAM-NAME
           MOVE "ADD" TO AU-OPERATION
           MOVE 0 TO AU-CUSTOMER-ID
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE PROMO-MASTER-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE ZT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
      * A CHANGE TO A PROMOTION ARRIVES AS AN EDIT CARRYING ONLY THE
      * FIELDS THAT CHANGE - MOST OFTEN AN EXPIRY DATE TO END A
      * PROMOTION EARLY OR A RAISED CAP.
      *-----------------------------------------------------------------
       2200-EDIT-PROMOTION.
           READ PROMO-MASTER
               INVALID KEY
                   DISPLAY "PROMMANT: PROMO " ZT-PROMO-CODE
                       " NOT ON FILE, EDIT REJECTED"
                   MOVE "PROMO CODE NOT ON FILE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
                   ADD 1 TO ZM-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 2210-APPLY-EDIT
           END-READ.

       2210-APPLY-EDIT.
           MOVE "N" TO ZM-EDIT-ERROR-SWITCH
           MOVE PROMO-MASTER-RECORD TO ZM-AUDIT-BEFORE-ENTRY
           PERFORM 2115-CHECK-NUMERIC-FIELDS
           IF NOT ZM-EDIT-ERROR
               PERFORM 2130-APPLY-NONBLANK-FIELDS
               PERFORM 2600-CHECK-PROMOTION-TERMS
           END-IF
           IF ZM-EDIT-ERROR
               DISPLAY "PROMMANT: PROMO " ZT-PROMO-CODE
                   " EDIT REJECTED - " SS-REJECT-REASON
               PERFORM 2500-LOG-SUSPENSE-RECORD
               ADD 1 TO ZM-REJECT-COUNT
           ELSE
               REWRITE PROMO-MASTER-RECORD
               ADD 1 TO ZM-EDIT-COUNT
               PERFORM 2250-LOG-PROMOTION-EDIT
               DISPLAY "EDIT PROMO " ZT-PROMO-CODE " COMPLETE"
           END-IF.

       2250-LOG-PROMOTION-EDIT.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "PROMMANT" TO AU-PROGRAM-NAME
           MOVE "UPDATE" TO AU-OPERATION
           MOVE 0 TO AU-CUSTOMER-ID
           MOVE ZM-AUDIT-BEFORE-ENTRY TO AU-BEFORE-IMAGE
           MOVE PROMO-MASTER-RECORD TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE ZT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2300-VIEW-PROMOTION.
           READ PROMO-MASTER
               INVALID KEY
                   DISPLAY "PROMMANT: PROMO " ZT-PROMO-CODE
                       " NOT ON FILE"
               NOT INVALID KEY
                   MOVE PZ-DISCOUNT-PCT OF PROMO-MASTER-RECORD
                       TO ZM-VIEW-PCT
                   MOVE PZ-DISCOUNT-AMOUNT OF PROMO-MASTER-RECORD
                       TO ZM-VIEW-AMOUNT
                   DISPLAY "PROMO CODE:      "
                       PZ-PROMO-CODE OF PROMO-MASTER-RECORD
                   DISPLAY "DESCRIPTION:     "
                       PZ-DESCRIPTION OF PROMO-MASTER-RECORD
                   DISPLAY "DISCOUNT TYPE:   "
                       PZ-DISCOUNT-TYPE OF PROMO-MASTER-RECORD
                   DISPLAY "PERCENT OFF:     " ZM-VIEW-PCT
                   DISPLAY "AMOUNT OFF:      " ZM-VIEW-AMOUNT
                   DISPLAY "EFFECTIVE:       "
                       PZ-EFFECTIVE-DATE OF PROMO-MASTER-RECORD
                   DISPLAY "EXPIRES:         "
                       PZ-EXPIRY-DATE OF PROMO-MASTER-RECORD
                   DISPLAY "PRODUCTS:        "
                       PZ-ELIGIBLE-PRODUCTS OF PROMO-MASTER-RECORD
                   DISPLAY "TIER:            "
                       PZ-ELIGIBLE-TIER OF PROMO-MASTER-RECORD
                   DISPLAY "REDEMPTION CAP:  "
                       PZ-REDEMPTION-CAP OF PROMO-MASTER-RECORD
                   DISPLAY "CUSTOMER LIMIT:  "
                       PZ-CUSTOMER-LIMIT OF PROMO-MASTER-RECORD
                   ADD 1 TO ZM-VIEW-COUNT
           END-READ.

      *-----------------------------------------------------------------
      * A DELETED PROMOTION'S LAST IMAGE IS KEPT ON THE AUDIT LOG AS
      * THE BEFORE-IMAGE, AND ITS REDEMPTIONS STAY ON THE HISTORY.
      * ENDING A PROMOTION WITH AN EXPIRY DATE IS PREFERRED - A
      * DELETED CODE DROPS OFF THE WEEKLY REPORT.
      *-----------------------------------------------------------------
       2400-DELETE-PROMOTION.
           READ PROMO-MASTER
               INVALID KEY
                   DISPLAY "PROMMANT: PROMO " ZT-PROMO-CODE
                       " NOT ON FILE, DELETE REJECTED"
                   MOVE "PROMO CODE NOT ON FILE" TO SS-REJECT-REASON
                   PERFORM 2500-LOG-SUSPENSE-RECORD
                   ADD 1 TO ZM-REJECT-COUNT
               NOT INVALID KEY
                   MOVE PROMO-MASTER-RECORD TO ZM-AUDIT-BEFORE-ENTRY
                   DELETE PROMO-MASTER RECORD
                   ADD 1 TO ZM-DELETE-COUNT
                   PERFORM 2450-LOG-PROMOTION-DELETE
                   DISPLAY "DELETE PROMO " ZT-PROMO-CODE " COMPLETE"
           END-READ.

       2450-LOG-PROMOTION-DELETE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "PROMMANT" TO AU-PROGRAM-NAME
           MOVE "DELETE" TO AU-OPERATION
           MOVE 0 TO AU-CUSTOMER-ID
           MOVE ZM-AUDIT-BEFORE-ENTRY TO AU-BEFORE-IMAGE
           MOVE SPACES TO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE ZT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

       2500-LOG-SUSPENSE-RECORD.
           MOVE "PROMMANT" TO SS-SOURCE-PROGRAM
           MOVE "PROMMANT" TO SS-TRANS-TYPE
           MOVE MAINT-TRANS-RECORD TO SS-ORIGINAL-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO SS-REJECT-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO SS-REJECT-TIME
           WRITE PROMO-SUSPENSE-RECORD.

       2550-LOG-AUTH-FAILURE.
           MOVE SPACES TO AUDIT-LOG-RECORD
           MOVE "PROMMANT" TO AU-PROGRAM-NAME
           MOVE "AUTHFAIL" TO AU-OPERATION
           MOVE 0 TO AU-CUSTOMER-ID
           MOVE SPACES TO AU-BEFORE-IMAGE
           MOVE SPACES TO AU-AFTER-IMAGE
           STRING "OPERATOR " DELIMITED BY SIZE
               ZT-OPERATOR-ID DELIMITED BY SIZE
               " ACTION " DELIMITED BY SIZE
               ZT-ACTION-CODE DELIMITED BY SIZE
               " PROMO " DELIMITED BY SIZE
               ZT-PROMO-CODE DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               ZM-AUTH-REASON DELIMITED BY SIZE
               INTO AU-AFTER-IMAGE
           MOVE FUNCTION CURRENT-DATE (1:8) TO AU-LOG-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO AU-LOG-TIME
           MOVE ZT-OPERATOR-ID TO AU-OPERATOR-ID
           WRITE AUDIT-LOG-RECORD.

      *-----------------------------------------------------------------
      * THE RULES PROMOAPL RELIES ON, CHECKED ON THE RECORD AS IT
      * WILL BE WRITTEN.  THE DISCOUNT FIELD FOR THE OTHER TYPE IS
      * IGNORED BY PROMOAPL AND MAY BE LEFT AS IT IS.
      *-----------------------------------------------------------------
       2600-CHECK-PROMOTION-TERMS.
           EVALUATE TRUE
               WHEN NOT PZ-VALID-TYPE OF PROMO-MASTER-RECORD
                   MOVE "DISCOUNT TYPE NOT P OR A" TO SS-REJECT-REASON
                   SET ZM-EDIT-ERROR TO TRUE
               WHEN PZ-PERCENT-OFF OF PROMO-MASTER-RECORD
                       AND PZ-DISCOUNT-PCT OF PROMO-MASTER-RECORD = 0
                   MOVE "DISCOUNT PERCENT ZERO" TO SS-REJECT-REASON
                   SET ZM-EDIT-ERROR TO TRUE
               WHEN PZ-AMOUNT-OFF OF PROMO-MASTER-RECORD
                       AND PZ-DISCOUNT-AMOUNT OF PROMO-MASTER-RECORD
                           = 0
                   MOVE "DISCOUNT AMOUNT ZERO" TO SS-REJECT-REASON
                   SET ZM-EDIT-ERROR TO TRUE
               WHEN PZ-EFFECTIVE-DATE OF PROMO-MASTER-RECORD = 0
                   MOVE "EFFECTIVE DATE ZERO" TO SS-REJECT-REASON
                   SET ZM-EDIT-ERROR TO TRUE
               WHEN PZ-EXPIRY-DATE OF PROMO-MASTER-RECORD NOT = 0
                       AND PZ-EXPIRY-DATE OF PROMO-MASTER-RECORD
                           < PZ-EFFECTIVE-DATE OF PROMO-MASTER-RECORD
                   MOVE "EXPIRY BEFORE EFFECTIVE DATE"
                       TO SS-REJECT-REASON
                   SET ZM-EDIT-ERROR TO TRUE
               WHEN NOT PZ-VALID-TIER OF PROMO-MASTER-RECORD
                   MOVE "TIER NOT BLANK, V, L OR M" TO SS-REJECT-REASON
                   SET ZM-EDIT-ERROR TO TRUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2700-CHECK-OPERATOR-ROLE.
           MOVE "N" TO ZM-AUTH-OK-SWITCH
           MOVE 0 TO ZM-OPER-FOUND-IDX
           PERFORM 2710-COMPARE-OPERATOR
               VARYING ZM-OPER-IDX FROM 1 BY 1
               UNTIL ZM-OPER-IDX > ZM-OPER-COUNT
                   OR ZM-OPER-FOUND-IDX NOT = 0
           EVALUATE TRUE
               WHEN ZT-OPERATOR-ID = SPACES
                   MOVE "OPERATOR ID MISSING" TO ZM-AUTH-REASON
               WHEN ZM-OPER-FOUND-IDX = 0
                   MOVE "OPERATOR NOT ON FILE" TO ZM-AUTH-REASON
               WHEN ZM-CR-LOCKED-FLAG (ZM-OPER-FOUND-IDX) = "Y"
                   MOVE "OPERATOR LOCKED" TO ZM-AUTH-REASON
               WHEN ZM-CR-ROLE (ZM-OPER-FOUND-IDX)
                       < ZM-REQUIRED-ROLE
                   MOVE "ROLE BELOW ACTION LEVEL" TO ZM-AUTH-REASON
               WHEN OTHER
                   MOVE SPACES TO ZM-AUTH-REASON
                   SET ZM-AUTH-OK TO TRUE
           END-EVALUATE.

       2710-COMPARE-OPERATOR.
           IF ZM-CR-USER-ID (ZM-OPER-IDX) = ZT-OPERATOR-ID
               MOVE ZM-OPER-IDX TO ZM-OPER-FOUND-IDX
           END-IF.

       2900-READ-TRANSACTION.
           READ MAINT-TRANS
               AT END
                   MOVE "Y" TO ZM-TRANS-EOF-SWITCH
           END-READ.

       3000-TERMINATE.
           DISPLAY "PROMOTIONS ADDED:      " ZM-ADD-COUNT
           DISPLAY "PROMOTIONS EDITED:     " ZM-EDIT-COUNT
           DISPLAY "PROMOTIONS DELETED:    " ZM-DELETE-COUNT
           DISPLAY "PROMOTIONS VIEWED:     " ZM-VIEW-COUNT
           DISPLAY "TRANSACTIONS REJECTED: " ZM-REJECT-COUNT
           DISPLAY "AUTHORIZATION FAILURES: " ZM-AUTH-FAIL-COUNT
           CLOSE PROMO-MASTER
           CLOSE MAINT-TRANS
           CLOSE AUDIT-LOG
           CLOSE PROMO-SUSPENSE.

       COPY ABENDPAR.

       END PROGRAM PROMMANT.
