      ******************************************************************
      * PROGRAM-ID.    PROMORPT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ORDER ENTRY
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       WEEKLY PROMOTION REPORT.  FOR EVERY PROMOTION ON
      *                THE PROMOTION MASTER, TOTALS THE REDEMPTION
      *                HISTORY FOR THE SEVEN DAYS ENDING ON THE AS-OF
      *                DATE - USES, DISCOUNT GIVEN AND NET REVENUE
      *                TAKEN ON THE DISCOUNTED LINES - AND SHOWS USES
      *                TO DATE AGAINST THE REDEMPTION CAP WITH THE
      *                PROMOTION'S STATUS (ACTIVE, NOT YET EFFECTIVE,
      *                EXPIRED OR CAP REACHED) SO MARKETING CAN SEE
      *                WHAT EACH PROMOTION IS COSTING AND EARNING.
      *                REDEMPTIONS OF A CODE SINCE DELETED FROM THE
      *                MASTER STILL PRINT, MARKED NOT ON MASTER, SO THE
      *                TOTALS AGREE WITH THE HISTORY.  AN 8-DIGIT PARM
      *                (CCYYMMDD) SETS THE AS-OF DATE FOR A RERUN OF
      *                A PAST WEEK; OTHERWISE IT IS THE RUN DATE.
      *                REDEMPTIONS AFTER THE AS-OF DATE ARE IGNORED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROMORPT.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PZ-PROMO-CODE OF PROMO-MASTER-RECORD
               FILE STATUS IS KR-PROMOMST-STATUS.
           SELECT PROMO-HISTORY ASSIGN TO "PROMHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KR-PROMHIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROMO-MASTER
           RECORDING MODE IS F.
       01  PROMO-MASTER-RECORD.
           COPY PROMOMST.

       FD  PROMO-HISTORY
           RECORDING MODE IS F.
       01  PROMO-HISTORY-RECORD.
           COPY PROMHIST.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  KR-PROMOMST-STATUS          PIC X(02) VALUE "00".
           88  KR-PROMOMST-OK          VALUE "00".
           88  KR-PROMOMST-EOF         VALUE "10".
           88  KR-PROMOMST-NOTFOUND    VALUE "35".
       01  KR-PROMHIST-STATUS          PIC X(02) VALUE "00".
           88  KR-PROMHIST-OK          VALUE "00".
           88  KR-PROMHIST-EOF         VALUE "10".
           88  KR-PROMHIST-NOTFOUND    VALUE "35".

       01  KR-SWITCHES.
           05  KR-PROMO-EOF-SWITCH     PIC X(01) VALUE "N".
               88  KR-PROMO-END        VALUE "Y".
           05  KR-HIST-EOF-SWITCH      PIC X(01) VALUE "N".
               88  KR-HIST-END         VALUE "Y".

       01  KR-DATE-WORK.
           05  KR-AS-OF-DATE           PIC 9(08) VALUE 0.
           05  KR-WEEK-START-DATE      PIC 9(08) VALUE 0.
           05  KR-AS-OF-INTEGER        PIC 9(07) VALUE 0.
           05  KR-WEEK-START-INTEGER   PIC 9(07) VALUE 0.

       01  KR-COUNTERS.
           05  KR-PROMO-COUNT          PIC 9(04) COMP VALUE 0.
           05  KR-MAX-PROMOS           PIC 9(04) COMP VALUE 1000.
           05  KR-PROMO-IDX            PIC 9(04) COMP VALUE 0.
           05  KR-PROMO-FOUND-IDX      PIC 9(04) COMP VALUE 0.
           05  KR-HIST-READ-COUNT      PIC 9(07) COMP VALUE 0.
           05  KR-NOT-ON-MASTER-COUNT  PIC 9(04) COMP VALUE 0.

      *-----------------------------------------------------------------
      * ONE ENTRY PER PROMOTION ON THE MASTER, PLUS ONE PER CODE FOUND
      * ONLY ON THE HISTORY.  A CODE THAT DOES NOT FIT WOULD DROP OUT
      * OF THE TOTALS, SO A FULL TABLE STOPS THE RUN.
      *-----------------------------------------------------------------
       01  KR-PROMO-TABLE.
           05  KR-PROMO-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON KR-PROMO-COUNT
                   INDEXED BY KR-PR-IDX.
               10  KR-PR-PROMO-CODE    PIC X(08).
               10  KR-PR-DESCRIPTION   PIC X(20).
               10  KR-PR-EFFECTIVE-DATE PIC 9(08).
               10  KR-PR-EXPIRY-DATE   PIC 9(08).
               10  KR-PR-REDEMPTION-CAP PIC 9(06).
               10  KR-PR-ON-MASTER-FLAG PIC X(01).
                   88  KR-PR-ON-MASTER VALUE "Y".
               10  KR-PR-WEEK-USES     PIC 9(07) COMP.
               10  KR-PR-WEEK-DISCOUNT PIC S9(11)V99 COMP-3.
               10  KR-PR-WEEK-REVENUE  PIC S9(11)V99 COMP-3.
               10  KR-PR-TODATE-USES   PIC 9(07) COMP.

       01  KR-TOTALS.
           05  KR-TOTAL-WEEK-USES      PIC 9(07) COMP VALUE 0.
           05  KR-TOTAL-WEEK-DISCOUNT  PIC S9(11)V99 COMP-3 VALUE 0.
           05  KR-TOTAL-WEEK-REVENUE   PIC S9(11)V99 COMP-3 VALUE 0.
           05  KR-TOTAL-TODATE-USES    PIC 9(07) COMP VALUE 0.

       01  KR-WEEK-LINE.
           05  FILLER                  PIC X(16) VALUE
               "WEEK ENDING    ".
           05  KR-WL-AS-OF-DATE        PIC 9(08).
           05  FILLER                  PIC X(08) VALUE "  (FROM ".
           05  KR-WL-START-DATE        PIC 9(08).
           05  FILLER                  PIC X(01) VALUE ")".

       01  KR-HEADING-1.
           05  FILLER                  PIC X(40) VALUE
               "PROMO    DESCRIPTION              WEEK  ".
           05  FILLER                  PIC X(40) VALUE
               " DISCOUNT GIVEN     NET REVENUE TO-DATE ".
           05  FILLER                  PIC X(17) VALUE
               "     CAP  STATUS".
       01  KR-HEADING-2.
           05  FILLER                  PIC X(40) VALUE
               "                                  USES  ".
           05  FILLER                  PIC X(39) VALUE
               "                                   USES".

       01  KR-DETAIL-LINE.
           05  KR-DL-PROMO-CODE        PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  KR-DL-DESCRIPTION       PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  KR-DL-WEEK-USES         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  KR-DL-WEEK-DISCOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  KR-DL-WEEK-REVENUE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  KR-DL-TODATE-USES       PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  KR-DL-CAP               PIC X(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  KR-DL-STATUS            PIC X(17).

       01  KR-CAP-EDIT                 PIC ZZZ,ZZ9.

       01  KR-TOTAL-LINE.
           05  FILLER                  PIC X(31) VALUE
               "TOTAL ALL PROMOTIONS".
           05  KR-TL-WEEK-USES         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  KR-TL-WEEK-DISCOUNT     PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  KR-TL-WEEK-REVENUE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  KR-TL-TODATE-USES       PIC ZZZ,ZZ9.

       LINKAGE SECTION.
       01  PARM-FIELD.
           05  PARM-LENGTH             PIC S9(04) COMP.
           05  PARM-DATA               PIC X(08).

       PROCEDURE DIVISION USING PARM-FIELD.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-ONE-REDEMPTION
               UNTIL KR-HIST-END
           PERFORM 3000-PRINT-REPORT
           PERFORM 4000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "PROMORPT" TO RH-PROGRAM-NAME
           MOVE "WEEKLY PROMOTION REPORT" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           IF PARM-LENGTH = 8 AND PARM-DATA (1:8) IS NUMERIC
               MOVE PARM-DATA (1:8) TO KR-AS-OF-DATE
           ELSE
               MOVE RH-RUN-DATE TO KR-AS-OF-DATE
           END-IF
           COMPUTE KR-AS-OF-INTEGER =
               FUNCTION INTEGER-OF-DATE(KR-AS-OF-DATE)
           COMPUTE KR-WEEK-START-INTEGER = KR-AS-OF-INTEGER - 6
           COMPUTE KR-WEEK-START-DATE =
               FUNCTION DATE-OF-INTEGER(KR-WEEK-START-INTEGER)
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-PROMOTIONS
           OPEN INPUT PROMO-HISTORY
           IF KR-PROMHIST-NOTFOUND
               SET KR-HIST-END TO TRUE
               DISPLAY "PROMORPT: NO REDEMPTION HISTORY - NO CODE "
                   "HAS BEEN REDEEMED"
           ELSE
               IF NOT KR-PROMHIST-OK AND NOT KR-PROMHIST-EOF
                   MOVE "PROMORPT" TO AB-PROGRAM-ID
                   MOVE "PROMHIST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE KR-PROMHIST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-HISTORY-RECORD
           END-IF.

       1100-LOAD-PROMOTIONS.
           MOVE 0 TO KR-PROMO-COUNT
           OPEN INPUT PROMO-MASTER
           IF KR-PROMOMST-NOTFOUND
               DISPLAY "PROMORPT: NO PROMOTION MASTER"
           ELSE
               IF NOT KR-PROMOMST-OK
                   MOVE "PROMORPT" TO AB-PROGRAM-ID
                   MOVE "PROMOMST" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE KR-PROMOMST-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-PROMOTION
               PERFORM 1110-STORE-PROMOTION
                   UNTIL KR-PROMO-END
               CLOSE PROMO-MASTER
           END-IF.

       1110-STORE-PROMOTION.
           PERFORM 2800-ADD-PROMO-ENTRY
           MOVE PZ-DESCRIPTION TO KR-PR-DESCRIPTION (KR-PROMO-COUNT)
           MOVE PZ-EFFECTIVE-DATE
               TO KR-PR-EFFECTIVE-DATE (KR-PROMO-COUNT)
           MOVE PZ-EXPIRY-DATE TO KR-PR-EXPIRY-DATE (KR-PROMO-COUNT)
           MOVE PZ-REDEMPTION-CAP
               TO KR-PR-REDEMPTION-CAP (KR-PROMO-COUNT)
           MOVE "Y" TO KR-PR-ON-MASTER-FLAG (KR-PROMO-COUNT)
           PERFORM 1190-READ-PROMOTION.

       1190-READ-PROMOTION.
           READ PROMO-MASTER
               AT END
                   SET KR-PROMO-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EVERY REDEMPTION UP TO THE AS-OF DATE COUNTS TO DATE; THOSE
      * IN THE SEVEN DAYS ENDING ON IT ALSO COUNT FOR THE WEEK.
      *-----------------------------------------------------------------
       2000-TALLY-ONE-REDEMPTION.
           ADD 1 TO KR-HIST-READ-COUNT
           IF QH-REDEEM-DATE NOT > KR-AS-OF-DATE
               PERFORM 2100-FIND-PROMO-ENTRY
               IF KR-PROMO-FOUND-IDX = 0
                   MOVE QH-PROMO-CODE TO PZ-PROMO-CODE
                   PERFORM 2800-ADD-PROMO-ENTRY
                   MOVE "(NOT ON MASTER)"
                       TO KR-PR-DESCRIPTION (KR-PROMO-COUNT)
                   MOVE KR-PROMO-COUNT TO KR-PROMO-FOUND-IDX
                   ADD 1 TO KR-NOT-ON-MASTER-COUNT
               END-IF
               ADD 1 TO KR-PR-TODATE-USES (KR-PROMO-FOUND-IDX)
               IF QH-REDEEM-DATE NOT < KR-WEEK-START-DATE
                   ADD 1 TO KR-PR-WEEK-USES (KR-PROMO-FOUND-IDX)
                   ADD QH-DISCOUNT-AMOUNT
                       TO KR-PR-WEEK-DISCOUNT (KR-PROMO-FOUND-IDX)
                   ADD QH-NET-AMOUNT
                       TO KR-PR-WEEK-REVENUE (KR-PROMO-FOUND-IDX)
               END-IF
           END-IF
           PERFORM 2900-READ-HISTORY-RECORD.

       2100-FIND-PROMO-ENTRY.
           MOVE 0 TO KR-PROMO-FOUND-IDX
           PERFORM 2110-COMPARE-PROMO-ENTRY
               VARYING KR-PROMO-IDX FROM 1 BY 1
               UNTIL KR-PROMO-IDX > KR-PROMO-COUNT
                   OR KR-PROMO-FOUND-IDX NOT = 0.

       2110-COMPARE-PROMO-ENTRY.
           IF KR-PR-PROMO-CODE (KR-PROMO-IDX) = QH-PROMO-CODE
               MOVE KR-PROMO-IDX TO KR-PROMO-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * STARTS A NEW TABLE ENTRY FOR THE CODE IN PZ-PROMO-CODE WITH
      * ZERO COUNTS AND NO MASTER TERMS.
      *-----------------------------------------------------------------
       2800-ADD-PROMO-ENTRY.
           IF KR-PROMO-COUNT NOT < KR-MAX-PROMOS
               DISPLAY "PROMORPT: PROMOTION TABLE FULL AT "
                   KR-MAX-PROMOS " - RUN STOPPED"
               MOVE "PROMORPT" TO AB-PROGRAM-ID
               MOVE "PROMOMST" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE KR-PROMOMST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           ADD 1 TO KR-PROMO-COUNT
           MOVE PZ-PROMO-CODE TO KR-PR-PROMO-CODE (KR-PROMO-COUNT)
           MOVE SPACES TO KR-PR-DESCRIPTION (KR-PROMO-COUNT)
           MOVE 0 TO KR-PR-EFFECTIVE-DATE (KR-PROMO-COUNT)
           MOVE 0 TO KR-PR-EXPIRY-DATE (KR-PROMO-COUNT)
           MOVE 0 TO KR-PR-REDEMPTION-CAP (KR-PROMO-COUNT)
           MOVE "N" TO KR-PR-ON-MASTER-FLAG (KR-PROMO-COUNT)
           MOVE 0 TO KR-PR-WEEK-USES (KR-PROMO-COUNT)
           MOVE 0 TO KR-PR-WEEK-DISCOUNT (KR-PROMO-COUNT)
           MOVE 0 TO KR-PR-WEEK-REVENUE (KR-PROMO-COUNT)
           MOVE 0 TO KR-PR-TODATE-USES (KR-PROMO-COUNT).

       2900-READ-HISTORY-RECORD.
           READ PROMO-HISTORY
               AT END
                   SET KR-HIST-END TO TRUE
           END-READ.

       3000-PRINT-REPORT.
           MOVE KR-AS-OF-DATE TO KR-WL-AS-OF-DATE
           MOVE KR-WEEK-START-DATE TO KR-WL-START-DATE
           DISPLAY KR-WEEK-LINE
           DISPLAY " "
           DISPLAY KR-HEADING-1
           DISPLAY KR-HEADING-2
           IF KR-PROMO-COUNT = 0
               DISPLAY "  (NO PROMOTIONS)"
           ELSE
               PERFORM 3100-PRINT-ONE-PROMOTION
                   VARYING KR-PROMO-IDX FROM 1 BY 1
                   UNTIL KR-PROMO-IDX > KR-PROMO-COUNT
           END-IF
           MOVE KR-TOTAL-WEEK-USES TO KR-TL-WEEK-USES
           MOVE KR-TOTAL-WEEK-DISCOUNT TO KR-TL-WEEK-DISCOUNT
           MOVE KR-TOTAL-WEEK-REVENUE TO KR-TL-WEEK-REVENUE
           MOVE KR-TOTAL-TODATE-USES TO KR-TL-TODATE-USES
           DISPLAY " "
           DISPLAY KR-TOTAL-LINE.

       3100-PRINT-ONE-PROMOTION.
           MOVE KR-PR-PROMO-CODE (KR-PROMO-IDX) TO KR-DL-PROMO-CODE
           MOVE KR-PR-DESCRIPTION (KR-PROMO-IDX) TO KR-DL-DESCRIPTION
           MOVE KR-PR-WEEK-USES (KR-PROMO-IDX) TO KR-DL-WEEK-USES
           MOVE KR-PR-WEEK-DISCOUNT (KR-PROMO-IDX)
               TO KR-DL-WEEK-DISCOUNT
           MOVE KR-PR-WEEK-REVENUE (KR-PROMO-IDX)
               TO KR-DL-WEEK-REVENUE
           MOVE KR-PR-TODATE-USES (KR-PROMO-IDX) TO KR-DL-TODATE-USES
           IF KR-PR-REDEMPTION-CAP (KR-PROMO-IDX) = 0
               MOVE "   NONE" TO KR-DL-CAP
           ELSE
               MOVE KR-PR-REDEMPTION-CAP (KR-PROMO-IDX) TO KR-CAP-EDIT
               MOVE KR-CAP-EDIT TO KR-DL-CAP
           END-IF
           PERFORM 3200-SET-PROMOTION-STATUS
           DISPLAY KR-DETAIL-LINE
           ADD KR-PR-WEEK-USES (KR-PROMO-IDX) TO KR-TOTAL-WEEK-USES
           ADD KR-PR-WEEK-DISCOUNT (KR-PROMO-IDX)
               TO KR-TOTAL-WEEK-DISCOUNT
           ADD KR-PR-WEEK-REVENUE (KR-PROMO-IDX)
               TO KR-TOTAL-WEEK-REVENUE
           ADD KR-PR-TODATE-USES (KR-PROMO-IDX)
               TO KR-TOTAL-TODATE-USES.

      *-----------------------------------------------------------------
      * STATUS AS OF THE AS-OF DATE, IN THE ORDER PROMOAPL WOULD
      * REFUSE THE CODE.
      *-----------------------------------------------------------------
       3200-SET-PROMOTION-STATUS.
           EVALUATE TRUE
               WHEN NOT KR-PR-ON-MASTER (KR-PROMO-IDX)
                   MOVE "NOT ON MASTER" TO KR-DL-STATUS
               WHEN KR-AS-OF-DATE
                       < KR-PR-EFFECTIVE-DATE (KR-PROMO-IDX)
                   MOVE "NOT YET EFFECTIVE" TO KR-DL-STATUS
               WHEN KR-PR-EXPIRY-DATE (KR-PROMO-IDX) NOT = 0
                       AND KR-AS-OF-DATE
                           > KR-PR-EXPIRY-DATE (KR-PROMO-IDX)
                   MOVE "EXPIRED" TO KR-DL-STATUS
               WHEN KR-PR-REDEMPTION-CAP (KR-PROMO-IDX) NOT = 0
                       AND KR-PR-TODATE-USES (KR-PROMO-IDX)
                           NOT < KR-PR-REDEMPTION-CAP (KR-PROMO-IDX)
                   MOVE "CAP REACHED" TO KR-DL-STATUS
               WHEN OTHER
                   MOVE "ACTIVE" TO KR-DL-STATUS
           END-EVALUATE.

       4000-TERMINATE.
           IF NOT KR-PROMHIST-NOTFOUND
               CLOSE PROMO-HISTORY
           END-IF
           DISPLAY " "
           DISPLAY "REDEMPTION RECORDS READ:    " KR-HIST-READ-COUNT
           DISPLAY "CODES NOT ON THE MASTER:    " KR-NOT-ON-MASTER-COUNT
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM PROMORPT.
