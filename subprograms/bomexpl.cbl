      ******************************************************************
      * PROGRAM-ID.    BOMEXPL
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       CALLABLE KIT EXPLOSION SUBROUTINE, SHARED BY
      *                THE AVAILABLE-TO-PROMISE RUN, SHIPMENT RELIEF
      *                (SHIPCONF), RETURNS RESTOCKING (RMAPROC) AND THE
      *                COSTING PROGRAMS (PROFITPROG, INVVALUE) SO A KIT
      *                IS BROKEN INTO THE SAME COMPONENTS EVERYWHERE.
      *                THE CALLER OPENS IT ONCE (FUNCTION O), WHICH
      *                LOADS THE BILL-OF-MATERIALS FILE.  FUNCTION E
      *                RETURNS THE COMPONENTS OF ONE PRODUCT AND THE
      *                QUANTITY OF EACH IN ONE KIT, OR FLAGS THE
      *                PRODUCT NOT A KIT.  A MISSING BILL-OF-MATERIALS
      *                FILE MEANS NO PRODUCT IS A KIT.  A COMPONENT ROW
      *                WITH NO QUANTITY COUNTS AS ONE PER KIT.  WORKING
      *                STORAGE PERSISTS BETWEEN CALLS.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOMEXPL.
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
           SELECT BOM-FILE ASSIGN TO "BOMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS XB-BOMFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOM-FILE
           RECORDING MODE IS F.
       01  BOM-RECORD.
           COPY BOMREC.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.

       01  XB-BOMFILE-STATUS           PIC X(02) VALUE "00".
           88  XB-BOMFILE-OK           VALUE "00".
           88  XB-BOMFILE-EOF          VALUE "10".
           88  XB-BOMFILE-NOTFOUND     VALUE "35".

       01  XB-SWITCHES.
           05  XB-BOM-EOF-SWITCH       PIC X(01) VALUE "N".
               88  XB-BOM-END          VALUE "Y".
           05  XB-OPENED-SWITCH        PIC X(01) VALUE "N".
               88  XB-OPENED           VALUE "Y".

       01  XB-COUNTERS.
           05  XB-BOM-COUNT            PIC 9(04) COMP VALUE 0.
           05  XB-MAX-BOMS             PIC 9(04) COMP VALUE 2000.
           05  XB-BOM-IDX              PIC 9(04) COMP VALUE 0.
           05  XB-MAX-COMPONENTS       PIC 9(02) COMP VALUE 20.

       01  XB-BOM-TABLE.
           05  XB-BOM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON XB-BOM-COUNT
                   INDEXED BY XB-BM-IDX.
               COPY BOMREC.

       LINKAGE SECTION.
       01  XB-FUNCTION-CODE            PIC X(01).
           88  XB-FN-OPEN              VALUE "O".
           88  XB-FN-EXPLODE           VALUE "E".
       01  XB-BOM-REQUEST.
           COPY BOMREQ.

       PROCEDURE DIVISION USING XB-FUNCTION-CODE
                                 XB-BOM-REQUEST.
       0000-MAINLINE.
           EVALUATE TRUE
               WHEN XB-FN-OPEN
                   PERFORM 1000-LOAD-BOM
               WHEN XB-FN-EXPLODE
                   PERFORM 2000-EXPLODE-KIT
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------------
      * THE BILL OF MATERIALS IS READ ONCE PER RUN.  A FILE TOO BIG
      * FOR THE TABLE STOPS THE RUN RATHER THAN LET A KIT BE TREATED
      * AS A STOCKED PRODUCT OR SHIPPED SHORT OF A COMPONENT.
      *-----------------------------------------------------------------
       1000-LOAD-BOM.
           MOVE 1 TO XB-BOM-COUNT
           MOVE "N" TO XB-BOM-EOF-SWITCH
           OPEN INPUT BOM-FILE
           IF XB-BOMFILE-NOTFOUND
               SET XB-BOM-END TO TRUE
           ELSE
               IF NOT XB-BOMFILE-OK AND NOT XB-BOMFILE-EOF
                   MOVE "BOMEXPL" TO AB-PROGRAM-ID
                   MOVE "BOMFILE" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE XB-BOMFILE-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1190-READ-BOM
               PERFORM 1110-STORE-BOM
                   UNTIL XB-BOM-END
                       OR XB-BOM-COUNT > XB-MAX-BOMS
               IF NOT XB-BOM-END
                   DISPLAY "BOMEXPL: BILL-OF-MATERIALS TABLE FULL AT "
                       XB-MAX-BOMS " - RUN STOPPED"
                   MOVE "BOMEXPL" TO AB-PROGRAM-ID
                   MOVE "BOMFILE" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE XB-BOMFILE-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE BOM-FILE
           END-IF
           IF XB-BOM-COUNT > 1
               SUBTRACT 1 FROM XB-BOM-COUNT
           ELSE
               MOVE 0 TO XB-BOM-COUNT
           END-IF
           SET XB-OPENED TO TRUE.

       1110-STORE-BOM.
           IF BM-KIT-CODE OF BOM-RECORD NOT = SPACES
                   AND BM-COMPONENT-CODE OF BOM-RECORD NOT = SPACES
               MOVE BOM-RECORD TO XB-BOM-ENTRY (XB-BOM-COUNT)
               IF BM-QTY-PER-KIT OF XB-BOM-ENTRY (XB-BOM-COUNT)
                       NOT NUMERIC
                   OR BM-QTY-PER-KIT OF XB-BOM-ENTRY (XB-BOM-COUNT)
                       = 0
                   MOVE 1 TO BM-QTY-PER-KIT
                       OF XB-BOM-ENTRY (XB-BOM-COUNT)
               END-IF
               ADD 1 TO XB-BOM-COUNT
           END-IF
           PERFORM 1190-READ-BOM.

       1190-READ-BOM.
           READ BOM-FILE
               AT END
                   SET XB-BOM-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EVERY ROW FOR THE KIT IS RETURNED, IN FILE ORDER.  A KIT WITH
      * MORE COMPONENTS THAN THE REQUEST HOLDS IS REPORTED AND CUT
      * OFF AT THE LIMIT.
      *-----------------------------------------------------------------
       2000-EXPLODE-KIT.
           SET BR-NOT-KIT TO TRUE
           MOVE 0 TO BR-COMPONENT-COUNT
           PERFORM 2100-COMPARE-BOM
               VARYING XB-BOM-IDX FROM 1 BY 1
               UNTIL XB-BOM-IDX > XB-BOM-COUNT
           IF BR-COMPONENT-COUNT > 0
               SET BR-IS-KIT TO TRUE
           END-IF.

       2100-COMPARE-BOM.
           IF BM-KIT-CODE OF XB-BOM-ENTRY (XB-BOM-IDX) = BR-KIT-CODE
               IF BR-COMPONENT-COUNT < XB-MAX-COMPONENTS
                   ADD 1 TO BR-COMPONENT-COUNT
                   MOVE BM-COMPONENT-CODE OF XB-BOM-ENTRY (XB-BOM-IDX)
                       TO BR-COMP-PRODUCT (BR-COMPONENT-COUNT)
                   MOVE BM-QTY-PER-KIT OF XB-BOM-ENTRY (XB-BOM-IDX)
                       TO BR-COMP-QTY (BR-COMPONENT-COUNT)
               ELSE
                   DISPLAY "BOMEXPL: KIT " BR-KIT-CODE
                       " HAS MORE THAN " XB-MAX-COMPONENTS
                       " COMPONENTS - COMPONENT "
                       BM-COMPONENT-CODE OF XB-BOM-ENTRY (XB-BOM-IDX)
                       " IGNORED"
               END-IF
           END-IF.

       COPY ABENDPAR.

       END PROGRAM BOMEXPL.
