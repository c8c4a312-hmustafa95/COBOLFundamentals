      ******************************************************************
      * PROGRAM-ID.    BOMLIST
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       BILL-OF-MATERIALS LISTING.  PRINTS EVERY KIT ON
      *                THE BILL-OF-MATERIALS FILE WITH ITS COMPONENTS,
      *                THE QUANTITY OF EACH PER KIT AND THE KIT COST
      *                BUILT FROM THE PRODUCT FILE UNIT COSTS.  A
      *                COMPONENT MISSING FROM THE PRODUCT FILE IS
      *                FLAGGED - THE AVAILABLE-TO-PROMISE RUN WILL
      *                NEVER FIND SUCH A KIT AVAILABLE AND THE COSTING
      *                RUNS COST IT SHORT - AS ARE A COMPONENT ROW WITH
      *                NO QUANTITY (TAKEN AS ONE PER KIT) AND A
      *                COMPONENT THAT IS ITSELF A KIT (KITS ARE NOT
      *                EXPLODED MORE THAN ONE LEVEL).  THE FILE NEED
      *                NOT BE IN KIT ORDER; EACH KIT IS LISTED ONCE, AT
      *                ITS FIRST ROW.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOMLIST.
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
               FILE STATUS IS BL-BOMFILE-STATUS.
           SELECT PRODUCT-FILE ASSIGN TO "PRODFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BL-PRODFILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BOM-FILE
           RECORDING MODE IS F.
       01  BOM-RECORD.
           COPY BOMREC.

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
           05  FILLER                  PIC X(06).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  BL-BOMFILE-STATUS           PIC X(02) VALUE "00".
           88  BL-BOMFILE-OK           VALUE "00".
           88  BL-BOMFILE-EOF          VALUE "10".
           88  BL-BOMFILE-NOTFOUND     VALUE "35".
       01  BL-PRODFILE-STATUS          PIC X(02) VALUE "00".
           88  BL-PRODFILE-OK          VALUE "00".
           88  BL-PRODFILE-EOF         VALUE "10".

       01  BL-SWITCHES.
           05  BL-BOM-EOF-SWITCH       PIC X(01) VALUE "N".
               88  BL-BOM-END          VALUE "Y".
           05  BL-PRODUCT-EOF-SWITCH   PIC X(01) VALUE "N".
               88  BL-PRODUCT-END      VALUE "Y".
           05  BL-SEEN-SWITCH          PIC X(01) VALUE "N".
               88  BL-KIT-ALREADY-LISTED VALUE "Y".
           05  BL-MISSING-SWITCH       PIC X(01) VALUE "N".
               88  BL-KIT-HAS-MISSING  VALUE "Y".

       01  BL-COUNTERS.
           05  BL-BOM-COUNT            PIC 9(05) COMP VALUE 0.
           05  BL-MAX-BOMS             PIC 9(05) COMP VALUE 2000.
           05  BL-BOM-IDX              PIC 9(05) COMP VALUE 0.
           05  BL-ROW-IDX              PIC 9(05) COMP VALUE 0.
           05  BL-KIT-IDX              PIC 9(05) COMP VALUE 0.
           05  BL-KIT-FOUND-IDX        PIC 9(05) COMP VALUE 0.
           05  BL-PROD-COUNT           PIC 9(05) COMP VALUE 0.
           05  BL-MAX-PRODS            PIC 9(05) COMP VALUE 2000.
           05  BL-PROD-IDX             PIC 9(05) COMP VALUE 0.
           05  BL-PROD-FOUND-IDX       PIC 9(05) COMP VALUE 0.
           05  BL-KIT-COUNT            PIC 9(05) COMP VALUE 0.
           05  BL-COMPONENT-COUNT      PIC 9(05) COMP VALUE 0.
           05  BL-KIT-COMPONENTS       PIC 9(05) COMP VALUE 0.
           05  BL-FLAGGED-KIT-COUNT    PIC 9(05) COMP VALUE 0.
           05  BL-MISSING-COUNT        PIC 9(05) COMP VALUE 0.

       01  BL-WORK-FIELDS.
           05  BL-LOOKUP-PRODUCT       PIC X(05) VALUE SPACES.
           05  BL-CURRENT-KIT          PIC X(05) VALUE SPACES.
           05  BL-QTY-PER-KIT          PIC 9(05) VALUE 0.
           05  BL-EXTENDED-COST        PIC 9(09)V99 VALUE 0.
           05  BL-KIT-COST             PIC 9(09)V99 VALUE 0.

      *-----------------------------------------------------------------
      * THE WHOLE BILL OF MATERIALS AND THE PRODUCT FILE'S NAMES AND
      * UNIT COSTS.  AN OVERFLOW OF EITHER STOPS THE RUN - A SHORT
      * TABLE WOULD DROP KITS OR FLAG GOOD COMPONENTS AS MISSING.
      *-----------------------------------------------------------------
       01  BL-BOM-TABLE.
           05  BL-BOM-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON BL-BOM-COUNT
                   INDEXED BY BL-BM-IDX.
               COPY BOMREC.

       01  BL-PRODUCT-TABLE.
           05  BL-PRODUCT-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON BL-PROD-COUNT
                   INDEXED BY BL-PD-IDX.
               10  BL-PD-PRODUCT-CODE  PIC X(05).
               10  BL-PD-PRODUCT-NAME  PIC X(20).
               10  BL-PD-UNIT-COST     PIC 9(05)V99.

       01  BL-KIT-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(04) VALUE "KIT ".
           05  BL-KT-KIT-CODE          PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BL-KT-KIT-NAME          PIC X(20).

       01  BL-COMPONENT-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  BL-CL-COMPONENT-CODE    PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BL-CL-COMPONENT-NAME    PIC X(20).
           05  FILLER                  PIC X(06) VALUE "  PER ".
           05  BL-CL-QTY-PER-KIT       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(07) VALUE "  COST ".
           05  BL-CL-UNIT-COST         PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE "  EXT ".
           05  BL-CL-EXTENDED-COST     PIC $$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BL-CL-FLAG              PIC X(22).

       01  BL-KIT-TOTAL-LINE.
           05  FILLER                  PIC X(05) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE "COMPONENTS: ".
           05  BL-KL-COMPONENTS        PIC ZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "KIT COST  ".
           05  BL-KL-KIT-COST          PIC $$$,$$9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  BL-KL-FLAG              PIC X(22).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-ONE-KIT
               VARYING BL-BOM-IDX FROM 1 BY 1
               UNTIL BL-BOM-IDX > BL-BOM-COUNT
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "BOMLIST" TO RH-PROGRAM-NAME
           MOVE "BILL-OF-MATERIALS LISTING" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           PERFORM 1100-LOAD-PRODUCTS
           PERFORM 1200-LOAD-BOM.

       1100-LOAD-PRODUCTS.
           MOVE 1 TO BL-PROD-COUNT
           OPEN INPUT PRODUCT-FILE
           IF NOT BL-PRODFILE-OK AND NOT BL-PRODFILE-EOF
               MOVE "BOMLIST" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE BL-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 1190-READ-PRODUCT
           PERFORM 1110-STORE-PRODUCT
               UNTIL BL-PRODUCT-END
                   OR BL-PROD-COUNT > BL-MAX-PRODS
           IF NOT BL-PRODUCT-END
               DISPLAY "BOMLIST: PRODUCT TABLE FULL AT "
                   BL-MAX-PRODS " - RUN STOPPED"
               MOVE "BOMLIST" TO AB-PROGRAM-ID
               MOVE "PRODFILE" TO AB-FILE-NAME
               MOVE "TBL FULL" TO AB-OPERATION
               MOVE BL-PRODFILE-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           CLOSE PRODUCT-FILE
           IF BL-PROD-COUNT > 1
               SUBTRACT 1 FROM BL-PROD-COUNT
           ELSE
               MOVE 0 TO BL-PROD-COUNT
           END-IF.

       1110-STORE-PRODUCT.
           MOVE PD-PRODUCT-CODE TO BL-PD-PRODUCT-CODE (BL-PROD-COUNT)
           MOVE PD-PRODUCT-NAME TO BL-PD-PRODUCT-NAME (BL-PROD-COUNT)
           MOVE PD-UNIT-COST TO BL-PD-UNIT-COST (BL-PROD-COUNT)
           ADD 1 TO BL-PROD-COUNT
           PERFORM 1190-READ-PRODUCT.

       1190-READ-PRODUCT.
           READ PRODUCT-FILE
               AT END
                   SET BL-PRODUCT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A MISSING BILL-OF-MATERIALS FILE MEANS THERE ARE NO KITS.
      * ROWS WITH NO KIT OR NO COMPONENT CODE ARE DROPPED, AS THE
      * EXPLOSION DROPS THEM.
      *-----------------------------------------------------------------
       1200-LOAD-BOM.
           MOVE 1 TO BL-BOM-COUNT
           OPEN INPUT BOM-FILE
           IF BL-BOMFILE-NOTFOUND
               SET BL-BOM-END TO TRUE
               DISPLAY "BOMLIST: NO BILL-OF-MATERIALS FILE ON CATALOG"
           ELSE
               IF NOT BL-BOMFILE-OK AND NOT BL-BOMFILE-EOF
                   MOVE "BOMLIST" TO AB-PROGRAM-ID
                   MOVE "BOMFILE" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE BL-BOMFILE-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 1290-READ-BOM
               PERFORM 1210-STORE-BOM
                   UNTIL BL-BOM-END
                       OR BL-BOM-COUNT > BL-MAX-BOMS
               IF NOT BL-BOM-END
                   DISPLAY "BOMLIST: BILL-OF-MATERIALS TABLE FULL AT "
                       BL-MAX-BOMS " - RUN STOPPED"
                   MOVE "BOMLIST" TO AB-PROGRAM-ID
                   MOVE "BOMFILE" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE BL-BOMFILE-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               CLOSE BOM-FILE
           END-IF
           IF BL-BOM-COUNT > 1
               SUBTRACT 1 FROM BL-BOM-COUNT
           ELSE
               MOVE 0 TO BL-BOM-COUNT
           END-IF.

       1210-STORE-BOM.
           IF BM-KIT-CODE OF BOM-RECORD NOT = SPACES
                   AND BM-COMPONENT-CODE OF BOM-RECORD NOT = SPACES
               MOVE BOM-RECORD TO BL-BOM-ENTRY (BL-BOM-COUNT)
               ADD 1 TO BL-BOM-COUNT
           END-IF
           PERFORM 1290-READ-BOM.

       1290-READ-BOM.
           READ BOM-FILE
               AT END
                   SET BL-BOM-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * A ROW WHOSE KIT APPEARED ON AN EARLIER ROW HAS ALREADY BEEN
      * LISTED WITH THAT KIT.  OTHERWISE THE KIT IS LISTED HERE WITH
      * EVERY ROW FROM THIS ONE ON THAT NAMES IT.
      *-----------------------------------------------------------------
       2000-LIST-ONE-KIT.
           MOVE BM-KIT-CODE OF BL-BOM-ENTRY (BL-BOM-IDX)
               TO BL-CURRENT-KIT
           MOVE "N" TO BL-SEEN-SWITCH
           PERFORM 2010-CHECK-EARLIER-ROW
               VARYING BL-ROW-IDX FROM 1 BY 1
               UNTIL BL-ROW-IDX NOT < BL-BOM-IDX
                   OR BL-KIT-ALREADY-LISTED
           IF NOT BL-KIT-ALREADY-LISTED
               ADD 1 TO BL-KIT-COUNT
               MOVE "N" TO BL-MISSING-SWITCH
               MOVE 0 TO BL-KIT-COST
               MOVE 0 TO BL-KIT-COMPONENTS
               MOVE BL-CURRENT-KIT TO BL-KT-KIT-CODE
               MOVE BL-CURRENT-KIT TO BL-LOOKUP-PRODUCT
               PERFORM 2800-FIND-PRODUCT
               IF BL-PROD-FOUND-IDX = 0
                   MOVE "*NOT ON PRODUCT FILE" TO BL-KT-KIT-NAME
               ELSE
                   MOVE BL-PD-PRODUCT-NAME (BL-PROD-FOUND-IDX)
                       TO BL-KT-KIT-NAME
               END-IF
               DISPLAY " "
               DISPLAY BL-KIT-LINE
               PERFORM 2100-LIST-COMPONENT
                   VARYING BL-ROW-IDX FROM BL-BOM-IDX BY 1
                   UNTIL BL-ROW-IDX > BL-BOM-COUNT
               MOVE BL-KIT-COMPONENTS TO BL-KL-COMPONENTS
               MOVE BL-KIT-COST TO BL-KL-KIT-COST
               IF BL-KIT-HAS-MISSING
                   MOVE "*** KIT INCOMPLETE ***" TO BL-KL-FLAG
                   ADD 1 TO BL-FLAGGED-KIT-COUNT
               ELSE
                   MOVE SPACES TO BL-KL-FLAG
               END-IF
               DISPLAY BL-KIT-TOTAL-LINE
           END-IF.

       2010-CHECK-EARLIER-ROW.
           IF BM-KIT-CODE OF BL-BOM-ENTRY (BL-ROW-IDX)
                   = BL-CURRENT-KIT
               SET BL-KIT-ALREADY-LISTED TO TRUE
           END-IF.

       2100-LIST-COMPONENT.
           IF BM-KIT-CODE OF BL-BOM-ENTRY (BL-ROW-IDX)
                   = BL-CURRENT-KIT
               ADD 1 TO BL-KIT-COMPONENTS
               ADD 1 TO BL-COMPONENT-COUNT
               MOVE SPACES TO BL-CL-FLAG
               MOVE BM-COMPONENT-CODE OF BL-BOM-ENTRY (BL-ROW-IDX)
                   TO BL-CL-COMPONENT-CODE
               MOVE BM-COMPONENT-CODE OF BL-BOM-ENTRY (BL-ROW-IDX)
                   TO BL-LOOKUP-PRODUCT
               IF BM-QTY-PER-KIT OF BL-BOM-ENTRY (BL-ROW-IDX)
                       NOT NUMERIC
                   OR BM-QTY-PER-KIT OF BL-BOM-ENTRY (BL-ROW-IDX) = 0
                   MOVE 1 TO BL-QTY-PER-KIT
                   MOVE "*NO QTY - TAKEN AS 1" TO BL-CL-FLAG
               ELSE
                   MOVE BM-QTY-PER-KIT OF BL-BOM-ENTRY (BL-ROW-IDX)
                       TO BL-QTY-PER-KIT
               END-IF
               PERFORM 2850-FIND-KIT
               IF BL-KIT-FOUND-IDX NOT = 0
                   MOVE "*COMPONENT IS A KIT" TO BL-CL-FLAG
               END-IF
               PERFORM 2800-FIND-PRODUCT
               IF BL-PROD-FOUND-IDX = 0
                   MOVE SPACES TO BL-CL-COMPONENT-NAME
                   MOVE 0 TO BL-CL-UNIT-COST
                   MOVE 0 TO BL-EXTENDED-COST
                   MOVE "*NOT ON PRODUCT FILE" TO BL-CL-FLAG
                   SET BL-KIT-HAS-MISSING TO TRUE
                   ADD 1 TO BL-MISSING-COUNT
               ELSE
                   MOVE BL-PD-PRODUCT-NAME (BL-PROD-FOUND-IDX)
                       TO BL-CL-COMPONENT-NAME
                   MOVE BL-PD-UNIT-COST (BL-PROD-FOUND-IDX)
                       TO BL-CL-UNIT-COST
                   COMPUTE BL-EXTENDED-COST =
                       BL-PD-UNIT-COST (BL-PROD-FOUND-IDX)
                           * BL-QTY-PER-KIT
               END-IF
               ADD BL-EXTENDED-COST TO BL-KIT-COST
               MOVE BL-QTY-PER-KIT TO BL-CL-QTY-PER-KIT
               MOVE BL-EXTENDED-COST TO BL-CL-EXTENDED-COST
               DISPLAY BL-COMPONENT-LINE
           END-IF.

       2800-FIND-PRODUCT.
           MOVE 0 TO BL-PROD-FOUND-IDX
           PERFORM 2810-COMPARE-PRODUCT
               VARYING BL-PROD-IDX FROM 1 BY 1
               UNTIL BL-PROD-IDX > BL-PROD-COUNT
                   OR BL-PROD-FOUND-IDX NOT = 0.

       2810-COMPARE-PRODUCT.
           IF BL-PD-PRODUCT-CODE (BL-PROD-IDX) = BL-LOOKUP-PRODUCT
               MOVE BL-PROD-IDX TO BL-PROD-FOUND-IDX
           END-IF.

       2850-FIND-KIT.
           MOVE 0 TO BL-KIT-FOUND-IDX
           PERFORM 2860-COMPARE-KIT
               VARYING BL-KIT-IDX FROM 1 BY 1
               UNTIL BL-KIT-IDX > BL-BOM-COUNT
                   OR BL-KIT-FOUND-IDX NOT = 0.

       2860-COMPARE-KIT.
           IF BM-KIT-CODE OF BL-BOM-ENTRY (BL-KIT-IDX)
                   = BL-LOOKUP-PRODUCT
               MOVE BL-KIT-IDX TO BL-KIT-FOUND-IDX
           END-IF.

       3000-TERMINATE.
           DISPLAY " "
           DISPLAY "KITS LISTED:              " BL-KIT-COUNT
           DISPLAY "COMPONENT ROWS LISTED:    " BL-COMPONENT-COUNT
           DISPLAY "COMPONENTS NOT ON FILE:   " BL-MISSING-COUNT
           DISPLAY "KITS FLAGGED INCOMPLETE:  " BL-FLAGGED-KIT-COUNT
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM BOMLIST.
