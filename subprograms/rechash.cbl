      ******************************************************************
      * PROGRAM-ID.    RECHASH
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - OPERATIONS
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       CALLABLE FILE HASH.  FOLDS ONE RECORD INTO THE
      *                CALLER'S RUNNING 12-DIGIT FILE HASH.  THE CALLER
      *                ZEROES THE HASH BEFORE THE FIRST RECORD AND
      *                CALLS ONCE PER RECORD IN FILE ORDER, PASSING
      *                THE RECORD'S LENGTH; ONLY THAT MANY BYTES ARE
      *                FOLDED, LESS ANY TRAILING SPACES, SO A RECORD
      *                PADDED OUT TO A FIXED LENGTH AND THE SAME
      *                RECORD WRITTEN TRIMMED HASH ALIKE.  EVERY OTHER
      *                BYTE AND THE ORDER OF THE RECORDS BOTH CHANGE
      *                THE RESULT, SO TWO FILES
      *                WITH THE SAME COUNT AND HASH ARE THE SAME
      *                IMAGE.  SNAPSHOT AND ROLLBACK MUST BOTH COME
      *                THROUGH HERE - A SECOND IMPLEMENTATION THAT
      *                DRIFTS BY ONE CONSTANT FAILS EVERY RESTORE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECHASH.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - OPERATIONS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  XH-WORK-AREA.
           05  XH-CHAR-IDX             PIC 9(03) COMP.
           05  XH-FOLD-LENGTH          PIC 9(03) COMP.
           05  XH-CHAR-ORD             PIC 9(03) COMP.
           05  XH-RECORD-ACCUM         PIC 9(09) COMP.

       LINKAGE SECTION.
       01  XH-RECORD-DATA              PIC X(200).
       01  XH-RECORD-LENGTH            PIC 9(03).
       01  XH-FILE-HASH                PIC 9(12).

       PROCEDURE DIVISION USING XH-RECORD-DATA
                                 XH-RECORD-LENGTH
                                 XH-FILE-HASH.
       0000-MAINLINE.
           MOVE XH-RECORD-LENGTH TO XH-FOLD-LENGTH
           IF XH-FOLD-LENGTH > 200
               MOVE 200 TO XH-FOLD-LENGTH
           END-IF
           PERFORM 0100-DROP-TRAILING-SPACE
               UNTIL XH-FOLD-LENGTH = 0
                   OR XH-RECORD-DATA (XH-FOLD-LENGTH:1) NOT = SPACE
           MOVE 7919 TO XH-RECORD-ACCUM
           PERFORM 1000-FOLD-ONE-CHARACTER
               VARYING XH-CHAR-IDX FROM 1 BY 1
               UNTIL XH-CHAR-IDX > XH-FOLD-LENGTH
           COMPUTE XH-FILE-HASH =
               FUNCTION MOD(XH-FILE-HASH * 1009 + XH-RECORD-ACCUM,
                   999999999989)
           GOBACK.

       0100-DROP-TRAILING-SPACE.
           SUBTRACT 1 FROM XH-FOLD-LENGTH.

      *-----------------------------------------------------------------
      * MULTIPLY-AND-FOLD PER CHARACTER, REDUCED MODULO A LARGE PRIME
      * BELOW 10**8; THE RECORD'S RESULT IS THEN FOLDED INTO THE FILE
      * HASH MODULO A PRIME BELOW 10**12, SO RECORD ORDER COUNTS.
      *-----------------------------------------------------------------
       1000-FOLD-ONE-CHARACTER.
           COMPUTE XH-CHAR-ORD =
               FUNCTION ORD(XH-RECORD-DATA (XH-CHAR-IDX:1))
           COMPUTE XH-RECORD-ACCUM =
               FUNCTION MOD(XH-RECORD-ACCUM * 131
                   + XH-CHAR-ORD * XH-CHAR-IDX, 99999989).

       END PROGRAM RECHASH.
