      ******************************************************************
      * PROGRAM-ID.    SNAPSHOT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - OPERATIONS
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       PRE-UPDATE SNAPSHOT OF A FILE THAT THE NEXT STEP
      *                LOADS INTO A TABLE AND REWRITES IN FULL
      *                (APCHKREG, PAYSEL, XFERORD, STORINVP, CNTVAR,
      *                LEAVEACC).  RUN AS THE STEP BEFORE THE UPDATING
      *                PROGRAM WITH PARM='PROGRAM,DDNAME' - THE
      *                PROGRAM ABOUT TO RUN AND THE DD NAME IT READS
      *                THE FILE UNDER.  THE FILE ON DD TARGET IS COPIED
      *                RECORD FOR RECORD TO A NEW GENERATION OF ITS
      *                SNAPSHOT GDG ON DD SNAPOUT, BETWEEN A HEADER
      *                (PROGRAM, DD NAME, RUN DATE AND TIME) AND A
      *                TRAILER (RECORD COUNT AND RECHASH FILE HASH), SO
      *                ROLLBACK CAN PUT BACK THE EXACT PRE-RUN IMAGE
      *                AND PROVE IT DID.  ANY FAILURE ENDS RC 16 SO THE
      *                UPDATING STEP IS BYPASSED RATHER THAN RUN
      *                WITHOUT A SNAPSHOT.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPSHOT.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - OPERATIONS.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARGET-FILE ASSIGN TO "TARGET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SZ-TARGET-STATUS.
           SELECT SNAPSHOT-FILE ASSIGN TO "SNAPOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SZ-SNAPOUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TARGET-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 200 CHARACTERS
               DEPENDING ON SZ-TARGET-LENGTH.
       01  TARGET-RECORD               PIC X(200).

       FD  SNAPSHOT-FILE
           RECORDING MODE IS F.
       01  SNAPSHOT-RECORD.
           COPY SNAPREC.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  SZ-TARGET-STATUS            PIC X(02) VALUE "00".
           88  SZ-TARGET-OK            VALUE "00".
           88  SZ-TARGET-EOF           VALUE "10".
       01  SZ-SNAPOUT-STATUS           PIC X(02) VALUE "00".
           88  SZ-SNAPOUT-OK           VALUE "00".

       01  SZ-SWITCHES.
           05  SZ-EOF-SWITCH           PIC X(01) VALUE "N".
               88  SZ-END-OF-TARGET    VALUE "Y".

       01  SZ-TARGET-LENGTH            PIC 9(03) VALUE 0.
       01  SZ-RECORD-COUNT             PIC 9(07) VALUE 0.
       01  SZ-FILE-HASH                PIC 9(12) VALUE 0.
       01  SZ-RUN-DATE                 PIC 9(08) VALUE 0.
       01  SZ-RUN-TIME                 PIC 9(08) VALUE 0.
       01  SZ-PROGRAM-NAME             PIC X(08) VALUE SPACES.
       01  SZ-TARGET-DD                PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01  PARM-FIELD.
           05  PARM-LENGTH             PIC S9(04) COMP.
           05  PARM-DATA               PIC X(17).

       PROCEDURE DIVISION USING PARM-FIELD.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COPY-ONE-RECORD
               UNTIL SZ-END-OF-TARGET
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "SNAPSHOT" TO RH-PROGRAM-NAME
           MOVE "PRE-UPDATE FILE SNAPSHOT" TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           MOVE RH-RUN-DATE TO SZ-RUN-DATE
           MOVE RH-RUN-TIME TO SZ-RUN-TIME
           PERFORM 8000-PRINT-REPORT-HEADER
           IF PARM-LENGTH > 0 AND PARM-LENGTH < 18
               UNSTRING PARM-DATA (1:PARM-LENGTH) DELIMITED BY ","
                   INTO SZ-PROGRAM-NAME SZ-TARGET-DD
               END-UNSTRING
           END-IF
           IF SZ-PROGRAM-NAME = SPACES OR SZ-TARGET-DD = SPACES
               DISPLAY "SNAPSHOT: PARM MUST BE 'PROGRAM,DDNAME'"
               MOVE "SNAPSHOT" TO AB-PROGRAM-ID
               MOVE "PARM" TO AB-FILE-NAME
               MOVE "NO PARM" TO AB-OPERATION
               MOVE SPACES TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           DISPLAY "SNAPSHOT OF " SZ-TARGET-DD " BEFORE "
               SZ-PROGRAM-NAME
           OPEN INPUT TARGET-FILE
           IF NOT SZ-TARGET-OK
               MOVE "SNAPSHOT" TO AB-PROGRAM-ID
               MOVE "TARGET" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE SZ-TARGET-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN OUTPUT SNAPSHOT-FILE
           IF NOT SZ-SNAPOUT-OK
               MOVE "SNAPSHOT" TO AB-PROGRAM-ID
               MOVE "SNAPOUT" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE SZ-SNAPOUT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE SPACES TO SNAPSHOT-RECORD
           SET SN-HEADER TO TRUE
           PERFORM 2500-WRITE-SNAPSHOT-RECORD
           PERFORM 2900-READ-TARGET-RECORD.

       2000-COPY-ONE-RECORD.
           ADD 1 TO SZ-RECORD-COUNT
           CALL "RECHASH" USING TARGET-RECORD
                                SZ-TARGET-LENGTH
                                SZ-FILE-HASH
           MOVE SPACES TO SNAPSHOT-RECORD
           SET SN-DATA TO TRUE
           MOVE SZ-TARGET-LENGTH TO SN-IMAGE-LENGTH
           MOVE TARGET-RECORD (1:SZ-TARGET-LENGTH) TO SN-IMAGE
           PERFORM 2500-WRITE-SNAPSHOT-RECORD
           PERFORM 2900-READ-TARGET-RECORD.

      *-----------------------------------------------------------------
      * EVERY SNAPSHOT RECORD CARRIES THE HEADER'S KEY SO A RESTORE
      * CAN NEVER PICK UP ANOTHER GENERATION'S RECORDS.
      *-----------------------------------------------------------------
       2500-WRITE-SNAPSHOT-RECORD.
           MOVE SZ-PROGRAM-NAME TO SN-PROGRAM-NAME
           MOVE SZ-TARGET-DD TO SN-TARGET-DD
           MOVE SZ-RUN-DATE TO SN-RUN-DATE
           MOVE SZ-RUN-TIME TO SN-RUN-TIME
           MOVE SZ-RECORD-COUNT TO SN-SEQUENCE
           WRITE SNAPSHOT-RECORD
           IF NOT SZ-SNAPOUT-OK
               MOVE "SNAPSHOT" TO AB-PROGRAM-ID
               MOVE "SNAPOUT" TO AB-FILE-NAME
               MOVE "WRITE" TO AB-OPERATION
               MOVE SZ-SNAPOUT-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

       2900-READ-TARGET-RECORD.
           MOVE SPACES TO TARGET-RECORD
           READ TARGET-FILE
               AT END
                   SET SZ-END-OF-TARGET TO TRUE
           END-READ.

       3000-TERMINATE.
           MOVE SPACES TO SNAPSHOT-RECORD
           SET SN-TRAILER TO TRUE
           MOVE SZ-RECORD-COUNT TO SN-RECORD-COUNT
           MOVE SZ-FILE-HASH TO SN-FILE-HASH
           PERFORM 2500-WRITE-SNAPSHOT-RECORD
           CLOSE TARGET-FILE
           CLOSE SNAPSHOT-FILE
           DISPLAY "RUN DATE/TIME:    " SZ-RUN-DATE " " SZ-RUN-TIME
           DISPLAY "RECORDS COPIED:   " SZ-RECORD-COUNT
           DISPLAY "FILE HASH:        " SZ-FILE-HASH
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM SNAPSHOT.
