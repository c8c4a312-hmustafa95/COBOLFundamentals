      ******************************************************************
      * PROGRAM-ID.    TXEXPRPT
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       MONTHLY EXEMPTION CERTIFICATE RENEWAL REPORT.
      *                READS THE EXEMPTION CERTIFICATE FILE IN KEY
      *                ORDER AND LISTS EVERY CERTIFICATE WHOSE EXPIRY
      *                DATE FALLS WITHIN THE NEXT 60 DAYS, WITH THE
      *                CUSTOMER NAME FROM THE MASTER AND THE DAYS
      *                LEFT, SO THE DESK CAN CHASE THE RENEWAL BEFORE
      *                THE INVOICE RUN STARTS CHARGING THE CUSTOMER
      *                TAX AGAIN.  CERTIFICATES ALREADY LAPSED ARE
      *                LISTED TOO, FLAGGED EXPIRED.  A ZERO EXPIRY
      *                NEVER LAPSES AND IS NOT LISTED.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXEXPRPT.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXEMPTION-FILE ASSIGN TO "TAXEXMPT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TE-CERT-KEY OF EXEMPTION-RECORD
               FILE STATUS IS XR-TAXEXMPT-STATUS.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS XR-CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXEMPTION-FILE
           RECORDING MODE IS F.
       01  EXEMPTION-RECORD.
           COPY TAXEXMPT.

       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  XR-TAXEXMPT-STATUS          PIC X(02) VALUE "00".
           88  XR-TAXEXMPT-OK          VALUE "00".
           88  XR-TAXEXMPT-NOTFOUND    VALUE "35".
       01  XR-CUSTMAST-STATUS          PIC X(02) VALUE "00".
           88  XR-CUSTMAST-OK          VALUE "00".

       01  XR-SWITCHES.
           05  XR-EOF-SWITCH           PIC X(01) VALUE "N".
               88  XR-END-OF-FILE      VALUE "Y".

      *-----------------------------------------------------------------
      * RENEWAL WINDOW - A CERTIFICATE EXPIRING WITHIN THIS MANY
      * DAYS OF THE RUN DATE IS LISTED FOR FOLLOW-UP.
      *-----------------------------------------------------------------
       01  XR-WINDOW-DAYS              PIC 9(03) VALUE 60.

       01  XR-COUNTERS.
           05  XR-READ-COUNT           PIC 9(05) COMP VALUE 0.
           05  XR-EXPIRING-COUNT       PIC 9(05) COMP VALUE 0.
           05  XR-EXPIRED-COUNT        PIC 9(05) COMP VALUE 0.

       01  XR-DATE-WORK.
           05  XR-RUN-DATE-INTEGER     PIC 9(07) VALUE 0.
           05  XR-EXPIRY-INTEGER       PIC 9(07) VALUE 0.
           05  XR-DAYS-LEFT            PIC S9(05) VALUE 0.

       01  XR-COLUMN-HEADER-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE "CUSTOMER  ".
           05  FILLER                  PIC X(27) VALUE "NAME".
           05  FILLER                  PIC X(04) VALUE "ST  ".
           05  FILLER                  PIC X(17) VALUE "CERTIFICATE".
           05  FILLER                  PIC X(10) VALUE "EXPIRES".
           05  FILLER                  PIC X(10) VALUE " DAYS LEFT".

       01  XR-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  XR-DT-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  XR-DT-CUSTOMER-NAME     PIC X(25).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XR-DT-STATE-CODE        PIC X(02).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XR-DT-CERTIFICATE       PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XR-DT-EXPIRY-DATE       PIC 9(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XR-DT-DAYS-LEFT         PIC ZZZZ9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  XR-DT-NOTE              PIC X(07).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CHECK-ONE-CERTIFICATE
               UNTIL XR-END-OF-FILE
           PERFORM 3000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "TXEXPRPT" TO RH-PROGRAM-NAME
           MOVE "EXEMPTION CERTIFICATES DUE FOR RENEWAL"
               TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           COMPUTE XR-RUN-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(RH-RUN-DATE)
           PERFORM 8000-PRINT-REPORT-HEADER
           DISPLAY "CERTIFICATES EXPIRING WITHIN " XR-WINDOW-DAYS
               " DAYS"
           DISPLAY XR-COLUMN-HEADER-LINE
           OPEN INPUT CUSTOMER-MASTER
           IF NOT XR-CUSTMAST-OK
               MOVE "TXEXPRPT" TO AB-PROGRAM-ID
               MOVE "CUSTMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE XR-CUSTMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN INPUT EXEMPTION-FILE
           IF XR-TAXEXMPT-NOTFOUND
               DISPLAY "TXEXPRPT: NO EXEMPTION CERTIFICATES ON FILE"
               SET XR-END-OF-FILE TO TRUE
           ELSE
               IF NOT XR-TAXEXMPT-OK
                   MOVE "TXEXPRPT" TO AB-PROGRAM-ID
                   MOVE "TAXEXMPT" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE XR-TAXEXMPT-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2900-READ-CERTIFICATE
           END-IF.

       2000-CHECK-ONE-CERTIFICATE.
           ADD 1 TO XR-READ-COUNT
           IF TE-EXPIRY-DATE NOT = 0
               COMPUTE XR-EXPIRY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(TE-EXPIRY-DATE)
               COMPUTE XR-DAYS-LEFT =
                   XR-EXPIRY-INTEGER - XR-RUN-DATE-INTEGER
               IF XR-DAYS-LEFT <= XR-WINDOW-DAYS
                   PERFORM 2100-PRINT-CERTIFICATE
               END-IF
           END-IF
           PERFORM 2900-READ-CERTIFICATE.

       2100-PRINT-CERTIFICATE.
           MOVE TE-CUSTOMER-ID TO XR-DT-CUSTOMER-ID
           MOVE TE-STATE-CODE TO XR-DT-STATE-CODE
           MOVE TE-CERTIFICATE-NUMBER TO XR-DT-CERTIFICATE
           MOVE TE-EXPIRY-DATE TO XR-DT-EXPIRY-DATE
           MOVE XR-DAYS-LEFT TO XR-DT-DAYS-LEFT
           MOVE TE-CUSTOMER-ID
               TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "*NOT ON CUSTOMER MASTER" TO XR-DT-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME OF CUSTOMER-MASTER-RECORD
                       TO XR-DT-CUSTOMER-NAME
           END-READ
           IF XR-DAYS-LEFT < 0
               MOVE "EXPIRED" TO XR-DT-NOTE
               ADD 1 TO XR-EXPIRED-COUNT
           ELSE
               MOVE SPACES TO XR-DT-NOTE
               ADD 1 TO XR-EXPIRING-COUNT
           END-IF
           DISPLAY XR-DETAIL-LINE.

       2900-READ-CERTIFICATE.
           READ EXEMPTION-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO XR-EOF-SWITCH
           END-READ.

       3000-TERMINATE.
           DISPLAY " "
           DISPLAY "CERTIFICATES ON FILE:     " XR-READ-COUNT
           DISPLAY "EXPIRING WITHIN WINDOW:   " XR-EXPIRING-COUNT
           DISPLAY "ALREADY EXPIRED:          " XR-EXPIRED-COUNT
           IF NOT XR-TAXEXMPT-NOTFOUND
               CLOSE EXEMPTION-FILE
           END-IF
           CLOSE CUSTOMER-MASTER
           PERFORM 8100-PRINT-REPORT-FOOTER.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM TXEXPRPT.
