      ******************************************************************
      * PROGRAM-ID.    CUSTANON
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - CUSTOMER SERVICES
      * DATE-WRITTEN.  10/15/2026
      * DATE-COMPILED.
      * REMARKS.       PERSONAL-DATA RETENTION RUN FOR PURGED
      *                CUSTOMERS.  CUSTPURG KEEPS THE FULL CUSTOMER
      *                IMAGE ON THE CUSTOMER ARCHIVE AND THE AUDIT LOG
      *                KEEPS IT IN EVERY BEFORE/AFTER IMAGE, FOREVER.
      *                A CUSTOMER WHOSE LATEST PURGE DATE IS OLDER
      *                THAN THE RETENTION CUTOFF (ANONCTL CONTROL
      *                RECORD) AND WHO IS NOT BACK ON THE MASTER HAS
      *                NAME, STREET ADDRESS AND CITY REPLACED WITH A
      *                FIXED MASK AND THE LAST TWO ZIP DIGITS ZEROED
      *                IN EVERY ARCHIVE RECORD AND IN EVERY CUSTOMER
      *                IMAGE CARRIED BY THE LIVE AUDIT LOG AND BY THE
      *                LOGARCH AUDIT ARCHIVE.  CUSTOMER NUMBER, STATE
      *                AND ZIP-3 STAY SO THE FINANCIAL HISTORY STILL
      *                RESOLVES.  THE ARCHIVE RECORD IS MARKED
      *                ANONYMIZED WITH THE RUN DATE SO CUSTREST
      *                REFUSES TO RESTORE IT.  THE SAME CUSTOMERS'
      *                SHIP-TO ADDRESSES ARE MASKED THE SAME WAY ON THE
      *                SHIPTO FILE AND IN THE SHIP-TO IMAGES SHIPMANT
      *                AND CUSTPURG LEAVE ON THE AUDIT LOGS.  THE
      *                ARCHIVE AND LIVE AUDIT LOG ARE MASKED TO THE
      *                ANONWORK WORK FILE AND COPIED BACK; EVERY
      *                GENERATION OF THE AUDIT ARCHIVE IS READ AND
      *                WRITTEN, MASKED, TO ONE CONSOLIDATED FILE
      *                (AUDITNEW) THAT THE JOB CATALOGS IN PLACE OF
      *                THE OLD GENERATIONS.  A CERTIFICATE LISTS EVERY
      *                CUSTOMER MASKED AND THE RECORD COUNTS TOUCHED
      *                ON EACH FILE.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL.
      * 10/15/2026 DO    CREDAPRV CUSTOMER IMAGES ARE MASKED.  SHIP-TO
      *                  RECORDS AND THE SHIP-TO AUDIT IMAGES ARE
      *                  MASKED IN THE SHIPTO LAYOUT.  ALL AUDIT
      *                  ARCHIVE GENERATIONS ARE MASKED INTO ONE
      *                  CONSOLIDATED GENERATION, NOT ONLY THE NEWEST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTANON.
       AUTHOR. D. OKAFOR.
       INSTALLATION. ENTERPRISE BATCH SYSTEMS - CUSTOMER SERVICES.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-370.
       OBJECT-COMPUTER. IBM-370.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
               FILE STATUS IS AN-CUSTMAST-STATUS.
           SELECT CUSTOMER-ARCHIVE ASSIGN TO "CUSTARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AN-CUSTARCH-STATUS.
           SELECT AUDIT-LOG ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AN-AUDITLOG-STATUS.
           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDITARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AN-AUDITARC-STATUS.
           SELECT AUDIT-ARCHIVE-NEW ASSIGN TO "AUDITNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AN-AUDITNEW-STATUS.
           SELECT SHIPTO-FILE ASSIGN TO "SHIPTO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TA-SHIPTO-KEY OF SHIPTO-RECORD
               FILE STATUS IS AN-SHIPTO-STATUS.
           SELECT ANON-WORK-FILE ASSIGN TO "ANONWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AN-ANONWORK-STATUS.
           SELECT ANON-CONTROL ASSIGN TO "ANONCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AN-ANONCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           RECORDING MODE IS F.
       01  CUSTOMER-MASTER-RECORD.
           COPY CUSTMAST.

       FD  CUSTOMER-ARCHIVE
           RECORDING MODE IS F.
       01  CUSTOMER-ARCHIVE-RECORD.
           05  AR-CUSTOMER-IMAGE       PIC X(100).
           05  AR-PURGE-DATE           PIC 9(08).
           05  AR-ANONYMIZED-FLAG      PIC X(01).
               88  AR-ANONYMIZED       VALUE "Y".
           05  AR-ANONYMIZED-DATE      PIC 9(08).
           05  FILLER                  PIC X(03).

       FD  AUDIT-LOG
           RECORDING MODE IS F.
       01  AUDIT-LOG-RECORD.
           COPY AUDITLOG.

       FD  AUDIT-ARCHIVE
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-RECORD.
           COPY AUDITLOG.

       FD  AUDIT-ARCHIVE-NEW
           RECORDING MODE IS F.
       01  AUDIT-ARCHIVE-NEW-RECORD    PIC X(250).

       FD  SHIPTO-FILE
           RECORDING MODE IS F.
       01  SHIPTO-RECORD.
           COPY SHIPTO.

       FD  ANON-WORK-FILE
           RECORDING MODE IS F.
       01  ANON-WORK-RECORD            PIC X(250).

       FD  ANON-CONTROL
           RECORDING MODE IS F.
       01  ANON-CONTROL-RECORD.
           05  AC-RETENTION-YEARS      PIC 9(02).
           05  AC-CUTOFF-DATE          PIC 9(08).
           05  FILLER                  PIC X(70).

       WORKING-STORAGE SECTION.
       COPY ABENDWS.
       COPY RPTHDRWS.

       01  AN-CUSTMAST-STATUS          PIC X(02) VALUE "00".
           88  AN-CUSTMAST-OK          VALUE "00".
       01  AN-CUSTARCH-STATUS          PIC X(02) VALUE "00".
           88  AN-CUSTARCH-OK          VALUE "00".
           88  AN-CUSTARCH-EOF         VALUE "10".
           88  AN-CUSTARCH-NOTFOUND    VALUE "35".
       01  AN-AUDITLOG-STATUS          PIC X(02) VALUE "00".
           88  AN-AUDITLOG-OK          VALUE "00".
           88  AN-AUDITLOG-EOF         VALUE "10".
           88  AN-AUDITLOG-NOTFOUND    VALUE "35".
       01  AN-AUDITARC-STATUS          PIC X(02) VALUE "00".
           88  AN-AUDITARC-OK          VALUE "00".
           88  AN-AUDITARC-EOF         VALUE "10".
           88  AN-AUDITARC-NOTFOUND    VALUE "35".
       01  AN-AUDITNEW-STATUS          PIC X(02) VALUE "00".
           88  AN-AUDITNEW-OK          VALUE "00".
       01  AN-SHIPTO-STATUS            PIC X(02) VALUE "00".
           88  AN-SHIPTO-OK            VALUE "00".
           88  AN-SHIPTO-NOTFOUND      VALUE "35".
       01  AN-ANONWORK-STATUS          PIC X(02) VALUE "00".
           88  AN-ANONWORK-OK          VALUE "00".
       01  AN-ANONCTL-STATUS           PIC X(02) VALUE "00".
           88  AN-ANONCTL-OK           VALUE "00".

       01  AN-SWITCHES.
           05  AN-ARCH-EOF-SWITCH      PIC X(01) VALUE "N".
               88  AN-ARCH-END         VALUE "Y".
           05  AN-AUDIT-EOF-SWITCH     PIC X(01) VALUE "N".
               88  AN-AUDIT-END        VALUE "Y".
           05  AN-WORK-EOF-SWITCH      PIC X(01) VALUE "N".
               88  AN-WORK-END         VALUE "Y".
           05  AN-IMAGE-MASKED-SWITCH  PIC X(01) VALUE "N".
               88  AN-IMAGE-MASKED     VALUE "Y".
           05  AN-SHIPTO-EOF-SWITCH    PIC X(01) VALUE "N".
               88  AN-SHIPTO-END       VALUE "Y".
           05  AN-IMAGE-LAYOUT         PIC X(01) VALUE SPACE.
               88  AN-NO-IMAGE-LAYOUT  VALUE SPACE.
               88  AN-CUSTOMER-LAYOUT  VALUE "C".
               88  AN-SHIPTO-LAYOUT    VALUE "S".

       01  AN-COUNTERS.
           05  AN-CUST-COUNT           PIC 9(04) COMP VALUE 0.
           05  AN-MAX-CUSTS            PIC 9(04) COMP VALUE 5000.
           05  AN-CUST-IDX             PIC 9(04) COMP VALUE 0.
           05  AN-FOUND-IDX            PIC 9(04) COMP VALUE 0.
           05  AN-ARCH-READ-COUNT      PIC 9(07) COMP VALUE 0.
           05  AN-ARCH-MASKED-COUNT    PIC 9(07) COMP VALUE 0.
           05  AN-LOG-READ-COUNT       PIC 9(07) COMP VALUE 0.
           05  AN-LOG-MASKED-COUNT     PIC 9(07) COMP VALUE 0.
           05  AN-ARC-READ-COUNT       PIC 9(07) COMP VALUE 0.
           05  AN-ARC-MASKED-COUNT     PIC 9(07) COMP VALUE 0.
           05  AN-SHIP-READ-COUNT      PIC 9(07) COMP VALUE 0.
           05  AN-SHIP-MASKED-COUNT    PIC 9(07) COMP VALUE 0.
           05  AN-SELECTED-COUNT       PIC 9(05) COMP VALUE 0.
           05  AN-ON-MASTER-COUNT      PIC 9(05) COMP VALUE 0.
           05  AN-RETAINED-COUNT       PIC 9(05) COMP VALUE 0.
           05  AN-PRIOR-COUNT          PIC 9(05) COMP VALUE 0.

       01  AN-CUTOFF-DATE              PIC 9(08) VALUE 0.
       01  AN-CUTOFF-PARTS REDEFINES AN-CUTOFF-DATE.
           05  AN-CUTOFF-YEAR          PIC 9(04).
           05  AN-CUTOFF-MONTH         PIC 9(02).
           05  AN-CUTOFF-DAY           PIC 9(02).

      *-----------------------------------------------------------------
      * THE FIXED VALUE WRITTEN OVER NAME AND STREET ADDRESS.  CITY
      * IS BLANKED - WITH ZIP-3 AND STATE LEFT IT WOULD STILL NARROW
      * THE CUSTOMER DOWN.
      *-----------------------------------------------------------------
       01  AN-MASK-VALUE               PIC X(25)
               VALUE "*** PERSONAL DATA REMOVED".

       01  AN-WORK-FIELDS.
           05  AN-CUSTOMER-ID          PIC 9(06) VALUE 0.
           05  AN-IMAGE-BEFORE         PIC X(100) VALUE SPACES.
           05  AN-IMAGE-WORK.
               COPY CUSTMAST.
           05  AN-SHIPTO-WORK.
               COPY SHIPTO.
           05  AN-IMAGE-PROGRAM        PIC X(08) VALUE SPACES.
      *        PROGRAMS WHOSE AUDIT IMAGES ARE CUSTOMER MASTER
      *        RECORDS.  OTHER PROGRAMS KEY THEIR ENTRIES BY
      *        CUSTOMER BUT LOG INVOICE, HOLD OR EXEMPTION
      *        RECORDS, WHICH CARRY NO NAME OR ADDRESS.
               88  AN-CUSTOMER-IMAGE-PGM
                                       VALUE "ACCTMIG" "BACKOUT"
                                             "CREDAPRV" "CUSTMRGE"
                                             "CUSTPURG" "CUSTREST"
                                             "EVALPROG" "MOVEVAL2"
                                             "ZIPVALID".
      *        PROGRAMS WHOSE AUDIT IMAGES ARE SHIP-TO RECORDS.
               88  AN-SHIPTO-IMAGE-PGM VALUE "SHIPMANT".
           05  AN-IMAGE-OPERATION      PIC X(08) VALUE SPACES.
      *        CUSTPURG LOGS A PURGED CUSTOMER'S SHIP-TOS UNDER THIS
      *        OPERATION, WITH THE SHIP-TO RECORD AS THE IMAGE.
               88  AN-SHIPTO-PURGE-OP  VALUE "SHIPPURG".

      *-----------------------------------------------------------------
      * ONE ENTRY PER CUSTOMER ON THE ARCHIVE.  THE ACTION IS SET
      * AFTER THE FIRST ARCHIVE PASS: S = MASKED THIS RUN, D = ALREADY
      * ANONYMIZED BY AN EARLIER RUN (ITS AUDIT IMAGES ARE STILL
      * CHECKED, SO A RERUN AFTER A FAILURE FINISHES THE JOB), M = BACK
      * ON THE MASTER, R = STILL INSIDE THE RETENTION PERIOD.
      *-----------------------------------------------------------------
       01  AN-CUSTOMER-TABLE.
           05  AN-CUST-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON AN-CUST-COUNT
                   INDEXED BY AN-CUST-TIDX.
               10  AN-CT-CUSTOMER-ID   PIC 9(06).
               10  AN-CT-LATEST-PURGE  PIC 9(08).
               10  AN-CT-STATE         PIC X(02).
               10  AN-CT-ZIP           PIC 9(05).
               10  AN-CT-OPEN-FLAG     PIC X(01).
                   88  AN-CT-HAS-OPEN  VALUE "Y".
               10  AN-CT-ACTION        PIC X(01).
                   88  AN-CT-SELECTED  VALUE "S".
                   88  AN-CT-PRIOR     VALUE "D".
                   88  AN-CT-ON-MASTER VALUE "M".
                   88  AN-CT-RETAINED  VALUE "R".
                   88  AN-CT-TO-MASK   VALUE "S" "D".
               10  AN-CT-ARCH-MASKED   PIC 9(05) COMP.
               10  AN-CT-LOG-MASKED    PIC 9(05) COMP.
               10  AN-CT-ARC-MASKED    PIC 9(05) COMP.
               10  AN-CT-SHIP-MASKED   PIC 9(05) COMP.

       01  AN-CERT-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  AN-CD-CUSTOMER-ID       PIC 9(06).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AN-CD-STATE             PIC X(02).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AN-CD-ZIP3              PIC X(03).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  AN-CD-PURGE-DATE        PIC 9(08).
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AN-CD-ARCH-MASKED       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AN-CD-LOG-MASKED        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AN-CD-ARC-MASKED        PIC ZZ,ZZ9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  AN-CD-SHIP-MASKED       PIC ZZ,ZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  AN-CD-NOTE              PIC X(20).

       01  AN-CERT-COLUMN-LINE.
           05  FILLER                  PIC X(40) VALUE
               " CUST     ST  ZIP3  LAST PURGE  ARCHIVE ".
           05  FILLER                  PIC X(40) VALUE
               " AUDITLOG  AUDITARC SHIPTO  NOTE        ".

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-ARCHIVED-CUSTOMERS
           PERFORM 2500-SELECT-CUSTOMERS
           PERFORM 3000-MASK-CUSTOMER-ARCHIVE
           PERFORM 4000-MASK-AUDIT-LOG
           PERFORM 5000-MASK-AUDIT-ARCHIVE
           PERFORM 5500-MASK-SHIP-TO-FILE
           PERFORM 6000-PRINT-CERTIFICATE
           PERFORM 7000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           MOVE "CUSTANON" TO RH-PROGRAM-NAME
           MOVE "CUSTOMER DATA ANONYMIZATION CERTIFICATE"
               TO RH-REPORT-TITLE
           MOVE FUNCTION CURRENT-DATE (1:8) TO RH-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:8) TO RH-RUN-TIME
           PERFORM 1100-LOAD-RETENTION-CUTOFF
           PERFORM 8000-PRINT-REPORT-HEADER
           DISPLAY "RETENTION CUTOFF (PURGED BEFORE): "
               AN-CUTOFF-DATE
           OPEN INPUT CUSTOMER-MASTER
           IF NOT AN-CUSTMAST-OK
               MOVE "CUSTANON" TO AB-PROGRAM-ID
               MOVE "CUSTMAST" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE AN-CUSTMAST-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

      *-----------------------------------------------------------------
      * THE CONTROL RECORD CARRIES EITHER AN EXPLICIT CUTOFF DATE OR
      * A RETENTION PERIOD IN YEARS BACK FROM THE RUN DATE (THE DATE
      * WINS WHEN BOTH ARE PRESENT).  MASKING CANNOT BE UNDONE, SO A
      * MISSING OR EMPTY CONTROL RECORD STOPS THE RUN RATHER THAN
      * FALLING BACK TO A DEFAULT.
      *-----------------------------------------------------------------
       1100-LOAD-RETENTION-CUTOFF.
           OPEN INPUT ANON-CONTROL
           IF NOT AN-ANONCTL-OK
               MOVE "CUSTANON" TO AB-PROGRAM-ID
               MOVE "ANONCTL" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE AN-ANONCTL-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           READ ANON-CONTROL
               AT END
                   MOVE SPACES TO ANON-CONTROL-RECORD
           END-READ
           CLOSE ANON-CONTROL
           IF AC-CUTOFF-DATE IS NUMERIC AND AC-CUTOFF-DATE > 0
               MOVE AC-CUTOFF-DATE TO AN-CUTOFF-DATE
           ELSE
               IF AC-RETENTION-YEARS IS NUMERIC
                       AND AC-RETENTION-YEARS > 0
                   MOVE RH-RUN-DATE TO AN-CUTOFF-DATE
                   SUBTRACT AC-RETENTION-YEARS FROM AN-CUTOFF-YEAR
                   IF AN-CUTOFF-MONTH = 2 AND AN-CUTOFF-DAY = 29
                       MOVE 28 TO AN-CUTOFF-DAY
                   END-IF
               ELSE
                   MOVE "CUSTANON" TO AB-PROGRAM-ID
                   MOVE "ANONCTL" TO AB-FILE-NAME
                   MOVE "NO CUTOF" TO AB-OPERATION
                   MOVE "00" TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * FIRST ARCHIVE PASS: ONE TABLE ENTRY PER CUSTOMER WITH ITS
      * LATEST PURGE DATE AND WHETHER ANY RECORD IS STILL UNMASKED.
      *-----------------------------------------------------------------
       2000-COLLECT-ARCHIVED-CUSTOMERS.
           OPEN INPUT CUSTOMER-ARCHIVE
           IF AN-CUSTARCH-NOTFOUND
               DISPLAY "CUSTANON: NO CUSTOMER ARCHIVE ON CATALOG"
               SET AN-ARCH-END TO TRUE
           ELSE
               IF NOT AN-CUSTARCH-OK AND NOT AN-CUSTARCH-EOF
                   MOVE "CUSTANON" TO AB-PROGRAM-ID
                   MOVE "CUSTARCH" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AN-CUSTARCH-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               PERFORM 2910-READ-ARCHIVE-RECORD
           END-IF
           PERFORM 2100-COLLECT-ONE-ARCHIVE
               UNTIL AN-ARCH-END
           IF NOT AN-CUSTARCH-NOTFOUND
               CLOSE CUSTOMER-ARCHIVE
           END-IF.

       2100-COLLECT-ONE-ARCHIVE.
           ADD 1 TO AN-ARCH-READ-COUNT
           MOVE AR-CUSTOMER-IMAGE TO AN-IMAGE-WORK
           MOVE CM-CUSTOMER-ID OF AN-IMAGE-WORK TO AN-CUSTOMER-ID
           PERFORM 2200-FIND-CUSTOMER
           IF AN-FOUND-IDX = 0
               IF AN-CUST-COUNT >= AN-MAX-CUSTS
                   MOVE "CUSTANON" TO AB-PROGRAM-ID
                   MOVE "CUSTARCH" TO AB-FILE-NAME
                   MOVE "TBL FULL" TO AB-OPERATION
                   MOVE "00" TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               ADD 1 TO AN-CUST-COUNT
               MOVE AN-CUST-COUNT TO AN-FOUND-IDX
               MOVE AN-CUSTOMER-ID
                   TO AN-CT-CUSTOMER-ID (AN-FOUND-IDX)
               MOVE 0 TO AN-CT-LATEST-PURGE (AN-FOUND-IDX)
               MOVE "N" TO AN-CT-OPEN-FLAG (AN-FOUND-IDX)
               MOVE SPACE TO AN-CT-ACTION (AN-FOUND-IDX)
               MOVE 0 TO AN-CT-ARCH-MASKED (AN-FOUND-IDX)
               MOVE 0 TO AN-CT-LOG-MASKED (AN-FOUND-IDX)
               MOVE 0 TO AN-CT-ARC-MASKED (AN-FOUND-IDX)
               MOVE 0 TO AN-CT-SHIP-MASKED (AN-FOUND-IDX)
           END-IF
           IF AR-PURGE-DATE >= AN-CT-LATEST-PURGE (AN-FOUND-IDX)
               MOVE AR-PURGE-DATE
                   TO AN-CT-LATEST-PURGE (AN-FOUND-IDX)
               MOVE CM-CUSTOMER-STATE OF AN-IMAGE-WORK
                   TO AN-CT-STATE (AN-FOUND-IDX)
               MOVE CM-CUSTOMER-ZIP OF AN-IMAGE-WORK
                   TO AN-CT-ZIP (AN-FOUND-IDX)
           END-IF
           IF NOT AR-ANONYMIZED
               MOVE "Y" TO AN-CT-OPEN-FLAG (AN-FOUND-IDX)
           END-IF
           PERFORM 2910-READ-ARCHIVE-RECORD.

       2200-FIND-CUSTOMER.
           MOVE 0 TO AN-FOUND-IDX
           PERFORM 2210-COMPARE-ONE-CUSTOMER
               VARYING AN-CUST-IDX FROM 1 BY 1
               UNTIL AN-CUST-IDX > AN-CUST-COUNT
                   OR AN-FOUND-IDX > 0.

       2210-COMPARE-ONE-CUSTOMER.
           IF AN-CT-CUSTOMER-ID (AN-CUST-IDX) = AN-CUSTOMER-ID
               MOVE AN-CUST-IDX TO AN-FOUND-IDX
           END-IF.

      *-----------------------------------------------------------------
      * A CUSTOMER RESTORED SINCE ITS PURGE IS LIVE AGAIN - ITS
      * HISTORY IS LEFT ALONE EVEN IF THE OLD ARCHIVE DATE QUALIFIES.
      *-----------------------------------------------------------------
       2500-SELECT-CUSTOMERS.
           PERFORM 2510-SELECT-ONE-CUSTOMER
               VARYING AN-CUST-IDX FROM 1 BY 1
               UNTIL AN-CUST-IDX > AN-CUST-COUNT.

       2510-SELECT-ONE-CUSTOMER.
           MOVE AN-CT-CUSTOMER-ID (AN-CUST-IDX)
               TO CM-CUSTOMER-ID OF CUSTOMER-MASTER-RECORD
           READ CUSTOMER-MASTER
               INVALID KEY
                   IF AN-CT-LATEST-PURGE (AN-CUST-IDX)
                           >= AN-CUTOFF-DATE
                       SET AN-CT-RETAINED (AN-CUST-IDX) TO TRUE
                       ADD 1 TO AN-RETAINED-COUNT
                   ELSE
                       IF AN-CT-HAS-OPEN (AN-CUST-IDX)
                           SET AN-CT-SELECTED (AN-CUST-IDX) TO TRUE
                           ADD 1 TO AN-SELECTED-COUNT
                       ELSE
                           SET AN-CT-PRIOR (AN-CUST-IDX) TO TRUE
                           ADD 1 TO AN-PRIOR-COUNT
                       END-IF
                   END-IF
               NOT INVALID KEY
                   SET AN-CT-ON-MASTER (AN-CUST-IDX) TO TRUE
                   ADD 1 TO AN-ON-MASTER-COUNT
           END-READ.

       2910-READ-ARCHIVE-RECORD.
           READ CUSTOMER-ARCHIVE
               AT END
                   SET AN-ARCH-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * SECOND ARCHIVE PASS: MASK TO THE WORK FILE, THEN COPY BACK.
      *-----------------------------------------------------------------
       3000-MASK-CUSTOMER-ARCHIVE.
           IF AN-SELECTED-COUNT > 0
               OPEN INPUT CUSTOMER-ARCHIVE
               PERFORM 9100-OPEN-WORK-OUTPUT
               MOVE "N" TO AN-ARCH-EOF-SWITCH
               PERFORM 2910-READ-ARCHIVE-RECORD
               PERFORM 3100-MASK-ONE-ARCHIVE
                   UNTIL AN-ARCH-END
               CLOSE CUSTOMER-ARCHIVE
               CLOSE ANON-WORK-FILE
               PERFORM 3200-COPY-BACK-ARCHIVE
           END-IF.

       3100-MASK-ONE-ARCHIVE.
           MOVE AR-CUSTOMER-IMAGE TO AN-IMAGE-WORK
           MOVE CM-CUSTOMER-ID OF AN-IMAGE-WORK TO AN-CUSTOMER-ID
           PERFORM 2200-FIND-CUSTOMER
           IF AN-FOUND-IDX > 0
               IF AN-CT-SELECTED (AN-FOUND-IDX)
                       AND NOT AR-ANONYMIZED
                   PERFORM 9200-MASK-IMAGE-WORK
                   MOVE AN-IMAGE-WORK TO AR-CUSTOMER-IMAGE
                   SET AR-ANONYMIZED TO TRUE
                   MOVE RH-RUN-DATE TO AR-ANONYMIZED-DATE
                   ADD 1 TO AN-ARCH-MASKED-COUNT
                   ADD 1 TO AN-CT-ARCH-MASKED (AN-FOUND-IDX)
               END-IF
           END-IF
           WRITE ANON-WORK-RECORD FROM CUSTOMER-ARCHIVE-RECORD
           PERFORM 2910-READ-ARCHIVE-RECORD.

       3200-COPY-BACK-ARCHIVE.
           OPEN OUTPUT CUSTOMER-ARCHIVE
           IF NOT AN-CUSTARCH-OK
               MOVE "CUSTANON" TO AB-PROGRAM-ID
               MOVE "CUSTARCH" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AN-CUSTARCH-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 9110-OPEN-WORK-INPUT
           PERFORM 3210-COPY-ONE-ARCHIVE
               UNTIL AN-WORK-END
           CLOSE ANON-WORK-FILE
           CLOSE CUSTOMER-ARCHIVE.

       3210-COPY-ONE-ARCHIVE.
           MOVE ANON-WORK-RECORD TO CUSTOMER-ARCHIVE-RECORD
           WRITE CUSTOMER-ARCHIVE-RECORD
           PERFORM 9120-READ-WORK-RECORD.

       4000-MASK-AUDIT-LOG.
           IF AN-SELECTED-COUNT + AN-PRIOR-COUNT > 0
               OPEN INPUT AUDIT-LOG
               IF AN-AUDITLOG-NOTFOUND
                   DISPLAY "CUSTANON: NO AUDIT LOG ON CATALOG"
               ELSE
                   IF NOT AN-AUDITLOG-OK AND NOT AN-AUDITLOG-EOF
                       MOVE "CUSTANON" TO AB-PROGRAM-ID
                       MOVE "AUDITLOG" TO AB-FILE-NAME
                       MOVE "OPEN" TO AB-OPERATION
                       MOVE AN-AUDITLOG-STATUS TO AB-STATUS-CODE
                       PERFORM 9999-ABEND-ROUTINE
                   END-IF
                   PERFORM 9100-OPEN-WORK-OUTPUT
                   MOVE "N" TO AN-AUDIT-EOF-SWITCH
                   PERFORM 4900-READ-AUDIT-LOG
                   PERFORM 4100-MASK-ONE-LOG-ENTRY
                       UNTIL AN-AUDIT-END
                   CLOSE AUDIT-LOG
                   CLOSE ANON-WORK-FILE
                   PERFORM 4200-COPY-BACK-AUDIT-LOG
               END-IF
           END-IF.

       4100-MASK-ONE-LOG-ENTRY.
           ADD 1 TO AN-LOG-READ-COUNT
           MOVE AU-CUSTOMER-ID OF AUDIT-LOG-RECORD TO AN-CUSTOMER-ID
           MOVE AU-PROGRAM-NAME OF AUDIT-LOG-RECORD
               TO AN-IMAGE-PROGRAM
           MOVE AU-OPERATION OF AUDIT-LOG-RECORD
               TO AN-IMAGE-OPERATION
           MOVE "N" TO AN-IMAGE-MASKED-SWITCH
           PERFORM 9050-SET-IMAGE-LAYOUT
           IF NOT AN-NO-IMAGE-LAYOUT
               PERFORM 2200-FIND-CUSTOMER
               IF AN-FOUND-IDX > 0
                   IF AN-CT-TO-MASK (AN-FOUND-IDX)
                       MOVE AU-BEFORE-IMAGE OF AUDIT-LOG-RECORD
                           TO AN-IMAGE-BEFORE
                       PERFORM 9300-MASK-AUDIT-IMAGE
                       MOVE AN-IMAGE-BEFORE
                           TO AU-BEFORE-IMAGE OF AUDIT-LOG-RECORD
                       MOVE AU-AFTER-IMAGE OF AUDIT-LOG-RECORD
                           TO AN-IMAGE-BEFORE
                       PERFORM 9300-MASK-AUDIT-IMAGE
                       MOVE AN-IMAGE-BEFORE
                           TO AU-AFTER-IMAGE OF AUDIT-LOG-RECORD
                   END-IF
               END-IF
           END-IF
           IF AN-IMAGE-MASKED
               ADD 1 TO AN-LOG-MASKED-COUNT
               ADD 1 TO AN-CT-LOG-MASKED (AN-FOUND-IDX)
           END-IF
           WRITE ANON-WORK-RECORD FROM AUDIT-LOG-RECORD
           PERFORM 4900-READ-AUDIT-LOG.

       4200-COPY-BACK-AUDIT-LOG.
           OPEN OUTPUT AUDIT-LOG
           IF NOT AN-AUDITLOG-OK
               MOVE "CUSTANON" TO AB-PROGRAM-ID
               MOVE "AUDITLOG" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AN-AUDITLOG-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           PERFORM 9110-OPEN-WORK-INPUT
           PERFORM 4210-COPY-ONE-LOG-ENTRY
               UNTIL AN-WORK-END
           CLOSE ANON-WORK-FILE
           CLOSE AUDIT-LOG.

       4210-COPY-ONE-LOG-ENTRY.
           WRITE AUDIT-LOG-RECORD FROM ANON-WORK-RECORD
           PERFORM 9120-READ-WORK-RECORD.

       4900-READ-AUDIT-LOG.
           READ AUDIT-LOG
               AT END
                   SET AN-AUDIT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * AUDITARC IS THE WHOLE ARCHIVE - EVERY GENERATION LOGARCH HAS
      * WRITTEN.  ALL OF IT IS COPIED TO AUDITNEW EVERY RUN, MASKED
      * WHERE NEEDED, BECAUSE THE JOB REPLACES THE OLD GENERATIONS
      * WITH AUDITNEW WHEN THIS STEP ENDS CLEAN.
      *-----------------------------------------------------------------
       5000-MASK-AUDIT-ARCHIVE.
           OPEN OUTPUT AUDIT-ARCHIVE-NEW
           IF NOT AN-AUDITNEW-OK
               MOVE "CUSTANON" TO AB-PROGRAM-ID
               MOVE "AUDITNEW" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AN-AUDITNEW-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           OPEN INPUT AUDIT-ARCHIVE
           IF AN-AUDITARC-NOTFOUND
               DISPLAY "CUSTANON: NO AUDIT ARCHIVE ON CATALOG"
           ELSE
               IF NOT AN-AUDITARC-OK AND NOT AN-AUDITARC-EOF
                   MOVE "CUSTANON" TO AB-PROGRAM-ID
                   MOVE "AUDITARC" TO AB-FILE-NAME
                   MOVE "OPEN" TO AB-OPERATION
                   MOVE AN-AUDITARC-STATUS TO AB-STATUS-CODE
                   PERFORM 9999-ABEND-ROUTINE
               END-IF
               MOVE "N" TO AN-AUDIT-EOF-SWITCH
               PERFORM 5900-READ-AUDIT-ARCHIVE
               PERFORM 5100-MASK-ONE-ARC-ENTRY
                   UNTIL AN-AUDIT-END
               CLOSE AUDIT-ARCHIVE
           END-IF
           CLOSE AUDIT-ARCHIVE-NEW.

       5100-MASK-ONE-ARC-ENTRY.
           ADD 1 TO AN-ARC-READ-COUNT
           MOVE AU-CUSTOMER-ID OF AUDIT-ARCHIVE-RECORD
               TO AN-CUSTOMER-ID
           MOVE AU-PROGRAM-NAME OF AUDIT-ARCHIVE-RECORD
               TO AN-IMAGE-PROGRAM
           MOVE AU-OPERATION OF AUDIT-ARCHIVE-RECORD
               TO AN-IMAGE-OPERATION
           MOVE "N" TO AN-IMAGE-MASKED-SWITCH
           PERFORM 9050-SET-IMAGE-LAYOUT
           IF NOT AN-NO-IMAGE-LAYOUT
               PERFORM 2200-FIND-CUSTOMER
               IF AN-FOUND-IDX > 0
                   IF AN-CT-TO-MASK (AN-FOUND-IDX)
                       MOVE AU-BEFORE-IMAGE OF AUDIT-ARCHIVE-RECORD
                           TO AN-IMAGE-BEFORE
                       PERFORM 9300-MASK-AUDIT-IMAGE
                       MOVE AN-IMAGE-BEFORE
                           TO AU-BEFORE-IMAGE OF AUDIT-ARCHIVE-RECORD
                       MOVE AU-AFTER-IMAGE OF AUDIT-ARCHIVE-RECORD
                           TO AN-IMAGE-BEFORE
                       PERFORM 9300-MASK-AUDIT-IMAGE
                       MOVE AN-IMAGE-BEFORE
                           TO AU-AFTER-IMAGE OF AUDIT-ARCHIVE-RECORD
                   END-IF
               END-IF
           END-IF
           IF AN-IMAGE-MASKED
               ADD 1 TO AN-ARC-MASKED-COUNT
               ADD 1 TO AN-CT-ARC-MASKED (AN-FOUND-IDX)
           END-IF
           WRITE AUDIT-ARCHIVE-NEW-RECORD FROM AUDIT-ARCHIVE-RECORD
           PERFORM 5900-READ-AUDIT-ARCHIVE.

       5900-READ-AUDIT-ARCHIVE.
           READ AUDIT-ARCHIVE
               AT END
                   SET AN-AUDIT-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * EVERY SHIP-TO OF A CUSTOMER BEING MASKED, READ BY KEY FROM
      * SHIP-TO ZERO UNTIL THE CUSTOMER NUMBER CHANGES.  CUSTPURG NOW
      * DELETES A PURGED CUSTOMER'S SHIP-TOS, SO THIS FINDS ONLY THOSE
      * LEFT BY EARLIER PURGES.
      *-----------------------------------------------------------------
       5500-MASK-SHIP-TO-FILE.
           IF AN-SELECTED-COUNT + AN-PRIOR-COUNT > 0
               OPEN I-O SHIPTO-FILE
               IF AN-SHIPTO-NOTFOUND
                   DISPLAY "CUSTANON: NO SHIP-TO FILE ON CATALOG"
               ELSE
                   IF NOT AN-SHIPTO-OK
                       MOVE "CUSTANON" TO AB-PROGRAM-ID
                       MOVE "SHIPTO" TO AB-FILE-NAME
                       MOVE "OPEN I-O" TO AB-OPERATION
                       MOVE AN-SHIPTO-STATUS TO AB-STATUS-CODE
                       PERFORM 9999-ABEND-ROUTINE
                   END-IF
                   PERFORM 5510-MASK-CUSTOMER-SHIP-TOS
                       VARYING AN-CUST-IDX FROM 1 BY 1
                       UNTIL AN-CUST-IDX > AN-CUST-COUNT
                   CLOSE SHIPTO-FILE
               END-IF
           END-IF.

       5510-MASK-CUSTOMER-SHIP-TOS.
           IF AN-CT-TO-MASK (AN-CUST-IDX)
               MOVE "N" TO AN-SHIPTO-EOF-SWITCH
               MOVE AN-CT-CUSTOMER-ID (AN-CUST-IDX)
                   TO TA-CUSTOMER-ID OF SHIPTO-RECORD
               MOVE 0 TO TA-SHIPTO-NUMBER OF SHIPTO-RECORD
               START SHIPTO-FILE
                   KEY IS NOT < TA-SHIPTO-KEY OF SHIPTO-RECORD
                   INVALID KEY
                       SET AN-SHIPTO-END TO TRUE
               END-START
               PERFORM 5520-MASK-ONE-SHIP-TO
                   UNTIL AN-SHIPTO-END
           END-IF.

       5520-MASK-ONE-SHIP-TO.
           READ SHIPTO-FILE NEXT RECORD
               AT END
                   SET AN-SHIPTO-END TO TRUE
           END-READ
           IF NOT AN-SHIPTO-END
               IF TA-CUSTOMER-ID OF SHIPTO-RECORD
                       = AN-CT-CUSTOMER-ID (AN-CUST-IDX)
                   ADD 1 TO AN-SHIP-READ-COUNT
                   MOVE SHIPTO-RECORD TO AN-SHIPTO-WORK
                   PERFORM 9210-MASK-SHIPTO-WORK
                   IF AN-SHIPTO-WORK NOT = SHIPTO-RECORD
                       MOVE AN-SHIPTO-WORK TO SHIPTO-RECORD
                       REWRITE SHIPTO-RECORD
                       ADD 1 TO AN-SHIP-MASKED-COUNT
                       ADD 1 TO AN-CT-SHIP-MASKED (AN-CUST-IDX)
                   END-IF
               ELSE
                   SET AN-SHIPTO-END TO TRUE
               END-IF
           END-IF.

      *-----------------------------------------------------------------
      * THE CERTIFICATE: EVERY CUSTOMER MASKED THIS RUN, PLUS ANY
      * EARLIER-ANONYMIZED CUSTOMER WHOSE AUDIT IMAGES WERE STILL
      * CARRYING PERSONAL DATA.  ONLY NUMBER, STATE AND ZIP-3 PRINT.
      *-----------------------------------------------------------------
       6000-PRINT-CERTIFICATE.
           DISPLAY " "
           DISPLAY AN-CERT-COLUMN-LINE
           PERFORM 6100-PRINT-ONE-CUSTOMER
               VARYING AN-CUST-IDX FROM 1 BY 1
               UNTIL AN-CUST-IDX > AN-CUST-COUNT.

       6100-PRINT-ONE-CUSTOMER.
           IF AN-CT-SELECTED (AN-CUST-IDX)
                   OR (AN-CT-PRIOR (AN-CUST-IDX)
                       AND AN-CT-LOG-MASKED (AN-CUST-IDX)
                           + AN-CT-ARC-MASKED (AN-CUST-IDX)
                           + AN-CT-SHIP-MASKED (AN-CUST-IDX) > 0)
               MOVE AN-CT-CUSTOMER-ID (AN-CUST-IDX)
                   TO AN-CD-CUSTOMER-ID
               MOVE AN-CT-STATE (AN-CUST-IDX) TO AN-CD-STATE
               MOVE AN-CT-ZIP (AN-CUST-IDX) (1:3) TO AN-CD-ZIP3
               MOVE AN-CT-LATEST-PURGE (AN-CUST-IDX)
                   TO AN-CD-PURGE-DATE
               MOVE AN-CT-ARCH-MASKED (AN-CUST-IDX)
                   TO AN-CD-ARCH-MASKED
               MOVE AN-CT-LOG-MASKED (AN-CUST-IDX)
                   TO AN-CD-LOG-MASKED
               MOVE AN-CT-ARC-MASKED (AN-CUST-IDX)
                   TO AN-CD-ARC-MASKED
               MOVE AN-CT-SHIP-MASKED (AN-CUST-IDX)
                   TO AN-CD-SHIP-MASKED
               IF AN-CT-SELECTED (AN-CUST-IDX)
                   MOVE "ANONYMIZED" TO AN-CD-NOTE
               ELSE
                   MOVE "RESIDUAL IMAGES" TO AN-CD-NOTE
               END-IF
               DISPLAY AN-CERT-DETAIL-LINE
           END-IF.

       7000-TERMINATE.
           DISPLAY " "
           DISPLAY "ARCHIVED CUSTOMERS:           " AN-CUST-COUNT
           DISPLAY "ANONYMIZED THIS RUN:          " AN-SELECTED-COUNT
           DISPLAY "ANONYMIZED IN EARLIER RUNS:   " AN-PRIOR-COUNT
           DISPLAY "BACK ON MASTER - NOT MASKED:  " AN-ON-MASTER-COUNT
           DISPLAY "WITHIN RETENTION - NOT MASKED:" AN-RETAINED-COUNT
           DISPLAY "ARCHIVE RECORDS READ/MASKED:  "
               AN-ARCH-READ-COUNT " / " AN-ARCH-MASKED-COUNT
           DISPLAY "AUDIT LOG ENTRIES READ/MASKED:"
               AN-LOG-READ-COUNT " / " AN-LOG-MASKED-COUNT
           DISPLAY "AUDIT ARCHIVE READ/MASKED:    "
               AN-ARC-READ-COUNT " / " AN-ARC-MASKED-COUNT
           DISPLAY "SHIP-TO RECORDS READ/MASKED:  "
               AN-SHIP-READ-COUNT " / " AN-SHIP-MASKED-COUNT
           CLOSE CUSTOMER-MASTER
           PERFORM 8100-PRINT-REPORT-FOOTER.

      *-----------------------------------------------------------------
      * WHICH RECORD LAYOUT THE ENTRY'S IMAGES CARRY, IF ANY.
      *-----------------------------------------------------------------
       9050-SET-IMAGE-LAYOUT.
           EVALUATE TRUE
               WHEN AN-SHIPTO-IMAGE-PGM
                   SET AN-SHIPTO-LAYOUT TO TRUE
               WHEN AN-CUSTOMER-IMAGE-PGM AND AN-SHIPTO-PURGE-OP
                   SET AN-SHIPTO-LAYOUT TO TRUE
               WHEN AN-CUSTOMER-IMAGE-PGM
                   SET AN-CUSTOMER-LAYOUT TO TRUE
               WHEN OTHER
                   SET AN-NO-IMAGE-LAYOUT TO TRUE
           END-EVALUATE.

       9100-OPEN-WORK-OUTPUT.
           OPEN OUTPUT ANON-WORK-FILE
           IF NOT AN-ANONWORK-OK
               MOVE "CUSTANON" TO AB-PROGRAM-ID
               MOVE "ANONWORK" TO AB-FILE-NAME
               MOVE "OPEN OUT" TO AB-OPERATION
               MOVE AN-ANONWORK-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF.

       9110-OPEN-WORK-INPUT.
           OPEN INPUT ANON-WORK-FILE
           IF NOT AN-ANONWORK-OK
               MOVE "CUSTANON" TO AB-PROGRAM-ID
               MOVE "ANONWORK" TO AB-FILE-NAME
               MOVE "OPEN" TO AB-OPERATION
               MOVE AN-ANONWORK-STATUS TO AB-STATUS-CODE
               PERFORM 9999-ABEND-ROUTINE
           END-IF
           MOVE "N" TO AN-WORK-EOF-SWITCH
           PERFORM 9120-READ-WORK-RECORD.

       9120-READ-WORK-RECORD.
           READ ANON-WORK-FILE
               AT END
                   SET AN-WORK-END TO TRUE
           END-READ.

      *-----------------------------------------------------------------
      * CUSTOMER NUMBER, STATE AND THE FIRST THREE ZIP DIGITS STAY.
      *-----------------------------------------------------------------
       9200-MASK-IMAGE-WORK.
           MOVE AN-MASK-VALUE TO CM-CUSTOMER-NAME OF AN-IMAGE-WORK
           MOVE AN-MASK-VALUE TO CM-CUSTOMER-ADDRESS OF AN-IMAGE-WORK
           MOVE SPACES TO CM-CUSTOMER-CITY OF AN-IMAGE-WORK
           MOVE "00" TO CM-CUSTOMER-ZIP OF AN-IMAGE-WORK (4:2).

      *-----------------------------------------------------------------
      * THE SAME MASK ON A SHIP-TO: CUSTOMER AND SHIP-TO NUMBER, STATE
      * (THE TAX JURISDICTION) AND ZIP-3 STAY.
      *-----------------------------------------------------------------
       9210-MASK-SHIPTO-WORK.
           MOVE AN-MASK-VALUE TO TA-SHIPTO-NAME OF AN-SHIPTO-WORK
           MOVE AN-MASK-VALUE TO TA-SHIPTO-ADDRESS OF AN-SHIPTO-WORK
           MOVE SPACES TO TA-SHIPTO-CITY OF AN-SHIPTO-WORK
           MOVE "00" TO TA-SHIPTO-ZIP OF AN-SHIPTO-WORK (4:2).

      *-----------------------------------------------------------------
      * AN AUDIT IMAGE IS MASKED ONLY WHEN IT HOLDS A CUSTOMER OR
      * SHIP-TO RECORD (A NUMERIC KEY UP FRONT) - BLANK IMAGES AND THE
      * FREE-TEXT NOTES OF AN AUTHORIZATION FAILURE ARE LEFT AS THEY
      * ARE.  THE SWITCH IS SET ONLY WHEN SOMETHING ACTUALLY CHANGED.
      *-----------------------------------------------------------------
       9300-MASK-AUDIT-IMAGE.
           IF AN-SHIPTO-LAYOUT
               IF AN-IMAGE-BEFORE (1:9) IS NUMERIC
                   MOVE AN-IMAGE-BEFORE TO AN-SHIPTO-WORK
                   PERFORM 9210-MASK-SHIPTO-WORK
                   IF AN-SHIPTO-WORK NOT = AN-IMAGE-BEFORE
                       MOVE AN-SHIPTO-WORK TO AN-IMAGE-BEFORE
                       SET AN-IMAGE-MASKED TO TRUE
                   END-IF
               END-IF
           ELSE
               IF AN-IMAGE-BEFORE (1:6) IS NUMERIC
                   MOVE AN-IMAGE-BEFORE TO AN-IMAGE-WORK
                   PERFORM 9200-MASK-IMAGE-WORK
                   IF AN-IMAGE-WORK NOT = AN-IMAGE-BEFORE
                       MOVE AN-IMAGE-WORK TO AN-IMAGE-BEFORE
                       SET AN-IMAGE-MASKED TO TRUE
                   END-IF
               END-IF
           END-IF.

       COPY ABENDPAR.
       COPY RPTHDRPR.

       END PROGRAM CUSTANON.
