      ******************************************************************
      * COPYBOOK.      SNAPREC
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - OPERATIONS
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       PRE-UPDATE SNAPSHOT RECORD LAYOUT.  SNAPSHOT
      *                COPIES A FILE THAT A PROGRAM IS ABOUT TO REWRITE
      *                IN FULL TO A NEW GENERATION OF THAT FILE'S
      *                SNAPSHOT GDG: ONE "H" HEADER NAMING THE PROGRAM,
      *                THE FILE'S DD NAME AND THE RUN DATE AND TIME,
      *                ONE "D" RECORD PER FILE RECORD CARRYING ITS
      *                LENGTH AND IMAGE, AND ONE "T" TRAILER WITH THE
      *                RECORD COUNT AND THE RECHASH FILE HASH.
      *                ROLLBACK RESTORES FROM THESE RECORDS AND CHECKS
      *                THE RESTORED FILE AGAINST THE TRAILER.  FIELDS
      *                ARE LEVEL 10 SO THE INCLUDING PROGRAM CAN NEST
      *                THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  SN-RECORD-TYPE           PIC X(01).
               88  SN-HEADER            VALUE "H".
               88  SN-DATA              VALUE "D".
               88  SN-TRAILER           VALUE "T".
           10  SN-PROGRAM-NAME          PIC X(08).
           10  SN-TARGET-DD             PIC X(08).
           10  SN-RUN-DATE              PIC 9(08).
           10  SN-RUN-TIME              PIC 9(08).
           10  SN-SEQUENCE              PIC 9(07).
           10  SN-IMAGE-LENGTH          PIC 9(03).
           10  SN-IMAGE                 PIC X(200).
           10  SN-TRAILER-TOTALS REDEFINES SN-IMAGE.
               15  SN-RECORD-COUNT      PIC 9(07).
               15  SN-FILE-HASH         PIC 9(12).
               15  FILLER               PIC X(181).
           10  FILLER                   PIC X(13).
