      ******************************************************************
      * COPYBOOK.      LIMREVW
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - ACCOUNTS RECEIVABLE
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       CREDIT LIMIT REVIEW RECOMMENDATION RECORD
      *                LAYOUT.  THE QUARTERLY CREDREVW RUN WRITES ONE
      *                PER ACTIVE CUSTOMER WHOSE LIMIT IT RECOMMENDS
      *                RAISING OR LOWERING, CARRYING THE LIMIT ON THE
      *                MASTER AT REVIEW TIME, THE RECOMMENDED LIMIT AND
      *                THE FIGURES BEHIND IT.  CREDAPRV READS THE FILE
      *                TO APPLY THE RECOMMENDATIONS THE CREDIT MANAGER
      *                APPROVES.  FIELDS ARE LEVEL 10 SO THE INCLUDING
      *                PROGRAM CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  LR-CUSTOMER-ID           PIC 9(06).
           10  LR-REVIEW-DATE           PIC 9(08).
           10  LR-CURRENT-LIMIT         PIC 9(07)V99.
           10  LR-RECOMMENDED-LIMIT     PIC 9(07)V99.
           10  LR-ACTION                PIC X(01).
               88  LR-INCREASE          VALUE "I".
               88  LR-DECREASE          VALUE "D".
           10  LR-SCORE                 PIC 9(03).
           10  LR-VOLUME                PIC S9(09)V99.
           10  LR-PEAK-BALANCE          PIC S9(09)V99.
           10  LR-AVG-DAYS              PIC 9(03)V9.
           10  LR-NSF-COUNT             PIC 9(02).
           10  LR-DISPUTE-COUNT         PIC 9(02).
           10  LR-WRITEOFF-COUNT        PIC 9(02).
           10  FILLER                   PIC X(12).
