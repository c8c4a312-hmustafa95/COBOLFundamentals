      ******************************************************************
      * COPYBOOK.      BOMREQ
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       KIT EXPLOSION REQUEST PASSED TO THE SHARED
      *                BOMEXPL SUBROUTINE.  THE CALLER FILLS IN THE
      *                PRODUCT CODE.  ON RETURN BR-IS-KIT MEANS THE
      *                PRODUCT IS A KIT AND BR-COMPONENT (1) THROUGH
      *                BR-COMPONENT (BR-COMPONENT-COUNT) HOLD EACH
      *                COMPONENT AND THE QUANTITY OF IT IN ONE KIT.
      *                BR-NOT-KIT LEAVES THE COMPONENT COUNT AT ZERO.
      *                FIELDS ARE LEVEL 10 SO THE INCLUDING PROGRAM CAN
      *                NEST THEM UNDER A 01-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  BR-KIT-CODE              PIC X(05).
           10  BR-KIT-FLAG              PIC X(01).
               88  BR-IS-KIT            VALUE "Y".
               88  BR-NOT-KIT           VALUE "N".
           10  BR-COMPONENT-COUNT       PIC 9(02).
           10  BR-COMPONENT OCCURS 20 TIMES.
               15  BR-COMP-PRODUCT      PIC X(05).
               15  BR-COMP-QTY          PIC 9(05).
