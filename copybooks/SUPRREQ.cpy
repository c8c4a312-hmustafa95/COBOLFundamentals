      ******************************************************************
      * COPYBOOK.      SUPRREQ
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       SUPERSESSION REQUEST PASSED TO THE SHARED
      *                PRODSUPR SUBROUTINE.  THE CALLER FILLS IN THE
      *                PRODUCT ORDERED, THE DATE THE ANSWER IS WANTED
      *                AS OF (ZERO MEANS TODAY) AND THE UNIT PRICE ON
      *                THE ORDER.  ON RETURN SR-SUPERSEDED OR
      *                SR-SUBSTITUTE-FOUND MEANS SR-PRODUCT-CODE AND
      *                SR-UNIT-PRICE NOW HOLD THE PRODUCT TO SHIP AND
      *                ITS PRICE UNDER THE PRICE RULE, AND
      *                SR-ORIGINAL-PRODUCT THE CODE ORDERED.
      *                SR-NEXT-ENTRY IS SET TO ZERO BEFORE THE FIRST
      *                SUBSTITUTE LOOKUP FOR A PRODUCT AND LEFT ALONE
      *                BETWEEN LOOKUPS, SO EACH CALL RETURNS THE NEXT
      *                APPROVED SUBSTITUTE.  FIELDS ARE LEVEL 10 SO THE
      *                INCLUDING PROGRAM CAN NEST THEM UNDER A 01-LEVEL
      *                GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  SR-PRODUCT-CODE          PIC X(06).
           10  SR-AS-OF-DATE            PIC 9(08).
           10  SR-UNIT-PRICE            PIC 9(05)V99.
           10  SR-ORIGINAL-PRODUCT      PIC X(06).
           10  SR-NEXT-ENTRY            PIC 9(04).
           10  SR-RESULT-FLAG           PIC X(01).
               88  SR-NO-CHANGE         VALUE "N".
               88  SR-SUPERSEDED        VALUE "S".
               88  SR-SUBSTITUTE-FOUND  VALUE "O".
