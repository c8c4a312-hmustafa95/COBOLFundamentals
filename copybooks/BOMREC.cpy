      ******************************************************************
      * COPYBOOK.      BOMREC
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - INVENTORY
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       BILL-OF-MATERIALS RECORD LAYOUT - ONE PER KIT
      *                AND COMPONENT.  A KIT IS A PRODUCT CODE SOLD AS
      *                A BUNDLE OF OTHER STOCKED PRODUCTS; IT HOLDS NO
      *                STOCK OF ITS OWN.  EACH COMPONENT ROW GIVES HOW
      *                MANY OF THE COMPONENT GO INTO ONE KIT.  A
      *                PRODUCT WITH NO ROWS IS NOT A KIT.  FIELDS ARE
      *                LEVEL 10 SO THE INCLUDING PROGRAM CAN NEST THEM
      *                UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  BM-KIT-CODE              PIC X(05).
           10  BM-COMPONENT-CODE        PIC X(05).
           10  BM-QTY-PER-KIT           PIC 9(05).
           10  FILLER                   PIC X(65).
