      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL LAYOUT.
      * 10/15/2026 DO    ADDED OH-SHIPPED-QTY AND OH-LAST-SHIP-DATE IN
      *                  PLACE OF THIRTEEN FILLER BYTES, PLUS THE
      *                  PARTIALLY-SHIPPED AND SHIPPED STATUSES, FOR THE
      *                  SHIP CONFIRMATION RUN.  AN ALLOCATED ORDER
      *                  THAT SHIPS SHORT STAYS RESERVED FOR THE
      *                  UNSHIPPED REMAINDER.  A BLANK SHIPPED QUANTITY
      *                  ON A RECORD WRITTEN BEFORE THIS CHANGE IS
      *                  TREATED AS ZERO.
      * 10/15/2026 DO    ADDED OH-SHIPTO-NUMBER IN PLACE OF THREE FILLER
      *                  BYTES - THE CUSTOMER'S SHIP-TO ADDRESS THE
      *                  ORDER IS DELIVERED TO.  ZERO, OR BLANK ON A
      *                  RECORD WRITTEN BEFORE THIS CHANGE, MEANS THE
      *                  BILL-TO ADDRESS ON THE CUSTOMER MASTER.
      * 10/15/2026 DO    ADDED OH-PROMO-CODE IN PLACE OF EIGHT FILLER
      *                  BYTES - THE PROMOTION CODE HONORED ON THE
      *                  ORDER.  WHEN PRESENT, OH-UNIT-PRICE IS ALREADY
      *                  THE DISCOUNTED PRICE; BLANK MEANS NO PROMOTION.
      * 10/15/2026 DO    ADDED OH-ORIGINAL-PRODUCT AND OH-SUBST-REASON
      *                  IN PLACE OF SEVEN FILLER BYTES - WHEN THE ORDER
      *                  SHIPS A PRODUCT OTHER THAN THE ONE ORDERED,
      *                  THE CODE ORDERED AND WHY (S SUPERSEDED, O
      *                  SUBSTITUTED WHILE OUT OF STOCK).  BLANK MEANS
      *                  OH-PRODUCT-CODE IS THE PRODUCT ORDERED.
      ******************************************************************
           10  OH-ORDER-NUMBER          PIC 9(06).
           10  OH-CUSTOMER-ID           PIC 9(06).
               88  OH-ORDER-OPEN        VALUE "O".
               88  OH-ORDER-ALLOCATED   VALUE "A".
               88  OH-ORDER-PROMISED    VALUE "B".
               88  OH-ORDER-PART-SHIPPED VALUE "P".
               88  OH-ORDER-SHIPPED     VALUE "S".
           10  OH-ORDER-SOURCE          PIC X(01).
               88  OH-FROM-QUOTE        VALUE "Q".
               88  OH-FROM-WEB          VALUE "W".
           10  OH-SHIPPED-QTY           PIC 9(05).
           10  OH-LAST-SHIP-DATE        PIC 9(08).
           10  OH-SHIPTO-NUMBER         PIC 9(03).
           10  OH-PROMO-CODE            PIC X(08).
           10  OH-ORIGINAL-PRODUCT      PIC X(06).
           10  OH-SUBST-REASON          PIC X(01).
               88  OH-SUPERSEDED-PRODUCT VALUE "S".
               88  OH-SUBSTITUTED-PRODUCT VALUE "O".
           10  FILLER                   PIC X(01).
