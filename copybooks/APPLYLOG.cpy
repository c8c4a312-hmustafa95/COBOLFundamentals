      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 09/03/2026 DO    ORIGINAL LAYOUT.
      * 10/15/2026 DO    ADDED LG-POINTS-FLAG AND LG-POINTS-EARNED IN
      *                  PLACE OF EIGHT FILLER BYTES.  THE LOYALTY
      *                  POSTING RUN MARKS EVERY APPLICATION IT HAS
      *                  LOOKED AT WITH THE REWARD POINTS IT EARNED
      *                  (ZERO FOR A NON-MEMBER), SO NO PAYMENT EARNS
      *                  TWICE AND THE NSF RUN KNOWS EXACTLY HOW MANY
      *                  POINTS TO TAKE BACK.  A RETURN AGAINST THE
      *                  INVOICE LOWERS THE POINTS STILL STANDING.
      ******************************************************************
           10  LG-CHECK-REF             PIC X(10).
           10  LG-CUSTOMER-ID           PIC 9(06).
           10  LG-APPLY-DATE            PIC 9(08).
           10  LG-REVERSED-FLAG         PIC X(01).
               88  LG-REVERSED          VALUE "R".
           10  LG-POINTS-FLAG           PIC X(01).
               88  LG-POINTS-POSTED     VALUE "P".
           10  LG-POINTS-EARNED         PIC 9(07).
           10  FILLER                   PIC X(16).
