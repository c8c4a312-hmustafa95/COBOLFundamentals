      ******************************************************************
      * COPYBOOK.      FIXASSET
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - FINANCE
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       FIXED ASSET MASTER RECORD LAYOUT, KEYED BY ASSET
      *                NUMBER.  MAINTAINED BY FIXAMANT (ADD, EDIT,
      *                DISPOSE) AND UPDATED BY THE MONTHLY DEPRECIATION
      *                RUN FADEPREC, WHICH CARRIES THE ACCUMULATED
      *                DEPRECIATION, THE MONTHS TAKEN AND THE LAST
      *                PERIOD DEPRECIATED.  USEFUL LIFE IS IN MONTHS.
      *                A FULL MONTH IS TAKEN IN THE IN-SERVICE MONTH
      *                AND NONE IN THE MONTH OF DISPOSAL.  THE GAIN OR
      *                LOSS IS PROCEEDS LESS NET BOOK VALUE, FINAL
      *                ONCE THE DEPRECIATION RUN HAS REPORTED THE
      *                DISPOSAL.  FIELDS ARE LEVEL 10 SO THE INCLUDING
      *                PROGRAM CAN NEST THEM UNDER A 05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  FA-ASSET-NUMBER          PIC 9(06).
           10  FA-DESCRIPTION           PIC X(25).
           10  FA-IN-SERVICE-DATE       PIC 9(08).
           10  FA-COST                  PIC 9(09)V99.
           10  FA-USEFUL-LIFE           PIC 9(03).
      *        S STRAIGHT-LINE, D DOUBLE-DECLINING BALANCE (SWITCHING
      *        TO STRAIGHT-LINE WHEN THAT GIVES THE LARGER MONTH).
           10  FA-METHOD                PIC X(01).
               88  FA-METHOD-STRAIGHT   VALUE "S".
               88  FA-METHOD-DECLINING  VALUE "D".
               88  FA-METHOD-VALID      VALUE "S" "D".
           10  FA-SALVAGE-VALUE         PIC 9(09)V99.
      *        GL ACCOUNTS: THE ASSET'S COST, ITS ACCUMULATED
      *        DEPRECIATION (CONTRA-ASSET) AND THE DEPRECIATION
      *        EXPENSE THE MONTHLY RUN POSTS TO.
           10  FA-ASSET-ACCOUNT         PIC X(08).
           10  FA-ACCUM-ACCOUNT         PIC X(08).
           10  FA-EXPENSE-ACCOUNT       PIC X(08).
           10  FA-ACCUM-DEPREC          PIC 9(09)V99.
           10  FA-MONTHS-DEPRECIATED    PIC 9(03).
           10  FA-LAST-DEPREC-PERIOD    PIC 9(06).
           10  FA-STATUS                PIC X(01).
               88  FA-ASSET-ACTIVE      VALUE "A".
               88  FA-ASSET-DISPOSED    VALUE "D".
           10  FA-DISPOSAL-DATE         PIC 9(08).
           10  FA-DISPOSAL-PROCEEDS     PIC 9(09)V99.
           10  FA-GAIN-LOSS             PIC S9(09)V99.
           10  FA-DISP-REPORTED         PIC X(01).
               88  FA-DISPOSAL-REPORTED VALUE "Y".
           10  FILLER                   PIC X(09).
