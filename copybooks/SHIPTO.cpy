      ******************************************************************
      * COPYBOOK.      SHIPTO
      * AUTHOR.        D. OKAFOR
      * INSTALLATION.  ENTERPRISE BATCH SYSTEMS - CUSTOMER SERVICES
      * DATE-WRITTEN.  10/15/2026
      * REMARKS.       CUSTOMER SHIP-TO ADDRESS RECORD LAYOUT.  A
      *                CUSTOMER MAY HAVE ANY NUMBER OF DELIVERY
      *                ADDRESSES BESIDES THE BILL-TO ADDRESS CARRIED
      *                ON THE CUSTOMER MASTER.  THE FILE IS INDEXED ON
      *                TA-SHIPTO-KEY - CUSTOMER NUMBER FOLLOWED BY
      *                SHIP-TO NUMBER.  SHIP-TO NUMBER ZERO IS NEVER
      *                ON THE FILE; ON AN ORDER OR INVOICE IT MEANS
      *                "SHIP TO THE BILL-TO ADDRESS".  SALES TAX IS
      *                CHARGED IN THE STATE GOODS ARE DELIVERED TO, SO
      *                THE INVOICE RUN TAKES THE TAX JURISDICTION FROM
      *                TA-SHIPTO-STATE.  FIELDS ARE LEVEL 10 SO THE
      *                INCLUDING PROGRAM CAN NEST THEM UNDER A
      *                05-LEVEL GROUP.
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY
      * DATE       INIT  DESCRIPTION
      * 10/15/2026 DO    ORIGINAL LAYOUT.
      ******************************************************************
           10  TA-SHIPTO-KEY.
               15  TA-CUSTOMER-ID       PIC 9(06).
               15  TA-SHIPTO-NUMBER     PIC 9(03).
           10  TA-SHIPTO-NAME           PIC X(25).
           10  TA-SHIPTO-ADDRESS        PIC X(25).
           10  TA-SHIPTO-CITY           PIC X(15).
           10  TA-SHIPTO-STATE          PIC X(02).
           10  TA-SHIPTO-ZIP            PIC 9(05).
           10  FILLER                   PIC X(19).
