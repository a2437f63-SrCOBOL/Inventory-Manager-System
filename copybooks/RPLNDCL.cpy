      ******************************************************************
      * DCLGEN TABLE(SUGGESTED_TRANSFER)                              *
      * TRANSFERS SUGGESTED BY THE REPLENISHMENT RUN, WAITING FOR A   *
      * PLANNER TO RELEASE THEM INTO STOCK_TRANSFER.                  *
      ******************************************************************
       01  DCLSUGGESTED-TRANSFER.
           10 SGT-SUGG-NO            PIC 9(7).
           10 SGT-RUN-DATE           PIC X(08).
           10 SGT-PROD-CODE          PIC 9(4).
           10 SGT-FROM-WAREHOUSE     PIC X(04).
           10 SGT-TO-WAREHOUSE       PIC X(04).
           10 SGT-QTY                PIC 9(5).
           10 SGT-STATUS             PIC X(01).
               88  SGT-SUGGESTED          VALUE 'S'.
               88  SGT-RELEASED           VALUE 'R'.
               88  SGT-DROPPED            VALUE 'X'.
           10 SGT-TRANSFER-NO        PIC 9(6).
           10 SGT-RELEASE-OPER       PIC X(03).

      ******************************************************************
      * DCLGEN TABLE(PURCHASE_SHORTFALL)                              *
      * THE PART OF A WAREHOUSE'S MIN/MAX NEED THE REPLENISHMENT RUN  *
      * COULD NOT COVER FROM OTHER WAREHOUSES - INVPO001 ORDERS IT.   *
      ******************************************************************
       01  DCLPURCHASE-SHORTFALL.
           10 PSF-RUN-DATE           PIC X(08).
           10 PSF-PROD-CODE          PIC 9(4).
           10 PSF-WAREHOUSE-CODE     PIC X(04).
           10 PSF-SHORT-QTY          PIC 9(5).
