      ******************************************************************
      * DCLGEN TABLE(CONSIGN_CONSUMPTION)                             *
      * HOST VARIABLES FOR THE CONSIGNED STOCK CONSUMED AGAINST EACH  *
      * VENDOR - ONE ROW PER CONSIGNED ISSUE, BILLED MONTHLY.         *
      ******************************************************************
       01  DCLCONSIGN-CONSUMPTION.
           10 CSGC-CONSUME-DATE      PIC X(10).
           10 CSGC-PROD-CODE         PIC 9(4).
           10 CSGC-WAREHOUSE-CODE    PIC X(04).
           10 CSGC-VENDOR-CODE       PIC X(04).
           10 CSGC-CONSUME-QTY       PIC 9(5).
           10 CSGC-CONSIGN-PRICE     PIC 9(5)V99.
           10 CSGC-SOURCE-PGM        PIC X(08).
           10 CSGC-SETTLE-PERIOD     PIC X(06).
