      ******************************************************************
      * DCLGEN TABLE(CONSIGN_AGREEMENT)                               *
      * HOST VARIABLES FOR THE VENDOR CONSIGNMENT AGREEMENTS - THE    *
      * VENDOR THAT OWNS A CONSIGNED PRODUCT AND THE AGREED PRICE.    *
      ******************************************************************
       01  DCLCONSIGN-AGREEMENT.
           10 CSGA-PROD-CODE         PIC 9(4).
           10 CSGA-VENDOR-CODE       PIC X(04).
           10 CSGA-CONSIGN-PRICE     PIC 9(5)V99.
           10 CSGA-AGREE-STATUS      PIC X(01).
               88  CSGA-ACTIVE            VALUE 'A'.
               88  CSGA-ENDED             VALUE 'X'.
           10 CSGA-START-DATE        PIC X(10).
