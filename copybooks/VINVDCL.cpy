      ******************************************************************
      * DCLGEN TABLE(VENDOR_INVOICE)                                  *
      * HOST VARIABLES FOR THE VENDOR INVOICE LINES PASSED THROUGH    *
      * THE THREE-WAY MATCH (INVIM001).                               *
      ******************************************************************
       01  DCLVENDOR-INVOICE.
           10 VINV-VENDOR-CODE       PIC X(04).
           10 VINV-INVOICE-NO        PIC X(10).
           10 VINV-PO-NUMBER         PIC 9(6).
           10 VINV-PROD-CODE         PIC 9(4).
           10 VINV-INVOICE-DATE      PIC X(10).
           10 VINV-INVOICE-QTY       PIC 9(5).
           10 VINV-UNIT-PRICE        PIC 9(5)V99.
           10 VINV-VARIANCE-AMT      PIC S9(9)V99.
           10 VINV-MATCH-STATUS      PIC X(01).
               88  VINV-APPROVED          VALUE 'A'.
               88  VINV-EXCEPTION         VALUE 'E'.
