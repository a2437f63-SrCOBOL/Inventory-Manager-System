      ******************************************************************
      * DCLGEN TABLE(PURCHASE_ORDER) TABLE(PURCHASE_ORDER_LINE)       *
      * HOST VARIABLES FOR THE SUGGESTED PURCHASE ORDER HEADER AND    *
      * LINE ROWS WRITTEN BY INVPO001, RECEIVED AGAINST BY INVBAT01   *
      * AND INVOICE-MATCHED BY INVIM001.                              *
      ******************************************************************
       01  DCLPURCHASE-ORDER.
           10 PO-NUMBER              PIC 9(6).
           10 POL-LINE-STATUS        PIC X(01).
               88  POL-LINE-OPEN          VALUE 'O'.
               88  POL-LINE-CLOSED        VALUE 'C'.
           10 POL-UNIT-PRICE         PIC 9(5)V99.
           10 POL-INVOICED-QTY       PIC 9(5).
