      ******************************************************************
      * DCLGEN TABLE(BACKORDER)                                       *
      * CUSTOMER ORDER LINE QUANTITY THAT COULD NOT BE ALLOCATED,     *
      * WAITING TO BE FILLED FROM NEW STOCK.                          *
      ******************************************************************
       01  DCLBACKORDER.
           10 BKO-BO-ID              PIC 9(7).
           10 BKO-ORDER-NO           PIC 9(8).
           10 BKO-ORDER-LINE         PIC 9(3).
           10 BKO-PROD-CODE          PIC 9(4).
           10 BKO-WAREHOUSE-CODE     PIC X(04).
           10 BKO-QTY                PIC 9(5).
           10 BKO-FILLED-QTY         PIC 9(5).
           10 BKO-STATUS             PIC X(01).
               88  BKO-OPEN               VALUE 'O'.
               88  BKO-FILLED             VALUE 'F'.
               88  BKO-CANCELLED          VALUE 'X'.
           10 BKO-DATE               PIC X(10).
           10 BKO-OPER               PIC X(03).
           10 BKO-LAST-FILL-QTY      PIC 9(5).
           10 BKO-LAST-ALLOC-ID      PIC 9(7).
