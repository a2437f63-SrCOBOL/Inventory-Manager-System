      * 09/02/2026 FB    NIGHT-RUN SEQUENCING: START AND COMPLETION  *
      *                  ARE REGISTERED THROUGH INVRC001, WAITING ON  *
      *                  INVBAT01.                                    *
      * 10/15/2026 FB    EACH PO LINE CARRIES THE AGREED UNIT PRICE    *
      *                  (THE PRODUCT'S AVERAGE UNIT COST WHEN THE     *
      *                  LINE IS WRITTEN) FOR THE INVOICE MATCH, AND   *
      *                  THE WORKSHEET PRINTS IT.                      *
      * 10/15/2026 FB    PRODUCTS UNDER PER-WAREHOUSE MIN/MAX PLANNING *
      *                  ARE ORDERED FOR THE SHORTFALL THE             *
      *                  REPLENISHMENT RUN (INVRP001) COULD NOT COVER  *
      *                  BY TRANSFER, NOT FROM THE GRAND-TOTAL POINT.  *
      * 10/15/2026 FB    OPEN BACKORDERS COUNT AS DEMAND - THE         *
      *                  UNFILLED QUANTITY IS ADDED TO THE ORDER, AND  *
      *                  A PRODUCT WITH BACKORDERS IS ORDERED EVEN     *
      *                  WHEN ABOVE ITS POINT. THE WORKSHEET SHOWS     *
      *                  THE BACKORDER.                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVPO001.
       77  WS-LINES-WRITTEN        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-NO-VENDOR-COUNT      PIC 9(05)  COMP  VALUE ZERO.
       77  WS-ORDER-QTY            PIC S9(07) COMP  VALUE ZERO.
       77  WS-SHORT-QTY            PIC S9(07) COMP  VALUE ZERO.
       77  WS-BACKORD-QTY          PIC S9(07) COMP  VALUE ZERO.
       77  WS-PLANNED-LOCS         PIC S9(04) COMP  VALUE ZERO.
       77  WS-VENDOR-ORDER-QTY     PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LAST-PO-NUMBER       PIC 9(06)        VALUE ZERO.
       77  WS-LAST-PO-IND          PIC S9(04) COMP  VALUE ZERO.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(08) VALUE 'PROD CD '.
           05  FILLER               PIC X(25) VALUE 'PRODUCT NAME'.
           05  FILLER               PIC X(10) VALUE 'ON HAND'.
           05  FILLER               PIC X(10) VALUE 'REORDER'.
           05  FILLER               PIC X(07) VALUE 'BACKORD'.
           05  FILLER               PIC X(10) VALUE 'ORDER QTY'.
           05  FILLER               PIC X(10) VALUE 'UNIT PRICE'.

       01  WS-DETAIL-LINE.
           05  DTL-PROD-CODE        PIC 9(04).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  DTL-PROD-NAME        PIC X(23).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-STOCK-QTY        PIC ZZZZ9.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  DTL-REORDER-POINT    PIC ZZZZ9.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  DTL-BACKORD-QTY      PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-ORDER-QTY        PIC ZZZZ9.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  DTL-UNIT-PRICE       PIC ZZZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.

       01  WS-VENDOR-TOTAL-LINE.
           05  FILLER               PIC X(24) VALUE

      *-----------------------------------------------------------------
      * CURSOR - EVERY PRODUCT BELOW ITS REORDER POINT, GROUPED BY
      * PREFERRED VENDOR SO ONE PO SERVES EACH VENDOR. A PRODUCT WITH
      * A WAREHOUSE UNDER MIN/MAX PLANNING IS ORDERED INSTEAD FOR
      * TONIGHT'S PURCHASE_SHORTFALL ROWS, SUMMED OVER WAREHOUSES.
      * EITHER WAY THE QUANTITY STILL OPEN ON BACKORDER IS DEMAND TOO,
      * AND A PRODUCT WITH ANY IS ORDERED WHATEVER ITS STOCK
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE PO-CSR CURSOR FOR
               SELECT P.PROD_CODE, P.PROD_NAME, P.STOCK_QTY,
                      P.REORDER_POINT, P.VENDOR_CODE, P.AVG_UNIT_COST,
                      (SELECT COUNT(*)
                       FROM   PRODUCT_LOCATION L
                       WHERE  L.PROD_CODE = P.PROD_CODE
                       AND    L.MAX_QTY > 0),
                      (SELECT COALESCE(SUM(S.SHORT_QTY), 0)
                       FROM   PURCHASE_SHORTFALL S
                       WHERE  S.PROD_CODE = P.PROD_CODE
                       AND    S.RUN_DATE = :RC-RUN-DATE),
                      (SELECT COALESCE(SUM(B.BO_QTY - B.FILLED_QTY), 0)
                       FROM   BACKORDER B
                       WHERE  B.PROD_CODE = P.PROD_CODE
                       AND    B.BO_STATUS = 'O')
               FROM   PRODUCTS P
               WHERE  P.PROD_STATUS = 'A'
               AND   ((P.STOCK_QTY < P.REORDER_POINT
                       AND NOT EXISTS
                          (SELECT 1
                           FROM   PRODUCT_LOCATION L
                           WHERE  L.PROD_CODE = P.PROD_CODE
                           AND    L.MAX_QTY > 0))
                  OR  EXISTS
                          (SELECT 1
                           FROM   PURCHASE_SHORTFALL S
                           WHERE  S.PROD_CODE = P.PROD_CODE
                           AND    S.RUN_DATE = :RC-RUN-DATE)
                  OR  EXISTS
                          (SELECT 1
                           FROM   BACKORDER B
                           WHERE  B.PROD_CODE = P.PROD_CODE
                           AND    B.BO_STATUS = 'O'))
               ORDER BY 5, 1
       END-EXEC.

       PROCEDURE DIVISION.
           EXEC SQL
               FETCH PO-CSR
               INTO  :PROD-CODE, :PROD-NAME, :STOCK-QTY,
                     :REORDER-POINT, :VENDOR-CODE, :AVG-UNIT-COST,
                     :WS-PLANNED-LOCS, :WS-SHORT-QTY, :WS-BACKORD-QTY
           END-EXEC.

           IF SQLCODE = 100

      ******************************************************************
      * 2300-WRITE-PO-LINE - ORDER ENOUGH TO REACH TWICE THE REORDER   *
      *                      POINT (OR THE MIN/MAX SHORTFALL) PLUS     *
      *                      THE OPEN BACKORDERS, RAISED TO THE VENDOR *
      *                      MINIMUM, WRITE THE PO LINE AND PRINT IT   *
      ******************************************************************
       2300-WRITE-PO-LINE.
           MOVE ZERO TO WS-ORDER-QTY.

           IF WS-SHORT-QTY > ZERO
               MOVE WS-SHORT-QTY TO WS-ORDER-QTY
           ELSE
               IF WS-PLANNED-LOCS = ZERO
                  AND STOCK-QTY < REORDER-POINT
                   COMPUTE WS-ORDER-QTY =
                       (2 * REORDER-POINT) - STOCK-QTY.

           IF WS-BACKORD-QTY > ZERO
               ADD WS-BACKORD-QTY TO WS-ORDER-QTY.

           IF WS-ORDER-QTY < VEND-MIN-ORDER
               MOVE VEND-MIN-ORDER TO WS-ORDER-QTY.
           MOVE WS-ORDER-QTY TO POL-ORDER-QTY.
           MOVE ZERO         TO POL-RECEIVED-QTY.
           MOVE 'O'          TO POL-LINE-STATUS.
           MOVE ZERO         TO POL-INVOICED-QTY.

      *    THE AGREED PRICE IS WHAT THE PRODUCT IS CARRIED AT TODAY -
      *    THE VENDOR'S INVOICE IS MATCHED AGAINST IT (INVIM001).
           MOVE AVG-UNIT-COST TO POL-UNIT-PRICE.

           EXEC SQL
               INSERT INTO PURCHASE_ORDER_LINE
                   (PO_NUMBER, PROD_CODE, ORDER_QTY, RECEIVED_QTY,
                    LINE_STATUS, UNIT_PRICE, INVOICED_QTY)
               VALUES
                   (:POL-PO-NUMBER, :POL-PROD-CODE, :POL-ORDER-QTY,
                    :POL-RECEIVED-QTY, :POL-LINE-STATUS,
                    :POL-UNIT-PRICE, :POL-INVOICED-QTY)
           END-EXEC.

           IF SQLCODE NOT = 0
           MOVE PROD-NAME     TO DTL-PROD-NAME.
           MOVE STOCK-QTY     TO DTL-STOCK-QTY.
           MOVE REORDER-POINT TO DTL-REORDER-POINT.
           MOVE WS-BACKORD-QTY TO DTL-BACKORD-QTY.
           MOVE WS-ORDER-QTY  TO DTL-ORDER-QTY.
           MOVE POL-UNIT-PRICE TO DTL-UNIT-PRICE.

           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
