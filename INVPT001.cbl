      *                  NOW FAILS THE RUN (RC=16) SO THE STATUS       *
      *                  FLIPS ROLL BACK AND THE ORDER IS RESENT       *
      *                  WHOLE ON THE NEXT RUN.                        *
      * 10/15/2026 FB    THE L RECORD CARRIES THE AGREED UNIT PRICE    *
      *                  (COLS 17-23) SO THE VENDOR INVOICES AT THE    *
      *                  PRICE THE ORDER WAS PLACED AT.                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVPT001.
           05  XML-PO-NUMBER        PIC 9(06).
           05  XML-PROD-CODE        PIC 9(04).
           05  XML-ORDER-QTY        PIC 9(05).
           05  XML-UNIT-PRICE       PIC 9(05)V99.
           05  FILLER               PIC X(57).

       01  XMT-FILE-HEADER-REC.
           05  XFH-REC-ID           PIC X(03).

       EXEC SQL
           DECLARE POLINE-CSR CURSOR FOR
               SELECT PROD_CODE, ORDER_QTY, UNIT_PRICE
               FROM   PURCHASE_ORDER_LINE
               WHERE  PO_NUMBER = :PO-NUMBER
               ORDER BY PROD_CODE
       2250-WRITE-ONE-LINE.
           EXEC SQL
               FETCH POLINE-CSR
               INTO  :POL-PROD-CODE, :POL-ORDER-QTY,
                     :POL-UNIT-PRICE
           END-EXEC.

           IF SQLCODE = 100
           MOVE PO-NUMBER     TO XML-PO-NUMBER.
           MOVE POL-PROD-CODE TO XML-PROD-CODE.
           MOVE POL-ORDER-QTY TO XML-ORDER-QTY.
           MOVE POL-UNIT-PRICE TO XML-UNIT-PRICE.
           WRITE XMT-PO-LINE-REC.

           ADD 1             TO WS-REC-COUNT.
