      *                  INVBAT01; THE UNCORRECTED OUT-OF-BALANCE     *
      *                  COUNT GOES ON THE LOG ROW SO INVEXT01 CAN    *
      *                  REFUSE TO FEED THE GL FROM BAD BALANCES.     *
      * 10/15/2026 FB    VENDOR-OWNED CONSIGNMENT: THE CONSIGNED UNITS *
      *                  ON HAND ARE TOTALLED AND ANY WAREHOUSE WHOSE  *
      *                  CONSIGNED BALANCE EXCEEDS ITS STOCK IS        *
      *                  PRINTED UNDER ITS PRODUCT (REPORT ONLY).      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVCK001.
       77  WS-LOTCHK-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-LOTCHK-CSR              VALUE 'Y'.

       77  WS-CSGCHK-EOF-SW        PIC X(01)  VALUE 'N'.
           88  END-OF-CSGCHK-CSR              VALUE 'Y'.

       77  WS-MODE-SW              PIC X(01)  VALUE 'R'.
           88  REPORT-ONLY-MODE               VALUE 'R'.
           88  CORRECTION-MODE                VALUE 'C'.
       77  WS-LOT-SUM              PIC S9(09) COMP  VALUE ZERO.
       77  WS-LOT-ONHAND           PIC S9(09) COMP  VALUE ZERO.
       77  WS-LOTS-OOB             PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CONSIGN-QTY          PIC S9(09) COMP  VALUE ZERO.
       77  WS-CONSIGN-IND          PIC S9(04) COMP  VALUE ZERO.
       77  WS-CONSIGN-UNITS        PIC S9(09) COMP  VALUE ZERO.
       77  WS-CSG-ONHAND           PIC S9(09) COMP  VALUE ZERO.
       77  WS-CSG-LOC-QTY          PIC S9(09) COMP  VALUE ZERO.
       77  WS-CSGS-OVER            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-UNCORRECTED          PIC S9(07) COMP  VALUE ZERO.

      *-----------------------------------------------------------------
           05  TOT-LOTS-OOB         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(50) VALUE SPACES.

       01  WS-CSG-OVER-LINE.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'WAREHOUSE '.
           05  CSG-WHSE-O           PIC X(04).
           05  FILLER               PIC X(10) VALUE ' CONSIGNED'.
           05  CSG-QTY-O            PIC ZZZZZZZ9.
           05  FILLER               PIC X(10) VALUE '  ON HAND '.
           05  CSG-ONHAND-O         PIC ZZZZZZZ9.
           05  FILLER               PIC X(22) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER               PIC X(24) VALUE
               'CONSIGNED UNITS ON HAND '.
           05  TOT-CONSIGN-UNITS    PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(46) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER               PIC X(24) VALUE
               'CONSIGNED OVER STOCK..: '.
           05  TOT-CSGS-OVER        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(50) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - EVERY PRODUCT ON FILE
      *-----------------------------------------------------------------
               ORDER BY L.WAREHOUSE_CODE
       END-EXEC.

      *-----------------------------------------------------------------
      * CURSOR - FOR THE PRODUCT IN HAND, EVERY WAREHOUSE WHOSE
      * VENDOR-OWNED CONSIGNED BALANCE IS MORE THAN ITS STOCK. THE
      * CONSIGNED UNITS ARE PART OF STOCK_QTY, SO THIS MEANS SOMETHING
      * TOOK STOCK OUT WITHOUT RELIEVING THE CONSIGNMENT.
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE CSGCHK-CSR CURSOR FOR
               SELECT WAREHOUSE_CODE, CONSIGN_QTY, STOCK_QTY
               FROM   PRODUCT_LOCATION
               WHERE  PROD_CODE = :PROD-CODE
               AND    CONSIGN_QTY > STOCK_QTY
               ORDER BY WAREHOUSE_CODE
       END-EXEC.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH          PIC S9(04) COMP.
           ADD 1 TO WS-PRODS-CHECKED.

           EXEC SQL
               SELECT SUM(STOCK_QTY), SUM(CONSIGN_QTY)
               INTO   :WS-DETAIL-QTY :WS-DETAIL-IND,
                      :WS-CONSIGN-QTY :WS-CONSIGN-IND
               FROM   PRODUCT_LOCATION
               WHERE  PROD_CODE = :PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-DETAIL-IND < 0
               MOVE ZERO TO WS-DETAIL-QTY
               MOVE ZERO TO WS-CONSIGN-QTY.

           IF WS-CONSIGN-IND < 0
               MOVE ZERO TO WS-CONSIGN-QTY.

           ADD WS-CONSIGN-QTY TO WS-CONSIGN-UNITS.

      *    STOCK ON A TRUCK BETWEEN WAREHOUSES IS IN NEITHER
      *    PRODUCT_LOCATION ROW BUT IS STILL PART OF THE PRODUCT'S
           PERFORM 2400-CHECK-LOT-TIE
               THRU 2400-CHECK-LOT-TIE-EXIT.

           IF WS-CONSIGN-QTY > 0
               PERFORM 2500-CHECK-CONSIGNED
                   THRU 2500-CHECK-CONSIGNED-EXIT.

       2000-CHECK-ONE-PRODUCT-EXIT.
           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.
       2450-REPORT-ONE-LOT-TIE-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CHECK-CONSIGNED - THE VENDOR-OWNED CONSIGNED BALANCE IS   *
      *                        PART OF THE WAREHOUSE STOCK AND CAN     *
      *                        NEVER EXCEED IT. EVERY WAREHOUSE WHERE  *
      *                        IT DOES IS PRINTED UNDER THE PRODUCT.   *
      *                        REPORT ONLY - WHICH UNITS ARE THE       *
      *                        VENDOR'S IS SETTLED WITH THE VENDOR.    *
      ******************************************************************
       2500-CHECK-CONSIGNED.
           MOVE 'N' TO WS-CSGCHK-EOF-SW.

           EXEC SQL
               OPEN CSGCHK-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVCK001 - ERROR OPENING CSGCHK-CSR. '
                       'SQLCODE: ' SQLCODE
               GO TO 2500-CHECK-CONSIGNED-EXIT.

           PERFORM 2550-REPORT-ONE-CONSIGNED
               THRU 2550-REPORT-ONE-CONSIGNED-EXIT
               UNTIL END-OF-CSGCHK-CSR.

           EXEC SQL
               CLOSE CSGCHK-CSR
           END-EXEC.

       2500-CHECK-CONSIGNED-EXIT.
           EXIT.

      ******************************************************************
      * 2550-REPORT-ONE-CONSIGNED - FETCH AND PRINT ONE WAREHOUSE      *
      *                             HOLDING LESS THAN ITS CONSIGNMENT  *
      ******************************************************************
       2550-REPORT-ONE-CONSIGNED.
           EXEC SQL
               FETCH CSGCHK-CSR
               INTO  :LOT-WAREHOUSE-CODE, :WS-CSG-LOC-QTY,
                     :WS-CSG-ONHAND
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-CSGCHK-EOF-SW
               GO TO 2550-REPORT-ONE-CONSIGNED-EXIT.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVCK001 - ERROR FETCHING CSGCHK-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-CSGCHK-EOF-SW
               GO TO 2550-REPORT-ONE-CONSIGNED-EXIT.

           MOVE LOT-WAREHOUSE-CODE TO CSG-WHSE-O.
           MOVE WS-CSG-LOC-QTY     TO CSG-QTY-O.
           MOVE WS-CSG-ONHAND      TO CSG-ONHAND-O.

           MOVE WS-CSG-OVER-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           ADD 1 TO WS-CSGS-OVER.

       2550-REPORT-ONE-CONSIGNED-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - PRINT TOTALS, CLOSE CURSOR AND REPORT         *
      ******************************************************************
           MOVE WS-TOTAL-LINE-4    TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-CONSIGN-UNITS   TO TOT-CONSIGN-UNITS.
           MOVE WS-TOTAL-LINE-5    TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-CSGS-OVER       TO TOT-CSGS-OVER.
           MOVE WS-TOTAL-LINE-6    TO RPT-LINE.
           WRITE RPT-LINE.

           IF CORRECTION-MODE
               MOVE WS-PRODS-CORRECTED TO TOT-PRODS-CORRECTED
               MOVE WS-TOTAL-LINE-3    TO RPT-LINE
