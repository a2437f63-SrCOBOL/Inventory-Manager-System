      * MODIFICATION HISTORY                                           *
      * DATE       INIT  DESCRIPTION                                   *
      * 08/22/2026 FB    INITIAL VERSION.                               *
      * 10/15/2026 FB    OPTIONAL PARM YYYYMM VALUES THE FROZEN        *
      *                  MONTH-END SNAPSHOT (INVENTORY_SNAPSHOT) FOR   *
      *                  THAT PERIOD INSTEAD OF LIVE STOCK.            *
      * 10/15/2026 FB    LIVE STOCK IS VALUED NET OF VENDOR-OWNED      *
      *                  CONSIGNMENT STOCK.                            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVVAL01.

       COPY PLOCDCL.

       COPY PSNPDCL.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  END-OF-CURSOR                  VALUE 'Y'.

       77  WS-SNAPSHOT-SW          PIC X(01)  VALUE 'N'.
           88  FROM-SNAPSHOT                  VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS AND ACCUMULATORS
      *-----------------------------------------------------------------
       77  WS-WHS-VALUE            PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-CO-QTY               PIC S9(09)    COMP-3 VALUE ZERO.
       77  WS-CO-VALUE             PIC S9(13)V99 COMP-3 VALUE ZERO.
       77  WS-SNAP-COUNT           PIC 9(07)          VALUE ZERO.

      *-----------------------------------------------------------------
      * REPORT LINES
       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(44) VALUE
               'INVENTORY VALUATION AT AVERAGE COST'.
           05  HDG-SNAPSHOT         PIC X(36) VALUE SPACES.

       01  WS-HDG-SNAPSHOT.
           05  FILLER               PIC X(17) VALUE
               'MONTH-END PERIOD '.
           05  HDG-PERIOD           PIC X(06).
           05  FILLER               PIC X(13) VALUE ' (SNAPSHOT)'.

       01  WS-WHS-HDG-LINE.
           05  FILLER               PIC X(10) VALUE 'WAREHOUSE '.
           05  FILLER               PIC X(16) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - EVERY WAREHOUSE ROW HOLDING STOCK OF OUR OWN, WITH THE
      * PRODUCT'S NAME AND WEIGHTED-AVERAGE UNIT COST. CONSIGNED UNITS
      * ARE THE VENDOR'S AND ARE NOT VALUED.
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE VALUE-CSR CURSOR FOR
               SELECT L.WAREHOUSE_CODE, L.PROD_CODE, P.PROD_NAME,
                      L.STOCK_QTY - L.CONSIGN_QTY, P.AVG_UNIT_COST
               FROM   PRODUCT_LOCATION L, PRODUCTS P
               WHERE  L.PROD_CODE = P.PROD_CODE
               AND    L.STOCK_QTY - L.CONSIGN_QTY > 0
               ORDER BY L.WAREHOUSE_CODE, L.PROD_CODE
       END-EXEC.

      *-----------------------------------------------------------------
      * CURSOR - THE SAME, FROM THE FROZEN MONTH-END SNAPSHOT OF THE
      * PARM PERIOD, AT THE AVERAGE COST FROZEN WITH IT
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE SNAPVAL-CSR CURSOR FOR
               SELECT S.WAREHOUSE_CODE, S.PROD_CODE, P.PROD_NAME,
                      S.SNAP_QTY, S.UNIT_COST
               FROM   INVENTORY_SNAPSHOT S, PRODUCTS P
               WHERE  S.PROD_CODE = P.PROD_CODE
               AND    S.PERIOD    = :SNAP-PERIOD
               AND    S.SNAP_QTY  > 0
               ORDER BY S.WAREHOUSE_CODE, S.PROD_CODE
       END-EXEC.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH          PIC S9(04) COMP.
           05  PARM-DATA            PIC X(08).

       PROCEDURE DIVISION USING PARM-AREA.

      ******************************************************************
      * 0000-MAINLINE                                                  *
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE REPORT AND CURSOR, PRIME THE FETCH. *
      *                   A PARM PERIOD (YYYYMM) SELECTS THAT PERIOD'S *
      *                   FROZEN SNAPSHOT INSTEAD OF LIVE STOCK.       *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT VALUATION-RPT.

           IF PARM-LENGTH NOT < 6 AND PARM-DATA (1:6) NUMERIC
               MOVE 'Y' TO WS-SNAPSHOT-SW
               MOVE PARM-DATA (1:6) TO SNAP-PERIOD
               MOVE SNAP-PERIOD TO HDG-PERIOD
               MOVE WS-HDG-SNAPSHOT TO HDG-SNAPSHOT.

           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           IF FROM-SNAPSHOT
               GO TO 1000-OPEN-SNAPSHOT.

           EXEC SQL
               OPEN VALUE-CSR
           END-EXEC.
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           GO TO 1000-PRIME-FETCH.

       1000-OPEN-SNAPSHOT.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-SNAP-COUNT
               FROM   INVENTORY_SNAPSHOT
               WHERE  PERIOD = :SNAP-PERIOD
           END-EXEC.

           IF SQLCODE NOT = ZERO OR WS-SNAP-COUNT = 0
               DISPLAY 'INVVAL01 - NO MONTH-END SNAPSHOT FOR PERIOD '
                       SNAP-PERIOD ' - RUN INVSN001 FIRST.'
               MOVE 'Y' TO WS-EOF-SW
               MOVE 16  TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

           EXEC SQL
               OPEN SNAPVAL-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVVAL01 - ERROR OPENING SNAPVAL-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

       1000-PRIME-FETCH.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

      *                   END OF CURSOR                                *
      ******************************************************************
       2100-FETCH-NEXT.
           IF FROM-SNAPSHOT
               GO TO 2100-FETCH-SNAPSHOT.

           EXEC SQL
               FETCH VALUE-CSR
               INTO  :LOC-WAREHOUSE-CODE, :LOC-PROD-CODE,
                           'SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-EOF-SW.

           GO TO 2100-FETCH-NEXT-EXIT.

       2100-FETCH-SNAPSHOT.
           EXEC SQL
               FETCH SNAPVAL-CSR
               INTO  :LOC-WAREHOUSE-CODE, :LOC-PROD-CODE,
                     :PROD-NAME, :LOC-STOCK-QTY, :AVG-UNIT-COST
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVVAL01 - ERROR FETCHING SNAPVAL-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-EOF-SW.

       2100-FETCH-NEXT-EXIT.
           EXIT.

           PERFORM 2300-END-WAREHOUSE
               THRU 2300-END-WAREHOUSE-EXIT.

           IF FROM-SNAPSHOT
               EXEC SQL
                   CLOSE SNAPVAL-CSR
               END-EXEC
           ELSE
               EXEC SQL
                   CLOSE VALUE-CSR
               END-EXEC.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
