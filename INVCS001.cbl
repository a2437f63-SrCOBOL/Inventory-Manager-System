      ******************************************************************
      * PROGRAM:     INVCS001                                         *
      * DESCRIPTION: MONTHLY CONSIGNMENT SELF-BILLING SETTLEMENT      *
      *              FOR THE PERIOD NAMED IN THE PARM (YYYYMM), SUMS   *
      *              THE MONTH'S CONSIGN_CONSUMPTION ROWS BY VENDOR,   *
      *              PRODUCT, WAREHOUSE AND AGREED PRICE AND WRITES    *
      *              THE SETTLEMENT FILE - ONE HEADER/DETAIL/TRAILER   *
      *              GROUP PER VENDOR, THE TRAILER CARRYING THE LINE   *
      *              COUNT, UNITS AND AMOUNT SO ACCOUNTS PAYABLE CAN   *
      *              BALANCE EACH VENDOR BEFORE RAISING THE SELF-      *
      *              BILLED INVOICE - WITH A PRINTED COPY. THE BILLED  *
      *              ROWS ARE STAMPED WITH THE SETTLEMENT PERIOD. A    *
      *              RERUN FOR THE SAME PERIOD PICKS UP THE ROWS IT    *
      *              STAMPED BEFORE AND REGENERATES THE SAME FILE.     *
      * AUTHOR:      FRANCISCO BORGES                                 *
      * INSTALLATION: INVENTORY SYSTEMS                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY                                           *
      * DATE       INIT  DESCRIPTION                                   *
      * 10/15/2026 FB    INITIAL VERSION.                              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVCS001.
       AUTHOR.        FRANCISCO BORGES.
       INSTALLATION.  INVENTORY SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO SETLFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT SETTLE-RPT ASSIGN TO SETLRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  STL-HEADER-REC.
           05  STH-REC-ID           PIC X(03).
           05  STH-VENDOR-CODE      PIC X(04).
           05  STH-PERIOD           PIC X(06).
           05  STH-SOURCE           PIC X(08).
           05  STH-RUN-DATE         PIC X(08).
           05  FILLER               PIC X(51).

       01  STL-DETAIL-REC.
           05  STD-REC-ID           PIC X(03).
           05  STD-VENDOR-CODE      PIC X(04).
           05  STD-PROD-CODE        PIC 9(04).
           05  STD-WAREHOUSE-CODE   PIC X(04).
           05  STD-QTY              PIC 9(07).
           05  STD-PRICE            PIC 9(05)V99.
           05  STD-AMOUNT           PIC 9(11)V99.
           05  FILLER               PIC X(38).

       01  STL-TRAILER-REC.
           05  STT-REC-ID           PIC X(03).
           05  STT-VENDOR-CODE      PIC X(04).
           05  STT-LINE-COUNT       PIC 9(07).
           05  STT-QTY              PIC 9(09).
           05  STT-AMOUNT           PIC 9(13)V99.
           05  FILLER               PIC X(42).

       FD  SETTLE-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY CSGCDCL.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  END-OF-CURSOR                  VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS AND WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-LINE-QTY             PIC S9(09) COMP  VALUE ZERO.
       77  WS-LINE-AMOUNT          PIC 9(11)V99     VALUE ZERO.
       77  WS-VEND-LINES           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-VEND-QTY             PIC S9(09) COMP  VALUE ZERO.
       77  WS-VEND-AMOUNT          PIC 9(13)V99     VALUE ZERO.
       77  WS-VENDORS-BILLED       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LINES-WRITTEN        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TOTAL-QTY            PIC S9(09) COMP  VALUE ZERO.
       77  WS-TOTAL-AMOUNT         PIC 9(13)V99     VALUE ZERO.
       77  WS-ROWS-STAMPED         PIC S9(09) COMP  VALUE ZERO.
       77  WS-PREV-VENDOR          PIC X(04)        VALUE SPACES.

       01  WS-CURR-DATE            PIC X(08)        VALUE SPACES.

      *    THE PERIOD BEING SETTLED (FROM THE PARM) AND THE FIRST DAYS
      *    OF THE PERIOD AND OF THE FOLLOWING MONTH.
       01  WS-SETL-PERIOD.
           05  STP-YEAR             PIC 9(04).
           05  STP-MONTH            PIC 9(02).

       01  WS-START-ISO.
           05  STR-YEAR             PIC 9(04).
           05  FILLER               PIC X(01) VALUE '-'.
           05  STR-MONTH            PIC 9(02).
           05  FILLER               PIC X(03) VALUE '-01'.

       01  WS-CUTOFF-ISO.
           05  CUT-YEAR             PIC 9(04).
           05  FILLER               PIC X(01) VALUE '-'.
           05  CUT-MONTH            PIC 9(02).
           05  FILLER               PIC X(03) VALUE '-01'.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'CONSIGNMENT SELF-BILLING SETTLEMENT FOR '.
           05  HDG-PERIOD           PIC X(06).
           05  FILLER               PIC X(34) VALUE SPACES.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(06) VALUE 'VEND  '.
           05  FILLER               PIC X(06) VALUE 'PROD  '.
           05  FILLER               PIC X(06) VALUE 'WHSE  '.
           05  FILLER               PIC X(09) VALUE '    UNITS'.
           05  FILLER               PIC X(10) VALUE '     PRICE'.
           05  FILLER               PIC X(20) VALUE
               '              AMOUNT'.
           05  FILLER               PIC X(23) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-VENDOR-CODE      PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-PROD-CODE        PIC 9(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-WAREHOUSE        PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-QTY              PIC ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-PRICE            PIC ZZ,ZZ9.99.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(24) VALUE SPACES.

       01  WS-VENDOR-TOTAL-LINE.
           05  FILLER               PIC X(13) VALUE 'VENDOR TOTAL '.
           05  VTL-VENDOR-CODE      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  VTL-QTY              PIC ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE SPACES.
           05  VTL-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(24) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(24) VALUE
               'VENDORS BILLED........: '.
           05  TOT-VENDORS-BILLED   PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(24) VALUE
               'SETTLEMENT LINES......: '.
           05  TOT-LINES-WRITTEN    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(24) VALUE
               'UNITS CONSUMED........: '.
           05  TOT-QTY              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(45) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER               PIC X(24) VALUE
               'AMOUNT PAYABLE........: '.
           05  TOT-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(38) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - THE PERIOD'S CONSUMPTION NOT YET BILLED, OR BILLED BY
      * AN EARLIER RUN FOR THIS SAME PERIOD, SUMMED PER VENDOR,
      * PRODUCT, WAREHOUSE AND AGREED PRICE
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE SETTLE-CSR CURSOR FOR
               SELECT VENDOR_CODE, PROD_CODE, WAREHOUSE_CODE,
                      CONSIGN_PRICE, SUM(CONSUME_QTY)
               FROM   CONSIGN_CONSUMPTION
               WHERE  CONSUME_DATE >= :WS-START-ISO
               AND    CONSUME_DATE <  :WS-CUTOFF-ISO
               AND    (SETTLE_PERIOD = ' '
                       OR SETTLE_PERIOD = :CSGC-SETTLE-PERIOD)
               GROUP BY VENDOR_CODE, PROD_CODE, WAREHOUSE_CODE,
                        CONSIGN_PRICE
               ORDER BY VENDOR_CODE, PROD_CODE, WAREHOUSE_CODE,
                        CONSIGN_PRICE
       END-EXEC.

       LINKAGE SECTION.
       01  PARM-AREA.
           05  PARM-LENGTH          PIC S9(04) COMP.
           05  PARM-DATA            PIC X(08).

       PROCEDURE DIVISION USING PARM-AREA.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF RETURN-CODE NOT = ZERO
               GO TO 0000-GOBACK.

           PERFORM 2000-SETTLE-ONE-LINE
               THRU 2000-SETTLE-ONE-LINE-EXIT
               UNTIL END-OF-CURSOR.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

       0000-GOBACK.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - VALIDATE THE PARM PERIOD, REFUSE ONE THAT    *
      *                   HAS NOT ENDED, COMPUTE THE PERIOD BOUNDS,    *
      *                   OPEN THE FILES AND CURSOR, PRIME THE FETCH   *
      ******************************************************************
       1000-INITIALIZE.
           IF PARM-LENGTH < 6 OR PARM-DATA (1:6) NOT NUMERIC
               DISPLAY 'INVCS001 - PARM MUST BE THE PERIOD TO '
                       'SETTLE (YYYYMM).'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

           MOVE PARM-DATA (1:6) TO WS-SETL-PERIOD.

           IF STP-MONTH < 1 OR STP-MONTH > 12
               DISPLAY 'INVCS001 - PARM PERIOD MONTH INVALID: '
                       WS-SETL-PERIOD
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

      *    THE VENDORS ARE BILLED FOR A WHOLE MONTH - ONE STILL IN
      *    PROGRESS CANNOT BE SETTLED.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           IF WS-CURR-DATE (1:6) NOT > WS-SETL-PERIOD
               DISPLAY 'INVCS001 - PERIOD ' WS-SETL-PERIOD
                       ' HAS NOT ENDED.'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

           MOVE STP-YEAR  TO STR-YEAR.
           MOVE STP-MONTH TO STR-MONTH.

           IF STP-MONTH = 12
               COMPUTE CUT-YEAR = STP-YEAR + 1
               MOVE 1 TO CUT-MONTH
           ELSE
               MOVE STP-YEAR TO CUT-YEAR
               COMPUTE CUT-MONTH = STP-MONTH + 1.

           MOVE WS-SETL-PERIOD TO CSGC-SETTLE-PERIOD.

           OPEN OUTPUT SETTLE-FILE.
           OPEN OUTPUT SETTLE-RPT.

           MOVE WS-SETL-PERIOD TO HDG-PERIOD.
           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           EXEC SQL
               OPEN SETTLE-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVCS001 - ERROR OPENING SETTLE-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 16  TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SETTLE-ONE-LINE - BREAK ON VENDOR, PRICE ONE SETTLEMENT   *
      *                        LINE AND WRITE IT TO THE FILE AND THE   *
      *                        REPORT                                  *
      ******************************************************************
       2000-SETTLE-ONE-LINE.
           IF CSGC-VENDOR-CODE NOT = WS-PREV-VENDOR
               IF WS-PREV-VENDOR NOT = SPACES
                   PERFORM 2300-END-VENDOR
                       THRU 2300-END-VENDOR-EXIT
               END-IF
               PERFORM 2200-START-VENDOR
                   THRU 2200-START-VENDOR-EXIT.

           COMPUTE WS-LINE-AMOUNT = WS-LINE-QTY * CSGC-CONSIGN-PRICE.

           MOVE SPACES              TO STL-DETAIL-REC.
           MOVE 'DTL'               TO STD-REC-ID.
           MOVE CSGC-VENDOR-CODE    TO STD-VENDOR-CODE.
           MOVE CSGC-PROD-CODE      TO STD-PROD-CODE.
           MOVE CSGC-WAREHOUSE-CODE TO STD-WAREHOUSE-CODE.
           MOVE WS-LINE-QTY         TO STD-QTY.
           MOVE CSGC-CONSIGN-PRICE  TO STD-PRICE.
           MOVE WS-LINE-AMOUNT      TO STD-AMOUNT.
           WRITE STL-DETAIL-REC.

           MOVE CSGC-VENDOR-CODE    TO DTL-VENDOR-CODE.
           MOVE CSGC-PROD-CODE      TO DTL-PROD-CODE.
           MOVE CSGC-WAREHOUSE-CODE TO DTL-WAREHOUSE.
           MOVE WS-LINE-QTY         TO DTL-QTY.
           MOVE CSGC-CONSIGN-PRICE  TO DTL-PRICE.
           MOVE WS-LINE-AMOUNT      TO DTL-AMOUNT.
           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           ADD 1              TO WS-VEND-LINES.
           ADD WS-LINE-QTY    TO WS-VEND-QTY.
           ADD WS-LINE-AMOUNT TO WS-VEND-AMOUNT.

           ADD 1              TO WS-LINES-WRITTEN.
           ADD WS-LINE-QTY    TO WS-TOTAL-QTY.
           ADD WS-LINE-AMOUNT TO WS-TOTAL-AMOUNT.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       2000-SETTLE-ONE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FETCH-NEXT - FETCH ONE ROW, SET THE EOF SWITCH AT         *
      *                   END OF CURSOR                                *
      ******************************************************************
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH SETTLE-CSR
               INTO  :CSGC-VENDOR-CODE, :CSGC-PROD-CODE,
                     :CSGC-WAREHOUSE-CODE, :CSGC-CONSIGN-PRICE,
                     :WS-LINE-QTY
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVCS001 - ERROR FETCHING SETTLE-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 16  TO RETURN-CODE.

       2100-FETCH-NEXT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-START-VENDOR - HEADER RECORD FOR A NEW VENDOR'S GROUP     *
      ******************************************************************
       2200-START-VENDOR.
           MOVE SPACES           TO STL-HEADER-REC.
           MOVE 'HDR'            TO STH-REC-ID.
           MOVE CSGC-VENDOR-CODE TO STH-VENDOR-CODE.
           MOVE WS-SETL-PERIOD   TO STH-PERIOD.
           MOVE 'INVCS001'       TO STH-SOURCE.
           MOVE WS-CURR-DATE     TO STH-RUN-DATE.
           WRITE STL-HEADER-REC.

           MOVE CSGC-VENDOR-CODE TO WS-PREV-VENDOR.
           MOVE ZERO             TO WS-VEND-LINES.
           MOVE ZERO             TO WS-VEND-QTY.
           MOVE ZERO             TO WS-VEND-AMOUNT.

           ADD 1 TO WS-VENDORS-BILLED.

       2200-START-VENDOR-EXIT.
           EXIT.

      ******************************************************************
      * 2300-END-VENDOR - TRAILER RECORD AND REPORT TOTAL FOR THE      *
      *                   VENDOR JUST ENDED                            *
      ******************************************************************
       2300-END-VENDOR.
           MOVE SPACES         TO STL-TRAILER-REC.
           MOVE 'TRL'          TO STT-REC-ID.
           MOVE WS-PREV-VENDOR TO STT-VENDOR-CODE.
           MOVE WS-VEND-LINES  TO STT-LINE-COUNT.
           MOVE WS-VEND-QTY    TO STT-QTY.
           MOVE WS-VEND-AMOUNT TO STT-AMOUNT.
           WRITE STL-TRAILER-REC.

           MOVE WS-PREV-VENDOR TO VTL-VENDOR-CODE.
           MOVE WS-VEND-QTY    TO VTL-QTY.
           MOVE WS-VEND-AMOUNT TO VTL-AMOUNT.
           MOVE WS-VENDOR-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       2300-END-VENDOR-EXIT.
           EXIT.

      ******************************************************************
      * 2800-STAMP-PERIOD - MARK THE MONTH'S UNBILLED CONSUMPTION AS   *
      *                     SETTLED IN THIS PERIOD                     *
      ******************************************************************
       2800-STAMP-PERIOD.
           IF RETURN-CODE NOT = ZERO
               GO TO 2800-STAMP-PERIOD-EXIT.

           EXEC SQL
               UPDATE CONSIGN_CONSUMPTION
               SET    SETTLE_PERIOD = :CSGC-SETTLE-PERIOD
               WHERE  CONSUME_DATE >= :WS-START-ISO
               AND    CONSUME_DATE <  :WS-CUTOFF-ISO
               AND    SETTLE_PERIOD = ' '
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO WS-ROWS-STAMPED
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'INVCS001 - ERROR STAMPING '
                           'CONSIGN_CONSUMPTION. SQLCODE: ' SQLCODE
                   MOVE 16 TO RETURN-CODE.

       2800-STAMP-PERIOD-EXIT.
           EXIT.

      ******************************************************************
      * 2900-COMMIT-SETTLEMENT - THE STAMP IS ONE UNIT OF WORK. ON ANY *
      *                          ERROR NOTHING IS STAMPED, SO THE      *
      *                          RERUN BILLS THE SAME ROWS.            *
      ******************************************************************
       2900-COMMIT-SETTLEMENT.
           IF RETURN-CODE = ZERO
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY 'INVCS001 - SETTLEMENT OF PERIOD '
                       WS-SETL-PERIOD ' NOT STAMPED - REVIEW THE '
                       'MESSAGES ABOVE AND RERUN.'.

       2900-COMMIT-SETTLEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - LAST VENDOR TRAILER, STAMP THE PERIOD, PRINT  *
      *                  TOTALS, CLOSE CURSOR AND FILES                *
      ******************************************************************
       3000-TERMINATE.
           EXEC SQL
               CLOSE SETTLE-CSR
           END-EXEC.

           IF WS-PREV-VENDOR NOT = SPACES
               PERFORM 2300-END-VENDOR
                   THRU 2300-END-VENDOR-EXIT.

           PERFORM 2800-STAMP-PERIOD
               THRU 2800-STAMP-PERIOD-EXIT.

           PERFORM 2900-COMMIT-SETTLEMENT
               THRU 2900-COMMIT-SETTLEMENT-EXIT.

           MOVE WS-VENDORS-BILLED TO TOT-VENDORS-BILLED.
           MOVE WS-TOTAL-LINE-1   TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-LINES-WRITTEN  TO TOT-LINES-WRITTEN.
           MOVE WS-TOTAL-LINE-2   TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-TOTAL-QTY      TO TOT-QTY.
           MOVE WS-TOTAL-LINE-3   TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-TOTAL-AMOUNT   TO TOT-AMOUNT.
           MOVE WS-TOTAL-LINE-4   TO RPT-LINE.
           WRITE RPT-LINE.

           DISPLAY 'INVCS001 - PERIOD ' WS-SETL-PERIOD
                   '  VENDORS: ' WS-VENDORS-BILLED
                   '  LINES: ' WS-LINES-WRITTEN
                   '  NEWLY STAMPED ROWS: ' WS-ROWS-STAMPED.

           CLOSE SETTLE-FILE.
           CLOSE SETTLE-RPT.

       3000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.

       END PROGRAM INVCS001.
