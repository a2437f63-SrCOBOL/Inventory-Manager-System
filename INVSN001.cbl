      ******************************************************************
      * PROGRAM:     INVSN001                                         *
      * DESCRIPTION: MONTH-END STOCK SNAPSHOT AND VALUE ROLLFORWARD   *
      *              FOR THE PERIOD NAMED IN THE PARM (YYYYMM),        *
      *              FREEZES QUANTITY, AVERAGE UNIT COST AND EXTENDED  *
      *              VALUE PER PRODUCT/WAREHOUSE ON INVENTORY_SNAPSHOT *
      *              AS AT THE LAST DAY OF THE MONTH (LEDGER ROWS      *
      *              ALREADY POSTED INTO THE NEXT MONTH ARE BACKED     *
      *              OUT OF THE LIVE QUANTITY), THEN BUILDS A          *
      *              PER-WAREHOUSE ROLLFORWARD ON PERIOD_ROLLFORWARD - *
      *              OPENING BALANCE (THE PRIOR PERIOD'S SNAPSHOT),    *
      *              RECEIPTS, ISSUES, COUNT AND ONLINE ADJUSTMENTS,   *
      *              RETURNS TO STOCK, TRANSFERS IN AND OUT AND KIT    *
      *              ASSEMBLY FROM THE MONTH'S STOCK_MOVEMENT ROWS     *
      *              AT THE UNIT COST EACH WAS POSTED AT, COST         *
      *              REVALUATION (THE DIFFERENCE TO PERIOD-END COST),  *
      *              AND CLOSING BALANCE (THIS SNAPSHOT). EACH         *
      *              MOVEMENT LINE IS TIED TO WHAT INVGL001 JOURNALED  *
      *              FOR THE MONTH (GL_JOURNAL_TOTAL) AND EVERY        *
      *              DIFFERENCE IS FLAGGED. THE BUILD RUNS IN THE      *
      *              NIGHT SEQUENCE FOR THE LAST DAY OF THE MONTH AND  *
      *              MAY BE RERUN WHILE THE PERIOD IS OPEN - EACH RUN  *
      *              REBUILDS BOTH TABLES - UNTIL RECEIPTS, ARRIVALS   *
      *              OR KIT BUILDS HAVE POSTED INTO THE NEXT MONTH AND *
      *              MOVED THE AVERAGE COST. ONCE INVAR001 HAS CLOSED  *
      *              THE PERIOD THE TABLES ARE FROZEN AND THE JOB ONLY *
      *              REPRINTS THE STORED ROLLFORWARD.                  *
      * AUTHOR:      FRANCISCO BORGES                                 *
      * INSTALLATION: INVENTORY SYSTEMS                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY                                           *
      * DATE       INIT  DESCRIPTION                                   *
      * 10/15/2026 FB    INITIAL VERSION.                              *
      * 10/15/2026 FB    VENDOR-OWNED CONSIGNMENT STOCK IS LEFT OUT OF *
      *                  THE SNAPSHOT AND THE ROLLFORWARD.             *
      * 10/15/2026 FB    MOVEMENT LINES ARE VALUED AT THE UNIT COST    *
      *                  STORED ON EACH LEDGER ROW, AS INVGL001 DOES,  *
      *                  SO ONLY THE REVALUATION LINE CARRIES COST     *
      *                  CHANGES. THE BUILD REGISTERS THROUGH INVRC001 *
      *                  FOR THE MONTH'S LAST NIGHT AND IS REFUSED     *
      *                  ONCE NEXT-MONTH RECEIPTS, ARRIVALS OR KIT     *
      *                  BUILDS HAVE POSTED.                           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVSN001.
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
           SELECT ROLLFORWARD-RPT ASSIGN TO ROLLRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ROLLFORWARD-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY PSNPDCL.

       COPY CLSPDCL.

       COPY RUNCOMM.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  END-OF-CURSOR                  VALUE 'Y'.

       77  WS-CLOSED-SW            PIC X(01)  VALUE 'N'.
           88  PERIOD-CLOSED                  VALUE 'Y'.

       77  WS-RETURN-LEG-SW        PIC X(01)  VALUE 'N'.
           88  RETURN-LEG                     VALUE 'Y'.

       77  WS-REGISTERED-SW        PIC X(01)  VALUE 'N'.
           88  RUN-REGISTERED                 VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS AND WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-SNAP-COUNT           PIC 9(07)        VALUE ZERO.
       77  WS-PRIOR-COUNT          PIC 9(07)        VALUE ZERO.
       77  WS-PERIOD-COUNT         PIC 9(05)        VALUE ZERO.
       77  WS-LATE-COUNT           PIC 9(07)        VALUE ZERO.
       77  WS-GROUPS-READ          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-WHS-REPORTED         PIC 9(05)  COMP  VALUE ZERO.
       77  WS-LINES-FLAGGED        PIC 9(05)  COMP  VALUE ZERO.
       77  WS-QTY-BREAKS           PIC 9(05)  COMP  VALUE ZERO.
       77  WS-LINE-IDX             PIC 9(04)  COMP  VALUE ZERO.
       77  WS-FILL-LINE            PIC X(02)        VALUE SPACES.
       77  WS-MOVE-TYPE            PIC X(01)        VALUE SPACES.
       77  WS-REF-PREFIX           PIC X(04)        VALUE SPACES.
       77  WS-CURR-WAREHOUSE       PIC X(04)        VALUE HIGH-VALUES.
       77  WS-RUN-QTY              PIC S9(09)  COMP-3 VALUE ZERO.
       77  WS-CLOSING-QTY          PIC S9(09)  COMP-3 VALUE ZERO.
       77  WS-DIFF-VALUE           PIC S9(11)V99 COMP-3 VALUE ZERO.

       01  WS-CURR-DATE            PIC X(08)        VALUE SPACES.

      *    THE PERIOD BEING SNAPPED (FROM THE PARM), THE PERIOD
      *    BEFORE IT (WHOSE SNAPSHOT IS THE OPENING BALANCE), AND THE
      *    FIRST DAYS OF THE PERIOD AND OF THE FOLLOWING MONTH.
       01  WS-SNAP-PERIOD.
           05  SNP-YEAR             PIC 9(04).
           05  SNP-MONTH            PIC 9(02).

       01  WS-PRIOR-PERIOD.
           05  PRV-YEAR             PIC 9(04).
           05  PRV-MONTH            PIC 9(02).

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

      *    THE LAST DAY OF THE PERIOD - THE NIGHT THE BUILD BELONGS TO.
       01  WS-MONTH-END-ISO.
           05  MEI-YEAR             PIC X(04).
           05  FILLER               PIC X(01).
           05  MEI-MONTH            PIC X(02).
           05  FILLER               PIC X(01).
           05  MEI-DAY              PIC X(02).

       01  WS-MONTH-END-DATE.
           05  MED-YEAR             PIC X(04).
           05  MED-MONTH            PIC X(02).
           05  MED-DAY              PIC X(02).

      *    ROLLFORWARD LINE DESCRIPTIONS, INDEXED BY LINE CODE.
       01  WS-LINE-DESC-VALUES.
           05  FILLER               PIC X(19) VALUE 'OPENING BALANCE'.
           05  FILLER               PIC X(19) VALUE 'RECEIPTS'.
           05  FILLER               PIC X(19) VALUE 'ISSUES'.
           05  FILLER               PIC X(19) VALUE 'COUNT ADJUSTMENTS'.
           05  FILLER               PIC X(19) VALUE
               'ONLINE ADJUSTMENTS'.
           05  FILLER               PIC X(19) VALUE 'RETURNS TO STOCK'.
           05  FILLER               PIC X(19) VALUE 'TRANSFERS IN'.
           05  FILLER               PIC X(19) VALUE 'TRANSFERS OUT'.
           05  FILLER               PIC X(19) VALUE 'KIT ASSEMBLY'.
           05  FILLER               PIC X(19) VALUE 'COST REVALUATION'.
           05  FILLER               PIC X(19) VALUE 'CLOSING BALANCE'.
       01  WS-LINE-DESC-TABLE REDEFINES WS-LINE-DESC-VALUES.
           05  WS-LINE-DESC         PIC X(19) OCCURS 11 TIMES.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'MONTH-END INVENTORY ROLLFORWARD - PERIOD'.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  HDG-PERIOD           PIC X(06).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  HDG-MODE             PIC X(31).

       01  WS-WHS-HDG-LINE.
           05  FILLER               PIC X(10) VALUE 'WAREHOUSE '.
           05  WHS-HDG-CODE         PIC X(04).
           05  FILLER               PIC X(66) VALUE SPACES.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(20) VALUE SPACES.
           05  FILLER               PIC X(09) VALUE ' QUANTITY'.
           05  FILLER               PIC X(16) VALUE
               '  SUBLEDGER VAL.'.
           05  FILLER               PIC X(16) VALUE
               '        GL VALUE'.
           05  FILLER               PIC X(16) VALUE
               '      DIFFERENCE'.
           05  FILLER               PIC X(03) VALUE ' F '.

       01  WS-DETAIL-LINE.
           05  DTL-DESC             PIC X(19).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DTL-QTY              PIC -ZZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DTL-VALUE            PIC -ZZZ,ZZZ,ZZ9.99.
           05  DTL-GL-COLUMNS.
               10  FILLER           PIC X(01) VALUE SPACE.
               10  DTL-GL-VALUE     PIC -ZZZ,ZZZ,ZZ9.99.
               10  FILLER           PIC X(01) VALUE SPACE.
               10  DTL-DIFF         PIC -ZZZ,ZZZ,ZZ9.99.
           05  DTL-GL-BLANK REDEFINES DTL-GL-COLUMNS
                                    PIC X(32).
           05  FILLER               PIC X(01) VALUE SPACE.
           05  DTL-FLAG             PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACE.

       01  WS-BREAK-LINE.
           05  FILLER               PIC X(37) VALUE
               '*** QUANTITY DOES NOT ROLL FORWARD - '.
           05  FILLER               PIC X(20) VALUE
               'OPENING + MOVEMENTS '.
           05  BRK-QTY              PIC -ZZZZZZZ9.
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-LEGEND-LINE.
           05  FILLER               PIC X(43) VALUE
               'FLAG  Q = GL QUANTITY DIFFERS  V = GL VALUE'.
           05  FILLER               PIC X(37) VALUE
               ' DIFFERS'.

       01  WS-TOTAL-LINE.
           05  TOT-LABEL            PIC X(24).
           05  TOT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - THE PERIOD'S LEDGER ROWS SUMMED BY WAREHOUSE, TYPE
      * AND REFERENCE PREFIX (RETURN-TO-STOCK LEGS CARRY 'RET '),
      * VALUED AT THE UNIT COST EACH ROW WAS POSTED AT - THE SAME
      * VALUE INVGL001 JOURNALED. QUARANTINE LEGS ARE OFF THE
      * INVENTORY VALUE AND ARE LEFT OUT, AS IN THE JOURNAL, AND SO
      * ARE ROWS FOR VENDOR-OWNED CONSIGNMENT STOCK.
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE MOVE-CSR CURSOR FOR
               SELECT M.WAREHOUSE_CODE, M.MOVE_TYPE,
                      SUBSTR(M.REFERENCE, 1, 4),
                      SUM(M.MOVE_QTY),
                      SUM(M.MOVE_QTY * M.UNIT_COST)
               FROM   STOCK_MOVEMENT M
               WHERE  M.MOVE_DATE >= :WS-START-ISO
               AND    M.MOVE_DATE <  :WS-CUTOFF-ISO
               AND    M.MOVE_TYPE <> 'Q'
               AND    M.OWNER_TYPE <> 'C'
               GROUP BY M.WAREHOUSE_CODE, M.MOVE_TYPE,
                        SUBSTR(M.REFERENCE, 1, 4)
       END-EXEC.

      *-----------------------------------------------------------------
      * CURSOR - WHAT THE DAILY JOURNAL EXTRACT JOURNALED IN THE
      * PERIOD, BY WAREHOUSE AND TYPE
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE GL-CSR CURSOR FOR
               SELECT WAREHOUSE_CODE, MOVE_TYPE, RETURN_LEG,
                      SUM(JOURNAL_QTY), SUM(JOURNAL_VALUE)
               FROM   GL_JOURNAL_TOTAL
               WHERE  JOURNAL_DATE >= :WS-START-ISO
               AND    JOURNAL_DATE <  :WS-CUTOFF-ISO
               GROUP BY WAREHOUSE_CODE, MOVE_TYPE, RETURN_LEG
       END-EXEC.

      *-----------------------------------------------------------------
      * CURSOR - THE STORED ROLLFORWARD, FOR PRINTING
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE PRINT-CSR CURSOR FOR
               SELECT WAREHOUSE_CODE, LINE_CODE, LINE_QTY,
                      LINE_VALUE, GL_QTY, GL_VALUE
               FROM   PERIOD_ROLLFORWARD
               WHERE  PERIOD = :RFW-PERIOD
               ORDER BY WAREHOUSE_CODE, LINE_CODE
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

           IF NOT PERIOD-CLOSED
               PERFORM 2000-BUILD-SNAPSHOT
                   THRU 2000-BUILD-SNAPSHOT-EXIT
               PERFORM 3000-BUILD-MOVEMENT-LINES
                   THRU 3000-BUILD-MOVEMENT-LINES-EXIT
               PERFORM 4000-TIE-GL-TOTALS
                   THRU 4000-TIE-GL-TOTALS-EXIT
               PERFORM 5000-BUILD-BALANCE-LINES
                   THRU 5000-BUILD-BALANCE-LINES-EXIT
               PERFORM 5900-COMMIT-ROLLFORWARD
                   THRU 5900-COMMIT-ROLLFORWARD-EXIT.

           IF RETURN-CODE = ZERO
               PERFORM 6000-PRINT-ROLLFORWARD
                   THRU 6000-PRINT-ROLLFORWARD-EXIT.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

       0000-GOBACK.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - VALIDATE THE PARM PERIOD, REFUSE ONE THAT    *
      *                   HAS NOT ENDED, COMPUTE THE PERIOD BOUNDS,    *
      *                   DECIDE BETWEEN REBUILD AND REPRINT, OPEN     *
      *                   THE REPORT                                   *
      ******************************************************************
       1000-INITIALIZE.
           IF PARM-LENGTH < 6 OR PARM-DATA (1:6) NOT NUMERIC
               DISPLAY 'INVSN001 - PARM MUST BE THE PERIOD TO '
                       'SNAPSHOT (YYYYMM).'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

           MOVE PARM-DATA (1:6) TO WS-SNAP-PERIOD.

           IF SNP-MONTH < 1 OR SNP-MONTH > 12
               DISPLAY 'INVSN001 - PARM PERIOD MONTH INVALID: '
                       WS-SNAP-PERIOD
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

      *    THE SNAPSHOT IS AS AT THE LAST DAY OF THE MONTH - A MONTH
      *    STILL IN PROGRESS CANNOT BE FROZEN.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           IF WS-CURR-DATE (1:6) NOT > WS-SNAP-PERIOD
               DISPLAY 'INVSN001 - PERIOD ' WS-SNAP-PERIOD
                       ' HAS NOT ENDED.'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

           MOVE SNP-YEAR  TO STR-YEAR.
           MOVE SNP-MONTH TO STR-MONTH.

           IF SNP-MONTH = 12
               COMPUTE CUT-YEAR = SNP-YEAR + 1
               MOVE 1 TO CUT-MONTH
           ELSE
               MOVE SNP-YEAR TO CUT-YEAR
               COMPUTE CUT-MONTH = SNP-MONTH + 1.

           IF SNP-MONTH = 1
               COMPUTE PRV-YEAR = SNP-YEAR - 1
               MOVE 12 TO PRV-MONTH
           ELSE
               MOVE SNP-YEAR TO PRV-YEAR
               COMPUTE PRV-MONTH = SNP-MONTH - 1.

           MOVE WS-SNAP-PERIOD TO CLSP-PERIOD.
           MOVE WS-SNAP-PERIOD TO SNAP-PERIOD.
           MOVE WS-SNAP-PERIOD TO RFW-PERIOD.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-PERIOD-COUNT
               FROM   CLOSED_PERIOD
               WHERE  PERIOD = :CLSP-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVSN001 - ERROR READING CLOSED_PERIOD. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

      *    A CLOSED PERIOD'S LEDGER ROWS HAVE BEEN ARCHIVED - ITS
      *    SNAPSHOT IS FROZEN AND CAN ONLY BE REPRINTED.
           IF WS-PERIOD-COUNT > 0
               MOVE 'Y' TO WS-CLOSED-SW
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-SNAP-COUNT
                   FROM   INVENTORY_SNAPSHOT
                   WHERE  PERIOD = :SNAP-PERIOD
               END-EXEC
               IF SQLCODE NOT = 0 OR WS-SNAP-COUNT = 0
                   DISPLAY 'INVSN001 - PERIOD ' WS-SNAP-PERIOD
                           ' IS CLOSED WITH NO SNAPSHOT ON FILE.'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               DISPLAY 'INVSN001 - PERIOD ' WS-SNAP-PERIOD
                       ' IS CLOSED - REPRINTING THE FROZEN '
                       'ROLLFORWARD.'
               MOVE 'CLOSED - FROZEN SNAPSHOT' TO HDG-MODE
           ELSE
               PERFORM 1100-CHECK-REBUILD
                   THRU 1100-CHECK-REBUILD-EXIT
               IF RETURN-CODE NOT = ZERO
                   GO TO 1000-INITIALIZE-EXIT
               END-IF
               DISPLAY 'INVSN001 - SNAPSHOT OF PERIOD '
                       WS-SNAP-PERIOD ' FROM MOVEMENTS '
                       WS-START-ISO ' TO BEFORE ' WS-CUTOFF-ISO
               MOVE 'OPEN - REBUILT THIS RUN' TO HDG-MODE.

           OPEN OUTPUT ROLLFORWARD-RPT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CHECK-REBUILD - AN OPEN PERIOD IS REBUILT ONLY WHILE THE  *
      *                      AVERAGE COST STILL STANDS AT PERIOD END,  *
      *                      AND ONLY AFTER THE MONTH'S LAST NIGHT HAS *
      *                      RUN - REGISTER THE BUILD FOR THAT NIGHT   *
      ******************************************************************
       1100-CHECK-REBUILD.
      *    RECEIPTS, ARRIVALS AND KIT BUILDS RE-AVERAGE THE COST. ONCE
      *    ANY HAVE POSTED INTO THE NEXT MONTH THE PERIOD-END COST IS
      *    GONE FROM PRODUCTS AND THE SNAPSHOT ON FILE MUST STAND.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-LATE-COUNT
               FROM   STOCK_MOVEMENT
               WHERE  MOVE_DATE >= :WS-CUTOFF-ISO
               AND    MOVE_TYPE IN ('R', 'A', 'K')
               AND    OWNER_TYPE <> 'C'
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVSN001 - ERROR READING STOCK_MOVEMENT. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 1100-CHECK-REBUILD-EXIT.

           IF WS-LATE-COUNT > 0
               DISPLAY 'INVSN001 - PERIOD ' WS-SNAP-PERIOD
                       ' CANNOT BE REBUILT - ' WS-LATE-COUNT
                       ' RECEIPT, ARRIVAL OR KIT ROWS ARE ALREADY '
                       'POSTED FROM ' WS-CUTOFF-ISO
                       '. ANY SNAPSHOT ON FILE STANDS.'
               MOVE 16 TO RETURN-CODE
               GO TO 1100-CHECK-REBUILD-EXIT.

           EXEC SQL
               SELECT CHAR(DATE(:WS-CUTOFF-ISO) - 1 DAY, ISO)
               INTO   :WS-MONTH-END-ISO
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVSN001 - ERROR DERIVING THE MONTH-END DATE. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 1100-CHECK-REBUILD-EXIT.

           MOVE MEI-YEAR  TO MED-YEAR.
           MOVE MEI-MONTH TO MED-MONTH.
           MOVE MEI-DAY   TO MED-DAY.

      *    THE BUILD WAITS ON THE MONTH'S LAST NIGHT - REFUSED UNTIL
      *    ITS PREDECESSOR HAS COMPLETED CLEAN FOR THAT DATE.
           MOVE 'S'               TO RC-FUNCTION.
           MOVE 'INVSN001'        TO RC-JOB-NAME.
           MOVE WS-MONTH-END-DATE TO RC-RUN-DATE.
           CALL 'INVRC001' USING RC-REQUEST-AREA.

           IF NOT RC-RESULT-OK
               MOVE 16 TO RETURN-CODE
               GO TO 1100-CHECK-REBUILD-EXIT.

           MOVE 'Y' TO WS-REGISTERED-SW.

       1100-CHECK-REBUILD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-BUILD-SNAPSHOT - CLEAR ANY EARLIER RUN FOR THE PERIOD AND *
      *                       FREEZE EVERY PRODUCT/WAREHOUSE AS AT THE *
      *                       LAST DAY OF THE MONTH                    *
      ******************************************************************
       2000-BUILD-SNAPSHOT.
           EXEC SQL
               DELETE FROM PERIOD_ROLLFORWARD
               WHERE  PERIOD = :RFW-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'INVSN001 - ERROR CLEARING PERIOD_ROLLFORWARD. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 2000-BUILD-SNAPSHOT-EXIT.

           EXEC SQL
               DELETE FROM INVENTORY_SNAPSHOT
               WHERE  PERIOD = :SNAP-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'INVSN001 - ERROR CLEARING INVENTORY_SNAPSHOT. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 2000-BUILD-SNAPSHOT-EXIT.

      *    LIVE STOCK LESS ANYTHING THE LEDGER HAS ALREADY POSTED INTO
      *    THE FOLLOWING MONTH GIVES THE MONTH-END QUANTITY. ONLY OUR
      *    OWN STOCK IS FROZEN - THE CONSIGNED SUB-BALANCE AND ITS
      *    LEDGER ROWS STAY OUT.
           EXEC SQL
               INSERT INTO INVENTORY_SNAPSHOT
                      (PERIOD, PROD_CODE, WAREHOUSE_CODE, SNAP_QTY,
                       UNIT_COST, EXT_VALUE, SNAP_TS)
               SELECT :SNAP-PERIOD, L.PROD_CODE, L.WAREHOUSE_CODE,
                      L.STOCK_QTY - L.CONSIGN_QTY -
                      COALESCE((SELECT SUM(M.MOVE_QTY)
                                FROM   STOCK_MOVEMENT M
                                WHERE  M.PROD_CODE = L.PROD_CODE
                                AND    M.WAREHOUSE_CODE =
                                       L.WAREHOUSE_CODE
                                AND    M.MOVE_DATE >= :WS-CUTOFF-ISO
                                AND    M.MOVE_TYPE <> 'Q'
                                AND    M.OWNER_TYPE <> 'C'), 0),
                      P.AVG_UNIT_COST, 0, CURRENT TIMESTAMP
               FROM   PRODUCT_LOCATION L, PRODUCTS P
               WHERE  L.PROD_CODE = P.PROD_CODE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'INVSN001 - ERROR BUILDING INVENTORY_SNAPSHOT. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 2000-BUILD-SNAPSHOT-EXIT.

      *    EMPTY LOCATIONS CARRY NOTHING FORWARD.
           EXEC SQL
               DELETE FROM INVENTORY_SNAPSHOT
               WHERE  PERIOD   = :SNAP-PERIOD
               AND    SNAP_QTY = 0
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'INVSN001 - ERROR TRIMMING INVENTORY_SNAPSHOT. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 2000-BUILD-SNAPSHOT-EXIT.

           EXEC SQL
               UPDATE INVENTORY_SNAPSHOT
               SET    EXT_VALUE = SNAP_QTY * UNIT_COST
               WHERE  PERIOD = :SNAP-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'INVSN001 - ERROR EXTENDING INVENTORY_SNAPSHOT. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 2000-BUILD-SNAPSHOT-EXIT.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-SNAP-COUNT
               FROM   INVENTORY_SNAPSHOT
               WHERE  PERIOD = :SNAP-PERIOD
           END-EXEC.

           DISPLAY 'INVSN001 - SNAPSHOT ROWS FROZEN: ' WS-SNAP-COUNT.

       2000-BUILD-SNAPSHOT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-BUILD-MOVEMENT-LINES - SUM THE PERIOD'S LEDGER ROWS INTO  *
      *                             ROLLFORWARD LINES 02-09            *
      ******************************************************************
       3000-BUILD-MOVEMENT-LINES.
           IF RETURN-CODE NOT = ZERO
               GO TO 3000-BUILD-MOVEMENT-LINES-EXIT.

           EXEC SQL
               OPEN MOVE-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVSN001 - ERROR OPENING MOVE-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 3000-BUILD-MOVEMENT-LINES-EXIT.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 3100-FETCH-MOVE-GROUP
               THRU 3100-FETCH-MOVE-GROUP-EXIT.

           PERFORM 3200-ADD-MOVE-GROUP
               THRU 3200-ADD-MOVE-GROUP-EXIT
               UNTIL END-OF-CURSOR.

           EXEC SQL
               CLOSE MOVE-CSR
           END-EXEC.

       3000-BUILD-MOVEMENT-LINES-EXIT.
           EXIT.

      ******************************************************************
      * 3100-FETCH-MOVE-GROUP - FETCH ONE WAREHOUSE/TYPE GROUP         *
      ******************************************************************
       3100-FETCH-MOVE-GROUP.
           EXEC SQL
               FETCH MOVE-CSR
               INTO  :RFW-WAREHOUSE-CODE, :WS-MOVE-TYPE,
                     :WS-REF-PREFIX, :RFW-LINE-QTY, :RFW-LINE-VALUE
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVSN001 - ERROR FETCHING MOVE-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 16  TO RETURN-CODE.

       3100-FETCH-MOVE-GROUP-EXIT.
           EXIT.

      ******************************************************************
      * 3200-ADD-MOVE-GROUP - CLASSIFY THE GROUP AND ADD IT TO ITS     *
      *                       LINE                                     *
      ******************************************************************
       3200-ADD-MOVE-GROUP.
           ADD 1 TO WS-GROUPS-READ.

           IF WS-MOVE-TYPE = 'U' AND WS-REF-PREFIX = 'RET '
               MOVE 'Y' TO WS-RETURN-LEG-SW
           ELSE
               MOVE 'N' TO WS-RETURN-LEG-SW.

           PERFORM 7000-CLASSIFY-LINE
               THRU 7000-CLASSIFY-LINE-EXIT.

           EXEC SQL
               UPDATE PERIOD_ROLLFORWARD
               SET    LINE_QTY   = LINE_QTY + :RFW-LINE-QTY,
                      LINE_VALUE = LINE_VALUE + :RFW-LINE-VALUE
               WHERE  PERIOD         = :RFW-PERIOD
               AND    WAREHOUSE_CODE = :RFW-WAREHOUSE-CODE
               AND    LINE_CODE      = :RFW-LINE-CODE
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO PERIOD_ROLLFORWARD
                          (PERIOD, WAREHOUSE_CODE, LINE_CODE,
                           LINE_QTY, LINE_VALUE, GL_QTY, GL_VALUE)
                   VALUES (:RFW-PERIOD, :RFW-WAREHOUSE-CODE,
                           :RFW-LINE-CODE, :RFW-LINE-QTY,
                           :RFW-LINE-VALUE, 0, 0)
               END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVSN001 - ERROR POSTING LINE ' RFW-LINE-CODE
                       ' FOR ' RFW-WAREHOUSE-CODE
                       ' SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 16  TO RETURN-CODE
               GO TO 3200-ADD-MOVE-GROUP-EXIT.

           PERFORM 3100-FETCH-MOVE-GROUP
               THRU 3100-FETCH-MOVE-GROUP-EXIT.

       3200-ADD-MOVE-GROUP-EXIT.
           EXIT.

      ******************************************************************
      * 4000-TIE-GL-TOTALS - CARRY THE PERIOD'S JOURNALED QUANTITY     *
      *                      AND VALUE ONTO THE MATCHING LINES         *
      ******************************************************************
       4000-TIE-GL-TOTALS.
           IF RETURN-CODE NOT = ZERO
               GO TO 4000-TIE-GL-TOTALS-EXIT.

           EXEC SQL
               OPEN GL-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVSN001 - ERROR OPENING GL-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 4000-TIE-GL-TOTALS-EXIT.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4100-FETCH-GL-TOTAL
               THRU 4100-FETCH-GL-TOTAL-EXIT.

           PERFORM 4200-ADD-GL-TOTAL
               THRU 4200-ADD-GL-TOTAL-EXIT
               UNTIL END-OF-CURSOR.

           EXEC SQL
               CLOSE GL-CSR
           END-EXEC.

       4000-TIE-GL-TOTALS-EXIT.
           EXIT.

      ******************************************************************
      * 4100-FETCH-GL-TOTAL - FETCH ONE WAREHOUSE/TYPE JOURNAL TOTAL   *
      ******************************************************************
       4100-FETCH-GL-TOTAL.
           EXEC SQL
               FETCH GL-CSR
               INTO  :GJT-WAREHOUSE-CODE, :GJT-MOVE-TYPE,
                     :GJT-RETURN-LEG, :GJT-QTY, :GJT-VALUE
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVSN001 - ERROR FETCHING GL-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 16  TO RETURN-CODE.

       4100-FETCH-GL-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 4200-ADD-GL-TOTAL - ADD ONE JOURNAL TOTAL TO ITS LINE. A TYPE  *
      *                     JOURNALED WITH NO LEDGER ROWS STILL GETS A *
      *                     LINE, SO THE DIFFERENCE SHOWS.             *
      ******************************************************************
       4200-ADD-GL-TOTAL.
           MOVE GJT-WAREHOUSE-CODE TO RFW-WAREHOUSE-CODE.
           MOVE GJT-MOVE-TYPE      TO WS-MOVE-TYPE.
           MOVE GJT-RETURN-LEG     TO WS-RETURN-LEG-SW.

           PERFORM 7000-CLASSIFY-LINE
               THRU 7000-CLASSIFY-LINE-EXIT.

           EXEC SQL
               UPDATE PERIOD_ROLLFORWARD
               SET    GL_QTY   = GL_QTY + :GJT-QTY,
                      GL_VALUE = GL_VALUE + :GJT-VALUE
               WHERE  PERIOD         = :RFW-PERIOD
               AND    WAREHOUSE_CODE = :RFW-WAREHOUSE-CODE
               AND    LINE_CODE      = :RFW-LINE-CODE
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO PERIOD_ROLLFORWARD
                          (PERIOD, WAREHOUSE_CODE, LINE_CODE,
                           LINE_QTY, LINE_VALUE, GL_QTY, GL_VALUE)
                   VALUES (:RFW-PERIOD, :RFW-WAREHOUSE-CODE,
                           :RFW-LINE-CODE, 0, 0,
                           :GJT-QTY, :GJT-VALUE)
               END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVSN001 - ERROR POSTING GL TOTAL ON LINE '
                       RFW-LINE-CODE ' FOR ' RFW-WAREHOUSE-CODE
                       ' SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 16  TO RETURN-CODE
               GO TO 4200-ADD-GL-TOTAL-EXIT.

           PERFORM 4100-FETCH-GL-TOTAL
               THRU 4100-FETCH-GL-TOTAL-EXIT.

       4200-ADD-GL-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 5000-BUILD-BALANCE-LINES - CLOSING (11) FROM THIS SNAPSHOT,    *
      *                            OPENING (01) FROM THE PRIOR ONE,    *
      *                            AND COST REVALUATION (10) AS THE    *
      *                            VALUE THAT BALANCES THE TWO. EVERY  *
      *                            WAREHOUSE ON THE ROLLFORWARD GETS   *
      *                            AN OPENING AND A CLOSING LINE.      *
      ******************************************************************
       5000-BUILD-BALANCE-LINES.
           IF RETURN-CODE NOT = ZERO
               GO TO 5000-BUILD-BALANCE-LINES-EXIT.

           EXEC SQL
               INSERT INTO PERIOD_ROLLFORWARD
                      (PERIOD, WAREHOUSE_CODE, LINE_CODE,
                       LINE_QTY, LINE_VALUE, GL_QTY, GL_VALUE)
               SELECT :SNAP-PERIOD, WAREHOUSE_CODE, '11',
                      SUM(SNAP_QTY), SUM(EXT_VALUE), 0, 0
               FROM   INVENTORY_SNAPSHOT
               WHERE  PERIOD = :SNAP-PERIOD
               GROUP BY WAREHOUSE_CODE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'INVSN001 - ERROR BUILDING CLOSING LINES. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 5000-BUILD-BALANCE-LINES-EXIT.

           MOVE '11' TO WS-FILL-LINE.
           PERFORM 5100-FILL-MISSING-LINE
               THRU 5100-FILL-MISSING-LINE-EXIT.

           MOVE WS-PRIOR-PERIOD TO SNAP-PERIOD.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-PRIOR-COUNT
               FROM   INVENTORY_SNAPSHOT
               WHERE  PERIOD = :SNAP-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-PRIOR-COUNT.

           IF WS-PRIOR-COUNT > 0
               EXEC SQL
                   INSERT INTO PERIOD_ROLLFORWARD
                          (PERIOD, WAREHOUSE_CODE, LINE_CODE,
                           LINE_QTY, LINE_VALUE, GL_QTY, GL_VALUE)
                   SELECT :RFW-PERIOD, WAREHOUSE_CODE, '01',
                          SUM(SNAP_QTY), SUM(EXT_VALUE), 0, 0
                   FROM   INVENTORY_SNAPSHOT
                   WHERE  PERIOD = :SNAP-PERIOD
                   GROUP BY WAREHOUSE_CODE
               END-EXEC
           ELSE
      *        FIRST SNAPSHOT TAKEN - THE OPENING IS WHATEVER THE
      *        MONTH'S MOVEMENTS STARTED FROM.
               DISPLAY 'INVSN001 - NO SNAPSHOT FOR PRIOR PERIOD '
                       WS-PRIOR-PERIOD ' - OPENING BALANCE DERIVED '
                       'FROM CLOSING LESS MOVEMENTS.'
               EXEC SQL
                   INSERT INTO PERIOD_ROLLFORWARD
                          (PERIOD, WAREHOUSE_CODE, LINE_CODE,
                           LINE_QTY, LINE_VALUE, GL_QTY, GL_VALUE)
                   SELECT :RFW-PERIOD, WAREHOUSE_CODE, '01',
                          SUM(CASE WHEN LINE_CODE = '11'
                                   THEN LINE_QTY
                                   ELSE 0 - LINE_QTY END),
                          SUM(CASE WHEN LINE_CODE = '11'
                                   THEN LINE_VALUE
                                   ELSE 0 - LINE_VALUE END),
                          0, 0
                   FROM   PERIOD_ROLLFORWARD
                   WHERE  PERIOD = :RFW-PERIOD
                   GROUP BY WAREHOUSE_CODE
               END-EXEC.

           MOVE WS-SNAP-PERIOD TO SNAP-PERIOD.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'INVSN001 - ERROR BUILDING OPENING LINES. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 5000-BUILD-BALANCE-LINES-EXIT.

           MOVE '01' TO WS-FILL-LINE.
           PERFORM 5100-FILL-MISSING-LINE
               THRU 5100-FILL-MISSING-LINE-EXIT.

           MOVE '11' TO WS-FILL-LINE.
           PERFORM 5100-FILL-MISSING-LINE
               THRU 5100-FILL-MISSING-LINE-EXIT.

           IF RETURN-CODE NOT = ZERO
               GO TO 5000-BUILD-BALANCE-LINES-EXIT.

      *    THE OPENING IS VALUED AT THE PRIOR PERIOD-END COST, EACH
      *    MOVEMENT AT THE COST IT WAS POSTED AT AND THE CLOSING AT
      *    THIS PERIOD-END COST - WHAT IS LEFT OF THE CLOSING VALUE IS
      *    THE DIFFERENCE TO PERIOD-END COST.
           EXEC SQL
               INSERT INTO PERIOD_ROLLFORWARD
                      (PERIOD, WAREHOUSE_CODE, LINE_CODE,
                       LINE_QTY, LINE_VALUE, GL_QTY, GL_VALUE)
               SELECT :RFW-PERIOD, WAREHOUSE_CODE, '10', 0,
                      SUM(CASE WHEN LINE_CODE = '11'
                               THEN LINE_VALUE
                               ELSE 0 - LINE_VALUE END),
                      0, 0
               FROM   PERIOD_ROLLFORWARD
               WHERE  PERIOD = :RFW-PERIOD
               GROUP BY WAREHOUSE_CODE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'INVSN001 - ERROR BUILDING REVALUATION LINES. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE.

       5000-BUILD-BALANCE-LINES-EXIT.
           EXIT.

      ******************************************************************
      * 5100-FILL-MISSING-LINE - A ZERO LINE WS-FILL-LINE FOR EVERY    *
      *                          WAREHOUSE ON THE ROLLFORWARD THAT     *
      *                          DOES NOT HAVE ONE                     *
      ******************************************************************
       5100-FILL-MISSING-LINE.
           IF RETURN-CODE NOT = ZERO
               GO TO 5100-FILL-MISSING-LINE-EXIT.

           EXEC SQL
               INSERT INTO PERIOD_ROLLFORWARD
                      (PERIOD, WAREHOUSE_CODE, LINE_CODE,
                       LINE_QTY, LINE_VALUE, GL_QTY, GL_VALUE)
               SELECT DISTINCT :RFW-PERIOD, R.WAREHOUSE_CODE,
                      :WS-FILL-LINE, 0, 0, 0, 0
               FROM   PERIOD_ROLLFORWARD R
               WHERE  R.PERIOD = :RFW-PERIOD
               AND    NOT EXISTS
                      (SELECT 1
                       FROM   PERIOD_ROLLFORWARD X
                       WHERE  X.PERIOD         = R.PERIOD
                       AND    X.WAREHOUSE_CODE = R.WAREHOUSE_CODE
                       AND    X.LINE_CODE      = :WS-FILL-LINE)
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'INVSN001 - ERROR ADDING LINE ' WS-FILL-LINE
                       ' SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE.

       5100-FILL-MISSING-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 5900-COMMIT-ROLLFORWARD - THE SNAPSHOT AND ROLLFORWARD ARE ONE *
      *                           UNIT OF WORK - ALL OR NOTHING        *
      ******************************************************************
       5900-COMMIT-ROLLFORWARD.
           IF RETURN-CODE = ZERO
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY 'INVSN001 - SNAPSHOT OF PERIOD ' WS-SNAP-PERIOD
                       ' NOT TAKEN - REVIEW THE MESSAGES ABOVE '
                       'AND RERUN.'.

       5900-COMMIT-ROLLFORWARD-EXIT.
           EXIT.

      ******************************************************************
      * 6000-PRINT-ROLLFORWARD - ONE SECTION PER WAREHOUSE FROM THE    *
      *                          STORED ROLLFORWARD                    *
      ******************************************************************
       6000-PRINT-ROLLFORWARD.
           MOVE WS-SNAP-PERIOD TO HDG-PERIOD.
           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-LEGEND-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           EXEC SQL
               OPEN PRINT-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVSN001 - ERROR OPENING PRINT-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 6000-PRINT-ROLLFORWARD-EXIT.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 6100-FETCH-PRINT-LINE
               THRU 6100-FETCH-PRINT-LINE-EXIT.

           PERFORM 6200-PRINT-ONE-LINE
               THRU 6200-PRINT-ONE-LINE-EXIT
               UNTIL END-OF-CURSOR.

           PERFORM 6400-END-WAREHOUSE
               THRU 6400-END-WAREHOUSE-EXIT.

           EXEC SQL
               CLOSE PRINT-CSR
           END-EXEC.

       6000-PRINT-ROLLFORWARD-EXIT.
           EXIT.

      ******************************************************************
      * 6100-FETCH-PRINT-LINE - FETCH ONE STORED ROLLFORWARD LINE      *
      ******************************************************************
       6100-FETCH-PRINT-LINE.
           EXEC SQL
               FETCH PRINT-CSR
               INTO  :RFW-WAREHOUSE-CODE, :RFW-LINE-CODE,
                     :RFW-LINE-QTY, :RFW-LINE-VALUE,
                     :RFW-GL-QTY, :RFW-GL-VALUE
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVSN001 - ERROR FETCHING PRINT-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 16  TO RETURN-CODE.

       6100-FETCH-PRINT-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 6200-PRINT-ONE-LINE - BREAK ON WAREHOUSE, PRINT THE LINE AND   *
      *                       FLAG ANY DIFFERENCE FROM THE JOURNAL     *
      ******************************************************************
       6200-PRINT-ONE-LINE.
           IF RFW-WAREHOUSE-CODE NOT = WS-CURR-WAREHOUSE
               PERFORM 6400-END-WAREHOUSE
                   THRU 6400-END-WAREHOUSE-EXIT
               PERFORM 6300-START-WAREHOUSE
                   THRU 6300-START-WAREHOUSE-EXIT.

           MOVE RFW-LINE-CODE TO WS-LINE-IDX.
           IF WS-LINE-IDX < 1 OR WS-LINE-IDX > 11
               MOVE 'LINE ' TO DTL-DESC
               MOVE RFW-LINE-CODE TO DTL-DESC (6:2)
           ELSE
               MOVE WS-LINE-DESC (WS-LINE-IDX) TO DTL-DESC.

           MOVE RFW-LINE-QTY   TO DTL-QTY.
           MOVE RFW-LINE-VALUE TO DTL-VALUE.
           MOVE SPACE          TO DTL-FLAG.

           IF RFW-GL-TIED-LINE
               COMPUTE WS-DIFF-VALUE = RFW-LINE-VALUE - RFW-GL-VALUE
               MOVE RFW-GL-VALUE  TO DTL-GL-VALUE
               MOVE WS-DIFF-VALUE TO DTL-DIFF
               IF RFW-GL-QTY NOT = RFW-LINE-QTY
                   MOVE 'Q' TO DTL-FLAG
               ELSE
                   IF WS-DIFF-VALUE NOT = ZERO
                       MOVE 'V' TO DTL-FLAG
                   END-IF
               END-IF
           ELSE
               MOVE SPACES TO DTL-GL-BLANK.

           IF DTL-FLAG NOT = SPACE
               ADD 1 TO WS-LINES-FLAGGED.

           IF RFW-CLOSING
               MOVE RFW-LINE-QTY TO WS-CLOSING-QTY
           ELSE
               ADD RFW-LINE-QTY TO WS-RUN-QTY.

           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       6200-PRINT-ONE-LINE-EXIT.
           PERFORM 6100-FETCH-PRINT-LINE
               THRU 6100-FETCH-PRINT-LINE-EXIT.

      ******************************************************************
      * 6300-START-WAREHOUSE - HEADINGS FOR A NEW WAREHOUSE SECTION    *
      ******************************************************************
       6300-START-WAREHOUSE.
           MOVE RFW-WAREHOUSE-CODE TO WS-CURR-WAREHOUSE.
           MOVE ZERO TO WS-RUN-QTY.
           MOVE ZERO TO WS-CLOSING-QTY.
           ADD 1 TO WS-WHS-REPORTED.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE RFW-WAREHOUSE-CODE TO WHS-HDG-CODE.
           MOVE WS-WHS-HDG-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.

       6300-START-WAREHOUSE-EXIT.
           EXIT.

      ******************************************************************
      * 6400-END-WAREHOUSE - THE OPENING PLUS EVERY MOVEMENT MUST COME *
      *                      TO THE CLOSING QUANTITY - SAY SO WHEN IT  *
      *                      DOES NOT                                  *
      ******************************************************************
       6400-END-WAREHOUSE.
           IF WS-CURR-WAREHOUSE = HIGH-VALUES
               GO TO 6400-END-WAREHOUSE-EXIT.

           IF WS-RUN-QTY NOT = WS-CLOSING-QTY
               ADD 1 TO WS-QTY-BREAKS
               MOVE WS-RUN-QTY TO BRK-QTY
               MOVE WS-BREAK-LINE TO RPT-LINE
               WRITE RPT-LINE.

       6400-END-WAREHOUSE-EXIT.
           EXIT.

      ******************************************************************
      * 7000-CLASSIFY-LINE - ROLLFORWARD LINE FOR WS-MOVE-TYPE (AND    *
      *                      THE RETURN-LEG SWITCH) INTO RFW-LINE-CODE *
      ******************************************************************
       7000-CLASSIFY-LINE.
           EVALUATE TRUE
             WHEN WS-MOVE-TYPE = 'R'
               MOVE '02' TO RFW-LINE-CODE
             WHEN WS-MOVE-TYPE = 'I'
               MOVE '03' TO RFW-LINE-CODE
             WHEN WS-MOVE-TYPE = 'J'
               MOVE '04' TO RFW-LINE-CODE
             WHEN WS-MOVE-TYPE = 'U' AND RETURN-LEG
               MOVE '06' TO RFW-LINE-CODE
             WHEN WS-MOVE-TYPE = 'A'
               MOVE '07' TO RFW-LINE-CODE
             WHEN WS-MOVE-TYPE = 'T'
               MOVE '08' TO RFW-LINE-CODE
             WHEN WS-MOVE-TYPE = 'K'
               MOVE '09' TO RFW-LINE-CODE
             WHEN OTHER
               MOVE '05' TO RFW-LINE-CODE
           END-EVALUATE.

       7000-CLASSIFY-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 8000-TERMINATE - TOTALS, RETURN CODE, CLOSE THE REPORT         *
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'WAREHOUSES REPORTED...: ' TO TOT-LABEL.
           MOVE WS-WHS-REPORTED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'LINES FLAGGED.........: ' TO TOT-LABEL.
           MOVE WS-LINES-FLAGGED TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'QUANTITY BREAKS.......: ' TO TOT-LABEL.
           MOVE WS-QTY-BREAKS TO TOT-COUNT.
           MOVE WS-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           DISPLAY 'INVSN001 - WAREHOUSES: ' WS-WHS-REPORTED
                   '  LINES FLAGGED: ' WS-LINES-FLAGGED
                   '  QUANTITY BREAKS: ' WS-QTY-BREAKS.

      *    DIFFERENCES ARE FOR FINANCE TO CLEAR, NOT A FAILURE - THE
      *    SNAPSHOT IS STILL TAKEN.
           IF RETURN-CODE = ZERO
               IF WS-LINES-FLAGGED > 0 OR WS-QTY-BREAKS > 0
                   MOVE 4 TO RETURN-CODE
               END-IF.

           IF RUN-REGISTERED
               MOVE 'E'              TO RC-FUNCTION
               MOVE 'INVSN001'       TO RC-JOB-NAME
               MOVE WS-GROUPS-READ   TO RC-RECS-READ
               MOVE WS-SNAP-COUNT    TO RC-RECS-APPLIED
               MOVE WS-LINES-FLAGGED TO RC-RECS-REJECTED
               MOVE RETURN-CODE      TO RC-RETURN-CD
               CALL 'INVRC001' USING RC-REQUEST-AREA.

           CLOSE ROLLFORWARD-RPT.

       8000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.

       END PROGRAM INVSN001.
