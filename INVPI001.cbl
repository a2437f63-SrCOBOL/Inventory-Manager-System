      *                  COME OUT OLDEST-EXPIRY-FIRST, GAINS GO ONTO   *
      *                  THE LATEST-EXPIRING LOT, SO THE LOT-TO-       *
      *                  LOCATION TIE HOLDS AFTER EVERY COUNT.         *
      * 10/15/2026 FB    A VARIANCE OVER THE WAREHOUSE'S ADJUSTMENT    *
      *                  LIMITS (QTY, OR VALUE AT AVERAGE COST) IS NOT *
      *                  POSTED - IT IS HELD ON PENDING_ADJUSTMENT     *
      *                  FOR APPROVAL ON INV1 AND FLAGGED 'HELD'.      *
      * 10/15/2026 FB    A SHORTAGE COMES OUT OF OUR OWN STOCK FIRST.  *
      *                  WHAT OUR OWN STOCK CANNOT COVER IS CONSIGNED  *
      *                  STOCK USED - CONSIGN_QTY COMES DOWN, THE      *
      *                  VENDOR IS BILLED ON CONSIGN_CONSUMPTION AND   *
      *                  THE LEDGER GETS A ROW PER OWNER. LOTS ARE     *
      *                  RELIEVED PER OWNER; GAINS GO ON OUR OWN LOTS. *
      * 10/15/2026 FB    LEDGER ROWS CARRY THE UNIT COST THEY WERE     *
      *                  POSTED AT - THE AGREED PRICE FOR CONSIGNED    *
      *                  STOCK, THE AVERAGE COST FOR OURS.             *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVPI001.

       COPY LOTDCL.

       COPY PADJDCL.

       COPY CSGADCL.

       COPY CSGCDCL.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-WHSE-FOUND-SW        PIC X(01)  VALUE 'N'.
           88  WAREHOUSE-ON-MASTER             VALUE 'Y'.

       77  WS-HOLD-SW              PIC X(01)  VALUE 'N'.
           88  VARIANCE-HELD                   VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS
      *-----------------------------------------------------------------
       77  WS-LINES-NOTFOUND       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LINES-BADQTY         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LINES-BADWHSE        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LINES-HELD           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ABS-VARIANCE         PIC 9(05)  COMP  VALUE ZERO.
       77  WS-ADJ-LAST-ID          PIC 9(07)        VALUE ZERO.
       77  WS-ADJ-ID-IND           PIC S9(04) COMP  VALUE ZERO.
       77  WS-VARIANCE             PIC S9(05) COMP  VALUE ZERO.
       77  WS-LOT-REMAINING        PIC S9(07) COMP  VALUE ZERO.
       77  WS-OWNED-QTY            PIC S9(07) COMP  VALUE ZERO.
       77  WS-CSG-LOSS             PIC 9(05)        VALUE ZERO.
       77  WS-LOT-SUM              PIC S9(07) COMP  VALUE ZERO.
       77  WS-LOT-SUM-IND          PIC S9(04) COMP  VALUE ZERO.
       77  WS-MAX-EXPIRY           PIC X(10)        VALUE SPACES.
       77  WS-MAX-EXP-IND          PIC S9(04) COMP  VALUE ZERO.
       77  WS-CLSP-COUNT           PIC 9(05)        VALUE ZERO.

      *-----------------------------------------------------------------
           05  DTL-CNT-QTY          PIC ZZZZ9.
           05  FILLER               PIC X(05) VALUE SPACES.
           05  DTL-VARIANCE         PIC -ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-FLAG             PIC X(10) VALUE SPACES.

       01  WS-NOTFOUND-LINE.
           05  NF-PROD-CODE         PIC 9(04).
           05  TOT-LINES-BADWHSE    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(50) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER               PIC X(24) VALUE
               'LINES HELD FOR APPROVAL '.
           05  TOT-LINES-HELD       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(50) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - ONE OWNER'S LOT BALANCES UNDER THE LOCATION BEING
      * COUNTED, OLDEST EXPIRY FIRST, FOR ROLLING A COUNT SHORTAGE
      * INTO THE LOTS THE SAME WAY AN ISSUE WOULD LEAVE
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE LOT-CSR CURSOR FOR
               FROM   STOCK_LOT
               WHERE  PROD_CODE = :LOT-PROD-CODE
               AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
               AND    OWNER_TYPE = :LOT-OWNER-TYPE
               AND    LOT_QTY > 0
               ORDER BY EXPIRY_DATE, LOT_NO
       END-EXEC.
           MOVE CNT-WAREHOUSE-CODE TO LOC-WAREHOUSE-CODE.

           EXEC SQL
               SELECT STOCK_QTY, CONSIGN_QTY
               INTO   :LOC-STOCK-QTY, :LOC-CONSIGN-QTY
               FROM   PRODUCT_LOCATION
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
               MOVE 'Y' TO WS-PROD-FOUND-SW
               MOVE LOC-PROD-CODE TO PROD-CODE
               EXEC SQL
                   SELECT PROD_NAME, AVG_UNIT_COST
                   INTO   :PROD-NAME, :AVG-UNIT-COST
                   FROM   PRODUCTS
                   WHERE  PROD_CODE = :PROD-CODE
               END-EXEC
           MOVE CNT-COUNTED-QTY TO DTL-CNT-QTY.
           MOVE WS-VARIANCE     TO DTL-VARIANCE.

      *    A VARIANCE OVER THE WAREHOUSE'S ADJUSTMENT LIMITS WAITS
      *    ON PENDING_ADJUSTMENT FOR APPROVAL INSTEAD OF POSTING. THE
      *    ITEM HAS STILL BEEN COUNTED FOR THE CYCLE COUNT SCHEDULE.
           MOVE 'N' TO WS-HOLD-SW.
           MOVE SPACES TO DTL-FLAG.

           IF WS-VARIANCE NOT = 0
               PERFORM 2280-CHECK-APPROVAL
                   THRU 2280-CHECK-APPROVAL-EXIT.

           IF VARIANCE-HELD
               PERFORM 2290-HOLD-ADJUSTMENT
                   THRU 2290-HOLD-ADJUSTMENT-EXIT
               MOVE 'HELD' TO DTL-FLAG.

           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           IF VARIANCE-HELD
               ADD 1 TO WS-LINES-HELD
               PERFORM 2270-STAMP-CYCLE-COUNT
                   THRU 2270-STAMP-CYCLE-COUNT-EXIT
               GO TO 2200-REPORT-AND-POST-EXIT.

      *    A SHORTAGE COMES OUT OF OUR OWN STOCK FIRST - WHAT OUR
      *    OWN STOCK CANNOT COVER IS CONSIGNED STOCK USED.
           MOVE ZERO TO WS-CSG-LOSS.
           COMPUTE WS-OWNED-QTY = LOC-STOCK-QTY - LOC-CONSIGN-QTY.

           IF WS-VARIANCE < 0 AND LOC-CONSIGN-QTY > 0
               COMPUTE WS-ABS-VARIANCE = 0 - WS-VARIANCE
               IF WS-ABS-VARIANCE > WS-OWNED-QTY
                   COMPUTE WS-CSG-LOSS = WS-ABS-VARIANCE - WS-OWNED-QTY
               END-IF
               IF WS-CSG-LOSS > LOC-CONSIGN-QTY
                   MOVE LOC-CONSIGN-QTY TO WS-CSG-LOSS
               END-IF
           END-IF.

      *    POST THE COUNTED QUANTITY TO THE WAREHOUSE ROW THAT WAS
      *    ACTUALLY COUNTED, THEN ROLL THE RESULTING VARIANCE INTO
      *    THE PRODUCTS GRAND TOTAL SO THE TWO STAY IN STEP.
           EXEC SQL
               UPDATE PRODUCT_LOCATION
               SET    STOCK_QTY   = :CNT-COUNTED-QTY,
                      CONSIGN_QTY = CONSIGN_QTY - :WS-CSG-LOSS
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
           END-EXEC.
                   ADD 1 TO WS-LINES-MATCHED
                   PERFORM 2250-LEDGER-COUNT-ADJ
                       THRU 2250-LEDGER-COUNT-ADJ-EXIT
                   IF WS-CSG-LOSS > 0
                       PERFORM 2255-RECORD-CONSUMPTION
                           THRU 2255-RECORD-CONSUMPTION-EXIT
                   END-IF
                   PERFORM 2260-ADJUST-LOTS
                       THRU 2260-ADJUST-LOTS-EXIT
                   PERFORM 2270-STAMP-CYCLE-COUNT
      ******************************************************************
      * 2250-LEDGER-COUNT-ADJ - ONE STOCK_MOVEMENT LEDGER ROW PER      *
      *                         NON-ZERO COUNT VARIANCE POSTED, FOR    *
      *                         THE DAILY KARDEX REPORT. A SHORTAGE    *
      *                         THAT TOOK CONSIGNED STOCK WRITES ONE   *
      *                         ROW FOR EACH OWNER.                    *
      ******************************************************************
       2250-LEDGER-COUNT-ADJ.
           IF WS-VARIANCE = 0
           MOVE CNT-PROD-CODE      TO MLED-PROD-CODE.
           MOVE CNT-WAREHOUSE-CODE TO MLED-WAREHOUSE-CODE.
           MOVE 'J'                TO MLED-MOVE-TYPE.
           MOVE 'INVPI001'         TO MLED-SOURCE-PGM.
           MOVE 'PHYS COUNT'       TO MLED-REFERENCE.

           COMPUTE MLED-QTY = WS-VARIANCE + WS-CSG-LOSS.

           IF MLED-QTY NOT = 0
               MOVE 'O' TO MLED-OWNER-TYPE
               PERFORM 2252-WRITE-LEDGER
                   THRU 2252-WRITE-LEDGER-EXIT.

           IF WS-CSG-LOSS > 0
               COMPUTE MLED-QTY = 0 - WS-CSG-LOSS
               MOVE 'C' TO MLED-OWNER-TYPE
               PERFORM 2252-WRITE-LEDGER
                   THRU 2252-WRITE-LEDGER-EXIT.

       2250-LEDGER-COUNT-ADJ-EXIT.
           EXIT.

      ******************************************************************
      * 2252-WRITE-LEDGER - COMMON LEDGER INSERT FOR A COUNT VARIANCE, *
      *                     AT THE OWNER'S UNIT COST NOW               *
      ******************************************************************
       2252-WRITE-LEDGER.
           PERFORM 2253-GET-LEDGER-COST
               THRU 2253-GET-LEDGER-COST-EXIT.

           EXEC SQL
               INSERT INTO STOCK_MOVEMENT
                   (MOVE_TS, MOVE_DATE, PROD_CODE, WAREHOUSE_CODE,
                    MOVE_TYPE, MOVE_QTY, SOURCE_PGM, REFERENCE,
                    OWNER_TYPE, UNIT_COST)
               VALUES
                   (CURRENT TIMESTAMP, CURRENT DATE,
                    :MLED-PROD-CODE, :MLED-WAREHOUSE-CODE,
                    :MLED-MOVE-TYPE, :MLED-QTY,
                    :MLED-SOURCE-PGM, :MLED-REFERENCE,
                    :MLED-OWNER-TYPE, :MLED-UNIT-COST)
           END-EXEC.

           IF SQLCODE NOT = 0
                       'PROD_CODE ' MLED-PROD-CODE
                       ' SQLCODE: ' SQLCODE.

       2252-WRITE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 2253-GET-LEDGER-COST - THE UNIT COST A LEDGER ROW IS POSTED AT *
      *                        - THE AGREED PRICE FOR CONSIGNED STOCK, *
      *                        THE PRODUCT'S AVERAGE COST FOR OURS     *
      ******************************************************************
       2253-GET-LEDGER-COST.
           IF MLED-CONSIGNED
               EXEC SQL
                   SELECT CONSIGN_PRICE
                   INTO   :MLED-UNIT-COST
                   FROM   CONSIGN_AGREEMENT
                   WHERE  PROD_CODE = :MLED-PROD-CODE
               END-EXEC
           ELSE
               EXEC SQL
                   SELECT AVG_UNIT_COST
                   INTO   :MLED-UNIT-COST
                   FROM   PRODUCTS
                   WHERE  PROD_CODE = :MLED-PROD-CODE
               END-EXEC.

           IF SQLCODE NOT = 0
               MOVE ZERO TO MLED-UNIT-COST.

       2253-GET-LEDGER-COST-EXIT.
           EXIT.

      ******************************************************************
      * 2255-RECORD-CONSUMPTION - CONSIGNED STOCK COUNTED SHORT IS     *
      *                           CONSUMED: RECORD IT AGAINST THE      *
      *                           OWNING VENDOR AT THE AGREED PRICE,   *
      *                           SAME AS A CONSIGNED ISSUE IN         *
      *                           INVBAT01. THE COUNT HAS ALREADY      *
      *                           POSTED - A MISSING AGREEMENT IS      *
      *                           DISPLAYED, NOT REJECTED.             *
      ******************************************************************
       2255-RECORD-CONSUMPTION.
           MOVE CNT-PROD-CODE TO CSGA-PROD-CODE.

           EXEC SQL
               SELECT VENDOR_CODE, CONSIGN_PRICE
               INTO   :CSGA-VENDOR-CODE, :CSGA-CONSIGN-PRICE
               FROM   CONSIGN_AGREEMENT
               WHERE  PROD_CODE = :CSGA-PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVPI001 - NO CONSIGNMENT AGREEMENT FOR '
                       'PROD_CODE ' CSGA-PROD-CODE
                       ' - CONSIGNED SHORTAGE NOT BILLED. SQLCODE: '
                       SQLCODE
               GO TO 2255-RECORD-CONSUMPTION-EXIT.

           MOVE CNT-PROD-CODE      TO CSGC-PROD-CODE.
           MOVE CNT-WAREHOUSE-CODE TO CSGC-WAREHOUSE-CODE.
           MOVE CSGA-VENDOR-CODE   TO CSGC-VENDOR-CODE.
           MOVE WS-CSG-LOSS        TO CSGC-CONSUME-QTY.
           MOVE CSGA-CONSIGN-PRICE TO CSGC-CONSIGN-PRICE.
           MOVE 'INVPI001'         TO CSGC-SOURCE-PGM.

           EXEC SQL
               INSERT INTO CONSIGN_CONSUMPTION
                   (CONSUME_TS, CONSUME_DATE, PROD_CODE,
                    WAREHOUSE_CODE, VENDOR_CODE, CONSUME_QTY,
                    CONSIGN_PRICE, SOURCE_PGM, SETTLE_PERIOD)
               VALUES
                   (CURRENT TIMESTAMP, CURRENT DATE, :CSGC-PROD-CODE,
                    :CSGC-WAREHOUSE-CODE, :CSGC-VENDOR-CODE,
                    :CSGC-CONSUME-QTY, :CSGC-CONSIGN-PRICE,
                    :CSGC-SOURCE-PGM, ' ')
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVPI001 - ERROR WRITING CONSIGN_CONSUMPTION '
                       'FOR PROD_CODE ' CSGC-PROD-CODE
                       ' SQLCODE: ' SQLCODE.

       2255-RECORD-CONSUMPTION-EXIT.
           EXIT.

      ******************************************************************
                   THRU 2262-ADD-TO-LATEST-LOT-EXIT
               GO TO 2260-ADJUST-LOTS-EXIT.

      *    EACH OWNER'S SHARE OF THE SHORTAGE COMES OFF THAT
      *    OWNER'S LOTS, SO LOT OWNERSHIP KEEPS AGREEING WITH
      *    CONSIGN_QTY.
           COMPUTE WS-LOT-REMAINING = 0 - WS-VARIANCE - WS-CSG-LOSS.
           MOVE 'O' TO LOT-OWNER-TYPE.
           PERFORM 2264-RELIEVE-OWNER-LOTS
               THRU 2264-RELIEVE-OWNER-LOTS-EXIT.

           MOVE WS-CSG-LOSS TO WS-LOT-REMAINING.
           MOVE 'C' TO LOT-OWNER-TYPE.
           PERFORM 2264-RELIEVE-OWNER-LOTS
               THRU 2264-RELIEVE-OWNER-LOTS-EXIT.

       2260-ADJUST-LOTS-EXIT.
           EXIT.

      ******************************************************************
      * 2262-ADD-TO-LATEST-LOT - POST A COUNT GAIN ONTO OUR OWN LOT    *
      *                          WITH THE LATEST EXPIRY AT THIS        *
      *                          LOCATION - STOCK FOUND IS OURS. WITH  *
      *                          ONLY CONSIGNED LOTS THERE IS NONE TO  *
      *                          ADJUST.                               *
      ******************************************************************
       2262-ADD-TO-LATEST-LOT.
           EXEC SQL
               SELECT MAX(EXPIRY_DATE)
               INTO   :WS-MAX-EXPIRY :WS-MAX-EXP-IND
               FROM   STOCK_LOT
               WHERE  PROD_CODE = :LOT-PROD-CODE
               AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
               AND    OWNER_TYPE <> 'C'
           END-EXEC.

           IF SQLCODE = 0 AND WS-MAX-EXP-IND < 0
               GO TO 2262-ADD-TO-LATEST-LOT-EXIT.

           IF SQLCODE NOT = 0
               DISPLAY 'INVPI001 - ERROR READING STOCK_LOT FOR '
                       'PROD_CODE ' LOT-PROD-CODE ' SQLCODE: '
               FROM   STOCK_LOT
               WHERE  PROD_CODE = :LOT-PROD-CODE
               AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
               AND    OWNER_TYPE <> 'C'
               AND    EXPIRY_DATE = :WS-MAX-EXPIRY
           END-EXEC.

       2262-ADD-TO-LATEST-LOT-EXIT.
           EXIT.

      ******************************************************************
      * 2264-RELIEVE-OWNER-LOTS - CONSUME WS-LOT-REMAINING OLDEST-     *
      *                           EXPIRY-FIRST FROM THE LOTS OF THE    *
      *                           OWNER IN LOT-OWNER-TYPE              *
      ******************************************************************
       2264-RELIEVE-OWNER-LOTS.
           IF WS-LOT-REMAINING NOT > 0
               GO TO 2264-RELIEVE-OWNER-LOTS-EXIT.

           MOVE 'N' TO WS-LOT-EOF-SW.

           EXEC SQL
               OPEN LOT-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVPI001 - ERROR OPENING LOT-CSR. '
                       'SQLCODE: ' SQLCODE
               GO TO 2264-RELIEVE-OWNER-LOTS-EXIT.

           PERFORM 2265-RELIEVE-ONE-LOT
               THRU 2265-RELIEVE-ONE-LOT-EXIT
               UNTIL END-OF-LOT-CSR
                  OR WS-LOT-REMAINING NOT > 0.

           EXEC SQL
               CLOSE LOT-CSR
           END-EXEC.

       2264-RELIEVE-OWNER-LOTS-EXIT.
           EXIT.

      ******************************************************************
      * 2265-RELIEVE-ONE-LOT - CONSUME ONE LOT BALANCE, IN FULL OR IN  *
      *                        PART, AGAINST A COUNT SHORTAGE. A LOT   *
       2270-STAMP-CYCLE-COUNT-EXIT.
           EXIT.

      ******************************************************************
      * 2280-CHECK-APPROVAL - SIZE THE VARIANCE AGAINST THE WAREHOUSE'S*
      *                       ADJUSTMENT LIMITS: UNITS EITHER WAY, AND *
      *                       VALUE AT THE PRODUCT'S AVERAGE COST. A   *
      *                       ZERO LIMIT IS NO LIMIT.                  *
      ******************************************************************
       2280-CHECK-APPROVAL.
           IF WS-VARIANCE < 0
               COMPUTE WS-ABS-VARIANCE = 0 - WS-VARIANCE
           ELSE
               MOVE WS-VARIANCE TO WS-ABS-VARIANCE.

           MOVE AVG-UNIT-COST TO PADJ-UNIT-COST.
           COMPUTE PADJ-VALUE = WS-ABS-VARIANCE * PADJ-UNIT-COST.

           IF WHSE-ADJ-LIMIT-QTY > 0
              AND WS-ABS-VARIANCE > WHSE-ADJ-LIMIT-QTY
               MOVE 'Y' TO WS-HOLD-SW.

           IF WHSE-ADJ-LIMIT-VALUE > 0
              AND PADJ-VALUE > WHSE-ADJ-LIMIT-VALUE
               MOVE 'Y' TO WS-HOLD-SW.

       2280-CHECK-APPROVAL-EXIT.
           EXIT.

      ******************************************************************
      * 2290-HOLD-ADJUSTMENT - FILE THE VARIANCE ON PENDING_ADJUSTMENT *
      *                        UNPOSTED. IT POSTS AS A 'J' COUNT       *
      *                        ADJUSTMENT WHEN APPROVED ON INV1.       *
      ******************************************************************
       2290-HOLD-ADJUSTMENT.
           EXEC SQL
               SELECT MAX(ADJ_ID)
               INTO   :WS-ADJ-LAST-ID :WS-ADJ-ID-IND
               FROM   PENDING_ADJUSTMENT
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-ADJ-ID-IND < 0
               MOVE ZERO TO WS-ADJ-LAST-ID.

           ADD 1 TO WS-ADJ-LAST-ID.

           MOVE WS-ADJ-LAST-ID     TO PADJ-ADJ-ID.
           MOVE 'C'                TO PADJ-SOURCE.
           MOVE CNT-PROD-CODE      TO PADJ-PROD-CODE.
           MOVE CNT-WAREHOUSE-CODE TO PADJ-WAREHOUSE-CODE.
           MOVE LOC-STOCK-QTY      TO PADJ-OLD-QTY.
           MOVE CNT-COUNTED-QTY    TO PADJ-NEW-QTY.
           MOVE WS-VARIANCE        TO PADJ-QTY.
           MOVE ZERO               TO PADJ-RETURN-ID.
           MOVE 'PHYS COUNT'       TO PADJ-REFERENCE.
           MOVE 'INVPI001'         TO PADJ-KEYED-BY.
           MOVE 'P'                TO PADJ-STATUS.

           EXEC SQL
               INSERT INTO PENDING_ADJUSTMENT
                   (ADJ_ID, ADJ_SOURCE, PROD_CODE, WAREHOUSE_CODE,
                    OLD_QTY, NEW_QTY, ADJ_QTY, UNIT_COST, ADJ_VALUE,
                    RETURN_ID, REFERENCE, KEYED_BY, KEYED_TS,
                    ADJ_STATUS)
               VALUES
                   (:PADJ-ADJ-ID, :PADJ-SOURCE, :PADJ-PROD-CODE,
                    :PADJ-WAREHOUSE-CODE, :PADJ-OLD-QTY,
                    :PADJ-NEW-QTY, :PADJ-QTY, :PADJ-UNIT-COST,
                    :PADJ-VALUE, :PADJ-RETURN-ID, :PADJ-REFERENCE,
                    :PADJ-KEYED-BY, CURRENT TIMESTAMP, :PADJ-STATUS)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVPI001 - ERROR HOLDING ADJUSTMENT FOR '
                       'PROD_CODE ' PADJ-PROD-CODE
                       ' SQLCODE: ' SQLCODE.

       2290-HOLD-ADJUSTMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2300-REPORT-NOT-FOUND - COUNT LINE FOR A CODE PRODUCTS DOESN'T *
      *                         KNOW ABOUT - REPORT, DO NOT POST       *
           MOVE CNT-WAREHOUSE-CODE TO WHSE-CODE.

           EXEC SQL
               SELECT WHSE_STATUS, ADJ_LIMIT_QTY, ADJ_LIMIT_VALUE
               INTO   :WHSE-STATUS, :WHSE-ADJ-LIMIT-QTY,
                      :WHSE-ADJ-LIMIT-VALUE
               FROM   WAREHOUSE
               WHERE  WAREHOUSE_CODE = :WHSE-CODE
           END-EXEC.
           MOVE WS-TOTAL-LINE-5   TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-LINES-HELD     TO TOT-LINES-HELD.
           MOVE WS-TOTAL-LINE-6   TO RPT-LINE.
           WRITE RPT-LINE.

      *    A CLEAN RUN CLOSES OUT THE RUN CONTROL FOR THIS BUSINESS
      *    DATE SO THE SAME FILE CANNOT BE POSTED A SECOND TIME.
           IF RETURN-CODE = ZERO
