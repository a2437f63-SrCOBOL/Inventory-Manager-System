      * DESCRIPTION: DAILY GL JOURNAL VOUCHER EXTRACT                 *
      *              CURSORS THROUGH THE DAY'S STOCK_MOVEMENT LEDGER   *
      *              ROWS AND TURNS EACH ONE INTO A BALANCED PAIR OF   *
      *              DEBIT/CREDIT JOURNAL LINES VALUED AT THE UNIT     *
      *              COST THE ROW WAS POSTED AT - RECEIPTS             *
      *              TO INVENTORY AGAINST ACCRUED PAYABLES, ISSUES TO  *
      *              COST OF SALES, COUNT/ONLINE ADJUSTMENTS TO        *
      *              SHRINKAGE, AND TRANSFER DISPATCH/ARRIVAL THROUGH  *
      * 09/02/2026 FB    QUARANTINE LEGS (TYPE Q) ARE LEFT OUT OF      *
      *                  THE JOURNAL - THE SUB-BALANCE IS OFF THE      *
      *                  INVENTORY VALUE THE GL CARRIES.               *
      * 10/15/2026 FB    JOURNALED QUANTITY AND VALUE ARE TOTALLED BY  *
      *                  WAREHOUSE AND TYPE ON GL_JOURNAL_TOTAL FOR    *
      *                  THE MONTH-END ROLLFORWARD (INVSN001).         *
      * 10/15/2026 FB    CONSIGNED LEDGER ROWS ARE NOT OUR INVENTORY. *
      *                  A CONSIGNED ISSUE IS JOURNALED UNDER MAP ROW  *
      *                  C AT THE AGREED PRICE; OTHER CONSIGNED ROWS   *
      *                  ARE SKIPPED AND COUNTED.                      *
      * 10/15/2026 FB    EACH ROW IS VALUED AT THE UNIT COST STORED ON *
      *                  IT WHEN IT WAS POSTED. EVERY CONSIGNED ROW    *
      *                  GOING OUT (ISSUE, COUNT LOSS, ONLINE UPDATE,  *
      *                  KIT BUILD) IS JOURNALED AS A CONSUMPTION.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVGL001.

       COPY GLMPDCL.

       COPY PSNPDCL.

       COPY RUNCOMM.

      *-----------------------------------------------------------------
       77  WS-MOVES-READ           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LINES-WRITTEN        PIC 9(07)        VALUE ZERO.
       77  WS-MOVES-UNMAPPED       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-MOVES-CONSIGNED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-UNIT-COST            PIC 9(05)V99     VALUE ZERO.
       77  WS-ABS-QTY              PIC 9(07)  COMP  VALUE ZERO.
       77  WS-JRNL-AMOUNT          PIC 9(11)V99     VALUE ZERO.
       77  WS-HASH-AMOUNT          PIC 9(13)V99     VALUE ZERO.
       77  WS-MOVE-DATE            PIC X(10)        VALUE SPACES.
       77  WS-SIGNED-VALUE         PIC S9(11)V99    VALUE ZERO.

       01  WS-CURR-DATE            PIC X(08)        VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - THE DAY'S LEDGER ROWS WITH THE UNIT COST EACH ONE
      * WAS POSTED AT - THE WEIGHTED-AVERAGE COST FOR OUR OWN STOCK,
      * THE AGREED PRICE FOR CONSIGNED STOCK - SO THE JOURNAL AND THE
      * MONTH-END ROLLFORWARD VALUE A MOVEMENT THE SAME WAY HOWEVER
      * THE AVERAGE HAS MOVED SINCE. QUARANTINE LEGS (TYPE Q) TRACK
      * THE QUARANTINE SUB-BALANCE, WHICH IS DELIBERATELY OFF THE
      * INVENTORY VALUE THE GL CARRIES - THE KARDEX LEAVES THEM OUT
      * FOR THE SAME REASON - SO THEY ARE NOT JOURNALED.
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE JOURNAL-CSR CURSOR FOR
               SELECT M.PROD_CODE, M.WAREHOUSE_CODE, M.MOVE_TYPE,
                      M.MOVE_QTY, M.MOVE_DATE, M.UNIT_COST,
                      M.REFERENCE, M.OWNER_TYPE
               FROM   STOCK_MOVEMENT M
               WHERE  M.MOVE_DATE = CURRENT DATE
               AND    M.MOVE_TYPE <> 'Q'
               ORDER BY M.MOVE_TYPE, M.PROD_CODE, M.WAREHOUSE_CODE
       END-EXEC.
           MOVE WS-CURR-DATE TO JRH-BUS-DATE.
           WRITE JRN-HEADER-REC.

      *    A RERUN FOR THE SAME DAY REBUILDS THE DAY'S JOURNAL
      *    TOTALS FROM SCRATCH.
           EXEC SQL
               DELETE FROM GL_JOURNAL_TOTAL
               WHERE  JOURNAL_DATE = CURRENT DATE
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY 'INVGL001 - ERROR CLEARING GL_JOURNAL_TOTAL. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 16  TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

           EXEC SQL
               OPEN JOURNAL-CSR
           END-EXEC.
           EXIT.

      ******************************************************************
      * 2000-JOURNAL-ONE-MOVEMENT - VALUE ONE LEDGER ROW AT ITS        *
      *                             POSTED UNIT COST AND WRITE ITS     *
      *                             BALANCED DEBIT/CREDIT PAIR         *
      ******************************************************************
       2000-JOURNAL-ONE-MOVEMENT.
           ADD 1 TO WS-MOVES-READ.

      *    VENDOR-OWNED STOCK IS NOT ON OUR BOOKS. ONLY WHAT GOES
      *    OUT OF IT - ISSUED, COUNTED SHORT, TAKEN DOWN ONLINE OR
      *    BUILT INTO A KIT - IS CONSUMED AND OWED TO THE VENDOR, AND
      *    THAT IS JOURNALED AS TYPE C AT THE AGREED PRICE THE ROW
      *    CARRIES.
           IF MLED-CONSIGNED
               IF MLED-QTY < 0
                   MOVE 'C' TO MLED-MOVE-TYPE
               ELSE
                   ADD 1 TO WS-MOVES-CONSIGNED
                   GO TO 2000-JOURNAL-ONE-MOVEMENT-EXIT.

           PERFORM 2200-GET-ACCOUNT-MAP
               THRU 2200-GET-ACCOUNT-MAP-EXIT.

           ELSE
               MOVE MLED-QTY TO WS-ABS-QTY.

           COMPUTE WS-JRNL-AMOUNT = WS-ABS-QTY * WS-UNIT-COST.

      *    THE MAP ROW DESCRIBES THE TYPE'S USUAL DIRECTION -
      *    RECEIPTS AND ARRIVALS COME IN (POSITIVE), EVERYTHING
           PERFORM 2300-WRITE-JOURNAL-LINE
               THRU 2300-WRITE-JOURNAL-LINE-EXIT.

      *    A CONSUMPTION IS NOT A MOVEMENT OF OUR STOCK, SO IT STAYS
      *    OUT OF THE ROLLFORWARD TOTALS.
           IF NOT MLED-CONSIGNED
               PERFORM 2400-ADD-JOURNAL-TOTAL
                   THRU 2400-ADD-JOURNAL-TOTAL-EXIT.

       2000-JOURNAL-ONE-MOVEMENT-EXIT.
           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.
               FETCH JOURNAL-CSR
               INTO  :MLED-PROD-CODE, :MLED-WAREHOUSE-CODE,
                     :MLED-MOVE-TYPE, :MLED-QTY, :WS-MOVE-DATE,
                     :WS-UNIT-COST, :MLED-REFERENCE,
                     :MLED-OWNER-TYPE
           END-EXEC.

           IF SQLCODE = 100
       2300-WRITE-JOURNAL-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 2400-ADD-JOURNAL-TOTAL - ADD THE MOVEMENT'S SIGNED QUANTITY    *
      *                          AND VALUE TO THE DAY'S TOTAL FOR ITS  *
      *                          WAREHOUSE AND TYPE. RETURN-TO-STOCK   *
      *                          LEGS ARE KEPT APART FROM OTHER ONLINE *
      *                          ADJUSTMENTS SO THE ROLLFORWARD CAN    *
      *                          TIE EACH OF ITS LINES.                *
      ******************************************************************
       2400-ADD-JOURNAL-TOTAL.
           MOVE MLED-WAREHOUSE-CODE TO GJT-WAREHOUSE-CODE.
           MOVE MLED-MOVE-TYPE      TO GJT-MOVE-TYPE.
           MOVE MLED-QTY            TO GJT-QTY.
           COMPUTE WS-SIGNED-VALUE = MLED-QTY * WS-UNIT-COST.
           MOVE WS-SIGNED-VALUE     TO GJT-VALUE.

           IF MLED-TYPE-ONLINE-UPD AND MLED-REFERENCE (1:4) = 'RET '
               MOVE 'Y' TO GJT-RETURN-LEG
           ELSE
               MOVE 'N' TO GJT-RETURN-LEG.

           EXEC SQL
               UPDATE GL_JOURNAL_TOTAL
               SET    JOURNAL_QTY   = JOURNAL_QTY + :GJT-QTY,
                      JOURNAL_VALUE = JOURNAL_VALUE + :GJT-VALUE
               WHERE  JOURNAL_DATE   = CURRENT DATE
               AND    WAREHOUSE_CODE = :GJT-WAREHOUSE-CODE
               AND    MOVE_TYPE      = :GJT-MOVE-TYPE
               AND    RETURN_LEG     = :GJT-RETURN-LEG
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO GL_JOURNAL_TOTAL
                          (JOURNAL_DATE, WAREHOUSE_CODE, MOVE_TYPE,
                           RETURN_LEG, JOURNAL_QTY, JOURNAL_VALUE)
                   VALUES (CURRENT DATE, :GJT-WAREHOUSE-CODE,
                           :GJT-MOVE-TYPE, :GJT-RETURN-LEG,
                           :GJT-QTY, :GJT-VALUE)
               END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVGL001 - ERROR UPDATING GL_JOURNAL_TOTAL '
                       'FOR ' GJT-WAREHOUSE-CODE ' TYPE '
                       GJT-MOVE-TYPE ' SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE.

       2400-ADD-JOURNAL-TOTAL-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - WRITE THE TRAILER, CLOSE CURSOR AND FILE      *
      ******************************************************************

           DISPLAY 'INVGL001 - MOVEMENTS READ: ' WS-MOVES-READ
                   '  JOURNAL LINES: ' WS-LINES-WRITTEN
                   '  UNMAPPED: ' WS-MOVES-UNMAPPED
                   '  CONSIGNED SKIPPED: ' WS-MOVES-CONSIGNED.

           IF WS-MOVES-UNMAPPED > 0
               DISPLAY 'INVGL001 - MOVEMENT TYPES WITHOUT A '
