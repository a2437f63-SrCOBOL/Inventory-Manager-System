      *                  BALANCES KEEP SUMMING TO THE WAREHOUSE ROW    *
      *                  AT BOTH ENDS. THE RUN REGISTERS AGAINST THE   *
      *                  MOVEFILE BUSINESS DATE, NOT THE WALL CLOCK.   *
      * 10/15/2026 FB    CONFIRMED PICKS: AN ISSUE MAY CARRY THE        *
      *                  ALLOCATION IT WAS PICKED FOR (COLS 58-64) AND  *
      *                  THE LOT PULLED (COLS 38-47). IT RELIEVES THAT  *
      *                  ALLOCATION AND THAT LOT BY THE QUANTITY        *
      *                  PICKED INSTEAD OF OLDEST-FIRST/FEFO. A PICK    *
      *                  WHOSE ALLOCATION IS NO LONGER OPEN IS          *
      *                  REJECTED SO A CONFIRMATION CANNOT POST TWICE.  *
      * 10/15/2026 FB    RECEIVING INSPECTION: A RECEIPT OF A PRODUCT  *
      *                  OR FROM A VENDOR FLAGGED INSPECT_REQUIRED     *
      *                  POSTS INTO QUARANTINE WITH A                  *
      *                  RECEIPT_INSPECTION ROW, NOT INTO STOCK. THE   *
      *                  PO LINE STILL COUNTS IT AS RECEIVED.          *
      * 10/15/2026 FB    CONSIGNMENT: COL 65 MARKS VENDOR-OWNED STOCK  *
      *                  (C). A CONSIGNED RECEIPT NEEDS AN ACTIVE      *
      *                  AGREEMENT AND POSTS INTO CONSIGN_QTY TOO,     *
      *                  WITHOUT RE-AVERAGING COST. AN ISSUE THAT      *
      *                  TAKES CONSIGNED STOCK RECORDS CONSUMPTION     *
      *                  AGAINST THE VENDOR. TRANSFERS MOVE OWNED      *
      *                  STOCK ONLY. LEDGER ROWS CARRY THE OWNER.      *
      * 10/15/2026 FB    AN ISSUE RELIEVES EACH OWNER'S LOTS FOR THAT  *
      *                  OWNER'S SHARE ONLY, AND TRANSFERS TAKE OWNED  *
      *                  LOTS ONLY. EVERY LEDGER ROW CARRIES THE UNIT  *
      *                  COST IT WAS POSTED AT - A COSTED RECEIPT ITS  *
      *                  OWN COST, CONSIGNED STOCK THE AGREED PRICE,   *
      *                  ANYTHING ELSE THE CURRENT AVERAGE COST.       *
      * 10/15/2026 FB    A LOT HOLDS ONE OWNER'S STOCK - A RECEIPT OR  *
      *                  LOTTED ARRIVAL INTO A LOT ON FILE UNDER THE   *
      *                  OTHER OWNER GOES TO SUSPENSE.                 *
      * 10/15/2026 FB    CONSIGNED RECEIPTS NO LONGER COUNT AS         *
      *                  RECEIVED ON THE PO LINE. A HELD RECEIPT'S     *
      *                  QUARANTINE LEDGER ROW CARRIES THE RECEIPT     *
      *                  COST.                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVBAT01.
           05  MVT-LOT-NO           PIC X(10).
           05  MVT-EXPIRY-DATE      PIC X(08).
           05  MVT-REASON-CODE      PIC X(02).
           05  MVT-ALLOC-ID         PIC 9(07).
           05  MVT-OWNER-TYPE       PIC X(01).
               88  MVT-IS-CONSIGNED         VALUE 'C'.
               88  MVT-OWNER-VALID          VALUE ' ' 'O' 'C'.
           05  FILLER               PIC X(15).

      *    CONTROL RECORDS FROM THE WAREHOUSE SYSTEM - A HEADER WITH
      *    THE SOURCE AND BUSINESS DATE AND A TRAILER WITH THE DETAIL

       COPY RETNDCL.

       COPY VENDDCL.

       COPY INSPDCL.

       COPY CSGADCL.

       COPY CSGCDCL.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-ALLOC-EOF-SW          PIC X(01)  VALUE 'N'.
           88  END-OF-RELIEF-CSR                VALUE 'Y'.

       77  WS-INSPECT-SW            PIC X(01)  VALUE 'N'.
           88  RECEIPT-NEEDS-INSPECTION         VALUE 'Y'.

       77  WS-CSG-FIRST-SW          PIC X(01)  VALUE 'N'.
           88  CONSIGNED-STOCK-FIRST            VALUE 'Y'.

       77  WS-LOT-CONFLICT-SW       PIC X(01)  VALUE 'N'.
           88  LOT-OWNER-CONFLICT               VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS
      *-----------------------------------------------------------------
       77  WS-LAST-SUSP-IND         PIC S9(04) COMP  VALUE ZERO.
       77  WS-LAST-RETURN-NO        PIC 9(07)        VALUE ZERO.
       77  WS-LAST-RETURN-IND       PIC S9(04) COMP  VALUE ZERO.
       77  WS-LAST-INSP-NO          PIC 9(07)        VALUE ZERO.
       77  WS-LAST-INSP-IND         PIC S9(04) COMP  VALUE ZERO.
       77  WS-INSP-EXP-IND          PIC S9(04) COMP  VALUE ZERO.
       77  WS-TRANS-HELD            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-NEW-AVG-COST          PIC 9(05)V99     VALUE ZERO.
       77  WS-COST-DENOM            PIC S9(09) COMP  VALUE ZERO.
       77  WS-RELIEF-REMAINING      PIC S9(07) COMP  VALUE ZERO.
       77  WS-LOT-REMAINING         PIC S9(07) COMP  VALUE ZERO.
       77  WS-LOT-OWN-LEFT          PIC S9(07) COMP  VALUE ZERO.
       77  WS-LOT-CSG-LEFT          PIC S9(07) COMP  VALUE ZERO.
       77  WS-LEG-QTY               PIC 9(05)        VALUE ZERO.
       77  WS-XFER-DOCS             PIC 9(03)  COMP  VALUE ZERO.
       77  WS-FIRST-XFER-NO         PIC 9(06)        VALUE ZERO.
       77  WS-XFR-EXP-IND           PIC S9(04) COMP  VALUE ZERO.
       77  WS-CLSP-COUNT            PIC 9(05)        VALUE ZERO.
       77  WS-CONSIGN-DELTA         PIC S9(05) COMP  VALUE ZERO.
       77  WS-OWNED-DELTA           PIC S9(05) COMP  VALUE ZERO.
       77  WS-OWNED-QTY             PIC S9(07) COMP  VALUE ZERO.
       77  WS-CONSIGN-TOTAL         PIC S9(07) COMP  VALUE ZERO.
       77  WS-LOT-HELD-BY           PIC X(01)        VALUE SPACE.
       77  WS-CSG-ISSUE-QTY         PIC 9(05)        VALUE ZERO.
       77  WS-TRANS-CONSUMED        PIC 9(07)  COMP  VALUE ZERO.

       77  WS-COST-UPDATED-SW       PIC X(01)  VALUE 'N'.
           88  AVG-COST-UPDATED                 VALUE 'Y'.
           05  LED-RET-NO            PIC 9(07).
           05  FILLER                PIC X(01) VALUE SPACES.

       01  WS-LED-INS-REF.
           05  FILLER                PIC X(04) VALUE 'INS '.
           05  LED-INS-NO            PIC 9(07).
           05  FILLER                PIC X(01) VALUE SPACES.

      *    DB2 DATE IN ISO FORMAT, BUILT FROM THE YYYYMMDD EXPIRY
      *    DATE CARRIED ON A LOT RECEIPT.
       01  WS-EXPIRY-ISO.
           05  TOT-TRANS-SKIPPED     PIC ZZZ,ZZ9.
           05  FILLER                PIC X(50) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER                PIC X(24) VALUE
               'HELD FOR INSPECTION...: '.
           05  TOT-TRANS-HELD        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(50) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER                PIC X(24) VALUE
               'CONSIGNMENT CONSUMED..: '.
           05  TOT-TRANS-CONSUMED    PIC ZZZ,ZZ9.
           05  FILLER                PIC X(50) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - THE OPEN ALLOCATIONS FOR THE PRODUCT/WAREHOUSE OF AN
      * ISSUE BEING POSTED, OLDEST RESERVATION FIRST
       END-EXEC.

      *-----------------------------------------------------------------
      * CURSOR - THE LOT BALANCES OF ONE OWNER FOR THE PRODUCT/
      * WAREHOUSE OF AN ISSUE OR TRANSFER DISPATCH BEING POSTED,
      * OLDEST EXPIRY FIRST SO THE PICK FOLLOWS FEFO
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
           IF SQLCODE NOT = 0 OR WS-LAST-RETURN-IND < 0
               MOVE ZERO TO WS-LAST-RETURN-NO.

           EXEC SQL
               SELECT MAX(INSP_ID)
               INTO   :WS-LAST-INSP-NO :WS-LAST-INSP-IND
               FROM   RECEIPT_INSPECTION
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-LAST-INSP-IND < 0
               MOVE ZERO TO WS-LAST-INSP-NO.

           MOVE 'O'  TO MLED-OWNER-TYPE.
           MOVE ZERO TO MLED-UNIT-COST.

           PERFORM 1100-SETUP-CHECKPOINT
               THRU 1100-SETUP-CHECKPOINT-EXIT.

               ADD 1 TO WS-TRANS-SKIPPED
               GO TO 2000-PROCESS-TRANSACTION-EXIT.

      *    OWNERSHIP (COL 65): BLANK OR O IS OUR OWN STOCK, C IS
      *    VENDOR-OWNED CONSIGNMENT. ONLY A RECEIPT BRINGS CONSIGNED
      *    STOCK IN AND ONLY AN ISSUE CONSUMES IT.
           IF NOT MVT-OWNER-VALID
               MOVE 'OWNERSHIP INDICATOR NOT O/C' TO RJ-REASON
               PERFORM 2900-WRITE-REJECT-LINE
                   THRU 2900-WRITE-REJECT-LINE-EXIT
               GO TO 2000-PROCESS-TRANSACTION-EXIT.

           IF MVT-IS-CONSIGNED
               AND NOT MVT-IS-RECEIPT
               AND NOT MVT-IS-ISSUE
               MOVE 'CONSIGNMENT ONLY ON RECEIPT OR ISSUE' TO RJ-REASON
               PERFORM 2900-WRITE-REJECT-LINE
                   THRU 2900-WRITE-REJECT-LINE-EXIT
               GO TO 2000-PROCESS-TRANSACTION-EXIT.

      *    AN ARRIVAL CONFIRMATION WORKS OFF THE TRANSFER DOCUMENT,
      *    NOT OFF THE SENDING WAREHOUSE ROW - HANDLE IT UP FRONT.
           IF MVT-IS-ARRIVAL
           MOVE MVT-WAREHOUSE-CODE TO LOC-WAREHOUSE-CODE.

           EXEC SQL
               SELECT STOCK_QTY, CONSIGN_QTY
               INTO   :LOC-STOCK-QTY, :LOC-CONSIGN-QTY
               FROM   PRODUCT_LOCATION
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
           IF SQLCODE NOT = 0
               IF MVT-IS-RETURN AND SQLCODE = 100
                   MOVE ZERO TO LOC-STOCK-QTY
                   MOVE ZERO TO LOC-CONSIGN-QTY
               ELSE
                   PERFORM 2400-REJECT-NOT-FOUND
                       THRU 2400-REJECT-NOT-FOUND-EXIT
                   THRU 2900-WRITE-REJECT-LINE-EXIT
               GO TO 2000-PROCESS-TRANSACTION-EXIT.

      *    A LOT BELONGS TO ONE OWNER - A RECEIPT MUST NOT ROLL OUR
      *    STOCK INTO THE VENDOR'S LOT OR THE VENDOR'S INTO OURS, OR
      *    OWNER-BY-OWNER LOT RELIEF STOPS AGREEING WITH CONSIGN_QTY.
           IF MVT-IS-RECEIPT AND MVT-LOT-NO NOT = SPACES
               MOVE MVT-PROD-CODE      TO LOT-PROD-CODE
               MOVE MVT-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE
               MOVE MVT-LOT-NO         TO LOT-LOT-NO
               IF MVT-IS-CONSIGNED
                   MOVE 'C'            TO LOT-OWNER-TYPE
               ELSE
                   MOVE 'O'            TO LOT-OWNER-TYPE
               END-IF
               PERFORM 2742-CHECK-LOT-OWNER
                   THRU 2742-CHECK-LOT-OWNER-EXIT
               IF LOT-OWNER-CONFLICT
                   MOVE 'LOT HELD BY THE OTHER OWNER' TO RJ-REASON
                   PERFORM 2900-WRITE-REJECT-LINE
                       THRU 2900-WRITE-REJECT-LINE-EXIT
                   GO TO 2000-PROCESS-TRANSACTION-EXIT
               END-IF
           END-IF.

      *    WITHOUT A REASON CODE A RETURN CAN NEVER BE ANALYZED -
      *    THE WHOLE POINT OF TAKING IT FORMALLY.
           IF MVT-IS-RETURN AND MVT-REASON-CODE = SPACES
                   THRU 2760-APPLY-RETURN-EXIT
               GO TO 2000-PROCESS-TRANSACTION-EXIT.

      *    CONSIGNED STOCK IS ONLY TAKEN IN UNDER AN ACTIVE AGREEMENT -
      *    WITHOUT ONE THERE IS NO VENDOR TO SETTLE WITH AND NO PRICE
      *    TO SETTLE AT.
           IF MVT-IS-RECEIPT AND MVT-IS-CONSIGNED
               MOVE MVT-PROD-CODE TO CSGA-PROD-CODE
               EXEC SQL
                   SELECT AGREE_STATUS
                   INTO   :CSGA-AGREE-STATUS
                   FROM   CONSIGN_AGREEMENT
                   WHERE  PROD_CODE = :CSGA-PROD-CODE
               END-EXEC
               IF SQLCODE NOT = 0 OR NOT CSGA-ACTIVE
                   MOVE 'NO ACTIVE CONSIGNMENT AGREEMENT' TO RJ-REASON
                   PERFORM 2900-WRITE-REJECT-LINE
                       THRU 2900-WRITE-REJECT-LINE-EXIT
                   GO TO 2000-PROCESS-TRANSACTION-EXIT
               END-IF
           END-IF.

      *    A RECEIPT OF A PRODUCT, OR FROM A VENDOR, FLAGGED FOR
      *    RECEIVING INSPECTION IS HELD IN QUARANTINE ON AN
      *    INSPECTION RECORD - NOT SELLABLE OR ALLOCATABLE, AND NOT
      *    IN THE GRAND TOTAL OR THE AVERAGE COST, UNTIL QA ACCEPTS
      *    IT ON THE INSPECTION SCREEN.
           IF MVT-IS-RECEIPT
               PERFORM 2770-CHECK-INSPECTION
                   THRU 2770-CHECK-INSPECTION-EXIT
               IF RECEIPT-NEEDS-INSPECTION
                   PERFORM 2780-APPLY-INSPECT-RECEIPT
                       THRU 2780-APPLY-INSPECT-RECEIPT-EXIT
                   GO TO 2000-PROCESS-TRANSACTION-EXIT
               END-IF
           END-IF.

      *    A CONFIRMED PICK IS ONLY GOOD WHILE ITS ALLOCATION IS
      *    STILL OPEN - A PICK CONFIRMATION FED A SECOND TIME MUST
      *    NOT SHIP THE SAME GOODS AGAIN.
           IF MVT-IS-ISSUE
               AND MVT-ALLOC-ID NUMERIC
               AND MVT-ALLOC-ID > 0
               MOVE MVT-ALLOC-ID TO ALC-ALLOC-ID
               EXEC SQL
                   SELECT ALLOC_STATUS
                   INTO   :ALC-ALLOC-STATUS
                   FROM   ORDER_ALLOCATION
                   WHERE  ALLOC_ID = :ALC-ALLOC-ID
               END-EXEC
               IF SQLCODE NOT = 0 OR NOT ALC-OPEN
                   MOVE 'PICKED ALLOCATION NOT OPEN' TO RJ-REASON
                   PERFORM 2900-WRITE-REJECT-LINE
                       THRU 2900-WRITE-REJECT-LINE-EXIT
                   GO TO 2000-PROCESS-TRANSACTION-EXIT
               END-IF
           END-IF.

           IF MVT-IS-RECEIPT
               COMPUTE WS-DELTA = MVT-QTY
           ELSE
                   THRU 2600-REJECT-NEGATIVE-EXIT
               GO TO 2000-PROCESS-TRANSACTION-EXIT.

      *    A TRANSFER MOVES OUR OWN STOCK ONLY - CONSIGNED STOCK STAYS
      *    IN THE WAREHOUSE THE VENDOR DELIVERED IT TO UNTIL IT IS
      *    USED.
           IF MVT-IS-XFER-OUT
               AND MVT-QTY > LOC-STOCK-QTY - LOC-CONSIGN-QTY
               MOVE 'TRANSFER EXCEEDS OWNED STOCK' TO RJ-REASON
               PERFORM 2900-WRITE-REJECT-LINE
                   THRU 2900-WRITE-REJECT-LINE-EXIT
               GO TO 2000-PROCESS-TRANSACTION-EXIT.

           PERFORM 2790-SPLIT-OWNERSHIP
               THRU 2790-SPLIT-OWNERSHIP-EXIT.

           IF MVT-IS-XFER-OUT
               PERFORM 2710-APPLY-TRANSFER-OUT
                   THRU 2710-APPLY-TRANSFER-OUT-EXIT

           EXEC SQL
               UPDATE PRODUCT_LOCATION
               SET    STOCK_QTY   = :WS-NEW-QTY,
                      CONSIGN_QTY = CONSIGN_QTY + :WS-CONSIGN-DELTA
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
           END-EXEC.

      *    A COSTED RECEIPT RE-AVERAGES THE UNIT COST AGAINST
      *    THE QUANTITY ON HAND BEFORE THE RECEIPT IS ROLLED
      *    INTO THE GRAND TOTAL. CONSIGNED GOODS ARE NOT OURS AND
      *    CARRY NO COST OF OURS UNTIL THEY ARE USED.
           IF MVT-IS-RECEIPT
               AND NOT MVT-IS-CONSIGNED
               AND MVT-UNIT-COST NUMERIC
               AND MVT-UNIT-COST > 0
               PERFORM 2720-UPDATE-AVG-COST
                   PERFORM 2745-RELIEVE-LOTS
                       THRU 2745-RELIEVE-LOTS-EXIT
               END-IF
               IF WS-CSG-ISSUE-QTY > 0
                   PERFORM 2795-RECORD-CONSUMPTION
                       THRU 2795-RECORD-CONSUMPTION-EXIT
               END-IF
           ELSE
      *        PUT THE WAREHOUSE ROW (AND A RE-AVERAGED COST) BACK -
      *        THE MOVEMENT GOES TO SUSPENSE WHOLE, AND THE RE-DRIVE
      *        MUST NOT FIND HALF OF IT ALREADY APPLIED.
               EXEC SQL
                   UPDATE PRODUCT_LOCATION
                   SET    STOCK_QTY   = :LOC-STOCK-QTY,
                          CONSIGN_QTY = :LOC-CONSIGN-QTY
                   WHERE  PROD_CODE = :LOC-PROD-CODE
                   AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
               END-EXEC
      ******************************************************************
      * 2705-LEDGER-MOVEMENT - ONE LEDGER ROW FOR A POSTED RECEIPT OR  *
      *                        ISSUE, SIGNED BY ITS EFFECT ON THE      *
      *                        WAREHOUSE ROW. AN ISSUE THAT TAKES BOTH *
      *                        OWNED AND CONSIGNED STOCK WRITES ONE    *
      *                        ROW FOR EACH OWNER.                     *
      ******************************************************************
       2705-LEDGER-MOVEMENT.
           MOVE MVT-PROD-CODE      TO MLED-PROD-CODE.
           MOVE MVT-WAREHOUSE-CODE TO MLED-WAREHOUSE-CODE.
           MOVE MVT-MOVE-TYPE      TO MLED-MOVE-TYPE.

           IF MVT-IS-RECEIPT
               AND MVT-PO-NUMBER NUMERIC
           ELSE
               MOVE SPACES        TO MLED-REFERENCE.

           COMPUTE WS-OWNED-DELTA = WS-DELTA - WS-CONSIGN-DELTA.

      *    A COSTED RECEIPT GOES ON THE LEDGER AT WHAT WAS PAID.
           IF WS-OWNED-DELTA NOT = 0
               MOVE WS-OWNED-DELTA TO MLED-QTY
               IF MVT-IS-RECEIPT
                   AND MVT-UNIT-COST NUMERIC
                   MOVE MVT-UNIT-COST TO MLED-UNIT-COST
               END-IF
               PERFORM 2930-WRITE-LEDGER
                   THRU 2930-WRITE-LEDGER-EXIT.

           IF WS-CONSIGN-DELTA NOT = 0
               MOVE WS-CONSIGN-DELTA TO MLED-QTY
               MOVE 'C'              TO MLED-OWNER-TYPE
               PERFORM 2930-WRITE-LEDGER
                   THRU 2930-WRITE-LEDGER-EXIT.

       2705-LEDGER-MOVEMENT-EXIT.
           EXIT.
           MOVE 'N'                TO WS-LOT-EOF-SW.
           MOVE MVT-PROD-CODE      TO LOT-PROD-CODE.
           MOVE MVT-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
      *    ONLY OUR OWN LOTS TRAVEL - CONSIGNED LOTS STAY PUT.
           MOVE 'O'                TO LOT-OWNER-TYPE.

           EXEC SQL
               OPEN LOT-CSR
                       LOC-PROD-CODE ' SQLCODE: ' SQLCODE
               GO TO 2720-UPDATE-AVG-COST-EXIT.

      *    THE VENDOR'S CONSIGNED UNITS ARE IN THE GRAND TOTAL BUT
      *    ARE NOT OURS - THEY DO NOT WEIGH IN OUR AVERAGE.
           EXEC SQL
               SELECT COALESCE(SUM(CONSIGN_QTY), 0)
               INTO   :WS-CONSIGN-TOTAL
               FROM   PRODUCT_LOCATION
               WHERE  PROD_CODE = :LOC-PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-CONSIGN-TOTAL.

           SUBTRACT WS-CONSIGN-TOTAL FROM STOCK-QTY.

           COMPUTE WS-COST-DENOM = STOCK-QTY + MVT-QTY.

           IF WS-COST-DENOM = 0
           MOVE MVT-QTY            TO WS-RELIEF-REMAINING.
           MOVE 'N'                TO WS-ALLOC-EOF-SW.

      *    A CONFIRMED PICK NAMES THE ALLOCATION IT WAS PICKED FOR -
      *    ONLY THAT RESERVATION IS RELIEVED, BY THE QUANTITY PICKED,
      *    AND EVERY OTHER ORDER KEEPS ITS OWN.
           IF MVT-ALLOC-ID NUMERIC
               AND MVT-ALLOC-ID > 0
               PERFORM 2732-RELIEVE-PICKED-ALLOC
                   THRU 2732-RELIEVE-PICKED-ALLOC-EXIT
               GO TO 2730-RELIEVE-ALLOCATIONS-EXIT.

           EXEC SQL
               OPEN RELIEF-CSR
           END-EXEC.
       2730-RELIEVE-ALLOCATIONS-EXIT.
           EXIT.

      ******************************************************************
      * 2732-RELIEVE-PICKED-ALLOC - CONSUME THE ONE ALLOCATION A       *
      *                             CONFIRMED PICK WAS MADE FOR. A     *
      *                             PICK SHORT OF THE RESERVATION      *
      *                             LEAVES THE REST OF IT OPEN.        *
      ******************************************************************
       2732-RELIEVE-PICKED-ALLOC.
           MOVE MVT-ALLOC-ID TO ALC-ALLOC-ID.

           EXEC SQL
               SELECT ALLOC_QTY
               INTO   :ALC-ALLOC-QTY
               FROM   ORDER_ALLOCATION
               WHERE  ALLOC_ID = :ALC-ALLOC-ID
               AND    PROD_CODE = :ALC-PROD-CODE
               AND    WAREHOUSE_CODE = :ALC-WAREHOUSE-CODE
               AND    ALLOC_STATUS = 'O'
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'INVBAT01 - PICKED ALLOC_ID ' ALC-ALLOC-ID
                       ' IS NOT OPEN FOR PROD_CODE ' ALC-PROD-CODE
                       ' - NO ALLOCATION RELIEVED'
               GO TO 2732-RELIEVE-PICKED-ALLOC-EXIT.

           IF SQLCODE NOT = 0
               DISPLAY 'INVBAT01 - ERROR READING ALLOC_ID '
                       ALC-ALLOC-ID ' SQLCODE: ' SQLCODE
               GO TO 2732-RELIEVE-PICKED-ALLOC-EXIT.

           IF ALC-ALLOC-QTY NOT > WS-RELIEF-REMAINING
               EXEC SQL
                   UPDATE ORDER_ALLOCATION
                   SET    ALLOC_STATUS = 'S'
                   WHERE  ALLOC_ID = :ALC-ALLOC-ID
               END-EXEC
           ELSE
               SUBTRACT WS-RELIEF-REMAINING FROM ALC-ALLOC-QTY
               EXEC SQL
                   UPDATE ORDER_ALLOCATION
                   SET    ALLOC_QTY = :ALC-ALLOC-QTY
                   WHERE  ALLOC_ID = :ALC-ALLOC-ID
               END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVBAT01 - ERROR RELIEVING ALLOC_ID '
                       ALC-ALLOC-ID ' SQLCODE: ' SQLCODE.

       2732-RELIEVE-PICKED-ALLOC-EXIT.
           EXIT.

      ******************************************************************
      * 2735-RELIEVE-ONE-ALLOC - CONSUME ONE OPEN ALLOCATION, IN FULL  *
      *                          OR IN PART, AGAINST THE ISSUE BEING   *
           MOVE MVT-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           MOVE MVT-LOT-NO         TO LOT-LOT-NO.

           IF MVT-IS-CONSIGNED
               MOVE 'C'            TO LOT-OWNER-TYPE
           ELSE
               MOVE 'O'            TO LOT-OWNER-TYPE.

      *    THE OWNER IS PART OF THE MATCH - A LOT HELD BY THE OTHER
      *    OWNER WAS REFUSED UP FRONT AND MUST NEVER TAKE THIS QTY.
           EXEC SQL
               UPDATE STOCK_LOT
               SET    LOT_QTY = LOT_QTY + :MVT-QTY
               WHERE  PROD_CODE = :LOT-PROD-CODE
               AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
               AND    LOT_NO = :LOT-LOT-NO
               AND    OWNER_TYPE = :LOT-OWNER-TYPE
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO STOCK_LOT
                       (PROD_CODE, WAREHOUSE_CODE, LOT_NO,
                        EXPIRY_DATE, LOT_QTY, OWNER_TYPE)
                   VALUES
                       (:LOT-PROD-CODE, :LOT-WAREHOUSE-CODE,
                        :LOT-LOT-NO, :LOT-EXPIRY-DATE, :LOT-QTY,
                        :LOT-OWNER-TYPE)
               END-EXEC.

           IF SQLCODE NOT = 0
           EXIT.

      ******************************************************************
      * 2742-CHECK-LOT-OWNER - FLAG A LOT THAT IS ALREADY ON FILE      *
      *                        UNDER AN OWNER OTHER THAN THE ONE IN    *
      *                        LOT-OWNER-TYPE. A LOT NOT YET ON FILE   *
      *                        IS FREE TO EITHER OWNER.                *
      ******************************************************************
       2742-CHECK-LOT-OWNER.
           MOVE 'N' TO WS-LOT-CONFLICT-SW.

           EXEC SQL
               SELECT OWNER_TYPE
               INTO   :WS-LOT-HELD-BY
               FROM   STOCK_LOT
               WHERE  PROD_CODE = :LOT-PROD-CODE
               AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
               AND    LOT_NO = :LOT-LOT-NO
           END-EXEC.

           IF SQLCODE = 0
               AND WS-LOT-HELD-BY NOT = LOT-OWNER-TYPE
               MOVE 'Y' TO WS-LOT-CONFLICT-SW.

       2742-CHECK-LOT-OWNER-EXIT.
           EXIT.

      ******************************************************************
      * 2745-RELIEVE-LOTS - AN ISSUE CONSUMES THE PRODUCT/WAREHOUSE  *
      *                     LOT BALANCES OLDEST-EXPIRY-FIRST (FEFO),   *
      *                     EACH OWNER'S SHARE OF THE ISSUE (AS SPLIT  *
      *                     BY 2790) FROM THAT OWNER'S LOTS SO LOT     *
      *                     OWNERSHIP KEEPS AGREEING WITH CONSIGN_QTY. *
      *                     A LOT RUN DOWN TO ZERO IS DELETED.         *
      *                     UNLOTTED STOCK SIMPLY HAS NO ROWS TO       *
      *                     RELIEVE.                                   *
      ******************************************************************
       2745-RELIEVE-LOTS.
           MOVE MVT-PROD-CODE      TO LOT-PROD-CODE.
           MOVE MVT-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           COMPUTE WS-LOT-OWN-LEFT = MVT-QTY - WS-CSG-ISSUE-QTY.
           MOVE WS-CSG-ISSUE-QTY   TO WS-LOT-CSG-LEFT.

      *    A CONFIRMED PICK NAMES THE LOT ACTUALLY PULLED - RELIEVE
      *    THAT LOT FIRST. ANYTHING IT CANNOT COVER STILL COMES OFF
      *    FEFO SO THE LOTS KEEP SUMMING TO THE WAREHOUSE ROW.
           IF MVT-LOT-NO NOT = SPACES
               PERFORM 2747-RELIEVE-PICKED-LOT
                   THRU 2747-RELIEVE-PICKED-LOT-EXIT.

           MOVE 'O'             TO LOT-OWNER-TYPE.
           MOVE WS-LOT-OWN-LEFT TO WS-LOT-REMAINING.
           PERFORM 2748-RELIEVE-OWNER-LOTS
               THRU 2748-RELIEVE-OWNER-LOTS-EXIT.

           MOVE 'C'             TO LOT-OWNER-TYPE.
           MOVE WS-LOT-CSG-LEFT TO WS-LOT-REMAINING.
           PERFORM 2748-RELIEVE-OWNER-LOTS
               THRU 2748-RELIEVE-OWNER-LOTS-EXIT.

       2745-RELIEVE-LOTS-EXIT.
           EXIT.
       2746-RELIEVE-ONE-LOT-EXIT.
           EXIT.

      ******************************************************************
      * 2747-RELIEVE-PICKED-LOT - CONSUME THE LOT NAMED ON A CONFIRMED *
      *                           PICK, IN FULL OR IN PART             *
      ******************************************************************
       2747-RELIEVE-PICKED-LOT.
           MOVE MVT-LOT-NO TO LOT-LOT-NO.

           EXEC SQL
               SELECT LOT_QTY, OWNER_TYPE
               INTO   :LOT-QTY, :LOT-OWNER-TYPE
               FROM   STOCK_LOT
               WHERE  PROD_CODE = :LOT-PROD-CODE
               AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
               AND    LOT_NO = :LOT-LOT-NO
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'INVBAT01 - PICKED LOT ' LOT-LOT-NO
                       ' NOT ON FILE FOR PROD_CODE ' LOT-PROD-CODE
                       ' - RELIEVED FEFO'
               GO TO 2747-RELIEVE-PICKED-LOT-EXIT.

           IF SQLCODE NOT = 0
               DISPLAY 'INVBAT01 - ERROR READING LOT ' LOT-LOT-NO
                       ' FOR PROD_CODE ' LOT-PROD-CODE
                       ' SQLCODE: ' SQLCODE
               GO TO 2747-RELIEVE-PICKED-LOT-EXIT.

      *    THE PICKED LOT ONLY COVERS ITS OWN OWNER'S SHARE.
           IF LOT-CONSIGNED
               MOVE WS-LOT-CSG-LEFT TO WS-LOT-REMAINING
           ELSE
               MOVE WS-LOT-OWN-LEFT TO WS-LOT-REMAINING.

           IF WS-LOT-REMAINING NOT > 0
               GO TO 2747-RELIEVE-PICKED-LOT-EXIT.

           IF LOT-QTY NOT > WS-LOT-REMAINING
               SUBTRACT LOT-QTY FROM WS-LOT-REMAINING
               EXEC SQL
                   DELETE FROM STOCK_LOT
                   WHERE  PROD_CODE = :LOT-PROD-CODE
                   AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
                   AND    LOT_NO = :LOT-LOT-NO
               END-EXEC
           ELSE
               SUBTRACT WS-LOT-REMAINING FROM LOT-QTY
               MOVE ZERO TO WS-LOT-REMAINING
               EXEC SQL
                   UPDATE STOCK_LOT
                   SET    LOT_QTY = :LOT-QTY
                   WHERE  PROD_CODE = :LOT-PROD-CODE
                   AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
                   AND    LOT_NO = :LOT-LOT-NO
               END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVBAT01 - ERROR RELIEVING LOT ' LOT-LOT-NO
                       ' FOR PROD_CODE ' LOT-PROD-CODE
                       ' SQLCODE: ' SQLCODE.

           IF LOT-CONSIGNED
               MOVE WS-LOT-REMAINING TO WS-LOT-CSG-LEFT
           ELSE
               MOVE WS-LOT-REMAINING TO WS-LOT-OWN-LEFT.

       2747-RELIEVE-PICKED-LOT-EXIT.
           EXIT.

      ******************************************************************
      * 2748-RELIEVE-OWNER-LOTS - CONSUME WS-LOT-REMAINING FEFO FROM   *
      *                           THE LOTS OF THE OWNER IN             *
      *                           LOT-OWNER-TYPE                       *
      ******************************************************************
       2748-RELIEVE-OWNER-LOTS.
           IF WS-LOT-REMAINING NOT > 0
               GO TO 2748-RELIEVE-OWNER-LOTS-EXIT.

           MOVE 'N' TO WS-LOT-EOF-SW.

           EXEC SQL
               OPEN LOT-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVBAT01 - ERROR OPENING LOT-CSR. '
                       'SQLCODE: ' SQLCODE
               GO TO 2748-RELIEVE-OWNER-LOTS-EXIT.

           PERFORM 2746-RELIEVE-ONE-LOT
               THRU 2746-RELIEVE-ONE-LOT-EXIT
               UNTIL END-OF-LOT-CSR
                  OR WS-LOT-REMAINING NOT > 0.

           EXEC SQL
               CLOSE LOT-CSR
           END-EXEC.

       2748-RELIEVE-OWNER-LOTS-EXIT.
           EXIT.

      ******************************************************************
      * 2750-APPLY-ARRIVAL - CONFIRM AN IN-TRANSIT TRANSFER: POST THE  *
      *                      HELD QUANTITY INTO THE RECEIVING          *
                   THRU 2900-WRITE-REJECT-LINE-EXIT
               GO TO 2750-APPLY-ARRIVAL-EXIT.

      *    ONLY OUR OWN STOCK TRAVELS, SO A LOTTED ARRIVAL CANNOT GO
      *    INTO A LOT THE VENDOR HOLDS AT THE RECEIVING WAREHOUSE.
           IF XFR-LOT-NO NOT = SPACES
               AND WS-XFR-EXP-IND NOT < 0
               MOVE XFR-PROD-CODE    TO LOT-PROD-CODE
               MOVE XFR-TO-WAREHOUSE TO LOT-WAREHOUSE-CODE
               MOVE XFR-LOT-NO       TO LOT-LOT-NO
               MOVE 'O'              TO LOT-OWNER-TYPE
               PERFORM 2742-CHECK-LOT-OWNER
                   THRU 2742-CHECK-LOT-OWNER-EXIT
               IF LOT-OWNER-CONFLICT
                   MOVE 'ARRIVAL LOT HELD ON CONSIGNMENT' TO RJ-REASON
                   PERFORM 2900-WRITE-REJECT-LINE
                       THRU 2900-WRITE-REJECT-LINE-EXIT
                   GO TO 2750-APPLY-ARRIVAL-EXIT
               END-IF
           END-IF.

           MOVE XFR-PROD-CODE    TO LOC-PROD-CODE.
           MOVE XFR-TO-WAREHOUSE TO LOC-WAREHOUSE-CODE.

           MOVE XFR-PROD-CODE    TO LOT-PROD-CODE.
           MOVE XFR-TO-WAREHOUSE TO LOT-WAREHOUSE-CODE.
           MOVE XFR-LOT-NO       TO LOT-LOT-NO.
           MOVE 'O'              TO LOT-OWNER-TYPE.

           EXEC SQL
               UPDATE STOCK_LOT
               WHERE  PROD_CODE = :LOT-PROD-CODE
               AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
               AND    LOT_NO = :LOT-LOT-NO
               AND    OWNER_TYPE = :LOT-OWNER-TYPE
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO STOCK_LOT
                       (PROD_CODE, WAREHOUSE_CODE, LOT_NO,
                        EXPIRY_DATE, LOT_QTY, OWNER_TYPE)
                   VALUES
                       (:LOT-PROD-CODE, :LOT-WAREHOUSE-CODE,
                        :LOT-LOT-NO, :LOT-EXPIRY-DATE, :LOT-QTY,
                        :LOT-OWNER-TYPE)
               END-EXEC.

           IF SQLCODE NOT = 0
       2765-LEDGER-RETURN-EXIT.
           EXIT.

      ******************************************************************
      * 2770-CHECK-INSPECTION - DOES THIS RECEIPT NEED RECEIVING       *
      *                         INSPECTION? YES WHEN THE PRODUCT IS    *
      *                         FLAGGED, OR WHEN THE VENDOR THAT       *
      *                         SHIPPED IT IS - THE PO'S VENDOR, OR    *
      *                         THE PRODUCT'S PREFERRED VENDOR FOR A   *
      *                         RECEIPT WITH NO PO                     *
      ******************************************************************
       2770-CHECK-INSPECTION.
           MOVE 'N' TO WS-INSPECT-SW.
           MOVE MVT-PROD-CODE TO PROD-CODE.

           EXEC SQL
               SELECT INSPECT_REQUIRED, VENDOR_CODE
               INTO   :PROD-INSPECT-REQ, :VENDOR-CODE
               FROM   PRODUCTS
               WHERE  PROD_CODE = :PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N'    TO PROD-INSPECT-REQ
               MOVE SPACES TO VENDOR-CODE.

           IF MVT-PO-NUMBER NUMERIC
               AND MVT-PO-NUMBER > 0
               MOVE MVT-PO-NUMBER TO PO-NUMBER
               EXEC SQL
                   SELECT VENDOR_CODE
                   INTO   :PO-VENDOR-CODE
                   FROM   PURCHASE_ORDER
                   WHERE  PO_NUMBER = :PO-NUMBER
               END-EXEC
               IF SQLCODE = 0
                   MOVE PO-VENDOR-CODE TO VENDOR-CODE
               END-IF
           END-IF.

           IF PROD-NEEDS-INSPECTION
               MOVE 'Y' TO WS-INSPECT-SW
               GO TO 2770-CHECK-INSPECTION-EXIT.

           IF VENDOR-CODE = SPACES
               GO TO 2770-CHECK-INSPECTION-EXIT.

           MOVE VENDOR-CODE TO VEND-CODE.

           EXEC SQL
               SELECT INSPECT_REQUIRED
               INTO   :VEND-INSPECT-REQ
               FROM   VENDORS
               WHERE  VENDOR_CODE = :VEND-CODE
           END-EXEC.

           IF SQLCODE = 0 AND VEND-NEEDS-INSPECTION
               MOVE 'Y' TO WS-INSPECT-SW.

       2770-CHECK-INSPECTION-EXIT.
           EXIT.

      ******************************************************************
      * 2780-APPLY-INSPECT-RECEIPT - POST A RECEIPT HELD FOR           *
      *                              INSPECTION INTO THE QUARANTINE    *
      *                              SUB-BALANCE AND OPEN ITS          *
      *                              RECEIPT_INSPECTION ROW, KEEPING   *
      *                              THE COST, LOT AND EXPIRY FOR THE  *
      *                              ACCEPTANCE. THE PO LINE COUNTS    *
      *                              THE DELIVERY NOW; A REJECTION     *
      *                              CHARGES IT BACK.                  *
      ******************************************************************
       2780-APPLY-INSPECT-RECEIPT.
           EXEC SQL
               UPDATE PRODUCT_LOCATION
               SET    QUARANTINE_QTY = QUARANTINE_QTY + :MVT-QTY
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR POSTING TO PRODUCT_LOCATION' TO RJ-REASON
               PERFORM 2900-WRITE-REJECT-LINE
                   THRU 2900-WRITE-REJECT-LINE-EXIT
               GO TO 2780-APPLY-INSPECT-RECEIPT-EXIT.

           ADD 1 TO WS-LAST-INSP-NO.
           MOVE WS-LAST-INSP-NO    TO INSP-ID.
           MOVE MVT-PROD-CODE      TO INSP-PROD-CODE.
           MOVE MVT-WAREHOUSE-CODE TO INSP-WAREHOUSE-CODE.
           MOVE VENDOR-CODE        TO INSP-VENDOR-CODE.
           MOVE MVT-QTY            TO INSP-RECEIVED-QTY.
           MOVE MVT-LOT-NO         TO INSP-LOT-NO.

           IF MVT-PO-NUMBER NUMERIC
               MOVE MVT-PO-NUMBER TO INSP-PO-NUMBER
           ELSE
               MOVE ZERO          TO INSP-PO-NUMBER.

           IF MVT-UNIT-COST NUMERIC
               MOVE MVT-UNIT-COST TO INSP-UNIT-COST
           ELSE
               MOVE ZERO          TO INSP-UNIT-COST.

           IF MVT-LOT-NO = SPACES
               MOVE SPACES TO INSP-EXPIRY-DATE
               MOVE -1     TO WS-INSP-EXP-IND
           ELSE
               MOVE MVT-EXPIRY-DATE (1:4) TO EXP-ISO-YEAR
               MOVE MVT-EXPIRY-DATE (5:2) TO EXP-ISO-MONTH
               MOVE MVT-EXPIRY-DATE (7:2) TO EXP-ISO-DAY
               MOVE WS-EXPIRY-ISO         TO INSP-EXPIRY-DATE
               MOVE ZERO                  TO WS-INSP-EXP-IND.

      *    A CONSIGNED RECEIPT STAYS THE VENDOR'S WHILE IT IS HELD
      *    AND GOES INTO THE CONSIGNED BALANCE WHEN IT IS ACCEPTED.
           IF MVT-IS-CONSIGNED
               MOVE 'C' TO INSP-OWNER-TYPE
           ELSE
               MOVE 'O' TO INSP-OWNER-TYPE.

           EXEC SQL
               INSERT INTO RECEIPT_INSPECTION
                   (INSP_ID, PROD_CODE, WAREHOUSE_CODE, PO_NUMBER,
                    VENDOR_CODE, RECEIVED_QTY, UNIT_COST, LOT_NO,
                    EXPIRY_DATE, RECEIPT_DATE, INSP_STATUS,
                    OWNER_TYPE)
               VALUES
                   (:INSP-ID, :INSP-PROD-CODE, :INSP-WAREHOUSE-CODE,
                    :INSP-PO-NUMBER, :INSP-VENDOR-CODE,
                    :INSP-RECEIVED-QTY, :INSP-UNIT-COST,
                    :INSP-LOT-NO,
                    :INSP-EXPIRY-DATE :WS-INSP-EXP-IND,
                    CURRENT DATE, 'O', :INSP-OWNER-TYPE)
           END-EXEC.

           IF SQLCODE NOT = 0
      *        TAKE THE QUANTITY BACK OUT OF QUARANTINE - A HELD
      *        RECEIPT WITH NO INSPECTION RECORD COULD NEVER BE
      *        ACCEPTED OR REJECTED.
               EXEC SQL
                   UPDATE PRODUCT_LOCATION
                   SET    QUARANTINE_QTY = QUARANTINE_QTY - :MVT-QTY
                   WHERE  PROD_CODE = :LOC-PROD-CODE
                   AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
               END-EXEC
               MOVE 'ERROR WRITING RECEIPT INSPECTION' TO RJ-REASON
               PERFORM 2900-WRITE-REJECT-LINE
                   THRU 2900-WRITE-REJECT-LINE-EXIT
               GO TO 2780-APPLY-INSPECT-RECEIPT-EXIT.

           ADD 1 TO WS-TRANS-APPLIED.
           ADD 1 TO WS-TRANS-HELD.

           PERFORM 2785-LEDGER-INSPECTION
               THRU 2785-LEDGER-INSPECTION-EXIT.

           IF MVT-PO-NUMBER NUMERIC
               AND MVT-PO-NUMBER > 0
               PERFORM 2800-POST-PO-RECEIPT
                   THRU 2800-POST-PO-RECEIPT-EXIT.

       2780-APPLY-INSPECT-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      * 2785-LEDGER-INSPECTION - ONE TYPE Q LEDGER ROW FOR A RECEIPT   *
      *                          HELD IN QUARANTINE FOR INSPECTION.    *
      *                          THE STOCK LEG (TYPE R) IS WRITTEN     *
      *                          ONLY WHEN QA ACCEPTS THE GOODS.       *
      ******************************************************************
       2785-LEDGER-INSPECTION.
           MOVE MVT-PROD-CODE      TO MLED-PROD-CODE.
           MOVE MVT-WAREHOUSE-CODE TO MLED-WAREHOUSE-CODE.
           MOVE 'Q'                TO MLED-MOVE-TYPE.
           MOVE MVT-QTY            TO MLED-QTY.
           MOVE INSP-ID            TO LED-INS-NO.
           MOVE WS-LED-INS-REF     TO MLED-REFERENCE.
           MOVE INSP-OWNER-TYPE    TO MLED-OWNER-TYPE.

      *    A COSTED RECEIPT OF OUR OWN IS HELD AT WHAT WAS PAID, THE
      *    SAME COST ITS STOCK ROW CARRIES WHEN QA ACCEPTS IT.
           IF NOT MVT-IS-CONSIGNED
               AND MVT-UNIT-COST NUMERIC
               AND MVT-UNIT-COST > 0
               MOVE MVT-UNIT-COST  TO MLED-UNIT-COST.

           PERFORM 2930-WRITE-LEDGER
               THRU 2930-WRITE-LEDGER-EXIT.

       2785-LEDGER-INSPECTION-EXIT.
           EXIT.

      ******************************************************************
      * 2790-SPLIT-OWNERSHIP - DECIDE HOW MUCH OF A RECEIPT OR ISSUE   *
      *                        IS VENDOR-OWNED CONSIGNMENT. A          *
      *                        CONSIGNED RECEIPT IS ALL CONSIGNMENT.   *
      *                        AN ISSUE MARKED C, OR PICKED FROM A     *
      *                        CONSIGNED LOT, USES CONSIGNED STOCK     *
      *                        FIRST; ANY OTHER ISSUE USES OUR OWN     *
      *                        STOCK FIRST AND ONLY TAKES CONSIGNED    *
      *                        STOCK FOR WHAT OURS CANNOT COVER.       *
      ******************************************************************
       2790-SPLIT-OWNERSHIP.
           MOVE ZERO TO WS-CONSIGN-DELTA.
           MOVE ZERO TO WS-CSG-ISSUE-QTY.
           MOVE 'N'  TO WS-CSG-FIRST-SW.

           IF MVT-IS-RECEIPT
               IF MVT-IS-CONSIGNED
                   MOVE MVT-QTY TO WS-CONSIGN-DELTA
               END-IF
               GO TO 2790-SPLIT-OWNERSHIP-EXIT
           END-IF.

           IF NOT MVT-IS-ISSUE OR LOC-CONSIGN-QTY = 0
               GO TO 2790-SPLIT-OWNERSHIP-EXIT.

           IF MVT-IS-CONSIGNED
               MOVE 'Y' TO WS-CSG-FIRST-SW.

           IF MVT-LOT-NO NOT = SPACES AND NOT CONSIGNED-STOCK-FIRST
               MOVE MVT-PROD-CODE      TO LOT-PROD-CODE
               MOVE MVT-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE
               MOVE MVT-LOT-NO         TO LOT-LOT-NO
               EXEC SQL
                   SELECT OWNER_TYPE
                   INTO   :LOT-OWNER-TYPE
                   FROM   STOCK_LOT
                   WHERE  PROD_CODE = :LOT-PROD-CODE
                   AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
                   AND    LOT_NO = :LOT-LOT-NO
               END-EXEC
               IF SQLCODE = 0 AND LOT-CONSIGNED
                   MOVE 'Y' TO WS-CSG-FIRST-SW
               END-IF
           END-IF.

           COMPUTE WS-OWNED-QTY = LOC-STOCK-QTY - LOC-CONSIGN-QTY.

           IF CONSIGNED-STOCK-FIRST
               IF MVT-QTY > LOC-CONSIGN-QTY
                   MOVE LOC-CONSIGN-QTY TO WS-CSG-ISSUE-QTY
               ELSE
                   MOVE MVT-QTY         TO WS-CSG-ISSUE-QTY
               END-IF
           ELSE
               IF MVT-QTY > WS-OWNED-QTY
                   COMPUTE WS-CSG-ISSUE-QTY = MVT-QTY - WS-OWNED-QTY
               END-IF
           END-IF.

           COMPUTE WS-CONSIGN-DELTA = 0 - WS-CSG-ISSUE-QTY.

       2790-SPLIT-OWNERSHIP-EXIT.
           EXIT.

      ******************************************************************
      * 2795-RECORD-CONSUMPTION - CONSIGNED STOCK ISSUED IS CONSUMED:  *
      *                           RECORD IT AGAINST THE OWNING VENDOR  *
      *                           AT THE AGREED PRICE FOR THE MONTHLY  *
      *                           SELF-BILLING SETTLEMENT. THE ISSUE   *
      *                           HAS ALREADY POSTED - A MISSING       *
      *                           AGREEMENT IS NOTED, NOT REJECTED.    *
      ******************************************************************
       2795-RECORD-CONSUMPTION.
           MOVE MVT-PROD-CODE TO CSGA-PROD-CODE.

      *    AN ENDED AGREEMENT STILL SETTLES THE STOCK RECEIVED UNDER
      *    IT - THE STATUS ONLY STOPS NEW CONSIGNED RECEIPTS.
           EXEC SQL
               SELECT VENDOR_CODE, CONSIGN_PRICE
               INTO   :CSGA-VENDOR-CODE, :CSGA-CONSIGN-PRICE
               FROM   CONSIGN_AGREEMENT
               WHERE  PROD_CODE = :CSGA-PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVBAT01 - NO CONSIGNMENT AGREEMENT FOR '
                       'PROD_CODE ' CSGA-PROD-CODE
                       ' SQLCODE: ' SQLCODE
               MOVE 'CONSIGNED ISSUE - NO AGREEMENT' TO NT-REASON
               PERFORM 2950-WRITE-NOTE-LINE
                   THRU 2950-WRITE-NOTE-LINE-EXIT
               GO TO 2795-RECORD-CONSUMPTION-EXIT.

           MOVE MVT-PROD-CODE      TO CSGC-PROD-CODE.
           MOVE MVT-WAREHOUSE-CODE TO CSGC-WAREHOUSE-CODE.
           MOVE CSGA-VENDOR-CODE   TO CSGC-VENDOR-CODE.
           MOVE WS-CSG-ISSUE-QTY   TO CSGC-CONSUME-QTY.
           MOVE CSGA-CONSIGN-PRICE TO CSGC-CONSIGN-PRICE.
           MOVE 'INVBAT01'         TO CSGC-SOURCE-PGM.

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
               DISPLAY 'INVBAT01 - ERROR WRITING CONSIGN_CONSUMPTION '
                       'FOR PROD_CODE ' CSGC-PROD-CODE
                       ' SQLCODE: ' SQLCODE
           ELSE
               ADD 1 TO WS-TRANS-CONSUMED.

       2795-RECORD-CONSUMPTION-EXIT.
           EXIT.

      ******************************************************************
      * 2800-POST-PO-RECEIPT - ROLL A RECEIPT THAT REFERENCES A PO     *
      *                        INTO THE PO LINE'S RECEIVED QUANTITY    *
      *                        SO ORDERED-NEVER-DELIVERED SHOWS UP.    *
      *                        THE RECEIPT ITSELF HAS ALREADY POSTED - *
      *                        A MISSING PO LINE IS NOTED, NOT         *
      *                        REJECTED. CONSIGNED GOODS ARE NOT       *
      *                        BOUGHT ON THE PO - THE VENDOR IS PAID   *
      *                        FOR THEM ONLY AS THEY ARE CONSUMED - SO *
      *                        THEY NEVER COUNT AS RECEIVED ON IT.     *
      ******************************************************************
       2800-POST-PO-RECEIPT.
           IF MVT-IS-CONSIGNED
               GO TO 2800-POST-PO-RECEIPT-EXIT.

           MOVE MVT-PO-NUMBER TO POL-PO-NUMBER.
           MOVE MVT-PROD-CODE TO POL-PROD-CODE.


           MOVE MVT-REASON-CODE    TO SUSP-REASON-CODE.

           IF MVT-ALLOC-ID NUMERIC
               MOVE MVT-ALLOC-ID   TO SUSP-ALLOC-ID
           ELSE
               MOVE ZERO           TO SUSP-ALLOC-ID.

           MOVE RJ-REASON          TO SUSP-REASON.
           MOVE 'S'                TO SUSP-STATUS.
           MOVE WS-CTL-SOURCE      TO SUSP-SOURCE.
           MOVE MVT-OWNER-TYPE     TO SUSP-OWNER-TYPE.

           EXEC SQL
               INSERT INTO MOVEMENT_SUSPENSE
                   (SUSPENSE_ID, PROD_CODE, WAREHOUSE_CODE,
                    MOVE_TYPE, MOVE_QTY, PO_NUMBER, TO_WAREHOUSE,
                    TRANSFER_NO, UNIT_COST, LOT_NO, LOT_EXPIRY,
                    REASON_CODE, ALLOC_ID, REJECT_REASON, SUSP_STATUS,
                    SOURCE_NAME, ADD_TS, OWNER_TYPE)
               VALUES
                   (:SUSP-ID, :SUSP-PROD-CODE, :SUSP-WAREHOUSE-CODE,
                    :SUSP-MOVE-TYPE, :SUSP-QTY, :SUSP-PO-NUMBER,
                    :SUSP-TO-WAREHOUSE, :SUSP-TRANSFER-NO,
                    :SUSP-UNIT-COST, :SUSP-LOT-NO, :SUSP-LOT-EXPIRY,
                    :SUSP-REASON-CODE, :SUSP-ALLOC-ID, :SUSP-REASON,
                    :SUSP-STATUS, :SUSP-SOURCE, CURRENT TIMESTAMP,
                    :SUSP-OWNER-TYPE)
           END-EXEC.

           IF SQLCODE NOT = 0

      ******************************************************************
      * 2930-WRITE-LEDGER - COMMON LEDGER INSERT - ONE ROW PER POSTED  *
      *                     MOVEMENT FOR THE DAILY KARDEX, AT THE UNIT *
      *                     COST THE CALLER SET OR, FAILING THAT, THE  *
      *                     OWNER'S COST NOW                           *
      ******************************************************************
       2930-WRITE-LEDGER.
           MOVE 'INVBAT01' TO MLED-SOURCE-PGM.

           IF MLED-UNIT-COST = ZERO
               PERFORM 2935-GET-LEDGER-COST
                   THRU 2935-GET-LEDGER-COST-EXIT.

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

      *    OUR OWN STOCK, COSTED HERE, UNLESS THE NEXT CALLER SAYS
      *    OTHERWISE.
           MOVE 'O'  TO MLED-OWNER-TYPE.
           MOVE ZERO TO MLED-UNIT-COST.

       2930-WRITE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 2935-GET-LEDGER-COST - THE UNIT COST A LEDGER ROW IS POSTED AT *
      *                        - THE AGREED PRICE FOR CONSIGNED STOCK, *
      *                        THE PRODUCT'S AVERAGE COST FOR OURS     *
      ******************************************************************
       2935-GET-LEDGER-COST.
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

       2935-GET-LEDGER-COST-EXIT.
           EXIT.

      ******************************************************************
      * 2950-WRITE-NOTE-LINE - INFORMATIONAL LINE ON THE ERROR REPORT  *
      *                        FOR A TRANSACTION THAT POSTED ANYWAY    *
               MOVE WS-TOTAL-LINE-4  TO RPT-LINE
               WRITE RPT-LINE.

           IF WS-TRANS-HELD > 0
               MOVE WS-TRANS-HELD    TO TOT-TRANS-HELD
               MOVE WS-TOTAL-LINE-5  TO RPT-LINE
               WRITE RPT-LINE.

           IF WS-TRANS-CONSUMED > 0
               MOVE WS-TRANS-CONSUMED TO TOT-TRANS-CONSUMED
               MOVE WS-TOTAL-LINE-6   TO RPT-LINE
               WRITE RPT-LINE.

      *    A CLEAN END OF FILE CLOSES THE CHECKPOINT; AFTER AN ERROR
      *    THE OPEN UNIT OF WORK IS ROLLED BACK - GOBACK WOULD
      *    OTHERWISE COMMIT IT PAST THE RECORDED POSITION AND THE
