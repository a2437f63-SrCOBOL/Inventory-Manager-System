      * 09/02/2026 FB    LOT-TRACKED DISPATCHES AND ARRIVALS CARRY     *
      *                  THE LOT ACROSS THE TRANSFER - SAME RULES      *
      *                  AS INVBAT01.                                  *
      * 10/15/2026 FB    A RE-DRIVEN CONFIRMED PICK RELIEVES THE        *
      *                  ALLOCATION AND LOT IT WAS PICKED FROM - SAME   *
      *                  RULES AS INVBAT01.                             *
      * 10/15/2026 FB    A RE-DRIVEN RECEIPT FLAGGED FOR RECEIVING     *
      *                  INSPECTION POSTS INTO QUARANTINE WITH A       *
      *                  RECEIPT_INSPECTION ROW - SAME RULES AS        *
      *                  INVBAT01.                                     *
      * 10/15/2026 FB    CONSIGNMENT: THE SUSPENDED OWNERSHIP BYTE IS  *
      *                  RE-DRIVEN UNDER THE SAME RULES AS INVBAT01 -  *
      *                  CONSIGN_QTY, CONSUMPTION AGAINST THE VENDOR   *
      *                  AND ONE LEDGER ROW PER OWNER.                 *
      * 10/15/2026 FB    AN ISSUE RELIEVES EACH OWNER'S LOTS FOR THAT  *
      *                  OWNER'S SHARE ONLY, AND TRANSFERS TAKE OWNED  *
      *                  LOTS ONLY. LEDGER ROWS CARRY THE UNIT COST    *
      *                  THEY WERE POSTED AT, AS IN INVBAT01.          *
      * 10/15/2026 FB    A LOT HOLDS ONE OWNER'S STOCK - A RECEIPT OR  *
      *                  ARRIVAL INTO A LOT ON FILE UNDER THE OTHER    *
      *                  OWNER IS RE-SUSPENDED, AS IN INVBAT01.        *
      * 10/15/2026 FB    CONSIGNED RECEIPTS NO LONGER COUNT AS         *
      *                  RECEIVED ON THE PO LINE, AS IN INVBAT01.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVSR001.

       COPY RETNDCL.

       COPY VENDDCL.

       COPY INSPDCL.

       COPY CSGADCL.

       COPY CSGCDCL.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-ALLOC-EOF-SW         PIC X(01)  VALUE 'N'.
           88  END-OF-RELIEF-CSR              VALUE 'Y'.

       77  WS-INSPECT-SW           PIC X(01)  VALUE 'N'.
           88  RECEIPT-NEEDS-INSPECTION       VALUE 'Y'.

       77  WS-CSG-FIRST-SW         PIC X(01)  VALUE 'N'.
           88  CONSIGNED-STOCK-FIRST          VALUE 'Y'.

       77  WS-LOT-CONFLICT-SW      PIC X(01)  VALUE 'N'.
           88  LOT-OWNER-CONFLICT             VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS AND WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-LAST-XFER-IND        PIC S9(04) COMP  VALUE ZERO.
       77  WS-LAST-RETURN-NO       PIC 9(07)        VALUE ZERO.
       77  WS-LAST-RETURN-IND      PIC S9(04) COMP  VALUE ZERO.
       77  WS-LAST-INSP-NO         PIC 9(07)        VALUE ZERO.
       77  WS-LAST-INSP-IND        PIC S9(04) COMP  VALUE ZERO.
       77  WS-INSP-EXP-IND         PIC S9(04) COMP  VALUE ZERO.
       77  WS-REJ-REASON           PIC X(36)        VALUE SPACES.
       77  WS-NEW-AVG-COST         PIC 9(05)V99     VALUE ZERO.
       77  WS-COST-DENOM           PIC S9(09) COMP  VALUE ZERO.
       77  WS-RELIEF-REMAINING     PIC S9(07) COMP  VALUE ZERO.
       77  WS-LOT-REMAINING        PIC S9(07) COMP  VALUE ZERO.
       77  WS-LOT-OWN-LEFT         PIC S9(07) COMP  VALUE ZERO.
       77  WS-LOT-CSG-LEFT         PIC S9(07) COMP  VALUE ZERO.
       77  WS-LEG-QTY              PIC 9(05)        VALUE ZERO.
       77  WS-XFER-DOCS            PIC 9(03)  COMP  VALUE ZERO.
       77  WS-XFR-EXP-IND          PIC S9(04) COMP  VALUE ZERO.
       77  WS-CONSIGN-DELTA        PIC S9(05) COMP  VALUE ZERO.
       77  WS-OWNED-DELTA          PIC S9(07) COMP  VALUE ZERO.
       77  WS-OWNED-QTY            PIC S9(07) COMP  VALUE ZERO.
       77  WS-CONSIGN-TOTAL        PIC S9(07) COMP  VALUE ZERO.
       77  WS-LOT-HELD-BY          PIC X(01)        VALUE SPACE.
       77  WS-CSG-ISSUE-QTY        PIC 9(05)        VALUE ZERO.

       77  WS-COST-UPDATED-SW      PIC X(01)  VALUE 'N'.
           88  AVG-COST-UPDATED                VALUE 'Y'.
               SELECT SUSPENSE_ID, PROD_CODE, WAREHOUSE_CODE,
                      MOVE_TYPE, MOVE_QTY, PO_NUMBER, TO_WAREHOUSE,
                      TRANSFER_NO, UNIT_COST, LOT_NO, LOT_EXPIRY,
                      REASON_CODE, ALLOC_ID, OWNER_TYPE
               FROM   MOVEMENT_SUSPENSE
               WHERE  SUSP_STATUS = 'C'
               ORDER BY SUSPENSE_ID
       END-EXEC.

      *-----------------------------------------------------------------
      * CURSOR - THE LOT BALANCES OF ONE OWNER FOR THE PRODUCT/
      * WAREHOUSE OF AN ISSUE OR TRANSFER DISPATCH BEING POSTED,
      * OLDEST EXPIRY FIRST (FEFO) - SAME RULE AS INVBAT01
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

           EXEC SQL
               OPEN SUSP-CSR
           END-EXEC.
      *                         SAME POSTING RULES AS INVBAT01         *
      ******************************************************************
       2000-PROCESS-SUSPENSE.
           MOVE ZERO TO WS-CONSIGN-DELTA.
           MOVE ZERO TO WS-CSG-ISSUE-QTY.

      *    OWNERSHIP: BLANK OR O IS OUR OWN STOCK, C IS VENDOR-OWNED
      *    CONSIGNMENT, ON A RECEIPT OR ISSUE ONLY - SAME RULES AS
      *    INVBAT01.
           IF SUSP-OWNER-TYPE NOT = SPACE
               AND SUSP-OWNER-TYPE NOT = 'O'
               AND NOT SUSP-IS-CONSIGNED
               MOVE 'OWNERSHIP INDICATOR NOT O/C' TO WS-REJ-REASON
               PERFORM 2840-RESUSPEND-ITEM
                   THRU 2840-RESUSPEND-ITEM-EXIT
               GO TO 2000-PROCESS-SUSPENSE-EXIT.

           IF SUSP-IS-CONSIGNED
               AND NOT SUSP-IS-RECEIPT
               AND NOT SUSP-IS-ISSUE
               MOVE 'CONSIGNMENT ONLY ON RECEIPT OR ISSUE'
                   TO WS-REJ-REASON
               PERFORM 2840-RESUSPEND-ITEM
                   THRU 2840-RESUSPEND-ITEM-EXIT
               GO TO 2000-PROCESS-SUSPENSE-EXIT.

      *    AN ARRIVAL CONFIRMATION WORKS OFF THE TRANSFER DOCUMENT,
      *    NOT OFF THE SENDING WAREHOUSE ROW - HANDLE IT UP FRONT.
           IF SUSP-IS-ARRIVAL
           MOVE SUSP-WAREHOUSE-CODE TO LOC-WAREHOUSE-CODE.

           EXEC SQL
               SELECT STOCK_QTY, CONSIGN_QTY
               INTO   :LOC-STOCK-QTY, :LOC-CONSIGN-QTY
               FROM   PRODUCT_LOCATION
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
           IF SQLCODE NOT = 0
               IF SUSP-IS-RETURN AND SQLCODE = 100
                   MOVE ZERO TO LOC-STOCK-QTY
                   MOVE ZERO TO LOC-CONSIGN-QTY
               ELSE
                   MOVE 'WAREHOUSE NOT FOUND FOR PRODUCT'
                       TO WS-REJ-REASON
                   THRU 2840-RESUSPEND-ITEM-EXIT
               GO TO 2000-PROCESS-SUSPENSE-EXIT.

      *    A LOT BELONGS TO ONE OWNER - SAME RULE AS INVBAT01.
           IF SUSP-IS-RECEIPT AND SUSP-LOT-NO NOT = SPACES
               MOVE SUSP-PROD-CODE      TO LOT-PROD-CODE
               MOVE SUSP-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE
               MOVE SUSP-LOT-NO         TO LOT-LOT-NO
               IF SUSP-IS-CONSIGNED
                   MOVE 'C'             TO LOT-OWNER-TYPE
               ELSE
                   MOVE 'O'             TO LOT-OWNER-TYPE
               END-IF
               PERFORM 2742-CHECK-LOT-OWNER
                   THRU 2742-CHECK-LOT-OWNER-EXIT
               IF LOT-OWNER-CONFLICT
                   MOVE 'LOT HELD BY THE OTHER OWNER' TO WS-REJ-REASON
                   PERFORM 2840-RESUSPEND-ITEM
                       THRU 2840-RESUSPEND-ITEM-EXIT
                   GO TO 2000-PROCESS-SUSPENSE-EXIT
               END-IF
           END-IF.

      *    WITHOUT A REASON CODE A RETURN CAN NEVER BE ANALYZED -
      *    SAME RULE AS INVBAT01.
           IF SUSP-IS-RETURN AND SUSP-REASON-CODE = SPACES
                   THRU 2760-APPLY-RETURN-EXIT
               GO TO 2000-PROCESS-SUSPENSE-EXIT.

      *    CONSIGNED STOCK IS ONLY TAKEN IN UNDER AN ACTIVE AGREEMENT
      *    - SAME RULE AS INVBAT01.
           IF SUSP-IS-RECEIPT AND SUSP-IS-CONSIGNED
               MOVE SUSP-PROD-CODE TO CSGA-PROD-CODE
               EXEC SQL
                   SELECT AGREE_STATUS
                   INTO   :CSGA-AGREE-STATUS
                   FROM   CONSIGN_AGREEMENT
                   WHERE  PROD_CODE = :CSGA-PROD-CODE
               END-EXEC
               IF SQLCODE NOT = 0 OR NOT CSGA-ACTIVE
                   MOVE 'NO ACTIVE CONSIGNMENT AGREEMENT'
                       TO WS-REJ-REASON
                   PERFORM 2840-RESUSPEND-ITEM
                       THRU 2840-RESUSPEND-ITEM-EXIT
                   GO TO 2000-PROCESS-SUSPENSE-EXIT
               END-IF
           END-IF.

      *    A RECEIPT FLAGGED FOR RECEIVING INSPECTION IS HELD IN
      *    QUARANTINE ON AN INSPECTION RECORD - SAME RULE AS
      *    INVBAT01.
           IF SUSP-IS-RECEIPT
               PERFORM 2770-CHECK-INSPECTION
                   THRU 2770-CHECK-INSPECTION-EXIT
               IF RECEIPT-NEEDS-INSPECTION
                   PERFORM 2780-APPLY-INSPECT-RECEIPT
                       THRU 2780-APPLY-INSPECT-RECEIPT-EXIT
                   GO TO 2000-PROCESS-SUSPENSE-EXIT
               END-IF
           END-IF.

           IF SUSP-IS-RECEIPT
               COMPUTE WS-DELTA = SUSP-QTY
           ELSE
                   THRU 2840-RESUSPEND-ITEM-EXIT
               GO TO 2000-PROCESS-SUSPENSE-EXIT.

      *    A TRANSFER MOVES OUR OWN STOCK ONLY - SAME RULE AS
      *    INVBAT01.
           IF SUSP-IS-XFER-OUT
               AND SUSP-QTY > LOC-STOCK-QTY - LOC-CONSIGN-QTY
               MOVE 'TRANSFER EXCEEDS OWNED STOCK' TO WS-REJ-REASON
               PERFORM 2840-RESUSPEND-ITEM
                   THRU 2840-RESUSPEND-ITEM-EXIT
               GO TO 2000-PROCESS-SUSPENSE-EXIT.

           PERFORM 2790-SPLIT-OWNERSHIP
               THRU 2790-SPLIT-OWNERSHIP-EXIT.

           IF SUSP-IS-XFER-OUT
               PERFORM 2710-APPLY-TRANSFER-OUT
                   THRU 2710-APPLY-TRANSFER-OUT-EXIT
                     :SUSP-MOVE-TYPE, :SUSP-QTY, :SUSP-PO-NUMBER,
                     :SUSP-TO-WAREHOUSE, :SUSP-TRANSFER-NO,
                     :SUSP-UNIT-COST, :SUSP-LOT-NO, :SUSP-LOT-EXPIRY,
                     :SUSP-REASON-CODE, :SUSP-ALLOC-ID,
                     :SUSP-OWNER-TYPE
           END-EXEC.

           IF SQLCODE = 100

           EXEC SQL
               UPDATE PRODUCT_LOCATION
               SET    STOCK_QTY   = :WS-NEW-QTY,
                      CONSIGN_QTY = CONSIGN_QTY + :WS-CONSIGN-DELTA
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
           END-EXEC.

      *    A COSTED RECEIPT RE-AVERAGES THE UNIT COST AGAINST THE
      *    QUANTITY ON HAND BEFORE THE RECEIPT IS ROLLED INTO THE
      *    GRAND TOTAL - SAME RULE AS INVBAT01. CONSIGNED GOODS
      *    CARRY NO COST OF OURS UNTIL THEY ARE USED.
           IF SUSP-IS-RECEIPT
               AND NOT SUSP-IS-CONSIGNED
               AND SUSP-UNIT-COST > 0
               PERFORM 2720-UPDATE-AVG-COST
                   THRU 2720-UPDATE-AVG-COST-EXIT.

      *        RE-DRIVE MUST NOT FIND HALF OF IT ALREADY APPLIED.
               EXEC SQL
                   UPDATE PRODUCT_LOCATION
                   SET    STOCK_QTY   = :LOC-STOCK-QTY,
                          CONSIGN_QTY = :LOC-CONSIGN-QTY
                   WHERE  PROD_CODE = :LOC-PROD-CODE
                   AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
               END-EXEC
               PERFORM 2745-RELIEVE-LOTS
                   THRU 2745-RELIEVE-LOTS-EXIT.

           IF WS-CSG-ISSUE-QTY > 0
               PERFORM 2795-RECORD-CONSUMPTION
                   THRU 2795-RECORD-CONSUMPTION-EXIT.

           PERFORM 2870-MARK-POSTED
               THRU 2870-MARK-POSTED-EXIT.

           MOVE 'N'                  TO WS-LOT-EOF-SW.
           MOVE SUSP-PROD-CODE       TO LOT-PROD-CODE.
           MOVE SUSP-WAREHOUSE-CODE  TO LOT-WAREHOUSE-CODE.
      *    ONLY OUR OWN LOTS TRAVEL - CONSIGNED LOTS STAY PUT.
           MOVE 'O'                  TO LOT-OWNER-TYPE.

           EXEC SQL
               OPEN LOT-CSR
                       LOC-PROD-CODE ' SQLCODE: ' SQLCODE
               GO TO 2720-UPDATE-AVG-COST-EXIT.

      *    THE VENDOR'S CONSIGNED UNITS DO NOT WEIGH IN OUR AVERAGE
      *    - SAME RULE AS INVBAT01.
           EXEC SQL
               SELECT COALESCE(SUM(CONSIGN_QTY), 0)
               INTO   :WS-CONSIGN-TOTAL
               FROM   PRODUCT_LOCATION
               WHERE  PROD_CODE = :LOC-PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE ZERO TO WS-CONSIGN-TOTAL.

           SUBTRACT WS-CONSIGN-TOTAL FROM STOCK-QTY.

           COMPUTE WS-COST-DENOM = STOCK-QTY + SUSP-QTY.

           IF WS-COST-DENOM = 0
           MOVE SUSP-QTY            TO WS-RELIEF-REMAINING.
           MOVE 'N'                 TO WS-ALLOC-EOF-SW.

      *    A CONFIRMED PICK RELIEVES ONLY THE ALLOCATION IT WAS
      *    PICKED FOR - SAME RULE AS INVBAT01.
           IF SUSP-ALLOC-ID > 0
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
      *                             CONFIRMED PICK WAS MADE FOR - SAME *
      *                             RULE AS INVBAT01                   *
      ******************************************************************
       2732-RELIEVE-PICKED-ALLOC.
           MOVE SUSP-ALLOC-ID TO ALC-ALLOC-ID.

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
               DISPLAY 'INVSR001 - PICKED ALLOC_ID ' ALC-ALLOC-ID
                       ' IS NOT OPEN FOR PROD_CODE ' ALC-PROD-CODE
                       ' - NO ALLOCATION RELIEVED'
               GO TO 2732-RELIEVE-PICKED-ALLOC-EXIT.

           IF SQLCODE NOT = 0
               DISPLAY 'INVSR001 - ERROR READING ALLOC_ID '
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
               DISPLAY 'INVSR001 - ERROR RELIEVING ALLOC_ID '
                       ALC-ALLOC-ID ' SQLCODE: ' SQLCODE.

       2732-RELIEVE-PICKED-ALLOC-EXIT.
           EXIT.

      ******************************************************************
      * 2735-RELIEVE-ONE-ALLOC - CONSUME ONE OPEN ALLOCATION, IN FULL  *
      *                          OR IN PART, AGAINST THE ISSUE BEING   *
           MOVE SUSP-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           MOVE SUSP-LOT-NO         TO LOT-LOT-NO.

           IF SUSP-IS-CONSIGNED
               MOVE 'C'             TO LOT-OWNER-TYPE
           ELSE
               MOVE 'O'             TO LOT-OWNER-TYPE.

      *    THE OWNER IS PART OF THE MATCH - A LOT HELD BY THE OTHER
      *    OWNER WAS REFUSED UP FRONT AND MUST NEVER TAKE THIS QTY.
           EXEC SQL
               UPDATE STOCK_LOT
               SET    LOT_QTY = LOT_QTY + :SUSP-QTY
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
      *                        LOT-OWNER-TYPE - SAME RULE AS INVBAT01  *
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
      *                     EACH OWNER'S SHARE FROM THAT OWNER'S LOTS  *
      *                     - SAME RULE AS INVBAT01                    *
      ******************************************************************
       2745-RELIEVE-LOTS.
           MOVE SUSP-PROD-CODE      TO LOT-PROD-CODE.
           MOVE SUSP-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           COMPUTE WS-LOT-OWN-LEFT = SUSP-QTY - WS-CSG-ISSUE-QTY.
           MOVE WS-CSG-ISSUE-QTY    TO WS-LOT-CSG-LEFT.

      *    A CONFIRMED PICK RELIEVES THE LOT ACTUALLY PULLED FIRST,
      *    THE REST FEFO - SAME RULE AS INVBAT01.
           IF SUSP-LOT-NO NOT = SPACES
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
      *                           PICK, IN FULL OR IN PART - SAME RULE *
      *                           AS INVBAT01                          *
      ******************************************************************
       2747-RELIEVE-PICKED-LOT.
           MOVE SUSP-LOT-NO TO LOT-LOT-NO.

           EXEC SQL
               SELECT LOT_QTY, OWNER_TYPE
               INTO   :LOT-QTY, :LOT-OWNER-TYPE
               FROM   STOCK_LOT
               WHERE  PROD_CODE = :LOT-PROD-CODE
               AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
               AND    LOT_NO = :LOT-LOT-NO
           END-EXEC.

           IF SQLCODE = 100
               DISPLAY 'INVSR001 - PICKED LOT ' LOT-LOT-NO
                       ' NOT ON FILE FOR PROD_CODE ' LOT-PROD-CODE
                       ' - RELIEVED FEFO'
               GO TO 2747-RELIEVE-PICKED-LOT-EXIT.

           IF SQLCODE NOT = 0
               DISPLAY 'INVSR001 - ERROR READING LOT ' LOT-LOT-NO
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
               DISPLAY 'INVSR001 - ERROR RELIEVING LOT ' LOT-LOT-NO
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
               DISPLAY 'INVSR001 - ERROR OPENING LOT-CSR. '
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
      * 2750-APPLY-ARRIVAL - CONFIRM AN IN-TRANSIT TRANSFER INTO THE   *
      *                      RECEIVING WAREHOUSE, SAME RULES AS        *
                   THRU 2840-RESUSPEND-ITEM-EXIT
               GO TO 2750-APPLY-ARRIVAL-EXIT.

      *    A LOTTED ARRIVAL CANNOT GO INTO A LOT THE VENDOR HOLDS AT
      *    THE RECEIVING WAREHOUSE - SAME RULE AS INVBAT01.
           IF XFR-LOT-NO NOT = SPACES
               AND WS-XFR-EXP-IND NOT < 0
               MOVE XFR-PROD-CODE    TO LOT-PROD-CODE
               MOVE XFR-TO-WAREHOUSE TO LOT-WAREHOUSE-CODE
               MOVE XFR-LOT-NO       TO LOT-LOT-NO
               MOVE 'O'              TO LOT-OWNER-TYPE
               PERFORM 2742-CHECK-LOT-OWNER
                   THRU 2742-CHECK-LOT-OWNER-EXIT
               IF LOT-OWNER-CONFLICT
                   MOVE 'ARRIVAL LOT HELD ON CONSIGNMENT'
                       TO WS-REJ-REASON
                   PERFORM 2840-RESUSPEND-ITEM
                       THRU 2840-RESUSPEND-ITEM-EXIT
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
       2760-APPLY-RETURN-EXIT.
           EXIT.

      ******************************************************************
      * 2770-CHECK-INSPECTION - DOES THIS RE-DRIVEN RECEIPT NEED       *
      *                         RECEIVING INSPECTION? SAME RULES AS    *
      *                         INVBAT01                               *
      ******************************************************************
       2770-CHECK-INSPECTION.
           MOVE 'N' TO WS-INSPECT-SW.
           MOVE SUSP-PROD-CODE TO PROD-CODE.

           EXEC SQL
               SELECT INSPECT_REQUIRED, VENDOR_CODE
               INTO   :PROD-INSPECT-REQ, :VENDOR-CODE
               FROM   PRODUCTS
               WHERE  PROD_CODE = :PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N'    TO PROD-INSPECT-REQ
               MOVE SPACES TO VENDOR-CODE.

           IF SUSP-PO-NUMBER > 0
               MOVE SUSP-PO-NUMBER TO PO-NUMBER
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
      * 2780-APPLY-INSPECT-RECEIPT - POST A RE-DRIVEN RECEIPT HELD FOR *
      *                              INSPECTION INTO QUARANTINE WITH   *
      *                              ITS RECEIPT_INSPECTION ROW - SAME *
      *                              RULES AS INVBAT01                 *
      ******************************************************************
       2780-APPLY-INSPECT-RECEIPT.
           EXEC SQL
               UPDATE PRODUCT_LOCATION
               SET    QUARANTINE_QTY = QUARANTINE_QTY + :SUSP-QTY
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR POSTING TO PRODUCT_LOCATION'
                   TO WS-REJ-REASON
               PERFORM 2840-RESUSPEND-ITEM
                   THRU 2840-RESUSPEND-ITEM-EXIT
               GO TO 2780-APPLY-INSPECT-RECEIPT-EXIT.

           ADD 1 TO WS-LAST-INSP-NO.
           MOVE WS-LAST-INSP-NO     TO INSP-ID.
           MOVE SUSP-PROD-CODE      TO INSP-PROD-CODE.
           MOVE SUSP-WAREHOUSE-CODE TO INSP-WAREHOUSE-CODE.
           MOVE SUSP-PO-NUMBER      TO INSP-PO-NUMBER.
           MOVE VENDOR-CODE         TO INSP-VENDOR-CODE.
           MOVE SUSP-QTY            TO INSP-RECEIVED-QTY.
           MOVE SUSP-UNIT-COST      TO INSP-UNIT-COST.
           MOVE SUSP-LOT-NO         TO INSP-LOT-NO.

           IF SUSP-LOT-NO = SPACES
               MOVE SPACES TO INSP-EXPIRY-DATE
               MOVE -1     TO WS-INSP-EXP-IND
           ELSE
               MOVE SUSP-LOT-EXPIRY (1:4) TO EXP-ISO-YEAR
               MOVE SUSP-LOT-EXPIRY (5:2) TO EXP-ISO-MONTH
               MOVE SUSP-LOT-EXPIRY (7:2) TO EXP-ISO-DAY
               MOVE WS-EXPIRY-ISO         TO INSP-EXPIRY-DATE
               MOVE ZERO                  TO WS-INSP-EXP-IND.

           IF SUSP-IS-CONSIGNED
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
                   SET    QUARANTINE_QTY = QUARANTINE_QTY - :SUSP-QTY
                   WHERE  PROD_CODE = :LOC-PROD-CODE
                   AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
               END-EXEC
               MOVE 'ERROR WRITING RECEIPT INSPECTION'
                   TO WS-REJ-REASON
               PERFORM 2840-RESUSPEND-ITEM
                   THRU 2840-RESUSPEND-ITEM-EXIT
               GO TO 2780-APPLY-INSPECT-RECEIPT-EXIT.

           IF SUSP-PO-NUMBER > 0
               PERFORM 2800-POST-PO-RECEIPT
                   THRU 2800-POST-PO-RECEIPT-EXIT.

      *    THE LEDGER ROW OUT OF 2870 IS SIGNED BY WS-DELTA AND
      *    WRITTEN AS TYPE Q - THE QUANTITY SITS IN QUARANTINE.
           COMPUTE WS-DELTA = SUSP-QTY.

           PERFORM 2870-MARK-POSTED
               THRU 2870-MARK-POSTED-EXIT.

       2780-APPLY-INSPECT-RECEIPT-EXIT.
           EXIT.

      ******************************************************************
      * 2790-SPLIT-OWNERSHIP - HOW MUCH OF A RE-DRIVEN RECEIPT OR      *
      *                        ISSUE IS VENDOR-OWNED CONSIGNMENT -     *
      *                        SAME RULES AS INVBAT01                  *
      ******************************************************************
       2790-SPLIT-OWNERSHIP.
           MOVE ZERO TO WS-CONSIGN-DELTA.
           MOVE ZERO TO WS-CSG-ISSUE-QTY.
           MOVE 'N'  TO WS-CSG-FIRST-SW.

           IF SUSP-IS-RECEIPT
               IF SUSP-IS-CONSIGNED
                   MOVE SUSP-QTY TO WS-CONSIGN-DELTA
               END-IF
               GO TO 2790-SPLIT-OWNERSHIP-EXIT
           END-IF.

           IF NOT SUSP-IS-ISSUE OR LOC-CONSIGN-QTY = 0
               GO TO 2790-SPLIT-OWNERSHIP-EXIT.

           IF SUSP-IS-CONSIGNED
               MOVE 'Y' TO WS-CSG-FIRST-SW.

           IF SUSP-LOT-NO NOT = SPACES AND NOT CONSIGNED-STOCK-FIRST
               MOVE SUSP-PROD-CODE      TO LOT-PROD-CODE
               MOVE SUSP-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE
               MOVE SUSP-LOT-NO         TO LOT-LOT-NO
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
               IF SUSP-QTY > LOC-CONSIGN-QTY
                   MOVE LOC-CONSIGN-QTY TO WS-CSG-ISSUE-QTY
               ELSE
                   MOVE SUSP-QTY        TO WS-CSG-ISSUE-QTY
               END-IF
           ELSE
               IF SUSP-QTY > WS-OWNED-QTY
                   COMPUTE WS-CSG-ISSUE-QTY = SUSP-QTY - WS-OWNED-QTY
               END-IF
           END-IF.

           COMPUTE WS-CONSIGN-DELTA = 0 - WS-CSG-ISSUE-QTY.

       2790-SPLIT-OWNERSHIP-EXIT.
           EXIT.

      ******************************************************************
      * 2795-RECORD-CONSUMPTION - RECORD THE CONSIGNED STOCK A RE-     *
      *                           DRIVEN ISSUE CONSUMED AGAINST THE    *
      *                           OWNING VENDOR AT THE AGREED PRICE -  *
      *                           SAME RULES AS INVBAT01               *
      ******************************************************************
       2795-RECORD-CONSUMPTION.
           MOVE SUSP-PROD-CODE TO CSGA-PROD-CODE.

           EXEC SQL
               SELECT VENDOR_CODE, CONSIGN_PRICE
               INTO   :CSGA-VENDOR-CODE, :CSGA-CONSIGN-PRICE
               FROM   CONSIGN_AGREEMENT
               WHERE  PROD_CODE = :CSGA-PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVSR001 - NO CONSIGNMENT AGREEMENT FOR '
                       'PROD_CODE ' CSGA-PROD-CODE ' SUSPENSE_ID '
                       SUSP-ID ' SQLCODE: ' SQLCODE
               GO TO 2795-RECORD-CONSUMPTION-EXIT.

           MOVE SUSP-PROD-CODE      TO CSGC-PROD-CODE.
           MOVE SUSP-WAREHOUSE-CODE TO CSGC-WAREHOUSE-CODE.
           MOVE CSGA-VENDOR-CODE    TO CSGC-VENDOR-CODE.
           MOVE WS-CSG-ISSUE-QTY    TO CSGC-CONSUME-QTY.
           MOVE CSGA-CONSIGN-PRICE  TO CSGC-CONSIGN-PRICE.
           MOVE 'INVSR001'          TO CSGC-SOURCE-PGM.

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
               DISPLAY 'INVSR001 - ERROR WRITING CONSIGN_CONSUMPTION '
                       'FOR SUSPENSE_ID ' SUSP-ID ' SQLCODE: ' SQLCODE.

       2795-RECORD-CONSUMPTION-EXIT.
           EXIT.

      ******************************************************************
      * 2800-POST-PO-RECEIPT - ROLL A RECEIPT THAT REFERENCES A PO     *
      *                        INTO THE PO LINE'S RECEIVED QUANTITY.   *
      *                        THE RECEIPT ITSELF HAS ALREADY POSTED - *
      *                        A MISSING PO LINE DOES NOT RE-SUSPEND.  *
      *                        CONSIGNED GOODS NEVER COUNT AS          *
      *                        RECEIVED ON THE PO - SAME RULE AS       *
      *                        INVBAT01.                               *
      ******************************************************************
       2800-POST-PO-RECEIPT.
           IF SUSP-IS-CONSIGNED
               GO TO 2800-POST-PO-RECEIPT-EXIT.

           MOVE SUSP-PO-NUMBER TO POL-PO-NUMBER.
           MOVE SUSP-PROD-CODE TO POL-PROD-CODE.

               MOVE WS-DELTA            TO MLED-QTY.

           MOVE SUSP-MOVE-TYPE TO MLED-MOVE-TYPE.
           MOVE 'O'            TO MLED-OWNER-TYPE.
           MOVE ZERO           TO MLED-UNIT-COST.

      *    A RECEIPT HELD FOR INSPECTION SITS IN QUARANTINE - ITS
      *    STOCK LEG IS WRITTEN WHEN QA ACCEPTS IT. A CONSIGNED ONE
      *    IS STILL THE VENDOR'S WHILE IT IS HELD.
           IF SUSP-IS-RECEIPT AND RECEIPT-NEEDS-INSPECTION
               MOVE 'Q' TO MLED-MOVE-TYPE
               IF SUSP-IS-CONSIGNED
                   MOVE 'C' TO MLED-OWNER-TYPE
               END-IF
           END-IF.

           MOVE 'INVSR001'     TO MLED-SOURCE-PGM.
           MOVE SUSP-ID        TO LED-SUSP-NO.
           MOVE WS-LED-SUSP-REF TO MLED-REFERENCE.

      *    AN ISSUE THAT TOOK BOTH OWNED AND CONSIGNED STOCK WRITES
      *    ONE ROW PER OWNER; A CONSIGNED RECEIPT ONE CONSIGNED ROW.
           COMPUTE WS-OWNED-DELTA = MLED-QTY - WS-CONSIGN-DELTA.

      *    A COSTED RECEIPT GOES ON THE LEDGER AT WHAT WAS PAID.
           IF WS-OWNED-DELTA NOT = 0
               MOVE WS-OWNED-DELTA TO MLED-QTY
               IF SUSP-IS-RECEIPT
                   AND SUSP-UNIT-COST NUMERIC
                   MOVE SUSP-UNIT-COST TO MLED-UNIT-COST
               END-IF
               PERFORM 2875-WRITE-LEDGER
                   THRU 2875-WRITE-LEDGER-EXIT.

           IF WS-CONSIGN-DELTA NOT = 0
               MOVE WS-CONSIGN-DELTA TO MLED-QTY
               MOVE 'C'              TO MLED-OWNER-TYPE
               MOVE ZERO             TO MLED-UNIT-COST
               PERFORM 2875-WRITE-LEDGER
                   THRU 2875-WRITE-LEDGER-EXIT.

           MOVE 'P' TO SUSP-STATUS.


           MOVE 'POSTED' TO WS-REJ-REASON.

           IF SUSP-IS-RECEIPT AND RECEIPT-NEEDS-INSPECTION
               MOVE 'POSTED - HELD FOR INSPECTION' TO WS-REJ-REASON.

           PERFORM 2890-WRITE-DETAIL-LINE
               THRU 2890-WRITE-DETAIL-LINE-EXIT.

       2870-MARK-POSTED-EXIT.
           EXIT.

      ******************************************************************
      * 2875-WRITE-LEDGER - ONE STOCK_MOVEMENT ROW FOR A RE-DRIVEN     *
      *                     ITEM, AT THE UNIT COST ALREADY SET OR,     *
      *                     FAILING THAT, THE OWNER'S COST NOW         *
      ******************************************************************
       2875-WRITE-LEDGER.
           IF MLED-UNIT-COST = ZERO
               PERFORM 2876-GET-LEDGER-COST
                   THRU 2876-GET-LEDGER-COST-EXIT.

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
               DISPLAY 'INVSR001 - ERROR WRITING STOCK_MOVEMENT FOR '
                       'SUSPENSE_ID ' SUSP-ID ' SQLCODE: ' SQLCODE.

       2875-WRITE-LEDGER-EXIT.
           EXIT.

      ******************************************************************
      * 2876-GET-LEDGER-COST - THE UNIT COST A LEDGER ROW IS POSTED AT *
      *                        - THE AGREED PRICE FOR CONSIGNED STOCK, *
      *                        THE PRODUCT'S AVERAGE COST FOR OURS     *
      ******************************************************************
       2876-GET-LEDGER-COST.
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

       2876-GET-LEDGER-COST-EXIT.
           EXIT.

      ******************************************************************
      * 2890-WRITE-DETAIL-LINE - COMMON REPORT LINE FOR POSTED AND     *
      *                          RE-SUSPENDED ITEMS                    *
