
       COPY RETNDCL.

       COPY ASMBDCL.

       COPY RPLNDCL.

       COPY BKORDCL.

       COPY PADJDCL.

       COPY INSPDCL.

       COPY CSGADCL.

       COPY CSGCDCL.

       01  WS-PROD-CODE     PIC 9(4).
       01  WS-PROD-NAME     PIC X(30).
       01  WS-STOCK-QTY     PIC 9(5).
       01  WS-DEL-CONFIRM   PIC X.
       01  WS-WAREHOUSE     PIC X(04).
       01  WS-OLD-LOC-QTY   PIC 9(5).
       01  WS-CSG-LOC-QTY   PIC 9(5).
       01  WS-CSG-STOCK-QTY PIC 9(5).
       01  WS-CSG-OWNED     PIC S9(7).
       01  WS-OUT-QTY       PIC 9(5).
       01  WS-CSG-OUT-QTY   PIC 9(5).
       01  WS-QTY-DELTA     PIC S9(5).
       01  WS-LOC-INDEX     PIC 9.
       01  WS-DUP-COUNT     PIC 9(5).
       01  WS-LEG-QTY       PIC 9(5).
       01  WS-XFER-DOCS     PIC 9(3).
       01  WS-XFR-EXP-IND   PIC S9(4) COMP.
       01  WS-LOT-HELD-BY   PIC X.
       01  WS-LOT-CONFLICT  PIC X.
       01  WS-LOT-EOF       PIC X.
       01  WS-XFER-DOC-OK   PIC X.
       01  WS-XFER-CRT-MSG.
           05  SUSL-QTY     PIC ZZZZ9.
           05  FILLER       PIC X(02) VALUE SPACES.
           05  SUSL-REASON  PIC X(36).
       01  WS-WO-NO-IND     PIC S9(4) COMP.
       01  WS-KIT-NEED      PIC 9(7).
       01  WS-KIT-COMPS     PIC S9(9) COMP.
       01  WS-KIT-HELD      PIC S9(9) COMP.
       01  WS-KIT-COST      PIC 9(9)V99.
       01  WS-COMP-COST     PIC 9(5)V99.
       01  WS-COMP-VALUE    PIC 9(9)V99.
       01  WS-KIT-WEIGHT    PIC 9(9)V99.
       01  WS-KIT-UNITS     PIC S9(9) COMP.
       01  WS-COST-DENOM    PIC S9(9) COMP.
       01  WS-NEW-AVG-COST  PIC 9(5)V99.
       01  WS-BOM-EOF       PIC X.
       01  WS-KIT-SHORT-SW  PIC X.
       01  WS-LED-WO-REF.
           05  FILLER       PIC X(03) VALUE 'WO '.
           05  LED-WO-NO    PIC 9(06).
           05  FILLER       PIC X(03) VALUE SPACES.
       01  WS-KIT-CRT-MSG.
           05  FILLER       PIC X(11) VALUE 'WORK ORDER '.
           05  KCM-NO       PIC 9(06).
           05  FILLER       PIC X(07) VALUE ' OPENED'.
       01  WS-KIT-SHORT-MSG.
           05  FILLER       PIC X(10) VALUE 'COMPONENT '.
           05  KSM-COMP     PIC 9(04).
           05  FILLER       PIC X(14) VALUE ' SHORT - NEED '.
           05  KSM-NEED     PIC ZZZZZZ9.
       01  WS-RPL-REL-MSG.
           05  FILLER       PIC X(21) VALUE 'RELEASED AS TRANSFER '.
           05  RRM-NO       PIC 9(06).
       01  WS-BO-QTY        PIC 9(5).
       01  WS-BO-LAST-ID    PIC 9(7).
       01  WS-BO-ID-IND     PIC S9(4) COMP.
       01  WS-BO-NONE-MSG.
           05  FILLER       PIC X(29) VALUE
               'NONE AVAILABLE - BACKORDERED '.
           05  BNM-QTY      PIC ZZZZ9.
       01  WS-BO-PART-MSG.
           05  FILLER       PIC X(06) VALUE 'ALLOC '.
           05  BPM-ID       PIC 9(07).
           05  FILLER       PIC X(05) VALUE ' FOR '.
           05  BPM-ALLOC    PIC ZZZZ9.
           05  FILLER       PIC X(12) VALUE ' - BACKORDER'.
           05  BPM-BO       PIC ZZZZ9.
       01  WS-ADJ-QTY       PIC S9(7) COMP.
       01  WS-ADJ-HOLD      PIC X.
       01  WS-ADJ-LAST-ID   PIC 9(7).
       01  WS-ADJ-ID-IND    PIC S9(4) COMP.
       01  WS-ADJ-PEND-CNT  PIC 9(5).
       01  WS-RET-DISP      PIC X.
       01  WS-APR-INDEX     PIC 9.
       01  WS-APR-MAX-EXP   PIC X(10).
       01  WS-APR-EXP-IND   PIC S9(4) COMP.
       01  WS-APR-LINE.
           05  APRL-ID      PIC 9(07).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  APRL-SRC     PIC X(01).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  APRL-PROD    PIC 9(04).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  APRL-WHS     PIC X(04).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  APRL-QTY     PIC -ZZZZZZ9.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  APRL-VALUE   PIC ZZZZZZZZ9.99.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  APRL-KEYED   PIC X(08).
           05  FILLER       PIC X(01) VALUE SPACES.
           05  APRL-REF     PIC X(12).
       01  WS-ADJ-HELD-MSG.
           05  FILLER       PIC X(24) VALUE
               'HELD FOR APPROVAL - ADJ '.
           05  AHM-ID       PIC 9(07).
       01  WS-LED-ADJ-REF.
           05  FILLER       PIC X(04) VALUE 'ADJ '.
           05  LED-ADJ-NO   PIC 9(07).
           05  FILLER       PIC X(01) VALUE SPACES.
       01  WS-INS-EXP-IND   PIC S9(4) COMP.
       01  WS-INS-CSG-QTY   PIC 9(5).
       01  WS-LED-INS-REF.
           05  FILLER       PIC X(04) VALUE 'INS '.
           05  LED-INS-NO   PIC 9(07).
           05  FILLER       PIC X(01) VALUE SPACES.
       01  WS-LED-PO-REF.
           05  FILLER       PIC X(03) VALUE 'PO '.
           05  LED-PO-NO    PIC 9(06).
           05  FILLER       PIC X(03) VALUE SPACES.
       01  WS-INS-DONE-MSG.
           05  FILLER       PIC X(09) VALUE 'ACCEPTED '.
           05  IDM-ACC      PIC ZZZZ9.
           05  FILLER       PIC X(10) VALUE ' REJECTED '.
           05  IDM-REJ      PIC ZZZZ9.

      *_________________CICS__________________
       LINKAGE SECTION.
               ERROR(CICS-ERROR)
           END-EXEC.

      *    NO LEDGER COST IS SET UNTIL A POSTING SUPPLIES ONE.
           MOVE ZERO TO MLED-UNIT-COST.

           IF EIBCALEN = 0
               MOVE SPACES TO CA-MESSAGE
               PERFORM SEND-MENU
                   PERFORM PROCESS-POA
                 WHEN 'INVRET'
                   PERFORM PROCESS-RET
                 WHEN 'INVKIT'
                   PERFORM PROCESS-KIT
                 WHEN 'INVRPL'
                   PERFORM PROCESS-RPL
                 WHEN 'INVAPR'
                   PERFORM PROCESS-APR
                 WHEN 'INVINS'
                   PERFORM PROCESS-INS
                 WHEN OTHER
                   PERFORM SEND-MENU
               END-EVALUATE
               MOVE 'S' TO WS-REQ-AUTH
               PERFORM REQUIRE-AUTH
               PERFORM SEND-RET-SCREEN
             WHEN DFHPF14
               MOVE 'S' TO WS-REQ-AUTH
               PERFORM REQUIRE-AUTH
               PERFORM SEND-KIT-SCREEN
             WHEN DFHPF15
               MOVE 'S' TO WS-REQ-AUTH
               PERFORM REQUIRE-AUTH
               PERFORM SEND-RPL-SCREEN
             WHEN DFHPF16
               MOVE 'A' TO WS-REQ-AUTH
               PERFORM REQUIRE-AUTH
               PERFORM SEND-APR-SCREEN
             WHEN DFHPF17
               MOVE 'Q' TO WS-REQ-AUTH
               PERFORM REQUIRE-AUTH
               PERFORM SEND-INS-SCREEN
             WHEN DFHPF3
               EXEC CICS RETURN END-EXEC
             WHEN OTHER
               MOVE 'WAREHOUSE CLOSED - NO NEW STOCK' TO CA-MESSAGE
               PERFORM SEND-MENU.

      *    A CHANGE OVER THE WAREHOUSE'S ADJUSTMENT LIMITS IS NOT
      *    POSTED - IT WAITS FOR A SECOND OPERATOR TO APPROVE IT.
           MOVE WS-PROD-CODE TO PADJ-PROD-CODE.
           MOVE WS-WAREHOUSE TO PADJ-WAREHOUSE-CODE.
           MOVE WS-QTY-DELTA TO WS-ADJ-QTY.
           PERFORM ADJ-CHECK-LIMIT.

           IF WS-ADJ-HOLD = 'Y'
               MOVE 'U'            TO PADJ-SOURCE
               MOVE WS-OLD-LOC-QTY TO PADJ-OLD-QTY
               MOVE WS-STOCK-QTY   TO PADJ-NEW-QTY
               MOVE ZERO           TO PADJ-RETURN-ID
               MOVE SPACES         TO PADJ-REFERENCE
               PERFORM ADJ-HOLD.

      *    A DOWNWARD ADJUSTMENT COMES OUT OF OUR OWN STOCK FIRST.
           MOVE ZERO TO WS-CSG-OUT-QTY.

           IF WS-QTY-DELTA < 0
               COMPUTE WS-OUT-QTY = 0 - WS-QTY-DELTA
               PERFORM CSG-SPLIT-OUT.

           EXEC SQL
               UPDATE PRODUCT_LOCATION
               SET STOCK_QTY = :WS-STOCK-QTY
                   MOVE WS-PROD-CODE TO MLED-PROD-CODE
                   MOVE WS-WAREHOUSE TO MLED-WAREHOUSE-CODE
                   MOVE 'U'          TO MLED-MOVE-TYPE
                   COMPUTE MLED-QTY = WS-QTY-DELTA + WS-CSG-OUT-QTY
                   MOVE EIBOPID      TO MLED-REFERENCE
                   PERFORM WRITE-LEDGER-ROW
                   IF WS-CSG-OUT-QTY > 0
                       MOVE 'C' TO MLED-OWNER-TYPE
                       COMPUTE MLED-QTY = 0 - WS-CSG-OUT-QTY
                       PERFORM WRITE-LEDGER-ROW
                   END-IF
               ELSE
      *            BACK OUT THE LOCATION ROW AND ANY CONSUMPTION
      *            CSG-SPLIT-OUT RECORDED - THE VENDOR IS NOT BILLED
      *            FOR AN UPDATE THAT DID NOT POST.
                   MOVE 'ERROR UPDATING PRODUCT TOTAL' TO CA-MESSAGE
                   PERFORM CSG-BACKOUT
               END-IF
           ELSE
               MOVE 'ERROR UPDATING PRODUCT' TO CA-MESSAGE
               PERFORM CSG-BACKOUT.

           PERFORM SEND-MENU.

               MOVE 'WAREHOUSE CLOSED - NO ARRIVALS' TO CA-MESSAGE
               PERFORM SEND-MENU.

      *    ONLY OUR OWN STOCK TRAVELS, SO A LOTTED ARRIVAL CANNOT GO
      *    INTO A LOT THE VENDOR HOLDS AT THE RECEIVING WAREHOUSE.
           IF XFR-LOT-NO NOT = SPACES
               AND WS-XFR-EXP-IND NOT < 0
               MOVE XFR-PROD-CODE    TO LOT-PROD-CODE
               MOVE XFR-TO-WAREHOUSE TO LOT-WAREHOUSE-CODE
               MOVE XFR-LOT-NO       TO LOT-LOT-NO
               MOVE 'O'              TO LOT-OWNER-TYPE
               PERFORM CHECK-LOT-OWNER
               IF WS-LOT-CONFLICT = 'Y'
                   MOVE 'ARRIVAL LOT HELD ON CONSIGNMENT'
                       TO CA-MESSAGE
                   PERFORM SEND-MENU
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
               WHERE PROD_CODE = :LOT-PROD-CODE
               AND   WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
               AND   LOT_NO = :LOT-LOT-NO
               AND   OWNER_TYPE = :LOT-OWNER-TYPE
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
               END-EXEC
           END-IF.

           MOVE XFRTOWI TO WS-TO-WAREHOUSE.
           MOVE XFRQTYI TO WS-XFER-QTY.

           PERFORM XFER-DISPATCH.

           PERFORM SEND-MENU.

      *    DISPATCH WS-XFER-QTY OF WS-PROD-CODE FROM WS-WAREHOUSE TO
      *    WS-TO-WAREHOUSE ON ONE OR MORE IN-TRANSIT DOCUMENTS.
      *    REFUSALS GO STRAIGHT BACK TO THE MENU; OTHERWISE
      *    WS-XFER-DOCS AND WS-FIRST-XFER SAY WHAT WAS WRITTEN AND
      *    CA-MESSAGE CARRIES THE OUTCOME.
       XFER-DISPATCH SECTION.
           IF WS-XFER-QTY = ZERO
               MOVE 'QUANTITY MUST BE GREATER THAN ZERO' TO CA-MESSAGE
               PERFORM SEND-MENU.
           MOVE WS-WAREHOUSE TO LOC-WAREHOUSE-CODE.

           EXEC SQL
               SELECT STOCK_QTY, CONSIGN_QTY
               INTO   :WS-OLD-LOC-QTY, :WS-CSG-LOC-QTY
               FROM   PRODUCT_LOCATION
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
                   TO CA-MESSAGE
               PERFORM SEND-MENU.

      *    A TRANSFER MOVES OUR OWN STOCK ONLY - CONSIGNED STOCK STAYS
      *    IN THE WAREHOUSE THE VENDOR DELIVERED IT TO UNTIL IT IS
      *    USED. SAME RULE AS THE NIGHTLY BATCH.
           IF WS-XFER-QTY > WS-OLD-LOC-QTY - WS-CSG-LOC-QTY
               MOVE 'TRANSFER EXCEEDS OWNED STOCK' TO CA-MESSAGE
               PERFORM SEND-MENU.

      *    A HOLD FREEZES ALL MOVEMENT POSTING - SAME RULE THE BATCH
      *    ENFORCES. A DISCONTINUED DISPATCH STAYS ALLOWED SO THE
      *    REMAINING STOCK CAN BE RUN DOWN.
               FROM STOCK_LOT
               WHERE PROD_CODE = :LOT-PROD-CODE
               AND   WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
               AND   OWNER_TYPE <> 'C'
               AND   LOT_QTY > 0
               ORDER BY EXPIRY_DATE, LOT_NO
           END-EXEC.
               MOVE WS-LED-XF-REF TO MLED-REFERENCE
               PERFORM WRITE-LEDGER-ROW.

      *    CONSUME ONE LOT BALANCE, IN FULL OR IN PART, ONTO ITS
      *    OWN IN-TRANSIT TRANSFER DOCUMENT. THE LOT IS ONLY
      *    RELIEVED ONCE ITS DOCUMENT IS SAFELY WRITTEN, SO A
               MOVE 'DISPOSITION MUST BE S, X OR V' TO CA-MESSAGE
               PERFORM SEND-MENU.

      *    A SCRAP WAITING FOR APPROVAL HOLDS THE RETURN WHERE IT IS
      *    UNTIL THE SCRAP IS APPROVED OR REJECTED.
           MOVE RET-RETURN-ID TO PADJ-RETURN-ID.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-ADJ-PEND-CNT
               FROM   PENDING_ADJUSTMENT
               WHERE  RETURN_ID  = :PADJ-RETURN-ID
               AND    ADJ_STATUS = 'P'
           END-EXEC.

           IF SQLCODE = 0 AND WS-ADJ-PEND-CNT > 0
               MOVE 'SCRAP AWAITING APPROVAL - NOT CHANGED'
                   TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE RETDSPI TO WS-RET-DISP.

           IF WS-RET-DISP = 'X'
               PERFORM RET-CHECK-SCRAP-LIMIT.

           PERFORM RET-APPLY-DISPOSITION.

           EVALUATE WS-RET-DISP
             WHEN 'S'
               MOVE 'RETURN PUT BACK TO STOCK' TO CA-MESSAGE
             WHEN 'X'
               MOVE 'RETURN SCRAPPED' TO CA-MESSAGE
             WHEN OTHER
               MOVE 'RETURN SENT BACK TO VENDOR' TO CA-MESSAGE
           END-EVALUATE.

           PERFORM SEND-MENU.

      *    A SCRAP WRITES THE WHOLE RETURN OFF - OVER THE WAREHOUSE'S
      *    ADJUSTMENT LIMITS IT IS HELD FOR APPROVAL INSTEAD.
       RET-CHECK-SCRAP-LIMIT SECTION.
           MOVE RET-WAREHOUSE-CODE TO WHSE-CODE.
           PERFORM CHECK-WAREHOUSE.

           MOVE RET-PROD-CODE      TO PADJ-PROD-CODE.
           MOVE RET-WAREHOUSE-CODE TO PADJ-WAREHOUSE-CODE.
           COMPUTE WS-ADJ-QTY = 0 - RET-RETURN-QTY.
           PERFORM ADJ-CHECK-LIMIT.

           IF WS-ADJ-HOLD = 'Y'
               MOVE 'X'            TO PADJ-SOURCE
               MOVE RET-RETURN-QTY TO PADJ-OLD-QTY
               MOVE ZERO           TO PADJ-NEW-QTY
               MOVE RET-RETURN-ID  TO PADJ-RETURN-ID
               MOVE RET-RETURN-ID  TO LED-RET-NO
               MOVE WS-LED-RET-REF TO PADJ-REFERENCE
               PERFORM ADJ-HOLD.

      *    THE DISPOSITION TAKES THE QUANTITY OUT OF QUARANTINE AND,
      *    FOR RETURN-TO-STOCK, PUTS IT BACK INTO SELLABLE STOCK AND
      *    THE GRAND TOTAL. EVERY LEG WRITES ITS OWN LEDGER ROW.
                   TO CA-MESSAGE
               PERFORM SEND-MENU.

           IF WS-RET-DISP = 'S'
               PERFORM RET-BACK-TO-STOCK.

      *    THE QUARANTINE-OUT LEG OF THE DISPOSITION.
           MOVE WS-LED-RET-REF     TO MLED-REFERENCE.
           PERFORM WRITE-LEDGER-ROW.

           MOVE WS-RET-DISP TO RET-DISPOSITION.

           EXEC SQL
               UPDATE CUSTOMER_RETURN
               MOVE 'ERROR RECORDING DISPOSITION' TO CA-MESSAGE
               PERFORM SEND-MENU.

      *    RETURN-TO-STOCK LEG: THE INSPECTED QUANTITY BECOMES
      *    SELLABLE AGAIN - WAREHOUSE ROW, GRAND TOTAL AND A LEDGER
      *    ROW OF ITS OWN.

      *__________________WAREHOUSE MASTER LOOKUP____________________
      *    LOOK THE CODE IN WHSE-CODE UP ON THE WAREHOUSE MASTER.
      *    LEAVES WS-WHSE-FOUND (Y/N), WHSE-STATUS AND THE
      *    ADJUSTMENT LIMITS FOR THE CALLER.
       CHECK-WAREHOUSE SECTION.
           MOVE 'N' TO WS-WHSE-FOUND.

           EXEC SQL
               SELECT WHSE_STATUS, ADJ_LIMIT_QTY, ADJ_LIMIT_VALUE
               INTO   :WHSE-STATUS, :WHSE-ADJ-LIMIT-QTY,
                      :WHSE-ADJ-LIMIT-VALUE
               FROM   WAREHOUSE
               WHERE  WAREHOUSE_CODE = :WHSE-CODE
           END-EXEC.

           IF SQLCODE = 0
               MOVE 'Y' TO WS-WHSE-FOUND
           ELSE
               MOVE ZERO TO WHSE-ADJ-LIMIT-QTY
               MOVE ZERO TO WHSE-ADJ-LIMIT-VALUE.

      *__________________LOT OWNERSHIP CHECK_______________________
      *    A LOT HOLDS ONE OWNER'S STOCK. LEAVES WS-LOT-CONFLICT = Y
      *    WHEN THE LOT IN LOT-PROD-CODE/WAREHOUSE-CODE/LOT-NO IS ON
      *    FILE UNDER AN OWNER OTHER THAN LOT-OWNER-TYPE. A LOT NOT
      *    YET ON FILE IS FREE TO EITHER OWNER.
       CHECK-LOT-OWNER SECTION.
           MOVE 'N' TO WS-LOT-CONFLICT.

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
               MOVE 'Y' TO WS-LOT-CONFLICT.

      *__________________ORDER ALLOCATION____________________
       SEND-ALC-SCREEN SECTION.
               PERFORM SEND-MENU.

      *    AN ALLOCATION MAY ONLY RESERVE WHAT IS STILL AVAILABLE
      *    TO PROMISE - ON HAND LESS EVERY OPEN ALLOCATION. WHATEVER
      *    IS ASKED FOR BEYOND THAT IS BACKORDERED FOR THE NIGHTLY
      *    FILL (INVBF001) AND ONLY THE AVAILABLE PART IS RESERVED.
           PERFORM CALC-AVAILABLE.

           MOVE ZERO TO WS-BO-QTY.

           IF ALC-ALLOC-QTY > WS-AVAIL-QTY
               PERFORM ALC-BACKORDER.

           EXEC SQL
               SELECT MAX(ALLOC_ID)
                    :ALC-ALLOC-QTY, :ALC-ALLOC-STATUS, CURRENT DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               IF WS-BO-QTY > ZERO
                   EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               END-IF
               MOVE 'ERROR WRITING ALLOCATION' TO CA-MESSAGE
               PERFORM SEND-MENU.

           IF WS-BO-QTY > ZERO
               MOVE WS-ALC-LAST-ID TO BPM-ID
               MOVE ALC-ALLOC-QTY  TO BPM-ALLOC
               MOVE WS-BO-QTY      TO BPM-BO
               MOVE WS-BO-PART-MSG TO CA-MESSAGE
           ELSE
               MOVE WS-ALC-LAST-ID TO ACM-ID
               MOVE WS-ALC-CRT-MSG TO CA-MESSAGE.

           PERFORM SEND-MENU.

      *    THE ORDER LINE ASKS FOR MORE THAN IS AVAILABLE TO PROMISE -
      *    RECORD THE DIFFERENCE AS A BACKORDER (ADDING TO ONE ALREADY
      *    OPEN FOR THE SAME ORDER LINE) AND CUT THE ALLOCATION BACK
      *    TO WHAT IS AVAILABLE. WITH NOTHING AVAILABLE THE WHOLE LINE
      *    IS BACKORDERED AND NO ALLOCATION IS WRITTEN.
       ALC-BACKORDER SECTION.
           IF WS-AVAIL-QTY > ZERO
               COMPUTE WS-BO-QTY = ALC-ALLOC-QTY - WS-AVAIL-QTY
           ELSE
               MOVE ALC-ALLOC-QTY TO WS-BO-QTY.

           MOVE ALC-ORDER-NO       TO BKO-ORDER-NO.
           MOVE ALC-ORDER-LINE     TO BKO-ORDER-LINE.
           MOVE ALC-PROD-CODE      TO BKO-PROD-CODE.
           MOVE ALC-WAREHOUSE-CODE TO BKO-WAREHOUSE-CODE.
           MOVE WS-BO-QTY          TO BKO-QTY.

           EXEC SQL
               UPDATE BACKORDER
               SET    BO_QTY = BO_QTY + :BKO-QTY
               WHERE  ORDER_NO       = :BKO-ORDER-NO
               AND    ORDER_LINE     = :BKO-ORDER-LINE
               AND    PROD_CODE      = :BKO-PROD-CODE
               AND    WAREHOUSE_CODE = :BKO-WAREHOUSE-CODE
               AND    BO_STATUS      = 'O'
           END-EXEC.

           IF SQLCODE = 100
               PERFORM BKO-INSERT.

           IF SQLCODE NOT = 0
               MOVE 'ERROR WRITING BACKORDER' TO CA-MESSAGE
               PERFORM SEND-MENU.

           IF WS-AVAIL-QTY NOT > ZERO
               MOVE WS-BO-QTY      TO BNM-QTY
               MOVE WS-BO-NONE-MSG TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE WS-AVAIL-QTY TO ALC-ALLOC-QTY.

       BKO-INSERT SECTION.
           EXEC SQL
               SELECT MAX(BO_ID)
               INTO   :WS-BO-LAST-ID :WS-BO-ID-IND
               FROM   BACKORDER
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-BO-ID-IND < 0
               MOVE ZERO TO WS-BO-LAST-ID.

           ADD 1 TO WS-BO-LAST-ID.
           MOVE WS-BO-LAST-ID TO BKO-BO-ID.
           MOVE 'O'           TO BKO-STATUS.
           MOVE EIBOPID       TO BKO-OPER.

           EXEC SQL
               INSERT INTO BACKORDER
                   (BO_ID, ORDER_NO, ORDER_LINE, PROD_CODE,
                    WAREHOUSE_CODE, BO_QTY, FILLED_QTY, BO_STATUS,
                    BO_DATE, BO_OPER)
               VALUES
                   (:BKO-BO-ID, :BKO-ORDER-NO, :BKO-ORDER-LINE,
                    :BKO-PROD-CODE, :BKO-WAREHOUSE-CODE,
                    :BKO-QTY, 0, :BKO-STATUS, CURRENT DATE,
                    :BKO-OPER)
           END-EXEC.

       ALC-CANCEL SECTION.
           IF ALCIDXI NOT NUMERIC
               MOVE 'ALLOC ID MUST BE NUMERIC' TO CA-MESSAGE

           PERFORM SEND-MENU.

      *__________________KIT ASSEMBLY____________________
       SEND-KIT-SCREEN SECTION.
           MOVE LOW-VALUES TO INVKITO.
           EXEC CICS SEND MAP('INVKIT')
               MAPSET('INVMAP')
               FROM(INVKITO)
               ERASE
           END-EXEC.

           MOVE 'INVKIT' TO CA-NEXT-MAP.

           EXEC CICS RETURN
               TRANSID('INV1')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

       PROCESS-KIT SECTION.
           EXEC CICS RECEIVE MAP('INVKIT')
               MAPSET('INVMAP')
               INTO(INVKITI)
           END-EXEC.

           IF EIBAID = DFHPF3
               MOVE SPACES TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE 'S' TO WS-REQ-AUTH.
           PERFORM REQUIRE-AUTH.

      *    A WORK ORDER NUMBER MEANS THE OPERATOR IS WORKING AN
      *    EXISTING ORDER - COMPLETING OR CANCELLING IT; A BLANK
      *    NUMBER WITH THE KIT FIELDS FILLED IN OPENS A NEW ONE.
           IF KITWONI = SPACES OR KITWONI = LOW-VALUES
               PERFORM KIT-OPEN-ORDER
           ELSE
               PERFORM KIT-WORK-ORDER.

       KIT-OPEN-ORDER SECTION.
           IF KITCODI NOT NUMERIC OR KITQTYI NOT NUMERIC
               MOVE 'ALL NUMERIC FIELDS MUST BE FILLED IN'
                   TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE KITCODI TO WO-KIT-CODE.
           MOVE KITWHSI TO WO-WAREHOUSE-CODE.
           MOVE KITQTYI TO WO-QTY.
           MOVE KITMODI TO WO-MODE.

           IF WO-QTY = ZERO
               MOVE 'QUANTITY MUST BE GREATER THAN ZERO' TO CA-MESSAGE
               PERFORM SEND-MENU.

           IF NOT WO-ASSEMBLE AND NOT WO-DISASSEMBLE
               MOVE 'MODE MUST BE A OR D' TO CA-MESSAGE
               PERFORM SEND-MENU.

           PERFORM KIT-CHECK-PRODUCTS.

      *    A KIT WITH NO BILL OF MATERIAL HAS NOTHING TO BUILD FROM.
           MOVE WO-KIT-CODE TO BOM-PARENT-CODE.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-KIT-COMPS
               FROM   BILL_OF_MATERIAL
               WHERE  PARENT_CODE = :BOM-PARENT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-KIT-COMPS = 0
               MOVE 'NO BILL OF MATERIAL FOR THIS KIT' TO CA-MESSAGE
               PERFORM SEND-MENU.

           EXEC SQL
               SELECT MAX(WO_NUMBER)
               INTO   :WO-NUMBER :WS-WO-NO-IND
               FROM   ASSEMBLY_ORDER
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-WO-NO-IND < 0
               MOVE ZERO TO WO-NUMBER.

           ADD 1 TO WO-NUMBER.
           MOVE 'O'     TO WO-STATUS.
           MOVE EIBOPID TO WO-OPEN-OPER.

           EXEC SQL
               INSERT INTO ASSEMBLY_ORDER
                   (WO_NUMBER, KIT_CODE, WAREHOUSE_CODE, WO_QTY,
                    WO_MODE, WO_STATUS, OPEN_DATE, OPEN_OPER)
               VALUES
                   (:WO-NUMBER, :WO-KIT-CODE, :WO-WAREHOUSE-CODE,
                    :WO-QTY, :WO-MODE, :WO-STATUS, CURRENT DATE,
                    :WO-OPEN-OPER)
           END-EXEC.

           IF SQLCODE = 0
               MOVE WO-NUMBER      TO KCM-NO
               MOVE WS-KIT-CRT-MSG TO CA-MESSAGE
           ELSE
               MOVE 'ERROR WRITING WORK ORDER' TO CA-MESSAGE.

           PERFORM SEND-MENU.

       KIT-WORK-ORDER SECTION.
           IF KITWONI NOT NUMERIC
               MOVE 'WORK ORDER MUST BE NUMERIC' TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE KITWONI TO WO-NUMBER.

           EXEC SQL
               SELECT KIT_CODE, WAREHOUSE_CODE, WO_QTY, WO_MODE,
                      WO_STATUS
               INTO   :WO-KIT-CODE, :WO-WAREHOUSE-CODE, :WO-QTY,
                      :WO-MODE, :WO-STATUS
               FROM   ASSEMBLY_ORDER
               WHERE  WO_NUMBER = :WO-NUMBER
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'WORK ORDER NOT FOUND' TO CA-MESSAGE
               PERFORM SEND-MENU.

      *    FIRST TRIP THROUGH THIS SCREEN FOR THIS ORDER - SHOW WHAT
      *    IT WILL BUILD AND ITS STATUS AND RETURN FOR THE ACTION
      *    BEFORE CHANGING ANYTHING.
           IF KITACTI = SPACES OR KITACTI = LOW-VALUES
               MOVE LOW-VALUES        TO INVKITO
               MOVE KITWONI           TO KITWONO
               MOVE WO-KIT-CODE       TO KITCODO
               MOVE WO-WAREHOUSE-CODE TO KITWHSO
               MOVE WO-QTY            TO KITQTYO
               MOVE WO-MODE           TO KITMODO
               MOVE WO-STATUS         TO KITSTAO
               MOVE 'ORDER SHOWN - ENTER C=COMPLETE OR X=CANCEL'
                   TO KITMSGO

               EXEC CICS SEND MAP('INVKIT')
                   MAPSET('INVMAP')
                   FROM(INVKITO)
                   DATAONLY
               END-EXEC

               MOVE 'INVKIT' TO CA-NEXT-MAP

               EXEC CICS RETURN
                   TRANSID('INV1')
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(LENGTH OF DFHCOMMAREA)
               END-EXEC.

           IF KITACTI NOT = 'C' AND KITACTI NOT = 'X'
               MOVE 'ACTION MUST BE C OR X' TO CA-MESSAGE
               PERFORM SEND-MENU.

      *    ONLY AN OPEN ORDER CAN BE COMPLETED OR CANCELLED - ONCE
      *    IT IS POSTED OR CANCELLED THE DECISION IS MADE.
           IF NOT WO-OPEN
               MOVE 'WORK ORDER IS NOT OPEN' TO CA-MESSAGE
               PERFORM SEND-MENU.

           IF KITACTI = 'X'
               EXEC SQL
                   UPDATE ASSEMBLY_ORDER
                   SET    WO_STATUS = 'X'
                   WHERE  WO_NUMBER = :WO-NUMBER
                   AND    WO_STATUS = 'O'
               END-EXEC
               IF SQLCODE = 0
                   MOVE 'WORK ORDER CANCELLED' TO CA-MESSAGE
               ELSE
                   MOVE 'ERROR UPDATING WORK ORDER' TO CA-MESSAGE
               END-IF
               PERFORM SEND-MENU.

      *    THE PRODUCTS MAY HAVE BEEN HELD, OR THE WAREHOUSE CLOSED,
      *    SINCE THE ORDER WAS OPENED - CHECK AGAIN BEFORE POSTING.
           PERFORM KIT-CHECK-PRODUCTS.

           MOVE WO-KIT-CODE TO BOM-PARENT-CODE.
           MOVE WO-NUMBER   TO LED-WO-NO.

           IF WO-ASSEMBLE
               PERFORM KIT-ASSEMBLE
           ELSE
               PERFORM KIT-DISASSEMBLE.

      *    THE WAREHOUSE MUST BE ON THE MASTER AND OPEN, AND A HOLD
      *    ON THE KIT OR ANY OF ITS COMPONENTS FREEZES THE ORDER -
      *    SAME RULES EVERY OTHER POSTING PATH ENFORCES. A
      *    DISCONTINUED KIT MAY STILL BE BROKEN DOWN TO RUN ITS
      *    STOCK OFF, BUT NO NEW ONES ARE BUILT.
       KIT-CHECK-PRODUCTS SECTION.
           MOVE WO-WAREHOUSE-CODE TO WHSE-CODE.
           PERFORM CHECK-WAREHOUSE.

           IF WS-WHSE-FOUND NOT = 'Y'
               MOVE 'WAREHOUSE NOT ON WAREHOUSE MASTER' TO CA-MESSAGE
               PERFORM SEND-MENU.

           IF WHSE-CLOSED
               MOVE 'WAREHOUSE CLOSED - NO KIT WORK' TO CA-MESSAGE
               PERFORM SEND-MENU.

           EXEC SQL
               SELECT PROD_STATUS
               INTO   :PROD-STATUS
               FROM   PRODUCTS
               WHERE  PROD_CODE = :WO-KIT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'PRODUCT NOT FOUND' TO CA-MESSAGE
               PERFORM SEND-MENU.

           IF PROD-ON-HOLD
               MOVE 'PRODUCT ON HOLD - MOVEMENT REJECTED'
                   TO CA-MESSAGE
               PERFORM SEND-MENU.

           IF PROD-DISCONTINUED AND WO-ASSEMBLE
               MOVE 'KIT DISCONTINUED - NO NEW ASSEMBLY'
                   TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE WO-KIT-CODE TO BOM-PARENT-CODE.

           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-KIT-HELD
               FROM   BILL_OF_MATERIAL B, PRODUCTS P
               WHERE  B.PARENT_CODE = :BOM-PARENT-CODE
               AND    P.PROD_CODE = B.COMP_CODE
               AND    P.PROD_STATUS = 'H'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-KIT-HELD > 0
               MOVE 'COMPONENT ON HOLD - MOVEMENT REJECTED'
                   TO CA-MESSAGE
               PERFORM SEND-MENU.

      *    BUILD WO-QTY KITS. EVERY COMPONENT IS CHECKED AGAINST
      *    WHAT IS AVAILABLE TO PROMISE BEFORE ANY IS TOUCHED, SO A
      *    SHORTAGE REFUSES THE ORDER CLEAN. THE POSTING PASS THEN
      *    ISSUES EVERY COMPONENT AND RECEIVES THE KITS AS ONE UNIT
      *    OF WORK - ANY FAILURE PART WAY BACKS THE WHOLE ORDER OUT.
       KIT-ASSEMBLE SECTION.
           MOVE 'N'  TO WS-KIT-SHORT-SW.
           MOVE 'N'  TO WS-BOM-EOF.
           MOVE ZERO TO WS-KIT-COMPS.

           EXEC SQL
               DECLARE C-BOM CURSOR FOR
               SELECT B.COMP_CODE, B.QTY_PER, P.AVG_UNIT_COST
               FROM BILL_OF_MATERIAL B, PRODUCTS P
               WHERE B.PARENT_CODE = :BOM-PARENT-CODE
               AND   P.PROD_CODE = B.COMP_CODE
               ORDER BY B.COMP_CODE
           END-EXEC.

           EXEC SQL OPEN C-BOM END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR READING BILL OF MATERIAL' TO CA-MESSAGE
               PERFORM SEND-MENU.

           PERFORM KIT-CHECK-ONE-COMP
               UNTIL WS-BOM-EOF = 'Y'.

           EXEC SQL CLOSE C-BOM END-EXEC.

           IF WS-KIT-SHORT-SW = 'Y'
               PERFORM SEND-MENU.

           IF WS-KIT-COMPS = 0
               MOVE 'NO BILL OF MATERIAL FOR THIS KIT' TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE ZERO TO WS-KIT-COST.
           MOVE 'N'  TO WS-BOM-EOF.

           EXEC SQL OPEN C-BOM END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR READING BILL OF MATERIAL' TO CA-MESSAGE
               PERFORM SEND-MENU.

           PERFORM KIT-ISSUE-ONE-COMP
               UNTIL WS-BOM-EOF = 'Y'.

           EXEC SQL CLOSE C-BOM END-EXEC.

           PERFORM KIT-RECEIVE-KIT.
           PERFORM KIT-CLOSE-ORDER.

           MOVE 'WORK ORDER COMPLETE - KITS BUILT' TO CA-MESSAGE.
           PERFORM SEND-MENU.

      *    CHECK PASS - ONE COMPONENT AGAINST ITS AVAILABLE STOCK AT
      *    THE ORDER'S WAREHOUSE. THE FIRST SHORT COMPONENT STOPS
      *    THE PASS AND IS NAMED IN THE MESSAGE.
       KIT-CHECK-ONE-COMP SECTION.
           EXEC SQL
               FETCH C-BOM
               INTO :BOM-COMP-CODE, :BOM-QTY-PER, :WS-COMP-COST
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-BOM-EOF
               IF SQLCODE NOT = 100
                   MOVE 'Y' TO WS-KIT-SHORT-SW
                   MOVE 'ERROR READING BILL OF MATERIAL'
                       TO CA-MESSAGE
               END-IF
           ELSE
               ADD 1 TO WS-KIT-COMPS
               COMPUTE WS-KIT-NEED = BOM-QTY-PER * WO-QTY
               MOVE BOM-COMP-CODE     TO LOC-PROD-CODE
               MOVE WO-WAREHOUSE-CODE TO LOC-WAREHOUSE-CODE
               PERFORM KIT-COMP-AVAILABLE
               IF WS-KIT-NEED > WS-AVAIL-QTY
                   MOVE 'Y'              TO WS-KIT-SHORT-SW
                   MOVE 'Y'              TO WS-BOM-EOF
                   MOVE BOM-COMP-CODE    TO KSM-COMP
                   MOVE WS-KIT-NEED      TO KSM-NEED
                   MOVE WS-KIT-SHORT-MSG TO CA-MESSAGE
               END-IF
           END-IF.

      *    AVAILABLE STOCK OF THE PRODUCT IN LOC-PROD-CODE AT
      *    LOC-WAREHOUSE-CODE - ON HAND LESS OPEN ORDER ALLOCATIONS,
      *    SO A BUILD NEVER TAKES STOCK PROMISED TO A CUSTOMER. NO
      *    LOCATION ROW MEANS NONE ON HAND.
       KIT-COMP-AVAILABLE SECTION.
           EXEC SQL
               SELECT STOCK_QTY
               INTO   :LOC-STOCK-QTY
               FROM   PRODUCT_LOCATION
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE ZERO TO LOC-STOCK-QTY.

           PERFORM CALC-AVAILABLE.

       KIT-ISSUE-ONE-COMP SECTION.
           EXEC SQL
               FETCH C-BOM
               INTO :BOM-COMP-CODE, :BOM-QTY-PER, :WS-COMP-COST
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   MOVE 'ERROR READING BILL OF MATERIAL'
                       TO CA-MESSAGE
                   PERFORM KIT-BACKOUT
               END-IF
               MOVE 'Y' TO WS-BOM-EOF
           ELSE
               COMPUTE WS-KIT-NEED = BOM-QTY-PER * WO-QTY
               MOVE BOM-COMP-CODE     TO LOC-PROD-CODE
               MOVE WO-WAREHOUSE-CODE TO LOC-WAREHOUSE-CODE
               PERFORM KIT-LOCATION-OUT
               COMPUTE WS-KIT-COST =
                   WS-KIT-COST + (WS-KIT-NEED * WS-COMP-COST)
           END-IF.

      *    FINISHED KITS COME IN AT THE SUMMED COST OF THE
      *    COMPONENTS THAT WENT INTO THEM, RE-AVERAGED WITH ANY KITS
      *    ALREADY ON HAND - SAME WEIGHTED AVERAGE A PO RECEIPT
      *    USES, OVER OUR OWN KITS ONLY. THE ORDER KEEPS THE UNIT
      *    COST OF THIS BUILD.
       KIT-RECEIVE-KIT SECTION.
           COMPUTE WO-UNIT-COST ROUNDED = WS-KIT-COST / WO-QTY.

           EXEC SQL
               SELECT P.STOCK_QTY -
                      COALESCE((SELECT SUM(L.CONSIGN_QTY)
                                FROM   PRODUCT_LOCATION L
                                WHERE  L.PROD_CODE = P.PROD_CODE), 0),
                      P.AVG_UNIT_COST
               INTO   :STOCK-QTY, :AVG-UNIT-COST
               FROM   PRODUCTS P
               WHERE  P.PROD_CODE = :WO-KIT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR READING KIT PRODUCT' TO CA-MESSAGE
               PERFORM KIT-BACKOUT.

           COMPUTE WS-COST-DENOM = STOCK-QTY + WO-QTY.

           COMPUTE WS-NEW-AVG-COST ROUNDED =
               ((STOCK-QTY * AVG-UNIT-COST) + WS-KIT-COST)
               / WS-COST-DENOM.

           EXEC SQL
               UPDATE PRODUCTS
               SET    STOCK_QTY = STOCK_QTY + :WO-QTY,
                      AVG_UNIT_COST = :WS-NEW-AVG-COST
               WHERE  PROD_CODE = :WO-KIT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR UPDATING PRODUCT TOTAL' TO CA-MESSAGE
               PERFORM KIT-BACKOUT.

           MOVE WO-KIT-CODE       TO LOC-PROD-CODE.
           MOVE WO-WAREHOUSE-CODE TO LOC-WAREHOUSE-CODE.
           MOVE WO-QTY            TO WS-KIT-NEED.
           MOVE WO-UNIT-COST      TO MLED-UNIT-COST.
           PERFORM KIT-LOCATION-IN.

      *    BREAK WO-QTY KITS BACK INTO THEIR COMPONENTS - THE KITS
      *    ARE ISSUED AND EVERY COMPONENT RECEIVED AS ONE UNIT OF
      *    WORK. THE KITS LEAVE AT THE KIT'S AVERAGE COST AND THAT
      *    VALUE IS SPREAD OVER THE COMPONENTS IN PROPORTION TO WHAT
      *    THEY COST NOW (BY QUANTITY IF NONE HAS A COST), SO NO
      *    INVENTORY VALUE IS MADE OR LOST. THE ORDER KEEPS THE KIT
      *    COST BROKEN DOWN.
       KIT-DISASSEMBLE SECTION.
           MOVE WO-KIT-CODE       TO LOC-PROD-CODE.
           MOVE WO-WAREHOUSE-CODE TO LOC-WAREHOUSE-CODE.
           PERFORM KIT-COMP-AVAILABLE.

           IF WO-QTY > WS-AVAIL-QTY
               MOVE 'KIT STOCK SHORT - NOT DISASSEMBLED'
                   TO CA-MESSAGE
               PERFORM SEND-MENU.

           EXEC SQL
               SELECT AVG_UNIT_COST
               INTO   :WO-UNIT-COST
               FROM   PRODUCTS
               WHERE  PROD_CODE = :WO-KIT-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR READING KIT PRODUCT' TO CA-MESSAGE
               PERFORM SEND-MENU.

           COMPUTE WS-KIT-COST = WO-QTY * WO-UNIT-COST.

      *    WHAT ONE KIT'S COMPONENTS COST TODAY, AND HOW MANY UNITS
      *    ONE KIT BREAKS INTO - THE WEIGHTS FOR THE SPREAD.
           EXEC SQL
               SELECT COALESCE(SUM(B.QTY_PER * P.AVG_UNIT_COST), 0),
                      COALESCE(SUM(B.QTY_PER), 0)
               INTO   :WS-KIT-WEIGHT, :WS-KIT-UNITS
               FROM   BILL_OF_MATERIAL B, PRODUCTS P
               WHERE  B.PARENT_CODE = :BOM-PARENT-CODE
               AND    P.PROD_CODE = B.COMP_CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR READING BILL OF MATERIAL' TO CA-MESSAGE
               PERFORM SEND-MENU.

           IF WS-KIT-UNITS = 0
               MOVE 'NO BILL OF MATERIAL FOR THIS KIT' TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE WO-QTY TO WS-KIT-NEED.
           PERFORM KIT-LOCATION-OUT.

           MOVE 'N'  TO WS-BOM-EOF.
           MOVE ZERO TO WS-KIT-COMPS.

           EXEC SQL OPEN C-BOM END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR READING BILL OF MATERIAL' TO CA-MESSAGE
               PERFORM KIT-BACKOUT.

           PERFORM KIT-RETURN-ONE-COMP
               UNTIL WS-BOM-EOF = 'Y'.

           EXEC SQL CLOSE C-BOM END-EXEC.

           IF WS-KIT-COMPS = 0
               MOVE 'NO BILL OF MATERIAL FOR THIS KIT' TO CA-MESSAGE
               PERFORM KIT-BACKOUT.

           PERFORM KIT-CLOSE-ORDER.

           MOVE 'WORK ORDER COMPLETE - KITS BROKEN DOWN'
               TO CA-MESSAGE.
           PERFORM SEND-MENU.

       KIT-RETURN-ONE-COMP SECTION.
           EXEC SQL
               FETCH C-BOM
               INTO :BOM-COMP-CODE, :BOM-QTY-PER, :WS-COMP-COST
           END-EXEC.

           IF SQLCODE NOT = 0
               IF SQLCODE NOT = 100
                   MOVE 'ERROR READING BILL OF MATERIAL'
                       TO CA-MESSAGE
                   PERFORM KIT-BACKOUT
               END-IF
               MOVE 'Y' TO WS-BOM-EOF
           ELSE
               ADD 1 TO WS-KIT-COMPS
               COMPUTE WS-KIT-NEED = BOM-QTY-PER * WO-QTY
               PERFORM KIT-COMP-SHARE
               MOVE BOM-COMP-CODE     TO LOC-PROD-CODE
               MOVE WO-WAREHOUSE-CODE TO LOC-WAREHOUSE-CODE
               COMPUTE MLED-UNIT-COST ROUNDED =
                   WS-COMP-VALUE / WS-KIT-NEED
               PERFORM KIT-LOCATION-IN
           END-IF.

      *    THIS COMPONENT'S SHARE OF THE KITS' VALUE COMES BACK INTO
      *    ITS GRAND TOTAL RE-AVERAGED WITH OUR OWN STOCK ON HAND -
      *    SAME WEIGHTED AVERAGE A KIT BUILD USES. THE VENDOR'S
      *    CONSIGNED UNITS DO NOT WEIGH IN IT.
       KIT-COMP-SHARE SECTION.
           IF WS-KIT-WEIGHT > 0
               COMPUTE WS-COMP-VALUE ROUNDED =
                   WS-KIT-COST * BOM-QTY-PER * WS-COMP-COST
                   / WS-KIT-WEIGHT
           ELSE
               COMPUTE WS-COMP-VALUE ROUNDED =
                   WS-KIT-COST * BOM-QTY-PER / WS-KIT-UNITS.

           EXEC SQL
               SELECT P.STOCK_QTY -
                      COALESCE((SELECT SUM(L.CONSIGN_QTY)
                                FROM   PRODUCT_LOCATION L
                                WHERE  L.PROD_CODE = P.PROD_CODE), 0),
                      P.AVG_UNIT_COST
               INTO   :STOCK-QTY, :AVG-UNIT-COST
               FROM   PRODUCTS P
               WHERE  P.PROD_CODE = :BOM-COMP-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR READING COMPONENT PRODUCT' TO CA-MESSAGE
               PERFORM KIT-BACKOUT.

           COMPUTE WS-COST-DENOM = STOCK-QTY + WS-KIT-NEED.

           COMPUTE WS-NEW-AVG-COST ROUNDED =
               ((STOCK-QTY * AVG-UNIT-COST) + WS-COMP-VALUE)
               / WS-COST-DENOM.

           EXEC SQL
               UPDATE PRODUCTS
               SET    STOCK_QTY = STOCK_QTY + :WS-KIT-NEED,
                      AVG_UNIT_COST = :WS-NEW-AVG-COST
               WHERE  PROD_CODE = :BOM-COMP-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR UPDATING PRODUCT TOTAL' TO CA-MESSAGE
               PERFORM KIT-BACKOUT.

      *    TAKE WS-KIT-NEED OF LOC-PROD-CODE OUT OF LOC-WAREHOUSE-
      *    CODE - WAREHOUSE ROW, GRAND TOTAL, LOT BALANCES AND A
      *    LEDGER ROW. THE STOCK_QTY TEST CATCHES AN ISSUE POSTED
      *    SINCE THE CHECK PASS.
       KIT-LOCATION-OUT SECTION.
           MOVE WS-KIT-NEED TO WS-OUT-QTY.
           PERFORM CSG-SPLIT-OUT.

           EXEC SQL
               UPDATE PRODUCT_LOCATION
               SET    STOCK_QTY = STOCK_QTY - :WS-KIT-NEED
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
               AND    STOCK_QTY >= :WS-KIT-NEED
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE LOC-PROD-CODE    TO KSM-COMP
               MOVE WS-KIT-NEED      TO KSM-NEED
               MOVE WS-KIT-SHORT-MSG TO CA-MESSAGE
               PERFORM KIT-BACKOUT.

           EXEC SQL
               UPDATE PRODUCTS
               SET    STOCK_QTY = STOCK_QTY - :WS-KIT-NEED
               WHERE  PROD_CODE = :LOC-PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR UPDATING PRODUCT TOTAL' TO CA-MESSAGE
               PERFORM KIT-BACKOUT.

           MOVE WS-KIT-NEED TO WS-LOT-REMAIN.
           PERFORM KIT-RELIEVE-LOTS.

      *    ONE LEDGER ROW FOR EACH OWNER WHOSE STOCK WENT IN.
           MOVE LOC-PROD-CODE      TO MLED-PROD-CODE.
           MOVE LOC-WAREHOUSE-CODE TO MLED-WAREHOUSE-CODE.
           MOVE 'K'                TO MLED-MOVE-TYPE.
           MOVE WS-LED-WO-REF      TO MLED-REFERENCE.

           IF WS-KIT-NEED > WS-CSG-OUT-QTY
               COMPUTE MLED-QTY = WS-CSG-OUT-QTY - WS-KIT-NEED
               PERFORM WRITE-LEDGER-ROW
               IF SQLCODE NOT = 0
                   MOVE 'ERROR WRITING MOVEMENT LEDGER' TO CA-MESSAGE
                   PERFORM KIT-BACKOUT
               END-IF
           END-IF.

           IF WS-CSG-OUT-QTY > 0
               MOVE 'C' TO MLED-OWNER-TYPE
               COMPUTE MLED-QTY = 0 - WS-CSG-OUT-QTY
               PERFORM WRITE-LEDGER-ROW
               IF SQLCODE NOT = 0
                   MOVE 'ERROR WRITING MOVEMENT LEDGER' TO CA-MESSAGE
                   PERFORM KIT-BACKOUT
               END-IF
           END-IF.

      *    PUT WS-KIT-NEED OF LOC-PROD-CODE INTO LOC-WAREHOUSE-CODE,
      *    CREATING THE WAREHOUSE ROW ON FIRST RECEIPT, AND LEDGER
      *    IT. THE CALLER UPDATES THE GRAND TOTAL.
       KIT-LOCATION-IN SECTION.
           EXEC SQL
               UPDATE PRODUCT_LOCATION
               SET    STOCK_QTY = STOCK_QTY + :WS-KIT-NEED
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
           END-EXEC.

           IF SQLCODE = 100
               MOVE WS-KIT-NEED TO LOC-STOCK-QTY
               EXEC SQL
                   INSERT INTO PRODUCT_LOCATION
                       (PROD_CODE, WAREHOUSE_CODE, STOCK_QTY)
                   VALUES
                       (:LOC-PROD-CODE, :LOC-WAREHOUSE-CODE,
                        :LOC-STOCK-QTY)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               MOVE 'ERROR POSTING TO PRODUCT LOCATION' TO CA-MESSAGE
               PERFORM KIT-BACKOUT.

           MOVE LOC-PROD-CODE      TO MLED-PROD-CODE.
           MOVE LOC-WAREHOUSE-CODE TO MLED-WAREHOUSE-CODE.
           MOVE 'K'                TO MLED-MOVE-TYPE.
           MOVE WS-KIT-NEED        TO MLED-QTY.
           MOVE WS-LED-WO-REF      TO MLED-REFERENCE.
           PERFORM WRITE-LEDGER-ROW.

           IF SQLCODE NOT = 0
               MOVE 'ERROR WRITING MOVEMENT LEDGER' TO CA-MESSAGE
               PERFORM KIT-BACKOUT.

      *    LOT-TRACKED STOCK LEAVES OLDEST-EXPIRY-FIRST, SAME RULE AS
      *    A TRANSFER DISPATCH - OUR OWN SHARE OF WS-LOT-REMAIN FROM
      *    OUR OWN LOTS AND THE CONSIGNED SHARE (WS-CSG-OUT-QTY, SET
      *    BY CSG-SPLIT-OUT) FROM CONSIGNED LOTS, SO LOT OWNERSHIP
      *    KEEPS AGREEING WITH CONSIGN_QTY. WHAT THE LOT BALANCES DO
      *    NOT COVER IS UNLOTTED STOCK.
       KIT-RELIEVE-LOTS SECTION.
           MOVE LOC-PROD-CODE      TO LOT-PROD-CODE.
           MOVE LOC-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.

           SUBTRACT WS-CSG-OUT-QTY FROM WS-LOT-REMAIN.
           MOVE 'O' TO LOT-OWNER-TYPE.
           PERFORM KIT-RELIEVE-OWNER-LOTS.

           MOVE WS-CSG-OUT-QTY TO WS-LOT-REMAIN.
           MOVE 'C' TO LOT-OWNER-TYPE.
           PERFORM KIT-RELIEVE-OWNER-LOTS.

       KIT-RELIEVE-OWNER-LOTS SECTION.
           MOVE 'N' TO WS-LOT-EOF.

           EXEC SQL
               DECLARE C-KLT CURSOR FOR
               SELECT LOT_NO, LOT_QTY
               FROM STOCK_LOT
               WHERE PROD_CODE = :LOT-PROD-CODE
               AND   WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
               AND   OWNER_TYPE = :LOT-OWNER-TYPE
               AND   LOT_QTY > 0
               ORDER BY EXPIRY_DATE, LOT_NO
           END-EXEC.

           IF WS-LOT-REMAIN > 0
               EXEC SQL OPEN C-KLT END-EXEC
               IF SQLCODE NOT = 0
                   MOVE 'ERROR RELIEVING LOT BALANCE' TO CA-MESSAGE
                   PERFORM KIT-BACKOUT
               END-IF
               PERFORM KIT-RELIEVE-ONE-LOT
                   UNTIL WS-LOT-EOF = 'Y' OR WS-LOT-REMAIN NOT > 0
               EXEC SQL CLOSE C-KLT END-EXEC
           END-IF.

       KIT-RELIEVE-ONE-LOT SECTION.
           EXEC SQL
               FETCH C-KLT
               INTO :LOT-LOT-NO, :LOT-QTY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-LOT-EOF
           ELSE
               PERFORM XFER-RELIEVE-LOT
               IF SQLCODE NOT = 0
                   MOVE 'ERROR RELIEVING LOT BALANCE' TO CA-MESSAGE
                   PERFORM KIT-BACKOUT
               END-IF
           END-IF.

      *    MARK THE ORDER COMPLETE WITH WHO POSTED IT AND THE KIT
      *    UNIT COST, AND COMMIT THE WHOLE ORDER.
       KIT-CLOSE-ORDER SECTION.
           MOVE EIBOPID TO WO-COMPLETE-OPER.

           EXEC SQL
               UPDATE ASSEMBLY_ORDER
               SET    WO_STATUS = 'C',
                      KIT_UNIT_COST = :WO-UNIT-COST,
                      COMPLETE_DATE = CURRENT DATE,
                      COMPLETE_OPER = :WO-COMPLETE-OPER
               WHERE  WO_NUMBER = :WO-NUMBER
               AND    WO_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR UPDATING WORK ORDER' TO CA-MESSAGE
               PERFORM KIT-BACKOUT.

           EXEC CICS SYNCPOINT END-EXEC.

      *    BACK OUT EVERYTHING POSTED SO FAR FOR THIS WORK ORDER - A
      *    KIT IS BUILT OR BROKEN DOWN WHOLE OR NOT AT ALL. THE
      *    CALLER HAS ALREADY SET CA-MESSAGE.
       KIT-BACKOUT SECTION.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           PERFORM SEND-MENU.

      *__________________TRANSFER RELEASE____________________
       SEND-RPL-SCREEN SECTION.
           MOVE LOW-VALUES TO INVRPLO.
           EXEC CICS SEND MAP('INVRPL')
               MAPSET('INVMAP')
               FROM(INVRPLO)
               ERASE
           END-EXEC.

           MOVE 'INVRPL' TO CA-NEXT-MAP.

           EXEC CICS RETURN
               TRANSID('INV1')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

       PROCESS-RPL SECTION.
           EXEC CICS RECEIVE MAP('INVRPL')
               MAPSET('INVMAP')
               INTO(INVRPLI)
           END-EXEC.

           IF EIBAID = DFHPF3
               MOVE SPACES TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE 'S' TO WS-REQ-AUTH.
           PERFORM REQUIRE-AUTH.

           IF RPLNOI NOT NUMERIC
               MOVE 'SUGGESTION NUMBER MUST BE NUMERIC' TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE RPLNOI TO SGT-SUGG-NO.

           EXEC SQL
               SELECT PROD_CODE, FROM_WAREHOUSE, TO_WAREHOUSE,
                      SUGG_QTY, SUGG_STATUS
               INTO   :SGT-PROD-CODE, :SGT-FROM-WAREHOUSE,
                      :SGT-TO-WAREHOUSE, :SGT-QTY, :SGT-STATUS
               FROM   SUGGESTED_TRANSFER
               WHERE  SUGG_NO = :SGT-SUGG-NO
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'SUGGESTION NOT FOUND' TO CA-MESSAGE
               PERFORM SEND-MENU.

      *    FIRST TRIP THROUGH THIS SCREEN FOR THIS SUGGESTION - SHOW
      *    IT AND RETURN FOR THE ACTION BEFORE CHANGING ANYTHING.
           IF RPLACTI = SPACES OR RPLACTI = LOW-VALUES
               MOVE LOW-VALUES         TO INVRPLO
               MOVE RPLNOI             TO RPLNOO
               MOVE SGT-PROD-CODE      TO RPLPRDO
               MOVE SGT-FROM-WAREHOUSE TO RPLFRWO
               MOVE SGT-TO-WAREHOUSE   TO RPLTOWO
               MOVE SGT-QTY            TO RPLQTYO
               MOVE SGT-STATUS         TO RPLSTAO
               MOVE 'SHOWN - ENTER R=RELEASE OR X=DROP'
                   TO RPLMSGO

               EXEC CICS SEND MAP('INVRPL')
                   MAPSET('INVMAP')
                   FROM(INVRPLO)
                   DATAONLY
               END-EXEC

               MOVE 'INVRPL' TO CA-NEXT-MAP

               EXEC CICS RETURN
                   TRANSID('INV1')
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(LENGTH OF DFHCOMMAREA)
               END-EXEC.

           IF RPLACTI NOT = 'R' AND RPLACTI NOT = 'X'
               MOVE 'ACTION MUST BE R OR X' TO CA-MESSAGE
               PERFORM SEND-MENU.

      *    ONLY A WAITING SUGGESTION CAN BE RELEASED OR DROPPED - ONE
      *    ALREADY RELEASED IS A REAL TRANSFER NOW, AND ONE THE NEXT
      *    NIGHT'S RUN SUPERSEDED HAS BEEN REPLANNED.
           IF NOT SGT-SUGGESTED
               MOVE 'SUGGESTION IS NO LONGER OPEN' TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE EIBOPID TO SGT-RELEASE-OPER.

           IF RPLACTI = 'X'
               PERFORM RPL-DROP.

           PERFORM RPL-RELEASE.

      *    THE PLANNER MAY SEND LESS THAN SUGGESTED, NEVER MORE. THE
      *    DISPATCH RUNS THROUGH THE SAME CHECKS AND LOT RULES AS A
      *    TRANSFER KEYED ON PF8; THE SUGGESTION IS MARKED RELEASED
      *    AGAINST THE FIRST DOCUMENT IN THE SAME UNIT OF WORK.
       RPL-RELEASE SECTION.
           IF RPLQTYI NOT NUMERIC
               MOVE 'QUANTITY MUST BE NUMERIC' TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE RPLQTYI TO WS-XFER-QTY.

           IF WS-XFER-QTY > SGT-QTY
               MOVE 'QUANTITY EXCEEDS THE SUGGESTION' TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE SGT-PROD-CODE      TO WS-PROD-CODE.
           MOVE SGT-FROM-WAREHOUSE TO WS-WAREHOUSE.
           MOVE SGT-TO-WAREHOUSE   TO WS-TO-WAREHOUSE.

           PERFORM XFER-DISPATCH.

           IF WS-XFER-DOCS = 0
               PERFORM SEND-MENU.

           MOVE WS-FIRST-XFER TO SGT-TRANSFER-NO.

           EXEC SQL
               UPDATE SUGGESTED_TRANSFER
               SET    SUGG_STATUS = 'R',
                      SUGG_QTY = :WS-XFER-QTY,
                      TRANSFER_NO = :SGT-TRANSFER-NO,
                      RELEASE_OPER = :SGT-RELEASE-OPER,
                      RELEASE_DATE = CURRENT DATE
               WHERE  SUGG_NO = :SGT-SUGG-NO
               AND    SUGG_STATUS = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
               MOVE 'ERROR RELEASING - NOTHING DISPATCHED'
                   TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE WS-FIRST-XFER  TO RRM-NO.
           MOVE WS-RPL-REL-MSG TO CA-MESSAGE.
           PERFORM SEND-MENU.

       RPL-DROP SECTION.
           EXEC SQL
               UPDATE SUGGESTED_TRANSFER
               SET    SUGG_STATUS = 'X',
                      RELEASE_OPER = :SGT-RELEASE-OPER,
                      RELEASE_DATE = CURRENT DATE
               WHERE  SUGG_NO = :SGT-SUGG-NO
               AND    SUGG_STATUS = 'S'
           END-EXEC.

           IF SQLCODE = 0
               MOVE 'SUGGESTION DROPPED' TO CA-MESSAGE
           ELSE
               MOVE 'ERROR UPDATING SUGGESTION' TO CA-MESSAGE.

           PERFORM SEND-MENU.

      *__________________ADJUSTMENT APPROVAL____________________
      *    SIZE THE CHANGE IN WS-ADJ-QTY OF PADJ-PROD-CODE AGAINST THE
      *    LIMITS CHECK-WAREHOUSE LEFT: EITHER LIMIT EXCEEDED SETS
      *    WS-ADJ-HOLD. THE VALUE IS THE CHANGE EITHER WAY AT THE
      *    PRODUCT'S AVERAGE COST; A ZERO LIMIT IS NO LIMIT.
       ADJ-CHECK-LIMIT SECTION.
           MOVE 'N'        TO WS-ADJ-HOLD.
           MOVE WS-ADJ-QTY TO PADJ-QTY.

           IF WS-ADJ-QTY < 0
               COMPUTE WS-ADJ-QTY = 0 - WS-ADJ-QTY.

           EXEC SQL
               SELECT AVG_UNIT_COST
               INTO   :PADJ-UNIT-COST
               FROM   PRODUCTS
               WHERE  PROD_CODE = :PADJ-PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE ZERO TO PADJ-UNIT-COST.

           COMPUTE PADJ-VALUE = WS-ADJ-QTY * PADJ-UNIT-COST.

           IF WHSE-ADJ-LIMIT-QTY > 0
              AND WS-ADJ-QTY > WHSE-ADJ-LIMIT-QTY
               MOVE 'Y' TO WS-ADJ-HOLD.

           IF WHSE-ADJ-LIMIT-VALUE > 0
              AND PADJ-VALUE > WHSE-ADJ-LIMIT-VALUE
               MOVE 'Y' TO WS-ADJ-HOLD.

      *    FILE THE ADJUSTMENT THE CALLER HAS DESCRIBED IN
      *    DCLPENDING-ADJUSTMENT AS PENDING, UNPOSTED, AND TELL THE
      *    OPERATOR ITS NUMBER.
       ADJ-HOLD SECTION.
           EXEC SQL
               SELECT MAX(ADJ_ID)
               INTO   :WS-ADJ-LAST-ID :WS-ADJ-ID-IND
               FROM   PENDING_ADJUSTMENT
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-ADJ-ID-IND < 0
               MOVE ZERO TO WS-ADJ-LAST-ID.

           ADD 1 TO WS-ADJ-LAST-ID.
           MOVE WS-ADJ-LAST-ID TO PADJ-ADJ-ID.
           MOVE EIBOPID        TO PADJ-KEYED-BY.
           MOVE 'P'            TO PADJ-STATUS.

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

           IF SQLCODE = 0
               MOVE PADJ-ADJ-ID     TO AHM-ID
               MOVE WS-ADJ-HELD-MSG TO CA-MESSAGE
           ELSE
               MOVE 'ERROR HOLDING ADJUSTMENT - NOT POSTED'
                   TO CA-MESSAGE.

           PERFORM SEND-MENU.

       SEND-APR-SCREEN SECTION.
           MOVE LOW-VALUES TO INVAPRO.

           PERFORM APR-BUILD-LIST.

           EXEC CICS SEND MAP('INVAPR')
               MAPSET('INVMAP')
               FROM(INVAPRO)
               ERASE
           END-EXEC.

           MOVE 'INVAPR' TO CA-NEXT-MAP.

           EXEC CICS RETURN
               TRANSID('INV1')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

       PROCESS-APR SECTION.
           EXEC CICS RECEIVE MAP('INVAPR')
               MAPSET('INVMAP')
               INTO(INVAPRI)
           END-EXEC.

           IF EIBAID = DFHPF3
               MOVE SPACES TO CA-MESSAGE
               PERFORM SEND-MENU.

      *    AN ADJUSTMENT ID MEANS THE OPERATOR IS DECIDING THAT ITEM;
      *    A BLANK ID JUST REFRESHES THE LIST OF PENDING ITEMS.
           IF APRIDXI = SPACES OR APRIDXI = LOW-VALUES
               PERFORM APR-REFRESH-LIST
           ELSE
               PERFORM APR-APPLY-ACTION.

       APR-REFRESH-LIST SECTION.
           MOVE LOW-VALUES TO INVAPRO.

           PERFORM APR-BUILD-LIST.

           IF WS-APR-INDEX = 0
               MOVE 'NO ADJUSTMENTS AWAITING APPROVAL' TO APRMSGO
           ELSE
               MOVE 'PENDING ADJUSTMENTS LISTED' TO APRMSGO.

           EXEC CICS SEND MAP('INVAPR')
               MAPSET('INVMAP')
               FROM(INVAPRO)
               DATAONLY
           END-EXEC.

           MOVE 'INVAPR' TO CA-NEXT-MAP.

           EXEC CICS RETURN
               TRANSID('INV1')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

       APR-BUILD-LIST SECTION.
           MOVE ZERO TO WS-APR-INDEX.

           EXEC SQL
               DECLARE C-APR CURSOR FOR
               SELECT ADJ_ID, ADJ_SOURCE, PROD_CODE, WAREHOUSE_CODE,
                      ADJ_QTY, ADJ_VALUE, KEYED_BY, REFERENCE
               FROM PENDING_ADJUSTMENT
               WHERE ADJ_STATUS = 'P'
               ORDER BY ADJ_ID
           END-EXEC.

           EXEC SQL OPEN C-APR END-EXEC.

           PERFORM FETCH-APR-ROW
               UNTIL SQLCODE NOT = 0 OR WS-APR-INDEX NOT < 6.

           EXEC SQL CLOSE C-APR END-EXEC.

       FETCH-APR-ROW SECTION.
           ADD 1 TO WS-APR-INDEX.

           EXEC SQL
               FETCH C-APR
               INTO :PADJ-ADJ-ID, :PADJ-SOURCE, :PADJ-PROD-CODE,
                    :PADJ-WAREHOUSE-CODE, :PADJ-QTY, :PADJ-VALUE,
                    :PADJ-KEYED-BY, :PADJ-REFERENCE
           END-EXEC.

           IF SQLCODE = 0
               MOVE PADJ-ADJ-ID         TO APRL-ID
               MOVE PADJ-SOURCE         TO APRL-SRC
               MOVE PADJ-PROD-CODE      TO APRL-PROD
               MOVE PADJ-WAREHOUSE-CODE TO APRL-WHS
               MOVE PADJ-QTY            TO APRL-QTY
               MOVE PADJ-VALUE          TO APRL-VALUE
               MOVE PADJ-KEYED-BY       TO APRL-KEYED
               MOVE PADJ-REFERENCE      TO APRL-REF
               EVALUATE WS-APR-INDEX
                 WHEN 1
                   MOVE WS-APR-LINE TO APR1O
                 WHEN 2
                   MOVE WS-APR-LINE TO APR2O
                 WHEN 3
                   MOVE WS-APR-LINE TO APR3O
                 WHEN 4
                   MOVE WS-APR-LINE TO APR4O
                 WHEN 5
                   MOVE WS-APR-LINE TO APR5O
                 WHEN 6
                   MOVE WS-APR-LINE TO APR6O
               END-EVALUATE
           ELSE
               SUBTRACT 1 FROM WS-APR-INDEX.

      *    APPROVE (POST) OR REJECT ONE PENDING ADJUSTMENT. THE
      *    OPERATOR WHO KEYED IT MAY DO NEITHER. AN APPROVAL POSTS
      *    AND CLOSES THE ITEM IN ONE UNIT OF WORK.
       APR-APPLY-ACTION SECTION.
           MOVE 'A' TO WS-REQ-AUTH.
           PERFORM REQUIRE-AUTH.

           IF APRIDXI NOT NUMERIC
               MOVE 'ADJUSTMENT ID MUST BE NUMERIC' TO CA-MESSAGE
               PERFORM SEND-MENU.

           IF APRACTI NOT = 'A' AND APRACTI NOT = 'R'
               MOVE 'ACTION MUST BE A OR R' TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE APRIDXI TO PADJ-ADJ-ID.

           EXEC SQL
               SELECT ADJ_SOURCE, PROD_CODE, WAREHOUSE_CODE, ADJ_QTY,
                      RETURN_ID, KEYED_BY
               INTO   :PADJ-SOURCE, :PADJ-PROD-CODE,
                      :PADJ-WAREHOUSE-CODE, :PADJ-QTY,
                      :PADJ-RETURN-ID, :PADJ-KEYED-BY
               FROM   PENDING_ADJUSTMENT
               WHERE  ADJ_ID = :PADJ-ADJ-ID
               AND    ADJ_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ADJUSTMENT NOT FOUND OR NOT PENDING'
                   TO CA-MESSAGE
               PERFORM SEND-MENU.

           IF PADJ-KEYED-BY = EIBOPID
               PERFORM LOG-REFUSED-ATTEMPT
               MOVE 'KEYED BY YOU - ANOTHER OPERATOR MUST DECIDE'
                   TO CA-MESSAGE
               PERFORM SEND-MENU.

           IF APRACTI = 'R'
               MOVE 'R' TO PADJ-STATUS
               PERFORM APR-CLOSE-ADJ
               EXEC CICS SYNCPOINT END-EXEC
               MOVE 'ADJUSTMENT REJECTED - NOT POSTED' TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE PADJ-ADJ-ID TO LED-ADJ-NO.

           IF PADJ-FROM-SCRAP
               PERFORM APR-POST-SCRAP
           ELSE
               PERFORM APR-POST-STOCK.

           MOVE 'A' TO PADJ-STATUS.
           PERFORM APR-CLOSE-ADJ.

           EXEC CICS SYNCPOINT END-EXEC.

           MOVE 'ADJUSTMENT APPROVED AND POSTED' TO CA-MESSAGE.
           PERFORM SEND-MENU.

      *    POST AN APPROVED QUANTITY UPDATE OR COUNT VARIANCE. THE
      *    CHANGE POSTS AS IT WAS KEYED, SO MOVEMENTS WHILE IT WAITED
      *    STAND - BUT IT MAY NOT TAKE THE WAREHOUSE BELOW ZERO.
       APR-POST-STOCK SECTION.
           MOVE PADJ-PROD-CODE      TO LOC-PROD-CODE.
           MOVE PADJ-WAREHOUSE-CODE TO LOC-WAREHOUSE-CODE.

           EXEC SQL
               SELECT STOCK_QTY
               INTO   :AUDIT-OLD-QTY
               FROM   PRODUCTS
               WHERE  PROD_CODE = :LOC-PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'PRODUCT NOT FOUND' TO CA-MESSAGE
               PERFORM APR-BACKOUT.

      *    A LOSS COMES OUT OF OUR OWN STOCK FIRST. A GAIN IS OURS.
           MOVE ZERO TO WS-CSG-OUT-QTY.

           IF PADJ-QTY < 0
               COMPUTE WS-OUT-QTY = 0 - PADJ-QTY
               PERFORM CSG-SPLIT-OUT.

           EXEC SQL
               UPDATE PRODUCT_LOCATION
               SET    STOCK_QTY = STOCK_QTY + :PADJ-QTY
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
               AND    STOCK_QTY + :PADJ-QTY >= 0
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'STOCK HAS MOVED - CANNOT POST AS KEYED'
                   TO CA-MESSAGE
               PERFORM APR-BACKOUT.

           EXEC SQL
               UPDATE PRODUCTS
               SET    STOCK_QTY = STOCK_QTY + :PADJ-QTY
               WHERE  PROD_CODE = :LOC-PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR UPDATING PRODUCT TOTAL' TO CA-MESSAGE
               PERFORM APR-BACKOUT.

           IF PADJ-FROM-COUNT
               MOVE 'J' TO MLED-MOVE-TYPE
               IF PADJ-QTY < 0
                   COMPUTE WS-LOT-REMAIN = 0 - PADJ-QTY
                   PERFORM KIT-RELIEVE-LOTS
               ELSE
                   PERFORM APR-ADD-TO-LATEST-LOT
               END-IF
           ELSE
               MOVE 'U' TO MLED-MOVE-TYPE
               MOVE LOC-PROD-CODE TO AUDIT-PROD-CODE
               MOVE 'U'           TO AUDIT-ACTION
               COMPUTE AUDIT-NEW-QTY = AUDIT-OLD-QTY + PADJ-QTY
               MOVE EIBTRMID      TO AUDIT-TERM-ID
               MOVE EIBOPID       TO AUDIT-OPER-ID
               EXEC SQL
                   INSERT INTO INVENTORY_AUDIT
                       (PROD_CODE, AUDIT_ACTION, OLD_STOCK_QTY,
                        NEW_STOCK_QTY, CHANGE_TS, TERM_ID, OPER_ID)
                   VALUES
                       (:AUDIT-PROD-CODE, :AUDIT-ACTION,
                        :AUDIT-OLD-QTY, :AUDIT-NEW-QTY,
                        CURRENT TIMESTAMP, :AUDIT-TERM-ID,
                        :AUDIT-OPER-ID)
               END-EXEC
           END-IF.

           MOVE LOC-PROD-CODE      TO MLED-PROD-CODE.
           MOVE LOC-WAREHOUSE-CODE TO MLED-WAREHOUSE-CODE.
           COMPUTE MLED-QTY = PADJ-QTY + WS-CSG-OUT-QTY.
           MOVE WS-LED-ADJ-REF     TO MLED-REFERENCE.

           IF MLED-QTY NOT = 0
               PERFORM WRITE-LEDGER-ROW
               IF SQLCODE NOT = 0
                   MOVE 'ERROR WRITING MOVEMENT LEDGER' TO CA-MESSAGE
                   PERFORM APR-BACKOUT
               END-IF
           END-IF.

           IF WS-CSG-OUT-QTY > 0
               MOVE 'C' TO MLED-OWNER-TYPE
               COMPUTE MLED-QTY = 0 - WS-CSG-OUT-QTY
               PERFORM WRITE-LEDGER-ROW
               IF SQLCODE NOT = 0
                   MOVE 'ERROR WRITING MOVEMENT LEDGER' TO CA-MESSAGE
                   PERFORM APR-BACKOUT
               END-IF
           END-IF.

      *    A COUNT GAIN AT A LOT-TRACKED LOCATION GOES ONTO OUR OWN
      *    LATEST-EXPIRING LOT, THE SAME RULE THE COUNT POSTING USES -
      *    STOCK FOUND IS OURS. A LOCATION WITH NO LOTS OF OURS HAS
      *    NONE TO ADJUST.
       APR-ADD-TO-LATEST-LOT SECTION.
           MOVE LOC-PROD-CODE      TO LOT-PROD-CODE.
           MOVE LOC-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.

           EXEC SQL
               SELECT MAX(EXPIRY_DATE)
               INTO   :WS-APR-MAX-EXP :WS-APR-EXP-IND
               FROM   STOCK_LOT
               WHERE  PROD_CODE = :LOT-PROD-CODE
               AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
               AND    OWNER_TYPE <> 'C'
           END-EXEC.

           IF SQLCODE = 0 AND WS-APR-EXP-IND NOT < 0
               EXEC SQL
                   SELECT MAX(LOT_NO)
                   INTO   :LOT-LOT-NO
                   FROM   STOCK_LOT
                   WHERE  PROD_CODE = :LOT-PROD-CODE
                   AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
                   AND    OWNER_TYPE <> 'C'
                   AND    EXPIRY_DATE = :WS-APR-MAX-EXP
               END-EXEC
               IF SQLCODE = 0
                   EXEC SQL
                       UPDATE STOCK_LOT
                       SET    LOT_QTY = LOT_QTY + :PADJ-QTY
                       WHERE  PROD_CODE = :LOT-PROD-CODE
                       AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
                       AND    LOT_NO = :LOT-LOT-NO
                   END-EXEC
               END-IF
               IF SQLCODE NOT = 0
                   MOVE 'ERROR POSTING LOT BALANCE' TO CA-MESSAGE
                   PERFORM APR-BACKOUT
               END-IF
           END-IF.

      *    AN APPROVED SCRAP IS THE RETURN'S SCRAP DISPOSITION, DONE
      *    NOW - PROVIDED THE RETURN IS STILL IN QUARANTINE.
       APR-POST-SCRAP SECTION.
           MOVE PADJ-RETURN-ID TO RET-RETURN-ID.

           EXEC SQL
               SELECT PROD_CODE, WAREHOUSE_CODE, RETURN_QTY,
                      DISPOSITION
               INTO   :RET-PROD-CODE, :RET-WAREHOUSE-CODE,
                      :RET-RETURN-QTY, :RET-DISPOSITION
               FROM   CUSTOMER_RETURN
               WHERE  RETURN_ID = :RET-RETURN-ID
           END-EXEC.

           IF SQLCODE NOT = 0 OR NOT RET-IN-QUARANTINE
               MOVE 'RETURN NO LONGER IN QUARANTINE' TO CA-MESSAGE
               PERFORM APR-BACKOUT.

           MOVE 'X' TO WS-RET-DISP.
           PERFORM RET-APPLY-DISPOSITION.

      *    RECORD THE DECISION AND WHO MADE IT.
       APR-CLOSE-ADJ SECTION.
           MOVE EIBOPID TO PADJ-DECIDED-BY.

           EXEC SQL
               UPDATE PENDING_ADJUSTMENT
               SET    ADJ_STATUS = :PADJ-STATUS,
                      DECIDED_BY = :PADJ-DECIDED-BY,
                      DECIDED_TS = CURRENT TIMESTAMP
               WHERE  ADJ_ID = :PADJ-ADJ-ID
               AND    ADJ_STATUS = 'P'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR UPDATING ADJUSTMENT' TO CA-MESSAGE
               PERFORM APR-BACKOUT.

      *    BACK OUT EVERYTHING POSTED FOR THIS APPROVAL - IT POSTS
      *    WHOLE OR NOT AT ALL. THE CALLER HAS SET CA-MESSAGE.
       APR-BACKOUT SECTION.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           PERFORM SEND-MENU.

      *__________________RECEIVING INSPECTION____________________
       SEND-INS-SCREEN SECTION.
           MOVE LOW-VALUES TO INVINSO.
           EXEC CICS SEND MAP('INVINS')
               MAPSET('INVMAP')
               FROM(INVINSO)
               ERASE
           END-EXEC.

           MOVE 'INVINS' TO CA-NEXT-MAP.

           EXEC CICS RETURN
               TRANSID('INV1')
               COMMAREA(DFHCOMMAREA)
               LENGTH(LENGTH OF DFHCOMMAREA)
           END-EXEC.

       PROCESS-INS SECTION.
           EXEC CICS RECEIVE MAP('INVINS')
               MAPSET('INVMAP')
               INTO(INVINSI)
           END-EXEC.

           IF EIBAID = DFHPF3
               MOVE SPACES TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE 'Q' TO WS-REQ-AUTH.
           PERFORM REQUIRE-AUTH.

           IF INSIDXI NOT NUMERIC
               MOVE 'INSPECTION ID MUST BE NUMERIC' TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE INSIDXI TO INSP-ID.

           EXEC SQL
               SELECT PROD_CODE, WAREHOUSE_CODE, PO_NUMBER,
                      VENDOR_CODE, RECEIVED_QTY, UNIT_COST, LOT_NO,
                      EXPIRY_DATE, RECEIPT_DATE, INSP_STATUS,
                      OWNER_TYPE
               INTO   :INSP-PROD-CODE, :INSP-WAREHOUSE-CODE,
                      :INSP-PO-NUMBER, :INSP-VENDOR-CODE,
                      :INSP-RECEIVED-QTY, :INSP-UNIT-COST,
                      :INSP-LOT-NO,
                      :INSP-EXPIRY-DATE :WS-INS-EXP-IND,
                      :INSP-RECEIPT-DATE, :INSP-STATUS,
                      :INSP-OWNER-TYPE
               FROM   RECEIPT_INSPECTION
               WHERE  INSP_ID = :INSP-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'INSPECTION NOT FOUND' TO CA-MESSAGE
               PERFORM SEND-MENU.

      *    FIRST TRIP THROUGH THIS SCREEN FOR THIS RECEIPT - SHOW
      *    WHAT IS ON THE DOCK AND RETURN FOR THE ACCEPTED QUANTITY
      *    BEFORE CHANGING ANYTHING.
           IF INSACCI = SPACES OR INSACCI = LOW-VALUES
               MOVE LOW-VALUES          TO INVINSO
               MOVE INSIDXI             TO INSIDXO
               MOVE INSP-PROD-CODE      TO INSPRDO
               MOVE INSP-WAREHOUSE-CODE TO INSWHSO
               MOVE INSP-PO-NUMBER      TO INSPONO
               MOVE INSP-VENDOR-CODE    TO INSVNDO
               MOVE INSP-RECEIVED-QTY   TO INSRCVO
               MOVE INSP-RECEIPT-DATE   TO INSDTEO
               MOVE INSP-LOT-NO         TO INSLOTO
               IF INSP-OPEN
                   MOVE 'RECEIPT SHOWN - ENTER QUANTITY ACCEPTED'
                       TO INSMSGO
               ELSE
                   MOVE 'RECEIPT SHOWN - ALREADY INSPECTED'
                       TO INSMSGO
               END-IF

               EXEC CICS SEND MAP('INVINS')
                   MAPSET('INVMAP')
                   FROM(INVINSO)
                   DATAONLY
               END-EXEC

               MOVE 'INVINS' TO CA-NEXT-MAP

               EXEC CICS RETURN
                   TRANSID('INV1')
                   COMMAREA(DFHCOMMAREA)
                   LENGTH(LENGTH OF DFHCOMMAREA)
               END-EXEC.

           IF NOT INSP-OPEN
               MOVE 'RECEIPT ALREADY INSPECTED' TO CA-MESSAGE
               PERFORM SEND-MENU.

           IF INSACCI NOT NUMERIC
               MOVE 'ACCEPTED QUANTITY MUST BE NUMERIC' TO CA-MESSAGE
               PERFORM SEND-MENU.

           MOVE INSACCI TO INSP-ACCEPTED-QTY.

           IF INSP-ACCEPTED-QTY > INSP-RECEIVED-QTY
               MOVE 'CANNOT ACCEPT MORE THAN WAS RECEIVED'
                   TO CA-MESSAGE
               PERFORM SEND-MENU.

           COMPUTE INSP-REJECTED-QTY =
               INSP-RECEIVED-QTY - INSP-ACCEPTED-QTY.

           PERFORM INS-APPLY-DECISION.

           EXEC CICS SYNCPOINT END-EXEC.

           MOVE INSP-ACCEPTED-QTY TO IDM-ACC.
           MOVE INSP-REJECTED-QTY TO IDM-REJ.
           MOVE WS-INS-DONE-MSG   TO CA-MESSAGE.
           PERFORM SEND-MENU.

      *    THE WHOLE RECEIPT LEAVES QUARANTINE; THE ACCEPTED PART
      *    GOES INTO STOCK AND THE REJECTED PART IS CHARGED BACK TO
      *    THE PO LINE. IT ALL POSTS AS ONE UNIT OF WORK OR NOT AT
      *    ALL.
       INS-APPLY-DECISION SECTION.
           MOVE INSP-PROD-CODE      TO LOC-PROD-CODE.
           MOVE INSP-WAREHOUSE-CODE TO LOC-WAREHOUSE-CODE.
           MOVE INSP-ID             TO LED-INS-NO.

           EXEC SQL
               UPDATE PRODUCT_LOCATION
               SET    QUARANTINE_QTY =
                          QUARANTINE_QTY - :INSP-RECEIVED-QTY
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
               AND    QUARANTINE_QTY >= :INSP-RECEIVED-QTY
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'QUARANTINE BALANCE SHORT - NOT DONE'
                   TO CA-MESSAGE
               PERFORM INS-BACKOUT.

      *    THE QUARANTINE-OUT LEG OF THE INSPECTION.
           MOVE LOC-PROD-CODE      TO MLED-PROD-CODE.
           MOVE LOC-WAREHOUSE-CODE TO MLED-WAREHOUSE-CODE.
           MOVE 'Q'                TO MLED-MOVE-TYPE.
           COMPUTE MLED-QTY = 0 - INSP-RECEIVED-QTY.
           MOVE WS-LED-INS-REF     TO MLED-REFERENCE.
           MOVE INSP-OWNER-TYPE    TO MLED-OWNER-TYPE.

      *    OUR OWN GOODS LEAVE QUARANTINE AT THE RECEIPT COST THEY
      *    WERE HELD AT.
           IF NOT INSP-CONSIGNED
               MOVE INSP-UNIT-COST TO MLED-UNIT-COST.

           PERFORM WRITE-LEDGER-ROW.

           IF SQLCODE NOT = 0
               MOVE 'ERROR WRITING MOVEMENT LEDGER' TO CA-MESSAGE
               PERFORM INS-BACKOUT.

           IF INSP-ACCEPTED-QTY > 0
               PERFORM INS-ACCEPT-TO-STOCK.

      *    A CONSIGNED RECEIPT WAS NEVER COUNTED ON THE PO LINE, SO
      *    THERE IS NOTHING TO CHARGE BACK FOR IT.
           IF INSP-REJECTED-QTY > 0 AND INSP-PO-NUMBER > 0
               AND NOT INSP-CONSIGNED
               PERFORM INS-CHARGE-BACK-PO.

           MOVE EIBOPID TO INSP-INSPECTED-BY.

           EXEC SQL
               UPDATE RECEIPT_INSPECTION
               SET    ACCEPTED_QTY = :INSP-ACCEPTED-QTY,
                      REJECTED_QTY = :INSP-REJECTED-QTY,
                      INSP_STATUS  = 'C',
                      INSPECTED_BY = :INSP-INSPECTED-BY,
                      INSPECTED_TS = CURRENT TIMESTAMP
               WHERE  INSP_ID = :INSP-ID
               AND    INSP_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR RECORDING INSPECTION' TO CA-MESSAGE
               PERFORM INS-BACKOUT.

      *    ACCEPTED LEG: THE GOODS ARE RECEIVED INTO STOCK NOW, THE
      *    SAME WAY THE BATCH POSTS AN UNHELD RECEIPT - RE-AVERAGED
      *    COST, WAREHOUSE ROW, GRAND TOTAL, LOT AND A TYPE R LEDGER
      *    ROW AGAINST THE PO - SO THE VALUATION AND THE GL SEE THEM
      *    ONLY FROM TODAY. CONSIGNED GOODS GO INTO THE VENDOR-OWNED
      *    CONSIGN_QTY AS WELL AND LEAVE OUR AVERAGE COST ALONE; THE
      *    VENDOR'S UNITS ALREADY ON HAND DO NOT WEIGH IN IT EITHER.
       INS-ACCEPT-TO-STOCK SECTION.
           EXEC SQL
               SELECT P.STOCK_QTY -
                      COALESCE((SELECT SUM(L.CONSIGN_QTY)
                                FROM   PRODUCT_LOCATION L
                                WHERE  L.PROD_CODE = P.PROD_CODE), 0),
                      P.AVG_UNIT_COST
               INTO   :STOCK-QTY, :AVG-UNIT-COST
               FROM   PRODUCTS P
               WHERE  P.PROD_CODE = :LOC-PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'PRODUCT NOT FOUND' TO CA-MESSAGE
               PERFORM INS-BACKOUT.

           MOVE AVG-UNIT-COST TO WS-NEW-AVG-COST.

           IF INSP-UNIT-COST > 0 AND NOT INSP-CONSIGNED
               COMPUTE WS-COST-DENOM = STOCK-QTY + INSP-ACCEPTED-QTY
               COMPUTE WS-NEW-AVG-COST ROUNDED =
                   ((STOCK-QTY * AVG-UNIT-COST)
                    + (INSP-ACCEPTED-QTY * INSP-UNIT-COST))
                   / WS-COST-DENOM.

           EXEC SQL
               UPDATE PRODUCTS
               SET    STOCK_QTY = STOCK_QTY + :INSP-ACCEPTED-QTY,
                      AVG_UNIT_COST = :WS-NEW-AVG-COST
               WHERE  PROD_CODE = :LOC-PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR UPDATING PRODUCT TOTAL' TO CA-MESSAGE
               PERFORM INS-BACKOUT.

           IF INSP-CONSIGNED
               MOVE INSP-ACCEPTED-QTY TO WS-INS-CSG-QTY
           ELSE
               MOVE ZERO              TO WS-INS-CSG-QTY.

           EXEC SQL
               UPDATE PRODUCT_LOCATION
               SET    STOCK_QTY   = STOCK_QTY + :INSP-ACCEPTED-QTY,
                      CONSIGN_QTY = CONSIGN_QTY + :WS-INS-CSG-QTY
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR POSTING TO PRODUCT LOCATION' TO CA-MESSAGE
               PERFORM INS-BACKOUT.

           IF INSP-LOT-NO NOT = SPACES
               PERFORM INS-POST-LOT.

           MOVE LOC-PROD-CODE      TO MLED-PROD-CODE.
           MOVE LOC-WAREHOUSE-CODE TO MLED-WAREHOUSE-CODE.
           MOVE 'R'                TO MLED-MOVE-TYPE.
           MOVE INSP-ACCEPTED-QTY  TO MLED-QTY.
           MOVE INSP-OWNER-TYPE    TO MLED-OWNER-TYPE.

      *    A COSTED RECEIPT OF OUR OWN GOES ON THE LEDGER AT WHAT WAS
      *    PAID, NOT AT THE AVERAGE IT HAS JUST BEEN BLENDED INTO.
           IF NOT INSP-CONSIGNED
               MOVE INSP-UNIT-COST TO MLED-UNIT-COST.

           IF INSP-PO-NUMBER > 0
               MOVE INSP-PO-NUMBER TO LED-PO-NO
               MOVE WS-LED-PO-REF  TO MLED-REFERENCE
           ELSE
               MOVE WS-LED-INS-REF TO MLED-REFERENCE.

           PERFORM WRITE-LEDGER-ROW.

           IF SQLCODE NOT = 0
               MOVE 'ERROR WRITING MOVEMENT LEDGER' TO CA-MESSAGE
               PERFORM INS-BACKOUT.

      *    ROLL THE ACCEPTED QUANTITY INTO ITS LOT, CREATING THE LOT
      *    WITH THE EXPIRY DATE CARRIED FROM THE RECEIPT. A LOT
      *    HOLDS ONE OWNER'S STOCK - A LOT ALREADY ON FILE UNDER THE
      *    OTHER OWNER REFUSES THE ACCEPTANCE.
       INS-POST-LOT SECTION.
           MOVE LOC-PROD-CODE      TO LOT-PROD-CODE.
           MOVE LOC-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           MOVE INSP-LOT-NO        TO LOT-LOT-NO.
           MOVE INSP-OWNER-TYPE    TO LOT-OWNER-TYPE.

           PERFORM CHECK-LOT-OWNER.

           IF WS-LOT-CONFLICT = 'Y'
               MOVE 'LOT HELD BY THE OTHER OWNER - NOT DONE'
                   TO CA-MESSAGE
               PERFORM INS-BACKOUT.

           EXEC SQL
               UPDATE STOCK_LOT
               SET    LOT_QTY = LOT_QTY + :INSP-ACCEPTED-QTY
               WHERE  PROD_CODE = :LOT-PROD-CODE
               AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
               AND    LOT_NO = :LOT-LOT-NO
               AND    OWNER_TYPE = :LOT-OWNER-TYPE
           END-EXEC.

           IF SQLCODE = 100
               MOVE INSP-EXPIRY-DATE  TO LOT-EXPIRY-DATE
               MOVE INSP-ACCEPTED-QTY TO LOT-QTY
               EXEC SQL
                   INSERT INTO STOCK_LOT
                       (PROD_CODE, WAREHOUSE_CODE, LOT_NO,
                        EXPIRY_DATE, LOT_QTY, OWNER_TYPE)
                   VALUES
                       (:LOT-PROD-CODE, :LOT-WAREHOUSE-CODE,
                        :LOT-LOT-NO,
                        :LOT-EXPIRY-DATE :WS-INS-EXP-IND,
                        :LOT-QTY, :LOT-OWNER-TYPE)
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               MOVE 'ERROR POSTING LOT BALANCE' TO CA-MESSAGE
               PERFORM INS-BACKOUT.

      *    REJECTED LEG: THE PO LINE NO LONGER COUNTS THE REJECTED
      *    GOODS AS RECEIVED. A LINE (AND AN ORDER) THE DELIVERY HAD
      *    CLOSED IS REOPENED SO THE EXPEDITE REPORT CHASES THE
      *    REPLACEMENT. A RECEIPT WHOSE PO LINE WAS NEVER FOUND HAS
      *    NOTHING TO CHARGE BACK.
       INS-CHARGE-BACK-PO SECTION.
           MOVE INSP-PO-NUMBER TO POL-PO-NUMBER.
           MOVE INSP-PROD-CODE TO POL-PROD-CODE.

           EXEC SQL
               UPDATE PURCHASE_ORDER_LINE
               SET    RECEIVED_QTY = RECEIVED_QTY - :INSP-REJECTED-QTY
               WHERE  PO_NUMBER = :POL-PO-NUMBER
               AND    PROD_CODE = :POL-PROD-CODE
               AND    RECEIVED_QTY >= :INSP-REJECTED-QTY
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'ERROR CHARGING BACK PO LINE' TO CA-MESSAGE
               PERFORM INS-BACKOUT.

           IF SQLCODE = 0
               PERFORM INS-REOPEN-PO.

       INS-REOPEN-PO SECTION.
           EXEC SQL
               UPDATE PURCHASE_ORDER_LINE
               SET    LINE_STATUS = 'O'
               WHERE  PO_NUMBER = :POL-PO-NUMBER
               AND    PROD_CODE = :POL-PROD-CODE
               AND    RECEIVED_QTY < ORDER_QTY
               AND    LINE_STATUS = 'C'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'ERROR REOPENING PO LINE' TO CA-MESSAGE
               PERFORM INS-BACKOUT.

           EXEC SQL
               UPDATE PURCHASE_ORDER
               SET    PO_STATUS = 'T'
               WHERE  PO_NUMBER = :POL-PO-NUMBER
               AND    PO_STATUS = 'C'
               AND    EXISTS
                      (SELECT 1 FROM PURCHASE_ORDER_LINE
                        WHERE PO_NUMBER = :POL-PO-NUMBER
                        AND   LINE_STATUS = 'O')
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               MOVE 'ERROR REOPENING PURCHASE ORDER' TO CA-MESSAGE
               PERFORM INS-BACKOUT.

      *    BACK OUT EVERYTHING POSTED FOR THIS INSPECTION. THE CALLER
      *    HAS SET CA-MESSAGE.
       INS-BACKOUT SECTION.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           PERFORM SEND-MENU.

      *__________________OPERATOR AUTHORIZATION____________________
      *    WS-REQ-AUTH NAMES THE AUTHORITY THE CALLER NEEDS:
      *    I=INQUIRY  S=STOCK UPDATE  P=PRICE CHANGE  D=DELETE/STATUS
      *    A=ADJUSTMENT APPROVAL  Q=RECEIVING INSPECTION.
      *    AN OPERATOR WITH NO PROFILE ROW HAS NO AUTHORITY AT ALL.
      *    A REFUSED ATTEMPT IS LOGGED TO INVENTORY_AUDIT (ACTION R)
      *    AND THE OPERATOR IS SENT BACK TO THE MENU.
       REQUIRE-AUTH SECTION.
           MOVE EIBOPID TO OPER-ID.

           EXEC SQL
               SELECT AUTH_INQUIRY, AUTH_STOCK, AUTH_PRICE,
                      AUTH_DELETE, AUTH_APPROVE, AUTH_INSPECT
               INTO   :OPER-AUTH-INQUIRY, :OPER-AUTH-STOCK,
                      :OPER-AUTH-PRICE, :OPER-AUTH-DELETE,
                      :OPER-AUTH-APPROVE, :OPER-AUTH-INSPECT
               FROM   OPERATOR_PROFILE
               WHERE  OPER_ID = :OPER-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'N' TO OPER-AUTH-INQUIRY
               MOVE 'N' TO OPER-AUTH-STOCK
               MOVE 'N' TO OPER-AUTH-PRICE
               MOVE 'N' TO OPER-AUTH-DELETE
               MOVE 'N' TO OPER-AUTH-APPROVE
               MOVE 'N' TO OPER-AUTH-INSPECT.

           EVALUATE WS-REQ-AUTH
             WHEN 'I'
               MOVE OPER-AUTH-INQUIRY TO WS-AUTH-OK-SW
             WHEN 'S'
               MOVE OPER-AUTH-STOCK   TO WS-AUTH-OK-SW
             WHEN 'P'
               MOVE OPER-AUTH-PRICE   TO WS-AUTH-OK-SW
             WHEN 'D'
               MOVE OPER-AUTH-DELETE  TO WS-AUTH-OK-SW
             WHEN 'A'
               MOVE OPER-AUTH-APPROVE TO WS-AUTH-OK-SW
             WHEN 'Q'
               MOVE OPER-AUTH-INSPECT TO WS-AUTH-OK-SW
             WHEN OTHER
               MOVE 'N'               TO WS-AUTH-OK-SW
           END-EVALUATE.

           IF WS-AUTH-OK-SW NOT = 'Y'
               PERFORM LOG-REFUSED-ATTEMPT
               MOVE 'NOT AUTHORIZED FOR THIS FUNCTION' TO CA-MESSAGE
               PERFORM SEND-MENU.

       LOG-REFUSED-ATTEMPT SECTION.
           MOVE ZERO     TO AUDIT-PROD-CODE.
           MOVE 'R'      TO AUDIT-ACTION.
           MOVE ZERO     TO AUDIT-OLD-QTY.
           MOVE ZERO     TO AUDIT-NEW-QTY.
           MOVE EIBTRMID TO AUDIT-TERM-ID.
           MOVE EIBOPID  TO AUDIT-OPER-ID.

           EXEC SQL
               INSERT INTO INVENTORY_AUDIT
                   (PROD_CODE, AUDIT_ACTION, OLD_STOCK_QTY,
                    NEW_STOCK_QTY, CHANGE_TS, TERM_ID, OPER_ID)
               VALUES
                   (:AUDIT-PROD-CODE, :AUDIT-ACTION,
                    :AUDIT-OLD-QTY, :AUDIT-NEW-QTY,
                    CURRENT TIMESTAMP, :AUDIT-TERM-ID,
                    :AUDIT-OPER-ID)
           END-EXEC.

      *__________________MOVEMENT LEDGER____________________
      *    ONE STOCK_MOVEMENT ROW PER POSTED ONLINE CHANGE, SAME
      *    LEDGER THE BATCH POSTING PROGRAMS WRITE, SO THE DAILY
      *    KARDEX SEES EVERY MOVEMENT REGARDLESS OF WHERE IT WAS
      *    KEYED. A ZERO DELTA CHANGES NOTHING AND IS NOT LOGGED.
      *    THE ROW IS OUR OWN STOCK UNLESS THE CALLER MARKED IT
      *    CONSIGNED.
       WRITE-LEDGER-ROW SECTION.
           MOVE 'INV1' TO MLED-SOURCE-PGM.

           IF NOT MLED-CONSIGNED
               MOVE 'O' TO MLED-OWNER-TYPE.

      *    THE ROW CARRIES THE UNIT COST IT IS POSTED AT. A CALLER
      *    THAT KNOWS WHAT THE GOODS COST (A COSTED RECEIPT, A KIT
      *    BUILT OR TAKEN APART) SETS MLED-UNIT-COST ITSELF; OTHERWISE
      *    IT IS THE AGREED PRICE FOR CONSIGNED STOCK AND THE AVERAGE
      *    COST FOR OURS - SAME RULE AS THE NIGHTLY BATCH.
           IF MLED-QTY NOT = 0
               IF MLED-UNIT-COST = 0
                   PERFORM GET-LEDGER-COST
               END-IF
               EXEC SQL
                   INSERT INTO STOCK_MOVEMENT
                       (MOVE_TS, MOVE_DATE, PROD_CODE,
                        WAREHOUSE_CODE, MOVE_TYPE, MOVE_QTY,
                        SOURCE_PGM, REFERENCE, OWNER_TYPE,
                        UNIT_COST)
                   VALUES
                       (CURRENT TIMESTAMP, CURRENT DATE,
                        :MLED-PROD-CODE, :MLED-WAREHOUSE-CODE,
                        :MLED-MOVE-TYPE, :MLED-QTY,
                        :MLED-SOURCE-PGM, :MLED-REFERENCE,
                        :MLED-OWNER-TYPE, :MLED-UNIT-COST)
               END-EXEC
           END-IF.

           MOVE 'O'  TO MLED-OWNER-TYPE.
           MOVE ZERO TO MLED-UNIT-COST.

      *    THE COST FOR A LEDGER ROW WHOSE CALLER SET NONE.
       GET-LEDGER-COST SECTION.
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
               END-EXEC
           END-IF.

           IF SQLCODE NOT = 0
               MOVE ZERO TO MLED-UNIT-COST.

      *__________________CONSIGNED STOCK____________________
      *    WS-OUT-QTY OF LOC-PROD-CODE IS ABOUT TO LEAVE LOC-
      *    WAREHOUSE-CODE OTHER THAN BY TRANSFER. IT COMES OUT OF OUR
      *    OWN STOCK FIRST - SAME RULE AS THE NIGHTLY BATCH - AND
      *    WHATEVER OUR OWN STOCK CANNOT COVER IS CONSIGNED STOCK
      *    USED: CONSIGN_QTY COMES DOWN BY IT AND IT IS RECORDED AS
      *    CONSUMPTION AGAINST THE OWNING VENDOR AT THE AGREED PRICE.
      *    WS-CSG-OUT-QTY COMES BACK AS THE CONSIGNED SHARE FOR THE
      *    CALLER'S LOT RELIEF AND LEDGER ROWS. NO LOCATION ROW MEANS
      *    NOTHING CONSIGNED - THE CALLER'S OWN POSTING REFUSES IT.
       CSG-SPLIT-OUT SECTION.
           MOVE ZERO TO WS-CSG-OUT-QTY.

           EXEC SQL
               SELECT STOCK_QTY, CONSIGN_QTY
               INTO   :WS-CSG-STOCK-QTY, :WS-CSG-LOC-QTY
               FROM   PRODUCT_LOCATION
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
           END-EXEC.

           IF SQLCODE = 0 AND WS-CSG-LOC-QTY > 0
               COMPUTE WS-CSG-OWNED = WS-CSG-STOCK-QTY - WS-CSG-LOC-QTY
               IF WS-OUT-QTY > WS-CSG-OWNED
                   COMPUTE WS-CSG-OUT-QTY = WS-OUT-QTY - WS-CSG-OWNED
               END-IF
               IF WS-CSG-OUT-QTY > WS-CSG-LOC-QTY
                   MOVE WS-CSG-LOC-QTY TO WS-CSG-OUT-QTY
               END-IF
           END-IF.

           IF WS-CSG-OUT-QTY > 0
               PERFORM CSG-RECORD-CONSUMPTION.

      *    TAKE WS-CSG-OUT-QTY OFF THE CONSIGNED SUB-BALANCE AND BILL
      *    IT TO THE VENDOR. AN ENDED AGREEMENT STILL SETTLES THE
      *    STOCK RECEIVED UNDER IT; WITH NO AGREEMENT AT ALL THERE IS
      *    NO ONE TO BILL, SO NOTHING IS POSTED.
       CSG-RECORD-CONSUMPTION SECTION.
           EXEC SQL
               UPDATE PRODUCT_LOCATION
               SET    CONSIGN_QTY = CONSIGN_QTY - :WS-CSG-OUT-QTY
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'ERROR POSTING TO PRODUCT LOCATION' TO CA-MESSAGE
               PERFORM CSG-BACKOUT.

           MOVE LOC-PROD-CODE TO CSGA-PROD-CODE.

           EXEC SQL
               SELECT VENDOR_CODE, CONSIGN_PRICE
               INTO   :CSGA-VENDOR-CODE, :CSGA-CONSIGN-PRICE
               FROM   CONSIGN_AGREEMENT
               WHERE  PROD_CODE = :CSGA-PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE 'NO CONSIGNMENT AGREEMENT - NOT POSTED'
                   TO CA-MESSAGE
               PERFORM CSG-BACKOUT.

           MOVE LOC-PROD-CODE      TO CSGC-PROD-CODE.
           MOVE LOC-WAREHOUSE-CODE TO CSGC-WAREHOUSE-CODE.
           MOVE CSGA-VENDOR-CODE   TO CSGC-VENDOR-CODE.
           MOVE WS-CSG-OUT-QTY     TO CSGC-CONSUME-QTY.
           MOVE CSGA-CONSIGN-PRICE TO CSGC-CONSIGN-PRICE.
           MOVE 'INV1'             TO CSGC-SOURCE-PGM.

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
               MOVE 'ERROR WRITING CONSIGNMENT USE' TO CA-MESSAGE
               PERFORM CSG-BACKOUT.

      *    BACK OUT EVERYTHING POSTED IN THIS UNIT OF WORK - THE
      *    CALLER'S CHANGE POSTS WHOLE OR NOT AT ALL.
       CSG-BACKOUT SECTION.
           EXEC CICS SYNCPOINT ROLLBACK END-EXEC.
           PERFORM SEND-MENU.

      *__________________ERROR HANDLING____________________
       CICS-ERROR SECTION.
