      ******************************************************************
      * PROGRAM:     INVRP001                                         *
      * DESCRIPTION: DISTRIBUTION REPLENISHMENT PLANNING               *
      *              FOR EVERY PRODUCT/WAREHOUSE UNDER MIN/MAX         *
      *              PLANNING (PRODUCT_LOCATION.MAX_QTY > 0), WORKS    *
      *              OUT THE AVAILABLE STOCK (ON HAND PLUS TRANSFERS   *
      *              IN TRANSIT TO IT, LESS OPEN ORDER ALLOCATIONS).   *
      *              A LOCATION BELOW ITS MINIMUM IS TOPPED UP TO ITS  *
      *              MAXIMUM - FIRST BY SUGGESTED TRANSFERS FROM       *
      *              WAREHOUSES HOLDING MORE THAN THEIR MAXIMUM AND    *
      *              MORE THAN THEIR OWN DEMAND NEEDS (USAGE_HISTORY), *
      *              THEN WHATEVER THE NETWORK CANNOT COVER IS HANDED  *
      *              TO PURCHASING (PURCHASE_SHORTFALL) FOR INVPO001.  *
      *              PRINTS THE REPLENISHMENT WORKSHEET THE PLANNERS   *
      *              RELEASE THE TRANSFERS FROM (INV1 PF15).           *
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
       PROGRAM-ID.    INVRP001.
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
           SELECT RPL-WORKSHEET ASSIGN TO RPLWORK
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RPL-WORKSHEET
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY PRODDCL.

       COPY PLOCDCL.

       COPY RPLNDCL.

       COPY RUNCOMM.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  END-OF-CURSOR                  VALUE 'Y'.
       77  WS-DONOR-EOF-SW         PIC X(01)  VALUE 'N'.
           88  END-OF-DONORS                  VALUE 'Y'.

      *-----------------------------------------------------------------
      * PLANNING CONSTANT - A DONOR WAREHOUSE KEEPS AT LEAST THIS MANY
      * MONTHS OF ITS OWN AVERAGE DEMAND BEFORE ANY OF ITS STOCK IS
      * COUNTED AS EXCESS
      *-----------------------------------------------------------------
       77  WS-COVER-MONTHS         PIC 9(02)  COMP  VALUE 2.

      *-----------------------------------------------------------------
      * COUNTERS AND WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-LOCS-CHECKED         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LOCS-BELOW-MIN       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SUGG-WRITTEN         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SHORT-WRITTEN        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LAST-SUGG-NO         PIC 9(07)        VALUE ZERO.
       77  WS-LAST-SUGG-IND        PIC S9(04) COMP  VALUE ZERO.
       77  WS-INBOUND-QTY          PIC S9(09) COMP  VALUE ZERO.
       77  WS-INBOUND-IND          PIC S9(04) COMP  VALUE ZERO.
       77  WS-ALLOC-SUM            PIC S9(09) COMP  VALUE ZERO.
       77  WS-ALLOC-SUM-IND        PIC S9(04) COMP  VALUE ZERO.
       77  WS-AVAIL-QTY            PIC S9(09) COMP  VALUE ZERO.
       77  WS-NEED-QTY             PIC S9(09) COMP  VALUE ZERO.
       77  WS-USAGE-SUM            PIC S9(09) COMP  VALUE ZERO.
       77  WS-USAGE-SUM-IND        PIC S9(04) COMP  VALUE ZERO.
       77  WS-USAGE-MONTHS         PIC S9(09) COMP  VALUE ZERO.
       77  WS-KEEP-QTY             PIC S9(09) COMP  VALUE ZERO.
       77  WS-OUT-QTY              PIC S9(09) COMP  VALUE ZERO.
       77  WS-OUT-IND              PIC S9(04) COMP  VALUE ZERO.
       77  WS-EXCESS-QTY           PIC S9(09) COMP  VALUE ZERO.
       77  WS-MOVE-QTY             PIC S9(09) COMP  VALUE ZERO.

       77  WS-CURR-PROD            PIC 9(04)  VALUE ZERO.
       77  WS-CURR-WHSE            PIC X(04)  VALUE SPACES.

       01  WS-DONOR-ROW.
           05  WS-DONOR-WHSE        PIC X(04).
           05  WS-DONOR-STOCK       PIC 9(05).
           05  WS-DONOR-MAX         PIC 9(05).
           05  WS-DONOR-OVER        PIC S9(05).

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'REPLENISHMENT WORKSHEET - RUN DATE'.
           05  HDG-RUN-DATE         PIC X(08).
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(06) VALUE 'PROD  '.
           05  FILLER               PIC X(22) VALUE 'PRODUCT NAME'.
           05  FILLER               PIC X(06) VALUE 'WHSE  '.
           05  FILLER               PIC X(08) VALUE ' AVAIL  '.
           05  FILLER               PIC X(07) VALUE '  MIN  '.
           05  FILLER               PIC X(07) VALUE '  MAX  '.
           05  FILLER               PIC X(05) VALUE ' NEED'.
           05  FILLER               PIC X(19) VALUE SPACES.

       01  WS-NEED-LINE.
           05  NDL-PROD-CODE        PIC 9(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  NDL-PROD-NAME        PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  NDL-WHSE             PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  NDL-AVAIL            PIC -ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  NDL-MIN              PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  NDL-MAX              PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  NDL-NEED             PIC ZZZZ9.
           05  FILLER               PIC X(19) VALUE SPACES.

       01  WS-TRANSFER-LINE.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(14) VALUE 'TRANSFER FROM '.
           05  TRL-FROM-WHSE        PIC X(04).
           05  FILLER               PIC X(06) VALUE '  QTY '.
           05  TRL-QTY              PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE '  SUGGESTION '.
           05  TRL-SUGG-NO          PIC 9(07).
           05  FILLER               PIC X(23) VALUE SPACES.

       01  WS-SHORTFALL-LINE.
           05  FILLER               PIC X(08) VALUE SPACES.
           05  FILLER               PIC X(24) VALUE
               'SHORTFALL TO PURCHASING '.
           05  SFL-QTY              PIC ZZZZ9.
           05  FILLER               PIC X(43) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(24) VALUE
               'LOCATIONS BELOW MIN...: '.
           05  TOT-BELOW-MIN        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(50) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(24) VALUE
               'TRANSFERS SUGGESTED...: '.
           05  TOT-SUGG-WRITTEN     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(50) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(24) VALUE
               'SHORTFALLS TO PURCHASE: '.
           05  TOT-SHORT-WRITTEN    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(50) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - EVERY PLANNED PRODUCT/WAREHOUSE AT AN OPEN WAREHOUSE
      * FOR AN ACTIVE PRODUCT
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE NEED-CSR CURSOR FOR
               SELECT L.PROD_CODE, P.PROD_NAME, L.WAREHOUSE_CODE,
                      L.STOCK_QTY, L.MIN_QTY, L.MAX_QTY
               FROM   PRODUCT_LOCATION L, PRODUCTS P, WAREHOUSE W
               WHERE  L.MAX_QTY > 0
               AND    P.PROD_CODE = L.PROD_CODE
               AND    P.PROD_STATUS = 'A'
               AND    W.WAREHOUSE_CODE = L.WAREHOUSE_CODE
               AND    W.WHSE_STATUS = 'O'
               ORDER BY L.PROD_CODE, L.WAREHOUSE_CODE
       END-EXEC.

      *-----------------------------------------------------------------
      * CURSOR - THE OTHER OPEN WAREHOUSES HOLDING MORE OF THE
      * PRODUCT THAN THEIR MAXIMUM, MOST OVERSTOCKED FIRST. ONLY OUR
      * OWN STOCK COUNTS - CONSIGNED STOCK NEVER TRANSFERS.
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE DONOR-CSR CURSOR FOR
               SELECT L.WAREHOUSE_CODE, L.STOCK_QTY - L.CONSIGN_QTY,
                      L.MAX_QTY,
                      L.STOCK_QTY - L.CONSIGN_QTY - L.MAX_QTY
               FROM   PRODUCT_LOCATION L, WAREHOUSE W
               WHERE  L.PROD_CODE = :WS-CURR-PROD
               AND    L.WAREHOUSE_CODE <> :WS-CURR-WHSE
               AND    L.MAX_QTY > 0
               AND    L.STOCK_QTY - L.CONSIGN_QTY > L.MAX_QTY
               AND    W.WAREHOUSE_CODE = L.WAREHOUSE_CODE
               AND    W.WHSE_STATUS = 'O'
               ORDER BY 4 DESC, 1
       END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-LOCATION
               THRU 2000-PROCESS-LOCATION-EXIT
               UNTIL END-OF-CURSOR.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - REGISTER THE START, CLEAR ANY EARLIER RUN    *
      *                   FOR TONIGHT, SUPERSEDE SUGGESTIONS NOBODY    *
      *                   RELEASED, OPEN THE CURSOR, PRIME THE FETCH   *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT RPL-WORKSHEET.

      *    REGISTER THE NIGHT-RUN START - PLANNING WAITS FOR THE
      *    MOVEMENT POSTING TO COMPLETE CLEAN.
           MOVE 'S'        TO RC-FUNCTION.
           MOVE 'INVRP001' TO RC-JOB-NAME.
           MOVE SPACES     TO RC-RUN-DATE.
           CALL 'INVRC001' USING RC-REQUEST-AREA.

           IF NOT RC-RESULT-OK
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           MOVE RC-RUN-DATE   TO HDG-RUN-DATE.
           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.

      *    A RERUN FOR THE SAME NIGHT REPLACES ITS OWN OUTPUT. WHAT A
      *    PLANNER ALREADY RELEASED STANDS - IT IS IN TRANSIT NOW AND
      *    IS COUNTED AS INBOUND BELOW.
           EXEC SQL
               DELETE FROM SUGGESTED_TRANSFER
               WHERE  RUN_DATE = :RC-RUN-DATE
               AND    SUGG_STATUS = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'INVRP001 - ERROR CLEARING SUGGESTED_TRANSFER. '
                       'SQLCODE: ' SQLCODE
               MOVE 12 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           EXEC SQL
               DELETE FROM PURCHASE_SHORTFALL
               WHERE  RUN_DATE = :RC-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'INVRP001 - ERROR CLEARING PURCHASE_SHORTFALL. '
                       'SQLCODE: ' SQLCODE
               MOVE 12 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

      *    AN EARLIER NIGHT'S SUGGESTION STILL WAITING IS STALE -
      *    TONIGHT'S PLAN REPLACES IT.
           EXEC SQL
               UPDATE SUGGESTED_TRANSFER
               SET    SUGG_STATUS = 'X'
               WHERE  SUGG_STATUS = 'S'
               AND    RUN_DATE < :RC-RUN-DATE
           END-EXEC.

           IF SQLCODE NOT = 0 AND SQLCODE NOT = 100
               DISPLAY 'INVRP001 - ERROR SUPERSEDING SUGGESTIONS. '
                       'SQLCODE: ' SQLCODE
               MOVE 12 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           EXEC SQL
               SELECT MAX(SUGG_NO)
               INTO   :WS-LAST-SUGG-NO :WS-LAST-SUGG-IND
               FROM   SUGGESTED_TRANSFER
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-LAST-SUGG-IND < 0
               MOVE ZERO TO WS-LAST-SUGG-NO.

           EXEC SQL
               OPEN NEED-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVRP001 - ERROR OPENING NEED-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 12 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-LOCATION - TEST ONE PLANNED LOCATION AGAINST ITS  *
      *                         MINIMUM AND PLAN ITS TOP-UP            *
      ******************************************************************
       2000-PROCESS-LOCATION.
           ADD 1 TO WS-LOCS-CHECKED.

           MOVE LOC-PROD-CODE      TO WS-CURR-PROD.
           MOVE LOC-WAREHOUSE-CODE TO WS-CURR-WHSE.

           PERFORM 2200-LOCATION-AVAILABLE
               THRU 2200-LOCATION-AVAILABLE-EXIT.

           IF WS-AVAIL-QTY NOT < LOC-MIN-QTY
               GO TO 2000-NEXT-LOCATION.

           ADD 1 TO WS-LOCS-BELOW-MIN.

           COMPUTE WS-NEED-QTY = LOC-MAX-QTY - WS-AVAIL-QTY.
           IF WS-NEED-QTY > 99999
               MOVE 99999 TO WS-NEED-QTY.

           MOVE LOC-PROD-CODE      TO NDL-PROD-CODE.
           MOVE PROD-NAME          TO NDL-PROD-NAME.
           MOVE LOC-WAREHOUSE-CODE TO NDL-WHSE.
           MOVE WS-AVAIL-QTY       TO NDL-AVAIL.
           MOVE LOC-MIN-QTY        TO NDL-MIN.
           MOVE LOC-MAX-QTY        TO NDL-MAX.
           MOVE WS-NEED-QTY        TO NDL-NEED.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-NEED-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 2300-PLAN-TRANSFERS
               THRU 2300-PLAN-TRANSFERS-EXIT.

           IF WS-NEED-QTY > ZERO
               PERFORM 2600-WRITE-SHORTFALL
                   THRU 2600-WRITE-SHORTFALL-EXIT.

       2000-NEXT-LOCATION.
           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       2000-PROCESS-LOCATION-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FETCH-NEXT - FETCH ONE ROW, SET THE EOF SWITCH AT         *
      *                   END OF CURSOR                                *
      ******************************************************************
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH NEED-CSR
               INTO  :LOC-PROD-CODE, :PROD-NAME, :LOC-WAREHOUSE-CODE,
                     :LOC-STOCK-QTY, :LOC-MIN-QTY, :LOC-MAX-QTY
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVRP001 - ERROR FETCHING NEED-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SW.

       2100-FETCH-NEXT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LOCATION-AVAILABLE - ON HAND PLUS TRANSFERS ON THE ROAD   *
      *                           TO IT, LESS OPEN ALLOCATIONS         *
      ******************************************************************
       2200-LOCATION-AVAILABLE.
           EXEC SQL
               SELECT SUM(XFER_QTY)
               INTO   :WS-INBOUND-QTY :WS-INBOUND-IND
               FROM   STOCK_TRANSFER
               WHERE  PROD_CODE = :WS-CURR-PROD
               AND    TO_WAREHOUSE = :WS-CURR-WHSE
               AND    XFER_STATUS = 'T'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-INBOUND-IND < 0
               MOVE ZERO TO WS-INBOUND-QTY.

           PERFORM 2800-OPEN-ALLOCATIONS
               THRU 2800-OPEN-ALLOCATIONS-EXIT.

           COMPUTE WS-AVAIL-QTY = LOC-STOCK-QTY + WS-INBOUND-QTY
                                - WS-ALLOC-SUM.

       2200-LOCATION-AVAILABLE-EXIT.
           EXIT.

      ******************************************************************
      * 2300-PLAN-TRANSFERS - WALK THE OVERSTOCKED WAREHOUSES AND TAKE *
      *                       THEIR EXCESS UNTIL THE NEED IS COVERED   *
      ******************************************************************
       2300-PLAN-TRANSFERS.
           EXEC SQL
               OPEN DONOR-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVRP001 - ERROR OPENING DONOR-CSR FOR '
                       'PROD_CODE ' WS-CURR-PROD ' SQLCODE: ' SQLCODE
               MOVE 12 TO RETURN-CODE
               GO TO 2300-PLAN-TRANSFERS-EXIT.

           MOVE 'N' TO WS-DONOR-EOF-SW.

           PERFORM 2400-NEXT-DONOR
               THRU 2400-NEXT-DONOR-EXIT
               UNTIL END-OF-DONORS
               OR    WS-NEED-QTY NOT > ZERO.

           EXEC SQL
               CLOSE DONOR-CSR
           END-EXEC.

       2300-PLAN-TRANSFERS-EXIT.
           EXIT.

      ******************************************************************
      * 2400-NEXT-DONOR - FETCH ONE OVERSTOCKED WAREHOUSE, WORK OUT    *
      *                   WHAT IT CAN SPARE AND SUGGEST THE TRANSFER   *
      ******************************************************************
       2400-NEXT-DONOR.
           EXEC SQL
               FETCH DONOR-CSR
               INTO  :WS-DONOR-WHSE, :WS-DONOR-STOCK, :WS-DONOR-MAX,
                     :WS-DONOR-OVER
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-DONOR-EOF-SW
               GO TO 2400-NEXT-DONOR-EXIT.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVRP001 - ERROR FETCHING DONOR-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-DONOR-EOF-SW
               MOVE 12 TO RETURN-CODE
               GO TO 2400-NEXT-DONOR-EXIT.

           PERFORM 2500-DONOR-EXCESS
               THRU 2500-DONOR-EXCESS-EXIT.

           IF WS-EXCESS-QTY NOT > ZERO
               GO TO 2400-NEXT-DONOR-EXIT.

           IF WS-EXCESS-QTY < WS-NEED-QTY
               MOVE WS-EXCESS-QTY TO WS-MOVE-QTY
           ELSE
               MOVE WS-NEED-QTY   TO WS-MOVE-QTY.

           ADD 1 TO WS-LAST-SUGG-NO.
           MOVE WS-LAST-SUGG-NO TO SGT-SUGG-NO.
           MOVE RC-RUN-DATE     TO SGT-RUN-DATE.
           MOVE WS-CURR-PROD    TO SGT-PROD-CODE.
           MOVE WS-DONOR-WHSE   TO SGT-FROM-WAREHOUSE.
           MOVE WS-CURR-WHSE    TO SGT-TO-WAREHOUSE.
           MOVE WS-MOVE-QTY     TO SGT-QTY.
           MOVE 'S'             TO SGT-STATUS.

           EXEC SQL
               INSERT INTO SUGGESTED_TRANSFER
                   (SUGG_NO, RUN_DATE, PROD_CODE, FROM_WAREHOUSE,
                    TO_WAREHOUSE, SUGG_QTY, SUGG_STATUS)
               VALUES
                   (:SGT-SUGG-NO, :SGT-RUN-DATE, :SGT-PROD-CODE,
                    :SGT-FROM-WAREHOUSE, :SGT-TO-WAREHOUSE,
                    :SGT-QTY, :SGT-STATUS)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVRP001 - ERROR INSERTING SUGGESTION FOR '
                       'PROD_CODE ' WS-CURR-PROD ' SQLCODE: ' SQLCODE
               MOVE 12 TO RETURN-CODE
               MOVE 'Y' TO WS-DONOR-EOF-SW
               GO TO 2400-NEXT-DONOR-EXIT.

           ADD 1 TO WS-SUGG-WRITTEN.
           SUBTRACT WS-MOVE-QTY FROM WS-NEED-QTY.

           MOVE WS-DONOR-WHSE    TO TRL-FROM-WHSE.
           MOVE WS-MOVE-QTY      TO TRL-QTY.
           MOVE SGT-SUGG-NO      TO TRL-SUGG-NO.
           MOVE WS-TRANSFER-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       2400-NEXT-DONOR-EXIT.
           EXIT.

      ******************************************************************
      * 2500-DONOR-EXCESS - WHAT A DONOR CAN SPARE: ITS OWN (NOT       *
      *                     CONSIGNED) STOCK ON HAND LESS ITS OPEN     *
      *                     ALLOCATIONS, LESS WHAT IT MUST KEEP        *
      *                     (THE GREATER OF ITS MAXIMUM AND ITS OWN    *
      *                     DEMAND COVER), LESS WHAT TONIGHT'S PLAN    *
      *                     HAS ALREADY TAKEN FROM IT                  *
      ******************************************************************
       2500-DONOR-EXCESS.
           EXEC SQL
               SELECT SUM(ISSUE_QTY), COUNT(*)
               INTO   :WS-USAGE-SUM :WS-USAGE-SUM-IND,
                      :WS-USAGE-MONTHS
               FROM   USAGE_HISTORY
               WHERE  PROD_CODE = :WS-CURR-PROD
               AND    WAREHOUSE_CODE = :WS-DONOR-WHSE
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-USAGE-SUM-IND < 0
               MOVE ZERO TO WS-USAGE-SUM
               MOVE ZERO TO WS-USAGE-MONTHS.

           MOVE WS-DONOR-MAX TO WS-KEEP-QTY.

           IF WS-USAGE-MONTHS > ZERO
               COMPUTE WS-EXCESS-QTY ROUNDED =
                   (WS-USAGE-SUM / WS-USAGE-MONTHS) * WS-COVER-MONTHS
               IF WS-EXCESS-QTY > WS-KEEP-QTY
                   MOVE WS-EXCESS-QTY TO WS-KEEP-QTY
               END-IF.

           EXEC SQL
               SELECT SUM(SUGG_QTY)
               INTO   :WS-OUT-QTY :WS-OUT-IND
               FROM   SUGGESTED_TRANSFER
               WHERE  PROD_CODE = :WS-CURR-PROD
               AND    FROM_WAREHOUSE = :WS-DONOR-WHSE
               AND    RUN_DATE = :RC-RUN-DATE
               AND    SUGG_STATUS = 'S'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-OUT-IND < 0
               MOVE ZERO TO WS-OUT-QTY.

           MOVE WS-DONOR-WHSE TO LOC-WAREHOUSE-CODE.
           PERFORM 2800-OPEN-ALLOCATIONS
               THRU 2800-OPEN-ALLOCATIONS-EXIT.
           MOVE WS-CURR-WHSE TO LOC-WAREHOUSE-CODE.

           COMPUTE WS-EXCESS-QTY = WS-DONOR-STOCK - WS-ALLOC-SUM
                                 - WS-KEEP-QTY - WS-OUT-QTY.

       2500-DONOR-EXCESS-EXIT.
           EXIT.

      ******************************************************************
      * 2600-WRITE-SHORTFALL - HAND WHAT THE NETWORK CANNOT COVER TO   *
      *                        PURCHASING                              *
      ******************************************************************
       2600-WRITE-SHORTFALL.
           MOVE RC-RUN-DATE  TO PSF-RUN-DATE.
           MOVE WS-CURR-PROD TO PSF-PROD-CODE.
           MOVE WS-CURR-WHSE TO PSF-WAREHOUSE-CODE.
           MOVE WS-NEED-QTY  TO PSF-SHORT-QTY.

           EXEC SQL
               INSERT INTO PURCHASE_SHORTFALL
                   (RUN_DATE, PROD_CODE, WAREHOUSE_CODE, SHORT_QTY)
               VALUES
                   (:PSF-RUN-DATE, :PSF-PROD-CODE,
                    :PSF-WAREHOUSE-CODE, :PSF-SHORT-QTY)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVRP001 - ERROR INSERTING SHORTFALL FOR '
                       'PROD_CODE ' WS-CURR-PROD ' SQLCODE: ' SQLCODE
               MOVE 12 TO RETURN-CODE
               GO TO 2600-WRITE-SHORTFALL-EXIT.

           ADD 1 TO WS-SHORT-WRITTEN.

           MOVE WS-NEED-QTY       TO SFL-QTY.
           MOVE WS-SHORTFALL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       2600-WRITE-SHORTFALL-EXIT.
           EXIT.

      ******************************************************************
      * 2800-OPEN-ALLOCATIONS - OPEN ORDER ALLOCATIONS AGAINST THE     *
      *                         PRODUCT AT LOC-WAREHOUSE-CODE          *
      ******************************************************************
       2800-OPEN-ALLOCATIONS.
           EXEC SQL
               SELECT SUM(ALLOC_QTY)
               INTO   :WS-ALLOC-SUM :WS-ALLOC-SUM-IND
               FROM   ORDER_ALLOCATION
               WHERE  PROD_CODE = :WS-CURR-PROD
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
               AND    ALLOC_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-ALLOC-SUM-IND < 0
               MOVE ZERO TO WS-ALLOC-SUM.

       2800-OPEN-ALLOCATIONS-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - PRINT TOTALS, COMMIT (OR ROLL BACK), REGISTER *
      *                  THE END AND CLOSE THE WORKSHEET               *
      ******************************************************************
       3000-TERMINATE.
           EXEC SQL
               CLOSE NEED-CSR
           END-EXEC.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-LOCS-BELOW-MIN TO TOT-BELOW-MIN.
           MOVE WS-TOTAL-LINE-1   TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-SUGG-WRITTEN   TO TOT-SUGG-WRITTEN.
           MOVE WS-TOTAL-LINE-2   TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-SHORT-WRITTEN  TO TOT-SHORT-WRITTEN.
           MOVE WS-TOTAL-LINE-3   TO RPT-LINE.
           WRITE RPT-LINE.

      *    A HALF-BUILT PLAN WOULD SHORT-ORDER PURCHASING - ALL OR
      *    NOTHING.
           IF RETURN-CODE = ZERO
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC.

           MOVE 'E'               TO RC-FUNCTION.
           MOVE 'INVRP001'        TO RC-JOB-NAME.
           MOVE WS-LOCS-CHECKED   TO RC-RECS-READ.
           MOVE WS-SUGG-WRITTEN   TO RC-RECS-APPLIED.
           MOVE ZERO              TO RC-RECS-REJECTED.
           MOVE RETURN-CODE       TO RC-RETURN-CD.
           CALL 'INVRC001' USING RC-REQUEST-AREA.

           CLOSE RPL-WORKSHEET.

       3000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.

       END PROGRAM INVRP001.
