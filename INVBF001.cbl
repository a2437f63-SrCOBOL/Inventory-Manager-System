      ******************************************************************
      * PROGRAM:     INVBF001                                         *
      * DESCRIPTION: NIGHTLY BACKORDER FILL                           *
      *              ONCE THE NIGHT'S RECEIPTS, TRANSFER ARRIVALS AND  *
      *              RETURNS TO STOCK HAVE POSTED, WORKS THROUGH THE   *
      *              OPEN BACKORDERS OF EACH PRODUCT/WAREHOUSE OLDEST  *
      *              FIRST AND RESERVES WHATEVER IS NOW AVAILABLE TO   *
      *              PROMISE (ON HAND LESS OPEN ALLOCATIONS) AS        *
      *              ORDINARY ORDER_ALLOCATION ROWS - THE PICK TICKETS *
      *              (INVPK001) PICK THEM UP LIKE ANY OTHER. A         *
      *              BACKORDER MAY BE FILLED IN PART AND STAYS OPEN    *
      *              FOR THE REST. PRINTS A FILL NOTICE PER ORDER SO   *
      *              CUSTOMER SERVICE CAN TELL THE CUSTOMER.           *
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
       PROGRAM-ID.    INVBF001.
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
           SELECT FILL-NOTICE ASSIGN TO BOFILL
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FILL-NOTICE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY PRODDCL.

       COPY PLOCDCL.

       COPY ALOCDCL.

       COPY BKORDCL.

       COPY RUNCOMM.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  END-OF-CURSOR                  VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS AND WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-BOS-READ             PIC 9(07)  COMP  VALUE ZERO.
       77  WS-BOS-FILLED           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-BOS-COMPLETED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-QTY-FILLED           PIC 9(09)  COMP  VALUE ZERO.
       77  WS-ORDERS-NOTIFIED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LAST-ALLOC-ID        PIC 9(07)        VALUE ZERO.
       77  WS-LAST-ALLOC-IND       PIC S9(04) COMP  VALUE ZERO.
       77  WS-ALLOC-SUM            PIC S9(09) COMP  VALUE ZERO.
       77  WS-ALLOC-SUM-IND        PIC S9(04) COMP  VALUE ZERO.
       77  WS-AVAIL-QTY            PIC S9(09) COMP  VALUE ZERO.
       77  WS-OPEN-QTY             PIC S9(09) COMP  VALUE ZERO.
       77  WS-FILL-QTY             PIC S9(09) COMP  VALUE ZERO.

       77  WS-CURR-PROD            PIC 9(04)  VALUE ZERO.
       77  WS-CURR-WHSE            PIC X(04)  VALUE SPACES.
       77  WS-CURR-ORDER           PIC 9(08)  VALUE ZERO.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'BACKORDER FILL NOTICES - RUN DATE'.
           05  HDG-RUN-DATE         PIC X(08).
           05  FILLER               PIC X(32) VALUE SPACES.

       01  WS-ORDER-HDG-LINE.
           05  FILLER               PIC X(20) VALUE
               'FILL NOTICE - ORDER '.
           05  OHL-ORDER-NO         PIC 9(08).
           05  FILLER               PIC X(52) VALUE SPACES.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(06) VALUE 'LINE  '.
           05  FILLER               PIC X(06) VALUE 'PROD  '.
           05  FILLER               PIC X(22) VALUE 'PRODUCT NAME'.
           05  FILLER               PIC X(06) VALUE 'WHSE  '.
           05  FILLER               PIC X(08) VALUE ' BACKORD'.
           05  FILLER               PIC X(08) VALUE '  FILLED'.
           05  FILLER               PIC X(08) VALUE '  STILL '.
           05  FILLER               PIC X(16) VALUE '  ALLOC ID'.

       01  WS-DETAIL-LINE.
           05  DTL-ORDER-LINE       PIC 9(03).
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DTL-PROD-CODE        PIC 9(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-PROD-NAME        PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-WAREHOUSE        PIC X(04).
           05  FILLER               PIC X(04) VALUE SPACES.
           05  DTL-BO-QTY           PIC ZZZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DTL-FILL-QTY         PIC ZZZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DTL-OPEN-QTY         PIC ZZZZ9.
           05  FILLER               PIC X(03) VALUE SPACES.
           05  DTL-ALLOC-ID         PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-STATUS           PIC X(06).

       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(24) VALUE
               'OPEN BACKORDERS READ..: '.
           05  TOT-BOS-READ         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(24) VALUE
               'BACKORDERS FILLED.....: '.
           05  TOT-BOS-FILLED       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(24) VALUE
               'FILLED COMPLETELY.....: '.
           05  TOT-BOS-COMPLETED    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER               PIC X(24) VALUE
               'QUANTITY ALLOCATED....: '.
           05  TOT-QTY-FILLED       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER               PIC X(24) VALUE
               'ORDERS NOTIFIED.......: '.
           05  TOT-ORDERS-NOTIFIED  PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - EVERY OPEN BACKORDER, OLDEST FIRST WITHIN EACH
      * PRODUCT/WAREHOUSE SO THE LONGEST-WAITING CUSTOMER IS SERVED
      * FIRST FROM THE NEW STOCK
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE FILL-CSR CURSOR FOR
               SELECT BO_ID, ORDER_NO, ORDER_LINE, PROD_CODE,
                      WAREHOUSE_CODE, BO_QTY, FILLED_QTY
               FROM   BACKORDER
               WHERE  BO_STATUS = 'O'
               ORDER BY PROD_CODE, WAREHOUSE_CODE, BO_DATE, BO_ID
       END-EXEC.

      *-----------------------------------------------------------------
      * CURSOR - TONIGHT'S FILLS BY ORDER, FOR THE NOTICES
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE NOTICE-CSR CURSOR FOR
               SELECT B.ORDER_NO, B.ORDER_LINE, B.PROD_CODE,
                      P.PROD_NAME, B.WAREHOUSE_CODE, B.BO_QTY,
                      B.FILLED_QTY, B.LAST_FILL_QTY, B.LAST_ALLOC_ID,
                      B.BO_STATUS
               FROM   BACKORDER B, PRODUCTS P
               WHERE  B.PROD_CODE = P.PROD_CODE
               AND    B.LAST_FILL_DATE = CURRENT DATE
               ORDER BY B.ORDER_NO, B.ORDER_LINE, B.BO_ID
       END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-FILL-BACKORDER
               THRU 2000-FILL-BACKORDER-EXIT
               UNTIL END-OF-CURSOR.

           PERFORM 2900-COMMIT-FILLS
               THRU 2900-COMMIT-FILLS-EXIT.

           PERFORM 4000-PRINT-NOTICES
               THRU 4000-PRINT-NOTICES-EXIT.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - REGISTER THE START, FIND THE LAST ALLOCATION *
      *                   ID, OPEN THE CURSOR, PRIME THE FETCH         *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT FILL-NOTICE.

      *    REGISTER THE NIGHT-RUN START - THE FILL WAITS FOR THE
      *    MOVEMENT POSTING TO COMPLETE CLEAN.
           MOVE 'S'        TO RC-FUNCTION.
           MOVE 'INVBF001' TO RC-JOB-NAME.
           MOVE SPACES     TO RC-RUN-DATE.
           CALL 'INVRC001' USING RC-REQUEST-AREA.

           IF NOT RC-RESULT-OK
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           MOVE RC-RUN-DATE   TO HDG-RUN-DATE.
           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.

           EXEC SQL
               SELECT MAX(ALLOC_ID)
               INTO   :WS-LAST-ALLOC-ID :WS-LAST-ALLOC-IND
               FROM   ORDER_ALLOCATION
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-LAST-ALLOC-IND < 0
               MOVE ZERO TO WS-LAST-ALLOC-ID.

           EXEC SQL
               OPEN FILL-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVBF001 - ERROR OPENING FILL-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 12 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-FILL-BACKORDER - ON A NEW PRODUCT/WAREHOUSE WORK OUT WHAT *
      *                       IS AVAILABLE, THEN GIVE THIS BACKORDER   *
      *                       AS MUCH OF IT AS IT STILL NEEDS          *
      ******************************************************************
       2000-FILL-BACKORDER.
           ADD 1 TO WS-BOS-READ.

           IF BKO-PROD-CODE NOT = WS-CURR-PROD
              OR BKO-WAREHOUSE-CODE NOT = WS-CURR-WHSE
               PERFORM 2200-LOCATION-AVAILABLE
                   THRU 2200-LOCATION-AVAILABLE-EXIT.

           IF WS-AVAIL-QTY NOT > ZERO
               GO TO 2000-NEXT-BACKORDER.

           COMPUTE WS-OPEN-QTY = BKO-QTY - BKO-FILLED-QTY.

           IF WS-OPEN-QTY NOT > ZERO
               GO TO 2000-NEXT-BACKORDER.

           IF WS-OPEN-QTY > WS-AVAIL-QTY
               MOVE WS-AVAIL-QTY TO WS-FILL-QTY
           ELSE
               MOVE WS-OPEN-QTY  TO WS-FILL-QTY.

           PERFORM 2300-WRITE-ALLOCATION
               THRU 2300-WRITE-ALLOCATION-EXIT.

           IF RETURN-CODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2000-FILL-BACKORDER-EXIT.

           SUBTRACT WS-FILL-QTY FROM WS-AVAIL-QTY.

       2000-NEXT-BACKORDER.
           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       2000-FILL-BACKORDER-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FETCH-NEXT - FETCH ONE OPEN BACKORDER, SET THE EOF        *
      *                   SWITCH AT END OF CURSOR                      *
      ******************************************************************
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH FILL-CSR
               INTO  :BKO-BO-ID, :BKO-ORDER-NO, :BKO-ORDER-LINE,
                     :BKO-PROD-CODE, :BKO-WAREHOUSE-CODE,
                     :BKO-QTY, :BKO-FILLED-QTY
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVBF001 - ERROR FETCHING FILL-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SW.

       2100-FETCH-NEXT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LOCATION-AVAILABLE - AVAILABLE TO PROMISE AT THE NEW      *
      *                           PRODUCT/WAREHOUSE - ON HAND LESS     *
      *                           EVERY OPEN ALLOCATION                *
      ******************************************************************
       2200-LOCATION-AVAILABLE.
           MOVE BKO-PROD-CODE      TO WS-CURR-PROD.
           MOVE BKO-WAREHOUSE-CODE TO WS-CURR-WHSE.
           MOVE ZERO               TO WS-AVAIL-QTY.

           MOVE BKO-PROD-CODE      TO LOC-PROD-CODE.
           MOVE BKO-WAREHOUSE-CODE TO LOC-WAREHOUSE-CODE.

           EXEC SQL
               SELECT STOCK_QTY
               INTO   :LOC-STOCK-QTY
               FROM   PRODUCT_LOCATION
               WHERE  PROD_CODE      = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               GO TO 2200-LOCATION-AVAILABLE-EXIT.

           MOVE LOC-PROD-CODE      TO ALC-PROD-CODE.
           MOVE LOC-WAREHOUSE-CODE TO ALC-WAREHOUSE-CODE.

           EXEC SQL
               SELECT SUM(ALLOC_QTY)
               INTO   :WS-ALLOC-SUM :WS-ALLOC-SUM-IND
               FROM   ORDER_ALLOCATION
               WHERE  PROD_CODE      = :ALC-PROD-CODE
               AND    WAREHOUSE_CODE = :ALC-WAREHOUSE-CODE
               AND    ALLOC_STATUS   = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-ALLOC-SUM-IND < 0
               MOVE ZERO TO WS-ALLOC-SUM.

           COMPUTE WS-AVAIL-QTY = LOC-STOCK-QTY - WS-ALLOC-SUM.

       2200-LOCATION-AVAILABLE-EXIT.
           EXIT.

      ******************************************************************
      * 2300-WRITE-ALLOCATION - RESERVE WS-FILL-QTY FOR THE ORDER LINE *
      *                         AND RECORD THE FILL ON THE BACKORDER   *
      ******************************************************************
       2300-WRITE-ALLOCATION.
           ADD 1 TO WS-LAST-ALLOC-ID.
           MOVE WS-LAST-ALLOC-ID   TO ALC-ALLOC-ID.
           MOVE BKO-ORDER-NO       TO ALC-ORDER-NO.
           MOVE BKO-ORDER-LINE     TO ALC-ORDER-LINE.
           MOVE BKO-PROD-CODE      TO ALC-PROD-CODE.
           MOVE BKO-WAREHOUSE-CODE TO ALC-WAREHOUSE-CODE.
           MOVE WS-FILL-QTY        TO ALC-ALLOC-QTY.
           MOVE 'O'                TO ALC-ALLOC-STATUS.

           EXEC SQL
               INSERT INTO ORDER_ALLOCATION
                   (ALLOC_ID, ORDER_NO, ORDER_LINE, PROD_CODE,
                    WAREHOUSE_CODE, ALLOC_QTY, ALLOC_STATUS,
                    ALLOC_DATE)
               VALUES
                   (:ALC-ALLOC-ID, :ALC-ORDER-NO, :ALC-ORDER-LINE,
                    :ALC-PROD-CODE, :ALC-WAREHOUSE-CODE,
                    :ALC-ALLOC-QTY, :ALC-ALLOC-STATUS, CURRENT DATE)
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVBF001 - ERROR INSERTING ALLOCATION FOR '
                       'BACKORDER ' BKO-BO-ID ' SQLCODE: ' SQLCODE
               MOVE 12 TO RETURN-CODE
               GO TO 2300-WRITE-ALLOCATION-EXIT.

           ADD WS-FILL-QTY TO BKO-FILLED-QTY.
           MOVE WS-FILL-QTY TO BKO-LAST-FILL-QTY.

           IF BKO-FILLED-QTY NOT < BKO-QTY
               MOVE 'F' TO BKO-STATUS
               ADD 1 TO WS-BOS-COMPLETED
           ELSE
               MOVE 'O' TO BKO-STATUS.

      *    A RERUN THE SAME NIGHT ADDS TO TONIGHT'S FILL SO THE NOTICE
      *    SHOWS THE WHOLE OF IT.
           EXEC SQL
               UPDATE BACKORDER
               SET    FILLED_QTY     = :BKO-FILLED-QTY,
                      BO_STATUS      = :BKO-STATUS,
                      LAST_FILL_QTY  =
                          CASE WHEN LAST_FILL_DATE = CURRENT DATE
                               THEN LAST_FILL_QTY + :BKO-LAST-FILL-QTY
                               ELSE :BKO-LAST-FILL-QTY END,
                      LAST_FILL_DATE = CURRENT DATE,
                      LAST_ALLOC_ID  = :ALC-ALLOC-ID
               WHERE  BO_ID = :BKO-BO-ID
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVBF001 - ERROR UPDATING BACKORDER '
                       BKO-BO-ID ' SQLCODE: ' SQLCODE
               MOVE 12 TO RETURN-CODE
               GO TO 2300-WRITE-ALLOCATION-EXIT.

           ADD 1           TO WS-BOS-FILLED.
           ADD WS-FILL-QTY TO WS-QTY-FILLED.

       2300-WRITE-ALLOCATION-EXIT.
           EXIT.

      ******************************************************************
      * 2900-COMMIT-FILLS - THE NIGHT'S FILLS ARE ONE UNIT OF WORK     *
      ******************************************************************
       2900-COMMIT-FILLS.
           EXEC SQL
               CLOSE FILL-CSR
           END-EXEC.

      *    AN ALLOCATION WITHOUT ITS BACKORDER UPDATE WOULD FILL THE
      *    SAME LINE TWICE - ALL OR NOTHING.
           IF RETURN-CODE = ZERO
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               MOVE ZERO TO WS-BOS-FILLED
               MOVE ZERO TO WS-BOS-COMPLETED
               MOVE ZERO TO WS-QTY-FILLED.

       2900-COMMIT-FILLS-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PRINT-NOTICES - ONE FILL NOTICE PER ORDER FOR EVERY LINE  *
      *                      FILLED TONIGHT                            *
      ******************************************************************
       4000-PRINT-NOTICES.
           IF RETURN-CODE NOT = ZERO
               GO TO 4000-PRINT-NOTICES-EXIT.

           EXEC SQL
               OPEN NOTICE-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVBF001 - ERROR OPENING NOTICE-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 12 TO RETURN-CODE
               GO TO 4000-PRINT-NOTICES-EXIT.

           MOVE 'N' TO WS-EOF-SW.
           PERFORM 4100-FETCH-NOTICE
               THRU 4100-FETCH-NOTICE-EXIT.

           PERFORM 4200-PRINT-NOTICE-LINE
               THRU 4200-PRINT-NOTICE-LINE-EXIT
               UNTIL END-OF-CURSOR.

           EXEC SQL
               CLOSE NOTICE-CSR
           END-EXEC.

       4000-PRINT-NOTICES-EXIT.
           EXIT.

      ******************************************************************
      * 4100-FETCH-NOTICE - FETCH ONE LINE FILLED TONIGHT              *
      ******************************************************************
       4100-FETCH-NOTICE.
           EXEC SQL
               FETCH NOTICE-CSR
               INTO  :BKO-ORDER-NO, :BKO-ORDER-LINE, :BKO-PROD-CODE,
                     :PROD-NAME, :BKO-WAREHOUSE-CODE, :BKO-QTY,
                     :BKO-FILLED-QTY, :BKO-LAST-FILL-QTY,
                     :BKO-LAST-ALLOC-ID, :BKO-STATUS
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVBF001 - ERROR FETCHING NOTICE-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 12 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SW.

       4100-FETCH-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      * 4200-PRINT-NOTICE-LINE - BREAK ON ORDER, PRINT ONE FILLED LINE *
      ******************************************************************
       4200-PRINT-NOTICE-LINE.
           IF BKO-ORDER-NO NOT = WS-CURR-ORDER
               MOVE BKO-ORDER-NO TO WS-CURR-ORDER
               ADD 1 TO WS-ORDERS-NOTIFIED
               MOVE SPACES TO RPT-LINE
               WRITE RPT-LINE
               MOVE BKO-ORDER-NO TO OHL-ORDER-NO
               MOVE WS-ORDER-HDG-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-HDG-LINE-2 TO RPT-LINE
               WRITE RPT-LINE.

           COMPUTE WS-OPEN-QTY = BKO-QTY - BKO-FILLED-QTY.

           MOVE BKO-ORDER-LINE     TO DTL-ORDER-LINE.
           MOVE BKO-PROD-CODE      TO DTL-PROD-CODE.
           MOVE PROD-NAME (1:20)   TO DTL-PROD-NAME.
           MOVE BKO-WAREHOUSE-CODE TO DTL-WAREHOUSE.
           MOVE BKO-QTY            TO DTL-BO-QTY.
           MOVE BKO-LAST-FILL-QTY  TO DTL-FILL-QTY.
           MOVE WS-OPEN-QTY        TO DTL-OPEN-QTY.
           MOVE BKO-LAST-ALLOC-ID  TO DTL-ALLOC-ID.

           IF BKO-FILLED
               MOVE 'FILLED' TO DTL-STATUS
           ELSE
               MOVE 'PART'   TO DTL-STATUS.

           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 4100-FETCH-NOTICE
               THRU 4100-FETCH-NOTICE-EXIT.

       4200-PRINT-NOTICE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - PRINT TOTALS, REGISTER COMPLETION, CLOSE      *
      ******************************************************************
       3000-TERMINATE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-BOS-READ        TO TOT-BOS-READ.
           MOVE WS-TOTAL-LINE-1    TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-BOS-FILLED      TO TOT-BOS-FILLED.
           MOVE WS-TOTAL-LINE-2    TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-BOS-COMPLETED   TO TOT-BOS-COMPLETED.
           MOVE WS-TOTAL-LINE-3    TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-QTY-FILLED      TO TOT-QTY-FILLED.
           MOVE WS-TOTAL-LINE-4    TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-ORDERS-NOTIFIED TO TOT-ORDERS-NOTIFIED.
           MOVE WS-TOTAL-LINE-5    TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'E'               TO RC-FUNCTION.
           MOVE 'INVBF001'        TO RC-JOB-NAME.
           MOVE WS-BOS-READ       TO RC-RECS-READ.
           MOVE WS-BOS-FILLED     TO RC-RECS-APPLIED.
           MOVE ZERO              TO RC-RECS-REJECTED.
           MOVE RETURN-CODE       TO RC-RETURN-CD.
           CALL 'INVRC001' USING RC-REQUEST-AREA.

           CLOSE FILL-NOTICE.

       3000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.

       END PROGRAM INVBF001.
