      ******************************************************************
      * PROGRAM:     INVPK001                                         *
      * DESCRIPTION: NIGHTLY PICK TICKETS                             *
      *              CURSORS THROUGH THE OPEN ORDER_ALLOCATION ROWS    *
      *              BY WAREHOUSE AND ORDER AND PRINTS ONE PICK        *
      *              TICKET PER ORDER, EACH ON ITS OWN PAGE. UNDER     *
      *              EVERY ALLOCATED LINE IT LISTS THE STOCK_LOT LOTS  *
      *              TO PULL IN FIRST-EXPIRY-FIRST-OUT ORDER (THE      *
      *              IX1STKLOT SEQUENCE), SKIPPING THE LOT QUANTITY    *
      *              ALREADY TICKETED TO EARLIER ORDERS SO TWO ORDERS  *
      *              ARE NEVER SENT TO THE SAME UNITS. STOCK NOT HELD  *
      *              IN LOTS IS TICKETED AS ONE UNLOTTED PULL. EVERY   *
      *              PULL IS ALSO WRITTEN TO THE PICK CONFIRMATION     *
      *              FILE (HDR/TRL CONTROLLED) THAT THE WAREHOUSE      *
      *              RETURNS WITH THE QUANTITY AND LOT ACTUALLY        *
      *              PICKED FOR INVPC001. NOTHING ON THE DATABASE IS   *
      *              CHANGED - AN ALLOCATION IS ONLY RELIEVED WHEN     *
      *              ITS CONFIRMED PICK POSTS THROUGH INVBAT01.        *
      * AUTHOR:      FRANCISCO BORGES                                 *
      * INSTALLATION: INVENTORY SYSTEMS                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY                                           *
      * DATE       INIT  DESCRIPTION                                   *
      * 10/15/2026 FB    INITIAL VERSION.                               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVPK001.
       AUTHOR.        FRANCISCO BORGES.
       INSTALLATION.  INVENTORY SYSTEMS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.  IBM-370.
       OBJECT-COMPUTER.  IBM-370.
       SPECIAL-NAMES.
           C01 IS TO-NEW-PAGE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PICK-RPT ASSIGN TO PICKTKT
               ORGANIZATION IS SEQUENTIAL.

           SELECT PICK-CONF-FILE ASSIGN TO PICKCONF
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PICK-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                 PIC X(80).

       FD  PICK-CONF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PICKREC.

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY PRODDCL.

       COPY ALOCDCL.

       COPY LOTDCL.

       COPY RUNCOMM.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-EOF-SW                PIC X(01)  VALUE 'N'.
           88  END-OF-PICK-CSR                  VALUE 'Y'.

       77  WS-LOT-EOF-SW            PIC X(01)  VALUE 'N'.
           88  END-OF-LOT-CSR                   VALUE 'Y'.

       77  WS-FIRST-SW              PIC X(01)  VALUE 'Y'.
           88  FIRST-TICKET                     VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS AND WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-TICKETS-PRINTED       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ALLOCS-TICKETED       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-PICK-LINES            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CONF-COUNT            PIC 9(07)        VALUE ZERO.
       77  WS-CONF-HASH             PIC 9(11)        VALUE ZERO.
       77  WS-NEED-QTY              PIC S9(07) COMP  VALUE ZERO.
       77  WS-SKIP-QTY              PIC S9(09) COMP  VALUE ZERO.
       77  WS-SKIP-IND              PIC S9(04) COMP  VALUE ZERO.
       77  WS-AVAIL-QTY             PIC S9(07) COMP  VALUE ZERO.
       77  WS-TAKE-QTY              PIC S9(07) COMP  VALUE ZERO.
       77  WS-PREV-WAREHOUSE        PIC X(04)        VALUE SPACES.
       77  WS-PREV-ORDER            PIC 9(08)        VALUE ZERO.
       77  WS-RUN-DATE              PIC X(08)        VALUE SPACES.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-TKT-LINE-1.
           05  FILLER                PIC X(14) VALUE 'PICK TICKET'.
           05  FILLER                PIC X(11) VALUE 'WAREHOUSE: '.
           05  TKT-WAREHOUSE         PIC X(04).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(07) VALUE 'ORDER: '.
           05  TKT-ORDER-NO          PIC 9(08).
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(10) VALUE 'NIGHT OF: '.
           05  TKT-RUN-DATE          PIC X(08).
           05  FILLER                PIC X(12) VALUE SPACES.

       01  WS-TKT-LINE-2.
           05  FILLER                PIC X(05) VALUE 'LN   '.
           05  FILLER                PIC X(06) VALUE 'PROD  '.
           05  FILLER                PIC X(50) VALUE
               'PRODUCT NAME / LOTS TO PULL, EARLIEST EXPIRY FIRST'.
           05  FILLER                PIC X(19) VALUE SPACES.

       01  WS-ALLOC-LINE.
           05  AL-ORDER-LINE         PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AL-PROD-CODE          PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  AL-PROD-NAME          PIC X(30).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(06) VALUE 'ALLOC '.
           05  AL-ALLOC-ID           PIC 9(07).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(04) VALUE 'QTY '.
           05  AL-ALLOC-QTY          PIC ZZZZ9.
           05  FILLER                PIC X(13) VALUE SPACES.

       01  WS-PULL-LINE.
           05  FILLER                PIC X(09) VALUE SPACES.
           05  FILLER                PIC X(09) VALUE 'PULL LOT '.
           05  PL-LOT-NO             PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(04) VALUE 'EXP '.
           05  PL-EXPIRY-DATE        PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  FILLER                PIC X(04) VALUE 'QTY '.
           05  PL-PULL-QTY           PIC ZZZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                PIC X(13) VALUE 'PICKED ______'.
           05  FILLER                PIC X(09) VALUE SPACES.

       01  WS-TOTAL-HDG.
           05  FILLER                PIC X(40) VALUE
               'PICK TICKETS - RUN TOTALS'.
           05  FILLER                PIC X(40) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                PIC X(24) VALUE
               'PICK TICKETS PRINTED..: '.
           05  TOT-TICKETS-PRINTED   PIC ZZZ,ZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                PIC X(24) VALUE
               'ALLOCATIONS TICKETED..: '.
           05  TOT-ALLOCS-TICKETED   PIC ZZZ,ZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                PIC X(24) VALUE
               'PICK LINES WRITTEN....: '.
           05  TOT-PICK-LINES        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - EVERY OPEN ALLOCATION, GROUPED BY WAREHOUSE AND
      * ORDER FOR THE TICKETS
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE PICK-CSR CURSOR FOR
               SELECT A.ALLOC_ID, A.ORDER_NO, A.ORDER_LINE,
                      A.PROD_CODE, A.WAREHOUSE_CODE, A.ALLOC_QTY,
                      P.PROD_NAME
               FROM   ORDER_ALLOCATION A, PRODUCTS P
               WHERE  A.PROD_CODE = P.PROD_CODE
               AND    A.ALLOC_STATUS = 'O'
               ORDER BY A.WAREHOUSE_CODE, A.ORDER_NO, A.ORDER_LINE,
                        A.ALLOC_ID
       END-EXEC.

      *-----------------------------------------------------------------
      * CURSOR - THE LOT BALANCES FOR ONE PRODUCT/WAREHOUSE, OLDEST
      * EXPIRY FIRST - THE SAME FEFO ORDER INVBAT01 RELIEVES IN
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE PKLOT-CSR CURSOR FOR
               SELECT LOT_NO, LOT_QTY, EXPIRY_DATE
               FROM   STOCK_LOT
               WHERE  PROD_CODE = :LOT-PROD-CODE
               AND    WAREHOUSE_CODE = :LOT-WAREHOUSE-CODE
               AND    LOT_QTY > 0
               ORDER BY EXPIRY_DATE, LOT_NO
       END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-ALLOCATION
               THRU 2000-PROCESS-ALLOCATION-EXIT
               UNTIL END-OF-PICK-CSR.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - REGISTER THE RUN, OPEN THE FILES AND CURSOR, *
      *                   WRITE THE CONFIRMATION HEADER, PRIME THE     *
      *                   FETCH                                        *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT PICK-RPT.
           OPEN OUTPUT PICK-CONF-FILE.

      *    REGISTER THE NIGHT-RUN START - THE TICKETS WAIT FOR THE
      *    MOVEMENT POSTING SO TODAY'S CONFIRMED PICKS ARE ALREADY
      *    OFF THE ALLOCATIONS.
           MOVE 'S'        TO RC-FUNCTION.
           MOVE 'INVPK001' TO RC-JOB-NAME.
           MOVE SPACES     TO RC-RUN-DATE.
           CALL 'INVRC001' USING RC-REQUEST-AREA.

           IF NOT RC-RESULT-OK
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           MOVE RC-RUN-DATE TO WS-RUN-DATE.

           MOVE SPACES      TO PCF-HEADER-REC.
           MOVE 'HDR'       TO PCH-REC-ID.
           MOVE 'INVPK001'  TO PCH-SOURCE.
           MOVE WS-RUN-DATE TO PCH-BUS-DATE.
           WRITE PCF-HEADER-REC.

           EXEC SQL
               OPEN PICK-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVPK001 - ERROR OPENING PICK-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-ALLOCATION - START A NEW TICKET ON A CHANGE OF    *
      *                           WAREHOUSE OR ORDER, THEN PRINT THE   *
      *                           ALLOCATED LINE AND ITS LOT PULLS     *
      ******************************************************************
       2000-PROCESS-ALLOCATION.
           IF FIRST-TICKET
               OR ALC-WAREHOUSE-CODE NOT = WS-PREV-WAREHOUSE
               OR ALC-ORDER-NO NOT = WS-PREV-ORDER
               PERFORM 2200-START-TICKET
                   THRU 2200-START-TICKET-EXIT.

           MOVE ALC-ORDER-LINE     TO AL-ORDER-LINE.
           MOVE ALC-PROD-CODE      TO AL-PROD-CODE.
           MOVE PROD-NAME          TO AL-PROD-NAME.
           MOVE ALC-ALLOC-ID       TO AL-ALLOC-ID.
           MOVE ALC-ALLOC-QTY      TO AL-ALLOC-QTY.
           MOVE WS-ALLOC-LINE      TO RPT-LINE.
           WRITE RPT-LINE.

           ADD 1 TO WS-ALLOCS-TICKETED.

           PERFORM 2300-LIST-LOTS
               THRU 2300-LIST-LOTS-EXIT.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       2000-PROCESS-ALLOCATION-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FETCH-NEXT - FETCH ONE OPEN ALLOCATION, SET THE EOF       *
      *                   SWITCH AT END OF CURSOR                      *
      ******************************************************************
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH PICK-CSR
               INTO  :ALC-ALLOC-ID, :ALC-ORDER-NO, :ALC-ORDER-LINE,
                     :ALC-PROD-CODE, :ALC-WAREHOUSE-CODE,
                     :ALC-ALLOC-QTY, :PROD-NAME
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVPK001 - ERROR FETCHING PICK-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SW.

       2100-FETCH-NEXT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-START-TICKET - TOP OF A NEW PAGE FOR THE NEXT ORDER        *
      ******************************************************************
       2200-START-TICKET.
           MOVE 'N'                TO WS-FIRST-SW.
           MOVE ALC-WAREHOUSE-CODE TO WS-PREV-WAREHOUSE.
           MOVE ALC-ORDER-NO       TO WS-PREV-ORDER.

           MOVE ALC-WAREHOUSE-CODE TO TKT-WAREHOUSE.
           MOVE ALC-ORDER-NO       TO TKT-ORDER-NO.
           MOVE WS-RUN-DATE        TO TKT-RUN-DATE.
           MOVE WS-TKT-LINE-1      TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING TO-NEW-PAGE.
           MOVE WS-TKT-LINE-2      TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           ADD 1 TO WS-TICKETS-PRINTED.

       2200-START-TICKET-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LIST-LOTS - WALK THE PRODUCT/WAREHOUSE LOTS FEFO AND      *
      *                  TICKET PULLS UNTIL THE ALLOCATION IS COVERED. *
      *                  LOT UNITS ALREADY TICKETED TO ALLOCATIONS     *
      *                  EARLIER IN THIS RUN ARE PASSED OVER FIRST.    *
      *                  WHAT THE LOTS CANNOT COVER IS UNLOTTED STOCK  *
      *                  AND IS TICKETED AS ONE PULL WITH NO LOT.      *
      ******************************************************************
       2300-LIST-LOTS.
      *    THE ALLOCATIONS TICKETED BEFORE THIS ONE FOR THE SAME
      *    PRODUCT/WAREHOUSE ARE EXACTLY THOSE AHEAD OF IT IN THE
      *    CURSOR ORDER - THEY HAVE FIRST CLAIM ON THE EARLIEST LOTS.
           EXEC SQL
               SELECT SUM(ALLOC_QTY)
               INTO   :WS-SKIP-QTY :WS-SKIP-IND
               FROM   ORDER_ALLOCATION
               WHERE  PROD_CODE = :ALC-PROD-CODE
               AND    WAREHOUSE_CODE = :ALC-WAREHOUSE-CODE
               AND    ALLOC_STATUS = 'O'
               AND   (ORDER_NO < :ALC-ORDER-NO
                  OR (ORDER_NO = :ALC-ORDER-NO
                  AND (ORDER_LINE < :ALC-ORDER-LINE
                   OR (ORDER_LINE = :ALC-ORDER-LINE
                  AND  ALLOC_ID < :ALC-ALLOC-ID))))
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-SKIP-IND < 0
               MOVE ZERO TO WS-SKIP-QTY.

           MOVE ALC-ALLOC-QTY      TO WS-NEED-QTY.
           MOVE ALC-PROD-CODE      TO LOT-PROD-CODE.
           MOVE ALC-WAREHOUSE-CODE TO LOT-WAREHOUSE-CODE.
           MOVE 'N'                TO WS-LOT-EOF-SW.

           EXEC SQL
               OPEN PKLOT-CSR
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVPK001 - ERROR OPENING PKLOT-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-LOT-EOF-SW.

           PERFORM 2310-PULL-ONE-LOT
               THRU 2310-PULL-ONE-LOT-EXIT
               UNTIL END-OF-LOT-CSR
                  OR WS-NEED-QTY NOT > 0.

           EXEC SQL
               CLOSE PKLOT-CSR
           END-EXEC.

           IF WS-NEED-QTY NOT > 0
               GO TO 2300-LIST-LOTS-EXIT.

           MOVE SPACES      TO LOT-LOT-NO.
           MOVE SPACES      TO LOT-EXPIRY-DATE.
           MOVE WS-NEED-QTY TO WS-TAKE-QTY.

           PERFORM 2400-WRITE-PICK-LINE
               THRU 2400-WRITE-PICK-LINE-EXIT.

       2300-LIST-LOTS-EXIT.
           EXIT.

      ******************************************************************
      * 2310-PULL-ONE-LOT - TAKE WHAT THIS LOT HAS LEFT, AFTER EARLIER *
      *                     TICKETS' CLAIMS, TOWARDS THE ALLOCATION    *
      ******************************************************************
       2310-PULL-ONE-LOT.
           EXEC SQL
               FETCH PKLOT-CSR
               INTO  :LOT-LOT-NO, :LOT-QTY, :LOT-EXPIRY-DATE
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-LOT-EOF-SW
               GO TO 2310-PULL-ONE-LOT-EXIT.

           IF SQLCODE NOT = 0
               DISPLAY 'INVPK001 - ERROR FETCHING PKLOT-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-LOT-EOF-SW
               GO TO 2310-PULL-ONE-LOT-EXIT.

           MOVE LOT-QTY TO WS-AVAIL-QTY.

           IF WS-SKIP-QTY > 0
               IF WS-SKIP-QTY NOT < WS-AVAIL-QTY
                   SUBTRACT WS-AVAIL-QTY FROM WS-SKIP-QTY
                   GO TO 2310-PULL-ONE-LOT-EXIT
               ELSE
                   SUBTRACT WS-SKIP-QTY FROM WS-AVAIL-QTY
                   MOVE ZERO TO WS-SKIP-QTY
               END-IF
           END-IF.

           IF WS-AVAIL-QTY < WS-NEED-QTY
               MOVE WS-AVAIL-QTY TO WS-TAKE-QTY
           ELSE
               MOVE WS-NEED-QTY  TO WS-TAKE-QTY.

           SUBTRACT WS-TAKE-QTY FROM WS-NEED-QTY.

           PERFORM 2400-WRITE-PICK-LINE
               THRU 2400-WRITE-PICK-LINE-EXIT.

       2310-PULL-ONE-LOT-EXIT.
           EXIT.

      ******************************************************************
      * 2400-WRITE-PICK-LINE - PRINT ONE PULL UNDER THE ALLOCATED LINE *
      *                        AND WRITE ITS CONFIRMATION RECORD       *
      ******************************************************************
       2400-WRITE-PICK-LINE.
           IF LOT-LOT-NO = SPACES
               MOVE '(NO LOT)'      TO PL-LOT-NO
           ELSE
               MOVE LOT-LOT-NO      TO PL-LOT-NO.

           MOVE LOT-EXPIRY-DATE     TO PL-EXPIRY-DATE.
           MOVE WS-TAKE-QTY         TO PL-PULL-QTY.
           MOVE WS-PULL-LINE        TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE SPACES              TO PCF-RECORD.
           MOVE ALC-ALLOC-ID        TO PCF-ALLOC-ID.
           MOVE ALC-ORDER-NO        TO PCF-ORDER-NO.
           MOVE ALC-ORDER-LINE      TO PCF-ORDER-LINE.
           MOVE ALC-PROD-CODE       TO PCF-PROD-CODE.
           MOVE ALC-WAREHOUSE-CODE  TO PCF-WAREHOUSE-CODE.
           MOVE LOT-LOT-NO          TO PCF-LOT-NO.
           MOVE WS-TAKE-QTY         TO PCF-PICK-QTY.
           MOVE SPACES              TO PCF-PICKED-LOT.
           MOVE ZERO                TO PCF-PICKED-QTY.
           WRITE PCF-RECORD.

           ADD 1           TO WS-CONF-COUNT.
           ADD WS-TAKE-QTY TO WS-CONF-HASH.
           ADD 1           TO WS-PICK-LINES.

       2400-WRITE-PICK-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - WRITE THE CONFIRMATION TRAILER, PRINT TOTALS, *
      *                  REGISTER THE END, CLOSE CURSOR AND FILES      *
      ******************************************************************
       3000-TERMINATE.
           EXEC SQL
               CLOSE PICK-CSR
           END-EXEC.

           MOVE SPACES        TO PCF-TRAILER-REC.
           MOVE 'TRL'         TO PCR-REC-ID.
           MOVE WS-CONF-COUNT TO PCR-REC-COUNT.
           MOVE WS-CONF-HASH  TO PCR-HASH-QTY.
           WRITE PCF-TRAILER-REC.

           MOVE WS-TOTAL-HDG  TO RPT-LINE.
           WRITE RPT-LINE AFTER ADVANCING TO-NEW-PAGE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-TICKETS-PRINTED TO TOT-TICKETS-PRINTED.
           MOVE WS-TOTAL-LINE-1    TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-ALLOCS-TICKETED TO TOT-ALLOCS-TICKETED.
           MOVE WS-TOTAL-LINE-2    TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-PICK-LINES      TO TOT-PICK-LINES.
           MOVE WS-TOTAL-LINE-3    TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE 'E'                TO RC-FUNCTION.
           MOVE 'INVPK001'         TO RC-JOB-NAME.
           MOVE WS-ALLOCS-TICKETED TO RC-RECS-READ.
           MOVE WS-PICK-LINES      TO RC-RECS-APPLIED.
           MOVE ZERO               TO RC-RECS-REJECTED.
           MOVE RETURN-CODE        TO RC-RETURN-CD.
           CALL 'INVRC001' USING RC-REQUEST-AREA.

           CLOSE PICK-RPT.
           CLOSE PICK-CONF-FILE.

       3000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.

       END PROGRAM INVPK001.
