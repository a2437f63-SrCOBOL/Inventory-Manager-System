      ******************************************************************
      * PROGRAM:     INVVS001                                         *
      * DESCRIPTION: MONTHLY VENDOR PERFORMANCE SCORECARD             *
      *              FOR THE PERIOD NAMED IN THE PARM (YYYYMM),        *
      *              MEASURES EVERY VENDOR FROM THE PO, RECEIPT AND    *
      *              RETURNS HISTORY - DELIVERIES AND ON-TIME PERCENT  *
      *              AGAINST THE STATED LEAD TIME, ACTUAL AVERAGE AND  *
      *              WORST LEAD TIME, LINE FILL RATE AND LINES CLOSED  *
      *              SHORT, AND RETURNED OVER RECEIVED QUANTITY - AND  *
      *              KEEPS THE MONTH ON VENDOR_SCORECARD. THE REPORT   *
      *              SHOWS THE MONTH, THE TWELVE MONTHS ENDING WITH    *
      *              IT AND THE MONTHLY ON-TIME TREND, AND FLAGS A     *
      *              VENDOR WHOSE ACTUAL LEAD TIME IS OUT FROM ITS     *
      *              LEAD_TIME_DAYS BY MORE THAN THE MARGIN. WHEN THE  *
      *              PERIOD IS THE LATEST SCORED, THE MEASURED LEAD    *
      *              TIME IS KEPT ON THE VENDOR FOR THE REORDER POINT  *
      *              WORKSHEET (INVDH002). THE CLOSED PO LINES COUNTED *
      *              ARE STAMPED WITH THE PERIOD. A RERUN FOR THE SAME *
      *              PERIOD REPLACES THAT PERIOD'S SCORECARD.          *
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
       PROGRAM-ID.    INVVS001.
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
           SELECT SCORE-RPT ASSIGN TO VSCRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCORE-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY VENDDCL.

       COPY VSCRDCL.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  END-OF-CURSOR                  VALUE 'Y'.

       77  WS-TREND-EOF-SW         PIC X(01)  VALUE 'N'.
           88  END-OF-TREND                   VALUE 'Y'.

       77  WS-LATEST-SW            PIC X(01)  VALUE 'N'.
           88  LATEST-PERIOD                  VALUE 'Y'.

      *-----------------------------------------------------------------
      * CONSTANTS - A VENDOR IS FLAGGED WHEN ITS TWELVE-MONTH ACTUAL
      * AVERAGE LEAD TIME IS MORE THAN WS-LEAD-MARGIN DAYS EITHER SIDE
      * OF LEAD_TIME_DAYS. FEWER THAN WS-MIN-DELIVERIES DELIVERIES IN
      * THE TWELVE MONTHS IS TOO FEW TO JUDGE OR TO REPLAN ON.
      *-----------------------------------------------------------------
       77  WS-LEAD-MARGIN          PIC 9(03)  COMP  VALUE 5.
       77  WS-MIN-DELIVERIES       PIC 9(03)  COMP  VALUE 3.

      *-----------------------------------------------------------------
      * COUNTERS AND WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-VENDORS-READ         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-VENDORS-SCORED       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-VENDORS-FLAGGED      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TOTAL-DELIVERIES     PIC 9(07)  COMP  VALUE ZERO.
       77  WS-TOTAL-LINES          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LINES-STAMPED        PIC S9(09) COMP  VALUE ZERO.
       77  WS-LATER-COUNT          PIC S9(09) COMP  VALUE ZERO.
       77  WS-SLOT                 PIC S9(04) COMP  VALUE ZERO.
       77  WS-LEAD-DIFF            PIC S9(05)V9 COMP-3 VALUE ZERO.
       77  WS-PCT-WORK             PIC S9(07)V99 COMP-3 VALUE ZERO.
       77  WS-PCT-EDIT             PIC ZZ9.

      *    THE TWELVE MONTHS ENDING WITH THE PERIOD - THE STORED
      *    EARLIER MONTHS PLUS THE ONE JUST MEASURED.
       77  WS-ROLL-DELIVERIES      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ROLL-ON-TIME         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ROLL-LEAD-TOTAL      PIC 9(09)  COMP  VALUE ZERO.
       77  WS-ROLL-MAX-LEAD        PIC 9(05)  COMP  VALUE ZERO.
       77  WS-ROLL-LINES-CLOSED    PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ROLL-LINES-FILLED    PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ROLL-RECEIVED        PIC 9(09)  COMP  VALUE ZERO.
       77  WS-ROLL-RETURNED        PIC 9(09)  COMP  VALUE ZERO.

      *    ONE EARLIER MONTH OF THE VENDOR'S SCORECARD, AS FETCHED.
       77  WS-TRD-DELIVERIES       PIC 9(07).
       77  WS-TRD-ON-TIME          PIC 9(07).
       77  WS-TRD-LEAD-TOTAL       PIC 9(09).
       77  WS-TRD-MAX-LEAD         PIC 9(05).
       77  WS-TRD-LINES-CLOSED     PIC 9(07).
       77  WS-TRD-LINES-FILLED     PIC 9(07).
       77  WS-TRD-RECEIVED         PIC 9(09).
       77  WS-TRD-RETURNED         PIC 9(09).

      *    THE FIGURES BEING PRINTED ON ONE METRIC LINE - EITHER THE
      *    MONTH OR THE TWELVE MONTHS.
       77  WS-CALC-DELIVERIES      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CALC-ON-TIME         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CALC-LEAD-TOTAL      PIC 9(09)  COMP  VALUE ZERO.
       77  WS-CALC-MAX-LEAD        PIC 9(05)  COMP  VALUE ZERO.
       77  WS-CALC-LINES-CLOSED    PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CALC-LINES-FILLED    PIC 9(07)  COMP  VALUE ZERO.
       77  WS-CALC-RECEIVED        PIC 9(09)  COMP  VALUE ZERO.
       77  WS-CALC-RETURNED        PIC 9(09)  COMP  VALUE ZERO.

       01  WS-CURR-DATE            PIC X(08)        VALUE SPACES.

      *    THE PERIOD BEING SCORED (FROM THE PARM), THE FIRST DAYS OF
      *    THE PERIOD AND OF THE FOLLOWING MONTH, AND THE FIRST MONTH
      *    OF THE TWELVE-MONTH WINDOW.
       01  WS-SCORE-PERIOD.
           05  SCP-YEAR             PIC 9(04).
           05  SCP-MONTH            PIC 9(02).

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

       01  WS-WINDOW-START.
           05  WIN-YEAR             PIC 9(04).
           05  WIN-MONTH            PIC 9(02).

       01  WS-TRD-PERIOD.
           05  TRP-YEAR             PIC 9(04).
           05  TRP-MONTH            PIC 9(02).

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(33) VALUE
               'VENDOR PERFORMANCE SCORECARD FOR '.
           05  HDG-PERIOD           PIC X(06).
           05  FILLER               PIC X(41) VALUE SPACES.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(26) VALUE
               'ON-TIME % TREND - MONTHS '.
           05  HDG-WINDOW-START     PIC X(06).
           05  FILLER               PIC X(04) VALUE ' TO '.
           05  HDG-WINDOW-END       PIC X(06).
           05  FILLER               PIC X(38) VALUE
               ', OLDEST FIRST (- = NO DELIVERIES)'.

       01  WS-HDG-LINE-3.
           05  FILLER               PIC X(10) VALUE 'PERIOD    '.
           05  FILLER               PIC X(08) VALUE ' DELIV  '.
           05  FILLER               PIC X(07) VALUE 'ONTM%  '.
           05  FILLER               PIC X(07) VALUE 'AVGLT  '.
           05  FILLER               PIC X(07) VALUE 'WORST  '.
           05  FILLER               PIC X(08) VALUE ' LINES  '.
           05  FILLER               PIC X(07) VALUE 'FILL%  '.
           05  FILLER               PIC X(08) VALUE ' SHORT  '.
           05  FILLER               PIC X(06) VALUE 'RETN% '.
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-VENDOR-LINE.
           05  FILLER               PIC X(07) VALUE 'VENDOR '.
           05  VDL-VENDOR-CODE      PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  VDL-VENDOR-NAME      PIC X(30).
           05  FILLER               PIC X(13) VALUE
               ' STATED LEAD '.
           05  VDL-STATED-LEAD      PIC ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  VDL-FLAG             PIC X(20).

       01  WS-METRIC-LINE.
           05  MET-LABEL            PIC X(10).
           05  MET-DELIVERIES       PIC ZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  MET-ON-TIME-PCT      PIC ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  MET-AVG-LEAD         PIC ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  MET-MAX-LEAD         PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  MET-LINES-CLOSED     PIC ZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  MET-FILL-PCT         PIC ZZ9.9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  MET-LINES-SHORT      PIC ZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  MET-RETURN-PCT       PIC ZZ9.99.
           05  FILLER               PIC X(12) VALUE SPACES.

       01  WS-TREND-LINE.
           05  FILLER               PIC X(16) VALUE
               'ON-TIME % TREND '.
           05  TRD-SLOT             OCCURS 12 TIMES.
               10  FILLER           PIC X(02).
               10  TRD-PCT          PIC X(03).
           05  FILLER               PIC X(04) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(24) VALUE
               'VENDORS SCORED........: '.
           05  TOT-VENDORS-SCORED   PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(24) VALUE
               'VENDORS FLAGGED.......: '.
           05  TOT-VENDORS-FLAGGED  PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(24) VALUE
               'DELIVERIES............: '.
           05  TOT-DELIVERIES       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER               PIC X(24) VALUE
               'PO LINES CLOSED.......: '.
           05  TOT-LINES            PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - EVERY VENDOR ON THE MASTER
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE VENDOR-CSR CURSOR FOR
               SELECT VENDOR_CODE, VENDOR_NAME, LEAD_TIME_DAYS
               FROM   VENDORS
               ORDER BY VENDOR_CODE
       END-EXEC.

      *-----------------------------------------------------------------
      * CURSOR - THE VENDOR'S STORED SCORECARD FOR THE ELEVEN MONTHS
      * BEFORE THE PERIOD
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE TREND-CSR CURSOR FOR
               SELECT PERIOD, DELIVERIES, ON_TIME, LEAD_DAYS_TOTAL,
                      MAX_LEAD_DAYS, LINES_CLOSED, LINES_FILLED,
                      RECEIVED_QTY, RETURNED_QTY
               FROM   VENDOR_SCORECARD
               WHERE  VENDOR_CODE = :VEND-CODE
               AND    PERIOD >= :WS-WINDOW-START
               AND    PERIOD <  :VSCR-PERIOD
               ORDER BY PERIOD
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

           PERFORM 2000-SCORE-ONE-VENDOR
               THRU 2000-SCORE-ONE-VENDOR-EXIT
               UNTIL END-OF-CURSOR.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

       0000-GOBACK.
           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - VALIDATE THE PARM PERIOD, REFUSE ONE THAT    *
      *                   HAS NOT ENDED, COMPUTE THE PERIOD BOUNDS AND *
      *                   THE TWELVE-MONTH WINDOW, CLEAR ANY EARLIER   *
      *                   RUN FOR THE PERIOD, OPEN THE REPORT AND      *
      *                   CURSOR, PRIME THE FETCH                      *
      ******************************************************************
       1000-INITIALIZE.
           IF PARM-LENGTH < 6 OR PARM-DATA (1:6) NOT NUMERIC
               DISPLAY 'INVVS001 - PARM MUST BE THE PERIOD TO '
                       'SCORE (YYYYMM).'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

           MOVE PARM-DATA (1:6) TO WS-SCORE-PERIOD.

           IF SCP-MONTH < 1 OR SCP-MONTH > 12
               DISPLAY 'INVVS001 - PARM PERIOD MONTH INVALID: '
                       WS-SCORE-PERIOD
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

      *    A MONTH STILL IN PROGRESS WOULD BE SCORED ON PART OF ITS
      *    DELIVERIES.
           ACCEPT WS-CURR-DATE FROM DATE YYYYMMDD.

           IF WS-CURR-DATE (1:6) NOT > WS-SCORE-PERIOD
               DISPLAY 'INVVS001 - PERIOD ' WS-SCORE-PERIOD
                       ' HAS NOT ENDED.'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

           MOVE SCP-YEAR  TO STR-YEAR.
           MOVE SCP-MONTH TO STR-MONTH.

           IF SCP-MONTH = 12
               COMPUTE CUT-YEAR = SCP-YEAR + 1
               MOVE 1 TO CUT-MONTH
           ELSE
               MOVE SCP-YEAR TO CUT-YEAR
               COMPUTE CUT-MONTH = SCP-MONTH + 1.

      *    THE WINDOW STARTS ELEVEN MONTHS BEFORE THE PERIOD.
           IF SCP-MONTH = 12
               MOVE SCP-YEAR TO WIN-YEAR
               MOVE 1 TO WIN-MONTH
           ELSE
               COMPUTE WIN-YEAR = SCP-YEAR - 1
               COMPUTE WIN-MONTH = SCP-MONTH + 1.

           MOVE WS-SCORE-PERIOD TO VSCR-PERIOD.

      *    A RERUN REPLACES THE PERIOD - ITS LINES ARE PICKED UP
      *    AGAIN BY THEIR SCORE_PERIOD STAMP.
           EXEC SQL
               DELETE FROM VENDOR_SCORECARD
               WHERE  PERIOD = :VSCR-PERIOD
           END-EXEC.

           IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
               DISPLAY 'INVVS001 - ERROR CLEARING VENDOR_SCORECARD. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

      *    THE VENDOR'S MEASURED LEAD TIME IS ONLY REPLACED FROM THE
      *    LATEST PERIOD - RESCORING AN OLD MONTH LEAVES IT ALONE.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-LATER-COUNT
               FROM   VENDOR_SCORECARD
               WHERE  PERIOD > :VSCR-PERIOD
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVVS001 - ERROR READING VENDOR_SCORECARD. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

           IF WS-LATER-COUNT = ZERO
               MOVE 'Y' TO WS-LATEST-SW.

           OPEN OUTPUT SCORE-RPT.

           MOVE WS-SCORE-PERIOD TO HDG-PERIOD.
           MOVE WS-WINDOW-START TO HDG-WINDOW-START.
           MOVE WS-SCORE-PERIOD TO HDG-WINDOW-END.
           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-3 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           EXEC SQL
               OPEN VENDOR-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVVS001 - ERROR OPENING VENDOR-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 16  TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-SCORE-ONE-VENDOR - MEASURE THE VENDOR'S MONTH. A VENDOR   *
      *                         WITH NO DELIVERIES, CLOSED LINES OR    *
      *                         RETURNS IN THE MONTH IS NOT SCORED.    *
      ******************************************************************
       2000-SCORE-ONE-VENDOR.
           ADD 1 TO WS-VENDORS-READ.

           MOVE VEND-CODE      TO VSCR-VENDOR-CODE.
           MOVE VEND-LEAD-TIME TO VSCR-STATED-LEAD.

           PERFORM 2200-GET-DELIVERIES
               THRU 2200-GET-DELIVERIES-EXIT.

           PERFORM 2300-GET-CLOSED-LINES
               THRU 2300-GET-CLOSED-LINES-EXIT.

           PERFORM 2400-GET-RETURNS
               THRU 2400-GET-RETURNS-EXIT.

           IF RETURN-CODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2000-SCORE-ONE-VENDOR-EXIT.

           IF VSCR-DELIVERIES = ZERO AND VSCR-LINES-CLOSED = ZERO
                                     AND VSCR-RETURNED-QTY = ZERO
               GO TO 2000-NEXT-VENDOR.

           PERFORM 2500-ROLL-TWELVE-MONTHS
               THRU 2500-ROLL-TWELVE-MONTHS-EXIT.

           PERFORM 2600-WRITE-SCORECARD
               THRU 2600-WRITE-SCORECARD-EXIT.

           IF RETURN-CODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2000-SCORE-ONE-VENDOR-EXIT.

           PERFORM 2800-PRINT-VENDOR
               THRU 2800-PRINT-VENDOR-EXIT.

           ADD 1                    TO WS-VENDORS-SCORED.
           ADD VSCR-DELIVERIES      TO WS-TOTAL-DELIVERIES.
           ADD VSCR-LINES-CLOSED    TO WS-TOTAL-LINES.

           IF VSCR-LEAD-FLAGGED
               ADD 1 TO WS-VENDORS-FLAGGED.

       2000-NEXT-VENDOR.
           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       2000-SCORE-ONE-VENDOR-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FETCH-NEXT - FETCH ONE VENDOR, SET THE EOF SWITCH AT      *
      *                   END OF CURSOR                                *
      ******************************************************************
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH VENDOR-CSR
               INTO  :VEND-CODE, :VEND-NAME, :VEND-LEAD-TIME
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVVS001 - ERROR FETCHING VENDOR-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 16  TO RETURN-CODE.

       2100-FETCH-NEXT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-GET-DELIVERIES - THE MONTH'S RECEIPTS AGAINST THE         *
      *                       VENDOR'S POS, EACH WITH ITS LEAD TIME    *
      *                       FROM THE PO DATE: PO RECEIPTS POSTED BY  *
      *                       THE NIGHTLY RUN, RECEIPTS HELD FOR       *
      *                       INSPECTION (ON THEIR RECEIPT DATE - THE  *
      *                       LATER ACCEPTANCE IS NOT A SECOND         *
      *                       DELIVERY) AND SUSPENDED PO RECEIPTS      *
      *                       POSTED BY THE RE-DRIVE                   *
      ******************************************************************
       2200-GET-DELIVERIES.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN X.LEAD_DAYS
                                             <= :VEND-LEAD-TIME
                                        THEN 1 ELSE 0 END), 0),
                      COALESCE(SUM(X.LEAD_DAYS), 0),
                      COALESCE(MAX(X.LEAD_DAYS), 0),
                      COALESCE(SUM(X.RECV_QTY), 0)
               INTO   :VSCR-DELIVERIES, :VSCR-ON-TIME,
                      :VSCR-LEAD-DAYS-TOTAL, :VSCR-MAX-LEAD-DAYS,
                      :VSCR-RECEIVED-QTY
               FROM  (SELECT DAYS(M.MOVE_DATE) - DAYS(P.PO_DATE)
                                 AS LEAD_DAYS,
                             M.MOVE_QTY AS RECV_QTY
                      FROM   STOCK_MOVEMENT M, PURCHASE_ORDER P
                      WHERE  M.MOVE_TYPE  = 'R'
                      AND    M.SOURCE_PGM = 'INVBAT01'
                      AND    SUBSTR(M.REFERENCE, 1, 3) = 'PO '
                      AND    SUBSTR(M.REFERENCE, 4, 6)
                                 = DIGITS(P.PO_NUMBER)
                      AND    P.VENDOR_CODE = :VEND-CODE
                      AND    M.MOVE_DATE >= :WS-START-ISO
                      AND    M.MOVE_DATE <  :WS-CUTOFF-ISO
                      UNION ALL
                      SELECT DAYS(I.RECEIPT_DATE) - DAYS(P.PO_DATE),
                             I.RECEIVED_QTY
                      FROM   RECEIPT_INSPECTION I, PURCHASE_ORDER P
                      WHERE  I.PO_NUMBER   = P.PO_NUMBER
                      AND    P.VENDOR_CODE = :VEND-CODE
                      AND    I.RECEIPT_DATE >= :WS-START-ISO
                      AND    I.RECEIPT_DATE <  :WS-CUTOFF-ISO
                      UNION ALL
                      SELECT DAYS(M.MOVE_DATE) - DAYS(P.PO_DATE),
                             M.MOVE_QTY
                      FROM   STOCK_MOVEMENT M, MOVEMENT_SUSPENSE S,
                             PURCHASE_ORDER P
                      WHERE  M.MOVE_TYPE  = 'R'
                      AND    M.SOURCE_PGM = 'INVSR001'
                      AND    M.REFERENCE  =
                                 'SUSP ' || DIGITS(S.SUSPENSE_ID)
                      AND    S.PO_NUMBER   = P.PO_NUMBER
                      AND    P.VENDOR_CODE = :VEND-CODE
                      AND    M.MOVE_DATE >= :WS-START-ISO
                      AND    M.MOVE_DATE <  :WS-CUTOFF-ISO) X
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVVS001 - ERROR READING DELIVERIES FOR '
                       'VENDOR ' VEND-CODE '. SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE.

       2200-GET-DELIVERIES-EXIT.
           EXIT.

      ******************************************************************
      * 2300-GET-CLOSED-LINES - THE VENDOR'S PO LINES CLOSED AND NOT   *
      *                         YET SCORED (OR SCORED BY AN EARLIER    *
      *                         RUN FOR THIS PERIOD), AND HOW MANY     *
      *                         WERE RECEIVED IN FULL. LINES ON A      *
      *                         CANCELLED PO ARE NOT THE VENDOR'S      *
      *                         SHORTFALL.                             *
      ******************************************************************
       2300-GET-CLOSED-LINES.
           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE WHEN L.RECEIVED_QTY
                                             >= L.ORDER_QTY
                                        THEN 1 ELSE 0 END), 0)
               INTO   :VSCR-LINES-CLOSED, :VSCR-LINES-FILLED
               FROM   PURCHASE_ORDER_LINE L, PURCHASE_ORDER P
               WHERE  L.PO_NUMBER   = P.PO_NUMBER
               AND    P.VENDOR_CODE = :VEND-CODE
               AND    P.PO_STATUS  <> 'X'
               AND    L.LINE_STATUS = 'C'
               AND    (L.SCORE_PERIOD = ' '
                       OR L.SCORE_PERIOD = :VSCR-PERIOD)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVVS001 - ERROR READING PO LINES FOR '
                       'VENDOR ' VEND-CODE '. SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE.

       2300-GET-CLOSED-LINES-EXIT.
           EXIT.

      ******************************************************************
      * 2400-GET-RETURNS - CUSTOMER RETURNS CHARGED TO THE VENDOR IN   *
      *                    THE MONTH                                   *
      ******************************************************************
       2400-GET-RETURNS.
           EXEC SQL
               SELECT COALESCE(SUM(RETURN_QTY), 0)
               INTO   :VSCR-RETURNED-QTY
               FROM   CUSTOMER_RETURN
               WHERE  VENDOR_CODE  = :VEND-CODE
               AND    RETURN_DATE >= :WS-START-ISO
               AND    RETURN_DATE <  :WS-CUTOFF-ISO
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVVS001 - ERROR READING RETURNS FOR '
                       'VENDOR ' VEND-CODE '. SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE.

       2400-GET-RETURNS-EXIT.
           EXIT.

      ******************************************************************
      * 2500-ROLL-TWELVE-MONTHS - ADD THE STORED EARLIER MONTHS OF THE *
      *                           WINDOW TO THIS ONE, FILL THE TREND,  *
      *                           AND COMPARE THE ACTUAL AVERAGE LEAD  *
      *                           TIME WITH THE STATED ONE             *
      ******************************************************************
       2500-ROLL-TWELVE-MONTHS.
           MOVE VSCR-DELIVERIES      TO WS-ROLL-DELIVERIES.
           MOVE VSCR-ON-TIME         TO WS-ROLL-ON-TIME.
           MOVE VSCR-LEAD-DAYS-TOTAL TO WS-ROLL-LEAD-TOTAL.
           MOVE VSCR-MAX-LEAD-DAYS   TO WS-ROLL-MAX-LEAD.
           MOVE VSCR-LINES-CLOSED    TO WS-ROLL-LINES-CLOSED.
           MOVE VSCR-LINES-FILLED    TO WS-ROLL-LINES-FILLED.
           MOVE VSCR-RECEIVED-QTY    TO WS-ROLL-RECEIVED.
           MOVE VSCR-RETURNED-QTY    TO WS-ROLL-RETURNED.

           PERFORM 2510-CLEAR-TREND-SLOT
               THRU 2510-CLEAR-TREND-SLOT-EXIT
               VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 12.

      *    THE PERIOD ITSELF IS THE LAST SLOT.
           MOVE 12                   TO WS-SLOT.
           MOVE VSCR-DELIVERIES      TO WS-TRD-DELIVERIES.
           MOVE VSCR-ON-TIME         TO WS-TRD-ON-TIME.
           PERFORM 2530-SET-TREND-SLOT
               THRU 2530-SET-TREND-SLOT-EXIT.

           EXEC SQL
               OPEN TREND-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVVS001 - ERROR OPENING TREND-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 2500-ROLL-TWELVE-MONTHS-EXIT.

           MOVE 'N' TO WS-TREND-EOF-SW.

           PERFORM 2520-ADD-ONE-MONTH
               THRU 2520-ADD-ONE-MONTH-EXIT
               UNTIL END-OF-TREND.

           EXEC SQL
               CLOSE TREND-CSR
           END-EXEC.

           MOVE ZERO TO VSCR-ROLL-AVG-LEAD.
           MOVE 'N'  TO VSCR-LEAD-FLAG.
           MOVE ZERO TO VEND-ACTUAL-LEAD.

           IF WS-ROLL-DELIVERIES > ZERO
               COMPUTE VSCR-ROLL-AVG-LEAD ROUNDED =
                   WS-ROLL-LEAD-TOTAL / WS-ROLL-DELIVERIES.

           IF WS-ROLL-DELIVERIES < WS-MIN-DELIVERIES
               GO TO 2500-ROLL-TWELVE-MONTHS-EXIT.

           IF VSCR-ROLL-AVG-LEAD NOT < 999
               MOVE 999 TO VEND-ACTUAL-LEAD
           ELSE
               COMPUTE VEND-ACTUAL-LEAD ROUNDED = VSCR-ROLL-AVG-LEAD.

           COMPUTE WS-LEAD-DIFF = VSCR-ROLL-AVG-LEAD - VEND-LEAD-TIME.

           IF WS-LEAD-DIFF < ZERO
               COMPUTE WS-LEAD-DIFF = ZERO - WS-LEAD-DIFF.

           IF WS-LEAD-DIFF > WS-LEAD-MARGIN
               MOVE 'Y' TO VSCR-LEAD-FLAG.

       2500-ROLL-TWELVE-MONTHS-EXIT.
           EXIT.

      ******************************************************************
      * 2510-CLEAR-TREND-SLOT - A MONTH WITH NO DELIVERIES SHOWS '-'   *
      ******************************************************************
       2510-CLEAR-TREND-SLOT.
           MOVE SPACES TO TRD-SLOT (WS-SLOT).
           MOVE '  -'  TO TRD-PCT (WS-SLOT).

       2510-CLEAR-TREND-SLOT-EXIT.
           EXIT.

      ******************************************************************
      * 2520-ADD-ONE-MONTH - FETCH ONE EARLIER MONTH, ADD IT TO THE    *
      *                      WINDOW AND PUT IT IN ITS TREND SLOT       *
      ******************************************************************
       2520-ADD-ONE-MONTH.
           EXEC SQL
               FETCH TREND-CSR
               INTO  :WS-TRD-PERIOD, :WS-TRD-DELIVERIES,
                     :WS-TRD-ON-TIME, :WS-TRD-LEAD-TOTAL,
                     :WS-TRD-MAX-LEAD, :WS-TRD-LINES-CLOSED,
                     :WS-TRD-LINES-FILLED, :WS-TRD-RECEIVED,
                     :WS-TRD-RETURNED
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-TREND-EOF-SW
               GO TO 2520-ADD-ONE-MONTH-EXIT.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVVS001 - ERROR FETCHING TREND-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-TREND-EOF-SW
               MOVE 16  TO RETURN-CODE
               GO TO 2520-ADD-ONE-MONTH-EXIT.

           ADD WS-TRD-DELIVERIES   TO WS-ROLL-DELIVERIES.
           ADD WS-TRD-ON-TIME      TO WS-ROLL-ON-TIME.
           ADD WS-TRD-LEAD-TOTAL   TO WS-ROLL-LEAD-TOTAL.
           ADD WS-TRD-LINES-CLOSED TO WS-ROLL-LINES-CLOSED.
           ADD WS-TRD-LINES-FILLED TO WS-ROLL-LINES-FILLED.
           ADD WS-TRD-RECEIVED     TO WS-ROLL-RECEIVED.
           ADD WS-TRD-RETURNED     TO WS-ROLL-RETURNED.

           IF WS-TRD-MAX-LEAD > WS-ROLL-MAX-LEAD
               MOVE WS-TRD-MAX-LEAD TO WS-ROLL-MAX-LEAD.

           COMPUTE WS-SLOT = (TRP-YEAR - WIN-YEAR) * 12
                           + TRP-MONTH - WIN-MONTH + 1.

           PERFORM 2530-SET-TREND-SLOT
               THRU 2530-SET-TREND-SLOT-EXIT.

       2520-ADD-ONE-MONTH-EXIT.
           EXIT.

      ******************************************************************
      * 2530-SET-TREND-SLOT - ON-TIME PERCENT OF ONE MONTH INTO SLOT   *
      *                       WS-SLOT                                  *
      ******************************************************************
       2530-SET-TREND-SLOT.
           IF WS-SLOT < 1 OR WS-SLOT > 12
               GO TO 2530-SET-TREND-SLOT-EXIT.

           IF WS-TRD-DELIVERIES = ZERO
               GO TO 2530-SET-TREND-SLOT-EXIT.

           COMPUTE WS-PCT-EDIT ROUNDED =
               WS-TRD-ON-TIME * 100 / WS-TRD-DELIVERIES.
           MOVE WS-PCT-EDIT TO TRD-PCT (WS-SLOT).

       2530-SET-TREND-SLOT-EXIT.
           EXIT.

      ******************************************************************
      * 2600-WRITE-SCORECARD - KEEP THE VENDOR'S MONTH AND, FROM THE   *
      *                        LATEST PERIOD, ITS MEASURED LEAD TIME   *
      ******************************************************************
       2600-WRITE-SCORECARD.
           EXEC SQL
               INSERT INTO VENDOR_SCORECARD
                      (PERIOD, VENDOR_CODE, STATED_LEAD_DAYS,
                       DELIVERIES, ON_TIME, LEAD_DAYS_TOTAL,
                       MAX_LEAD_DAYS, LINES_CLOSED, LINES_FILLED,
                       RECEIVED_QTY, RETURNED_QTY, ROLL_AVG_LEAD,
                       LEAD_FLAG, SCORE_TS)
               VALUES (:VSCR-PERIOD, :VSCR-VENDOR-CODE,
                       :VSCR-STATED-LEAD, :VSCR-DELIVERIES,
                       :VSCR-ON-TIME, :VSCR-LEAD-DAYS-TOTAL,
                       :VSCR-MAX-LEAD-DAYS, :VSCR-LINES-CLOSED,
                       :VSCR-LINES-FILLED, :VSCR-RECEIVED-QTY,
                       :VSCR-RETURNED-QTY, :VSCR-ROLL-AVG-LEAD,
                       :VSCR-LEAD-FLAG, CURRENT TIMESTAMP)
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVVS001 - ERROR INSERTING VENDOR_SCORECARD '
                       'FOR VENDOR ' VEND-CODE '. SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               GO TO 2600-WRITE-SCORECARD-EXIT.

           IF NOT LATEST-PERIOD
               GO TO 2600-WRITE-SCORECARD-EXIT.

           EXEC SQL
               UPDATE VENDORS
               SET    ACTUAL_LEAD_DAYS = :VEND-ACTUAL-LEAD
               WHERE  VENDOR_CODE = :VEND-CODE
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVVS001 - ERROR UPDATING VENDORS FOR '
                       'VENDOR ' VEND-CODE '. SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE.

       2600-WRITE-SCORECARD-EXIT.
           EXIT.

      ******************************************************************
      * 2800-PRINT-VENDOR - VENDOR LINE, THE MONTH, THE TWELVE MONTHS  *
      *                     AND THE ON-TIME TREND                      *
      ******************************************************************
       2800-PRINT-VENDOR.
           MOVE VEND-CODE      TO VDL-VENDOR-CODE.
           MOVE VEND-NAME      TO VDL-VENDOR-NAME.
           MOVE VEND-LEAD-TIME TO VDL-STATED-LEAD.

           IF VSCR-LEAD-FLAGGED
               MOVE 'ACTUAL LEAD DIFFERS' TO VDL-FLAG
           ELSE
               MOVE SPACES TO VDL-FLAG.

           MOVE WS-VENDOR-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-SCORE-PERIOD      TO MET-LABEL.
           MOVE VSCR-DELIVERIES      TO WS-CALC-DELIVERIES.
           MOVE VSCR-ON-TIME         TO WS-CALC-ON-TIME.
           MOVE VSCR-LEAD-DAYS-TOTAL TO WS-CALC-LEAD-TOTAL.
           MOVE VSCR-MAX-LEAD-DAYS   TO WS-CALC-MAX-LEAD.
           MOVE VSCR-LINES-CLOSED    TO WS-CALC-LINES-CLOSED.
           MOVE VSCR-LINES-FILLED    TO WS-CALC-LINES-FILLED.
           MOVE VSCR-RECEIVED-QTY    TO WS-CALC-RECEIVED.
           MOVE VSCR-RETURNED-QTY    TO WS-CALC-RETURNED.
           PERFORM 2850-PRINT-METRICS
               THRU 2850-PRINT-METRICS-EXIT.

           MOVE '12 MONTHS'          TO MET-LABEL.
           MOVE WS-ROLL-DELIVERIES   TO WS-CALC-DELIVERIES.
           MOVE WS-ROLL-ON-TIME      TO WS-CALC-ON-TIME.
           MOVE WS-ROLL-LEAD-TOTAL   TO WS-CALC-LEAD-TOTAL.
           MOVE WS-ROLL-MAX-LEAD     TO WS-CALC-MAX-LEAD.
           MOVE WS-ROLL-LINES-CLOSED TO WS-CALC-LINES-CLOSED.
           MOVE WS-ROLL-LINES-FILLED TO WS-CALC-LINES-FILLED.
           MOVE WS-ROLL-RECEIVED     TO WS-CALC-RECEIVED.
           MOVE WS-ROLL-RETURNED     TO WS-CALC-RETURNED.
           PERFORM 2850-PRINT-METRICS
               THRU 2850-PRINT-METRICS-EXIT.

           MOVE WS-TREND-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       2800-PRINT-VENDOR-EXIT.
           EXIT.

      ******************************************************************
      * 2850-PRINT-METRICS - PERCENTAGES AND AVERAGES FROM THE         *
      *                      WS-CALC- FIGURES, ONE METRIC LINE         *
      ******************************************************************
       2850-PRINT-METRICS.
           MOVE WS-CALC-DELIVERIES   TO MET-DELIVERIES.
           MOVE WS-CALC-MAX-LEAD     TO MET-MAX-LEAD.
           MOVE WS-CALC-LINES-CLOSED TO MET-LINES-CLOSED.
           COMPUTE MET-LINES-SHORT =
               WS-CALC-LINES-CLOSED - WS-CALC-LINES-FILLED.

           IF WS-CALC-DELIVERIES > ZERO
               COMPUTE MET-ON-TIME-PCT ROUNDED =
                   WS-CALC-ON-TIME * 100 / WS-CALC-DELIVERIES
               COMPUTE MET-AVG-LEAD ROUNDED =
                   WS-CALC-LEAD-TOTAL / WS-CALC-DELIVERIES
           ELSE
               MOVE ZERO TO MET-ON-TIME-PCT
               MOVE ZERO TO MET-AVG-LEAD.

           IF WS-CALC-LINES-CLOSED > ZERO
               COMPUTE MET-FILL-PCT ROUNDED =
                   WS-CALC-LINES-FILLED * 100 / WS-CALC-LINES-CLOSED
           ELSE
               MOVE ZERO TO MET-FILL-PCT.

      *    RETURNS CAN OUTRUN A MONTH'S RECEIPTS - THE RATE IS CAPPED
      *    AT WHAT THE COLUMN HOLDS.
           IF WS-CALC-RECEIVED > ZERO
               COMPUTE WS-PCT-WORK ROUNDED =
                   WS-CALC-RETURNED * 100 / WS-CALC-RECEIVED
           ELSE
               MOVE ZERO TO WS-PCT-WORK.

           IF WS-PCT-WORK > 999.99
               MOVE 999.99 TO WS-PCT-WORK.

           MOVE WS-PCT-WORK TO MET-RETURN-PCT.

           MOVE WS-METRIC-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       2850-PRINT-METRICS-EXIT.
           EXIT.

      ******************************************************************
      * 2900-STAMP-LINES - MARK THE CLOSED PO LINES COUNTED AS SCORED  *
      *                    IN THIS PERIOD                              *
      ******************************************************************
       2900-STAMP-LINES.
           IF RETURN-CODE NOT = ZERO
               GO TO 2900-STAMP-LINES-EXIT.

           EXEC SQL
               UPDATE PURCHASE_ORDER_LINE
               SET    SCORE_PERIOD = :VSCR-PERIOD
               WHERE  LINE_STATUS  = 'C'
               AND    SCORE_PERIOD = ' '
           END-EXEC.

           IF SQLCODE = ZERO
               MOVE SQLERRD (3) TO WS-LINES-STAMPED
           ELSE
               IF SQLCODE NOT = 100
                   DISPLAY 'INVVS001 - ERROR STAMPING '
                           'PURCHASE_ORDER_LINE. SQLCODE: ' SQLCODE
                   MOVE 16 TO RETURN-CODE.

       2900-STAMP-LINES-EXIT.
           EXIT.

      ******************************************************************
      * 2950-COMMIT-SCORECARD - THE SCORECARD, THE VENDORS' MEASURED   *
      *                         LEAD TIMES AND THE STAMP ARE ONE UNIT  *
      *                         OF WORK. ON ANY ERROR NOTHING IS KEPT, *
      *                         SO THE RERUN SCORES THE SAME LINES.    *
      ******************************************************************
       2950-COMMIT-SCORECARD.
           IF RETURN-CODE = ZERO
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY 'INVVS001 - SCORECARD FOR PERIOD '
                       WS-SCORE-PERIOD ' NOT KEPT - REVIEW THE '
                       'MESSAGES ABOVE AND RERUN.'.

       2950-COMMIT-SCORECARD-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - STAMP THE LINES, COMMIT, PRINT TOTALS, CLOSE  *
      *                  CURSOR AND REPORT                             *
      ******************************************************************
       3000-TERMINATE.
           EXEC SQL
               CLOSE VENDOR-CSR
           END-EXEC.

           PERFORM 2900-STAMP-LINES
               THRU 2900-STAMP-LINES-EXIT.

           PERFORM 2950-COMMIT-SCORECARD
               THRU 2950-COMMIT-SCORECARD-EXIT.

           MOVE WS-VENDORS-SCORED   TO TOT-VENDORS-SCORED.
           MOVE WS-TOTAL-LINE-1     TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-VENDORS-FLAGGED  TO TOT-VENDORS-FLAGGED.
           MOVE WS-TOTAL-LINE-2     TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-TOTAL-DELIVERIES TO TOT-DELIVERIES.
           MOVE WS-TOTAL-LINE-3     TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-TOTAL-LINES      TO TOT-LINES.
           MOVE WS-TOTAL-LINE-4     TO RPT-LINE.
           WRITE RPT-LINE.

           DISPLAY 'INVVS001 - PERIOD ' WS-SCORE-PERIOD
                   '  VENDORS READ: ' WS-VENDORS-READ
                   '  SCORED: ' WS-VENDORS-SCORED
                   '  FLAGGED: ' WS-VENDORS-FLAGGED
                   '  LINES STAMPED: ' WS-LINES-STAMPED.

           CLOSE SCORE-RPT.

       3000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.

       END PROGRAM INVVS001.
