      ******************************************************************
      * PROGRAM:     INVBO001                                         *
      * DESCRIPTION: AGED OPEN BACKORDERS REPORT                      *
      *              CURSORS THROUGH THE OPEN BACKORDER ROWS IN        *
      *              WAREHOUSE/PRODUCT ORDER AND LISTS EACH ONE WITH   *
      *              ITS ORDER REFERENCE, THE QUANTITY STILL UNFILLED  *
      *              AND ITS AGE IN DAYS, SO CUSTOMER SERVICE AND      *
      *              PURCHASING CAN SEE WHO HAS BEEN WAITING LONGEST.  *
      *              BACKORDERS OPEN LONGER THAN THE AGE LIMIT ARE     *
      *              FLAGGED FOR FOLLOW-UP; TOTALS ARE GIVEN BY AGE    *
      *              BAND.                                             *
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
       PROGRAM-ID.    INVBO001.
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
           SELECT BACKORD-RPT ASSIGN TO BORPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKORD-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY PRODDCL.

       COPY BKORDCL.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  END-OF-CURSOR                  VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS AND WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-BOS-LISTED           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-BOS-AGED             PIC 9(07)  COMP  VALUE ZERO.
       77  WS-OPEN-QTY             PIC S9(09) COMP  VALUE ZERO.
       77  WS-LINE-OPEN-QTY        PIC S9(09) COMP  VALUE ZERO.
       77  WS-AGE-DAYS             PIC S9(05) COMP  VALUE ZERO.
       77  WS-BAND-1-QTY           PIC S9(09) COMP  VALUE ZERO.
       77  WS-BAND-2-QTY           PIC S9(09) COMP  VALUE ZERO.
       77  WS-BAND-3-QTY           PIC S9(09) COMP  VALUE ZERO.

      *    BACKORDERS OPEN LONGER THAN THIS MANY DAYS ARE FLAGGED.
       77  WS-AGE-LIMIT            PIC 9(03)  COMP  VALUE 14.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'AGED OPEN BACKORDERS'.
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(09) VALUE 'BO ID    '.
           05  FILLER               PIC X(13) VALUE 'ORDER/LINE   '.
           05  FILLER               PIC X(06) VALUE 'PROD  '.
           05  FILLER               PIC X(05) VALUE 'WHSE '.
           05  FILLER               PIC X(22) VALUE 'PRODUCT NAME'.
           05  FILLER               PIC X(07) VALUE '   OPEN'.
           05  FILLER               PIC X(06) VALUE '  AGE '.
           05  FILLER               PIC X(12) VALUE 'FLAG'.

       01  WS-DETAIL-LINE.
           05  DTL-BO-ID            PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-ORDER-NO         PIC 9(08).
           05  FILLER               PIC X(01) VALUE '/'.
           05  DTL-ORDER-LINE       PIC 9(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-PROD-CODE        PIC 9(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-WAREHOUSE        PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-PROD-NAME        PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-OPEN-QTY         PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-AGE-DAYS         PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-AGE-FLAG         PIC X(12).

       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(24) VALUE
               'OPEN BACKORDERS.......: '.
           05  TOT-BOS-LISTED       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(24) VALUE
               'OPEN QUANTITY.........: '.
           05  TOT-OPEN-QTY         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(24) VALUE
               '  0 -  7 DAYS.........: '.
           05  TOT-BAND-1-QTY       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER               PIC X(24) VALUE
               '  8 - 30 DAYS.........: '.
           05  TOT-BAND-2-QTY       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER               PIC X(24) VALUE
               ' OVER 30 DAYS.........: '.
           05  TOT-BAND-3-QTY       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER               PIC X(24) VALUE
               'OVER AGE LIMIT........: '.
           05  TOT-BOS-AGED         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - EVERY OPEN BACKORDER WITH ITS PRODUCT NAME AND AGE
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE BACKORD-CSR CURSOR FOR
               SELECT B.BO_ID, B.ORDER_NO, B.ORDER_LINE,
                      B.PROD_CODE, B.WAREHOUSE_CODE, B.BO_QTY,
                      B.FILLED_QTY, P.PROD_NAME,
                      DAYS(CURRENT DATE) - DAYS(B.BO_DATE)
               FROM   BACKORDER B, PRODUCTS P
               WHERE  B.PROD_CODE = P.PROD_CODE
               AND    B.BO_STATUS = 'O'
               ORDER BY B.WAREHOUSE_CODE, B.PROD_CODE, B.BO_DATE,
                        B.BO_ID
       END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-CURSOR
               THRU 2000-PROCESS-CURSOR-EXIT
               UNTIL END-OF-CURSOR.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE REPORT AND CURSOR, PRIME THE FETCH  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT BACKORD-RPT.

           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           EXEC SQL
               OPEN BACKORD-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVBO001 - ERROR OPENING BACKORD-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CURSOR - WRITE ONE DETAIL LINE PER OPEN           *
      *                       BACKORDER AND ADD IT TO ITS AGE BAND     *
      ******************************************************************
       2000-PROCESS-CURSOR.
           COMPUTE WS-LINE-OPEN-QTY = BKO-QTY - BKO-FILLED-QTY.

           MOVE BKO-BO-ID          TO DTL-BO-ID.
           MOVE BKO-ORDER-NO       TO DTL-ORDER-NO.
           MOVE BKO-ORDER-LINE     TO DTL-ORDER-LINE.
           MOVE BKO-PROD-CODE      TO DTL-PROD-CODE.
           MOVE BKO-WAREHOUSE-CODE TO DTL-WAREHOUSE.
           MOVE PROD-NAME (1:20)   TO DTL-PROD-NAME.
           MOVE WS-LINE-OPEN-QTY   TO DTL-OPEN-QTY.
           MOVE WS-AGE-DAYS        TO DTL-AGE-DAYS.

           IF WS-AGE-DAYS > WS-AGE-LIMIT
               MOVE '** FOLLOW-UP' TO DTL-AGE-FLAG
               ADD 1 TO WS-BOS-AGED
           ELSE
               MOVE SPACES TO DTL-AGE-FLAG.

           EVALUATE TRUE
             WHEN WS-AGE-DAYS NOT > 7
               ADD WS-LINE-OPEN-QTY TO WS-BAND-1-QTY
             WHEN WS-AGE-DAYS NOT > 30
               ADD WS-LINE-OPEN-QTY TO WS-BAND-2-QTY
             WHEN OTHER
               ADD WS-LINE-OPEN-QTY TO WS-BAND-3-QTY
           END-EVALUATE.

           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           ADD 1                TO WS-BOS-LISTED.
           ADD WS-LINE-OPEN-QTY TO WS-OPEN-QTY.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       2000-PROCESS-CURSOR-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FETCH-NEXT - FETCH ONE ROW, SET THE EOF SWITCH AT         *
      *                   END OF CURSOR                                *
      ******************************************************************
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH BACKORD-CSR
               INTO  :BKO-BO-ID, :BKO-ORDER-NO, :BKO-ORDER-LINE,
                     :BKO-PROD-CODE, :BKO-WAREHOUSE-CODE,
                     :BKO-QTY, :BKO-FILLED-QTY, :PROD-NAME,
                     :WS-AGE-DAYS
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVBO001 - ERROR FETCHING BACKORD-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-EOF-SW.

       2100-FETCH-NEXT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - PRINT TOTALS, CLOSE CURSOR AND REPORT         *
      ******************************************************************
       3000-TERMINATE.
           EXEC SQL
               CLOSE BACKORD-CSR
           END-EXEC.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-BOS-LISTED    TO TOT-BOS-LISTED.
           MOVE WS-TOTAL-LINE-1  TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-OPEN-QTY      TO TOT-OPEN-QTY.
           MOVE WS-TOTAL-LINE-2  TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-BAND-1-QTY    TO TOT-BAND-1-QTY.
           MOVE WS-TOTAL-LINE-3  TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-BAND-2-QTY    TO TOT-BAND-2-QTY.
           MOVE WS-TOTAL-LINE-4  TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-BAND-3-QTY    TO TOT-BAND-3-QTY.
           MOVE WS-TOTAL-LINE-5  TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-BOS-AGED      TO TOT-BOS-AGED.
           MOVE WS-TOTAL-LINE-6  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE BACKORD-RPT.

       3000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.

       END PROGRAM INVBO001.
