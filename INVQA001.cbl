      ******************************************************************
      * PROGRAM:     INVQA001                                         *
      * DESCRIPTION: OPEN RECEIVING INSPECTIONS AGING REPORT          *
      *              CURSORS THROUGH THE RECEIPTS STILL HELD IN        *
      *              QUARANTINE FOR RECEIVING INSPECTION, IN           *
      *              WAREHOUSE/RECEIPT DATE ORDER, AND LISTS EACH ONE  *
      *              WITH ITS PO, VENDOR, QUANTITY AND AGE IN DAYS,    *
      *              SO QA AND RECEIVING CAN SEE WHAT IS STUCK ON THE  *
      *              DOCK AND FOR HOW LONG. INSPECTIONS OPEN LONGER    *
      *              THAN THE AGE LIMIT ARE FLAGGED; TOTALS ARE GIVEN  *
      *              BY AGE BAND WITH THE VALUE HELD AT RECEIPT COST.  *
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
       PROGRAM-ID.    INVQA001.
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
           SELECT INSPECT-RPT ASSIGN TO QARPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INSPECT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY PRODDCL.

       COPY INSPDCL.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  END-OF-CURSOR                  VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS AND WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-INSP-LISTED          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-INSP-AGED            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-HELD-QTY             PIC S9(09) COMP  VALUE ZERO.
       77  WS-AGE-DAYS             PIC S9(05) COMP  VALUE ZERO.
       77  WS-BAND-1-QTY           PIC S9(09) COMP  VALUE ZERO.
       77  WS-BAND-2-QTY           PIC S9(09) COMP  VALUE ZERO.
       77  WS-BAND-3-QTY           PIC S9(09) COMP  VALUE ZERO.
       77  WS-HELD-VALUE           PIC 9(11)V99     VALUE ZERO.

      *    INSPECTIONS OPEN LONGER THAN THIS MANY DAYS ARE FLAGGED.
       77  WS-AGE-LIMIT            PIC 9(03)  COMP  VALUE 3.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'OPEN RECEIVING INSPECTIONS'.
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(09) VALUE 'INSP ID  '.
           05  FILLER               PIC X(06) VALUE 'PROD  '.
           05  FILLER               PIC X(05) VALUE 'WHSE '.
           05  FILLER               PIC X(07) VALUE 'PO     '.
           05  FILLER               PIC X(05) VALUE 'VEND '.
           05  FILLER               PIC X(20) VALUE 'PRODUCT NAME'.
           05  FILLER               PIC X(05) VALUE '  QTY'.
           05  FILLER               PIC X(08) VALUE '    AGE '.
           05  FILLER               PIC X(15) VALUE 'FLAG'.

       01  WS-DETAIL-LINE.
           05  DTL-INSP-ID          PIC 9(07).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-PROD-CODE        PIC 9(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-WAREHOUSE        PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-PO-NUMBER        PIC 9(06).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-VENDOR           PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-PROD-NAME        PIC X(18).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-QTY              PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-AGE-DAYS         PIC ZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-AGE-FLAG         PIC X(12).
           05  FILLER               PIC X(03) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(24) VALUE
               'OPEN INSPECTIONS......: '.
           05  TOT-INSP-LISTED      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(24) VALUE
               'QUANTITY HELD.........: '.
           05  TOT-HELD-QTY         PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(24) VALUE
               'VALUE HELD AT COST....: '.
           05  TOT-HELD-VALUE       PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(38) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER               PIC X(24) VALUE
               '  0 -  2 DAYS.........: '.
           05  TOT-BAND-1-QTY       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER               PIC X(24) VALUE
               '  3 -  7 DAYS.........: '.
           05  TOT-BAND-2-QTY       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-6.
           05  FILLER               PIC X(24) VALUE
               '  OVER 7 DAYS.........: '.
           05  TOT-BAND-3-QTY       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-7.
           05  FILLER               PIC X(24) VALUE
               'OVER AGE LIMIT........: '.
           05  TOT-INSP-AGED        PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - EVERY OPEN INSPECTION WITH ITS PRODUCT NAME AND AGE
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE INSPECT-CSR CURSOR FOR
               SELECT I.INSP_ID, I.PROD_CODE, I.WAREHOUSE_CODE,
                      I.PO_NUMBER, I.VENDOR_CODE, I.RECEIVED_QTY,
                      I.UNIT_COST, P.PROD_NAME,
                      DAYS(CURRENT DATE) - DAYS(I.RECEIPT_DATE)
               FROM   RECEIPT_INSPECTION I, PRODUCTS P
               WHERE  I.PROD_CODE = P.PROD_CODE
               AND    I.INSP_STATUS = 'O'
               ORDER BY I.WAREHOUSE_CODE, I.RECEIPT_DATE, I.INSP_ID
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
           OPEN OUTPUT INSPECT-RPT.

           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           EXEC SQL
               OPEN INSPECT-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVQA001 - ERROR OPENING INSPECT-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 16  TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CURSOR - WRITE ONE DETAIL LINE PER OPEN           *
      *                       INSPECTION AND ADD IT TO ITS AGE BAND    *
      ******************************************************************
       2000-PROCESS-CURSOR.
           MOVE INSP-ID             TO DTL-INSP-ID.
           MOVE INSP-PROD-CODE      TO DTL-PROD-CODE.
           MOVE INSP-WAREHOUSE-CODE TO DTL-WAREHOUSE.
           MOVE INSP-PO-NUMBER      TO DTL-PO-NUMBER.
           MOVE INSP-VENDOR-CODE    TO DTL-VENDOR.
           MOVE PROD-NAME (1:18)    TO DTL-PROD-NAME.
           MOVE INSP-RECEIVED-QTY   TO DTL-QTY.
           MOVE WS-AGE-DAYS         TO DTL-AGE-DAYS.

           IF WS-AGE-DAYS > WS-AGE-LIMIT
               MOVE '** FOLLOW-UP' TO DTL-AGE-FLAG
               ADD 1 TO WS-INSP-AGED
           ELSE
               MOVE SPACES TO DTL-AGE-FLAG.

           EVALUATE TRUE
             WHEN WS-AGE-DAYS NOT > 2
               ADD INSP-RECEIVED-QTY TO WS-BAND-1-QTY
             WHEN WS-AGE-DAYS NOT > 7
               ADD INSP-RECEIVED-QTY TO WS-BAND-2-QTY
             WHEN OTHER
               ADD INSP-RECEIVED-QTY TO WS-BAND-3-QTY
           END-EVALUATE.

           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           ADD 1                 TO WS-INSP-LISTED.
           ADD INSP-RECEIVED-QTY TO WS-HELD-QTY.
           COMPUTE WS-HELD-VALUE = WS-HELD-VALUE
               + (INSP-RECEIVED-QTY * INSP-UNIT-COST).

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
               FETCH INSPECT-CSR
               INTO  :INSP-ID, :INSP-PROD-CODE, :INSP-WAREHOUSE-CODE,
                     :INSP-PO-NUMBER, :INSP-VENDOR-CODE,
                     :INSP-RECEIVED-QTY, :INSP-UNIT-COST, :PROD-NAME,
                     :WS-AGE-DAYS
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVQA001 - ERROR FETCHING INSPECT-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 16  TO RETURN-CODE.

       2100-FETCH-NEXT-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - PRINT TOTALS, CLOSE CURSOR AND REPORT         *
      ******************************************************************
       3000-TERMINATE.
           EXEC SQL
               CLOSE INSPECT-CSR
           END-EXEC.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-INSP-LISTED   TO TOT-INSP-LISTED.
           MOVE WS-TOTAL-LINE-1  TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-HELD-QTY      TO TOT-HELD-QTY.
           MOVE WS-TOTAL-LINE-2  TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-HELD-VALUE    TO TOT-HELD-VALUE.
           MOVE WS-TOTAL-LINE-3  TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-BAND-1-QTY    TO TOT-BAND-1-QTY.
           MOVE WS-TOTAL-LINE-4  TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-BAND-2-QTY    TO TOT-BAND-2-QTY.
           MOVE WS-TOTAL-LINE-5  TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-BAND-3-QTY    TO TOT-BAND-3-QTY.
           MOVE WS-TOTAL-LINE-6  TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-INSP-AGED     TO TOT-INSP-AGED.
           MOVE WS-TOTAL-LINE-7  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE INSPECT-RPT.

       3000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.

       END PROGRAM INVQA001.
