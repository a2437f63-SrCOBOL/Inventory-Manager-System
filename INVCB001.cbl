      ******************************************************************
      * PROGRAM:     INVCB001                                         *
      * DESCRIPTION: CONSIGNMENT STOCK BALANCE REPORT                 *
      *              CURSORS THROUGH EVERY WAREHOUSE ROW HOLDING       *
      *              VENDOR-OWNED CONSIGNMENT STOCK AND LISTS IT BY    *
      *              VENDOR, WAREHOUSE AND PRODUCT WITH THE AGREED     *
      *              CONSIGNMENT PRICE AND THE VALUE AT THAT PRICE,    *
      *              SO EACH VENDOR'S QUARTERLY STOCK CONFIRMATION CAN *
      *              BE AGREED LINE BY LINE. TOTALS ARE GIVEN PER      *
      *              WAREHOUSE, PER VENDOR AND OVERALL.                *
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
       PROGRAM-ID.    INVCB001.
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
           SELECT CONSIGN-RPT ASSIGN TO CSGRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CONSIGN-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY PRODDCL.

       COPY PLOCDCL.

       COPY CSGADCL.

       COPY VENDDCL.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  END-OF-CURSOR                  VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS AND WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-LOCS-LISTED          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-VENDORS-LISTED       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LINE-VALUE           PIC 9(11)V99     VALUE ZERO.
       77  WS-WHSE-QTY             PIC S9(09) COMP  VALUE ZERO.
       77  WS-WHSE-VALUE           PIC 9(11)V99     VALUE ZERO.
       77  WS-VEND-QTY             PIC S9(09) COMP  VALUE ZERO.
       77  WS-VEND-VALUE           PIC 9(11)V99     VALUE ZERO.
       77  WS-TOTAL-QTY            PIC S9(09) COMP  VALUE ZERO.
       77  WS-TOTAL-VALUE          PIC 9(11)V99     VALUE ZERO.

       77  WS-PREV-VENDOR          PIC X(04)        VALUE SPACES.

      *-----------------------------------------------------------------
      * NULL INDICATORS - THE AGREEMENT AND VENDOR ARE OUTER-JOINED
      *-----------------------------------------------------------------
       77  WS-AGREE-IND            PIC S9(04) COMP  VALUE ZERO.
       77  WS-VNAME-IND            PIC S9(04) COMP  VALUE ZERO.
       77  WS-PRICE-IND            PIC S9(04) COMP  VALUE ZERO.
       77  WS-PREV-WHSE            PIC X(04)        VALUE SPACES.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'CONSIGNMENT STOCK BALANCES BY VENDOR'.
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(06) VALUE 'WHSE  '.
           05  FILLER               PIC X(06) VALUE 'PROD  '.
           05  FILLER               PIC X(22) VALUE 'PRODUCT NAME'.
           05  FILLER               PIC X(07) VALUE '  UNITS'.
           05  FILLER               PIC X(11) VALUE '      PRICE'.
           05  FILLER               PIC X(20) VALUE
               '               VALUE'.
           05  FILLER               PIC X(08) VALUE SPACES.

       01  WS-VENDOR-HDG-LINE.
           05  FILLER               PIC X(07) VALUE 'VENDOR '.
           05  VHL-VENDOR-CODE      PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  VHL-VENDOR-NAME      PIC X(30).
           05  FILLER               PIC X(37) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-WAREHOUSE        PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-PROD-CODE        PIC 9(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-PROD-NAME        PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-QTY              PIC ZZZ,ZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  DTL-COST-AREA.
               10  DTL-PRICE        PIC ZZ,ZZ9.99.
               10  FILLER           PIC X(02) VALUE SPACES.
               10  DTL-VALUE        PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  DTL-FLAG-AREA        REDEFINES DTL-COST-AREA.
               10  DTL-FLAG         PIC X(29).
           05  FILLER               PIC X(08) VALUE SPACES.

       01  WS-WHSE-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE
               'WAREHOUSE TOTAL '.
           05  WTL-WAREHOUSE        PIC X(04).
           05  FILLER               PIC X(14) VALUE SPACES.
           05  WTL-QTY              PIC ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE SPACES.
           05  WTL-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(08) VALUE SPACES.

       01  WS-VEND-TOTAL-LINE.
           05  FILLER               PIC X(16) VALUE
               'VENDOR TOTAL    '.
           05  VTL-VENDOR-CODE      PIC X(04).
           05  FILLER               PIC X(14) VALUE SPACES.
           05  VTL-QTY              PIC ZZZ,ZZ9.
           05  FILLER               PIC X(13) VALUE SPACES.
           05  VTL-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(08) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(24) VALUE
               'VENDORS LISTED........: '.
           05  TOT-VENDORS-LISTED   PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(24) VALUE
               'LOCATIONS LISTED......: '.
           05  TOT-LOCS-LISTED      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(24) VALUE
               'CONSIGNED UNITS.......: '.
           05  TOT-QTY              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER               PIC X(45) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER               PIC X(24) VALUE
               'CONSIGNED VALUE.......: '.
           05  TOT-VALUE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(38) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - EVERY WAREHOUSE ROW WITH A CONSIGNED BALANCE, WITH THE
      * OWNING VENDOR AND AGREED PRICE FROM THE PRODUCT'S AGREEMENT.
      * THE AGREEMENT IS OUTER-JOINED SO A BALANCE WITH NO AGREEMENT ON
      * FILE STILL PRINTS - NULL VENDORS SORT LAST, IN THEIR OWN SECTION
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE CONSIGN-CSR CURSOR FOR
               SELECT A.VENDOR_CODE, V.VENDOR_NAME, L.WAREHOUSE_CODE,
                      L.PROD_CODE, P.PROD_NAME, L.CONSIGN_QTY,
                      A.CONSIGN_PRICE
               FROM   PRODUCT_LOCATION L
                      INNER JOIN PRODUCTS P
                         ON  P.PROD_CODE   = L.PROD_CODE
                      LEFT OUTER JOIN CONSIGN_AGREEMENT A
                         ON  A.PROD_CODE   = L.PROD_CODE
                      LEFT OUTER JOIN VENDORS V
                         ON  V.VENDOR_CODE = A.VENDOR_CODE
               WHERE  L.CONSIGN_QTY > 0
               ORDER BY A.VENDOR_CODE, L.WAREHOUSE_CODE, L.PROD_CODE
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
           OPEN OUTPUT CONSIGN-RPT.

           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           EXEC SQL
               OPEN CONSIGN-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVCB001 - ERROR OPENING CONSIGN-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 16  TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CURSOR - BREAK ON VENDOR AND WAREHOUSE, VALUE AND *
      *                       PRINT ONE CONSIGNED BALANCE              *
      ******************************************************************
       2000-PROCESS-CURSOR.
           IF CSGA-VENDOR-CODE NOT = WS-PREV-VENDOR
               IF WS-PREV-VENDOR NOT = SPACES
                   PERFORM 2300-END-WAREHOUSE
                       THRU 2300-END-WAREHOUSE-EXIT
                   PERFORM 2500-END-VENDOR
                       THRU 2500-END-VENDOR-EXIT
               END-IF
               PERFORM 2400-START-VENDOR
                   THRU 2400-START-VENDOR-EXIT
               PERFORM 2200-START-WAREHOUSE
                   THRU 2200-START-WAREHOUSE-EXIT
           ELSE
               IF LOC-WAREHOUSE-CODE NOT = WS-PREV-WHSE
                   PERFORM 2300-END-WAREHOUSE
                       THRU 2300-END-WAREHOUSE-EXIT
                   PERFORM 2200-START-WAREHOUSE
                       THRU 2200-START-WAREHOUSE-EXIT.

           COMPUTE WS-LINE-VALUE = LOC-CONSIGN-QTY * CSGA-CONSIGN-PRICE.

           MOVE LOC-WAREHOUSE-CODE TO DTL-WAREHOUSE.
           MOVE LOC-PROD-CODE      TO DTL-PROD-CODE.
           MOVE PROD-NAME (1:20)   TO DTL-PROD-NAME.
           MOVE LOC-CONSIGN-QTY    TO DTL-QTY.
           MOVE SPACES             TO DTL-FLAG.

      *    NO AGREEMENT - NOTHING TO PRICE THE UNITS AT, SO FLAG THE
      *    LINE FOR FOLLOW-UP INSTEAD OF SHOWING A ZERO VALUE
           IF WS-AGREE-IND < 0
               MOVE '   NO AGREEMENT'  TO DTL-FLAG
           ELSE
               MOVE CSGA-CONSIGN-PRICE TO DTL-PRICE
               MOVE WS-LINE-VALUE      TO DTL-VALUE.

           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           ADD 1               TO WS-LOCS-LISTED.
           ADD LOC-CONSIGN-QTY TO WS-WHSE-QTY.
           ADD WS-LINE-VALUE   TO WS-WHSE-VALUE.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       2000-PROCESS-CURSOR-EXIT.
           EXIT.

      ******************************************************************
      * 2100-FETCH-NEXT - FETCH ONE ROW, SET THE EOF SWITCH AT         *
      *                   END OF CURSOR, FILL IN A MISSING AGREEMENT   *
      ******************************************************************
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH CONSIGN-CSR
               INTO  :CSGA-VENDOR-CODE :WS-AGREE-IND,
                     :VEND-NAME :WS-VNAME-IND,
                     :LOC-WAREHOUSE-CODE, :LOC-PROD-CODE,
                     :PROD-NAME, :LOC-CONSIGN-QTY,
                     :CSGA-CONSIGN-PRICE :WS-PRICE-IND
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2100-FETCH-NEXT-EXIT.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVCB001 - ERROR FETCHING CONSIGN-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 16  TO RETURN-CODE
               GO TO 2100-FETCH-NEXT-EXIT.

      *    NO AGREEMENT - GROUP THESE UNDER A PLACEHOLDER VENDOR SO THE
      *    BREAKS STILL WORK, AND VALUE THEM AT NOTHING
           IF WS-AGREE-IND < 0
               MOVE '----' TO CSGA-VENDOR-CODE
               MOVE 'NO AGREEMENT ON FILE' TO VEND-NAME
               MOVE ZERO   TO CSGA-CONSIGN-PRICE
           ELSE
               IF WS-VNAME-IND < 0
                   MOVE SPACES TO VEND-NAME.

       2100-FETCH-NEXT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-START-WAREHOUSE - RESET THE WAREHOUSE TOTALS              *
      ******************************************************************
       2200-START-WAREHOUSE.
           MOVE LOC-WAREHOUSE-CODE TO WS-PREV-WHSE.
           MOVE ZERO               TO WS-WHSE-QTY.
           MOVE ZERO               TO WS-WHSE-VALUE.

       2200-START-WAREHOUSE-EXIT.
           EXIT.

      ******************************************************************
      * 2300-END-WAREHOUSE - TOTAL LINE FOR THE WAREHOUSE JUST ENDED,  *
      *                      ROLLED INTO THE VENDOR TOTAL              *
      ******************************************************************
       2300-END-WAREHOUSE.
           MOVE WS-PREV-WHSE  TO WTL-WAREHOUSE.
           MOVE WS-WHSE-QTY   TO WTL-QTY.
           MOVE WS-WHSE-VALUE TO WTL-VALUE.

           MOVE WS-WHSE-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           ADD WS-WHSE-QTY   TO WS-VEND-QTY.
           ADD WS-WHSE-VALUE TO WS-VEND-VALUE.

       2300-END-WAREHOUSE-EXIT.
           EXIT.

      ******************************************************************
      * 2400-START-VENDOR - HEADING FOR A NEW VENDOR SECTION           *
      ******************************************************************
       2400-START-VENDOR.
           MOVE CSGA-VENDOR-CODE TO WS-PREV-VENDOR.
           MOVE ZERO             TO WS-VEND-QTY.
           MOVE ZERO             TO WS-VEND-VALUE.

           MOVE CSGA-VENDOR-CODE TO VHL-VENDOR-CODE.
           MOVE VEND-NAME        TO VHL-VENDOR-NAME.
           MOVE WS-VENDOR-HDG-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           IF WS-AGREE-IND NOT < 0
               ADD 1 TO WS-VENDORS-LISTED.

       2400-START-VENDOR-EXIT.
           EXIT.

      ******************************************************************
      * 2500-END-VENDOR - TOTAL LINE FOR THE VENDOR JUST ENDED, ROLLED *
      *                   INTO THE REPORT TOTAL                        *
      ******************************************************************
       2500-END-VENDOR.
           MOVE WS-PREV-VENDOR TO VTL-VENDOR-CODE.
           MOVE WS-VEND-QTY    TO VTL-QTY.
           MOVE WS-VEND-VALUE  TO VTL-VALUE.

           MOVE WS-VEND-TOTAL-LINE TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           ADD WS-VEND-QTY   TO WS-TOTAL-QTY.
           ADD WS-VEND-VALUE TO WS-TOTAL-VALUE.

       2500-END-VENDOR-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - LAST WAREHOUSE AND VENDOR TOTALS, REPORT      *
      *                  TOTALS, CLOSE CURSOR AND REPORT               *
      ******************************************************************
       3000-TERMINATE.
           EXEC SQL
               CLOSE CONSIGN-CSR
           END-EXEC.

           IF WS-PREV-VENDOR NOT = SPACES
               PERFORM 2300-END-WAREHOUSE
                   THRU 2300-END-WAREHOUSE-EXIT
               PERFORM 2500-END-VENDOR
                   THRU 2500-END-VENDOR-EXIT.

           MOVE WS-VENDORS-LISTED TO TOT-VENDORS-LISTED.
           MOVE WS-TOTAL-LINE-1   TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-LOCS-LISTED    TO TOT-LOCS-LISTED.
           MOVE WS-TOTAL-LINE-2   TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-TOTAL-QTY      TO TOT-QTY.
           MOVE WS-TOTAL-LINE-3   TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-TOTAL-VALUE    TO TOT-VALUE.
           MOVE WS-TOTAL-LINE-4   TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE CONSIGN-RPT.

       3000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.

       END PROGRAM INVCB001.
