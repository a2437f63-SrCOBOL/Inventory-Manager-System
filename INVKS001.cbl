      ******************************************************************
      * PROGRAM:     INVKS001                                         *
      * DESCRIPTION: KIT SHORTAGE REPORT                               *
      *              FOR EVERY KIT ON THE BILL OF MATERIAL, AT EVERY   *
      *              WAREHOUSE THAT STOCKS IT OR HAS AN OPEN ASSEMBLY  *
      *              WORK ORDER FOR IT, WORKS OUT HOW MANY KITS THE    *
      *              COMPONENTS AVAILABLE THERE (ON HAND LESS OPEN     *
      *              ORDER ALLOCATIONS) WILL BUILD. A KIT THAT CANNOT  *
      *              BE BUILT - OR CANNOT COVER ITS OPEN ASSEMBLY      *
      *              ORDERS - IS LISTED WITH EVERY COMPONENT THAT IS   *
      *              SHORT AND BY HOW MUCH, SO PURCHASING AND THE      *
      *              KITTING BENCH SEE WHAT IS HOLDING THE BUILD UP.   *
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
       PROGRAM-ID.    INVKS001.
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
           SELECT SHORT-RPT ASSIGN TO KITSHRT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SHORT-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY PRODDCL.

       COPY PLOCDCL.

       COPY ASMBDCL.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  END-OF-CURSOR                  VALUE 'Y'.
       77  WS-COMP-EOF-SW          PIC X(01)  VALUE 'N'.
           88  END-OF-COMPONENTS              VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS AND WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-PAIRS-CHECKED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-KITS-SHORT           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-COMPS-SHORT          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-WO-QTY               PIC S9(09) COMP  VALUE ZERO.
       77  WS-WO-QTY-IND           PIC S9(04) COMP  VALUE ZERO.
       77  WS-ALLOC-SUM            PIC S9(09) COMP  VALUE ZERO.
       77  WS-ALLOC-SUM-IND        PIC S9(04) COMP  VALUE ZERO.
       77  WS-TARGET-QTY           PIC S9(09) COMP  VALUE ZERO.
       77  WS-NEED-QTY             PIC S9(09) COMP  VALUE ZERO.
       77  WS-AVAIL-QTY            PIC S9(09) COMP  VALUE ZERO.
       77  WS-COMP-BUILDS          PIC S9(09) COMP  VALUE ZERO.
       77  WS-CAN-BUILD            PIC S9(09) COMP  VALUE ZERO.

       77  WS-CURR-KIT             PIC 9(04)  VALUE ZERO.
       77  WS-CURR-WHSE            PIC X(04)  VALUE SPACES.
       77  WS-KIT-NAME             PIC X(30)  VALUE SPACES.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'KIT SHORTAGE REPORT'.
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(06) VALUE 'KIT   '.
           05  FILLER               PIC X(06) VALUE 'WHSE  '.
           05  FILLER               PIC X(68) VALUE 'KIT NAME'.

       01  WS-HDG-LINE-3.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  FILLER               PIC X(06) VALUE 'COMP  '.
           05  FILLER               PIC X(22) VALUE 'COMPONENT NAME'.
           05  FILLER               PIC X(05) VALUE '  PER'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE '   NEED'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE '  AVAIL'.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(07) VALUE '  SHORT'.
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-KIT-LINE.
           05  KTL-KIT-CODE         PIC 9(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  KTL-WHSE             PIC X(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  KTL-KIT-NAME         PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(10) VALUE 'TO BUILD: '.
           05  KTL-TARGET           PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  FILLER               PIC X(11) VALUE 'CAN BUILD: '.
           05  KTL-CAN-BUILD        PIC ZZZZ9.
           05  FILLER               PIC X(13) VALUE SPACES.

       01  WS-COMP-LINE.
           05  FILLER               PIC X(06) VALUE SPACES.
           05  CPL-COMP-CODE        PIC 9(04).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CPL-COMP-NAME        PIC X(20).
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CPL-QTY-PER          PIC ZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CPL-NEED             PIC ZZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CPL-AVAIL            PIC -ZZZZZ9.
           05  FILLER               PIC X(02) VALUE SPACES.
           05  CPL-SHORT            PIC ZZZZZZ9.
           05  FILLER               PIC X(14) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(24) VALUE
               'KIT/WAREHOUSES CHECKED: '.
           05  TOT-PAIRS-CHECKED    PIC ZZZ,ZZ9.
           05  FILLER               PIC X(50) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(24) VALUE
               'KITS SHORT............: '.
           05  TOT-KITS-SHORT       PIC ZZZ,ZZ9.
           05  FILLER               PIC X(50) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(24) VALUE
               'COMPONENTS SHORT......: '.
           05  TOT-COMPS-SHORT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(50) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - EVERY KIT/WAREHOUSE PAIR WORTH CHECKING: WHERE THE
      * KIT IS STOCKED, AND WHERE AN ASSEMBLY ORDER IS OPEN FOR IT
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE KIT-CSR CURSOR FOR
               SELECT B.PARENT_CODE, L.WAREHOUSE_CODE
               FROM   BILL_OF_MATERIAL B, PRODUCT_LOCATION L
               WHERE  L.PROD_CODE = B.PARENT_CODE
               UNION
               SELECT KIT_CODE, WAREHOUSE_CODE
               FROM   ASSEMBLY_ORDER
               WHERE  WO_STATUS = 'O'
               AND    WO_MODE = 'A'
               ORDER BY 1, 2
       END-EXEC.

      *-----------------------------------------------------------------
      * CURSOR - THE COMPONENTS OF ONE KIT WITH THEIR NAMES
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE COMP-CSR CURSOR FOR
               SELECT B.COMP_CODE, B.QTY_PER, P.PROD_NAME
               FROM   BILL_OF_MATERIAL B, PRODUCTS P
               WHERE  B.PARENT_CODE = :WS-CURR-KIT
               AND    P.PROD_CODE = B.COMP_CODE
               ORDER BY B.COMP_CODE
       END-EXEC.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-KIT
               THRU 2000-PROCESS-KIT-EXIT
               UNTIL END-OF-CURSOR.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - OPEN THE REPORT AND CURSOR, PRIME THE FETCH  *
      ******************************************************************
       1000-INITIALIZE.
           OPEN OUTPUT SHORT-RPT.

           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-3 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           EXEC SQL
               OPEN KIT-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVKS001 - ERROR OPENING KIT-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 16  TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-KIT - ONE KIT AT ONE WAREHOUSE. THE TARGET IS     *
      *                    THE QUANTITY ON OPEN ASSEMBLY ORDERS THERE, *
      *                    OR ONE KIT WHEN NONE IS OPEN. A FIRST PASS  *
      *                    OVER THE COMPONENTS WORKS OUT HOW MANY      *
      *                    KITS CAN BE BUILT; IF THAT FALLS SHORT OF   *
      *                    THE TARGET, A SECOND PASS LISTS THE         *
      *                    COMPONENTS THAT ARE SHORT.                  *
      ******************************************************************
       2000-PROCESS-KIT.
           ADD 1 TO WS-PAIRS-CHECKED.

           EXEC SQL
               SELECT SUM(WO_QTY)
               INTO   :WS-WO-QTY :WS-WO-QTY-IND
               FROM   ASSEMBLY_ORDER
               WHERE  KIT_CODE = :WS-CURR-KIT
               AND    WAREHOUSE_CODE = :WS-CURR-WHSE
               AND    WO_STATUS = 'O'
               AND    WO_MODE = 'A'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-WO-QTY-IND < 0
               MOVE ZERO TO WS-WO-QTY.

           IF WS-WO-QTY > 0
               MOVE WS-WO-QTY TO WS-TARGET-QTY
           ELSE
               MOVE 1 TO WS-TARGET-QTY.

           MOVE 9999999 TO WS-CAN-BUILD.

           PERFORM 2200-SCAN-COMPONENTS
               THRU 2200-SCAN-COMPONENTS-EXIT.

           IF WS-CAN-BUILD NOT < WS-TARGET-QTY
               GO TO 2000-PROCESS-KIT-EXIT.

           PERFORM 2400-PRINT-SHORTAGE
               THRU 2400-PRINT-SHORTAGE-EXIT.

       2000-PROCESS-KIT-EXIT.
           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

      ******************************************************************
      * 2100-FETCH-NEXT - FETCH ONE KIT/WAREHOUSE PAIR, SET THE EOF    *
      *                   SWITCH AT END OF CURSOR                      *
      ******************************************************************
       2100-FETCH-NEXT.
           EXEC SQL
               FETCH KIT-CSR
               INTO  :WS-CURR-KIT, :WS-CURR-WHSE
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVKS001 - ERROR FETCHING KIT-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-EOF-SW
                   MOVE 16  TO RETURN-CODE.

       2100-FETCH-NEXT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-SCAN-COMPONENTS - FIRST PASS: THE NUMBER OF KITS EACH     *
      *                        COMPONENT WILL COVER, KEEPING THE       *
      *                        LOWEST AS THE KITS THAT CAN BE BUILT    *
      ******************************************************************
       2200-SCAN-COMPONENTS.
           PERFORM 2600-OPEN-COMPONENTS
               THRU 2600-OPEN-COMPONENTS-EXIT.

           PERFORM 2250-SCAN-ONE-COMPONENT
               THRU 2250-SCAN-ONE-COMPONENT-EXIT
               UNTIL END-OF-COMPONENTS.

           EXEC SQL
               CLOSE COMP-CSR
           END-EXEC.

           IF WS-CAN-BUILD = 9999999
               MOVE ZERO TO WS-CAN-BUILD.

       2200-SCAN-COMPONENTS-EXIT.
           EXIT.

      ******************************************************************
      * 2250-SCAN-ONE-COMPONENT - FETCH ONE COMPONENT AND LOWER THE    *
      *                           KITS-BUILDABLE FIGURE IF IT COVERS   *
      *                           FEWER KITS                           *
      ******************************************************************
       2250-SCAN-ONE-COMPONENT.
           PERFORM 2700-FETCH-COMPONENT
               THRU 2700-FETCH-COMPONENT-EXIT.

           IF END-OF-COMPONENTS
               GO TO 2250-SCAN-ONE-COMPONENT-EXIT.

           PERFORM 2800-COMPONENT-AVAILABLE
               THRU 2800-COMPONENT-AVAILABLE-EXIT.

           IF WS-AVAIL-QTY > 0
               DIVIDE WS-AVAIL-QTY BY BOM-QTY-PER
                   GIVING WS-COMP-BUILDS
           ELSE
               MOVE ZERO TO WS-COMP-BUILDS.

           IF WS-COMP-BUILDS < WS-CAN-BUILD
               MOVE WS-COMP-BUILDS TO WS-CAN-BUILD.

       2250-SCAN-ONE-COMPONENT-EXIT.
           EXIT.

      ******************************************************************
      * 2400-PRINT-SHORTAGE - SECOND PASS: THE KIT LINE, THEN ONE LINE *
      *                       PER COMPONENT WITH LESS AVAILABLE THAN   *
      *                       THE TARGET NEEDS                         *
      ******************************************************************
       2400-PRINT-SHORTAGE.
           ADD 1 TO WS-KITS-SHORT.

           MOVE SPACES TO WS-KIT-NAME.

           EXEC SQL
               SELECT PROD_NAME
               INTO   :WS-KIT-NAME
               FROM   PRODUCTS
               WHERE  PROD_CODE = :WS-CURR-KIT
           END-EXEC.

           MOVE WS-CURR-KIT        TO KTL-KIT-CODE.
           MOVE WS-CURR-WHSE       TO KTL-WHSE.
           MOVE WS-KIT-NAME (1:20) TO KTL-KIT-NAME.
           MOVE WS-TARGET-QTY      TO KTL-TARGET.
           MOVE WS-CAN-BUILD       TO KTL-CAN-BUILD.
           MOVE WS-KIT-LINE        TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 2600-OPEN-COMPONENTS
               THRU 2600-OPEN-COMPONENTS-EXIT.

           PERFORM 2450-PRINT-ONE-COMPONENT
               THRU 2450-PRINT-ONE-COMPONENT-EXIT
               UNTIL END-OF-COMPONENTS.

           EXEC SQL
               CLOSE COMP-CSR
           END-EXEC.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       2400-PRINT-SHORTAGE-EXIT.
           EXIT.

      ******************************************************************
      * 2450-PRINT-ONE-COMPONENT - FETCH ONE COMPONENT AND PRINT IT IF *
      *                            LESS IS AVAILABLE THAN THE TARGET   *
      *                            NEEDS                               *
      ******************************************************************
       2450-PRINT-ONE-COMPONENT.
           PERFORM 2700-FETCH-COMPONENT
               THRU 2700-FETCH-COMPONENT-EXIT.

           IF END-OF-COMPONENTS
               GO TO 2450-PRINT-ONE-COMPONENT-EXIT.

           PERFORM 2800-COMPONENT-AVAILABLE
               THRU 2800-COMPONENT-AVAILABLE-EXIT.

           COMPUTE WS-NEED-QTY = BOM-QTY-PER * WS-TARGET-QTY.

           IF WS-AVAIL-QTY NOT < WS-NEED-QTY
               GO TO 2450-PRINT-ONE-COMPONENT-EXIT.

           ADD 1 TO WS-COMPS-SHORT.

           MOVE BOM-COMP-CODE      TO CPL-COMP-CODE.
           MOVE PROD-NAME (1:20)   TO CPL-COMP-NAME.
           MOVE BOM-QTY-PER        TO CPL-QTY-PER.
           MOVE WS-NEED-QTY        TO CPL-NEED.
           MOVE WS-AVAIL-QTY       TO CPL-AVAIL.

           IF WS-AVAIL-QTY > 0
               COMPUTE CPL-SHORT = WS-NEED-QTY - WS-AVAIL-QTY
           ELSE
               MOVE WS-NEED-QTY TO CPL-SHORT.

           MOVE WS-COMP-LINE       TO RPT-LINE.
           WRITE RPT-LINE.

       2450-PRINT-ONE-COMPONENT-EXIT.
           EXIT.

      ******************************************************************
      * 2600-OPEN-COMPONENTS - OPEN THE COMPONENT CURSOR FOR THE       *
      *                        CURRENT KIT                             *
      ******************************************************************
       2600-OPEN-COMPONENTS.
           MOVE 'N' TO WS-COMP-EOF-SW.

           EXEC SQL
               OPEN COMP-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVKS001 - ERROR OPENING COMP-CSR FOR KIT '
                       WS-CURR-KIT ' SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-COMP-EOF-SW
               MOVE 16  TO RETURN-CODE.

       2600-OPEN-COMPONENTS-EXIT.
           EXIT.

      ******************************************************************
      * 2700-FETCH-COMPONENT - FETCH ONE COMPONENT OF THE CURRENT KIT  *
      ******************************************************************
       2700-FETCH-COMPONENT.
           EXEC SQL
               FETCH COMP-CSR
               INTO  :BOM-COMP-CODE, :BOM-QTY-PER, :PROD-NAME
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-COMP-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVKS001 - ERROR FETCHING COMP-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-COMP-EOF-SW
                   MOVE 16  TO RETURN-CODE.

       2700-FETCH-COMPONENT-EXIT.
           EXIT.

      ******************************************************************
      * 2800-COMPONENT-AVAILABLE - ON HAND AT THE WAREHOUSE LESS OPEN  *
      *                            ORDER ALLOCATIONS - THE SAME        *
      *                            FIGURE THE KIT SCREEN BUILDS FROM.  *
      *                            NO LOCATION ROW MEANS NONE ON HAND. *
      ******************************************************************
       2800-COMPONENT-AVAILABLE.
           MOVE BOM-COMP-CODE TO LOC-PROD-CODE.
           MOVE WS-CURR-WHSE  TO LOC-WAREHOUSE-CODE.

           EXEC SQL
               SELECT STOCK_QTY
               INTO   :LOC-STOCK-QTY
               FROM   PRODUCT_LOCATION
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               MOVE ZERO TO LOC-STOCK-QTY.

           EXEC SQL
               SELECT SUM(ALLOC_QTY)
               INTO   :WS-ALLOC-SUM :WS-ALLOC-SUM-IND
               FROM   ORDER_ALLOCATION
               WHERE  PROD_CODE = :LOC-PROD-CODE
               AND    WAREHOUSE_CODE = :LOC-WAREHOUSE-CODE
               AND    ALLOC_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-ALLOC-SUM-IND < 0
               MOVE ZERO TO WS-ALLOC-SUM.

           COMPUTE WS-AVAIL-QTY = LOC-STOCK-QTY - WS-ALLOC-SUM.

       2800-COMPONENT-AVAILABLE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - PRINT TOTALS, CLOSE CURSOR AND REPORT         *
      ******************************************************************
       3000-TERMINATE.
           EXEC SQL
               CLOSE KIT-CSR
           END-EXEC.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-PAIRS-CHECKED TO TOT-PAIRS-CHECKED.
           MOVE WS-TOTAL-LINE-1  TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-KITS-SHORT    TO TOT-KITS-SHORT.
           MOVE WS-TOTAL-LINE-2  TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-COMPS-SHORT   TO TOT-COMPS-SHORT.
           MOVE WS-TOTAL-LINE-3  TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE SHORT-RPT.

       3000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.

       END PROGRAM INVKS001.
