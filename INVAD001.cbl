      ******************************************************************
      * PROGRAM:     INVAD001                                         *
      * DESCRIPTION: DAILY ADJUSTMENT APPROVAL REPORT                 *
      *              LISTS EVERY STOCK ADJUSTMENT STILL WAITING FOR    *
      *              APPROVAL, THEN THE ADJUSTMENTS APPROVED AND       *
      *              REJECTED TODAY, EACH WITH WHO KEYED IT AND WHEN   *
      *              AND WHO DECIDED IT AND WHEN. THE QUANTITY IS THE  *
      *              CHANGE AS KEYED; THE VALUE IS ITS SIZE AT THE     *
      *              AVERAGE COST WHEN KEYED. TOTALS ARE GIVEN PER     *
      *              STATUS.                                           *
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
       PROGRAM-ID.    INVAD001.
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
           SELECT ADJUST-RPT ASSIGN TO ADJRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUST-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY PADJDCL.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-EOF-SW               PIC X(01)  VALUE 'N'.
           88  END-OF-CURSOR                  VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS AND WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-PENDING-CNT          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-APPROVED-CNT         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-REJECTED-CNT         PIC 9(07)  COMP  VALUE ZERO.
       77  WS-PENDING-VALUE        PIC 9(11)V99     VALUE ZERO.
       77  WS-APPROVED-VALUE       PIC 9(11)V99     VALUE ZERO.
       77  WS-REJECTED-VALUE       PIC 9(11)V99     VALUE ZERO.
       77  WS-PREV-STATUS          PIC X(01)        VALUE SPACES.
       77  WS-KEYED-DATE           PIC X(10)        VALUE SPACES.
       77  WS-DECIDED-DATE         PIC X(10)        VALUE SPACES.
       77  WS-SORT-KEY             PIC S9(04) COMP  VALUE ZERO.

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-HDG-LINE-1.
           05  FILLER               PIC X(40) VALUE
               'DAILY ADJUSTMENT APPROVAL REPORT'.
           05  FILLER               PIC X(40) VALUE SPACES.

       01  WS-HDG-LINE-2.
           05  FILLER               PIC X(10) VALUE 'ADJ ID  S '.
           05  FILLER               PIC X(10) VALUE 'PROD WHSE '.
           05  FILLER               PIC X(09) VALUE '      QTY'.
           05  FILLER               PIC X(14) VALUE '         VALUE'.
           05  FILLER               PIC X(20) VALUE
               'KEYED BY KEYED ON   '.
           05  FILLER               PIC X(17) VALUE
               'BY  DECIDED ON'.

       01  WS-STATUS-LINE.
           05  STL-TITLE            PIC X(30).
           05  FILLER               PIC X(50) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  DTL-ADJ-ID           PIC 9(07).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-SOURCE           PIC X(01).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-PROD-CODE        PIC 9(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-WAREHOUSE        PIC X(04).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-QTY              PIC -ZZZZZZ9.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-VALUE            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-KEYED-BY         PIC X(08).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-KEYED-DATE       PIC X(10).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-DECIDED-BY       PIC X(03).
           05  FILLER               PIC X(01) VALUE SPACES.
           05  DTL-DECIDED-DATE     PIC X(10).
           05  FILLER               PIC X(03) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER               PIC X(24) VALUE
               'PENDING...............: '.
           05  TOT-PENDING-CNT      PIC ZZZ,ZZ9.
           05  FILLER               PIC X(09) VALUE '  VALUE: '.
           05  TOT-PENDING-VALUE    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(22) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER               PIC X(24) VALUE
               'APPROVED TODAY........: '.
           05  TOT-APPROVED-CNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(09) VALUE '  VALUE: '.
           05  TOT-APPROVED-VALUE   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(22) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER               PIC X(24) VALUE
               'REJECTED TODAY........: '.
           05  TOT-REJECTED-CNT     PIC ZZZ,ZZ9.
           05  FILLER               PIC X(09) VALUE '  VALUE: '.
           05  TOT-REJECTED-VALUE   PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER               PIC X(22) VALUE SPACES.

      *-----------------------------------------------------------------
      * CURSOR - EVERY PENDING ADJUSTMENT, AND EVERY ONE DECIDED
      * TODAY, PENDING FIRST, THEN APPROVED, THEN REJECTED
      *-----------------------------------------------------------------
       EXEC SQL
           DECLARE ADJ-CSR CURSOR FOR
               SELECT ADJ_ID, ADJ_SOURCE, PROD_CODE, WAREHOUSE_CODE,
                      ADJ_QTY, ADJ_VALUE, KEYED_BY,
                      CHAR(DATE(KEYED_TS), ISO), ADJ_STATUS,
                      DECIDED_BY,
                      COALESCE(CHAR(DATE(DECIDED_TS), ISO), ' '),
                      CASE ADJ_STATUS WHEN 'P' THEN 1
                                      WHEN 'A' THEN 2
                                      ELSE 3 END
               FROM   PENDING_ADJUSTMENT
               WHERE  ADJ_STATUS = 'P'
               OR     DATE(DECIDED_TS) = CURRENT DATE
               ORDER BY 12, 1
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
           OPEN OUTPUT ADJUST-RPT.

           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.

           EXEC SQL
               OPEN ADJ-CSR
           END-EXEC.

           IF SQLCODE NOT = ZERO
               DISPLAY 'INVAD001 - ERROR OPENING ADJ-CSR. '
                       'SQLCODE: ' SQLCODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           PERFORM 2100-FETCH-NEXT
               THRU 2100-FETCH-NEXT-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESS-CURSOR - HEAD EACH STATUS GROUP, WRITE ONE DETAIL *
      *                       LINE PER ADJUSTMENT AND ADD IT TO ITS    *
      *                       STATUS TOTAL                             *
      ******************************************************************
       2000-PROCESS-CURSOR.
           IF PADJ-STATUS NOT = WS-PREV-STATUS
               PERFORM 2200-STATUS-HEADING
                   THRU 2200-STATUS-HEADING-EXIT.

           MOVE PADJ-ADJ-ID         TO DTL-ADJ-ID.
           MOVE PADJ-SOURCE         TO DTL-SOURCE.
           MOVE PADJ-PROD-CODE      TO DTL-PROD-CODE.
           MOVE PADJ-WAREHOUSE-CODE TO DTL-WAREHOUSE.
           MOVE PADJ-QTY            TO DTL-QTY.
           MOVE PADJ-VALUE          TO DTL-VALUE.
           MOVE PADJ-KEYED-BY       TO DTL-KEYED-BY.
           MOVE WS-KEYED-DATE       TO DTL-KEYED-DATE.
           MOVE PADJ-DECIDED-BY     TO DTL-DECIDED-BY.
           MOVE WS-DECIDED-DATE     TO DTL-DECIDED-DATE.

           MOVE WS-DETAIL-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           EVALUATE TRUE
             WHEN PADJ-PENDING
               ADD 1          TO WS-PENDING-CNT
               ADD PADJ-VALUE TO WS-PENDING-VALUE
             WHEN PADJ-APPROVED
               ADD 1          TO WS-APPROVED-CNT
               ADD PADJ-VALUE TO WS-APPROVED-VALUE
             WHEN OTHER
               ADD 1          TO WS-REJECTED-CNT
               ADD PADJ-VALUE TO WS-REJECTED-VALUE
           END-EVALUATE.

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
               FETCH ADJ-CSR
               INTO  :PADJ-ADJ-ID, :PADJ-SOURCE, :PADJ-PROD-CODE,
                     :PADJ-WAREHOUSE-CODE, :PADJ-QTY, :PADJ-VALUE,
                     :PADJ-KEYED-BY, :WS-KEYED-DATE, :PADJ-STATUS,
                     :PADJ-DECIDED-BY, :WS-DECIDED-DATE,
                     :WS-SORT-KEY
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'Y' TO WS-EOF-SW
           ELSE
               IF SQLCODE NOT = ZERO
                   DISPLAY 'INVAD001 - ERROR FETCHING ADJ-CSR. '
                           'SQLCODE: ' SQLCODE
                   MOVE 'Y' TO WS-EOF-SW.

       2100-FETCH-NEXT-EXIT.
           EXIT.

      ******************************************************************
      * 2200-STATUS-HEADING - TITLE THE GROUP FOR A NEW STATUS         *
      ******************************************************************
       2200-STATUS-HEADING.
           MOVE PADJ-STATUS TO WS-PREV-STATUS.

           EVALUATE TRUE
             WHEN PADJ-PENDING
               MOVE 'AWAITING APPROVAL' TO STL-TITLE
             WHEN PADJ-APPROVED
               MOVE 'APPROVED AND POSTED TODAY' TO STL-TITLE
             WHEN OTHER
               MOVE 'REJECTED TODAY' TO STL-TITLE
           END-EVALUATE.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-STATUS-LINE TO RPT-LINE.
           WRITE RPT-LINE.

       2200-STATUS-HEADING-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - PRINT TOTALS, CLOSE CURSOR AND REPORT         *
      ******************************************************************
       3000-TERMINATE.
           EXEC SQL
               CLOSE ADJ-CSR
           END-EXEC.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-PENDING-CNT     TO TOT-PENDING-CNT.
           MOVE WS-PENDING-VALUE   TO TOT-PENDING-VALUE.
           MOVE WS-TOTAL-LINE-1    TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-APPROVED-CNT    TO TOT-APPROVED-CNT.
           MOVE WS-APPROVED-VALUE  TO TOT-APPROVED-VALUE.
           MOVE WS-TOTAL-LINE-2    TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-REJECTED-CNT    TO TOT-REJECTED-CNT.
           MOVE WS-REJECTED-VALUE  TO TOT-REJECTED-VALUE.
           MOVE WS-TOTAL-LINE-3    TO RPT-LINE.
           WRITE RPT-LINE.

           CLOSE ADJUST-RPT.

       3000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.

       END PROGRAM INVAD001.
