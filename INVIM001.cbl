      ******************************************************************
      * PROGRAM:     INVIM001                                         *
      * DESCRIPTION: VENDOR INVOICE THREE-WAY MATCH                   *
      *              READS THE VENDORS' INVOICE FILE (HDR/TRL          *
      *              CONTROLLED, VERIFIED BEFORE ANYTHING IS MATCHED)  *
      *              AND MATCHES EACH INVOICE LINE THREE WAYS: THE     *
      *              PURCHASE ORDER LINE (AGREED UNIT PRICE), THE      *
      *              TYPE 'R' STOCK_MOVEMENT RECEIPT ROWS POSTED FOR   *
      *              THE PO (QUANTITY ACTUALLY RECEIVED) AND THE       *
      *              INVOICE ITSELF. A LINE WHOSE QUANTITY IS COVERED  *
      *              BY RECEIPTS NOT YET INVOICED AND WHOSE PRICE IS   *
      *              WITHIN TOLERANCE OF THE AGREED PRICE IS WRITTEN   *
      *              TO THE APPROVED-TO-PAY FILE FOR ACCOUNTS          *
      *              PAYABLE. OVER-BILLED, BILLED-BEFORE-RECEIPT AND   *
      *              PRICE-VARIANCE LINES (AND LINES THAT CANNOT BE    *
      *              MATCHED AT ALL) ARE PRINTED ON THE MATCH          *
      *              EXCEPTION REPORT WITH THEIR VARIANCE AMOUNT.      *
      *              EVERY LINE IS RECORDED ON VENDOR_INVOICE SO AN    *
      *              APPROVED LINE CAN NEVER BE PAID TWICE.            *
      * AUTHOR:      FRANCISCO BORGES                                 *
      * INSTALLATION: INVENTORY SYSTEMS                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY                                           *
      * DATE       INIT  DESCRIPTION                                   *
      * 10/15/2026 FB    INITIAL VERSION.                               *
      * 10/15/2026 FB    RECEIVED QUANTITY FROM THE PO LINE EXCLUDES   *
      *                  RECEIPTS STILL HELD FOR INSPECTION - GOODS IN *
      *                  QUARANTINE ARE NOT YET RECEIVED FOR PAYMENT.  *
      * 10/15/2026 FB    CONSIGNED RECEIPTS ARE LEFT OUT OF THE        *
      *                  RECEIVED QUANTITY - THE VENDOR IS PAID FOR    *
      *                  THEM ON CONSUMPTION, NOT ON INVOICE.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVIM001.
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
           SELECT INVOICE-FILE ASSIGN TO INVFILE
               ORGANIZATION IS SEQUENTIAL.

           SELECT APPROVED-FILE ASSIGN TO APPRPAY
               ORGANIZATION IS SEQUENTIAL.

           SELECT MATCH-RPT ASSIGN TO MATCHRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  INV-RECORD.
           05  INV-PO-NUMBER        PIC 9(06).
           05  INV-PROD-CODE        PIC 9(04).
           05  INV-VENDOR-CODE      PIC X(04).
           05  INV-INVOICE-NO       PIC X(10).
           05  INV-INVOICE-DATE     PIC X(08).
           05  INV-QTY              PIC 9(05).
           05  INV-UNIT-PRICE       PIC 9(05)V99.
           05  FILLER               PIC X(36).

      *    CONTROL RECORDS - A HEADER WITH THE SOURCE AND BUSINESS
      *    DATE AND A TRAILER WITH THE DETAIL COUNT AND QUANTITY
      *    HASH TOTAL, VERIFIED BEFORE ANY LINE IS MATCHED.
       01  INV-HEADER-REC.
           05  INH-REC-ID           PIC X(03).
               88  INV-IS-HEADER            VALUE 'HDR'.
           05  INH-SOURCE           PIC X(08).
           05  INH-BUS-DATE         PIC X(08).
           05  FILLER               PIC X(61).

       01  INV-TRAILER-REC.
           05  INR-REC-ID           PIC X(03).
               88  INV-IS-TRAILER           VALUE 'TRL'.
           05  INR-REC-COUNT        PIC 9(07).
           05  INR-HASH-QTY         PIC 9(11).
           05  FILLER               PIC X(59).

       FD  APPROVED-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  APV-RECORD.
           05  APV-VENDOR-CODE      PIC X(04).
           05  APV-INVOICE-NO       PIC X(10).
           05  APV-INVOICE-DATE     PIC X(08).
           05  APV-PO-NUMBER        PIC 9(06).
           05  APV-PROD-CODE        PIC 9(04).
           05  APV-QTY              PIC 9(05).
           05  APV-UNIT-PRICE       PIC 9(05)V99.
           05  APV-AMOUNT           PIC 9(09)V99.
           05  FILLER               PIC X(25).

       01  APV-HEADER-REC.
           05  APH-REC-ID           PIC X(03).
           05  APH-SOURCE           PIC X(08).
           05  APH-BUS-DATE         PIC X(08).
           05  FILLER               PIC X(61).

       01  APV-TRAILER-REC.
           05  APR-REC-ID           PIC X(03).
           05  APR-REC-COUNT        PIC 9(07).
           05  APR-HASH-AMOUNT      PIC 9(13)V99.
           05  FILLER               PIC X(55).

       FD  MATCH-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       EXEC SQL INCLUDE SQLCA END-EXEC.

       COPY PORDDCL.

       COPY MLEDDCL.

       COPY VINVDCL.

       COPY RUNCOMM.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-EOF-SW                PIC X(01)  VALUE 'N'.
           88  END-OF-INVOICE-FILE              VALUE 'Y'.

       77  WS-MATCH-SW              PIC X(01)  VALUE 'N'.
           88  LINE-MATCHED                     VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS AND WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-LINES-READ            PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LINES-APPROVED        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-LINES-EXCEPTION       PIC 9(07)  COMP  VALUE ZERO.
       77  WS-APV-COUNT             PIC 9(07)        VALUE ZERO.
       77  WS-APV-HASH              PIC 9(13)V99     VALUE ZERO.
       77  WS-APPROVED-AMT          PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-VARIANCE-TOTAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
       77  WS-LINE-AMOUNT           PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-VARIANCE-AMT          PIC S9(09)V99 COMP-3 VALUE ZERO.
       77  WS-PRICE-DIFF            PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-PRICE-TOL             PIC S9(05)V99 COMP-3 VALUE ZERO.
       77  WS-RCPT-SUM              PIC S9(09) COMP  VALUE ZERO.
       77  WS-RCPT-IND              PIC S9(04) COMP  VALUE ZERO.
       77  WS-RECEIVED-QTY          PIC S9(09) COMP  VALUE ZERO.
       77  WS-HELD-SUM              PIC S9(09) COMP  VALUE ZERO.
       77  WS-HELD-IND              PIC S9(04) COMP  VALUE ZERO.
       77  WS-PO-LINE-RCVD          PIC S9(09) COMP  VALUE ZERO.
       77  WS-BILLED-QTY            PIC S9(09) COMP  VALUE ZERO.
       77  WS-PRIOR-STATUS          PIC X(01)        VALUE SPACES.

      *    A PRICE WITHIN THIS PERCENTAGE OF THE AGREED PRICE (EITHER
      *    WAY) IS ACCEPTED AS BILLED - ROUNDING ON THE VENDOR'S SIDE
      *    IS NOT WORTH A PHONE CALL.
       77  WS-PRICE-TOL-PCT         PIC 9(02)V99     VALUE 2.00.

      *-----------------------------------------------------------------
      * FILE CONTROL VERIFICATION - THE WHOLE FILE IS COUNTED AND
      * HASHED AGAINST THE TRAILER BEFORE ANYTHING IS MATCHED
      *-----------------------------------------------------------------
       77  WS-CTL-EOF-SW            PIC X(01)  VALUE 'N'.
           88  CTL-END-OF-FILE                  VALUE 'Y'.

       77  WS-TRAILER-SW            PIC X(01)  VALUE 'N'.
           88  TRAILER-FOUND                    VALUE 'Y'.

       77  WS-CTL-EXTRA-SW          PIC X(01)  VALUE 'N'.
           88  RECORDS-AFTER-TRAILER            VALUE 'Y'.

       77  WS-CTL-COUNT             PIC 9(07)        VALUE ZERO.
       77  WS-CTL-HASH              PIC 9(11)        VALUE ZERO.
       77  WS-TRL-COUNT             PIC 9(07)        VALUE ZERO.
       77  WS-TRL-HASH              PIC 9(11)        VALUE ZERO.
       77  WS-BUS-DATE              PIC X(08)        VALUE SPACES.
       77  WS-CTL-SOURCE            PIC X(08)        VALUE SPACES.

       01  WS-LED-PO-REF.
           05  FILLER                PIC X(03) VALUE 'PO '.
           05  LED-PO-NO             PIC 9(06).
           05  FILLER                PIC X(03) VALUE SPACES.

      *    DB2 DATE IN ISO FORMAT, BUILT FROM THE YYYYMMDD INVOICE
      *    DATE.
       01  WS-INVOICE-ISO.
           05  INV-ISO-YEAR          PIC X(04).
           05  FILLER                PIC X(01) VALUE '-'.
           05  INV-ISO-MONTH         PIC X(02).
           05  FILLER                PIC X(01) VALUE '-'.
           05  INV-ISO-DAY           PIC X(02).

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-HDG-LINE-1.
           05  FILLER                PIC X(44) VALUE
               'VENDOR INVOICE MATCH - EXCEPTIONS'.
           05  FILLER                PIC X(36) VALUE SPACES.

       01  WS-HDG-LINE-2.
           05  FILLER                PIC X(07) VALUE 'PO NO  '.
           05  FILLER                PIC X(05) VALUE 'PROD '.
           05  FILLER                PIC X(05) VALUE 'VNDR '.
           05  FILLER                PIC X(11) VALUE 'INVOICE NO '.
           05  FILLER                PIC X(06) VALUE 'BILLED'.
           05  FILLER                PIC X(06) VALUE '  RCVD'.
           05  FILLER                PIC X(12) VALUE '    VARIANCE'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FILLER                PIC X(27) VALUE 'REASON'.

       01  WS-EXCEPTION-LINE.
           05  EX-PO-NUMBER          PIC 9(06).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  EX-PROD-CODE          PIC 9(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  EX-VENDOR             PIC X(04).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  EX-INVOICE-NO         PIC X(10).
           05  FILLER                PIC X(01) VALUE SPACES.
           05  EX-BILLED-QTY         PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  EX-RCVD-QTY           PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  EX-VARIANCE           PIC -ZZZ,ZZ9.99.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  EX-REASON             PIC X(24).
           05  FILLER                PIC X(04) VALUE SPACES.

       01  WS-TOTAL-LINE-1.
           05  FILLER                PIC X(24) VALUE
               'INVOICE LINES READ....: '.
           05  TOT-LINES-READ        PIC ZZZ,ZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                PIC X(24) VALUE
               'APPROVED TO PAY.......: '.
           05  TOT-LINES-APPROVED    PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  TOT-APPROVED-AMT      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(32) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                PIC X(24) VALUE
               'MATCH EXCEPTIONS......: '.
           05  TOT-LINES-EXCEPTION   PIC ZZZ,ZZ9.
           05  FILLER                PIC X(03) VALUE SPACES.
           05  TOT-VARIANCE          PIC -ZZ,ZZZ,ZZ9.99.
           05  FILLER                PIC X(32) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-MATCH-INVOICE-LINE
               THRU 2000-MATCH-INVOICE-LINE-EXIT
               UNTIL END-OF-INVOICE-FILE.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - VERIFY THE FILE CONTROLS, REGISTER THE RUN,  *
      *                   OPEN THE OUTPUTS AND PRIME THE READ          *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  INVOICE-FILE.
           OPEN OUTPUT APPROVED-FILE.
           OPEN OUTPUT MATCH-RPT.

           PERFORM 1200-VERIFY-CONTROLS
               THRU 1200-VERIFY-CONTROLS-EXIT.

           IF RETURN-CODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

      *    REGISTER THE NIGHT-RUN START - THE MATCH WAITS FOR THE
      *    DAY'S RECEIPTS TO BE POSTED.
           MOVE 'S'        TO RC-FUNCTION.
           MOVE 'INVIM001' TO RC-JOB-NAME.
           MOVE SPACES     TO RC-RUN-DATE.
           CALL 'INVRC001' USING RC-REQUEST-AREA.

           IF NOT RC-RESULT-OK
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           MOVE SPACES       TO APV-HEADER-REC.
           MOVE 'HDR'        TO APH-REC-ID.
           MOVE 'INVIM001'   TO APH-SOURCE.
           MOVE WS-BUS-DATE  TO APH-BUS-DATE.
           WRITE APV-HEADER-REC.

           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           PERFORM 2100-READ-INVOICE-FILE
               THRU 2100-READ-INVOICE-FILE-EXIT.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-VERIFY-CONTROLS - PASS THE WHOLE FILE ONCE BEFORE ANY     *
      *                        MATCHING: THE TRAILER MUST AGREE WITH   *
      *                        THE DETAIL COUNT AND QUANTITY HASH OR   *
      *                        THE JOB ENDS WITH A CONTROL-TOTAL       *
      *                        MESSAGE AND APPROVES NOTHING.           *
      ******************************************************************
       1200-VERIFY-CONTROLS.
           READ INVOICE-FILE
               AT END
                   DISPLAY 'INVIM001 - INVFILE IS EMPTY - '
                           'NO HEADER RECORD.'
                   MOVE 16 TO RETURN-CODE
                   GO TO 1200-VERIFY-CONTROLS-EXIT.

           IF NOT INV-IS-HEADER
               DISPLAY 'INVIM001 - INVFILE HAS NO HEADER RECORD - '
                       'FILE NOT PROCESSED.'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-VERIFY-CONTROLS-EXIT.

           MOVE INH-SOURCE   TO WS-CTL-SOURCE.
           MOVE INH-BUS-DATE TO WS-BUS-DATE.

           PERFORM 1250-VERIFY-ONE-RECORD
               THRU 1250-VERIFY-ONE-RECORD-EXIT
               UNTIL CTL-END-OF-FILE.

           IF NOT TRAILER-FOUND
               DISPLAY 'INVIM001 - INVFILE HAS NO TRAILER RECORD - '
                       'POSSIBLE TRUNCATED TRANSMISSION.'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-VERIFY-CONTROLS-EXIT.

           IF RECORDS-AFTER-TRAILER
               DISPLAY 'INVIM001 - RECORDS FOLLOW THE INVFILE '
                       'TRAILER - FILE NOT PROCESSED.'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-VERIFY-CONTROLS-EXIT.

           IF WS-TRL-COUNT NOT = WS-CTL-COUNT
               OR WS-TRL-HASH NOT = WS-CTL-HASH
               DISPLAY 'INVIM001 - INVFILE CONTROL TOTALS DO NOT '
                       'BALANCE - FILE NOT PROCESSED.'
               DISPLAY 'INVIM001 - TRAILER COUNT: ' WS-TRL-COUNT
                       '  FILE COUNT: ' WS-CTL-COUNT
               DISPLAY 'INVIM001 - TRAILER HASH:  ' WS-TRL-HASH
                       '  FILE HASH:  ' WS-CTL-HASH
               MOVE 16 TO RETURN-CODE
               GO TO 1200-VERIFY-CONTROLS-EXIT.

           DISPLAY 'INVIM001 - INVFILE CONTROLS BALANCED. SOURCE: '
                   WS-CTL-SOURCE '  BUSINESS DATE: ' WS-BUS-DATE
                   '  DETAILS: ' WS-CTL-COUNT.

      *    START OVER AT THE TOP FOR THE MATCHING PASS.
           CLOSE INVOICE-FILE.
           OPEN INPUT INVOICE-FILE.

       1200-VERIFY-CONTROLS-EXIT.
           EXIT.

      ******************************************************************
      * 1250-VERIFY-ONE-RECORD - COUNT AND HASH ONE RECORD OF THE      *
      *                          VERIFICATION PASS                     *
      ******************************************************************
       1250-VERIFY-ONE-RECORD.
           READ INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SW
                   GO TO 1250-VERIFY-ONE-RECORD-EXIT.

           IF TRAILER-FOUND
               MOVE 'Y' TO WS-CTL-EXTRA-SW
               GO TO 1250-VERIFY-ONE-RECORD-EXIT.

           IF INV-IS-TRAILER
               MOVE 'Y' TO WS-TRAILER-SW
               MOVE INR-REC-COUNT TO WS-TRL-COUNT
               MOVE INR-HASH-QTY  TO WS-TRL-HASH
               GO TO 1250-VERIFY-ONE-RECORD-EXIT.

           ADD 1 TO WS-CTL-COUNT.

           IF INV-QTY NUMERIC
               ADD INV-QTY TO WS-CTL-HASH.

       1250-VERIFY-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      * 2000-MATCH-INVOICE-LINE - MATCH ONE INVOICE LINE AGAINST ITS   *
      *                           PO LINE AND RECEIPTS, THEN APPROVE   *
      *                           IT OR REPORT THE EXCEPTION           *
      ******************************************************************
       2000-MATCH-INVOICE-LINE.
      *    THE HEADER AND TRAILER WERE VERIFIED UP FRONT - THEY ARE
      *    NOT INVOICE LINES.
           IF INV-IS-HEADER OR INV-IS-TRAILER
               GO TO 2000-MATCH-INVOICE-LINE-EXIT.

           MOVE 'N'  TO WS-MATCH-SW.
           MOVE ZERO TO WS-VARIANCE-AMT.
           MOVE ZERO TO WS-RECEIVED-QTY.

           IF INV-PO-NUMBER NOT NUMERIC
               OR INV-PROD-CODE NOT NUMERIC
               OR INV-QTY NOT NUMERIC
               OR INV-UNIT-PRICE NOT NUMERIC
               OR INV-QTY = 0
               MOVE 'INVALID INVOICE LINE' TO EX-REASON
               PERFORM 2900-WRITE-EXCEPTION
                   THRU 2900-WRITE-EXCEPTION-EXIT
               GO TO 2000-MATCH-INVOICE-LINE-EXIT.

           IF INV-INVOICE-DATE NOT NUMERIC
               OR INV-INVOICE-NO = SPACES
               MOVE 'INVOICE NO/DATE INVALID' TO EX-REASON
               PERFORM 2900-WRITE-EXCEPTION
                   THRU 2900-WRITE-EXCEPTION-EXIT
               GO TO 2000-MATCH-INVOICE-LINE-EXIT.

           COMPUTE WS-LINE-AMOUNT = INV-QTY * INV-UNIT-PRICE.

           PERFORM 2200-CHECK-DUPLICATE
               THRU 2200-CHECK-DUPLICATE-EXIT.

           IF WS-PRIOR-STATUS = 'A'
               MOVE 'DUPLICATE - ALREADY PAID' TO EX-REASON
               MOVE WS-LINE-AMOUNT TO WS-VARIANCE-AMT
               PERFORM 2900-WRITE-EXCEPTION
                   THRU 2900-WRITE-EXCEPTION-EXIT
               GO TO 2000-MATCH-INVOICE-LINE-EXIT.

      *    WAY ONE - THE PURCHASE ORDER LINE, BILLED BY THE VENDOR
      *    IT WAS PLACED WITH.
           MOVE INV-PO-NUMBER TO POL-PO-NUMBER.
           MOVE INV-PROD-CODE TO POL-PROD-CODE.

           EXEC SQL
               SELECT P.VENDOR_CODE, L.ORDER_QTY, L.RECEIVED_QTY,
                      L.UNIT_PRICE, L.INVOICED_QTY
               INTO   :PO-VENDOR-CODE, :POL-ORDER-QTY,
                      :POL-RECEIVED-QTY, :POL-UNIT-PRICE,
                      :POL-INVOICED-QTY
               FROM   PURCHASE_ORDER P, PURCHASE_ORDER_LINE L
               WHERE  L.PO_NUMBER = :POL-PO-NUMBER
               AND    L.PROD_CODE = :POL-PROD-CODE
               AND    P.PO_NUMBER = L.PO_NUMBER
           END-EXEC.

           IF SQLCODE = 100
               MOVE 'PO LINE NOT FOUND' TO EX-REASON
               MOVE WS-LINE-AMOUNT TO WS-VARIANCE-AMT
               PERFORM 2900-WRITE-EXCEPTION
                   THRU 2900-WRITE-EXCEPTION-EXIT
               GO TO 2000-MATCH-INVOICE-LINE-EXIT.

           IF SQLCODE NOT = 0
               DISPLAY 'INVIM001 - ERROR READING PO LINE FOR PO '
                       POL-PO-NUMBER ' PROD_CODE ' POL-PROD-CODE
                       ' SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2000-MATCH-INVOICE-LINE-EXIT.

           IF PO-VENDOR-CODE NOT = INV-VENDOR-CODE
               MOVE 'VENDOR NOT ON THIS PO' TO EX-REASON
               MOVE WS-LINE-AMOUNT TO WS-VARIANCE-AMT
               PERFORM 2900-WRITE-EXCEPTION
                   THRU 2900-WRITE-EXCEPTION-EXIT
               GO TO 2000-MATCH-INVOICE-LINE-EXIT.

      *    WAY TWO - WHAT WAS ACTUALLY RECEIVED AGAINST THE PO.
           PERFORM 2300-GET-RECEIVED-QTY
               THRU 2300-GET-RECEIVED-QTY-EXIT.

           IF WS-RECEIVED-QTY NOT > 0
               MOVE 'BILLED BEFORE RECEIPT' TO EX-REASON
               MOVE WS-LINE-AMOUNT TO WS-VARIANCE-AMT
               PERFORM 2900-WRITE-EXCEPTION
                   THRU 2900-WRITE-EXCEPTION-EXIT
               GO TO 2000-MATCH-INVOICE-LINE-EXIT.

      *    EARLIER APPROVED INVOICES HAVE ALREADY PAID FOR PART OF
      *    WHAT WAS RECEIVED - ONLY THE REST MAY BE BILLED NOW.
           COMPUTE WS-BILLED-QTY = POL-INVOICED-QTY + INV-QTY.

           IF WS-BILLED-QTY > WS-RECEIVED-QTY
               MOVE 'OVER-BILLED' TO EX-REASON
               COMPUTE WS-VARIANCE-AMT =
                   (WS-BILLED-QTY - WS-RECEIVED-QTY) * INV-UNIT-PRICE
               PERFORM 2900-WRITE-EXCEPTION
                   THRU 2900-WRITE-EXCEPTION-EXIT
               GO TO 2000-MATCH-INVOICE-LINE-EXIT.

      *    WAY THREE - THE PRICE BILLED AGAINST THE PRICE AGREED.
           IF POL-UNIT-PRICE = 0
               MOVE 'NO AGREED PRICE ON PO' TO EX-REASON
               MOVE WS-LINE-AMOUNT TO WS-VARIANCE-AMT
               PERFORM 2900-WRITE-EXCEPTION
                   THRU 2900-WRITE-EXCEPTION-EXIT
               GO TO 2000-MATCH-INVOICE-LINE-EXIT.

           COMPUTE WS-PRICE-DIFF = INV-UNIT-PRICE - POL-UNIT-PRICE.
           COMPUTE WS-PRICE-TOL ROUNDED =
               POL-UNIT-PRICE * WS-PRICE-TOL-PCT / 100.

           IF WS-PRICE-DIFF > WS-PRICE-TOL
               OR WS-PRICE-DIFF < (0 - WS-PRICE-TOL)
               MOVE 'PRICE VARIANCE' TO EX-REASON
               COMPUTE WS-VARIANCE-AMT = WS-PRICE-DIFF * INV-QTY
               PERFORM 2900-WRITE-EXCEPTION
                   THRU 2900-WRITE-EXCEPTION-EXIT
               GO TO 2000-MATCH-INVOICE-LINE-EXIT.

           PERFORM 2400-APPROVE-LINE
               THRU 2400-APPROVE-LINE-EXIT.

       2000-MATCH-INVOICE-LINE-EXIT.
           PERFORM 2100-READ-INVOICE-FILE
               THRU 2100-READ-INVOICE-FILE-EXIT.

      ******************************************************************
      * 2100-READ-INVOICE-FILE - READ ONE INVOICE RECORD               *
      ******************************************************************
       2100-READ-INVOICE-FILE.
           IF END-OF-INVOICE-FILE
               GO TO 2100-READ-INVOICE-FILE-EXIT.

           READ INVOICE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2100-READ-INVOICE-FILE-EXIT.

           IF NOT INV-IS-HEADER AND NOT INV-IS-TRAILER
               ADD 1 TO WS-LINES-READ.

       2100-READ-INVOICE-FILE-EXIT.
           EXIT.

      ******************************************************************
      * 2200-CHECK-DUPLICATE - HAS THIS INVOICE LINE BEEN SEEN BEFORE? *
      *                        AN APPROVED ONE IS A DUPLICATE; AN      *
      *                        EXCEPTION ONE IS A CORRECTED RESEND AND *
      *                        ITS OLD ROW IS CLEARED FOR THE REMATCH. *
      ******************************************************************
       2200-CHECK-DUPLICATE.
           MOVE SPACES          TO WS-PRIOR-STATUS.
           MOVE INV-VENDOR-CODE TO VINV-VENDOR-CODE.
           MOVE INV-INVOICE-NO  TO VINV-INVOICE-NO.
           MOVE INV-PO-NUMBER   TO VINV-PO-NUMBER.
           MOVE INV-PROD-CODE   TO VINV-PROD-CODE.

           EXEC SQL
               SELECT MATCH_STATUS
               INTO   :VINV-MATCH-STATUS
               FROM   VENDOR_INVOICE
               WHERE  VENDOR_CODE = :VINV-VENDOR-CODE
               AND    INVOICE_NO = :VINV-INVOICE-NO
               AND    PO_NUMBER = :VINV-PO-NUMBER
               AND    PROD_CODE = :VINV-PROD-CODE
           END-EXEC.

           IF SQLCODE = 100
               GO TO 2200-CHECK-DUPLICATE-EXIT.

           IF SQLCODE NOT = 0
               DISPLAY 'INVIM001 - ERROR READING VENDOR_INVOICE FOR '
                       VINV-VENDOR-CODE ' ' VINV-INVOICE-NO
                       ' SQLCODE: ' SQLCODE
               GO TO 2200-CHECK-DUPLICATE-EXIT.

           MOVE VINV-MATCH-STATUS TO WS-PRIOR-STATUS.

           IF VINV-APPROVED
               GO TO 2200-CHECK-DUPLICATE-EXIT.

           EXEC SQL
               DELETE FROM VENDOR_INVOICE
               WHERE  VENDOR_CODE = :VINV-VENDOR-CODE
               AND    INVOICE_NO = :VINV-INVOICE-NO
               AND    PO_NUMBER = :VINV-PO-NUMBER
               AND    PROD_CODE = :VINV-PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVIM001 - ERROR CLEARING VENDOR_INVOICE FOR '
                       VINV-VENDOR-CODE ' ' VINV-INVOICE-NO
                       ' SQLCODE: ' SQLCODE.

       2200-CHECK-DUPLICATE-EXIT.
           EXIT.

      ******************************************************************
      * 2300-GET-RECEIVED-QTY - SUM THE TYPE 'R' LEDGER ROWS POSTED    *
      *                         FOR THE PO AND PRODUCT. RECEIPT ROWS   *
      *                         ARE ARCHIVED AT MONTH END (INVAR001);  *
      *                         WHEN THE LEDGER NO LONGER HOLDS THE    *
      *                         WHOLE RECEIPT, THE PO LINE'S RECEIVED  *
      *                         QUANTITY - ROLLED BY INVBAT01 FROM     *
      *                         THE SAME RECEIPTS - STANDS IN, LESS    *
      *                         ANY OF IT STILL OPEN ON INSPECTION.    *
      *                         CONSIGNED RECEIPTS ARE NOT OWED FOR -  *
      *                         THE VENDOR IS SELF-BILLED ON           *
      *                         CONSUMPTION (INVCS001) - AND NEVER     *
      *                         COUNT AS RECEIVED HERE.                *
      ******************************************************************
       2300-GET-RECEIVED-QTY.
           MOVE INV-PO-NUMBER TO LED-PO-NO.
           MOVE WS-LED-PO-REF TO MLED-REFERENCE.
           MOVE INV-PROD-CODE TO MLED-PROD-CODE.

           EXEC SQL
               SELECT SUM(MOVE_QTY)
               INTO   :WS-RCPT-SUM :WS-RCPT-IND
               FROM   STOCK_MOVEMENT
               WHERE  PROD_CODE = :MLED-PROD-CODE
               AND    MOVE_TYPE = 'R'
               AND    REFERENCE = :MLED-REFERENCE
               AND    OWNER_TYPE <> 'C'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-RCPT-IND < 0
               MOVE ZERO TO WS-RCPT-SUM.

           MOVE WS-RCPT-SUM TO WS-RECEIVED-QTY.

      *    THE PO LINE COUNTS A HELD RECEIPT ON ARRIVAL, BUT ONLY ITS
      *    'INS' QUARANTINE ROW IS ON THE LEDGER UNTIL QA ACCEPTS IT -
      *    GOODS STILL ON THE DOCK ARE NOT RECEIVED FOR PAYMENT.
           EXEC SQL
               SELECT SUM(RECEIVED_QTY)
               INTO   :WS-HELD-SUM :WS-HELD-IND
               FROM   RECEIPT_INSPECTION
               WHERE  PO_NUMBER   = :POL-PO-NUMBER
               AND    PROD_CODE   = :POL-PROD-CODE
               AND    INSP_STATUS = 'O'
               AND    OWNER_TYPE <> 'C'
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-HELD-IND < 0
               MOVE ZERO TO WS-HELD-SUM.

           COMPUTE WS-PO-LINE-RCVD = POL-RECEIVED-QTY - WS-HELD-SUM.

           IF WS-PO-LINE-RCVD > WS-RECEIVED-QTY
               MOVE WS-PO-LINE-RCVD TO WS-RECEIVED-QTY.

       2300-GET-RECEIVED-QTY-EXIT.
           EXIT.

      ******************************************************************
      * 2400-APPROVE-LINE - WRITE THE APPROVED-TO-PAY RECORD, ROLL THE *
      *                     QUANTITY INTO THE PO LINE'S INVOICED       *
      *                     QUANTITY AND RECORD THE LINE AS PAID       *
      ******************************************************************
       2400-APPROVE-LINE.
           EXEC SQL
               UPDATE PURCHASE_ORDER_LINE
               SET    INVOICED_QTY = INVOICED_QTY + :INV-QTY
               WHERE  PO_NUMBER = :POL-PO-NUMBER
               AND    PROD_CODE = :POL-PROD-CODE
           END-EXEC.

           IF SQLCODE NOT = 0
               DISPLAY 'INVIM001 - ERROR UPDATING INVOICED_QTY FOR PO '
                       POL-PO-NUMBER ' PROD_CODE ' POL-PROD-CODE
                       ' SQLCODE: ' SQLCODE
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2400-APPROVE-LINE-EXIT.

           MOVE 'A' TO VINV-MATCH-STATUS.

           PERFORM 2950-RECORD-INVOICE
               THRU 2950-RECORD-INVOICE-EXIT.

           MOVE SPACES           TO APV-RECORD.
           MOVE INV-VENDOR-CODE  TO APV-VENDOR-CODE.
           MOVE INV-INVOICE-NO   TO APV-INVOICE-NO.
           MOVE INV-INVOICE-DATE TO APV-INVOICE-DATE.
           MOVE INV-PO-NUMBER    TO APV-PO-NUMBER.
           MOVE INV-PROD-CODE    TO APV-PROD-CODE.
           MOVE INV-QTY          TO APV-QTY.
           MOVE INV-UNIT-PRICE   TO APV-UNIT-PRICE.
           MOVE WS-LINE-AMOUNT   TO APV-AMOUNT.
           WRITE APV-RECORD.

           ADD 1              TO WS-APV-COUNT.
           ADD WS-LINE-AMOUNT TO WS-APV-HASH.
           ADD WS-LINE-AMOUNT TO WS-APPROVED-AMT.
           ADD 1              TO WS-LINES-APPROVED.

       2400-APPROVE-LINE-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-EXCEPTION - PRINT ONE MATCH EXCEPTION WITH ITS      *
      *                        VARIANCE AMOUNT AND RECORD THE LINE     *
      ******************************************************************
       2900-WRITE-EXCEPTION.
           MOVE INV-PO-NUMBER   TO EX-PO-NUMBER.
           MOVE INV-PROD-CODE   TO EX-PROD-CODE.
           MOVE INV-VENDOR-CODE TO EX-VENDOR.
           MOVE INV-INVOICE-NO  TO EX-INVOICE-NO.

           IF INV-QTY NUMERIC
               MOVE INV-QTY TO EX-BILLED-QTY
           ELSE
               MOVE ZERO    TO EX-BILLED-QTY.

           MOVE WS-RECEIVED-QTY TO EX-RCVD-QTY.
           MOVE WS-VARIANCE-AMT TO EX-VARIANCE.

           MOVE WS-EXCEPTION-LINE TO RPT-LINE.
           WRITE RPT-LINE.

           ADD 1               TO WS-LINES-EXCEPTION.
           ADD WS-VARIANCE-AMT TO WS-VARIANCE-TOTAL.

      *    A LINE TOO BROKEN TO KEY, OR A DUPLICATE OF ONE ALREADY
      *    PAID, IS NOT RECORDED - THERE IS NOTHING TO REMATCH.
           IF EX-REASON = 'INVALID INVOICE LINE'
               OR EX-REASON = 'INVOICE NO/DATE INVALID'
               OR WS-PRIOR-STATUS = 'A'
               GO TO 2900-WRITE-EXCEPTION-EXIT.

           MOVE 'E' TO VINV-MATCH-STATUS.

           PERFORM 2950-RECORD-INVOICE
               THRU 2950-RECORD-INVOICE-EXIT.

       2900-WRITE-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      * 2950-RECORD-INVOICE - ONE VENDOR_INVOICE ROW FOR THE LINE JUST *
      *                       MATCHED, WITH ITS STATUS AND VARIANCE    *
      ******************************************************************
       2950-RECORD-INVOICE.
           MOVE INV-VENDOR-CODE       TO VINV-VENDOR-CODE.
           MOVE INV-INVOICE-NO        TO VINV-INVOICE-NO.
           MOVE INV-PO-NUMBER         TO VINV-PO-NUMBER.
           MOVE INV-PROD-CODE         TO VINV-PROD-CODE.
           MOVE INV-INVOICE-DATE (1:4) TO INV-ISO-YEAR.
           MOVE INV-INVOICE-DATE (5:2) TO INV-ISO-MONTH.
           MOVE INV-INVOICE-DATE (7:2) TO INV-ISO-DAY.
           MOVE WS-INVOICE-ISO        TO VINV-INVOICE-DATE.
           MOVE INV-QTY               TO VINV-INVOICE-QTY.
           MOVE INV-UNIT-PRICE        TO VINV-UNIT-PRICE.
           MOVE WS-VARIANCE-AMT       TO VINV-VARIANCE-AMT.

           EXEC SQL
               INSERT INTO VENDOR_INVOICE
                   (VENDOR_CODE, INVOICE_NO, PO_NUMBER, PROD_CODE,
                    INVOICE_DATE, INVOICE_QTY, UNIT_PRICE,
                    VARIANCE_AMT, MATCH_STATUS, MATCH_DATE)
               VALUES
                   (:VINV-VENDOR-CODE, :VINV-INVOICE-NO,
                    :VINV-PO-NUMBER, :VINV-PROD-CODE,
                    :VINV-INVOICE-DATE, :VINV-INVOICE-QTY,
                    :VINV-UNIT-PRICE, :VINV-VARIANCE-AMT,
                    :VINV-MATCH-STATUS, CURRENT DATE)
           END-EXEC.

      *    AN APPROVED LINE THAT CANNOT BE RECORDED COULD BE PAID
      *    AGAIN ON A RESEND - THE RUN FAILS AND ROLLS BACK WHOLE.
           IF SQLCODE NOT = 0
               DISPLAY 'INVIM001 - ERROR WRITING VENDOR_INVOICE FOR '
                       VINV-VENDOR-CODE ' ' VINV-INVOICE-NO
                       ' SQLCODE: ' SQLCODE
               IF VINV-APPROVED
                   MOVE 16 TO RETURN-CODE
                   MOVE 'Y' TO WS-EOF-SW
               END-IF
           END-IF.

       2950-RECORD-INVOICE-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - WRITE THE APPROVED FILE TRAILER, PRINT        *
      *                  TOTALS, COMMIT OR ROLL BACK, CLOSE FILES      *
      ******************************************************************
       3000-TERMINATE.
           MOVE SPACES       TO APV-TRAILER-REC.
           MOVE 'TRL'        TO APR-REC-ID.
           MOVE WS-APV-COUNT TO APR-REC-COUNT.
           MOVE WS-APV-HASH  TO APR-HASH-AMOUNT.
           WRITE APV-TRAILER-REC.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-LINES-READ      TO TOT-LINES-READ.
           MOVE WS-TOTAL-LINE-1    TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-LINES-APPROVED  TO TOT-LINES-APPROVED.
           MOVE WS-APPROVED-AMT    TO TOT-APPROVED-AMT.
           MOVE WS-TOTAL-LINE-2    TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-LINES-EXCEPTION TO TOT-LINES-EXCEPTION.
           MOVE WS-VARIANCE-TOTAL  TO TOT-VARIANCE.
           MOVE WS-TOTAL-LINE-3    TO RPT-LINE.
           WRITE RPT-LINE.

      *    THE APPROVED FILE AND THE INVOICED QUANTITIES MUST GO
      *    TOGETHER - AFTER AN ERROR EVERYTHING IS THROWN AWAY AND
      *    THE SAME INVOICE FILE IS SIMPLY RERUN.
           IF RETURN-CODE = ZERO
               EXEC SQL
                   COMMIT
               END-EXEC
           ELSE
               EXEC SQL
                   ROLLBACK
               END-EXEC
               DISPLAY 'INVIM001 - RUN FAILED - NOTHING APPROVED. '
                       'DISCARD APPRPAY AND RERUN.'.

           MOVE 'E'                TO RC-FUNCTION.
           MOVE 'INVIM001'         TO RC-JOB-NAME.
           MOVE WS-LINES-READ      TO RC-RECS-READ.
           MOVE WS-LINES-APPROVED  TO RC-RECS-APPLIED.
           MOVE WS-LINES-EXCEPTION TO RC-RECS-REJECTED.
           MOVE RETURN-CODE        TO RC-RETURN-CD.
           CALL 'INVRC001' USING RC-REQUEST-AREA.

           CLOSE INVOICE-FILE.
           CLOSE APPROVED-FILE.
           CLOSE MATCH-RPT.

       3000-TERMINATE-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.

       END PROGRAM INVIM001.
