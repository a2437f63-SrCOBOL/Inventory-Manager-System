      ******************************************************************
      * PROGRAM:     INVPC001                                         *
      * DESCRIPTION: PICK CONFIRMATION CONVERSION                     *
      *              TAKES THE PICK CONFIRMATION FILE RETURNED BY THE *
      *              WAREHOUSE (WRITTEN BY INVPK001, FILLED IN WITH    *
      *              THE LOT AND QUANTITY ACTUALLY PICKED) AND TURNS   *
      *              EVERY CONFIRMED PICK INTO A TYPE I ISSUE ON THE   *
      *              DAY'S MOVEFILE, CARRYING THE ALLOCATION ID AND    *
      *              THE LOT PULLED SO INVBAT01 RELIEVES EXACTLY THAT  *
      *              ALLOCATION AND THAT LOT. THE WAREHOUSE'S OWN      *
      *              MOVEFILE IS COPIED THROUGH AHEAD OF THE PICKS AND *
      *              THE MERGED FILE GETS ONE HDR/TRL, SO INVBAT01     *
      *              STILL POSTS ONE FILE PER BUSINESS DATE. A SHORT   *
      *              PICK ISSUES ONLY WHAT WAS PICKED AND IS PRINTED   *
      *              ON THE EXCEPTION REPORT - THE BALANCE STAYS ON    *
      *              THE ALLOCATION. BOTH INPUTS ARE PROVED AGAINST    *
      *              THEIR TRAILERS BEFORE ANYTHING IS WRITTEN; EITHER *
      *              ONE MAY BE EMPTY, BUT NOT BOTH. THE               *
      *              DATABASE IS NOT UPDATED, SO THE STEP CAN BE RERUN *
      *              AND GIVES THE SAME FILE FOR AN INVBAT01 RESTART.  *
      * AUTHOR:      FRANCISCO BORGES                                 *
      * INSTALLATION: INVENTORY SYSTEMS                                *
      * DATE-WRITTEN: 10/15/2026                                       *
      * DATE-COMPILED:                                                 *
      *-----------------------------------------------------------------
      * MODIFICATION HISTORY                                           *
      * DATE       INIT  DESCRIPTION                                   *
      * 10/15/2026 FB    INITIAL VERSION.                               *
      * 10/15/2026 FB    OUTPUT LAYOUT CARRIES THE OWNERSHIP BYTE      *
      *                  (COL 65); PICKS LEAVE IT BLANK SO THE LOT     *
      *                  PULLED DECIDES WHOSE STOCK WAS ISSUED.        *
      * 10/15/2026 FB    PICKCONF MUST CARRY THE DATE OF THE LAST      *
      *                  CLEAN INVPK001 RUN BEFORE THE BUSINESS DATE - *
      *                  AN OLDER FILE WOULD ISSUE ITS PICKS AGAIN.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVPC001.
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
           SELECT PICK-CONF-FILE ASSIGN TO PICKCONF
               ORGANIZATION IS SEQUENTIAL.

           SELECT MOVE-IN-FILE ASSIGN TO MOVEIN
               ORGANIZATION IS SEQUENTIAL.

           SELECT MOVE-OUT-FILE ASSIGN TO MOVEOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT EXCEPTION-RPT ASSIGN TO PICKEXC
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PICK-CONF-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       COPY PICKREC.

      *    THE WAREHOUSE'S DAILY MOVEFILE - ONLY THE CONTROL RECORDS
      *    AND THE QUANTITY ARE LOOKED AT; DETAILS ARE COPIED AS IS.
       FD  MOVE-IN-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MVI-RECORD.
           05  FILLER               PIC X(09).
           05  MVI-QTY              PIC 9(05).
           05  FILLER               PIC X(66).

       01  MVI-HEADER-REC.
           05  MVIH-REC-ID          PIC X(03).
               88  MVI-IS-HEADER            VALUE 'HDR'.
           05  MVIH-SOURCE          PIC X(08).
           05  MVIH-BUS-DATE        PIC X(08).
           05  FILLER               PIC X(61).

       01  MVI-TRAILER-REC.
           05  MVIR-REC-ID          PIC X(03).
               88  MVI-IS-TRAILER           VALUE 'TRL'.
           05  MVIR-REC-COUNT       PIC 9(07).
           05  MVIR-HASH-QTY        PIC 9(11).
           05  FILLER               PIC X(59).

      *    THE MERGED MOVEFILE FOR INVBAT01 - SAME LAYOUT AS ITS FD.
       FD  MOVE-OUT-FILE
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  MVT-RECORD.
           05  MVT-PROD-CODE        PIC 9(04).
           05  MVT-WAREHOUSE-CODE   PIC X(04).
           05  MVT-MOVE-TYPE        PIC X(01).
           05  MVT-QTY              PIC 9(05).
           05  MVT-PO-NUMBER        PIC 9(06).
           05  MVT-TO-WAREHOUSE     PIC X(04).
           05  MVT-TRANSFER-NO      PIC 9(06).
           05  MVT-UNIT-COST        PIC 9(05)V99.
           05  MVT-LOT-NO           PIC X(10).
           05  MVT-EXPIRY-DATE      PIC X(08).
           05  MVT-REASON-CODE      PIC X(02).
           05  MVT-ALLOC-ID         PIC 9(07).
           05  MVT-OWNER-TYPE       PIC X(01).
           05  FILLER               PIC X(15).

       01  MVT-HEADER-REC.
           05  MVH-REC-ID           PIC X(03).
           05  MVH-SOURCE           PIC X(08).
           05  MVH-BUS-DATE         PIC X(08).
           05  FILLER               PIC X(61).

       01  MVT-TRAILER-REC.
           05  MVR-REC-ID           PIC X(03).
           05  MVR-REC-COUNT        PIC 9(07).
           05  MVR-HASH-QTY         PIC 9(11).
           05  FILLER               PIC X(59).

       FD  EXCEPTION-RPT
           RECORDING MODE IS F
           LABEL RECORDS ARE STANDARD.
       01  RPT-LINE                 PIC X(80).

       WORKING-STORAGE SECTION.

       COPY RUNCOMM.

      *-----------------------------------------------------------------
      * SWITCHES
      *-----------------------------------------------------------------
       77  WS-EOF-SW                PIC X(01)  VALUE 'N'.
           88  END-OF-PICK-CONF                 VALUE 'Y'.

       77  WS-MVI-EOF-SW            PIC X(01)  VALUE 'N'.
           88  END-OF-MOVE-IN                   VALUE 'Y'.

       77  WS-MVI-EMPTY-SW          PIC X(01)  VALUE 'N'.
           88  MOVE-IN-EMPTY                    VALUE 'Y'.

       77  WS-PCF-EMPTY-SW          PIC X(01)  VALUE 'N'.
           88  PICK-CONF-EMPTY                  VALUE 'Y'.

      *-----------------------------------------------------------------
      * COUNTERS AND WORK FIELDS
      *-----------------------------------------------------------------
       77  WS-CONF-READ             PIC 9(07)  COMP  VALUE ZERO.
       77  WS-ISSUES-WRITTEN        PIC 9(07)  COMP  VALUE ZERO.
       77  WS-SHORT-PICKS           PIC 9(07)  COMP  VALUE ZERO.
       77  WS-OTHER-EXCEPTIONS      PIC 9(07)  COMP  VALUE ZERO.
       77  WS-MOVES-COPIED          PIC 9(07)  COMP  VALUE ZERO.
       77  WS-OUT-COUNT             PIC 9(07)        VALUE ZERO.
       77  WS-OUT-HASH              PIC 9(11)        VALUE ZERO.
       77  WS-ISSUE-QTY             PIC 9(05)        VALUE ZERO.
       77  WS-SHORT-QTY             PIC 9(05)        VALUE ZERO.
       77  WS-BUS-DATE              PIC X(08)        VALUE SPACES.
       77  WS-OUT-SOURCE            PIC X(08)        VALUE SPACES.
       77  WS-PICK-DATE             PIC X(08)        VALUE SPACES.
       77  WS-EXC-REASON            PIC X(22)        VALUE SPACES.

      *-----------------------------------------------------------------
      * FILE CONTROL VERIFICATION - BOTH INPUTS ARE COUNTED AND
      * HASHED AGAINST THEIR TRAILERS BEFORE ANYTHING IS WRITTEN
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

      *-----------------------------------------------------------------
      * REPORT LINES
      *-----------------------------------------------------------------
       01  WS-HDG-LINE-1.
           05  FILLER                PIC X(40) VALUE
               'PICK CONFIRMATION - EXCEPTIONS'.
           05  FILLER                PIC X(15) VALUE
               'BUSINESS DATE: '.
           05  HDG-BUS-DATE          PIC X(08).
           05  FILLER                PIC X(17) VALUE SPACES.

       01  WS-HDG-LINE-2.
           05  FILLER                PIC X(06) VALUE 'WHSE  '.
           05  FILLER                PIC X(14) VALUE 'ORDER/LINE'.
           05  FILLER                PIC X(06) VALUE 'PROD  '.
           05  FILLER                PIC X(12) VALUE 'LOT'.
           05  FILLER                PIC X(07) VALUE 'TO PICK'.
           05  FILLER                PIC X(07) VALUE ' PICKED'.
           05  FILLER                PIC X(07) VALUE '  SHORT'.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  FILLER                PIC X(20) VALUE 'REASON'.

       01  WS-EXC-LINE.
           05  EX-WAREHOUSE-CODE     PIC X(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EX-ORDER-NO           PIC 9(08).
           05  FILLER                PIC X(01) VALUE '/'.
           05  EX-ORDER-LINE         PIC 9(03).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EX-PROD-CODE          PIC 9(04).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EX-LOT-NO             PIC X(10).
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EX-PICK-QTY           PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EX-PICKED-QTY         PIC ZZZZ9.
           05  FILLER                PIC X(02) VALUE SPACES.
           05  EX-SHORT-QTY          PIC ZZZZ9.
           05  FILLER                PIC X(01) VALUE SPACES.
           05  EX-REASON             PIC X(22).

       01  WS-BAD-LINE.
           05  FILLER                PIC X(24) VALUE
               'UNREADABLE LINE - DATA: '.
           05  BL-DATA               PIC X(34).
           05  FILLER                PIC X(22) VALUE
               'NOT ISSUED'.

       01  WS-TOTAL-LINE-1.
           05  FILLER                PIC X(24) VALUE
               'CONFIRMATIONS READ....: '.
           05  TOT-CONF-READ         PIC ZZZ,ZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-2.
           05  FILLER                PIC X(24) VALUE
               'ISSUES WRITTEN........: '.
           05  TOT-ISSUES-WRITTEN    PIC ZZZ,ZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-3.
           05  FILLER                PIC X(24) VALUE
               'SHORT/UNPICKED LINES..: '.
           05  TOT-SHORT-PICKS       PIC ZZZ,ZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-4.
           05  FILLER                PIC X(24) VALUE
               'OTHER EXCEPTIONS......: '.
           05  TOT-OTHER-EXCEPTIONS  PIC ZZZ,ZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.

       01  WS-TOTAL-LINE-5.
           05  FILLER                PIC X(24) VALUE
               'MOVEMENTS COPIED......: '.
           05  TOT-MOVES-COPIED      PIC ZZZ,ZZ9.
           05  FILLER                PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      * 0000-MAINLINE                                                  *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-COPY-MOVEMENT
               THRU 2000-COPY-MOVEMENT-EXIT
               UNTIL END-OF-MOVE-IN.

           PERFORM 2500-CONVERT-PICK
               THRU 2500-CONVERT-PICK-EXIT
               UNTIL END-OF-PICK-CONF.

           PERFORM 3000-TERMINATE
               THRU 3000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      * 1000-INITIALIZE - PROVE BOTH INPUTS, SETTLE THE BUSINESS DATE  *
      *                   AND WRITE THE MERGED FILE'S HEADER           *
      ******************************************************************
       1000-INITIALIZE.
           OPEN INPUT  PICK-CONF-FILE.
           OPEN INPUT  MOVE-IN-FILE.
           OPEN OUTPUT MOVE-OUT-FILE.
           OPEN OUTPUT EXCEPTION-RPT.

           PERFORM 1200-VERIFY-PICK-CONF
               THRU 1200-VERIFY-PICK-CONF-EXIT.

           IF RETURN-CODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-MVI-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           PERFORM 1300-VERIFY-MOVE-IN
               THRU 1300-VERIFY-MOVE-IN-EXIT.

           IF RETURN-CODE NOT = ZERO
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-MVI-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           IF MOVE-IN-EMPTY AND PICK-CONF-EMPTY
               DISPLAY 'INVPC001 - MOVEIN AND PICKCONF ARE BOTH '
                       'EMPTY - NOTHING TO POST.'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-MVI-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

      *    NO WAREHOUSE MOVEMENTS TODAY - THE PICKS GO OUT ON THEIR
      *    OWN UNDER THE NIGHT DATE FROM THE RUN CONTROL, WHICH STAYS
      *    THE SAME IF THE STEP IS RERUN AFTER MIDNIGHT.
           IF MOVE-IN-EMPTY
               MOVE 'D'        TO RC-FUNCTION
               MOVE 'INVPC001' TO RC-JOB-NAME
               MOVE SPACES     TO RC-RUN-DATE
               CALL 'INVRC001' USING RC-REQUEST-AREA
               MOVE RC-RUN-DATE TO WS-BUS-DATE
               MOVE 'PICKCONF'  TO WS-OUT-SOURCE
               MOVE 'Y'         TO WS-MVI-EOF-SW.

      *    THE TICKETS ARE PRINTED THE NIGHT BEFORE THE PICK, SO THE
      *    CONFIRMATION MUST CARRY THE DATE OF THE LAST CLEAN INVPK001
      *    RUN BEFORE THE DAY BEING POSTED. ANY OTHER DATE IS A FILE
      *    ALREADY MERGED (OR NOT YET PICKED) AND WOULD ISSUE ITS
      *    PICKS TWICE.
           IF PICK-CONF-EMPTY
               GO TO 1000-WRITE-HEADER.

           MOVE 'P'         TO RC-FUNCTION.
           MOVE 'INVPK001'  TO RC-JOB-NAME.
           MOVE WS-BUS-DATE TO RC-RUN-DATE.
           CALL 'INVRC001' USING RC-REQUEST-AREA.

           IF NOT RC-RESULT-OK
               DISPLAY 'INVPC001 - UNABLE TO READ THE INVPK001 RUN '
                       'LOG - FILE NOT PROCESSED.'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-MVI-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

           IF WS-PICK-DATE NOT = RC-PRIOR-DATE
               DISPLAY 'INVPC001 - PICK CONFIRMATION DATED '
                       WS-PICK-DATE ' IS NOT FROM THE LAST TICKET '
                       'RUN (' RC-PRIOR-DATE ') BEFORE BUSINESS DATE '
                       WS-BUS-DATE ' - FILE NOT PROCESSED.'
               MOVE 16 TO RETURN-CODE
               MOVE 'Y' TO WS-EOF-SW
               MOVE 'Y' TO WS-MVI-EOF-SW
               GO TO 1000-INITIALIZE-EXIT.

       1000-WRITE-HEADER.

           MOVE SPACES        TO MVT-HEADER-REC.
           MOVE 'HDR'         TO MVH-REC-ID.
           MOVE WS-OUT-SOURCE TO MVH-SOURCE.
           MOVE WS-BUS-DATE   TO MVH-BUS-DATE.
           WRITE MVT-HEADER-REC.

           MOVE WS-BUS-DATE   TO HDG-BUS-DATE.
           MOVE WS-HDG-LINE-1 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE WS-HDG-LINE-2 TO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-VERIFY-PICK-CONF - PASS THE RETURNED CONFIRMATION FILE    *
      *                         ONCE: HEADER FIRST, TRAILER COUNT AND  *
      *                         TO-PICK HASH MUST MATCH THE DETAILS    *
      *                         OR NOTHING IS CONVERTED                *
      ******************************************************************
       1200-VERIFY-PICK-CONF.
           READ PICK-CONF-FILE
               AT END
                   DISPLAY 'INVPC001 - NO PICK CONFIRMATIONS RETURNED'
                   MOVE 'Y' TO WS-PCF-EMPTY-SW
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 1200-VERIFY-PICK-CONF-EXIT.

           IF NOT PCF-IS-HEADER
               DISPLAY 'INVPC001 - PICKCONF HAS NO HEADER RECORD - '
                       'FILE NOT PROCESSED.'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-VERIFY-PICK-CONF-EXIT.

           MOVE PCH-BUS-DATE TO WS-PICK-DATE.

           PERFORM 1250-VERIFY-ONE-PICK
               THRU 1250-VERIFY-ONE-PICK-EXIT
               UNTIL CTL-END-OF-FILE.

           IF NOT TRAILER-FOUND
               DISPLAY 'INVPC001 - PICKCONF HAS NO TRAILER RECORD - '
                       'POSSIBLE TRUNCATED TRANSMISSION.'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-VERIFY-PICK-CONF-EXIT.

           IF RECORDS-AFTER-TRAILER
               DISPLAY 'INVPC001 - RECORDS FOLLOW THE PICKCONF '
                       'TRAILER - FILE NOT PROCESSED.'
               MOVE 16 TO RETURN-CODE
               GO TO 1200-VERIFY-PICK-CONF-EXIT.

           IF WS-TRL-COUNT NOT = WS-CTL-COUNT
               OR WS-TRL-HASH NOT = WS-CTL-HASH
               DISPLAY 'INVPC001 - PICKCONF CONTROL TOTALS DO NOT '
                       'BALANCE - FILE NOT PROCESSED.'
               DISPLAY 'INVPC001 - TRAILER COUNT: ' WS-TRL-COUNT
                       '  FILE COUNT: ' WS-CTL-COUNT
               DISPLAY 'INVPC001 - TRAILER HASH:  ' WS-TRL-HASH
                       '  FILE HASH:  ' WS-CTL-HASH
               MOVE 16 TO RETURN-CODE
               GO TO 1200-VERIFY-PICK-CONF-EXIT.

           DISPLAY 'INVPC001 - PICKCONF CONTROLS BALANCED. TICKETED: '
                   WS-PICK-DATE '  LINES: ' WS-CTL-COUNT.

      *    START OVER AT THE TOP FOR THE CONVERSION PASS, PAST THE
      *    HEADER.
           CLOSE PICK-CONF-FILE.
           OPEN INPUT PICK-CONF-FILE.
           READ PICK-CONF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW.

       1200-VERIFY-PICK-CONF-EXIT.
           EXIT.

      ******************************************************************
      * 1250-VERIFY-ONE-PICK - COUNT AND HASH ONE CONFIRMATION RECORD  *
      ******************************************************************
       1250-VERIFY-ONE-PICK.
           READ PICK-CONF-FILE
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SW
                   GO TO 1250-VERIFY-ONE-PICK-EXIT.

           IF TRAILER-FOUND
               MOVE 'Y' TO WS-CTL-EXTRA-SW
               GO TO 1250-VERIFY-ONE-PICK-EXIT.

           IF PCF-IS-TRAILER
               MOVE 'Y' TO WS-TRAILER-SW
               MOVE PCR-REC-COUNT TO WS-TRL-COUNT
               MOVE PCR-HASH-QTY  TO WS-TRL-HASH
               GO TO 1250-VERIFY-ONE-PICK-EXIT.

           ADD 1 TO WS-CTL-COUNT.

           IF PCF-PICK-QTY NUMERIC
               ADD PCF-PICK-QTY TO WS-CTL-HASH.

       1250-VERIFY-ONE-PICK-EXIT.
           EXIT.

      ******************************************************************
      * 1300-VERIFY-MOVE-IN - THE WAREHOUSE'S MOVEFILE MAY BE EMPTY    *
      *                       ON A DAY WITH NOTHING BUT PICKS; IF IT   *
      *                       HAS RECORDS IT IS PROVED EXACTLY AS      *
      *                       INVBAT01 WOULD PROVE IT                  *
      ******************************************************************
       1300-VERIFY-MOVE-IN.
           MOVE 'N'  TO WS-CTL-EOF-SW.
           MOVE 'N'  TO WS-TRAILER-SW.
           MOVE 'N'  TO WS-CTL-EXTRA-SW.
           MOVE ZERO TO WS-CTL-COUNT.
           MOVE ZERO TO WS-CTL-HASH.
           MOVE ZERO TO WS-TRL-COUNT.
           MOVE ZERO TO WS-TRL-HASH.

           READ MOVE-IN-FILE
               AT END
                   MOVE 'Y' TO WS-MVI-EMPTY-SW
                   GO TO 1300-VERIFY-MOVE-IN-EXIT.

           IF NOT MVI-IS-HEADER
               DISPLAY 'INVPC001 - MOVEIN HAS NO HEADER RECORD - '
                       'FILE NOT PROCESSED.'
               MOVE 16 TO RETURN-CODE
               GO TO 1300-VERIFY-MOVE-IN-EXIT.

           MOVE MVIH-SOURCE   TO WS-OUT-SOURCE.
           MOVE MVIH-BUS-DATE TO WS-BUS-DATE.

           PERFORM 1350-VERIFY-ONE-MOVE
               THRU 1350-VERIFY-ONE-MOVE-EXIT
               UNTIL CTL-END-OF-FILE.

           IF NOT TRAILER-FOUND
               DISPLAY 'INVPC001 - MOVEIN HAS NO TRAILER RECORD - '
                       'POSSIBLE TRUNCATED TRANSMISSION.'
               MOVE 16 TO RETURN-CODE
               GO TO 1300-VERIFY-MOVE-IN-EXIT.

           IF RECORDS-AFTER-TRAILER
               DISPLAY 'INVPC001 - RECORDS FOLLOW THE MOVEIN '
                       'TRAILER - FILE NOT PROCESSED.'
               MOVE 16 TO RETURN-CODE
               GO TO 1300-VERIFY-MOVE-IN-EXIT.

           IF WS-TRL-COUNT NOT = WS-CTL-COUNT
               OR WS-TRL-HASH NOT = WS-CTL-HASH
               DISPLAY 'INVPC001 - MOVEIN CONTROL TOTALS DO NOT '
                       'BALANCE - FILE NOT PROCESSED.'
               DISPLAY 'INVPC001 - TRAILER COUNT: ' WS-TRL-COUNT
                       '  FILE COUNT: ' WS-CTL-COUNT
               DISPLAY 'INVPC001 - TRAILER HASH:  ' WS-TRL-HASH
                       '  FILE HASH:  ' WS-CTL-HASH
               MOVE 16 TO RETURN-CODE
               GO TO 1300-VERIFY-MOVE-IN-EXIT.

      *    START OVER AT THE TOP FOR THE COPY PASS, PAST THE HEADER.
           CLOSE MOVE-IN-FILE.
           OPEN INPUT MOVE-IN-FILE.
           READ MOVE-IN-FILE
               AT END
                   MOVE 'Y' TO WS-MVI-EOF-SW.

       1300-VERIFY-MOVE-IN-EXIT.
           EXIT.

      ******************************************************************
      * 1350-VERIFY-ONE-MOVE - COUNT AND HASH ONE MOVEIN RECORD        *
      ******************************************************************
       1350-VERIFY-ONE-MOVE.
           READ MOVE-IN-FILE
               AT END
                   MOVE 'Y' TO WS-CTL-EOF-SW
                   GO TO 1350-VERIFY-ONE-MOVE-EXIT.

           IF TRAILER-FOUND
               MOVE 'Y' TO WS-CTL-EXTRA-SW
               GO TO 1350-VERIFY-ONE-MOVE-EXIT.

           IF MVI-IS-TRAILER
               MOVE 'Y' TO WS-TRAILER-SW
               MOVE MVIR-REC-COUNT TO WS-TRL-COUNT
               MOVE MVIR-HASH-QTY  TO WS-TRL-HASH
               GO TO 1350-VERIFY-ONE-MOVE-EXIT.

           ADD 1 TO WS-CTL-COUNT.

           IF MVI-QTY NUMERIC
               ADD MVI-QTY TO WS-CTL-HASH.

       1350-VERIFY-ONE-MOVE-EXIT.
           EXIT.

      ******************************************************************
      * 2000-COPY-MOVEMENT - COPY ONE WAREHOUSE MOVEMENT THROUGH TO    *
      *                      THE MERGED FILE UNCHANGED                 *
      ******************************************************************
       2000-COPY-MOVEMENT.
           READ MOVE-IN-FILE
               AT END
                   MOVE 'Y' TO WS-MVI-EOF-SW
                   GO TO 2000-COPY-MOVEMENT-EXIT.

           IF MVI-IS-TRAILER
               MOVE 'Y' TO WS-MVI-EOF-SW
               GO TO 2000-COPY-MOVEMENT-EXIT.

           MOVE MVI-RECORD TO MVT-RECORD.
           WRITE MVT-RECORD.

           ADD 1 TO WS-OUT-COUNT.
           IF MVI-QTY NUMERIC
               ADD MVI-QTY TO WS-OUT-HASH.

           ADD 1 TO WS-MOVES-COPIED.

       2000-COPY-MOVEMENT-EXIT.
           EXIT.

      ******************************************************************
      * 2500-CONVERT-PICK - TURN ONE CONFIRMED PICK INTO AN ISSUE.     *
      *                     NOTHING PICKED IS NOT ISSUED; A SHORT      *
      *                     PICK ISSUES WHAT WAS PICKED AND LEAVES THE *
      *                     BALANCE ON THE ALLOCATION; AN OVER-PICK    *
      *                     ISSUES NO MORE THAN WAS TICKETED. EACH IS  *
      *                     PRINTED ON THE EXCEPTION REPORT.           *
      ******************************************************************
       2500-CONVERT-PICK.
           READ PICK-CONF-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-SW
                   GO TO 2500-CONVERT-PICK-EXIT.

           IF PCF-IS-TRAILER
               MOVE 'Y' TO WS-EOF-SW
               GO TO 2500-CONVERT-PICK-EXIT.

           ADD 1 TO WS-CONF-READ.

           IF PCF-ALLOC-ID NOT NUMERIC
               OR PCF-ORDER-NO NOT NUMERIC
               OR PCF-ORDER-LINE NOT NUMERIC
               OR PCF-PROD-CODE NOT NUMERIC
               OR PCF-PICK-QTY NOT NUMERIC
               OR PCF-PICKED-QTY NOT NUMERIC
               MOVE PCF-RECORD (1:34) TO BL-DATA
               MOVE WS-BAD-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-OTHER-EXCEPTIONS
               GO TO 2500-CONVERT-PICK-EXIT.

           MOVE ZERO   TO WS-SHORT-QTY.
           MOVE SPACES TO WS-EXC-REASON.

           IF PCF-PICKED-QTY = ZERO
               MOVE PCF-PICK-QTY TO WS-SHORT-QTY
               MOVE 'NOTHING PICKED'       TO WS-EXC-REASON
               ADD 1 TO WS-SHORT-PICKS
               PERFORM 2900-WRITE-EXCEPTION
                   THRU 2900-WRITE-EXCEPTION-EXIT
               GO TO 2500-CONVERT-PICK-EXIT.

           IF PCF-PICKED-QTY < PCF-PICK-QTY
               MOVE PCF-PICKED-QTY TO WS-ISSUE-QTY
               SUBTRACT PCF-PICKED-QTY FROM PCF-PICK-QTY
                   GIVING WS-SHORT-QTY
               MOVE 'SHORT - NOT RELIEVED' TO WS-EXC-REASON
               ADD 1 TO WS-SHORT-PICKS
           ELSE
               IF PCF-PICKED-QTY > PCF-PICK-QTY
                   MOVE PCF-PICK-QTY TO WS-ISSUE-QTY
                   MOVE 'OVER-PICK - CAPPED' TO WS-EXC-REASON
                   ADD 1 TO WS-OTHER-EXCEPTIONS
               ELSE
                   MOVE PCF-PICKED-QTY TO WS-ISSUE-QTY
               END-IF
           END-IF.

           IF WS-EXC-REASON NOT = SPACES
               PERFORM 2900-WRITE-EXCEPTION
                   THRU 2900-WRITE-EXCEPTION-EXIT.

           MOVE SPACES             TO MVT-RECORD.
           MOVE PCF-PROD-CODE      TO MVT-PROD-CODE.
           MOVE PCF-WAREHOUSE-CODE TO MVT-WAREHOUSE-CODE.
           MOVE 'I'                TO MVT-MOVE-TYPE.
           MOVE WS-ISSUE-QTY       TO MVT-QTY.
           MOVE ZERO               TO MVT-PO-NUMBER.
           MOVE ZERO               TO MVT-TRANSFER-NO.
           MOVE ZERO               TO MVT-UNIT-COST.
           MOVE PCF-ALLOC-ID       TO MVT-ALLOC-ID.

           IF PCF-PICKED-LOT = SPACES
               MOVE PCF-LOT-NO     TO MVT-LOT-NO
           ELSE
               MOVE PCF-PICKED-LOT TO MVT-LOT-NO.

           WRITE MVT-RECORD.

           ADD 1            TO WS-OUT-COUNT.
           ADD WS-ISSUE-QTY TO WS-OUT-HASH.
           ADD 1            TO WS-ISSUES-WRITTEN.

       2500-CONVERT-PICK-EXIT.
           EXIT.

      ******************************************************************
      * 2900-WRITE-EXCEPTION - PRINT ONE PICK THAT DID NOT GO AS       *
      *                        TICKETED                                *
      ******************************************************************
       2900-WRITE-EXCEPTION.
           MOVE PCF-WAREHOUSE-CODE TO EX-WAREHOUSE-CODE.
           MOVE PCF-ORDER-NO       TO EX-ORDER-NO.
           MOVE PCF-ORDER-LINE     TO EX-ORDER-LINE.
           MOVE PCF-PROD-CODE      TO EX-PROD-CODE.

           IF PCF-PICKED-LOT = SPACES
               MOVE PCF-LOT-NO     TO EX-LOT-NO
           ELSE
               MOVE PCF-PICKED-LOT TO EX-LOT-NO.

           MOVE PCF-PICK-QTY       TO EX-PICK-QTY.
           MOVE PCF-PICKED-QTY     TO EX-PICKED-QTY.
           MOVE WS-SHORT-QTY       TO EX-SHORT-QTY.
           MOVE WS-EXC-REASON      TO EX-REASON.
           MOVE WS-EXC-LINE        TO RPT-LINE.
           WRITE RPT-LINE.

       2900-WRITE-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TERMINATE - WRITE THE MERGED TRAILER AND TOTALS WHEN THE  *
      *                  INPUTS WERE GOOD, THEN CLOSE THE FILES        *
      ******************************************************************
       3000-TERMINATE.
           IF RETURN-CODE = ZERO
               PERFORM 3100-WRITE-TOTALS
                   THRU 3100-WRITE-TOTALS-EXIT.

           CLOSE PICK-CONF-FILE.
           CLOSE MOVE-IN-FILE.
           CLOSE MOVE-OUT-FILE.
           CLOSE EXCEPTION-RPT.

       3000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      * 3100-WRITE-TOTALS - TRAILER FOR THE MERGED MOVEFILE (COUNT AND *
      *                     QUANTITY HASH AS INVBAT01 PROVES THEM) AND *
      *                     THE EXCEPTION REPORT TOTALS                *
      ******************************************************************
       3100-WRITE-TOTALS.
           MOVE SPACES       TO MVT-TRAILER-REC.
           MOVE 'TRL'        TO MVR-REC-ID.
           MOVE WS-OUT-COUNT TO MVR-REC-COUNT.
           MOVE WS-OUT-HASH  TO MVR-HASH-QTY.
           WRITE MVT-TRAILER-REC.

           MOVE SPACES TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-CONF-READ        TO TOT-CONF-READ.
           MOVE WS-TOTAL-LINE-1     TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-ISSUES-WRITTEN   TO TOT-ISSUES-WRITTEN.
           MOVE WS-TOTAL-LINE-2     TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-SHORT-PICKS      TO TOT-SHORT-PICKS.
           MOVE WS-TOTAL-LINE-3     TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-OTHER-EXCEPTIONS TO TOT-OTHER-EXCEPTIONS.
           MOVE WS-TOTAL-LINE-4     TO RPT-LINE.
           WRITE RPT-LINE.

           MOVE WS-MOVES-COPIED     TO TOT-MOVES-COPIED.
           MOVE WS-TOTAL-LINE-5     TO RPT-LINE.
           WRITE RPT-LINE.

       3100-WRITE-TOTALS-EXIT.
           EXIT.

       9999-EXIT.
           EXIT.

       END PROGRAM INVPC001.
