      * MODIFICATION HISTORY                                           *
      * DATE       INIT  DESCRIPTION                                   *
      * 09/02/2026 FB    INITIAL VERSION.                               *
      * 10/15/2026 FB    REFUSES TO CLOSE A PERIOD WHOSE MONTH-END     *
      *                  SNAPSHOT (INVSN001) HAS NOT BEEN TAKEN - THE  *
      *                  PERIOD'S LEDGER ROWS ARE ARCHIVED HERE.       *
      * 10/15/2026 FB    ARCHIVED LEDGER AND SUSPENSE ROWS CARRY THE   *
      *                  OWNER TYPE.                                   *
      * 10/15/2026 FB    ARCHIVED LEDGER ROWS CARRY THE UNIT COST THEY *
      *                  WERE POSTED AT.                               *
      * 10/15/2026 FB    ARCHIVED SUSPENSE ROWS CARRY THE PICKED       *
      *                  ALLOCATION ID (FROM THE RECORD FILLER).       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVAR001.
           05  AMV-QTY              PIC S9(07) SIGN LEADING SEPARATE.
           05  AMV-SOURCE-PGM       PIC X(08).
           05  AMV-REFERENCE        PIC X(12).
           05  AMV-OWNER-TYPE       PIC X(01).
           05  AMV-UNIT-COST        PIC 9(05)V99.
           05  FILLER               PIC X(79).

       FD  ARCH-AUDT-FILE
           RECORDING MODE IS F
           05  ASU-STATUS           PIC X(01).
           05  ASU-SOURCE           PIC X(08).
           05  ASU-ADD-TS           PIC X(26).
           05  ASU-OWNER-TYPE       PIC X(01).
           05  ASU-ALLOC-ID         PIC 9(07).
           05  FILLER               PIC X(17).

       WORKING-STORAGE SECTION.

       EXEC SQL
           DECLARE ARCMOVE-CSR CURSOR FOR
               SELECT MOVE_TS, MOVE_DATE, PROD_CODE, WAREHOUSE_CODE,
                      MOVE_TYPE, MOVE_QTY, SOURCE_PGM, REFERENCE,
                      OWNER_TYPE, UNIT_COST
               FROM   STOCK_MOVEMENT
               WHERE  MOVE_DATE < :WS-CUTOFF-ISO
               ORDER BY MOVE_TS
                      MOVE_TYPE, MOVE_QTY, PO_NUMBER, TO_WAREHOUSE,
                      TRANSFER_NO, UNIT_COST, LOT_NO, LOT_EXPIRY,
                      REASON_CODE, REJECT_REASON, SUSP_STATUS,
                      SOURCE_NAME, ADD_TS, OWNER_TYPE, ALLOC_ID
               FROM   MOVEMENT_SUSPENSE
               WHERE  SUSP_STATUS = 'P'
               AND    DATE(ADD_TS) < :WS-CUTOFF-ISO
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

      *    THE ROLLFORWARD IS BUILT FROM THE PERIOD'S LEDGER ROWS,
      *    WHICH THIS JOB ARCHIVES - THE SNAPSHOT MUST COME FIRST.
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-PERIOD-COUNT
               FROM   INVENTORY_SNAPSHOT
               WHERE  PERIOD = :CLSP-PERIOD
           END-EXEC.

           IF SQLCODE NOT = 0 OR WS-PERIOD-COUNT = 0
               DISPLAY 'INVAR001 - NO MONTH-END SNAPSHOT FOR PERIOD '
                       CLSP-PERIOD ' - RUN INVSN001 FIRST.'
               MOVE 16 TO RETURN-CODE
               GO TO 1000-INITIALIZE-EXIT.

      *    EVERYTHING DATED BEFORE THE FIRST DAY OF THE FOLLOWING
      *    MONTH BELONGS TO THE PERIOD BEING CLOSED.
           IF CLS-MONTH = 12
               FETCH ARCMOVE-CSR
               INTO  :WS-MOVE-TS, :WS-MOVE-DATE, :MLED-PROD-CODE,
                     :MLED-WAREHOUSE-CODE, :MLED-MOVE-TYPE,
                     :MLED-QTY, :MLED-SOURCE-PGM, :MLED-REFERENCE,
                     :MLED-OWNER-TYPE, :MLED-UNIT-COST
           END-EXEC.

           IF SQLCODE = 100
           MOVE MLED-QTY            TO AMV-QTY.
           MOVE MLED-SOURCE-PGM     TO AMV-SOURCE-PGM.
           MOVE MLED-REFERENCE      TO AMV-REFERENCE.
           MOVE MLED-OWNER-TYPE     TO AMV-OWNER-TYPE.
           MOVE MLED-UNIT-COST      TO AMV-UNIT-COST.
           WRITE AMV-RECORD.

           ADD 1 TO WS-WRITTEN-COUNT.
                     :SUSP-TO-WAREHOUSE, :SUSP-TRANSFER-NO,
                     :SUSP-UNIT-COST, :SUSP-LOT-NO, :SUSP-LOT-EXPIRY,
                     :SUSP-REASON-CODE, :SUSP-REASON, :SUSP-STATUS,
                     :SUSP-SOURCE, :WS-ADD-TS, :SUSP-OWNER-TYPE,
                     :SUSP-ALLOC-ID
           END-EXEC.

           IF SQLCODE = 100
           MOVE SUSP-STATUS         TO ASU-STATUS.
           MOVE SUSP-SOURCE         TO ASU-SOURCE.
           MOVE WS-ADD-TS           TO ASU-ADD-TS.
           MOVE SUSP-OWNER-TYPE     TO ASU-OWNER-TYPE.
           MOVE SUSP-ALLOC-ID       TO ASU-ALLOC-ID.
           WRITE ASU-RECORD.

           ADD 1 TO WS-WRITTEN-COUNT.
