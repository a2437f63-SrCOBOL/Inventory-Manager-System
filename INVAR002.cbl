      * MODIFICATION HISTORY                                           *
      * DATE       INIT  DESCRIPTION                                   *
      * 09/02/2026 FB    INITIAL VERSION.                               *
      * 10/15/2026 FB    RESTORES THE LEDGER AND SUSPENSE OWNER TYPE;  *
      *                  LEDGER ROWS ARCHIVED BEFORE IT WAS CARRIED    *
      *                  RESTORE AS OURS.                              *
      * 10/15/2026 FB    RESTORES THE LEDGER UNIT COST; ROWS ARCHIVED  *
      *                  BEFORE IT WAS CARRIED RESTORE AT ZERO COST.   *
      * 10/15/2026 FB    RESTORES THE SUSPENSE PICKED ALLOCATION ID;   *
      *                  OLDER ARCHIVE ROWS RESTORE WITH NONE.         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    INVAR002.
           05  AMV-QTY              PIC S9(07) SIGN LEADING SEPARATE.
           05  AMV-SOURCE-PGM       PIC X(08).
           05  AMV-REFERENCE        PIC X(12).
           05  AMV-OWNER-TYPE       PIC X(01).
           05  AMV-UNIT-COST        PIC 9(05)V99.
           05  FILLER               PIC X(79).

       01  AAU-RECORD.
           05  AAU-PROD-CODE        PIC 9(04).
           05  ASU-STATUS           PIC X(01).
           05  ASU-SOURCE           PIC X(08).
           05  ASU-ADD-TS           PIC X(26).
           05  ASU-OWNER-TYPE       PIC X(01).
           05  ASU-ALLOC-ID         PIC 9(07).
           05  FILLER               PIC X(17).

       WORKING-STORAGE SECTION.

           MOVE AMV-QTY              TO MLED-QTY.
           MOVE AMV-SOURCE-PGM       TO MLED-SOURCE-PGM.
           MOVE AMV-REFERENCE        TO MLED-REFERENCE.
           MOVE AMV-OWNER-TYPE       TO MLED-OWNER-TYPE.

           IF AMV-OWNER-TYPE = SPACE
               MOVE 'O' TO MLED-OWNER-TYPE.

           IF AMV-UNIT-COST NUMERIC
               MOVE AMV-UNIT-COST TO MLED-UNIT-COST
           ELSE
               MOVE ZERO          TO MLED-UNIT-COST.

           EXEC SQL
               INSERT INTO STOCK_MOVEMENT
                   (MOVE_TS, MOVE_DATE, PROD_CODE, WAREHOUSE_CODE,
                    MOVE_TYPE, MOVE_QTY, SOURCE_PGM, REFERENCE,
                    OWNER_TYPE, UNIT_COST)
               VALUES
                   (:WS-MOVE-TS, :WS-MOVE-DATE, :MLED-PROD-CODE,
                    :MLED-WAREHOUSE-CODE, :MLED-MOVE-TYPE,
                    :MLED-QTY, :MLED-SOURCE-PGM, :MLED-REFERENCE,
                    :MLED-OWNER-TYPE, :MLED-UNIT-COST)
           END-EXEC.

       2200-RESTORE-MOVEMENT-EXIT.
           MOVE ASU-STATUS         TO SUSP-STATUS.
           MOVE ASU-SOURCE         TO SUSP-SOURCE.
           MOVE ASU-ADD-TS         TO WS-ADD-TS.
           MOVE ASU-OWNER-TYPE     TO SUSP-OWNER-TYPE.

      *    A SUSPENSE ROW ARCHIVED BEFORE THE PICKED ALLOCATION WAS
      *    KEPT HAS NO LINK TO RESTORE.
           IF ASU-ALLOC-ID NUMERIC
               MOVE ASU-ALLOC-ID   TO SUSP-ALLOC-ID
           ELSE
               MOVE ZERO           TO SUSP-ALLOC-ID.

           EXEC SQL
               INSERT INTO MOVEMENT_SUSPENSE
                    MOVE_TYPE, MOVE_QTY, PO_NUMBER, TO_WAREHOUSE,
                    TRANSFER_NO, UNIT_COST, LOT_NO, LOT_EXPIRY,
                    REASON_CODE, REJECT_REASON, SUSP_STATUS,
                    SOURCE_NAME, ADD_TS, OWNER_TYPE, ALLOC_ID)
               VALUES
                   (:SUSP-ID, :SUSP-PROD-CODE, :SUSP-WAREHOUSE-CODE,
                    :SUSP-MOVE-TYPE, :SUSP-QTY, :SUSP-PO-NUMBER,
                    :SUSP-TO-WAREHOUSE, :SUSP-TRANSFER-NO,
                    :SUSP-UNIT-COST, :SUSP-LOT-NO, :SUSP-LOT-EXPIRY,
                    :SUSP-REASON-CODE, :SUSP-REASON, :SUSP-STATUS,
                    :SUSP-SOURCE, :WS-ADD-TS, :SUSP-OWNER-TYPE,
                    :SUSP-ALLOC-ID)
           END-EXEC.

       2500-RESTORE-SUSPENSE-EXIT.
