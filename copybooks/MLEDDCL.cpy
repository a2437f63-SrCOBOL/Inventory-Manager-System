      ******************************************************************
      * DCLGEN TABLE(STOCK_MOVEMENT)                                  *
      * HOST VARIABLES FOR THE STOCK MOVEMENT LEDGER - ONE ROW PER    *
      * POSTED MOVEMENT, SIGNED BY ITS EFFECT ON THE WAREHOUSE ROW,   *
      * WITH THE UNIT COST IT WAS POSTED AT.                          *
      ******************************************************************
       01  DCLSTOCK-MOVEMENT.
           10 MLED-PROD-CODE         PIC 9(4).
               88  MLED-TYPE-COUNT-ADJ    VALUE 'J'.
               88  MLED-TYPE-ONLINE-UPD   VALUE 'U'.
               88  MLED-TYPE-RETURN       VALUE 'Q'.
               88  MLED-TYPE-KIT          VALUE 'K'.
           10 MLED-QTY               PIC S9(7).
           10 MLED-SOURCE-PGM        PIC X(08).
           10 MLED-REFERENCE         PIC X(12).
           10 MLED-OWNER-TYPE        PIC X(01).
               88  MLED-OWNED             VALUE 'O'.
               88  MLED-CONSIGNED         VALUE 'C'.
           10 MLED-UNIT-COST         PIC 9(5)V99.
