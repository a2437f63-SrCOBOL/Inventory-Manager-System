      ******************************************************************
      * DCLGEN TABLE(INVENTORY_SNAPSHOT)                              *
      * MONTH-END QUANTITY AND VALUE PER PRODUCT/WAREHOUSE, FROZEN    *
      * WHEN THE PERIOD CLOSES.                                       *
      ******************************************************************
       01  DCLINVENTORY-SNAPSHOT.
           10 SNAP-PERIOD            PIC X(06).
           10 SNAP-PROD-CODE         PIC 9(4).
           10 SNAP-WAREHOUSE-CODE    PIC X(04).
           10 SNAP-QTY               PIC S9(7).
           10 SNAP-UNIT-COST         PIC 9(5)V99.
           10 SNAP-EXT-VALUE         PIC S9(11)V99.

      ******************************************************************
      * DCLGEN TABLE(PERIOD_ROLLFORWARD)                              *
      * ONE ROLLFORWARD LINE PER WAREHOUSE PER PERIOD, WITH THE GL    *
      * JOURNAL FIGURES IT IS TIED TO.                                *
      ******************************************************************
       01  DCLPERIOD-ROLLFORWARD.
           10 RFW-PERIOD             PIC X(06).
           10 RFW-WAREHOUSE-CODE     PIC X(04).
           10 RFW-LINE-CODE          PIC X(02).
               88  RFW-OPENING            VALUE '01'.
               88  RFW-GL-TIED-LINE       VALUE '02' THRU '09'.
               88  RFW-REVALUATION        VALUE '10'.
               88  RFW-CLOSING            VALUE '11'.
           10 RFW-LINE-QTY           PIC S9(9).
           10 RFW-LINE-VALUE         PIC S9(11)V99.
           10 RFW-GL-QTY             PIC S9(9).
           10 RFW-GL-VALUE           PIC S9(11)V99.

      ******************************************************************
      * DCLGEN TABLE(GL_JOURNAL_TOTAL)                                *
      * WHAT THE DAILY JOURNAL EXTRACT JOURNALED, BY DATE, WAREHOUSE  *
      * AND MOVEMENT TYPE (SIGNED - POSITIVE INTO INVENTORY).         *
      ******************************************************************
       01  DCLGL-JOURNAL-TOTAL.
           10 GJT-WAREHOUSE-CODE     PIC X(04).
           10 GJT-MOVE-TYPE          PIC X(01).
           10 GJT-RETURN-LEG         PIC X(01).
           10 GJT-QTY                PIC S9(9).
           10 GJT-VALUE              PIC S9(11)V99.
