      ******************************************************************
      * DCLGEN TABLE(PENDING_ADJUSTMENT)                              *
      * STOCK ADJUSTMENTS OVER THEIR WAREHOUSE LIMITS, HELD UNPOSTED  *
      * UNTIL A SECOND OPERATOR APPROVES OR REJECTS THEM.             *
      ******************************************************************
       01  DCLPENDING-ADJUSTMENT.
           10 PADJ-ADJ-ID            PIC 9(7).
           10 PADJ-SOURCE            PIC X(01).
               88  PADJ-FROM-UPDATE       VALUE 'U'.
               88  PADJ-FROM-COUNT        VALUE 'C'.
               88  PADJ-FROM-SCRAP        VALUE 'X'.
           10 PADJ-PROD-CODE         PIC 9(4).
           10 PADJ-WAREHOUSE-CODE    PIC X(04).
           10 PADJ-OLD-QTY           PIC 9(5).
           10 PADJ-NEW-QTY           PIC 9(5).
           10 PADJ-QTY               PIC S9(7).
           10 PADJ-UNIT-COST         PIC 9(5)V99.
           10 PADJ-VALUE             PIC 9(9)V99.
           10 PADJ-RETURN-ID         PIC 9(7).
           10 PADJ-REFERENCE         PIC X(12).
           10 PADJ-KEYED-BY          PIC X(08).
           10 PADJ-STATUS            PIC X(01).
               88  PADJ-PENDING           VALUE 'P'.
               88  PADJ-APPROVED          VALUE 'A'.
               88  PADJ-REJECTED          VALUE 'R'.
           10 PADJ-DECIDED-BY        PIC X(03).
