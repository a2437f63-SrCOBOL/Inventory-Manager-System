           10 SUSP-LOT-NO            PIC X(10).
           10 SUSP-LOT-EXPIRY        PIC X(08).
           10 SUSP-REASON-CODE       PIC X(02).
           10 SUSP-ALLOC-ID          PIC 9(7).
           10 SUSP-REASON            PIC X(36).
           10 SUSP-STATUS            PIC X(01).
               88  SUSP-SUSPENDED         VALUE 'S'.
               88  SUSP-CORRECTED         VALUE 'C'.
               88  SUSP-POSTED            VALUE 'P'.
           10 SUSP-SOURCE            PIC X(08).
           10 SUSP-OWNER-TYPE        PIC X(01).
               88  SUSP-IS-CONSIGNED      VALUE 'C'.
