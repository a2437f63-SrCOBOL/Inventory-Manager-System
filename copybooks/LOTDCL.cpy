           10 LOT-LOT-NO             PIC X(10).
           10 LOT-EXPIRY-DATE        PIC X(10).
           10 LOT-QTY                PIC 9(5).
           10 LOT-OWNER-TYPE         PIC X(01).
               88  LOT-OWNED              VALUE 'O'.
               88  LOT-CONSIGNED          VALUE 'C'.
