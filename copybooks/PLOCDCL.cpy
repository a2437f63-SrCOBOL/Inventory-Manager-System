           10 LOC-WAREHOUSE-CODE     PIC X(04).
           10 LOC-STOCK-QTY          PIC 9(5).
           10 LOC-QUARANTINE-QTY     PIC 9(5).
           10 LOC-MIN-QTY            PIC 9(5).
           10 LOC-MAX-QTY            PIC 9(5).
           10 LOC-CONSIGN-QTY        PIC 9(5).
