           10 WHSE-STATUS            PIC X(01).
               88  WHSE-OPEN              VALUE 'O'.
               88  WHSE-CLOSED            VALUE 'C'.
           10 WHSE-ADJ-LIMIT-QTY     PIC 9(5).
           10 WHSE-ADJ-LIMIT-VALUE   PIC 9(9)V99.
