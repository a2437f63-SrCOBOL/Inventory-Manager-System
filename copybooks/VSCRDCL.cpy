      ******************************************************************
      * DCLGEN TABLE(VENDOR_SCORECARD)                                *
      * HOST VARIABLES FOR THE MONTHLY VENDOR PERFORMANCE SCORECARD - *
      * ONE ROW PER VENDOR PER PERIOD, WRITTEN BY INVVS001.           *
      ******************************************************************
       01  DCLVENDOR-SCORECARD.
           10 VSCR-PERIOD            PIC X(06).
           10 VSCR-VENDOR-CODE       PIC X(04).
           10 VSCR-STATED-LEAD       PIC 9(3).
           10 VSCR-DELIVERIES        PIC 9(7).
           10 VSCR-ON-TIME           PIC 9(7).
           10 VSCR-LEAD-DAYS-TOTAL   PIC 9(9).
           10 VSCR-MAX-LEAD-DAYS     PIC 9(5).
           10 VSCR-LINES-CLOSED      PIC 9(7).
           10 VSCR-LINES-FILLED      PIC 9(7).
           10 VSCR-RECEIVED-QTY      PIC 9(9).
           10 VSCR-RETURNED-QTY      PIC 9(9).
           10 VSCR-ROLL-AVG-LEAD     PIC 9(4)V9.
           10 VSCR-LEAD-FLAG         PIC X(01).
               88  VSCR-LEAD-FLAGGED      VALUE 'Y'.
