      ******************************************************************
      * PICK CONFIRMATION RECORD - ONE LINE PER ALLOCATION/LOT TO     *
      * PULL, WRITTEN BY INVPK001 WITH THE PICK TICKETS. THE          *
      * WAREHOUSE FILLS IN THE LOT AND QUANTITY ACTUALLY PICKED AND   *
      * RETURNS THE FILE, HDR AND TRL UNCHANGED; INVPC001 TURNS IT    *
      * INTO MOVEFILE ISSUES. THE TRAILER HASHES THE QUANTITY TO      *
      * PICK SO A RETURNED FILE IS PROVED COMPLETE.                   *
      *   PCF-LOT-NO      LOT TO PULL (SPACES = UNLOTTED STOCK)       *
      *   PCF-PICKED-LOT  LOT PULLED (SPACES = THE LOT AS TICKETED)   *
      ******************************************************************
       01  PCF-RECORD.
           05  PCF-ALLOC-ID         PIC 9(07).
           05  PCF-ORDER-NO         PIC 9(08).
           05  PCF-ORDER-LINE       PIC 9(03).
           05  PCF-PROD-CODE        PIC 9(04).
           05  PCF-WAREHOUSE-CODE   PIC X(04).
           05  PCF-LOT-NO           PIC X(10).
           05  PCF-PICK-QTY         PIC 9(05).
           05  PCF-PICKED-LOT       PIC X(10).
           05  PCF-PICKED-QTY       PIC 9(05).
           05  FILLER               PIC X(24).

       01  PCF-HEADER-REC.
           05  PCH-REC-ID           PIC X(03).
               88  PCF-IS-HEADER            VALUE 'HDR'.
           05  PCH-SOURCE           PIC X(08).
           05  PCH-BUS-DATE         PIC X(08).
           05  FILLER               PIC X(61).

       01  PCF-TRAILER-REC.
           05  PCR-REC-ID           PIC X(03).
               88  PCF-IS-TRAILER           VALUE 'TRL'.
           05  PCR-REC-COUNT        PIC 9(07).
           05  PCR-HASH-QTY         PIC 9(11).
           05  FILLER               PIC X(59).
