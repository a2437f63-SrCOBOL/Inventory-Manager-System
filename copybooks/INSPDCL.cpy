      ******************************************************************
      * DCLGEN TABLE(RECEIPT_INSPECTION)                              *
      * HOST VARIABLES FOR THE RECEIPTS HELD IN QUARANTINE UNTIL QA   *
      * ACCEPTS THEM INTO STOCK OR REJECTS THEM BACK TO THE VENDOR.   *
      ******************************************************************
       01  DCLRECEIPT-INSPECTION.
           10 INSP-ID                PIC 9(7).
           10 INSP-PROD-CODE         PIC 9(4).
           10 INSP-WAREHOUSE-CODE    PIC X(04).
           10 INSP-PO-NUMBER         PIC 9(6).
           10 INSP-VENDOR-CODE       PIC X(04).
           10 INSP-RECEIVED-QTY      PIC 9(5).
           10 INSP-ACCEPTED-QTY      PIC 9(5).
           10 INSP-REJECTED-QTY      PIC 9(5).
           10 INSP-UNIT-COST         PIC 9(5)V99.
           10 INSP-LOT-NO            PIC X(10).
           10 INSP-EXPIRY-DATE       PIC X(10).
           10 INSP-RECEIPT-DATE      PIC X(10).
           10 INSP-STATUS            PIC X(01).
               88  INSP-OPEN              VALUE 'O'.
               88  INSP-CLOSED            VALUE 'C'.
           10 INSP-INSPECTED-BY      PIC X(03).
           10 INSP-OWNER-TYPE        PIC X(01).
               88  INSP-CONSIGNED         VALUE 'C'.
