      ******************************************************************
      * DCLGEN TABLE(BILL_OF_MATERIAL)                                *
      * ONE ROW PER COMPONENT OF A KIT - QUANTITY PER ONE KIT.        *
      ******************************************************************
       01  DCLBILL-OF-MATERIAL.
           10 BOM-PARENT-CODE        PIC 9(4).
           10 BOM-COMP-CODE          PIC 9(4).
           10 BOM-QTY-PER            PIC 9(5).

      ******************************************************************
      * DCLGEN TABLE(ASSEMBLY_ORDER)                                  *
      * KIT ASSEMBLY / DISASSEMBLY WORK ORDERS KEYED ON INV1.         *
      ******************************************************************
       01  DCLASSEMBLY-ORDER.
           10 WO-NUMBER              PIC 9(6).
           10 WO-KIT-CODE            PIC 9(4).
           10 WO-WAREHOUSE-CODE      PIC X(04).
           10 WO-QTY                 PIC 9(5).
           10 WO-MODE                PIC X(01).
               88  WO-ASSEMBLE            VALUE 'A'.
               88  WO-DISASSEMBLE         VALUE 'D'.
           10 WO-STATUS              PIC X(01).
               88  WO-OPEN                VALUE 'O'.
               88  WO-COMPLETE            VALUE 'C'.
               88  WO-CANCELLED           VALUE 'X'.
           10 WO-UNIT-COST           PIC 9(5)V99.
           10 WO-OPEN-DATE           PIC X(10).
           10 WO-OPEN-OPER           PIC X(03).
           10 WO-COMPLETE-OPER       PIC X(03).
