               88  OPER-CAN-PRICE         VALUE 'Y'.
           10 OPER-AUTH-DELETE       PIC X(01).
               88  OPER-CAN-DELETE        VALUE 'Y'.
           10 OPER-AUTH-APPROVE      PIC X(01).
               88  OPER-CAN-APPROVE       VALUE 'Y'.
           10 OPER-AUTH-INSPECT      PIC X(01).
               88  OPER-CAN-INSPECT       VALUE 'Y'.
