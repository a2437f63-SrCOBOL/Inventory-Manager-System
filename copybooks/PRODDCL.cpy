               88  PROD-ACTIVE           VALUE 'A'.
               88  PROD-ON-HOLD          VALUE 'H'.
               88  PROD-DISCONTINUED     VALUE 'D'.
           10 PROD-INSPECT-REQ      PIC X(01).
               88  PROD-NEEDS-INSPECTION VALUE 'Y'.
