           10 VEND-NAME              PIC X(30).
           10 VEND-LEAD-TIME         PIC 9(3).
           10 VEND-MIN-ORDER         PIC 9(5).
           10 VEND-INSPECT-REQ       PIC X(01).
               88  VEND-NEEDS-INSPECTION  VALUE 'Y'.
           10 VEND-ACTUAL-LEAD       PIC 9(3).
