               88  AUDIT-IN-MERCHANT     VALUE 'M'.
               88  AUDIT-IN-DISPUTE      VALUE 'S'.
               88  AUDIT-IN-ICHGRATE     VALUE 'I'.
               88  AUDIT-IN-CARD-XREF    VALUE 'K'.
               88  AUDIT-IN-TRAVEL       VALUE 'V'.
               88  AUDIT-IN-DECISION-RULE VALUE 'L'.
               88  AUDIT-IN-PAY-HOLD-SCHED VALUE 'F'.
               88  AUDIT-IN-LEGAL-HOLD   VALUE 'J'.
               88  AUDIT-IN-GL-SUSPENSE  VALUE 'E'.
               88  AUDIT-IN-CREDIT-APPL  VALUE 'W'.
               88  AUDIT-IN-CUST-MERGE   VALUE 'Q'.
               88  AUDIT-IN-MCC-REF      VALUE 'N'.
               88  AUDIT-IN-SYS-PARM     VALUE 'Y'.
               88  AUDIT-IN-PRODUCT-CHANGE VALUE 'Z'.
               88  AUDIT-IN-INSTALLMENT-PLAN VALUE 'O'.
           05  AUDIT-IN-RECORD-LENGTH    PIC 9(4) COMP.
           05  AUDIT-IN-RECORD-DATA      PIC X(500).
      *    Space = plain image; 'B'/'A' mark the before/after pair
