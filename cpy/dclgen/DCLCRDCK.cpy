           10 CREDIT-TIER       PIC X(1).
           10 REQUEST-TS        PIC X(26).
           10 RESPONSE-TS       PIC X(26).
           10 CHECK-STATUS      PIC X(2).
           10 MONTHLY-DEBT      PIC S9(7)V9(2) COMP-3.
           10 MONTHLY-INCOME    PIC S9(7)V9(2) COMP-3.
           10 DTI-RATIO         PIC S9(3)V9(2) COMP-3.
