           05  AR-NEXT-DUE-DATE    PIC 9(8).
           05  AR-LOAN-STATUS      PIC X.
           05  AR-PRODUCT-CODE     PIC X(4).
           05  AR-FEE-BALANCE      PIC 9(7)V99.
           05  AR-LAST-FEE-DUE-DATE PIC 9(8).
           05  AR-REPRICE-DATE     PIC 9(8).
           05  AR-RATE-CAP         PIC 9(3)V99.
           05  AR-RATE-FLOOR       PIC 9(3)V99.
           05  AR-NOTICE-RATE      PIC 9(3)V99.
           05  AR-CHARGE-OFF-DATE  PIC 9(8).
           05  AR-CHARGE-OFF-AMT   PIC 9(9)V99.
           05  AR-RECOVERY-AMT     PIC 9(9)V99.
           05  AR-REFI-LOAN-NUMBER PIC 9(6).
           05  AR-REFI-COUNT       PIC 99.
