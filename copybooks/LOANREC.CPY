      * STATUS BYTE IS A (OR BLANK, ON RECORDS FILED BEFORE THE BYTE  *
      * EXISTED) WHILE THE LOAN IS ACTIVE AND P ONCE A POSTING HAS    *
      * BROUGHT THE BALANCE TO ZERO AND THE LOAN IS PAID IN FULL.     *
      * THE MONTHLY CHARGE-OFF RUN MOVES A SERIOUSLY PAST-DUE LOAN TO *
      * N (NON-ACCRUAL - NO FURTHER INTEREST IS BOOKED) AND THEN TO C *
      * (CHARGED OFF).  UNPAID LATE CHARGES ARE CARRIED APART FROM    *
      * THE PRINCIPAL IN THE FEE BALANCE - ASSESSED BY LOANLATE, PAID *
      * AHEAD OF INTEREST BY LOANPOST, AND REDUCED BY A WAIVER -      *
      * ALONG WITH THE DUE DATE OF THE LAST INSTALLMENT CHARGED, SO   *
      * NONE IS CHARGED TWICE.  A LOAN ON AN ADJUSTABLE-RATE PRODUCT  *
      * CARRIES ITS NEXT REPRICE DATE (ZERO ON A FIXED-RATE LOAN),    *
      * THE LIFETIME CAP AND FLOOR ITS RATE MAY MOVE BETWEEN, AND THE *
      * NEW RATE ANNOUNCED ON A NOTICE STILL WAITING FOR ITS REPRICE  *
      * DATE (ZERO WHEN NONE IS PENDING).  A CHARGED-OFF LOAN CARRIES *
      * THE DATE AND AMOUNT WRITTEN OFF, ITS BALANCES ZEROED, AND THE *
      * RUNNING TOTAL OF RECOVERIES POSTED AGAINST IT SINCE.  A LOAN  *
      * PAID OFF INTO A NEW LOAN BY A REFINANCE IS CLOSED AS R AND    *
      * CARRIES THE NUMBER OF THE LOAN THAT PAID IT OFF; THE NEW LOAN *
      * CARRIES THE COUNT OF LOANS IT PAID OFF (ZERO ON AN ORDINARY   *
      * LOAN), SO EITHER SIDE OF THE CROSS-REFERENCE CAN BE FOUND.    *
      *****************************************************************
       01  LOAN-MASTER-RECORD.
           05  LM-LOAN-NUMBER      PIC 9(6).
           05  LM-LOAN-STATUS      PIC X.
               88  LM-STATUS-ACTIVE         VALUES "A", " ".
               88  LM-STATUS-PAID           VALUE "P".
               88  LM-STATUS-NONACCRUAL     VALUE "N".
               88  LM-STATUS-CHARGED-OFF    VALUE "C".
               88  LM-STATUS-REFINANCED     VALUE "R".
           05  LM-PRODUCT-CODE     PIC X(4).
           05  LM-FEE-BALANCE      PIC 9(7)V99.
           05  LM-LAST-FEE-DUE-DATE PIC 9(8).
           05  LM-REPRICE-DATE     PIC 9(8).
           05  LM-RATE-CAP         PIC 9(3)V99.
           05  LM-RATE-FLOOR       PIC 9(3)V99.
           05  LM-NOTICE-RATE      PIC 9(3)V99.
           05  LM-CHARGE-OFF-DATE  PIC 9(8).
           05  LM-CHARGE-OFF-AMT   PIC 9(9)V99.
           05  LM-RECOVERY-AMT     PIC 9(9)V99.
           05  LM-REFI-LOAN-NUMBER PIC 9(6).
           05  LM-REFI-COUNT       PIC 99.
