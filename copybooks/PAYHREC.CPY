      * HISTORY IS WHAT A REVERSAL IS MATCHED AGAINST: A POSTING IS   *
      * CONSIDERED REVERSED WHEN A TYPE-R RECORD WITH THE SAME LOAN   *
      * NUMBER, AMOUNT, AND PAYMENT DATE FOLLOWS IT ON THE FILE.      *
      * LATE CHARGES RIDE THE SAME FILE: TYPE F IS A FEE LOANLATE     *
      * ASSESSED AND TYPE W IS A WAIVER THAT REVERSED ONE, EACH WITH  *
      * THE FEE IN THE PAYMENT AMOUNT AND THE DUE DATE OF THE MISSED  *
      * INSTALLMENT IN THE PAYMENT DATE, MATCHED THE SAME WAY.  THE   *
      * FEE PORTION IS THE PART OF A PAYMENT LOANPOST APPLIED TO THE  *
      * FEE BALANCE AHEAD OF INTEREST AND PRINCIPAL.                  *
      * A PAYMENT THAT ARRIVES ON A CHARGED-OFF LOAN IS NOT APPLIED   *
      * TO A BALANCE BUT POSTED AS A RECOVERY, TYPE V, WITH NO SPLIT; *
      * TYPE X IS A REVERSAL THAT BACKED A RECOVERY OUT, MATCHED THE  *
      * SAME WAY.  A REFINANCE CLOSES EACH LOAN IT PAYS OFF WITH A    *
      * TYPE P POSTING OF THE PAYOFF, DATED THE FUNDING DATE AND      *
      * SPLIT INTO FEES, INTEREST AND PRINCIPAL THE WAY LOANPOST      *
      * WOULD HAVE SPLIT IT.                                          *
      *****************************************************************
       01  PAY-HISTORY-RECORD.
           05  PH-RECORD-TYPE      PIC X.
               88  PH-POSTING-REC           VALUE "P".
               88  PH-REVERSAL-REC          VALUE "R".
               88  PH-FEE-ASSESSED-REC      VALUE "F".
               88  PH-FEE-WAIVED-REC        VALUE "W".
               88  PH-RECOVERY-REC          VALUE "V".
               88  PH-RECOVERY-REVERSAL-REC VALUE "X".
           05  PH-LOAN-NUMBER      PIC 9(6).
           05  PH-PAYMENT-DATE     PIC 9(8).
           05  PH-PAYMENT-AMOUNT   PIC 9(7)V99.
           05  PH-PRINCIPAL-PORTION PIC 9(9)V99.
           05  PH-UNAPPLIED-PORTION PIC 9(9)V99.
           05  PH-POST-DATE        PIC 9(8).
           05  PH-FEE-PORTION      PIC 9(7)V99.
