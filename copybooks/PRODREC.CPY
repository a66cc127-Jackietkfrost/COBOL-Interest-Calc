      *****************************************************************
      * PRODREC.CPY                                                   *
      * RECORD LAYOUT FOR THE LOAN PRODUCT MASTER FILE.  ONE RECORD   *
      * PER PRODUCT CODE, KEYED BY PR-PRODUCT-CODE, HOLDING THE TERMS *
      * THAT APPLY TO EVERY LOAN OF THE PRODUCT RATHER THAN TO ONE    *
      * TERM OF IT.  THE LATE CHARGE FOR A MISSED INSTALLMENT IS THE  *
      * GREATER OF THE FLAT FEE AND THE PERCENTAGE OF THE SCHEDULED   *
      * PAYMENT, ASSESSED ONCE THE INSTALLMENT IS MORE THAN THE GRACE *
      * DAYS PAST DUE.  A LOAN WHOSE PRODUCT IS NOT ON FILE IS NOT    *
      * CHARGED.                                                      *
      * A PRODUCT WHOSE RATE TYPE IS A IS ADJUSTABLE: ITS LOANS ARE   *
      * REPRICED TO THE RATE TABLE EVERY REPRICE-MONTHS MONTHS (ZERO  *
      * MEANS YEARLY), WITH A NOTICE TO THE BORROWER THE NOTICE DAYS  *
      * AHEAD (ZERO MEANS 30), WITHIN A LIFETIME CAP AND FLOOR SET    *
      * THE CAP AND FLOOR MARGINS ABOVE AND BELOW THE LOAN'S ORIGINAL *
      * RATE - A ZERO MARGIN LEAVES THAT SIDE UNBOUNDED.  ANY OTHER   *
      * RATE TYPE IS FIXED.                                           *
      *****************************************************************
       01  PRODUCT-RECORD.
           05  PR-PRODUCT-CODE     PIC X(4).
           05  PR-LATE-FEE-FLAT    PIC 9(5)V99.
           05  PR-LATE-FEE-PERCENT PIC 9(2)V99.
           05  PR-GRACE-DAYS       PIC 9(3).
           05  PR-RATE-TYPE        PIC X.
               88  PR-ADJUSTABLE-RATE       VALUE "A".
           05  PR-REPRICE-MONTHS   PIC 9(3).
           05  PR-NOTICE-DAYS      PIC 9(3).
           05  PR-CAP-MARGIN       PIC 9(2)V99.
           05  PR-FLOOR-MARGIN     PIC 9(2)V99.
