      *****************************************************************
      * PARTYREC.CPY                                                  *
      * RECORD LAYOUT FOR THE LOAN-PARTY FILE.  ONE RECORD PER        *
      * BORROWER LINKED TO A LOAN BESIDE ITS PRIMARY BORROWER, KEYED  *
      * BY LOAN NUMBER AND BORROWER ID SO A LOAN'S PARTIES READ BACK  *
      * TOGETHER.  THE PRIMARY BORROWER IS ALWAYS THE LOAN'S          *
      * LM-BORROWER-ID AND IS NOT HELD HERE.  A CO-BORROWER (ROLE C)  *
      * IS JOINTLY LIABLE AND IS SENT A COPY OF THE MONTHLY           *
      * STATEMENT; A GUARANTOR (ROLE G) IS LIABLE ONLY ON DEFAULT AND *
      * IS SENT A NOTICE WHEN THE LOAN AGES INTO THE 60-DAY BUCKET.   *
      * EITHER WAY THE LOAN'S BALANCE COUNTS TOWARD THE PARTY'S OWN   *
      * EXPOSURE AGAINST ITS LENDING LIMIT.  PARTIES ARE KEYED IN     *
      * PROGRAM1 AND THE OPERATOR AND DATE ARE KEPT HERE.  THE NOTICE *
      * DUE DATE IS THE NEXT-DUE DATE THE LAST GUARANTOR NOTICE WAS   *
      * SENT FOR (ZERO FOR NONE), SO ONE DELINQUENCY DRAWS ONE NOTICE.*
      *****************************************************************
       01  LOAN-PARTY-RECORD.
           05  LP-PARTY-KEY.
               10  LP-LOAN-NUMBER  PIC 9(6).
               10  LP-BORROWER-ID  PIC 9(6).
           05  LP-ROLE             PIC X.
               88  LP-ROLE-COBORROWER       VALUE "C".
               88  LP-ROLE-GUARANTOR        VALUE "G".
           05  LP-ADDED-DATE       PIC 9(8).
           05  LP-OPERATOR-ID      PIC X(6).
           05  LP-NOTICE-DUE-DATE  PIC 9(8).
