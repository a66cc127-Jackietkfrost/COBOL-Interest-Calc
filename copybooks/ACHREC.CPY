      *****************************************************************
      * ACHREC.CPY                                                    *
      * RECORD LAYOUT FOR THE ACH AUTO-DEBIT ENROLLMENT FILE.  ONE    *
      * RECORD PER LOAN DRAFTED AUTOMATICALLY, KEYED BY LOAN NUMBER,  *
      * CARRYING THE BORROWER'S BANK ROUTING AND ACCOUNT NUMBER, THE  *
      * ACCOUNT TYPE, AND THE DAY OF THE MONTH TO DRAFT.  ENROLLMENT  *
      * IS KEYED UNDER DUAL CONTROL IN BORROWER MAINTENANCE AND THE   *
      * OPERATOR AND APPROVER ARE KEPT HERE.  THE NIGHTLY ORIGINATION *
      * RUN STAMPS THE DATE AND AMOUNT OF THE LAST DRAFT SO A LOAN IS *
      * DRAFTED ONCE A MONTH; THE RETURNS RUN COUNTS EACH RETURN AND  *
      * SUSPENDS THE ENROLLMENT (STATUS S) ON ANY RETURN OTHER THAN   *
      * INSUFFICIENT FUNDS.  A CANCELLED ENROLLMENT (STATUS C) STAYS  *
      * ON FILE FOR THE RECORD.                                       *
      *****************************************************************
       01  ACH-ENROLL-RECORD.
           05  AE-LOAN-NUMBER      PIC 9(6).
           05  AE-BORROWER-ID      PIC 9(6).
           05  AE-ROUTING-NUMBER   PIC 9(9).
           05  AE-ROUTING-SPLIT REDEFINES AE-ROUTING-NUMBER.
               10  AE-RDFI-ID      PIC 9(8).
               10  AE-CHECK-DIGIT  PIC 9.
           05  AE-ACCOUNT-NUMBER   PIC X(17).
           05  AE-ACCOUNT-TYPE     PIC X.
               88  AE-CHECKING              VALUE "C".
               88  AE-SAVINGS               VALUE "S".
           05  AE-DRAFT-DAY        PIC 99.
           05  AE-STATUS           PIC X.
               88  AE-STATUS-ACTIVE         VALUE "A".
               88  AE-STATUS-SUSPENDED      VALUE "S".
               88  AE-STATUS-CANCELLED      VALUE "C".
           05  AE-ENROLL-DATE      PIC 9(8).
           05  AE-OPERATOR-ID      PIC X(6).
           05  AE-APPROVER-ID      PIC X(6).
           05  AE-LAST-DRAFT-DATE  PIC 9(8).
           05  AE-LAST-DRAFT-AMT   PIC 9(7)V99.
           05  AE-RETURN-COUNT     PIC 99.
           05  AE-LAST-RETURN-CODE PIC X(3).
           05  AE-LAST-RETURN-DATE PIC 9(8).
