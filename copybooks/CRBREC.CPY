      *****************************************************************
      * CRBREC.CPY                                                    *
      * RECORD LAYOUTS FOR THE MONTHLY CREDIT BUREAU REPORTING FILE,  *
      * IN THE METRO 2 426-BYTE FIXED CHARACTER FORMAT.  EVERY RECORD *
      * OPENS WITH A FOUR-DIGIT RECORD DESCRIPTOR WORD (THE RECORD    *
      * LENGTH, 0426).  THE FILE IS ONE HEADER RECORD, ONE BASE       *
      * SEGMENT PER LOAN REPORTED, AND ONE TRAILER RECORD CARRYING    *
      * THE COUNT OF BASE SEGMENTS BY ACCOUNT STATUS.  DATES ARE      *
      * MMDDYYYY (ZERO WHEN THERE IS NONE) AND AMOUNTS ARE WHOLE      *
      * DOLLARS.  THE ACCOUNT NUMBER IS THE LOAN NUMBER.  THE         *
      * SOCIAL SECURITY NUMBER AND DATE OF BIRTH ARE NOT HELD ON THE  *
      * BORROWER MASTER AND GO OUT AS ZEROES.                         *
      *****************************************************************
       01  CRB-RECORD.
           05  CR-RDW              PIC 9(4).
           05  CR-RECORD-ID        PIC X(7).
               88  CR-HEADER-REC            VALUE "HEADER ".
               88  CR-TRAILER-REC           VALUE "TRAILER".
           05  FILLER              PIC X(415).
       01  CRB-HEADER-RECORD.
           05  CH-RDW              PIC 9(4).
           05  CH-RECORD-ID        PIC X(6).
           05  CH-CYCLE-ID         PIC X(2).
           05  CH-INNOVIS-ID       PIC X(10).
           05  CH-EQUIFAX-ID       PIC X(10).
           05  CH-EXPERIAN-ID      PIC X(5).
           05  CH-TRANSUNION-ID    PIC X(10).
           05  CH-ACTIVITY-DATE    PIC 9(8).
           05  CH-DATE-CREATED     PIC 9(8).
           05  CH-PROGRAM-DATE     PIC 9(8).
           05  CH-PROGRAM-REVISED  PIC 9(8).
           05  CH-REPORTER-NAME    PIC X(40).
           05  CH-REPORTER-ADDRESS PIC X(96).
           05  CH-REPORTER-PHONE   PIC 9(10).
           05  CH-VENDOR-NAME      PIC X(40).
           05  CH-VENDOR-VERSION   PIC X(5).
           05  CH-PRBC-ID          PIC X(10).
           05  FILLER              PIC X(146).
       01  CRB-BASE-SEGMENT.
           05  CB-RDW              PIC 9(4).
           05  CB-PROCESSING-IND   PIC X.
           05  CB-TIME-STAMP.
               10  CB-TS-DATE      PIC 9(8).
               10  CB-TS-TIME      PIC 9(6).
           05  CB-CORRECTION-IND   PIC X.
           05  CB-IDENT-NUMBER     PIC X(20).
           05  CB-CYCLE-ID         PIC X(2).
           05  CB-ACCOUNT-NUMBER   PIC X(30).
           05  CB-PORTFOLIO-TYPE   PIC X.
           05  CB-ACCOUNT-TYPE     PIC X(2).
           05  CB-DATE-OPENED      PIC 9(8).
           05  CB-CREDIT-LIMIT     PIC 9(9).
           05  CB-ORIGINAL-AMOUNT  PIC 9(9).
           05  CB-TERMS-DURATION   PIC 9(3).
           05  CB-TERMS-FREQUENCY  PIC X.
           05  CB-SCHEDULED-PMT    PIC 9(9).
           05  CB-ACTUAL-PMT       PIC 9(9).
           05  CB-ACCOUNT-STATUS   PIC X(2).
               88  CB-STATUS-CURRENT        VALUE "11".
               88  CB-STATUS-PAID           VALUE "13".
               88  CB-STATUS-RECOVERED      VALUE "64".
               88  CB-STATUS-30-DAYS        VALUE "71".
               88  CB-STATUS-60-DAYS        VALUE "78".
               88  CB-STATUS-90-DAYS        VALUE "80".
               88  CB-STATUS-120-DAYS       VALUE "82".
               88  CB-STATUS-150-DAYS       VALUE "83".
               88  CB-STATUS-180-DAYS       VALUE "84".
               88  CB-STATUS-CHARGED-OFF    VALUE "97".
           05  CB-PAYMENT-RATING   PIC X.
           05  CB-PAYMENT-HISTORY  PIC X(24).
           05  CB-SPECIAL-COMMENT  PIC X(2).
               88  CB-COMMENT-REFINANCED    VALUE "AT".
           05  CB-COMPLIANCE-CODE  PIC X(2).
           05  CB-CURRENT-BALANCE  PIC 9(9).
           05  CB-AMOUNT-PAST-DUE  PIC 9(9).
           05  CB-CHARGE-OFF-AMT   PIC 9(9).
           05  CB-ACCT-INFO-DATE   PIC 9(8).
           05  CB-FIRST-DELQ-DATE  PIC 9(8).
           05  CB-DATE-CLOSED      PIC 9(8).
           05  CB-LAST-PMT-DATE    PIC 9(8).
           05  CB-RESERVED-1       PIC X(17).
           05  CB-TRANSACTION-TYPE PIC X.
           05  CB-SURNAME          PIC X(25).
           05  CB-FIRST-NAME       PIC X(20).
           05  CB-MIDDLE-NAME      PIC X(20).
           05  CB-GENERATION-CODE  PIC X.
           05  CB-SSN              PIC 9(9).
           05  CB-BIRTH-DATE       PIC 9(8).
           05  CB-PHONE            PIC 9(10).
           05  CB-ECOA-CODE        PIC X.
           05  CB-CONSUMER-INFO    PIC X(2).
           05  CB-COUNTRY-CODE     PIC X(2).
           05  CB-ADDRESS-1        PIC X(32).
           05  CB-ADDRESS-2        PIC X(32).
           05  CB-CITY             PIC X(20).
           05  CB-STATE            PIC X(2).
           05  CB-ZIP              PIC X(9).
           05  CB-ADDRESS-IND      PIC X.
           05  CB-RESIDENCE-CODE   PIC X.
       01  CRB-TRAILER-RECORD.
           05  CT-RDW              PIC 9(4).
           05  CT-RECORD-ID        PIC X(7).
           05  CT-TOTAL-BASE       PIC 9(9).
           05  CT-RESERVED-1       PIC X(9).
           05  CT-STATUS-DF        PIC 9(9).
           05  CT-TOTAL-J1         PIC 9(9).
           05  CT-TOTAL-J2         PIC 9(9).
           05  CT-BLOCK-COUNT      PIC 9(9).
           05  CT-STATUS-DA        PIC 9(9).
           05  CT-STATUS-05        PIC 9(9).
           05  CT-STATUS-11        PIC 9(9).
           05  CT-STATUS-13        PIC 9(9).
           05  CT-STATUS-61        PIC 9(9).
           05  CT-STATUS-62        PIC 9(9).
           05  CT-STATUS-63        PIC 9(9).
           05  CT-STATUS-64        PIC 9(9).
           05  CT-STATUS-65        PIC 9(9).
           05  CT-STATUS-71        PIC 9(9).
           05  CT-STATUS-78        PIC 9(9).
           05  CT-STATUS-80        PIC 9(9).
           05  CT-STATUS-82        PIC 9(9).
           05  CT-STATUS-83        PIC 9(9).
           05  CT-STATUS-84        PIC 9(9).
           05  CT-STATUS-88        PIC 9(9).
           05  CT-STATUS-89        PIC 9(9).
           05  CT-STATUS-93        PIC 9(9).
           05  CT-STATUS-94        PIC 9(9).
           05  CT-STATUS-95        PIC 9(9).
           05  CT-STATUS-96        PIC 9(9).
           05  CT-STATUS-97        PIC 9(9).
           05  CT-TOTAL-ECOA-Z     PIC 9(9).
           05  CT-TOTAL-EMPLOYMENT PIC 9(9).
           05  CT-TOTAL-ORIG-CRED  PIC 9(9).
           05  CT-TOTAL-PURCHASED  PIC 9(9).
           05  CT-TOTAL-MORTGAGE   PIC 9(9).
           05  CT-TOTAL-SPECIALIZED PIC 9(9).
           05  CT-TOTAL-CHANGE     PIC 9(9).
           05  CT-TOTAL-SSN-ALL    PIC 9(9).
           05  CT-TOTAL-SSN-BASE   PIC 9(9).
           05  CT-TOTAL-SSN-J1     PIC 9(9).
           05  CT-TOTAL-SSN-J2     PIC 9(9).
           05  CT-TOTAL-DOB-ALL    PIC 9(9).
           05  CT-TOTAL-DOB-BASE   PIC 9(9).
           05  CT-TOTAL-DOB-J1     PIC 9(9).
           05  CT-TOTAL-DOB-J2     PIC 9(9).
           05  CT-TOTAL-PHONE      PIC 9(9).
           05  CT-RESERVED-2       PIC X(19).
