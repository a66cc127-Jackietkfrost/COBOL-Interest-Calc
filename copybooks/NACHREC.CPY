      *****************************************************************
      * NACHREC.CPY                                                   *
      * RECORD LAYOUTS FOR THE NACHA-FORMAT ACH FILES EXCHANGED WITH  *
      * THE BANK - THE DEBIT ORIGINATION FILE SENT AND THE RETURN     *
      * FILE RECEIVED.  EVERY RECORD IS 94 BYTES AND IDENTIFIED BY    *
      * ITS FIRST BYTE: 1 FILE HEADER, 5 BATCH HEADER, 6 ENTRY        *
      * DETAIL, 7 ADDENDA, 8 BATCH CONTROL, 9 FILE CONTROL.  THE FILE *
      * IS FILLED OUT TO A MULTIPLE OF TEN RECORDS WITH RECORDS OF    *
      * ALL NINES.  AMOUNTS ARE IN CENTS WITH NO DECIMAL POINT AND    *
      * DATES ARE YYMMDD.  EACH DEBIT CARRIES THE LOAN NUMBER AND THE *
      * PAYMENT DATE IN ITS INDIVIDUAL IDENTIFICATION NUMBER, WHICH   *
      * THE BANK RETURNS UNCHANGED ON A RETURNED ENTRY, FOLLOWED BY A *
      * TYPE-99 ADDENDA CARRYING THE RETURN REASON CODE.              *
      *****************************************************************
       01  NACHA-RECORD.
           05  NR-RECORD-TYPE      PIC X.
               88  NR-FILE-HEADER           VALUE "1".
               88  NR-BATCH-HEADER          VALUE "5".
               88  NR-ENTRY-DETAIL          VALUE "6".
               88  NR-ADDENDA               VALUE "7".
               88  NR-BATCH-CONTROL         VALUE "8".
               88  NR-FILE-CONTROL          VALUE "9".
           05  FILLER              PIC X(93).
       01  NACHA-FILE-HEADER.
           05  NF-RECORD-TYPE      PIC X.
           05  NF-PRIORITY-CODE    PIC 9(2).
           05  NF-IMMED-DEST       PIC X(10).
           05  NF-IMMED-ORIGIN     PIC X(10).
           05  NF-CREATION-DATE    PIC 9(6).
           05  NF-CREATION-TIME    PIC 9(4).
           05  NF-FILE-ID-MODIFIER PIC X.
           05  NF-RECORD-SIZE      PIC 9(3).
           05  NF-BLOCKING-FACTOR  PIC 9(2).
           05  NF-FORMAT-CODE      PIC X.
           05  NF-DEST-NAME        PIC X(23).
           05  NF-ORIGIN-NAME      PIC X(23).
           05  NF-REFERENCE-CODE   PIC X(8).
       01  NACHA-BATCH-HEADER.
           05  NB-RECORD-TYPE      PIC X.
           05  NB-SERVICE-CLASS    PIC 9(3).
           05  NB-COMPANY-NAME     PIC X(16).
           05  NB-DISCRETIONARY    PIC X(20).
           05  NB-COMPANY-ID       PIC X(10).
           05  NB-SEC-CODE         PIC X(3).
           05  NB-ENTRY-DESC       PIC X(10).
           05  NB-DESCRIPTIVE-DATE PIC X(6).
           05  NB-EFFECTIVE-DATE   PIC 9(6).
           05  NB-SETTLEMENT-DATE  PIC X(3).
           05  NB-ORIGINATOR-STATUS PIC X.
           05  NB-ODFI-ID          PIC 9(8).
           05  NB-BATCH-NUMBER     PIC 9(7).
       01  NACHA-ENTRY-DETAIL.
           05  NE-RECORD-TYPE      PIC X.
           05  NE-TRANSACTION-CODE PIC 9(2).
               88  NE-CHECKING-DEBIT        VALUE 27.
               88  NE-SAVINGS-DEBIT         VALUE 37.
           05  NE-RDFI-ID          PIC 9(8).
           05  NE-CHECK-DIGIT      PIC 9.
           05  NE-DFI-ACCOUNT      PIC X(17).
           05  NE-AMOUNT           PIC 9(8)V99.
           05  NE-INDIVIDUAL-ID.
               10  NE-ID-LOAN-NUMBER   PIC 9(6).
               10  NE-ID-PAYMENT-DATE  PIC 9(8).
               10  FILLER              PIC X.
           05  NE-INDIVIDUAL-NAME  PIC X(22).
           05  NE-DISCRETIONARY    PIC X(2).
           05  NE-ADDENDA-IND      PIC 9.
           05  NE-TRACE-NUMBER.
               10  NE-TRACE-ODFI   PIC 9(8).
               10  NE-TRACE-SEQ    PIC 9(7).
       01  NACHA-RETURN-ADDENDA.
           05  NA-RECORD-TYPE      PIC X.
           05  NA-ADDENDA-TYPE     PIC 9(2).
               88  NA-RETURN-ADDENDA        VALUE 99.
           05  NA-RETURN-REASON    PIC X(3).
               88  NA-RETURN-NSF            VALUES "R01" "R09".
               88  NA-RETURN-CLOSED         VALUE "R02".
           05  NA-ORIG-TRACE       PIC X(15).
           05  NA-DATE-OF-DEATH    PIC X(6).
           05  NA-ORIG-RDFI        PIC X(8).
           05  NA-ADDENDA-INFO     PIC X(44).
           05  NA-TRACE-NUMBER     PIC X(15).
       01  NACHA-BATCH-CONTROL.
           05  NC-RECORD-TYPE      PIC X.
           05  NC-SERVICE-CLASS    PIC 9(3).
           05  NC-ENTRY-COUNT      PIC 9(6).
           05  NC-ENTRY-HASH       PIC 9(10).
           05  NC-TOTAL-DEBIT      PIC 9(10)V99.
           05  NC-TOTAL-CREDIT     PIC 9(10)V99.
           05  NC-COMPANY-ID       PIC X(10).
           05  NC-AUTH-CODE        PIC X(19).
           05  NC-RESERVED         PIC X(6).
           05  NC-ODFI-ID          PIC 9(8).
           05  NC-BATCH-NUMBER     PIC 9(7).
       01  NACHA-FILE-CONTROL.
           05  NT-RECORD-TYPE      PIC X.
           05  NT-BATCH-COUNT      PIC 9(6).
           05  NT-BLOCK-COUNT      PIC 9(6).
           05  NT-ENTRY-COUNT      PIC 9(8).
           05  NT-ENTRY-HASH       PIC 9(10).
           05  NT-TOTAL-DEBIT      PIC 9(10)V99.
           05  NT-TOTAL-CREDIT     PIC 9(10)V99.
           05  NT-RESERVED         PIC X(39).
