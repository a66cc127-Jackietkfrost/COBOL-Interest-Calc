      *****************************************************************
      * COLLREC.CPY                                                   *
      * RECORD LAYOUT FOR THE COLLECTIONS NOTES FILE.  ONE RECORD PER *
      * CONTACT A COLLECTOR LOGS AGAINST A DELINQUENT LOAN, KEYED BY  *
      * LOAN NUMBER AND THE DATE AND TIME THE NOTE WAS TAKEN, SO A    *
      * LOAN'S NOTES READ BACK IN THE ORDER THEY WERE WRITTEN.  EACH  *
      * CARRIES THE COLLECTOR'S OPERATOR ID, AN ACTION CODE, THE DATE *
      * THE LOAN IS NEXT TO BE WORKED (ZERO FOR NONE), AND FREE-TEXT  *
      * NOTES.  A PROMISE TO PAY (ACTION PP) ALSO CARRIES THE AMOUNT  *
      * AND DATE PROMISED; THE PROMISE STATUS IS BLANK UNTIL THE      *
      * NIGHTLY PROMISE CHECK FINDS THE DATE PASSED AND MARKS IT K    *
      * (KEPT) OR B (BROKEN) AGAINST THE PAYMENT HISTORY.  A BROKEN   *
      * PROMISE IS ALSO LOGGED AS ITS OWN NOTE, ACTION BP, UNDER THE  *
      * BATCH OPERATOR ID.                                            *
      *****************************************************************
       01  COLL-NOTE-RECORD.
           05  CN-NOTE-KEY.
               10  CN-LOAN-NUMBER  PIC 9(6).
               10  CN-NOTE-DATE    PIC 9(8).
               10  CN-NOTE-TIME    PIC 9(6).
           05  CN-OPERATOR-ID      PIC X(6).
           05  CN-ACTION-CODE      PIC X(2).
               88  CN-ACTION-CONTACTED      VALUE "CT".
               88  CN-ACTION-LEFT-MESSAGE   VALUE "LM".
               88  CN-ACTION-NO-ANSWER      VALUE "NA".
               88  CN-ACTION-PROMISE        VALUE "PP".
               88  CN-ACTION-REFUSED        VALUE "RF".
               88  CN-ACTION-OTHER          VALUE "OT".
               88  CN-ACTION-BROKEN-PROMISE VALUE "BP".
               88  CN-ACTION-KEYABLE        VALUES "CT" "LM" "NA"
                                                   "PP" "RF" "OT".
           05  CN-PROMISE-AMT      PIC 9(7)V99.
           05  CN-PROMISE-DATE     PIC 9(8).
           05  CN-PROMISE-STATUS   PIC X.
               88  CN-PROMISE-OPEN          VALUE " ".
               88  CN-PROMISE-KEPT          VALUE "K".
               88  CN-PROMISE-BROKEN        VALUE "B".
           05  CN-FOLLOW-UP-DATE   PIC 9(8).
           05  CN-NOTE-TEXT        PIC X(60).
