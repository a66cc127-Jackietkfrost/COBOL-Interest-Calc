           SELECT BATCH-LOCK-FILE ASSIGN TO "BATLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-LOCK-STATUS.
           SELECT COLL-NOTE-FILE ASSIGN TO "COLLNOTE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CN-NOTE-KEY
               FILE STATUS IS COLL-NOTE-STATUS.
           SELECT ACH-ENROLL-FILE ASSIGN TO "ACHMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AE-LOAN-NUMBER
               FILE STATUS IS ACH-ENROLL-STATUS.
           SELECT LOAN-PARTY-FILE ASSIGN TO "LOANPRTY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LP-PARTY-KEY
               FILE STATUS IS LOAN-PARTY-STATUS.
       data division.
       file section.
       FD  LOAN-MASTER-FILE.
       01  BATCH-LOCK-RECORD.
           05  BL-LOCK-STATE       PIC X(6).
           05  BL-LOCK-DATE        PIC 9(8).
       FD  COLL-NOTE-FILE.
           COPY "COLLREC.CPY".
       FD  ACH-ENROLL-FILE.
           COPY "ACHREC.CPY".
       FD  LOAN-PARTY-FILE.
           COPY "PARTYREC.CPY".

       working-storage section.
       01  USER-SELECTION  PIC 99 VALUE ZERO.
       01  MAINT-AUDIT-AMOUNT  PIC 9(8) VALUE ZERO.
       01  MAINT-AUDIT-PERCENT PIC 9(3)V99 VALUE ZERO.
       01  MAINT-AUDIT-YEARS   PIC 99 VALUE ZERO.
       01  MAINT-AUDIT-VALUE   PIC 9(9)V99 VALUE ZERO.
       01  BATCH-LOCK-STATUS   PIC X(2) VALUE SPACES.
       01  BATCH-LOCK-SWITCH   PIC X VALUE 'N'.
           88  BATCH-LOCKED             VALUE 'Y'.
       01  HIST-AMT-DISPLAY    PIC $$$,$$$,$$9.99.
       01  HIST-INT-DISPLAY    PIC $$$,$$$,$$9.99.
       01  HIST-PRIN-DISPLAY   PIC $$$,$$$,$$9.99.
       01  WAIVE-DUE-DATE-IN   PIC 9(8) VALUE ZERO.
       01  WAIVE-ASSESSED      PIC 9(7)V99 VALUE ZERO.
       01  WAIVE-WAIVED        PIC 9(7)V99 VALUE ZERO.
       01  WAIVE-AMOUNT        PIC 9(7)V99 VALUE ZERO.
       01  WAIVE-POST-DATE     PIC 9(8) VALUE ZERO.
       01  DUE-DATE-WORK       PIC 9(8) VALUE ZERO.
       01  DUE-DATE-SPLIT REDEFINES DUE-DATE-WORK.
           05  DUE-YYYY        PIC 9(4).
       01  DUE-MONTH-DAYS      PIC 99 VALUE ZERO.
       01  DUE-LEAP-WORK       PIC 9(4) VALUE ZERO.
       01  DUE-LEAP-REM        PIC 9(4) VALUE ZERO.
           COPY "BDAYPARM.CPY".
       01  MONTH-DAY-VALUES.
           05  FILLER  PIC X(12) VALUE "312831303130".
           05  FILLER  PIC X(12) VALUE "313130313031".
               VALUE "GOOD THROUGH (YYYYMMDD) : ".
           05  PQ-GOOD-THRU    PIC 9(8).
       01  PAYOFF-TEXT-LINE    PIC X(80).
       01  COLL-NOTE-STATUS    PIC X(2) VALUE SPACES.
       01  QUEUE-TODAY         PIC 9(8) VALUE ZERO.
       01  QUEUE-TODAY-SERIAL  PIC S9(9) COMP VALUE ZERO.
       01  QUEUE-COUNT         PIC 9(3) VALUE ZERO.
       01  QUEUE-SUB           PIC 9(3) VALUE ZERO.
       01  QUEUE-INS-SUB       PIC 9(3) VALUE ZERO.
       01  QUEUE-SHIFT-SUB     PIC 9(3) VALUE ZERO.
       01  QUEUE-DROPPED       PIC 9(5) VALUE ZERO.
       01  QUEUE-ACTION        PIC X VALUE SPACE.
       01  QUEUE-DAYS-DISPLAY  PIC ZZ,ZZ9.
       01  QUEUE-SLOT-SWITCH   PIC X VALUE 'N'.
           88  QUEUE-SLOT-FOUND         VALUE 'Y'.
       01  QUEUE-QUIT-SWITCH   PIC X VALUE 'N'.
           88  QUEUE-QUIT               VALUE 'Y'.
       01  QUEUE-NEW-ENTRY.
           05  QN-DAYS-PAST-DUE    PIC 9(5).
           05  QN-FOLLOW-UP-DATE   PIC 9(8).
           05  QN-LOAN-NUMBER      PIC 9(6).
       01  QUEUE-TABLE.
           05  QUEUE-ENTRY OCCURS 200 TIMES.
               10  QE-DAYS-PAST-DUE    PIC 9(5).
               10  QE-FOLLOW-UP-DATE   PIC 9(8).
               10  QE-LOAN-NUMBER      PIC 9(6).
       01  NOTE-EOF-SWITCH     PIC X VALUE 'N'.
           88  NOTE-EOF                 VALUE 'Y'.
       01  NOTE-COUNT          PIC 9(4) VALUE ZERO.
       01  NOTE-ACTION-IN      PIC X(2) VALUE SPACES.
       01  NOTE-PROMISE-AMT-IN PIC 9(7)V99 VALUE ZERO.
       01  NOTE-DATE-IN        PIC 9(8) VALUE ZERO.
       01  NOTE-TIME-WORK      PIC 9(8) VALUE ZERO.
       01  NOTE-TEXT-IN        PIC X(60) VALUE SPACES.
       01  NOTE-PROMISE-WORD   PIC X(6) VALUE SPACES.
       01  NOTE-DATE-OK-SWITCH PIC X VALUE 'N'.
           88  NOTE-DATE-OK             VALUE 'Y'.
       01  ACH-ENROLL-STATUS   PIC X(2) VALUE SPACES.
       01  ACH-FOUND-SWITCH    PIC X VALUE 'N'.
           88  ACH-ON-FILE              VALUE 'Y'.
       01  ACH-ACTION          PIC X VALUE SPACE.
       01  ACH-ROUTING-IN      PIC 9(9) VALUE ZERO.
       01  ACH-ROUTING-DIGITS REDEFINES ACH-ROUTING-IN.
           05  ACH-RT-DIGIT OCCURS 9 TIMES PIC 9.
       01  ACH-CHECK-SUM       PIC 9(4) VALUE ZERO.
       01  ACH-CHECK-QUOT      PIC 9(4) VALUE ZERO.
       01  ACH-CHECK-REM       PIC 9(4) VALUE ZERO.
       01  ACH-ROUTING-OK-SWITCH PIC X VALUE 'N'.
           88  ACH-ROUTING-OK           VALUE 'Y'.
       01  ACH-ACCOUNT-IN      PIC X(17) VALUE SPACES.
       01  ACH-ACCOUNT-CONFIRM PIC X(17) VALUE SPACES.
       01  ACH-ACCOUNT-OK-SWITCH PIC X VALUE 'N'.
           88  ACH-ACCOUNT-OK           VALUE 'Y'.
       01  ACH-ACCOUNT-LEN     PIC 99 VALUE ZERO.
       01  ACH-ACCOUNT-SPACES  PIC 99 VALUE ZERO.
       01  ACH-MASKED-ACCOUNT  PIC X(17) VALUE SPACES.
       01  ACH-TYPE-IN         PIC X VALUE SPACE.
       01  ACH-DRAFT-DAY-IN    PIC 99 VALUE ZERO.
       01  ACH-STATUS-WORD     PIC X(9) VALUE SPACES.
       01  FILING-OK-SWITCH    PIC X VALUE 'N'.
           88  LOAN-FILED               VALUE 'Y'.
       01  REFI-COUNT          PIC 99 VALUE ZERO.
       01  REFI-SUB            PIC 99 VALUE ZERO.
       01  REFI-FIND-SUB       PIC 99 VALUE ZERO.
       01  REFI-LOAN-IN        PIC 9(6) VALUE ZERO.
       01  REFI-NEW-MONEY-IN   PIC 9(8) VALUE ZERO.
       01  REFI-FUNDING-DATE   PIC 9(8) VALUE ZERO.
       01  REFI-NEW-LOAN       PIC 9(6) VALUE ZERO.
       01  REFI-XREF-LOAN      PIC 9(6) VALUE ZERO.
       01  REFI-PAYOFF-TOTAL   PIC 9(9)V99 VALUE ZERO.
       01  REFI-WHOLE-PAYOFF   PIC 9(9) VALUE ZERO.
       01  REFI-NEW-AMOUNT     PIC 9(9) VALUE ZERO.
       01  REFI-HIT-SWITCH     PIC X VALUE 'N'.
           88  REFI-LOAN-PICKED         VALUE 'Y'.
       01  REFI-DONE-SWITCH    PIC X VALUE 'N'.
           88  REFI-PICKING-DONE        VALUE 'Y'.
       01  REFI-OK-SWITCH      PIC X VALUE 'Y'.
           88  REFI-STILL-OK            VALUE 'Y'.
       01  REFI-TABLE.
           05  REFI-ENTRY OCCURS 10 TIMES.
               10  RF-LOAN-NUMBER  PIC 9(6).
               10  RF-BALANCE      PIC 9(9)V99.
               10  RF-FEES         PIC 9(7)V99.
               10  RF-INTEREST     PIC 9(9)V99.
               10  RF-PAYOFF       PIC 9(9)V99.
       01  LOAN-PARTY-STATUS   PIC X(2) VALUE SPACES.
       01  PARTY-EOF-SWITCH    PIC X VALUE 'N'.
           88  PARTY-EOF                VALUE 'Y'.
       01  PARTY-ACTION        PIC X VALUE SPACE.
       01  PARTY-BORROWER-IN   PIC 9(6) VALUE ZERO.
       01  PARTY-ROLE-IN       PIC X VALUE SPACE.
       01  PARTY-ROLE-WORD     PIC X(11) VALUE SPACES.
       01  PARTY-COUNT         PIC 9(4) VALUE ZERO.
       01  BORROWER-CONTINGENT PIC 9(11)V99 VALUE ZERO.
       01  AUDIT-LINE.
           05  AU-TIMESTAMP    PIC 9(14).
           05  FILLER          PIC X(2) VALUE SPACES.
           "11. Print Disclosure Statement".
           05  LINE 20 COLUMN 25   VALUE
           "12. Payoff Quote".
           05  LINE 9  COLUMN 58   VALUE
           "13. Waive a Late Fee".
           05  LINE 10 COLUMN 58   VALUE
           "14. Collections Queue".
           05  LINE 11 COLUMN 58   VALUE
           "15. Refinance Loans".
           05  LINE 12 COLUMN 58   VALUE
           "16. Loan Parties".
           05  LINE 21 COLUMN 10   VALUE
           "Enter the respective number for your operation (1-16): ".
           05  PIC 99 USING USER-SELECTION.

       01 ERROR-SCREEN
           BLANK SCREEN.
           05  LINE 5  COLUMN 10   VALUE
           "Only values 1 thru 16 are accepted as a correct response.".

       01 ENTER-DATA-SCREEN
           BLANK SCREEN.
                   WHEN 11 PERFORM 740-DISCLOSURE-STATEMENT
                   WHEN 12 PERFORM 750-PAYOFF-QUOTE
                               THRU 750-PAYOFF-EXIT
                   WHEN 13 PERFORM 900-WAIVE-LATE-FEE
                               THRU 900-WAIVE-EXIT
                   WHEN 14 PERFORM 920-COLLECTIONS-QUEUE
                               THRU 920-QUEUE-EXIT
                   WHEN 15 PERFORM 960-REFINANCE-LOANS
                               THRU 960-REFI-EXIT
                   WHEN 16 PERFORM 970-LOAN-PARTY-MAINT
                               THRU 970-PARTY-EXIT
                   WHEN OTHER
                       DISPLAY ERROR-SCREEN
                       PERFORM 600-DUMMY-PAUSE
               CLOSE RATE-TABLE-FILE
               OPEN I-O RATE-TABLE-FILE
           END-IF
           OPEN I-O COLL-NOTE-FILE
           IF COLL-NOTE-STATUS NOT = "00"
               OPEN OUTPUT COLL-NOTE-FILE
               CLOSE COLL-NOTE-FILE
               OPEN I-O COLL-NOTE-FILE
           END-IF
           OPEN I-O ACH-ENROLL-FILE
           IF ACH-ENROLL-STATUS NOT = "00"
               OPEN OUTPUT ACH-ENROLL-FILE
               CLOSE ACH-ENROLL-FILE
               OPEN I-O ACH-ENROLL-FILE
           END-IF
           OPEN I-O LOAN-PARTY-FILE
           IF LOAN-PARTY-STATUS NOT = "00"
               OPEN OUTPUT LOAN-PARTY-FILE
               CLOSE LOAN-PARTY-FILE
               OPEN I-O LOAN-PARTY-FILE
           END-IF
           OPEN INPUT LOAN-CTL-FILE
           IF LOAN-CTL-STATUS = "00"
               READ LOAN-CTL-FILE INTO LOAN-NUMBER-CTR

      *    DUAL CONTROL FOR SENSITIVE MAINTENANCE: A SECOND OPERATOR,
      *    ON THE OPERATOR FILE AND DIFFERENT FROM THE ONE SIGNED ON,
      *    MUST APPROVE BEFORE A RATE-TABLE CHANGE, BORROWER DELETE,
      *    LATE-FEE WAIVER, AUTO-DEBIT ENROLLMENT, REFINANCE, OR
      *    RELEASE OF A LOAN PARTY TAKES EFFECT.
           068-GET-APPROVAL.
           MOVE 'N' TO APPROVAL-OK-SWITCH
           DISPLAY "A SECOND OPERATOR MUST APPROVE THIS ACTION."

      *    THE EXPOSURE IS THE BORROWER'S TOTAL OUTSTANDING BALANCE
      *    ACROSS THE WHOLE LOAN MASTER, WALKED THE SAME WAY THE
      *    LOANS-BY-BORROWER LIST IS, PLUS THE CONTINGENT LIABILITY -
      *    THE BALANCE OF EVERY LOAN THE BORROWER IS A CO-BORROWER OR
      *    GUARANTOR ON.  A REQUEST THAT WOULD PUSH THE BORROWER PAST
      *    THE LENDING LIMIT IS REFUSED BEFORE ANYTHING IS FILED; A
      *    ZERO LIMIT ON THE BORROWER RECORD MEANS NO LIMIT.  ON A
      *    REFINANCE THE LOANS BEING PAID OFF ARE LEFT OUT OF THE
      *    EXPOSURE, SINCE THE NEW LOAN REPLACES THEM.
           235-CHECK-LENDING-LIMIT.
           IF BM-LENDING-LIMIT = ZERO
               GO TO 235-LIMIT-DONE
               DISPLAY "BORROWER OVER THE LENDING LIMIT."
               DISPLAY "CURRENT EXPOSURE. . . . : "
                   WS-EXPOSURE-DISPLAY
               IF BORROWER-CONTINGENT > ZERO
                   MOVE BORROWER-CONTINGENT TO WS-EXPOSURE-DISPLAY
                   DISPLAY "OF WHICH CONTINGENT . . : "
                       WS-EXPOSURE-DISPLAY
               END-IF
               DISPLAY "LENDING LIMIT . . . . . : " WS-LIMIT-DISPLAY
               IF REFI-COUNT = ZERO
                   DISPLAY "RE-ENTER THE ID OR ENTER 0 TO CANCEL."
               END-IF
               DISPLAY "Press enter to continue..."
               ACCEPT DUMMY
               MOVE 'N' TO BORROWER-FOUND-SWITCH
               INVALID KEY
                   MOVE 'Y' TO WS-INQUIRE-EOF-SWITCH
           END-START
           PERFORM 238-ADD-NEXT-EXPOSURE UNTIL WS-INQUIRE-EOF
           MOVE ZERO TO BORROWER-CONTINGENT
           MOVE ZERO TO LP-PARTY-KEY
           MOVE 'N' TO PARTY-EOF-SWITCH
           START LOAN-PARTY-FILE KEY IS NOT LESS THAN LP-PARTY-KEY
               INVALID KEY
                   MOVE 'Y' TO PARTY-EOF-SWITCH
           END-START
           PERFORM 239-ADD-PARTY-EXPOSURE UNTIL PARTY-EOF
           ADD BORROWER-CONTINGENT TO BORROWER-EXPOSURE.

           238-ADD-NEXT-EXPOSURE.
           READ LOAN-MASTER-FILE NEXT RECORD
                   MOVE 'Y' TO WS-INQUIRE-EOF-SWITCH
               NOT AT END
                   IF LM-BORROWER-ID = BORROWER-ID-IN
                       PERFORM 966-FIND-REFI-LOAN
                       IF NOT REFI-LOAN-PICKED
                           ADD LM-OUTSTANDING-BAL TO BORROWER-EXPOSURE
                       END-IF
                   END-IF
           END-READ.

           239-ADD-PARTY-EXPOSURE.
           READ LOAN-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PARTY-EOF-SWITCH
               NOT AT END
                   IF LP-BORROWER-ID = BORROWER-ID-IN
                       MOVE LP-LOAN-NUMBER TO LM-LOAN-NUMBER
                       READ LOAN-MASTER-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD LM-OUTSTANDING-BAL
                                   TO BORROWER-CONTINGENT
                       END-READ
                   END-IF
           END-READ.

           CLOSE LOAN-CTL-FILE.

           251-FILE-LOAN-RECORD.
           MOVE 'N' TO FILING-OK-SWITCH
           PERFORM 249-ASSIGN-LOAN-NUMBER
           SET BDY-GET-DATES TO TRUE
           CALL "LOANBDAY" USING BDAY-PARMS
           END-CALL
           MOVE BDY-DATE TO ENTRY-DATE
           MOVE LOAN-NUMBER-CTR TO LM-LOAN-NUMBER
           MOVE LOAN-AMT-IN     TO LM-LOAN-AMOUNT
           MOVE LOAN-PERCENT-IN TO LM-LOAN-PERCENT
           MOVE BORROWER-ID-IN  TO LM-BORROWER-ID
           MOVE "A"             TO LM-LOAN-STATUS
           MOVE PRODUCT-CODE-IN TO LM-PRODUCT-CODE
           MOVE ZERO            TO LM-FEE-BALANCE
           MOVE ZERO            TO LM-LAST-FEE-DUE-DATE
           MOVE ZERO            TO LM-REPRICE-DATE
           MOVE ZERO            TO LM-RATE-CAP
           MOVE ZERO            TO LM-RATE-FLOOR
           MOVE ZERO            TO LM-NOTICE-RATE
           MOVE ZERO            TO LM-CHARGE-OFF-DATE
           MOVE ZERO            TO LM-CHARGE-OFF-AMT
           MOVE ZERO            TO LM-RECOVERY-AMT
           MOVE ZERO            TO LM-REFI-LOAN-NUMBER
           MOVE REFI-COUNT      TO LM-REFI-COUNT
           PERFORM 255-SET-PAYMENT-TERMS
           WRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO FILE LOAN RECORD - DUPLICATE KEY"
               NOT INVALID KEY
                   MOVE 'Y' TO FILING-OK-SWITCH
                   PERFORM 855-WRITE-FILING-AUDIT
           END-WRITE.

      *    THE SCHEDULED PAYMENT IS THE SIMPLE-INTEREST PAYOFF (THE
      *    LOANCALC FORMULA) SPREAD OVER THE TERM IN MONTHS, AND THE
      *    FIRST PAYMENT FALLS DUE ONE MONTH AFTER THE ENTRY DATE -
      *    MOVED ON TO THE NEXT BUSINESS DAY WHEN THAT IS A WEEKEND OR
      *    A HOLIDAY ON THE CALENDAR.  THE ENTRY DATE ITSELF IS THE
      *    BUSINESS DATE FROM THE CONTROL FILE, NOT THE SYSTEM CLOCK.
           255-SET-PAYMENT-TERMS.
           COMPUTE LM-PAYMENT-AMOUNT ROUNDED =
               (LOAN-AMT-IN
               / (LOAN-YEARS-IN * 12)
           MOVE ENTRY-DATE TO DUE-DATE-WORK
           PERFORM 256-ADVANCE-DUE-MONTH
           SET BDY-ADJUST-DATE TO TRUE
           MOVE DUE-DATE-WORK TO BDY-DATE
           CALL "LOANBDAY" USING BDAY-PARMS
           END-CALL
           IF BDY-STATUS-OK
               MOVE BDY-DATE TO DUE-DATE-WORK
           END-IF
           MOVE DUE-DATE-WORK TO LM-NEXT-DUE-DATE.

           256-ADVANCE-DUE-MONTH.
           IF AUDIT-LOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           PERFORM 858-GET-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-TIME(1:6) TO WS-AUDIT-HHMMSS
           COMPUTE AU-TIMESTAMP = WS-AUDIT-DATE * 1000000
           IF AUDIT-LOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           PERFORM 858-GET-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-TIME(1:6) TO WS-AUDIT-HHMMSS
           COMPUTE AU-TIMESTAMP = WS-AUDIT-DATE * 1000000
           CLOSE AUDIT-LOG-FILE.

      *    MAINTENANCE ACTIONS LOG THEIR OWN AUDIT TYPE - R FOR A
      *    RATE-TABLE CHANGE, X FOR A BORROWER DELETE, W FOR A LATE-FEE
      *    WAIVER, A FOR AN AUTO-DEBIT ENROLLMENT OR CANCELLATION, N
      *    FOR EACH LOAN A REFINANCE PAYS OFF AND FOR THE NEW LOAN, L
      *    FOR A LOAN PARTY ADDED OR RELEASED - SO THE LOG SHOWS WHO
      *    TOUCHED THE RATE TABLE AND WHEN.  A MONEY FIGURE (THE FEE
      *    WAIVED, THE PAYOFF) RIDES IN THE TOTAL COLUMN AND IS
      *    CLEARED ONCE LOGGED.  THE DAY RECONCILIATION
      *    TALLIES ONLY TYPE-F LINES, SO THESE CANNOT THROW A HEALTHY
      *    DAY OUT OF BALANCE.
           857-WRITE-MAINT-AUDIT.
           OPEN EXTEND AUDIT-LOG-FILE
           IF AUDIT-LOG-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF
           PERFORM 858-GET-AUDIT-DATE
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-AUDIT-TIME(1:6) TO WS-AUDIT-HHMMSS
           COMPUTE AU-TIMESTAMP = WS-AUDIT-DATE * 1000000
           MOVE MAINT-AUDIT-PERCENT TO AU-PERCENT
           MOVE MAINT-AUDIT-YEARS   TO AU-YEARS
           MOVE ZERO                TO AU-INTEREST
           MOVE MAINT-AUDIT-VALUE   TO AU-TOTAL
           MOVE SIGNED-ON-OPERATOR  TO AU-OPERATOR
           WRITE AUDIT-LOG-REC FROM AUDIT-LINE
           CLOSE AUDIT-LOG-FILE
           MOVE ZERO TO MAINT-AUDIT-VALUE.

      *    AN AUDIT LINE IS DATED WITH THE BUSINESS DATE FROM THE
      *    CONTROL FILE - THE DATE THE DAY RECONCILIATION MATCHES THE
      *    FILINGS ON - AND ONLY ITS TIME OF DAY COMES FROM THE CLOCK,
      *    SO WORK KEYED AFTER MIDNIGHT STILL BELONGS TO ITS DAY.
           858-GET-AUDIT-DATE.
           SET BDY-GET-DATES TO TRUE
           CALL "LOANBDAY" USING BDAY-PARMS
           END-CALL
           MOVE BDY-DATE TO WS-AUDIT-DATE.

           350-COMPOUND-CALC.
           DISPLAY ENTER-DATA-SCREEN
                   MOVE LM-OUTSTANDING-BAL TO WS-BALANCE-DISPLAY
                   DISPLAY "CURRENT BALANCE . . . . : "
                       WS-BALANCE-DISPLAY
                   MOVE LM-FEE-BALANCE TO WS-BALANCE-DISPLAY
                   DISPLAY "LATE FEES DUE . . . . . : "
                       WS-BALANCE-DISPLAY
                   IF LM-LAST-PAYMENT-DATE > ZERO
                       DISPLAY "LAST PAYMENT (YYYYMMDD) : "
                           LM-LAST-PAYMENT-DATE
                   ELSE
                       DISPLAY "LAST PAYMENT (YYYYMMDD) : NONE"
                   END-IF
                   IF LM-REPRICE-DATE > ZERO
                       DISPLAY "NEXT RATE CHANGE (DATE) : "
                           LM-REPRICE-DATE
                       MOVE LM-RATE-CAP TO WS-PERCENT-DISPLAY
                       DISPLAY "LIFETIME RATE CAP . . . : "
                           WS-PERCENT-DISPLAY
                       MOVE LM-RATE-FLOOR TO WS-PERCENT-DISPLAY
                       DISPLAY "LIFETIME RATE FLOOR . . : "
                           WS-PERCENT-DISPLAY
                       IF LM-NOTICE-RATE > ZERO
                           MOVE LM-NOTICE-RATE TO WS-PERCENT-DISPLAY
                           DISPLAY "NEW RATE NOTICED. . . . : "
                               WS-PERCENT-DISPLAY
                       END-IF
                   END-IF
                   IF LM-STATUS-PAID
                       DISPLAY "STATUS. . . . . . . . . : PAID IN FULL"
                   END-IF
                   IF LM-STATUS-NONACCRUAL
                       DISPLAY "STATUS. . . . . . . . . : NON-ACCRUAL"
                   END-IF
                   IF LM-STATUS-CHARGED-OFF
                       DISPLAY "STATUS. . . . . . . . . : CHARGED OFF"
                       DISPLAY "CHARGED OFF (YYYYMMDD). : "
                           LM-CHARGE-OFF-DATE
                       MOVE LM-CHARGE-OFF-AMT TO WS-BALANCE-DISPLAY
                       DISPLAY "AMOUNT CHARGED OFF. . . : "
                           WS-BALANCE-DISPLAY
                       MOVE LM-RECOVERY-AMT TO WS-BALANCE-DISPLAY
                       DISPLAY "RECOVERED TO DATE . . . : "
                           WS-BALANCE-DISPLAY
                   END-IF
                   IF LM-STATUS-REFINANCED
                       DISPLAY "STATUS. . . . . . . . . : REFINANCED"
                       DISPLAY "REFINANCED INTO LOAN. . : "
                           LM-REFI-LOAN-NUMBER
                   END-IF
                   IF LM-REFI-COUNT > ZERO
                       PERFORM 705-SHOW-LOANS-REFINANCED
                   END-IF
                   PERFORM 975-SHOW-LOAN-PARTIES
               ELSE
                   DISPLAY ENTER-DATA-SCREEN
                   DISPLAY
           END-IF
           PERFORM 600-DUMMY-PAUSE.

      *    A LOAN FILED BY A REFINANCE LISTS THE LOANS IT PAID OFF -
      *    EACH CARRIES THIS LOAN'S NUMBER - AND THE INQUIRED LOAN IS
      *    READ BACK AFTERWARDS FOR THE HISTORY DISPLAY.
           705-SHOW-LOANS-REFINANCED.
           MOVE LM-LOAN-NUMBER TO REFI-XREF-LOAN
           MOVE ZERO TO LM-LOAN-NUMBER
           MOVE 'N' TO WS-INQUIRE-EOF-SWITCH
           START LOAN-MASTER-FILE KEY IS NOT LESS THAN LM-LOAN-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-INQUIRE-EOF-SWITCH
           END-START
           PERFORM 706-SCAN-REFINANCED-LOAN UNTIL WS-INQUIRE-EOF
           MOVE REFI-XREF-LOAN TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

           706-SCAN-REFINANCED-LOAN.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INQUIRE-EOF-SWITCH
               NOT AT END
                   IF LM-STATUS-REFINANCED
                       AND LM-REFI-LOAN-NUMBER = REFI-XREF-LOAN
                       DISPLAY "REFINANCES LOAN . . . . : "
                           LM-LOAN-NUMBER
                   END-IF
           END-READ.

      *    THE HISTORY SHOWS EVERY POSTING AND REVERSAL THE PAYMENT
      *    RUN HAS APPLIED TO THIS LOAN, WITH THE INTEREST/PRINCIPAL
      *    SPLIT THAT OTHERWISE ONLY LIVES ON THAT DAY'S POSTING
      *    REPORT, AND EVERY LATE FEE ASSESSED (F) OR WAIVED (W).
           730-SHOW-PAYMENT-HISTORY.
           MOVE ZERO TO HIST-COUNT
           MOVE 'N' TO HIST-EOF-SWITCH
                   END-IF
           END-READ.

      *    THE QUOTE IS PRICED BY 752 BELOW, THE SAME PRICING A
      *    REFINANCE USES FOR EACH LOAN IT PAYS OFF.
           750-PAYOFF-QUOTE.
           DISPLAY ENTER-DATA-SCREEN
           DISPLAY "Enter the loan number for the payoff quote: "
               PERFORM 600-DUMMY-PAUSE
               GO TO 750-PAYOFF-EXIT
           END-IF
           IF LM-STATUS-CHARGED-OFF
               DISPLAY "THIS LOAN HAS BEEN CHARGED OFF."
               PERFORM 600-DUMMY-PAUSE
               GO TO 750-PAYOFF-EXIT
           END-IF
           IF LM-STATUS-REFINANCED
               DISPLAY "THIS LOAN WAS PAID OFF BY REFINANCE INTO LOAN "
                   LM-REFI-LOAN-NUMBER
               PERFORM 600-DUMMY-PAUSE
               GO TO 750-PAYOFF-EXIT
           END-IF
           DISPLAY "Enter the payoff date (YYYYMMDD): "
           ACCEPT PAYOFF-DATE-IN
           IF PAYOFF-DATE-IN = ZERO
               PERFORM 600-DUMMY-PAUSE
               GO TO 750-PAYOFF-EXIT
           END-IF
           PERFORM 752-PRICE-PAYOFF
           MOVE LM-OUTSTANDING-BAL TO WS-BALANCE-DISPLAY
           DISPLAY "CURRENT BALANCE . . . . : " WS-BALANCE-DISPLAY
           MOVE PAYOFF-INTEREST TO PAYOFF-AMT-DISPLAY
           DISPLAY "INTEREST TO PAYOFF DATE : " PAYOFF-AMT-DISPLAY
           MOVE PAYOFF-TOTAL TO PAYOFF-AMT-DISPLAY
           DISPLAY "PAYOFF AMOUNT . . . . . : " PAYOFF-AMT-DISPLAY
           DISPLAY "DAYS OF ACCRUAL . . . . : " PAYOFF-ACCRUAL-DAYS
           PERFORM 755-WRITE-PAYOFF-LETTER
           DISPLAY "PAYOFF LETTER WRITTEN TO PAYOFRPT"
           PERFORM 600-DUMMY-PAUSE.
           750-PAYOFF-EXIT.
           EXIT.

      *    THE PAYOFF ACCRUES PER-DIEM INTEREST FROM THE LAST PAYMENT
      *    (OR THE ENTRY DATE) TO PAYOFF-DATE-IN WITH THE SAME
      *    SERIAL-DAY MATH THE PAYMENT-POSTING RUN USES, SO THE QUOTE
      *    AND THE EVENTUAL POSTING AGREE TO THE PENNY.
           752-PRICE-PAYOFF.
           IF LM-LAST-PAYMENT-DATE > ZERO
               MOVE LM-LAST-PAYMENT-DATE TO DUE-DATE-WORK
           ELSE
               LM-OUTSTANDING-BAL * (LM-LOAN-PERCENT / 100)
               * PAYOFF-ACCRUAL-DAYS / 365
           COMPUTE PAYOFF-TOTAL =
               LM-OUTSTANDING-BAL + PAYOFF-INTEREST.

           755-WRITE-PAYOFF-LETTER.
           OPEN EXTEND PAYOFF-RPT-FILE
           IF PAYOFF-RPT-STATUS NOT = "00"
               OPEN OUTPUT PAYOFF-RPT-FILE
           END-IF
           SET BDY-GET-DATES TO TRUE
           CALL "LOANBDAY" USING BDAY-PARMS
           END-CALL
           MOVE BDY-DATE TO PAYOFF-QUOTE-DATE
           WRITE PAYOFF-RPT-REC FROM PAYOFF-RULE-LINE
           MOVE PAYOFF-QUOTE-DATE TO PQ-QUOTE-DATE
           WRITE PAYOFF-RPT-REC FROM PAYOFF-TITLE-LINE
           760-BORROWER-MAINT.
           DISPLAY ENTER-DATA-SCREEN
           DISPLAY "Borrower File Maintenance"
           DISPLAY "(A)dd, (C)hange, (D)elete, ACH (E)nrollment,"
           DISPLAY "or (Q)uit: "
           ACCEPT BOR-MAINT-ACTION
           EVALUATE BOR-MAINT-ACTION
               WHEN "A" WHEN "a" PERFORM 761-BORROWER-ADD
               WHEN "C" WHEN "c" PERFORM 762-BORROWER-CHANGE
               WHEN "D" WHEN "d" PERFORM 763-BORROWER-DELETE
               WHEN "E" WHEN "e"
                   PERFORM 950-ACH-ENROLLMENT THRU 950-ACH-EXIT
               WHEN "Q" WHEN "q" CONTINUE
               WHEN OTHER
                   DISPLAY "ONLY A, C, D, E, OR Q ARE ACCEPTED."
           END-EVALUATE
           PERFORM 600-DUMMY-PAUSE.

                   DISPLAY "BORROWER NOT ON FILE."
               NOT INVALID KEY
                   PERFORM 764-SHOW-BORROWER
                   PERFORM 766-COUNT-PARTY-LINKS
                   IF PARTY-COUNT > ZERO
                       DISPLAY "BORROWER IS A PARTY TO " PARTY-COUNT
                           " LOAN(S) - RELEASE IT UNDER LOAN PARTIES"
                           " FIRST."
                       MOVE "N" TO BOR-CONFIRM
                   ELSE
                       DISPLAY "Delete this borrower? (Y/N): "
                       ACCEPT BOR-CONFIRM
                   END-IF
                   IF BOR-CONFIRM = "Y" OR BOR-CONFIRM = "y"
                       PERFORM 068-GET-APPROVAL
                           THRU 068-APPROVAL-DONE
           MOVE BOR-LIMIT-IN TO BM-LENDING-LIMIT
           MOVE BORROWER-ID-IN TO BM-BORROWER-ID.

      *    A BORROWER STILL NAMED AS A CO-BORROWER OR GUARANTOR ON A
      *    LOAN CANNOT BE DELETED, OR THE STATEMENT COPIES AND NOTICES
      *    WOULD LOSE THEIR NAME AND ADDRESS.
           766-COUNT-PARTY-LINKS.
           MOVE ZERO TO PARTY-COUNT
           MOVE ZERO TO LP-PARTY-KEY
           MOVE 'N' TO PARTY-EOF-SWITCH
           START LOAN-PARTY-FILE KEY IS NOT LESS THAN LP-PARTY-KEY
               INVALID KEY
                   MOVE 'Y' TO PARTY-EOF-SWITCH
           END-START
           PERFORM 767-CHECK-PARTY-LINK UNTIL PARTY-EOF.

           767-CHECK-PARTY-LINK.
           READ LOAN-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PARTY-EOF-SWITCH
               NOT AT END
                   IF LP-BORROWER-ID = BORROWER-ID-IN
                       ADD 1 TO PARTY-COUNT
                   END-IF
           END-READ.

           770-LOANS-BY-BORROWER.
           DISPLAY ENTER-DATA-SCREEN
           DISPLAY "Enter the borrower ID to list loans for: "
                   MOVE 'Y' TO WS-INQUIRE-EOF-SWITCH
           END-START
           PERFORM 775-LIST-NEXT-LOAN UNTIL WS-INQUIRE-EOF
           MOVE ZERO TO PARTY-COUNT
           MOVE ZERO TO LP-PARTY-KEY
           MOVE 'N' TO PARTY-EOF-SWITCH
           START LOAN-PARTY-FILE KEY IS NOT LESS THAN LP-PARTY-KEY
               INVALID KEY
                   MOVE 'Y' TO PARTY-EOF-SWITCH
           END-START
           PERFORM 778-LIST-NEXT-PARTY UNTIL PARTY-EOF
           IF BOR-LOAN-COUNT = ZERO AND PARTY-COUNT = ZERO
               DISPLAY "NO LOANS ON FILE FOR THIS BORROWER."
           ELSE
               DISPLAY "LOANS LISTED: " BOR-LOAN-COUNT
               IF PARTY-COUNT > ZERO
                   DISPLAY "LOANS AS CO-BORROWER OR GUARANTOR: "
                       PARTY-COUNT
               END-IF
           END-IF
           PERFORM 600-DUMMY-PAUSE.
           770-LOANS-EXIT.
                   END-IF
           END-READ.

      *    LOANS THE BORROWER IS A CO-BORROWER OR GUARANTOR ON FOLLOW
      *    ITS OWN LOANS, EACH WITH ITS ROLE AND PRIMARY BORROWER.
           778-LIST-NEXT-PARTY.
           READ LOAN-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PARTY-EOF-SWITCH
               NOT AT END
                   IF LP-BORROWER-ID = BORROWER-ID-IN
                       PERFORM 779-LIST-PARTY-LOAN
                   END-IF
           END-READ.

           779-LIST-PARTY-LOAN.
           MOVE LP-LOAN-NUMBER TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO PARTY-COUNT
                   PERFORM 977-SET-ROLE-WORD
                   MOVE LM-OUTSTANDING-BAL TO WS-BALANCE-DISPLAY
                   DISPLAY "LOAN " LM-LOAN-NUMBER
                       "  " PARTY-ROLE-WORD
                       "  PRIMARY " LM-BORROWER-ID
                       "  BALANCE " WS-BALANCE-DISPLAY
           END-READ.

           780-RATE-TABLE-MAINT.
           DISPLAY ENTER-DATA-SCREEN
           DISPLAY "Rate Table Maintenance"
           MOVE RESUB-HELD-ENTRY (RESUB-HELD-SUB) TO RESUBMIT-REC
           WRITE RESUBMIT-REC.

      *    A WAIVER REVERSES ONE ASSESSED LATE FEE, NAMED BY THE DUE
      *    DATE OF THE INSTALLMENT IT WAS CHARGED AGAINST.  THE FEE
      *    STILL STANDING ON THAT INSTALLMENT IS THE TYPE-F HISTORY
      *    LESS ANY TYPE-W ALREADY WRITTEN AGAINST IT, SO A FEE CANNOT
      *    BE WAIVED TWICE.  UNDER DUAL CONTROL IT COMES OFF THE FEE
      *    BALANCE, A TYPE-W HISTORY RECORD IS WRITTEN, AND THE
      *    WAIVER IS LOGGED AS A TYPE-W AUDIT LINE.  NO WAIVER IS
      *    TAKEN WHILE THE NIGHT BATCH HOLDS THE LOCK, AS THE POSTING
      *    AND LATE-CHARGE RUNS REWRITE THE SAME FEE BALANCE.
           900-WAIVE-LATE-FEE.
           DISPLAY ENTER-DATA-SCREEN
           DISPLAY "Enter the loan number for the fee waiver: "
           ACCEPT INQUIRE-LOAN-NUM
           MOVE INQUIRE-LOAN-NUM TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "NO MATCHING LOAN RECORD WAS FOUND ON FILE."
                   PERFORM 600-DUMMY-PAUSE
                   GO TO 900-WAIVE-EXIT
           END-READ
           IF LM-FEE-BALANCE = ZERO
               DISPLAY "THIS LOAN HAS NO LATE FEES OUTSTANDING."
               PERFORM 600-DUMMY-PAUSE
               GO TO 900-WAIVE-EXIT
           END-IF
           MOVE LM-FEE-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY "LATE FEES DUE . . . . . : " WS-BALANCE-DISPLAY
           DISPLAY "Enter the due date the fee was charged against"
           DISPLAY "(YYYYMMDD, 0 to cancel): "
           ACCEPT WAIVE-DUE-DATE-IN
           IF WAIVE-DUE-DATE-IN = ZERO
               DISPLAY "FEE WAIVER CANCELLED."
               PERFORM 600-DUMMY-PAUSE
               GO TO 900-WAIVE-EXIT
           END-IF
           PERFORM 905-FIND-ASSESSED-FEE THRU 905-FIND-EXIT
           IF WAIVE-ASSESSED > WAIVE-WAIVED
               COMPUTE WAIVE-AMOUNT = WAIVE-ASSESSED - WAIVE-WAIVED
           ELSE
               MOVE ZERO TO WAIVE-AMOUNT
           END-IF
           IF WAIVE-AMOUNT > LM-FEE-BALANCE
               MOVE LM-FEE-BALANCE TO WAIVE-AMOUNT
           END-IF
           IF WAIVE-AMOUNT = ZERO
               DISPLAY "NO UNWAIVED FEE WAS ASSESSED FOR THAT DUE DATE."
               PERFORM 600-DUMMY-PAUSE
               GO TO 900-WAIVE-EXIT
           END-IF
           MOVE WAIVE-AMOUNT TO WS-BALANCE-DISPLAY
           DISPLAY "FEE TO BE WAIVED. . . . : " WS-BALANCE-DISPLAY
           PERFORM 248-CHECK-BATCH-LOCK
           IF BATCH-LOCKED
               DISPLAY "WAIVER REFUSED - THE NIGHT BATCH IS RUNNING."
               DISPLAY "THE FEE STANDS."
               PERFORM 600-DUMMY-PAUSE
               GO TO 900-WAIVE-EXIT
           END-IF
           PERFORM 068-GET-APPROVAL THRU 068-APPROVAL-DONE
           IF NOT APPROVAL-OK
               DISPLAY "WAIVER NOT APPROVED - THE FEE STANDS."
               PERFORM 600-DUMMY-PAUSE
               GO TO 900-WAIVE-EXIT
           END-IF
           SUBTRACT WAIVE-AMOUNT FROM LM-FEE-BALANCE
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE LOAN RECORD - WAIVER"
                       " NOT APPLIED."
                   PERFORM 600-DUMMY-PAUSE
                   GO TO 900-WAIVE-EXIT
           END-REWRITE
           PERFORM 910-WRITE-WAIVER-HISTORY
           MOVE "W" TO MAINT-AUDIT-TYPE
           MOVE LM-LOAN-NUMBER TO MAINT-AUDIT-AMOUNT
           MOVE ZERO TO MAINT-AUDIT-PERCENT
           MOVE ZERO TO MAINT-AUDIT-YEARS
           MOVE WAIVE-AMOUNT TO MAINT-AUDIT-VALUE
           PERFORM 857-WRITE-MAINT-AUDIT
           MOVE LM-FEE-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY "FEE WAIVED.  LATE FEES NOW DUE: " WS-BALANCE-DISPLAY
           PERFORM 600-DUMMY-PAUSE.
           900-WAIVE-EXIT.
           EXIT.

           905-FIND-ASSESSED-FEE.
           MOVE ZERO TO WAIVE-ASSESSED
           MOVE ZERO TO WAIVE-WAIVED
           MOVE 'N' TO HIST-EOF-SWITCH
           OPEN INPUT PAY-HISTORY-FILE
           IF PAY-HISTORY-STATUS NOT = "00"
               GO TO 905-FIND-EXIT
           END-IF
           PERFORM 907-SCAN-FEE-HISTORY UNTIL HIST-EOF
           CLOSE PAY-HISTORY-FILE.
           905-FIND-EXIT.
           EXIT.

           907-SCAN-FEE-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HIST-EOF-SWITCH
               NOT AT END
                   IF PH-LOAN-NUMBER = LM-LOAN-NUMBER
                       AND PH-PAYMENT-DATE = WAIVE-DUE-DATE-IN
                       IF PH-FEE-ASSESSED-REC
                           ADD PH-PAYMENT-AMOUNT TO WAIVE-ASSESSED
                       END-IF
                       IF PH-FEE-WAIVED-REC
                           ADD PH-PAYMENT-AMOUNT TO WAIVE-WAIVED
                       END-IF
                   END-IF
           END-READ.

           910-WRITE-WAIVER-HISTORY.
           OPEN EXTEND PAY-HISTORY-FILE
           IF PAY-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT PAY-HISTORY-FILE
           END-IF
           SET BDY-GET-DATES TO TRUE
           CALL "LOANBDAY" USING BDAY-PARMS
           END-CALL
           MOVE BDY-DATE TO WAIVE-POST-DATE
           MOVE "W"               TO PH-RECORD-TYPE
           MOVE LM-LOAN-NUMBER    TO PH-LOAN-NUMBER
           MOVE WAIVE-DUE-DATE-IN TO PH-PAYMENT-DATE
           MOVE WAIVE-AMOUNT      TO PH-PAYMENT-AMOUNT
           MOVE ZERO              TO PH-INTEREST-PORTION
           MOVE ZERO              TO PH-PRINCIPAL-PORTION
           MOVE ZERO              TO PH-UNAPPLIED-PORTION
           MOVE WAIVE-POST-DATE   TO PH-POST-DATE
           MOVE ZERO              TO PH-FEE-PORTION
           WRITE PAY-HISTORY-RECORD
           CLOSE PAY-HISTORY-FILE.

      *    THE COLLECTIONS WORK QUEUE: EVERY ACCRUING OR NON-ACCRUAL
      *    LOAN WITH A BALANCE AND A DUE DATE BEFORE THE BUSINESS DATE,
      *    THE DATE THE AGING AND LATE-CHARGE RUNS AGE ON, MOST DAYS
      *    PAST DUE FIRST AND, AT THE SAME DAYS, THE EARLIEST FOLLOW-UP
      *    DATE FIRST - A LOAN NOBODY HAS WORKED YET HAS NO FOLLOW-UP
      *    DATE AND COMES AHEAD OF ONE ALREADY CALLED.  THE FOLLOW-UP
      *    DATE IS THE ONE ON THE LOAN'S LATEST COLLECTION NOTE.
      *    CHARGED-OFF LOANS ARE WORKED BY RECOVERIES, NOT HERE.
           920-COLLECTIONS-QUEUE.
           DISPLAY ENTER-DATA-SCREEN
           DISPLAY "Collections Work Queue"
           SET BDY-GET-DATES TO TRUE
           CALL "LOANBDAY" USING BDAY-PARMS
           END-CALL
           MOVE BDY-DATE TO QUEUE-TODAY
           MOVE QUEUE-TODAY TO DUE-DATE-WORK
           PERFORM 757-DATE-TO-DAYS
           MOVE SERIAL-DAYS TO QUEUE-TODAY-SERIAL
           MOVE ZERO TO QUEUE-COUNT
           MOVE ZERO TO QUEUE-DROPPED
           MOVE 'N' TO QUEUE-QUIT-SWITCH
           MOVE ZERO TO LM-LOAN-NUMBER
           MOVE 'N' TO WS-INQUIRE-EOF-SWITCH
           START LOAN-MASTER-FILE KEY IS NOT LESS THAN LM-LOAN-NUMBER
               INVALID KEY
                   MOVE 'Y' TO WS-INQUIRE-EOF-SWITCH
           END-START
           PERFORM 921-SCAN-DELINQUENT UNTIL WS-INQUIRE-EOF
           IF QUEUE-COUNT = ZERO
               DISPLAY "NO DELINQUENT LOANS TO WORK."
               PERFORM 600-DUMMY-PAUSE
               GO TO 920-QUEUE-EXIT
           END-IF
           DISPLAY "DELINQUENT LOANS IN THE QUEUE: " QUEUE-COUNT
           IF QUEUE-DROPPED > ZERO
               DISPLAY "THE QUEUE HOLDS 200 LOANS - " QUEUE-DROPPED
                   " LESS DELINQUENT LOANS ARE NOT SHOWN."
           END-IF
           PERFORM 600-DUMMY-PAUSE
           PERFORM 930-WORK-QUEUE-ENTRY THRU 930-WORK-EXIT
               VARYING QUEUE-SUB FROM 1 BY 1
               UNTIL QUEUE-SUB > QUEUE-COUNT OR QUEUE-QUIT
           DISPLAY "COLLECTIONS QUEUE CLOSED."
           PERFORM 600-DUMMY-PAUSE.
           920-QUEUE-EXIT.
           EXIT.

           921-SCAN-DELINQUENT.
           READ LOAN-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO WS-INQUIRE-EOF-SWITCH
               NOT AT END
                   IF (LM-STATUS-ACTIVE OR LM-STATUS-NONACCRUAL)
                       AND LM-OUTSTANDING-BAL > ZERO
                       AND LM-NEXT-DUE-DATE > ZERO
                       AND LM-NEXT-DUE-DATE < QUEUE-TODAY
                       PERFORM 922-QUEUE-LOAN
                   END-IF
           END-READ.

      *    THE TABLE IS KEPT IN WORKING ORDER AS IT IS BUILT: EACH
      *    LOAN GOES IN AHEAD OF THE FIRST ENTRY IT OUTRANKS AND THE
      *    REST MOVE DOWN ONE.  WITH THE TABLE FULL THE LAST ENTRY
      *    FALLS OFF, SO THE 200 MOST DELINQUENT LOANS ARE KEPT.
           922-QUEUE-LOAN.
           MOVE LM-NEXT-DUE-DATE TO DUE-DATE-WORK
           PERFORM 757-DATE-TO-DAYS
           COMPUTE QN-DAYS-PAST-DUE = QUEUE-TODAY-SERIAL - SERIAL-DAYS
           MOVE LM-LOAN-NUMBER TO QN-LOAN-NUMBER
           PERFORM 925-LATEST-FOLLOW-UP
           MOVE 1 TO QUEUE-INS-SUB
           MOVE 'N' TO QUEUE-SLOT-SWITCH
           PERFORM 923-FIND-QUEUE-SLOT
               UNTIL QUEUE-SLOT-FOUND OR QUEUE-INS-SUB > QUEUE-COUNT
           IF QUEUE-INS-SUB > 200
               ADD 1 TO QUEUE-DROPPED
           ELSE
               IF QUEUE-COUNT = 200
                   ADD 1 TO QUEUE-DROPPED
               ELSE
                   ADD 1 TO QUEUE-COUNT
               END-IF
               PERFORM 924-SHIFT-QUEUE-ENTRY
                   VARYING QUEUE-SHIFT-SUB FROM QUEUE-COUNT BY -1
                   UNTIL QUEUE-SHIFT-SUB NOT > QUEUE-INS-SUB
               MOVE QUEUE-NEW-ENTRY TO QUEUE-ENTRY (QUEUE-INS-SUB)
           END-IF.

           923-FIND-QUEUE-SLOT.
           IF QN-DAYS-PAST-DUE > QE-DAYS-PAST-DUE (QUEUE-INS-SUB)
               OR (QN-DAYS-PAST-DUE = QE-DAYS-PAST-DUE (QUEUE-INS-SUB)
                   AND QN-FOLLOW-UP-DATE
                       < QE-FOLLOW-UP-DATE (QUEUE-INS-SUB))
               MOVE 'Y' TO QUEUE-SLOT-SWITCH
           ELSE
               ADD 1 TO QUEUE-INS-SUB
           END-IF.

           924-SHIFT-QUEUE-ENTRY.
           MOVE QUEUE-ENTRY (QUEUE-SHIFT-SUB - 1)
               TO QUEUE-ENTRY (QUEUE-SHIFT-SUB).

           925-LATEST-FOLLOW-UP.
           MOVE ZERO TO QN-FOLLOW-UP-DATE
           PERFORM 927-START-LOAN-NOTES
           PERFORM 926-READ-FOLLOW-UP UNTIL NOTE-EOF.

           926-READ-FOLLOW-UP.
           READ COLL-NOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO NOTE-EOF-SWITCH
               NOT AT END
                   IF CN-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                       MOVE 'Y' TO NOTE-EOF-SWITCH
                   ELSE
                       MOVE CN-FOLLOW-UP-DATE TO QN-FOLLOW-UP-DATE
                   END-IF
           END-READ.

           927-START-LOAN-NOTES.
           MOVE 'N' TO NOTE-EOF-SWITCH
           MOVE LM-LOAN-NUMBER TO CN-LOAN-NUMBER
           MOVE ZERO TO CN-NOTE-DATE
           MOVE ZERO TO CN-NOTE-TIME
           START COLL-NOTE-FILE KEY IS NOT LESS THAN CN-NOTE-KEY
               INVALID KEY
                   MOVE 'Y' TO NOTE-EOF-SWITCH
           END-START.

           930-WORK-QUEUE-ENTRY.
           MOVE QE-LOAN-NUMBER (QUEUE-SUB) TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "LOAN " QE-LOAN-NUMBER (QUEUE-SUB)
                       " IS NO LONGER ON FILE - SKIPPED."
                   GO TO 930-WORK-EXIT
           END-READ
           MOVE LM-BORROWER-ID TO BM-BORROWER-ID
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   MOVE "BORROWER NOT ON FILE" TO BM-NAME
                   MOVE SPACES TO BM-PHONE
           END-READ
           DISPLAY ENTER-DATA-SCREEN
           DISPLAY "COLLECTIONS QUEUE ENTRY " QUEUE-SUB " OF "
               QUEUE-COUNT
           DISPLAY "LOAN NUMBER . . : " LM-LOAN-NUMBER
           DISPLAY "BORROWER. . . . : " BM-NAME
           DISPLAY "PHONE . . . . . : " BM-PHONE
           MOVE QE-DAYS-PAST-DUE (QUEUE-SUB) TO QUEUE-DAYS-DISPLAY
           DISPLAY "DAYS PAST DUE . : " QUEUE-DAYS-DISPLAY
           DISPLAY "NEXT DUE DATE . : " LM-NEXT-DUE-DATE
           MOVE LM-PAYMENT-AMOUNT TO WS-BALANCE-DISPLAY
           DISPLAY "PAYMENT AMOUNT. : " WS-BALANCE-DISPLAY
           MOVE LM-OUTSTANDING-BAL TO WS-BALANCE-DISPLAY
           DISPLAY "BALANCE . . . . : " WS-BALANCE-DISPLAY
           MOVE LM-FEE-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY "LATE FEES DUE . : " WS-BALANCE-DISPLAY
           IF LM-STATUS-NONACCRUAL
               DISPLAY "STATUS. . . . . : NON-ACCRUAL"
           END-IF
           IF QE-FOLLOW-UP-DATE (QUEUE-SUB) = ZERO
               DISPLAY "FOLLOW-UP DATE. : NONE SET"
           ELSE
               DISPLAY "FOLLOW-UP DATE. : "
                   QE-FOLLOW-UP-DATE (QUEUE-SUB)
           END-IF
           PERFORM 932-SHOW-NOTES
           DISPLAY "(A)dd a note, (S)kip to the next loan, or (Q)uit: "
           ACCEPT QUEUE-ACTION
           EVALUATE QUEUE-ACTION
               WHEN "A" WHEN "a"
                   PERFORM 935-ADD-NOTE THRU 935-ADD-EXIT
               WHEN "Q" WHEN "q"
                   MOVE 'Y' TO QUEUE-QUIT-SWITCH
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           930-WORK-EXIT.
           EXIT.

           932-SHOW-NOTES.
           MOVE ZERO TO NOTE-COUNT
           DISPLAY "COLLECTION NOTES:"
           PERFORM 927-START-LOAN-NOTES
           PERFORM 933-LIST-NOTE UNTIL NOTE-EOF
           IF NOTE-COUNT = ZERO
               DISPLAY "NO COLLECTION NOTES ON FILE FOR THIS LOAN."
           END-IF.

           933-LIST-NOTE.
           READ COLL-NOTE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO NOTE-EOF-SWITCH
               NOT AT END
                   IF CN-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                       MOVE 'Y' TO NOTE-EOF-SWITCH
                   ELSE
                       ADD 1 TO NOTE-COUNT
                       DISPLAY CN-NOTE-DATE " " CN-OPERATOR-ID " "
                           CN-ACTION-CODE " " CN-NOTE-TEXT
                       IF CN-ACTION-PROMISE
                           PERFORM 934-SHOW-PROMISE
                       END-IF
                   END-IF
           END-READ.

           934-SHOW-PROMISE.
           EVALUATE TRUE
               WHEN CN-PROMISE-KEPT
                   MOVE "KEPT" TO NOTE-PROMISE-WORD
               WHEN CN-PROMISE-BROKEN
                   MOVE "BROKEN" TO NOTE-PROMISE-WORD
               WHEN OTHER
                   MOVE "OPEN" TO NOTE-PROMISE-WORD
           END-EVALUATE
           MOVE CN-PROMISE-AMT TO WS-BALANCE-DISPLAY
           DISPLAY "         PROMISED " WS-BALANCE-DISPLAY " BY "
               CN-PROMISE-DATE " - " NOTE-PROMISE-WORD.

      *    A NOTE IS STAMPED WITH THE BUSINESS DATE, THE TIME OF DAY
      *    AND THE SIGNED-ON OPERATOR.  A PROMISE TO PAY MUST CARRY
      *    THE AMOUNT AND THE DATE PROMISED; THE NIGHTLY PROMISE CHECK
      *    MARKS IT KEPT OR BROKEN ONCE THAT DATE HAS PASSED.  WITH NO
      *    FOLLOW-UP DATE KEYED, A PROMISE IS FOLLOWED UP ON THE DATE
      *    PROMISED.
           935-ADD-NOTE.
           MOVE SPACES TO COLL-NOTE-RECORD
           DISPLAY "ACTION CODES: CT CONTACTED    LM LEFT MESSAGE"
           DISPLAY "              NA NO ANSWER    PP PROMISE TO PAY"
           DISPLAY "              RF REFUSED      OT OTHER"
           PERFORM 936-GET-ACTION-CODE WITH TEST AFTER
               UNTIL CN-ACTION-KEYABLE OR NOTE-ACTION-IN = SPACES
           IF NOTE-ACTION-IN = SPACES
               DISPLAY "NOTE CANCELLED."
               PERFORM 600-DUMMY-PAUSE
               GO TO 935-ADD-EXIT
           END-IF
           MOVE ZERO TO CN-PROMISE-AMT
           MOVE ZERO TO CN-PROMISE-DATE
           MOVE SPACE TO CN-PROMISE-STATUS
           IF CN-ACTION-PROMISE
               PERFORM 937-GET-PROMISE-AMOUNT WITH TEST AFTER
                   UNTIL NOTE-PROMISE-AMT-IN > ZERO
               MOVE NOTE-PROMISE-AMT-IN TO CN-PROMISE-AMT
               PERFORM 938-GET-PROMISE-DATE WITH TEST AFTER
                   UNTIL NOTE-DATE-OK
               MOVE NOTE-DATE-IN TO CN-PROMISE-DATE
           END-IF
           PERFORM 939-GET-FOLLOW-UP-DATE WITH TEST AFTER
               UNTIL NOTE-DATE-OK
           MOVE NOTE-DATE-IN TO CN-FOLLOW-UP-DATE
           IF CN-ACTION-PROMISE AND CN-FOLLOW-UP-DATE = ZERO
               MOVE CN-PROMISE-DATE TO CN-FOLLOW-UP-DATE
           END-IF
           DISPLAY "Enter the note text: "
           MOVE SPACES TO NOTE-TEXT-IN
           ACCEPT NOTE-TEXT-IN
           MOVE NOTE-TEXT-IN TO CN-NOTE-TEXT
           MOVE LM-LOAN-NUMBER TO CN-LOAN-NUMBER
           SET BDY-GET-DATES TO TRUE
           CALL "LOANBDAY" USING BDAY-PARMS
           END-CALL
           MOVE BDY-DATE TO CN-NOTE-DATE
           ACCEPT NOTE-TIME-WORK FROM TIME
           MOVE NOTE-TIME-WORK(1:6) TO CN-NOTE-TIME
           MOVE SIGNED-ON-OPERATOR TO CN-OPERATOR-ID
           WRITE COLL-NOTE-RECORD
               INVALID KEY
                   DISPLAY "A NOTE WAS LOGGED ON THIS LOAN IN THE SAME"
                       " SECOND - NOTE NOT SAVED, ADD IT AGAIN."
                   PERFORM 600-DUMMY-PAUSE
                   GO TO 935-ADD-EXIT
           END-WRITE
           MOVE CN-FOLLOW-UP-DATE TO QE-FOLLOW-UP-DATE (QUEUE-SUB)
           DISPLAY "NOTE SAVED."
           PERFORM 600-DUMMY-PAUSE.
           935-ADD-EXIT.
           EXIT.

           936-GET-ACTION-CODE.
           DISPLAY "Enter the action code (blank to cancel): "
           MOVE SPACES TO NOTE-ACTION-IN
           ACCEPT NOTE-ACTION-IN
           INSPECT NOTE-ACTION-IN
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
                       TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE NOTE-ACTION-IN TO CN-ACTION-CODE
           IF NOT CN-ACTION-KEYABLE AND NOTE-ACTION-IN NOT = SPACES
               DISPLAY "INVALID ACTION CODE."
           END-IF.

           937-GET-PROMISE-AMOUNT.
           DISPLAY "Enter the amount promised"
           DISPLAY "(2 decimal places, no point - e.g. 5000 = $50.00): "
           ACCEPT NOTE-PROMISE-AMT-IN
           IF NOTE-PROMISE-AMT-IN = ZERO
               DISPLAY "THE AMOUNT PROMISED MUST BE MORE THAN ZERO."
           END-IF.

           938-GET-PROMISE-DATE.
           DISPLAY "Enter the date payment is promised by (YYYYMMDD): "
           ACCEPT NOTE-DATE-IN
           PERFORM 940-CHECK-NOTE-DATE.

           939-GET-FOLLOW-UP-DATE.
           DISPLAY "Enter the next follow-up date"
           DISPLAY "(YYYYMMDD, 0 for none): "
           ACCEPT NOTE-DATE-IN
           IF NOTE-DATE-IN = ZERO
               MOVE 'Y' TO NOTE-DATE-OK-SWITCH
           ELSE
               PERFORM 940-CHECK-NOTE-DATE
           END-IF.

           940-CHECK-NOTE-DATE.
           MOVE 'Y' TO NOTE-DATE-OK-SWITCH
           MOVE NOTE-DATE-IN TO DUE-DATE-WORK
           IF DUE-MM < 1 OR DUE-MM > 12 OR DUE-DD < 1 OR DUE-DD > 31
               OR NOTE-DATE-IN < QUEUE-TODAY
               MOVE 'N' TO NOTE-DATE-OK-SWITCH
               DISPLAY "ENTER A VALID DATE, TODAY OR LATER."
           END-IF.

      *    AUTO-DEBIT ENROLLMENT, REACHED FROM BORROWER MAINTENANCE.
      *    A LOAN IS ENROLLED AGAINST ONE OF ITS BORROWER'S BANK
      *    ACCOUNTS WITH A DAY OF THE MONTH TO DRAFT, AND THE NIGHTLY
      *    ORIGINATION RUN DRAFTS IT FROM THEN ON.  ENROLLING,
      *    CHANGING AND CANCELLING ARE ALL UNDER DUAL CONTROL AND
      *    LOGGED AS TYPE-A AUDIT LINES.  THE ACCOUNT NUMBER IS NEVER
      *    DISPLAYED IN FULL - ONLY ITS LAST FOUR CHARACTERS SHOW.
           950-ACH-ENROLLMENT.
           DISPLAY "ACH Auto-Debit Enrollment"
           DISPLAY "Enter the borrower ID: "
           ACCEPT BORROWER-ID-IN
           MOVE BORROWER-ID-IN TO BM-BORROWER-ID
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   DISPLAY "BORROWER NOT ON FILE."
                   GO TO 950-ACH-EXIT
           END-READ
           DISPLAY "Enter the loan number to draft: "
           ACCEPT INQUIRE-LOAN-NUM
           MOVE INQUIRE-LOAN-NUM TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "NO MATCHING LOAN RECORD WAS FOUND ON FILE."
                   GO TO 950-ACH-EXIT
           END-READ
           IF LM-BORROWER-ID NOT = BM-BORROWER-ID
               DISPLAY "THAT LOAN DOES NOT BELONG TO " BM-NAME
               GO TO 950-ACH-EXIT
           END-IF
           MOVE LM-LOAN-NUMBER TO AE-LOAN-NUMBER
           MOVE 'Y' TO ACH-FOUND-SWITCH
           READ ACH-ENROLL-FILE
               INVALID KEY
                   MOVE 'N' TO ACH-FOUND-SWITCH
           END-READ
           IF ACH-ON-FILE
               PERFORM 951-SHOW-ACH-ENROLLMENT
           ELSE
               DISPLAY "LOAN " LM-LOAN-NUMBER
                   " IS NOT ENROLLED FOR AUTO-DEBIT."
           END-IF
           IF ACH-ON-FILE AND NOT AE-STATUS-CANCELLED
               DISPLAY "(E)nroll with new bank details, (C)ancel the"
               DISPLAY "enrollment, or (Q)uit: "
           ELSE
               DISPLAY "(E)nroll or (Q)uit: "
           END-IF
           ACCEPT ACH-ACTION
           EVALUATE ACH-ACTION
               WHEN "E" WHEN "e"
                   PERFORM 953-ENROLL-ACH THRU 953-ENROLL-EXIT
               WHEN "C" WHEN "c"
                   IF ACH-ON-FILE AND NOT AE-STATUS-CANCELLED
                       PERFORM 958-CANCEL-ACH THRU 958-CANCEL-EXIT
                   ELSE
                       DISPLAY "THERE IS NO ENROLLMENT TO CANCEL."
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           950-ACH-EXIT.
           EXIT.

           951-SHOW-ACH-ENROLLMENT.
           PERFORM 952-MASK-ACCOUNT
           EVALUATE TRUE
               WHEN AE-STATUS-ACTIVE
                   MOVE "ACTIVE" TO ACH-STATUS-WORD
               WHEN AE-STATUS-SUSPENDED
                   MOVE "SUSPENDED" TO ACH-STATUS-WORD
               WHEN AE-STATUS-CANCELLED
                   MOVE "CANCELLED" TO ACH-STATUS-WORD
               WHEN OTHER
                   MOVE AE-STATUS TO ACH-STATUS-WORD
           END-EVALUATE
           DISPLAY "AUTO-DEBIT. . . : " ACH-STATUS-WORD
           DISPLAY "ROUTING NUMBER. : " AE-ROUTING-NUMBER
           DISPLAY "ACCOUNT NUMBER. : " ACH-MASKED-ACCOUNT
           IF AE-SAVINGS
               DISPLAY "ACCOUNT TYPE. . : SAVINGS"
           ELSE
               DISPLAY "ACCOUNT TYPE. . : CHECKING"
           END-IF
           DISPLAY "DRAFT DAY . . . : " AE-DRAFT-DAY
           DISPLAY "ENROLLED. . . . : " AE-ENROLL-DATE " BY "
               AE-OPERATOR-ID " APPROVED BY " AE-APPROVER-ID
           IF AE-LAST-DRAFT-DATE > ZERO
               MOVE AE-LAST-DRAFT-AMT TO WS-BALANCE-DISPLAY
               DISPLAY "LAST DRAFT. . . : " AE-LAST-DRAFT-DATE " "
                   WS-BALANCE-DISPLAY
           END-IF
           IF AE-RETURN-COUNT > ZERO
               DISPLAY "RETURNS . . . . : " AE-RETURN-COUNT
                   "  LAST " AE-LAST-RETURN-CODE
                   " ON " AE-LAST-RETURN-DATE
           END-IF.

      *    ONLY THE LAST FOUR CHARACTERS OF THE ACCOUNT NUMBER ARE
      *    SHOWN; AN ACCOUNT NUMBER OF FOUR CHARACTERS IS MASKED WHOLE.
           952-MASK-ACCOUNT.
           MOVE ZERO TO ACH-ACCOUNT-LEN
           INSPECT AE-ACCOUNT-NUMBER TALLYING ACH-ACCOUNT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE SPACES TO ACH-MASKED-ACCOUNT
           IF ACH-ACCOUNT-LEN > 4
               MOVE ALL "*"
                   TO ACH-MASKED-ACCOUNT (1:ACH-ACCOUNT-LEN - 4)
               MOVE AE-ACCOUNT-NUMBER (ACH-ACCOUNT-LEN - 3:4)
                   TO ACH-MASKED-ACCOUNT (ACH-ACCOUNT-LEN - 3:4)
           ELSE
               MOVE ALL "*" TO ACH-MASKED-ACCOUNT (1:4)
           END-IF.

      *    A CHANGE OF BANK DETAILS REPLACES THE ENROLLMENT BUT KEEPS
      *    THE LAST DRAFT DATE AND RETURN HISTORY, SO A LOAN ALREADY
      *    DRAFTED THIS MONTH IS NOT DRAFTED AGAIN.  THE DRAFT DAY
      *    STOPS AT THE 28TH SO EVERY MONTH HAS ONE.
           953-ENROLL-ACH.
           IF LM-STATUS-PAID OR LM-STATUS-CHARGED-OFF
               OR LM-STATUS-REFINANCED
               DISPLAY "ONLY AN OPEN LOAN CAN BE ENROLLED FOR"
                   " AUTO-DEBIT."
               GO TO 953-ENROLL-EXIT
           END-IF
           PERFORM 954-GET-ROUTING-NUMBER WITH TEST AFTER
               UNTIL ACH-ROUTING-OK OR ACH-ROUTING-IN = ZERO
           IF ACH-ROUTING-IN = ZERO
               DISPLAY "ENROLLMENT CANCELLED - NOTHING CHANGED."
               GO TO 953-ENROLL-EXIT
           END-IF
           PERFORM 955-GET-ACCOUNT-NUMBER WITH TEST AFTER
               UNTIL ACH-ACCOUNT-OK
           PERFORM 956-GET-ACCOUNT-TYPE WITH TEST AFTER
               UNTIL ACH-TYPE-IN = "C" OR ACH-TYPE-IN = "S"
           PERFORM 957-GET-DRAFT-DAY WITH TEST AFTER
               UNTIL ACH-DRAFT-DAY-IN NOT < 1
                   AND ACH-DRAFT-DAY-IN NOT > 28
           IF NOT ACH-ON-FILE
               MOVE ZERO TO AE-LAST-DRAFT-DATE
               MOVE ZERO TO AE-LAST-DRAFT-AMT
               MOVE ZERO TO AE-RETURN-COUNT
               MOVE SPACES TO AE-LAST-RETURN-CODE
               MOVE ZERO TO AE-LAST-RETURN-DATE
           END-IF
           MOVE LM-LOAN-NUMBER   TO AE-LOAN-NUMBER
           MOVE BM-BORROWER-ID   TO AE-BORROWER-ID
           MOVE ACH-ROUTING-IN   TO AE-ROUTING-NUMBER
           MOVE ACH-ACCOUNT-IN   TO AE-ACCOUNT-NUMBER
           MOVE ACH-TYPE-IN      TO AE-ACCOUNT-TYPE
           MOVE ACH-DRAFT-DAY-IN TO AE-DRAFT-DAY
           PERFORM 952-MASK-ACCOUNT
           DISPLAY "DRAFT LOAN " LM-LOAN-NUMBER " FROM ACCOUNT "
               ACH-MASKED-ACCOUNT
           DISPLAY "AT ROUTING " AE-ROUTING-NUMBER " ON DAY "
               AE-DRAFT-DAY " OF EACH MONTH."
           PERFORM 068-GET-APPROVAL THRU 068-APPROVAL-DONE
           IF NOT APPROVAL-OK
               DISPLAY "ENROLLMENT NOT APPROVED - NOTHING CHANGED."
               GO TO 953-ENROLL-EXIT
           END-IF
           MOVE "A" TO AE-STATUS
           SET BDY-GET-DATES TO TRUE
           CALL "LOANBDAY" USING BDAY-PARMS
           END-CALL
           MOVE BDY-DATE TO AE-ENROLL-DATE
           MOVE SIGNED-ON-OPERATOR TO AE-OPERATOR-ID
           MOVE APPROVER-ID-IN     TO AE-APPROVER-ID
           IF ACH-ON-FILE
               REWRITE ACH-ENROLL-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE THE ENROLLMENT -"
                           " NOTHING CHANGED."
                       GO TO 953-ENROLL-EXIT
               END-REWRITE
           ELSE
               WRITE ACH-ENROLL-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO FILE THE ENROLLMENT -"
                           " NOTHING CHANGED."
                       GO TO 953-ENROLL-EXIT
               END-WRITE
           END-IF
           MOVE "A" TO MAINT-AUDIT-TYPE
           MOVE LM-LOAN-NUMBER TO MAINT-AUDIT-AMOUNT
           MOVE ZERO TO MAINT-AUDIT-PERCENT
           MOVE AE-DRAFT-DAY TO MAINT-AUDIT-YEARS
           PERFORM 857-WRITE-MAINT-AUDIT
           DISPLAY "LOAN ENROLLED FOR AUTO-DEBIT.".
           953-ENROLL-EXIT.
           EXIT.

      *    THE ROUTING NUMBER MUST PASS THE ABA CHECK DIGIT: THREE
      *    TIMES DIGITS 1, 4 AND 7, PLUS SEVEN TIMES DIGITS 2, 5 AND 8,
      *    PLUS DIGITS 3, 6 AND 9, MUST BE A MULTIPLE OF TEN.
           954-GET-ROUTING-NUMBER.
           MOVE 'N' TO ACH-ROUTING-OK-SWITCH
           DISPLAY "Enter the bank routing number"
           DISPLAY "(9 digits, 0 to cancel): "
           ACCEPT ACH-ROUTING-IN
           IF ACH-ROUTING-IN NOT = ZERO
               COMPUTE ACH-CHECK-SUM =
                   3 * (ACH-RT-DIGIT (1) + ACH-RT-DIGIT (4)
                        + ACH-RT-DIGIT (7))
                 + 7 * (ACH-RT-DIGIT (2) + ACH-RT-DIGIT (5)
                        + ACH-RT-DIGIT (8))
                 + ACH-RT-DIGIT (3) + ACH-RT-DIGIT (6)
                 + ACH-RT-DIGIT (9)
               DIVIDE ACH-CHECK-SUM BY 10 GIVING ACH-CHECK-QUOT
                   REMAINDER ACH-CHECK-REM
               IF ACH-CHECK-REM = ZERO
                   MOVE 'Y' TO ACH-ROUTING-OK-SWITCH
               ELSE
                   DISPLAY "NOT A VALID ROUTING NUMBER - RE-ENTER."
               END-IF
           END-IF.

           955-GET-ACCOUNT-NUMBER.
           MOVE 'N' TO ACH-ACCOUNT-OK-SWITCH
           DISPLAY "Enter the bank account number: "
           MOVE SPACES TO ACH-ACCOUNT-IN
           ACCEPT ACH-ACCOUNT-IN
           DISPLAY "Re-enter the account number to confirm: "
           MOVE SPACES TO ACH-ACCOUNT-CONFIRM
           ACCEPT ACH-ACCOUNT-CONFIRM
           MOVE ZERO TO ACH-ACCOUNT-LEN
           MOVE ZERO TO ACH-ACCOUNT-SPACES
           INSPECT ACH-ACCOUNT-IN TALLYING ACH-ACCOUNT-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT ACH-ACCOUNT-IN TALLYING ACH-ACCOUNT-SPACES
               FOR ALL SPACES
           EVALUATE TRUE
               WHEN ACH-ACCOUNT-IN NOT = ACH-ACCOUNT-CONFIRM
                   DISPLAY "THE TWO ENTRIES DO NOT MATCH - RE-ENTER."
               WHEN ACH-ACCOUNT-LEN < 4
                   DISPLAY "AN ACCOUNT NUMBER IS AT LEAST 4"
                       " CHARACTERS - RE-ENTER."
               WHEN ACH-ACCOUNT-LEN + ACH-ACCOUNT-SPACES NOT = 17
                   DISPLAY "AN ACCOUNT NUMBER CANNOT CONTAIN SPACES"
                       " - RE-ENTER."
               WHEN OTHER
                   MOVE 'Y' TO ACH-ACCOUNT-OK-SWITCH
           END-EVALUATE.

           956-GET-ACCOUNT-TYPE.
           DISPLAY "Account type - (C)hecking or (S)avings: "
           ACCEPT ACH-TYPE-IN
           INSPECT ACH-TYPE-IN
               CONVERTING "cs" TO "CS"
           IF ACH-TYPE-IN NOT = "C" AND ACH-TYPE-IN NOT = "S"
               DISPLAY "ONLY C OR S IS ACCEPTED."
           END-IF.

           957-GET-DRAFT-DAY.
           DISPLAY "Enter the day of the month to draft (1-28): "
           ACCEPT ACH-DRAFT-DAY-IN
           IF ACH-DRAFT-DAY-IN < 1 OR ACH-DRAFT-DAY-IN > 28
               DISPLAY "THE DRAFT DAY MUST BE FROM 1 TO 28."
           END-IF.

      *    A CANCELLED ENROLLMENT STAYS ON FILE, MARKED C, SO THE
      *    BANK DETAILS AND DRAFT HISTORY REMAIN FOR THE RECORD.  IT
      *    IS LOGGED AS A TYPE-A AUDIT LINE WITH A DRAFT DAY OF ZERO.
           958-CANCEL-ACH.
           DISPLAY "Cancel auto-debit on this loan? (Y/N): "
           ACCEPT BOR-CONFIRM
           IF BOR-CONFIRM NOT = "Y" AND BOR-CONFIRM NOT = "y"
               DISPLAY "ENROLLMENT KEPT."
               GO TO 958-CANCEL-EXIT
           END-IF
           PERFORM 068-GET-APPROVAL THRU 068-APPROVAL-DONE
           IF NOT APPROVAL-OK
               DISPLAY "CANCELLATION NOT APPROVED - ENROLLMENT KEPT."
               GO TO 958-CANCEL-EXIT
           END-IF
           MOVE "C" TO AE-STATUS
           REWRITE ACH-ENROLL-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE THE ENROLLMENT -"
                       " NOTHING CHANGED."
                   GO TO 958-CANCEL-EXIT
           END-REWRITE
           MOVE "A" TO MAINT-AUDIT-TYPE
           MOVE LM-LOAN-NUMBER TO MAINT-AUDIT-AMOUNT
           MOVE ZERO TO MAINT-AUDIT-PERCENT
           MOVE ZERO TO MAINT-AUDIT-YEARS
           PERFORM 857-WRITE-MAINT-AUDIT
           DISPLAY "AUTO-DEBIT CANCELLED.".
           958-CANCEL-EXIT.
           EXIT.

      *    A REFINANCE PAYS OFF ONE OR MORE OF A BORROWER'S ACTIVE
      *    LOANS INTO ONE NEW LOAN.  EACH LOAN PICKED IS PRICED TO THE
      *    FUNDING DATE - THE BUSINESS DATE THE NEW LOAN IS FILED ON -
      *    BY THE PAYOFF-QUOTE PRICING, PLUS ANY LATE FEES STILL OWED.
      *    THE NEW LOAN IS FOR THE COMBINED PAYOFF ROUNDED UP TO THE
      *    WHOLE DOLLAR, PLUS ANY NEW MONEY, AND IS PRICED AND HELD TO
      *    THE LENDING LIMIT LIKE ANY OTHER LOAN, EXCEPT THAT THE
      *    LOANS BEING PAID OFF DO NOT COUNT TOWARD THE EXPOSURE.  ONE
      *    APPROVAL COVERS THE WHOLE EVENT.  THE NEW LOAN IS FILED
      *    FIRST; EACH OLD LOAN IS THEN POSTED PAID TO THE HISTORY AND
      *    CLOSED AS REFINANCED WITH THE NEW LOAN'S NUMBER ON IT, AND
      *    THE AUDIT LOG GETS A TYPE-N LINE FOR EACH LOAN PAID OFF
      *    (LOAN NUMBER AND PAYOFF) AND ONE FOR THE NEW LOAN (LOAN
      *    NUMBER, RATE, COUNT OF LOANS PAID OFF, COMBINED PAYOFF).
           960-REFINANCE-LOANS.
           DISPLAY ENTER-DATA-SCREEN
           PERFORM 961-TAKE-REFINANCE THRU 961-TAKE-EXIT
           MOVE ZERO TO REFI-COUNT
           PERFORM 600-DUMMY-PAUSE.
           960-REFI-EXIT.
           EXIT.

           961-TAKE-REFINANCE.
           DISPLAY "Refinance / Consolidate Loans"
           MOVE ZERO TO REFI-COUNT
           MOVE ZERO TO REFI-PAYOFF-TOTAL
           PERFORM 248-CHECK-BATCH-LOCK
           IF BATCH-LOCKED
               DISPLAY "REFINANCE REFUSED - THE NIGHT BATCH IS RUNNING."
               DISPLAY "TRY AGAIN AFTER THE BATCH WINDOW CLEARS."
               GO TO 961-TAKE-EXIT
           END-IF
           DISPLAY "Enter the borrower ID: "
           ACCEPT BORROWER-ID-IN
           MOVE BORROWER-ID-IN TO BM-BORROWER-ID
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   DISPLAY "BORROWER NOT ON FILE."
                   GO TO 961-TAKE-EXIT
           END-READ
           DISPLAY "BORROWER: " BM-NAME
           SET BDY-GET-DATES TO TRUE
           CALL "LOANBDAY" USING BDAY-PARMS
           END-CALL
           MOVE BDY-DATE TO REFI-FUNDING-DATE
           DISPLAY "FUNDING DATE (YYYYMMDD) : " REFI-FUNDING-DATE
           MOVE 'N' TO REFI-DONE-SWITCH
           PERFORM 962-PICK-REFI-LOAN THRU 962-PICK-EXIT
               UNTIL REFI-PICKING-DONE OR REFI-COUNT = 10
           IF REFI-COUNT = ZERO
               DISPLAY "NO LOANS PICKED - NOTHING CHANGED."
               GO TO 961-TAKE-EXIT
           END-IF
           COMPUTE REFI-WHOLE-PAYOFF = REFI-PAYOFF-TOTAL + .99
           IF REFI-WHOLE-PAYOFF > 1000000
               DISPLAY "THE COMBINED PAYOFF IS OVER THE 1,000,000"
               DISPLAY "LIMIT FOR ONE LOAN - NOTHING CHANGED."
               GO TO 961-TAKE-EXIT
           END-IF
           MOVE REFI-PAYOFF-TOTAL TO WS-BALANCE-DISPLAY
           DISPLAY "COMBINED PAYOFF . . . . : " WS-BALANCE-DISPLAY
           PERFORM 963-GET-NEW-MONEY WITH TEST AFTER
               UNTIL REFI-NEW-AMOUNT NOT < 500
                   AND REFI-NEW-AMOUNT NOT > 1000000
           MOVE REFI-NEW-AMOUNT TO LOAN-AMT-IN
           PERFORM 215-GET-LOAN-YEARS WITH TEST AFTER
               UNTIL LOAN-YEARS-IN NOT < 1 AND LOAN-YEARS-IN NOT > 30
           PERFORM 240-GET-PRODUCT-CODE
           PERFORM 210-GET-LOAN-PERCENT WITH TEST AFTER
               UNTIL PERCENT-ENTRY-OK
           MOVE 'Y' TO BORROWER-FOUND-SWITCH
           PERFORM 235-CHECK-LENDING-LIMIT THRU 235-LIMIT-DONE
           IF NOT BORROWER-FOUND
               DISPLAY "REFINANCE REFUSED - NOTHING CHANGED."
               GO TO 961-TAKE-EXIT
           END-IF
           DISPLAY ENTER-DATA-SCREEN
           DISPLAY "REFINANCE FOR " BM-NAME
           PERFORM 964-SHOW-REFI-LOAN
               VARYING REFI-SUB FROM 1 BY 1 UNTIL REFI-SUB > REFI-COUNT
           MOVE REFI-PAYOFF-TOTAL TO WS-BALANCE-DISPLAY
           DISPLAY "COMBINED PAYOFF . . . . : " WS-BALANCE-DISPLAY
           MOVE REFI-NEW-MONEY-IN TO WS-AMOUNT-DISPLAY
           DISPLAY "NEW MONEY . . . . . . . : " WS-AMOUNT-DISPLAY
           MOVE LOAN-AMT-IN TO WS-AMOUNT-DISPLAY
           DISPLAY "NEW LOAN PRINCIPAL. . . : " WS-AMOUNT-DISPLAY
           MOVE LOAN-PERCENT-IN TO WS-PERCENT-DISPLAY
           DISPLAY "ANNUAL PERCENTAGE RATE. : " WS-PERCENT-DISPLAY
           DISPLAY "TERM (YEARS). . . . . . : " LOAN-YEARS-IN
           DISPLAY "Proceed with the refinance? (Y/N): "
           ACCEPT BOR-CONFIRM
           IF BOR-CONFIRM NOT = "Y" AND BOR-CONFIRM NOT = "y"
               DISPLAY "REFINANCE CANCELLED - NOTHING CHANGED."
               GO TO 961-TAKE-EXIT
           END-IF
           PERFORM 068-GET-APPROVAL THRU 068-APPROVAL-DONE
           IF NOT APPROVAL-OK
               DISPLAY "REFINANCE NOT APPROVED - NOTHING CHANGED."
               GO TO 961-TAKE-EXIT
           END-IF
           PERFORM 248-CHECK-BATCH-LOCK
           IF BATCH-LOCKED
               DISPLAY "REFINANCE REFUSED - THE NIGHT BATCH IS RUNNING."
               DISPLAY "NOTHING CHANGED."
               GO TO 961-TAKE-EXIT
           END-IF
           MOVE 'Y' TO REFI-OK-SWITCH
           PERFORM 965-RECHECK-REFI-LOAN
               VARYING REFI-SUB FROM 1 BY 1
               UNTIL REFI-SUB > REFI-COUNT OR NOT REFI-STILL-OK
           IF NOT REFI-STILL-OK
               DISPLAY "NOTHING CHANGED - START THE REFINANCE AGAIN."
               GO TO 961-TAKE-EXIT
           END-IF
           PERFORM 251-FILE-LOAN-RECORD
           IF NOT LOAN-FILED
               DISPLAY "NEW LOAN NOT FILED - NOTHING CHANGED."
               GO TO 961-TAKE-EXIT
           END-IF
           MOVE LM-LOAN-NUMBER TO REFI-NEW-LOAN
           DISPLAY "NEW LOAN " REFI-NEW-LOAN " FILED."
           PERFORM 968-CLOSE-REFI-LOAN THRU 968-CLOSE-EXIT
               VARYING REFI-SUB FROM 1 BY 1 UNTIL REFI-SUB > REFI-COUNT
           MOVE "N" TO MAINT-AUDIT-TYPE
           MOVE REFI-NEW-LOAN TO MAINT-AUDIT-AMOUNT
           MOVE LOAN-PERCENT-IN TO MAINT-AUDIT-PERCENT
           MOVE REFI-COUNT TO MAINT-AUDIT-YEARS
           MOVE REFI-PAYOFF-TOTAL TO MAINT-AUDIT-VALUE
           PERFORM 857-WRITE-MAINT-AUDIT
           DISPLAY "REFINANCE COMPLETE - LOANS PAID OFF: " REFI-COUNT.
           961-TAKE-EXIT.
           EXIT.

      *    A LOAN MAY BE PICKED ONCE, AND ONLY WHEN IT BELONGS TO THE
      *    BORROWER AND IS STILL ACCRUING WITH A BALANCE OWING.
           962-PICK-REFI-LOAN.
           DISPLAY "Enter a loan number to pay off (0 when done): "
           ACCEPT REFI-LOAN-IN
           IF REFI-LOAN-IN = ZERO
               MOVE 'Y' TO REFI-DONE-SWITCH
               GO TO 962-PICK-EXIT
           END-IF
           MOVE REFI-LOAN-IN TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "NO MATCHING LOAN RECORD WAS FOUND ON FILE."
                   GO TO 962-PICK-EXIT
           END-READ
           IF LM-BORROWER-ID NOT = BM-BORROWER-ID
               DISPLAY "THAT LOAN DOES NOT BELONG TO " BM-NAME
               GO TO 962-PICK-EXIT
           END-IF
           IF NOT LM-STATUS-ACTIVE OR LM-OUTSTANDING-BAL = ZERO
               DISPLAY "ONLY AN ACTIVE LOAN WITH A BALANCE CAN BE"
                   " REFINANCED."
               GO TO 962-PICK-EXIT
           END-IF
           PERFORM 966-FIND-REFI-LOAN
           IF REFI-LOAN-PICKED
               DISPLAY "THAT LOAN HAS ALREADY BEEN PICKED."
               GO TO 962-PICK-EXIT
           END-IF
           MOVE REFI-FUNDING-DATE TO PAYOFF-DATE-IN
           PERFORM 752-PRICE-PAYOFF
           ADD 1 TO REFI-COUNT
           MOVE LM-LOAN-NUMBER     TO RF-LOAN-NUMBER (REFI-COUNT)
           MOVE LM-OUTSTANDING-BAL TO RF-BALANCE (REFI-COUNT)
           MOVE LM-FEE-BALANCE     TO RF-FEES (REFI-COUNT)
           MOVE PAYOFF-INTEREST    TO RF-INTEREST (REFI-COUNT)
           COMPUTE RF-PAYOFF (REFI-COUNT) =
               PAYOFF-TOTAL + LM-FEE-BALANCE
           ADD RF-PAYOFF (REFI-COUNT) TO REFI-PAYOFF-TOTAL
           MOVE LM-OUTSTANDING-BAL TO WS-BALANCE-DISPLAY
           DISPLAY "CURRENT BALANCE . . . . : " WS-BALANCE-DISPLAY
           MOVE PAYOFF-INTEREST TO PAYOFF-AMT-DISPLAY
           DISPLAY "INTEREST TO FUNDING DATE: " PAYOFF-AMT-DISPLAY
           MOVE LM-FEE-BALANCE TO WS-BALANCE-DISPLAY
           DISPLAY "LATE FEES DUE . . . . . : " WS-BALANCE-DISPLAY
           MOVE RF-PAYOFF (REFI-COUNT) TO PAYOFF-AMT-DISPLAY
           DISPLAY "PAYOFF AMOUNT . . . . . : " PAYOFF-AMT-DISPLAY
           IF REFI-COUNT = 10
               DISPLAY "TEN LOANS IS THE MOST ONE REFINANCE CAN PAY"
                   " OFF."
           END-IF.
           962-PICK-EXIT.
           EXIT.

      *    THE NEW MONEY IS WHOLE DOLLARS, LIKE ANY LOAN AMOUNT; THE
      *    CENTS THE PAYOFF WAS ROUNDED UP BY GO TO THE BORROWER.
           963-GET-NEW-MONEY.
           DISPLAY "Enter any new money to advance, in whole dollars"
           DISPLAY "(0 for none): "
           ACCEPT REFI-NEW-MONEY-IN
           COMPUTE REFI-NEW-AMOUNT =
               REFI-WHOLE-PAYOFF + REFI-NEW-MONEY-IN
           IF REFI-NEW-AMOUNT < 500 OR REFI-NEW-AMOUNT > 1000000
               DISPLAY "INVALID AMOUNT. THE NEW LOAN MUST BE BETWEEN"
                   " 500 AND 1,000,000 - ADJUST THE NEW MONEY."
               DISPLAY "Press enter to continue..."
               ACCEPT DUMMY
           END-IF.

           964-SHOW-REFI-LOAN.
           MOVE RF-PAYOFF (REFI-SUB) TO WS-BALANCE-DISPLAY
           DISPLAY "PAY OFF LOAN " RF-LOAN-NUMBER (REFI-SUB)
               " . . . : " WS-BALANCE-DISPLAY.

      *    BETWEEN PRICING AND APPROVAL ANOTHER SCREEN OR A POSTING
      *    MAY HAVE MOVED A LOAN; IF ANY LOAN IS NO LONGER ACTIVE AT
      *    THE BALANCE IT WAS PRICED AT, NOTHING IS FILED.
           965-RECHECK-REFI-LOAN.
           MOVE RF-LOAN-NUMBER (REFI-SUB) TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO REFI-OK-SWITCH
           END-READ
           IF REFI-STILL-OK
               IF NOT LM-STATUS-ACTIVE
                   OR LM-OUTSTANDING-BAL NOT = RF-BALANCE (REFI-SUB)
                   OR LM-FEE-BALANCE NOT = RF-FEES (REFI-SUB)
                   MOVE 'N' TO REFI-OK-SWITCH
               END-IF
           END-IF
           IF NOT REFI-STILL-OK
               DISPLAY "LOAN " RF-LOAN-NUMBER (REFI-SUB)
                   " HAS CHANGED SINCE IT WAS PRICED."
           END-IF.

           966-FIND-REFI-LOAN.
           MOVE 'N' TO REFI-HIT-SWITCH
           PERFORM 967-MATCH-REFI-LOAN
               VARYING REFI-FIND-SUB FROM 1 BY 1
               UNTIL REFI-FIND-SUB > REFI-COUNT OR REFI-LOAN-PICKED.

           967-MATCH-REFI-LOAN.
           IF RF-LOAN-NUMBER (REFI-FIND-SUB) = LM-LOAN-NUMBER
               MOVE 'Y' TO REFI-HIT-SWITCH
           END-IF.

      *    A LOAN THAT CANNOT BE CLOSED HERE IS NAMED ON THE SCREEN SO
      *    IT CAN BE CLOSED BY HAND AGAINST THE NEW LOAN.  A LOAN LEFT
      *    ENROLLED FOR AUTO-DEBIT IS NOT DRAFTED ONCE CLOSED, BUT THE
      *    NEW LOAN MUST BE ENROLLED ON ITS OWN.  CO-BORROWERS AND
      *    GUARANTORS ARE NOT CARRIED ACROSS EITHER - EACH MUST AGREE
      *    TO THE NEW LOAN AND IS LINKED TO IT UNDER LOAN PARTIES.
           968-CLOSE-REFI-LOAN.
           MOVE RF-LOAN-NUMBER (REFI-SUB) TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "UNABLE TO READ LOAN "
                       RF-LOAN-NUMBER (REFI-SUB)
                       " - CLOSE IT BY HAND INTO LOAN " REFI-NEW-LOAN
                   GO TO 968-CLOSE-EXIT
           END-READ
           MOVE "R"               TO LM-LOAN-STATUS
           MOVE ZERO              TO LM-OUTSTANDING-BAL
           MOVE ZERO              TO LM-FEE-BALANCE
           MOVE REFI-FUNDING-DATE TO LM-LAST-PAYMENT-DATE
           MOVE REFI-NEW-LOAN     TO LM-REFI-LOAN-NUMBER
           REWRITE LOAN-MASTER-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE LOAN " LM-LOAN-NUMBER
                       " - CLOSE IT BY HAND INTO LOAN " REFI-NEW-LOAN
                   GO TO 968-CLOSE-EXIT
           END-REWRITE
           PERFORM 969-WRITE-REFI-HISTORY
           MOVE "N" TO MAINT-AUDIT-TYPE
           MOVE LM-LOAN-NUMBER TO MAINT-AUDIT-AMOUNT
           MOVE ZERO TO MAINT-AUDIT-PERCENT
           MOVE ZERO TO MAINT-AUDIT-YEARS
           MOVE RF-PAYOFF (REFI-SUB) TO MAINT-AUDIT-VALUE
           PERFORM 857-WRITE-MAINT-AUDIT
           DISPLAY "LOAN " LM-LOAN-NUMBER " PAID OFF AND CLOSED."
           MOVE LM-LOAN-NUMBER TO AE-LOAN-NUMBER
           READ ACH-ENROLL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT AE-STATUS-CANCELLED
                       DISPLAY "LOAN " LM-LOAN-NUMBER
                           " WAS ON AUTO-DEBIT - ENROLL THE NEW LOAN"
                           " UNDER BORROWER MAINTENANCE."
                   END-IF
           END-READ
           PERFORM 978-COUNT-LOAN-PARTIES
           IF PARTY-COUNT > ZERO
               DISPLAY "LOAN " LM-LOAN-NUMBER " HAD " PARTY-COUNT
                   " CO-BORROWER(S) OR GUARANTOR(S) - LINK ANY WHO"
                   " STAY ON TO LOAN " REFI-NEW-LOAN
                   " UNDER LOAN PARTIES."
           END-IF.
           968-CLOSE-EXIT.
           EXIT.

           969-WRITE-REFI-HISTORY.
           OPEN EXTEND PAY-HISTORY-FILE
           IF PAY-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT PAY-HISTORY-FILE
           END-IF
           MOVE "P"                    TO PH-RECORD-TYPE
           MOVE LM-LOAN-NUMBER         TO PH-LOAN-NUMBER
           MOVE REFI-FUNDING-DATE      TO PH-PAYMENT-DATE
           MOVE RF-PAYOFF (REFI-SUB)   TO PH-PAYMENT-AMOUNT
           MOVE RF-INTEREST (REFI-SUB) TO PH-INTEREST-PORTION
           MOVE RF-BALANCE (REFI-SUB)  TO PH-PRINCIPAL-PORTION
           MOVE ZERO                   TO PH-UNAPPLIED-PORTION
           MOVE REFI-FUNDING-DATE      TO PH-POST-DATE
           MOVE RF-FEES (REFI-SUB)     TO PH-FEE-PORTION
           WRITE PAY-HISTORY-RECORD
           CLOSE PAY-HISTORY-FILE.

      *    A LOAN CAN CARRY ANY NUMBER OF PARTIES BESIDE ITS PRIMARY
      *    BORROWER: CO-BORROWERS, JOINTLY LIABLE AND SENT A COPY OF
      *    EACH MONTHLY STATEMENT, AND GUARANTORS, SENT A NOTICE WHEN
      *    THE LOAN AGES INTO THE 60-DAY BUCKET.  A PARTY MUST BE ON
      *    THE BORROWER MASTER AND IS HELD TO ITS OWN LENDING LIMIT,
      *    SINCE THE LOAN'S BALANCE COUNTS TOWARD ITS EXPOSURE.
      *    ADDING A PARTY ONLY ADDS LIABILITY; RELEASING ONE IS UNDER
      *    DUAL CONTROL.  BOTH ARE LOGGED AS TYPE-L AUDIT LINES WITH
      *    THE LOAN NUMBER.
           970-LOAN-PARTY-MAINT.
           DISPLAY ENTER-DATA-SCREEN
           DISPLAY "Loan Parties"
           DISPLAY "Enter the loan number: "
           ACCEPT INQUIRE-LOAN-NUM
           MOVE INQUIRE-LOAN-NUM TO LM-LOAN-NUMBER
           READ LOAN-MASTER-FILE
               INVALID KEY
                   DISPLAY "NO MATCHING LOAN RECORD WAS FOUND ON FILE."
                   PERFORM 600-DUMMY-PAUSE
                   GO TO 970-PARTY-EXIT
           END-READ
           PERFORM 975-SHOW-LOAN-PARTIES
           IF PARTY-COUNT = ZERO
               DISPLAY "NO CO-BORROWERS OR GUARANTORS ON THIS LOAN."
           END-IF
           DISPLAY "(A)dd a party, (R)emove a party, or (Q)uit: "
           ACCEPT PARTY-ACTION
           EVALUATE PARTY-ACTION
               WHEN "A" WHEN "a"
                   PERFORM 971-ADD-PARTY THRU 971-ADD-EXIT
               WHEN "R" WHEN "r"
                   PERFORM 973-REMOVE-PARTY THRU 973-REMOVE-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 600-DUMMY-PAUSE.
           970-PARTY-EXIT.
           EXIT.

      *    THE NEW PARTY'S EXPOSURE, WITH THIS LOAN'S BALANCE ADDED,
      *    MUST STAY WITHIN ITS LENDING LIMIT.  THE EXPOSURE SWEEP
      *    MOVES THE LOAN MASTER, SO THE LOAN IS READ BACK AFTER IT.
           971-ADD-PARTY.
           IF LM-STATUS-PAID OR LM-STATUS-CHARGED-OFF
               OR LM-STATUS-REFINANCED
               DISPLAY "PARTIES CAN ONLY BE ADDED TO AN OPEN LOAN."
               GO TO 971-ADD-EXIT
           END-IF
           PERFORM 248-CHECK-BATCH-LOCK
           IF BATCH-LOCKED
               DISPLAY "CHANGE REFUSED - THE NIGHT BATCH IS RUNNING."
               DISPLAY "TRY AGAIN AFTER THE BATCH WINDOW CLEARS."
               GO TO 971-ADD-EXIT
           END-IF
           DISPLAY "Enter the borrower ID of the new party: "
           ACCEPT PARTY-BORROWER-IN
           IF PARTY-BORROWER-IN = LM-BORROWER-ID
               DISPLAY "THAT IS THE LOAN'S PRIMARY BORROWER."
               GO TO 971-ADD-EXIT
           END-IF
           MOVE PARTY-BORROWER-IN TO BM-BORROWER-ID
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   DISPLAY "BORROWER NOT ON FILE. ADD THE BORROWER"
                   DISPLAY "FIRST (MENU OPTION 7)."
                   GO TO 971-ADD-EXIT
           END-READ
           MOVE LM-LOAN-NUMBER TO LP-LOAN-NUMBER
           MOVE PARTY-BORROWER-IN TO LP-BORROWER-ID
           READ LOAN-PARTY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "THAT BORROWER IS ALREADY A PARTY TO THIS"
                       " LOAN."
                   GO TO 971-ADD-EXIT
           END-READ
           DISPLAY "PARTY: " BM-NAME
           PERFORM 972-GET-PARTY-ROLE WITH TEST AFTER
               UNTIL PARTY-ROLE-IN = "C" OR PARTY-ROLE-IN = "G"
           IF BM-LENDING-LIMIT > ZERO
               MOVE PARTY-BORROWER-IN TO BORROWER-ID-IN
               PERFORM 237-TOTAL-BORROWER-EXPOSURE
               MOVE INQUIRE-LOAN-NUM TO LM-LOAN-NUMBER
               READ LOAN-MASTER-FILE
                   INVALID KEY
                       DISPLAY "UNABLE TO READ THE LOAN BACK -"
                           " NOTHING CHANGED."
                       GO TO 971-ADD-EXIT
               END-READ
               IF BORROWER-EXPOSURE + LM-OUTSTANDING-BAL
                   > BM-LENDING-LIMIT
                   MOVE BM-LENDING-LIMIT TO WS-LIMIT-DISPLAY
                   MOVE BORROWER-EXPOSURE TO WS-EXPOSURE-DISPLAY
                   DISPLAY "REFUSED - THIS LOAN WOULD PUT THE PARTY"
                       " OVER ITS LENDING LIMIT."
                   DISPLAY "CURRENT EXPOSURE. . . . : "
                       WS-EXPOSURE-DISPLAY
                   DISPLAY "LENDING LIMIT . . . . . : "
                       WS-LIMIT-DISPLAY
                   GO TO 971-ADD-EXIT
               END-IF
           END-IF
           MOVE LM-LOAN-NUMBER     TO LP-LOAN-NUMBER
           MOVE PARTY-BORROWER-IN  TO LP-BORROWER-ID
           MOVE PARTY-ROLE-IN      TO LP-ROLE
           SET BDY-GET-DATES TO TRUE
           CALL "LOANBDAY" USING BDAY-PARMS
           END-CALL
           MOVE BDY-DATE           TO LP-ADDED-DATE
           MOVE SIGNED-ON-OPERATOR TO LP-OPERATOR-ID
           MOVE ZERO               TO LP-NOTICE-DUE-DATE
           WRITE LOAN-PARTY-RECORD
               INVALID KEY
                   DISPLAY "UNABLE TO ADD THE PARTY - NOTHING CHANGED."
                   GO TO 971-ADD-EXIT
           END-WRITE
           MOVE "L" TO MAINT-AUDIT-TYPE
           MOVE LM-LOAN-NUMBER TO MAINT-AUDIT-AMOUNT
           MOVE ZERO TO MAINT-AUDIT-PERCENT
           MOVE ZERO TO MAINT-AUDIT-YEARS
           PERFORM 857-WRITE-MAINT-AUDIT
           PERFORM 977-SET-ROLE-WORD
           DISPLAY BM-NAME " ADDED AS " PARTY-ROLE-WORD.
           971-ADD-EXIT.
           EXIT.

           972-GET-PARTY-ROLE.
           DISPLAY "Role - (C)o-borrower or (G)uarantor: "
           ACCEPT PARTY-ROLE-IN
           INSPECT PARTY-ROLE-IN
               CONVERTING "cg" TO "CG"
           IF PARTY-ROLE-IN NOT = "C" AND PARTY-ROLE-IN NOT = "G"
               DISPLAY "ONLY C OR G IS ACCEPTED."
           END-IF.

           973-REMOVE-PARTY.
           PERFORM 248-CHECK-BATCH-LOCK
           IF BATCH-LOCKED
               DISPLAY "CHANGE REFUSED - THE NIGHT BATCH IS RUNNING."
               DISPLAY "TRY AGAIN AFTER THE BATCH WINDOW CLEARS."
               GO TO 973-REMOVE-EXIT
           END-IF
           DISPLAY "Enter the borrower ID of the party to release: "
           ACCEPT PARTY-BORROWER-IN
           MOVE LM-LOAN-NUMBER TO LP-LOAN-NUMBER
           MOVE PARTY-BORROWER-IN TO LP-BORROWER-ID
           READ LOAN-PARTY-FILE
               INVALID KEY
                   DISPLAY "THAT BORROWER IS NOT A PARTY TO THIS LOAN."
                   GO TO 973-REMOVE-EXIT
           END-READ
           PERFORM 977-SET-ROLE-WORD
           DISPLAY "Release " PARTY-ROLE-WORD " " LP-BORROWER-ID
               " from loan " LM-LOAN-NUMBER "? (Y/N): "
           ACCEPT BOR-CONFIRM
           IF BOR-CONFIRM NOT = "Y" AND BOR-CONFIRM NOT = "y"
               DISPLAY "NOTHING CHANGED."
               GO TO 973-REMOVE-EXIT
           END-IF
           PERFORM 068-GET-APPROVAL THRU 068-APPROVAL-DONE
           IF NOT APPROVAL-OK
               DISPLAY "RELEASE NOT APPROVED - PARTY KEPT ON THE LOAN."
               GO TO 973-REMOVE-EXIT
           END-IF
           DELETE LOAN-PARTY-FILE
               INVALID KEY
                   DISPLAY "UNABLE TO RELEASE THE PARTY -"
                       " NOTHING CHANGED."
                   GO TO 973-REMOVE-EXIT
           END-DELETE
           MOVE "L" TO MAINT-AUDIT-TYPE
           MOVE LM-LOAN-NUMBER TO MAINT-AUDIT-AMOUNT
           MOVE ZERO TO MAINT-AUDIT-PERCENT
           MOVE ZERO TO MAINT-AUDIT-YEARS
           PERFORM 857-WRITE-MAINT-AUDIT
           DISPLAY "PARTY RELEASED FROM LOAN " LM-LOAN-NUMBER.
           973-REMOVE-EXIT.
           EXIT.

      *    THE PRIMARY BORROWER IS THE LOAN'S OWN BORROWER ID; ANY
      *    CO-BORROWERS AND GUARANTORS FOLLOW FROM THE PARTY FILE.
           975-SHOW-LOAN-PARTIES.
           MOVE LM-BORROWER-ID TO BM-BORROWER-ID
           READ BORROWER-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO BM-NAME
           END-READ
           DISPLAY "PRIMARY BORROWER. . . . : " LM-BORROWER-ID " "
               BM-NAME
           MOVE ZERO TO PARTY-COUNT
           MOVE LM-LOAN-NUMBER TO LP-LOAN-NUMBER
           MOVE ZERO TO LP-BORROWER-ID
           MOVE 'N' TO PARTY-EOF-SWITCH
           START LOAN-PARTY-FILE KEY IS NOT LESS THAN LP-PARTY-KEY
               INVALID KEY
                   MOVE 'Y' TO PARTY-EOF-SWITCH
           END-START
           PERFORM 976-SHOW-NEXT-PARTY UNTIL PARTY-EOF.

           976-SHOW-NEXT-PARTY.
           READ LOAN-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PARTY-EOF-SWITCH
               NOT AT END
                   IF LP-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                       MOVE 'Y' TO PARTY-EOF-SWITCH
                   ELSE
                       ADD 1 TO PARTY-COUNT
                       PERFORM 977-SET-ROLE-WORD
                       MOVE LP-BORROWER-ID TO BM-BORROWER-ID
                       READ BORROWER-MASTER-FILE
                           INVALID KEY
                               MOVE SPACES TO BM-NAME
                       END-READ
                       DISPLAY "PARTY . . . . . . . . . : "
                           LP-BORROWER-ID " " PARTY-ROLE-WORD " "
                           BM-NAME
                   END-IF
           END-READ.

           977-SET-ROLE-WORD.
           EVALUATE TRUE
               WHEN LP-ROLE-COBORROWER
                   MOVE "CO-BORROWER" TO PARTY-ROLE-WORD
               WHEN LP-ROLE-GUARANTOR
                   MOVE "GUARANTOR" TO PARTY-ROLE-WORD
               WHEN OTHER
                   MOVE LP-ROLE TO PARTY-ROLE-WORD
           END-EVALUATE.

           978-COUNT-LOAN-PARTIES.
           MOVE ZERO TO PARTY-COUNT
           MOVE LM-LOAN-NUMBER TO LP-LOAN-NUMBER
           MOVE ZERO TO LP-BORROWER-ID
           MOVE 'N' TO PARTY-EOF-SWITCH
           START LOAN-PARTY-FILE KEY IS NOT LESS THAN LP-PARTY-KEY
               INVALID KEY
                   MOVE 'Y' TO PARTY-EOF-SWITCH
           END-START
           PERFORM 979-COUNT-NEXT-PARTY UNTIL PARTY-EOF.

           979-COUNT-NEXT-PARTY.
           READ LOAN-PARTY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PARTY-EOF-SWITCH
               NOT AT END
                   IF LP-LOAN-NUMBER NOT = LM-LOAN-NUMBER
                       MOVE 'Y' TO PARTY-EOF-SWITCH
                   ELSE
                       ADD 1 TO PARTY-COUNT
                   END-IF
           END-READ.

      *    THE CONTROL FILE IS NO LONGER WRITTEN AT EXIT - EACH
      *    FILING SAVES THE COUNTER THE MOMENT IT IS ASSIGNED, AND AN
      *    EXIT-TIME WRITE FROM A SCREEN LEFT UP OVER THE BATCH
           CLOSE LOAN-MASTER-FILE
           CLOSE BORROWER-MASTER-FILE
           CLOSE RATE-TABLE-FILE
           CLOSE COLL-NOTE-FILE
           CLOSE ACH-ENROLL-FILE
           CLOSE LOAN-PARTY-FILE
           DISPLAY "GOODBYE."
           PERFORM 600-DUMMY-PAUSE.

