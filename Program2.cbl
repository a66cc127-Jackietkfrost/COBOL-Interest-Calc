000660*                BATLOCK BATCH-WINDOW LOCKOUT FOR THE LIFE OF
000670*                THE RUN SO AN OPEN SCREEN CANNOT FILE OR
000680*                STOMP THE COUNTER WHILE THE BATCH IS RUNNING.
000682*2026-10-15 LSG  START EACH NEWLY FILED MASTER RECORD WITH NO
000683*                LATE-CHARGE FEE BALANCE AND NO FEE CHARGED.
000684*2026-10-15 LSG  START EACH NEWLY FILED MASTER RECORD WITH NO
000685*                REPRICE DATE, RATE CAP OR FLOOR, OR PENDING RATE
000686*                NOTICE, LEAVING AN ADJUSTABLE LOAN TO BE SET UP
000687*                BY THE NIGHTLY REPRICING RUN.
000688*2026-10-15 LSG  START EACH NEWLY FILED MASTER RECORD WITH NO
000689*                CHARGE-OFF AND NO RECOVERIES.
000690*2026-10-15 LSG  DATE FILED LOANS AND SUSPENDED REQUESTS WITH THE
000691*                BUSINESS DATE FROM THE CONTROL FILE, READ ONCE AT
000692*                THE START OF THE RUN, AND MOVE A FIRST DUE DATE
000693*                THAT FALLS ON A WEEKEND OR HOLIDAY ONTO THE NEXT
000694*                BUSINESS DAY.
000695*2026-10-15 LSG  START EACH NEWLY FILED MASTER RECORD WITH NO
000696*                REFINANCE CROSS-REFERENCE.
000697*2026-10-15 LSG  COUNT THE BALANCE OF LOANS THE BORROWER HAS
000698*                CO-BORROWED OR GUARANTEED, FROM THE NEW
000699*                LOAN-PARTY FILE, TOWARD THE LENDING LIMIT.
000700*2026-10-15 LSG  DATE AUDIT LINES WITH THE BUSINESS DATE RATHER
000701*                THAN THE SYSTEM CLOCK SO THEY MATCH THE FILINGS'
000702*                ENTRY DATES IN THE DAY RECONCILIATION.
000703*-----------------------------------------------------------------
000704
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER. IBM-370.
001130         ACCESS MODE IS DYNAMIC
001140         RECORD KEY IS BM-BORROWER-ID
001150         FILE STATUS IS BORROWER-MASTER-STATUS.
001151     SELECT LOAN-PARTY-FILE ASSIGN TO "LOANPRTY"
001152         ORGANIZATION IS INDEXED
001153         ACCESS MODE IS DYNAMIC
001154         RECORD KEY IS LP-PARTY-KEY
001155         FILE STATUS IS LOAN-PARTY-STATUS.
001160
001170 DATA DIVISION.
001180 FILE SECTION.
001360 01  RUN-REGISTER-REC        PIC X(8).
001370 FD  BORROWER-MASTER-FILE.
001380     COPY "BORREC.CPY".
001382 FD  LOAN-PARTY-FILE.
001384     COPY "PARTYREC.CPY".
001390 FD  BATCH-LOCK-FILE.
001400 01  BATCH-LOCK-RECORD.
001410     05  BL-LOCK-STATE       PIC X(6).
002170 01  WS-BORROWER-EXPOSURE    PIC 9(11)V99 VALUE ZERO.
002180 01  WS-EXPOSURE-EOF-SWITCH  PIC X(1) VALUE 'N'.
002190     88  WS-EXPOSURE-EOF              VALUE 'Y'.
002191 01  LOAN-PARTY-STATUS       PIC X(2) VALUE SPACES.
002192 01  WS-PARTY-SWITCH         PIC X(1) VALUE 'N'.
002193     88  WS-PARTY-OPEN                VALUE 'Y'.
002194 01  WS-PARTY-EOF-SWITCH     PIC X(1) VALUE 'N'.
002195     88  WS-PARTY-EOF                 VALUE 'Y'.
002200 01  WS-DUE-DATE-WORK        PIC 9(8) VALUE ZERO.
002210 01  WS-DUE-DATE-SPLIT REDEFINES WS-DUE-DATE-WORK.
002220     05  WS-DUE-YYYY         PIC 9(4).
002250 01  WS-DUE-MONTH-DAYS       PIC 9(2) VALUE ZERO.
002260 01  WS-DUE-LEAP-WORK        PIC 9(4) VALUE ZERO.
002270 01  WS-DUE-LEAP-REM         PIC 9(4) VALUE ZERO.
002272 01  WS-BUSINESS-DATE        PIC 9(8) VALUE ZERO.
002274     COPY "BDAYPARM.CPY".
002280 01  MONTH-DAY-VALUES.
002290     05  FILLER  PIC X(12) VALUE "312831303130".
002300     05  FILLER  PIC X(12) VALUE "313130313031".
002520** 1000-INITIALIZE                                               *
002530** OPENS THE REQUEST, MASTER, AND CONTROL FILES AND LOADS THE    *
002540** NEXT-LOAN-NUMBER COUNTER LEFT BEHIND BY THE LAST RUN (BATCH   *
002547** OR INTERACTIVE) SO LOAN NUMBERS STAY UNIQUE ACROSS BOTH.      *
002554** ALSO LOADS THE CHECKPOINT LEFT BY A PRIOR ABENDED RUN, IF     *
002561** ANY, AND SKIPS PAST THE REQUESTS IT ALREADY READ SO THIS RUN  *
002568** RESUMES RATHER THAN REPROCESSING THE WHOLE FILE FROM THE      *
002575** TOP.  THE BUSINESS DATE THE RUN FILES UNDER IS TAKEN FROM     *
002582** THE CONTROL FILE FIRST.                                       *
002590******************************************************************
002600 1000-INITIALIZE.
002602     SET BDY-GET-DATES TO TRUE
002604     CALL "LOANBDAY" USING BDAY-PARMS
002606     END-CALL
002608     MOVE BDY-DATE TO WS-BUSINESS-DATE
002610     OPEN INPUT LOAN-REQUEST-FILE
002620     IF LOAN-REQUEST-STATUS NOT = "00"
002630         DISPLAY "UNABLE TO OPEN LOAN-REQUEST-FILE - STATUS: "
003080             BORROWER-MASTER-STATUS
003090             " - ALL REQUESTS WILL BE REJECTED"
003100     END-IF
003101     OPEN INPUT LOAN-PARTY-FILE
003102     IF LOAN-PARTY-STATUS = "00"
003103         SET WS-PARTY-OPEN TO TRUE
003104     ELSE
003105         IF LOAN-PARTY-STATUS NOT = "35"
003106             DISPLAY "LOAN-PARTY FILE UNAVAILABLE - STATUS: "
003107                 LOAN-PARTY-STATUS
003108                 " - ALL REQUESTS WILL BE REJECTED"
003109         END-IF
003110     END-IF
003111     OPEN INPUT CHECKPOINT-FILE
003120     IF CHECKPOINT-STATUS = "00"
003130         READ CHECKPOINT-FILE INTO WS-CHECKPOINT-COUNT
003140     END-IF
006460** PROVES THE REQUEST AGAINST THE BORROWER'S LENDING LIMIT.      *
006470** THE BORROWER MUST BE ON THE BORROWER MASTER, AND WHEN THE     *
006480** RECORD CARRIES A LIMIT, THE BORROWER'S TOTAL OUTSTANDING      *
006486** BALANCE ACROSS THE LOAN-MASTER, WITH THE BALANCE OF LOANS IT  *
006492** HAS CO-BORROWED OR GUARANTEED, PLUS THIS REQUEST MUST NOT     *
006500** EXCEED IT - CREDIT FOUND ONE BORROWER WITH ELEVEN OPEN        *
006510** QUOTES NOBODY HAD CONNECTED.  A ZERO LIMIT MEANS NO LIMIT.    *
006520******************************************************************
006560         DISPLAY "   BORROWER MASTER UNAVAILABLE"
006570         GO TO 2065-EXIT
006580     END-IF
006581     IF NOT WS-PARTY-OPEN AND LOAN-PARTY-STATUS NOT = "35"
006582         SET WS-REQUEST-INVALID TO TRUE
006583         DISPLAY "   LOAN-PARTY FILE UNAVAILABLE"
006584         GO TO 2065-EXIT
006585     END-IF
006590     MOVE LR-BORROWER-ID TO BM-BORROWER-ID
006600     READ BORROWER-MASTER-FILE
006610         INVALID KEY
006850** 2067-TOTAL-EXPOSURE                                           *
006860** TOTALS THE CURRENT REQUEST'S BORROWER'S OUTSTANDING BALANCE   *
006870** ACROSS THE WHOLE LOAN-MASTER, THE SAME SWEEP THE INTERACTIVE  *
006874** LOANS-BY-BORROWER LIST WALKS, THEN ADDS THE BALANCE OF EVERY  *
006878** LOAN THE LOAN-PARTY FILE NAMES THE BORROWER ON AS A           *
006882** CO-BORROWER OR GUARANTOR.  A SHOP WITH NO LOAN-PARTY FILE     *
006886** YET HAS NO CONTINGENT LIABILITY TO ADD.                       *
006890******************************************************************
006900 2067-TOTAL-EXPOSURE.
006910     MOVE ZERO TO WS-BORROWER-EXPOSURE
006960             SET WS-EXPOSURE-EOF TO TRUE
006970     END-START
006980     PERFORM 2068-ADD-EXPOSURE THRU 2068-EXIT
006981         UNTIL WS-EXPOSURE-EOF
006982     IF NOT WS-PARTY-OPEN
006983         GO TO 2067-EXIT
006984     END-IF
006985     MOVE 'N' TO WS-PARTY-EOF-SWITCH
006986     MOVE ZERO TO LP-PARTY-KEY
006987     START LOAN-PARTY-FILE KEY IS NOT LESS THAN LP-PARTY-KEY
006988         INVALID KEY
006989             SET WS-PARTY-EOF TO TRUE
006990     END-START
006991     PERFORM 2069-ADD-CONTINGENT THRU 2069-EXIT
006992         UNTIL WS-PARTY-EOF.
007000 2067-EXIT.
007010     EXIT.
007020
007160     END-READ.
007170 2068-EXIT.
007180     EXIT.
007181
007182******************************************************************
007183** 2069-ADD-CONTINGENT                                           *
007184** ADDS THE OUTSTANDING BALANCE OF A LOAN THE REQUEST'S          *
007185** BORROWER IS A CO-BORROWER OR GUARANTOR ON - ITS CONTINGENT    *
007186** LIABILITY - TO THE EXPOSURE.                                  *
007187******************************************************************
007188 2069-ADD-CONTINGENT.
007189     READ LOAN-PARTY-FILE NEXT RECORD
007190         AT END
007191             SET WS-PARTY-EOF TO TRUE
007192             GO TO 2069-EXIT
007193     END-READ
007194     IF LP-BORROWER-ID NOT = LR-BORROWER-ID
007195         GO TO 2069-EXIT
007196     END-IF
007197     MOVE LP-LOAN-NUMBER TO LM-LOAN-NUMBER
007198     READ LOAN-MASTER-FILE
007199         INVALID KEY
007200             CONTINUE
007201         NOT INVALID KEY
007202             ADD LM-OUTSTANDING-BAL TO WS-BORROWER-EXPOSURE
007203     END-READ.
007204 2069-EXIT.
007205     EXIT.
007206
007207
007210******************************************************************
007220** 2100-READ-REQUEST                                             *
007230** READS THE NEXT LOAN REQUEST.  WHEN THE MAIN EXTRACT IS        *
007640******************************************************************
007650 2200-SAVE-LOAN-RECORD.
007660     PERFORM 2440-ASSIGN-LOAN-NUMBER THRU 2440-EXIT
007670     MOVE WS-BUSINESS-DATE TO ENTRY-DATE
007680     MOVE LOAN-NUMBER-CTR TO LM-LOAN-NUMBER
007690     MOVE LR-LOAN-AMOUNT  TO LM-LOAN-AMOUNT
007700     MOVE LR-LOAN-PERCENT TO LM-LOAN-PERCENT
007750     MOVE LR-BORROWER-ID  TO LM-BORROWER-ID
007760     MOVE "A"             TO LM-LOAN-STATUS
007770     MOVE LR-PRODUCT-CODE TO LM-PRODUCT-CODE
007771     MOVE ZERO            TO LM-FEE-BALANCE
007772     MOVE ZERO            TO LM-LAST-FEE-DUE-DATE
007773     MOVE ZERO            TO LM-REPRICE-DATE
007774     MOVE ZERO            TO LM-RATE-CAP
007775     MOVE ZERO            TO LM-RATE-FLOOR
007776     MOVE ZERO            TO LM-NOTICE-RATE
007777     MOVE ZERO            TO LM-CHARGE-OFF-DATE
007778     MOVE ZERO            TO LM-CHARGE-OFF-AMT
007779     MOVE ZERO            TO LM-RECOVERY-AMT
007780     MOVE ZERO            TO LM-REFI-LOAN-NUMBER
007781     MOVE ZERO            TO LM-REFI-COUNT
007782     PERFORM 2250-SET-PAYMENT-TERMS THRU 2250-EXIT
007790     WRITE LOAN-MASTER-RECORD
007800         INVALID KEY
007810             DISPLAY "UNABLE TO FILE LOAN RECORD - DUPLICATE KEY"
007900
007910******************************************************************
007920** 2250-SET-PAYMENT-TERMS                                        *
007928** SETS THE SCHEDULED MONTHLY PAYMENT AND FIRST NEXT-DUE DATE    *
007936** ON THE MASTER RECORD BEING FILED.  THE SCHEDULED PAYMENT IS   *
007944** THE SIMPLE-INTEREST PAYOFF (THE LOANCALC FORMULA) SPREAD      *
007952** OVER THE TERM IN MONTHS, AND THE FIRST PAYMENT FALLS DUE ONE  *
007960** MONTH AFTER THE ENTRY DATE.  A FIRST DUE DATE ON A WEEKEND    *
007968** OR HOLIDAY MOVES ON TO THE NEXT BUSINESS DAY.                 *
007980******************************************************************
007990 2250-SET-PAYMENT-TERMS.
008000     COMPUTE LM-PAYMENT-AMOUNT ROUNDED =
008040         / (LR-LOAN-YEARS * 12)
008050     MOVE ENTRY-DATE TO WS-DUE-DATE-WORK
008060     PERFORM 2260-ADVANCE-DUE-MONTH THRU 2260-EXIT
008061     SET BDY-ADJUST-DATE TO TRUE
008062     MOVE WS-DUE-DATE-WORK TO BDY-DATE
008063     CALL "LOANBDAY" USING BDAY-PARMS
008064     END-CALL
008065     IF BDY-STATUS-OK
008066         MOVE BDY-DATE TO WS-DUE-DATE-WORK
008067     END-IF
008070     MOVE WS-DUE-DATE-WORK TO LM-NEXT-DUE-DATE.
008080 2250-EXIT.
008090     EXIT.
009060******************************************************************
009070** 2300-WRITE-AUDIT-LOG                                          *
009080** APPENDS A TRANSACTION-LOG LINE FOR THE REQUEST JUST PRICED,   *
009086** THE SAME WAY 850-WRITE-AUDIT-LOG DOES FOR THE INTERACTIVE     *
009092** PROGRAM, SO BATCH AND INTERACTIVE QUOTES RECONCILE TOGETHER.  *
009098** THE LINE IS DATED WITH THE RUN'S BUSINESS DATE; ONLY THE      *
009104** TIME OF DAY COMES FROM THE CLOCK.                             *
009110******************************************************************
009120 2300-WRITE-AUDIT-LOG.
009130     OPEN EXTEND AUDIT-LOG-FILE
009140     IF AUDIT-LOG-STATUS NOT = "00"
009150         OPEN OUTPUT AUDIT-LOG-FILE
009160     END-IF
009170     MOVE WS-BUSINESS-DATE TO WS-AUDIT-DATE
009180     ACCEPT WS-AUDIT-TIME FROM TIME
009190     MOVE WS-AUDIT-TIME(1:6) TO WS-AUDIT-HHMMSS
009200     COMPUTE AU-TIMESTAMP = WS-AUDIT-DATE * 1000000
009380** EVERY PRICING, INCLUDING ON-SCREEN CALCULATIONS THAT FILE     *
009390** NOTHING, SO THE END-OF-DAY RECONCILIATION TALLIES ONLY THE    *
009400** TYPE-F LINES - ONE PER MASTER RECORD ACTUALLY FILED, FROM     *
009405** BATCH AND INTERACTIVE ALIKE - DATED WITH THE BUSINESS DATE    *
009410** THE RECORD WAS FILED UNDER, WHICH IS THE DATE THE             *
009415** RECONCILIATION MATCHES ON.                                    *
009420******************************************************************
009430 2350-WRITE-FILING-AUDIT.
009440     OPEN EXTEND AUDIT-LOG-FILE
009450     IF AUDIT-LOG-STATUS NOT = "00"
009460         OPEN OUTPUT AUDIT-LOG-FILE
009470     END-IF
009480     MOVE WS-BUSINESS-DATE TO WS-AUDIT-DATE
009490     ACCEPT WS-AUDIT-TIME FROM TIME
009500     MOVE WS-AUDIT-TIME(1:6) TO WS-AUDIT-HHMMSS
009510     COMPUTE AU-TIMESTAMP = WS-AUDIT-DATE * 1000000
009790         OPEN OUTPUT SUSPENSE-FILE
009800     END-IF
009810     MOVE WS-REJECT-REASON TO SP-REASON-CODE
009820     MOVE WS-BUSINESS-DATE TO SP-RUN-DATE
009830     MOVE LR-LOAN-AMOUNT   TO SP-LOAN-AMOUNT
009840     MOVE LR-LOAN-PERCENT  TO SP-LOAN-PERCENT
009850     MOVE LR-LOAN-YEARS    TO SP-LOAN-YEARS
010140     IF WS-BORROWER-OPEN
010150         CLOSE BORROWER-MASTER-FILE
010160     END-IF
010162     IF WS-PARTY-OPEN
010164         CLOSE LOAN-PARTY-FILE
010166     END-IF
010170     CLOSE LOAN-MASTER-FILE
010180     OPEN OUTPUT LOAN-CTL-FILE
010190     MOVE LOAN-NUMBER-CTR TO LOAN-CTL-REC
