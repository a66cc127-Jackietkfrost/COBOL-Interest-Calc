000410*                SO A DATE WHOSE EVERY PAYMENT WAS REVERSED
000420*                CANNOT BECOME THE ACCRUAL BASE AND UNDERCHARGE
000430*                THE GAP.
000431*2026-10-15 LSG  PAY THE LOAN'S LATE-CHARGE FEE BALANCE FIRST,
000432*                AHEAD OF INTEREST AND PRINCIPAL, CARRYING THE FEE
000433*                PORTION ON THE HISTORY, THE REPORT, AND THE RUN
000434*                TOTALS; A REVERSAL PUTS IT BACK ON THE FEE
000435*                BALANCE.  FEE ASSESSMENTS AND WAIVERS ON THE
000436*                HISTORY TAKE NO PART IN REVERSAL MATCHING.
000437*2026-10-15 LSG  POST A PAYMENT ON A CHARGED-OFF LOAN AS A
000438*                RECOVERY (HISTORY TYPE V) RATHER THAN AGAINST THE
000439*                BALANCE ALREADY WRITTEN OFF, ACCUMULATING IT ON
000440*                THE MASTER AND REPORTING IT APART FROM THE
000441*                PAYMENT TOTALS; A REVERSAL ON SUCH A LOAN BACKS A
000442*                RECOVERY OUT (TYPE X).  A NON-ACCRUAL LOAN IS
000444*                CHARGED NO INTEREST - WHAT IS LEFT AFTER FEES
000446*                GOES TO PRINCIPAL.
000447*2026-10-15 LSG  TAKE THE RUN DATE FROM THE BUSINESS-DATE CONTROL
000448*                FILE.  A NEXT-DUE DATE NOW KEEPS THE LOAN'S DUE
000449*                DAY (THE DAY OF ITS ENTRY DATE) FROM MONTH TO
000450*                MONTH AND IS MOVED OFF A WEEKEND OR HOLIDAY ONTO
000451*                THE NEXT BUSINESS DAY; A REVERSAL ROLLS IT BACK
000452*                BY THE SAME RULES.
000453*2026-10-15 LSG  REJECT PAYMENTS AND REVERSALS ON A LOAN CLOSED BY
000454*                A REFINANCE, NAMING THE NEW LOAN ON THE REPORT.
000455*-----------------------------------------------------------------
000456
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000740 FD  LOAN-MASTER-FILE.
000750     COPY "LOANREC.CPY".
000760 FD  POST-RPT-FILE.
000770 01  POST-RPT-REC            PIC X(120).
000780 FD  PAY-HISTORY-FILE.
000790     COPY "PAYHREC.CPY".
000800 FD  PIF-LTR-FILE.
000960 01  WS-INTEREST-PORTION     PIC 9(9)V99 VALUE ZERO.
000970 01  WS-PRINCIPAL-PORTION    PIC 9(9)V99 VALUE ZERO.
000980 01  WS-UNAPPLIED-PORTION    PIC 9(9)V99 VALUE ZERO.
000982 01  WS-FEE-PORTION          PIC 9(7)V99 VALUE ZERO.
000984 01  WS-AVAILABLE-AMOUNT     PIC 9(7)V99 VALUE ZERO.
000990 01  WS-TOTAL-PAYMENTS       PIC S9(11)V99 VALUE ZERO.
001000 01  WS-TOTAL-INTEREST       PIC S9(11)V99 VALUE ZERO.
001010 01  WS-TOTAL-PRINCIPAL      PIC S9(11)V99 VALUE ZERO.
001020 01  WS-TOTAL-UNAPPLIED      PIC S9(11)V99 VALUE ZERO.
001022 01  WS-TOTAL-FEES           PIC S9(11)V99 VALUE ZERO.
001030 01  PAY-HISTORY-STATUS      PIC X(2) VALUE SPACES.
001040 01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
001050 01  WS-REVERSALS-POSTED     PIC 9(6) VALUE ZERO.
001052 01  WS-RECOVERIES-POSTED    PIC 9(6) VALUE ZERO.
001054 01  WS-TOTAL-RECOVERIES     PIC S9(11)V99 VALUE ZERO.
001056 01  WS-RECOVERY-MATCH-SWITCH PIC X(01) VALUE 'N'.
001058     88  WS-MATCHING-RECOVERY         VALUE 'Y'.
001060 01  WS-HIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
001070     88  WS-HIST-EOF                  VALUE 'Y'.
001080 01  WS-MATCH-NET            PIC S9(4) COMP VALUE ZERO.
001090 01  WS-MATCH-INTEREST       PIC 9(9)V99 VALUE ZERO.
001100 01  WS-MATCH-PRINCIPAL      PIC 9(9)V99 VALUE ZERO.
001110 01  WS-MATCH-UNAPPLIED      PIC 9(9)V99 VALUE ZERO.
001112 01  WS-MATCH-FEE            PIC 9(7)V99 VALUE ZERO.
001120 01  WS-LATEST-OTHER-DATE    PIC 9(8) VALUE ZERO.
001130 01  WS-OTHER-TABLE.
001140     05  OT-ENTRY OCCURS 200 TIMES.
001240 01  WS-HIST-INTEREST        PIC 9(9)V99 VALUE ZERO.
001250 01  WS-HIST-PRINCIPAL       PIC 9(9)V99 VALUE ZERO.
001260 01  WS-HIST-UNAPPLIED       PIC 9(9)V99 VALUE ZERO.
001262 01  WS-HIST-FEE             PIC 9(7)V99 VALUE ZERO.
001270 01  PIF-LTR-STATUS          PIC X(2) VALUE SPACES.
001280 01  WS-PIF-LETTERS          PIC 9(6) VALUE ZERO.
001290 01  PIF-RULE-LINE           PIC X(72) VALUE ALL "=".
001540 01  WS-LEAP-QUOT            PIC 9(4) VALUE ZERO.
001550 01  WS-LEAP-REM             PIC 9(4) VALUE ZERO.
001560 01  WS-MONTH-DAYS           PIC 9(2) VALUE ZERO.
001561 01  WS-DUE-DAY              PIC 9(2) VALUE ZERO.
001562 01  WS-ENTRY-DATE-WORK      PIC 9(8) VALUE ZERO.
001563 01  WS-ENTRY-DATE-SPLIT REDEFINES WS-ENTRY-DATE-WORK.
001564     05  WS-ED-YYYY          PIC 9(4).
001565     05  WS-ED-MM            PIC 9(2).
001566     05  WS-ED-DD            PIC 9(2).
001570 01  MONTH-DAY-VALUES.
001580     05  FILLER  PIC X(12) VALUE "312831303130".
001590     05  FILLER  PIC X(12) VALUE "313130313031".
001640     05  FILLER  PIC X(18) VALUE "181212243273304334".
001650 01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
001660     05  MS-DAYS OCCURS 12 TIMES PIC 9(3).
001662     COPY "BDAYPARM.CPY".
001670 01  POST-HEADING-LINE.
001680     05  FILLER              PIC X(8)  VALUE "LOAN NO ".
001690     05  FILLER              PIC X(10) VALUE " PAY DATE ".
001700     05  FILLER              PIC X(16) VALUE "         PAYMENT".
001702     05  FILLER              PIC X(16) VALUE "            FEES".
001710     05  FILLER              PIC X(16) VALUE "        INTEREST".
001720     05  FILLER              PIC X(16) VALUE "       PRINCIPAL".
001730     05  FILLER              PIC X(16) VALUE "       UNAPPLIED".
001780     05  PD-PAYMENT-DATE     PIC 9(8).
001790     05  FILLER              PIC X(2)  VALUE SPACES.
001800     05  PD-PAYMENT          PIC $$$,$$$,$$9.99.
001802     05  FILLER              PIC X(2)  VALUE SPACES.
001804     05  PD-FEES             PIC $$$,$$$,$$9.99.
001810     05  FILLER              PIC X(2)  VALUE SPACES.
001820     05  PD-INTEREST         PIC $$$,$$$,$$9.99.
001830     05  FILLER              PIC X(2)  VALUE SPACES.
002030     05  PV-PAYMENT-DATE     PIC 9(8).
002040     05  FILLER              PIC X(2)  VALUE SPACES.
002050     05  PV-PAYMENT          PIC $$,$$$,$$9.99-.
002052     05  FILLER              PIC X(2)  VALUE SPACES.
002054     05  PV-FEES             PIC $$,$$$,$$9.99-.
002060     05  FILLER              PIC X(2)  VALUE SPACES.
002070     05  PV-INTEREST         PIC $$,$$$,$$9.99-.
002080     05  FILLER              PIC X(2)  VALUE SPACES.
002110     05  PV-UNAPPLIED        PIC $$,$$$,$$9.99-.
002120     05  FILLER              PIC X(2)  VALUE SPACES.
002130     05  PV-NEW-BALANCE      PIC $$$,$$$,$$9.99.
002131 01  POST-RECOVERY-LINE.
002132     05  PY-LOAN-NUMBER      PIC 9(6).
002133     05  FILLER              PIC X(2)  VALUE SPACES.
002134     05  PY-PAYMENT-DATE     PIC 9(8).
002135     05  FILLER              PIC X(2)  VALUE SPACES.
002136     05  PY-PAYMENT          PIC $$,$$$,$$9.99-.
002137     05  FILLER              PIC X(2)  VALUE SPACES.
002138     05  PY-MESSAGE          PIC X(34).
002139     05  FILLER              PIC X(18)
002140         VALUE "RECOVERED TO DATE ".
002141     05  PY-RECOVERED        PIC $$$,$$$,$$9.99.
002142
002150******************************************************************
002160** 0000-MAINLINE                                                 *
002170** DRIVES THE POSTING RUN: INITIALIZE, POST EVERY PAYMENT ON THE *
002310** REPORT HEADING, AND PRIMES THE FIRST PAYMENT READ.            *
002320******************************************************************
002330 1000-INITIALIZE.
002334     SET BDY-GET-DATES TO TRUE
002338     CALL "LOANBDAY" USING BDAY-PARMS
002342     END-CALL
002346     MOVE BDY-DATE TO WS-RUN-DATE
002350     OPEN INPUT PAYMENT-FILE
002360     IF PAYMENT-STATUS NOT = "00"
002370         DISPLAY "UNABLE TO OPEN PAYMENT-FILE - STATUS: "
002560
002570******************************************************************
002580** 2000-POST-PAYMENT                                             *
002586** POSTS ONE PAYMENT: FETCHES ITS LOAN FROM LOAN-MASTER,         *
002592** APPLIES THE PAYMENT, AND READS THE NEXT TRANSACTION.  A       *
002598** PAYMENT WHOSE LOAN NUMBER IS NOT ON THE MASTER IS REPORTED    *
002604** AND SKIPPED - THERE IS NO OPERATOR IN BATCH MODE TO RE-KEY    *
002610** IT.  A LOAN CLOSED BY A REFINANCE TAKES NO FURTHER POSTINGS   *
002616** OR REVERSALS; ITS TRANSACTIONS ARE REPORTED FOR THE OPERATOR  *
002622** TO APPLY TO THE NEW LOAN.                                     *
002630******************************************************************
002640 2000-POST-PAYMENT.
002650     ADD 1 TO WS-PAYMENTS-READ
002680         INVALID KEY
002690             PERFORM 2300-REPORT-REJECT THRU 2300-EXIT
002700         NOT INVALID KEY
002706             EVALUATE TRUE
002712                 WHEN LM-STATUS-REFINANCED
002718                     PERFORM 2350-REPORT-REFINANCED THRU 2350-EXIT
002724                 WHEN PT-REVERSAL-REC
002730                     PERFORM 2700-REVERSE-PAYMENT THRU 2700-EXIT
002736                 WHEN OTHER
002742                     PERFORM 2200-APPLY-PAYMENT THRU 2200-EXIT
002748             END-EVALUATE
002760     END-READ
002770     PERFORM 2100-READ-PAYMENT THRU 2100-EXIT.
002780 2000-EXIT.
002930     WRITE POST-RPT-REC FROM POST-REJECT-LINE.
002940 2300-EXIT.
002950     EXIT.
002951
002952******************************************************************
002953** 2350-REPORT-REFINANCED                                        *
002954** REPORTS A PAYMENT OR REVERSAL AGAINST A LOAN A REFINANCE HAS  *
002955** ALREADY CLOSED.  THE PAYOFF WAS POSTED WHEN THE NEW LOAN      *
002956** FUNDED, SO NOTHING MORE IS APPLIED HERE; THE LINE NAMES THE   *
002957** NEW LOAN FOR THE OPERATOR TO APPLY IT TO.                     *
002958******************************************************************
002959 2350-REPORT-REFINANCED.
002960     ADD 1 TO WS-PAYMENTS-REJECTED
002961     MOVE PT-LOAN-NUMBER    TO PR-LOAN-NUMBER
002962     MOVE PT-PAYMENT-DATE   TO PR-PAYMENT-DATE
002963     MOVE PT-PAYMENT-AMOUNT TO PR-PAYMENT
002964     MOVE SPACES TO PR-MESSAGE
002965     STRING "REJECTED - REFINANCED INTO " LM-REFI-LOAN-NUMBER
002966         DELIMITED BY SIZE
002967         INTO PR-MESSAGE
002968     END-STRING
002969     WRITE POST-RPT-REC FROM POST-REJECT-LINE.
002970 2350-EXIT.
002971     EXIT.
002972
002973******************************************************************
002980** 2100-READ-PAYMENT                                             *
002990** READS THE NEXT PAYMENT TRANSACTION, SETTING THE END-OF-FILE   *
003000** SWITCH WHEN THE INPUT FILE IS EXHAUSTED.                      *
003080
003090******************************************************************
003100** 2200-APPLY-PAYMENT                                            *
003105** SPLITS THE PAYMENT INTO FEES, INTEREST, AND PRINCIPAL.  ANY   *
003110** LATE-CHARGE FEE BALANCE IS PAID FIRST, AND ONLY WHAT IS LEFT  *
003115** OF THE PAYMENT GOES TO INTEREST AND PRINCIPAL.  INTEREST IS   *
003120** THE SIMPLE INTEREST (BALANCE * RATE / 100, THE LOANCALC       *
003130** FORMULA) ACCRUED FOR THE DAYS SINCE THE LAST PAYMENT - OR     *
003140** SINCE THE ENTRY DATE FOR A FIRST PAYMENT - PRORATED OVER A    *
003150** 365-DAY YEAR, SO TWO PAYMENTS IN THE SAME YEAR DO NOT EACH    *
003157** ABSORB A FULL YEAR'S INTEREST.  A LOAN ON NON-ACCRUAL IS      *
003164** CHARGED NO INTEREST AT ALL.  THE INTEREST IS SATISFIED NEXT   *
003171** AND THE REMAINDER REDUCES THE BALANCE; PRINCIPAL IS CAPPED    *
003178** AT THE BALANCE AND ANY EXCESS BEYOND FEES, INTEREST, AND      *
003185** BALANCE IS REPORTED AS UNAPPLIED SO THE REPORT CROSS-FOOTS    *
003192** (PAYMENT = FEES + INTEREST + PRINCIPAL + UNAPPLIED).  THE     *
003199** MASTER RECORD IS REWRITTEN WITH THE NEW BALANCES; THE         *
003206** LAST-PAYMENT DATE ONLY ADVANCES, SO A BACKDATED PAYMENT       *
003213** (CHARGED ZERO INTEREST BY THE DAY CLAMP) CANNOT PULL THE      *
003220** ACCRUAL BASE BACKWARD AND RE-CHARGE DAYS ALREADY PAID         *
003227** THROUGH.  A PAYMENT ON A CHARGED-OFF LOAN IS NOT SPLIT AT     *
003234** ALL BUT POSTED AS A RECOVERY.                                 *
003250******************************************************************
003260 2200-APPLY-PAYMENT.
003262     IF LM-STATUS-CHARGED-OFF
003264         PERFORM 2400-POST-RECOVERY THRU 2400-EXIT
003266         GO TO 2200-EXIT
003268     END-IF
003270     IF LM-LAST-PAYMENT-DATE > ZERO
003280         MOVE LM-LAST-PAYMENT-DATE TO WS-DATE-WORK
003290     ELSE
003410     COMPUTE WS-INTEREST-DUE ROUNDED =
003420         LM-OUTSTANDING-BAL * (LM-LOAN-PERCENT / 100)
003430         * WS-ACCRUAL-DAYS / 365
003431     IF LM-STATUS-NONACCRUAL
003432         MOVE ZERO TO WS-INTEREST-DUE
003433     END-IF
003434     IF PT-PAYMENT-AMOUNT < LM-FEE-BALANCE
003436         MOVE PT-PAYMENT-AMOUNT TO WS-FEE-PORTION
003439     ELSE
003442         MOVE LM-FEE-BALANCE TO WS-FEE-PORTION
003445     END-IF
003448     COMPUTE WS-AVAILABLE-AMOUNT =
003451         PT-PAYMENT-AMOUNT - WS-FEE-PORTION
003454     IF WS-AVAILABLE-AMOUNT < WS-INTEREST-DUE
003457         MOVE WS-AVAILABLE-AMOUNT TO WS-INTEREST-PORTION
003460     ELSE
003470         MOVE WS-INTEREST-DUE TO WS-INTEREST-PORTION
003480     END-IF
003490     COMPUTE WS-PRINCIPAL-PORTION =
003500         WS-AVAILABLE-AMOUNT - WS-INTEREST-PORTION
003510     IF WS-PRINCIPAL-PORTION > LM-OUTSTANDING-BAL
003520         MOVE LM-OUTSTANDING-BAL TO WS-PRINCIPAL-PORTION
003530     END-IF
003540     COMPUTE WS-UNAPPLIED-PORTION =
003550         WS-AVAILABLE-AMOUNT - WS-INTEREST-PORTION
003560         - WS-PRINCIPAL-PORTION
003562     SUBTRACT WS-FEE-PORTION FROM LM-FEE-BALANCE
003570     COMPUTE LM-OUTSTANDING-BAL =
003580         LM-OUTSTANDING-BAL - WS-PRINCIPAL-PORTION
003590     IF PT-PAYMENT-DATE > LM-LAST-PAYMENT-DATE
003780     END-REWRITE
003790     ADD 1 TO WS-PAYMENTS-POSTED
003800     ADD PT-PAYMENT-AMOUNT   TO WS-TOTAL-PAYMENTS
003802     ADD WS-FEE-PORTION      TO WS-TOTAL-FEES
003810     ADD WS-INTEREST-PORTION TO WS-TOTAL-INTEREST
003820     ADD WS-PRINCIPAL-PORTION TO WS-TOTAL-PRINCIPAL
003830     ADD WS-UNAPPLIED-PORTION TO WS-TOTAL-UNAPPLIED
003840     MOVE PT-LOAN-NUMBER      TO PD-LOAN-NUMBER
003850     MOVE PT-PAYMENT-DATE     TO PD-PAYMENT-DATE
003860     MOVE PT-PAYMENT-AMOUNT   TO PD-PAYMENT
003862     MOVE WS-FEE-PORTION      TO PD-FEES
003870     MOVE WS-INTEREST-PORTION TO PD-INTEREST
003880     MOVE WS-PRINCIPAL-PORTION TO PD-PRINCIPAL
003890     MOVE WS-UNAPPLIED-PORTION TO PD-UNAPPLIED
003900     MOVE LM-OUTSTANDING-BAL  TO PD-NEW-BALANCE
003910     WRITE POST-RPT-REC FROM POST-DETAIL-LINE
003920     MOVE "P" TO WS-HIST-TYPE
003922     MOVE WS-FEE-PORTION       TO WS-HIST-FEE
003930     MOVE WS-INTEREST-PORTION  TO WS-HIST-INTEREST
003940     MOVE WS-PRINCIPAL-PORTION TO WS-HIST-PRINCIPAL
003950     MOVE WS-UNAPPLIED-PORTION TO WS-HIST-UNAPPLIED
003990     END-IF.
004000 2200-EXIT.
004010     EXIT.
004011
004012******************************************************************
004013** 2400-POST-RECOVERY                                            *
004014** POSTS A PAYMENT RECEIVED ON A CHARGED-OFF LOAN AS A           *
004015** RECOVERY.  THE BALANCE WAS WRITTEN OFF AT CHARGE-OFF, SO      *
004016** NOTHING IS SPLIT OR APPLIED TO IT - THE WHOLE PAYMENT IS      *
004017** ADDED TO THE LOAN'S RECOVERIES TO DATE, REPORTED ON A         *
004018** RECOVERY LINE, KEPT OUT OF THE PAYMENT TOTALS, AND WRITTEN    *
004019** TO THE HISTORY AS TYPE V.  THE DUE DATES ARE LEFT ALONE; THE  *
004020** LOAN IS NO LONGER BILLED.                                     *
004021******************************************************************
004022 2400-POST-RECOVERY.
004023     ADD PT-PAYMENT-AMOUNT TO LM-RECOVERY-AMT
004024     REWRITE LOAN-MASTER-RECORD
004025         INVALID KEY
004026             DISPLAY "UNABLE TO REWRITE LOAN " LM-LOAN-NUMBER
004027                 " - STATUS: " LOAN-MASTER-STATUS
004028             ADD 1 TO WS-PAYMENTS-REJECTED
004029             GO TO 2400-EXIT
004030     END-REWRITE
004031     ADD 1 TO WS-RECOVERIES-POSTED
004032     ADD PT-PAYMENT-AMOUNT TO WS-TOTAL-RECOVERIES
004033     MOVE PT-LOAN-NUMBER    TO PY-LOAN-NUMBER
004034     MOVE PT-PAYMENT-DATE   TO PY-PAYMENT-DATE
004035     MOVE PT-PAYMENT-AMOUNT TO PY-PAYMENT
004036     MOVE "RECOVERY - LOAN CHARGED OFF" TO PY-MESSAGE
004037     MOVE LM-RECOVERY-AMT   TO PY-RECOVERED
004038     WRITE POST-RPT-REC FROM POST-RECOVERY-LINE
004039     MOVE "V" TO WS-HIST-TYPE
004040     MOVE ZERO TO WS-HIST-FEE
004041     MOVE ZERO TO WS-HIST-INTEREST
004042     MOVE ZERO TO WS-HIST-PRINCIPAL
004043     MOVE ZERO TO WS-HIST-UNAPPLIED
004044     PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT.
004045 2400-EXIT.
004046     EXIT.
004047
004048******************************************************************
004049** 2450-REVERSE-RECOVERY                                         *
004050** BACKS AN EARLIER RECOVERY OUT OF A CHARGED-OFF LOAN.  THE     *
004051** REVERSAL IS MATCHED TO ITS TYPE-V RECOVERY ON THE HISTORY BY  *
004052** LOAN NUMBER, AMOUNT, AND PAYMENT DATE, NETTING ANY TYPE-X     *
004053** REVERSALS ALREADY TAKEN AGAINST IT, AND AN UNMATCHED ONE IS   *
004054** REPORTED AND SKIPPED.  THE AMOUNT COMES OFF THE LOAN'S        *
004055** RECOVERIES TO DATE AND THE RECOVERY TOTAL, AND THE REPORT     *
004056** CARRIES A NEGATIVE RECOVERY LINE.                             *
004057******************************************************************
004058 2450-REVERSE-RECOVERY.
004059     SET WS-MATCHING-RECOVERY TO TRUE
004060     PERFORM 2750-MATCH-REVERSAL THRU 2750-EXIT
004061     MOVE 'N' TO WS-RECOVERY-MATCH-SWITCH
004062     IF WS-MATCH-NET NOT > ZERO
004063         ADD 1 TO WS-PAYMENTS-REJECTED
004064         MOVE PT-LOAN-NUMBER    TO PR-LOAN-NUMBER
004065         MOVE PT-PAYMENT-DATE   TO PR-PAYMENT-DATE
004066         MOVE PT-PAYMENT-AMOUNT TO PR-PAYMENT
004067         MOVE "REVERSAL UNMATCHED ON RECOVERY HISTORY"
004068             TO PR-MESSAGE
004069         WRITE POST-RPT-REC FROM POST-REJECT-LINE
004070         GO TO 2450-EXIT
004071     END-IF
004072     IF PT-PAYMENT-AMOUNT > LM-RECOVERY-AMT
004073         MOVE ZERO TO LM-RECOVERY-AMT
004074     ELSE
004075         SUBTRACT PT-PAYMENT-AMOUNT FROM LM-RECOVERY-AMT
004076     END-IF
004077     REWRITE LOAN-MASTER-RECORD
004078         INVALID KEY
004079             DISPLAY "UNABLE TO REWRITE LOAN " LM-LOAN-NUMBER
004080                 " - STATUS: " LOAN-MASTER-STATUS
004081             ADD 1 TO WS-PAYMENTS-REJECTED
004082             GO TO 2450-EXIT
004083     END-REWRITE
004084     ADD 1 TO WS-REVERSALS-POSTED
004085     SUBTRACT PT-PAYMENT-AMOUNT FROM WS-TOTAL-RECOVERIES
004086     MOVE PT-LOAN-NUMBER    TO PY-LOAN-NUMBER
004087     MOVE PT-PAYMENT-DATE   TO PY-PAYMENT-DATE
004088     COMPUTE WS-REVERSAL-WORK = 0 - PT-PAYMENT-AMOUNT
004089     MOVE WS-REVERSAL-WORK  TO PY-PAYMENT
004090     MOVE "RECOVERY REVERSED" TO PY-MESSAGE
004091     MOVE LM-RECOVERY-AMT   TO PY-RECOVERED
004092     WRITE POST-RPT-REC FROM POST-RECOVERY-LINE
004093     MOVE "X" TO WS-HIST-TYPE
004094     MOVE ZERO TO WS-HIST-FEE
004095     MOVE ZERO TO WS-HIST-INTEREST
004096     MOVE ZERO TO WS-HIST-PRINCIPAL
004097     MOVE ZERO TO WS-HIST-UNAPPLIED
004098     PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT.
004099 2450-EXIT.
004100     EXIT.
004101
004102******************************************************************
004103** 2500-DATE-TO-DAYS                                             *
004104** CONVERTS THE YYYYMMDD DATE IN WS-DATE-WORK TO A SERIAL DAY    *
004105** COUNT SO TWO DATES CAN BE SUBTRACTED TO GET THE DAYS          *
004106** BETWEEN THEM.  365 DAYS PER YEAR PLUS ONE FOR EACH LEAP       *
004107** YEAR FULLY ELAPSED (DIVISIBLE BY FOUR BUT NOT BY 100 UNLESS   *
004108** BY 400), PLUS THE DAYS TO THE START OF THE MONTH - WITH THE   *
004109** LEAP DAY ADDED AFTER FEBRUARY OF A LEAP YEAR - PLUS THE DAY.  *
004110******************************************************************
004120 2500-DATE-TO-DAYS.
004130     COMPUTE WS-SERIAL-DAYS = WS-DW-YYYY * 365
004440** MOVES THE WORK DATE FORWARD ONE CALENDAR MONTH, ROLLING THE   *
004450** YEAR BOUNDARY AND CLAMPING THE DAY TO THE TARGET MONTH'S      *
004460** LENGTH - FEBRUARY GETS ITS LEAP DAY IN YEARS DIVISIBLE BY     *
004464** FOUR BUT NOT BY 100 UNLESS BY 400.  THE DAY IS RESET TO THE   *
004468** LOAN'S DUE DAY FIRST, SO A DATE CLAMPED OR MOVED OFF A        *
004472** HOLIDAY ONE MONTH DOES NOT DRIFT THE NEXT, AND THE RESULT IS  *
004476** MOVED OFF A WEEKEND OR HOLIDAY ONTO THE NEXT BUSINESS DAY.    *
004480******************************************************************
004490 2600-ADVANCE-DUE-MONTH.
004492     PERFORM 2660-FIND-DUE-DAY THRU 2660-EXIT
004500     IF WS-DW-MM = 12
004510         MOVE 1 TO WS-DW-MM
004520         ADD 1 TO WS-DW-YYYY
004530     ELSE
004540         ADD 1 TO WS-DW-MM
004550     END-IF
004552     MOVE WS-DUE-DAY TO WS-DW-DD
004560     MOVE MD-DAYS (WS-DW-MM) TO WS-MONTH-DAYS
004570     IF WS-DW-MM = 2
004580         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-WORK
004720     END-IF
004730     IF WS-DW-DD > WS-MONTH-DAYS
004740         MOVE WS-MONTH-DAYS TO WS-DW-DD
004746     END-IF
004752     PERFORM 2670-ADJUST-DUE-DATE THRU 2670-EXIT.
004760 2600-EXIT.
004770     EXIT.
004780
004810** MOVES THE WORK DATE BACK ONE CALENDAR MONTH - THE INVERSE OF  *
004820** THE ADVANCE A POSTING APPLIES - ROLLING THE YEAR BOUNDARY     *
004830** AND CLAMPING THE DAY TO THE TARGET MONTH'S LENGTH WITH THE    *
004835** SAME LEAP-YEAR RULE, AND WITH THE SAME DUE-DAY RESET AND      *
004840** BUSINESS-DAY MOVE, SO A REVERSAL PUTS BACK EXACTLY THE DATE   *
004845** THE POSTING REPLACED.                                         *
004850******************************************************************
004860 2650-RETREAT-DUE-MONTH.
004862     PERFORM 2660-FIND-DUE-DAY THRU 2660-EXIT
004870     IF WS-DW-MM = 1
004880         MOVE 12 TO WS-DW-MM
004890         SUBTRACT 1 FROM WS-DW-YYYY
004900     ELSE
004910         SUBTRACT 1 FROM WS-DW-MM
004920     END-IF
004922     MOVE WS-DUE-DAY TO WS-DW-DD
004930     MOVE MD-DAYS (WS-DW-MM) TO WS-MONTH-DAYS
004940     IF WS-DW-MM = 2
004950         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-WORK
005090     END-IF
005100     IF WS-DW-DD > WS-MONTH-DAYS
005110         MOVE WS-MONTH-DAYS TO WS-DW-DD
005116     END-IF
005122     PERFORM 2670-ADJUST-DUE-DATE THRU 2670-EXIT.
005130 2650-EXIT.
005140     EXIT.
005141
005142******************************************************************
005143** 2660-FIND-DUE-DAY                                             *
005144** SETS THE DAY OF THE MONTH THE LOAN FALLS DUE - THE DAY OF     *
005145** ITS ENTRY DATE, OR THE WORK DATE'S OWN DAY WHEN THE MASTER    *
005146** CARRIES NO ENTRY DATE.  A NEXT-DUE DATE WELL SHORT OF THAT    *
005147** DAY WAS CARRIED INTO THE FOLLOWING MONTH OFF A MONTH-END      *
005148** WEEKEND OR HOLIDAY, SO ITS MONTH IS STEPPED BACK TO THE ONE   *
005149** IT WAS DUE IN BEFORE THE CALLER MOVES IT.                     *
005150******************************************************************
005151 2660-FIND-DUE-DAY.
005152     MOVE WS-DW-DD TO WS-DUE-DAY
005153     IF LM-ENTRY-DATE = ZERO
005154         GO TO 2660-EXIT
005155     END-IF
005156     MOVE LM-ENTRY-DATE TO WS-ENTRY-DATE-WORK
005157     MOVE WS-ED-DD TO WS-DUE-DAY
005158     IF WS-DW-DD + 7 < WS-DUE-DAY
005159         AND WS-DATE-WORK = LM-NEXT-DUE-DATE
005160         IF WS-DW-MM = 1
005161             MOVE 12 TO WS-DW-MM
005162             SUBTRACT 1 FROM WS-DW-YYYY
005163         ELSE
005164             SUBTRACT 1 FROM WS-DW-MM
005165         END-IF
005166     END-IF.
005167 2660-EXIT.
005168     EXIT.
005169
005170******************************************************************
005171** 2670-ADJUST-DUE-DATE                                          *
005172** MOVES THE WORK DATE OFF A WEEKEND OR HOLIDAY ONTO THE NEXT    *
005173** BUSINESS DAY ON THE HOLIDAY CALENDAR.                         *
005174******************************************************************
005175 2670-ADJUST-DUE-DATE.
005176     SET BDY-ADJUST-DATE TO TRUE
005177     MOVE WS-DATE-WORK TO BDY-DATE
005178     CALL "LOANBDAY" USING BDAY-PARMS
005179     END-CALL
005180     IF BDY-STATUS-OK
005181         MOVE BDY-DATE TO WS-DATE-WORK
005182     END-IF.
005183 2670-EXIT.
005184     EXIT.
005185
005186******************************************************************
005187** 2700-REVERSE-PAYMENT                                          *
005188** BACKS AN EARLIER POSTING OUT OF THE MASTER.  THE REVERSAL IS  *
005190** MATCHED TO ITS ORIGINAL POSTING ON THE PAYMENT HISTORY BY     *
005200** LOAN NUMBER, AMOUNT, AND PAYMENT DATE - A REVERSAL THAT       *
005210** MATCHES NOTHING (OR A POSTING ALREADY REVERSED) IS REPORTED   *
005220** AND SKIPPED, NOT GUESSED AT.  THE ORIGINAL SPLIT IS TAKEN     *
005230** FROM THE HISTORY RECORD: THE PRINCIPAL PORTION GOES BACK ON   *
005237** THE OUTSTANDING BALANCE AND THE FEE PORTION BACK ON THE FEE   *
005244** BALANCE, THE NEXT-DUE DATE ROLLS BACK THE MONTH THE POSTING   *
005251** ADVANCED IT, THE RUN TOTALS GIVE THE SPLIT BACK, AND THE      *
005258** REPORT CARRIES A NEGATIVE REVERSAL LINE SO THE DAY STILL      *
005265** CROSS-FOOTS (PAYMENT = FEES + INTEREST + PRINCIPAL +          *
005272** UNAPPLIED, WITH REVERSALS NEGATIVE).  A POSTING WRITTEN       *
005279** BEFORE THE HISTORY CARRIED A FEE PORTION RESTORES NO FEE.     *
005286** THE LAST-PAYMENT DATE FALLS BACK TO THE LATEST POSTING LEFT   *
005293** ON THE HISTORY WHEN THE REVERSED PAYMENT WAS THE ONE THAT     *
005298** SET IT.  A REVERSAL ON A CHARGED-OFF LOAN BACKS OUT A         *
005303** RECOVERY INSTEAD.                                             *
005310******************************************************************
005320 2700-REVERSE-PAYMENT.
005322     IF LM-STATUS-CHARGED-OFF
005324         PERFORM 2450-REVERSE-RECOVERY THRU 2450-EXIT
005326         GO TO 2700-EXIT
005328     END-IF
005330     PERFORM 2750-MATCH-REVERSAL THRU 2750-EXIT
005340     IF WS-MATCH-NET NOT > ZERO
005350         ADD 1 TO WS-PAYMENTS-REJECTED
005420         GO TO 2700-EXIT
005430     END-IF
005440     ADD WS-MATCH-PRINCIPAL TO LM-OUTSTANDING-BAL
005442     ADD WS-MATCH-FEE       TO LM-FEE-BALANCE
005450     IF PT-PAYMENT-DATE = LM-LAST-PAYMENT-DATE
005460         MOVE WS-LATEST-OTHER-DATE TO LM-LAST-PAYMENT-DATE
005470     END-IF
005620     END-REWRITE
005630     ADD 1 TO WS-REVERSALS-POSTED
005640     SUBTRACT PT-PAYMENT-AMOUNT  FROM WS-TOTAL-PAYMENTS
005642     SUBTRACT WS-MATCH-FEE       FROM WS-TOTAL-FEES
005650     SUBTRACT WS-MATCH-INTEREST  FROM WS-TOTAL-INTEREST
005660     SUBTRACT WS-MATCH-PRINCIPAL FROM WS-TOTAL-PRINCIPAL
005670     SUBTRACT WS-MATCH-UNAPPLIED FROM WS-TOTAL-UNAPPLIED
005690     MOVE PT-PAYMENT-DATE   TO PV-PAYMENT-DATE
005700     COMPUTE WS-REVERSAL-WORK = 0 - PT-PAYMENT-AMOUNT
005710     MOVE WS-REVERSAL-WORK TO PV-PAYMENT
005712     COMPUTE WS-REVERSAL-WORK = 0 - WS-MATCH-FEE
005714     MOVE WS-REVERSAL-WORK TO PV-FEES
005720     COMPUTE WS-REVERSAL-WORK = 0 - WS-MATCH-INTEREST
005730     MOVE WS-REVERSAL-WORK TO PV-INTEREST
005740     COMPUTE WS-REVERSAL-WORK = 0 - WS-MATCH-PRINCIPAL
005780     MOVE LM-OUTSTANDING-BAL TO PV-NEW-BALANCE
005790     WRITE POST-RPT-REC FROM POST-REVERSAL-LINE
005800     MOVE "R" TO WS-HIST-TYPE
005802     MOVE WS-MATCH-FEE       TO WS-HIST-FEE
005810     MOVE WS-MATCH-INTEREST  TO WS-HIST-INTEREST
005820     MOVE WS-MATCH-PRINCIPAL TO WS-HIST-PRINCIPAL
005830     MOVE WS-MATCH-UNAPPLIED TO WS-HIST-UNAPPLIED
005930** TYPE-R AGAINST IT, SO A POSTING ALREADY REVERSED CANNOT BE    *
005940** REVERSED A SECOND TIME.  THE LOAN'S OTHER POSTINGS ARE        *
005950** NETTED THE SAME WAY, SO THE LAST-PAYMENT-DATE FALLBACK ONLY   *
005957** CONSIDERS DATES WHERE A PAYMENT ACTUALLY SURVIVES.            *
005964** LATE-CHARGE ASSESSMENTS AND WAIVERS ARE NOT PAYMENTS AND ARE  *
005971** PASSED OVER.  A HISTORY THAT WILL NOT OPEN MATCHES NOTHING.   *
005980******************************************************************
005990 2750-MATCH-REVERSAL.
006000     MOVE ZERO TO WS-MATCH-NET
006010     MOVE ZERO TO WS-MATCH-INTEREST
006020     MOVE ZERO TO WS-MATCH-PRINCIPAL
006030     MOVE ZERO TO WS-MATCH-UNAPPLIED
006032     MOVE ZERO TO WS-MATCH-FEE
006040     MOVE ZERO TO WS-LATEST-OTHER-DATE
006050     MOVE ZERO TO WS-OTHER-MAX
006060     MOVE 'N' TO WS-HIST-EOF-SWITCH
006490     IF PH-LOAN-NUMBER NOT = PT-LOAN-NUMBER
006500         GO TO 2760-EXIT
006510     END-IF
006511     IF WS-MATCHING-RECOVERY
006512         PERFORM 2765-TALLY-RECOVERY THRU 2765-EXIT
006513         GO TO 2760-EXIT
006514     END-IF
006515     IF NOT PH-POSTING-REC AND NOT PH-REVERSAL-REC
006516         GO TO 2760-EXIT
006517     END-IF
006520     IF PH-PAYMENT-DATE = PT-PAYMENT-DATE
006530         AND PH-PAYMENT-AMOUNT = PT-PAYMENT-AMOUNT
006540         IF PH-POSTING-REC
006560             MOVE PH-INTEREST-PORTION  TO WS-MATCH-INTEREST
006570             MOVE PH-PRINCIPAL-PORTION TO WS-MATCH-PRINCIPAL
006580             MOVE PH-UNAPPLIED-PORTION TO WS-MATCH-UNAPPLIED
006581             IF PH-FEE-PORTION IS NUMERIC
006582                 MOVE PH-FEE-PORTION   TO WS-MATCH-FEE
006583             ELSE
006584                 MOVE ZERO             TO WS-MATCH-FEE
006585             END-IF
006590         ELSE
006600             SUBTRACT 1 FROM WS-MATCH-NET
006610         END-IF
006640     END-IF.
006650 2760-EXIT.
006660     EXIT.
006661
006662******************************************************************
006663** 2765-TALLY-RECOVERY                                           *
006664** TALLIES ONE HISTORY RECORD INTO A RECOVERY-REVERSAL MATCH: A  *
006665** TYPE-V RECOVERY OF THE SAME AMOUNT AND PAYMENT DATE COUNTS    *
006666** FOR THE MATCH AND A TYPE-X REVERSAL AGAINST IT, SO A          *
006667** RECOVERY ALREADY BACKED OUT CANNOT BE BACKED OUT TWICE.       *
006668** EVERY OTHER RECORD TYPE IS PASSED OVER.                       *
006669******************************************************************
006670 2765-TALLY-RECOVERY.
006671     IF PH-PAYMENT-DATE NOT = PT-PAYMENT-DATE
006672         OR PH-PAYMENT-AMOUNT NOT = PT-PAYMENT-AMOUNT
006673         GO TO 2765-EXIT
006674     END-IF
006675     IF PH-RECOVERY-REC
006676         ADD 1 TO WS-MATCH-NET
006677     END-IF
006678     IF PH-RECOVERY-REVERSAL-REC
006679         SUBTRACT 1 FROM WS-MATCH-NET
006680     END-IF.
006681 2765-EXIT.
006682     EXIT.
006683
006684******************************************************************
006690** 2770-NET-OTHER-POSTING                                        *
006700** FINDS (OR CLAIMS) THE DATE/AMOUNT GROUP FOR ONE OF THE        *
006710** LOAN'S OTHER HISTORY RECORDS AND NETS IT: A POSTING ADDS      *
007370     MOVE WS-HIST-INTEREST   TO PH-INTEREST-PORTION
007380     MOVE WS-HIST-PRINCIPAL  TO PH-PRINCIPAL-PORTION
007390     MOVE WS-HIST-UNAPPLIED  TO PH-UNAPPLIED-PORTION
007392     MOVE WS-HIST-FEE        TO PH-FEE-PORTION
007400     MOVE WS-RUN-DATE        TO PH-POST-DATE
007410     WRITE PAY-HISTORY-RECORD
007420     CLOSE PAY-HISTORY-FILE.
007780
007790******************************************************************
007800** 9000-TERMINATE                                                *
007806** WRITES THE RUN TOTALS TO THE POSTING REPORT - THE RECOVERIES  *
007812** ON CHARGED-OFF LOANS APART FROM THE PAYMENTS THEY TAKE NO     *
007818** PART IN - CLOSES ALL FILES, AND PRINTS THE RECORD COUNTS TO   *
007824** THE JOB LOG.                                                  *
007830******************************************************************
007840 9000-TERMINATE.
007850     MOVE SPACES TO POST-RPT-REC
007860     WRITE POST-RPT-REC
007870     MOVE "TOTAL PAYMENTS  : " TO PT-TOTAL-LABEL
007880     MOVE WS-TOTAL-PAYMENTS TO PT-TOTAL-AMOUNT
007882     WRITE POST-RPT-REC FROM POST-TOTAL-LINE
007884     MOVE "TOTAL FEES      : " TO PT-TOTAL-LABEL
007886     MOVE WS-TOTAL-FEES TO PT-TOTAL-AMOUNT
007890     WRITE POST-RPT-REC FROM POST-TOTAL-LINE
007900     MOVE "TOTAL INTEREST  : " TO PT-TOTAL-LABEL
007910     MOVE WS-TOTAL-INTEREST TO PT-TOTAL-AMOUNT
007960     MOVE "TOTAL UNAPPLIED : " TO PT-TOTAL-LABEL
007970     MOVE WS-TOTAL-UNAPPLIED TO PT-TOTAL-AMOUNT
007980     WRITE POST-RPT-REC FROM POST-TOTAL-LINE
007982     MOVE "TOTAL RECOVERIES: " TO PT-TOTAL-LABEL
007984     MOVE WS-TOTAL-RECOVERIES TO PT-TOTAL-AMOUNT
007986     WRITE POST-RPT-REC FROM POST-TOTAL-LINE
007990     CLOSE PAYMENT-FILE
008000     CLOSE LOAN-MASTER-FILE
008010     CLOSE POST-RPT-FILE
008030         WS-PAYMENTS-READ
008040     DISPLAY "PAYMENTS POSTED. . . : " WS-PAYMENTS-POSTED
008050     DISPLAY "REVERSALS POSTED . . : " WS-REVERSALS-POSTED
008052     DISPLAY "RECOVERIES POSTED. . : " WS-RECOVERIES-POSTED
008060     DISPLAY "PAYMENTS REJECTED. . : " WS-PAYMENTS-REJECTED
008070     DISPLAY "LOANS PAID IN FULL . : " WS-PIF-LETTERS.
008080 9000-EXIT.
