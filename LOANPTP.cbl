000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANPTP.
000030 AUTHOR. LENDING-SYSTEMS-GROUP.
000040 INSTALLATION. LOAN-ORIGINATION.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-10-15 LSG  ORIGINAL VERSION.  NIGHTLY PROMISE-TO-PAY
000110*                CHECK.  EVERY OPEN PROMISE ON THE COLLECTIONS
000120*                NOTES FILE WHOSE DATE HAS PASSED IS MATCHED
000130*                AGAINST THE PAYMENT HISTORY POSTED BETWEEN THE
000140*                DAY IT WAS TAKEN AND THE DAY PROMISED.  A
000150*                PROMISE PAID IN FULL IS MARKED KEPT; ANY OTHER
000160*                IS MARKED BROKEN, LOGGED AS A BP NOTE FOR THE
000170*                COLLECTOR TO FOLLOW UP, AND LISTED ON THE
000180*                BROKEN-PROMISE REGISTER.
000182*2026-10-15 LSG  A ZERO RUN DATE ON PTPPARM NOW DEFAULTS TO THE
000184*                BUSINESS DATE ON THE CONTROL FILE INSTEAD OF THE
000186*                SYSTEM CLOCK.
000190*-----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000230 SOURCE-COMPUTER. IBM-370.
000240 OBJECT-COMPUTER. IBM-370.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT PTP-PARM-FILE ASSIGN TO "PTPPARM"
000280         ORGANIZATION IS LINE SEQUENTIAL
000290         FILE STATUS IS PTP-PARM-STATUS.
000300     SELECT COLL-NOTE-FILE ASSIGN TO "COLLNOTE"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS CN-NOTE-KEY
000340         FILE STATUS IS COLL-NOTE-STATUS.
000350     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS PAY-HISTORY-STATUS.
000380     SELECT PTP-RPT-FILE ASSIGN TO "PTPRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS PTP-RPT-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  PTP-PARM-FILE.
000450 01  PTP-PARM-REC.
000460     05  PP-RUN-DATE         PIC 9(8).
000470 FD  COLL-NOTE-FILE.
000480     COPY "COLLREC.CPY".
000490 FD  PAY-HISTORY-FILE.
000500     COPY "PAYHREC.CPY".
000510 FD  PTP-RPT-FILE.
000520 01  PTP-RPT-REC             PIC X(100).
000530
000540 WORKING-STORAGE SECTION.
000550**************************************************
000560** SWITCHES AND WORK AREAS                        *
000570**************************************************
000580 01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000590     88  WS-END-OF-FILE               VALUE 'Y'.
000600 01  WS-HIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
000610     88  WS-HIST-EOF                  VALUE 'Y'.
000620 01  WS-ABORT-SWITCH         PIC X(01) VALUE 'N'.
000630     88  WS-RUN-ABORTED               VALUE 'Y'.
000640 01  WS-STOP-SWITCH          PIC X(01) VALUE 'N'.
000650     88  WS-RUN-STOPPED               VALUE 'Y'.
000660 01  WS-NO-NOTES-SWITCH      PIC X(01) VALUE 'N'.
000670     88  WS-NO-NOTES-FILE             VALUE 'Y'.
000680 01  PTP-PARM-STATUS         PIC X(2) VALUE SPACES.
000690 01  COLL-NOTE-STATUS        PIC X(2) VALUE SPACES.
000700 01  PAY-HISTORY-STATUS      PIC X(2) VALUE SPACES.
000710 01  PTP-RPT-STATUS          PIC X(2) VALUE SPACES.
000712     COPY "BDAYPARM.CPY".
000720 01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
000730 01  WS-TIME-WORK            PIC 9(8) VALUE ZERO.
000740 01  WS-OPERATOR-ID          PIC X(6) VALUE "BATCH ".
000750 01  WS-NOTES-READ           PIC 9(6) VALUE ZERO.
000760 01  WS-HIST-READ            PIC 9(6) VALUE ZERO.
000770 01  WS-NOT-YET-DUE          PIC 9(6) VALUE ZERO.
000780 01  WS-HELD-OVER            PIC 9(6) VALUE ZERO.
000790 01  WS-PROMISES-KEPT        PIC 9(6) VALUE ZERO.
000800 01  WS-PROMISES-BROKEN      PIC 9(6) VALUE ZERO.
000810 01  WS-NOTES-MISSING        PIC 9(6) VALUE ZERO.
000820 01  WS-BP-NOTES-WRITTEN     PIC 9(6) VALUE ZERO.
000830 01  WS-KEPT-TOTAL           PIC 9(11)V99 VALUE ZERO.
000840 01  WS-BROKEN-TOTAL         PIC 9(11)V99 VALUE ZERO.
000850 01  WS-SHORT-TOTAL          PIC 9(11)V99 VALUE ZERO.
000860 01  WS-SHORT-AMOUNT         PIC 9(9)V99 VALUE ZERO.
000870 01  WS-WRITE-TRIES          PIC 9(2) VALUE ZERO.
000880 01  WS-TEXT-PROMISED        PIC Z,ZZZ,ZZ9.99.
000890 01  WS-TEXT-PAID            PIC -,---,--9.99.
000900**************************************************
000910** PROMISES DUE, LOADED FROM THE NOTES FILE AND   *
000920** SETTLED AGAINST THE PAYMENT HISTORY.  THE      *
000930** TABLE HOLDS 500; ANY BEYOND THAT STAY OPEN ON  *
000940** THE FILE AND ARE TAKEN UP BY THE NEXT RUN.     *
000950**************************************************
000960 01  PROMISE-TABLE.
000970     05  PT-ENTRY OCCURS 500 TIMES.
000980         10  PT-NOTE-KEY.
000990             15  PT-LOAN-NUMBER  PIC 9(6).
001000             15  PT-NOTE-DATE    PIC 9(8).
001010             15  PT-NOTE-TIME    PIC 9(6).
001020         10  PT-PROMISE-DATE     PIC 9(8).
001030         10  PT-PROMISE-AMT      PIC 9(7)V99.
001040         10  PT-PAID-AMT         PIC S9(9)V99.
001050 01  WS-PROM-MAX             PIC S9(4) COMP VALUE 500.
001060 01  WS-PROM-COUNT           PIC S9(4) COMP VALUE ZERO.
001070 01  WS-PROM-SUB             PIC S9(4) COMP VALUE ZERO.
001080**************************************************
001090** REPORT LINES                                   *
001100**************************************************
001110 01  PTP-HEADING-LINE.
001120     05  FILLER              PIC X(36)
001130         VALUE "BROKEN PROMISE-TO-PAY REGISTER      ".
001140     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
001150     05  PR-RUN-DATE     PIC 9(8).
001160 01  PTP-COLUMN-LINE.
001170     05  FILLER              PIC X(9)  VALUE "LOAN NO  ".
001180     05  FILLER              PIC X(10) VALUE "NOTE DATE ".
001190     05  FILLER              PIC X(10) VALUE "TAKEN BY  ".
001200     05  FILLER              PIC X(10) VALUE "DUE DATE  ".
001210     05  FILLER              PIC X(15) VALUE "     PROMISED  ".
001220     05  FILLER              PIC X(15) VALUE "     RECEIVED  ".
001230     05  FILLER              PIC X(13) VALUE "     SHORT BY".
001240 01  PTP-DETAIL-LINE.
001250     05  PD-LOAN-NUMBER      PIC 9(6).
001260     05  FILLER              PIC X(3)  VALUE SPACES.
001270     05  PD-NOTE-DATE        PIC 9(8).
001280     05  FILLER              PIC X(2)  VALUE SPACES.
001290     05  PD-OPERATOR-ID      PIC X(6).
001300     05  FILLER              PIC X(4)  VALUE SPACES.
001310     05  PD-PROMISE-DATE     PIC 9(8).
001320     05  FILLER              PIC X(2)  VALUE SPACES.
001330     05  PD-PROMISED         PIC $$,$$$,$$9.99.
001340     05  FILLER              PIC X(2)  VALUE SPACES.
001350     05  PD-RECEIVED         PIC $$,$$$,$$9.99-.
001360     05  FILLER              PIC X(1)  VALUE SPACES.
001370     05  PD-SHORT            PIC $$,$$$,$$9.99.
001380 01  PTP-TOTAL-LINE.
001390     05  PS-TOTAL-LABEL      PIC X(26).
001400     05  PS-TOTAL-COUNT      PIC ZZZ,ZZ9.
001410     05  FILLER              PIC X(4)  VALUE SPACES.
001420     05  PS-TOTAL-AMOUNT     PIC $$,$$$,$$$,$$9.99.
001430 01  PTP-MESSAGE-LINE        PIC X(100).
001440
001450******************************************************************
001460** 0000-MAINLINE                                                 *
001470** DRIVES THE RUN: INITIALIZE, LOAD EVERY OPEN PROMISE WHOSE     *
001480** DATE HAS PASSED, MATCH THE PAYMENT HISTORY AGAINST THEM IN    *
001490** ONE PASS, SETTLE EACH AS KEPT OR BROKEN, THEN WRITE THE       *
001500** REGISTER TOTALS AND TERMINATE.                                *
001510******************************************************************
001520 PROCEDURE DIVISION.
001530 0000-MAINLINE.
001540     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001550     PERFORM 2000-LOAD-PROMISE THRU 2000-EXIT
001560         UNTIL WS-END-OF-FILE
001570     PERFORM 3000-MATCH-PAYMENTS THRU 3000-EXIT
001580     PERFORM 4000-SETTLE-PROMISE THRU 4000-EXIT
001590         VARYING WS-PROM-SUB FROM 1 BY 1
001600         UNTIL WS-PROM-SUB > WS-PROM-COUNT
001610             OR WS-RUN-STOPPED
001620     PERFORM 9000-TERMINATE THRU 9000-EXIT
001630     GOBACK.
001640
001650******************************************************************
001660** 1000-INITIALIZE                                               *
001670** LOADS THE RUN DATE FROM THE PARAMETER FILE - A ZERO OR        *
001680** MISSING DATE DEFAULTS TO THE BUSINESS DATE - AND OPENS THE    *
001690** FILES.  NO NOTES FILE YET MEANS NO COLLECTOR HAS LOGGED A     *
001700** CONTACT, SO THERE IS NOTHING TO CHECK.  WITHOUT THE PAYMENT   *
001710** HISTORY EVERY PROMISE WOULD LOOK BROKEN, SO THE RUN IS        *
001720** REFUSED AND NO PROMISE IS TOUCHED.                            *
001730******************************************************************
001740 1000-INITIALIZE.
001750     OPEN INPUT PTP-PARM-FILE
001760     IF PTP-PARM-STATUS = "00"
001770         READ PTP-PARM-FILE
001780             AT END CONTINUE
001790             NOT AT END
001800                 IF PP-RUN-DATE IS NUMERIC
001810                     MOVE PP-RUN-DATE TO WS-RUN-DATE
001820                 END-IF
001830         END-READ
001840     END-IF
001850     CLOSE PTP-PARM-FILE
001860     IF WS-RUN-DATE = ZERO
001864         SET BDY-GET-DATES TO TRUE
001868         CALL "LOANBDAY" USING BDAY-PARMS
001872         END-CALL
001876         MOVE BDY-DATE TO WS-RUN-DATE
001880     END-IF
001890     OPEN I-O COLL-NOTE-FILE
001900     IF COLL-NOTE-STATUS = "35"
001910         SET WS-NO-NOTES-FILE TO TRUE
001920         SET WS-END-OF-FILE TO TRUE
001930         GO TO 1000-EXIT
001940     END-IF
001950     IF COLL-NOTE-STATUS NOT = "00"
001960         DISPLAY "UNABLE TO OPEN COLL-NOTE-FILE - STATUS: "
001970             COLL-NOTE-STATUS
001980         SET WS-RUN-ABORTED TO TRUE
001990         SET WS-END-OF-FILE TO TRUE
002000         MOVE 8 TO RETURN-CODE
002010         GO TO 1000-EXIT
002020     END-IF
002030     OPEN INPUT PAY-HISTORY-FILE
002040     IF PAY-HISTORY-STATUS NOT = "00"
002050         DISPLAY "UNABLE TO OPEN PAY-HISTORY-FILE - STATUS: "
002060             PAY-HISTORY-STATUS
002070         CLOSE COLL-NOTE-FILE
002080         SET WS-RUN-ABORTED TO TRUE
002090         SET WS-END-OF-FILE TO TRUE
002100         MOVE 8 TO RETURN-CODE
002110         GO TO 1000-EXIT
002120     END-IF
002130     OPEN OUTPUT PTP-RPT-FILE
002140     MOVE WS-RUN-DATE TO PR-RUN-DATE
002150     WRITE PTP-RPT-REC FROM PTP-HEADING-LINE
002160     MOVE SPACES TO PTP-RPT-REC
002170     WRITE PTP-RPT-REC
002180     WRITE PTP-RPT-REC FROM PTP-COLUMN-LINE
002190     MOVE ZERO TO CN-LOAN-NUMBER
002200     MOVE ZERO TO CN-NOTE-DATE
002210     MOVE ZERO TO CN-NOTE-TIME
002220     START COLL-NOTE-FILE KEY IS NOT LESS THAN CN-NOTE-KEY
002230         INVALID KEY
002240             SET WS-END-OF-FILE TO TRUE
002250     END-START
002260     IF NOT WS-END-OF-FILE
002270         PERFORM 2100-READ-NOTE THRU 2100-EXIT
002280     END-IF.
002290 1000-EXIT.
002300     EXIT.
002310
002320******************************************************************
002330** 2000-LOAD-PROMISE                                             *
002340** TAKES UP ONE NOTE.  ONLY A PROMISE TO PAY THAT IS STILL OPEN  *
002350** AND WHOSE DATE IS BEFORE THE RUN DATE IS DUE FOR CHECKING -   *
002360** A PAYMENT MADE ON THE DAY PROMISED HAS UNTIL THE NEXT         *
002370** NIGHT'S RUN TO POST.  A PROMISE NOT YET DUE IS COUNTED AND    *
002380** LEFT.  WITH THE TABLE FULL, A DUE PROMISE IS LEFT OPEN FOR    *
002390** THE NEXT RUN AND COUNTED.                                     *
002400******************************************************************
002410 2000-LOAD-PROMISE.
002420     ADD 1 TO WS-NOTES-READ
002430     IF NOT CN-ACTION-PROMISE
002440         OR NOT CN-PROMISE-OPEN
002450         GO TO 2000-READ-NEXT
002460     END-IF
002470     IF CN-PROMISE-DATE NOT < WS-RUN-DATE
002480         ADD 1 TO WS-NOT-YET-DUE
002490         GO TO 2000-READ-NEXT
002500     END-IF
002510     IF WS-PROM-COUNT NOT < WS-PROM-MAX
002520         ADD 1 TO WS-HELD-OVER
002530         GO TO 2000-READ-NEXT
002540     END-IF
002550     ADD 1 TO WS-PROM-COUNT
002560     MOVE CN-NOTE-KEY     TO PT-NOTE-KEY (WS-PROM-COUNT)
002570     MOVE CN-PROMISE-DATE TO PT-PROMISE-DATE (WS-PROM-COUNT)
002580     MOVE CN-PROMISE-AMT  TO PT-PROMISE-AMT (WS-PROM-COUNT)
002590     MOVE ZERO            TO PT-PAID-AMT (WS-PROM-COUNT).
002600 2000-READ-NEXT.
002610     PERFORM 2100-READ-NOTE THRU 2100-EXIT.
002620 2000-EXIT.
002630     EXIT.
002640
002650******************************************************************
002660** 2100-READ-NOTE                                                *
002670** READS THE NEXT NOTE IN KEY ORDER, SETTING THE END-OF-FILE     *
002680** SWITCH WHEN THE NOTES FILE IS EXHAUSTED.                      *
002690******************************************************************
002700 2100-READ-NOTE.
002710     READ COLL-NOTE-FILE NEXT RECORD
002720         AT END SET WS-END-OF-FILE TO TRUE
002730     END-READ.
002740 2100-EXIT.
002750     EXIT.
002760
002770******************************************************************
002780** 3000-MATCH-PAYMENTS                                           *
002790** READS THE PAYMENT HISTORY ONCE, APPLYING EACH PAYMENT,        *
002800** REVERSAL, RECOVERY AND RECOVERY REVERSAL TO THE PROMISES IT   *
002810** FALLS UNDER.  WITH NO PROMISES DUE THE HISTORY IS NOT READ    *
002820** AT ALL.                                                       *
002830******************************************************************
002840 3000-MATCH-PAYMENTS.
002850     IF WS-RUN-ABORTED
002860         OR WS-NO-NOTES-FILE
002870         OR WS-PROM-COUNT = ZERO
002880         GO TO 3000-EXIT
002890     END-IF
002900     PERFORM 3100-READ-HISTORY THRU 3100-EXIT
002910         UNTIL WS-HIST-EOF.
002920 3000-EXIT.
002930     EXIT.
002940
002950******************************************************************
002960** 3100-READ-HISTORY                                             *
002970** READS ONE HISTORY RECORD.  LATE-FEE ASSESSMENTS AND WAIVERS   *
002980** ARE NOT MONEY RECEIVED AND ARE PASSED OVER; EVERYTHING ELSE   *
002990** IS TRIED AGAINST EVERY PROMISE IN THE TABLE.                  *
003000******************************************************************
003010 3100-READ-HISTORY.
003020     READ PAY-HISTORY-FILE
003030         AT END
003040             SET WS-HIST-EOF TO TRUE
003050             GO TO 3100-EXIT
003060     END-READ
003070     ADD 1 TO WS-HIST-READ
003080     IF NOT PH-POSTING-REC
003090         AND NOT PH-REVERSAL-REC
003100         AND NOT PH-RECOVERY-REC
003110         AND NOT PH-RECOVERY-REVERSAL-REC
003120         GO TO 3100-EXIT
003130     END-IF
003140     PERFORM 3200-APPLY-TO-PROMISE THRU 3200-EXIT
003150         VARYING WS-PROM-SUB FROM 1 BY 1
003160         UNTIL WS-PROM-SUB > WS-PROM-COUNT.
003170 3100-EXIT.
003180     EXIT.
003190
003200******************************************************************
003210** 3200-APPLY-TO-PROMISE                                         *
003220** A PAYMENT COUNTS TOWARD A PROMISE WHEN IT IS ON THE SAME      *
003230** LOAN AND DATED FROM THE DAY THE PROMISE WAS TAKEN THROUGH     *
003240** THE DAY PROMISED.  A REVERSAL CARRIES THE DATE OF THE         *
003250** PAYMENT IT REVERSES, SO A RETURNED PAYMENT COMES BACK OFF     *
003260** THE SAME PROMISE.  A RECOVERY ON A CHARGED-OFF LOAN COUNTS    *
003270** THE SAME AS A PAYMENT.                                        *
003280******************************************************************
003290 3200-APPLY-TO-PROMISE.
003300     IF PH-LOAN-NUMBER NOT = PT-LOAN-NUMBER (WS-PROM-SUB)
003310         OR PH-PAYMENT-DATE < PT-NOTE-DATE (WS-PROM-SUB)
003320         OR PH-PAYMENT-DATE > PT-PROMISE-DATE (WS-PROM-SUB)
003330         GO TO 3200-EXIT
003340     END-IF
003350     IF PH-POSTING-REC OR PH-RECOVERY-REC
003360         ADD PH-PAYMENT-AMOUNT TO PT-PAID-AMT (WS-PROM-SUB)
003370     ELSE
003380         SUBTRACT PH-PAYMENT-AMOUNT FROM PT-PAID-AMT (WS-PROM-SUB)
003390     END-IF.
003400 3200-EXIT.
003410     EXIT.
003420
003430******************************************************************
003440** 4000-SETTLE-PROMISE                                           *
003450** SETTLES ONE PROMISE.  PAID IN FULL, IT IS MARKED KEPT.        *
003460** OTHERWISE IT IS MARKED BROKEN, LISTED ON THE REGISTER WITH    *
003470** THE SHORTFALL, AND LOGGED AS A BP NOTE.  A FAILED REWRITE     *
003480** STOPS THE RUN WITH RC=8 SO NO PROMISE IS REPORTED WITHOUT     *
003490** BEING MARKED.                                                 *
003500******************************************************************
003510 4000-SETTLE-PROMISE.
003520     MOVE PT-NOTE-KEY (WS-PROM-SUB) TO CN-NOTE-KEY
003530     READ COLL-NOTE-FILE
003540         INVALID KEY
003550             DISPLAY "PROMISE NOTE FOR LOAN "
003560                 PT-LOAN-NUMBER (WS-PROM-SUB)
003570                 " NO LONGER ON FILE - STATUS: " COLL-NOTE-STATUS
003580             ADD 1 TO WS-NOTES-MISSING
003590             GO TO 4000-EXIT
003600     END-READ
003610     IF PT-PAID-AMT (WS-PROM-SUB)
003620             NOT < PT-PROMISE-AMT (WS-PROM-SUB)
003630         SET CN-PROMISE-KEPT TO TRUE
003640     ELSE
003650         SET CN-PROMISE-BROKEN TO TRUE
003660     END-IF
003670     REWRITE COLL-NOTE-RECORD
003680         INVALID KEY
003690             DISPLAY "UNABLE TO REWRITE PROMISE NOTE FOR LOAN "
003700                 CN-LOAN-NUMBER " - STATUS: " COLL-NOTE-STATUS
003710             SET WS-RUN-STOPPED TO TRUE
003720             MOVE 8 TO RETURN-CODE
003730             GO TO 4000-EXIT
003740     END-REWRITE
003750     IF CN-PROMISE-KEPT
003760         ADD 1 TO WS-PROMISES-KEPT
003770         ADD CN-PROMISE-AMT TO WS-KEPT-TOTAL
003780         GO TO 4000-EXIT
003790     END-IF
003800     ADD 1 TO WS-PROMISES-BROKEN
003810     ADD CN-PROMISE-AMT TO WS-BROKEN-TOTAL
003820     IF PT-PAID-AMT (WS-PROM-SUB) > ZERO
003830         COMPUTE WS-SHORT-AMOUNT = CN-PROMISE-AMT
003840             - PT-PAID-AMT (WS-PROM-SUB)
003850     ELSE
003860         MOVE CN-PROMISE-AMT TO WS-SHORT-AMOUNT
003870     END-IF
003880     ADD WS-SHORT-AMOUNT TO WS-SHORT-TOTAL
003890     PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT
003900     PERFORM 4200-LOG-BROKEN-PROMISE THRU 4200-EXIT.
003910 4000-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950** 4100-WRITE-DETAIL                                             *
003960** WRITES THE REGISTER LINE FOR THE BROKEN PROMISE JUST MARKED:  *
003970** WHO TOOK IT AND WHEN, THE DATE AND AMOUNT PROMISED, WHAT WAS  *
003980** RECEIVED NET OF REVERSALS, AND THE SHORTFALL.                 *
003990******************************************************************
004000 4100-WRITE-DETAIL.
004010     MOVE CN-LOAN-NUMBER             TO PD-LOAN-NUMBER
004020     MOVE CN-NOTE-DATE               TO PD-NOTE-DATE
004030     MOVE CN-OPERATOR-ID             TO PD-OPERATOR-ID
004040     MOVE CN-PROMISE-DATE            TO PD-PROMISE-DATE
004050     MOVE CN-PROMISE-AMT             TO PD-PROMISED
004060     MOVE PT-PAID-AMT (WS-PROM-SUB)  TO PD-RECEIVED
004070     MOVE WS-SHORT-AMOUNT            TO PD-SHORT
004080     WRITE PTP-RPT-REC FROM PTP-DETAIL-LINE.
004090 4100-EXIT.
004100     EXIT.
004110
004120******************************************************************
004130** 4200-LOG-BROKEN-PROMISE                                       *
004140** LOGS THE BROKEN PROMISE ON THE LOAN AS ITS OWN BP NOTE UNDER  *
004150** THE BATCH OPERATOR ID, DATED THE RUN DATE AND DUE FOR         *
004160** FOLLOW-UP THAT DAY SO IT COMES UP IN THE COLLECTIONS QUEUE.   *
004170** TWO PROMISES ON ONE LOAN BROKEN IN THE SAME RUN WOULD TAKE    *
004180** THE SAME KEY, SO A DUPLICATE STEPS THE TIME A SECOND AT A     *
004190** TIME AND TRIES AGAIN.  A NOTE THAT STILL CANNOT BE WRITTEN    *
004200** IS REPORTED AND THE STEP ENDS RC=4; THE PROMISE ITSELF IS     *
004210** ALREADY MARKED.                                               *
004220******************************************************************
004230 4200-LOG-BROKEN-PROMISE.
004240     MOVE CN-PROMISE-AMT TO WS-TEXT-PROMISED
004250     MOVE PT-PAID-AMT (WS-PROM-SUB) TO WS-TEXT-PAID
004260     MOVE SPACES TO CN-NOTE-TEXT
004270     STRING "PROMISED" WS-TEXT-PROMISED " BY " CN-PROMISE-DATE
004280         " - PAID" WS-TEXT-PAID
004290         DELIMITED BY SIZE
004300         INTO CN-NOTE-TEXT
004310     END-STRING
004320     MOVE WS-RUN-DATE    TO CN-NOTE-DATE
004330     ACCEPT WS-TIME-WORK FROM TIME
004340     MOVE WS-TIME-WORK (1:6) TO CN-NOTE-TIME
004350     MOVE WS-OPERATOR-ID TO CN-OPERATOR-ID
004360     MOVE "BP"           TO CN-ACTION-CODE
004370     MOVE ZERO           TO CN-PROMISE-AMT
004380     MOVE ZERO           TO CN-PROMISE-DATE
004390     MOVE SPACE          TO CN-PROMISE-STATUS
004400     MOVE WS-RUN-DATE    TO CN-FOLLOW-UP-DATE
004410     MOVE ZERO           TO WS-WRITE-TRIES.
004420 4200-WRITE-NOTE.
004430     WRITE COLL-NOTE-RECORD
004440         INVALID KEY
004450             ADD 1 TO WS-WRITE-TRIES
004460             IF WS-WRITE-TRIES < 10
004470                 ADD 1 TO CN-NOTE-TIME
004480                 GO TO 4200-WRITE-NOTE
004490             END-IF
004500             DISPLAY "UNABLE TO LOG BROKEN PROMISE FOR LOAN "
004510                 CN-LOAN-NUMBER " - STATUS: " COLL-NOTE-STATUS
004520             IF RETURN-CODE < 4
004530                 MOVE 4 TO RETURN-CODE
004540             END-IF
004550             GO TO 4200-EXIT
004560     END-WRITE
004570     ADD 1 TO WS-BP-NOTES-WRITTEN.
004580 4200-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620** 9000-TERMINATE                                                *
004630** WRITES THE REGISTER TOTALS AND CLOSES THE FILES.  A RUN       *
004640** REFUSED AT INITIALIZATION TOUCHES NOTHING AND ENDS RC=8.      *
004650** PROMISES LEFT OVER FOR A FULL TABLE END THE STEP RC=4 SO THE  *
004660** SCHEDULER SEES THEM.                                          *
004670******************************************************************
004680 9000-TERMINATE.
004690     IF WS-NO-NOTES-FILE
004700         DISPLAY "NO COLLECTION NOTES ON FILE - NO PROMISES TO"
004710             " CHECK"
004720         GO TO 9000-EXIT
004730     END-IF
004740     IF WS-RUN-ABORTED
004750         DISPLAY "PROMISE CHECK ABORTED - NOTHING CHANGED"
004760         GO TO 9000-EXIT
004770     END-IF
004780     IF WS-HELD-OVER > ZERO
004790         DISPLAY "MORE THAN 500 PROMISES DUE - " WS-HELD-OVER
004800             " LEFT OPEN FOR THE NEXT RUN"
004810         IF RETURN-CODE < 4
004820             MOVE 4 TO RETURN-CODE
004830         END-IF
004840     END-IF
004850     PERFORM 9300-WRITE-TOTALS THRU 9300-EXIT
004860     CLOSE COLL-NOTE-FILE
004870     CLOSE PAY-HISTORY-FILE
004880     CLOSE PTP-RPT-FILE
004890     DISPLAY "PROMISE CHECK COMPLETE.  RUN DATE: " WS-RUN-DATE
004900     DISPLAY "NOTES READ . . . . . : " WS-NOTES-READ
004910     DISPLAY "HISTORY RECORDS READ : " WS-HIST-READ
004920     DISPLAY "PROMISES KEPT. . . . : " WS-PROMISES-KEPT
004930     DISPLAY "PROMISES BROKEN. . . : " WS-PROMISES-BROKEN
004940     DISPLAY "BP NOTES WRITTEN . . : " WS-BP-NOTES-WRITTEN
004950     DISPLAY "NOT YET DUE. . . . . : " WS-NOT-YET-DUE
004960     IF WS-NOTES-MISSING > ZERO
004970         DISPLAY "PROMISE NOTES NOT FOUND TO SETTLE: "
004980             WS-NOTES-MISSING
004990     END-IF.
005000 9000-EXIT.
005010     EXIT.
005020
005030******************************************************************
005040** 9300-WRITE-TOTALS                                             *
005050** WRITES THE REGISTER TOTALS: PROMISES KEPT AND BROKEN WITH     *
005060** THE AMOUNTS PROMISED, THE SHORTFALL ON THE BROKEN ONES, AND   *
005070** ANY LEFT OPEN FOR THE NEXT RUN.                               *
005080******************************************************************
005090 9300-WRITE-TOTALS.
005100     MOVE SPACES TO PTP-RPT-REC
005110     WRITE PTP-RPT-REC
005120     IF WS-PROMISES-BROKEN = ZERO
005130         MOVE "NO PROMISES BROKEN." TO PTP-MESSAGE-LINE
005140         WRITE PTP-RPT-REC FROM PTP-MESSAGE-LINE
005150         MOVE SPACES TO PTP-RPT-REC
005160         WRITE PTP-RPT-REC
005170     END-IF
005180     MOVE "PROMISES KEPT           : " TO PS-TOTAL-LABEL
005190     MOVE WS-PROMISES-KEPT TO PS-TOTAL-COUNT
005200     MOVE WS-KEPT-TOTAL TO PS-TOTAL-AMOUNT
005210     WRITE PTP-RPT-REC FROM PTP-TOTAL-LINE
005220     MOVE "PROMISES BROKEN         : " TO PS-TOTAL-LABEL
005230     MOVE WS-PROMISES-BROKEN TO PS-TOTAL-COUNT
005240     MOVE WS-BROKEN-TOTAL TO PS-TOTAL-AMOUNT
005250     WRITE PTP-RPT-REC FROM PTP-TOTAL-LINE
005260     MOVE "SHORTFALL ON BROKEN     : " TO PS-TOTAL-LABEL
005270     MOVE WS-PROMISES-BROKEN TO PS-TOTAL-COUNT
005280     MOVE WS-SHORT-TOTAL TO PS-TOTAL-AMOUNT
005290     WRITE PTP-RPT-REC FROM PTP-TOTAL-LINE
005300     IF WS-HELD-OVER > ZERO
005310         MOVE SPACES TO PTP-MESSAGE-LINE
005320         STRING "*** " WS-HELD-OVER
005330             " PROMISES DUE LEFT OPEN FOR THE NEXT RUN"
005340             DELIMITED BY SIZE
005350             INTO PTP-MESSAGE-LINE
005360         END-STRING
005370         WRITE PTP-RPT-REC FROM PTP-MESSAGE-LINE
005380     END-IF
005390     IF WS-RUN-STOPPED
005400         MOVE "*** RUN STOPPED EARLY - SEE THE JOB LOG"
005410             TO PTP-MESSAGE-LINE
005420         WRITE PTP-RPT-REC FROM PTP-MESSAGE-LINE
005430     END-IF.
005440 9300-EXIT.
005450     EXIT.
005460
005470 END PROGRAM LOANPTP.
