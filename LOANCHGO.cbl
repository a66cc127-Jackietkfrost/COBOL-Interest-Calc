000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANCHGO.
000030 AUTHOR. LENDING-SYSTEMS-GROUP.
000040 INSTALLATION. LOAN-ORIGINATION.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-10-15 LSG  ORIGINAL VERSION.  MONTHLY NON-ACCRUAL AND
000110*                CHARGE-OFF RUN.  AGES EACH ACTIVE AND NON-
000120*                ACCRUAL LOAN BY DAYS PAST ITS NEXT DUE DATE THE
000130*                SAME WAY LOANAGE DOES, MOVES A LOAN PAST THE
000140*                NON-ACCRUAL THRESHOLD TO STATUS N SO NO MORE
000150*                INTEREST IS BOOKED ON IT, AND CHARGES OFF A LOAN
000160*                PAST THE CHARGE-OFF THRESHOLD - ZEROING ITS
000170*                BALANCE, RECORDING THE AMOUNT WRITTEN OFF, AND
000180*                WRITING THE LOSS TO THE GL IN THE GLEXTR
000190*                HEADER/DETAIL/TRAILER LAYOUT, MAPPED BY PRODUCT
000200*                THROUGH GLMAP.  A NON-ACCRUAL LOAN BROUGHT
000210*                CURRENT IS RETURNED TO ACCRUAL.  EVERY MOVE IS
000220*                LISTED ON THE CHARGE-OFF REGISTER.
000222*2026-10-15 LSG  A ZERO RUN DATE ON CHGOPARM NOW DEFAULTS TO THE
000224*                BUSINESS DATE ON THE CONTROL FILE INSTEAD OF THE
000226*                SYSTEM CLOCK.
000230*-----------------------------------------------------------------
000240
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT CHGO-PARM-FILE ASSIGN TO "CHGOPARM"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS CHGO-PARM-STATUS.
000340     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS LM-LOAN-NUMBER
000380         FILE STATUS IS LOAN-MASTER-STATUS.
000390     SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS GL-MAP-STATUS.
000420     SELECT GL-CHARGE-OFF-FILE ASSIGN TO "GLCHGO"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS GL-CHARGE-OFF-STATUS.
000450     SELECT CHGO-RPT-FILE ASSIGN TO "CHGORPT"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS CHGO-RPT-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CHGO-PARM-FILE.
000520 01  CHGO-PARM-REC.
000530     05  CP-RUN-DATE         PIC 9(8).
000540     05  CP-NONACCRUAL-DAYS  PIC 9(3).
000550     05  CP-CHARGE-OFF-DAYS  PIC 9(3).
000560     05  CP-LOSS-ACCOUNT     PIC X(8).
000570 FD  LOAN-MASTER-FILE.
000580     COPY "LOANREC.CPY".
000590 FD  GL-MAP-FILE.
000600 01  GL-MAP-REC.
000610     05  GM-PRODUCT-CODE     PIC X(4).
000620     05  GM-GL-ACCOUNT       PIC X(8).
000630 FD  GL-CHARGE-OFF-FILE.
000640 01  GL-CHARGE-OFF-REC       PIC X(100).
000650 FD  CHGO-RPT-FILE.
000660 01  CHGO-RPT-REC            PIC X(100).
000670
000680 WORKING-STORAGE SECTION.
000690**************************************************
000700** SWITCHES AND WORK AREAS                        *
000710**************************************************
000720 01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000730     88  WS-END-OF-FILE               VALUE 'Y'.
000740 01  WS-ABORT-SWITCH         PIC X(01) VALUE 'N'.
000750     88  WS-RUN-ABORTED               VALUE 'Y'.
000760 01  WS-STOP-SWITCH          PIC X(01) VALUE 'N'.
000770     88  WS-RUN-STOPPED               VALUE 'Y'.
000780 01  CHGO-PARM-STATUS        PIC X(2) VALUE SPACES.
000790 01  LOAN-MASTER-STATUS      PIC X(2) VALUE SPACES.
000800 01  GL-CHARGE-OFF-STATUS    PIC X(2) VALUE SPACES.
000810 01  CHGO-RPT-STATUS         PIC X(2) VALUE SPACES.
000812     COPY "BDAYPARM.CPY".
000820 01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
000830 01  WS-NONACCRUAL-DAYS      PIC 9(3) VALUE ZERO.
000840 01  WS-CHARGE-OFF-DAYS      PIC 9(3) VALUE ZERO.
000850 01  WS-LOSS-ACCOUNT         PIC X(8) VALUE SPACES.
000860 01  WS-LOANS-SWEPT          PIC 9(6) VALUE ZERO.
000870 01  WS-LOANS-PLACED         PIC 9(6) VALUE ZERO.
000880 01  WS-LOANS-RESTORED       PIC 9(6) VALUE ZERO.
000890 01  WS-LOANS-CHARGED-OFF    PIC 9(6) VALUE ZERO.
000900 01  WS-FEES-WRITTEN-OFF     PIC 9(6) VALUE ZERO.
000910 01  WS-ENTRY-COUNT          PIC 9(6) VALUE ZERO.
000920 01  WS-DEBIT-COUNT          PIC 9(6) VALUE ZERO.
000930 01  WS-CREDIT-COUNT         PIC 9(6) VALUE ZERO.
000940 01  WS-PLACED-TOTAL         PIC 9(11)V99 VALUE ZERO.
000950 01  WS-RESTORED-TOTAL       PIC 9(11)V99 VALUE ZERO.
000960 01  WS-CHARGE-OFF-TOTAL     PIC 9(11)V99 VALUE ZERO.
000970 01  WS-FEE-TOTAL            PIC 9(11)V99 VALUE ZERO.
000980 01  WS-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
000990 01  WS-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
001000 01  WS-ENTRY-AMOUNT         PIC 9(11)V99 VALUE ZERO.
001010 01  WS-DAYS-PAST-DUE        PIC S9(9) COMP VALUE ZERO.
001020 01  WS-RUN-SERIAL           PIC S9(9) COMP VALUE ZERO.
001030 01  WS-DATE-WORK            PIC 9(8) VALUE ZERO.
001040 01  WS-DATE-WORK-SPLIT REDEFINES WS-DATE-WORK.
001050     05  WS-DW-YYYY          PIC 9(4).
001060     05  WS-DW-MM            PIC 9(2).
001070     05  WS-DW-DD            PIC 9(2).
001080 01  WS-SERIAL-DAYS          PIC S9(9) COMP VALUE ZERO.
001090 01  WS-LEAP-WORK            PIC 9(4) VALUE ZERO.
001100 01  WS-LEAP-QUOT            PIC 9(4) VALUE ZERO.
001110 01  WS-LEAP-REM             PIC 9(4) VALUE ZERO.
001120 01  MONTH-START-VALUES.
001130     05  FILLER  PIC X(18) VALUE "000031059090120151".
001140     05  FILLER  PIC X(18) VALUE "181212243273304334".
001150 01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
001160     05  MS-DAYS OCCURS 12 TIMES PIC 9(3).
001170**************************************************
001180** UNEDITED INTERFACE FIELDS - THE SAME DIGITS-   *
001190** AND-DECIMAL-POINT FORM THE GL EXTRACT SENDS.   *
001200**************************************************
001210 01  WS-EXT-DATE             PIC 9(8).
001220 01  WS-EXT-ENTRY-CODE       PIC X(4).
001230 01  WS-EXT-PRODUCT          PIC X(4).
001240 01  WS-EXT-GL-ACCOUNT       PIC X(8).
001250 01  WS-EXT-DR-CR            PIC X(1).
001260 01  WS-EXT-AMOUNT           PIC 9(11).99.
001270 01  WS-EXT-COUNT            PIC 9(6).
001280 01  WS-EXT-TOTAL-1          PIC 9(11).99.
001290 01  WS-EXT-TOTAL-2          PIC 9(11).99.
001300 01  WS-EXT-TOTAL-3          PIC 9(11).99.
001310 01  WS-EXTRACT-LINE         PIC X(100).
001320**************************************************
001330** PRODUCT-TO-GL-ACCOUNT MAP, LOADED FROM GLMAP  *
001340** AT INITIALIZATION EXACTLY AS THE GL EXTRACT   *
001350** LOADS IT.  A PRODUCT WITH NO MAP ENTRY FALLS  *
001360** TO THE DEFAULT SUSPENSE ACCOUNT AND IS        *
001370** COUNTED.                                      *
001380**************************************************
001390 01  GL-MAP-STATUS           PIC X(2) VALUE SPACES.
001400 01  GL-MAP-TABLE.
001410     05  MP-ENTRY OCCURS 50 TIMES.
001420         10  MP-PRODUCT-CODE PIC X(4).
001430         10  MP-GL-ACCOUNT   PIC X(8).
001440 01  WS-MAP-MAX              PIC S9(4) COMP VALUE ZERO.
001450 01  WS-MAP-SUB              PIC S9(4) COMP VALUE ZERO.
001460 01  WS-MAP-EOF-SWITCH       PIC X(01) VALUE 'N'.
001470     88  WS-MAP-EOF                   VALUE 'Y'.
001480 01  WS-MAP-HIT-SWITCH       PIC X(01) VALUE 'N'.
001490     88  WS-MAP-FOUND                 VALUE 'Y'.
001500 01  WS-MAP-PRODUCT          PIC X(4) VALUE SPACES.
001510 01  WS-DEFAULT-GL-ACCOUNT   PIC X(8) VALUE "99999999".
001520 01  WS-UNMAPPED-COUNT       PIC 9(6) VALUE ZERO.
001530**************************************************
001540** REPORT LINES                                   *
001550**************************************************
001560 01  CHGO-HEADING-LINE.
001570     05  FILLER              PIC X(36)
001580         VALUE "NON-ACCRUAL AND CHARGE-OFF REGISTER ".
001590     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
001600     05  CH-RUN-DATE         PIC 9(8).
001610     05  FILLER              PIC X(17)
001620         VALUE "   LOSS ACCOUNT: ".
001630     05  CH-LOSS-ACCOUNT     PIC X(8).
001640 01  CHGO-POLICY-LINE.
001650     05  FILLER              PIC X(15) VALUE "NON-ACCRUAL AT ".
001660     05  CH-NONACCRUAL-DAYS  PIC ZZ9.
001670     05  FILLER              PIC X(21)
001680         VALUE " DAYS   CHARGE-OFF AT".
001690     05  FILLER              PIC X(1)  VALUE SPACE.
001700     05  CH-CHARGE-OFF-DAYS  PIC ZZ9.
001710     05  FILLER              PIC X(17)
001720         VALUE " DAYS PAST DUE   ".
001730 01  CHGO-COLUMN-LINE.
001740     05  FILLER              PIC X(8)  VALUE "LOAN NO ".
001750     05  FILLER              PIC X(10) VALUE "BORROWER  ".
001760     05  FILLER              PIC X(6)  VALUE "PROD  ".
001770     05  FILLER              PIC X(10) VALUE "NEXT DUE  ".
001780     05  FILLER              PIC X(7)  VALUE "  DAYS ".
001790     05  FILLER              PIC X(18)
001800         VALUE "          BALANCE ".
001810     05  FILLER              PIC X(16)
001820         VALUE "          FEES  ".
001830     05  FILLER              PIC X(6)  VALUE "ACTION".
001840 01  CHGO-DETAIL-LINE.
001850     05  CD-LOAN-NUMBER      PIC 9(6).
001860     05  FILLER              PIC X(2)  VALUE SPACES.
001870     05  CD-BORROWER-ID      PIC 9(6).
001880     05  FILLER              PIC X(4)  VALUE SPACES.
001890     05  CD-PRODUCT-CODE     PIC X(4).
001900     05  FILLER              PIC X(2)  VALUE SPACES.
001910     05  CD-NEXT-DUE-DATE    PIC 9(8).
001920     05  FILLER              PIC X(2)  VALUE SPACES.
001930     05  CD-DAYS             PIC ZZ,ZZ9.
001940     05  FILLER              PIC X(1)  VALUE SPACES.
001950     05  CD-BALANCE          PIC $$,$$$,$$$,$$9.99.
001960     05  FILLER              PIC X(1)  VALUE SPACES.
001970     05  CD-FEES             PIC $$$,$$$,$$9.99.
001980     05  FILLER              PIC X(2)  VALUE SPACES.
001990     05  CD-ACTION           PIC X(20).
002000 01  CHGO-TOTAL-LINE.
002010     05  CT-TOTAL-LABEL      PIC X(24).
002020     05  CT-TOTAL-COUNT      PIC ZZZ,ZZ9.
002030     05  FILLER              PIC X(4)  VALUE SPACES.
002040     05  CT-TOTAL-AMOUNT     PIC $$,$$$,$$$,$$9.99.
002050 01  CHGO-MESSAGE-LINE       PIC X(100).
002060
002070******************************************************************
002080** 0000-MAINLINE                                                 *
002090** DRIVES THE RUN: INITIALIZE, REVIEW EVERY LOAN ON THE MASTER   *
002100** AGAINST THE NON-ACCRUAL AND CHARGE-OFF THRESHOLDS, THEN       *
002110** WRITE THE GL TRAILER AND REGISTER TOTALS AND TERMINATE.       *
002120******************************************************************
002130 PROCEDURE DIVISION.
002140 0000-MAINLINE.
002150     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002160     PERFORM 2000-REVIEW-LOAN THRU 2000-EXIT
002170         UNTIL WS-END-OF-FILE
002180     PERFORM 9000-TERMINATE THRU 9000-EXIT
002190     GOBACK.
002200
002210******************************************************************
002220** 1000-INITIALIZE                                               *
002230** LOADS THE RUN DATE, THE TWO THRESHOLDS, AND THE LOSS ACCOUNT  *
002240** FROM THE PARAMETER FILE.  A ZERO OR MISSING DATE DEFAULTS TO  *
002248** THE BUSINESS DATE, A ZERO THRESHOLD TO THE POLICY DEFAULTS    *
002256** OF 90 DAYS FOR NON-ACCRUAL AND 180 FOR CHARGE-OFF, AND A      *
002264** BLANK LOSS ACCOUNT TO THE DEFAULT ACCOUNT.  A CHARGE-OFF      *
002272** THRESHOLD THAT DOES NOT FALL AFTER THE NON-ACCRUAL ONE IS     *
002280** REFUSED.  OTHERWISE THE FILES ARE OPENED, THE HEADER AND      *
002288** HEADINGS WRITTEN, AND THE MASTER POSITIONED AT ITS FIRST      *
002296** RECORD.                                                       *
002310******************************************************************
002320 1000-INITIALIZE.
002330     OPEN INPUT CHGO-PARM-FILE
002340     IF CHGO-PARM-STATUS = "00"
002350         READ CHGO-PARM-FILE
002360             AT END CONTINUE
002370             NOT AT END
002380                 IF CP-RUN-DATE IS NUMERIC
002390                     MOVE CP-RUN-DATE TO WS-RUN-DATE
002400                 END-IF
002410                 IF CP-NONACCRUAL-DAYS IS NUMERIC
002420                     MOVE CP-NONACCRUAL-DAYS TO WS-NONACCRUAL-DAYS
002430                 END-IF
002440                 IF CP-CHARGE-OFF-DAYS IS NUMERIC
002450                     MOVE CP-CHARGE-OFF-DAYS TO WS-CHARGE-OFF-DAYS
002460                 END-IF
002470                 MOVE CP-LOSS-ACCOUNT TO WS-LOSS-ACCOUNT
002480         END-READ
002490     END-IF
002500     CLOSE CHGO-PARM-FILE
002510     IF WS-RUN-DATE = ZERO
002514         SET BDY-GET-DATES TO TRUE
002518         CALL "LOANBDAY" USING BDAY-PARMS
002522         END-CALL
002526         MOVE BDY-DATE TO WS-RUN-DATE
002530     END-IF
002540     IF WS-NONACCRUAL-DAYS = ZERO
002550         MOVE 90 TO WS-NONACCRUAL-DAYS
002560     END-IF
002570     IF WS-CHARGE-OFF-DAYS = ZERO
002580         MOVE 180 TO WS-CHARGE-OFF-DAYS
002590     END-IF
002600     IF WS-LOSS-ACCOUNT = SPACES
002610         MOVE WS-DEFAULT-GL-ACCOUNT TO WS-LOSS-ACCOUNT
002620         DISPLAY "NO LOSS ACCOUNT ON CHGOPARM - DEBITS TO"
002630             " DEFAULT ACCOUNT"
002640     END-IF
002650     IF WS-CHARGE-OFF-DAYS NOT > WS-NONACCRUAL-DAYS
002660         DISPLAY "CHARGE-OFF AT " WS-CHARGE-OFF-DAYS
002670             " DAYS IS NOT AFTER NON-ACCRUAL AT "
002680             WS-NONACCRUAL-DAYS " DAYS - RUN REFUSED"
002690         SET WS-RUN-ABORTED TO TRUE
002700         SET WS-END-OF-FILE TO TRUE
002710         MOVE 8 TO RETURN-CODE
002720         GO TO 1000-EXIT
002730     END-IF
002740     MOVE WS-RUN-DATE TO WS-DATE-WORK
002750     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT
002760     MOVE WS-SERIAL-DAYS TO WS-RUN-SERIAL
002770     PERFORM 1100-LOAD-GL-MAP THRU 1100-EXIT
002780     OPEN I-O LOAN-MASTER-FILE
002790     IF LOAN-MASTER-STATUS NOT = "00"
002800         DISPLAY "UNABLE TO OPEN LOAN-MASTER-FILE - STATUS: "
002810             LOAN-MASTER-STATUS
002820         SET WS-RUN-ABORTED TO TRUE
002830         SET WS-END-OF-FILE TO TRUE
002840         MOVE 8 TO RETURN-CODE
002850         GO TO 1000-EXIT
002860     END-IF
002870     OPEN OUTPUT GL-CHARGE-OFF-FILE
002880     MOVE WS-RUN-DATE TO WS-EXT-DATE
002890     MOVE SPACES TO WS-EXTRACT-LINE
002900     STRING "H" "|" WS-EXT-DATE
002910         DELIMITED BY SIZE
002920         INTO WS-EXTRACT-LINE
002930     END-STRING
002940     WRITE GL-CHARGE-OFF-REC FROM WS-EXTRACT-LINE
002950     OPEN OUTPUT CHGO-RPT-FILE
002960     MOVE WS-RUN-DATE TO CH-RUN-DATE
002970     MOVE WS-LOSS-ACCOUNT TO CH-LOSS-ACCOUNT
002980     WRITE CHGO-RPT-REC FROM CHGO-HEADING-LINE
002990     MOVE WS-NONACCRUAL-DAYS TO CH-NONACCRUAL-DAYS
003000     MOVE WS-CHARGE-OFF-DAYS TO CH-CHARGE-OFF-DAYS
003010     WRITE CHGO-RPT-REC FROM CHGO-POLICY-LINE
003020     MOVE SPACES TO CHGO-RPT-REC
003030     WRITE CHGO-RPT-REC
003040     WRITE CHGO-RPT-REC FROM CHGO-COLUMN-LINE
003050     MOVE ZERO TO LM-LOAN-NUMBER
003060     START LOAN-MASTER-FILE KEY IS NOT LESS THAN
003070             LM-LOAN-NUMBER
003080         INVALID KEY
003090             SET WS-END-OF-FILE TO TRUE
003100     END-START
003110     IF NOT WS-END-OF-FILE
003120         PERFORM 2100-READ-MASTER THRU 2100-EXIT
003130     END-IF.
003140 1000-EXIT.
003150     EXIT.
003160
003170******************************************************************
003180** 1100-LOAD-GL-MAP                                              *
003190** LOADS THE PRODUCT-TO-GL-ACCOUNT MAP THE GL EXTRACT USES.  A   *
003200** MISSING OR EMPTY MAP SENDS EVERY PRODUCT TO THE DEFAULT       *
003210** ACCOUNT, AND THE JOB LOG SAYS WHY.  THE TABLE HOLDS 50        *
003220** PRODUCTS; ANY BEYOND THAT ARE REPORTED AND TREATED AS         *
003230** UNMAPPED.                                                     *
003240******************************************************************
003250 1100-LOAD-GL-MAP.
003260     OPEN INPUT GL-MAP-FILE
003270     IF GL-MAP-STATUS NOT = "00"
003280         DISPLAY "GL MAP UNAVAILABLE - STATUS: " GL-MAP-STATUS
003290             " - ALL PRODUCTS TO DEFAULT ACCOUNT"
003300         GO TO 1100-EXIT
003310     END-IF
003320     PERFORM 1110-LOAD-MAP-ENTRY THRU 1110-EXIT
003330         UNTIL WS-MAP-EOF
003340     CLOSE GL-MAP-FILE.
003350 1100-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390** 1110-LOAD-MAP-ENTRY                                           *
003400** LOADS ONE MAP RECORD INTO THE TABLE.                          *
003410******************************************************************
003420 1110-LOAD-MAP-ENTRY.
003430     READ GL-MAP-FILE
003440         AT END
003450             SET WS-MAP-EOF TO TRUE
003460             GO TO 1110-EXIT
003470     END-READ
003480     IF WS-MAP-MAX < 50
003490         ADD 1 TO WS-MAP-MAX
003500         MOVE GM-PRODUCT-CODE TO MP-PRODUCT-CODE (WS-MAP-MAX)
003510         MOVE GM-GL-ACCOUNT   TO MP-GL-ACCOUNT (WS-MAP-MAX)
003520     ELSE
003530         DISPLAY "GL MAP HOLDS MORE THAN 50 PRODUCTS - ENTRY"
003540             " FOR " GM-PRODUCT-CODE " IGNORED"
003550     END-IF.
003560 1110-EXIT.
003570     EXIT.
003580
003590******************************************************************
003600** 2000-REVIEW-LOAN                                              *
003610** REVIEWS ONE MASTER RECORD.  ONLY AN ACTIVE OR NON-ACCRUAL     *
003620** LOAN STILL CARRYING A BALANCE AND A DUE DATE IS LOOKED AT.    *
003630** A NON-ACCRUAL LOAN WHOSE NEXT DUE DATE IS NO LONGER BEHIND    *
003640** THE RUN DATE HAS BEEN BROUGHT CURRENT AND RETURNS TO          *
003650** ACCRUAL.  OTHERWISE THE DAYS PAST DUE ARE FIGURED AS LOANAGE  *
003660** FIGURES THEM - RUN DATE LESS NEXT DUE DATE IN SERIAL DAYS -   *
003670** AND A LOAN AT OR PAST THE CHARGE-OFF THRESHOLD IS CHARGED     *
003680** OFF, WHILE AN ACTIVE LOAN AT OR PAST THE NON-ACCRUAL          *
003690** THRESHOLD IS PLACED ON NON-ACCRUAL.                           *
003700******************************************************************
003710 2000-REVIEW-LOAN.
003720     ADD 1 TO WS-LOANS-SWEPT
003730     IF NOT LM-STATUS-ACTIVE
003740         AND NOT LM-STATUS-NONACCRUAL
003750         GO TO 2000-READ-NEXT
003760     END-IF
003770     IF LM-OUTSTANDING-BAL = ZERO
003780         OR LM-NEXT-DUE-DATE = ZERO
003790         GO TO 2000-READ-NEXT
003800     END-IF
003810     IF LM-NEXT-DUE-DATE NOT < WS-RUN-DATE
003820         IF LM-STATUS-NONACCRUAL
003830             PERFORM 2400-RESTORE-ACCRUAL THRU 2400-EXIT
003840         END-IF
003850         GO TO 2000-READ-NEXT
003860     END-IF
003870     MOVE LM-NEXT-DUE-DATE TO WS-DATE-WORK
003880     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT
003890     COMPUTE WS-DAYS-PAST-DUE = WS-RUN-SERIAL - WS-SERIAL-DAYS
003900     IF WS-DAYS-PAST-DUE NOT < WS-CHARGE-OFF-DAYS
003910         PERFORM 2300-CHARGE-OFF THRU 2300-EXIT
003920         GO TO 2000-READ-NEXT
003930     END-IF
003940     IF WS-DAYS-PAST-DUE NOT < WS-NONACCRUAL-DAYS
003950         AND LM-STATUS-ACTIVE
003960         PERFORM 2200-PLACE-NONACCRUAL THRU 2200-EXIT
003970     END-IF.
003980 2000-READ-NEXT.
003990     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004000 2000-EXIT.
004010     EXIT.
004020
004030******************************************************************
004040** 2100-READ-MASTER                                              *
004050** READS THE NEXT MASTER RECORD IN LOAN-NUMBER ORDER, SETTING    *
004060** THE END-OF-FILE SWITCH WHEN THE MASTER IS EXHAUSTED.          *
004070******************************************************************
004080 2100-READ-MASTER.
004090     READ LOAN-MASTER-FILE NEXT RECORD
004100         AT END SET WS-END-OF-FILE TO TRUE
004110     END-READ.
004120 2100-EXIT.
004130     EXIT.
004140
004150******************************************************************
004160** 2200-PLACE-NONACCRUAL                                         *
004170** MOVES THE LOAN TO NON-ACCRUAL.  ITS BALANCE STANDS AS IT IS,  *
004180** BUT THE ACCRUAL RUN PASSES IT OVER FROM NOW ON AND THE        *
004190** POSTING RUN APPLIES ANY PAYMENT RECEIVED WITHOUT TAKING       *
004200** INTEREST.                                                     *
004210******************************************************************
004220 2200-PLACE-NONACCRUAL.
004230     MOVE "N" TO LM-LOAN-STATUS
004240     PERFORM 2600-REWRITE-MASTER THRU 2600-EXIT
004250     IF WS-RUN-STOPPED
004260         GO TO 2200-EXIT
004270     END-IF
004280     ADD 1 TO WS-LOANS-PLACED
004290     ADD LM-OUTSTANDING-BAL TO WS-PLACED-TOTAL
004300     MOVE LM-OUTSTANDING-BAL TO CD-BALANCE
004310     MOVE LM-FEE-BALANCE     TO CD-FEES
004320     MOVE "PLACED NON-ACCRUAL" TO CD-ACTION
004330     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
004340 2200-EXIT.
004350     EXIT.
004360
004370******************************************************************
004380** 2300-CHARGE-OFF                                               *
004390** CHARGES THE LOAN OFF.  THE OUTSTANDING BALANCE IS THE AMOUNT  *
004400** WRITTEN OFF: IT IS RECORDED ON THE MASTER WITH THE RUN DATE,  *
004410** THE BALANCE IS ZEROED, AND THE STATUS SET TO C, SO ANY        *
004420** PAYMENT THAT ARRIVES LATER POSTS AS A RECOVERY.  ANY UNPAID   *
004430** LATE CHARGES ARE WRITTEN OFF WITH IT AND SHOWN ON THE         *
004440** REGISTER; THEY WERE NEVER BOOKED AS AN ASSET, SO THEY TAKE    *
004450** NO GL ENTRY.  THE LOSS IS BOOKED AS A DEBIT TO THE LOSS       *
004460** ACCOUNT AND A CREDIT TO THE PRODUCT'S GL ACCOUNT.             *
004470******************************************************************
004480 2300-CHARGE-OFF.
004490     MOVE LM-OUTSTANDING-BAL TO CD-BALANCE
004500     MOVE LM-FEE-BALANCE     TO CD-FEES
004510     MOVE LM-OUTSTANDING-BAL TO WS-ENTRY-AMOUNT
004520     MOVE WS-RUN-DATE        TO LM-CHARGE-OFF-DATE
004530     MOVE LM-OUTSTANDING-BAL TO LM-CHARGE-OFF-AMT
004540     MOVE ZERO               TO LM-RECOVERY-AMT
004550     IF LM-FEE-BALANCE > ZERO
004560         ADD 1 TO WS-FEES-WRITTEN-OFF
004570         ADD LM-FEE-BALANCE TO WS-FEE-TOTAL
004580     END-IF
004590     MOVE ZERO TO LM-OUTSTANDING-BAL
004600     MOVE ZERO TO LM-FEE-BALANCE
004610     MOVE "C" TO LM-LOAN-STATUS
004620     PERFORM 2600-REWRITE-MASTER THRU 2600-EXIT
004630     IF WS-RUN-STOPPED
004640         GO TO 2300-EXIT
004650     END-IF
004660     ADD 1 TO WS-LOANS-CHARGED-OFF
004670     ADD WS-ENTRY-AMOUNT TO WS-CHARGE-OFF-TOTAL
004680     MOVE "CHGO" TO WS-EXT-ENTRY-CODE
004690     MOVE WS-RUN-DATE TO WS-EXT-DATE
004700     MOVE LM-PRODUCT-CODE TO WS-EXT-PRODUCT
004710     MOVE WS-LOSS-ACCOUNT TO WS-EXT-GL-ACCOUNT
004720     MOVE "D" TO WS-EXT-DR-CR
004730     PERFORM 2900-WRITE-ENTRY THRU 2900-EXIT
004740     MOVE LM-PRODUCT-CODE TO WS-MAP-PRODUCT
004750     PERFORM 2700-MAP-PRODUCT THRU 2700-EXIT
004760     MOVE "C" TO WS-EXT-DR-CR
004770     PERFORM 2900-WRITE-ENTRY THRU 2900-EXIT
004780     MOVE "CHARGED OFF" TO CD-ACTION
004790     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
004800 2300-EXIT.
004810     EXIT.
004820
004830******************************************************************
004840** 2400-RESTORE-ACCRUAL                                          *
004850** RETURNS A NON-ACCRUAL LOAN THAT HAS BEEN BROUGHT CURRENT TO   *
004860** ACTIVE STATUS, SO THE ACCRUAL AND POSTING RUNS TAKE ITS       *
004870** INTEREST AGAIN.                                               *
004880******************************************************************
004890 2400-RESTORE-ACCRUAL.
004900     MOVE "A" TO LM-LOAN-STATUS
004910     PERFORM 2600-REWRITE-MASTER THRU 2600-EXIT
004920     IF WS-RUN-STOPPED
004930         GO TO 2400-EXIT
004940     END-IF
004950     ADD 1 TO WS-LOANS-RESTORED
004960     ADD LM-OUTSTANDING-BAL TO WS-RESTORED-TOTAL
004970     MOVE ZERO TO WS-DAYS-PAST-DUE
004980     MOVE LM-OUTSTANDING-BAL TO CD-BALANCE
004990     MOVE LM-FEE-BALANCE     TO CD-FEES
005000     MOVE "RETURNED TO ACCRUAL" TO CD-ACTION
005010     PERFORM 2800-WRITE-DETAIL THRU 2800-EXIT.
005020 2400-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060** 2500-DATE-TO-DAYS                                             *
005070** CONVERTS THE YYYYMMDD DATE IN WS-DATE-WORK TO A SERIAL DAY    *
005080** COUNT, THE SAME WAY THE PAYMENT-POSTING RUN ACCRUES ITS       *
005090** INTEREST DAYS: 365 DAYS PER YEAR PLUS ONE FOR EACH LEAP YEAR  *
005100** FULLY ELAPSED (DIVISIBLE BY FOUR BUT NOT BY 100 UNLESS BY     *
005110** 400), PLUS THE DAYS TO THE START OF THE MONTH - WITH THE      *
005120** LEAP DAY ADDED AFTER FEBRUARY OF A LEAP YEAR - PLUS THE DAY.  *
005130******************************************************************
005140 2500-DATE-TO-DAYS.
005150     COMPUTE WS-SERIAL-DAYS = WS-DW-YYYY * 365
005160     COMPUTE WS-LEAP-WORK = WS-DW-YYYY - 1
005170     DIVIDE WS-LEAP-WORK BY 4 GIVING WS-LEAP-QUOT
005180     ADD WS-LEAP-QUOT TO WS-SERIAL-DAYS
005190     DIVIDE WS-LEAP-WORK BY 100 GIVING WS-LEAP-QUOT
005200     SUBTRACT WS-LEAP-QUOT FROM WS-SERIAL-DAYS
005210     DIVIDE WS-LEAP-WORK BY 400 GIVING WS-LEAP-QUOT
005220     ADD WS-LEAP-QUOT TO WS-SERIAL-DAYS
005230     ADD MS-DAYS (WS-DW-MM) TO WS-SERIAL-DAYS
005240     ADD WS-DW-DD TO WS-SERIAL-DAYS
005250     IF WS-DW-MM > 2
005260         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-WORK
005270             REMAINDER WS-LEAP-REM
005280         IF WS-LEAP-REM = ZERO
005290             ADD 1 TO WS-SERIAL-DAYS
005300             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-WORK
005310                 REMAINDER WS-LEAP-REM
005320             IF WS-LEAP-REM = ZERO
005330                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-WORK
005340                     REMAINDER WS-LEAP-REM
005350                 IF WS-LEAP-REM NOT = ZERO
005360                     SUBTRACT 1 FROM WS-SERIAL-DAYS
005370                 END-IF
005380             END-IF
005390         END-IF
005400     END-IF.
005410 2500-EXIT.
005420     EXIT.
005430
005440******************************************************************
005450** 2600-REWRITE-MASTER                                           *
005460** REWRITES THE MASTER RECORD WITH ITS NEW STATUS.  A FAILED     *
005470** REWRITE WOULD LEAVE THE GL AND THE MASTER OUT OF STEP IF THE  *
005480** RUN WENT ON, SO IT STOPS THE SWEEP WITH RC=8; THE LOAN IT     *
005490** FAILED ON TAKES NO ENTRY.                                     *
005500******************************************************************
005510 2600-REWRITE-MASTER.
005520     REWRITE LOAN-MASTER-RECORD
005530         INVALID KEY
005540             DISPLAY "UNABLE TO REWRITE LOAN " LM-LOAN-NUMBER
005550                 " - STATUS: " LOAN-MASTER-STATUS
005560             SET WS-RUN-STOPPED TO TRUE
005570             SET WS-END-OF-FILE TO TRUE
005580             MOVE 8 TO RETURN-CODE
005590     END-REWRITE.
005600 2600-EXIT.
005610     EXIT.
005620
005630******************************************************************
005640** 2700-MAP-PRODUCT                                              *
005650** LOOKS THE LOAN'S PRODUCT UP ON THE GL MAP AND LEAVES ITS GL   *
005660** ACCOUNT IN THE INTERFACE FIELD.  A PRODUCT WITH NO MAP ENTRY  *
005670** GETS THE DEFAULT ACCOUNT AND IS COUNTED.                      *
005680******************************************************************
005690 2700-MAP-PRODUCT.
005700     MOVE 'N' TO WS-MAP-HIT-SWITCH
005710     MOVE 1 TO WS-MAP-SUB
005720     PERFORM 2710-SCAN-GL-MAP THRU 2710-EXIT
005730         UNTIL WS-MAP-FOUND OR WS-MAP-SUB > WS-MAP-MAX
005740     IF WS-MAP-FOUND
005750         MOVE MP-GL-ACCOUNT (WS-MAP-SUB) TO WS-EXT-GL-ACCOUNT
005760     ELSE
005770         MOVE WS-DEFAULT-GL-ACCOUNT TO WS-EXT-GL-ACCOUNT
005780         ADD 1 TO WS-UNMAPPED-COUNT
005790     END-IF.
005800 2700-EXIT.
005810     EXIT.
005820
005830******************************************************************
005840** 2710-SCAN-GL-MAP                                              *
005850** TESTS ONE MAP SLOT FOR THE LOAN'S PRODUCT AND STEPS THE       *
005860** SUBSCRIPT PAST IT WHEN IT DOES NOT MATCH.                     *
005870******************************************************************
005880 2710-SCAN-GL-MAP.
005890     IF MP-PRODUCT-CODE (WS-MAP-SUB) = WS-MAP-PRODUCT
005900         MOVE 'Y' TO WS-MAP-HIT-SWITCH
005910     ELSE
005920         ADD 1 TO WS-MAP-SUB
005930     END-IF.
005940 2710-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980** 2800-WRITE-DETAIL                                             *
005990** WRITES THE REGISTER LINE FOR THE LOAN JUST MOVED.  THE        *
006000** CALLER LOADS THE BALANCE, FEES AND ACTION FIRST - A           *
006010** CHARGE-OFF TAKES THEM BEFORE THE MASTER IS ZEROED.            *
006020******************************************************************
006030 2800-WRITE-DETAIL.
006040     MOVE LM-LOAN-NUMBER     TO CD-LOAN-NUMBER
006050     MOVE LM-BORROWER-ID     TO CD-BORROWER-ID
006060     MOVE LM-PRODUCT-CODE    TO CD-PRODUCT-CODE
006070     MOVE LM-NEXT-DUE-DATE   TO CD-NEXT-DUE-DATE
006080     MOVE WS-DAYS-PAST-DUE   TO CD-DAYS
006090     WRITE CHGO-RPT-REC FROM CHGO-DETAIL-LINE.
006100 2800-EXIT.
006110     EXIT.
006120
006130******************************************************************
006140** 2900-WRITE-ENTRY                                              *
006150** WRITES ONE DELIMITED CHARGE-OFF ENTRY - ENTRY CODE, PRODUCT,  *
006160** GL ACCOUNT, D OR C, AMOUNT, AND EFFECTIVE DATE - AND ADDS IT  *
006170** TO THE DEBIT OR CREDIT TOTAL THE TRAILER CARRIES.             *
006180******************************************************************
006190 2900-WRITE-ENTRY.
006200     MOVE WS-ENTRY-AMOUNT TO WS-EXT-AMOUNT
006210     MOVE SPACES TO WS-EXTRACT-LINE
006220     STRING "D" "|" WS-EXT-ENTRY-CODE "|" WS-EXT-PRODUCT "|"
006230         WS-EXT-GL-ACCOUNT "|" WS-EXT-DR-CR "|" WS-EXT-AMOUNT "|"
006240         WS-EXT-DATE
006250         DELIMITED BY SIZE
006260         INTO WS-EXTRACT-LINE
006270     END-STRING
006280     WRITE GL-CHARGE-OFF-REC FROM WS-EXTRACT-LINE
006290     ADD 1 TO WS-ENTRY-COUNT
006300     IF WS-EXT-DR-CR = "D"
006310         ADD 1 TO WS-DEBIT-COUNT
006320         ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL
006330     ELSE
006340         ADD 1 TO WS-CREDIT-COUNT
006350         ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL
006360     END-IF.
006370 2900-EXIT.
006380     EXIT.
006390
006400******************************************************************
006410** 9000-TERMINATE                                                *
006420** WRITES THE BALANCING TRAILER - ENTRY COUNT, DEBIT TOTAL,      *
006430** CREDIT TOTAL, AND AMOUNT CHARGED OFF - AND THE REGISTER       *
006440** TOTALS, THEN CLOSES THE FILES.  A RUN REFUSED AT              *
006450** INITIALIZATION WRITES NOTHING AND ENDS RC=8; ONE STOPPED BY   *
006460** A FAILED REWRITE STILL CLOSES OUT WHAT IT WROTE.              *
006470******************************************************************
006480 9000-TERMINATE.
006490     IF WS-RUN-ABORTED
006500         DISPLAY "CHARGE-OFF RUN ABORTED - NOTHING WRITTEN"
006510         GO TO 9000-EXIT
006520     END-IF
006530     MOVE WS-ENTRY-COUNT      TO WS-EXT-COUNT
006540     MOVE WS-DEBIT-TOTAL      TO WS-EXT-TOTAL-1
006550     MOVE WS-CREDIT-TOTAL     TO WS-EXT-TOTAL-2
006560     MOVE WS-CHARGE-OFF-TOTAL TO WS-EXT-TOTAL-3
006570     MOVE SPACES TO WS-EXTRACT-LINE
006580     STRING "T" "|" WS-EXT-COUNT "|" WS-EXT-TOTAL-1 "|"
006590         WS-EXT-TOTAL-2 "|" WS-EXT-TOTAL-3
006600         DELIMITED BY SIZE
006610         INTO WS-EXTRACT-LINE
006620     END-STRING
006630     WRITE GL-CHARGE-OFF-REC FROM WS-EXTRACT-LINE
006640     PERFORM 9300-WRITE-TOTALS THRU 9300-EXIT
006650     CLOSE LOAN-MASTER-FILE
006660     CLOSE GL-CHARGE-OFF-FILE
006670     CLOSE CHGO-RPT-FILE
006680     DISPLAY "CHARGE-OFF RUN COMPLETE.  RUN DATE: " WS-RUN-DATE
006690     DISPLAY "LOANS SWEPT. . . . . : " WS-LOANS-SWEPT
006700     DISPLAY "PLACED NON-ACCRUAL . : " WS-LOANS-PLACED
006710     DISPLAY "RETURNED TO ACCRUAL. : " WS-LOANS-RESTORED
006720     DISPLAY "LOANS CHARGED OFF. . : " WS-LOANS-CHARGED-OFF
006730     DISPLAY "ENTRIES WRITTEN. . . : " WS-ENTRY-COUNT
006740     IF WS-UNMAPPED-COUNT > ZERO
006750         DISPLAY "PRODUCTS NOT ON GL MAP - SENT TO DEFAULT"
006760             " ACCOUNT: " WS-UNMAPPED-COUNT
006770     END-IF.
006780 9000-EXIT.
006790     EXIT.
006800
006810******************************************************************
006820** 9300-WRITE-TOTALS                                             *
006830** WRITES THE REGISTER TOTALS AND THE TIE-OUT: THE AMOUNT        *
006840** CHARGED OFF MUST EQUAL BOTH THE DEBITS AND THE CREDITS        *
006850** WRITTEN TO THE GL FILE.                                       *
006860******************************************************************
006870 9300-WRITE-TOTALS.
006880     MOVE SPACES TO CHGO-RPT-REC
006890     WRITE CHGO-RPT-REC
006900     MOVE "PLACED ON NON-ACCRUAL : " TO CT-TOTAL-LABEL
006910     MOVE WS-LOANS-PLACED TO CT-TOTAL-COUNT
006920     MOVE WS-PLACED-TOTAL TO CT-TOTAL-AMOUNT
006930     WRITE CHGO-RPT-REC FROM CHGO-TOTAL-LINE
006940     MOVE "RETURNED TO ACCRUAL   : " TO CT-TOTAL-LABEL
006950     MOVE WS-LOANS-RESTORED TO CT-TOTAL-COUNT
006960     MOVE WS-RESTORED-TOTAL TO CT-TOTAL-AMOUNT
006970     WRITE CHGO-RPT-REC FROM CHGO-TOTAL-LINE
006980     MOVE "CHARGED OFF           : " TO CT-TOTAL-LABEL
006990     MOVE WS-LOANS-CHARGED-OFF TO CT-TOTAL-COUNT
007000     MOVE WS-CHARGE-OFF-TOTAL TO CT-TOTAL-AMOUNT
007010     WRITE CHGO-RPT-REC FROM CHGO-TOTAL-LINE
007020     MOVE "LATE FEES WRITTEN OFF : " TO CT-TOTAL-LABEL
007030     MOVE WS-FEES-WRITTEN-OFF TO CT-TOTAL-COUNT
007040     MOVE WS-FEE-TOTAL TO CT-TOTAL-AMOUNT
007050     WRITE CHGO-RPT-REC FROM CHGO-TOTAL-LINE
007060     MOVE "DEBIT ENTRIES WRITTEN : " TO CT-TOTAL-LABEL
007070     MOVE WS-DEBIT-COUNT TO CT-TOTAL-COUNT
007080     MOVE WS-DEBIT-TOTAL TO CT-TOTAL-AMOUNT
007090     WRITE CHGO-RPT-REC FROM CHGO-TOTAL-LINE
007100     MOVE "CREDIT ENTRIES WRITTEN: " TO CT-TOTAL-LABEL
007110     MOVE WS-CREDIT-COUNT TO CT-TOTAL-COUNT
007120     MOVE WS-CREDIT-TOTAL TO CT-TOTAL-AMOUNT
007130     WRITE CHGO-RPT-REC FROM CHGO-TOTAL-LINE
007140     IF WS-CHARGE-OFF-TOTAL = WS-DEBIT-TOTAL
007150         AND WS-CHARGE-OFF-TOTAL = WS-CREDIT-TOTAL
007160         MOVE "CHARGE-OFFS TIE TO THE ENTRIES WRITTEN."
007170             TO CHGO-MESSAGE-LINE
007180     ELSE
007190         MOVE "*** CHARGE-OFFS DO NOT TIE TO THE ENTRIES WRITTEN"
007200             TO CHGO-MESSAGE-LINE
007210         MOVE 8 TO RETURN-CODE
007220     END-IF
007230     WRITE CHGO-RPT-REC FROM CHGO-MESSAGE-LINE
007240     IF WS-RUN-STOPPED
007250         MOVE "*** RUN STOPPED EARLY - SEE THE JOB LOG"
007260             TO CHGO-MESSAGE-LINE
007270         WRITE CHGO-RPT-REC FROM CHGO-MESSAGE-LINE
007280     END-IF.
007290 9300-EXIT.
007300     EXIT.
007310
007320 END PROGRAM LOANCHGO.
