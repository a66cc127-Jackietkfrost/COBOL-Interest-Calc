000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANACCR.
000030 AUTHOR. LENDING-SYSTEMS-GROUP.
000040 INSTALLATION. LOAN-ORIGINATION.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-10-15 LSG  ORIGINAL VERSION.  MONTH-END INTEREST ACCRUAL.
000110*                FIGURES EACH ACTIVE LOAN'S EARNED BUT UNPAID
000120*                INTEREST TO THE CALENDAR MONTH-END WITH THE
000130*                POSTING RUN'S SERIAL-DAY ARITHMETIC, TOTALS IT BY
000140*                PRODUCT, AND WRITES DEBIT/CREDIT ACCRUAL ENTRIES
000150*                TO THE GL IN THE GLEXTR HEADER/DETAIL/TRAILER
000160*                LAYOUT, MAPPING EACH PRODUCT THROUGH GLMAP THE
000170*                SAME WAY LOANEXTR DOES.  LAST MONTH'S ACCRUAL IS
000180*                CARRIED ON ACCRCARY AND REVERSED AUTOMATICALLY
000190*                AT THE START OF THE RUN, AND THE BY-PRODUCT
000200*                REPORT TIES THE INTEREST ACCRUED TO THE ENTRIES
000210*                WRITTEN.
000212*2026-10-15 LSG  A ZERO ACCRUAL DATE ON ACCRPARM NOW DEFAULTS TO
000214*                THE BUSINESS DATE ON THE CONTROL FILE INSTEAD OF
000216*                THE SYSTEM CLOCK.
000220*-----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000260 SOURCE-COMPUTER. IBM-370.
000270 OBJECT-COMPUTER. IBM-370.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT ACCR-PARM-FILE ASSIGN TO "ACCRPARM"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS ACCR-PARM-STATUS.
000330     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS LM-LOAN-NUMBER
000370         FILE STATUS IS LOAN-MASTER-STATUS.
000380     SELECT GL-MAP-FILE ASSIGN TO "GLMAP"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS GL-MAP-STATUS.
000410     SELECT ACCR-CARRY-FILE ASSIGN TO "ACCRCARY"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS ACCR-CARRY-STATUS.
000440     SELECT GL-ACCRUAL-FILE ASSIGN TO "GLACCR"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS GL-ACCRUAL-STATUS.
000470     SELECT ACCR-RPT-FILE ASSIGN TO "ACCRRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS ACCR-RPT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  ACCR-PARM-FILE.
000540 01  ACCR-PARM-REC.
000550     05  AP-ACCRUAL-DATE     PIC 9(8).
000560     05  AP-INCOME-ACCOUNT   PIC X(8).
000570 FD  LOAN-MASTER-FILE.
000580     COPY "LOANREC.CPY".
000590 FD  GL-MAP-FILE.
000600 01  GL-MAP-REC.
000610     05  GM-PRODUCT-CODE     PIC X(4).
000620     05  GM-GL-ACCOUNT       PIC X(8).
000630 FD  ACCR-CARRY-FILE.
000640 01  ACCR-CARRY-REC.
000650     05  AC-RECORD-TYPE      PIC X(01).
000660         88  AC-HEADER-REC            VALUE "H".
000670         88  AC-PRODUCT-REC           VALUE "P".
000680     05  AC-PRODUCT-CODE     PIC X(4).
000690     05  AC-GL-ACCOUNT       PIC X(8).
000700     05  AC-INCOME-ACCOUNT   PIC X(8).
000710     05  AC-AMOUNT           PIC 9(11)V99.
000720 01  ACCR-CARRY-HEADER.
000730     05  FILLER              PIC X(01).
000740     05  AC-MONTH-END-DATE   PIC 9(8).
000750     05  FILLER              PIC X(25).
000760 FD  GL-ACCRUAL-FILE.
000770 01  GL-ACCRUAL-REC          PIC X(100).
000780 FD  ACCR-RPT-FILE.
000790 01  ACCR-RPT-REC            PIC X(100).
000800
000810 WORKING-STORAGE SECTION.
000820**************************************************
000830** SWITCHES AND WORK AREAS                        *
000840**************************************************
000850 01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000860     88  WS-END-OF-FILE               VALUE 'Y'.
000870 01  WS-ABORT-SWITCH         PIC X(01) VALUE 'N'.
000880     88  WS-RUN-ABORTED               VALUE 'Y'.
000890 01  WS-CARRY-EOF-SWITCH     PIC X(01) VALUE 'N'.
000900     88  WS-CARRY-EOF                 VALUE 'Y'.
000910 01  ACCR-PARM-STATUS        PIC X(2) VALUE SPACES.
000920 01  LOAN-MASTER-STATUS      PIC X(2) VALUE SPACES.
000930 01  ACCR-CARRY-STATUS       PIC X(2) VALUE SPACES.
000940 01  GL-ACCRUAL-STATUS       PIC X(2) VALUE SPACES.
000950 01  ACCR-RPT-STATUS         PIC X(2) VALUE SPACES.
000952     COPY "BDAYPARM.CPY".
000960 01  WS-ACCRUAL-DATE         PIC 9(8) VALUE ZERO.
000970 01  WS-PRIOR-ACCRUAL-DATE   PIC 9(8) VALUE ZERO.
000980 01  WS-REVERSAL-DATE        PIC 9(8) VALUE ZERO.
000990 01  WS-INCOME-ACCOUNT       PIC X(8) VALUE SPACES.
001000 01  WS-LOANS-SWEPT          PIC 9(6) VALUE ZERO.
001010 01  WS-LOANS-ACCRUED        PIC 9(6) VALUE ZERO.
001020 01  WS-LOANS-LEFT-OFF       PIC 9(6) VALUE ZERO.
001030 01  WS-REVERSAL-COUNT       PIC 9(6) VALUE ZERO.
001040 01  WS-ENTRY-COUNT          PIC 9(6) VALUE ZERO.
001050 01  WS-DEBIT-COUNT          PIC 9(6) VALUE ZERO.
001060 01  WS-CREDIT-COUNT         PIC 9(6) VALUE ZERO.
001070 01  WS-LOAN-ACCRUAL         PIC 9(9)V99 VALUE ZERO.
001080 01  WS-ACCRUAL-TOTAL        PIC 9(11)V99 VALUE ZERO.
001090 01  WS-REVERSAL-TOTAL       PIC 9(11)V99 VALUE ZERO.
001100 01  WS-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
001110 01  WS-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
001120 01  WS-TIE-TOTAL            PIC 9(11)V99 VALUE ZERO.
001130 01  WS-ENTRY-AMOUNT         PIC 9(11)V99 VALUE ZERO.
001140 01  WS-ACCRUAL-DAYS         PIC S9(9) COMP VALUE ZERO.
001150 01  WS-DATE-WORK            PIC 9(8) VALUE ZERO.
001160 01  WS-DATE-WORK-SPLIT REDEFINES WS-DATE-WORK.
001170     05  WS-DW-YYYY          PIC 9(4).
001180     05  WS-DW-MM            PIC 9(2).
001190     05  WS-DW-DD            PIC 9(2).
001200 01  WS-SERIAL-DAYS          PIC S9(9) COMP VALUE ZERO.
001210 01  WS-MONTH-END-SERIAL     PIC S9(9) COMP VALUE ZERO.
001220 01  WS-BASE-SERIAL          PIC S9(9) COMP VALUE ZERO.
001230 01  WS-LEAP-WORK            PIC 9(4) VALUE ZERO.
001240 01  WS-LEAP-QUOT            PIC 9(4) VALUE ZERO.
001250 01  WS-LEAP-REM             PIC 9(4) VALUE ZERO.
001260 01  WS-MONTH-DAYS           PIC 9(2) VALUE ZERO.
001270 01  MONTH-DAY-VALUES.
001280     05  FILLER  PIC X(12) VALUE "312831303130".
001290     05  FILLER  PIC X(12) VALUE "313130313031".
001300 01  MONTH-DAY-TABLE REDEFINES MONTH-DAY-VALUES.
001310     05  MD-DAYS OCCURS 12 TIMES PIC 9(2).
001320 01  MONTH-START-VALUES.
001330     05  FILLER  PIC X(18) VALUE "000031059090120151".
001340     05  FILLER  PIC X(18) VALUE "181212243273304334".
001350 01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
001360     05  MS-DAYS OCCURS 12 TIMES PIC 9(3).
001370**************************************************
001380** UNEDITED INTERFACE FIELDS - THE SAME DIGITS-   *
001390** AND-DECIMAL-POINT FORM THE GL EXTRACT SENDS.   *
001400**************************************************
001410 01  WS-EXT-DATE             PIC 9(8).
001420 01  WS-EXT-ENTRY-CODE       PIC X(4).
001430 01  WS-EXT-PRODUCT          PIC X(4).
001440 01  WS-EXT-GL-ACCOUNT       PIC X(8).
001450 01  WS-EXT-DR-CR            PIC X(1).
001460 01  WS-EXT-AMOUNT           PIC 9(11).99.
001470 01  WS-EXT-COUNT            PIC 9(6).
001480 01  WS-EXT-TOTAL-1          PIC 9(11).99.
001490 01  WS-EXT-TOTAL-2          PIC 9(11).99.
001500 01  WS-EXT-TOTAL-3          PIC 9(11).99.
001510 01  WS-EXTRACT-LINE         PIC X(100).
001520**************************************************
001530** PRODUCT-TO-GL-ACCOUNT MAP, LOADED FROM GLMAP  *
001540** AT INITIALIZATION EXACTLY AS THE GL EXTRACT   *
001550** LOADS IT.  A PRODUCT WITH NO MAP ENTRY FALLS  *
001560** TO THE DEFAULT SUSPENSE ACCOUNT AND IS        *
001570** COUNTED.                                      *
001580**************************************************
001590 01  GL-MAP-STATUS           PIC X(2) VALUE SPACES.
001600 01  GL-MAP-TABLE.
001610     05  MP-ENTRY OCCURS 50 TIMES.
001620         10  MP-PRODUCT-CODE PIC X(4).
001630         10  MP-GL-ACCOUNT   PIC X(8).
001640 01  WS-MAP-MAX              PIC S9(4) COMP VALUE ZERO.
001650 01  WS-MAP-SUB              PIC S9(4) COMP VALUE ZERO.
001660 01  WS-MAP-EOF-SWITCH       PIC X(01) VALUE 'N'.
001670     88  WS-MAP-EOF                   VALUE 'Y'.
001680 01  WS-MAP-HIT-SWITCH       PIC X(01) VALUE 'N'.
001690     88  WS-MAP-FOUND                 VALUE 'Y'.
001700 01  WS-DEFAULT-GL-ACCOUNT   PIC X(8) VALUE "99999999".
001710 01  WS-UNMAPPED-COUNT       PIC 9(6) VALUE ZERO.
001720**************************************************
001730** ACCRUAL BUCKETS, ONE PER PRODUCT SEEN THIS    *
001740** RUN, HOLDING THE PRODUCT'S GL ACCOUNT, THE    *
001750** LOANS AND INTEREST ACCRUED, AND THE PRIOR     *
001760** MONTH'S ACCRUAL REVERSED FOR IT WITH THE TWO  *
001770** ACCOUNTS IT WAS BOOKED TO.                    *
001780**************************************************
001790 01  ACCRUAL-BUCKET-TABLE.
001800     05  AB-ENTRY OCCURS 50 TIMES.
001810         10  AB-PRODUCT-CODE PIC X(4).
001820         10  AB-GL-ACCOUNT   PIC X(8).
001830         10  AB-LOAN-COUNT   PIC 9(6).
001840         10  AB-AMOUNT       PIC 9(11)V99.
001850         10  AB-REVERSED     PIC 9(11)V99.
001860         10  AB-PRIOR-GL-ACCOUNT PIC X(8).
001870         10  AB-PRIOR-INCOME PIC X(8).
001880 01  WS-BUCKET-MAX           PIC S9(4) COMP VALUE ZERO.
001890 01  WS-BUCKET-SUB           PIC S9(4) COMP VALUE ZERO.
001900 01  WS-BUCKET-HIT-SWITCH    PIC X(01) VALUE 'N'.
001910     88  WS-BUCKET-FOUND              VALUE 'Y'.
001920 01  WS-BUCKET-PRODUCT       PIC X(4) VALUE SPACES.
001930**************************************************
001940** REPORT LINES                                   *
001950**************************************************
001960 01  ACCR-HEADING-LINE.
001970     05  FILLER              PIC X(29)
001980         VALUE "MONTH-END INTEREST ACCRUAL   ".
001990     05  FILLER              PIC X(11) VALUE "MONTH END: ".
002000     05  AH-ACCRUAL-DATE     PIC 9(8).
002010     05  FILLER              PIC X(20)
002020         VALUE "   INCOME ACCOUNT: ".
002030     05  AH-INCOME-ACCOUNT   PIC X(8).
002040 01  ACCR-COLUMN-LINE.
002050     05  FILLER              PIC X(6)  VALUE "PROD  ".
002060     05  FILLER              PIC X(10) VALUE "GL ACCT   ".
002070     05  FILLER              PIC X(7)  VALUE "  LOANS".
002080     05  FILLER              PIC X(19)
002090         VALUE "   INTEREST ACCRUED".
002100     05  FILLER              PIC X(19)
002110         VALUE "     PRIOR REVERSED".
002120 01  ACCR-DETAIL-LINE.
002130     05  AD-PRODUCT-CODE     PIC X(4).
002140     05  FILLER              PIC X(2)  VALUE SPACES.
002150     05  AD-GL-ACCOUNT       PIC X(8).
002160     05  FILLER              PIC X(2)  VALUE SPACES.
002170     05  AD-LOAN-COUNT       PIC ZZZ,ZZ9.
002180     05  FILLER              PIC X(2)  VALUE SPACES.
002190     05  AD-ACCRUED          PIC $$,$$$,$$$,$$9.99.
002200     05  FILLER              PIC X(2)  VALUE SPACES.
002210     05  AD-REVERSED         PIC $$,$$$,$$$,$$9.99.
002220 01  ACCR-TOTAL-LINE.
002230     05  AT-TOTAL-LABEL      PIC X(24).
002240     05  AT-TOTAL-COUNT      PIC ZZZ,ZZ9.
002250     05  FILLER              PIC X(4)  VALUE SPACES.
002260     05  AT-TOTAL-AMOUNT     PIC $$,$$$,$$$,$$9.99.
002270 01  ACCR-MESSAGE-LINE       PIC X(100).
002280
002290******************************************************************
002300** 0000-MAINLINE                                                 *
002310** DRIVES THE ACCRUAL: INITIALIZE AND REVERSE LAST MONTH'S       *
002320** ACCRUAL, ACCRUE EVERY ACTIVE LOAN ON THE MASTER, THEN WRITE   *
002330** THE ENTRIES, THE REPORT, AND THE NEW CARRY AND TERMINATE.     *
002340******************************************************************
002350 PROCEDURE DIVISION.
002360 0000-MAINLINE.
002370     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002380     PERFORM 2000-ACCRUE-LOAN THRU 2000-EXIT
002390         UNTIL WS-END-OF-FILE
002400     PERFORM 9000-TERMINATE THRU 9000-EXIT
002410     GOBACK.
002420
002430******************************************************************
002440** 1000-INITIALIZE                                               *
002450** LOADS THE ACCRUAL DATE AND INCOME ACCOUNT FROM THE PARAMETER  *
002458** FILE (A ZERO OR MISSING DATE DEFAULTS TO THE BUSINESS DATE)   *
002466** AND MOVES THE DATE TO ITS CALENDAR MONTH-END.  A RUN FOR A    *
002474** MONTH THE CARRY FILE SHOWS WAS ALREADY ACCRUED, OR FOR AN     *
002482** EARLIER ONE, IS REFUSED - IT WOULD REVERSE AND RE-BOOK A      *
002490** MONTH THE LEDGER HAS ALREADY TAKEN.  OTHERWISE THE FILES ARE  *
002498** OPENED, THE HEADER AND HEADINGS WRITTEN, LAST MONTH'S         *
002506** ACCRUAL REVERSED, AND THE MASTER POSITIONED AT ITS FIRST      *
002514** RECORD.                                                       *
002530******************************************************************
002540 1000-INITIALIZE.
002550     OPEN INPUT ACCR-PARM-FILE
002560     IF ACCR-PARM-STATUS = "00"
002570         READ ACCR-PARM-FILE
002580             AT END CONTINUE
002590             NOT AT END
002600                 IF AP-ACCRUAL-DATE IS NUMERIC
002610                     MOVE AP-ACCRUAL-DATE TO WS-ACCRUAL-DATE
002620                 END-IF
002630                 MOVE AP-INCOME-ACCOUNT TO WS-INCOME-ACCOUNT
002640         END-READ
002650     END-IF
002660     CLOSE ACCR-PARM-FILE
002670     IF WS-ACCRUAL-DATE = ZERO
002674         SET BDY-GET-DATES TO TRUE
002678         CALL "LOANBDAY" USING BDAY-PARMS
002682         END-CALL
002686         MOVE BDY-DATE TO WS-ACCRUAL-DATE
002690     END-IF
002700     IF WS-INCOME-ACCOUNT = SPACES
002710         MOVE WS-DEFAULT-GL-ACCOUNT TO WS-INCOME-ACCOUNT
002720         DISPLAY "NO INCOME ACCOUNT ON ACCRPARM - CREDITS TO"
002730             " DEFAULT ACCOUNT"
002740     END-IF
002750     MOVE WS-ACCRUAL-DATE TO WS-DATE-WORK
002760     PERFORM 1200-SET-MONTH-END THRU 1200-EXIT
002770     MOVE WS-DATE-WORK TO WS-ACCRUAL-DATE
002780     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT
002790     MOVE WS-SERIAL-DAYS TO WS-MONTH-END-SERIAL
002800     PERFORM 1100-LOAD-GL-MAP THRU 1100-EXIT
002810     PERFORM 1300-LOAD-CARRY THRU 1300-EXIT
002820     IF WS-PRIOR-ACCRUAL-DATE NOT < WS-ACCRUAL-DATE
002830         DISPLAY "MONTH ENDING " WS-ACCRUAL-DATE
002840             " IS NOT AFTER THE LAST ACCRUAL ("
002850             WS-PRIOR-ACCRUAL-DATE ") - RUN REFUSED"
002860         SET WS-RUN-ABORTED TO TRUE
002870         SET WS-END-OF-FILE TO TRUE
002880         MOVE 8 TO RETURN-CODE
002890         GO TO 1000-EXIT
002900     END-IF
002910     OPEN INPUT LOAN-MASTER-FILE
002920     IF LOAN-MASTER-STATUS NOT = "00"
002930         DISPLAY "UNABLE TO OPEN LOAN-MASTER-FILE - STATUS: "
002940             LOAN-MASTER-STATUS
002950         SET WS-RUN-ABORTED TO TRUE
002960         SET WS-END-OF-FILE TO TRUE
002970         MOVE 8 TO RETURN-CODE
002980         GO TO 1000-EXIT
002990     END-IF
003000     OPEN OUTPUT GL-ACCRUAL-FILE
003010     MOVE WS-ACCRUAL-DATE TO WS-EXT-DATE
003020     MOVE SPACES TO WS-EXTRACT-LINE
003030     STRING "H" "|" WS-EXT-DATE
003040         DELIMITED BY SIZE
003050         INTO WS-EXTRACT-LINE
003060     END-STRING
003070     WRITE GL-ACCRUAL-REC FROM WS-EXTRACT-LINE
003080     OPEN OUTPUT ACCR-RPT-FILE
003090     MOVE WS-ACCRUAL-DATE TO AH-ACCRUAL-DATE
003100     MOVE WS-INCOME-ACCOUNT TO AH-INCOME-ACCOUNT
003110     WRITE ACCR-RPT-REC FROM ACCR-HEADING-LINE
003120     WRITE ACCR-RPT-REC FROM ACCR-COLUMN-LINE
003130     PERFORM 1400-REVERSE-PRIOR THRU 1400-EXIT
003140     MOVE ZERO TO LM-LOAN-NUMBER
003150     START LOAN-MASTER-FILE KEY IS NOT LESS THAN
003160             LM-LOAN-NUMBER
003170         INVALID KEY
003180             SET WS-END-OF-FILE TO TRUE
003190     END-START
003200     IF NOT WS-END-OF-FILE
003210         PERFORM 2100-READ-MASTER THRU 2100-EXIT
003220     END-IF.
003230 1000-EXIT.
003240     EXIT.
003250
003260******************************************************************
003270** 1100-LOAD-GL-MAP                                              *
003280** LOADS THE PRODUCT-TO-GL-ACCOUNT MAP THE GL EXTRACT USES.  A   *
003290** MISSING OR EMPTY MAP SENDS EVERY PRODUCT TO THE DEFAULT       *
003300** ACCOUNT, AND THE JOB LOG SAYS WHY.  THE TABLE HOLDS 50        *
003310** PRODUCTS; ANY BEYOND THAT ARE REPORTED AND TREATED AS         *
003320** UNMAPPED.                                                     *
003330******************************************************************
003340 1100-LOAD-GL-MAP.
003350     OPEN INPUT GL-MAP-FILE
003360     IF GL-MAP-STATUS NOT = "00"
003370         DISPLAY "GL MAP UNAVAILABLE - STATUS: " GL-MAP-STATUS
003380             " - ALL PRODUCTS TO DEFAULT ACCOUNT"
003390         GO TO 1100-EXIT
003400     END-IF
003410     PERFORM 1110-LOAD-MAP-ENTRY THRU 1110-EXIT
003420         UNTIL WS-MAP-EOF
003430     CLOSE GL-MAP-FILE.
003440 1100-EXIT.
003450     EXIT.
003460
003470******************************************************************
003480** 1110-LOAD-MAP-ENTRY                                           *
003490** LOADS ONE MAP RECORD INTO THE TABLE.                          *
003500******************************************************************
003510 1110-LOAD-MAP-ENTRY.
003520     READ GL-MAP-FILE
003530         AT END
003540             SET WS-MAP-EOF TO TRUE
003550             GO TO 1110-EXIT
003560     END-READ
003570     IF WS-MAP-MAX < 50
003580         ADD 1 TO WS-MAP-MAX
003590         MOVE GM-PRODUCT-CODE TO MP-PRODUCT-CODE (WS-MAP-MAX)
003600         MOVE GM-GL-ACCOUNT   TO MP-GL-ACCOUNT (WS-MAP-MAX)
003610     ELSE
003620         DISPLAY "GL MAP HOLDS MORE THAN 50 PRODUCTS - ENTRY"
003630             " FOR " GM-PRODUCT-CODE " IGNORED"
003640     END-IF.
003650 1110-EXIT.
003660     EXIT.
003670
003680******************************************************************
003690** 1200-SET-MONTH-END                                            *
003700** MOVES THE DAY OF THE WORK DATE TO THE LAST DAY OF ITS MONTH   *
003710** - FEBRUARY GETS ITS LEAP DAY IN YEARS DIVISIBLE BY FOUR BUT   *
003720** NOT BY 100 UNLESS BY 400, AS IN THE DUE-DATE ARITHMETIC.      *
003730******************************************************************
003740 1200-SET-MONTH-END.
003750     MOVE MD-DAYS (WS-DW-MM) TO WS-MONTH-DAYS
003760     IF WS-DW-MM = 2
003770         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-WORK
003780             REMAINDER WS-LEAP-REM
003790         IF WS-LEAP-REM = ZERO
003800             MOVE 29 TO WS-MONTH-DAYS
003810             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-WORK
003820                 REMAINDER WS-LEAP-REM
003830             IF WS-LEAP-REM = ZERO
003840                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-WORK
003850                     REMAINDER WS-LEAP-REM
003860                 IF WS-LEAP-REM NOT = ZERO
003870                     MOVE 28 TO WS-MONTH-DAYS
003880                 END-IF
003890             END-IF
003900         END-IF
003910     END-IF
003920     MOVE WS-MONTH-DAYS TO WS-DW-DD.
003930 1200-EXIT.
003940     EXIT.
003950
003960******************************************************************
003970** 1300-LOAD-CARRY                                               *
003980** READS LAST MONTH'S ACCRUAL FROM THE CARRY FILE: A HEADER      *
003990** WITH THE MONTH-END IT WAS BOOKED FOR, THEN ONE RECORD PER     *
004000** PRODUCT WITH THE AMOUNT AND THE TWO ACCOUNTS IT WENT TO.  NO  *
004010** CARRY FILE MEANS NO ACCRUAL HAS EVER BEEN BOOKED AND THERE    *
004020** IS NOTHING TO REVERSE.  THE PRODUCT RECORDS ARE LEFT IN THE   *
004030** BUCKET TABLE AS THE REVERSAL AMOUNTS.                         *
004040******************************************************************
004050 1300-LOAD-CARRY.
004060     OPEN INPUT ACCR-CARRY-FILE
004070     IF ACCR-CARRY-STATUS NOT = "00"
004080         DISPLAY "NO ACCRUAL CARRY ON FILE - NOTHING TO REVERSE"
004090         GO TO 1300-EXIT
004100     END-IF
004110     PERFORM 1310-LOAD-CARRY-ENTRY THRU 1310-EXIT
004120         UNTIL WS-CARRY-EOF
004130     CLOSE ACCR-CARRY-FILE.
004140 1300-EXIT.
004150     EXIT.
004160
004170******************************************************************
004180** 1310-LOAD-CARRY-ENTRY                                         *
004190** LOADS ONE CARRY RECORD - THE HEADER'S MONTH-END, OR A         *
004200** PRODUCT'S PRIOR ACCRUAL INTO ITS BUCKET.                      *
004210******************************************************************
004220 1310-LOAD-CARRY-ENTRY.
004230     READ ACCR-CARRY-FILE
004240         AT END
004250             SET WS-CARRY-EOF TO TRUE
004260             GO TO 1310-EXIT
004270     END-READ
004280     IF AC-HEADER-REC
004290         MOVE AC-MONTH-END-DATE TO WS-PRIOR-ACCRUAL-DATE
004300         GO TO 1310-EXIT
004310     END-IF
004320     IF NOT AC-PRODUCT-REC
004330         GO TO 1310-EXIT
004340     END-IF
004350     MOVE AC-PRODUCT-CODE TO WS-BUCKET-PRODUCT
004360     PERFORM 2300-FIND-BUCKET THRU 2300-EXIT
004370     IF WS-BUCKET-FOUND
004380         ADD AC-AMOUNT TO AB-REVERSED (WS-BUCKET-SUB)
004390         MOVE AC-GL-ACCOUNT TO AB-PRIOR-GL-ACCOUNT (WS-BUCKET-SUB)
004400         MOVE AC-INCOME-ACCOUNT TO AB-PRIOR-INCOME (WS-BUCKET-SUB)
004410     ELSE
004420         DISPLAY "ACCRUAL BUCKETS FULL - PRIOR ACCRUAL FOR "
004430             AC-PRODUCT-CODE " NOT REVERSED"
004440         MOVE 8 TO RETURN-CODE
004450     END-IF.
004460 1310-EXIT.
004470     EXIT.
004480
004490******************************************************************
004500** 1400-REVERSE-PRIOR                                            *
004510** WRITES THE REVERSING ENTRIES FOR LAST MONTH'S ACCRUAL, DATED  *
004520** THE FIRST DAY AFTER THAT MONTH-END: EACH PRODUCT'S ACCRUAL    *
004530** COMES BACK OUT OF ITS GL ACCOUNT (CREDIT) AND OUT OF INCOME   *
004540** (DEBIT), SO THE INTEREST THE PAYMENTS SINCE THEN HAVE BOOKED  *
004550** IS NOT COUNTED TWICE.                                         *
004560******************************************************************
004570 1400-REVERSE-PRIOR.
004580     IF WS-PRIOR-ACCRUAL-DATE = ZERO
004590         GO TO 1400-EXIT
004600     END-IF
004610     MOVE WS-PRIOR-ACCRUAL-DATE TO WS-DATE-WORK
004620     MOVE 1 TO WS-DW-DD
004630     IF WS-DW-MM = 12
004640         MOVE 1 TO WS-DW-MM
004650         ADD 1 TO WS-DW-YYYY
004660     ELSE
004670         ADD 1 TO WS-DW-MM
004680     END-IF
004690     MOVE WS-DATE-WORK TO WS-REVERSAL-DATE
004700     PERFORM 1410-REVERSE-BUCKET THRU 1410-EXIT
004710         VARYING WS-BUCKET-SUB FROM 1 BY 1
004720         UNTIL WS-BUCKET-SUB > WS-BUCKET-MAX.
004730 1400-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770** 1410-REVERSE-BUCKET                                           *
004780** WRITES THE REVERSING PAIR FOR ONE PRODUCT'S PRIOR ACCRUAL,    *
004790** AGAINST THE SAME TWO ACCOUNTS IT WAS BOOKED TO EVEN IF THE    *
004800** MAP HAS CHANGED SINCE.                                        *
004810******************************************************************
004820 1410-REVERSE-BUCKET.
004830     IF AB-REVERSED (WS-BUCKET-SUB) = ZERO
004840         GO TO 1410-EXIT
004850     END-IF
004860     ADD 1 TO WS-REVERSAL-COUNT
004870     ADD AB-REVERSED (WS-BUCKET-SUB) TO WS-REVERSAL-TOTAL
004880     MOVE AB-REVERSED (WS-BUCKET-SUB) TO WS-ENTRY-AMOUNT
004890     MOVE "RVSL" TO WS-EXT-ENTRY-CODE
004900     MOVE WS-REVERSAL-DATE TO WS-EXT-DATE
004910     MOVE AB-PRODUCT-CODE (WS-BUCKET-SUB) TO WS-EXT-PRODUCT
004920     MOVE AB-PRIOR-GL-ACCOUNT (WS-BUCKET-SUB) TO WS-EXT-GL-ACCOUNT
004930     MOVE "C" TO WS-EXT-DR-CR
004940     PERFORM 2900-WRITE-ENTRY THRU 2900-EXIT
004950     MOVE AB-PRIOR-INCOME (WS-BUCKET-SUB) TO WS-EXT-GL-ACCOUNT
004960     MOVE "D" TO WS-EXT-DR-CR
004970     PERFORM 2900-WRITE-ENTRY THRU 2900-EXIT.
004980 1410-EXIT.
004990     EXIT.
005000
005010******************************************************************
005020** 2000-ACCRUE-LOAN                                              *
005030** ACCRUES ONE MASTER RECORD.  ONLY AN ACTIVE LOAN STILL         *
005040** CARRYING A BALANCE EARNS INTEREST.  THE INTEREST EARNED BUT   *
005050** NOT YET PAID IS WHAT THE POSTING RUN WOULD SPLIT OUT OF A     *
005060** PAYMENT RECEIVED AT MONTH-END: THE BALANCE AT THE LOAN'S      *
005070** RATE FOR THE DAYS FROM THE LAST PAYMENT (OR THE ENTRY DATE)   *
005080** TO THE MONTH-END, OVER A 365-DAY YEAR.  A LOAN BOOKED AFTER   *
005090** THE MONTH-END ACCRUES NOTHING.                                *
005100******************************************************************
005110 2000-ACCRUE-LOAN.
005120     ADD 1 TO WS-LOANS-SWEPT
005130     IF NOT LM-STATUS-ACTIVE
005140         OR LM-OUTSTANDING-BAL = ZERO
005150         GO TO 2000-READ-NEXT
005160     END-IF
005170     IF LM-LAST-PAYMENT-DATE > ZERO
005180         MOVE LM-LAST-PAYMENT-DATE TO WS-DATE-WORK
005190     ELSE
005200         MOVE LM-ENTRY-DATE TO WS-DATE-WORK
005210     END-IF
005220     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT
005230     MOVE WS-SERIAL-DAYS TO WS-BASE-SERIAL
005240     COMPUTE WS-ACCRUAL-DAYS =
005250         WS-MONTH-END-SERIAL - WS-BASE-SERIAL
005260     IF WS-ACCRUAL-DAYS NOT > ZERO
005270         GO TO 2000-READ-NEXT
005280     END-IF
005290     COMPUTE WS-LOAN-ACCRUAL ROUNDED =
005300         LM-OUTSTANDING-BAL * (LM-LOAN-PERCENT / 100)
005310         * WS-ACCRUAL-DAYS / 365
005320     IF WS-LOAN-ACCRUAL = ZERO
005330         GO TO 2000-READ-NEXT
005340     END-IF
005350     MOVE LM-PRODUCT-CODE TO WS-BUCKET-PRODUCT
005360     PERFORM 2300-FIND-BUCKET THRU 2300-EXIT
005370     IF NOT WS-BUCKET-FOUND
005380         ADD 1 TO WS-LOANS-LEFT-OFF
005390         DISPLAY "LOAN " LM-LOAN-NUMBER
005400             " LEFT OFF ACCRUAL - ACCRUAL BUCKETS FULL"
005410         MOVE 8 TO RETURN-CODE
005420         GO TO 2000-READ-NEXT
005430     END-IF
005440     ADD 1 TO AB-LOAN-COUNT (WS-BUCKET-SUB)
005450     ADD WS-LOAN-ACCRUAL TO AB-AMOUNT (WS-BUCKET-SUB)
005460     ADD 1 TO WS-LOANS-ACCRUED
005470     ADD WS-LOAN-ACCRUAL TO WS-ACCRUAL-TOTAL.
005480 2000-READ-NEXT.
005490     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
005500 2000-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540** 2100-READ-MASTER                                              *
005550** READS THE NEXT MASTER RECORD IN LOAN-NUMBER ORDER, SETTING    *
005560** THE END-OF-FILE SWITCH WHEN THE MASTER IS EXHAUSTED.          *
005570******************************************************************
005580 2100-READ-MASTER.
005590     READ LOAN-MASTER-FILE NEXT RECORD
005600         AT END SET WS-END-OF-FILE TO TRUE
005610     END-READ.
005620 2100-EXIT.
005630     EXIT.
005640
005650******************************************************************
005660** 2300-FIND-BUCKET                                              *
005670** FINDS THE ACCRUAL BUCKET FOR THE PRODUCT IN                   *
005680** WS-BUCKET-PRODUCT, OPENING A NEW ONE - MAPPED TO ITS GL       *
005690** ACCOUNT - THE FIRST TIME THE PRODUCT IS SEEN.  THE SWITCH IS  *
005700** LEFT OFF ONLY WHEN ALL 50 BUCKETS ARE TAKEN.                  *
005710******************************************************************
005720 2300-FIND-BUCKET.
005730     MOVE 'N' TO WS-BUCKET-HIT-SWITCH
005740     MOVE 1 TO WS-BUCKET-SUB
005750     PERFORM 2310-SCAN-BUCKETS THRU 2310-EXIT
005760         UNTIL WS-BUCKET-FOUND OR WS-BUCKET-SUB > WS-BUCKET-MAX
005770     IF WS-BUCKET-FOUND
005780         GO TO 2300-EXIT
005790     END-IF
005800     IF WS-BUCKET-MAX NOT < 50
005810         GO TO 2300-EXIT
005820     END-IF
005830     ADD 1 TO WS-BUCKET-MAX
005840     MOVE WS-BUCKET-MAX TO WS-BUCKET-SUB
005850     MOVE WS-BUCKET-PRODUCT TO AB-PRODUCT-CODE (WS-BUCKET-SUB)
005860     MOVE ZERO TO AB-LOAN-COUNT (WS-BUCKET-SUB)
005870     MOVE ZERO TO AB-AMOUNT (WS-BUCKET-SUB)
005880     MOVE ZERO TO AB-REVERSED (WS-BUCKET-SUB)
005890     MOVE SPACES TO AB-PRIOR-GL-ACCOUNT (WS-BUCKET-SUB)
005900     MOVE SPACES TO AB-PRIOR-INCOME (WS-BUCKET-SUB)
005910     PERFORM 2400-MAP-PRODUCT THRU 2400-EXIT
005920     MOVE WS-EXT-GL-ACCOUNT TO AB-GL-ACCOUNT (WS-BUCKET-SUB)
005930     MOVE 'Y' TO WS-BUCKET-HIT-SWITCH.
005940 2300-EXIT.
005950     EXIT.
005960
005970******************************************************************
005980** 2310-SCAN-BUCKETS                                             *
005990** TESTS ONE BUCKET FOR THE PRODUCT AND STEPS THE SUBSCRIPT      *
006000** PAST IT WHEN IT DOES NOT MATCH.                               *
006010******************************************************************
006020 2310-SCAN-BUCKETS.
006030     IF AB-PRODUCT-CODE (WS-BUCKET-SUB) = WS-BUCKET-PRODUCT
006040         MOVE 'Y' TO WS-BUCKET-HIT-SWITCH
006050     ELSE
006060         ADD 1 TO WS-BUCKET-SUB
006070     END-IF.
006080 2310-EXIT.
006090     EXIT.
006100
006110******************************************************************
006120** 2400-MAP-PRODUCT                                              *
006130** LOOKS THE BUCKET'S PRODUCT UP ON THE GL MAP AND LEAVES ITS    *
006140** GL ACCOUNT IN THE INTERFACE FIELD.  A PRODUCT WITH NO MAP     *
006150** ENTRY GETS THE DEFAULT ACCOUNT AND IS COUNTED.                *
006160******************************************************************
006170 2400-MAP-PRODUCT.
006180     MOVE 'N' TO WS-MAP-HIT-SWITCH
006190     MOVE 1 TO WS-MAP-SUB
006200     PERFORM 2410-SCAN-GL-MAP THRU 2410-EXIT
006210         UNTIL WS-MAP-FOUND OR WS-MAP-SUB > WS-MAP-MAX
006220     IF WS-MAP-FOUND
006230         MOVE MP-GL-ACCOUNT (WS-MAP-SUB) TO WS-EXT-GL-ACCOUNT
006240     ELSE
006250         MOVE WS-DEFAULT-GL-ACCOUNT TO WS-EXT-GL-ACCOUNT
006260         ADD 1 TO WS-UNMAPPED-COUNT
006270     END-IF.
006280 2400-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320** 2410-SCAN-GL-MAP                                              *
006330** TESTS ONE MAP SLOT FOR THE BUCKET'S PRODUCT AND STEPS THE     *
006340** SUBSCRIPT PAST IT WHEN IT DOES NOT MATCH.                     *
006350******************************************************************
006360 2410-SCAN-GL-MAP.
006370     IF MP-PRODUCT-CODE (WS-MAP-SUB) = WS-BUCKET-PRODUCT
006380         MOVE 'Y' TO WS-MAP-HIT-SWITCH
006390     ELSE
006400         ADD 1 TO WS-MAP-SUB
006410     END-IF.
006420 2410-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460** 2500-DATE-TO-DAYS                                             *
006470** CONVERTS THE YYYYMMDD DATE IN WS-DATE-WORK TO A SERIAL DAY    *
006480** COUNT, THE SAME WAY THE PAYMENT-POSTING RUN ACCRUES ITS       *
006490** INTEREST DAYS: 365 DAYS PER YEAR PLUS ONE FOR EACH LEAP YEAR  *
006500** FULLY ELAPSED (DIVISIBLE BY FOUR BUT NOT BY 100 UNLESS BY     *
006510** 400), PLUS THE DAYS TO THE START OF THE MONTH - WITH THE      *
006520** LEAP DAY ADDED AFTER FEBRUARY OF A LEAP YEAR - PLUS THE DAY.  *
006530******************************************************************
006540 2500-DATE-TO-DAYS.
006550     COMPUTE WS-SERIAL-DAYS = WS-DW-YYYY * 365
006560     COMPUTE WS-LEAP-WORK = WS-DW-YYYY - 1
006570     DIVIDE WS-LEAP-WORK BY 4 GIVING WS-LEAP-QUOT
006580     ADD WS-LEAP-QUOT TO WS-SERIAL-DAYS
006590     DIVIDE WS-LEAP-WORK BY 100 GIVING WS-LEAP-QUOT
006600     SUBTRACT WS-LEAP-QUOT FROM WS-SERIAL-DAYS
006610     DIVIDE WS-LEAP-WORK BY 400 GIVING WS-LEAP-QUOT
006620     ADD WS-LEAP-QUOT TO WS-SERIAL-DAYS
006630     ADD MS-DAYS (WS-DW-MM) TO WS-SERIAL-DAYS
006640     ADD WS-DW-DD TO WS-SERIAL-DAYS
006650     IF WS-DW-MM > 2
006660         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-WORK
006670             REMAINDER WS-LEAP-REM
006680         IF WS-LEAP-REM = ZERO
006690             ADD 1 TO WS-SERIAL-DAYS
006700             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-WORK
006710                 REMAINDER WS-LEAP-REM
006720             IF WS-LEAP-REM = ZERO
006730                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-WORK
006740                     REMAINDER WS-LEAP-REM
006750                 IF WS-LEAP-REM NOT = ZERO
006760                     SUBTRACT 1 FROM WS-SERIAL-DAYS
006770                 END-IF
006780             END-IF
006790         END-IF
006800     END-IF.
006810 2500-EXIT.
006820     EXIT.
006830
006840******************************************************************
006850** 2900-WRITE-ENTRY                                              *
006860** WRITES ONE DELIMITED ACCRUAL ENTRY - ENTRY CODE (ACCR OR      *
006870** RVSL), PRODUCT, GL ACCOUNT, D OR C, AMOUNT, AND EFFECTIVE     *
006880** DATE - AND ADDS IT TO THE DEBIT OR CREDIT TOTAL THE TRAILER   *
006890** CARRIES.                                                      *
006900******************************************************************
006910 2900-WRITE-ENTRY.
006920     MOVE WS-ENTRY-AMOUNT TO WS-EXT-AMOUNT
006930     MOVE SPACES TO WS-EXTRACT-LINE
006940     STRING "D" "|" WS-EXT-ENTRY-CODE "|" WS-EXT-PRODUCT "|"
006950         WS-EXT-GL-ACCOUNT "|" WS-EXT-DR-CR "|" WS-EXT-AMOUNT "|"
006960         WS-EXT-DATE
006970         DELIMITED BY SIZE
006980         INTO WS-EXTRACT-LINE
006990     END-STRING
007000     WRITE GL-ACCRUAL-REC FROM WS-EXTRACT-LINE
007010     ADD 1 TO WS-ENTRY-COUNT
007020     IF WS-EXT-DR-CR = "D"
007030         ADD 1 TO WS-DEBIT-COUNT
007040         ADD WS-ENTRY-AMOUNT TO WS-DEBIT-TOTAL
007050     ELSE
007060         ADD 1 TO WS-CREDIT-COUNT
007070         ADD WS-ENTRY-AMOUNT TO WS-CREDIT-TOTAL
007080     END-IF.
007090 2900-EXIT.
007100     EXIT.
007110
007120******************************************************************
007130** 9000-TERMINATE                                                *
007140** WRITES EACH PRODUCT'S ACCRUAL ENTRIES AND REPORT LINE, THEN   *
007150** THE BALANCING TRAILER - ENTRY COUNT, DEBIT TOTAL, CREDIT      *
007160** TOTAL, AND INTEREST ACCRUED - AND THE REPORT TOTALS, WHICH    *
007170** TIE THE INTEREST ACCRUED PLUS THE PRIOR MONTH REVERSED TO     *
007180** THE DEBITS AND CREDITS WRITTEN.  THE NEW CARRY IS WRITTEN     *
007190** LAST, SO A RUN THAT DID NOT FINISH LEAVES LAST MONTH'S CARRY  *
007200** FOR THE RERUN.  AN ABORTED RUN WRITES NOTHING AND ENDS RC=8.  *
007210******************************************************************
007220 9000-TERMINATE.
007230     IF WS-RUN-ABORTED
007240         DISPLAY "ACCRUAL ABORTED - NO ENTRIES WRITTEN"
007250         GO TO 9000-EXIT
007260     END-IF
007270     MOVE "ACCR" TO WS-EXT-ENTRY-CODE
007280     MOVE WS-ACCRUAL-DATE TO WS-EXT-DATE
007290     PERFORM 9100-BOOK-BUCKET THRU 9100-EXIT
007300         VARYING WS-BUCKET-SUB FROM 1 BY 1
007310         UNTIL WS-BUCKET-SUB > WS-BUCKET-MAX
007320     MOVE WS-ENTRY-COUNT    TO WS-EXT-COUNT
007330     MOVE WS-DEBIT-TOTAL    TO WS-EXT-TOTAL-1
007340     MOVE WS-CREDIT-TOTAL   TO WS-EXT-TOTAL-2
007350     MOVE WS-ACCRUAL-TOTAL  TO WS-EXT-TOTAL-3
007360     MOVE SPACES TO WS-EXTRACT-LINE
007370     STRING "T" "|" WS-EXT-COUNT "|" WS-EXT-TOTAL-1 "|"
007380         WS-EXT-TOTAL-2 "|" WS-EXT-TOTAL-3
007390         DELIMITED BY SIZE
007400         INTO WS-EXTRACT-LINE
007410     END-STRING
007420     WRITE GL-ACCRUAL-REC FROM WS-EXTRACT-LINE
007430     PERFORM 9300-WRITE-TOTALS THRU 9300-EXIT
007440     PERFORM 9200-WRITE-CARRY THRU 9200-EXIT
007450     CLOSE LOAN-MASTER-FILE
007460     CLOSE GL-ACCRUAL-FILE
007470     CLOSE ACCR-RPT-FILE
007480     DISPLAY "ACCRUAL COMPLETE.  MONTH END: " WS-ACCRUAL-DATE
007490     DISPLAY "LOANS SWEPT. . . . . : " WS-LOANS-SWEPT
007500     DISPLAY "LOANS ACCRUED. . . . : " WS-LOANS-ACCRUED
007510     DISPLAY "LOANS LEFT OFF . . . : " WS-LOANS-LEFT-OFF
007520     DISPLAY "ENTRIES WRITTEN. . . : " WS-ENTRY-COUNT
007530     IF WS-UNMAPPED-COUNT > ZERO
007540         DISPLAY "PRODUCTS NOT ON GL MAP - SENT TO DEFAULT"
007550             " ACCOUNT: " WS-UNMAPPED-COUNT
007560     END-IF.
007570 9000-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610** 9100-BOOK-BUCKET                                              *
007620** WRITES ONE PRODUCT'S ACCRUAL PAIR - DEBIT THE PRODUCT'S GL    *
007630** ACCOUNT, CREDIT INTEREST INCOME - AND ITS REPORT LINE.  A     *
007640** PRODUCT WITH NOTHING ACCRUED THIS MONTH (ONE THAT ONLY HAD A  *
007650** REVERSAL) GETS A REPORT LINE BUT NO ENTRIES.                  *
007660******************************************************************
007670 9100-BOOK-BUCKET.
007680     MOVE AB-PRODUCT-CODE (WS-BUCKET-SUB) TO AD-PRODUCT-CODE
007690     MOVE AB-GL-ACCOUNT (WS-BUCKET-SUB)   TO AD-GL-ACCOUNT
007700     MOVE AB-LOAN-COUNT (WS-BUCKET-SUB)   TO AD-LOAN-COUNT
007710     MOVE AB-AMOUNT (WS-BUCKET-SUB)       TO AD-ACCRUED
007720     MOVE AB-REVERSED (WS-BUCKET-SUB)     TO AD-REVERSED
007730     WRITE ACCR-RPT-REC FROM ACCR-DETAIL-LINE
007740     IF AB-AMOUNT (WS-BUCKET-SUB) = ZERO
007750         GO TO 9100-EXIT
007760     END-IF
007770     MOVE AB-AMOUNT (WS-BUCKET-SUB) TO WS-ENTRY-AMOUNT
007780     MOVE AB-PRODUCT-CODE (WS-BUCKET-SUB) TO WS-EXT-PRODUCT
007790     MOVE AB-GL-ACCOUNT (WS-BUCKET-SUB) TO WS-EXT-GL-ACCOUNT
007800     MOVE "D" TO WS-EXT-DR-CR
007810     PERFORM 2900-WRITE-ENTRY THRU 2900-EXIT
007820     MOVE WS-INCOME-ACCOUNT TO WS-EXT-GL-ACCOUNT
007830     MOVE "C" TO WS-EXT-DR-CR
007840     PERFORM 2900-WRITE-ENTRY THRU 2900-EXIT.
007850 9100-EXIT.
007860     EXIT.
007870
007880******************************************************************
007890** 9200-WRITE-CARRY                                              *
007900** REPLACES THE CARRY FILE WITH THIS MONTH'S ACCRUAL - THE       *
007910** HEADER WITH THE MONTH-END, THEN ONE RECORD PER PRODUCT        *
007920** ACCRUED - FOR NEXT MONTH'S RUN TO REVERSE.                    *
007930******************************************************************
007940 9200-WRITE-CARRY.
007950     OPEN OUTPUT ACCR-CARRY-FILE
007960     IF ACCR-CARRY-STATUS NOT = "00"
007970         DISPLAY "UNABLE TO WRITE ACCRUAL CARRY - STATUS: "
007980             ACCR-CARRY-STATUS
007990         DISPLAY "NEXT MONTH'S REVERSAL MUST BE BOOKED BY HAND"
008000         MOVE 8 TO RETURN-CODE
008010         GO TO 9200-EXIT
008020     END-IF
008030     MOVE SPACES TO ACCR-CARRY-HEADER
008040     MOVE "H" TO AC-RECORD-TYPE
008050     MOVE WS-ACCRUAL-DATE TO AC-MONTH-END-DATE
008060     WRITE ACCR-CARRY-HEADER
008070     PERFORM 9210-WRITE-CARRY-ENTRY THRU 9210-EXIT
008080         VARYING WS-BUCKET-SUB FROM 1 BY 1
008090         UNTIL WS-BUCKET-SUB > WS-BUCKET-MAX
008100     CLOSE ACCR-CARRY-FILE.
008110 9200-EXIT.
008120     EXIT.
008130
008140******************************************************************
008150** 9210-WRITE-CARRY-ENTRY                                        *
008160** WRITES ONE PRODUCT'S ACCRUAL TO THE CARRY FILE.               *
008170******************************************************************
008180 9210-WRITE-CARRY-ENTRY.
008190     IF AB-AMOUNT (WS-BUCKET-SUB) = ZERO
008200         GO TO 9210-EXIT
008210     END-IF
008220     MOVE "P" TO AC-RECORD-TYPE
008230     MOVE AB-PRODUCT-CODE (WS-BUCKET-SUB) TO AC-PRODUCT-CODE
008240     MOVE AB-GL-ACCOUNT (WS-BUCKET-SUB)   TO AC-GL-ACCOUNT
008250     MOVE WS-INCOME-ACCOUNT               TO AC-INCOME-ACCOUNT
008260     MOVE AB-AMOUNT (WS-BUCKET-SUB)       TO AC-AMOUNT
008270     WRITE ACCR-CARRY-REC.
008280 9210-EXIT.
008290     EXIT.
008300
008310******************************************************************
008320** 9300-WRITE-TOTALS                                             *
008330** WRITES THE REPORT TOTALS AND THE TIE-OUT: THE INTEREST        *
008340** ACCRUED PLUS THE PRIOR ACCRUAL REVERSED MUST EQUAL BOTH THE   *
008350** DEBITS AND THE CREDITS WRITTEN TO THE GL FILE.                *
008360******************************************************************
008370 9300-WRITE-TOTALS.
008380     MOVE SPACES TO ACCR-RPT-REC
008390     WRITE ACCR-RPT-REC
008400     MOVE "INTEREST ACCRUED      : " TO AT-TOTAL-LABEL
008410     MOVE WS-LOANS-ACCRUED TO AT-TOTAL-COUNT
008420     MOVE WS-ACCRUAL-TOTAL TO AT-TOTAL-AMOUNT
008430     WRITE ACCR-RPT-REC FROM ACCR-TOTAL-LINE
008440     MOVE "PRIOR ACCRUAL REVERSED: " TO AT-TOTAL-LABEL
008450     MOVE WS-REVERSAL-COUNT TO AT-TOTAL-COUNT
008460     MOVE WS-REVERSAL-TOTAL TO AT-TOTAL-AMOUNT
008470     WRITE ACCR-RPT-REC FROM ACCR-TOTAL-LINE
008480     MOVE "DEBIT ENTRIES WRITTEN : " TO AT-TOTAL-LABEL
008490     MOVE WS-DEBIT-COUNT TO AT-TOTAL-COUNT
008500     MOVE WS-DEBIT-TOTAL TO AT-TOTAL-AMOUNT
008510     WRITE ACCR-RPT-REC FROM ACCR-TOTAL-LINE
008520     MOVE "CREDIT ENTRIES WRITTEN: " TO AT-TOTAL-LABEL
008530     MOVE WS-CREDIT-COUNT TO AT-TOTAL-COUNT
008540     MOVE WS-CREDIT-TOTAL TO AT-TOTAL-AMOUNT
008550     WRITE ACCR-RPT-REC FROM ACCR-TOTAL-LINE
008560     COMPUTE WS-TIE-TOTAL = WS-ACCRUAL-TOTAL + WS-REVERSAL-TOTAL
008570     IF WS-TIE-TOTAL = WS-DEBIT-TOTAL
008580         AND WS-TIE-TOTAL = WS-CREDIT-TOTAL
008590         MOVE "ACCRUAL TIES TO THE ENTRIES WRITTEN."
008600             TO ACCR-MESSAGE-LINE
008610     ELSE
008620         MOVE "*** ACCRUAL DOES NOT TIE TO THE ENTRIES WRITTEN"
008630             TO ACCR-MESSAGE-LINE
008640         MOVE 8 TO RETURN-CODE
008650     END-IF
008660     WRITE ACCR-RPT-REC FROM ACCR-MESSAGE-LINE
008670     IF WS-LOANS-LEFT-OFF > ZERO
008680         MOVE "LOANS LEFT OFF        : " TO AT-TOTAL-LABEL
008690         MOVE WS-LOANS-LEFT-OFF TO AT-TOTAL-COUNT
008700         MOVE ZERO TO AT-TOTAL-AMOUNT
008710         WRITE ACCR-RPT-REC FROM ACCR-TOTAL-LINE
008720     END-IF.
008730 9300-EXIT.
008740     EXIT.
008750
008760 END PROGRAM LOANACCR.
