000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANCRBR.
000030 AUTHOR. LENDING-SYSTEMS-GROUP.
000040 INSTALLATION. LOAN-ORIGINATION.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-10-15 LSG  ORIGINAL VERSION.  MONTH-END CREDIT BUREAU
000110*                REPORTING.  WRITES THE METRO 2 FILE FOR THE
000120*                BUREAUS - A HEADER, ONE BASE SEGMENT PER LOAN
000130*                REPORTED, AND A TRAILER OF COUNTS BY ACCOUNT
000140*                STATUS.  OPEN LOANS ARE AGED AGAINST THE AS-OF
000150*                DATE FOR THEIR STATUS; LOANS PAID OFF, CHARGED
000160*                OFF OR FULLY RECOVERED ARE REPORTED CLOSED.  THE
000170*                MONTH'S PAYMENTS COME FROM THE PAYMENT HISTORY.
000180*                A LOAN THAT FAILS AN EDIT IS LEFT OFF THE FILE
000190*                AND LISTED ON THE EDIT REPORT TO BE FIXED.
000193*2026-10-15 LSG  REPORT A LOAN PAID OFF BY A REFINANCE CLOSED IN
000196*                THE MONTH OF ITS PAYOFF, WITH SPECIAL COMMENT AT.
000200*-----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-370.
000250 OBJECT-COMPUTER. IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CRB-PARM-FILE ASSIGN TO "CRBPARM"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS CRB-PARM-STATUS.
000310     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS LM-LOAN-NUMBER
000350         FILE STATUS IS LOAN-MASTER-STATUS.
000360     SELECT BORROWER-MASTER-FILE ASSIGN TO "BORMSTR"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS BM-BORROWER-ID
000400         FILE STATUS IS BORROWER-MASTER-STATUS.
000410     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS PAY-HISTORY-STATUS.
000440     SELECT CRB-FILE ASSIGN TO "CRBFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS CRB-FILE-STATUS.
000470     SELECT CRB-RPT-FILE ASSIGN TO "CRBRPT"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS CRB-RPT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  CRB-PARM-FILE.
000540 01  CRB-PARM-REC.
000550     05  CP-AS-OF-DATE       PIC 9(8).
000560     05  CP-IDENT-NUMBER     PIC X(20).
000570     05  CP-INNOVIS-ID       PIC X(10).
000580     05  CP-EQUIFAX-ID       PIC X(10).
000590     05  CP-EXPERIAN-ID      PIC X(5).
000600     05  CP-TRANSUNION-ID    PIC X(10).
000610     05  CP-PROGRAM-DATE     PIC 9(8).
000620     05  CP-REPORTER-NAME    PIC X(40).
000630     05  CP-REPORTER-ADDRESS PIC X(96).
000640     05  CP-REPORTER-PHONE   PIC 9(10).
000650     05  CP-ACCOUNT-TYPE     PIC X(2).
000660 FD  LOAN-MASTER-FILE.
000670     COPY "LOANREC.CPY".
000680 FD  BORROWER-MASTER-FILE.
000690     COPY "BORREC.CPY".
000700 FD  PAY-HISTORY-FILE.
000710     COPY "PAYHREC.CPY".
000720 FD  CRB-FILE.
000730     COPY "CRBREC.CPY".
000740 FD  CRB-RPT-FILE.
000750 01  CRB-RPT-REC             PIC X(100).
000760
000770 WORKING-STORAGE SECTION.
000780**************************************************
000790** SWITCHES AND WORK AREAS                        *
000800**************************************************
000810 01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000820     88  WS-END-OF-FILE               VALUE 'Y'.
000830 01  WS-HIST-EOF-SWITCH      PIC X(01) VALUE 'N'.
000840     88  WS-HIST-EOF                  VALUE 'Y'.
000850 01  WS-ABORT-SWITCH         PIC X(01) VALUE 'N'.
000860     88  WS-RUN-ABORTED               VALUE 'Y'.
000870 01  WS-SKIP-SWITCH          PIC X(01) VALUE 'N'.
000880     88  WS-SKIP-LOAN                 VALUE 'Y'.
000890 01  WS-REJECT-SWITCH        PIC X(01) VALUE 'N'.
000900     88  WS-LOAN-REJECTED             VALUE 'Y'.
000910 01  WS-OPEN-SWITCH          PIC X(01) VALUE 'N'.
000920     88  WS-LOAN-OPEN                 VALUE 'Y'.
000930 01  CRB-PARM-STATUS         PIC X(2) VALUE SPACES.
000940 01  LOAN-MASTER-STATUS      PIC X(2) VALUE SPACES.
000950 01  BORROWER-MASTER-STATUS  PIC X(2) VALUE SPACES.
000960 01  PAY-HISTORY-STATUS      PIC X(2) VALUE SPACES.
000970 01  CRB-FILE-STATUS         PIC X(2) VALUE SPACES.
000980 01  CRB-RPT-STATUS          PIC X(2) VALUE SPACES.
000990     COPY "BDAYPARM.CPY".
001000 01  WS-AS-OF-DATE           PIC 9(8) VALUE ZERO.
001010 01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
001020     05  WS-AS-OF-YYYY       PIC 9(4).
001030     05  WS-AS-OF-MM         PIC 9(2).
001040     05  WS-AS-OF-DD         PIC 9(2).
001050 01  WS-AS-OF-MONTH REDEFINES WS-AS-OF-DATE.
001060     05  WS-AS-OF-YYYYMM     PIC 9(6).
001070     05  FILLER              PIC 9(2).
001080 01  WS-AS-OF-SERIAL         PIC S9(9) COMP VALUE ZERO.
001090 01  WS-DUE-SERIAL           PIC S9(9) COMP VALUE ZERO.
001100 01  WS-DAYS-PAST-DUE        PIC S9(5) COMP VALUE ZERO.
001110 01  WS-MONTHS-DUE           PIC S9(5) COMP VALUE ZERO.
001120 01  WS-TODAY                PIC 9(8) VALUE ZERO.
001130 01  WS-TIME-WORK            PIC 9(8) VALUE ZERO.
001140 01  WS-ACCOUNT-TYPE         PIC X(2) VALUE SPACES.
001150 01  WS-PROGRAM-DATE         PIC 9(8) VALUE ZERO.
001160 01  WS-CHECK-DATE           PIC 9(8) VALUE ZERO.
001170 01  WS-CHECK-DATE-PARTS REDEFINES WS-CHECK-DATE.
001180     05  WS-CHECK-YYYYMM     PIC 9(6).
001190     05  FILLER              PIC 9(2).
001200 01  WS-LAST-PAID-DATE       PIC 9(8) VALUE ZERO.
001210 01  WS-CURRENT-BALANCE      PIC 9(11)V99 VALUE ZERO.
001220 01  WS-PAST-DUE-AMT         PIC 9(11)V99 VALUE ZERO.
001230 01  WS-ACTUAL-PMT           PIC 9(11)V99 VALUE ZERO.
001240 01  WS-ACCOUNT-STATUS       PIC X(2) VALUE SPACES.
001250 01  WS-EDIT-TEXT            PIC X(40) VALUE SPACES.
001260 01  WS-DATE-WORK            PIC 9(8) VALUE ZERO.
001270 01  WS-DATE-WORK-SPLIT REDEFINES WS-DATE-WORK.
001280     05  WS-DW-YYYY          PIC 9(4).
001290     05  WS-DW-MM            PIC 9(2).
001300     05  WS-DW-DD            PIC 9(2).
001310 01  WS-MDY-DATE             PIC 9(8) VALUE ZERO.
001320 01  WS-MDY-DATE-SPLIT REDEFINES WS-MDY-DATE.
001330     05  WS-MDY-MM           PIC 9(2).
001340     05  WS-MDY-DD           PIC 9(2).
001350     05  WS-MDY-YYYY         PIC 9(4).
001360 01  WS-SERIAL-DAYS          PIC S9(9) COMP VALUE ZERO.
001370 01  WS-LEAP-WORK            PIC 9(4) VALUE ZERO.
001380 01  WS-LEAP-QUOT            PIC 9(4) VALUE ZERO.
001390 01  WS-LEAP-REM             PIC 9(4) VALUE ZERO.
001400 01  MONTH-START-VALUES.
001410     05  FILLER  PIC X(18) VALUE "000031059090120151".
001420     05  FILLER  PIC X(18) VALUE "181212243273304334".
001430 01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
001440     05  MS-DAYS OCCURS 12 TIMES PIC 9(3).
001450**************************************************
001460** NAME AND ADDRESS SPLITTING.  A FIELD IS BROKEN *
001470** INTO UP TO EIGHT WORDS AT THE SPACES; WORDS    *
001480** ARE JOINED BACK WITH SINGLE SPACES.            *
001490**************************************************
001500 01  WS-SPLIT-TEXT           PIC X(30) VALUE SPACES.
001510 01  WS-SPLIT-WORK           PIC X(30) VALUE SPACES.
001520 01  WS-LEADING-SPACES       PIC S9(4) COMP VALUE ZERO.
001530 01  WS-WORD-TABLE.
001540     05  WS-WORD OCCURS 8 TIMES PIC X(30).
001550 01  WS-WORD-COUNT           PIC S9(4) COMP VALUE ZERO.
001560 01  WS-WORD-SUB             PIC S9(4) COMP VALUE ZERO.
001570 01  WS-JOIN-LAST            PIC S9(4) COMP VALUE ZERO.
001580 01  WS-JOIN-PTR             PIC S9(4) COMP VALUE ZERO.
001590 01  WS-JOIN-TEXT            PIC X(30) VALUE SPACES.
001600 01  WS-COMMA-COUNT          PIC S9(4) COMP VALUE ZERO.
001610 01  WS-NAME-LAST-PART       PIC X(30) VALUE SPACES.
001620 01  WS-NAME-GIVEN-PART      PIC X(30) VALUE SPACES.
001630 01  WS-SURNAME              PIC X(25) VALUE SPACES.
001640 01  WS-FIRST-NAME           PIC X(20) VALUE SPACES.
001650 01  WS-MIDDLE-NAME          PIC X(20) VALUE SPACES.
001660 01  WS-GENERATION-CODE      PIC X(01) VALUE SPACES.
001670 01  WS-CITY                 PIC X(20) VALUE SPACES.
001680 01  WS-STATE                PIC X(2) VALUE SPACES.
001690 01  WS-ZIP-WORK             PIC X(30) VALUE SPACES.
001700 01  WS-ZIP                  PIC X(9) VALUE SPACES.
001710**************************************************
001720** THE MONTH'S PAYMENT ACTIVITY BY LOAN, LOADED   *
001730** FROM THE PAYMENT HISTORY: THE NET PAID IN THE  *
001740** AS-OF MONTH, THE LAST DAY ANYTHING POSTED IN   *
001750** IT, AND THE LAST RECOVERY DATE OF ANY MONTH.   *
001760**************************************************
001770 01  ACTIVITY-TABLE.
001780     05  AT-ENTRY OCCURS 2000 TIMES.
001790         10  AT-LOAN-NUMBER  PIC 9(6).
001800         10  AT-MONTH-PAID   PIC S9(9)V99.
001810         10  AT-LAST-POSTED  PIC 9(8).
001820         10  AT-LAST-RECOVERY PIC 9(8).
001830 01  WS-ACTIVITY-MAX         PIC S9(4) COMP VALUE ZERO.
001840 01  WS-ACTIVITY-SUB         PIC S9(4) COMP VALUE ZERO.
001850 01  WS-ACTIVITY-HIT-SWITCH  PIC X(01) VALUE 'N'.
001860     88  WS-ACTIVITY-FOUND            VALUE 'Y'.
001870 01  WS-ACTIVITY-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
001880     88  WS-ACTIVITY-OVERFLOWED       VALUE 'Y'.
001890 01  WS-SEEK-LOAN            PIC 9(6) VALUE ZERO.
001900**************************************************
001910** ACCOUNT STATUS CODES REPORTED, WITH THE COUNT  *
001920** AND BALANCE REPORTED UNDER EACH                *
001930**************************************************
001940 01  STATUS-CODE-VALUES.
001950     05  FILLER  PIC X(24) VALUE "11CURRENT               ".
001960     05  FILLER  PIC X(24) VALUE "7130-59 DAYS PAST DUE   ".
001970     05  FILLER  PIC X(24) VALUE "7860-89 DAYS PAST DUE   ".
001980     05  FILLER  PIC X(24) VALUE "8090-119 DAYS PAST DUE  ".
001990     05  FILLER  PIC X(24) VALUE "82120-149 DAYS PAST DUE ".
002000     05  FILLER  PIC X(24) VALUE "83150-179 DAYS PAST DUE ".
002010     05  FILLER  PIC X(24) VALUE "84180+ DAYS PAST DUE    ".
002020     05  FILLER  PIC X(24) VALUE "13PAID IN FULL          ".
002030     05  FILLER  PIC X(24) VALUE "97CHARGED OFF           ".
002040     05  FILLER  PIC X(24) VALUE "64CHARGE-OFF RECOVERED  ".
002050 01  STATUS-CODE-TABLE REDEFINES STATUS-CODE-VALUES.
002060     05  SC-ENTRY OCCURS 10 TIMES.
002070         10  SC-CODE         PIC X(2).
002080         10  SC-LABEL        PIC X(22).
002090 01  STATUS-TOTAL-TABLE.
002100     05  ST-ENTRY OCCURS 10 TIMES.
002110         10  ST-COUNT        PIC 9(6).
002120         10  ST-BALANCE      PIC 9(11)V99.
002130 01  WS-STATUS-SUB           PIC S9(4) COMP VALUE ZERO.
002140 01  WS-STATUS-HIT-SWITCH    PIC X(01) VALUE 'N'.
002150     88  WS-STATUS-FOUND              VALUE 'Y'.
002160**************************************************
002170** COUNTERS                                       *
002180**************************************************
002190 01  WS-LOANS-READ           PIC 9(6) VALUE ZERO.
002200 01  WS-BASE-COUNT           PIC 9(9) VALUE ZERO.
002210 01  WS-PHONE-COUNT          PIC 9(9) VALUE ZERO.
002220 01  WS-REJECTED             PIC 9(6) VALUE ZERO.
002230 01  WS-EDIT-LINES           PIC 9(6) VALUE ZERO.
002240 01  WS-NOT-YET-OPEN         PIC 9(6) VALUE ZERO.
002250 01  WS-CLOSED-EARLIER       PIC 9(6) VALUE ZERO.
002260 01  WS-OTHER-STATUS         PIC 9(6) VALUE ZERO.
002270 01  WS-HIST-READ            PIC 9(8) VALUE ZERO.
002280 01  WS-TOTAL-BALANCE        PIC 9(11)V99 VALUE ZERO.
002290**************************************************
002300** REPORT LINES                                   *
002310**************************************************
002320 01  CRB-HEADING-LINE.
002330     05  FILLER              PIC X(38)
002340         VALUE "CREDIT BUREAU REPORTING - EDIT REPORT ".
002350     05  FILLER              PIC X(10) VALUE "AS OF:    ".
002360     05  RH-AS-OF-DATE       PIC 9(8).
002370 01  CRB-COLUMN-LINE.
002380     05  FILLER              PIC X(9)  VALUE "LOAN NO  ".
002390     05  FILLER              PIC X(9)  VALUE "BORROWER ".
002400     05  FILLER              PIC X(32) VALUE "NAME".
002410     05  FILLER              PIC X(40)
002420         VALUE "NOT REPORTED BECAUSE".
002430 01  CRB-EDIT-LINE.
002440     05  RE-LOAN-NUMBER      PIC 9(6).
002450     05  FILLER              PIC X(3)  VALUE SPACES.
002460     05  RE-BORROWER-ID      PIC 9(6).
002470     05  FILLER              PIC X(3)  VALUE SPACES.
002480     05  RE-NAME             PIC X(30).
002490     05  FILLER              PIC X(2)  VALUE SPACES.
002500     05  RE-TEXT             PIC X(40).
002510 01  CRB-TOTAL-LINE.
002520     05  RT-TOTAL-LABEL      PIC X(30).
002530     05  RT-TOTAL-COUNT      PIC ZZZ,ZZ9.
002540     05  FILLER              PIC X(4)  VALUE SPACES.
002550     05  RT-TOTAL-AMOUNT     PIC $$,$$$,$$$,$$9.99.
002560 01  CRB-MESSAGE-LINE        PIC X(100).
002570
002580******************************************************************
002590** 0000-MAINLINE                                                 *
002600** DRIVES THE RUN: INITIALIZE, LOAD THE MONTH'S PAYMENT          *
002610** ACTIVITY AND WRITE THE HEADER, REPORT EVERY LOAN ON THE       *
002620** MASTER, THEN WRITE THE TRAILER AND THE REPORT TOTALS.         *
002630******************************************************************
002640 PROCEDURE DIVISION.
002650 0000-MAINLINE.
002660     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002670     PERFORM 2000-PROCESS-LOAN THRU 2000-EXIT
002680         UNTIL WS-END-OF-FILE
002690     PERFORM 9000-TERMINATE THRU 9000-EXIT
002700     GOBACK.
002710
002720******************************************************************
002730** 1000-INITIALIZE                                               *
002740** LOADS THE PARAMETERS - A ZERO AS-OF DATE DEFAULTS TO THE      *
002750** BUSINESS DATE, A BLANK ACCOUNT TYPE TO 01 (UNSECURED          *
002760** INSTALLMENT) AND A ZERO PROGRAM DATE TO TODAY.  THE BUREAUS   *
002770** CANNOT TAKE A FILE WITHOUT THE REPORTER'S IDENTIFICATION      *
002780** NUMBER, ITS NAME AND AT LEAST ONE BUREAU PROGRAM ID, SO       *
002790** WITHOUT THEM THE RUN IS REFUSED.  NO PAYMENT HISTORY YET      *
002800** MEANS NO PAYMENTS TO REPORT, NOT A FAILURE.                   *
002810******************************************************************
002820 1000-INITIALIZE.
002830     OPEN INPUT CRB-PARM-FILE
002840     IF CRB-PARM-STATUS NOT = "00"
002850         DISPLAY "UNABLE TO OPEN CRB-PARM-FILE - STATUS: "
002860             CRB-PARM-STATUS
002870         SET WS-RUN-ABORTED TO TRUE
002880         SET WS-END-OF-FILE TO TRUE
002890         MOVE 8 TO RETURN-CODE
002900         GO TO 1000-EXIT
002910     END-IF
002920     MOVE SPACES TO CRB-PARM-REC
002930     READ CRB-PARM-FILE
002940         AT END CONTINUE
002950     END-READ
002960     CLOSE CRB-PARM-FILE
002970     IF CP-AS-OF-DATE IS NUMERIC
002980         MOVE CP-AS-OF-DATE TO WS-AS-OF-DATE
002990     END-IF
003000     IF WS-AS-OF-DATE = ZERO
003010         SET BDY-GET-DATES TO TRUE
003020         CALL "LOANBDAY" USING BDAY-PARMS
003030         END-CALL
003040         MOVE BDY-DATE TO WS-AS-OF-DATE
003050     END-IF
003060     ACCEPT WS-TODAY FROM DATE YYYYMMDD
003070     ACCEPT WS-TIME-WORK FROM TIME
003080     IF CP-PROGRAM-DATE IS NUMERIC
003090         MOVE CP-PROGRAM-DATE TO WS-PROGRAM-DATE
003100     END-IF
003110     IF WS-PROGRAM-DATE = ZERO
003120         MOVE WS-TODAY TO WS-PROGRAM-DATE
003130     END-IF
003140     MOVE CP-ACCOUNT-TYPE TO WS-ACCOUNT-TYPE
003150     IF WS-ACCOUNT-TYPE = SPACES
003160         MOVE "01" TO WS-ACCOUNT-TYPE
003170     END-IF
003180     IF CP-IDENT-NUMBER = SPACES
003190         OR CP-REPORTER-NAME = SPACES
003200         OR (CP-INNOVIS-ID = SPACES AND CP-EQUIFAX-ID = SPACES
003210             AND CP-EXPERIAN-ID = SPACES
003220             AND CP-TRANSUNION-ID = SPACES)
003230         DISPLAY "CRBPARM LACKS THE REPORTER ID, NAME OR BUREAU"
003240             " PROGRAM IDS - RUN REFUSED"
003250         SET WS-RUN-ABORTED TO TRUE
003260         SET WS-END-OF-FILE TO TRUE
003270         MOVE 8 TO RETURN-CODE
003280         GO TO 1000-EXIT
003290     END-IF
003300     MOVE WS-AS-OF-DATE TO WS-DATE-WORK
003310     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT
003320     MOVE WS-SERIAL-DAYS TO WS-AS-OF-SERIAL
003330     INITIALIZE STATUS-TOTAL-TABLE
003340     OPEN INPUT LOAN-MASTER-FILE
003350     IF LOAN-MASTER-STATUS NOT = "00"
003360         DISPLAY "UNABLE TO OPEN LOAN-MASTER-FILE - STATUS: "
003370             LOAN-MASTER-STATUS
003380         SET WS-RUN-ABORTED TO TRUE
003390         SET WS-END-OF-FILE TO TRUE
003400         MOVE 8 TO RETURN-CODE
003410         GO TO 1000-EXIT
003420     END-IF
003430     OPEN INPUT BORROWER-MASTER-FILE
003440     IF BORROWER-MASTER-STATUS NOT = "00"
003450         DISPLAY "UNABLE TO OPEN BORROWER-MASTER-FILE - STATUS: "
003460             BORROWER-MASTER-STATUS
003470         CLOSE LOAN-MASTER-FILE
003480         SET WS-RUN-ABORTED TO TRUE
003490         SET WS-END-OF-FILE TO TRUE
003500         MOVE 8 TO RETURN-CODE
003510         GO TO 1000-EXIT
003520     END-IF
003530     OPEN INPUT PAY-HISTORY-FILE
003540     IF PAY-HISTORY-STATUS = "00"
003550         PERFORM 1100-READ-HISTORY THRU 1100-EXIT
003560         PERFORM 1200-LOAD-ACTIVITY THRU 1200-EXIT
003570             UNTIL WS-HIST-EOF
003580         CLOSE PAY-HISTORY-FILE
003590     ELSE
003600         DISPLAY "NO PAYMENT HISTORY ON FILE - STATUS: "
003610             PAY-HISTORY-STATUS
003620     END-IF
003630     OPEN OUTPUT CRB-FILE
003640     OPEN OUTPUT CRB-RPT-FILE
003650     MOVE WS-AS-OF-DATE TO RH-AS-OF-DATE
003660     WRITE CRB-RPT-REC FROM CRB-HEADING-LINE
003670     MOVE SPACES TO CRB-RPT-REC
003680     WRITE CRB-RPT-REC
003690     WRITE CRB-RPT-REC FROM CRB-COLUMN-LINE
003700     PERFORM 1400-WRITE-HEADER THRU 1400-EXIT
003710     MOVE ZERO TO LM-LOAN-NUMBER
003720     START LOAN-MASTER-FILE KEY IS NOT LESS THAN LM-LOAN-NUMBER
003730         INVALID KEY
003740             SET WS-END-OF-FILE TO TRUE
003750     END-START
003760     IF NOT WS-END-OF-FILE
003770         PERFORM 2900-READ-LOAN THRU 2900-EXIT
003780     END-IF.
003790 1000-EXIT.
003800     EXIT.
003810
003820******************************************************************
003830** 1100-READ-HISTORY                                             *
003840** READS THE NEXT PAYMENT HISTORY RECORD, SETTING THE HISTORY    *
003850** END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.                *
003860******************************************************************
003870 1100-READ-HISTORY.
003880     READ PAY-HISTORY-FILE
003890         AT END SET WS-HIST-EOF TO TRUE
003900     END-READ.
003910 1100-EXIT.
003920     EXIT.
003930
003940******************************************************************
003950** 1200-LOAD-ACTIVITY                                            *
003960** TAKES ONE HISTORY RECORD INTO THE ACTIVITY TABLE.  A PAYMENT  *
003970** OR A RECOVERY DATED IN THE AS-OF MONTH ADDS TO THE LOAN'S     *
003980** NET PAID, AND A REVERSAL OF EITHER TAKES IT BACK OUT; LATE    *
003990** FEES AND WAIVERS ARE NOT PAYMENTS AND ARE PASSED OVER.  A     *
004000** RECOVERY OF ANY EARLIER MONTH IS KEPT ONLY FOR ITS DATE,      *
004010** WHICH IS THE LAST PAYMENT DATE OF A CHARGED-OFF LOAN.         *
004020** ANYTHING DATED AFTER THE AS-OF DATE BELONGS TO THE NEXT       *
004030** CYCLE.                                                        *
004040******************************************************************
004050 1200-LOAD-ACTIVITY.
004060     ADD 1 TO WS-HIST-READ
004070     IF PH-PAYMENT-DATE > WS-AS-OF-DATE
004080         GO TO 1200-READ-NEXT
004090     END-IF
004100     IF NOT PH-POSTING-REC AND NOT PH-REVERSAL-REC
004110         AND NOT PH-RECOVERY-REC AND NOT PH-RECOVERY-REVERSAL-REC
004120         GO TO 1200-READ-NEXT
004130     END-IF
004140     MOVE PH-PAYMENT-DATE TO WS-CHECK-DATE
004150     IF WS-CHECK-YYYYMM NOT = WS-AS-OF-YYYYMM
004160         AND NOT PH-RECOVERY-REC
004170         GO TO 1200-READ-NEXT
004180     END-IF
004190     MOVE PH-LOAN-NUMBER TO WS-SEEK-LOAN
004200     PERFORM 2750-FIND-ACTIVITY THRU 2750-EXIT
004210     IF NOT WS-ACTIVITY-FOUND
004220         IF WS-ACTIVITY-MAX < 2000
004230             ADD 1 TO WS-ACTIVITY-MAX
004240             MOVE WS-ACTIVITY-MAX TO WS-ACTIVITY-SUB
004250             MOVE PH-LOAN-NUMBER
004260                 TO AT-LOAN-NUMBER (WS-ACTIVITY-SUB)
004270             MOVE ZERO TO AT-MONTH-PAID (WS-ACTIVITY-SUB)
004280             MOVE ZERO TO AT-LAST-POSTED (WS-ACTIVITY-SUB)
004290             MOVE ZERO TO AT-LAST-RECOVERY (WS-ACTIVITY-SUB)
004300         ELSE
004310             MOVE 'Y' TO WS-ACTIVITY-OVERFLOW-SWITCH
004320             GO TO 1200-READ-NEXT
004330         END-IF
004340     END-IF
004350     IF PH-RECOVERY-REC
004360         AND PH-PAYMENT-DATE > AT-LAST-RECOVERY (WS-ACTIVITY-SUB)
004370         MOVE PH-PAYMENT-DATE
004380             TO AT-LAST-RECOVERY (WS-ACTIVITY-SUB)
004390     END-IF
004400     IF WS-CHECK-YYYYMM NOT = WS-AS-OF-YYYYMM
004410         GO TO 1200-READ-NEXT
004420     END-IF
004430     IF PH-POSTING-REC OR PH-RECOVERY-REC
004440         ADD PH-PAYMENT-AMOUNT TO AT-MONTH-PAID (WS-ACTIVITY-SUB)
004450     ELSE
004460         SUBTRACT PH-PAYMENT-AMOUNT
004470             FROM AT-MONTH-PAID (WS-ACTIVITY-SUB)
004480     END-IF
004490     IF PH-POST-DATE > AT-LAST-POSTED (WS-ACTIVITY-SUB)
004500         MOVE PH-POST-DATE TO AT-LAST-POSTED (WS-ACTIVITY-SUB)
004510     END-IF.
004520 1200-READ-NEXT.
004530     PERFORM 1100-READ-HISTORY THRU 1100-EXIT.
004540 1200-EXIT.
004550     EXIT.
004560
004570******************************************************************
004580** 1400-WRITE-HEADER                                             *
004590** WRITES THE HEADER RECORD: THE BUREAU PROGRAM IDS, REPORTER    *
004600** NAME, ADDRESS AND TELEPHONE FROM THE PARAMETERS, THE AS-OF    *
004610** DATE AS THE ACTIVITY DATE, AND TODAY AS THE DATE THE FILE     *
004620** WAS CREATED.                                                  *
004630******************************************************************
004640 1400-WRITE-HEADER.
004650     MOVE SPACES              TO CRB-HEADER-RECORD
004660     MOVE 426                 TO CH-RDW
004670     MOVE "HEADER"            TO CH-RECORD-ID
004680     MOVE CP-INNOVIS-ID       TO CH-INNOVIS-ID
004690     MOVE CP-EQUIFAX-ID       TO CH-EQUIFAX-ID
004700     MOVE CP-EXPERIAN-ID      TO CH-EXPERIAN-ID
004710     MOVE CP-TRANSUNION-ID    TO CH-TRANSUNION-ID
004720     MOVE WS-AS-OF-DATE       TO WS-DATE-WORK
004730     PERFORM 2700-FORMAT-DATE THRU 2700-EXIT
004740     MOVE WS-MDY-DATE         TO CH-ACTIVITY-DATE
004750     MOVE WS-TODAY            TO WS-DATE-WORK
004760     PERFORM 2700-FORMAT-DATE THRU 2700-EXIT
004770     MOVE WS-MDY-DATE         TO CH-DATE-CREATED
004780     MOVE WS-PROGRAM-DATE     TO WS-DATE-WORK
004790     PERFORM 2700-FORMAT-DATE THRU 2700-EXIT
004800     MOVE WS-MDY-DATE         TO CH-PROGRAM-DATE
004810     MOVE WS-MDY-DATE         TO CH-PROGRAM-REVISED
004820     MOVE CP-REPORTER-NAME    TO CH-REPORTER-NAME
004830     MOVE CP-REPORTER-ADDRESS TO CH-REPORTER-ADDRESS
004840     MOVE ZERO                TO CH-REPORTER-PHONE
004850     IF CP-REPORTER-PHONE IS NUMERIC
004860         MOVE CP-REPORTER-PHONE TO CH-REPORTER-PHONE
004870     END-IF
004880     WRITE CRB-HEADER-RECORD.
004890 1400-EXIT.
004900     EXIT.
004910
004920******************************************************************
004930** 2000-PROCESS-LOAN                                             *
004940** TAKES UP ONE LOAN.  A LOAN NOT REPORTED THIS CYCLE IS         *
004950** COUNTED AND PASSED OVER; ONE THAT FAILS AN EDIT IS LISTED ON  *
004960** THE EDIT REPORT AND LEFT OFF THE FILE; THE REST ARE GIVEN     *
004970** THEIR ACCOUNT STATUS AND WRITTEN AS A BASE SEGMENT.           *
004980******************************************************************
004990 2000-PROCESS-LOAN.
005000     ADD 1 TO WS-LOANS-READ
005010     PERFORM 2100-SELECT-LOAN THRU 2100-EXIT
005020     IF WS-SKIP-LOAN
005030         GO TO 2000-READ-NEXT
005040     END-IF
005050     PERFORM 2200-EDIT-LOAN THRU 2200-EXIT
005060     IF WS-LOAN-REJECTED
005070         ADD 1 TO WS-REJECTED
005080         GO TO 2000-READ-NEXT
005090     END-IF
005100     PERFORM 2150-SET-ACCOUNT-STATUS THRU 2150-EXIT
005110     PERFORM 2600-WRITE-BASE-SEGMENT THRU 2600-EXIT.
005120 2000-READ-NEXT.
005130     PERFORM 2900-READ-LOAN THRU 2900-EXIT.
005140 2000-EXIT.
005150     EXIT.
005160
005170******************************************************************
005180** 2100-SELECT-LOAN                                              *
005190** DECIDES WHETHER THE LOAN IS REPORTED THIS CYCLE.  AN ACTIVE   *
005200** OR NON-ACCRUAL LOAN OPENED BY THE AS-OF DATE IS ALWAYS        *
005210** REPORTED.  A LOAN PAID IN FULL, OR PAID OFF BY A REFINANCE,   *
005220** IS REPORTED CLOSED ONLY IN THE MONTH OF ITS LAST PAYMENT,     *
005230** AND A CHARGED-OFF LOAN WHILE A BALANCE REMAINS AND THEN ONCE  *
005240** MORE IN THE MONTH ITS RECOVERIES PAY IT OFF; THE BUREAUS      *
005250** ALREADY HOLD THE CLOSED ONES FROM THEIR EARLIER CYCLES.       *
005260******************************************************************
005270 2100-SELECT-LOAN.
005280     MOVE 'N' TO WS-SKIP-SWITCH
005290     MOVE 'N' TO WS-OPEN-SWITCH
005300     MOVE SPACES TO WS-ACCOUNT-STATUS
005310     IF LM-ENTRY-DATE > WS-AS-OF-DATE
005320         ADD 1 TO WS-NOT-YET-OPEN
005330         SET WS-SKIP-LOAN TO TRUE
005340         GO TO 2100-EXIT
005350     END-IF
005360     MOVE LM-LOAN-NUMBER TO WS-SEEK-LOAN
005370     PERFORM 2750-FIND-ACTIVITY THRU 2750-EXIT
005380     EVALUATE TRUE
005390         WHEN LM-STATUS-ACTIVE
005400         WHEN LM-STATUS-NONACCRUAL
005410             SET WS-LOAN-OPEN TO TRUE
005420         WHEN LM-STATUS-PAID
005422         WHEN LM-STATUS-REFINANCED
005430             MOVE LM-LAST-PAYMENT-DATE TO WS-CHECK-DATE
005440             IF WS-CHECK-YYYYMM = WS-AS-OF-YYYYMM
005450                 MOVE "13" TO WS-ACCOUNT-STATUS
005460             ELSE
005470                 ADD 1 TO WS-CLOSED-EARLIER
005480                 SET WS-SKIP-LOAN TO TRUE
005490             END-IF
005500         WHEN LM-STATUS-CHARGED-OFF
005510             IF LM-CHARGE-OFF-AMT > LM-RECOVERY-AMT
005520                 MOVE "97" TO WS-ACCOUNT-STATUS
005530             ELSE
005540                 MOVE ZERO TO WS-CHECK-DATE
005550                 IF WS-ACTIVITY-FOUND
005560                     MOVE AT-LAST-RECOVERY (WS-ACTIVITY-SUB)
005570                         TO WS-CHECK-DATE
005580                 END-IF
005590                 IF WS-CHECK-YYYYMM = WS-AS-OF-YYYYMM
005600                     MOVE "64" TO WS-ACCOUNT-STATUS
005610                 ELSE
005620                     ADD 1 TO WS-CLOSED-EARLIER
005630                     SET WS-SKIP-LOAN TO TRUE
005640                 END-IF
005650             END-IF
005660         WHEN OTHER
005670             ADD 1 TO WS-OTHER-STATUS
005680             SET WS-SKIP-LOAN TO TRUE
005690     END-EVALUATE.
005700 2100-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740** 2150-SET-ACCOUNT-STATUS                                       *
005750** AGES AN OPEN LOAN THE WAY THE DELINQUENCY AGING REPORT DOES   *
005760** - DAYS FROM ITS NEXT DUE DATE TO THE AS-OF DATE - AND GIVES   *
005770** IT THE MATCHING STATUS: UNDER 30 DAYS IS CURRENT (11), THEN   *
005780** 71, 78, 80, 82 AND 83 FOR EACH FURTHER 30 DAYS, AND 84 AT     *
005790** 180 DAYS OR MORE.  THE AMOUNT PAST DUE IS THE INSTALLMENTS    *
005800** FALLEN DUE AND UNPAID BY THE AS-OF DATE PLUS ANY UNPAID LATE  *
005810** CHARGES, NEVER MORE THAN THE BALANCE.                         *
005820******************************************************************
005830 2150-SET-ACCOUNT-STATUS.
005840     MOVE ZERO TO WS-DAYS-PAST-DUE
005850     MOVE ZERO TO WS-PAST-DUE-AMT
005860     IF NOT WS-LOAN-OPEN
005870         GO TO 2150-EXIT
005880     END-IF
005890     COMPUTE WS-CURRENT-BALANCE = LM-OUTSTANDING-BAL
005900         + LM-FEE-BALANCE
005910     IF LM-NEXT-DUE-DATE < WS-AS-OF-DATE
005920         MOVE LM-NEXT-DUE-DATE TO WS-DATE-WORK
005930         PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT
005940         MOVE WS-SERIAL-DAYS TO WS-DUE-SERIAL
005950         COMPUTE WS-DAYS-PAST-DUE = WS-AS-OF-SERIAL
005960             - WS-DUE-SERIAL
005970         COMPUTE WS-MONTHS-DUE = (WS-AS-OF-YYYY - WS-DW-YYYY) * 12
005980             + WS-AS-OF-MM - WS-DW-MM
005990         IF WS-AS-OF-DD NOT < WS-DW-DD
006000             ADD 1 TO WS-MONTHS-DUE
006010         END-IF
006020         COMPUTE WS-PAST-DUE-AMT = WS-MONTHS-DUE
006030             * LM-PAYMENT-AMOUNT + LM-FEE-BALANCE
006040         IF WS-PAST-DUE-AMT > WS-CURRENT-BALANCE
006050             MOVE WS-CURRENT-BALANCE TO WS-PAST-DUE-AMT
006060         END-IF
006070     END-IF
006080     EVALUATE TRUE
006090         WHEN WS-DAYS-PAST-DUE < 30
006100             MOVE "11" TO WS-ACCOUNT-STATUS
006110         WHEN WS-DAYS-PAST-DUE < 60
006120             MOVE "71" TO WS-ACCOUNT-STATUS
006130         WHEN WS-DAYS-PAST-DUE < 90
006140             MOVE "78" TO WS-ACCOUNT-STATUS
006150         WHEN WS-DAYS-PAST-DUE < 120
006160             MOVE "80" TO WS-ACCOUNT-STATUS
006170         WHEN WS-DAYS-PAST-DUE < 150
006180             MOVE "82" TO WS-ACCOUNT-STATUS
006190         WHEN WS-DAYS-PAST-DUE < 180
006200             MOVE "83" TO WS-ACCOUNT-STATUS
006210         WHEN OTHER
006220             MOVE "84" TO WS-ACCOUNT-STATUS
006230     END-EVALUATE.
006240 2150-EXIT.
006250     EXIT.
006260
006270******************************************************************
006280** 2200-EDIT-LOAN                                                *
006290** EDITS THE LOAN AND ITS BORROWER AGAINST WHAT THE BUREAUS      *
006300** REQUIRE.  EVERY EDIT THAT FAILS IS LISTED, SO ONE PASS        *
006310** THROUGH THE REPORT FIXES THE LOAN.  THE BORROWER MUST BE ON   *
006320** FILE WITH A FIRST AND LAST NAME, A STREET ADDRESS, AND A      *
006330** CITY, STATE AND ZIP CODE THAT CAN BE TOLD APART; THE LOAN     *
006340** MUST HAVE AN OPENING DATE, AND AN OPEN LOAN A NEXT DUE DATE   *
006350** AND, WHILE IT OWES ANYTHING, A PAYMENT AMOUNT.                *
006360******************************************************************
006370 2200-EDIT-LOAN.
006380     MOVE 'N' TO WS-REJECT-SWITCH
006390     IF LM-ENTRY-DATE = ZERO
006400         MOVE "DATE OPENED (ENTRY DATE) MISSING" TO WS-EDIT-TEXT
006410         PERFORM 2800-WRITE-EDIT-LINE THRU 2800-EXIT
006420     END-IF
006430     IF WS-LOAN-OPEN AND LM-NEXT-DUE-DATE = ZERO
006440         MOVE "NO NEXT DUE DATE - CANNOT BE AGED" TO WS-EDIT-TEXT
006450         PERFORM 2800-WRITE-EDIT-LINE THRU 2800-EXIT
006460     END-IF
006470     IF WS-LOAN-OPEN AND LM-PAYMENT-AMOUNT = ZERO
006480         AND LM-OUTSTANDING-BAL > ZERO
006490         MOVE "NO SCHEDULED PAYMENT AMOUNT" TO WS-EDIT-TEXT
006500         PERFORM 2800-WRITE-EDIT-LINE THRU 2800-EXIT
006510     END-IF
006520     MOVE LM-BORROWER-ID TO BM-BORROWER-ID
006530     READ BORROWER-MASTER-FILE
006540         INVALID KEY
006550             MOVE SPACES TO BM-NAME
006560             MOVE "BORROWER NOT ON FILE" TO WS-EDIT-TEXT
006570             PERFORM 2800-WRITE-EDIT-LINE THRU 2800-EXIT
006580             GO TO 2200-EXIT
006590     END-READ
006600     PERFORM 2300-SPLIT-NAME THRU 2300-EXIT
006610     IF WS-SURNAME = SPACES OR WS-FIRST-NAME = SPACES
006620         MOVE "NAME LACKS A FIRST OR LAST NAME" TO WS-EDIT-TEXT
006630         PERFORM 2800-WRITE-EDIT-LINE THRU 2800-EXIT
006640     END-IF
006650     IF BM-ADDRESS = SPACES
006660         MOVE "STREET ADDRESS MISSING" TO WS-EDIT-TEXT
006670         PERFORM 2800-WRITE-EDIT-LINE THRU 2800-EXIT
006680     END-IF
006690     PERFORM 2400-SPLIT-CITY-ST-ZIP THRU 2400-EXIT.
006700 2200-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740** 2300-SPLIT-NAME                                               *
006750** SPLITS THE BORROWER NAME INTO SURNAME, FIRST AND MIDDLE       *
006760** NAME.  A NAME WITH A COMMA IS TAKEN AS SURNAME, FIRST         *
006770** MIDDLE; OTHERWISE THE FIRST WORD IS THE FIRST NAME, THE LAST  *
006780** WORD THE SURNAME, AND A WORD BETWEEN THEM THE MIDDLE NAME.    *
006790** A TRAILING JR, SR, II, III OR IV ON THE SURNAME IS REPORTED   *
006800** AS THE GENERATION CODE.                                       *
006810******************************************************************
006820 2300-SPLIT-NAME.
006830     MOVE SPACES TO WS-SURNAME WS-FIRST-NAME WS-MIDDLE-NAME
006840     MOVE SPACES TO WS-GENERATION-CODE
006850     MOVE ZERO TO WS-COMMA-COUNT
006860     INSPECT BM-NAME TALLYING WS-COMMA-COUNT FOR ALL ","
006870     IF WS-COMMA-COUNT = ZERO
006880         MOVE BM-NAME TO WS-SPLIT-TEXT
006890         PERFORM 2350-SPLIT-WORDS THRU 2350-EXIT
006900         PERFORM 2340-CHECK-GENERATION THRU 2340-EXIT
006910         IF WS-WORD-COUNT > 1
006920             MOVE WS-WORD (1) TO WS-FIRST-NAME
006930             MOVE WS-WORD (WS-WORD-COUNT) TO WS-SURNAME
006940         END-IF
006950         IF WS-WORD-COUNT > 2
006960             MOVE WS-WORD (2) TO WS-MIDDLE-NAME
006970         END-IF
006980         GO TO 2300-EXIT
006990     END-IF
007000     MOVE SPACES TO WS-NAME-LAST-PART WS-NAME-GIVEN-PART
007010     UNSTRING BM-NAME DELIMITED BY ","
007020         INTO WS-NAME-LAST-PART WS-NAME-GIVEN-PART
007030     END-UNSTRING
007040     MOVE WS-NAME-GIVEN-PART TO WS-SPLIT-TEXT
007050     PERFORM 2350-SPLIT-WORDS THRU 2350-EXIT
007060     MOVE WS-WORD (1) TO WS-FIRST-NAME
007070     MOVE WS-WORD (2) TO WS-MIDDLE-NAME
007080     MOVE WS-NAME-LAST-PART TO WS-SPLIT-TEXT
007090     PERFORM 2350-SPLIT-WORDS THRU 2350-EXIT
007100     PERFORM 2340-CHECK-GENERATION THRU 2340-EXIT
007110     MOVE WS-WORD-COUNT TO WS-JOIN-LAST
007120     PERFORM 2360-JOIN-WORDS THRU 2360-EXIT
007130     MOVE WS-JOIN-TEXT TO WS-SURNAME.
007140 2300-EXIT.
007150     EXIT.
007160
007170******************************************************************
007180** 2340-CHECK-GENERATION                                         *
007190** TAKES A GENERATION SUFFIX OFF THE END OF THE WORDS JUST       *
007200** SPLIT AND SETS THE GENERATION CODE FROM IT.                   *
007210******************************************************************
007220 2340-CHECK-GENERATION.
007230     IF WS-WORD-COUNT < 2
007240         GO TO 2340-EXIT
007250     END-IF
007260     EVALUATE WS-WORD (WS-WORD-COUNT)
007270         WHEN "JR"
007280         WHEN "JR."
007290             MOVE "J" TO WS-GENERATION-CODE
007300         WHEN "SR"
007310         WHEN "SR."
007320             MOVE "S" TO WS-GENERATION-CODE
007330         WHEN "II"
007340             MOVE "2" TO WS-GENERATION-CODE
007350         WHEN "III"
007360             MOVE "3" TO WS-GENERATION-CODE
007370         WHEN "IV"
007380             MOVE "4" TO WS-GENERATION-CODE
007390         WHEN OTHER
007400             GO TO 2340-EXIT
007410     END-EVALUATE
007420     MOVE SPACES TO WS-WORD (WS-WORD-COUNT)
007430     SUBTRACT 1 FROM WS-WORD-COUNT.
007440 2340-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480** 2350-SPLIT-WORDS                                              *
007490** BREAKS THE TEXT IN WS-SPLIT-TEXT INTO WORDS AT THE SPACES,    *
007500** SKIPPING LEADING AND REPEATED SPACES.  WORDS PAST THE EIGHTH  *
007510** ARE DROPPED.                                                  *
007520******************************************************************
007530 2350-SPLIT-WORDS.
007540     MOVE SPACES TO WS-WORD-TABLE
007550     MOVE ZERO TO WS-WORD-COUNT
007560     IF WS-SPLIT-TEXT = SPACES
007570         GO TO 2350-EXIT
007580     END-IF
007590     MOVE ZERO TO WS-LEADING-SPACES
007600     INSPECT WS-SPLIT-TEXT TALLYING WS-LEADING-SPACES
007610         FOR LEADING SPACE
007620     MOVE WS-SPLIT-TEXT (WS-LEADING-SPACES + 1:) TO WS-SPLIT-WORK
007630     UNSTRING WS-SPLIT-WORK DELIMITED BY ALL SPACE
007640         INTO WS-WORD (1) WS-WORD (2) WS-WORD (3) WS-WORD (4)
007650              WS-WORD (5) WS-WORD (6) WS-WORD (7) WS-WORD (8)
007660         TALLYING IN WS-WORD-COUNT
007670     END-UNSTRING
007680     IF WS-WORD-COUNT > ZERO
007690         AND WS-WORD (WS-WORD-COUNT) = SPACES
007700         SUBTRACT 1 FROM WS-WORD-COUNT
007710     END-IF.
007720 2350-EXIT.
007730     EXIT.
007740
007750******************************************************************
007760** 2360-JOIN-WORDS                                               *
007770** JOINS WORDS 1 THROUGH WS-JOIN-LAST BACK INTO WS-JOIN-TEXT     *
007780** WITH A SINGLE SPACE BETWEEN THEM.                             *
007790******************************************************************
007800 2360-JOIN-WORDS.
007810     MOVE SPACES TO WS-JOIN-TEXT
007820     MOVE 1 TO WS-JOIN-PTR
007830     MOVE 1 TO WS-WORD-SUB
007840     PERFORM 2370-JOIN-ONE-WORD THRU 2370-EXIT
007850         UNTIL WS-WORD-SUB > WS-JOIN-LAST.
007860 2360-EXIT.
007870     EXIT.
007880
007890 2370-JOIN-ONE-WORD.
007900     IF WS-JOIN-PTR > 1
007910         STRING " " DELIMITED BY SIZE
007920             INTO WS-JOIN-TEXT WITH POINTER WS-JOIN-PTR
007930         END-STRING
007940     END-IF
007950     STRING WS-WORD (WS-WORD-SUB) DELIMITED BY SPACE
007960         INTO WS-JOIN-TEXT WITH POINTER WS-JOIN-PTR
007970     END-STRING
007980     ADD 1 TO WS-WORD-SUB.
007990 2370-EXIT.
008000     EXIT.
008010
008020******************************************************************
008030** 2400-SPLIT-CITY-ST-ZIP                                        *
008040** SPLITS THE CITY/STATE/ZIP LINE, WITH OR WITHOUT COMMAS: THE   *
008050** LAST WORD IS THE ZIP CODE (FIVE DIGITS, NINE DIGITS, OR FIVE  *
008060** AND FOUR WITH A HYPHEN), THE WORD BEFORE IT THE TWO-LETTER    *
008070** STATE, AND ALL THAT COMES BEFORE THAT THE CITY.               *
008080******************************************************************
008090 2400-SPLIT-CITY-ST-ZIP.
008100     MOVE SPACES TO WS-CITY WS-STATE WS-ZIP
008110     MOVE BM-CITY-ST-ZIP TO WS-SPLIT-TEXT
008120     INSPECT WS-SPLIT-TEXT REPLACING ALL "," BY SPACE
008130     PERFORM 2350-SPLIT-WORDS THRU 2350-EXIT
008140     IF WS-WORD-COUNT < 3
008150         MOVE "CITY, STATE OR ZIP CODE MISSING" TO WS-EDIT-TEXT
008160         PERFORM 2800-WRITE-EDIT-LINE THRU 2800-EXIT
008170         GO TO 2400-EXIT
008180     END-IF
008190     MOVE WS-WORD (WS-WORD-COUNT) TO WS-ZIP-WORK
008200     EVALUATE TRUE
008210         WHEN WS-ZIP-WORK (1:5) IS NUMERIC
008220             AND WS-ZIP-WORK (6:) = SPACES
008230             MOVE WS-ZIP-WORK (1:5) TO WS-ZIP
008240         WHEN WS-ZIP-WORK (1:9) IS NUMERIC
008250             AND WS-ZIP-WORK (10:) = SPACES
008260             MOVE WS-ZIP-WORK (1:9) TO WS-ZIP
008270         WHEN WS-ZIP-WORK (1:5) IS NUMERIC
008280             AND WS-ZIP-WORK (6:1) = "-"
008290             AND WS-ZIP-WORK (7:4) IS NUMERIC
008300             AND WS-ZIP-WORK (11:) = SPACES
008310             MOVE WS-ZIP-WORK (1:5) TO WS-ZIP (1:5)
008320             MOVE WS-ZIP-WORK (7:4) TO WS-ZIP (6:4)
008330         WHEN OTHER
008340             MOVE "ZIP CODE NOT VALID" TO WS-EDIT-TEXT
008350             PERFORM 2800-WRITE-EDIT-LINE THRU 2800-EXIT
008360     END-EVALUATE
008370     MOVE WS-WORD (WS-WORD-COUNT - 1) TO WS-ZIP-WORK
008380     IF WS-ZIP-WORK (1:2) IS ALPHABETIC
008390         AND WS-ZIP-WORK (1:1) NOT = SPACE
008400         AND WS-ZIP-WORK (2:1) NOT = SPACE
008410         AND WS-ZIP-WORK (3:) = SPACES
008420         MOVE WS-ZIP-WORK (1:2) TO WS-STATE
008430     ELSE
008440         MOVE "STATE NOT A TWO-LETTER CODE" TO WS-EDIT-TEXT
008450         PERFORM 2800-WRITE-EDIT-LINE THRU 2800-EXIT
008460     END-IF
008470     COMPUTE WS-JOIN-LAST = WS-WORD-COUNT - 2
008480     PERFORM 2360-JOIN-WORDS THRU 2360-EXIT
008490     MOVE WS-JOIN-TEXT TO WS-CITY.
008500 2400-EXIT.
008510     EXIT.
008520
008530******************************************************************
008540** 2500-DATE-TO-DAYS                                             *
008550** CONVERTS THE YYYYMMDD DATE IN WS-DATE-WORK TO A SERIAL DAY    *
008560** COUNT IN WS-SERIAL-DAYS SO TWO DATES CAN BE SUBTRACTED.       *
008570******************************************************************
008580 2500-DATE-TO-DAYS.
008590     COMPUTE WS-SERIAL-DAYS = WS-DW-YYYY * 365
008600     COMPUTE WS-LEAP-WORK = WS-DW-YYYY - 1
008610     DIVIDE WS-LEAP-WORK BY 4 GIVING WS-LEAP-QUOT
008620     ADD WS-LEAP-QUOT TO WS-SERIAL-DAYS
008630     DIVIDE WS-LEAP-WORK BY 100 GIVING WS-LEAP-QUOT
008640     SUBTRACT WS-LEAP-QUOT FROM WS-SERIAL-DAYS
008650     DIVIDE WS-LEAP-WORK BY 400 GIVING WS-LEAP-QUOT
008660     ADD WS-LEAP-QUOT TO WS-SERIAL-DAYS
008670     ADD MS-DAYS (WS-DW-MM) TO WS-SERIAL-DAYS
008680     ADD WS-DW-DD TO WS-SERIAL-DAYS
008690     IF WS-DW-MM > 2
008700         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-WORK
008710             REMAINDER WS-LEAP-REM
008720         IF WS-LEAP-REM = ZERO
008730             ADD 1 TO WS-SERIAL-DAYS
008740             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-WORK
008750                 REMAINDER WS-LEAP-REM
008760             IF WS-LEAP-REM = ZERO
008770                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-WORK
008780                     REMAINDER WS-LEAP-REM
008790                 IF WS-LEAP-REM NOT = ZERO
008800                     SUBTRACT 1 FROM WS-SERIAL-DAYS
008810                 END-IF
008820             END-IF
008830         END-IF
008840     END-IF.
008850 2500-EXIT.
008860     EXIT.
008870
008880******************************************************************
008890** 2600-WRITE-BASE-SEGMENT                                       *
008900** WRITES THE BASE SEGMENT FOR THE LOAN.  AMOUNTS ARE ROUNDED    *
008910** TO WHOLE DOLLARS.  AN OPEN LOAN REPORTS ITS PRINCIPAL AND     *
008920** UNPAID LATE CHARGES AS THE BALANCE; A PAID LOAN REPORTS       *
008930** NOTHING OWED AND THE DATE OF ITS LAST PAYMENT AS THE DATE     *
008939** CLOSED, WITH THE SPECIAL COMMENT FOR A REFINANCE WHEN A NEW   *
008948** LOAN PAID IT OFF; A CHARGED-OFF LOAN REPORTS THE AMOUNT       *
008957** WRITTEN OFF, WHAT REMAINS OF IT AFTER RECOVERIES, AND THE     *
008966** CHARGE-OFF DATE AS BOTH THE DATE CLOSED AND (WHEN NO DUE      *
008975** DATE SURVIVES) THE DATE OF FIRST DELINQUENCY.  THE SEGMENT    *
008984** IS STAMPED WITH THE LAST DAY ANYTHING POSTED TO THE LOAN IN   *
008993** THE MONTH, OR THE AS-OF DATE WHEN NOTHING DID.  NO            *
009002** MONTH-BY-MONTH HISTORY IS KEPT, SO THE PAYMENT HISTORY        *
009011** PROFILE IS REPORTED AS NO HISTORY AVAILABLE.                  *
009020******************************************************************
009030 2600-WRITE-BASE-SEGMENT.
009040     MOVE SPACES              TO CRB-BASE-SEGMENT
009050     MOVE 426                 TO CB-RDW
009060     MOVE "1"                 TO CB-PROCESSING-IND
009070     MOVE WS-AS-OF-DATE       TO WS-DATE-WORK
009080     MOVE ZERO                TO WS-ACTUAL-PMT
009090     MOVE LM-LAST-PAYMENT-DATE TO WS-LAST-PAID-DATE
009100     IF WS-ACTIVITY-FOUND
009110         IF AT-LAST-POSTED (WS-ACTIVITY-SUB) > ZERO
009120             MOVE AT-LAST-POSTED (WS-ACTIVITY-SUB) TO WS-DATE-WORK
009130         END-IF
009140         IF AT-MONTH-PAID (WS-ACTIVITY-SUB) > ZERO
009150             MOVE AT-MONTH-PAID (WS-ACTIVITY-SUB) TO WS-ACTUAL-PMT
009160         END-IF
009170         IF AT-LAST-RECOVERY (WS-ACTIVITY-SUB) > WS-LAST-PAID-DATE
009180             MOVE AT-LAST-RECOVERY (WS-ACTIVITY-SUB)
009190                 TO WS-LAST-PAID-DATE
009200         END-IF
009210     END-IF
009220     PERFORM 2700-FORMAT-DATE THRU 2700-EXIT
009230     MOVE WS-MDY-DATE         TO CB-TS-DATE
009240     MOVE ZERO                TO CB-TS-TIME
009250     MOVE CP-IDENT-NUMBER     TO CB-IDENT-NUMBER
009260     MOVE LM-LOAN-NUMBER      TO CB-ACCOUNT-NUMBER
009270     MOVE "I"                 TO CB-PORTFOLIO-TYPE
009280     MOVE WS-ACCOUNT-TYPE     TO CB-ACCOUNT-TYPE
009290     MOVE LM-ENTRY-DATE       TO WS-DATE-WORK
009300     PERFORM 2700-FORMAT-DATE THRU 2700-EXIT
009310     MOVE WS-MDY-DATE         TO CB-DATE-OPENED
009320     MOVE ZERO                TO CB-CREDIT-LIMIT
009330     MOVE LM-LOAN-AMOUNT      TO CB-ORIGINAL-AMOUNT
009340     COMPUTE CB-TERMS-DURATION = LM-LOAN-YEARS * 12
009350     MOVE "M"                 TO CB-TERMS-FREQUENCY
009360     MOVE ZERO                TO CB-SCHEDULED-PMT
009370     IF WS-LOAN-OPEN
009380         COMPUTE CB-SCHEDULED-PMT ROUNDED = LM-PAYMENT-AMOUNT
009390     END-IF
009400     COMPUTE CB-ACTUAL-PMT ROUNDED = WS-ACTUAL-PMT
009410     MOVE WS-ACCOUNT-STATUS   TO CB-ACCOUNT-STATUS
009420     MOVE ALL "B"             TO CB-PAYMENT-HISTORY
009430     MOVE ZERO                TO CB-CHARGE-OFF-AMT
009440     MOVE ZERO                TO CB-FIRST-DELQ-DATE
009450     MOVE ZERO                TO CB-DATE-CLOSED
009460     EVALUATE TRUE
009470         WHEN CB-STATUS-PAID
009480             MOVE "0"         TO CB-PAYMENT-RATING
009490             MOVE ZERO        TO WS-CURRENT-BALANCE
009500             MOVE LM-LAST-PAYMENT-DATE TO WS-DATE-WORK
009510             PERFORM 2700-FORMAT-DATE THRU 2700-EXIT
009520             MOVE WS-MDY-DATE TO CB-DATE-CLOSED
009522             IF LM-STATUS-REFINANCED
009524                 SET CB-COMMENT-REFINANCED TO TRUE
009526             END-IF
009530         WHEN CB-STATUS-CHARGED-OFF
009540         WHEN CB-STATUS-RECOVERED
009550             IF CB-STATUS-RECOVERED
009560                 MOVE "L"     TO CB-PAYMENT-RATING
009570                 MOVE ZERO    TO WS-CURRENT-BALANCE
009580             ELSE
009590                 COMPUTE WS-CURRENT-BALANCE = LM-CHARGE-OFF-AMT
009600                     - LM-RECOVERY-AMT
009610             END-IF
009620             COMPUTE CB-CHARGE-OFF-AMT ROUNDED = LM-CHARGE-OFF-AMT
009630             MOVE LM-CHARGE-OFF-DATE TO WS-DATE-WORK
009640             PERFORM 2700-FORMAT-DATE THRU 2700-EXIT
009650             MOVE WS-MDY-DATE TO CB-DATE-CLOSED
009660             IF LM-NEXT-DUE-DATE > ZERO
009670                 MOVE LM-NEXT-DUE-DATE TO WS-DATE-WORK
009680                 PERFORM 2700-FORMAT-DATE THRU 2700-EXIT
009690             END-IF
009700             MOVE WS-MDY-DATE TO CB-FIRST-DELQ-DATE
009710             MOVE WS-CURRENT-BALANCE TO WS-PAST-DUE-AMT
009720         WHEN NOT CB-STATUS-CURRENT
009730             MOVE LM-NEXT-DUE-DATE TO WS-DATE-WORK
009740             PERFORM 2700-FORMAT-DATE THRU 2700-EXIT
009750             MOVE WS-MDY-DATE TO CB-FIRST-DELQ-DATE
009760     END-EVALUATE
009770     COMPUTE CB-CURRENT-BALANCE ROUNDED = WS-CURRENT-BALANCE
009780     COMPUTE CB-AMOUNT-PAST-DUE ROUNDED = WS-PAST-DUE-AMT
009790     MOVE WS-AS-OF-DATE       TO WS-DATE-WORK
009800     PERFORM 2700-FORMAT-DATE THRU 2700-EXIT
009810     MOVE WS-MDY-DATE         TO CB-ACCT-INFO-DATE
009820     MOVE WS-LAST-PAID-DATE   TO WS-DATE-WORK
009830     PERFORM 2700-FORMAT-DATE THRU 2700-EXIT
009840     MOVE WS-MDY-DATE         TO CB-LAST-PMT-DATE
009850     MOVE WS-SURNAME          TO CB-SURNAME
009860     MOVE WS-FIRST-NAME       TO CB-FIRST-NAME
009870     MOVE WS-MIDDLE-NAME      TO CB-MIDDLE-NAME
009880     MOVE WS-GENERATION-CODE  TO CB-GENERATION-CODE
009890     MOVE ZERO                TO CB-SSN
009900     MOVE ZERO                TO CB-BIRTH-DATE
009910     MOVE ZERO                TO CB-PHONE
009920     IF BM-PHONE IS NUMERIC
009930         MOVE BM-PHONE        TO CB-PHONE
009940         ADD 1 TO WS-PHONE-COUNT
009950     END-IF
009960     MOVE "1"                 TO CB-ECOA-CODE
009970     MOVE "US"                TO CB-COUNTRY-CODE
009980     MOVE BM-ADDRESS          TO CB-ADDRESS-1
009990     MOVE WS-CITY             TO CB-CITY
010000     MOVE WS-STATE            TO CB-STATE
010010     MOVE WS-ZIP              TO CB-ZIP
010020     WRITE CRB-BASE-SEGMENT
010030     ADD 1 TO WS-BASE-COUNT
010040     PERFORM 2650-COUNT-STATUS THRU 2650-EXIT.
010050 2600-EXIT.
010060     EXIT.
010070
010080******************************************************************
010090** 2650-COUNT-STATUS                                             *
010100** ADDS THE SEGMENT JUST WRITTEN TO THE COUNT AND BALANCE FOR    *
010110** ITS ACCOUNT STATUS.                                           *
010120******************************************************************
010130 2650-COUNT-STATUS.
010140     MOVE 'N' TO WS-STATUS-HIT-SWITCH
010150     MOVE 1 TO WS-STATUS-SUB
010160     PERFORM 2660-SCAN-STATUS-TABLE THRU 2660-EXIT
010170         UNTIL WS-STATUS-FOUND
010180             OR WS-STATUS-SUB > 10
010190     IF WS-STATUS-FOUND
010200         ADD 1 TO ST-COUNT (WS-STATUS-SUB)
010210         ADD WS-CURRENT-BALANCE TO ST-BALANCE (WS-STATUS-SUB)
010220     END-IF
010230     ADD WS-CURRENT-BALANCE TO WS-TOTAL-BALANCE.
010240 2650-EXIT.
010250     EXIT.
010260
010270 2660-SCAN-STATUS-TABLE.
010280     IF SC-CODE (WS-STATUS-SUB) = WS-ACCOUNT-STATUS
010290         MOVE 'Y' TO WS-STATUS-HIT-SWITCH
010300     ELSE
010310         ADD 1 TO WS-STATUS-SUB
010320     END-IF.
010330 2660-EXIT.
010340     EXIT.
010350
010360******************************************************************
010370** 2700-FORMAT-DATE                                              *
010380** TURNS THE YYYYMMDD DATE IN WS-DATE-WORK INTO THE MMDDYYYY     *
010390** FORM THE BUREAUS TAKE, IN WS-MDY-DATE.  A ZERO DATE STAYS     *
010400** ZERO.                                                         *
010410******************************************************************
010420 2700-FORMAT-DATE.
010430     MOVE ZERO TO WS-MDY-DATE
010440     IF WS-DATE-WORK NOT = ZERO
010450         MOVE WS-DW-MM   TO WS-MDY-MM
010460         MOVE WS-DW-DD   TO WS-MDY-DD
010470         MOVE WS-DW-YYYY TO WS-MDY-YYYY
010480     END-IF.
010490 2700-EXIT.
010500     EXIT.
010510
010520******************************************************************
010530** 2750-FIND-ACTIVITY                                            *
010540** LOOKS UP THE LOAN IN WS-SEEK-LOAN IN THE ACTIVITY TABLE,      *
010550** LEAVING WS-ACTIVITY-SUB ON ITS SLOT WHEN IT IS FOUND.         *
010560******************************************************************
010570 2750-FIND-ACTIVITY.
010580     MOVE 'N' TO WS-ACTIVITY-HIT-SWITCH
010590     MOVE 1 TO WS-ACTIVITY-SUB
010600     PERFORM 2760-SCAN-ACTIVITY-TABLE THRU 2760-EXIT
010610         UNTIL WS-ACTIVITY-FOUND
010620             OR WS-ACTIVITY-SUB > WS-ACTIVITY-MAX.
010630 2750-EXIT.
010640     EXIT.
010650
010660 2760-SCAN-ACTIVITY-TABLE.
010670     IF AT-LOAN-NUMBER (WS-ACTIVITY-SUB) = WS-SEEK-LOAN
010680         MOVE 'Y' TO WS-ACTIVITY-HIT-SWITCH
010690     ELSE
010700         ADD 1 TO WS-ACTIVITY-SUB
010710     END-IF.
010720 2760-EXIT.
010730     EXIT.
010740
010750******************************************************************
010760** 2800-WRITE-EDIT-LINE                                          *
010770** LISTS ONE FAILED EDIT FOR THE CURRENT LOAN AND MARKS THE      *
010780** LOAN TO BE LEFT OFF THE FILE.                                 *
010790******************************************************************
010800 2800-WRITE-EDIT-LINE.
010810     SET WS-LOAN-REJECTED TO TRUE
010820     ADD 1 TO WS-EDIT-LINES
010830     MOVE LM-LOAN-NUMBER TO RE-LOAN-NUMBER
010840     MOVE LM-BORROWER-ID TO RE-BORROWER-ID
010850     MOVE BM-NAME        TO RE-NAME
010860     MOVE WS-EDIT-TEXT   TO RE-TEXT
010870     WRITE CRB-RPT-REC FROM CRB-EDIT-LINE.
010880 2800-EXIT.
010890     EXIT.
010900
010910******************************************************************
010920** 2900-READ-LOAN                                                *
010930** READS THE NEXT LOAN IN LOAN NUMBER ORDER, SETTING THE         *
010940** END-OF-FILE SWITCH WHEN THE MASTER IS EXHAUSTED.              *
010950******************************************************************
010960 2900-READ-LOAN.
010970     READ LOAN-MASTER-FILE NEXT RECORD
010980         AT END SET WS-END-OF-FILE TO TRUE
010990     END-READ.
011000 2900-EXIT.
011010     EXIT.
011020
011030******************************************************************
011040** 9000-TERMINATE                                                *
011050** WRITES THE TRAILER AND THE REPORT TOTALS AND CLOSES THE       *
011060** FILES.  A RUN REFUSED AT INITIALIZATION WRITES NOTHING AND    *
011070** ENDS RC=8.  LOANS LEFT OFF THE FILE FOR FAILED EDITS, OR      *
011080** PAYMENT ACTIVITY THAT DID NOT FIT THE TABLE, END THE RUN      *
011090** RC=4 SO THE FILE IS LOOKED AT BEFORE IT IS SENT.              *
011100******************************************************************
011110 9000-TERMINATE.
011120     IF WS-RUN-ABORTED
011130         DISPLAY "CREDIT BUREAU REPORTING ABORTED - NO FILE"
011140             " WRITTEN"
011150         GO TO 9000-EXIT
011160     END-IF
011170     PERFORM 9100-WRITE-TRAILER THRU 9100-EXIT
011180     PERFORM 9300-WRITE-TOTALS THRU 9300-EXIT
011190     CLOSE LOAN-MASTER-FILE
011200     CLOSE BORROWER-MASTER-FILE
011210     CLOSE CRB-FILE
011220     CLOSE CRB-RPT-FILE
011230     DISPLAY "CREDIT BUREAU REPORTING COMPLETE.  AS OF: "
011240         WS-AS-OF-DATE
011250     DISPLAY "LOANS READ . . . . . : " WS-LOANS-READ
011260     DISPLAY "BASE SEGMENTS. . . . : " WS-BASE-COUNT
011270     DISPLAY "FAILED EDITS . . . . : " WS-REJECTED
011280     DISPLAY "NOT REPORTED . . . . : "
011290         WS-NOT-YET-OPEN " OPENED LATER, "
011300         WS-CLOSED-EARLIER " CLOSED EARLIER, "
011310         WS-OTHER-STATUS " OTHER STATUS"
011320     IF WS-REJECTED > ZERO OR WS-ACTIVITY-OVERFLOWED
011330         IF RETURN-CODE < 4
011340             MOVE 4 TO RETURN-CODE
011350         END-IF
011360     END-IF.
011370 9000-EXIT.
011380     EXIT.
011390
011400******************************************************************
011410** 9100-WRITE-TRAILER                                            *
011420** WRITES THE TRAILER RECORD: THE BASE SEGMENT COUNT, THE COUNT  *
011430** UNDER EACH ACCOUNT STATUS REPORTED, AND THE COUNT OF          *
011440** SEGMENTS CARRYING A TELEPHONE NUMBER.  NO SOCIAL SECURITY     *
011450** NUMBERS OR DATES OF BIRTH ARE REPORTED, SO THOSE COUNTS AND   *
011460** EVERY STATUS NOT USED ARE ZERO.                               *
011470******************************************************************
011480 9100-WRITE-TRAILER.
011490     MOVE ZERO           TO CRB-TRAILER-RECORD
011500     MOVE 426            TO CT-RDW
011510     MOVE "TRAILER"      TO CT-RECORD-ID
011520     MOVE SPACES         TO CT-RESERVED-1
011530     MOVE SPACES         TO CT-RESERVED-2
011540     MOVE WS-BASE-COUNT  TO CT-TOTAL-BASE
011550     MOVE ST-COUNT (1)   TO CT-STATUS-11
011560     MOVE ST-COUNT (2)   TO CT-STATUS-71
011570     MOVE ST-COUNT (3)   TO CT-STATUS-78
011580     MOVE ST-COUNT (4)   TO CT-STATUS-80
011590     MOVE ST-COUNT (5)   TO CT-STATUS-82
011600     MOVE ST-COUNT (6)   TO CT-STATUS-83
011610     MOVE ST-COUNT (7)   TO CT-STATUS-84
011620     MOVE ST-COUNT (8)   TO CT-STATUS-13
011630     MOVE ST-COUNT (9)   TO CT-STATUS-97
011640     MOVE ST-COUNT (10)  TO CT-STATUS-64
011650     MOVE WS-PHONE-COUNT TO CT-TOTAL-PHONE
011660     WRITE CRB-TRAILER-RECORD.
011670 9100-EXIT.
011680     EXIT.
011690
011700******************************************************************
011710** 9300-WRITE-TOTALS                                             *
011720** WRITES THE REPORT TOTALS - THE SEGMENTS AND BALANCE REPORTED  *
011730** UNDER EACH ACCOUNT STATUS, WHICH TIE TO THE TRAILER, THEN     *
011740** THE LOANS LEFT OFF THE FILE FOR FAILED EDITS AND THOSE NOT    *
011750** DUE TO BE REPORTED.                                           *
011760******************************************************************
011770 9300-WRITE-TOTALS.
011780     IF WS-EDIT-LINES = ZERO
011790         MOVE "NO LOANS FAILED THE EDITS." TO CRB-MESSAGE-LINE
011800         WRITE CRB-RPT-REC FROM CRB-MESSAGE-LINE
011810     END-IF
011820     MOVE SPACES TO CRB-RPT-REC
011830     WRITE CRB-RPT-REC
011840     MOVE "BASE SEGMENTS BY ACCOUNT STATUS" TO CRB-MESSAGE-LINE
011850     WRITE CRB-RPT-REC FROM CRB-MESSAGE-LINE
011860     MOVE 1 TO WS-STATUS-SUB
011870     PERFORM 9310-WRITE-STATUS-LINE THRU 9310-EXIT
011880         UNTIL WS-STATUS-SUB > 10
011890     MOVE "TOTAL BASE SEGMENTS         : " TO RT-TOTAL-LABEL
011900     MOVE WS-BASE-COUNT TO RT-TOTAL-COUNT
011910     MOVE WS-TOTAL-BALANCE TO RT-TOTAL-AMOUNT
011920     WRITE CRB-RPT-REC FROM CRB-TOTAL-LINE
011930     MOVE SPACES TO CRB-RPT-REC
011940     WRITE CRB-RPT-REC
011950     MOVE ZERO TO RT-TOTAL-AMOUNT
011960     MOVE "LOANS READ                  : " TO RT-TOTAL-LABEL
011970     MOVE WS-LOANS-READ TO RT-TOTAL-COUNT
011980     WRITE CRB-RPT-REC FROM CRB-TOTAL-LINE
011990     MOVE "FAILED EDITS - NOT REPORTED : " TO RT-TOTAL-LABEL
012000     MOVE WS-REJECTED TO RT-TOTAL-COUNT
012010     WRITE CRB-RPT-REC FROM CRB-TOTAL-LINE
012020     MOVE "OPENED AFTER THE AS-OF DATE : " TO RT-TOTAL-LABEL
012030     MOVE WS-NOT-YET-OPEN TO RT-TOTAL-COUNT
012040     WRITE CRB-RPT-REC FROM CRB-TOTAL-LINE
012050     MOVE "CLOSED IN AN EARLIER CYCLE  : " TO RT-TOTAL-LABEL
012060     MOVE WS-CLOSED-EARLIER TO RT-TOTAL-COUNT
012070     WRITE CRB-RPT-REC FROM CRB-TOTAL-LINE
012080     MOVE "UNRECOGNIZED LOAN STATUS    : " TO RT-TOTAL-LABEL
012090     MOVE WS-OTHER-STATUS TO RT-TOTAL-COUNT
012100     WRITE CRB-RPT-REC FROM CRB-TOTAL-LINE
012110     IF WS-ACTIVITY-OVERFLOWED
012120         MOVE "*** MORE THAN 2000 LOANS WITH PAYMENT ACTIVITY -"
012130             TO CRB-MESSAGE-LINE
012140         WRITE CRB-RPT-REC FROM CRB-MESSAGE-LINE
012150         MOVE "*** SOME ACTUAL PAYMENT AMOUNTS ARE UNDERSTATED"
012160             TO CRB-MESSAGE-LINE
012170         WRITE CRB-RPT-REC FROM CRB-MESSAGE-LINE
012180     END-IF.
012190 9300-EXIT.
012200     EXIT.
012210
012220 9310-WRITE-STATUS-LINE.
012230     MOVE SPACES TO RT-TOTAL-LABEL
012240     STRING SC-CODE (WS-STATUS-SUB) " " SC-LABEL (WS-STATUS-SUB)
012250         DELIMITED BY SIZE INTO RT-TOTAL-LABEL
012260     END-STRING
012270     MOVE ":" TO RT-TOTAL-LABEL (29:1)
012280     MOVE ST-COUNT (WS-STATUS-SUB) TO RT-TOTAL-COUNT
012290     MOVE ST-BALANCE (WS-STATUS-SUB) TO RT-TOTAL-AMOUNT
012300     WRITE CRB-RPT-REC FROM CRB-TOTAL-LINE
012310     ADD 1 TO WS-STATUS-SUB.
012320 9310-EXIT.
012330     EXIT.
012340
012350 END PROGRAM LOANCRBR.
