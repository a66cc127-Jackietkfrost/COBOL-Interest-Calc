000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANLATE.
000030 AUTHOR. LENDING-SYSTEMS-GROUP.
000040 INSTALLATION. LOAN-ORIGINATION.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-10-15 LSG  ORIGINAL VERSION.  NIGHTLY LATE-CHARGE
000110*                ASSESSMENT.  SWEEPS THE LOAN-MASTER FOR OPEN
000120*                LOANS WHOSE SCHEDULED NEXT-DUE DATE HAS PASSED,
000130*                AND FOR EACH MISSED INSTALLMENT NOW PAST ITS
000140*                PRODUCT'S GRACE PERIOD CHARGES THE PRODUCT'S
000150*                LATE FEE - THE GREATER OF THE FLAT FEE AND THE
000160*                PERCENTAGE OF THE SCHEDULED PAYMENT - ONCE.
000170*                THE FEE IS ADDED TO THE LOAN'S FEE BALANCE,
000180*                WRITTEN TO THE PAYMENT HISTORY AS A TYPE-F
000190*                RECORD, AND LISTED ON THE LATE-CHARGE REPORT.
000192*2026-10-15 LSG  TAKE THE RUN DATE FROM THE BUSINESS-DATE CONTROL
000194*                FILE INSTEAD OF THE SYSTEM CLOCK, SO A RUN THAT
000196*                CROSSES MIDNIGHT OR IS RERUN NEXT MORNING DATES
000198*                ITS WORK THE SAME.
000199*2026-10-15 LSG  STEP FROM ONE MISSED INSTALLMENT TO THE NEXT ON
000200*                THE LOAN'S ENTRY-DATE DAY, MOVED OFF WEEKENDS AND
000201*                HOLIDAYS, AS THE POSTING RUN SETS THE NEXT-DUE
000202*                DATE, SO FEES ARE CHARGED AGAINST THE SAME DATES.
000203*-----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-370.
000250 OBJECT-COMPUTER. IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS LM-LOAN-NUMBER
000320         FILE STATUS IS LOAN-MASTER-STATUS.
000330     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMSTR"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS PR-PRODUCT-CODE
000370         FILE STATUS IS PRODUCT-MASTER-STATUS.
000380     SELECT PAY-HISTORY-FILE ASSIGN TO "PAYHIST"
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS PAY-HISTORY-STATUS.
000410     SELECT LATE-RPT-FILE ASSIGN TO "LATERPT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS LATE-RPT-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  LOAN-MASTER-FILE.
000480     COPY "LOANREC.CPY".
000490 FD  PRODUCT-MASTER-FILE.
000500     COPY "PRODREC.CPY".
000510 FD  PAY-HISTORY-FILE.
000520     COPY "PAYHREC.CPY".
000530 FD  LATE-RPT-FILE.
000540 01  LATE-RPT-REC            PIC X(100).
000550
000560 WORKING-STORAGE SECTION.
000570**************************************************
000580** SWITCHES AND WORK AREAS                        *
000590**************************************************
000600 01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000610     88  WS-END-OF-FILE               VALUE 'Y'.
000620 01  WS-CHARGED-SWITCH       PIC X(01) VALUE 'N'.
000630     88  WS-LOAN-CHARGED              VALUE 'Y'.
000640 01  LOAN-MASTER-STATUS      PIC X(2) VALUE SPACES.
000650 01  PRODUCT-MASTER-STATUS   PIC X(2) VALUE SPACES.
000660 01  PAY-HISTORY-STATUS      PIC X(2) VALUE SPACES.
000670 01  LATE-RPT-STATUS         PIC X(2) VALUE SPACES.
000672     COPY "BDAYPARM.CPY".
000680 01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
000690 01  WS-LOANS-SWEPT          PIC 9(6) VALUE ZERO.
000700 01  WS-LOANS-CHARGED        PIC 9(6) VALUE ZERO.
000710 01  WS-FEES-ASSESSED        PIC 9(6) VALUE ZERO.
000720 01  WS-NO-PRODUCT-COUNT     PIC 9(6) VALUE ZERO.
000730 01  WS-TOTAL-FEES           PIC 9(11)V99 VALUE ZERO.
000740 01  WS-LATE-FEE             PIC 9(7)V99 VALUE ZERO.
000750 01  WS-PERCENT-FEE          PIC 9(7)V99 VALUE ZERO.
000760 01  WS-INSTALLMENT-DATE     PIC 9(8) VALUE ZERO.
000770 01  WS-DAYS-PAST-DUE        PIC S9(9) COMP VALUE ZERO.
000780 01  WS-DATE-WORK            PIC 9(8) VALUE ZERO.
000790 01  WS-DATE-WORK-SPLIT REDEFINES WS-DATE-WORK.
000800     05  WS-DW-YYYY          PIC 9(4).
000810     05  WS-DW-MM            PIC 9(2).
000820     05  WS-DW-DD            PIC 9(2).
000830 01  WS-SERIAL-DAYS          PIC S9(9) COMP VALUE ZERO.
000840 01  WS-RUN-SERIAL           PIC S9(9) COMP VALUE ZERO.
000850 01  WS-DUE-SERIAL           PIC S9(9) COMP VALUE ZERO.
000860 01  WS-LEAP-WORK            PIC 9(4) VALUE ZERO.
000870 01  WS-LEAP-QUOT            PIC 9(4) VALUE ZERO.
000880 01  WS-LEAP-REM             PIC 9(4) VALUE ZERO.
000890 01  WS-MONTH-DAYS           PIC 9(2) VALUE ZERO.
000891 01  WS-DUE-DAY              PIC 9(2) VALUE ZERO.
000892 01  WS-ENTRY-DATE-WORK      PIC 9(8) VALUE ZERO.
000893 01  WS-ENTRY-DATE-SPLIT REDEFINES WS-ENTRY-DATE-WORK.
000894     05  WS-ED-YYYY          PIC 9(4).
000895     05  WS-ED-MM            PIC 9(2).
000896     05  WS-ED-DD            PIC 9(2).
000900 01  MONTH-DAY-VALUES.
000910     05  FILLER  PIC X(12) VALUE "312831303130".
000920     05  FILLER  PIC X(12) VALUE "313130313031".
000930 01  MONTH-DAY-TABLE REDEFINES MONTH-DAY-VALUES.
000940     05  MD-DAYS OCCURS 12 TIMES PIC 9(2).
000950 01  MONTH-START-VALUES.
000960     05  FILLER  PIC X(18) VALUE "000031059090120151".
000970     05  FILLER  PIC X(18) VALUE "181212243273304334".
000980 01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
000990     05  MS-DAYS OCCURS 12 TIMES PIC 9(3).
001000 01  LATE-HEADING-LINE.
001010     05  FILLER              PIC X(29)
001020         VALUE "LATE CHARGE ASSESSMENT       ".
001030     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
001040     05  LH-RUN-DATE         PIC 9(8).
001050 01  LATE-COLUMN-LINE.
001060     05  FILLER              PIC X(8)  VALUE "LOAN NO ".
001070     05  FILLER              PIC X(8)  VALUE "  PROD  ".
001080     05  FILLER              PIC X(10) VALUE " DUE DATE ".
001090     05  FILLER              PIC X(6)  VALUE "  DAYS".
001100     05  FILLER              PIC X(16) VALUE "   SCHED PAYMENT".
001110     05  FILLER              PIC X(16) VALUE "        LATE FEE".
001120     05  FILLER              PIC X(16) VALUE "     FEE BALANCE".
001130 01  LATE-DETAIL-LINE.
001140     05  LD-LOAN-NUMBER      PIC 9(6).
001150     05  FILLER              PIC X(4)  VALUE SPACES.
001160     05  LD-PRODUCT-CODE     PIC X(4).
001170     05  FILLER              PIC X(2)  VALUE SPACES.
001180     05  LD-DUE-DATE         PIC 9(8).
001190     05  FILLER              PIC X(2)  VALUE SPACES.
001200     05  LD-DAYS             PIC ZZZ9.
001210     05  FILLER              PIC X(2)  VALUE SPACES.
001220     05  LD-PAYMENT          PIC $$$,$$$,$$9.99.
001230     05  FILLER              PIC X(2)  VALUE SPACES.
001240     05  LD-LATE-FEE         PIC $$$,$$$,$$9.99.
001250     05  FILLER              PIC X(2)  VALUE SPACES.
001260     05  LD-FEE-BALANCE      PIC $$$,$$$,$$9.99.
001270 01  LATE-REJECT-LINE.
001280     05  LR-LOAN-NUMBER      PIC 9(6).
001290     05  FILLER              PIC X(4)  VALUE SPACES.
001300     05  LR-PRODUCT-CODE     PIC X(4).
001310     05  FILLER              PIC X(2)  VALUE SPACES.
001320     05  LR-MESSAGE          PIC X(50).
001330 01  LATE-TOTAL-LINE.
001340     05  LT-TOTAL-LABEL      PIC X(24).
001350     05  LT-TOTAL-COUNT      PIC ZZZ,ZZ9.
001360     05  FILLER              PIC X(4)  VALUE SPACES.
001370     05  LT-TOTAL-AMOUNT     PIC $$,$$$,$$$,$$9.99.
001380
001390******************************************************************
001400** 0000-MAINLINE                                                 *
001410** DRIVES THE LATE-CHARGE RUN: INITIALIZE, ASSESS EVERY OPEN     *
001420** LOAN ON THE MASTER, THEN TERMINATE AND PRINT THE RUN TOTALS.  *
001430******************************************************************
001440 PROCEDURE DIVISION.
001450 0000-MAINLINE.
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001470     PERFORM 2000-ASSESS-LOAN THRU 2000-EXIT
001480         UNTIL WS-END-OF-FILE
001490     PERFORM 9000-TERMINATE THRU 9000-EXIT
001500     GOBACK.
001510
001520******************************************************************
001530** 1000-INITIALIZE                                               *
001540** CAPTURES THE RUN DATE AND ITS SERIAL DAY, OPENS THE FILES,    *
001550** WRITES THE REPORT HEADING, AND POSITIONS THE MASTER AT ITS    *
001560** FIRST RECORD.  THE HISTORY IS CREATED ON FIRST USE, THE SAME  *
001570** WAY THE POSTING RUN DOES IT.  WITHOUT THE PRODUCT MASTER NO   *
001580** FEE CAN BE PRICED, SO THE RUN STOPS RATHER THAN CHARGE        *
001590** NOTHING AND LOOK CLEAN.                                       *
001600******************************************************************
001610 1000-INITIALIZE.
001614     SET BDY-GET-DATES TO TRUE
001618     CALL "LOANBDAY" USING BDAY-PARMS
001622     END-CALL
001626     MOVE BDY-DATE TO WS-RUN-DATE
001630     MOVE WS-RUN-DATE TO WS-DATE-WORK
001640     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT
001650     MOVE WS-SERIAL-DAYS TO WS-RUN-SERIAL
001660     OPEN OUTPUT LATE-RPT-FILE
001670     MOVE WS-RUN-DATE TO LH-RUN-DATE
001680     WRITE LATE-RPT-REC FROM LATE-HEADING-LINE
001690     WRITE LATE-RPT-REC FROM LATE-COLUMN-LINE
001700     OPEN INPUT PRODUCT-MASTER-FILE
001710     IF PRODUCT-MASTER-STATUS NOT = "00"
001720         DISPLAY "UNABLE TO OPEN PRODUCT-MASTER-FILE - STATUS: "
001730             PRODUCT-MASTER-STATUS
001740         SET WS-END-OF-FILE TO TRUE
001750         MOVE 8 TO RETURN-CODE
001760         GO TO 1000-EXIT
001770     END-IF
001780     OPEN I-O LOAN-MASTER-FILE
001790     IF LOAN-MASTER-STATUS NOT = "00"
001800         DISPLAY "UNABLE TO OPEN LOAN-MASTER-FILE - STATUS: "
001810             LOAN-MASTER-STATUS
001820         SET WS-END-OF-FILE TO TRUE
001830         MOVE 8 TO RETURN-CODE
001840         GO TO 1000-EXIT
001850     END-IF
001860     OPEN EXTEND PAY-HISTORY-FILE
001870     IF PAY-HISTORY-STATUS NOT = "00"
001880         OPEN OUTPUT PAY-HISTORY-FILE
001890     END-IF
001900     MOVE ZERO TO LM-LOAN-NUMBER
001910     START LOAN-MASTER-FILE KEY IS NOT LESS THAN
001920             LM-LOAN-NUMBER
001930         INVALID KEY
001940             SET WS-END-OF-FILE TO TRUE
001950     END-START
001960     IF NOT WS-END-OF-FILE
001970         PERFORM 2100-READ-MASTER THRU 2100-EXIT
001980     END-IF.
001990 1000-EXIT.
002000     EXIT.
002010
002020******************************************************************
002030** 2000-ASSESS-LOAN                                              *
002040** ASSESSES ONE MASTER RECORD.  ONLY AN ACTIVE LOAN STILL        *
002050** CARRYING A BALANCE WHOSE NEXT-DUE DATE IS BEHIND THE RUN      *
002060** DATE CAN OWE A LATE CHARGE; A RECORD WITH A ZERO DUE DATE     *
002070** PREDATES THE SCHEDULED-PAYMENT FIELDS AND IS PASSED OVER, AS  *
002080** THE AGING RUN DOES.  EVERY INSTALLMENT FROM THE NEXT-DUE      *
002090** DATE FORWARD THAT IS NOW PAST THE GRACE PERIOD IS OFFERED     *
002100** FOR A FEE IN TURN, AND THE MASTER IS REWRITTEN ONCE WHEN ANY  *
002110** WERE CHARGED.                                                 *
002120******************************************************************
002130 2000-ASSESS-LOAN.
002140     ADD 1 TO WS-LOANS-SWEPT
002150     IF NOT LM-STATUS-ACTIVE
002160         OR LM-OUTSTANDING-BAL = ZERO
002170         OR LM-NEXT-DUE-DATE = ZERO
002180         OR LM-NEXT-DUE-DATE NOT < WS-RUN-DATE
002190         GO TO 2000-READ-NEXT
002200     END-IF
002210     MOVE LM-PRODUCT-CODE TO PR-PRODUCT-CODE
002220     READ PRODUCT-MASTER-FILE
002230         INVALID KEY
002240             ADD 1 TO WS-NO-PRODUCT-COUNT
002250             MOVE LM-LOAN-NUMBER  TO LR-LOAN-NUMBER
002260             MOVE LM-PRODUCT-CODE TO LR-PRODUCT-CODE
002270             MOVE "NOT CHARGED - PRODUCT NOT ON PRODUCT MASTER"
002280                 TO LR-MESSAGE
002290             WRITE LATE-RPT-REC FROM LATE-REJECT-LINE
002300             GO TO 2000-READ-NEXT
002310     END-READ
002320     MOVE 'N' TO WS-CHARGED-SWITCH
002330     MOVE LM-NEXT-DUE-DATE TO WS-INSTALLMENT-DATE
002340     PERFORM 2150-AGE-INSTALLMENT THRU 2150-EXIT
002350     PERFORM 2200-ASSESS-INSTALLMENT THRU 2200-EXIT
002360         UNTIL WS-DAYS-PAST-DUE NOT > PR-GRACE-DAYS
002370     IF WS-LOAN-CHARGED
002380         REWRITE LOAN-MASTER-RECORD
002390             INVALID KEY
002400                 DISPLAY "UNABLE TO REWRITE LOAN " LM-LOAN-NUMBER
002410                     " - STATUS: " LOAN-MASTER-STATUS
002420                 MOVE 8 TO RETURN-CODE
002430                 GO TO 2000-READ-NEXT
002440         END-REWRITE
002450         ADD 1 TO WS-LOANS-CHARGED
002460     END-IF.
002470 2000-READ-NEXT.
002480     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002490 2000-EXIT.
002500     EXIT.
002510
002520******************************************************************
002530** 2100-READ-MASTER                                              *
002540** READS THE NEXT MASTER RECORD IN LOAN-NUMBER ORDER, SETTING    *
002550** THE END-OF-FILE SWITCH WHEN THE MASTER IS EXHAUSTED.          *
002560******************************************************************
002570 2100-READ-MASTER.
002580     READ LOAN-MASTER-FILE NEXT RECORD
002590         AT END SET WS-END-OF-FILE TO TRUE
002600     END-READ.
002610 2100-EXIT.
002620     EXIT.
002630
002640******************************************************************
002650** 2150-AGE-INSTALLMENT                                          *
002660** FIGURES HOW MANY DAYS PAST DUE THE CURRENT INSTALLMENT DATE   *
002670** IS AS OF THE RUN DATE, BY THE SAME SERIAL-DAY ARITHMETIC THE  *
002680** AGING RUN USES.                                               *
002690******************************************************************
002700 2150-AGE-INSTALLMENT.
002710     MOVE WS-INSTALLMENT-DATE TO WS-DATE-WORK
002720     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT
002730     MOVE WS-SERIAL-DAYS TO WS-DUE-SERIAL
002740     COMPUTE WS-DAYS-PAST-DUE = WS-RUN-SERIAL - WS-DUE-SERIAL.
002750 2150-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790** 2200-ASSESS-INSTALLMENT                                       *
002800** CHARGES THE LATE FEE FOR ONE MISSED INSTALLMENT UNLESS AN     *
002810** EARLIER RUN ALREADY CHARGED IT - AN INSTALLMENT IS CHARGED    *
002820** ONLY WHEN ITS DUE DATE IS LATER THAN THE LAST ONE CHARGED -   *
002830** THEN STEPS TO THE NEXT MONTH'S INSTALLMENT.  A PRODUCT WHOSE  *
002840** FEE WORKS OUT TO ZERO CHARGES NOTHING.                        *
002850******************************************************************
002860 2200-ASSESS-INSTALLMENT.
002870     IF WS-INSTALLMENT-DATE NOT > LM-LAST-FEE-DUE-DATE
002880         GO TO 2200-NEXT-INSTALLMENT
002890     END-IF
002900     COMPUTE WS-PERCENT-FEE ROUNDED =
002910         LM-PAYMENT-AMOUNT * PR-LATE-FEE-PERCENT / 100
002920     IF WS-PERCENT-FEE > PR-LATE-FEE-FLAT
002930         MOVE WS-PERCENT-FEE TO WS-LATE-FEE
002940     ELSE
002950         MOVE PR-LATE-FEE-FLAT TO WS-LATE-FEE
002960     END-IF
002970     IF WS-LATE-FEE = ZERO
002980         GO TO 2200-NEXT-INSTALLMENT
002990     END-IF
003000     ADD WS-LATE-FEE TO LM-FEE-BALANCE
003010     MOVE WS-INSTALLMENT-DATE TO LM-LAST-FEE-DUE-DATE
003020     MOVE 'Y' TO WS-CHARGED-SWITCH
003030     ADD 1 TO WS-FEES-ASSESSED
003040     ADD WS-LATE-FEE TO WS-TOTAL-FEES
003050     PERFORM 2900-WRITE-HISTORY THRU 2900-EXIT
003060     MOVE LM-LOAN-NUMBER      TO LD-LOAN-NUMBER
003070     MOVE LM-PRODUCT-CODE     TO LD-PRODUCT-CODE
003080     MOVE WS-INSTALLMENT-DATE TO LD-DUE-DATE
003090     MOVE WS-DAYS-PAST-DUE    TO LD-DAYS
003100     MOVE LM-PAYMENT-AMOUNT   TO LD-PAYMENT
003110     MOVE WS-LATE-FEE         TO LD-LATE-FEE
003120     MOVE LM-FEE-BALANCE      TO LD-FEE-BALANCE
003130     WRITE LATE-RPT-REC FROM LATE-DETAIL-LINE.
003140 2200-NEXT-INSTALLMENT.
003150     MOVE WS-INSTALLMENT-DATE TO WS-DATE-WORK
003160     PERFORM 2600-ADVANCE-DUE-MONTH THRU 2600-EXIT
003170     MOVE WS-DATE-WORK TO WS-INSTALLMENT-DATE
003180     PERFORM 2150-AGE-INSTALLMENT THRU 2150-EXIT.
003190 2200-EXIT.
003200     EXIT.
003210
003220******************************************************************
003230** 2500-DATE-TO-DAYS                                             *
003240** CONVERTS THE YYYYMMDD DATE IN WS-DATE-WORK TO A SERIAL DAY    *
003250** COUNT, THE SAME WAY THE PAYMENT-POSTING RUN ACCRUES ITS       *
003260** INTEREST DAYS: 365 DAYS PER YEAR PLUS ONE FOR EACH LEAP YEAR  *
003270** FULLY ELAPSED (DIVISIBLE BY FOUR BUT NOT BY 100 UNLESS BY     *
003280** 400), PLUS THE DAYS TO THE START OF THE MONTH - WITH THE      *
003290** LEAP DAY ADDED AFTER FEBRUARY OF A LEAP YEAR - PLUS THE DAY.  *
003300******************************************************************
003310 2500-DATE-TO-DAYS.
003320     COMPUTE WS-SERIAL-DAYS = WS-DW-YYYY * 365
003330     COMPUTE WS-LEAP-WORK = WS-DW-YYYY - 1
003340     DIVIDE WS-LEAP-WORK BY 4 GIVING WS-LEAP-QUOT
003350     ADD WS-LEAP-QUOT TO WS-SERIAL-DAYS
003360     DIVIDE WS-LEAP-WORK BY 100 GIVING WS-LEAP-QUOT
003370     SUBTRACT WS-LEAP-QUOT FROM WS-SERIAL-DAYS
003380     DIVIDE WS-LEAP-WORK BY 400 GIVING WS-LEAP-QUOT
003390     ADD WS-LEAP-QUOT TO WS-SERIAL-DAYS
003400     ADD MS-DAYS (WS-DW-MM) TO WS-SERIAL-DAYS
003410     ADD WS-DW-DD TO WS-SERIAL-DAYS
003420     IF WS-DW-MM > 2
003430         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-WORK
003440             REMAINDER WS-LEAP-REM
003450         IF WS-LEAP-REM = ZERO
003460             ADD 1 TO WS-SERIAL-DAYS
003470             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-WORK
003480                 REMAINDER WS-LEAP-REM
003490             IF WS-LEAP-REM = ZERO
003500                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-WORK
003510                     REMAINDER WS-LEAP-REM
003520                 IF WS-LEAP-REM NOT = ZERO
003530                     SUBTRACT 1 FROM WS-SERIAL-DAYS
003540                 END-IF
003550             END-IF
003560         END-IF
003570     END-IF.
003580 2500-EXIT.
003590     EXIT.
003600
003610******************************************************************
003620** 2600-ADVANCE-DUE-MONTH                                        *
003630** MOVES THE WORK DATE FORWARD ONE CALENDAR MONTH THE SAME WAY   *
003636** THE POSTING RUN ADVANCES THE NEXT-DUE DATE, SO EACH           *
003642** INSTALLMENT WALKED HERE IS THE DATE THE MASTER WOULD CARRY    *
003648** FOR IT: THE DAY IS RESET TO THE LOAN'S DUE DAY, THE YEAR      *
003654** BOUNDARY ROLLED, THE DAY CLAMPED TO THE TARGET MONTH'S        *
003660** LENGTH - FEBRUARY GETS ITS LEAP DAY IN YEARS DIVISIBLE BY     *
003666** FOUR BUT NOT BY 100 UNLESS BY 400 - AND THE RESULT MOVED OFF  *
003672** A WEEKEND OR HOLIDAY ONTO THE NEXT BUSINESS DAY.              *
003680******************************************************************
003690 2600-ADVANCE-DUE-MONTH.
003692     PERFORM 2660-FIND-DUE-DAY THRU 2660-EXIT
003700     IF WS-DW-MM = 12
003710         MOVE 1 TO WS-DW-MM
003720         ADD 1 TO WS-DW-YYYY
003730     ELSE
003740         ADD 1 TO WS-DW-MM
003750     END-IF
003752     MOVE WS-DUE-DAY TO WS-DW-DD
003760     MOVE MD-DAYS (WS-DW-MM) TO WS-MONTH-DAYS
003770     IF WS-DW-MM = 2
003780         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-WORK
003790             REMAINDER WS-LEAP-REM
003800         IF WS-LEAP-REM = ZERO
003810             MOVE 29 TO WS-MONTH-DAYS
003820             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-WORK
003830                 REMAINDER WS-LEAP-REM
003840             IF WS-LEAP-REM = ZERO
003850                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-WORK
003860                     REMAINDER WS-LEAP-REM
003870                 IF WS-LEAP-REM NOT = ZERO
003880                     MOVE 28 TO WS-MONTH-DAYS
003890                 END-IF
003900             END-IF
003910         END-IF
003920     END-IF
003930     IF WS-DW-DD > WS-MONTH-DAYS
003940         MOVE WS-MONTH-DAYS TO WS-DW-DD
003946     END-IF
003952     PERFORM 2670-ADJUST-DUE-DATE THRU 2670-EXIT.
003960 2600-EXIT.
003970     EXIT.
003971
003972******************************************************************
003973** 2660-FIND-DUE-DAY                                             *
003974** SETS THE DAY OF THE MONTH THE LOAN FALLS DUE - THE DAY OF     *
003975** ITS ENTRY DATE, OR THE WORK DATE'S OWN DAY WHEN THE MASTER    *
003976** CARRIES NO ENTRY DATE.  AN INSTALLMENT DATE WELL SHORT OF     *
003977** THAT DAY WAS CARRIED INTO THE FOLLOWING MONTH OFF A           *
003978** MONTH-END WEEKEND OR HOLIDAY, SO ITS MONTH IS STEPPED BACK    *
003979** TO THE ONE IT WAS DUE IN BEFORE IT IS ADVANCED - AS THE       *
003980** POSTING RUN DOES.                                             *
003981******************************************************************
003982 2660-FIND-DUE-DAY.
003983     MOVE WS-DW-DD TO WS-DUE-DAY
003984     IF LM-ENTRY-DATE = ZERO
003985         GO TO 2660-EXIT
003986     END-IF
003987     MOVE LM-ENTRY-DATE TO WS-ENTRY-DATE-WORK
003988     MOVE WS-ED-DD TO WS-DUE-DAY
003989     IF WS-DW-DD + 7 < WS-DUE-DAY
003990         AND WS-DATE-WORK = WS-INSTALLMENT-DATE
003991         IF WS-DW-MM = 1
003992             MOVE 12 TO WS-DW-MM
003993             SUBTRACT 1 FROM WS-DW-YYYY
003994         ELSE
003995             SUBTRACT 1 FROM WS-DW-MM
003996         END-IF
003997     END-IF.
003998 2660-EXIT.
003999     EXIT.
004000
004001******************************************************************
004002** 2670-ADJUST-DUE-DATE                                          *
004003** MOVES THE WORK DATE OFF A WEEKEND OR HOLIDAY ONTO THE NEXT    *
004004** BUSINESS DAY ON THE HOLIDAY CALENDAR.                         *
004005******************************************************************
004006 2670-ADJUST-DUE-DATE.
004007     SET BDY-ADJUST-DATE TO TRUE
004008     MOVE WS-DATE-WORK TO BDY-DATE
004009     CALL "LOANBDAY" USING BDAY-PARMS
004010     END-CALL
004011     IF BDY-STATUS-OK
004012         MOVE BDY-DATE TO WS-DATE-WORK
004013     END-IF.
004014 2670-EXIT.
004015     EXIT.
004016
004017******************************************************************
004018** 2900-WRITE-HISTORY                                            *
004019** APPENDS A TYPE-F RECORD TO THE PERMANENT PAYMENT HISTORY FOR  *
004020** THE FEE JUST ASSESSED, CARRYING THE FEE IN THE PAYMENT AMOUNT *
004030** AND THE MISSED INSTALLMENT'S DUE DATE IN THE PAYMENT DATE -   *
004040** THE PAIR A WAIVER IS LATER MATCHED ON.                        *
004050******************************************************************
004060 2900-WRITE-HISTORY.
004070     MOVE "F"                 TO PH-RECORD-TYPE
004080     MOVE LM-LOAN-NUMBER      TO PH-LOAN-NUMBER
004090     MOVE WS-INSTALLMENT-DATE TO PH-PAYMENT-DATE
004100     MOVE WS-LATE-FEE         TO PH-PAYMENT-AMOUNT
004110     MOVE ZERO                TO PH-INTEREST-PORTION
004120     MOVE ZERO                TO PH-PRINCIPAL-PORTION
004130     MOVE ZERO                TO PH-UNAPPLIED-PORTION
004140     MOVE ZERO                TO PH-FEE-PORTION
004150     MOVE WS-RUN-DATE         TO PH-POST-DATE
004160     WRITE PAY-HISTORY-RECORD.
004170 2900-EXIT.
004180     EXIT.
004190
004200******************************************************************
004210** 9000-TERMINATE                                                *
004220** WRITES THE RUN TOTALS TO THE LATE-CHARGE REPORT, CLOSES ALL   *
004230** FILES, AND PRINTS THE RUN COUNTS TO THE JOB LOG.              *
004240******************************************************************
004250 9000-TERMINATE.
004260     MOVE SPACES TO LATE-RPT-REC
004270     WRITE LATE-RPT-REC
004280     MOVE "LATE FEES ASSESSED    : " TO LT-TOTAL-LABEL
004290     MOVE WS-FEES-ASSESSED TO LT-TOTAL-COUNT
004300     MOVE WS-TOTAL-FEES TO LT-TOTAL-AMOUNT
004310     WRITE LATE-RPT-REC FROM LATE-TOTAL-LINE
004320     CLOSE LOAN-MASTER-FILE
004330     CLOSE PRODUCT-MASTER-FILE
004340     CLOSE PAY-HISTORY-FILE
004350     CLOSE LATE-RPT-FILE
004360     DISPLAY "LATE-CHARGE RUN COMPLETE.  LOANS SWEPT: "
004370         WS-LOANS-SWEPT
004380     DISPLAY "LOANS CHARGED. . . . : " WS-LOANS-CHARGED
004390     DISPLAY "LATE FEES ASSESSED . : " WS-FEES-ASSESSED
004400     DISPLAY "NO PRODUCT ON FILE . : " WS-NO-PRODUCT-COUNT.
004410 9000-EXIT.
004420     EXIT.
004430
004440 END PROGRAM LOANLATE.
