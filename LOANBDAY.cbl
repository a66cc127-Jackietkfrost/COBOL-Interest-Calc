000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANBDAY.
000030 AUTHOR. LENDING-SYSTEMS-GROUP.
000040 INSTALLATION. LOAN-ORIGINATION.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-10-15 LSG  ORIGINAL VERSION.  SHARED BUSINESS-DATE ROUTINE
000110*                CALLED BY EVERY BATCH PROGRAM AND THE ENTRY
000120*                SCREEN SO A NIGHT'S WORK IS ALL DATED THE SAME
000130*                PROCESSING DAY, HOWEVER LATE IT RUNS.  RETURNS
000140*                THE CURRENT AND PRIOR BUSINESS DATES FROM THE
000150*                CONTROL FILE, AND MOVES A DATE OFF A WEEKEND OR
000160*                A HOLIDAY ON THE CALENDAR ONTO THE NEXT BUSINESS
000170*                DAY.
000180*-----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. IBM-370.
000230 OBJECT-COMPUTER. IBM-370.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS BUS-DATE-STATUS.
000290     SELECT HOLIDAY-FILE ASSIGN TO "HOLCAL"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS HOLIDAY-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  BUS-DATE-FILE.
000360     COPY "BDATEREC.CPY".
000370 FD  HOLIDAY-FILE.
000380 01  HOLIDAY-REC.
000390     05  HC-HOLIDAY-DATE     PIC 9(8).
000400     05  HC-DESCRIPTION      PIC X(30).
000410
000420 WORKING-STORAGE SECTION.
000430**************************************************
000440** SWITCHES AND WORK AREAS                        *
000450**************************************************
000460 01  WS-CAL-LOADED-SWITCH    PIC X(01) VALUE 'N'.
000470     88  WS-CAL-LOADED                VALUE 'Y'.
000480 01  WS-HOL-EOF-SWITCH       PIC X(01) VALUE 'N'.
000490     88  WS-HOL-EOF                   VALUE 'Y'.
000500 01  WS-BUS-DAY-SWITCH       PIC X(01) VALUE 'N'.
000510     88  WS-BUSINESS-DAY              VALUE 'Y'.
000520 01  BUS-DATE-STATUS         PIC X(2) VALUE SPACES.
000530 01  HOLIDAY-STATUS          PIC X(2) VALUE SPACES.
000540 01  WS-DATE-WORK            PIC 9(8) VALUE ZERO.
000550 01  WS-DATE-WORK-SPLIT REDEFINES WS-DATE-WORK.
000560     05  WS-DW-YYYY          PIC 9(4).
000570     05  WS-DW-MM            PIC 9(2).
000580     05  WS-DW-DD            PIC 9(2).
000590 01  WS-SERIAL-DAYS          PIC S9(9) COMP VALUE ZERO.
000600 01  WS-WEEK-QUOT            PIC S9(9) COMP VALUE ZERO.
000610 01  WS-WEEKDAY              PIC S9(4) COMP VALUE ZERO.
000620     88  WS-WEEKEND                   VALUES 0 1.
000630 01  WS-DAY-TRIES            PIC S9(4) COMP VALUE ZERO.
000640 01  WS-MONTH-DAYS           PIC 9(2) VALUE ZERO.
000650 01  WS-LEAP-WORK            PIC 9(4) VALUE ZERO.
000660 01  WS-LEAP-QUOT            PIC 9(4) VALUE ZERO.
000670 01  WS-LEAP-REM             PIC 9(4) VALUE ZERO.
000680 01  MONTH-DAY-VALUES.
000690     05  FILLER  PIC X(12) VALUE "312831303130".
000700     05  FILLER  PIC X(12) VALUE "313130313031".
000710 01  MONTH-DAY-TABLE REDEFINES MONTH-DAY-VALUES.
000720     05  MD-DAYS OCCURS 12 TIMES PIC 9(2).
000730 01  MONTH-START-VALUES.
000740     05  FILLER  PIC X(18) VALUE "000031059090120151".
000750     05  FILLER  PIC X(18) VALUE "181212243273304334".
000760 01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
000770     05  MS-DAYS OCCURS 12 TIMES PIC 9(3).
000780**************************************************
000790** HOLIDAY CALENDAR, LOADED ON THE FIRST CALL     *
000800** THAT NEEDS IT AND KEPT FOR THE REST OF THE     *
000810** RUN.  THE TABLE HOLDS 200 DATES - SEVERAL      *
000820** YEARS' WORTH.                                  *
000830**************************************************
000840 01  HOLIDAY-TABLE.
000850     05  HT-DATE OCCURS 200 TIMES PIC 9(8).
000860 01  WS-HOL-MAX              PIC S9(4) COMP VALUE 200.
000870 01  WS-HOL-COUNT            PIC S9(4) COMP VALUE ZERO.
000880 01  WS-HOL-SUB              PIC S9(4) COMP VALUE ZERO.
000890 01  WS-HOL-SKIPPED          PIC S9(4) COMP VALUE ZERO.
000900
000910 LINKAGE SECTION.
000920**************************************************
000930** PARAMETERS PASSED FROM THE CALLING PROGRAM     *
000940**************************************************
000950     COPY "BDAYPARM.CPY".
000960
000970 PROCEDURE DIVISION USING BDAY-PARMS.
000980
000990******************************************************************
001000** 0000-MAINLINE                                                 *
001010** DISPATCHES ON THE FUNCTION CODE AND RETURNS CONTROL TO THE    *
001020** CALLER.  AN UNKNOWN FUNCTION COMES BACK WITH STATUS N AND     *
001030** THE DATE UNTOUCHED.                                           *
001040******************************************************************
001050 0000-MAINLINE.
001060     MOVE 'Y' TO BDY-STATUS
001070     EVALUATE TRUE
001080         WHEN BDY-GET-DATES
001090             PERFORM 1000-GET-BUSINESS-DATE THRU 1000-EXIT
001100         WHEN BDY-ADJUST-DATE
001110             PERFORM 2000-ADJUST-DATE THRU 2000-EXIT
001120         WHEN BDY-NEXT-DATE
001130             PERFORM 3000-NEXT-DATE THRU 3000-EXIT
001140         WHEN OTHER
001150             MOVE 'N' TO BDY-STATUS
001160     END-EVALUATE
001170     GOBACK.
001180
001190******************************************************************
001200** 1000-GET-BUSINESS-DATE                                        *
001210** RETURNS THE CURRENT AND PRIOR BUSINESS DATES FROM THE         *
001220** CONTROL FILE.  WITHOUT A USABLE CONTROL RECORD THE SYSTEM     *
001230** DATE IS RETURNED WITH STATUS N AND A WARNING ON THE JOB LOG,  *
001240** SO A MISSING FILE DOES NOT STOP THE NIGHT BUT DOES NOT GO     *
001250** UNNOTICED.                                                    *
001260******************************************************************
001270 1000-GET-BUSINESS-DATE.
001280     MOVE ZERO TO BDY-DATE
001290     MOVE ZERO TO BDY-PRIOR-DATE
001300     OPEN INPUT BUS-DATE-FILE
001310     IF BUS-DATE-STATUS = "00"
001320         READ BUS-DATE-FILE
001330             AT END CONTINUE
001340             NOT AT END
001350                 IF BD-CURRENT-DATE IS NUMERIC
001360                     MOVE BD-CURRENT-DATE TO BDY-DATE
001370                 END-IF
001380                 IF BD-PRIOR-DATE IS NUMERIC
001390                     MOVE BD-PRIOR-DATE TO BDY-PRIOR-DATE
001400                 END-IF
001410         END-READ
001420         CLOSE BUS-DATE-FILE
001430     END-IF
001440     IF BDY-DATE = ZERO
001450         ACCEPT BDY-DATE FROM DATE YYYYMMDD
001460         MOVE ZERO TO BDY-PRIOR-DATE
001470         MOVE 'N' TO BDY-STATUS
001480         DISPLAY "BUSINESS DATE NOT ON FILE - SYSTEM DATE "
001490             BDY-DATE " USED"
001500     END-IF.
001510 1000-EXIT.
001520     EXIT.
001530
001540******************************************************************
001550** 2000-ADJUST-DATE                                              *
001560** LEAVES A BUSINESS DAY AS IT IS AND MOVES A WEEKEND OR         *
001570** HOLIDAY FORWARD A DAY AT A TIME UNTIL IT LANDS ON ONE.        *
001580******************************************************************
001590 2000-ADJUST-DATE.
001600     PERFORM 2100-EDIT-DATE THRU 2100-EXIT
001610     IF BDY-STATUS-DEFAULTED
001620         GO TO 2000-EXIT
001630     END-IF
001640     PERFORM 5000-CHECK-BUSINESS-DAY THRU 5000-EXIT
001650     PERFORM 2200-STEP-FORWARD THRU 2200-EXIT
001660         UNTIL WS-BUSINESS-DAY
001670             OR WS-DAY-TRIES > 31
001680     PERFORM 2300-RETURN-DATE THRU 2300-EXIT.
001690 2000-EXIT.
001700     EXIT.
001710
001720******************************************************************
001730** 2100-EDIT-DATE                                                *
001740** CHECKS THE DATE PASSED IS A REAL CALENDAR DATE BEFORE ANY     *
001750** ARITHMETIC IS DONE ON IT, AND LOADS THE HOLIDAY CALENDAR ON   *
001760** FIRST USE.                                                    *
001770******************************************************************
001780 2100-EDIT-DATE.
001790     IF BDY-DATE IS NOT NUMERIC
001800         MOVE 'N' TO BDY-STATUS
001810         GO TO 2100-EXIT
001820     END-IF
001830     MOVE BDY-DATE TO WS-DATE-WORK
001840     IF WS-DW-MM < 1 OR WS-DW-MM > 12
001850         OR WS-DW-DD < 1 OR WS-DW-DD > 31
001860         MOVE 'N' TO BDY-STATUS
001870         GO TO 2100-EXIT
001880     END-IF
001890     IF NOT WS-CAL-LOADED
001900         PERFORM 4000-LOAD-CALENDAR THRU 4000-EXIT
001910     END-IF
001920     MOVE ZERO TO WS-DAY-TRIES.
001930 2100-EXIT.
001940     EXIT.
001950
001960******************************************************************
001970** 2200-STEP-FORWARD                                             *
001980** MOVES THE WORK DATE ON ONE DAY AND TESTS IT AGAIN.  THE TRY   *
001990** COUNT STOPS A CALENDAR WITH EVERY DAY MARKED FROM LOOPING     *
002000** FOR EVER.                                                     *
002010******************************************************************
002020 2200-STEP-FORWARD.
002030     ADD 1 TO WS-DAY-TRIES
002040     PERFORM 6000-ADD-ONE-DAY THRU 6000-EXIT
002050     PERFORM 5000-CHECK-BUSINESS-DAY THRU 5000-EXIT.
002060 2200-EXIT.
002070     EXIT.
002080
002090******************************************************************
002100** 2300-RETURN-DATE                                              *
002110** HANDS THE BUSINESS DAY FOUND BACK TO THE CALLER.  IF NONE     *
002120** WAS FOUND WITHIN A MONTH THE CALENDAR IS WRONG; THE DATE      *
002130** GOES BACK UNCHANGED WITH STATUS N.                            *
002140******************************************************************
002150 2300-RETURN-DATE.
002160     IF WS-BUSINESS-DAY
002170         MOVE WS-DATE-WORK TO BDY-DATE
002180     ELSE
002190         DISPLAY "NO BUSINESS DAY WITHIN A MONTH OF " BDY-DATE
002200             " - CHECK THE HOLIDAY CALENDAR"
002210         MOVE 'N' TO BDY-STATUS
002220     END-IF.
002230 2300-EXIT.
002240     EXIT.
002250
002260******************************************************************
002270** 3000-NEXT-DATE                                                *
002280** RETURNS THE FIRST BUSINESS DAY AFTER THE DATE PASSED,         *
002290** WHATEVER KIND OF DAY THE DATE ITSELF IS.                      *
002300******************************************************************
002310 3000-NEXT-DATE.
002320     PERFORM 2100-EDIT-DATE THRU 2100-EXIT
002330     IF BDY-STATUS-DEFAULTED
002340         GO TO 3000-EXIT
002350     END-IF
002360     PERFORM 2200-STEP-FORWARD THRU 2200-EXIT
002370         WITH TEST AFTER
002380         UNTIL WS-BUSINESS-DAY
002390             OR WS-DAY-TRIES > 31
002400     PERFORM 2300-RETURN-DATE THRU 2300-EXIT.
002410 3000-EXIT.
002420     EXIT.
002430
002440******************************************************************
002450** 4000-LOAD-CALENDAR                                            *
002460** LOADS THE HOLIDAY CALENDAR INTO THE TABLE.  WITHOUT THE       *
002470** CALENDAR ONLY WEEKENDS ARE SKIPPED, AND THE JOB LOG SAYS SO.  *
002480** DATES PAST THE TABLE'S CAPACITY ARE COUNTED AND REPORTED.     *
002490******************************************************************
002500 4000-LOAD-CALENDAR.
002510     SET WS-CAL-LOADED TO TRUE
002520     OPEN INPUT HOLIDAY-FILE
002530     IF HOLIDAY-STATUS NOT = "00"
002540         DISPLAY "HOLIDAY CALENDAR NOT AVAILABLE - STATUS: "
002550             HOLIDAY-STATUS " - WEEKENDS ONLY SKIPPED"
002560         GO TO 4000-EXIT
002570     END-IF
002580     PERFORM 4100-READ-HOLIDAY THRU 4100-EXIT
002590         UNTIL WS-HOL-EOF
002600     CLOSE HOLIDAY-FILE
002610     IF WS-HOL-SKIPPED > ZERO
002620         DISPLAY "HOLIDAY CALENDAR OVER 200 DATES - "
002630             WS-HOL-SKIPPED " NOT LOADED"
002640     END-IF.
002650 4000-EXIT.
002660     EXIT.
002670
002680 4100-READ-HOLIDAY.
002690     READ HOLIDAY-FILE
002700         AT END
002710             SET WS-HOL-EOF TO TRUE
002720             GO TO 4100-EXIT
002730     END-READ
002740     IF HC-HOLIDAY-DATE IS NOT NUMERIC
002750         GO TO 4100-EXIT
002760     END-IF
002770     IF WS-HOL-COUNT NOT < WS-HOL-MAX
002780         ADD 1 TO WS-HOL-SKIPPED
002790         GO TO 4100-EXIT
002800     END-IF
002810     ADD 1 TO WS-HOL-COUNT
002820     MOVE HC-HOLIDAY-DATE TO HT-DATE (WS-HOL-COUNT).
002830 4100-EXIT.
002840     EXIT.
002850
002860******************************************************************
002870** 5000-CHECK-BUSINESS-DAY                                       *
002880** A BUSINESS DAY IS ANY DAY BUT A SATURDAY, A SUNDAY, OR A      *
002890** DATE ON THE HOLIDAY CALENDAR.  THE DAY OF THE WEEK IS THE     *
002900** SERIAL DAY COUNT MODULO SEVEN, WHICH ON THIS COUNT IS 0 FOR   *
002910** A SATURDAY AND 1 FOR A SUNDAY.                                *
002920******************************************************************
002930 5000-CHECK-BUSINESS-DAY.
002940     MOVE 'Y' TO WS-BUS-DAY-SWITCH
002950     PERFORM 5100-DATE-TO-DAYS THRU 5100-EXIT
002960     DIVIDE WS-SERIAL-DAYS BY 7 GIVING WS-WEEK-QUOT
002970         REMAINDER WS-WEEKDAY
002980     IF WS-WEEKEND
002990         MOVE 'N' TO WS-BUS-DAY-SWITCH
003000         GO TO 5000-EXIT
003010     END-IF
003020     PERFORM 5200-MATCH-HOLIDAY THRU 5200-EXIT
003030         VARYING WS-HOL-SUB FROM 1 BY 1
003040         UNTIL WS-HOL-SUB > WS-HOL-COUNT
003050             OR NOT WS-BUSINESS-DAY.
003060 5000-EXIT.
003070     EXIT.
003080
003090******************************************************************
003100** 5100-DATE-TO-DAYS                                             *
003110** CONVERTS THE YYYYMMDD DATE IN WS-DATE-WORK TO A SERIAL DAY    *
003120** COUNT THE SAME WAY THE AGING AND POSTING RUNS DO: 365 DAYS    *
003130** PER YEAR PLUS ONE FOR EACH LEAP YEAR FULLY ELAPSED            *
003140** (DIVISIBLE BY FOUR BUT NOT BY 100 UNLESS BY 400), PLUS THE    *
003150** DAYS TO THE START OF THE MONTH - WITH THE LEAP DAY ADDED      *
003160** AFTER FEBRUARY OF A LEAP YEAR - PLUS THE DAY.                 *
003170******************************************************************
003180 5100-DATE-TO-DAYS.
003190     COMPUTE WS-SERIAL-DAYS = WS-DW-YYYY * 365
003200     COMPUTE WS-LEAP-WORK = WS-DW-YYYY - 1
003210     DIVIDE WS-LEAP-WORK BY 4 GIVING WS-LEAP-QUOT
003220     ADD WS-LEAP-QUOT TO WS-SERIAL-DAYS
003230     DIVIDE WS-LEAP-WORK BY 100 GIVING WS-LEAP-QUOT
003240     SUBTRACT WS-LEAP-QUOT FROM WS-SERIAL-DAYS
003250     DIVIDE WS-LEAP-WORK BY 400 GIVING WS-LEAP-QUOT
003260     ADD WS-LEAP-QUOT TO WS-SERIAL-DAYS
003270     ADD MS-DAYS (WS-DW-MM) TO WS-SERIAL-DAYS
003280     ADD WS-DW-DD TO WS-SERIAL-DAYS
003290     IF WS-DW-MM > 2
003300         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-WORK
003310             REMAINDER WS-LEAP-REM
003320         IF WS-LEAP-REM = ZERO
003330             ADD 1 TO WS-SERIAL-DAYS
003340             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-WORK
003350                 REMAINDER WS-LEAP-REM
003360             IF WS-LEAP-REM = ZERO
003370                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-WORK
003380                     REMAINDER WS-LEAP-REM
003390                 IF WS-LEAP-REM NOT = ZERO
003400                     SUBTRACT 1 FROM WS-SERIAL-DAYS
003410                 END-IF
003420             END-IF
003430         END-IF
003440     END-IF.
003450 5100-EXIT.
003460     EXIT.
003470
003480 5200-MATCH-HOLIDAY.
003490     IF HT-DATE (WS-HOL-SUB) = WS-DATE-WORK
003500         MOVE 'N' TO WS-BUS-DAY-SWITCH
003510     END-IF.
003520 5200-EXIT.
003530     EXIT.
003540
003550******************************************************************
003560** 6000-ADD-ONE-DAY                                              *
003570** MOVES THE WORK DATE FORWARD ONE CALENDAR DAY, ROLLING THE     *
003580** MONTH AND YEAR - FEBRUARY GETS ITS LEAP DAY IN YEARS          *
003590** DIVISIBLE BY FOUR BUT NOT BY 100 UNLESS BY 400.               *
003600******************************************************************
003610 6000-ADD-ONE-DAY.
003620     MOVE MD-DAYS (WS-DW-MM) TO WS-MONTH-DAYS
003630     IF WS-DW-MM = 2
003640         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-WORK
003650             REMAINDER WS-LEAP-REM
003660         IF WS-LEAP-REM = ZERO
003670             MOVE 29 TO WS-MONTH-DAYS
003680             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-WORK
003690                 REMAINDER WS-LEAP-REM
003700             IF WS-LEAP-REM = ZERO
003710                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-WORK
003720                     REMAINDER WS-LEAP-REM
003730                 IF WS-LEAP-REM NOT = ZERO
003740                     MOVE 28 TO WS-MONTH-DAYS
003750                 END-IF
003760             END-IF
003770         END-IF
003780     END-IF
003790     IF WS-DW-DD < WS-MONTH-DAYS
003800         ADD 1 TO WS-DW-DD
003810         GO TO 6000-EXIT
003820     END-IF
003830     MOVE 1 TO WS-DW-DD
003840     IF WS-DW-MM = 12
003850         MOVE 1 TO WS-DW-MM
003860         ADD 1 TO WS-DW-YYYY
003870     ELSE
003880         ADD 1 TO WS-DW-MM
003890     END-IF.
003900 6000-EXIT.
003910     EXIT.
003920
003930 END PROGRAM LOANBDAY.
