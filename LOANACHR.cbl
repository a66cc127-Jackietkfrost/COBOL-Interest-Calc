000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANACHR.
000030 AUTHOR. LENDING-SYSTEMS-GROUP.
000040 INSTALLATION. LOAN-ORIGINATION.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-10-15 LSG  ORIGINAL VERSION.  NIGHTLY ACH RETURNS RUN.
000110*                READS THE BANK'S NACHA RETURN FILE AND, FOR EACH
000120*                RETURNED DEBIT, TAKES THE LOAN NUMBER, AMOUNT AND
000130*                PAYMENT DATE FROM THE ENTRY AND THE REASON FROM
000140*                ITS RETURN ADDENDA.  AN INSUFFICIENT-FUNDS OR
000150*                CLOSED-ACCOUNT RETURN IS WRITTEN TO PAYTRAN AS A
000160*                TYPE-R REVERSAL SO LOANPOST BACKS THE DRAFT OUT;
000170*                ANY OTHER RETURN IS LISTED FOR REVIEW.  THE
000180*                RETURN IS COUNTED ON THE LOAN'S ENROLLMENT, AND
000190*                ANY RETURN BUT INSUFFICIENT FUNDS SUSPENDS IT.
000192*2026-10-15 LSG  A ZERO RUN DATE ON ACHPARM NOW DEFAULTS TO THE
000194*                BUSINESS DATE ON THE CONTROL FILE INSTEAD OF THE
000196*                SYSTEM CLOCK.
000200*-----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-370.
000250 OBJECT-COMPUTER. IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT ACH-PARM-FILE ASSIGN TO "ACHPARM"
000290         ORGANIZATION IS LINE SEQUENTIAL
000300         FILE STATUS IS ACH-PARM-STATUS.
000310     SELECT ACH-RETURN-FILE ASSIGN TO "ACHRTN"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS ACH-RETURN-STATUS.
000340     SELECT ACH-ENROLL-FILE ASSIGN TO "ACHMSTR"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS AE-LOAN-NUMBER
000380         FILE STATUS IS ACH-ENROLL-STATUS.
000390     SELECT PAYMENT-FILE ASSIGN TO "PAYTRAN"
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS PAYMENT-STATUS.
000420     SELECT ACHR-RPT-FILE ASSIGN TO "ACHRRPT"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS ACHR-RPT-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  ACH-PARM-FILE.
000490 01  ACH-PARM-REC.
000500     05  AP-RUN-DATE         PIC 9(8).
000510     05  FILLER              PIC X(110).
000520 FD  ACH-RETURN-FILE.
000530     COPY "NACHREC.CPY".
000540 FD  ACH-ENROLL-FILE.
000550     COPY "ACHREC.CPY".
000560 FD  PAYMENT-FILE.
000570     COPY "PAYREC.CPY".
000580 FD  ACHR-RPT-FILE.
000590 01  ACHR-RPT-REC            PIC X(100).
000600
000610 WORKING-STORAGE SECTION.
000620**************************************************
000630** SWITCHES AND WORK AREAS                        *
000640**************************************************
000650 01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000660     88  WS-END-OF-FILE               VALUE 'Y'.
000670 01  WS-ABORT-SWITCH         PIC X(01) VALUE 'N'.
000680     88  WS-RUN-ABORTED               VALUE 'Y'.
000690 01  WS-STOP-SWITCH          PIC X(01) VALUE 'N'.
000700     88  WS-RUN-STOPPED               VALUE 'Y'.
000710 01  WS-NO-RETURNS-SWITCH    PIC X(01) VALUE 'N'.
000720     88  WS-NO-RETURNS-FILE           VALUE 'Y'.
000730 01  WS-PENDING-SWITCH       PIC X(01) VALUE 'N'.
000740     88  WS-ENTRY-PENDING             VALUE 'Y'.
000750 01  ACH-PARM-STATUS         PIC X(2) VALUE SPACES.
000760 01  ACH-RETURN-STATUS       PIC X(2) VALUE SPACES.
000770 01  ACH-ENROLL-STATUS       PIC X(2) VALUE SPACES.
000780 01  PAYMENT-STATUS          PIC X(2) VALUE SPACES.
000790 01  ACHR-RPT-STATUS         PIC X(2) VALUE SPACES.
000792     COPY "BDAYPARM.CPY".
000800 01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
000810 01  WS-ACTION-TEXT          PIC X(30) VALUE SPACES.
000820**************************************************
000830** THE RETURNED ENTRY, HELD UNTIL ITS ADDENDA     *
000840** RECORD BRINGS THE RETURN REASON.               *
000850**************************************************
000860 01  WS-RETURNED-ENTRY.
000870     05  WS-RET-LOAN-NUMBER  PIC 9(6).
000880     05  WS-RET-PAYMENT-DATE PIC 9(8).
000890     05  WS-RET-AMOUNT       PIC 9(8)V99.
000900     05  WS-RET-TRACE        PIC X(15).
000910 01  WS-RET-REASON           PIC X(3) VALUE SPACES.
000920     88  WS-RET-NSF                   VALUES "R01" "R09".
000930     88  WS-RET-CLOSED                VALUE "R02".
000940**************************************************
000950** COUNTERS AND TOTALS                            *
000960**************************************************
000970 01  WS-RECORDS-READ         PIC 9(6) VALUE ZERO.
000980 01  WS-RETURNS-READ         PIC 9(6) VALUE ZERO.
000990 01  WS-REVERSED             PIC 9(6) VALUE ZERO.
001000 01  WS-NOT-REVERSED         PIC 9(6) VALUE ZERO.
001010 01  WS-NOT-ENROLLED         PIC 9(6) VALUE ZERO.
001020 01  WS-SUSPENDED            PIC 9(6) VALUE ZERO.
001030 01  WS-NO-REASON            PIC 9(6) VALUE ZERO.
001040 01  WS-RETURNED-TOTAL       PIC 9(10)V99 VALUE ZERO.
001050 01  WS-REVERSED-TOTAL       PIC 9(10)V99 VALUE ZERO.
001060 01  WS-REVIEW-TOTAL         PIC 9(10)V99 VALUE ZERO.
001070**************************************************
001080** REPORT LINES                                   *
001090**************************************************
001100 01  ACHR-HEADING-LINE.
001110     05  FILLER              PIC X(36)
001120         VALUE "ACH RETURNS REGISTER                ".
001130     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
001140     05  RR-RUN-DATE         PIC 9(8).
001150 01  ACHR-COLUMN-LINE.
001160     05  FILLER              PIC X(9)  VALUE "LOAN NO  ".
001170     05  FILLER              PIC X(10) VALUE "DRAFTED   ".
001180     05  FILLER              PIC X(15) VALUE "         AMOUNT".
001190     05  FILLER              PIC X(8)  VALUE "  REASON".
001200     05  FILLER              PIC X(17) VALUE "  TRACE NUMBER   ".
001210     05  FILLER              PIC X(30) VALUE "ACTION TAKEN".
001220 01  ACHR-DETAIL-LINE.
001230     05  RD-LOAN-NUMBER      PIC 9(6).
001240     05  FILLER              PIC X(3)  VALUE SPACES.
001250     05  RD-PAYMENT-DATE     PIC 9(8).
001260     05  FILLER              PIC X(2)  VALUE SPACES.
001270     05  RD-AMOUNT           PIC $$,$$$,$$9.99.
001280     05  FILLER              PIC X(4)  VALUE SPACES.
001290     05  RD-REASON           PIC X(3).
001300     05  FILLER              PIC X(3)  VALUE SPACES.
001310     05  RD-TRACE            PIC X(15).
001320     05  FILLER              PIC X(2)  VALUE SPACES.
001330     05  RD-ACTION           PIC X(30).
001340 01  ACHR-TOTAL-LINE.
001350     05  RS-TOTAL-LABEL      PIC X(26).
001360     05  RS-TOTAL-COUNT      PIC ZZZ,ZZ9.
001370     05  FILLER              PIC X(4)  VALUE SPACES.
001380     05  RS-TOTAL-AMOUNT     PIC $$,$$$,$$$,$$9.99.
001390 01  ACHR-MESSAGE-LINE       PIC X(100).
001400
001410******************************************************************
001420** 0000-MAINLINE                                                 *
001430** DRIVES THE RUN: INITIALIZE, READ THE RETURN FILE THROUGH,     *
001440** SETTLING EACH RETURNED ENTRY AS ITS ADDENDA ARRIVES, THEN     *
001450** WRITE THE REGISTER TOTALS AND TERMINATE.                      *
001460******************************************************************
001470 PROCEDURE DIVISION.
001480 0000-MAINLINE.
001490     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001500     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
001510         UNTIL WS-END-OF-FILE
001520             OR WS-RUN-STOPPED
001530     PERFORM 9000-TERMINATE THRU 9000-EXIT
001540     GOBACK.
001550
001560******************************************************************
001570** 1000-INITIALIZE                                               *
001580** LOADS THE RUN DATE FROM THE PARAMETER FILE - A ZERO OR        *
001590** MISSING DATE DEFAULTS TO THE BUSINESS DATE - AND OPENS THE    *
001600** FILES.  NO RETURN FILE FROM THE BANK MEANS NOTHING CAME       *
001610** BACK.  WITHOUT THE ENROLLMENT FILE NO RETURN COULD BE         *
001620** RECORDED, SO THE RUN IS REFUSED AND NO REVERSAL IS WRITTEN.   *
001630** A PAYTRAN NOT YET CUT FOR THE DAY IS CREATED.                 *
001640******************************************************************
001650 1000-INITIALIZE.
001660     OPEN INPUT ACH-PARM-FILE
001670     IF ACH-PARM-STATUS = "00"
001680         READ ACH-PARM-FILE
001690             AT END CONTINUE
001700             NOT AT END
001710                 IF AP-RUN-DATE IS NUMERIC
001720                     MOVE AP-RUN-DATE TO WS-RUN-DATE
001730                 END-IF
001740         END-READ
001750     END-IF
001760     CLOSE ACH-PARM-FILE
001770     IF WS-RUN-DATE = ZERO
001774         SET BDY-GET-DATES TO TRUE
001778         CALL "LOANBDAY" USING BDAY-PARMS
001782         END-CALL
001786         MOVE BDY-DATE TO WS-RUN-DATE
001790     END-IF
001800     OPEN INPUT ACH-RETURN-FILE
001810     IF ACH-RETURN-STATUS = "35"
001820         SET WS-NO-RETURNS-FILE TO TRUE
001830         SET WS-END-OF-FILE TO TRUE
001840         GO TO 1000-EXIT
001850     END-IF
001860     IF ACH-RETURN-STATUS NOT = "00"
001870         DISPLAY "UNABLE TO OPEN ACH-RETURN-FILE - STATUS: "
001880             ACH-RETURN-STATUS
001890         SET WS-RUN-ABORTED TO TRUE
001900         SET WS-END-OF-FILE TO TRUE
001910         MOVE 8 TO RETURN-CODE
001920         GO TO 1000-EXIT
001930     END-IF
001940     OPEN I-O ACH-ENROLL-FILE
001950     IF ACH-ENROLL-STATUS NOT = "00"
001960         DISPLAY "UNABLE TO OPEN ACH-ENROLL-FILE - STATUS: "
001970             ACH-ENROLL-STATUS
001980         CLOSE ACH-RETURN-FILE
001990         SET WS-RUN-ABORTED TO TRUE
002000         SET WS-END-OF-FILE TO TRUE
002010         MOVE 8 TO RETURN-CODE
002020         GO TO 1000-EXIT
002030     END-IF
002040     OPEN EXTEND PAYMENT-FILE
002050     IF PAYMENT-STATUS = "35"
002060         OPEN OUTPUT PAYMENT-FILE
002070     END-IF
002080     IF PAYMENT-STATUS NOT = "00"
002090         DISPLAY "UNABLE TO OPEN PAYMENT-FILE - STATUS: "
002100             PAYMENT-STATUS
002110         CLOSE ACH-RETURN-FILE
002120         CLOSE ACH-ENROLL-FILE
002130         SET WS-RUN-ABORTED TO TRUE
002140         SET WS-END-OF-FILE TO TRUE
002150         MOVE 8 TO RETURN-CODE
002160         GO TO 1000-EXIT
002170     END-IF
002180     OPEN OUTPUT ACHR-RPT-FILE
002190     MOVE WS-RUN-DATE TO RR-RUN-DATE
002200     WRITE ACHR-RPT-REC FROM ACHR-HEADING-LINE
002210     MOVE SPACES TO ACHR-RPT-REC
002220     WRITE ACHR-RPT-REC
002230     WRITE ACHR-RPT-REC FROM ACHR-COLUMN-LINE
002240     PERFORM 2900-READ-RETURN THRU 2900-EXIT.
002250 1000-EXIT.
002260     EXIT.
002270
002280******************************************************************
002290** 2000-PROCESS-RECORD                                           *
002300** TAKES UP ONE RECORD OF THE RETURN FILE.  A RETURNED ENTRY IS  *
002310** HELD UNTIL THE RETURN ADDENDA FOLLOWING IT GIVES THE REASON.  *
002320** AN ENTRY WITH NO ADDENDA CANNOT BE SETTLED AND IS LISTED FOR  *
002330** REVIEW.  HEADER, CONTROL AND FILLER RECORDS CARRY NOTHING     *
002340** THIS RUN NEEDS.                                               *
002350******************************************************************
002360 2000-PROCESS-RECORD.
002370     ADD 1 TO WS-RECORDS-READ
002380     EVALUATE TRUE
002390         WHEN NR-ENTRY-DETAIL
002400             IF WS-ENTRY-PENDING
002410                 PERFORM 2700-NO-REASON THRU 2700-EXIT
002420             END-IF
002430             MOVE NE-ID-LOAN-NUMBER  TO WS-RET-LOAN-NUMBER
002440             MOVE NE-ID-PAYMENT-DATE TO WS-RET-PAYMENT-DATE
002450             MOVE NE-AMOUNT          TO WS-RET-AMOUNT
002460             MOVE NE-TRACE-NUMBER    TO WS-RET-TRACE
002470             SET WS-ENTRY-PENDING TO TRUE
002480         WHEN NR-ADDENDA
002490             IF WS-ENTRY-PENDING AND NA-RETURN-ADDENDA
002500                 MOVE NA-RETURN-REASON TO WS-RET-REASON
002510                 MOVE 'N' TO WS-PENDING-SWITCH
002520                 PERFORM 2100-SETTLE-RETURN THRU 2100-EXIT
002530             END-IF
002540         WHEN OTHER
002550             IF WS-ENTRY-PENDING
002560                 PERFORM 2700-NO-REASON THRU 2700-EXIT
002570             END-IF
002580     END-EVALUATE
002590     IF NOT WS-RUN-STOPPED
002600         PERFORM 2900-READ-RETURN THRU 2900-EXIT
002610     END-IF.
002620 2000-EXIT.
002630     EXIT.
002640
002650******************************************************************
002660** 2100-SETTLE-RETURN                                            *
002670** SETTLES ONE RETURNED DRAFT.  THE LOAN MUST BE ENROLLED - A    *
002680** RETURN FOR ANY OTHER LOAN DID NOT COME FROM THE ORIGINATION   *
002690** RUN AND IS LISTED FOR REVIEW.  INSUFFICIENT FUNDS (R01, R09)  *
002700** AND ACCOUNT CLOSED (R02) ARE REVERSED; EVERY OTHER REASON     *
002710** NEEDS SOMEONE TO LOOK AT IT BEFORE THE PAYMENT IS BACKED      *
002720** OUT.  THE RETURN IS COUNTED ON THE ENROLLMENT, AND ANY        *
002730** RETURN BUT INSUFFICIENT FUNDS SUSPENDS IT SO THE ACCOUNT IS   *
002740** NOT DRAFTED AGAIN UNTIL THE BORROWER RE-ENROLLS.              *
002750******************************************************************
002760 2100-SETTLE-RETURN.
002770     ADD 1 TO WS-RETURNS-READ
002780     ADD WS-RET-AMOUNT TO WS-RETURNED-TOTAL
002790     MOVE WS-RET-LOAN-NUMBER TO AE-LOAN-NUMBER
002800     READ ACH-ENROLL-FILE
002810         INVALID KEY
002820             ADD 1 TO WS-NOT-ENROLLED
002830             ADD WS-RET-AMOUNT TO WS-REVIEW-TOTAL
002840             MOVE "NOT ENROLLED - REVIEW" TO WS-ACTION-TEXT
002850             PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
002860             GO TO 2100-EXIT
002870     END-READ
002880     IF WS-RET-NSF OR WS-RET-CLOSED
002890         PERFORM 2200-WRITE-REVERSAL THRU 2200-EXIT
002900         ADD 1 TO WS-REVERSED
002910         ADD WS-RET-AMOUNT TO WS-REVERSED-TOTAL
002920         MOVE "REVERSED" TO WS-ACTION-TEXT
002930     ELSE
002940         ADD 1 TO WS-NOT-REVERSED
002950         ADD WS-RET-AMOUNT TO WS-REVIEW-TOTAL
002960         MOVE "NOT REVERSED - REVIEW" TO WS-ACTION-TEXT
002970     END-IF
002980     IF AE-RETURN-COUNT < 99
002990         ADD 1 TO AE-RETURN-COUNT
003000     END-IF
003010     MOVE WS-RET-REASON TO AE-LAST-RETURN-CODE
003020     MOVE WS-RUN-DATE   TO AE-LAST-RETURN-DATE
003030     IF NOT WS-RET-NSF AND AE-STATUS-ACTIVE
003040         SET AE-STATUS-SUSPENDED TO TRUE
003050         ADD 1 TO WS-SUSPENDED
003060         IF WS-RET-CLOSED
003070             MOVE "REVERSED - ACH SUSPENDED" TO WS-ACTION-TEXT
003080         ELSE
003090             MOVE "REVIEW - ACH SUSPENDED" TO WS-ACTION-TEXT
003100         END-IF
003110     END-IF
003120     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
003130     REWRITE ACH-ENROLL-RECORD
003140         INVALID KEY
003150             DISPLAY "UNABLE TO REWRITE ENROLLMENT FOR LOAN "
003160                 AE-LOAN-NUMBER " - STATUS: " ACH-ENROLL-STATUS
003170             SET WS-RUN-STOPPED TO TRUE
003180             MOVE 8 TO RETURN-CODE
003190     END-REWRITE.
003200 2100-EXIT.
003210     EXIT.
003220
003230******************************************************************
003240** 2200-WRITE-REVERSAL                                           *
003250** WRITES THE TYPE-R REVERSAL TO PAYTRAN WITH THE LOAN NUMBER,   *
003260** AMOUNT AND PAYMENT DATE OF THE DRAFT, WHICH LOANPOST MATCHES  *
003270** TO THE POSTING IT BACKS OUT.                                  *
003280******************************************************************
003290 2200-WRITE-REVERSAL.
003300     MOVE WS-RET-LOAN-NUMBER  TO PT-LOAN-NUMBER
003310     MOVE WS-RET-AMOUNT       TO PT-PAYMENT-AMOUNT
003320     MOVE WS-RET-PAYMENT-DATE TO PT-PAYMENT-DATE
003330     SET PT-REVERSAL-REC      TO TRUE
003340     WRITE PAYMENT-RECORD.
003350 2200-EXIT.
003360     EXIT.
003370
003380******************************************************************
003390** 2500-WRITE-DETAIL                                             *
003400** WRITES THE REGISTER LINE FOR THE RETURN JUST SETTLED, WITH    *
003410** THE ACTION TAKEN ON IT.                                       *
003420******************************************************************
003430 2500-WRITE-DETAIL.
003440     MOVE WS-RET-LOAN-NUMBER  TO RD-LOAN-NUMBER
003450     MOVE WS-RET-PAYMENT-DATE TO RD-PAYMENT-DATE
003460     MOVE WS-RET-AMOUNT       TO RD-AMOUNT
003470     MOVE WS-RET-REASON       TO RD-REASON
003480     MOVE WS-RET-TRACE        TO RD-TRACE
003490     MOVE WS-ACTION-TEXT      TO RD-ACTION
003500     WRITE ACHR-RPT-REC FROM ACHR-DETAIL-LINE.
003510 2500-EXIT.
003520     EXIT.
003530
003540******************************************************************
003550** 2700-NO-REASON                                                *
003560** LISTS A RETURNED ENTRY THAT CAME WITHOUT ITS RETURN ADDENDA.  *
003570** WITH NO REASON IT IS NEITHER REVERSED NOR COUNTED ON THE      *
003580** ENROLLMENT.                                                   *
003590******************************************************************
003600 2700-NO-REASON.
003610     MOVE 'N' TO WS-PENDING-SWITCH
003620     ADD 1 TO WS-NO-REASON
003630     ADD WS-RET-AMOUNT TO WS-RETURNED-TOTAL
003640     ADD WS-RET-AMOUNT TO WS-REVIEW-TOTAL
003650     MOVE SPACES TO WS-RET-REASON
003660     MOVE "NO RETURN REASON - REVIEW" TO WS-ACTION-TEXT
003670     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
003680 2700-EXIT.
003690     EXIT.
003700
003710******************************************************************
003720** 2900-READ-RETURN                                              *
003730** READS THE NEXT RECORD OF THE RETURN FILE.  AT END, AN ENTRY   *
003740** STILL WAITING FOR ITS ADDENDA IS LISTED FOR REVIEW.           *
003750******************************************************************
003760 2900-READ-RETURN.
003770     READ ACH-RETURN-FILE
003780         AT END
003790             SET WS-END-OF-FILE TO TRUE
003800             IF WS-ENTRY-PENDING
003810                 PERFORM 2700-NO-REASON THRU 2700-EXIT
003820             END-IF
003830     END-READ.
003840 2900-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880** 9000-TERMINATE                                                *
003890** WRITES THE REGISTER TOTALS AND CLOSES THE FILES.  A RUN       *
003900** REFUSED AT INITIALIZATION WRITES NOTHING AND ENDS RC=8.       *
003910** RETURNS LEFT FOR REVIEW END THE STEP RC=4 SO THE SCHEDULER    *
003920** SEES THEM.                                                    *
003930******************************************************************
003940 9000-TERMINATE.
003950     IF WS-NO-RETURNS-FILE
003960         DISPLAY "NO ACH RETURN FILE - NO RETURNS TO PROCESS"
003970         GO TO 9000-EXIT
003980     END-IF
003990     IF WS-RUN-ABORTED
004000         DISPLAY "ACH RETURNS ABORTED - NOTHING REVERSED"
004010         GO TO 9000-EXIT
004020     END-IF
004030     PERFORM 9300-WRITE-TOTALS THRU 9300-EXIT
004040     CLOSE ACH-RETURN-FILE
004050     CLOSE ACH-ENROLL-FILE
004060     CLOSE PAYMENT-FILE
004070     CLOSE ACHR-RPT-FILE
004080     DISPLAY "ACH RETURNS COMPLETE.  RUN DATE: " WS-RUN-DATE
004090     DISPLAY "RECORDS READ . . . . : " WS-RECORDS-READ
004100     DISPLAY "RETURNS SETTLED. . . : " WS-RETURNS-READ
004110     DISPLAY "REVERSALS WRITTEN. . : " WS-REVERSED
004120     DISPLAY "NOT REVERSED . . . . : " WS-NOT-REVERSED
004130     DISPLAY "NOT ENROLLED . . . . : " WS-NOT-ENROLLED
004140     DISPLAY "NO RETURN REASON . . : " WS-NO-REASON
004150     DISPLAY "ENROLLMENTS SUSPENDED: " WS-SUSPENDED
004160     IF WS-NOT-REVERSED > ZERO
004170         OR WS-NOT-ENROLLED > ZERO
004180         OR WS-NO-REASON > ZERO
004190         IF RETURN-CODE < 4
004200             MOVE 4 TO RETURN-CODE
004210         END-IF
004220     END-IF.
004230 9000-EXIT.
004240     EXIT.
004250
004260******************************************************************
004270** 9300-WRITE-TOTALS                                             *
004280** WRITES THE REGISTER TOTALS: RETURNS REVERSED, RETURNS LEFT    *
004290** FOR REVIEW, AND ENROLLMENTS SUSPENDED.                        *
004300******************************************************************
004310 9300-WRITE-TOTALS.
004320     MOVE SPACES TO ACHR-RPT-REC
004330     WRITE ACHR-RPT-REC
004340     IF WS-RETURNS-READ = ZERO AND WS-NO-REASON = ZERO
004350         MOVE "NO RETURNED DRAFTS." TO ACHR-MESSAGE-LINE
004360         WRITE ACHR-RPT-REC FROM ACHR-MESSAGE-LINE
004370         MOVE SPACES TO ACHR-RPT-REC
004380         WRITE ACHR-RPT-REC
004390     END-IF
004400     MOVE "RETURNS RECEIVED        : " TO RS-TOTAL-LABEL
004410     COMPUTE RS-TOTAL-COUNT = WS-RETURNS-READ + WS-NO-REASON
004420     MOVE WS-RETURNED-TOTAL TO RS-TOTAL-AMOUNT
004430     WRITE ACHR-RPT-REC FROM ACHR-TOTAL-LINE
004440     MOVE "RETURNS REVERSED        : " TO RS-TOTAL-LABEL
004450     MOVE WS-REVERSED TO RS-TOTAL-COUNT
004460     MOVE WS-REVERSED-TOTAL TO RS-TOTAL-AMOUNT
004470     WRITE ACHR-RPT-REC FROM ACHR-TOTAL-LINE
004480     MOVE "RETURNS FOR REVIEW      : " TO RS-TOTAL-LABEL
004490     COMPUTE RS-TOTAL-COUNT = WS-NOT-REVERSED + WS-NOT-ENROLLED
004500         + WS-NO-REASON
004510     MOVE WS-REVIEW-TOTAL TO RS-TOTAL-AMOUNT
004520     WRITE ACHR-RPT-REC FROM ACHR-TOTAL-LINE
004530     MOVE "ENROLLMENTS SUSPENDED   : " TO RS-TOTAL-LABEL
004540     MOVE WS-SUSPENDED TO RS-TOTAL-COUNT
004550     MOVE ZERO TO RS-TOTAL-AMOUNT
004560     WRITE ACHR-RPT-REC FROM ACHR-TOTAL-LINE
004570     IF WS-RUN-STOPPED
004580         MOVE "*** RUN STOPPED EARLY - SEE THE JOB LOG"
004590             TO ACHR-MESSAGE-LINE
004600         WRITE ACHR-RPT-REC FROM ACHR-MESSAGE-LINE
004610     END-IF.
004620 9300-EXIT.
004630     EXIT.
004640
004650 END PROGRAM LOANACHR.
