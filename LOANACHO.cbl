000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANACHO.
000030 AUTHOR. LENDING-SYSTEMS-GROUP.
000040 INSTALLATION. LOAN-ORIGINATION.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-10-15 LSG  ORIGINAL VERSION.  NIGHTLY ACH AUTO-DEBIT
000110*                ORIGINATION.  SWEEPS THE ENROLLMENT FILE FOR
000120*                ACTIVE ENROLLMENTS WHOSE DRAFT DAY HAS COME THIS
000130*                MONTH AND NOT YET BEEN DRAFTED, AND DRAFTS EACH
000140*                LOAN'S SCHEDULED PAYMENT: A PPD DEBIT ENTRY ON
000150*                THE NACHA ORIGINATION FILE FOR THE BANK, AND THE
000160*                MATCHING PAYMENT RECORD ADDED TO PAYTRAN FOR
000170*                LOANPOST.  A LOAN ALREADY PAID AHEAD FOR THE
000180*                MONTH IS NOT DRAFTED.  EVERY DRAFT IS LISTED ON
000190*                THE ORIGINATION REGISTER, WHOSE TOTALS TIE TO THE
000200*                BATCH CONTROL RECORD.
000202*2026-10-15 LSG  A ZERO RUN DATE ON ACHPARM NOW DEFAULTS TO THE
000204*                BUSINESS DATE ON THE CONTROL FILE INSTEAD OF THE
000206*                SYSTEM CLOCK.
000210*-----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000260 OBJECT-COMPUTER. IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT ACH-PARM-FILE ASSIGN TO "ACHPARM"
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS ACH-PARM-STATUS.
000320     SELECT ACH-ENROLL-FILE ASSIGN TO "ACHMSTR"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS AE-LOAN-NUMBER
000360         FILE STATUS IS ACH-ENROLL-STATUS.
000370     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS LM-LOAN-NUMBER
000410         FILE STATUS IS LOAN-MASTER-STATUS.
000420     SELECT BORROWER-MASTER-FILE ASSIGN TO "BORMSTR"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS BM-BORROWER-ID
000460         FILE STATUS IS BORROWER-MASTER-STATUS.
000470     SELECT ACH-ORIG-FILE ASSIGN TO "ACHORIG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS ACH-ORIG-STATUS.
000500     SELECT PAYMENT-FILE ASSIGN TO "PAYTRAN"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS PAYMENT-STATUS.
000530     SELECT ACHO-RPT-FILE ASSIGN TO "ACHORPT"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS ACHO-RPT-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  ACH-PARM-FILE.
000600 01  ACH-PARM-REC.
000610     05  AP-RUN-DATE         PIC 9(8).
000620     05  AP-IMMED-DEST       PIC X(10).
000630     05  AP-IMMED-ORIGIN     PIC X(10).
000640     05  AP-DEST-NAME        PIC X(23).
000650     05  AP-ORIGIN-NAME      PIC X(23).
000660     05  AP-COMPANY-NAME     PIC X(16).
000670     05  AP-COMPANY-ID       PIC X(10).
000680     05  AP-ODFI-ID          PIC 9(8).
000690     05  AP-ENTRY-DESC       PIC X(10).
000700 FD  ACH-ENROLL-FILE.
000710     COPY "ACHREC.CPY".
000720 FD  LOAN-MASTER-FILE.
000730     COPY "LOANREC.CPY".
000740 FD  BORROWER-MASTER-FILE.
000750     COPY "BORREC.CPY".
000760 FD  ACH-ORIG-FILE.
000770     COPY "NACHREC.CPY".
000780 FD  PAYMENT-FILE.
000790     COPY "PAYREC.CPY".
000800 FD  ACHO-RPT-FILE.
000810 01  ACHO-RPT-REC            PIC X(100).
000820
000830 WORKING-STORAGE SECTION.
000840**************************************************
000850** SWITCHES AND WORK AREAS                        *
000860**************************************************
000870 01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000880     88  WS-END-OF-FILE               VALUE 'Y'.
000890 01  WS-ABORT-SWITCH         PIC X(01) VALUE 'N'.
000900     88  WS-RUN-ABORTED               VALUE 'Y'.
000910 01  WS-STOP-SWITCH          PIC X(01) VALUE 'N'.
000920     88  WS-RUN-STOPPED               VALUE 'Y'.
000930 01  WS-NO-ENROLL-SWITCH     PIC X(01) VALUE 'N'.
000940     88  WS-NO-ENROLL-FILE            VALUE 'Y'.
000950 01  ACH-PARM-STATUS         PIC X(2) VALUE SPACES.
000960 01  ACH-ENROLL-STATUS       PIC X(2) VALUE SPACES.
000970 01  LOAN-MASTER-STATUS      PIC X(2) VALUE SPACES.
000980 01  BORROWER-MASTER-STATUS  PIC X(2) VALUE SPACES.
000990 01  ACH-ORIG-STATUS         PIC X(2) VALUE SPACES.
001000 01  PAYMENT-STATUS          PIC X(2) VALUE SPACES.
001010 01  ACHO-RPT-STATUS         PIC X(2) VALUE SPACES.
001012     COPY "BDAYPARM.CPY".
001020 01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
001030 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001040     05  WS-RUN-YYYYMM       PIC 9(6).
001050     05  WS-RUN-DD           PIC 9(2).
001060 01  WS-RUN-DATE-SHORT REDEFINES WS-RUN-DATE.
001070     05  FILLER              PIC 9(2).
001080     05  WS-RUN-YYMMDD       PIC 9(6).
001090 01  WS-DRAFT-DATE           PIC 9(8) VALUE ZERO.
001100 01  WS-DRAFT-DATE-PARTS REDEFINES WS-DRAFT-DATE.
001110     05  WS-DRAFT-YYYYMM     PIC 9(6).
001120     05  WS-DRAFT-DD         PIC 9(2).
001130 01  WS-LAST-DRAFT-DATE      PIC 9(8) VALUE ZERO.
001140 01  WS-LAST-DRAFT-PARTS REDEFINES WS-LAST-DRAFT-DATE.
001150     05  WS-LAST-DRAFT-YYYYMM PIC 9(6).
001160     05  FILLER              PIC 9(2).
001170 01  WS-NEXT-DUE-DATE        PIC 9(8) VALUE ZERO.
001180 01  WS-NEXT-DUE-PARTS REDEFINES WS-NEXT-DUE-DATE.
001190     05  WS-NEXT-DUE-YYYYMM  PIC 9(6).
001200     05  FILLER              PIC 9(2).
001210 01  WS-TODAY                PIC 9(6) VALUE ZERO.
001220 01  WS-TIME-WORK            PIC 9(8) VALUE ZERO.
001230 01  WS-ODFI-ID              PIC 9(8) VALUE ZERO.
001240 01  WS-ENTRY-DESC           PIC X(10) VALUE SPACES.
001250 01  WS-ACCOUNT-LEN          PIC 9(2) VALUE ZERO.
001260 01  WS-MASKED-ACCOUNT       PIC X(17) VALUE SPACES.
001270 01  WS-EXCEPTION-TEXT       PIC X(40) VALUE SPACES.
001280**************************************************
001290** COUNTERS AND NACHA CONTROL TOTALS.  THE ENTRY  *
001300** HASH IS THE SUM OF THE RECEIVING BANK IDS;     *
001310** ONLY ITS LOW-ORDER TEN DIGITS GO ON THE FILE.  *
001320**************************************************
001330 01  WS-ENROLL-READ          PIC 9(6) VALUE ZERO.
001340 01  WS-NOT-ACTIVE           PIC 9(6) VALUE ZERO.
001350 01  WS-NOT-YET-DUE          PIC 9(6) VALUE ZERO.
001360 01  WS-ALREADY-DRAFTED      PIC 9(6) VALUE ZERO.
001370 01  WS-PAID-AHEAD           PIC 9(6) VALUE ZERO.
001380 01  WS-EXCEPTIONS           PIC 9(6) VALUE ZERO.
001390 01  WS-ENTRY-COUNT          PIC 9(6) VALUE ZERO.
001400 01  WS-BATCH-COUNT          PIC 9(6) VALUE ZERO.
001410 01  WS-RECORD-COUNT         PIC 9(8) VALUE ZERO.
001420 01  WS-BLOCK-COUNT          PIC 9(6) VALUE ZERO.
001430 01  WS-PAD-COUNT            PIC 9(2) VALUE ZERO.
001440 01  WS-ENTRY-HASH           PIC 9(15) VALUE ZERO.
001450 01  WS-TOTAL-DEBIT          PIC 9(10)V99 VALUE ZERO.
001460 01  WS-SERVICE-CLASS        PIC 9(3) VALUE 225.
001470 01  WS-BATCH-NUMBER         PIC 9(7) VALUE 1.
001480**************************************************
001490** REPORT LINES                                   *
001500**************************************************
001510 01  ACHO-HEADING-LINE.
001520     05  FILLER              PIC X(36)
001530         VALUE "ACH DEBIT ORIGINATION REGISTER      ".
001540     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
001550     05  OR-RUN-DATE         PIC 9(8).
001560 01  ACHO-COLUMN-LINE.
001570     05  FILLER              PIC X(9)  VALUE "LOAN NO  ".
001580     05  FILLER              PIC X(23) VALUE "BORROWER".
001590     05  FILLER              PIC X(11) VALUE "ROUTING".
001600     05  FILLER              PIC X(19) VALUE "ACCOUNT".
001610     05  FILLER              PIC X(5)  VALUE "TYPE".
001620     05  FILLER              PIC X(16) VALUE "          AMOUNT".
001630     05  FILLER              PIC X(17) VALUE "  TRACE NUMBER".
001640 01  ACHO-DETAIL-LINE.
001650     05  OD-LOAN-NUMBER      PIC 9(6).
001660     05  FILLER              PIC X(3)  VALUE SPACES.
001670     05  OD-NAME             PIC X(22).
001680     05  FILLER              PIC X(1)  VALUE SPACES.
001690     05  OD-ROUTING          PIC 9(9).
001700     05  FILLER              PIC X(2)  VALUE SPACES.
001710     05  OD-ACCOUNT          PIC X(17).
001720     05  FILLER              PIC X(2)  VALUE SPACES.
001730     05  OD-TYPE             PIC X(3).
001740     05  FILLER              PIC X(2)  VALUE SPACES.
001750     05  OD-AMOUNT           PIC $$,$$$,$$9.99.
001760     05  FILLER              PIC X(3)  VALUE SPACES.
001770     05  OD-TRACE            PIC X(15).
001780 01  ACHO-EXCEPTION-LINE.
001790     05  FILLER              PIC X(4)  VALUE "*** ".
001800     05  OX-LOAN-NUMBER      PIC 9(6).
001810     05  FILLER              PIC X(3)  VALUE SPACES.
001820     05  OX-TEXT             PIC X(40).
001830 01  ACHO-TOTAL-LINE.
001840     05  OS-TOTAL-LABEL      PIC X(26).
001850     05  OS-TOTAL-COUNT      PIC ZZZ,ZZ9.
001860     05  FILLER              PIC X(4)  VALUE SPACES.
001870     05  OS-TOTAL-AMOUNT     PIC $$,$$$,$$$,$$9.99.
001880 01  ACHO-HASH-LINE.
001890     05  FILLER              PIC X(26)
001900         VALUE "BATCH ENTRY HASH        : ".
001910     05  OH-ENTRY-HASH       PIC 9(10).
001920 01  ACHO-MESSAGE-LINE       PIC X(100).
001930
001940******************************************************************
001950** 0000-MAINLINE                                                 *
001960** DRIVES THE RUN: INITIALIZE AND WRITE THE FILE HEADER, DRAFT   *
001970** EVERY ENROLLMENT THAT IS DUE, THEN CLOSE OUT THE NACHA FILE   *
001980** WITH ITS CONTROL RECORDS AND WRITE THE REGISTER TOTALS.       *
001990******************************************************************
002000 PROCEDURE DIVISION.
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002030     PERFORM 2000-PROCESS-ENROLLMENT THRU 2000-EXIT
002040         UNTIL WS-END-OF-FILE
002050             OR WS-RUN-STOPPED
002060     PERFORM 9000-TERMINATE THRU 9000-EXIT
002070     GOBACK.
002080
002090******************************************************************
002100** 1000-INITIALIZE                                               *
002108** LOADS THE PARAMETERS - A ZERO RUN DATE DEFAULTS TO THE        *
002116** BUSINESS DATE AND A BLANK ENTRY DESCRIPTION TO LOAN PMT.      *
002124** THE BANK ROUTING IDENTIFIERS AND COMPANY ID HAVE NO SAFE      *
002132** DEFAULT, SO WITHOUT THEM THE RUN IS REFUSED.  NO ENROLLMENT   *
002140** FILE YET MEANS NO LOAN HAS BEEN ENROLLED AND THERE IS         *
002148** NOTHING TO DRAFT.  A PAYTRAN NOT YET CUT FOR THE DAY IS       *
002156** CREATED; OTHERWISE THE DRAFTS ARE ADDED AFTER THE PAYMENTS    *
002164** ALREADY ON IT.                                                *
002180******************************************************************
002190 1000-INITIALIZE.
002200     OPEN INPUT ACH-PARM-FILE
002210     IF ACH-PARM-STATUS NOT = "00"
002220         DISPLAY "UNABLE TO OPEN ACH-PARM-FILE - STATUS: "
002230             ACH-PARM-STATUS
002240         SET WS-RUN-ABORTED TO TRUE
002250         SET WS-END-OF-FILE TO TRUE
002260         MOVE 8 TO RETURN-CODE
002270         GO TO 1000-EXIT
002280     END-IF
002290     MOVE SPACES TO ACH-PARM-REC
002300     READ ACH-PARM-FILE
002310         AT END CONTINUE
002320     END-READ
002330     CLOSE ACH-PARM-FILE
002340     IF AP-RUN-DATE IS NUMERIC
002350         MOVE AP-RUN-DATE TO WS-RUN-DATE
002360     END-IF
002370     IF WS-RUN-DATE = ZERO
002374         SET BDY-GET-DATES TO TRUE
002378         CALL "LOANBDAY" USING BDAY-PARMS
002382         END-CALL
002386         MOVE BDY-DATE TO WS-RUN-DATE
002390     END-IF
002400     IF AP-ODFI-ID IS NUMERIC
002410         MOVE AP-ODFI-ID TO WS-ODFI-ID
002420     END-IF
002430     IF AP-IMMED-DEST = SPACES
002440         OR AP-IMMED-ORIGIN = SPACES
002450         OR AP-COMPANY-ID = SPACES
002460         OR WS-ODFI-ID = ZERO
002470         DISPLAY "ACHPARM LACKS THE BANK ROUTING OR COMPANY ID"
002480             " - RUN REFUSED"
002490         SET WS-RUN-ABORTED TO TRUE
002500         SET WS-END-OF-FILE TO TRUE
002510         MOVE 8 TO RETURN-CODE
002520         GO TO 1000-EXIT
002530     END-IF
002540     MOVE AP-ENTRY-DESC TO WS-ENTRY-DESC
002550     IF WS-ENTRY-DESC = SPACES
002560         MOVE "LOAN PMT" TO WS-ENTRY-DESC
002570     END-IF
002580     OPEN I-O ACH-ENROLL-FILE
002590     IF ACH-ENROLL-STATUS = "35"
002600         SET WS-NO-ENROLL-FILE TO TRUE
002610         SET WS-END-OF-FILE TO TRUE
002620         GO TO 1000-EXIT
002630     END-IF
002640     IF ACH-ENROLL-STATUS NOT = "00"
002650         DISPLAY "UNABLE TO OPEN ACH-ENROLL-FILE - STATUS: "
002660             ACH-ENROLL-STATUS
002670         SET WS-RUN-ABORTED TO TRUE
002680         SET WS-END-OF-FILE TO TRUE
002690         MOVE 8 TO RETURN-CODE
002700         GO TO 1000-EXIT
002710     END-IF
002720     OPEN INPUT LOAN-MASTER-FILE
002730     IF LOAN-MASTER-STATUS NOT = "00"
002740         DISPLAY "UNABLE TO OPEN LOAN-MASTER-FILE - STATUS: "
002750             LOAN-MASTER-STATUS
002760         CLOSE ACH-ENROLL-FILE
002770         SET WS-RUN-ABORTED TO TRUE
002780         SET WS-END-OF-FILE TO TRUE
002790         MOVE 8 TO RETURN-CODE
002800         GO TO 1000-EXIT
002810     END-IF
002820     OPEN INPUT BORROWER-MASTER-FILE
002830     IF BORROWER-MASTER-STATUS NOT = "00"
002840         DISPLAY "UNABLE TO OPEN BORROWER-MASTER-FILE - STATUS: "
002850             BORROWER-MASTER-STATUS
002860         CLOSE ACH-ENROLL-FILE
002870         CLOSE LOAN-MASTER-FILE
002880         SET WS-RUN-ABORTED TO TRUE
002890         SET WS-END-OF-FILE TO TRUE
002900         MOVE 8 TO RETURN-CODE
002910         GO TO 1000-EXIT
002920     END-IF
002930     OPEN EXTEND PAYMENT-FILE
002940     IF PAYMENT-STATUS = "35"
002950         OPEN OUTPUT PAYMENT-FILE
002960     END-IF
002970     IF PAYMENT-STATUS NOT = "00"
002980         DISPLAY "UNABLE TO OPEN PAYMENT-FILE - STATUS: "
002990             PAYMENT-STATUS
003000         CLOSE ACH-ENROLL-FILE
003010         CLOSE LOAN-MASTER-FILE
003020         CLOSE BORROWER-MASTER-FILE
003030         SET WS-RUN-ABORTED TO TRUE
003040         SET WS-END-OF-FILE TO TRUE
003050         MOVE 8 TO RETURN-CODE
003060         GO TO 1000-EXIT
003070     END-IF
003080     OPEN OUTPUT ACH-ORIG-FILE
003090     OPEN OUTPUT ACHO-RPT-FILE
003100     MOVE WS-RUN-DATE TO OR-RUN-DATE
003110     WRITE ACHO-RPT-REC FROM ACHO-HEADING-LINE
003120     MOVE SPACES TO ACHO-RPT-REC
003130     WRITE ACHO-RPT-REC
003140     WRITE ACHO-RPT-REC FROM ACHO-COLUMN-LINE
003150     PERFORM 1100-WRITE-FILE-HEADER THRU 1100-EXIT
003160     MOVE ZERO TO AE-LOAN-NUMBER
003170     START ACH-ENROLL-FILE KEY IS NOT LESS THAN AE-LOAN-NUMBER
003180         INVALID KEY
003190             SET WS-END-OF-FILE TO TRUE
003200     END-START
003210     IF NOT WS-END-OF-FILE
003220         PERFORM 2900-READ-ENROLLMENT THRU 2900-EXIT
003230     END-IF.
003240 1000-EXIT.
003250     EXIT.
003260
003270******************************************************************
003280** 1100-WRITE-FILE-HEADER                                        *
003290** WRITES THE NACHA FILE HEADER: THE BANK'S ROUTING IDENTIFIERS  *
003300** AND NAMES FROM THE PARAMETERS, STAMPED WITH TODAY'S DATE AND  *
003310** THE TIME THE FILE WAS CREATED.                                *
003320******************************************************************
003330 1100-WRITE-FILE-HEADER.
003340     ACCEPT WS-TODAY FROM DATE
003350     ACCEPT WS-TIME-WORK FROM TIME
003360     MOVE SPACES          TO NACHA-FILE-HEADER
003370     MOVE "1"             TO NF-RECORD-TYPE
003380     MOVE 1               TO NF-PRIORITY-CODE
003390     MOVE AP-IMMED-DEST   TO NF-IMMED-DEST
003400     MOVE AP-IMMED-ORIGIN TO NF-IMMED-ORIGIN
003410     MOVE WS-TODAY        TO NF-CREATION-DATE
003420     MOVE WS-TIME-WORK (1:4) TO NF-CREATION-TIME
003430     MOVE "A"             TO NF-FILE-ID-MODIFIER
003440     MOVE 94              TO NF-RECORD-SIZE
003450     MOVE 10              TO NF-BLOCKING-FACTOR
003460     MOVE "1"             TO NF-FORMAT-CODE
003470     MOVE AP-DEST-NAME    TO NF-DEST-NAME
003480     MOVE AP-ORIGIN-NAME  TO NF-ORIGIN-NAME
003490     WRITE NACHA-FILE-HEADER
003500     ADD 1 TO WS-RECORD-COUNT.
003510 1100-EXIT.
003520     EXIT.
003530
003540******************************************************************
003550** 2000-PROCESS-ENROLLMENT                                       *
003560** TAKES UP ONE ENROLLMENT.  IT IS DUE WHEN IT IS ACTIVE, ITS    *
003570** DRAFT DAY THIS MONTH HAS COME, IT WAS IN PLACE BY THAT DAY,   *
003580** AND NOTHING HAS BEEN DRAFTED ON IT THIS MONTH - SO A DRAFT    *
003590** DAY PASSED OVER BY A NIGHT WITHOUT A RUN IS PICKED UP BY THE  *
003600** NEXT ONE, AND NO LOAN IS DRAFTED TWICE IN A MONTH.  THE LOAN  *
003610** MUST STILL BE OPEN WITH A PAYMENT AND A BALANCE.  A LOAN      *
003620** WHOSE NEXT INSTALLMENT FALLS DUE IN A LATER MONTH IS ALREADY  *
003630** PAID AHEAD AND IS NOT DRAFTED.                                *
003640******************************************************************
003650 2000-PROCESS-ENROLLMENT.
003660     ADD 1 TO WS-ENROLL-READ
003670     IF NOT AE-STATUS-ACTIVE
003680         ADD 1 TO WS-NOT-ACTIVE
003690         GO TO 2000-READ-NEXT
003700     END-IF
003710     MOVE WS-RUN-YYYYMM TO WS-DRAFT-YYYYMM
003720     MOVE AE-DRAFT-DAY  TO WS-DRAFT-DD
003730     IF WS-DRAFT-DATE > WS-RUN-DATE
003740         OR AE-ENROLL-DATE > WS-DRAFT-DATE
003750         ADD 1 TO WS-NOT-YET-DUE
003760         GO TO 2000-READ-NEXT
003770     END-IF
003780     MOVE AE-LAST-DRAFT-DATE TO WS-LAST-DRAFT-DATE
003790     IF WS-LAST-DRAFT-YYYYMM NOT < WS-RUN-YYYYMM
003800         ADD 1 TO WS-ALREADY-DRAFTED
003810         GO TO 2000-READ-NEXT
003820     END-IF
003830     MOVE AE-LOAN-NUMBER TO LM-LOAN-NUMBER
003840     READ LOAN-MASTER-FILE
003850         INVALID KEY
003860             MOVE "LOAN NOT ON MASTER - NOT DRAFTED"
003870                 TO WS-EXCEPTION-TEXT
003880             PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003890             GO TO 2000-READ-NEXT
003900     END-READ
003910     IF NOT LM-STATUS-ACTIVE AND NOT LM-STATUS-NONACCRUAL
003920         MOVE "LOAN NOT OPEN - NOT DRAFTED" TO WS-EXCEPTION-TEXT
003930         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
003940         GO TO 2000-READ-NEXT
003950     END-IF
003960     IF LM-PAYMENT-AMOUNT = ZERO
003970         OR LM-OUTSTANDING-BAL = ZERO
003980         MOVE "NO PAYMENT OR BALANCE - NOT DRAFTED"
003990             TO WS-EXCEPTION-TEXT
004000         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
004010         GO TO 2000-READ-NEXT
004020     END-IF
004030     MOVE LM-NEXT-DUE-DATE TO WS-NEXT-DUE-DATE
004040     IF WS-NEXT-DUE-YYYYMM > WS-RUN-YYYYMM
004050         ADD 1 TO WS-PAID-AHEAD
004060         GO TO 2000-READ-NEXT
004070     END-IF
004080     MOVE LM-BORROWER-ID TO BM-BORROWER-ID
004090     READ BORROWER-MASTER-FILE
004100         INVALID KEY
004110             MOVE SPACES TO BM-NAME
004120     END-READ
004130     PERFORM 2200-WRITE-ENTRY THRU 2200-EXIT
004140     PERFORM 2300-WRITE-PAYMENT THRU 2300-EXIT
004150     PERFORM 2400-MARK-DRAFTED THRU 2400-EXIT
004160     PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT.
004170 2000-READ-NEXT.
004180     IF NOT WS-RUN-STOPPED
004190         PERFORM 2900-READ-ENROLLMENT THRU 2900-EXIT
004200     END-IF.
004210 2000-EXIT.
004220     EXIT.
004230
004240******************************************************************
004250** 2100-WRITE-BATCH-HEADER                                       *
004260** WRITES THE PPD BATCH HEADER AHEAD OF THE FIRST DEBIT, SO A    *
004270** NIGHT WITH NOTHING TO DRAFT SENDS A FILE WITH NO BATCH AT     *
004280** ALL.  THE BATCH SETTLES ON THE RUN DATE.                      *
004290******************************************************************
004300 2100-WRITE-BATCH-HEADER.
004310     MOVE SPACES           TO NACHA-BATCH-HEADER
004320     MOVE "5"              TO NB-RECORD-TYPE
004330     MOVE WS-SERVICE-CLASS TO NB-SERVICE-CLASS
004340     MOVE AP-COMPANY-NAME  TO NB-COMPANY-NAME
004350     MOVE AP-COMPANY-ID    TO NB-COMPANY-ID
004360     MOVE "PPD"            TO NB-SEC-CODE
004370     MOVE WS-ENTRY-DESC    TO NB-ENTRY-DESC
004380     MOVE WS-RUN-YYMMDD    TO NB-EFFECTIVE-DATE
004390     MOVE "1"              TO NB-ORIGINATOR-STATUS
004400     MOVE WS-ODFI-ID       TO NB-ODFI-ID
004410     MOVE WS-BATCH-NUMBER  TO NB-BATCH-NUMBER
004420     WRITE NACHA-BATCH-HEADER
004430     ADD 1 TO WS-RECORD-COUNT
004440     ADD 1 TO WS-BATCH-COUNT.
004450 2100-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490** 2200-WRITE-ENTRY                                              *
004500** WRITES THE DEBIT ENTRY FOR THE LOAN'S SCHEDULED PAYMENT -     *
004510** TRANSACTION CODE 27 AGAINST A CHECKING ACCOUNT, 37 AGAINST    *
004520** SAVINGS.  THE INDIVIDUAL ID CARRIES THE LOAN NUMBER AND THE   *
004530** PAYMENT DATE SO A RETURN CAN BE MATCHED BACK TO THE POSTING   *
004540** IT REVERSES.  THE TRACE NUMBER IS THE ORIGINATING BANK ID     *
004550** AND THE ENTRY'S SEQUENCE IN THE FILE.                         *
004560******************************************************************
004570 2200-WRITE-ENTRY.
004580     IF WS-BATCH-COUNT = ZERO
004590         PERFORM 2100-WRITE-BATCH-HEADER THRU 2100-EXIT
004600     END-IF
004610     ADD 1 TO WS-ENTRY-COUNT
004620     MOVE SPACES            TO NACHA-ENTRY-DETAIL
004630     MOVE "6"               TO NE-RECORD-TYPE
004640     IF AE-SAVINGS
004650         SET NE-SAVINGS-DEBIT TO TRUE
004660     ELSE
004670         SET NE-CHECKING-DEBIT TO TRUE
004680     END-IF
004690     MOVE AE-RDFI-ID        TO NE-RDFI-ID
004700     MOVE AE-CHECK-DIGIT    TO NE-CHECK-DIGIT
004710     MOVE AE-ACCOUNT-NUMBER TO NE-DFI-ACCOUNT
004720     MOVE LM-PAYMENT-AMOUNT TO NE-AMOUNT
004730     MOVE AE-LOAN-NUMBER    TO NE-ID-LOAN-NUMBER
004740     MOVE WS-RUN-DATE       TO NE-ID-PAYMENT-DATE
004750     MOVE BM-NAME           TO NE-INDIVIDUAL-NAME
004760     MOVE ZERO              TO NE-ADDENDA-IND
004770     MOVE WS-ODFI-ID        TO NE-TRACE-ODFI
004780     MOVE WS-ENTRY-COUNT    TO NE-TRACE-SEQ
004790     WRITE NACHA-ENTRY-DETAIL
004800     ADD 1 TO WS-RECORD-COUNT
004810     ADD AE-RDFI-ID TO WS-ENTRY-HASH
004820     ADD LM-PAYMENT-AMOUNT TO WS-TOTAL-DEBIT.
004830 2200-EXIT.
004840     EXIT.
004850
004860******************************************************************
004870** 2300-WRITE-PAYMENT                                            *
004880** ADDS THE MATCHING PAYMENT TO PAYTRAN, DATED THE RUN DATE,     *
004890** FOR LOANPOST TO APPLY LIKE ANY OTHER PAYMENT RECEIVED.        *
004900******************************************************************
004910 2300-WRITE-PAYMENT.
004920     MOVE AE-LOAN-NUMBER    TO PT-LOAN-NUMBER
004930     MOVE LM-PAYMENT-AMOUNT TO PT-PAYMENT-AMOUNT
004940     MOVE WS-RUN-DATE       TO PT-PAYMENT-DATE
004950     MOVE "P"               TO PT-RECORD-TYPE
004960     WRITE PAYMENT-RECORD.
004970 2300-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010** 2400-MARK-DRAFTED                                             *
005020** STAMPS THE ENROLLMENT WITH THE DATE AND AMOUNT DRAFTED SO     *
005030** THE LOAN IS NOT DRAFTED AGAIN THIS MONTH.  A FAILED REWRITE   *
005040** WOULD LET THE LOAN BE DRAFTED TWICE, SO IT STOPS THE RUN      *
005050** WITH RC=8.                                                    *
005060******************************************************************
005070 2400-MARK-DRAFTED.
005080     MOVE WS-RUN-DATE       TO AE-LAST-DRAFT-DATE
005090     MOVE LM-PAYMENT-AMOUNT TO AE-LAST-DRAFT-AMT
005100     REWRITE ACH-ENROLL-RECORD
005110         INVALID KEY
005120             DISPLAY "UNABLE TO REWRITE ENROLLMENT FOR LOAN "
005130                 AE-LOAN-NUMBER " - STATUS: " ACH-ENROLL-STATUS
005140             SET WS-RUN-STOPPED TO TRUE
005150             MOVE 8 TO RETURN-CODE
005160     END-REWRITE.
005170 2400-EXIT.
005180     EXIT.
005190
005200******************************************************************
005210** 2500-WRITE-DETAIL                                             *
005220** WRITES THE REGISTER LINE FOR THE DRAFT JUST MADE.  ONLY THE   *
005230** LAST FOUR CHARACTERS OF THE ACCOUNT NUMBER ARE PRINTED.       *
005240******************************************************************
005250 2500-WRITE-DETAIL.
005260     MOVE ZERO TO WS-ACCOUNT-LEN
005270     INSPECT AE-ACCOUNT-NUMBER TALLYING WS-ACCOUNT-LEN
005280         FOR CHARACTERS BEFORE INITIAL SPACE
005290     MOVE SPACES TO WS-MASKED-ACCOUNT
005300     IF WS-ACCOUNT-LEN > 4
005310         MOVE ALL "*"
005320             TO WS-MASKED-ACCOUNT (1:WS-ACCOUNT-LEN - 4)
005330         MOVE AE-ACCOUNT-NUMBER (WS-ACCOUNT-LEN - 3:4)
005340             TO WS-MASKED-ACCOUNT (WS-ACCOUNT-LEN - 3:4)
005350     ELSE
005360         MOVE ALL "*" TO WS-MASKED-ACCOUNT (1:4)
005370     END-IF
005380     MOVE AE-LOAN-NUMBER    TO OD-LOAN-NUMBER
005390     MOVE BM-NAME           TO OD-NAME
005400     MOVE AE-ROUTING-NUMBER TO OD-ROUTING
005410     MOVE WS-MASKED-ACCOUNT TO OD-ACCOUNT
005420     IF AE-SAVINGS
005430         MOVE "SAV"         TO OD-TYPE
005440     ELSE
005450         MOVE "CHK"         TO OD-TYPE
005460     END-IF
005470     MOVE LM-PAYMENT-AMOUNT TO OD-AMOUNT
005480     MOVE NE-TRACE-NUMBER   TO OD-TRACE
005490     WRITE ACHO-RPT-REC FROM ACHO-DETAIL-LINE.
005500 2500-EXIT.
005510     EXIT.
005520
005530******************************************************************
005540** 2800-WRITE-EXCEPTION                                          *
005550** LISTS AN ENROLLMENT THAT WAS DUE BUT COULD NOT BE DRAFTED,    *
005560** WITH THE REASON, SO SOMEONE CAN CANCEL IT OR PUT THE LOAN     *
005570** RIGHT.                                                        *
005580******************************************************************
005590 2800-WRITE-EXCEPTION.
005600     ADD 1 TO WS-EXCEPTIONS
005610     MOVE AE-LOAN-NUMBER    TO OX-LOAN-NUMBER
005620     MOVE WS-EXCEPTION-TEXT TO OX-TEXT
005630     WRITE ACHO-RPT-REC FROM ACHO-EXCEPTION-LINE.
005640 2800-EXIT.
005650     EXIT.
005660
005670******************************************************************
005680** 2900-READ-ENROLLMENT                                          *
005690** READS THE NEXT ENROLLMENT IN LOAN NUMBER ORDER, SETTING THE   *
005700** END-OF-FILE SWITCH WHEN THE FILE IS EXHAUSTED.                *
005710******************************************************************
005720 2900-READ-ENROLLMENT.
005730     READ ACH-ENROLL-FILE NEXT RECORD
005740         AT END SET WS-END-OF-FILE TO TRUE
005750     END-READ.
005760 2900-EXIT.
005770     EXIT.
005780
005790******************************************************************
005800** 9000-TERMINATE                                                *
005810** CLOSES OUT THE NACHA FILE WITH ITS CONTROL RECORDS, WRITES    *
005820** THE REGISTER TOTALS, AND CLOSES THE FILES.  A RUN REFUSED AT  *
005830** INITIALIZATION WRITES NOTHING AND ENDS RC=8.                  *
005840******************************************************************
005850 9000-TERMINATE.
005860     IF WS-NO-ENROLL-FILE
005870         DISPLAY "NO ACH ENROLLMENTS ON FILE - NOTHING TO DRAFT"
005880         GO TO 9000-EXIT
005890     END-IF
005900     IF WS-RUN-ABORTED
005910         DISPLAY "ACH ORIGINATION ABORTED - NOTHING DRAFTED"
005920         GO TO 9000-EXIT
005930     END-IF
005940     PERFORM 9100-WRITE-CONTROLS THRU 9100-EXIT
005950     PERFORM 9300-WRITE-TOTALS THRU 9300-EXIT
005960     CLOSE ACH-ENROLL-FILE
005970     CLOSE LOAN-MASTER-FILE
005980     CLOSE BORROWER-MASTER-FILE
005990     CLOSE PAYMENT-FILE
006000     CLOSE ACH-ORIG-FILE
006010     CLOSE ACHO-RPT-FILE
006020     DISPLAY "ACH ORIGINATION COMPLETE.  RUN DATE: " WS-RUN-DATE
006030     DISPLAY "ENROLLMENTS READ . . : " WS-ENROLL-READ
006040     DISPLAY "LOANS DRAFTED. . . . : " WS-ENTRY-COUNT
006050     DISPLAY "TOTAL DEBITS . . . . : " WS-TOTAL-DEBIT
006060     DISPLAY "NOT YET DUE. . . . . : " WS-NOT-YET-DUE
006070     DISPLAY "ALREADY DRAFTED. . . : " WS-ALREADY-DRAFTED
006080     DISPLAY "PAID AHEAD . . . . . : " WS-PAID-AHEAD
006090     DISPLAY "NOT ACTIVE . . . . . : " WS-NOT-ACTIVE
006100     IF WS-EXCEPTIONS > ZERO
006110         DISPLAY "DUE BUT NOT DRAFTED. : " WS-EXCEPTIONS
006120         IF RETURN-CODE < 4
006130             MOVE 4 TO RETURN-CODE
006140         END-IF
006150     END-IF.
006160 9000-EXIT.
006170     EXIT.
006180
006190******************************************************************
006200** 9100-WRITE-CONTROLS                                           *
006210** WRITES THE BATCH CONTROL (WHEN A BATCH WAS OPENED) AND THE    *
006220** FILE CONTROL, THEN FILLS THE LAST BLOCK OUT TO TEN RECORDS    *
006230** WITH RECORDS OF ALL NINES.  THE BLOCK COUNT INCLUDES THE      *
006240** FILLED-OUT BLOCK.                                             *
006250******************************************************************
006260 9100-WRITE-CONTROLS.
006270     IF WS-BATCH-COUNT > ZERO
006280         MOVE SPACES           TO NACHA-BATCH-CONTROL
006290         MOVE "8"              TO NC-RECORD-TYPE
006300         MOVE WS-SERVICE-CLASS TO NC-SERVICE-CLASS
006310         MOVE WS-ENTRY-COUNT   TO NC-ENTRY-COUNT
006320         MOVE WS-ENTRY-HASH    TO NC-ENTRY-HASH
006330         MOVE WS-TOTAL-DEBIT   TO NC-TOTAL-DEBIT
006340         MOVE ZERO             TO NC-TOTAL-CREDIT
006350         MOVE AP-COMPANY-ID    TO NC-COMPANY-ID
006360         MOVE WS-ODFI-ID       TO NC-ODFI-ID
006370         MOVE WS-BATCH-NUMBER  TO NC-BATCH-NUMBER
006380         WRITE NACHA-BATCH-CONTROL
006390         ADD 1 TO WS-RECORD-COUNT
006400     END-IF
006410     ADD 1 TO WS-RECORD-COUNT
006420     COMPUTE WS-BLOCK-COUNT = (WS-RECORD-COUNT + 9) / 10
006430     COMPUTE WS-PAD-COUNT = WS-BLOCK-COUNT * 10 - WS-RECORD-COUNT
006440     MOVE SPACES         TO NACHA-FILE-CONTROL
006450     MOVE "9"            TO NT-RECORD-TYPE
006460     MOVE WS-BATCH-COUNT TO NT-BATCH-COUNT
006470     MOVE WS-BLOCK-COUNT TO NT-BLOCK-COUNT
006480     MOVE WS-ENTRY-COUNT TO NT-ENTRY-COUNT
006490     MOVE WS-ENTRY-HASH  TO NT-ENTRY-HASH
006500     MOVE WS-TOTAL-DEBIT TO NT-TOTAL-DEBIT
006510     MOVE ZERO           TO NT-TOTAL-CREDIT
006520     WRITE NACHA-FILE-CONTROL
006530     PERFORM 9150-WRITE-FILLER THRU 9150-EXIT
006540         WS-PAD-COUNT TIMES.
006550 9100-EXIT.
006560     EXIT.
006570
006580 9150-WRITE-FILLER.
006590     MOVE ALL "9" TO NACHA-RECORD
006600     WRITE NACHA-RECORD.
006610 9150-EXIT.
006620     EXIT.
006630
006640******************************************************************
006650** 9300-WRITE-TOTALS                                             *
006660** WRITES THE REGISTER TOTALS.  THE DRAFT COUNT, TOTAL DEBITS    *
006670** AND ENTRY HASH ARE THE FIGURES ON THE BATCH CONTROL RECORD,   *
006680** SO THE REGISTER CAN BE TIED TO THE FILE SENT.                 *
006690******************************************************************
006700 9300-WRITE-TOTALS.
006710     MOVE SPACES TO ACHO-RPT-REC
006720     WRITE ACHO-RPT-REC
006730     IF WS-ENTRY-COUNT = ZERO
006740         MOVE "NO LOANS DUE FOR DRAFTING." TO ACHO-MESSAGE-LINE
006750         WRITE ACHO-RPT-REC FROM ACHO-MESSAGE-LINE
006760         MOVE SPACES TO ACHO-RPT-REC
006770         WRITE ACHO-RPT-REC
006780     END-IF
006790     MOVE "LOANS DRAFTED           : " TO OS-TOTAL-LABEL
006800     MOVE WS-ENTRY-COUNT TO OS-TOTAL-COUNT
006810     MOVE WS-TOTAL-DEBIT TO OS-TOTAL-AMOUNT
006820     WRITE ACHO-RPT-REC FROM ACHO-TOTAL-LINE
006830     MOVE WS-ENTRY-HASH TO OH-ENTRY-HASH
006840     WRITE ACHO-RPT-REC FROM ACHO-HASH-LINE
006850     MOVE "PAID AHEAD - NOT DRAFTED: " TO OS-TOTAL-LABEL
006860     MOVE WS-PAID-AHEAD TO OS-TOTAL-COUNT
006870     MOVE ZERO TO OS-TOTAL-AMOUNT
006880     WRITE ACHO-RPT-REC FROM ACHO-TOTAL-LINE
006890     MOVE "DUE BUT NOT DRAFTED     : " TO OS-TOTAL-LABEL
006900     MOVE WS-EXCEPTIONS TO OS-TOTAL-COUNT
006910     MOVE ZERO TO OS-TOTAL-AMOUNT
006920     WRITE ACHO-RPT-REC FROM ACHO-TOTAL-LINE
006930     IF WS-RUN-STOPPED
006940         MOVE "*** RUN STOPPED EARLY - SEE THE JOB LOG"
006950             TO ACHO-MESSAGE-LINE
006960         WRITE ACHO-RPT-REC FROM ACHO-MESSAGE-LINE
006970     END-IF.
006980 9300-EXIT.
006990     EXIT.
007000
007010 END PROGRAM LOANACHO.
