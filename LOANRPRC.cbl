000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANRPRC.
000030 AUTHOR. LENDING-SYSTEMS-GROUP.
000040 INSTALLATION. LOAN-ORIGINATION.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-10-15 LSG  ORIGINAL VERSION.  NIGHTLY ADJUSTABLE-RATE
000110*                REPRICING.  SWEEPS THE LOAN-MASTER FOR OPEN
000120*                LOANS ON PRODUCTS FLAGGED ADJUSTABLE ON THE
000130*                PRODUCT MASTER.  A LOAN NOT YET SET UP IS GIVEN
000140*                ITS FIRST REPRICE DATE AND ITS LIFETIME RATE CAP
000150*                AND FLOOR.  A LOAN WITHIN ITS PRODUCT'S NOTICE
000160*                PERIOD OF ITS REPRICE DATE IS PRICED AT THE
000170*                CURRENT RATE-TABLE RATE FOR ITS TERM, HELD
000180*                WITHIN THE CAP AND FLOOR, AND A RATE-CHANGE
000190*                NOTICE IS PRINTED FOR THE BORROWER.  ON THE
000200*                REPRICE DATE THE NOTICED RATE TAKES EFFECT, THE
000210*                SCHEDULED PAYMENT IS RECOMPUTED OVER THE
000220*                REMAINING TERM, AND THE CHANGE IS WRITTEN TO THE
000230*                AUDIT LOG AND THE REPRICING REGISTER.
000232*2026-10-15 LSG  TAKE THE RUN DATE FROM THE BUSINESS-DATE CONTROL
000234*                FILE INSTEAD OF THE SYSTEM CLOCK, SO A RUN THAT
000236*                CROSSES MIDNIGHT OR IS RERUN NEXT MORNING DATES
000238*                ITS WORK THE SAME.
000239*2026-10-15 LSG  DATE THE TYPE-J AUDIT LINES WITH THE BUSINESS
000240*                DATE, AS THE OTHER AUDIT WRITERS NOW DO.
000241*-----------------------------------------------------------------
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT LOAN-MASTER-FILE ASSIGN TO "LOANMSTR"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS LM-LOAN-NUMBER
000360         FILE STATUS IS LOAN-MASTER-STATUS.
000370     SELECT PRODUCT-MASTER-FILE ASSIGN TO "PRODMSTR"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS PR-PRODUCT-CODE
000410         FILE STATUS IS PRODUCT-MASTER-STATUS.
000420     SELECT RATE-TABLE-FILE ASSIGN TO "RATETAB"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS RT-RATE-KEY
000460         FILE STATUS IS RATE-TABLE-STATUS.
000470     SELECT BORROWER-MASTER-FILE ASSIGN TO "BORMSTR"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS BM-BORROWER-ID
000510         FILE STATUS IS BORROWER-MASTER-STATUS.
000520     SELECT AUDIT-LOG-FILE ASSIGN TO "AUDITLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS AUDIT-LOG-STATUS.
000550     SELECT RATE-NOTICE-FILE ASSIGN TO "RATENOTE"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS RATE-NOTICE-STATUS.
000580     SELECT REPRICE-RPT-FILE ASSIGN TO "RPRCRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS REPRICE-RPT-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  LOAN-MASTER-FILE.
000650     COPY "LOANREC.CPY".
000660 FD  PRODUCT-MASTER-FILE.
000670     COPY "PRODREC.CPY".
000680 FD  RATE-TABLE-FILE.
000690     COPY "RATEREC.CPY".
000700 FD  BORROWER-MASTER-FILE.
000710     COPY "BORREC.CPY".
000720 FD  AUDIT-LOG-FILE.
000730 01  AUDIT-LOG-REC           PIC X(80).
000740 FD  RATE-NOTICE-FILE.
000750 01  RATE-NOTICE-REC         PIC X(80).
000760 FD  REPRICE-RPT-FILE.
000770 01  REPRICE-RPT-REC         PIC X(110).
000780
000790 WORKING-STORAGE SECTION.
000800**************************************************
000810** SWITCHES AND WORK AREAS                        *
000820**************************************************
000830 01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000840     88  WS-END-OF-FILE               VALUE 'Y'.
000850 01  WS-CHANGED-SWITCH       PIC X(01) VALUE 'N'.
000860     88  WS-LOAN-CHANGED              VALUE 'Y'.
000870 01  LOAN-MASTER-STATUS      PIC X(2) VALUE SPACES.
000880 01  PRODUCT-MASTER-STATUS   PIC X(2) VALUE SPACES.
000890 01  RATE-TABLE-STATUS       PIC X(2) VALUE SPACES.
000900 01  BORROWER-MASTER-STATUS  PIC X(2) VALUE SPACES.
000910 01  AUDIT-LOG-STATUS        PIC X(2) VALUE SPACES.
000920 01  RATE-NOTICE-STATUS      PIC X(2) VALUE SPACES.
000930 01  REPRICE-RPT-STATUS      PIC X(2) VALUE SPACES.
000932     COPY "BDAYPARM.CPY".
000940 01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
000950 01  WS-LOANS-SWEPT          PIC 9(6) VALUE ZERO.
000960 01  WS-LOANS-SET-UP         PIC 9(6) VALUE ZERO.
000970 01  WS-NOTICES-ISSUED       PIC 9(6) VALUE ZERO.
000980 01  WS-LOANS-REPRICED       PIC 9(6) VALUE ZERO.
000990 01  WS-NO-CHANGE-COUNT      PIC 9(6) VALUE ZERO.
001000 01  WS-REJECT-COUNT         PIC 9(6) VALUE ZERO.
001010 01  WS-REPRICE-MONTHS       PIC 9(3) VALUE ZERO.
001020 01  WS-NOTICE-DAYS          PIC 9(3) VALUE ZERO.
001030 01  WS-ADVANCE-MONTHS       PIC 9(3) VALUE ZERO.
001040 01  WS-ANCHOR-DD            PIC 9(2) VALUE ZERO.
001050 01  WS-OLD-RATE             PIC 9(3)V99 VALUE ZERO.
001060 01  WS-TABLE-RATE           PIC 9(3)V99 VALUE ZERO.
001070 01  WS-NEW-RATE             PIC 9(3)V99 VALUE ZERO.
001080 01  WS-OLD-PAYMENT          PIC 9(7)V99 VALUE ZERO.
001090 01  WS-NEW-PAYMENT          PIC 9(7)V99 VALUE ZERO.
001100 01  WS-MONTH-INDEX          PIC S9(9) COMP VALUE ZERO.
001110 01  WS-MONTH-REM            PIC S9(9) COMP VALUE ZERO.
001120 01  WS-MATURITY-INDEX       PIC S9(9) COMP VALUE ZERO.
001130 01  WS-MONTHS-LEFT          PIC S9(9) COMP VALUE ZERO.
001140 01  WS-DAYS-TO-REPRICE      PIC S9(9) COMP VALUE ZERO.
001150 01  WS-DATE-WORK            PIC 9(8) VALUE ZERO.
001160 01  WS-DATE-WORK-SPLIT REDEFINES WS-DATE-WORK.
001170     05  WS-DW-YYYY          PIC 9(4).
001180     05  WS-DW-MM            PIC 9(2).
001190     05  WS-DW-DD            PIC 9(2).
001200 01  WS-SERIAL-DAYS          PIC S9(9) COMP VALUE ZERO.
001210 01  WS-RUN-SERIAL           PIC S9(9) COMP VALUE ZERO.
001220 01  WS-LEAP-WORK            PIC 9(4) VALUE ZERO.
001230 01  WS-LEAP-QUOT            PIC 9(4) VALUE ZERO.
001240 01  WS-LEAP-REM             PIC 9(4) VALUE ZERO.
001250 01  WS-MONTH-DAYS           PIC 9(2) VALUE ZERO.
001260 01  MONTH-DAY-VALUES.
001270     05  FILLER  PIC X(12) VALUE "312831303130".
001280     05  FILLER  PIC X(12) VALUE "313130313031".
001290 01  MONTH-DAY-TABLE REDEFINES MONTH-DAY-VALUES.
001300     05  MD-DAYS OCCURS 12 TIMES PIC 9(2).
001310 01  MONTH-START-VALUES.
001320     05  FILLER  PIC X(18) VALUE "000031059090120151".
001330     05  FILLER  PIC X(18) VALUE "181212243273304334".
001340 01  MONTH-START-TABLE REDEFINES MONTH-START-VALUES.
001350     05  MS-DAYS OCCURS 12 TIMES PIC 9(3).
001360**************************************************
001370** AUDIT LOG LINE - SAME LAYOUT THE PRICING       *
001380** PROGRAMS WRITE.  A TYPE-J LINE CARRIES THE     *
001390** LOAN NUMBER IN THE AMOUNT COLUMN, THE NEW RATE *
001400** AND TERM, AND THE OLD AND NEW PAYMENTS.        *
001410**************************************************
001420 01  WS-AUDIT-DATE           PIC 9(8) VALUE ZERO.
001430 01  WS-AUDIT-TIME           PIC 9(8) VALUE ZERO.
001440 01  WS-AUDIT-HHMMSS         PIC 9(6) VALUE ZERO.
001450 01  AUDIT-LINE.
001460     05  AU-TIMESTAMP        PIC 9(14).
001470     05  FILLER              PIC X(2) VALUE SPACES.
001480     05  AU-CALC-TYPE        PIC X(1).
001490     05  FILLER              PIC X(2) VALUE SPACES.
001500     05  AU-AMOUNT           PIC $$,$$$,$$9.
001510     05  FILLER              PIC X(2) VALUE SPACES.
001520     05  AU-PERCENT          PIC ZZ9.99.
001530     05  FILLER              PIC X(2) VALUE SPACES.
001540     05  AU-YEARS            PIC Z9.
001550     05  FILLER              PIC X(2) VALUE SPACES.
001560     05  AU-INTEREST         PIC $$,$$$,$$9.99.
001570     05  FILLER              PIC X(2) VALUE SPACES.
001580     05  AU-TOTAL            PIC $$,$$$,$$9.99.
001590     05  FILLER              PIC X(2) VALUE SPACES.
001600     05  AU-OPERATOR         PIC X(6).
001610     05  FILLER              PIC X(1) VALUE SPACES.
001620 01  WS-OPERATOR-ID          PIC X(6) VALUE "RPRICE".
001630**************************************************
001640** RATE-CHANGE NOTICE LINES                       *
001650**************************************************
001660 01  RN-RULE-LINE            PIC X(72) VALUE ALL "=".
001670 01  RN-BLANK-LINE           PIC X(80) VALUE SPACES.
001680 01  RN-TITLE-LINE.
001690     05  FILLER              PIC X(17) VALUE SPACES.
001700     05  FILLER              PIC X(34)
001710         VALUE "NOTICE OF INTEREST RATE ADJUSTMENT".
001720 01  RN-ID-LINE.
001730     05  FILLER              PIC X(18) VALUE "LOAN NUMBER . . : ".
001740     05  RN-LOAN-NUMBER      PIC 9(6).
001750     05  FILLER              PIC X(16) VALUE "   BORROWER ID. ".
001760     05  RN-BORROWER-ID      PIC 9(6).
001770 01  RN-ADDRESS-LINE.
001780     05  FILLER              PIC X(4)  VALUE SPACES.
001790     05  RN-ADDRESS-TEXT     PIC X(30).
001800 01  RN-DATE-LINE.
001810     05  FILLER              PIC X(18) VALUE "EFFECTIVE DATE  : ".
001820     05  RN-EFFECTIVE-DATE   PIC 9(8).
001830 01  RN-RATE-LINE.
001840     05  FILLER              PIC X(18) VALUE "CURRENT RATE. . : ".
001850     05  RN-OLD-RATE         PIC ZZ9.99.
001860     05  FILLER              PIC X(20)
001870         VALUE "     NEW RATE . . : ".
001880     05  RN-NEW-RATE         PIC ZZ9.99.
001890 01  RN-PAYMENT-LINE.
001900     05  RN-PAYMENT-LABEL    PIC X(18).
001910     05  RN-PAYMENT          PIC $$,$$$,$$9.99.
001920 01  RN-LIMIT-LINE.
001930     05  FILLER              PIC X(18) VALUE "RATE CAP. . . . : ".
001940     05  RN-RATE-CAP         PIC ZZ9.99.
001950     05  FILLER              PIC X(20)
001960         VALUE "     RATE FLOOR . : ".
001970     05  RN-RATE-FLOOR       PIC ZZ9.99.
001980 01  RN-TEXT-LINE            PIC X(80).
001990**************************************************
002000** REPRICING REGISTER LINES                       *
002010**************************************************
002020 01  RPRC-HEADING-LINE.
002030     05  FILLER              PIC X(29)
002040         VALUE "ADJUSTABLE-RATE REPRICING    ".
002050     05  FILLER              PIC X(10) VALUE "RUN DATE: ".
002060     05  RH-RUN-DATE         PIC 9(8).
002070 01  RPRC-COLUMN-LINE.
002080     05  FILLER              PIC X(8)  VALUE "LOAN NO ".
002090     05  FILLER              PIC X(8)  VALUE "  PROD  ".
002100     05  FILLER              PIC X(11) VALUE "ACTION     ".
002110     05  FILLER              PIC X(10) VALUE "EFF DATE  ".
002120     05  FILLER              PIC X(8)  VALUE "OLD RATE".
002130     05  FILLER              PIC X(8)  VALUE "   TABLE".
002140     05  FILLER              PIC X(8)  VALUE "    NEW ".
002150     05  FILLER              PIC X(8)  VALUE "     CAP".
002160     05  FILLER              PIC X(8)  VALUE "   FLOOR".
002170     05  FILLER              PIC X(15) VALUE "    OLD PAYMENT".
002180     05  FILLER              PIC X(15) VALUE "    NEW PAYMENT".
002190 01  RPRC-DETAIL-LINE.
002200     05  RD-LOAN-NUMBER      PIC 9(6).
002210     05  FILLER              PIC X(4)  VALUE SPACES.
002220     05  RD-PRODUCT-CODE     PIC X(4).
002230     05  FILLER              PIC X(2)  VALUE SPACES.
002240     05  RD-ACTION           PIC X(9).
002250     05  FILLER              PIC X(2)  VALUE SPACES.
002260     05  RD-EFFECTIVE-DATE   PIC 9(8).
002270     05  FILLER              PIC X(2)  VALUE SPACES.
002280     05  RD-OLD-RATE         PIC ZZ9.99 BLANK WHEN ZERO.
002290     05  FILLER              PIC X(2)  VALUE SPACES.
002300     05  RD-TABLE-RATE       PIC ZZ9.99 BLANK WHEN ZERO.
002310     05  FILLER              PIC X(2)  VALUE SPACES.
002320     05  RD-NEW-RATE         PIC ZZ9.99 BLANK WHEN ZERO.
002330     05  FILLER              PIC X(2)  VALUE SPACES.
002340     05  RD-RATE-CAP         PIC ZZ9.99.
002350     05  FILLER              PIC X(2)  VALUE SPACES.
002360     05  RD-RATE-FLOOR       PIC ZZ9.99.
002370     05  FILLER              PIC X(2)  VALUE SPACES.
002380     05  RD-OLD-PAYMENT      PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
002390     05  FILLER              PIC X(2)  VALUE SPACES.
002400     05  RD-NEW-PAYMENT      PIC $$,$$$,$$9.99 BLANK WHEN ZERO.
002410 01  RPRC-REJECT-LINE.
002420     05  RR-LOAN-NUMBER      PIC 9(6).
002430     05  FILLER              PIC X(4)  VALUE SPACES.
002440     05  RR-PRODUCT-CODE     PIC X(4).
002450     05  FILLER              PIC X(2)  VALUE SPACES.
002460     05  RR-MESSAGE          PIC X(50).
002470 01  RPRC-TOTAL-LINE.
002480     05  RT-TOTAL-LABEL      PIC X(24).
002490     05  RT-TOTAL-COUNT      PIC ZZZ,ZZ9.
002500
002510******************************************************************
002520** 0000-MAINLINE                                                 *
002530** DRIVES THE REPRICING RUN: INITIALIZE, REPRICE EVERY OPEN      *
002540** LOAN ON THE MASTER, THEN TERMINATE AND PRINT THE RUN TOTALS.  *
002550******************************************************************
002560 PROCEDURE DIVISION.
002570 0000-MAINLINE.
002580     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002590     PERFORM 2000-REPRICE-LOAN THRU 2000-EXIT
002600         UNTIL WS-END-OF-FILE
002610     PERFORM 9000-TERMINATE THRU 9000-EXIT
002620     GOBACK.
002630
002640******************************************************************
002650** 1000-INITIALIZE                                               *
002660** CAPTURES THE RUN DATE AND ITS SERIAL DAY, OPENS THE FILES,    *
002670** WRITES THE REGISTER HEADING, AND POSITIONS THE MASTER AT ITS  *
002680** FIRST RECORD.  THE REGISTER, THE NOTICE FILE AND THE AUDIT    *
002690** LOG ARE APPENDED TO AND CREATED ON FIRST USE, SO THE          *
002700** REGISTER BUILDS UP NIGHT AFTER NIGHT AS THE STANDING RECORD   *
002710** OF EVERY RATE MOVED.  WITHOUT THE PRODUCT MASTER NO LOAN CAN  *
002720** BE KNOWN TO BE ADJUSTABLE, AND WITHOUT THE RATE TABLE NONE    *
002730** CAN BE PRICED, SO EITHER STOPS THE RUN RATHER THAN REPRICE    *
002740** NOTHING AND LOOK CLEAN.                                       *
002750******************************************************************
002760 1000-INITIALIZE.
002764     SET BDY-GET-DATES TO TRUE
002768     CALL "LOANBDAY" USING BDAY-PARMS
002772     END-CALL
002776     MOVE BDY-DATE TO WS-RUN-DATE
002780     MOVE WS-RUN-DATE TO WS-DATE-WORK
002790     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT
002800     MOVE WS-SERIAL-DAYS TO WS-RUN-SERIAL
002810     OPEN EXTEND REPRICE-RPT-FILE
002820     IF REPRICE-RPT-STATUS NOT = "00"
002830         OPEN OUTPUT REPRICE-RPT-FILE
002840     END-IF
002850     MOVE WS-RUN-DATE TO RH-RUN-DATE
002860     WRITE REPRICE-RPT-REC FROM RPRC-HEADING-LINE
002870     WRITE REPRICE-RPT-REC FROM RPRC-COLUMN-LINE
002880     OPEN INPUT PRODUCT-MASTER-FILE
002890     IF PRODUCT-MASTER-STATUS NOT = "00"
002900         DISPLAY "UNABLE TO OPEN PRODUCT-MASTER-FILE - STATUS: "
002910             PRODUCT-MASTER-STATUS
002920         SET WS-END-OF-FILE TO TRUE
002930         MOVE 8 TO RETURN-CODE
002940         GO TO 1000-EXIT
002950     END-IF
002960     OPEN INPUT RATE-TABLE-FILE
002970     IF RATE-TABLE-STATUS NOT = "00"
002980         DISPLAY "UNABLE TO OPEN RATE-TABLE-FILE - STATUS: "
002990             RATE-TABLE-STATUS
003000         SET WS-END-OF-FILE TO TRUE
003010         MOVE 8 TO RETURN-CODE
003020         GO TO 1000-EXIT
003030     END-IF
003040     OPEN INPUT BORROWER-MASTER-FILE
003050     IF BORROWER-MASTER-STATUS NOT = "00"
003060         DISPLAY "UNABLE TO OPEN BORROWER-MASTER-FILE - STATUS: "
003070             BORROWER-MASTER-STATUS
003080         SET WS-END-OF-FILE TO TRUE
003090         MOVE 8 TO RETURN-CODE
003100         GO TO 1000-EXIT
003110     END-IF
003120     OPEN I-O LOAN-MASTER-FILE
003130     IF LOAN-MASTER-STATUS NOT = "00"
003140         DISPLAY "UNABLE TO OPEN LOAN-MASTER-FILE - STATUS: "
003150             LOAN-MASTER-STATUS
003160         SET WS-END-OF-FILE TO TRUE
003170         MOVE 8 TO RETURN-CODE
003180         GO TO 1000-EXIT
003190     END-IF
003200     OPEN EXTEND AUDIT-LOG-FILE
003210     IF AUDIT-LOG-STATUS NOT = "00"
003220         OPEN OUTPUT AUDIT-LOG-FILE
003230     END-IF
003240     OPEN EXTEND RATE-NOTICE-FILE
003250     IF RATE-NOTICE-STATUS NOT = "00"
003260         OPEN OUTPUT RATE-NOTICE-FILE
003270     END-IF
003280     MOVE ZERO TO LM-LOAN-NUMBER
003290     START LOAN-MASTER-FILE KEY IS NOT LESS THAN
003300             LM-LOAN-NUMBER
003310         INVALID KEY
003320             SET WS-END-OF-FILE TO TRUE
003330     END-START
003340     IF NOT WS-END-OF-FILE
003350         PERFORM 2100-READ-MASTER THRU 2100-EXIT
003360     END-IF.
003370 1000-EXIT.
003380     EXIT.
003390
003400******************************************************************
003410** 2000-REPRICE-LOAN                                             *
003420** REPRICES ONE MASTER RECORD.  ONLY AN ACTIVE LOAN STILL        *
003430** CARRYING A BALANCE, ON A PRODUCT THE PRODUCT MASTER FLAGS     *
003440** ADJUSTABLE, IS LOOKED AT; EVERY OTHER LOAN IS FIXED-RATE AND  *
003450** PASSED OVER.  A PRODUCT WITH NO REPRICE INTERVAL REPRICES     *
003460** YEARLY AND ONE WITH NO NOTICE PERIOD GIVES 30 DAYS' NOTICE.   *
003470** A LOAN NEW TO REPRICING IS SET UP FIRST; A NOTICED RATE       *
003480** WHOSE DAY HAS COME IS THEN APPLIED; AND A LOAN WITH NO        *
003490** NOTICE PENDING IS OFFERED FOR ITS NEXT NOTICE.  THE MASTER    *
003500** IS REWRITTEN ONCE WHEN ANY OF THESE CHANGED IT.               *
003510******************************************************************
003520 2000-REPRICE-LOAN.
003530     ADD 1 TO WS-LOANS-SWEPT
003540     IF NOT LM-STATUS-ACTIVE
003550         OR LM-OUTSTANDING-BAL = ZERO
003560         GO TO 2000-READ-NEXT
003570     END-IF
003580     MOVE LM-PRODUCT-CODE TO PR-PRODUCT-CODE
003590     READ PRODUCT-MASTER-FILE
003600         INVALID KEY
003610             GO TO 2000-READ-NEXT
003620     END-READ
003630     IF NOT PR-ADJUSTABLE-RATE
003640         GO TO 2000-READ-NEXT
003650     END-IF
003660     MOVE PR-REPRICE-MONTHS TO WS-REPRICE-MONTHS
003670     IF WS-REPRICE-MONTHS = ZERO
003680         MOVE 12 TO WS-REPRICE-MONTHS
003690     END-IF
003700     MOVE PR-NOTICE-DAYS TO WS-NOTICE-DAYS
003710     IF WS-NOTICE-DAYS = ZERO
003720         MOVE 30 TO WS-NOTICE-DAYS
003730     END-IF
003740     IF LM-ENTRY-DATE = ZERO
003750         MOVE WS-RUN-DATE TO WS-DATE-WORK
003760     ELSE
003770         MOVE LM-ENTRY-DATE TO WS-DATE-WORK
003780     END-IF
003790     MOVE WS-DW-DD TO WS-ANCHOR-DD
003800     MOVE 'N' TO WS-CHANGED-SWITCH
003810     IF LM-REPRICE-DATE = ZERO
003820         PERFORM 2200-SET-UP-LOAN THRU 2200-EXIT
003830     END-IF
003840     IF LM-NOTICE-RATE > ZERO
003850         AND LM-REPRICE-DATE NOT > WS-RUN-DATE
003860         PERFORM 2300-APPLY-RATE THRU 2300-EXIT
003870     END-IF
003880     IF LM-NOTICE-RATE = ZERO
003890         PERFORM 2400-ISSUE-NOTICE THRU 2400-EXIT
003900     END-IF
003910     IF WS-LOAN-CHANGED
003920         REWRITE LOAN-MASTER-RECORD
003930             INVALID KEY
003940                 DISPLAY "UNABLE TO REWRITE LOAN " LM-LOAN-NUMBER
003950                     " - STATUS: " LOAN-MASTER-STATUS
003960                 MOVE 8 TO RETURN-CODE
003970         END-REWRITE
003980     END-IF.
003990 2000-READ-NEXT.
004000     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
004010 2000-EXIT.
004020     EXIT.
004030
004040******************************************************************
004050** 2100-READ-MASTER                                              *
004060** READS THE NEXT MASTER RECORD IN LOAN-NUMBER ORDER, SETTING    *
004070** THE END-OF-FILE SWITCH WHEN THE MASTER IS EXHAUSTED.          *
004080******************************************************************
004090 2100-READ-MASTER.
004100     READ LOAN-MASTER-FILE NEXT RECORD
004110         AT END SET WS-END-OF-FILE TO TRUE
004120     END-READ.
004130 2100-EXIT.
004140     EXIT.
004150
004160******************************************************************
004170** 2200-SET-UP-LOAN                                              *
004180** GIVES AN ADJUSTABLE LOAN ITS LIFETIME RATE CAP AND FLOOR -    *
004190** THE PRODUCT'S MARGINS ABOVE AND BELOW THE RATE THE LOAN WAS   *
004200** WRITTEN AT, A ZERO MARGIN LEAVING THAT SIDE UNBOUNDED - AND   *
004210** ITS FIRST REPRICE DATE: THE FIRST REPRICE-INTERVAL            *
004220** ANNIVERSARY OF THE ENTRY DATE THAT IS STILL AHEAD OF THE RUN  *
004230** DATE.                                                         *
004240******************************************************************
004250 2200-SET-UP-LOAN.
004260     IF PR-CAP-MARGIN = ZERO
004270         MOVE 999.99 TO LM-RATE-CAP
004280     ELSE
004290         COMPUTE LM-RATE-CAP = LM-LOAN-PERCENT + PR-CAP-MARGIN
004300             ON SIZE ERROR
004310                 MOVE 999.99 TO LM-RATE-CAP
004320         END-COMPUTE
004330     END-IF
004340     IF PR-FLOOR-MARGIN = ZERO
004350         OR PR-FLOOR-MARGIN NOT < LM-LOAN-PERCENT
004360         MOVE ZERO TO LM-RATE-FLOOR
004370     ELSE
004380         COMPUTE LM-RATE-FLOOR = LM-LOAN-PERCENT - PR-FLOOR-MARGIN
004390     END-IF
004400     IF LM-ENTRY-DATE = ZERO
004410         MOVE WS-RUN-DATE TO LM-REPRICE-DATE
004420     ELSE
004430         MOVE LM-ENTRY-DATE TO LM-REPRICE-DATE
004440     END-IF
004450     PERFORM 2700-ADVANCE-REPRICE-DATE THRU 2700-EXIT
004460     MOVE 'Y' TO WS-CHANGED-SWITCH
004470     ADD 1 TO WS-LOANS-SET-UP
004480     MOVE "SET UP"          TO RD-ACTION
004490     MOVE LM-LOAN-PERCENT   TO RD-OLD-RATE
004500     MOVE ZERO              TO RD-TABLE-RATE
004510     MOVE ZERO              TO RD-NEW-RATE
004520     MOVE ZERO              TO RD-OLD-PAYMENT
004530     MOVE ZERO              TO RD-NEW-PAYMENT
004540     PERFORM 2950-WRITE-REGISTER THRU 2950-EXIT.
004550 2200-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590** 2300-APPLY-RATE                                               *
004600** PUTS THE NOTICED RATE INTO EFFECT ON ITS REPRICE DATE.  THE   *
004610** SCHEDULED PAYMENT IS RECOMPUTED AT THE NEW RATE OVER THE      *
004620** MONTHS LEFT TO MATURITY, THE CHANGE IS LOGGED TO THE AUDIT    *
004630** TRAIL AND THE REGISTER, AND THE LOAN IS GIVEN ITS NEXT        *
004640** REPRICE DATE.                                                 *
004650******************************************************************
004660 2300-APPLY-RATE.
004670     MOVE LM-LOAN-PERCENT   TO WS-OLD-RATE
004680     MOVE LM-NOTICE-RATE    TO WS-NEW-RATE
004690     MOVE LM-PAYMENT-AMOUNT TO WS-OLD-PAYMENT
004700     PERFORM 2800-FIGURE-PAYMENT THRU 2800-EXIT
004710     MOVE WS-NEW-RATE       TO LM-LOAN-PERCENT
004720     MOVE WS-NEW-PAYMENT    TO LM-PAYMENT-AMOUNT
004730     MOVE ZERO              TO LM-NOTICE-RATE
004740     MOVE 'Y' TO WS-CHANGED-SWITCH
004750     ADD 1 TO WS-LOANS-REPRICED
004760     PERFORM 2900-WRITE-AUDIT THRU 2900-EXIT
004770     MOVE "REPRICED"        TO RD-ACTION
004780     MOVE WS-OLD-RATE       TO RD-OLD-RATE
004790     MOVE ZERO              TO RD-TABLE-RATE
004800     MOVE WS-NEW-RATE       TO RD-NEW-RATE
004810     MOVE WS-OLD-PAYMENT    TO RD-OLD-PAYMENT
004820     MOVE WS-NEW-PAYMENT    TO RD-NEW-PAYMENT
004830     PERFORM 2950-WRITE-REGISTER THRU 2950-EXIT
004840     PERFORM 2700-ADVANCE-REPRICE-DATE THRU 2700-EXIT.
004850 2300-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890** 2400-ISSUE-NOTICE                                             *
004900** ONCE A LOAN IS WITHIN ITS NOTICE PERIOD OF ITS REPRICE DATE,  *
004910** PRICES IT AT THE RATE TABLE'S CURRENT RATE FOR ITS PRODUCT    *
004920** AND TERM, HELD WITHIN ITS CAP AND FLOOR.  WHEN THAT LEAVES    *
004930** THE RATE WHERE IT IS, NO NOTICE IS NEEDED AND THE LOAN MOVES  *
004940** ON TO ITS NEXT REPRICE DATE.  OTHERWISE THE NEW RATE IS HELD  *
004950** ON THE MASTER AS THE NOTICED RATE AND A NOTICE GOES TO THE    *
004960** BORROWER.  A REPRICE DATE ALREADY PASSED WITHOUT A NOTICE -   *
004970** THE TABLE ENTRY WAS MISSING, SAY - IS PUT OFF A MONTH AT A    *
004980** TIME UNTIL IT IS AHEAD OF THE RUN DATE, SO NO RATE IS EVER    *
004990** RAISED WITHOUT WARNING.  A LOAN WHOSE TERM HAS NO TABLE       *
005000** ENTRY IS LISTED AND TRIED AGAIN THE NEXT NIGHT.               *
005010******************************************************************
005020 2400-ISSUE-NOTICE.
005030     MOVE LM-REPRICE-DATE TO WS-DATE-WORK
005040     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT
005050     COMPUTE WS-DAYS-TO-REPRICE = WS-SERIAL-DAYS - WS-RUN-SERIAL
005060     IF WS-DAYS-TO-REPRICE > WS-NOTICE-DAYS
005070         GO TO 2400-EXIT
005080     END-IF
005090     MOVE LM-PRODUCT-CODE TO RT-PRODUCT-CODE
005100     MOVE LM-LOAN-YEARS   TO RT-TERM-YEARS
005110     READ RATE-TABLE-FILE
005120         INVALID KEY
005130             ADD 1 TO WS-REJECT-COUNT
005140             MOVE LM-LOAN-NUMBER  TO RR-LOAN-NUMBER
005150             MOVE LM-PRODUCT-CODE TO RR-PRODUCT-CODE
005160             MOVE "NOT REPRICED - NO RATE TABLE ENTRY FOR TERM"
005170                 TO RR-MESSAGE
005180             WRITE REPRICE-RPT-REC FROM RPRC-REJECT-LINE
005190             GO TO 2400-EXIT
005200     END-READ
005210     MOVE RT-APPROVED-RATE TO WS-TABLE-RATE
005220     MOVE RT-APPROVED-RATE TO WS-NEW-RATE
005230     IF WS-NEW-RATE > LM-RATE-CAP
005240         MOVE LM-RATE-CAP TO WS-NEW-RATE
005250     END-IF
005260     IF WS-NEW-RATE < LM-RATE-FLOOR
005270         MOVE LM-RATE-FLOOR TO WS-NEW-RATE
005280     END-IF
005290     MOVE 'Y' TO WS-CHANGED-SWITCH
005300     IF WS-NEW-RATE = LM-LOAN-PERCENT
005310         ADD 1 TO WS-NO-CHANGE-COUNT
005320         MOVE "NO CHANGE"      TO RD-ACTION
005330         MOVE LM-LOAN-PERCENT  TO RD-OLD-RATE
005340         MOVE WS-TABLE-RATE    TO RD-TABLE-RATE
005350         MOVE WS-NEW-RATE      TO RD-NEW-RATE
005360         MOVE ZERO             TO RD-OLD-PAYMENT
005370         MOVE ZERO             TO RD-NEW-PAYMENT
005380         PERFORM 2950-WRITE-REGISTER THRU 2950-EXIT
005390         PERFORM 2700-ADVANCE-REPRICE-DATE THRU 2700-EXIT
005400         GO TO 2400-EXIT
005410     END-IF
005420     IF LM-REPRICE-DATE NOT > WS-RUN-DATE
005430         MOVE LM-REPRICE-DATE TO WS-DATE-WORK
005440         MOVE 1 TO WS-ADVANCE-MONTHS
005450         PERFORM 2750-ADVANCE-MONTHS THRU 2750-EXIT
005460             UNTIL WS-DATE-WORK > WS-RUN-DATE
005470         MOVE WS-DATE-WORK TO LM-REPRICE-DATE
005480     END-IF
005490     MOVE WS-NEW-RATE       TO LM-NOTICE-RATE
005500     MOVE LM-PAYMENT-AMOUNT TO WS-OLD-PAYMENT
005510     PERFORM 2800-FIGURE-PAYMENT THRU 2800-EXIT
005520     ADD 1 TO WS-NOTICES-ISSUED
005530     PERFORM 2850-WRITE-NOTICE THRU 2850-EXIT
005540     MOVE "NOTICED"         TO RD-ACTION
005550     MOVE LM-LOAN-PERCENT   TO RD-OLD-RATE
005560     MOVE WS-TABLE-RATE     TO RD-TABLE-RATE
005570     MOVE WS-NEW-RATE       TO RD-NEW-RATE
005580     MOVE WS-OLD-PAYMENT    TO RD-OLD-PAYMENT
005590     MOVE WS-NEW-PAYMENT    TO RD-NEW-PAYMENT
005600     PERFORM 2950-WRITE-REGISTER THRU 2950-EXIT.
005610 2400-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650** 2500-DATE-TO-DAYS                                             *
005660** CONVERTS THE YYYYMMDD DATE IN WS-DATE-WORK TO A SERIAL DAY    *
005670** COUNT, THE SAME WAY THE PAYMENT-POSTING RUN ACCRUES ITS       *
005680** INTEREST DAYS: 365 DAYS PER YEAR PLUS ONE FOR EACH LEAP YEAR  *
005690** FULLY ELAPSED (DIVISIBLE BY FOUR BUT NOT BY 100 UNLESS BY     *
005700** 400), PLUS THE DAYS TO THE START OF THE MONTH - WITH THE      *
005710** LEAP DAY ADDED AFTER FEBRUARY OF A LEAP YEAR - PLUS THE DAY.  *
005720******************************************************************
005730 2500-DATE-TO-DAYS.
005740     COMPUTE WS-SERIAL-DAYS = WS-DW-YYYY * 365
005750     COMPUTE WS-LEAP-WORK = WS-DW-YYYY - 1
005760     DIVIDE WS-LEAP-WORK BY 4 GIVING WS-LEAP-QUOT
005770     ADD WS-LEAP-QUOT TO WS-SERIAL-DAYS
005780     DIVIDE WS-LEAP-WORK BY 100 GIVING WS-LEAP-QUOT
005790     SUBTRACT WS-LEAP-QUOT FROM WS-SERIAL-DAYS
005800     DIVIDE WS-LEAP-WORK BY 400 GIVING WS-LEAP-QUOT
005810     ADD WS-LEAP-QUOT TO WS-SERIAL-DAYS
005820     ADD MS-DAYS (WS-DW-MM) TO WS-SERIAL-DAYS
005830     ADD WS-DW-DD TO WS-SERIAL-DAYS
005840     IF WS-DW-MM > 2
005850         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-WORK
005860             REMAINDER WS-LEAP-REM
005870         IF WS-LEAP-REM = ZERO
005880             ADD 1 TO WS-SERIAL-DAYS
005890             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-WORK
005900                 REMAINDER WS-LEAP-REM
005910             IF WS-LEAP-REM = ZERO
005920                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-WORK
005930                     REMAINDER WS-LEAP-REM
005940                 IF WS-LEAP-REM NOT = ZERO
005950                     SUBTRACT 1 FROM WS-SERIAL-DAYS
005960                 END-IF
005970             END-IF
005980         END-IF
005990     END-IF.
006000 2500-EXIT.
006010     EXIT.
006020
006030******************************************************************
006040** 2600-ADVANCE-DUE-MONTH                                        *
006050** MOVES THE WORK DATE FORWARD ONE CALENDAR MONTH THE SAME WAY   *
006060** THE POSTING RUN ADVANCES THE NEXT-DUE DATE, ROLLING THE YEAR  *
006070** BOUNDARY AND CLAMPING THE DAY TO THE TARGET MONTH'S LENGTH -  *
006080** FEBRUARY GETS ITS LEAP DAY IN YEARS DIVISIBLE BY FOUR BUT     *
006090** NOT BY 100 UNLESS BY 400.                                     *
006100******************************************************************
006110 2600-ADVANCE-DUE-MONTH.
006120     IF WS-DW-MM = 12
006130         MOVE 1 TO WS-DW-MM
006140         ADD 1 TO WS-DW-YYYY
006150     ELSE
006160         ADD 1 TO WS-DW-MM
006170     END-IF
006180     MOVE MD-DAYS (WS-DW-MM) TO WS-MONTH-DAYS
006190     IF WS-DW-MM = 2
006200         DIVIDE WS-DW-YYYY BY 4 GIVING WS-LEAP-WORK
006210             REMAINDER WS-LEAP-REM
006220         IF WS-LEAP-REM = ZERO
006230             MOVE 29 TO WS-MONTH-DAYS
006240             DIVIDE WS-DW-YYYY BY 100 GIVING WS-LEAP-WORK
006250                 REMAINDER WS-LEAP-REM
006260             IF WS-LEAP-REM = ZERO
006270                 DIVIDE WS-DW-YYYY BY 400 GIVING WS-LEAP-WORK
006280                     REMAINDER WS-LEAP-REM
006290                 IF WS-LEAP-REM NOT = ZERO
006300                     MOVE 28 TO WS-MONTH-DAYS
006310                 END-IF
006320             END-IF
006330         END-IF
006340     END-IF
006350     IF WS-DW-DD > WS-MONTH-DAYS
006360         MOVE WS-MONTH-DAYS TO WS-DW-DD
006370     END-IF.
006380 2600-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420** 2700-ADVANCE-REPRICE-DATE                                     *
006430** MOVES THE LOAN'S REPRICE DATE ON BY ITS PRODUCT'S REPRICE     *
006440** INTERVAL, AND ON AGAIN UNTIL IT IS AHEAD OF THE RUN DATE, SO  *
006450** A RUN THAT WAS MISSED CANNOT LEAVE A LOAN DUE FOR A           *
006460** REPRICING ALREADY PAST.                                       *
006470******************************************************************
006480 2700-ADVANCE-REPRICE-DATE.
006490     MOVE LM-REPRICE-DATE TO WS-DATE-WORK
006500     MOVE WS-REPRICE-MONTHS TO WS-ADVANCE-MONTHS
006510     PERFORM 2750-ADVANCE-MONTHS THRU 2750-EXIT
006520     PERFORM 2750-ADVANCE-MONTHS THRU 2750-EXIT
006530         UNTIL WS-DATE-WORK > WS-RUN-DATE
006540     MOVE WS-DATE-WORK TO LM-REPRICE-DATE.
006550 2700-EXIT.
006560     EXIT.
006570
006580******************************************************************
006590** 2750-ADVANCE-MONTHS                                           *
006600** MOVES THE WORK DATE FORWARD THE NUMBER OF MONTHS IN           *
006610** WS-ADVANCE-MONTHS, KEEPING THE LOAN'S OWN DAY OF THE MONTH    *
006620** (WS-ANCHOR-DD) WHEREVER THE TARGET MONTH IS LONG ENOUGH FOR   *
006630** IT, SO A LOAN WRITTEN ON THE 31ST DOES NOT DRIFT TO THE 28TH  *
006640** AFTER ITS FIRST FEBRUARY.  THE DATE IS SET ONE MONTH SHORT    *
006650** OF THE TARGET WITH THE ANCHOR DAY, AND THE ONE-MONTH ADVANCE  *
006660** FINISHES THE JOB AND CLAMPS THE DAY.                          *
006670******************************************************************
006680 2750-ADVANCE-MONTHS.
006690     COMPUTE WS-MONTH-INDEX = WS-DW-YYYY * 12 + WS-DW-MM - 2
006700         + WS-ADVANCE-MONTHS
006710     DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-DW-YYYY
006720         REMAINDER WS-MONTH-REM
006730     COMPUTE WS-DW-MM = WS-MONTH-REM + 1
006740     MOVE WS-ANCHOR-DD TO WS-DW-DD
006750     PERFORM 2600-ADVANCE-DUE-MONTH THRU 2600-EXIT.
006760 2750-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800** 2800-FIGURE-PAYMENT                                           *
006810** FIGURES THE SCHEDULED PAYMENT AT WS-NEW-RATE FOR THE MONTHS   *
006820** LEFT FROM THE REPRICE DATE TO MATURITY (THE ENTRY DATE PLUS   *
006830** THE TERM), BY THE SAME SIMPLE-INTEREST FORMULA A NEW LOAN'S   *
006840** PAYMENT IS SET WITH: THE BALANCE PLUS ITS INTEREST OVER THE   *
006850** REMAINING MONTHS, SPREAD EVENLY ACROSS THEM.  A LOAN AT OR    *
006860** PAST MATURITY IS GIVEN ONE MONTH.                             *
006870******************************************************************
006880 2800-FIGURE-PAYMENT.
006890     MOVE LM-ENTRY-DATE TO WS-DATE-WORK
006900     COMPUTE WS-MATURITY-INDEX =
006910         (WS-DW-YYYY + LM-LOAN-YEARS) * 12 + WS-DW-MM
006920     MOVE LM-REPRICE-DATE TO WS-DATE-WORK
006930     COMPUTE WS-MONTHS-LEFT =
006940         WS-MATURITY-INDEX - (WS-DW-YYYY * 12 + WS-DW-MM)
006950     IF WS-MONTHS-LEFT < 1
006960         MOVE 1 TO WS-MONTHS-LEFT
006970     END-IF
006980     COMPUTE WS-NEW-PAYMENT ROUNDED =
006990         (LM-OUTSTANDING-BAL
007000          + LM-OUTSTANDING-BAL * (WS-NEW-RATE / 100)
007010          * WS-MONTHS-LEFT / 12)
007020         / WS-MONTHS-LEFT.
007030 2800-EXIT.
007040     EXIT.
007050
007060******************************************************************
007070** 2850-WRITE-NOTICE                                             *
007080** APPENDS A RATE-CHANGE NOTICE TO THE NOTICE FILE FOR THE LOAN  *
007090** JUST PRICED, ADDRESSED FROM THE BORROWER MASTER, GIVING THE   *
007100** EFFECTIVE DATE, THE CURRENT AND NEW RATES, THE CURRENT        *
007110** PAYMENT AND THE NEW PAYMENT ON TODAY'S BALANCE, AND THE       *
007120** LIFETIME CAP AND FLOOR.  A BORROWER MISSING FROM THE          *
007130** BORROWER MASTER STILL GETS THE NOTICE PRINTED, AND THE        *
007140** REGISTER FLAGS IT FOR HAND ADDRESSING.                        *
007150******************************************************************
007160 2850-WRITE-NOTICE.
007170     MOVE LM-BORROWER-ID TO BM-BORROWER-ID
007180     READ BORROWER-MASTER-FILE
007190         INVALID KEY
007200             MOVE "BORROWER NOT ON FILE" TO BM-NAME
007210             MOVE SPACES TO BM-ADDRESS
007220             MOVE SPACES TO BM-CITY-ST-ZIP
007230             MOVE LM-LOAN-NUMBER  TO RR-LOAN-NUMBER
007240             MOVE LM-PRODUCT-CODE TO RR-PRODUCT-CODE
007250             MOVE "NOTICE HAS NO ADDRESS - BORROWER NOT ON FILE"
007260                 TO RR-MESSAGE
007270             WRITE REPRICE-RPT-REC FROM RPRC-REJECT-LINE
007280     END-READ
007290     WRITE RATE-NOTICE-REC FROM RN-RULE-LINE
007300     WRITE RATE-NOTICE-REC FROM RN-TITLE-LINE
007310     WRITE RATE-NOTICE-REC FROM RN-RULE-LINE
007320     MOVE LM-LOAN-NUMBER TO RN-LOAN-NUMBER
007330     MOVE LM-BORROWER-ID TO RN-BORROWER-ID
007340     WRITE RATE-NOTICE-REC FROM RN-ID-LINE
007350     WRITE RATE-NOTICE-REC FROM RN-BLANK-LINE
007360     MOVE BM-NAME TO RN-ADDRESS-TEXT
007370     WRITE RATE-NOTICE-REC FROM RN-ADDRESS-LINE
007380     MOVE BM-ADDRESS TO RN-ADDRESS-TEXT
007390     WRITE RATE-NOTICE-REC FROM RN-ADDRESS-LINE
007400     MOVE BM-CITY-ST-ZIP TO RN-ADDRESS-TEXT
007410     WRITE RATE-NOTICE-REC FROM RN-ADDRESS-LINE
007420     WRITE RATE-NOTICE-REC FROM RN-BLANK-LINE
007430     MOVE LM-REPRICE-DATE TO RN-EFFECTIVE-DATE
007440     WRITE RATE-NOTICE-REC FROM RN-DATE-LINE
007450     MOVE LM-LOAN-PERCENT TO RN-OLD-RATE
007460     MOVE WS-NEW-RATE     TO RN-NEW-RATE
007470     WRITE RATE-NOTICE-REC FROM RN-RATE-LINE
007480     MOVE "CURRENT PAYMENT : " TO RN-PAYMENT-LABEL
007490     MOVE WS-OLD-PAYMENT TO RN-PAYMENT
007500     WRITE RATE-NOTICE-REC FROM RN-PAYMENT-LINE
007510     MOVE "NEW PAYMENT . . : " TO RN-PAYMENT-LABEL
007520     MOVE WS-NEW-PAYMENT TO RN-PAYMENT
007530     WRITE RATE-NOTICE-REC FROM RN-PAYMENT-LINE
007540     MOVE LM-RATE-CAP   TO RN-RATE-CAP
007550     MOVE LM-RATE-FLOOR TO RN-RATE-FLOOR
007560     WRITE RATE-NOTICE-REC FROM RN-LIMIT-LINE
007570     WRITE RATE-NOTICE-REC FROM RN-BLANK-LINE
007580     MOVE "THE INTEREST RATE ON THIS ADJUSTABLE-RATE LOAN WILL"
007590         TO RN-TEXT-LINE
007600     WRITE RATE-NOTICE-REC FROM RN-TEXT-LINE
007610     MOVE "CHANGE TO THE NEW RATE ON THE EFFECTIVE DATE.  THE NEW"
007620         TO RN-TEXT-LINE
007630     WRITE RATE-NOTICE-REC FROM RN-TEXT-LINE
007640     MOVE "PAYMENT IS FIGURED ON TODAY'S BALANCE AND IS FINALIZED"
007650         TO RN-TEXT-LINE
007660     WRITE RATE-NOTICE-REC FROM RN-TEXT-LINE
007670     MOVE "ON THE EFFECTIVE DATE."
007680         TO RN-TEXT-LINE
007690     WRITE RATE-NOTICE-REC FROM RN-TEXT-LINE
007700     WRITE RATE-NOTICE-REC FROM RN-BLANK-LINE.
007710 2850-EXIT.
007720     EXIT.
007730
007740******************************************************************
007750** 2900-WRITE-AUDIT                                              *
007760** APPENDS A REPRICING-TYPE (TYPE J) LINE TO THE AUDIT LOG FOR   *
007770** THE RATE JUST PUT INTO EFFECT: THE LOAN NUMBER IN THE AMOUNT  *
007780** COLUMN, THE NEW RATE AND THE TERM, THE OLD PAYMENT IN THE     *
007790** INTEREST COLUMN AND THE NEW PAYMENT IN THE TOTAL COLUMN.      *
007800** THE DAY RECONCILIATION TALLIES ONLY TYPE-F LINES, SO THESE    *
007806** CANNOT THROW IT OUT OF BALANCE.  THE LINE IS DATED WITH THE   *
007812** RUN'S BUSINESS DATE; ONLY THE TIME OF DAY COMES FROM THE      *
007818** CLOCK.  THE REGISTER CARRIES THE OLD RATE, TABLE RATE, CAP    *
007824** AND FLOOR BEHIND EACH MOVE.                                   *
007830******************************************************************
007840 2900-WRITE-AUDIT.
007850     MOVE WS-RUN-DATE TO WS-AUDIT-DATE
007860     ACCEPT WS-AUDIT-TIME FROM TIME
007870     MOVE WS-AUDIT-TIME(1:6) TO WS-AUDIT-HHMMSS
007880     COMPUTE AU-TIMESTAMP = WS-AUDIT-DATE * 1000000
007890         + WS-AUDIT-HHMMSS
007900     MOVE "J"              TO AU-CALC-TYPE
007910     MOVE LM-LOAN-NUMBER   TO AU-AMOUNT
007920     MOVE WS-NEW-RATE      TO AU-PERCENT
007930     MOVE LM-LOAN-YEARS    TO AU-YEARS
007940     MOVE WS-OLD-PAYMENT   TO AU-INTEREST
007950     MOVE WS-NEW-PAYMENT   TO AU-TOTAL
007960     MOVE WS-OPERATOR-ID   TO AU-OPERATOR
007970     WRITE AUDIT-LOG-REC FROM AUDIT-LINE.
007980 2900-EXIT.
007990     EXIT.
008000
008010******************************************************************
008020** 2950-WRITE-REGISTER                                           *
008030** WRITES ONE REGISTER LINE FOR THE CURRENT LOAN.  THE CALLER    *
008040** FILLS IN THE ACTION, RATES AND PAYMENTS; THE LOAN, PRODUCT,   *
008050** REPRICE DATE, CAP AND FLOOR COME FROM THE MASTER RECORD.      *
008060******************************************************************
008070 2950-WRITE-REGISTER.
008080     MOVE LM-LOAN-NUMBER  TO RD-LOAN-NUMBER
008090     MOVE LM-PRODUCT-CODE TO RD-PRODUCT-CODE
008100     MOVE LM-REPRICE-DATE TO RD-EFFECTIVE-DATE
008110     MOVE LM-RATE-CAP     TO RD-RATE-CAP
008120     MOVE LM-RATE-FLOOR   TO RD-RATE-FLOOR
008130     WRITE REPRICE-RPT-REC FROM RPRC-DETAIL-LINE.
008140 2950-EXIT.
008150     EXIT.
008160
008170******************************************************************
008180** 9000-TERMINATE                                                *
008190** WRITES THE RUN TOTALS TO THE REGISTER, CLOSES ALL FILES, AND  *
008200** PRINTS THE RUN COUNTS TO THE JOB LOG.                         *
008210******************************************************************
008220 9000-TERMINATE.
008230     MOVE SPACES TO REPRICE-RPT-REC
008240     WRITE REPRICE-RPT-REC
008250     MOVE "LOANS SET UP          : " TO RT-TOTAL-LABEL
008260     MOVE WS-LOANS-SET-UP TO RT-TOTAL-COUNT
008270     WRITE REPRICE-RPT-REC FROM RPRC-TOTAL-LINE
008280     MOVE "RATE NOTICES ISSUED   : " TO RT-TOTAL-LABEL
008290     MOVE WS-NOTICES-ISSUED TO RT-TOTAL-COUNT
008300     WRITE REPRICE-RPT-REC FROM RPRC-TOTAL-LINE
008310     MOVE "LOANS REPRICED        : " TO RT-TOTAL-LABEL
008320     MOVE WS-LOANS-REPRICED TO RT-TOTAL-COUNT
008330     WRITE REPRICE-RPT-REC FROM RPRC-TOTAL-LINE
008340     MOVE "NO RATE CHANGE        : " TO RT-TOTAL-LABEL
008350     MOVE WS-NO-CHANGE-COUNT TO RT-TOTAL-COUNT
008360     WRITE REPRICE-RPT-REC FROM RPRC-TOTAL-LINE
008370     MOVE "NOT REPRICED          : " TO RT-TOTAL-LABEL
008380     MOVE WS-REJECT-COUNT TO RT-TOTAL-COUNT
008390     WRITE REPRICE-RPT-REC FROM RPRC-TOTAL-LINE
008400     CLOSE LOAN-MASTER-FILE
008410     CLOSE PRODUCT-MASTER-FILE
008420     CLOSE RATE-TABLE-FILE
008430     CLOSE BORROWER-MASTER-FILE
008440     CLOSE AUDIT-LOG-FILE
008450     CLOSE RATE-NOTICE-FILE
008460     CLOSE REPRICE-RPT-FILE
008470     DISPLAY "REPRICING RUN COMPLETE.  LOANS SWEPT: "
008480         WS-LOANS-SWEPT
008490     DISPLAY "LOANS SET UP . . . . : " WS-LOANS-SET-UP
008500     DISPLAY "RATE NOTICES ISSUED. : " WS-NOTICES-ISSUED
008510     DISPLAY "LOANS REPRICED . . . : " WS-LOANS-REPRICED
008520     DISPLAY "NO RATE CHANGE . . . : " WS-NO-CHANGE-COUNT
008530     DISPLAY "NOT REPRICED . . . . : " WS-REJECT-COUNT.
008540 9000-EXIT.
008550     EXIT.
008560
008570 END PROGRAM LOANRPRC.
