000190*                CAN KEY PAYMENT TRANSACTIONS STRAIGHT FROM IT
000200*                INSTEAD OF THE STATEMENTS BEING TYPED BY HAND
000210*                FROM INQUIRY SCREENS EVERY MONTH-END.
000212*2026-10-15 LSG  SHOW EACH LOAN'S UNPAID LATE-CHARGE FEES AS THEIR
000214*                OWN COLUMN AND STATEMENT TOTAL, INCLUDE THEM IN
000216*                THE AMOUNT DUE, AND CALL THEM OUT ON THE COUPON.
000217*2026-10-15 LSG  SHOW NO ACCRUED INTEREST ON A NON-ACCRUAL LOAN,
000218*                SINCE THE POSTING RUN NO LONGER TAKES ANY.
000219*2026-10-15 LSG  A ZERO STATEMENT DATE ON BILLPARM NOW DEFAULTS TO
000220*                THE BUSINESS DATE ON THE CONTROL FILE INSTEAD OF
000221*                THE SYSTEM CLOCK.
000222*2026-10-15 LSG  PRINT EACH CO-BORROWER ON THE NEW LOAN-PARTY FILE
000223*                A COPY OF ITS LOAN'S PART OF THE STATEMENT, AND
000224*                PUT THE PRIMARY BORROWER'S ID ON EVERY COUPON.
000225*-----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000250 CONFIGURATION SECTION.
000430     SELECT BILL-RPT-FILE ASSIGN TO "BILLRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS BILL-RPT-STATUS.
000451     SELECT LOAN-PARTY-FILE ASSIGN TO "LOANPRTY"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS DYNAMIC
000454         RECORD KEY IS LP-PARTY-KEY
000455         FILE STATUS IS LOAN-PARTY-STATUS.
000460
000470 DATA DIVISION.
000480 FILE SECTION.
000550     COPY "LOANREC.CPY".
000560 FD  BILL-RPT-FILE.
000570 01  BILL-RPT-REC            PIC X(80).
000572 FD  LOAN-PARTY-FILE.
000574     COPY "PARTYREC.CPY".
000580
000590 WORKING-STORAGE SECTION.
000600**************************************************
000640     88  WS-BORROWER-EOF              VALUE 'Y'.
000650 01  WS-MASTER-EOF-SWITCH    PIC X(01) VALUE 'N'.
000660     88  WS-MASTER-EOF                VALUE 'Y'.
000662 01  WS-PARTY-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000664     88  WS-PARTY-OPEN                VALUE 'Y'.
000666 01  WS-PARTY-EOF-SWITCH     PIC X(01) VALUE 'N'.
000668     88  WS-PARTY-EOF                 VALUE 'Y'.
000670 01  BILL-PARM-STATUS        PIC X(2) VALUE SPACES.
000680 01  BORROWER-MASTER-STATUS  PIC X(2) VALUE SPACES.
000690 01  LOAN-MASTER-STATUS      PIC X(2) VALUE SPACES.
000700 01  BILL-RPT-STATUS         PIC X(2) VALUE SPACES.
000701 01  LOAN-PARTY-STATUS       PIC X(2) VALUE SPACES.
000702     COPY "BDAYPARM.CPY".
000710 01  WS-STATEMENT-DATE       PIC 9(8) VALUE ZERO.
000720 01  WS-STATEMENTS-PRINTED   PIC 9(6) VALUE ZERO.
000730 01  WS-BORROWERS-SWEPT      PIC 9(6) VALUE ZERO.
000732 01  WS-COPIES-PRINTED       PIC 9(6) VALUE ZERO.
000734 01  WS-PRIMARY-ID           PIC 9(6) VALUE ZERO.
000736 01  WS-PRIMARY-NAME         PIC X(30) VALUE SPACES.
000740 01  WS-ACCRUED-INTEREST     PIC 9(9)V99 VALUE ZERO.
000750 01  WS-STMT-BALANCE-TOTAL   PIC 9(11)V99 VALUE ZERO.
000760 01  WS-STMT-DUE-TOTAL       PIC 9(11)V99 VALUE ZERO.
000762 01  WS-STMT-FEE-TOTAL       PIC 9(11)V99 VALUE ZERO.
000770 01  WS-DATE-WORK            PIC 9(8) VALUE ZERO.
000780 01  WS-DATE-WORK-SPLIT REDEFINES WS-DATE-WORK.
000790     05  WS-DW-YYYY          PIC 9(4).
001030         10  SL-LOAN-NUMBER  PIC 9(6).
001040         10  SL-BALANCE      PIC 9(9)V99.
001050         10  SL-ACCRUED      PIC 9(9)V99.
001056         10  SL-FEES         PIC 9(7)V99.
001062         10  SL-AMOUNT-DUE   PIC 9(8)V99.
001070         10  SL-NEXT-DUE     PIC 9(8).
001080 01  WS-STMT-OVERFLOW-SWITCH PIC X(01) VALUE 'N'.
001090     88  WS-STMT-OVERFLOWED           VALUE 'Y'.
001200     05  BN-BORROWER-ID      PIC 9(6).
001210     05  FILLER              PIC X(2)  VALUE SPACES.
001220     05  BN-NAME             PIC X(30).
001221 01  BILL-COPY-LINE.
001222     05  FILLER              PIC X(36)
001223         VALUE "CO-BORROWER COPY - PRIMARY BORROWER ".
001224     05  BK-PRIMARY-ID       PIC 9(6).
001225     05  FILLER              PIC X(2)  VALUE SPACES.
001226     05  BK-PRIMARY-NAME     PIC X(30).
001230 01  BILL-ADDR-LINE.
001240     05  FILLER              PIC X(18) VALUE SPACES.
001250     05  BA-ADDR-TEXT        PIC X(30).
001270     05  FILLER              PIC X(8)  VALUE "LOAN NO ".
001280     05  FILLER              PIC X(16) VALUE "         BALANCE".
001290     05  FILLER              PIC X(16) VALUE "ACCRUED INTEREST".
001292     05  FILLER              PIC X(16) VALUE "        FEES DUE".
001300     05  FILLER              PIC X(16) VALUE "      AMOUNT DUE".
001310     05  FILLER              PIC X(8)  VALUE "NEXT DUE".
001320 01  BILL-LOAN-LINE.
001330     05  BL-LOAN-NUMBER      PIC 9(6).
001340     05  FILLER              PIC X(2)  VALUE SPACES.
001360     05  FILLER              PIC X(2)  VALUE SPACES.
001370     05  BL-ACCRUED          PIC $$$,$$$,$$9.99.
001380     05  FILLER              PIC X(2)  VALUE SPACES.
001382     05  BL-FEES             PIC $$$,$$$,$$9.99.
001384     05  FILLER              PIC X(2)  VALUE SPACES.
001390     05  BL-AMOUNT-DUE       PIC $$$,$$$,$$9.99.
001400     05  FILLER              PIC X(2)  VALUE SPACES.
001410     05  BL-NEXT-DUE         PIC 9(8).
001530     05  BC-AMOUNT-DUE       PIC $$$,$$$,$$9.99.
001540     05  FILLER              PIC X(14) VALUE "   DUE DATE . ".
001550     05  BC-DUE-DATE         PIC 9(8).
001552 01  BILL-COUPON-FEE-LINE.
001554     05  FILLER              PIC X(18) VALUE "INCLUDES FEES . : ".
001556     05  BC-FEES             PIC $$$,$$$,$$9.99.
001560 01  BILL-MESSAGE-LINE       PIC X(80).
001570
001580******************************************************************
001710******************************************************************
001720** 1000-INITIALIZE                                               *
001730** LOADS THE STATEMENT DATE FROM THE PARAMETER FILE (ZERO OR     *
001740** MISSING DEFAULTS TO THE BUSINESS DATE) AND ITS SERIAL DAY     *
001747** FOR THE ACCRUAL ARITHMETIC, OPENS THE FILES (WITHOUT A        *
001754** LOAN-PARTY FILE NO CO-BORROWER COPIES ARE PRINTED), AND       *
001761** POSITIONS THE BORROWER MASTER AT ITS FIRST RECORD.            *
001770******************************************************************
001780 1000-INITIALIZE.
001790     OPEN INPUT BILL-PARM-FILE
001880     END-IF
001890     CLOSE BILL-PARM-FILE
001900     IF WS-STATEMENT-DATE = ZERO
001904         SET BDY-GET-DATES TO TRUE
001908         CALL "LOANBDAY" USING BDAY-PARMS
001912         END-CALL
001916         MOVE BDY-DATE TO WS-STATEMENT-DATE
001920     END-IF
001930     MOVE WS-STATEMENT-DATE TO WS-DATE-WORK
001940     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT
002080         SET WS-BORROWER-EOF TO TRUE
002090         MOVE 8 TO RETURN-CODE
002100     END-IF
002101     OPEN INPUT LOAN-PARTY-FILE
002102     IF LOAN-PARTY-STATUS = "00"
002103         SET WS-PARTY-OPEN TO TRUE
002104     ELSE
002105         DISPLAY "LOAN-PARTY FILE UNAVAILABLE - STATUS: "
002106             LOAN-PARTY-STATUS
002107             " - NO CO-BORROWER COPIES WILL BE PRINTED"
002108     END-IF
002110     IF NOT WS-BORROWER-EOF
002120         MOVE ZERO TO BM-BORROWER-ID
002130         START BORROWER-MASTER-FILE KEY IS NOT LESS THAN
002260** 2000-BILL-BORROWER                                            *
002270** BUILDS ONE BORROWER'S STATEMENT: SWEEPS THE LOAN-MASTER FOR   *
002280** THE BORROWER'S OPEN LOANS, AND WHEN THERE ARE ANY, PRINTS     *
002287** THE STATEMENT AND ITS COUPONS, THEN A COPY FOR EACH           *
002294** CO-BORROWER ON THOSE LOANS.  A BORROWER WITH NO OPEN LOANS    *
002301** GETS NO STATEMENT.                                            *
002310******************************************************************
002320 2000-BILL-BORROWER.
002330     ADD 1 TO WS-BORROWERS-SWEPT
002332     MOVE BM-BORROWER-ID TO WS-PRIMARY-ID
002334     MOVE BM-NAME        TO WS-PRIMARY-NAME
002340     MOVE ZERO TO WS-STMT-LOAN-MAX
002350     MOVE 'N' TO WS-STMT-OVERFLOW-SWITCH
002360     PERFORM 3000-SWEEP-LOANS THRU 3000-EXIT
002370     IF WS-STMT-LOAN-MAX > ZERO
002380         PERFORM 4000-PRINT-STATEMENT THRU 4000-EXIT
002390         ADD 1 TO WS-STATEMENTS-PRINTED
002392         IF WS-PARTY-OPEN
002394             PERFORM 5000-COBORROWER-COPIES THRU 5000-EXIT
002396         END-IF
002400     END-IF
002405     IF NOT WS-BORROWER-EOF
002410         PERFORM 2100-READ-BORROWER THRU 2100-EXIT
002415     END-IF.
002420 2000-EXIT.
002430     EXIT.
002440
002940** 3200-SELECT-LOAN                                              *
002950** TESTS ONE MASTER RECORD FOR THE CURRENT BORROWER AND, WHEN    *
002960** IT IS AN OPEN LOAN, ACCRUES ITS INTEREST AND SAVES IT TO THE  *
002965** STATEMENT TABLE.  THE AMOUNT DUE IS THE SCHEDULED PAYMENT     *
002970** PLUS ANY UNPAID LATE-CHARGE FEES, WHICH THE POSTING RUN       *
002975** TAKES FIRST.  THE TABLE HOLDS 200 LOANS PER BORROWER; AN      *
002980** OVERFLOW IS FLAGGED ON THE STATEMENT SO NOBODY TAKES A        *
002986** TRUNCATED STATEMENT FOR A COMPLETE ONE.  A LOAN ON            *
002992** NON-ACCRUAL SHOWS NO ACCRUED INTEREST.                        *
003000******************************************************************
003010 3200-SELECT-LOAN.
003020     IF LM-BORROWER-ID NOT = BM-BORROWER-ID
003160     MOVE WS-SERIAL-DAYS TO WS-BASE-SERIAL
003170     COMPUTE WS-ACCRUAL-DAYS = WS-STMT-SERIAL - WS-BASE-SERIAL
003180     IF WS-ACCRUAL-DAYS < ZERO
003182         OR LM-STATUS-NONACCRUAL
003190         MOVE ZERO TO WS-ACCRUAL-DAYS
003200     END-IF
003210     COMPUTE WS-ACCRUED-INTEREST ROUNDED =
003250     MOVE LM-LOAN-NUMBER     TO SL-LOAN-NUMBER (WS-STMT-LOAN-MAX)
003260     MOVE LM-OUTSTANDING-BAL TO SL-BALANCE (WS-STMT-LOAN-MAX)
003270     MOVE WS-ACCRUED-INTEREST TO SL-ACCRUED (WS-STMT-LOAN-MAX)
003275     MOVE LM-FEE-BALANCE     TO SL-FEES (WS-STMT-LOAN-MAX)
003280     COMPUTE SL-AMOUNT-DUE (WS-STMT-LOAN-MAX) =
003285         LM-PAYMENT-AMOUNT + LM-FEE-BALANCE
003290     MOVE LM-NEXT-DUE-DATE   TO SL-NEXT-DUE (WS-STMT-LOAN-MAX).
003300 3200-READ-NEXT.
003310     PERFORM 3100-READ-MASTER THRU 3100-EXIT.
003740******************************************************************
003750** 4000-PRINT-STATEMENT                                          *
003760** RENDERS ONE COMPLETE STATEMENT: THE NAME-AND-ADDRESS BLOCK,   *
003767** ONE LINE PER OPEN LOAN, THE BALANCE, FEES-DUE, AND            *
003774** AMOUNT-DUE TOTALS, AND A TEAR-OFF COUPON PER LOAN BELOW THE   *
003781** CUT LINE.                                                     *
003790******************************************************************
003800 4000-PRINT-STATEMENT.
003810     WRITE BILL-RPT-REC FROM BILL-RULE-LINE
003930     WRITE BILL-RPT-REC FROM BILL-COLUMN-LINE
003940     MOVE ZERO TO WS-STMT-BALANCE-TOTAL
003950     MOVE ZERO TO WS-STMT-DUE-TOTAL
003952     MOVE ZERO TO WS-STMT-FEE-TOTAL
003960     PERFORM 4100-PRINT-LOAN-LINE THRU 4100-EXIT
003970         VARYING WS-STMT-LOAN-SUB FROM 1 BY 1
003980         UNTIL WS-STMT-LOAN-SUB > WS-STMT-LOAN-MAX
004040     WRITE BILL-RPT-REC FROM BILL-BLANK-LINE
004050     MOVE "TOTAL BALANCE . . . . : " TO BTOT-LABEL
004060     MOVE WS-STMT-BALANCE-TOTAL TO BTOT-AMOUNT
004062     WRITE BILL-RPT-REC FROM BILL-TOTAL-LINE
004064     MOVE "TOTAL FEES DUE. . . . : " TO BTOT-LABEL
004066     MOVE WS-STMT-FEE-TOTAL TO BTOT-AMOUNT
004070     WRITE BILL-RPT-REC FROM BILL-TOTAL-LINE
004080     MOVE "TOTAL AMOUNT DUE. . . : " TO BTOT-LABEL
004090     MOVE WS-STMT-DUE-TOTAL TO BTOT-AMOUNT
004280     MOVE SL-LOAN-NUMBER (WS-STMT-LOAN-SUB) TO BL-LOAN-NUMBER
004290     MOVE SL-BALANCE (WS-STMT-LOAN-SUB)     TO BL-BALANCE
004300     MOVE SL-ACCRUED (WS-STMT-LOAN-SUB)     TO BL-ACCRUED
004302     MOVE SL-FEES (WS-STMT-LOAN-SUB)        TO BL-FEES
004310     MOVE SL-AMOUNT-DUE (WS-STMT-LOAN-SUB)  TO BL-AMOUNT-DUE
004320     MOVE SL-NEXT-DUE (WS-STMT-LOAN-SUB)    TO BL-NEXT-DUE
004330     WRITE BILL-RPT-REC FROM BILL-LOAN-LINE
004340     ADD SL-BALANCE (WS-STMT-LOAN-SUB)
004350         TO WS-STMT-BALANCE-TOTAL
004352     ADD SL-FEES (WS-STMT-LOAN-SUB)
004354         TO WS-STMT-FEE-TOTAL
004360     ADD SL-AMOUNT-DUE (WS-STMT-LOAN-SUB)
004370         TO WS-STMT-DUE-TOTAL.
004380 4100-EXIT.
004410******************************************************************
004420** 4200-PRINT-COUPON                                             *
004430** PRINTS ONE TEAR-OFF COUPON: THE CUT LINE, THE LOAN AND        *
004436** (PRIMARY) BORROWER NUMBERS THE LOCKBOX KEYS THE PAYMENT       *
004442** TRANSACTION FROM, AND THE AMOUNT AND DATE DUE - WITH THE      *
004448** LATE-CHARGE FEES THE AMOUNT INCLUDES CALLED OUT WHEN THERE    *
004454** ARE ANY.                                                      *
004460******************************************************************
004470 4200-PRINT-COUPON.
004480     WRITE BILL-RPT-REC FROM BILL-CUT-LINE
004490     MOVE SL-LOAN-NUMBER (WS-STMT-LOAN-SUB) TO BC-LOAN-NUMBER
004500     MOVE WS-PRIMARY-ID                     TO BC-BORROWER-ID
004510     WRITE BILL-RPT-REC FROM BILL-COUPON-ID-LINE
004520     MOVE SL-AMOUNT-DUE (WS-STMT-LOAN-SUB)  TO BC-AMOUNT-DUE
004530     MOVE SL-NEXT-DUE (WS-STMT-LOAN-SUB)    TO BC-DUE-DATE
004533     WRITE BILL-RPT-REC FROM BILL-COUPON-DUE-LINE
004536     IF SL-FEES (WS-STMT-LOAN-SUB) > ZERO
004539         MOVE SL-FEES (WS-STMT-LOAN-SUB)    TO BC-FEES
004542         WRITE BILL-RPT-REC FROM BILL-COUPON-FEE-LINE
004545     END-IF.
004550 4200-EXIT.
004560     EXIT.
004561
004562******************************************************************
004563** 5000-COBORROWER-COPIES                                        *
004564** SENDS EACH CO-BORROWER ON THE LOAN-PARTY FILE A COPY OF ITS   *
004565** LOAN'S PART OF THE STATEMENT JUST PRINTED.  LOOKING UP THE    *
004566** CO-BORROWERS MOVES THE BORROWER MASTER OFF THE BORROWER       *
004567** BEING BILLED, SO THAT BORROWER IS READ BACK AFTERWARDS AND    *
004568** THE SWEEP CARRIES ON FROM IT.  GUARANTORS ARE NOT SENT        *
004569** STATEMENTS.                                                   *
004570******************************************************************
004571 5000-COBORROWER-COPIES.
004572     PERFORM 5100-COPIES-FOR-LOAN THRU 5100-EXIT
004573         VARYING WS-STMT-LOAN-SUB FROM 1 BY 1
004574         UNTIL WS-STMT-LOAN-SUB > WS-STMT-LOAN-MAX
004575     MOVE WS-PRIMARY-ID TO BM-BORROWER-ID
004576     READ BORROWER-MASTER-FILE
004577         INVALID KEY
004578             DISPLAY "UNABLE TO REPOSITION BORROWER-MASTER AFTER "
004579                 WS-PRIMARY-ID " - RUN STOPPED"
004580             SET WS-BORROWER-EOF TO TRUE
004581             MOVE 8 TO RETURN-CODE
004582     END-READ.
004583 5000-EXIT.
004584     EXIT.
004585
004586******************************************************************
004587** 5100-COPIES-FOR-LOAN                                          *
004588** POSITIONS THE LOAN-PARTY FILE AT THE FIRST PARTY OF ONE       *
004589** STATEMENT LOAN AND WORKS THROUGH THAT LOAN'S PARTIES.         *
004590******************************************************************
004591 5100-COPIES-FOR-LOAN.
004592     MOVE 'N' TO WS-PARTY-EOF-SWITCH
004593     MOVE SL-LOAN-NUMBER (WS-STMT-LOAN-SUB) TO LP-LOAN-NUMBER
004594     MOVE ZERO TO LP-BORROWER-ID
004595     START LOAN-PARTY-FILE KEY IS NOT LESS THAN LP-PARTY-KEY
004596         INVALID KEY
004597             SET WS-PARTY-EOF TO TRUE
004598     END-START
004599     PERFORM 5200-NEXT-PARTY THRU 5200-EXIT
004600         UNTIL WS-PARTY-EOF.
004601 5100-EXIT.
004602     EXIT.
004603
004604******************************************************************
004605** 5200-NEXT-PARTY                                               *
004606** READS THE NEXT PARTY, STOPPING AT THE NEXT LOAN'S, AND        *
004607** PRINTS A COPY FOR A CO-BORROWER.  A CO-BORROWER MISSING FROM  *
004608** THE BORROWER MASTER HAS NO ADDRESS TO MAIL TO AND IS NAMED    *
004609** ON THE JOB LOG.                                               *
004610******************************************************************
004611 5200-NEXT-PARTY.
004612     READ LOAN-PARTY-FILE NEXT RECORD
004613         AT END
004614             SET WS-PARTY-EOF TO TRUE
004615             GO TO 5200-EXIT
004616     END-READ
004617     IF LP-LOAN-NUMBER NOT = SL-LOAN-NUMBER (WS-STMT-LOAN-SUB)
004618         SET WS-PARTY-EOF TO TRUE
004619         GO TO 5200-EXIT
004620     END-IF
004621     IF NOT LP-ROLE-COBORROWER
004622         GO TO 5200-EXIT
004623     END-IF
004624     MOVE LP-BORROWER-ID TO BM-BORROWER-ID
004625     READ BORROWER-MASTER-FILE
004626         INVALID KEY
004627             DISPLAY "CO-BORROWER " LP-BORROWER-ID " ON LOAN "
004628                 LP-LOAN-NUMBER " NOT ON MASTER - NO COPY"
004629             GO TO 5200-EXIT
004630     END-READ
004631     PERFORM 5300-PRINT-COPY THRU 5300-EXIT
004632     ADD 1 TO WS-COPIES-PRINTED.
004633 5200-EXIT.
004634     EXIT.
004635
004636******************************************************************
004637** 5300-PRINT-COPY                                               *
004638** RENDERS A CO-BORROWER COPY: THE STATEMENT HEADING NAMING THE  *
004639** PRIMARY BORROWER, THE CO-BORROWER'S NAME AND ADDRESS, THE     *
004640** ONE LOAN'S LINE AND TOTALS, AND ITS COUPON, WHICH CARRIES     *
004641** THE PRIMARY BORROWER'S ID SO THE LOCKBOX KEYS IT LIKE THE     *
004642** ORIGINAL.                                                     *
004643******************************************************************
004644 5300-PRINT-COPY.
004645     WRITE BILL-RPT-REC FROM BILL-RULE-LINE
004646     MOVE WS-STATEMENT-DATE TO BT-STATEMENT-DATE
004647     WRITE BILL-RPT-REC FROM BILL-TITLE-LINE
004648     WRITE BILL-RPT-REC FROM BILL-RULE-LINE
004649     MOVE WS-PRIMARY-ID   TO BK-PRIMARY-ID
004650     MOVE WS-PRIMARY-NAME TO BK-PRIMARY-NAME
004651     WRITE BILL-RPT-REC FROM BILL-COPY-LINE
004652     MOVE BM-BORROWER-ID TO BN-BORROWER-ID
004653     MOVE BM-NAME        TO BN-NAME
004654     WRITE BILL-RPT-REC FROM BILL-NAME-LINE
004655     MOVE BM-ADDRESS     TO BA-ADDR-TEXT
004656     WRITE BILL-RPT-REC FROM BILL-ADDR-LINE
004657     MOVE BM-CITY-ST-ZIP TO BA-ADDR-TEXT
004658     WRITE BILL-RPT-REC FROM BILL-ADDR-LINE
004659     WRITE BILL-RPT-REC FROM BILL-BLANK-LINE
004660     WRITE BILL-RPT-REC FROM BILL-COLUMN-LINE
004661     MOVE ZERO TO WS-STMT-BALANCE-TOTAL
004662     MOVE ZERO TO WS-STMT-DUE-TOTAL
004663     MOVE ZERO TO WS-STMT-FEE-TOTAL
004664     PERFORM 4100-PRINT-LOAN-LINE THRU 4100-EXIT
004665     WRITE BILL-RPT-REC FROM BILL-BLANK-LINE
004666     MOVE "TOTAL BALANCE . . . . : " TO BTOT-LABEL
004667     MOVE WS-STMT-BALANCE-TOTAL TO BTOT-AMOUNT
004668     WRITE BILL-RPT-REC FROM BILL-TOTAL-LINE
004669     MOVE "TOTAL FEES DUE. . . . : " TO BTOT-LABEL
004670     MOVE WS-STMT-FEE-TOTAL TO BTOT-AMOUNT
004671     WRITE BILL-RPT-REC FROM BILL-TOTAL-LINE
004672     MOVE "TOTAL AMOUNT DUE. . . : " TO BTOT-LABEL
004673     MOVE WS-STMT-DUE-TOTAL TO BTOT-AMOUNT
004674     WRITE BILL-RPT-REC FROM BILL-TOTAL-LINE
004675     WRITE BILL-RPT-REC FROM BILL-BLANK-LINE
004676     MOVE "DETACH COUPON BELOW AND RETURN WITH PAYMENT"
004677         TO BILL-MESSAGE-LINE
004678     WRITE BILL-RPT-REC FROM BILL-MESSAGE-LINE
004679     PERFORM 4200-PRINT-COUPON THRU 4200-EXIT
004680     WRITE BILL-RPT-REC FROM BILL-BLANK-LINE.
004681 5300-EXIT.
004682     EXIT.
004683
004684******************************************************************
004685** 9000-TERMINATE                                                *
004686** CLOSES ALL FILES AND PRINTS THE RUN COUNTS TO THE JOB LOG.    *
004687******************************************************************
004688 9000-TERMINATE.
004689     CLOSE BORROWER-MASTER-FILE
004690     CLOSE LOAN-MASTER-FILE
004691     IF WS-PARTY-OPEN
004692         CLOSE LOAN-PARTY-FILE
004693     END-IF
004694     CLOSE BILL-RPT-FILE
004695     DISPLAY "BILLING RUN COMPLETE.  BORROWERS SWEPT: "
004696         WS-BORROWERS-SWEPT
004697     DISPLAY "STATEMENTS PRINTED . : " WS-STATEMENTS-PRINTED
004698     DISPLAY "CO-BORROWER COPIES . : " WS-COPIES-PRINTED.
004699 9000-EXIT.
004700     EXIT.
004710
004720 END PROGRAM LOANBILL.
