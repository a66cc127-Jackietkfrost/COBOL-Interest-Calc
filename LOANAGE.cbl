000160*                BORROWER'S NAME, A PER-BORROWER RECAP, AND
000170*                BUCKET TOTALS - SO COLLECTIONS WORKS FROM A
000180*                LIST INSTEAD OF EYEBALLING DATES BY HAND.
000181*2026-10-15 LSG  SHOW NON-ACCRUAL AND CHARGED-OFF LOANS APART FROM
000182*                THE AGING BUCKETS: A PAST-DUE NON-ACCRUAL LOAN IS
000183*                STILL LISTED AND RECAPPED BUT TOTALED ON ITS OWN
000184*                LINE, AND CHARGED-OFF LOANS ARE TOTALED WITH THE
000185*                AMOUNT WRITTEN OFF AND THE RECOVERIES SINCE.
000186*2026-10-15 LSG  TAKE THE RUN DATE FROM THE BUSINESS-DATE CONTROL
000187*                FILE INSTEAD OF THE SYSTEM CLOCK, SO A RUN THAT
000188*                CROSSES MIDNIGHT OR IS RERUN NEXT MORNING DATES
000189*                ITS WORK THE SAME.
000190*2026-10-15 LSG  SEND EACH GUARANTOR ON THE NEW LOAN-PARTY FILE A
000191*                NOTICE, ONCE PER DELINQUENCY, WHEN ITS LOAN
000192*                REACHES THE 60-DAY BUCKET.
000193*-----------------------------------------------------------------
000200
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000370     SELECT AGE-RPT-FILE ASSIGN TO "AGERPT"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS AGE-RPT-STATUS.
000391     SELECT LOAN-PARTY-FILE ASSIGN TO "LOANPRTY"
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS LP-PARTY-KEY
000395         FILE STATUS IS LOAN-PARTY-STATUS.
000396     SELECT GUARANTOR-NOTICE-FILE ASSIGN TO "GUARNOTE"
000397         ORGANIZATION IS LINE SEQUENTIAL
000398         FILE STATUS IS GUARANTOR-NOTICE-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000460     COPY "BORREC.CPY".
000470 FD  AGE-RPT-FILE.
000480 01  AGE-RPT-REC             PIC X(100).
000482 FD  LOAN-PARTY-FILE.
000484     COPY "PARTYREC.CPY".
000486 FD  GUARANTOR-NOTICE-FILE.
000488 01  GUARANTOR-NOTICE-REC    PIC X(80).
000490
000500 WORKING-STORAGE SECTION.
000510**************************************************
000540 01  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
000550     88  WS-END-OF-FILE               VALUE 'Y'.
000552 01  WS-BORROWER-OPEN-SWITCH PIC X(01) VALUE 'N'.
000553     88  WS-BORROWER-OPEN             VALUE 'Y'.
000554 01  WS-PARTY-OPEN-SWITCH    PIC X(01) VALUE 'N'.
000555     88  WS-PARTY-OPEN                VALUE 'Y'.
000556 01  WS-PARTY-EOF-SWITCH     PIC X(01) VALUE 'N'.
000557     88  WS-PARTY-EOF                 VALUE 'Y'.
000558 01  WS-GUARANTOR-SWITCH     PIC X(01) VALUE 'N'.
000559     88  WS-GUARANTOR-FOUND           VALUE 'Y'.
000560 01  LOAN-MASTER-STATUS      PIC X(2) VALUE SPACES.
000570 01  BORROWER-MASTER-STATUS  PIC X(2) VALUE SPACES.
000580 01  AGE-RPT-STATUS          PIC X(2) VALUE SPACES.
000582 01  LOAN-PARTY-STATUS       PIC X(2) VALUE SPACES.
000584 01  GUARANTOR-NOTICE-STATUS PIC X(2) VALUE SPACES.
000586     COPY "BDAYPARM.CPY".
000590 01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
000600 01  WS-LOANS-SWEPT          PIC 9(6) VALUE ZERO.
000610 01  WS-LOANS-PAST-DUE       PIC 9(6) VALUE ZERO.
000620 01  WS-DAYS-PAST-DUE        PIC S9(9) COMP VALUE ZERO.
000621 01  WS-NONACCRUAL-COUNT     PIC 9(6) VALUE ZERO.
000622 01  WS-NONACCRUAL-BALANCE   PIC 9(11)V99 VALUE ZERO.
000623 01  WS-CHARGED-OFF-COUNT    PIC 9(6) VALUE ZERO.
000624 01  WS-CHARGED-OFF-TOTAL    PIC 9(11)V99 VALUE ZERO.
000625 01  WS-RECOVERY-COUNT       PIC 9(6) VALUE ZERO.
000626 01  WS-RECOVERY-TOTAL       PIC 9(11)V99 VALUE ZERO.
000627 01  WS-GUARANTOR-NOTICES    PIC 9(6) VALUE ZERO.
000628 01  WS-PRIMARY-NAME         PIC X(30) VALUE SPACES.
000630 01  WS-BUCKET-SUB           PIC S9(4) COMP VALUE ZERO.
000640 01  WS-DATE-WORK            PIC 9(8) VALUE ZERO.
000650 01  WS-DATE-WORK-SPLIT REDEFINES WS-DATE-WORK.
001410     05  FILLER              PIC X(4)  VALUE SPACES.
001420     05  AR-BALANCE          PIC $$,$$$,$$$,$$9.99.
001430 01  AGE-MESSAGE-LINE        PIC X(80).
001431 01  AGE-FLAG-LINE.
001432     05  FILLER              PIC X(18) VALUE "GUARANTOR NOTICE  ".
001433     05  AF-LOAN-NUMBER      PIC 9(6).
001434     05  FILLER              PIC X(2)  VALUE SPACES.
001435     05  AF-GUARANTOR-ID     PIC 9(6).
001436     05  FILLER              PIC X(2)  VALUE SPACES.
001437     05  AF-MESSAGE          PIC X(46).
001438**************************************************
001439** GUARANTOR NOTICE LINES                       *
001440**************************************************
001441 01  GN-RULE-LINE            PIC X(72) VALUE ALL "=".
001442 01  GN-BLANK-LINE           PIC X(80) VALUE SPACES.
001443 01  GN-TITLE-LINE.
001444     05  FILLER              PIC X(18) VALUE SPACES.
001445     05  FILLER              PIC X(35)
001446         VALUE "NOTICE TO GUARANTOR - LOAN PAST DUE".
001447 01  GN-ID-LINE.
001448     05  FILLER              PIC X(18) VALUE "LOAN NUMBER . . : ".
001449     05  GN-LOAN-NUMBER      PIC 9(6).
001450     05  FILLER              PIC X(16) VALUE "   GUARANTOR ID ".
001451     05  GN-GUARANTOR-ID     PIC 9(6).
001452 01  GN-ADDRESS-LINE.
001453     05  FILLER              PIC X(4)  VALUE SPACES.
001454     05  GN-ADDRESS-TEXT     PIC X(30).
001455 01  GN-BORROWER-LINE.
001456     05  FILLER              PIC X(18) VALUE "BORROWER. . . . : ".
001457     05  GN-BORROWER-ID      PIC 9(6).
001458     05  FILLER              PIC X(2)  VALUE SPACES.
001459     05  GN-BORROWER-NAME    PIC X(30).
001460 01  GN-DUE-LINE.
001461     05  FILLER              PIC X(18) VALUE "PAYMENT DUE . . : ".
001462     05  GN-NEXT-DUE-DATE    PIC 9(8).
001463     05  FILLER              PIC X(20)
001464         VALUE "     DAYS PAST DUE: ".
001465     05  GN-DAYS             PIC ZZZ9.
001466 01  GN-BALANCE-LINE.
001467     05  FILLER              PIC X(18) VALUE "BALANCE . . . . : ".
001468     05  GN-BALANCE          PIC $$$,$$$,$$9.99.
001469 01  GN-TEXT-LINE            PIC X(80).
001470
001471******************************************************************
001472** 0000-MAINLINE                                                 *
001473** DRIVES THE AGING RUN: INITIALIZE, AGE EVERY OPEN LOAN ON THE  *
001480** MASTER, PRINT THE BORROWER RECAP AND BUCKET TOTALS, THEN      *
001490** TERMINATE.                                                    *
001500******************************************************************
001590
001600******************************************************************
001610** 1000-INITIALIZE                                               *
001618** CAPTURES THE RUN DATE AND ITS SERIAL DAY, OPENS THE FILES     *
001626** (THE LOAN-PARTY FILE AND THE GUARANTOR NOTICE FILE ONLY WHEN  *
001634** THERE ARE PARTIES ON FILE), WRITES THE REPORT HEADING, AND    *
001642** POSITIONS THE MASTER AT ITS FIRST RECORD.                     *
001650******************************************************************
001660 1000-INITIALIZE.
001664     SET BDY-GET-DATES TO TRUE
001668     CALL "LOANBDAY" USING BDAY-PARMS
001672     END-CALL
001676     MOVE BDY-DATE TO WS-RUN-DATE
001680     MOVE WS-RUN-DATE TO WS-DATE-WORK
001690     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT
001700     MOVE WS-SERIAL-DAYS TO WS-RUN-SERIAL
001800     ELSE
001810         DISPLAY "BORROWER MASTER UNAVAILABLE - STATUS: "
001820             BORROWER-MASTER-STATUS
001821             " - NAMES WILL BE LEFT BLANK"
001822     END-IF
001823     OPEN I-O LOAN-PARTY-FILE
001824     IF LOAN-PARTY-STATUS = "00"
001825         SET WS-PARTY-OPEN TO TRUE
001826         OPEN EXTEND GUARANTOR-NOTICE-FILE
001827         IF GUARANTOR-NOTICE-STATUS NOT = "00"
001828             OPEN OUTPUT GUARANTOR-NOTICE-FILE
001829         END-IF
001830     ELSE
001831         DISPLAY "LOAN-PARTY FILE UNAVAILABLE - STATUS: "
001832             LOAN-PARTY-STATUS
001833             " - NO GUARANTOR NOTICES WILL BE SENT"
001834     END-IF
001835     OPEN INPUT LOAN-MASTER-FILE
001840     IF LOAN-MASTER-STATUS NOT = "00"
001850         DISPLAY "UNABLE TO OPEN LOAN-MASTER-FILE - STATUS: "
001860             LOAN-MASTER-STATUS
002080** DATE IS BEHIND THE RUN DATE.  A RECORD FILED BEFORE THE       *
002090** SCHEDULED-PAYMENT FIELDS EXISTED CARRIES A ZERO DUE DATE AND  *
002100** CANNOT BE AGED, SO IT IS PASSED OVER RATHER THAN REPORTED AS  *
002104** DECADES DELINQUENT.  A PAST-DUE LOAN ON NON-ACCRUAL IS        *
002108** LISTED WITH NON-ACCRUAL IN PLACE OF ITS BUCKET AND TOTALED    *
002112** APART FROM THE BUCKETS; A CHARGED-OFF LOAN HAS NO BALANCE     *
002116** LEFT TO AGE AND IS ONLY TALLIED FOR THE CHARGE-OFF TOTALS.    *
002118** A LOAN 60 DAYS OR MORE PAST DUE HAS ITS GUARANTORS NOTICED.   *
002120******************************************************************
002130 2000-AGE-LOAN.
002140     ADD 1 TO WS-LOANS-SWEPT
002142     IF LM-STATUS-CHARGED-OFF
002144         PERFORM 2400-TALLY-CHARGE-OFF THRU 2400-EXIT
002146         GO TO 2000-READ-NEXT
002148     END-IF
002150     IF LM-OUTSTANDING-BAL = ZERO
002160         OR LM-NEXT-DUE-DATE = ZERO
002170         OR LM-NEXT-DUE-DATE NOT < WS-RUN-DATE
002320             MOVE 4 TO WS-BUCKET-SUB
002330     END-EVALUATE
002340     ADD 1 TO WS-LOANS-PAST-DUE
002343     IF LM-STATUS-NONACCRUAL
002346         ADD 1 TO WS-NONACCRUAL-COUNT
002349         ADD LM-OUTSTANDING-BAL TO WS-NONACCRUAL-BALANCE
002352         MOVE "NON-ACCRUAL" TO AD-BUCKET
002355     ELSE
002358         ADD 1 TO AG-COUNT (WS-BUCKET-SUB)
002361         ADD LM-OUTSTANDING-BAL TO AG-BALANCE (WS-BUCKET-SUB)
002364         MOVE AG-LABEL (WS-BUCKET-SUB) TO AD-BUCKET
002367     END-IF
002370     PERFORM 2200-ADD-TO-RECAP THRU 2200-EXIT
002380     PERFORM 2300-GET-BORROWER-NAME THRU 2300-EXIT
002390     MOVE LM-BORROWER-ID     TO AD-BORROWER-ID
002420     MOVE LM-NEXT-DUE-DATE   TO AD-NEXT-DUE-DATE
002430     MOVE LM-OUTSTANDING-BAL TO AD-BALANCE
002440     MOVE WS-DAYS-PAST-DUE   TO AD-DAYS
002446     WRITE AGE-RPT-REC FROM AGE-DETAIL-LINE
002452     IF WS-BUCKET-SUB NOT < 3 AND WS-PARTY-OPEN
002458         PERFORM 2600-NOTIFY-GUARANTORS THRU 2600-EXIT
002464     END-IF.
002470 2000-READ-NEXT.
002480     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002490 2000-EXIT.
003210     END-IF.
003220 2300-EXIT.
003230     EXIT.
003231
003232******************************************************************
003233** 2400-TALLY-CHARGE-OFF                                         *
003234** ADDS A CHARGED-OFF LOAN TO THE CHARGE-OFF TOTALS - THE        *
003235** AMOUNT WRITTEN OFF, AND ANY RECOVERIES POSTED AGAINST IT      *
003236** SINCE.                                                        *
003237******************************************************************
003238 2400-TALLY-CHARGE-OFF.
003239     ADD 1 TO WS-CHARGED-OFF-COUNT
003240     ADD LM-CHARGE-OFF-AMT TO WS-CHARGED-OFF-TOTAL
003241     IF LM-RECOVERY-AMT > ZERO
003242         ADD 1 TO WS-RECOVERY-COUNT
003243         ADD LM-RECOVERY-AMT TO WS-RECOVERY-TOTAL
003244     END-IF.
003245 2400-EXIT.
003246     EXIT.
003247
003250******************************************************************
003260** 2500-DATE-TO-DAYS                                             *
003270** CONVERTS THE YYYYMMDD DATE IN WS-DATE-WORK TO A SERIAL DAY    *
003600     END-IF.
003610 2500-EXIT.
003620     EXIT.
003621
003622******************************************************************
003623** 2600-NOTIFY-GUARANTORS                                        *
003624** SENDS A NOTICE TO EACH GUARANTOR OF A LOAN THAT HAS REACHED   *
003625** 60 DAYS PAST DUE.  THE LOAN'S PARTIES ARE READ FROM THE       *
003626** LOAN-PARTY FILE, WHICH IS KEYED BY LOAN NUMBER SO THEY SIT    *
003627** TOGETHER.  THE PRIMARY BORROWER'S NAME IS HELD FOR THE        *
003628** NOTICE BEFORE THE GUARANTORS ARE LOOKED UP.                   *
003629******************************************************************
003630 2600-NOTIFY-GUARANTORS.
003631     MOVE BM-NAME TO WS-PRIMARY-NAME
003632     MOVE 'N' TO WS-PARTY-EOF-SWITCH
003633     MOVE LM-LOAN-NUMBER TO LP-LOAN-NUMBER
003634     MOVE ZERO TO LP-BORROWER-ID
003635     START LOAN-PARTY-FILE KEY IS NOT LESS THAN LP-PARTY-KEY
003636         INVALID KEY
003637             SET WS-PARTY-EOF TO TRUE
003638     END-START
003639     PERFORM 2610-CHECK-PARTY THRU 2610-EXIT
003640         UNTIL WS-PARTY-EOF.
003641 2600-EXIT.
003642     EXIT.
003643
003644******************************************************************
003645** 2610-CHECK-PARTY                                              *
003646** TESTS ONE PARTY OF THE CURRENT LOAN.  A GUARANTOR IS SENT     *
003647** ONE NOTICE PER DELINQUENCY: THE PARTY RECORD KEEPS THE        *
003648** NEXT-DUE DATE THE LAST NOTICE WENT OUT FOR, AND A LOAN STILL  *
003649** BEHIND ON THAT SAME INSTALLMENT IS NOT NOTICED AGAIN.  ONCE   *
003650** THE LOAN IS BROUGHT CURRENT ITS NEXT-DUE DATE MOVES ON, SO A  *
003651** LATER DELINQUENCY DRAWS A FRESH NOTICE.  CO-BORROWERS ARE     *
003652** PASSED OVER.                                                  *
003653******************************************************************
003654 2610-CHECK-PARTY.
003655     READ LOAN-PARTY-FILE NEXT RECORD
003656         AT END
003657             SET WS-PARTY-EOF TO TRUE
003658             GO TO 2610-EXIT
003659     END-READ
003660     IF LP-LOAN-NUMBER NOT = LM-LOAN-NUMBER
003661         SET WS-PARTY-EOF TO TRUE
003662         GO TO 2610-EXIT
003663     END-IF
003664     IF NOT LP-ROLE-GUARANTOR
003665         OR LP-NOTICE-DUE-DATE = LM-NEXT-DUE-DATE
003666         GO TO 2610-EXIT
003667     END-IF
003668     PERFORM 2620-WRITE-NOTICE THRU 2620-EXIT
003669     ADD 1 TO WS-GUARANTOR-NOTICES
003670     MOVE LM-NEXT-DUE-DATE TO LP-NOTICE-DUE-DATE
003671     REWRITE LOAN-PARTY-RECORD
003672         INVALID KEY
003673             DISPLAY "UNABLE TO MARK GUARANTOR NOTICE - LOAN "
003674                 LP-LOAN-NUMBER " GUARANTOR " LP-BORROWER-ID
003675     END-REWRITE.
003676 2610-EXIT.
003677     EXIT.
003678
003679******************************************************************
003680** 2620-WRITE-NOTICE                                             *
003681** APPENDS A GUARANTOR NOTICE TO THE NOTICE FILE, ADDRESSED      *
003682** FROM THE BORROWER MASTER, GIVING THE LOAN AND ITS PRIMARY     *
003683** BORROWER, THE INSTALLMENT MISSED, THE DAYS PAST DUE AND THE   *
003684** BALANCE.  A GUARANTOR MISSING FROM THE BORROWER MASTER STILL  *
003685** GETS THE NOTICE PRINTED, AND THE AGING REPORT FLAGS IT FOR    *
003686** HAND ADDRESSING.                                              *
003687******************************************************************
003688 2620-WRITE-NOTICE.
003689     MOVE 'N' TO WS-GUARANTOR-SWITCH
003690     IF WS-BORROWER-OPEN
003691         MOVE LP-BORROWER-ID TO BM-BORROWER-ID
003692         READ BORROWER-MASTER-FILE
003693             INVALID KEY
003694                 CONTINUE
003695             NOT INVALID KEY
003696                 SET WS-GUARANTOR-FOUND TO TRUE
003697         END-READ
003698     END-IF
003699     IF NOT WS-GUARANTOR-FOUND
003700         MOVE "GUARANTOR NOT ON FILE" TO BM-NAME
003701         MOVE SPACES TO BM-ADDRESS
003702         MOVE SPACES TO BM-CITY-ST-ZIP
003703         MOVE LM-LOAN-NUMBER TO AF-LOAN-NUMBER
003704         MOVE LP-BORROWER-ID TO AF-GUARANTOR-ID
003705         MOVE "HAS NO ADDRESS - NOT ON BORROWER MASTER"
003706             TO AF-MESSAGE
003707         WRITE AGE-RPT-REC FROM AGE-FLAG-LINE
003708     END-IF
003709     WRITE GUARANTOR-NOTICE-REC FROM GN-RULE-LINE
003710     WRITE GUARANTOR-NOTICE-REC FROM GN-TITLE-LINE
003711     WRITE GUARANTOR-NOTICE-REC FROM GN-RULE-LINE
003712     MOVE LM-LOAN-NUMBER TO GN-LOAN-NUMBER
003713     MOVE LP-BORROWER-ID TO GN-GUARANTOR-ID
003714     WRITE GUARANTOR-NOTICE-REC FROM GN-ID-LINE
003715     WRITE GUARANTOR-NOTICE-REC FROM GN-BLANK-LINE
003716     MOVE BM-NAME TO GN-ADDRESS-TEXT
003717     WRITE GUARANTOR-NOTICE-REC FROM GN-ADDRESS-LINE
003718     MOVE BM-ADDRESS TO GN-ADDRESS-TEXT
003719     WRITE GUARANTOR-NOTICE-REC FROM GN-ADDRESS-LINE
003720     MOVE BM-CITY-ST-ZIP TO GN-ADDRESS-TEXT
003721     WRITE GUARANTOR-NOTICE-REC FROM GN-ADDRESS-LINE
003722     WRITE GUARANTOR-NOTICE-REC FROM GN-BLANK-LINE
003723     MOVE LM-BORROWER-ID TO GN-BORROWER-ID
003724     MOVE WS-PRIMARY-NAME TO GN-BORROWER-NAME
003725     WRITE GUARANTOR-NOTICE-REC FROM GN-BORROWER-LINE
003726     MOVE LM-NEXT-DUE-DATE TO GN-NEXT-DUE-DATE
003727     MOVE WS-DAYS-PAST-DUE TO GN-DAYS
003728     WRITE GUARANTOR-NOTICE-REC FROM GN-DUE-LINE
003729     MOVE LM-OUTSTANDING-BAL TO GN-BALANCE
003730     WRITE GUARANTOR-NOTICE-REC FROM GN-BALANCE-LINE
003731     WRITE GUARANTOR-NOTICE-REC FROM GN-BLANK-LINE
003732     MOVE "THE LOAN ABOVE, WHICH YOU HAVE GUARANTEED, IS NOW 60"
003733         TO GN-TEXT-LINE
003734     WRITE GUARANTOR-NOTICE-REC FROM GN-TEXT-LINE
003735     MOVE "DAYS OR MORE PAST DUE.  UNDER YOUR GUARANTY YOU MAY BE"
003736         TO GN-TEXT-LINE
003737     WRITE GUARANTOR-NOTICE-REC FROM GN-TEXT-LINE
003738     MOVE "CALLED ON TO PAY THE BALANCE IF THE BORROWER DOES NOT."
003739         TO GN-TEXT-LINE
003740     WRITE GUARANTOR-NOTICE-REC FROM GN-TEXT-LINE
003741     MOVE "PLEASE CONTACT US ABOUT BRINGING THE LOAN CURRENT."
003742         TO GN-TEXT-LINE
003743     WRITE GUARANTOR-NOTICE-REC FROM GN-TEXT-LINE
003744     WRITE GUARANTOR-NOTICE-REC FROM GN-BLANK-LINE.
003745 2620-EXIT.
003746     EXIT.
003747
003748******************************************************************
003749** 3000-PRINT-TOTALS                                             *
003750** RENDERS THE PER-BORROWER RECAP AND THE 30/60/90 BUCKET        *
003751** TOTALS AFTER THE DETAIL SWEEP, THEN THE NON-ACCRUAL BALANCE   *
003752** AND THE CHARGE-OFFS AND RECOVERIES, WHICH THE BUCKETS DO NOT  *
003753** INCLUDE.                                                      *
003754******************************************************************
003755 3000-PRINT-TOTALS.
003756     MOVE SPACES TO AGE-RPT-REC
003757     WRITE AGE-RPT-REC
003758     MOVE "PAST-DUE RECAP BY BORROWER" TO AGE-MESSAGE-LINE
003759     WRITE AGE-RPT-REC FROM AGE-MESSAGE-LINE
003760     MOVE 1 TO WS-RECAP-SUB
003761     PERFORM 3100-PRINT-RECAP-LINE THRU 3100-EXIT
003762         UNTIL WS-RECAP-SUB > WS-RECAP-MAX
003770     IF WS-RECAP-OVERFLOWED
003780         MOVE "MORE THAN 500 PAST-DUE BORROWERS - RECAP IS"
003790             TO AGE-MESSAGE-LINE
003880     WRITE AGE-RPT-REC FROM AGE-MESSAGE-LINE
003890     MOVE 1 TO WS-BUCKET-SUB
003900     PERFORM 3200-PRINT-BUCKET-LINE THRU 3200-EXIT
003901         UNTIL WS-BUCKET-SUB > 4
003902     MOVE SPACES TO AGE-RPT-REC
003903     WRITE AGE-RPT-REC
003904     MOVE "NON-ACCRUAL AND CHARGED-OFF LOANS (NOT IN BUCKETS)"
003905         TO AGE-MESSAGE-LINE
003906     WRITE AGE-RPT-REC FROM AGE-MESSAGE-LINE
003907     MOVE "NON-ACCRUAL"         TO AB-LABEL
003908     MOVE WS-NONACCRUAL-COUNT   TO AB-COUNT
003909     MOVE WS-NONACCRUAL-BALANCE TO AB-BALANCE
003910     WRITE AGE-RPT-REC FROM AGE-BUCKET-LINE
003911     MOVE "CHARGED OFF"         TO AB-LABEL
003912     MOVE WS-CHARGED-OFF-COUNT  TO AB-COUNT
003913     MOVE WS-CHARGED-OFF-TOTAL  TO AB-BALANCE
003914     WRITE AGE-RPT-REC FROM AGE-BUCKET-LINE
003915     MOVE "RECOVERED"           TO AB-LABEL
003916     MOVE WS-RECOVERY-COUNT     TO AB-COUNT
003917     MOVE WS-RECOVERY-TOTAL     TO AB-BALANCE
003918     WRITE AGE-RPT-REC FROM AGE-BUCKET-LINE.
003920 3000-EXIT.
003930     EXIT.
003940
004300     IF WS-BORROWER-OPEN
004310         CLOSE BORROWER-MASTER-FILE
004320     END-IF
004322     IF WS-PARTY-OPEN
004324         CLOSE LOAN-PARTY-FILE
004326         CLOSE GUARANTOR-NOTICE-FILE
004328     END-IF
004330     CLOSE AGE-RPT-FILE
004340     DISPLAY "AGING RUN COMPLETE.  LOANS SWEPT: " WS-LOANS-SWEPT
004345     DISPLAY "LOANS PAST DUE . . . : " WS-LOANS-PAST-DUE
004350     DISPLAY "ON NON-ACCRUAL . . . : " WS-NONACCRUAL-COUNT
004352     DISPLAY "CHARGED OFF. . . . . : " WS-CHARGED-OFF-COUNT
004354     DISPLAY "GUARANTOR NOTICES. . : " WS-GUARANTOR-NOTICES.
004360 9000-EXIT.
004370     EXIT.
004380
