000170*                BORROWER MASTER - REPLACING THE JANUARY RITUAL
000180*                OF RECONSTRUCTING THE FIGURES FROM A BOX OF
000190*                OLD POSTING REPORTS.
000192*2026-10-15 LSG  PASS OVER LATE-CHARGE ASSESSMENTS AND WAIVERS ON
000194*                THE HISTORY - THEY CARRY NO INTEREST AND WOULD
000196*                OTHERWISE PRINT A ZERO STATEMENT FOR A BORROWER
000197*                WHO MADE NO PAYMENT IN THE YEAR.
000198*2026-10-15 LSG  PASS OVER RECOVERIES POSTED TO CHARGED-OFF LOANS
000199*                AND THEIR REVERSALS THE SAME WAY.
000200*2026-10-15 LSG  TAKE THE RUN DATE FROM THE BUSINESS-DATE CONTROL
000201*                FILE INSTEAD OF THE SYSTEM CLOCK, SO A RUN THAT
000202*                CROSSES MIDNIGHT OR IS RERUN NEXT MORNING DATES
000203*                ITS WORK THE SAME.
000204*-----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000710 01  BORROWER-MASTER-STATUS  PIC X(2) VALUE SPACES.
000720 01  YEND-RPT-STATUS         PIC X(2) VALUE SPACES.
000730 01  WS-STATEMENT-YEAR       PIC 9(4) VALUE ZERO.
000732     COPY "BDAYPARM.CPY".
000740 01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
000750 01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
000760     05  WS-RD-YYYY          PIC 9(4).
001470** STATEMENTS AND THE OPERATOR CAN SEE WHY FROM THE JOB LOG.     *
001480******************************************************************
001490 1000-INITIALIZE.
001494     SET BDY-GET-DATES TO TRUE
001498     CALL "LOANBDAY" USING BDAY-PARMS
001502     END-CALL
001506     MOVE BDY-DATE TO WS-RUN-DATE
001510     OPEN INPUT YEND-PARM-FILE
001520     IF YEND-PARM-STATUS = "00"
001530         READ YEND-PARM-FILE
001940** ACCUMULATES ONE HISTORY RECORD: A POSTING DATED IN THE        *
001950** STATEMENT YEAR ADDS ITS INTEREST PORTION TO ITS BORROWER'S    *
001960** TOTAL AND A REVERSAL TAKES IT BACK OUT, SO AN NSF CHECK       *
001966** REVERSED IN JANUARY CANNOT INFLATE THE TAX FIGURE.            *
001970** LATE-CHARGE ASSESSMENTS AND WAIVERS, AND RECOVERIES ON        *
001974** CHARGED-OFF LOANS, ARE NOT INTEREST PAID AND ARE SKIPPED.     *
001978** THE BORROWER COMES FROM THE LOAN-MASTER; A LOAN NO LONGER ON  *
001984** THE MASTER (PURGED SINCE THE PAYMENT) IS COUNTED AND          *
001990** REPORTED.                                                     *
002000******************************************************************
002010 2000-TALLY-HISTORY.
002020     ADD 1 TO WS-HISTORY-READ
002022     IF PH-FEE-ASSESSED-REC OR PH-FEE-WAIVED-REC
002023         OR PH-RECOVERY-REC OR PH-RECOVERY-REVERSAL-REC
002024         GO TO 2000-READ-NEXT
002026     END-IF
002030     MOVE PH-PAYMENT-DATE TO WS-DATE-WORK
002040     IF WS-DW-YYYY NOT = WS-STATEMENT-YEAR
002050         GO TO 2000-READ-NEXT
