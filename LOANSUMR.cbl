000180*2026-09-01 LSG  ADD A BY-PRODUCT BREAKDOWN ALONGSIDE THE
000190*                AMOUNT, RATE, AND TERM BANDS, NOW THAT THE
000200*                MASTER RECORD CARRIES THE PRODUCT CODE.
000201*2026-10-15 LSG  KEEP NON-ACCRUAL AND CHARGED-OFF LOANS OUT OF
000202*                THE DATE, BAND, PRODUCT, AND INTEREST-EXPOSURE
000203*                FIGURES AND SHOW THEM ON THEIR OWN GRAND-TOTAL
000204*                LINES - NON-ACCRUAL BALANCE, AMOUNT CHARGED
000205*                OFF, AND RECOVERIES - SO A WRITTEN-DOWN LOAN NO
000206*                LONGER READS AS A PERFORMING ASSET.
000207*2026-10-15 LSG  A ZERO FROM DATE ON SUMPARM NOW DEFAULTS TO THE
000208*                BUSINESS DATE ON THE CONTROL FILE INSTEAD OF THE
000209*                SYSTEM CLOCK.
000210*-----------------------------------------------------------------
000220
000230 ENVIRONMENT DIVISION.
000580 01  SUM-PARM-STATUS         PIC X(2) VALUE SPACES.
000590 01  LOAN-MASTER-STATUS      PIC X(2) VALUE SPACES.
000600 01  SUMM-RPT-STATUS         PIC X(2) VALUE SPACES.
000602     COPY "BDAYPARM.CPY".
000610 01  WS-FROM-DATE            PIC 9(8) VALUE ZERO.
000620 01  WS-TO-DATE              PIC 9(8) VALUE ZERO.
000630 01  WS-QUOTE-COUNT          PIC 9(6) VALUE ZERO.
000640 01  WS-PRINCIPAL-TOTAL      PIC 9(11)V99 VALUE ZERO.
000650 01  WS-INTEREST-TOTAL       PIC 9(11)V99 VALUE ZERO.
000660 01  WS-CALC-ERRORS          PIC 9(6) VALUE ZERO.
000661 01  WS-NONACCRUAL-COUNT     PIC 9(6) VALUE ZERO.
000662 01  WS-NONACCRUAL-BALANCE   PIC 9(11)V99 VALUE ZERO.
000663 01  WS-CHARGED-OFF-COUNT    PIC 9(6) VALUE ZERO.
000664 01  WS-CHARGED-OFF-TOTAL    PIC 9(11)V99 VALUE ZERO.
000665 01  WS-RECOVERY-TOTAL       PIC 9(11)V99 VALUE ZERO.
000670 01  WS-LINE-COUNT           PIC 9(3) VALUE 99.
000680 01  WS-PAGE-COUNT           PIC 9(4) VALUE ZERO.
000690 01  WS-DATE-SUB             PIC S9(4) COMP VALUE ZERO.
001830******************************************************************
001840** 1000-INITIALIZE                                               *
001850** LOADS THE REQUESTED DATE RANGE FROM THE PARAMETER FILE (A     *
001858** MISSING OR ZERO PARAMETER DEFAULTS TO THE BUSINESS DATE; A    *
001866** ZERO TO-DATE DEFAULTS TO THE FROM-DATE), ZEROES THE SUMMARY   *
001874** TABLES, OPENS THE FILES, AND POSITIONS THE MASTER AT ITS      *
001882** FIRST RECORD.                                                 *
001890******************************************************************
001900 1000-INITIALIZE.
001910     OPEN INPUT SUM-PARM-FILE
002030     END-IF
002040     CLOSE SUM-PARM-FILE
002050     IF WS-FROM-DATE = ZERO
002054         SET BDY-GET-DATES TO TRUE
002058         CALL "LOANBDAY" USING BDAY-PARMS
002062         END-CALL
002066         MOVE BDY-DATE TO WS-FROM-DATE
002070     END-IF
002080     IF WS-TO-DATE = ZERO
002090         MOVE WS-FROM-DATE TO WS-TO-DATE
002400** ACCUMULATES ONE MASTER RECORD INTO THE ENTRY-DATE, AMOUNT-    *
002410** BAND, RATE-BAND, AND TERM-BAND SUMMARIES WHEN ITS ENTRY DATE  *
002420** FALLS IN THE REQUESTED RANGE, PRICES ITS INTEREST EXPOSURE    *
002424** THROUGH LOANCALC, AND READS THE NEXT RECORD.  A LOAN IN THE   *
002428** RANGE THAT IS ON NON-ACCRUAL OR CHARGED OFF IS TALLIED ON     *
002432** ITS OWN INSTEAD, SO THE BREAKDOWNS AND THE INTEREST EXPOSURE  *
002436** COVER PERFORMING LOANS ONLY.                                  *
002440******************************************************************
002450 2000-SUMMARIZE-LOAN.
002460     IF LM-ENTRY-DATE < WS-FROM-DATE
002470         OR LM-ENTRY-DATE > WS-TO-DATE
002471         GO TO 2000-READ-NEXT
002472     END-IF
002473     IF LM-STATUS-NONACCRUAL
002474         ADD 1 TO WS-NONACCRUAL-COUNT
002475         ADD LM-OUTSTANDING-BAL TO WS-NONACCRUAL-BALANCE
002476         GO TO 2000-READ-NEXT
002477     END-IF
002478     IF LM-STATUS-CHARGED-OFF
002479         ADD 1 TO WS-CHARGED-OFF-COUNT
002480         ADD LM-CHARGE-OFF-AMT TO WS-CHARGED-OFF-TOTAL
002481         ADD LM-RECOVERY-AMT TO WS-RECOVERY-TOTAL
002482         GO TO 2000-READ-NEXT
002490     END-IF
002500     ADD 1 TO WS-QUOTE-COUNT
002510     ADD LM-LOAN-AMOUNT TO WS-PRINCIPAL-TOTAL
004130** 3000-PRINT-REPORT                                             *
004140** RENDERS THE REPORT: QUOTES BY ENTRY DATE, THEN THE AMOUNT,    *
004150** RATE, AND TERM BAND BREAKDOWNS, THEN THE GRAND TOTALS AND     *
004156** TOTAL INTEREST EXPOSURE, FOLLOWED BY THE NON-ACCRUAL AND      *
004162** CHARGED-OFF LOANS THAT WERE KEPT OUT OF THEM.                 *
004170******************************************************************
004180 3000-PRINT-REPORT.
004190     MOVE "QUOTES BY ENTRY DATE" TO RPT-SECTION-LINE
004760         MOVE WS-CALC-ERRORS TO RN-COUNT
004770         MOVE RPT-COUNT-LINE TO RPT-WORK-LINE
004780         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004781     END-IF
004782     MOVE "NON-ACCRUAL LOANS         : " TO RN-LABEL
004783     MOVE WS-NONACCRUAL-COUNT TO RN-COUNT
004784     MOVE RPT-COUNT-LINE TO RPT-WORK-LINE
004785     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004786     MOVE "NON-ACCRUAL BALANCE       : " TO RT-LABEL
004787     MOVE WS-NONACCRUAL-BALANCE TO RT-AMOUNT
004788     MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
004789     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004790     MOVE "CHARGED-OFF LOANS         : " TO RN-LABEL
004791     MOVE WS-CHARGED-OFF-COUNT TO RN-COUNT
004792     MOVE RPT-COUNT-LINE TO RPT-WORK-LINE
004793     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004794     MOVE "AMOUNT CHARGED OFF        : " TO RT-LABEL
004795     MOVE WS-CHARGED-OFF-TOTAL TO RT-AMOUNT
004796     MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
004797     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004798     MOVE "RECOVERIES TO DATE        : " TO RT-LABEL
004799     MOVE WS-RECOVERY-TOTAL TO RT-AMOUNT
004800     MOVE RPT-TOTAL-LINE TO RPT-WORK-LINE
004801     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004802 3000-EXIT.
004810     EXIT.
004820
004830******************************************************************
