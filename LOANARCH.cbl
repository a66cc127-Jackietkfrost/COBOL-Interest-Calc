000170*                REQUESTED LOAN ON THE ARCHIVE, REPORTS IT, AND
000180*                FILES IT BACK TO THE MASTER (OR REPORTS IT
000190*                DISPLAY-ONLY WHEN THE NUMBER IS BACK IN USE).
000191*2026-09-01 LSG  CARRY THE SCHEDULED-PAYMENT AMOUNT AND NEXT-DUE
000192*                DATE THROUGH THE ARCHIVE AND RESTORE LEGS.
000193*2026-09-01 LSG  CARRY THE LOAN STATUS AND PRODUCT CODE THROUGH
000194*                AS WELL, AS THE MASTER RECORD GREW THEM.
000195*2026-10-15 LSG  CARRY THE LATE-CHARGE FEE BALANCE AND THE LAST
000196*                FEE DUE DATE THROUGH BOTH LEGS AS WELL.
000197*2026-10-15 LSG  CARRY THE ADJUSTABLE-RATE REPRICE DATE, RATE CAP
000198*                AND FLOOR, AND PENDING NOTICE RATE THROUGH BOTH
000199*                LEGS.
000200*2026-10-15 LSG  CARRY THE CHARGE-OFF DATE AND AMOUNT AND THE
000201*                RECOVERIES TO DATE THROUGH BOTH LEGS.
000202*2026-10-15 LSG  TAKE THE RUN DATE FROM THE BUSINESS-DATE CONTROL
000203*                FILE INSTEAD OF THE SYSTEM CLOCK, SO A RUN THAT
000204*                CROSSES MIDNIGHT OR IS RERUN NEXT MORNING DATES
000205*                ITS WORK THE SAME.
000206*2026-10-15 LSG  CARRY THE REFINANCE CROSS-REFERENCE - THE LOAN
000207*                THAT PAID A LOAN OFF AND THE COUNT OF LOANS A NEW
000208*                LOAN PAID OFF - THROUGH BOTH LEGS.
000209*-----------------------------------------------------------------
000210
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000760 01  LOAN-MASTER-STATUS      PIC X(2) VALUE SPACES.
000770 01  ARCHIVE-STATUS          PIC X(2) VALUE SPACES.
000780 01  PURGE-RPT-STATUS        PIC X(2) VALUE SPACES.
000782     COPY "BDAYPARM.CPY".
000790 01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
000800 01  WS-CUTOFF-DATE          PIC 9(8) VALUE ZERO.
000810 01  WS-CUTOFF-SPLIT REDEFINES WS-CUTOFF-DATE.
001490** THE REPORT FILE.                                              *
001500******************************************************************
001510 1000-INITIALIZE.
001514     SET BDY-GET-DATES TO TRUE
001518     CALL "LOANBDAY" USING BDAY-PARMS
001522     END-CALL
001526     MOVE BDY-DATE TO WS-RUN-DATE
001530     MOVE SPACES TO WS-ARC-PARM
001540     OPEN INPUT ARC-PARM-FILE
001550     IF ARC-PARM-STATUS = "00"
002570             MOVE LM-OUTSTANDING-BAL  TO AR-OUTSTANDING-BAL
002580             MOVE LM-LAST-PAYMENT-DATE TO AR-LAST-PAYMENT-DATE
002590             MOVE LM-BORROWER-ID      TO AR-BORROWER-ID
002591             MOVE LM-PAYMENT-AMOUNT   TO AR-PAYMENT-AMOUNT
002592             MOVE LM-NEXT-DUE-DATE    TO AR-NEXT-DUE-DATE
002593             MOVE LM-LOAN-STATUS      TO AR-LOAN-STATUS
002594             MOVE LM-PRODUCT-CODE     TO AR-PRODUCT-CODE
002595             MOVE LM-FEE-BALANCE      TO AR-FEE-BALANCE
002596             MOVE LM-LAST-FEE-DUE-DATE TO AR-LAST-FEE-DUE-DATE
002597             MOVE LM-REPRICE-DATE     TO AR-REPRICE-DATE
002598             MOVE LM-RATE-CAP         TO AR-RATE-CAP
002599             MOVE LM-RATE-FLOOR       TO AR-RATE-FLOOR
002600             MOVE LM-NOTICE-RATE      TO AR-NOTICE-RATE
002602             MOVE LM-CHARGE-OFF-DATE  TO AR-CHARGE-OFF-DATE
002604             MOVE LM-CHARGE-OFF-AMT   TO AR-CHARGE-OFF-AMT
002606             MOVE LM-RECOVERY-AMT     TO AR-RECOVERY-AMT
002607             MOVE LM-REFI-LOAN-NUMBER TO AR-REFI-LOAN-NUMBER
002608             MOVE LM-REFI-COUNT       TO AR-REFI-COUNT
002609             WRITE ARCHIVE-RECORD
002610             ADD 1 TO WS-KEY-MAX
002620             MOVE LM-LOAN-NUMBER TO PK-LOAN-NUMBER (WS-KEY-MAX)
002630             ADD 1 TO WS-PURGED-COUNT
004270     MOVE AR-OUTSTANDING-BAL  TO LM-OUTSTANDING-BAL
004280     MOVE AR-LAST-PAYMENT-DATE TO LM-LAST-PAYMENT-DATE
004290     MOVE AR-BORROWER-ID      TO LM-BORROWER-ID
004291     MOVE AR-PAYMENT-AMOUNT   TO LM-PAYMENT-AMOUNT
004292     MOVE AR-NEXT-DUE-DATE    TO LM-NEXT-DUE-DATE
004293     MOVE AR-LOAN-STATUS      TO LM-LOAN-STATUS
004294     MOVE AR-PRODUCT-CODE     TO LM-PRODUCT-CODE
004295     MOVE AR-FEE-BALANCE      TO LM-FEE-BALANCE
004296     MOVE AR-LAST-FEE-DUE-DATE TO LM-LAST-FEE-DUE-DATE
004297     MOVE AR-REPRICE-DATE     TO LM-REPRICE-DATE
004298     MOVE AR-RATE-CAP         TO LM-RATE-CAP
004299     MOVE AR-RATE-FLOOR       TO LM-RATE-FLOOR
004300     MOVE AR-NOTICE-RATE      TO LM-NOTICE-RATE
004302     MOVE AR-CHARGE-OFF-DATE  TO LM-CHARGE-OFF-DATE
004304     MOVE AR-CHARGE-OFF-AMT   TO LM-CHARGE-OFF-AMT
004306     MOVE AR-RECOVERY-AMT     TO LM-RECOVERY-AMT
004307     MOVE AR-REFI-LOAN-NUMBER TO LM-REFI-LOAN-NUMBER
004308     MOVE AR-REFI-COUNT       TO LM-REFI-COUNT
004309     WRITE LOAN-MASTER-RECORD
004310         INVALID KEY
004320             MOVE "LOAN NUMBER BACK IN USE - DISPLAY ONLY"
004330                 TO PURGE-MESSAGE-LINE
