000140*                TO THE DISCLOSURE PRINT FILE, SO THE DAY'S
000150*                BATCH-FILED QUOTES GET THEIR STATEMENTS IN ONE
000160*                RUN INSTEAD OF ONE SCREEN AT A TIME.
000162*2026-10-15 LSG  A ZERO STATEMENT DATE ON DISCPARM NOW DEFAULTS TO
000164*                THE BUSINESS DATE ON THE CONTROL FILE INSTEAD OF
000166*                THE SYSTEM CLOCK.
000170*-----------------------------------------------------------------
000180
000190 ENVIRONMENT DIVISION.
000470     88  WS-END-OF-FILE               VALUE 'Y'.
000480 01  DISC-PARM-STATUS        PIC X(2) VALUE SPACES.
000490 01  LOAN-MASTER-STATUS      PIC X(2) VALUE SPACES.
000492     COPY "BDAYPARM.CPY".
000500 01  WS-STATEMENT-DATE       PIC 9(8) VALUE ZERO.
000510 01  WS-STATEMENTS-WRITTEN   PIC 9(6) VALUE ZERO.
000520 01  WS-STATEMENTS-FAILED    PIC 9(6) VALUE ZERO.
000700******************************************************************
000710** 1000-INITIALIZE                                               *
000720** LOADS THE STATEMENT DATE FROM THE PARAMETER FILE (ZERO OR     *
000730** MISSING DEFAULTS TO THE BUSINESS DATE), OPENS THE MASTER,     *
000740** AND POSITIONS IT AT ITS FIRST RECORD.                         *
000750******************************************************************
000760 1000-INITIALIZE.
000770     OPEN INPUT DISC-PARM-FILE
000860     END-IF
000870     CLOSE DISC-PARM-FILE
000880     IF WS-STATEMENT-DATE = ZERO
000884         SET BDY-GET-DATES TO TRUE
000888         CALL "LOANBDAY" USING BDAY-PARMS
000892         END-CALL
000896         MOVE BDY-DATE TO WS-STATEMENT-DATE
000900     END-IF
000910     OPEN INPUT LOAN-MASTER-FILE
000920     IF LOAN-MASTER-STATUS NOT = "00"
