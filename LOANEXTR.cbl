000230*                ACCOUNTING RE-SPLITS BY HAND.  AN UNMAPPED
000240*                PRODUCT FALLS TO THE 99999999 DEFAULT ACCOUNT
000250*                AND IS COUNTED ON THE JOB LOG.
000252*2026-10-15 LSG  A ZERO EXTRACT DATE ON EXTPARM NOW DEFAULTS TO
000254*                THE BUSINESS DATE ON THE CONTROL FILE INSTEAD OF
000256*                THE SYSTEM CLOCK.
000260*-----------------------------------------------------------------
000270
000280 ENVIRONMENT DIVISION.
000710 01  EXT-PARM-STATUS         PIC X(2) VALUE SPACES.
000720 01  LOAN-MASTER-STATUS      PIC X(2) VALUE SPACES.
000730 01  GL-EXTRACT-STATUS       PIC X(2) VALUE SPACES.
000732     COPY "BDAYPARM.CPY".
000740 01  WS-EXTRACT-DATE         PIC 9(8) VALUE ZERO.
000750 01  WS-EXTRACT-COUNT        PIC 9(6) VALUE ZERO.
000760 01  WS-SKIPPED-COUNT        PIC 9(6) VALUE ZERO.
001420******************************************************************
001430** 1000-INITIALIZE                                               *
001440** LOADS THE EXTRACT DATE FROM THE PARAMETER FILE (ZERO OR       *
001447** MISSING DEFAULTS TO THE BUSINESS DATE), OPENS THE FILES,      *
001454** WRITES THE HEADER RECORD, AND POSITIONS THE MASTER AT ITS     *
001461** FIRST RECORD.                                                 *
001470******************************************************************
001480 1000-INITIALIZE.
001490     OPEN INPUT EXT-PARM-FILE
001580     END-IF
001590     CLOSE EXT-PARM-FILE
001600     IF WS-EXTRACT-DATE = ZERO
001604         SET BDY-GET-DATES TO TRUE
001608         CALL "LOANBDAY" USING BDAY-PARMS
001612         END-CALL
001616         MOVE BDY-DATE TO WS-EXTRACT-DATE
001620     END-IF
001630     OPEN OUTPUT GL-EXTRACT-FILE
001640     MOVE WS-EXTRACT-DATE TO WS-EXT-DATE
