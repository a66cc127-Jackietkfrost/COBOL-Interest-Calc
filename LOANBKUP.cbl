000220*                DELIBERATE PATH THAT MAY REPLACE THE MASTER
000230*                AFTER THE SORT OF FAILURE THE RECONCILIATION'S
000240*                GAP REPORT HINTS AT.
000242*2026-10-15 LSG  WIDEN THE BACKUP RECORD FOR THE LATE-CHARGE
000243*                FIELDS THE MASTER RECORD GREW, LEAVING ROOM IN
000244*                THE DETAIL FILLER FOR FURTHER GROWTH.
000245*2026-10-15 LSG  WIDEN THE MASTER IMAGE AGAIN FOR THE ADJUSTABLE-
000246*                RATE REPRICING FIELDS, TAKING THE ROOM FROM THE
000247*                DETAIL FILLER.
000248*2026-10-15 LSG  WIDEN THE MASTER IMAGE FOR THE CHARGE-OFF AND
000249*                RECOVERY FIELDS, AGAIN FROM THE DETAIL FILLER.
000250*2026-10-15 LSG  TAKE THE RUN DATE FROM THE BUSINESS-DATE CONTROL
000251*                FILE INSTEAD OF THE SYSTEM CLOCK, SO A RUN THAT
000252*                CROSSES MIDNIGHT OR IS RERUN NEXT MORNING DATES
000253*                ITS WORK THE SAME.
000254*2026-10-15 LSG  WIDEN THE BACKUP RECORD FOR THE REFINANCE
000255*                CROSS-REFERENCE FIELDS, LEAVING ROOM IN THE DETAIL
000256*                FILLER AGAIN FOR FURTHER GROWTH.
000257*-----------------------------------------------------------------
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000610         88  BK-HEADER-REC            VALUE "H".
000620         88  BK-DETAIL-REC            VALUE "D".
000630         88  BK-TRAILER-REC           VALUE "T".
000640     05  BK-RECORD-DATA      PIC X(179).
000650     05  BK-HEADER-DATA REDEFINES BK-RECORD-DATA.
000660         10  BK-BACKUP-DATE  PIC 9(8).
000670         10  FILLER          PIC X(171).
000680     05  BK-DETAIL-DATA REDEFINES BK-RECORD-DATA.
000690         10  BK-MASTER-IMAGE PIC X(154).
000700         10  FILLER          PIC X(25).
000710     05  BK-TRAILER-DATA REDEFINES BK-RECORD-DATA.
000720         10  BK-RECORD-COUNT PIC 9(6).
000730         10  BK-AMOUNT-HASH  PIC 9(12).
000740         10  FILLER          PIC X(161).
000750 FD  BKUP-RPT-FILE.
000760 01  BKUP-RPT-REC            PIC X(80).
000770
000940 01  LOAN-MASTER-STATUS      PIC X(2) VALUE SPACES.
000950 01  BACKUP-STATUS           PIC X(2) VALUE SPACES.
000960 01  BKUP-RPT-STATUS         PIC X(2) VALUE SPACES.
000962     COPY "BDAYPARM.CPY".
000970 01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
000980 01  WS-MASTER-COUNT         PIC 9(6) VALUE ZERO.
000990 01  WS-MASTER-HASH          PIC 9(12) VALUE ZERO.
001130 01  WS-MASTER-IMAGE.
001140     05  WS-MI-LOAN-NUMBER   PIC 9(6).
001150     05  WS-MI-LOAN-AMOUNT   PIC 9(8).
001160     05  FILLER              PIC X(140).
001170 01  BKUP-HEADING-LINE.
001180     05  FILLER              PIC X(26)
001190         VALUE "LOAN-MASTER BACKUP UTILITY".
001580** REPORT FILE, AND WRITES THE REPORT HEADING.                   *
001590******************************************************************
001600 1000-INITIALIZE.
001604     SET BDY-GET-DATES TO TRUE
001608     CALL "LOANBDAY" USING BDAY-PARMS
001612     END-CALL
001616     MOVE BDY-DATE TO WS-RUN-DATE
001620     OPEN INPUT BKUP-PARM-FILE
001630     IF BKUP-PARM-STATUS = "00"
001640         READ BKUP-PARM-FILE
