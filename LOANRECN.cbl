000210*                THROW A HEALTHY DAY OUT OF BALANCE.
000212*2026-09-01 LSG  CARRY THE OPERATOR COLUMN THE AUDIT LINE NOW
000214*                ENDS WITH, SO THE LINE PARSES CORRECTLY.
000215*2026-10-15 LSG  TAKE THE RUN DATE FROM THE BUSINESS-DATE CONTROL
000216*                FILE INSTEAD OF THE SYSTEM CLOCK, SO A RUN THAT
000217*                CROSSES MIDNIGHT OR IS RERUN NEXT MORNING DATES
000218*                ITS WORK THE SAME.
000220*-----------------------------------------------------------------
000230
000240 ENVIRONMENT DIVISION.
000680 01  LOAN-MASTER-STATUS      PIC X(2) VALUE SPACES.
000690 01  LOAN-CTL-STATUS         PIC X(2) VALUE SPACES.
000700 01  RECN-RPT-STATUS         PIC X(2) VALUE SPACES.
000702     COPY "BDAYPARM.CPY".
000710 01  WS-RUN-DATE             PIC 9(8) VALUE ZERO.
000720 01  WS-CTL-NUMBER           PIC 9(6) VALUE ZERO.
000730 01  WS-AUDIT-COUNT          PIC 9(6) VALUE ZERO.
001450** ITS FIRST RECORD.                                             *
001460******************************************************************
001470 1000-INITIALIZE.
001474     SET BDY-GET-DATES TO TRUE
001478     CALL "LOANBDAY" USING BDAY-PARMS
001482     END-CALL
001486     MOVE BDY-DATE TO WS-RUN-DATE
001490     OPEN OUTPUT RECN-RPT-FILE
001500     MOVE WS-RUN-DATE TO RH-RUN-DATE
001510     WRITE RECN-RPT-REC FROM RECN-HEADING-LINE
001880******************************************************************
001890** 2000-TALLY-AUDIT                                              *
001900** COUNTS AND DOLLAR-TOTALS THE FILING-TYPE (F) AUDIT ENTRIES    *
001908** STAMPED WITH THE RUN'S BUSINESS DATE.  CALCULATION-TYPE       *
001916** ENTRIES (S AND C) LOG PRICINGS THAT MAY FILE NOTHING, SO      *
001924** ONLY THE TYPE-F LINES - ONE PER MASTER RECORD FILED - CAN     *
001932** TIE TO THE MASTER.  THE LOG LINE IS A PRINT IMAGE, SO THE     *
001940** EDITED AMOUNT FIELD IS DE-EDITED BACK TO A NUMERIC BEFORE     *
001948** TOTALING.                                                     *
001960******************************************************************
001970 2000-TALLY-AUDIT.
001980     MOVE AUDIT-LOG-REC TO AUDIT-LINE
