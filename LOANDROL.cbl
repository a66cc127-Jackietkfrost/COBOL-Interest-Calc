000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LOANDROL.
000030 AUTHOR. LENDING-SYSTEMS-GROUP.
000040 INSTALLATION. LOAN-ORIGINATION.
000050 DATE-WRITTEN. 2026-10-15.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------------
000080*MODIFICATION HISTORY
000090*DATE       INIT DESCRIPTION
000100*2026-10-15 LSG  ORIGINAL VERSION.  END-OF-NIGHT BUSINESS-DATE
000110*                ROLL.  MOVES THE CURRENT BUSINESS DATE ON THE
000120*                CONTROL FILE TO PRIOR AND ADVANCES IT TO THE NEXT
000130*                BUSINESS DAY ON THE HOLIDAY CALENDAR, SO THE NEXT
000140*                DAY'S ENTRY AND THE NEXT NIGHT'S BATCH BOTH WORK
000150*                TO IT.
000160*                WITH NO CONTROL FILE YET, ONE IS CREATED DATED
000170*                THE FIRST BUSINESS DAY FROM TODAY.
000180*-----------------------------------------------------------------
000190
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. IBM-370.
000230 OBJECT-COMPUTER. IBM-370.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT BUS-DATE-FILE ASSIGN TO "BUSDATE"
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS BUS-DATE-STATUS.
000290
000300 DATA DIVISION.
000310 FILE SECTION.
000320 FD  BUS-DATE-FILE.
000330     COPY "BDATEREC.CPY".
000340
000350 WORKING-STORAGE SECTION.
000360**************************************************
000370** SWITCHES AND WORK AREAS                        *
000380**************************************************
000390 01  WS-ON-FILE-SWITCH       PIC X(01) VALUE 'N'.
000400     88  WS-DATE-ON-FILE              VALUE 'Y'.
000410 01  WS-ABORT-SWITCH         PIC X(01) VALUE 'N'.
000420     88  WS-RUN-ABORTED               VALUE 'Y'.
000430 01  BUS-DATE-STATUS         PIC X(2) VALUE SPACES.
000440 01  WS-OLD-CURRENT          PIC 9(8) VALUE ZERO.
000450 01  WS-OLD-PRIOR            PIC 9(8) VALUE ZERO.
000460 01  WS-NEW-CURRENT          PIC 9(8) VALUE ZERO.
000470 01  WS-NEW-PRIOR            PIC 9(8) VALUE ZERO.
000480 01  WS-TODAY                PIC 9(8) VALUE ZERO.
000490 01  WS-TIME-WORK            PIC 9(8) VALUE ZERO.
000500     COPY "BDAYPARM.CPY".
000510
000520******************************************************************
000530** 0000-MAINLINE                                                 *
000540** DRIVES THE RUN: READ THE CONTROL RECORD, WORK OUT THE NEW     *
000550** BUSINESS DATE, AND WRITE IT BACK.                             *
000560******************************************************************
000570 PROCEDURE DIVISION.
000580 0000-MAINLINE.
000590     PERFORM 1000-READ-CONTROL THRU 1000-EXIT
000600     PERFORM 2000-ROLL-DATE THRU 2000-EXIT
000610     PERFORM 3000-WRITE-CONTROL THRU 3000-EXIT
000620     PERFORM 9000-TERMINATE THRU 9000-EXIT
000630     GOBACK.
000640
000650******************************************************************
000660** 1000-READ-CONTROL                                             *
000670** READS THE CURRENT CONTROL RECORD.  A MISSING OR EMPTY FILE    *
000680** IS A FIRST RUN; A RECORD WITH NO VALID CURRENT DATE IS        *
000690** DAMAGED, AND ROLLING FROM IT COULD DATE A WHOLE NIGHT         *
000700** WRONGLY, SO THE RUN IS REFUSED AND THE FILE LEFT FOR SOMEONE  *
000710** TO PUT RIGHT.                                                 *
000720******************************************************************
000730 1000-READ-CONTROL.
000740     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000750     ACCEPT WS-TIME-WORK FROM TIME
000760     OPEN INPUT BUS-DATE-FILE
000770     IF BUS-DATE-STATUS NOT = "00"
000780         GO TO 1000-EXIT
000790     END-IF
000800     READ BUS-DATE-FILE
000810         AT END
000820             CLOSE BUS-DATE-FILE
000830             GO TO 1000-EXIT
000840     END-READ
000850     CLOSE BUS-DATE-FILE
000860     IF BD-CURRENT-DATE IS NOT NUMERIC
000870         OR BD-CURRENT-DATE = ZERO
000880         DISPLAY "BUSINESS DATE CONTROL RECORD IS DAMAGED - DATE"
000890             " NOT ROLLED"
000900         SET WS-RUN-ABORTED TO TRUE
000910         MOVE 8 TO RETURN-CODE
000920         GO TO 1000-EXIT
000930     END-IF
000940     SET WS-DATE-ON-FILE TO TRUE
000950     MOVE BD-CURRENT-DATE TO WS-OLD-CURRENT
000960     IF BD-PRIOR-DATE IS NUMERIC
000970         MOVE BD-PRIOR-DATE TO WS-OLD-PRIOR
000980     END-IF.
000990 1000-EXIT.
001000     EXIT.
001010
001020******************************************************************
001030** 2000-ROLL-DATE                                                *
001040** THE CURRENT DATE BECOMES THE PRIOR ONE AND THE NEXT BUSINESS  *
001050** DAY AFTER IT BECOMES CURRENT.  ON A FIRST RUN THE FILE        *
001060** STARTS AT THE FIRST BUSINESS DAY FROM TODAY WITH NO PRIOR     *
001070** DATE, AND THE STEP ENDS RC=4 SO SOMEONE CONFIRMS IT.          *
001080******************************************************************
001090 2000-ROLL-DATE.
001100     IF WS-RUN-ABORTED
001110         GO TO 2000-EXIT
001120     END-IF
001130     IF WS-DATE-ON-FILE
001140         SET BDY-NEXT-DATE TO TRUE
001150         MOVE WS-OLD-CURRENT TO BDY-DATE
001160         MOVE WS-OLD-CURRENT TO WS-NEW-PRIOR
001170     ELSE
001180         SET BDY-ADJUST-DATE TO TRUE
001190         MOVE WS-TODAY TO BDY-DATE
001200         MOVE ZERO TO WS-NEW-PRIOR
001210     END-IF
001220     CALL "LOANBDAY" USING BDAY-PARMS
001230     END-CALL
001240     IF NOT BDY-STATUS-OK
001250         DISPLAY "NO NEXT BUSINESS DAY FOUND AFTER " BDY-DATE
001260             " - DATE NOT ROLLED"
001270         SET WS-RUN-ABORTED TO TRUE
001280         MOVE 8 TO RETURN-CODE
001290         GO TO 2000-EXIT
001300     END-IF
001310     MOVE BDY-DATE TO WS-NEW-CURRENT.
001320 2000-EXIT.
001330     EXIT.
001340
001350******************************************************************
001360** 3000-WRITE-CONTROL                                            *
001370** REPLACES THE CONTROL RECORD WITH THE NEW DATES, STAMPED WITH  *
001380** THE SYSTEM DATE AND TIME OF THE ROLL.                         *
001390******************************************************************
001400 3000-WRITE-CONTROL.
001410     IF WS-RUN-ABORTED
001420         GO TO 3000-EXIT
001430     END-IF
001440     OPEN OUTPUT BUS-DATE-FILE
001450     IF BUS-DATE-STATUS NOT = "00"
001460         DISPLAY "UNABLE TO OPEN BUS-DATE-FILE - STATUS: "
001470             BUS-DATE-STATUS " - DATE NOT ROLLED"
001480         SET WS-RUN-ABORTED TO TRUE
001490         MOVE 8 TO RETURN-CODE
001500         GO TO 3000-EXIT
001510     END-IF
001520     MOVE WS-NEW-CURRENT    TO BD-CURRENT-DATE
001530     MOVE WS-NEW-PRIOR      TO BD-PRIOR-DATE
001540     MOVE WS-TODAY          TO BD-ROLLED-DATE
001550     MOVE WS-TIME-WORK (1:6) TO BD-ROLLED-TIME
001560     WRITE BUS-DATE-RECORD
001570     CLOSE BUS-DATE-FILE.
001580 3000-EXIT.
001590     EXIT.
001600
001610******************************************************************
001620** 9000-TERMINATE                                                *
001630** REPORTS THE ROLL ON THE JOB LOG.                              *
001640******************************************************************
001650 9000-TERMINATE.
001660     IF WS-RUN-ABORTED
001670         GO TO 9000-EXIT
001680     END-IF
001690     IF WS-DATE-ON-FILE
001700         DISPLAY "BUSINESS DATE ROLLED FROM " WS-OLD-CURRENT
001710             " TO " WS-NEW-CURRENT
001720     ELSE
001730         DISPLAY "BUSINESS DATE FILE CREATED - CURRENT DATE "
001740             WS-NEW-CURRENT
001750         IF RETURN-CODE < 4
001760             MOVE 4 TO RETURN-CODE
001770         END-IF
001780     END-IF.
001790 9000-EXIT.
001800     EXIT.
001810
001820 END PROGRAM LOANDROL.
