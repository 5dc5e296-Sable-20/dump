000373*                 for a citizen no longer on the master is an
000374*                 unrecoverable loss.  The operator runs a
000375*                 normal CITMNRUN cycle first.
000377*2026-09-11  SAB  Only active citizens are unloaded - one
000379*                 marked deceased or moved out of county is
000381*                 counted and skipped, since DATAC would pass
000383*                 over it anyway and the cycle totals stay
000385*                 honest.
000387*2026-09-22  SAB  Key counts ride the CYCGUARD stamp onto the
000389*                 cycle ledger for the CYCSTAT status report:
000391*                 masters read and cycle records written.
000393*2026-09-29  SAB  RECYCIN record is 57 bytes - the repaired
000395*                 slip now carries the correcting operator.
000397*----------------------------------------------------------
000399*
000401 ENVIRONMENT DIVISION.
000403*
000410 CONFIGURATION SECTION.
000420*
000430 INPUT-OUTPUT SECTION.
000746 01  MRG-DROP-RECORD                   PIC X(44).
000747*
000748 FD  RECYCLE-IN.
000749 01  RCY-RECYCLE-RECORD                PIC X(57).
000750*
000760 WORKING-STORAGE SECTION.
000770*
000840 01  WS-COUNTERS.
000850     05  WS-MASTER-COUNT               PIC 9(07) VALUE ZERO.
000860     05  WS-CYCLE-COUNT                PIC 9(07) VALUE ZERO.
000865     05  WS-INACTIVE-COUNT             PIC 9(07) VALUE ZERO.
000870     05  WS-HASH-IDX                   PIC 9(02) VALUE ZERO.
000880*
000890*Running CITIZEN-ID hash over the cycle records written -
001450*2000-UNLOAD-CITIZEN
001460*One cycle record per master record - intake fields only,
001470*in CITIZEN-REC layout, the same image CITMAINT writes for
001480*a touched citizen.  DATAC recomputes the decisions.  A
001485*citizen who is not active is counted and skipped.
001490*----------------------------------------------------------
001500 2000-UNLOAD-CITIZEN.
001510     ADD 1 TO WS-MASTER-COUNT
001512     IF NOT MST-STATUS-ACTIVE
001514         ADD 1 TO WS-INACTIVE-COUNT
001516         GO TO 2000-READ-NEXT
001518     END-IF
001520     MOVE SPACES TO CITIZEN-RECORD
001530     MOVE MST-CITIZEN-ID TO CITIZEN-ID
001540     MOVE MST-CITIZEN-NAME TO CITIZEN-NAME
001580     MOVE MST-SUBJECT-SCORES TO CITIZEN-SUBJECT-SCORES
001590     MOVE MST-DISTRICT TO CITIZEN-DISTRICT
001600     MOVE MST-DOB-TEXT TO CITIZEN-DOB-TEXT
001610     PERFORM 6150-WRITE-CYCLE-RECORD THRU 6150-EXIT.
001615 2000-READ-NEXT.
001620     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
001630 2000-EXIT.
001640     EXIT.
002570     CLOSE CITIZEN-MASTER
002580     CLOSE CYCLE-OUT
002582     CLOSE MERGE-DROP-OUT
002585     MOVE WS-MASTER-COUNT TO CYG-COUNT-IN
002588     MOVE WS-CYCLE-COUNT TO CYG-COUNT-OUT
002591     MOVE ZERO TO CYG-COUNT-REJECT
002594     MOVE ZERO TO CYG-COUNT-EXTRA
002597     MOVE "STAMP" TO CYG-REQUEST
002600     MOVE "MAINT" TO CYG-JOB-CODE
002610     CALL "CYCGUARD" USING CYCLE-GUARD-AREA
002620     DISPLAY "CITUNLD: RUN COMPLETE - " WS-MASTER-COUNT
002630         " MASTER RECS READ, " WS-CYCLE-COUNT
002633         " UNLOADED FOR FULL REFRESH, " WS-INACTIVE-COUNT
002636         " INACTIVE SKIPPED".
002640 8000-EXIT.
002650     EXIT.
002660*
