000396*                 banks CYG-POSTED-COUNT on the record (the
000397*                 MAINT stamp zeroes it), so CITRECON
000398*                 balances against the posted count itself.
000400*2026-09-22  SAB  Every CHECK, STAMP and blocked submission is
000402*                 appended to the cycle ledger (CYCLOG,
000404*                 CYCLE-LOG copybook) with the date and time
000406*                 and, on a STAMP, the caller's key counts, so
000408*                 the chain's history outlives the control
000410*                 record's flags for the CYCSTAT status report.
000411*2026-10-09  SAB  Ledger entry built in WORKING-STORAGE and
000412*                 written FROM it once the ledger is open.
000413*----------------------------------------------------------
000414*
000420 ENVIRONMENT DIVISION.
000430*
000440 CONFIGURATION SECTION.
000510         ASSIGN TO CYCCTL
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS FS-CYCLE-FILE.
000532*
000534*The cycle ledger - one entry per request, appended.
000536     SELECT CYCLE-LEDGER
000538         ASSIGN TO CYCLOG
000540         ORGANIZATION IS SEQUENTIAL
000542         FILE STATUS IS FS-CYCLE-LEDGER.
000544*
000550 DATA DIVISION.
000560*
000570 FILE SECTION.
000580*
000590 FD  CYCLE-FILE.
000600     COPY CYCLE-CTL.
000602*
000604 FD  CYCLE-LEDGER.
000606 01  CYCLE-LEDGER-RECORD               PIC X(100).
000610*
000620 WORKING-STORAGE SECTION.
000630*
000640 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
000645 01  WS-RUN-TIME                        PIC 9(08) VALUE ZERO.
000650*
000660 01  WS-SWITCHES.
000670     05  WS-CTL-EOF-SW                 PIC X(01) VALUE "N".
000680         88  WS-END-OF-CONTROL                VALUE "Y".
000690     05  WS-BLOCKED-SW                 PIC X(01) VALUE "N".
000700         88  WS-RUN-IS-BLOCKED                VALUE "Y".
000703     05  WS-LEDGER-FAILED-SW           PIC X(01) VALUE "N".
000706         88  WS-LEDGER-FAILED                 VALUE "Y".
000710*
000720 01  WS-FILE-STATUSES.
000730     05  FS-CYCLE-FILE                 PIC XX VALUE "00".
000735     05  FS-CYCLE-LEDGER               PIC XX VALUE "00".
000740*
000750 01  WS-BLOCK-REASON                    PIC X(40) VALUE SPACES.
000752*
000754*The ledger entry is built here, event code first, and
000756*written from here once the ledger is open.
000758     COPY CYCLE-LOG.
000760*
000770 LINKAGE SECTION.
000780*
000890*----------------------------------------------------------
000900 0000-MAINLINE.
000910     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000915     ACCEPT WS-RUN-TIME FROM TIME
000920     PERFORM 1000-READ-CONTROL THRU 1000-EXIT
000930     EVALUATE TRUE
000940         WHEN CYG-REQUEST-CHECK
001340*MAINT opens a cycle, so its predecessor is the PRIOR
001350*cycle's posting; everything else runs inside the cycle
001360*MAINT opened.  A job whose own flag is already Y was
001370*submitted twice.  Both outcomes go on the ledger - a
001375*check that cannot be logged stops the run before it starts.
001380*----------------------------------------------------------
001390 2000-CHECK-SEQUENCE.
001400     EVALUATE TRUE
001950             SET WS-RUN-IS-BLOCKED TO TRUE
001960     END-EVALUATE
001970     IF WS-RUN-IS-BLOCKED
001972         MOVE "BLOCK" TO LOG-EVENT
001974     ELSE
001976         MOVE "CHECK" TO LOG-EVENT
001978     END-IF
001980     PERFORM 4000-WRITE-LEDGER THRU 4000-EXIT
001982     IF WS-LEDGER-FAILED
001984         DISPLAY "CYCGUARD: CANNOT WRITE CYCLOG - FILE STATUS "
001986             FS-CYCLE-LEDGER
001988         MOVE 16 TO RETURN-CODE
001990         STOP RUN
001992     END-IF
001994     IF WS-RUN-IS-BLOCKED
001996         DISPLAY "CYCGUARD: " CYG-JOB-CODE " BLOCKED AT CYCLE "
001998             CYC-CYCLE-NUMBER " - " WS-BLOCK-REASON
002000         MOVE 16 TO RETURN-CODE
002010         STOP RUN
002020     END-IF.
002080*The MAINT stamp advances the cycle, clears every flag, and
002090*zeroes the posted count; the POST stamp banks the caller's
002095*posted count; every other stamp sets its own flag only.
002098*The stamp is logged after the rewrite - the job's work is
002101*done by now, so a ledger failure only warns (RC 4) rather
002104*than leave a finished job looking unfinished.
002107*----------------------------------------------------------
002110 3000-STAMP-COMPLETE.
002120     EVALUATE TRUE
002130         WHEN CYG-JOB-MAINT
002380         STOP RUN
002390     END-IF
002400     DISPLAY "CYCGUARD: " CYG-JOB-CODE " COMPLETE FOR CYCLE "
002410         CYC-CYCLE-NUMBER
002412     MOVE "STAMP" TO LOG-EVENT
002414     PERFORM 4000-WRITE-LEDGER THRU 4000-EXIT
002416     IF WS-LEDGER-FAILED
002418         DISPLAY "CYCGUARD: " CYG-JOB-CODE " STAMPED BUT CYCLOG "
002420             "NOT WRITTEN - FILE STATUS " FS-CYCLE-LEDGER
002422         MOVE 4 TO RETURN-CODE
002424     END-IF.
002426 3000-EXIT.
002430     EXIT.
002440*
002450*----------------------------------------------------------
002460*4000-WRITE-LEDGER
002470*Append one entry for the event the caller has moved to
002480*LOG-EVENT.  A MAINT check or block belongs to the cycle the
002490*run would open; everything else to the cycle on the record
002500*(which a MAINT stamp has just advanced).  Counts ride only
002510*on a stamp - on a check the caller has not counted anything
002520*yet.  The entry is built in WORKING-STORAGE and only goes
002525*to the ledger's record area by the WRITE FROM.
002530*----------------------------------------------------------
002540 4000-WRITE-LEDGER.
002550     MOVE "N" TO WS-LEDGER-FAILED-SW
002560     MOVE CYC-CYCLE-NUMBER TO LOG-CYCLE-NUMBER
002570     IF CYG-JOB-MAINT AND NOT LOG-EVENT-STAMP
002580         ADD 1 TO LOG-CYCLE-NUMBER
002590     END-IF
002600     MOVE CYG-JOB-CODE TO LOG-JOB-CODE
002610     MOVE WS-RUN-DATE TO LOG-DATE
002620     MOVE WS-RUN-TIME (1:6) TO LOG-TIME
002630     IF LOG-EVENT-STAMP
002640         MOVE CYG-COUNT-IN TO LOG-COUNT-IN
002650         MOVE CYG-COUNT-OUT TO LOG-COUNT-OUT
002660         MOVE CYG-COUNT-REJECT TO LOG-COUNT-REJECT
002670         MOVE CYG-COUNT-EXTRA TO LOG-COUNT-EXTRA
002680     ELSE
002690         MOVE ZEROS TO LOG-KEY-COUNTS
002700     END-IF
002710     IF LOG-EVENT-BLOCK
002720         MOVE WS-BLOCK-REASON TO LOG-BLOCK-REASON
002730     ELSE
002740         MOVE SPACES TO LOG-BLOCK-REASON
002750     END-IF
002760     OPEN EXTEND CYCLE-LEDGER
002770     IF FS-CYCLE-LEDGER NOT = "00"
002780         SET WS-LEDGER-FAILED TO TRUE
002790         GO TO 4000-EXIT
002800     END-IF
002810     WRITE CYCLE-LEDGER-RECORD FROM CYCLE-LOG-RECORD
002820     IF FS-CYCLE-LEDGER NOT = "00"
002830         SET WS-LEDGER-FAILED TO TRUE
002840     END-IF
002850     CLOSE CYCLE-LEDGER.
002860 4000-EXIT.
002870     EXIT.
