000580*                 counted apart from compare drops and sit
000590*                 outside the prior+adds-drops=current
000600*                 proof, which only the compare owns.
000602*2026-09-11  SAB  Every DROP carries a reason code for the
000604*                 board, read off the keyed citizen master:
000606*                 the citizen's status when marked deceased
000608*                 or moved out of county, merged when the ID
000610*                 is gone from the master, ineligible when the
000612*                 citizen is still active.  MRGDROP now also
000614*                 carries the registered voters CITMAINT
000616*                 marked off the master.  Drops are counted
000618*                 by reason on the summary.
000620*2026-09-22  SAB  Key counts ride the CYCGUARD stamp onto the
000622*                 cycle ledger for the CYCSTAT status report:
000624*                 current extract, delta records written
000626*                 (adds, every drop, changes), and prior
000628*                 extract.
000630*----------------------------------------------------------
000632*
000634 ENVIRONMENT DIVISION.
000640*
000650 CONFIGURATION SECTION.
000660*
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS FS-DELTA-OUT.
000880*
000890*Registered voters CITMAINT dropped this cycle - merged
000900*away as duplicates or marked deceased or moved out - in
000905*VOTER-EXT image layout.  OPTIONAL because most cycles have
000910*none.
000920     SELECT OPTIONAL MERGE-DROP-IN
000930         ASSIGN TO MRGDROP
000940         ORGANIZATION IS SEQUENTIAL
000950         FILE STATUS IS FS-MERGE-DROP.
000960*
000962*Keyed citizen master - read by ID only for the status that
000964*sets each DROP's reason code.
000966     SELECT CITIZEN-MASTER
000968         ASSIGN TO CITMAST
000970         ORGANIZATION IS INDEXED
000972         ACCESS MODE IS RANDOM
000974         RECORD KEY IS MST-CITIZEN-ID
000976         FILE STATUS IS FS-CITIZEN-MASTER.
000978*
000980*One-page balancing summary proving the delta is complete.
000982     SELECT DELTA-RPT
000990         ASSIGN TO DELTARPT
001000         ORGANIZATION IS SEQUENTIAL
001010         FILE STATUS IS FS-DELTA-RPT.
001350 FD  MERGE-DROP-IN.
001360 01  MDR-VOTER-IMAGE                   PIC X(44).
001370*
001372 FD  CITIZEN-MASTER.
001374     COPY CITIZEN-MST.
001376*
001380 WORKING-STORAGE SECTION.
001390*
001400 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
001700     05  WS-DROPPED-COUNT              PIC 9(05) VALUE ZERO.
001710     05  WS-DROPPED-IDX                PIC 9(05) VALUE ZERO.
001720     05  WS-BALANCE-CHECK              PIC S9(08) VALUE ZERO.
001722     05  WS-DECEASED-DROP-COUNT        PIC 9(07) VALUE ZERO.
001724     05  WS-MOVED-DROP-COUNT           PIC 9(07) VALUE ZERO.
001726     05  WS-MERGED-DROP-COUNT          PIC 9(07) VALUE ZERO.
001728     05  WS-INELIG-DROP-COUNT          PIC 9(07) VALUE ZERO.
001730*
001740*
001750*Every ID the compare already dropped this run - a merge
001840     05  FS-DELTA-OUT                  PIC XX VALUE "00".
001850     05  FS-DELTA-RPT                  PIC XX VALUE "00".
001860     05  FS-MERGE-DROP                 PIC XX VALUE "00".
001865     05  FS-CITIZEN-MASTER             PIC XX VALUE "00".
001870*
001880*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
001890*abend paragraph can name which file and status code failed.
002580     OPEN OUTPUT DELTA-OUT
002590     PERFORM 3400-WRITE-DELTA-HEADER THRU 3400-EXIT
002600     OPEN INPUT MERGE-DROP-IN
002602     OPEN INPUT CITIZEN-MASTER
002604     IF FS-CITIZEN-MASTER NOT = "00"
002606         MOVE "CITMAST " TO WS-ABEND-FILE-NAME
002608         MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
002610         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002612     END-IF
002614     OPEN OUTPUT DELTA-RPT
002620     PERFORM 2100-READ-NEW THRU 2100-EXIT
002630     PERFORM 2200-READ-OLD THRU 2200-EXIT
002640     PERFORM 5100-READ-MERGE-DROP THRU 5100-EXIT.
003350*3000-WRITE-ADD / 3100-WRITE-DROP / 3200-WRITE-CHG
003360*ADD and CHG carry the new-side record; a DROP can only
003370*carry the prior-side record - the citizen is not on the
003380*new extract at all - and the reason code 3700 sets.
003390*----------------------------------------------------------
003400 3000-WRITE-ADD.
003410     MOVE SPACES TO DELTA-RECORD
003500     MOVE SPACES TO DELTA-RECORD
003510     MOVE "DROP" TO DLT-ACTION-CODE
003520     MOVE OLD-VOTER-RECORD TO DLT-VOTER-IMAGE
003525     PERFORM 3700-SET-DROP-REASON THRU 3700-EXIT
003530     PERFORM 3300-WRITE-DELTA THRU 3300-EXIT
003540     ADD 1 TO WS-DROPPED-COUNT
003550     IF WS-DROPPED-COUNT > 5000
004380 3610-EXIT.
004390     EXIT.
004400*
004402*----------------------------------------------------------
004404*3700-SET-DROP-REASON
004406*Random read of the master by the ID in the voter image just
004408*built.  Deceased and moved-out citizens carry their status;
004410*an ID gone from the master was merged away; a citizen still
004412*active simply fell off the extract.  Counted by reason for
004414*the summary.
004416*----------------------------------------------------------
004418 3700-SET-DROP-REASON.
004420     MOVE DLT-VOTER-IMAGE (1:9) TO MST-CITIZEN-ID
004422     READ CITIZEN-MASTER
004424     EVALUATE FS-CITIZEN-MASTER
004426         WHEN "00"
004428             CONTINUE
004430         WHEN "23"
004432             SET DLT-REASON-MERGED TO TRUE
004434             ADD 1 TO WS-MERGED-DROP-COUNT
004436             GO TO 3700-EXIT
004438         WHEN OTHER
004440             MOVE "CITMAST " TO WS-ABEND-FILE-NAME
004442             MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
004444             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004446     END-EVALUATE
004448     EVALUATE TRUE
004450         WHEN MST-STATUS-DECEASED
004452             SET DLT-REASON-DECEASED TO TRUE
004454             ADD 1 TO WS-DECEASED-DROP-COUNT
004456         WHEN MST-STATUS-MOVED
004458             SET DLT-REASON-MOVED TO TRUE
004460             ADD 1 TO WS-MOVED-DROP-COUNT
004462         WHEN OTHER
004464             SET DLT-REASON-INELIGIBLE TO TRUE
004466             ADD 1 TO WS-INELIG-DROP-COUNT
004468     END-EVALUATE.
004470 3700-EXIT.
004472     EXIT.
004474*
004476*----------------------------------------------------------
004478*5000-PROCESS-MERGE-DROP
004480*One DROP per registered voter CITMAINT handed over,
004482*unless the compare already dropped the same ID this run -
004484*two DROPs for one voter would bounce at the board.
004486*----------------------------------------------------------
004488 5000-PROCESS-MERGE-DROP.
004490     PERFORM 5200-FIND-DROPPED-ID THRU 5200-EXIT
004492     IF WS-DROPPED-WAS-FOUND
004500         ADD 1 TO WS-MERGE-SKIP-COUNT
004510     ELSE
004520         MOVE SPACES TO DELTA-RECORD
004530         MOVE "DROP" TO DLT-ACTION-CODE
004540         MOVE MDR-VOTER-IMAGE TO DLT-VOTER-IMAGE
004545         PERFORM 3700-SET-DROP-REASON THRU 3700-EXIT
004550         PERFORM 3300-WRITE-DELTA THRU 3300-EXIT
004560         ADD 1 TO WS-MERGE-DROP-COUNT
004570     END-IF
005190     MOVE WS-DROP-COUNT TO WS-RPT-COUNT-VALUE
005200     MOVE WS-RPT-COUNT-LINE TO DELTA-RPT-RECORD
005210     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005220     MOVE "MAINTENANCE DROPS      =" TO WS-RPT-COUNT-LABEL
005230     MOVE WS-MERGE-DROP-COUNT TO WS-RPT-COUNT-VALUE
005240     MOVE WS-RPT-COUNT-LINE TO DELTA-RPT-RECORD
005250     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005260     MOVE "MAINTENANCE DROPS SKIP =" TO WS-RPT-COUNT-LABEL
005270     MOVE WS-MERGE-SKIP-COUNT TO WS-RPT-COUNT-VALUE
005280     MOVE WS-RPT-COUNT-LINE TO DELTA-RPT-RECORD
005290     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005292     MOVE "  REASON D - DECEASED  =" TO WS-RPT-COUNT-LABEL
005294     MOVE WS-DECEASED-DROP-COUNT TO WS-RPT-COUNT-VALUE
005296     MOVE WS-RPT-COUNT-LINE TO DELTA-RPT-RECORD
005298     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005300     MOVE "  REASON M - MOVED OUT =" TO WS-RPT-COUNT-LABEL
005302     MOVE WS-MOVED-DROP-COUNT TO WS-RPT-COUNT-VALUE
005304     MOVE WS-RPT-COUNT-LINE TO DELTA-RPT-RECORD
005306     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005308     MOVE "  REASON X - MERGED    =" TO WS-RPT-COUNT-LABEL
005310     MOVE WS-MERGED-DROP-COUNT TO WS-RPT-COUNT-VALUE
005312     MOVE WS-RPT-COUNT-LINE TO DELTA-RPT-RECORD
005314     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005316     MOVE "  REASON E - INELIGIBLE=" TO WS-RPT-COUNT-LABEL
005318     MOVE WS-INELIG-DROP-COUNT TO WS-RPT-COUNT-VALUE
005320     MOVE WS-RPT-COUNT-LINE TO DELTA-RPT-RECORD
005322     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005324     MOVE "NAME CHANGES           =" TO WS-RPT-COUNT-LABEL
005326     MOVE WS-CHG-COUNT TO WS-RPT-COUNT-VALUE
005328     MOVE WS-RPT-COUNT-LINE TO DELTA-RPT-RECORD
005330     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005340     MOVE "CURRENT GENERATION     =" TO WS-RPT-COUNT-LABEL
005350     MOVE WS-NEW-COUNT TO WS-RPT-COUNT-VALUE
005550     PERFORM 3500-WRITE-DELTA-TRAILER THRU 3500-EXIT
005560     CLOSE NEW-VEXT
005570     CLOSE MERGE-DROP-IN
005575     CLOSE CITIZEN-MASTER
005580     CLOSE OLD-VEXT
005590     CLOSE DELTA-OUT
005600     CLOSE DELTA-RPT
005640         DISPLAY "VOTEDLTA: DELTA OUT OF BALANCE"
005650         MOVE 16 TO RETURN-CODE
005660     ELSE
005662         MOVE WS-NEW-COUNT TO CYG-COUNT-IN
005664         COMPUTE CYG-COUNT-OUT = WS-ADD-COUNT + WS-DROP-COUNT
005666             + WS-MERGE-DROP-COUNT + WS-CHG-COUNT
005668         MOVE ZERO TO CYG-COUNT-REJECT
005670         MOVE WS-OLD-COUNT TO CYG-COUNT-EXTRA
005672         MOVE "STAMP" TO CYG-REQUEST
005680         MOVE "VDLT " TO CYG-JOB-CODE
005690         CALL "CYCGUARD" USING CYCLE-GUARD-AREA
005700     END-IF.
