001230*                 finalize once the run balances.  The
001240*                 HDR-BATCH-DATE check stays - it still
001250*                 catches a stale file inside a valid cycle.
001252*2026-09-08  SAB  The CITEDIT call runs the full edit scope
001254*                 with no address - the cycle record carries
001256*                 none, the master does.
001258*2026-09-11  SAB  Citizen status: each cycle record is looked
001260*                 up on the keyed citizen master and a citizen
001262*                 marked deceased or moved out of county is
001264*                 counted as inactive and skipped - no audit,
001266*                 voter, grade, or report card output.  The
001268*                 balance is now audit + exception + inactive
001270*                 against records processed, and the inactive
001272*                 count is checkpointed.  Checkpoint record is
001274*                 209 bytes.
001276*2026-09-22  SAB  Key counts ride the CYCGUARD stamp onto the
001278*                 cycle ledger for the CYCSTAT status report:
001280*                 records read, audit records, exceptions
001282*                 and voters extracted.
001284*2026-10-06  SAB  Partition mode for the district-partitioned
001286*                 run: a second PARM word (COLD,03 or
001288*                 RESTART,03) names the partition, and the
001290*                 feed's header must carry the same one.
001292*                 CYCGUARD is left to DATASPLT and DATAMRGE,
001294*                 which check and stamp the cycle once for all
001296*                 partitions; the run-total grade page and the
001298*                 projection heading and summary are left to
001300*                 DATAMRGE, which prints them from the
001302*                 partitions' combined counts; and a balanced
001304*                 partition writes its PART-CTL result record
001306*                 to PARTRES for DATAMRGE to prove.  With no
001308*                 partition on the PARM, DATAC runs as before.
001310*----------------------------------------------------------
001312*
001314 ENVIRONMENT DIVISION.
001316*
001318 CONFIGURATION SECTION.
001320*
001322 SPECIAL-NAMES.
001330     CLASS PassingScore IS "A" THRU "C", "D".
001340*CLASS MOB IS 1 THRU 12.
001350*CLASS DOB IS 1 THRU 31.
001990         ORGANIZATION IS SEQUENTIAL
002000         FILE STATUS IS FS-PARM-FILE.
002010*
002012*Keyed citizen master - read by ID only for the citizen's
002014*status, so a deceased or moved-out citizen is never decided.
002016     SELECT CITIZEN-MASTER
002018         ASSIGN TO CITMAST
002020         ORGANIZATION IS INDEXED
002022         ACCESS MODE IS RANDOM
002024         RECORD KEY IS MST-CITIZEN-ID
002026         FILE STATUS IS FS-CITIZEN-MASTER.
002028*
002030*Checkpoint file - last record count/key written every
002032*WS-CKPT-INTERVAL records so a RESTART run can skip back
002040*to where the prior run left off.
002050     SELECT CHECKPOINT-FILE
002060         ASSIGN TO CKPTFILE
002070         ORGANIZATION IS SEQUENTIAL
002080         FILE STATUS IS FS-CHECKPOINT.
002090*
002092*Partition result - one PART-CTL record at the end of a
002094*balanced partition-mode run, for DATAMRGE to prove against
002096*the split and sum into the run totals.  Never opened on an
002098*ordinary whole-file run.
002100     SELECT PARTITION-RESULT
002102         ASSIGN TO PARTRES
002104         ORGANIZATION IS SEQUENTIAL
002106         FILE STATUS IS FS-PARTITION-RESULT.
002108*
002110 DATA DIVISION.
002112*
002120 FILE SECTION.
002130*
002140 FD  CITIZEN-IN.
002530     05  PRM-VALUE-GPA REDEFINES PRM-VALUE PIC 9V99.
002540     05  FILLER                        PIC X(62).
002550*
002552 FD  CITIZEN-MASTER.
002554     COPY CITIZEN-MST.
002556*
002560 FD  CHECKPOINT-FILE.
002570*Carries every running total a RESTART run needs to pick back
002580*up cleanly, not just the record count: the grade placement
002830         05  CKPT-PROJ-LEAVE               PIC 9(07).
002840         05  FILLER                        PIC X(01) VALUE SPACE.
002850         05  CKPT-PAGE-NUM                 PIC 9(03).
002853         05  FILLER                        PIC X(01) VALUE SPACE.
002856         05  CKPT-INACTIVE-COUNT           PIC 9(07).
002860*
002862 FD  PARTITION-RESULT.
002864     COPY PART-CTL.
002866*
002870 WORKING-STORAGE SECTION.
002880*
002890*Command-line restart parameter and the run date stamped
002894*onto every voter extract record written this run.  The PARM
002898*is RESTPARM alone on a whole-file run, or RESTPARM, a comma
002902*and the partition (01-05, XX) on a partition run.
002906 01  WS-PARM-TEXT                       PIC X(16) VALUE SPACES.
002910 01  WS-RESTART-PARM                    PIC X(08) VALUE SPACES.
002913 01  WS-PARTITION-ID                    PIC X(02) VALUE SPACES.
002916     88  WS-WHOLE-FILE-RUN                     VALUE SPACES.
002920 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
002930 01  WS-AUD-DATE                        PIC 9(08) VALUE ZERO.
002940 01  WS-AUD-TIME                        PIC 9(08) VALUE ZERO.
003570     05  WS-BALANCED-SW                PIC X(01) VALUE "Y".
003580         88  WS-RUN-IS-BALANCED               VALUE "Y".
003590         88  WS-RUN-NOT-BALANCED              VALUE "N".
003592     05  WS-ACTIVE-SW                  PIC X(01) VALUE "Y".
003594         88  WS-CITIZEN-IS-ACTIVE             VALUE "Y".
003596         88  WS-CITIZEN-NOT-ACTIVE            VALUE "N".
003600*
003610 01  WS-COUNTERS.
003620     05  WS-RECORD-COUNT               PIC 9(07) VALUE ZERO.
003760     05  WS-READ-COUNT                 PIC 9(07) VALUE ZERO.
003770     05  WS-PROC-BALANCE               PIC 9(07) VALUE ZERO.
003780     05  WS-HASH-IDX                   PIC 9(02) VALUE ZERO.
003785     05  WS-INACTIVE-COUNT             PIC 9(07) VALUE ZERO.
003790*
003800*Feed-balancing totals: the hash and read count accumulate
003810*while the file is read; the trailer's own figures are saved
003840 01  WS-ID-HASH-TOTAL                   PIC 9(10) VALUE ZERO.
003850 01  WS-TRL-COUNT-SAVE                  PIC 9(07) VALUE ZERO.
003860 01  WS-TRL-HASH-SAVE                   PIC 9(10) VALUE ZERO.
003862*Cycle a partition feed was split for, off its header, handed
003864*back on the partition result.
003866 01  WS-HDR-CYCLE-SAVE                  PIC 9(07) VALUE ZERO.
003870 01  WS-HASH-DIGIT-X                    PIC X(01) VALUE ZERO.
003880 01  WS-HASH-DIGIT-9 REDEFINES
003890     WS-HASH-DIGIT-X                     PIC 9(01).
004320     05  FS-PARM-FILE                  PIC XX VALUE "00".
004330     05  FS-PROJ-RPT                   PIC XX VALUE "00".
004340     05  FS-CHECKPOINT                 PIC XX VALUE "00".
004345     05  FS-CITIZEN-MASTER             PIC XX VALUE "00".
004347     05  FS-PARTITION-RESULT           PIC XX VALUE "00".
004350*
004360*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
004370*abend paragraph can name which file and status code failed.
005850*
005860 LINKAGE SECTION.
005870*
005876*RUNDATAC's PARM='&RESTPARM' (or the partition procedure's
005882*PARM='&RESTPARM,&DIST') arrives here, not through a
005890*command line - MVS hands every EXEC PGM PARM to the program
005900*as a halfword length prefix followed by the text itself.
005910 01  LK-PARM-AREA.
005920     05  LK-PARM-LEN                   PIC S9(4) COMP.
005930     05  LK-PARM-TEXT                  PIC X(16).
005940*
005950 PROCEDURE DIVISION USING LK-PARM-AREA.
005960*
006090*
006100*----------------------------------------------------------
006110*1000-INITIALIZE
006115*Pick up the RESTART parameter and any partition, open the
006120*files, apply any prior checkpoint, and prime the read.  A
006125*partition run does not call CYCGUARD - DATASPLT checked the
006130*cycle for all the partitions, and partitions running at
006135*once must not queue on the one cycle control record.
006140*----------------------------------------------------------
006150 1000-INITIALIZE.
006158     MOVE SPACES TO WS-PARM-TEXT
006166     IF LK-PARM-LEN > 16
006174         DISPLAY "DATAC: PARM LONGER THAN 16 CHARACTERS"
006182         MOVE 16 TO RETURN-CODE
006190         STOP RUN
006200     END-IF
006210     IF LK-PARM-LEN > ZERO
006220         MOVE LK-PARM-TEXT(1:LK-PARM-LEN)
006230             TO WS-PARM-TEXT(1:LK-PARM-LEN)
006240     END-IF
006242     UNSTRING WS-PARM-TEXT DELIMITED BY ","
006244         INTO WS-RESTART-PARM WS-PARTITION-ID
006246     END-UNSTRING
006248     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006250     IF WS-RESTART-PARM = "RESTART"
006252         SET WS-RESTART-REQUESTED TO TRUE
006254     END-IF
006256     IF WS-WHOLE-FILE-RUN
006258         MOVE "CHECK" TO CYG-REQUEST
006260         MOVE "DATAC" TO CYG-JOB-CODE
006262         CALL "CYCGUARD" USING CYCLE-GUARD-AREA
006264     ELSE
006266         DISPLAY "DATAC: PARTITION " WS-PARTITION-ID " RUN"
006268     END-IF
006280     PERFORM 1300-LOAD-PARAMETERS THRU 1300-EXIT
006290     PERFORM 1100-OPEN-FILES THRU 1100-EXIT
006300*A RESTART run extends the projection report the failed run
006310*was writing - its heading block is already on the file, so
006316*only a cold start writes one.  A partition's projection
006322*report is outreach lines only; DATAMRGE heads the merged one.
006330     IF NOT WS-RESTART-REQUESTED
006335     AND WS-WHOLE-FILE-RUN
006340         MOVE WS-RUN-DATE TO WS-PROJ-RUN-DATE
006350         MOVE WS-PROJ-HEADING TO PROJ-RPT-RECORD
006360         PERFORM 2790-WRITE-PROJ-LINE THRU 2790-EXIT
006510*1100-OPEN-FILES
006520*Fresh run starts the output files from scratch; a RESTART
006530*run extends the files the prior run left behind instead of
006534*overwriting what it already wrote.  A partition's result
006538*file is emptied either way, so a partition that fails
006542*leaves no result behind for DATAMRGE to mistake for this
006546*run's.
006550*----------------------------------------------------------
006560 1100-OPEN-FILES.
006570     OPEN INPUT CITIZEN-IN
006572     OPEN INPUT CITIZEN-MASTER
006574     IF FS-CITIZEN-MASTER NOT = "00"
006576         MOVE "CITMAST " TO WS-ABEND-FILE-NAME
006578         MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
006580         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006582     END-IF
006584     IF WS-RESTART-REQUESTED
006590         OPEN EXTEND GRADE-RPT
006600         OPEN EXTEND EXCEPTION-OUT
006610         OPEN EXTEND VOTER-EXTRACT
006690         OPEN OUTPUT AUDIT-OUT
006700         OPEN OUTPUT RPT-CARD
006710         OPEN OUTPUT PROJ-RPT
006712     END-IF
006714     IF NOT WS-WHOLE-FILE-RUN
006716         OPEN OUTPUT PARTITION-RESULT
006718         IF FS-PARTITION-RESULT NOT = "00"
006720             MOVE "PARTRES " TO WS-ABEND-FILE-NAME
006722             MOVE FS-PARTITION-RESULT TO WS-ABEND-FILE-STATUS
006724             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006726         END-IF
006728     END-IF.
006730 1100-EXIT.
006740     EXIT.
006750*
006930             MOVE CKPT-EXCEPTION-COUNT TO WS-EXCEPTION-COUNT
006940             MOVE CKPT-VOTER-COUNT TO WS-VOTER-COUNT
006950             MOVE CKPT-AUDIT-COUNT TO WS-AUDIT-COUNT
006955             MOVE CKPT-INACTIVE-COUNT TO WS-INACTIVE-COUNT
006960             PERFORM 1230-RESTORE-HEADCOUNT THRU 1230-EXIT
006970                 VARYING WS-GRADE-IDX FROM 1 BY 1
006980                 UNTIL WS-GRADE-IDX > 12
009580*One pass of the loop per intake record: edit the age, make
009590*the voting/grade/scoring/classification decisions the
009600*console version used to make, log the audit trail entry,
009610*checkpoint if due, and read the next record.  A citizen
009612*the master shows deceased or moved out is counted and
009614*skipped before the district break, so an inactive record
009616*never opens a district page of its own.
009620*----------------------------------------------------------
009630 2000-PROCESS-CITIZEN.
009632     PERFORM 2050-CHECK-STATUS THRU 2050-EXIT
009634     IF WS-CITIZEN-NOT-ACTIVE
009636         ADD 1 TO WS-RECORD-COUNT
009638         ADD 1 TO WS-INACTIVE-COUNT
009640         GO TO 2000-CHECKPOINT
009642     END-IF
009644     IF CITIZEN-DISTRICT NOT = WS-CURR-DISTRICT
009650         IF WS-CURR-DISTRICT NOT = LOW-VALUES
009660             PERFORM 8300-WRITE-DISTRICT-PAGE THRU 8300-EXIT
009670         END-IF
009800         PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT
009810         PERFORM 2750-WRITE-REPORT-CARD THRU 2750-EXIT
009820         PERFORM 2780-TALLY-PROJECTION THRU 2780-EXIT
009830     END-IF.
009835 2000-CHECKPOINT.
009840     PERFORM 2800-CHECK-CHECKPOINT-DUE THRU 2800-EXIT
009850     IF WS-CKPT-IS-DUE
009860         PERFORM 2900-WRITE-CHECKPOINT THRU 2900-EXIT
009890 2000-EXIT.
009900     EXIT.
009910*
009912*----------------------------------------------------------
009914*2050-CHECK-STATUS
009916*Random read of the master by the cycle record's ID.  Only a
009918*citizen on file with a status other than active is skipped;
009920*one not on the master (23) is decided as before, and any
009922*other status is a real I/O problem and stops the run.
009924*----------------------------------------------------------
009926 2050-CHECK-STATUS.
009928     SET WS-CITIZEN-IS-ACTIVE TO TRUE
009930     MOVE CITIZEN-ID TO MST-CITIZEN-ID
009932     READ CITIZEN-MASTER
009934     EVALUATE FS-CITIZEN-MASTER
009936         WHEN "00"
009938             IF NOT MST-STATUS-ACTIVE
009940                 SET WS-CITIZEN-NOT-ACTIVE TO TRUE
009942             END-IF
009944         WHEN "23"
009946             CONTINUE
009948         WHEN OTHER
009950             MOVE "CITMAST " TO WS-ABEND-FILE-NAME
009952             MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
009954             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
009956     END-EVALUATE.
009958 2050-EXIT.
009960     EXIT.
009962*
009964*Reads past HDR/TRL control records so the processing loop
009966*only ever sees data records: the header is validated and the
009968*trailer's figures saved as they go by, and every data record
009970*bumps the read count and the CITIZEN-ID hash for the
009972*end-of-run balance.
009974 2100-READ-CITIZEN.
009980     READ CITIZEN-IN
009990         AT END SET WS-END-OF-FILE TO TRUE
010000     END-READ
010200*A header with the wrong batch date means the transmitting
010210*office sent yesterday's file - stop before any of it is
010220*processed.  A second header means two files were spliced
010225*together, which is just as wrong.  So is a partition feed
010230*that is not the partition the PARM names, or any partition
010235*feed on a whole-file run.
010240*----------------------------------------------------------
010250 2110-PROCESS-HEADER.
010260     IF WS-HDR-WAS-FOUND
010390             PERFORM 9910-ABEND-BALANCE-ERROR THRU 9910-EXIT
010400         END-IF
010410     END-IF
010412     IF HDR-PARTITION-ID NOT = WS-PARTITION-ID
010414         DISPLAY "DATAC: FEED IS PARTITION " HDR-PARTITION-ID
010416             " BUT PARM NAMES PARTITION " WS-PARTITION-ID
010418         PERFORM 9910-ABEND-BALANCE-ERROR THRU 9910-EXIT
010420     END-IF
010422     IF NOT WS-WHOLE-FILE-RUN
010424         IF HDR-CYCLE-NUMBER NOT NUMERIC
010426             DISPLAY "DATAC: PARTITION HEADER CYCLE NOT NUMERIC"
010428             PERFORM 9910-ABEND-BALANCE-ERROR THRU 9910-EXIT
010430         END-IF
010432         MOVE HDR-CYCLE-NUMBER TO WS-HDR-CYCLE-SAVE
010434     END-IF
010436     SET WS-HDR-WAS-FOUND TO TRUE.
010438 2110-EXIT.
010440     EXIT.
010450*
010460*----------------------------------------------------------
011030     SET WS-AGE-IS-VALID TO TRUE
011040     MOVE CITIZEN-RECORD TO EDT-CITIZEN-IMAGE
011050     MOVE WS-RUN-DATE TO EDT-RUN-DATE
011055     MOVE SPACES TO EDT-ADDRESS-IMAGE
011058     SET EDT-EDIT-FULL TO TRUE
011060     MOVE WS-PARM-MAX-AGE TO EDT-MAX-AGE
011070     CALL "CITEDIT" USING CITIZEN-EDIT-AREA
011080     IF EDT-RECORD-INVALID
014290     MOVE WS-PROJ-ENTER-COUNT TO CKPT-PROJ-ENTER
014300     MOVE WS-PROJ-LEAVE-COUNT TO CKPT-PROJ-LEAVE
014310     MOVE WS-PAGE-NUM TO CKPT-PAGE-NUM
014315     MOVE WS-INACTIVE-COUNT TO CKPT-INACTIVE-COUNT
014320     WRITE CHECKPOINT-RECORD
014330     IF FS-CHECKPOINT NOT = "00"
014340         MOVE "CKPTFILE" TO WS-ABEND-FILE-NAME
014640*restarted.  Making the report itself restartable would need
014650*its own checkpoint (e.g. a count of report lines already
014660*written) and is not done here.
014662*A partition run prints its district pages only: the run-
014664*total page and projection summary come from DATAMRGE over
014666*all the partitions, and the partition result record takes
014668*the place of the CYCGUARD stamp.
014670*----------------------------------------------------------
014680 8000-FINALIZE.
014690     IF WS-CURR-DISTRICT NOT = LOW-VALUES
014700         PERFORM 8300-WRITE-DISTRICT-PAGE THRU 8300-EXIT
014710     END-IF
014716     IF WS-WHOLE-FILE-RUN
014722         PERFORM 8400-WRITE-PROJ-SUMMARY THRU 8400-EXIT
014728         PERFORM 8100-WRITE-GRADE-REPORT THRU 8100-EXIT
014734     END-IF
014740     CLOSE CITIZEN-IN
014745     CLOSE CITIZEN-MASTER
014750     CLOSE GRADE-RPT
014760     CLOSE EXCEPTION-OUT
014770     CLOSE VOTER-EXTRACT
014800     CLOSE PROJ-RPT
014810     CLOSE CHECKPOINT-FILE
014820     PERFORM 8200-BALANCE-RUN THRU 8200-EXIT
014823     IF WS-WHOLE-FILE-RUN
014826         MOVE WS-READ-COUNT TO CYG-COUNT-IN
014829         MOVE WS-AUDIT-COUNT TO CYG-COUNT-OUT
014832         MOVE WS-EXCEPTION-COUNT TO CYG-COUNT-REJECT
014835         MOVE WS-VOTER-COUNT TO CYG-COUNT-EXTRA
014838         MOVE "STAMP" TO CYG-REQUEST
014841         MOVE "DATAC" TO CYG-JOB-CODE
014844         CALL "CYCGUARD" USING CYCLE-GUARD-AREA
014847     ELSE
014850         PERFORM 8500-WRITE-PARTITION-RESULT THRU 8500-EXIT
014853     END-IF
014860     CALL "SUBFOUR" USING WS-BANNER-COUNT WS-BANNER-ITEM
014870     DISPLAY "DATAC: RUN COMPLETE - " WS-RECORD-COUNT " RECS, "
014880         WS-EXCEPTION-COUNT " EXC, " WS-VOTER-COUNT " VOTERS, "
014885         WS-INACTIVE-COUNT " INACTIVE".
014890 8000-EXIT.
014900     EXIT.
014910*
015770         END-IF
015780     END-IF
015790     COMPUTE WS-PROC-BALANCE =
015800         WS-AUDIT-COUNT + WS-EXCEPTION-COUNT + WS-INACTIVE-COUNT
015810     IF WS-PROC-BALANCE NOT = WS-RECORD-COUNT
015820         DISPLAY "DATAC: " WS-RECORD-COUNT " RECORDS PROCESSED"
015830             " BUT " WS-AUDIT-COUNT " AUDIT + "
015840             WS-EXCEPTION-COUNT " EXCEPTION + "
015845             WS-INACTIVE-COUNT " INACTIVE RECORDS"
015850         SET WS-RUN-NOT-BALANCED TO TRUE
015860     END-IF
015870     IF WS-RUN-NOT-BALANCED
016640 8400-EXIT.
016650     EXIT.
016660*
016662*----------------------------------------------------------
016664*8500-WRITE-PARTITION-RESULT
016666*Partition run only, and only once 8200 has found the
016668*partition in balance: one PART-CTL record carrying what
016670*DATAMRGE needs to prove this partition against the split
016672*and to print the run-total pages for all of them - the
016674*feed's count and hash, the work done, the headcounts and
016676*projection counts, the district pages printed, and the
016678*rule values the partition was decided under.
016680*----------------------------------------------------------
016682 8500-WRITE-PARTITION-RESULT.
016684     MOVE SPACES TO PART-CONTROL-RECORD
016686     SET PCT-PARTITION-RESULT TO TRUE
016688     MOVE WS-PARTITION-ID TO PCT-PARTITION-ID
016690     MOVE WS-HDR-CYCLE-SAVE TO PCT-CYCLE-NUMBER
016692     MOVE WS-RUN-DATE TO PCT-BATCH-DATE
016694     MOVE WS-READ-COUNT TO PCT-RECORD-COUNT
016696     MOVE WS-ID-HASH-TOTAL TO PCT-ID-HASH-TOTAL
016698     MOVE WS-RECORD-COUNT TO PCT-PROCESSED-COUNT
016700     MOVE WS-AUDIT-COUNT TO PCT-AUDIT-COUNT
016702     MOVE WS-EXCEPTION-COUNT TO PCT-EXCEPTION-COUNT
016704     MOVE WS-VOTER-COUNT TO PCT-VOTER-COUNT
016706     MOVE WS-INACTIVE-COUNT TO PCT-INACTIVE-COUNT
016708     PERFORM 8510-SAVE-RESULT-HEADCOUNT THRU 8510-EXIT
016710         VARYING WS-GRADE-IDX FROM 1 BY 1
016712         UNTIL WS-GRADE-IDX > 12
016714     MOVE WS-PROJ-OUTREACH-COUNT TO PCT-PROJ-OUTREACH
016716     MOVE WS-PROJ-ENTER-COUNT TO PCT-PROJ-ENTER
016718     MOVE WS-PROJ-LEAVE-COUNT TO PCT-PROJ-LEAVE
016720     COMPUTE PCT-PAGE-COUNT = WS-PAGE-NUM - 1
016722     MOVE WS-PARM-VOTING-AGE TO PCT-VOTING-AGE
016724     MOVE WS-PARM-SCHOOL-MIN TO PCT-SCHOOL-MIN
016726     MOVE WS-PARM-SCHOOL-MAX TO PCT-SCHOOL-MAX
016728     MOVE WS-PARM-HONOR-GPA TO PCT-HONOR-GPA
016730     MOVE WS-PARM-MAX-AGE TO PCT-MAX-AGE
016732     WRITE PART-CONTROL-RECORD
016734     IF FS-PARTITION-RESULT NOT = "00"
016736         MOVE "PARTRES " TO WS-ABEND-FILE-NAME
016738         MOVE FS-PARTITION-RESULT TO WS-ABEND-FILE-STATUS
016740         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
016742     END-IF
016744     CLOSE PARTITION-RESULT.
016746 8500-EXIT.
016748     EXIT.
016750*
016752 8510-SAVE-RESULT-HEADCOUNT.
016754     MOVE GRADE-HEADCOUNT (WS-GRADE-IDX)
016756         TO PCT-GRADE-HEADCOUNT (WS-GRADE-IDX).
016758 8510-EXIT.
016760     EXIT.
016762*
016764*----------------------------------------------------------
016766*9900-ABEND-FILE-ERROR
016768*A bad FILE STATUS on any output WRITE means compliance or
016770*report data is about to be silently dropped - that is worse
016772*than stopping the job, so this displays which file and
016774*status failed and ends the run with a non-zero return code
016776*for the JCL COND checks downstream to see.
016778*----------------------------------------------------------
016780 9900-ABEND-FILE-ERROR.
016782     DISPLAY "DATAC: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
016784         " - FILE STATUS " WS-ABEND-FILE-STATUS
016786     MOVE 16 TO RETURN-CODE
016790     STOP RUN.
016800 9900-EXIT.
016810     EXIT.
