000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. DATAMRGE.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. October 6th 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*DATAMRGE
000140*
000150*Closes a district-partitioned DATAC cycle.  DATASPLT split
000160*the cycle file into one feed per district office and each
000170*partition's DATAC ran on its own, writing its own audit,
000180*exception, voter, report card, grade report and projection
000190*files plus a partition result record (PART-CTL type R).
000200*This combines those files into the single generations a
000210*whole-file DATAC run writes, and only then stamps DATAC
000220*done for the cycle.
000230*
000240*Nothing is merged until the partitions prove against the
000250*split: the split control file must be for the open cycle
000260*and its partitions must add back to the original trailer;
000270*every split partition must have exactly one result, read
000280*exactly the count and CITIZEN-ID hash split to it, and
000290*balance its own work; all of them must have run under the
000300*same rule values; and together they must equal the
000310*original trailer's count and hash.  The merged files are
000320*then counted against the results as they are copied - a
000330*partition output that is short or doubled stops the run
000340*without the stamp.
000350*
000360*The grade report's district pages are renumbered into one
000370*sequence and the run-total page is printed here from the
000380*partitions' headcounts; the projection report gets its
000390*heading and forecast summary the same way.  Both are
000400*printed with DATAC's own line images.
000410*
000420*MODIFICATION HISTORY
000430*
000440*2026-10-06  SAB  Initial version.
000450*----------------------------------------------------------
000460*
000470 ENVIRONMENT DIVISION.
000480*
000490 CONFIGURATION SECTION.
000500*
000510 INPUT-OUTPUT SECTION.
000520*
000530 FILE-CONTROL.
000540*DATASPLT's S and T records for this cycle.
000550     SELECT SPLIT-CONTROL
000560         ASSIGN TO SPLTCTL
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS FS-SPLIT-CONTROL.
000590*
000600*The partitions' R records, concatenated in the JCL.
000610     SELECT PARTITION-RESULT
000620         ASSIGN TO PARTRES
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS FS-PARTITION-RESULT.
000650*
000660*Partition outputs, each DD a concatenation of the
000670*partitions in district order, and the single generations
000680*they are merged into.
000690     SELECT AUDIT-IN
000700         ASSIGN TO AUDITIN
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS FS-AUDIT-IN.
000730*
000740     SELECT AUDIT-OUT
000750         ASSIGN TO AUDITOUT
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS FS-AUDIT-OUT.
000780*
000790     SELECT EXCEPTION-IN
000800         ASSIGN TO EXCPTIN
000810         ORGANIZATION IS SEQUENTIAL
000820         FILE STATUS IS FS-EXCEPTION-IN.
000830*
000840     SELECT EXCEPTION-OUT
000850         ASSIGN TO EXCPTOUT
000860         ORGANIZATION IS SEQUENTIAL
000870         FILE STATUS IS FS-EXCEPTION-OUT.
000880*
000890     SELECT VOTER-IN
000900         ASSIGN TO VOTERIN
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS FS-VOTER-IN.
000930*
000940     SELECT VOTER-EXTRACT
000950         ASSIGN TO VOTEREXT
000960         ORGANIZATION IS SEQUENTIAL
000970         FILE STATUS IS FS-VOTER-EXTRACT.
000980*
000990     SELECT CARD-IN
001000         ASSIGN TO CARDIN
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS FS-CARD-IN.
001030*
001040     SELECT RPT-CARD
001050         ASSIGN TO RPTCARD
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS FS-RPT-CARD.
001080*
001090     SELECT GRADE-IN
001100         ASSIGN TO GRADEIN
001110         ORGANIZATION IS SEQUENTIAL
001120         FILE STATUS IS FS-GRADE-IN.
001130*
001140     SELECT GRADE-RPT
001150         ASSIGN TO GRADERPT
001160         ORGANIZATION IS SEQUENTIAL
001170         FILE STATUS IS FS-GRADE-RPT.
001180*
001190     SELECT PROJ-IN
001200         ASSIGN TO PROJIN
001210         ORGANIZATION IS SEQUENTIAL
001220         FILE STATUS IS FS-PROJ-IN.
001230*
001240     SELECT PROJ-RPT
001250         ASSIGN TO PROJRPT
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS FS-PROJ-RPT.
001280*
001290 DATA DIVISION.
001300*
001310 FILE SECTION.
001320*
001330*Both control files are read INTO the one PART-CTL area in
001340*WORKING-STORAGE.
001350 FD  SPLIT-CONTROL.
001360 01  SPLIT-CONTROL-RECORD              PIC X(180).
001370*
001380 FD  PARTITION-RESULT.
001390 01  PART-RESULT-RECORD                PIC X(180).
001400*
001410*The merged files are copied record for record - the
001420*lengths are AUDIT-REC, EXCEPT-REC, VOTER-EXT and the 80-
001430*byte report lines.
001440 FD  AUDIT-IN.
001450 01  AUDIT-IN-RECORD                   PIC X(48).
001460*
001470 FD  AUDIT-OUT.
001480 01  AUDIT-OUT-RECORD                  PIC X(48).
001490*
001500 FD  EXCEPTION-IN.
001510 01  EXCEPTION-IN-RECORD               PIC X(108).
001520*
001530 FD  EXCEPTION-OUT.
001540 01  EXCEPTION-OUT-RECORD              PIC X(108).
001550*
001560 FD  VOTER-IN.
001570 01  VOTER-IN-RECORD                   PIC X(44).
001580*
001590 FD  VOTER-EXTRACT.
001600 01  VOTER-OUT-RECORD                  PIC X(44).
001610*
001620 FD  CARD-IN.
001630 01  CARD-IN-RECORD                    PIC X(80).
001640*
001650 FD  RPT-CARD.
001660 01  RPT-CARD-RECORD                   PIC X(80).
001670*
001680 FD  GRADE-IN.
001690 01  GRADE-IN-RECORD                   PIC X(80).
001700*
001710 FD  GRADE-RPT.
001720 01  GRADE-RPT-RECORD                  PIC X(80).
001730*
001740 FD  PROJ-IN.
001750 01  PROJ-IN-RECORD                    PIC X(80).
001760*
001770 FD  PROJ-RPT.
001780 01  PROJ-RPT-RECORD                   PIC X(80).
001790*
001800 WORKING-STORAGE SECTION.
001810*
001820 01  WS-CYCLE-NUMBER                    PIC 9(07) VALUE ZERO.
001830*
001840     COPY PART-CTL.
001850*
001860 01  WS-SWITCHES.
001870     05  WS-CTL-EOF-SW                 PIC X(01) VALUE "N".
001880         88  WS-END-OF-CONTROL                VALUE "Y".
001890     05  WS-RES-EOF-SW                 PIC X(01) VALUE "N".
001900         88  WS-END-OF-RESULTS                VALUE "Y".
001910     05  WS-COPY-EOF-SW                PIC X(01) VALUE "N".
001920         88  WS-END-OF-COPY                   VALUE "Y".
001930     05  WS-TOTAL-FOUND-SW             PIC X(01) VALUE "N".
001940         88  WS-TOTAL-WAS-FOUND               VALUE "Y".
001950     05  WS-RULES-SAVED-SW             PIC X(01) VALUE "N".
001960         88  WS-RULES-WERE-SAVED              VALUE "Y".
001970     05  WS-BALANCE-SW                 PIC X(01) VALUE "Y".
001980         88  WS-MERGE-IS-BALANCED             VALUE "Y".
001990         88  WS-MERGE-NOT-BALANCED            VALUE "N".
002000*
002010*One entry per partition DATASPLT wrote, in split control
002020*order, with the figures its result must match.
002030 01  WS-PART-TABLE.
002040     05  WS-PART-ENTRY OCCURS 6 TIMES.
002050         10  WS-PART-ID                PIC X(02).
002060         10  WS-PART-SPLIT-COUNT       PIC 9(07).
002070         10  WS-PART-SPLIT-HASH        PIC 9(10).
002080         10  WS-PART-RESULT-SW         PIC X(01).
002090             88  WS-PART-HAS-RESULT           VALUE "Y".
002100 01  WS-PART-USED                       PIC 9(02) VALUE ZERO.
002110 01  WS-PART-IDX                        PIC 9(02) VALUE ZERO.
002120 01  WS-FOUND-IDX                       PIC 9(02) VALUE ZERO.
002130*
002140*The split as DATASPLT recorded it: the original trailer
002150*from the T record and the sum of the S records.
002160 01  WS-SPLIT-FIGURES.
002170     05  WS-SPLIT-CYCLE                PIC 9(07) VALUE ZERO.
002180     05  WS-SPLIT-DATE                 PIC 9(08) VALUE ZERO.
002190     05  WS-ORIG-COUNT                 PIC 9(07) VALUE ZERO.
002200     05  WS-ORIG-HASH                  PIC 9(10) VALUE ZERO.
002210     05  WS-SPLIT-COUNT-TOTAL          PIC 9(07) VALUE ZERO.
002220     05  WS-SPLIT-HASH-TOTAL           PIC 9(10) VALUE ZERO.
002230*
002240*The partition results added together - what one whole-
002250*file DATAC would have counted.
002260 01  WS-RESULT-TOTALS.
002270     05  WS-RES-READ-TOTAL             PIC 9(07) VALUE ZERO.
002280     05  WS-RES-HASH-TOTAL             PIC 9(10) VALUE ZERO.
002290     05  WS-RES-PROCESSED              PIC 9(07) VALUE ZERO.
002300     05  WS-RES-AUDIT                  PIC 9(07) VALUE ZERO.
002310     05  WS-RES-EXCEPTION              PIC 9(07) VALUE ZERO.
002320     05  WS-RES-VOTER                  PIC 9(07) VALUE ZERO.
002330     05  WS-RES-INACTIVE               PIC 9(07) VALUE ZERO.
002340     05  WS-RES-PAGE-TOTAL             PIC 9(05) VALUE ZERO.
002350     05  WS-RES-OUTREACH               PIC 9(07) VALUE ZERO.
002360     05  WS-RES-ENTER                  PIC 9(07) VALUE ZERO.
002370     05  WS-RES-LEAVE                  PIC 9(07) VALUE ZERO.
002380     05  WS-GRADE-HEADCOUNT OCCURS 12 TIMES
002390                                       PIC 9(07) VALUE ZERO.
002400*
002410*Rule values from the first result; every other partition
002420*must have run under the same ones.
002430 01  WS-RULES-SAVE.
002440     05  WS-RULE-VOTING-AGE            PIC 9(03) VALUE ZERO.
002450     05  WS-RULE-SCHOOL-MIN            PIC 9(03) VALUE ZERO.
002460     05  WS-RULE-SCHOOL-MAX            PIC 9(03) VALUE ZERO.
002470     05  WS-RULE-HONOR-GPA             PIC 9V99 VALUE ZERO.
002480     05  WS-RULE-MAX-AGE               PIC 9(03) VALUE ZERO.
002490*
002500*What the copies actually carried, balanced against the
002510*result totals at end of run.
002520 01  WS-COPY-COUNTS.
002530     05  WS-AUDIT-COPIED               PIC 9(07) VALUE ZERO.
002540     05  WS-EXCEPTION-COPIED           PIC 9(07) VALUE ZERO.
002550     05  WS-VOTER-COPIED               PIC 9(07) VALUE ZERO.
002560     05  WS-CARD-COPIED                PIC 9(07) VALUE ZERO.
002570     05  WS-PAGE-COPIED                PIC 9(05) VALUE ZERO.
002580     05  WS-OUTREACH-COPIED            PIC 9(07) VALUE ZERO.
002590*
002600 01  WS-WORK-FIELDS.
002610     05  WS-PAGE-NUM                   PIC 9(03) VALUE 1.
002620     05  WS-GRADE-IDX                  PIC 9(02) VALUE ZERO.
002630     05  WS-GRAND-TOTAL                PIC 9(07) VALUE ZERO.
002640     05  WS-PROC-BALANCE               PIC 9(07) VALUE ZERO.
002650*
002660*First bytes of the lines DATAC starts a report card and a
002670*district page with - how the copies are counted.
002680 01  WS-CARD-HEADING-TEXT              PIC X(14)
002690         VALUE "REPORT CARD - ".
002700 01  WS-DIST-HEADING-TEXT              PIC X(33)
002710         VALUE "GRADE PLACEMENT REPORT  DISTRICT ".
002720*
002730*Parameter area for the CYCGUARD cycle-sequencing module.
002740     COPY CYCLE-GRD.
002750*
002760 01  WS-FILE-STATUSES.
002770     05  FS-SPLIT-CONTROL              PIC XX VALUE "00".
002780     05  FS-PARTITION-RESULT           PIC XX VALUE "00".
002790     05  FS-AUDIT-IN                   PIC XX VALUE "00".
002800     05  FS-AUDIT-OUT                  PIC XX VALUE "00".
002810     05  FS-EXCEPTION-IN               PIC XX VALUE "00".
002820     05  FS-EXCEPTION-OUT              PIC XX VALUE "00".
002830     05  FS-VOTER-IN                   PIC XX VALUE "00".
002840     05  FS-VOTER-EXTRACT              PIC XX VALUE "00".
002850     05  FS-CARD-IN                    PIC XX VALUE "00".
002860     05  FS-RPT-CARD                   PIC XX VALUE "00".
002870     05  FS-GRADE-IN                   PIC XX VALUE "00".
002880     05  FS-GRADE-RPT                  PIC XX VALUE "00".
002890     05  FS-PROJ-IN                    PIC XX VALUE "00".
002900     05  FS-PROJ-RPT                   PIC XX VALUE "00".
002910*
002920*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
002930*abend paragraph can name which file and status code failed.
002940 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
002950 01  WS-ABEND-FILE-STATUS              PIC XX VALUE SPACES.
002960*
002970*Grade placement report line images, the same as DATAC's,
002980*moved to GRADE-RPT-RECORD before each WRITE.
002990 01  WS-RPT-HEADING.
003000     05  FILLER PIC X(22) VALUE "GRADE PLACEMENT REPORT".
003010     05  FILLER PIC X(06) VALUE SPACES.
003020     05  FILLER PIC X(05) VALUE "PAGE ".
003030     05  WS-RPT-PAGE PIC ZZ9.
003040     05  FILLER PIC X(44) VALUE SPACES.
003050 01  WS-RPT-COL-HEADING.
003060     05  FILLER PIC X(07) VALUE "GRADE  ".
003070     05  FILLER PIC X(10) VALUE "HEADCOUNT ".
003080     05  FILLER PIC X(63) VALUE SPACES.
003090 01  WS-RPT-DETAIL.
003100     05  FILLER PIC X(03) VALUE SPACES.
003110     05  WS-RPT-GRADE PIC Z9.
003120     05  FILLER PIC X(08) VALUE SPACES.
003130     05  WS-RPT-COUNT PIC ZZZ,ZZ9.
003140     05  FILLER PIC X(60) VALUE SPACES.
003150 01  WS-RPT-TOTAL.
003160     05  FILLER PIC X(05) VALUE "TOTAL".
003170     05  FILLER PIC X(06) VALUE SPACES.
003180     05  WS-RPT-GRAND-TOTAL PIC ZZZ,ZZ9.
003190     05  FILLER PIC X(62) VALUE SPACES.
003200*Per-district page heading, for renumbering the partitions'
003210*district pages into one sequence.
003220 01  WS-RPT-DIST-HEADING.
003230     05  FILLER PIC X(22) VALUE "GRADE PLACEMENT REPORT".
003240     05  FILLER PIC X(11) VALUE "  DISTRICT ".
003250     05  WS-RPT-DIST-CODE PIC X(02).
003260     05  FILLER PIC X(07) VALUE "  PAGE ".
003270     05  WS-RPT-DIST-PAGE PIC ZZ9.
003280     05  FILLER PIC X(35) VALUE SPACES.
003290*Echo of the rule values in effect, printed under the grade
003300*placement report heading so the filed report shows which
003310*cutoffs produced it.
003320 01  WS-RPT-RULES-LINE.
003330     05  FILLER PIC X(16) VALUE "RULES: VOTE OVER".
003340     05  FILLER PIC X(01) VALUE SPACE.
003350     05  WS-RPT-VOTE-AGE PIC ZZ9.
003360     05  FILLER PIC X(09) VALUE "  SCHOOL ".
003370     05  WS-RPT-SCHOOL-MIN PIC ZZ9.
003380     05  FILLER PIC X(01) VALUE "-".
003390     05  WS-RPT-SCHOOL-MAX PIC ZZ9.
003400     05  FILLER PIC X(12) VALUE "  HONOR GPA ".
003410     05  WS-RPT-HONOR-GPA PIC 9.99.
003420     05  FILLER PIC X(10) VALUE "  MAX AGE ".
003430     05  WS-RPT-MAX-AGE PIC ZZ9.
003440     05  FILLER PIC X(15) VALUE SPACES.
003450 01  WS-RPT-RUNTOTAL.
003460     05  FILLER PIC X(19) VALUE "RECORDS PROCESSED =".
003470     05  FILLER PIC X(01) VALUE SPACE.
003480     05  WS-RPT-RUN-COUNT PIC ZZZ,ZZ9.
003490     05  FILLER PIC X(53) VALUE SPACES.
003500*Projection report line images, the same as DATAC's, moved
003510*to PROJ-RPT-RECORD before each WRITE.
003520 01  WS-PROJ-HEADING.
003530     05  FILLER PIC X(30) VALUE "ELIGIBILITY PROJECTION REPORT ".
003540     05  FILLER PIC X(04) VALUE "RUN ".
003550     05  WS-PROJ-RUN-DATE PIC 9(08).
003560     05  FILLER PIC X(38) VALUE SPACES.
003570 01  WS-PROJ-SECTION-LINE.
003580     05  FILLER PIC X(44)
003590         VALUE "CITIZENS REACHING VOTING AGE WITHIN ONE YEAR".
003600     05  FILLER PIC X(36) VALUE SPACES.
003610 01  WS-PROJ-COL-HEADING.
003620     05  FILLER PIC X(11) VALUE "CITIZEN-ID ".
003630     05  FILLER PIC X(21) VALUE "NAME                 ".
003640     05  FILLER PIC X(04) VALUE "AGE ".
003650     05  FILLER PIC X(04) VALUE "DIST".
003660     05  FILLER PIC X(40) VALUE SPACES.
003670 01  WS-PROJ-COUNT-LINE.
003680     05  WS-PROJ-COUNT-LABEL PIC X(21).
003690     05  WS-PROJ-COUNT-GRADE PIC Z9.
003700     05  FILLER PIC X(01) VALUE SPACE.
003710     05  FILLER PIC X(12) VALUE "NEXT CYCLE =".
003720     05  FILLER PIC X(01) VALUE SPACE.
003730     05  WS-PROJ-COUNT-VALUE PIC ZZZ,ZZ9.
003740     05  FILLER PIC X(36) VALUE SPACES.
003750 01  WS-PROJ-TOTAL-LINE.
003760     05  WS-PROJ-TOT-LABEL PIC X(30).
003770     05  FILLER PIC X(01) VALUE SPACE.
003780     05  WS-PROJ-TOT-VALUE PIC ZZZ,ZZ9.
003790     05  FILLER PIC X(42) VALUE SPACES.
003800 01  WS-PROJ-TOP-GRADE             PIC 9(02) VALUE ZERO.
003810*
003820 PROCEDURE DIVISION.
003830*
003840*----------------------------------------------------------
003850*0000-MAINLINE
003860*Prove the partitions, merge each kind of output in turn,
003870*then balance the merged files and stamp the cycle.
003880*----------------------------------------------------------
003890 0000-MAINLINE.
003900     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003910     PERFORM 2000-MERGE-AUDIT THRU 2000-EXIT
003920     PERFORM 3000-MERGE-EXCEPTIONS THRU 3000-EXIT
003930     PERFORM 4000-MERGE-VOTERS THRU 4000-EXIT
003940     PERFORM 5000-MERGE-REPORT-CARDS THRU 5000-EXIT
003950     PERFORM 6000-MERGE-GRADE-REPORT THRU 6000-EXIT
003960     PERFORM 7000-MERGE-PROJECTION THRU 7000-EXIT
003970     PERFORM 8000-FINALIZE THRU 8000-EXIT
003980     STOP RUN.
003990*
004000*----------------------------------------------------------
004010*1000-INITIALIZE
004020*Checked under the DATAC job code - the merge is the step
004030*that finishes the cycle's DATAC, so CYCGUARD refuses it
004040*out of order or twice, the same as a whole-file DATAC.
004050*Both proofs run before any output is opened.
004060*----------------------------------------------------------
004070 1000-INITIALIZE.
004080     MOVE "CHECK" TO CYG-REQUEST
004090     MOVE "DATAC" TO CYG-JOB-CODE
004100     CALL "CYCGUARD" USING CYCLE-GUARD-AREA
004110     MOVE CYG-CYCLE-NUMBER TO WS-CYCLE-NUMBER
004120     PERFORM 1100-LOAD-SPLIT-CONTROL THRU 1100-EXIT
004130     PERFORM 1200-PROVE-RESULTS THRU 1200-EXIT.
004140 1000-EXIT.
004150     EXIT.
004160*
004170*----------------------------------------------------------
004180*1100-LOAD-SPLIT-CONTROL
004190*Loads the S records into the partition table and saves the
004200*T record.  A control file that does not hold together on
004210*its own - no T, the wrong cycle, or S records that do not
004220*add back to it - leaves nothing to prove the partitions
004230*against, so it stops the run here.
004240*----------------------------------------------------------
004250 1100-LOAD-SPLIT-CONTROL.
004260     OPEN INPUT SPLIT-CONTROL
004270     IF FS-SPLIT-CONTROL NOT = "00"
004280         MOVE "SPLTCTL " TO WS-ABEND-FILE-NAME
004290         MOVE FS-SPLIT-CONTROL TO WS-ABEND-FILE-STATUS
004300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004310     END-IF
004320     PERFORM 1110-READ-SPLIT-CONTROL THRU 1110-EXIT
004330     PERFORM 1120-LOAD-SPLIT-RECORD THRU 1120-EXIT
004340         UNTIL WS-END-OF-CONTROL
004350     CLOSE SPLIT-CONTROL
004360     IF NOT WS-TOTAL-WAS-FOUND
004370         DISPLAY "DATAMRGE: NO SPLIT TOTAL RECORD ON SPLTCTL"
004380             " - DATASPLT DID NOT FINISH"
004390         SET WS-MERGE-NOT-BALANCED TO TRUE
004400     ELSE
004410         IF WS-SPLIT-CYCLE NOT = WS-CYCLE-NUMBER
004420             DISPLAY "DATAMRGE: SPLTCTL IS FOR CYCLE "
004430                 WS-SPLIT-CYCLE " BUT CYCLE " WS-CYCLE-NUMBER
004440                 " IS OPEN"
004450             SET WS-MERGE-NOT-BALANCED TO TRUE
004460         END-IF
004470         IF WS-SPLIT-COUNT-TOTAL NOT = WS-ORIG-COUNT
004480             OR WS-SPLIT-HASH-TOTAL NOT = WS-ORIG-HASH
004490             DISPLAY "DATAMRGE: SPLIT PARTITIONS "
004500                 WS-SPLIT-COUNT-TOTAL " RECS HASH "
004510                 WS-SPLIT-HASH-TOTAL " BUT TRAILER "
004520                 WS-ORIG-COUNT " RECS HASH " WS-ORIG-HASH
004530             SET WS-MERGE-NOT-BALANCED TO TRUE
004540         END-IF
004550     END-IF
004560     IF WS-MERGE-NOT-BALANCED
004570         PERFORM 9910-ABEND-BALANCE-ERROR THRU 9910-EXIT
004580     END-IF.
004590 1100-EXIT.
004600     EXIT.
004610*
004620 1110-READ-SPLIT-CONTROL.
004630     READ SPLIT-CONTROL INTO PART-CONTROL-RECORD
004640         AT END SET WS-END-OF-CONTROL TO TRUE
004650     END-READ
004660     IF NOT WS-END-OF-CONTROL
004670         IF FS-SPLIT-CONTROL NOT = "00"
004680             MOVE "SPLTCTL " TO WS-ABEND-FILE-NAME
004690             MOVE FS-SPLIT-CONTROL TO WS-ABEND-FILE-STATUS
004700             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004710         END-IF
004720     END-IF.
004730 1110-EXIT.
004740     EXIT.
004750*
004760 1120-LOAD-SPLIT-RECORD.
004770     EVALUATE TRUE
004780         WHEN PCT-SPLIT-PARTITION
004790             IF WS-PART-USED NOT < 6
004800                 DISPLAY "DATAMRGE: MORE THAN 6 PARTITIONS ON"
004810                     " SPLTCTL - " PCT-PARTITION-ID " IGNORED"
004820                 SET WS-MERGE-NOT-BALANCED TO TRUE
004830                 GO TO 1120-READ-NEXT
004840             END-IF
004850             ADD 1 TO WS-PART-USED
004860             MOVE PCT-PARTITION-ID TO WS-PART-ID (WS-PART-USED)
004870             MOVE PCT-RECORD-COUNT
004880                 TO WS-PART-SPLIT-COUNT (WS-PART-USED)
004890             MOVE PCT-ID-HASH-TOTAL
004900                 TO WS-PART-SPLIT-HASH (WS-PART-USED)
004910             MOVE "N" TO WS-PART-RESULT-SW (WS-PART-USED)
004920             ADD PCT-RECORD-COUNT TO WS-SPLIT-COUNT-TOTAL
004930             ADD PCT-ID-HASH-TOTAL TO WS-SPLIT-HASH-TOTAL
004940         WHEN PCT-SPLIT-TOTAL
004950             IF WS-TOTAL-WAS-FOUND
004960                 DISPLAY "DATAMRGE: DUPLICATE SPLIT TOTAL"
004970                     " RECORD ON SPLTCTL"
004980                 SET WS-MERGE-NOT-BALANCED TO TRUE
004990             END-IF
005000             SET WS-TOTAL-WAS-FOUND TO TRUE
005010             MOVE PCT-CYCLE-NUMBER TO WS-SPLIT-CYCLE
005020             MOVE PCT-BATCH-DATE TO WS-SPLIT-DATE
005030             MOVE PCT-RECORD-COUNT TO WS-ORIG-COUNT
005040             MOVE PCT-ID-HASH-TOTAL TO WS-ORIG-HASH
005050         WHEN OTHER
005060             DISPLAY "DATAMRGE: RECORD TYPE " PCT-REC-TYPE
005070                 " IS NOT A SPLIT CONTROL RECORD"
005080             SET WS-MERGE-NOT-BALANCED TO TRUE
005090     END-EVALUATE.
005100 1120-READ-NEXT.
005110     PERFORM 1110-READ-SPLIT-CONTROL THRU 1110-EXIT.
005120 1120-EXIT.
005130     EXIT.
005140*
005150*----------------------------------------------------------
005160*1200-PROVE-RESULTS
005170*Every result is checked against its partition's S record
005180*and added into the run totals; then every split partition
005190*must have reported, and the totals must equal the original
005200*trailer.  Every failure is displayed before the one abend,
005210*so all the districts to rerun show up together.
005220*----------------------------------------------------------
005230 1200-PROVE-RESULTS.
005240     OPEN INPUT PARTITION-RESULT
005250     IF FS-PARTITION-RESULT NOT = "00"
005260         MOVE "PARTRES " TO WS-ABEND-FILE-NAME
005270         MOVE FS-PARTITION-RESULT TO WS-ABEND-FILE-STATUS
005280         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005290     END-IF
005300     PERFORM 1210-READ-RESULT THRU 1210-EXIT
005310     PERFORM 1220-PROVE-ONE-RESULT THRU 1220-EXIT
005320         UNTIL WS-END-OF-RESULTS
005330     CLOSE PARTITION-RESULT
005340     PERFORM 1250-CHECK-RESULT-FOUND THRU 1250-EXIT
005350         VARYING WS-PART-IDX FROM 1 BY 1
005360         UNTIL WS-PART-IDX > WS-PART-USED
005370     IF WS-RES-READ-TOTAL NOT = WS-ORIG-COUNT
005380         DISPLAY "DATAMRGE: PARTITIONS READ " WS-RES-READ-TOTAL
005390             " BUT TRAILER COUNT IS " WS-ORIG-COUNT
005400         SET WS-MERGE-NOT-BALANCED TO TRUE
005410     END-IF
005420     IF WS-RES-HASH-TOTAL NOT = WS-ORIG-HASH
005430         DISPLAY "DATAMRGE: PARTITION ID HASH " WS-RES-HASH-TOTAL
005440             " BUT TRAILER ID HASH IS " WS-ORIG-HASH
005450         SET WS-MERGE-NOT-BALANCED TO TRUE
005460     END-IF
005470     IF WS-MERGE-NOT-BALANCED
005480         PERFORM 9910-ABEND-BALANCE-ERROR THRU 9910-EXIT
005490     END-IF.
005500 1200-EXIT.
005510     EXIT.
005520*
005530 1210-READ-RESULT.
005540     READ PARTITION-RESULT INTO PART-CONTROL-RECORD
005550         AT END SET WS-END-OF-RESULTS TO TRUE
005560     END-READ
005570     IF NOT WS-END-OF-RESULTS
005580         IF FS-PARTITION-RESULT NOT = "00"
005590             MOVE "PARTRES " TO WS-ABEND-FILE-NAME
005600             MOVE FS-PARTITION-RESULT TO WS-ABEND-FILE-STATUS
005610             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005620         END-IF
005630     END-IF.
005640 1210-EXIT.
005650     EXIT.
005660*
005670*A result that cannot be matched to a split partition is
005680*reported and left out of the totals; one that matches is
005690*marked found, checked, and added in even when a check
005700*fails, so the run-level messages still mean something.
005710 1220-PROVE-ONE-RESULT.
005720     IF NOT PCT-PARTITION-RESULT
005730         DISPLAY "DATAMRGE: RECORD TYPE " PCT-REC-TYPE
005740             " IS NOT A PARTITION RESULT"
005750         SET WS-MERGE-NOT-BALANCED TO TRUE
005760         GO TO 1220-READ-NEXT
005770     END-IF
005780     MOVE ZERO TO WS-FOUND-IDX
005790     PERFORM 1230-FIND-PARTITION THRU 1230-EXIT
005800         VARYING WS-PART-IDX FROM 1 BY 1
005810         UNTIL WS-PART-IDX > WS-PART-USED
005820     IF WS-FOUND-IDX = ZERO
005830         DISPLAY "DATAMRGE: RESULT FOR PARTITION "
005840             PCT-PARTITION-ID " WAS NOT SPLIT THIS CYCLE"
005850         SET WS-MERGE-NOT-BALANCED TO TRUE
005860         GO TO 1220-READ-NEXT
005870     END-IF
005880     IF WS-PART-HAS-RESULT (WS-FOUND-IDX)
005890         DISPLAY "DATAMRGE: DUPLICATE RESULT FOR PARTITION "
005900             PCT-PARTITION-ID
005910         SET WS-MERGE-NOT-BALANCED TO TRUE
005920         GO TO 1220-READ-NEXT
005930     END-IF
005940     SET WS-PART-HAS-RESULT (WS-FOUND-IDX) TO TRUE
005950     IF PCT-CYCLE-NUMBER NOT = WS-SPLIT-CYCLE
005960         OR PCT-BATCH-DATE NOT = WS-SPLIT-DATE
005970         DISPLAY "DATAMRGE: PARTITION " PCT-PARTITION-ID
005980             " RAN FOR CYCLE " PCT-CYCLE-NUMBER " ON "
005990             PCT-BATCH-DATE " BUT SPLIT WAS CYCLE "
006000             WS-SPLIT-CYCLE " ON " WS-SPLIT-DATE
006010         SET WS-MERGE-NOT-BALANCED TO TRUE
006020     END-IF
006030     IF PCT-RECORD-COUNT NOT = WS-PART-SPLIT-COUNT (WS-FOUND-IDX)
006040         OR PCT-ID-HASH-TOTAL
006050             NOT = WS-PART-SPLIT-HASH (WS-FOUND-IDX)
006060         DISPLAY "DATAMRGE: PARTITION " PCT-PARTITION-ID
006070             " READ " PCT-RECORD-COUNT " RECS HASH "
006080             PCT-ID-HASH-TOTAL " BUT SPLIT "
006090             WS-PART-SPLIT-COUNT (WS-FOUND-IDX) " RECS HASH "
006100             WS-PART-SPLIT-HASH (WS-FOUND-IDX)
006110         SET WS-MERGE-NOT-BALANCED TO TRUE
006120     END-IF
006130     COMPUTE WS-PROC-BALANCE = PCT-AUDIT-COUNT
006140         + PCT-EXCEPTION-COUNT + PCT-INACTIVE-COUNT
006150     IF WS-PROC-BALANCE NOT = PCT-PROCESSED-COUNT
006160         DISPLAY "DATAMRGE: PARTITION " PCT-PARTITION-ID " "
006170             PCT-PROCESSED-COUNT " RECORDS PROCESSED BUT "
006180             WS-PROC-BALANCE " AUDIT + EXCEPTION + INACTIVE"
006190         SET WS-MERGE-NOT-BALANCED TO TRUE
006200     END-IF
006210     IF WS-RULES-WERE-SAVED
006220         IF PCT-RULES NOT = WS-RULES-SAVE
006230             DISPLAY "DATAMRGE: PARTITION " PCT-PARTITION-ID
006240                 " RAN UNDER DIFFERENT RULE VALUES"
006250             SET WS-MERGE-NOT-BALANCED TO TRUE
006260         END-IF
006270     ELSE
006280         MOVE PCT-RULES TO WS-RULES-SAVE
006290         SET WS-RULES-WERE-SAVED TO TRUE
006300     END-IF
006310     ADD PCT-RECORD-COUNT TO WS-RES-READ-TOTAL
006320     ADD PCT-ID-HASH-TOTAL TO WS-RES-HASH-TOTAL
006330     ADD PCT-PROCESSED-COUNT TO WS-RES-PROCESSED
006340     ADD PCT-AUDIT-COUNT TO WS-RES-AUDIT
006350     ADD PCT-EXCEPTION-COUNT TO WS-RES-EXCEPTION
006360     ADD PCT-VOTER-COUNT TO WS-RES-VOTER
006370     ADD PCT-INACTIVE-COUNT TO WS-RES-INACTIVE
006380     ADD PCT-PAGE-COUNT TO WS-RES-PAGE-TOTAL
006390     ADD PCT-PROJ-OUTREACH TO WS-RES-OUTREACH
006400     ADD PCT-PROJ-ENTER TO WS-RES-ENTER
006410     ADD PCT-PROJ-LEAVE TO WS-RES-LEAVE
006420     PERFORM 1240-ADD-HEADCOUNT THRU 1240-EXIT
006430         VARYING WS-GRADE-IDX FROM 1 BY 1
006440         UNTIL WS-GRADE-IDX > 12
006450     DISPLAY "DATAMRGE: PARTITION " PCT-PARTITION-ID " - "
006460         PCT-RECORD-COUNT " RECS, " PCT-EXCEPTION-COUNT
006470         " EXC, " PCT-VOTER-COUNT " VOTERS".
006480 1220-READ-NEXT.
006490     PERFORM 1210-READ-RESULT THRU 1210-EXIT.
006500 1220-EXIT.
006510     EXIT.
006520*
006530 1230-FIND-PARTITION.
006540     IF WS-PART-ID (WS-PART-IDX) = PCT-PARTITION-ID
006550         MOVE WS-PART-IDX TO WS-FOUND-IDX
006560     END-IF.
006570 1230-EXIT.
006580     EXIT.
006590*
006600 1240-ADD-HEADCOUNT.
006610     ADD PCT-GRADE-HEADCOUNT (WS-GRADE-IDX)
006620         TO WS-GRADE-HEADCOUNT (WS-GRADE-IDX).
006630 1240-EXIT.
006640     EXIT.
006650*
006660 1250-CHECK-RESULT-FOUND.
006670     IF NOT WS-PART-HAS-RESULT (WS-PART-IDX)
006680         DISPLAY "DATAMRGE: NO RESULT FOR PARTITION "
006690             WS-PART-ID (WS-PART-IDX)
006700             " - RUN OR RERUN THAT PARTITION"
006710         SET WS-MERGE-NOT-BALANCED TO TRUE
006720     END-IF.
006730 1250-EXIT.
006740     EXIT.
006750*
006760*----------------------------------------------------------
006770*2000-MERGE-AUDIT through 5000-MERGE-REPORT-CARDS
006780*Straight copies of the concatenated partition files into
006790*the cycle's generations, counted for 8200.
006800*----------------------------------------------------------
006810 2000-MERGE-AUDIT.
006820     OPEN INPUT AUDIT-IN
006830     IF FS-AUDIT-IN NOT = "00"
006840         MOVE "AUDITIN " TO WS-ABEND-FILE-NAME
006850         MOVE FS-AUDIT-IN TO WS-ABEND-FILE-STATUS
006860         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006870     END-IF
006880     OPEN OUTPUT AUDIT-OUT
006890     MOVE "N" TO WS-COPY-EOF-SW
006900     PERFORM 2100-READ-AUDIT THRU 2100-EXIT
006910     PERFORM 2200-COPY-AUDIT THRU 2200-EXIT
006920         UNTIL WS-END-OF-COPY
006930     CLOSE AUDIT-IN
006940     CLOSE AUDIT-OUT.
006950 2000-EXIT.
006960     EXIT.
006970*
006980 2100-READ-AUDIT.
006990     READ AUDIT-IN
007000         AT END SET WS-END-OF-COPY TO TRUE
007010     END-READ
007020     IF NOT WS-END-OF-COPY
007030         IF FS-AUDIT-IN NOT = "00"
007040             MOVE "AUDITIN " TO WS-ABEND-FILE-NAME
007050             MOVE FS-AUDIT-IN TO WS-ABEND-FILE-STATUS
007060             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007070         END-IF
007080     END-IF.
007090 2100-EXIT.
007100     EXIT.
007110*
007120 2200-COPY-AUDIT.
007130     WRITE AUDIT-OUT-RECORD FROM AUDIT-IN-RECORD
007140     IF FS-AUDIT-OUT NOT = "00"
007150         MOVE "AUDITOUT" TO WS-ABEND-FILE-NAME
007160         MOVE FS-AUDIT-OUT TO WS-ABEND-FILE-STATUS
007170         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007180     END-IF
007190     ADD 1 TO WS-AUDIT-COPIED
007200     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
007210 2200-EXIT.
007220     EXIT.
007230*
007240 3000-MERGE-EXCEPTIONS.
007250     OPEN INPUT EXCEPTION-IN
007260     IF FS-EXCEPTION-IN NOT = "00"
007270         MOVE "EXCPTIN " TO WS-ABEND-FILE-NAME
007280         MOVE FS-EXCEPTION-IN TO WS-ABEND-FILE-STATUS
007290         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007300     END-IF
007310     OPEN OUTPUT EXCEPTION-OUT
007320     MOVE "N" TO WS-COPY-EOF-SW
007330     PERFORM 3100-READ-EXCEPTION THRU 3100-EXIT
007340     PERFORM 3200-COPY-EXCEPTION THRU 3200-EXIT
007350         UNTIL WS-END-OF-COPY
007360     CLOSE EXCEPTION-IN
007370     CLOSE EXCEPTION-OUT.
007380 3000-EXIT.
007390     EXIT.
007400*
007410 3100-READ-EXCEPTION.
007420     READ EXCEPTION-IN
007430         AT END SET WS-END-OF-COPY TO TRUE
007440     END-READ
007450     IF NOT WS-END-OF-COPY
007460         IF FS-EXCEPTION-IN NOT = "00"
007470             MOVE "EXCPTIN " TO WS-ABEND-FILE-NAME
007480             MOVE FS-EXCEPTION-IN TO WS-ABEND-FILE-STATUS
007490             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007500         END-IF
007510     END-IF.
007520 3100-EXIT.
007530     EXIT.
007540*
007550 3200-COPY-EXCEPTION.
007560     WRITE EXCEPTION-OUT-RECORD FROM EXCEPTION-IN-RECORD
007570     IF FS-EXCEPTION-OUT NOT = "00"
007580         MOVE "EXCPTOUT" TO WS-ABEND-FILE-NAME
007590         MOVE FS-EXCEPTION-OUT TO WS-ABEND-FILE-STATUS
007600         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007610     END-IF
007620     ADD 1 TO WS-EXCEPTION-COPIED
007630     PERFORM 3100-READ-EXCEPTION THRU 3100-EXIT.
007640 3200-EXIT.
007650     EXIT.
007660*
007670 4000-MERGE-VOTERS.
007680     OPEN INPUT VOTER-IN
007690     IF FS-VOTER-IN NOT = "00"
007700         MOVE "VOTERIN " TO WS-ABEND-FILE-NAME
007710         MOVE FS-VOTER-IN TO WS-ABEND-FILE-STATUS
007720         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007730     END-IF
007740     OPEN OUTPUT VOTER-EXTRACT
007750     MOVE "N" TO WS-COPY-EOF-SW
007760     PERFORM 4100-READ-VOTER THRU 4100-EXIT
007770     PERFORM 4200-COPY-VOTER THRU 4200-EXIT
007780         UNTIL WS-END-OF-COPY
007790     CLOSE VOTER-IN
007800     CLOSE VOTER-EXTRACT.
007810 4000-EXIT.
007820     EXIT.
007830*
007840 4100-READ-VOTER.
007850     READ VOTER-IN
007860         AT END SET WS-END-OF-COPY TO TRUE
007870     END-READ
007880     IF NOT WS-END-OF-COPY
007890         IF FS-VOTER-IN NOT = "00"
007900             MOVE "VOTERIN " TO WS-ABEND-FILE-NAME
007910             MOVE FS-VOTER-IN TO WS-ABEND-FILE-STATUS
007920             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007930         END-IF
007940     END-IF.
007950 4100-EXIT.
007960     EXIT.
007970*
007980 4200-COPY-VOTER.
007990     WRITE VOTER-OUT-RECORD FROM VOTER-IN-RECORD
008000     IF FS-VOTER-EXTRACT NOT = "00"
008010         MOVE "VOTEREXT" TO WS-ABEND-FILE-NAME
008020         MOVE FS-VOTER-EXTRACT TO WS-ABEND-FILE-STATUS
008030         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008040     END-IF
008050     ADD 1 TO WS-VOTER-COPIED
008060     PERFORM 4100-READ-VOTER THRU 4100-EXIT.
008070 4200-EXIT.
008080     EXIT.
008090*
008100*Report cards are counted by their heading line - DATAC
008110*prints one card for every audit record it writes.
008120 5000-MERGE-REPORT-CARDS.
008130     OPEN INPUT CARD-IN
008140     IF FS-CARD-IN NOT = "00"
008150         MOVE "CARDIN  " TO WS-ABEND-FILE-NAME
008160         MOVE FS-CARD-IN TO WS-ABEND-FILE-STATUS
008170         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008180     END-IF
008190     OPEN OUTPUT RPT-CARD
008200     MOVE "N" TO WS-COPY-EOF-SW
008210     PERFORM 5100-READ-CARD THRU 5100-EXIT
008220     PERFORM 5200-COPY-CARD THRU 5200-EXIT
008230         UNTIL WS-END-OF-COPY
008240     CLOSE CARD-IN
008250     CLOSE RPT-CARD.
008260 5000-EXIT.
008270     EXIT.
008280*
008290 5100-READ-CARD.
008300     READ CARD-IN
008310         AT END SET WS-END-OF-COPY TO TRUE
008320     END-READ
008330     IF NOT WS-END-OF-COPY
008340         IF FS-CARD-IN NOT = "00"
008350             MOVE "CARDIN  " TO WS-ABEND-FILE-NAME
008360             MOVE FS-CARD-IN TO WS-ABEND-FILE-STATUS
008370             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008380         END-IF
008390     END-IF.
008400 5100-EXIT.
008410     EXIT.
008420*
008430 5200-COPY-CARD.
008440     IF CARD-IN-RECORD (1:14) = WS-CARD-HEADING-TEXT
008450         ADD 1 TO WS-CARD-COPIED
008460     END-IF
008470     WRITE RPT-CARD-RECORD FROM CARD-IN-RECORD
008480     IF FS-RPT-CARD NOT = "00"
008490         MOVE "RPTCARD " TO WS-ABEND-FILE-NAME
008500         MOVE FS-RPT-CARD TO WS-ABEND-FILE-STATUS
008510         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008520     END-IF
008530     PERFORM 5100-READ-CARD THRU 5100-EXIT.
008540 5200-EXIT.
008550     EXIT.
008560*
008570*----------------------------------------------------------
008580*6000-MERGE-GRADE-REPORT
008590*The partitions' district pages, each numbered from 1 by
008600*its own DATAC, are renumbered into one sequence as they
008610*are copied, then the run-total page DATAC's 8100 would
008620*have printed follows, from the partitions' headcounts.
008630*----------------------------------------------------------
008640 6000-MERGE-GRADE-REPORT.
008650     OPEN INPUT GRADE-IN
008660     IF FS-GRADE-IN NOT = "00"
008670         MOVE "GRADEIN " TO WS-ABEND-FILE-NAME
008680         MOVE FS-GRADE-IN TO WS-ABEND-FILE-STATUS
008690         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008700     END-IF
008710     OPEN OUTPUT GRADE-RPT
008720     MOVE "N" TO WS-COPY-EOF-SW
008730     PERFORM 6100-READ-GRADE THRU 6100-EXIT
008740     PERFORM 6200-COPY-GRADE THRU 6200-EXIT
008750         UNTIL WS-END-OF-COPY
008760     CLOSE GRADE-IN
008770     PERFORM 6300-WRITE-RUN-TOTAL-PAGE THRU 6300-EXIT
008780     CLOSE GRADE-RPT.
008790 6000-EXIT.
008800     EXIT.
008810*
008820 6100-READ-GRADE.
008830     READ GRADE-IN
008840         AT END SET WS-END-OF-COPY TO TRUE
008850     END-READ
008860     IF NOT WS-END-OF-COPY
008870         IF FS-GRADE-IN NOT = "00"
008880             MOVE "GRADEIN " TO WS-ABEND-FILE-NAME
008890             MOVE FS-GRADE-IN TO WS-ABEND-FILE-STATUS
008900             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008910         END-IF
008920     END-IF.
008930 6100-EXIT.
008940     EXIT.
008950*
008960 6200-COPY-GRADE.
008970     IF GRADE-IN-RECORD (1:33) = WS-DIST-HEADING-TEXT
008980         ADD 1 TO WS-PAGE-COPIED
008990         MOVE GRADE-IN-RECORD TO WS-RPT-DIST-HEADING
009000         MOVE WS-PAGE-NUM TO WS-RPT-DIST-PAGE
009010         ADD 1 TO WS-PAGE-NUM
009020         MOVE WS-RPT-DIST-HEADING TO GRADE-RPT-RECORD
009030     ELSE
009040         MOVE GRADE-IN-RECORD TO GRADE-RPT-RECORD
009050     END-IF
009060     WRITE GRADE-RPT-RECORD
009070     PERFORM 6220-CHECK-GRADE-RPT-STATUS THRU 6220-EXIT
009080     PERFORM 6100-READ-GRADE THRU 6100-EXIT.
009090 6200-EXIT.
009100     EXIT.
009110*
009120 6220-CHECK-GRADE-RPT-STATUS.
009130     IF FS-GRADE-RPT NOT = "00"
009140         MOVE "GRADERPT" TO WS-ABEND-FILE-NAME
009150         MOVE FS-GRADE-RPT TO WS-ABEND-FILE-STATUS
009160         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
009170     END-IF.
009180 6220-EXIT.
009190     EXIT.
009200*
009210 6300-WRITE-RUN-TOTAL-PAGE.
009220     MOVE WS-PAGE-NUM TO WS-RPT-PAGE
009230     MOVE WS-RPT-HEADING TO GRADE-RPT-RECORD
009240     WRITE GRADE-RPT-RECORD
009250     PERFORM 6220-CHECK-GRADE-RPT-STATUS THRU 6220-EXIT
009260     MOVE WS-RULE-VOTING-AGE TO WS-RPT-VOTE-AGE
009270     MOVE WS-RULE-SCHOOL-MIN TO WS-RPT-SCHOOL-MIN
009280     MOVE WS-RULE-SCHOOL-MAX TO WS-RPT-SCHOOL-MAX
009290     MOVE WS-RULE-HONOR-GPA TO WS-RPT-HONOR-GPA
009300     MOVE WS-RULE-MAX-AGE TO WS-RPT-MAX-AGE
009310     MOVE WS-RPT-RULES-LINE TO GRADE-RPT-RECORD
009320     WRITE GRADE-RPT-RECORD
009330     PERFORM 6220-CHECK-GRADE-RPT-STATUS THRU 6220-EXIT
009340     MOVE WS-RPT-COL-HEADING TO GRADE-RPT-RECORD
009350     WRITE GRADE-RPT-RECORD
009360     PERFORM 6220-CHECK-GRADE-RPT-STATUS THRU 6220-EXIT
009370     MOVE ZERO TO WS-GRAND-TOTAL
009380     PERFORM 6310-WRITE-GRADE-LINE THRU 6310-EXIT
009390         VARYING WS-GRADE-IDX FROM 1 BY 1
009400         UNTIL WS-GRADE-IDX > 12
009410     MOVE WS-GRAND-TOTAL TO WS-RPT-GRAND-TOTAL
009420     MOVE WS-RPT-TOTAL TO GRADE-RPT-RECORD
009430     WRITE GRADE-RPT-RECORD
009440     PERFORM 6220-CHECK-GRADE-RPT-STATUS THRU 6220-EXIT
009450     MOVE WS-RES-PROCESSED TO WS-RPT-RUN-COUNT
009460     MOVE WS-RPT-RUNTOTAL TO GRADE-RPT-RECORD
009470     WRITE GRADE-RPT-RECORD
009480     PERFORM 6220-CHECK-GRADE-RPT-STATUS THRU 6220-EXIT.
009490 6300-EXIT.
009500     EXIT.
009510*
009520 6310-WRITE-GRADE-LINE.
009530     MOVE WS-GRADE-IDX TO WS-RPT-GRADE
009540     MOVE WS-GRADE-HEADCOUNT (WS-GRADE-IDX) TO WS-RPT-COUNT
009550     ADD WS-GRADE-HEADCOUNT (WS-GRADE-IDX) TO WS-GRAND-TOTAL
009560     MOVE WS-RPT-DETAIL TO GRADE-RPT-RECORD
009570     WRITE GRADE-RPT-RECORD
009580     PERFORM 6220-CHECK-GRADE-RPT-STATUS THRU 6220-EXIT.
009590 6310-EXIT.
009600     EXIT.
009610*
009620*----------------------------------------------------------
009630*7000-MERGE-PROJECTION
009640*A partition DATAC writes only its outreach lines; the
009650*heading goes on here, dated with the cycle's batch date,
009660*and the forecast summary DATAC's 8400 would have printed
009670*follows from the partitions' counts.
009680*----------------------------------------------------------
009690 7000-MERGE-PROJECTION.
009700     OPEN INPUT PROJ-IN
009710     IF FS-PROJ-IN NOT = "00"
009720         MOVE "PROJIN  " TO WS-ABEND-FILE-NAME
009730         MOVE FS-PROJ-IN TO WS-ABEND-FILE-STATUS
009740         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
009750     END-IF
009760     OPEN OUTPUT PROJ-RPT
009770     MOVE WS-SPLIT-DATE TO WS-PROJ-RUN-DATE
009780     MOVE WS-PROJ-HEADING TO PROJ-RPT-RECORD
009790     PERFORM 7220-WRITE-PROJ-LINE THRU 7220-EXIT
009800     MOVE WS-PROJ-SECTION-LINE TO PROJ-RPT-RECORD
009810     PERFORM 7220-WRITE-PROJ-LINE THRU 7220-EXIT
009820     MOVE WS-PROJ-COL-HEADING TO PROJ-RPT-RECORD
009830     PERFORM 7220-WRITE-PROJ-LINE THRU 7220-EXIT
009840     MOVE "N" TO WS-COPY-EOF-SW
009850     PERFORM 7100-READ-PROJ THRU 7100-EXIT
009860     PERFORM 7200-COPY-PROJ THRU 7200-EXIT
009870         UNTIL WS-END-OF-COPY
009880     CLOSE PROJ-IN
009890     PERFORM 7300-WRITE-PROJ-SUMMARY THRU 7300-EXIT
009900     CLOSE PROJ-RPT.
009910 7000-EXIT.
009920     EXIT.
009930*
009940 7100-READ-PROJ.
009950     READ PROJ-IN
009960         AT END SET WS-END-OF-COPY TO TRUE
009970     END-READ
009980     IF NOT WS-END-OF-COPY
009990         IF FS-PROJ-IN NOT = "00"
010000             MOVE "PROJIN  " TO WS-ABEND-FILE-NAME
010010             MOVE FS-PROJ-IN TO WS-ABEND-FILE-STATUS
010020             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
010030         END-IF
010040     END-IF.
010050 7100-EXIT.
010060     EXIT.
010070*
010080 7200-COPY-PROJ.
010090     ADD 1 TO WS-OUTREACH-COPIED
010100     MOVE PROJ-IN-RECORD TO PROJ-RPT-RECORD
010110     PERFORM 7220-WRITE-PROJ-LINE THRU 7220-EXIT
010120     PERFORM 7100-READ-PROJ THRU 7100-EXIT.
010130 7200-EXIT.
010140     EXIT.
010150*
010160 7220-WRITE-PROJ-LINE.
010170     WRITE PROJ-RPT-RECORD
010180     IF FS-PROJ-RPT NOT = "00"
010190         MOVE "PROJRPT " TO WS-ABEND-FILE-NAME
010200         MOVE FS-PROJ-RPT TO WS-ABEND-FILE-STATUS
010210         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
010220     END-IF.
010230 7220-EXIT.
010240     EXIT.
010250*
010260 7300-WRITE-PROJ-SUMMARY.
010270     MOVE SPACES TO PROJ-RPT-RECORD
010280     PERFORM 7220-WRITE-PROJ-LINE THRU 7220-EXIT
010290     MOVE "PRE-REGISTRATION OUTREACH    =" TO WS-PROJ-TOT-LABEL
010300     MOVE WS-RES-OUTREACH TO WS-PROJ-TOT-VALUE
010310     MOVE WS-PROJ-TOTAL-LINE TO PROJ-RPT-RECORD
010320     PERFORM 7220-WRITE-PROJ-LINE THRU 7220-EXIT
010330     MOVE "ENTERING GRADE       " TO WS-PROJ-COUNT-LABEL
010340     MOVE 1 TO WS-PROJ-COUNT-GRADE
010350     MOVE WS-RES-ENTER TO WS-PROJ-COUNT-VALUE
010360     MOVE WS-PROJ-COUNT-LINE TO PROJ-RPT-RECORD
010370     PERFORM 7220-WRITE-PROJ-LINE THRU 7220-EXIT
010380     COMPUTE WS-PROJ-TOP-GRADE =
010390         WS-RULE-SCHOOL-MAX - WS-RULE-SCHOOL-MIN - 1
010400     MOVE "LEAVING GRADE        " TO WS-PROJ-COUNT-LABEL
010410     MOVE WS-PROJ-TOP-GRADE TO WS-PROJ-COUNT-GRADE
010420     MOVE WS-RES-LEAVE TO WS-PROJ-COUNT-VALUE
010430     MOVE WS-PROJ-COUNT-LINE TO PROJ-RPT-RECORD
010440     PERFORM 7220-WRITE-PROJ-LINE THRU 7220-EXIT.
010450 7300-EXIT.
010460     EXIT.
010470*
010480*----------------------------------------------------------
010490*8000-FINALIZE
010500*The merged files balance against the proved results, and
010510*only then is DATAC stamped done for the cycle with the
010520*same key counts a whole-file DATAC stamps.
010530*----------------------------------------------------------
010540 8000-FINALIZE.
010550     PERFORM 8200-BALANCE-MERGE THRU 8200-EXIT
010560     MOVE WS-RES-READ-TOTAL TO CYG-COUNT-IN
010570     MOVE WS-RES-AUDIT TO CYG-COUNT-OUT
010580     MOVE WS-RES-EXCEPTION TO CYG-COUNT-REJECT
010590     MOVE WS-RES-VOTER TO CYG-COUNT-EXTRA
010600     MOVE "STAMP" TO CYG-REQUEST
010610     MOVE "DATAC" TO CYG-JOB-CODE
010620     CALL "CYCGUARD" USING CYCLE-GUARD-AREA
010630     DISPLAY "DATAMRGE: RUN COMPLETE - " WS-PART-USED
010640         " PARTITIONS, " WS-RES-PROCESSED " RECS, "
010650         WS-RES-EXCEPTION " EXC, " WS-RES-VOTER " VOTERS, "
010660         WS-RES-INACTIVE " INACTIVE".
010670 8000-EXIT.
010680     EXIT.
010690*
010700*----------------------------------------------------------
010710*8200-BALANCE-MERGE
010720*  - audit, exception and voter records copied = the
010730*    partitions' counts of each;
010740*  - report cards copied = audit records;
010750*  - district pages copied = pages the partitions printed;
010760*  - outreach lines copied = the partitions' outreach.
010770*A partition output short of its result (or doubled by a
010780*restart) fails here, before the stamp.
010790*----------------------------------------------------------
010800 8200-BALANCE-MERGE.
010810     IF WS-AUDIT-COPIED NOT = WS-RES-AUDIT
010820         DISPLAY "DATAMRGE: " WS-AUDIT-COPIED
010830             " AUDIT RECORDS MERGED BUT PARTITIONS WROTE "
010840             WS-RES-AUDIT
010850         SET WS-MERGE-NOT-BALANCED TO TRUE
010860     END-IF
010870     IF WS-EXCEPTION-COPIED NOT = WS-RES-EXCEPTION
010880         DISPLAY "DATAMRGE: " WS-EXCEPTION-COPIED
010890             " EXCEPTION RECORDS MERGED BUT PARTITIONS WROTE "
010900             WS-RES-EXCEPTION
010910         SET WS-MERGE-NOT-BALANCED TO TRUE
010920     END-IF
010930     IF WS-VOTER-COPIED NOT = WS-RES-VOTER
010940         DISPLAY "DATAMRGE: " WS-VOTER-COPIED
010950             " VOTER RECORDS MERGED BUT PARTITIONS WROTE "
010960             WS-RES-VOTER
010970         SET WS-MERGE-NOT-BALANCED TO TRUE
010980     END-IF
010990     IF WS-CARD-COPIED NOT = WS-RES-AUDIT
011000         DISPLAY "DATAMRGE: " WS-CARD-COPIED
011010             " REPORT CARDS MERGED BUT PARTITIONS WROTE "
011020             WS-RES-AUDIT
011030         SET WS-MERGE-NOT-BALANCED TO TRUE
011040     END-IF
011050     IF WS-PAGE-COPIED NOT = WS-RES-PAGE-TOTAL
011060         DISPLAY "DATAMRGE: " WS-PAGE-COPIED
011070             " DISTRICT PAGES MERGED BUT PARTITIONS PRINTED "
011080             WS-RES-PAGE-TOTAL
011090         SET WS-MERGE-NOT-BALANCED TO TRUE
011100     END-IF
011110     IF WS-OUTREACH-COPIED NOT = WS-RES-OUTREACH
011120         DISPLAY "DATAMRGE: " WS-OUTREACH-COPIED
011130             " OUTREACH LINES MERGED BUT PARTITIONS WROTE "
011140             WS-RES-OUTREACH
011150         SET WS-MERGE-NOT-BALANCED TO TRUE
011160     END-IF
011170     IF WS-MERGE-NOT-BALANCED
011180         PERFORM 9910-ABEND-BALANCE-ERROR THRU 9910-EXIT
011190     END-IF.
011200 8200-EXIT.
011210     EXIT.
011220*
011230*----------------------------------------------------------
011240*9900-ABEND-FILE-ERROR
011250*A bad FILE STATUS means a merged file would be short -
011260*stop, naming the file and status, with a non-zero return
011270*code and no stamp.
011280*----------------------------------------------------------
011290 9900-ABEND-FILE-ERROR.
011300     DISPLAY "DATAMRGE: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
011310         " - FILE STATUS " WS-ABEND-FILE-STATUS
011320     MOVE 16 TO RETURN-CODE
011330     STOP RUN.
011340 9900-EXIT.
011350     EXIT.
011360*
011370*----------------------------------------------------------
011380*9910-ABEND-BALANCE-ERROR
011390*The partitions do not prove - DATAC stays unstamped for
011400*the cycle.  The messages above name the partitions to
011410*rerun; the merge is then run again.
011420*----------------------------------------------------------
011430 9910-ABEND-BALANCE-ERROR.
011440     DISPLAY "DATAMRGE: PARTITIONS OUT OF BALANCE"
011450         " - SEE MESSAGES ABOVE"
011460     MOVE 16 TO RETURN-CODE
011470     STOP RUN.
011480 9910-EXIT.
011490     EXIT.
