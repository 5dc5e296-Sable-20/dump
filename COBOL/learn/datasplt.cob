000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. DATASPLT.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. October 6th 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*DATASPLT
000140*
000150*Splits the sorted DATAC cycle file by CITIZEN-DISTRICT into
000160*one feed per district office, so a full-refresh cycle can
000170*run a DATAC per district side by side instead of pushing
000180*the whole population through one step.  Districts 01-05
000190*each get their own feed; a record with any other district
000200*goes to partition XX, where DATAC excepts it exactly as a
000210*single run would.
000220*
000230*The split proves the cycle file the way DATAC would - one
000240*header dated today, one trailer, trailer count and
000250*CITIZEN-ID hash equal to what was read - before anything
000260*is handed on.  Each feed is framed with its own header
000270*(partition and cycle number filled in) and trailer
000280*(that partition's count and hash), so each partition's
000290*DATAC balances its feed just as it balances a whole file.
000300*The same per-partition figures, and the original trailer,
000310*go to the split control file that DATAMRGE proves the
000320*partition results against.
000330*
000340*The split does not stamp the cycle: DATAC is only done
000350*once DATAMRGE has merged and balanced every partition.
000360*
000370*MODIFICATION HISTORY
000380*
000390*2026-10-06  SAB  Initial version.
000400*----------------------------------------------------------
000410*
000420 ENVIRONMENT DIVISION.
000430*
000440 CONFIGURATION SECTION.
000450*
000460 INPUT-OUTPUT SECTION.
000470*
000480 FILE-CONTROL.
000490*The cycle file out of the DATACRUN-style sort step.
000500     SELECT CITIZEN-IN
000510         ASSIGN TO CITIN
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS FS-CITIZEN-IN.
000540*
000550*One feed per partition - districts 01-05, then XX for any
000560*district that is not a valid office.
000570     SELECT PART01-OUT
000580         ASSIGN TO PART01
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS FS-PART01.
000610*
000620     SELECT PART02-OUT
000630         ASSIGN TO PART02
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS FS-PART02.
000660*
000670     SELECT PART03-OUT
000680         ASSIGN TO PART03
000690         ORGANIZATION IS SEQUENTIAL
000700         FILE STATUS IS FS-PART03.
000710*
000720     SELECT PART04-OUT
000730         ASSIGN TO PART04
000740         ORGANIZATION IS SEQUENTIAL
000750         FILE STATUS IS FS-PART04.
000760*
000770     SELECT PART05-OUT
000780         ASSIGN TO PART05
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS FS-PART05.
000810*
000820     SELECT PARTXX-OUT
000830         ASSIGN TO PARTXX
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS FS-PARTXX.
000860*
000870*Split control records for DATAMRGE - one S per partition
000880*and the original trailer's T, in PART-CTL layout.
000890     SELECT SPLIT-CONTROL
000900         ASSIGN TO SPLTCTL
000910         ORGANIZATION IS SEQUENTIAL
000920         FILE STATUS IS FS-SPLIT-CONTROL.
000930*
000940 DATA DIVISION.
000950*
000960 FILE SECTION.
000970*
000980 FD  CITIZEN-IN.
000990     COPY CITIZEN-REC.
001000*
001010 FD  PART01-OUT.
001020 01  PART01-RECORD                     PIC X(49).
001030*
001040 FD  PART02-OUT.
001050 01  PART02-RECORD                     PIC X(49).
001060*
001070 FD  PART03-OUT.
001080 01  PART03-RECORD                     PIC X(49).
001090*
001100 FD  PART04-OUT.
001110 01  PART04-RECORD                     PIC X(49).
001120*
001130 FD  PART05-OUT.
001140 01  PART05-RECORD                     PIC X(49).
001150*
001160 FD  PARTXX-OUT.
001170 01  PARTXX-RECORD                     PIC X(49).
001180*
001190 FD  SPLIT-CONTROL.
001200     COPY PART-CTL.
001210*
001220 WORKING-STORAGE SECTION.
001230*
001240 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
001250 01  WS-CYCLE-NUMBER                    PIC 9(07) VALUE ZERO.
001260*
001270*Control record layouts, held here rather than over the
001280*input record: each record read is moved in to see whether
001290*it is a header or trailer, and each feed's own header and
001300*trailer are built here before it is written - only before
001310*the first READ and after the last, when nothing read is
001320*still wanted.
001330     COPY CITIZEN-CTL.
001340*
001350 01  WS-SWITCHES.
001360     05  WS-EOF-SW                     PIC X(01) VALUE "N".
001370         88  WS-END-OF-FILE                   VALUE "Y".
001380     05  WS-HDR-FOUND-SW               PIC X(01) VALUE "N".
001390         88  WS-HDR-WAS-FOUND                 VALUE "Y".
001400     05  WS-TRL-FOUND-SW               PIC X(01) VALUE "N".
001410         88  WS-TRL-WAS-FOUND                 VALUE "Y".
001420     05  WS-BALANCE-SW                 PIC X(01) VALUE "Y".
001430         88  WS-SPLIT-IS-BALANCED             VALUE "Y".
001440         88  WS-SPLIT-NOT-BALANCED            VALUE "N".
001450*
001460 01  WS-COUNTERS.
001470     05  WS-READ-COUNT                 PIC 9(07) VALUE ZERO.
001480     05  WS-SPLIT-TOTAL                PIC 9(07) VALUE ZERO.
001490     05  WS-TRL-COUNT-SAVE             PIC 9(07) VALUE ZERO.
001500     05  WS-PART-IDX                   PIC 9(02) VALUE ZERO.
001510     05  WS-HASH-IDX                   PIC 9(02) VALUE ZERO.
001520*
001530*CITIZEN-ID hash, accumulated over every data record read
001540*(for the original trailer) and over each record written
001550*to a partition (for that feed's trailer) - digit values
001560*of the ID bytes, the same way CITMAINT, CITUNLD and DATAC
001570*build it.
001580 01  WS-ID-HASH-TOTAL                   PIC 9(10) VALUE ZERO.
001590 01  WS-RECORD-HASH                     PIC 9(03) VALUE ZERO.
001600 01  WS-TRL-HASH-SAVE                   PIC 9(10) VALUE ZERO.
001610 01  WS-HASH-DIGIT-X                    PIC X(01) VALUE ZERO.
001620 01  WS-HASH-DIGIT-9 REDEFINES
001630     WS-HASH-DIGIT-X                     PIC 9(01).
001640*
001650*The partitions, in the order their feeds are declared and
001660*their control records are written.
001670 01  WS-PART-ID-VALUES.
001680     05  FILLER                        PIC X(12)
001690         VALUE "0102030405XX".
001700 01  WS-PART-ID-TABLE REDEFINES WS-PART-ID-VALUES.
001710     05  WS-PART-ID OCCURS 6 TIMES     PIC X(02).
001720 01  WS-PART-TOTALS.
001730     05  WS-PART-COUNT OCCURS 6 TIMES  PIC 9(07) VALUE ZERO.
001740     05  WS-PART-HASH  OCCURS 6 TIMES  PIC 9(10) VALUE ZERO.
001750*
001760*Image of the record going to a partition feed, header,
001770*data and trailer alike.
001780 01  WS-PART-IMAGE                      PIC X(49) VALUE SPACES.
001790*
001800*Parameter area for the CYCGUARD cycle-sequencing module.
001810     COPY CYCLE-GRD.
001820*
001830 01  WS-FILE-STATUSES.
001840     05  FS-CITIZEN-IN                 PIC XX VALUE "00".
001850     05  FS-PART01                     PIC XX VALUE "00".
001860     05  FS-PART02                     PIC XX VALUE "00".
001870     05  FS-PART03                     PIC XX VALUE "00".
001880     05  FS-PART04                     PIC XX VALUE "00".
001890     05  FS-PART05                     PIC XX VALUE "00".
001900     05  FS-PARTXX                     PIC XX VALUE "00".
001910     05  FS-SPLIT-CONTROL              PIC XX VALUE "00".
001920*
001930*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
001940*abend paragraph can name which file and status code failed.
001950 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
001960 01  WS-ABEND-FILE-STATUS              PIC XX VALUE SPACES.
001970*
001980 PROCEDURE DIVISION.
001990*
002000*----------------------------------------------------------
002010*0000-MAINLINE
002020*Open the files, route the cycle file to the partition
002030*feeds to end of file, then balance and close everything
002040*down.
002050*----------------------------------------------------------
002060 0000-MAINLINE.
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002080     PERFORM 2000-SPLIT-CITIZEN THRU 2000-EXIT
002090         UNTIL WS-END-OF-FILE
002100     PERFORM 8000-FINALIZE THRU 8000-EXIT
002110     STOP RUN.
002120*
002130*----------------------------------------------------------
002140*1000-INITIALIZE
002150*The split belongs to the cycle's DATAC step, so it is
002160*checked under that job code - the cycle must be open and
002170*DATAC not yet stamped.  The cycle number comes back from
002180*the check and goes into every feed header.
002190*----------------------------------------------------------
002200 1000-INITIALIZE.
002210     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002220     MOVE "CHECK" TO CYG-REQUEST
002230     MOVE "DATAC" TO CYG-JOB-CODE
002240     CALL "CYCGUARD" USING CYCLE-GUARD-AREA
002250     MOVE CYG-CYCLE-NUMBER TO WS-CYCLE-NUMBER
002260     OPEN INPUT CITIZEN-IN
002270     IF FS-CITIZEN-IN NOT = "00"
002280         MOVE "CITIN   " TO WS-ABEND-FILE-NAME
002290         MOVE FS-CITIZEN-IN TO WS-ABEND-FILE-STATUS
002300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002310     END-IF
002320     OPEN OUTPUT PART01-OUT
002330     OPEN OUTPUT PART02-OUT
002340     OPEN OUTPUT PART03-OUT
002350     OPEN OUTPUT PART04-OUT
002360     OPEN OUTPUT PART05-OUT
002370     OPEN OUTPUT PARTXX-OUT
002380     OPEN OUTPUT SPLIT-CONTROL
002390     IF FS-SPLIT-CONTROL NOT = "00"
002400         MOVE "SPLTCTL " TO WS-ABEND-FILE-NAME
002410         MOVE FS-SPLIT-CONTROL TO WS-ABEND-FILE-STATUS
002420         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002430     END-IF
002440     PERFORM 6200-WRITE-PART-HEADER THRU 6200-EXIT
002450         VARYING WS-PART-IDX FROM 1 BY 1
002460         UNTIL WS-PART-IDX > 6
002470     PERFORM 2100-READ-CITIZEN THRU 2100-EXIT.
002480 1000-EXIT.
002490     EXIT.
002500*
002510*----------------------------------------------------------
002520*2000-SPLIT-CITIZEN
002530*One data record to the feed for its district, counted and
002540*hashed into that partition's trailer figures.
002550*----------------------------------------------------------
002560 2000-SPLIT-CITIZEN.
002570     EVALUATE CITIZEN-DISTRICT
002580         WHEN "01"
002590             MOVE 1 TO WS-PART-IDX
002600         WHEN "02"
002610             MOVE 2 TO WS-PART-IDX
002620         WHEN "03"
002630             MOVE 3 TO WS-PART-IDX
002640         WHEN "04"
002650             MOVE 4 TO WS-PART-IDX
002660         WHEN "05"
002670             MOVE 5 TO WS-PART-IDX
002680         WHEN OTHER
002690             MOVE 6 TO WS-PART-IDX
002700     END-EVALUATE
002710     ADD 1 TO WS-PART-COUNT (WS-PART-IDX)
002720     ADD WS-RECORD-HASH TO WS-PART-HASH (WS-PART-IDX)
002730     MOVE CITIZEN-RECORD TO WS-PART-IMAGE
002740     PERFORM 6100-WRITE-PARTITION THRU 6100-EXIT
002750     PERFORM 2100-READ-CITIZEN THRU 2100-EXIT.
002760 2000-EXIT.
002770     EXIT.
002780*
002790*Reads past HDR/TRL control records so the split loop only
002800*ever sees data records, exactly as DATAC's reader does:
002810*the header is validated and the trailer's figures saved
002820*as they go by, and every data record bumps the read count
002830*and the CITIZEN-ID hash for the balance at end of file.
002840 2100-READ-CITIZEN.
002850     READ CITIZEN-IN
002860         AT END SET WS-END-OF-FILE TO TRUE
002870     END-READ
002880     IF WS-END-OF-FILE
002890         GO TO 2100-EXIT
002900     END-IF
002910     IF FS-CITIZEN-IN NOT = "00"
002920         MOVE "CITIN   " TO WS-ABEND-FILE-NAME
002930         MOVE FS-CITIZEN-IN TO WS-ABEND-FILE-STATUS
002940         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002950     END-IF
002960     MOVE CITIZEN-RECORD TO CITIZEN-HEADER-RECORD
002970     MOVE CITIZEN-RECORD TO CITIZEN-TRAILER-RECORD
002980     EVALUATE TRUE
002990         WHEN HDR-IS-HEADER
003000             PERFORM 2110-PROCESS-HEADER THRU 2110-EXIT
003010             GO TO 2100-READ-CITIZEN
003020         WHEN TRL-IS-TRAILER
003030             PERFORM 2120-PROCESS-TRAILER THRU 2120-EXIT
003040             GO TO 2100-READ-CITIZEN
003050         WHEN OTHER
003060             ADD 1 TO WS-READ-COUNT
003070             PERFORM 2130-HASH-CITIZEN-ID THRU 2130-EXIT
003080     END-EVALUATE.
003090 2100-EXIT.
003100     EXIT.
003110*
003120*----------------------------------------------------------
003130*2110-PROCESS-HEADER
003140*The same header checks DATAC makes, so a stale or spliced
003150*cycle file stops here rather than in six partitions at
003160*once.  A feed that is already a partition is refused too
003170*- only a whole cycle file is split.
003180*----------------------------------------------------------
003190 2110-PROCESS-HEADER.
003200     IF WS-HDR-WAS-FOUND
003210         DISPLAY "DATASPLT: DUPLICATE HEADER RECORD ON CITIN"
003220         PERFORM 9910-ABEND-BALANCE-ERROR THRU 9910-EXIT
003230     END-IF
003240     IF HDR-BATCH-DATE NOT NUMERIC
003250         DISPLAY "DATASPLT: HEADER BATCH DATE NOT NUMERIC"
003260             " - OFFICE " HDR-SOURCE-OFFICE
003270         PERFORM 9910-ABEND-BALANCE-ERROR THRU 9910-EXIT
003280     ELSE
003290         IF HDR-BATCH-DATE NOT = WS-RUN-DATE
003300             DISPLAY "DATASPLT: HEADER BATCH DATE "
003310                 HDR-BATCH-DATE
003320                 " DOES NOT MATCH RUN DATE " WS-RUN-DATE
003330                 " - OFFICE " HDR-SOURCE-OFFICE
003340             PERFORM 9910-ABEND-BALANCE-ERROR THRU 9910-EXIT
003350         END-IF
003360     END-IF
003370     IF HDR-PARTITION-ID NOT = SPACES
003380         DISPLAY "DATASPLT: CITIN IS ALREADY PARTITION "
003390             HDR-PARTITION-ID
003400         PERFORM 9910-ABEND-BALANCE-ERROR THRU 9910-EXIT
003410     END-IF
003420     SET WS-HDR-WAS-FOUND TO TRUE.
003430 2110-EXIT.
003440     EXIT.
003450*
003460 2120-PROCESS-TRAILER.
003470     IF WS-TRL-WAS-FOUND
003480         DISPLAY "DATASPLT: DUPLICATE TRAILER RECORD ON CITIN"
003490         PERFORM 9910-ABEND-BALANCE-ERROR THRU 9910-EXIT
003500     END-IF
003510     IF TRL-RECORD-COUNT NOT NUMERIC
003520         OR TRL-ID-HASH-TOTAL NOT NUMERIC
003530         DISPLAY "DATASPLT: TRAILER CONTROL FIGURES NOT NUMERIC"
003540         PERFORM 9910-ABEND-BALANCE-ERROR THRU 9910-EXIT
003550     END-IF
003560     MOVE TRL-RECORD-COUNT TO WS-TRL-COUNT-SAVE
003570     MOVE TRL-ID-HASH-TOTAL TO WS-TRL-HASH-SAVE
003580     SET WS-TRL-WAS-FOUND TO TRUE.
003590 2120-EXIT.
003600     EXIT.
003610*
003620*Accumulates the digit values (0-9) of every byte of the
003630*CITIZEN-ID into this record's hash, which goes into both
003640*the run total and the partition total.
003650 2130-HASH-CITIZEN-ID.
003660     MOVE ZERO TO WS-RECORD-HASH
003670     PERFORM 2140-HASH-ONE-BYTE THRU 2140-EXIT
003680         VARYING WS-HASH-IDX FROM 1 BY 1
003690         UNTIL WS-HASH-IDX > 9
003700     ADD WS-RECORD-HASH TO WS-ID-HASH-TOTAL.
003710 2130-EXIT.
003720     EXIT.
003730*
003740 2140-HASH-ONE-BYTE.
003750     MOVE CITIZEN-ID (WS-HASH-IDX:1) TO WS-HASH-DIGIT-X
003760     IF WS-HASH-DIGIT-X IS NUMERIC
003770         ADD WS-HASH-DIGIT-9 TO WS-RECORD-HASH
003780     END-IF.
003790 2140-EXIT.
003800     EXIT.
003810*
003820*----------------------------------------------------------
003830*6100-WRITE-PARTITION
003840*Writes WS-PART-IMAGE to the feed WS-PART-IDX names.  Every
003850*header, data record and trailer goes out through here, so
003860*one status check covers them all.
003870*----------------------------------------------------------
003880 6100-WRITE-PARTITION.
003890     EVALUATE WS-PART-IDX
003900         WHEN 1
003910             WRITE PART01-RECORD FROM WS-PART-IMAGE
003920             MOVE FS-PART01 TO WS-ABEND-FILE-STATUS
003930         WHEN 2
003940             WRITE PART02-RECORD FROM WS-PART-IMAGE
003950             MOVE FS-PART02 TO WS-ABEND-FILE-STATUS
003960         WHEN 3
003970             WRITE PART03-RECORD FROM WS-PART-IMAGE
003980             MOVE FS-PART03 TO WS-ABEND-FILE-STATUS
003990         WHEN 4
004000             WRITE PART04-RECORD FROM WS-PART-IMAGE
004010             MOVE FS-PART04 TO WS-ABEND-FILE-STATUS
004020         WHEN 5
004030             WRITE PART05-RECORD FROM WS-PART-IMAGE
004040             MOVE FS-PART05 TO WS-ABEND-FILE-STATUS
004050         WHEN OTHER
004060             WRITE PARTXX-RECORD FROM WS-PART-IMAGE
004070             MOVE FS-PARTXX TO WS-ABEND-FILE-STATUS
004080     END-EVALUATE
004090     IF WS-ABEND-FILE-STATUS NOT = "00"
004100         MOVE SPACES TO WS-ABEND-FILE-NAME
004110         STRING "PART" WS-PART-ID (WS-PART-IDX)
004120             DELIMITED BY SIZE INTO WS-ABEND-FILE-NAME
004130         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004140     END-IF.
004150 6100-EXIT.
004160     EXIT.
004170*
004180*----------------------------------------------------------
004190*6200-WRITE-PART-HEADER / 6300-WRITE-PART-TRAILER
004200*Frame each feed with the control records DATAC balances
004210*against.  The header carries today's date (DATAC still
004220*checks it against its own run date), the partition, which
004230*DATAC checks against its PARM, and the cycle number, which
004240*DATAC hands on to DATAMRGE in its partition result.
004250*----------------------------------------------------------
004260 6200-WRITE-PART-HEADER.
004270     MOVE SPACES TO CITIZEN-HEADER-RECORD
004280     MOVE "HDR" TO HDR-RECORD-TYPE
004290     MOVE WS-PART-ID (WS-PART-IDX) TO HDR-PARTITION-ID
004300     MOVE WS-RUN-DATE TO HDR-BATCH-DATE
004310     MOVE "DATASPLT" TO HDR-SOURCE-OFFICE
004320     MOVE "000" TO HDR-SORT-AGE
004330     MOVE WS-CYCLE-NUMBER TO HDR-CYCLE-NUMBER
004340     MOVE "00" TO HDR-SORT-DISTRICT
004350     MOVE CITIZEN-HEADER-RECORD TO WS-PART-IMAGE
004360     PERFORM 6100-WRITE-PARTITION THRU 6100-EXIT.
004370 6200-EXIT.
004380     EXIT.
004390*
004400 6300-WRITE-PART-TRAILER.
004410     MOVE SPACES TO CITIZEN-TRAILER-RECORD
004420     MOVE "TRL" TO TRL-RECORD-TYPE
004430     MOVE WS-PART-COUNT (WS-PART-IDX) TO TRL-RECORD-COUNT
004440     MOVE WS-PART-HASH (WS-PART-IDX) TO TRL-ID-HASH-TOTAL
004450     MOVE "999" TO TRL-SORT-AGE
004460     MOVE "99" TO TRL-SORT-DISTRICT
004470     MOVE CITIZEN-TRAILER-RECORD TO WS-PART-IMAGE
004480     PERFORM 6100-WRITE-PARTITION THRU 6100-EXIT.
004490 6300-EXIT.
004500     EXIT.
004510*
004520*----------------------------------------------------------
004530*6400-WRITE-SPLIT-CONTROL
004540*One S record per partition with the figures its feed's
004550*trailer carries.  The T record follows from 8000.
004560*----------------------------------------------------------
004570 6400-WRITE-SPLIT-CONTROL.
004580     MOVE SPACES TO PART-CONTROL-RECORD
004590     SET PCT-SPLIT-PARTITION TO TRUE
004600     MOVE WS-PART-ID (WS-PART-IDX) TO PCT-PARTITION-ID
004610     MOVE WS-CYCLE-NUMBER TO PCT-CYCLE-NUMBER
004620     MOVE WS-RUN-DATE TO PCT-BATCH-DATE
004630     MOVE WS-PART-COUNT (WS-PART-IDX) TO PCT-RECORD-COUNT
004640     MOVE WS-PART-HASH (WS-PART-IDX) TO PCT-ID-HASH-TOTAL
004650     PERFORM 6410-WRITE-CONTROL-RECORD THRU 6410-EXIT
004660     DISPLAY "DATASPLT: PARTITION " WS-PART-ID (WS-PART-IDX)
004670         " - " WS-PART-COUNT (WS-PART-IDX) " RECS, ID HASH "
004680         WS-PART-HASH (WS-PART-IDX).
004690 6400-EXIT.
004700     EXIT.
004710*
004720 6410-WRITE-CONTROL-RECORD.
004730     WRITE PART-CONTROL-RECORD
004740     IF FS-SPLIT-CONTROL NOT = "00"
004750         MOVE "SPLTCTL " TO WS-ABEND-FILE-NAME
004760         MOVE FS-SPLIT-CONTROL TO WS-ABEND-FILE-STATUS
004770         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004780     END-IF.
004790 6410-EXIT.
004800     EXIT.
004810*
004820*----------------------------------------------------------
004830*8000-FINALIZE
004840*The cycle file must balance before anything is handed on:
004850*an out-of-balance split abends with no feed trailers and
004860*an empty control file, so no partition can balance and
004870*DATAMRGE has nothing to prove.  A balanced split gets its
004880*trailers, then the S records and the original trailer's
004890*T record.
004900*----------------------------------------------------------
004910 8000-FINALIZE.
004920     CLOSE CITIZEN-IN
004930     PERFORM 8200-BALANCE-SPLIT THRU 8200-EXIT
004940     PERFORM 6300-WRITE-PART-TRAILER THRU 6300-EXIT
004950         VARYING WS-PART-IDX FROM 1 BY 1
004960         UNTIL WS-PART-IDX > 6
004970     PERFORM 6400-WRITE-SPLIT-CONTROL THRU 6400-EXIT
004980         VARYING WS-PART-IDX FROM 1 BY 1
004990         UNTIL WS-PART-IDX > 6
005000     MOVE SPACES TO PART-CONTROL-RECORD
005010     SET PCT-SPLIT-TOTAL TO TRUE
005020     MOVE "**" TO PCT-PARTITION-ID
005030     MOVE WS-CYCLE-NUMBER TO PCT-CYCLE-NUMBER
005040     MOVE WS-RUN-DATE TO PCT-BATCH-DATE
005050     MOVE WS-TRL-COUNT-SAVE TO PCT-RECORD-COUNT
005060     MOVE WS-TRL-HASH-SAVE TO PCT-ID-HASH-TOTAL
005070     PERFORM 6410-WRITE-CONTROL-RECORD THRU 6410-EXIT
005080     CLOSE PART01-OUT
005090     CLOSE PART02-OUT
005100     CLOSE PART03-OUT
005110     CLOSE PART04-OUT
005120     CLOSE PART05-OUT
005130     CLOSE PARTXX-OUT
005140     CLOSE SPLIT-CONTROL
005150     DISPLAY "DATASPLT: RUN COMPLETE - " WS-READ-COUNT
005160         " RECS SPLIT FOR CYCLE " WS-CYCLE-NUMBER.
005170 8000-EXIT.
005180     EXIT.
005190*
005200*----------------------------------------------------------
005210*8200-BALANCE-SPLIT
005220*  - a header and a trailer must both have arrived;
005230*  - trailer count = data records read;
005240*  - trailer hash  = CITIZEN-ID hash accumulated reading;
005250*  - the partition counts add back to the records read.
005260*Every failure is displayed before the one abend.
005270*----------------------------------------------------------
005280 8200-BALANCE-SPLIT.
005290     SET WS-SPLIT-IS-BALANCED TO TRUE
005300     IF NOT WS-HDR-WAS-FOUND
005310         DISPLAY "DATASPLT: NO HEADER RECORD ON CITIN"
005320         SET WS-SPLIT-NOT-BALANCED TO TRUE
005330     END-IF
005340     IF NOT WS-TRL-WAS-FOUND
005350         DISPLAY "DATASPLT: NO TRAILER RECORD ON CITIN"
005360         SET WS-SPLIT-NOT-BALANCED TO TRUE
005370     ELSE
005380         IF WS-TRL-COUNT-SAVE NOT = WS-READ-COUNT
005390             DISPLAY "DATASPLT: TRAILER COUNT " WS-TRL-COUNT-SAVE
005400                 " BUT " WS-READ-COUNT " RECORDS READ"
005410             SET WS-SPLIT-NOT-BALANCED TO TRUE
005420         END-IF
005430         IF WS-TRL-HASH-SAVE NOT = WS-ID-HASH-TOTAL
005440             DISPLAY "DATASPLT: TRAILER ID HASH "
005450                 WS-TRL-HASH-SAVE
005460                 " BUT " WS-ID-HASH-TOTAL " ACCUMULATED"
005470             SET WS-SPLIT-NOT-BALANCED TO TRUE
005480         END-IF
005490     END-IF
005500     MOVE ZERO TO WS-SPLIT-TOTAL
005510     PERFORM 8210-ADD-PART-COUNT THRU 8210-EXIT
005520         VARYING WS-PART-IDX FROM 1 BY 1
005530         UNTIL WS-PART-IDX > 6
005540     IF WS-SPLIT-TOTAL NOT = WS-READ-COUNT
005550         DISPLAY "DATASPLT: " WS-SPLIT-TOTAL
005560             " RECORDS SPLIT BUT " WS-READ-COUNT " READ"
005570         SET WS-SPLIT-NOT-BALANCED TO TRUE
005580     END-IF
005590     IF WS-SPLIT-NOT-BALANCED
005600         PERFORM 9910-ABEND-BALANCE-ERROR THRU 9910-EXIT
005610     END-IF.
005620 8200-EXIT.
005630     EXIT.
005640*
005650 8210-ADD-PART-COUNT.
005660     ADD WS-PART-COUNT (WS-PART-IDX) TO WS-SPLIT-TOTAL.
005670 8210-EXIT.
005680     EXIT.
005690*
005700*----------------------------------------------------------
005710*9900-ABEND-FILE-ERROR
005720*A bad FILE STATUS here means a partition would be short -
005730*stop, naming the file and status, with a non-zero return
005740*code for the JCL COND checks downstream to see.
005750*----------------------------------------------------------
005760 9900-ABEND-FILE-ERROR.
005770     DISPLAY "DATASPLT: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
005780         " - FILE STATUS " WS-ABEND-FILE-STATUS
005790     MOVE 16 TO RETURN-CODE
005800     STOP RUN.
005810 9900-EXIT.
005820     EXIT.
005830*
005840*----------------------------------------------------------
005850*9910-ABEND-BALANCE-ERROR
005860*The cycle file does not prove - stop before any partition
005870*feed is given a trailer.
005880*----------------------------------------------------------
005890 9910-ABEND-BALANCE-ERROR.
005900     DISPLAY "DATASPLT: CYCLE FILE OUT OF BALANCE"
005910         " - SEE MESSAGES ABOVE"
005920     MOVE 16 TO RETURN-CODE
005930     STOP RUN.
005940 9910-EXIT.
005950     EXIT.
