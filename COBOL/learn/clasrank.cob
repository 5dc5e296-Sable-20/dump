000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CLASRANK.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. September 18th 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*CLASRANK
000140*
000150*Class-rank report for the term TRMCLOSE just closed.  Reads
000160*the rank work file the TRMCLRUN sort step put in district,
000170*grade and descending cumulative GPA sequence, and prints a
000180*page per class - one district's one grade - ranking each
000190*citizen on cumulative GPA.  Citizens with the same
000200*cumulative GPA share a rank and the next rank skips, so the
000210*last rank in a class of thirty is never above thirty.
000220*Equal GPAs are listed by term GPA, then name.
000230*
000240*When a class is complete its ranks and size are written
000250*back to the term-history records TRMCLOSE froze, so the
000260*history carries the rank the citizen held at the close.
000270*
000280*The file is sequence-checked on district and grade: a
000290*class out of order means the sort step did not run, and a
000300*class split in two would be ranked twice, so the run
000310*stops.  RANK RECORDS READ must agree with TRMCLOSE's RANK
000320*RECORDS WRITTEN line.
000330*
000340*MODIFICATION HISTORY
000350*
000360*2026-09-18  SAB  Initial version.
000370*----------------------------------------------------------
000380*
000390 ENVIRONMENT DIVISION.
000400*
000410 CONFIGURATION SECTION.
000420*
000430 INPUT-OUTPUT SECTION.
000440*
000450 FILE-CONTROL.
000460*Rank work records in class and cumulative GPA sequence.
000470     SELECT RANK-IN
000480         ASSIGN TO RANKIN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS FS-RANK-IN.
000510*
000520*Keyed term history, updated with each citizen's rank.
000530     SELECT TERM-HISTORY
000540         ASSIGN TO TERMHIST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS RANDOM
000570         RECORD KEY IS TRH-KEY
000580         FILE STATUS IS FS-TERM-HISTORY.
000590*
000600*Class-rank report, a page per class.
000610     SELECT RANK-RPT
000620         ASSIGN TO RANKRPT
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS FS-RANK-RPT.
000650*
000660 DATA DIVISION.
000670*
000680 FILE SECTION.
000690*
000700 FD  RANK-IN.
000710     COPY TERM-RANK.
000720*
000730 FD  TERM-HISTORY.
000740     COPY TERM-HIST.
000750*
000760 FD  RANK-RPT.
000770 01  RANK-RPT-RECORD                   PIC X(80).
000780*
000790 WORKING-STORAGE SECTION.
000800*
000810 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
000820 01  WS-PAGE-NUM                        PIC 9(03) VALUE 1.
000830*
000840*District and grade of the class being ranked, and of the
000850*last record read for the sequence check.
000860 01  WS-CURR-CLASS.
000870     05  WS-CURR-DISTRICT              PIC X(02) VALUE SPACES.
000880     05  WS-CURR-GRADE                 PIC 9(02) VALUE ZERO.
000890 01  WS-PREV-CLASS                      PIC X(04)
000900     VALUE LOW-VALUES.
000910*
000920*Running rank within the class: position, the rank last
000930*given, and the cumulative GPA it was given for.
000940 01  WS-CLASS-POSITION                  PIC 9(05) VALUE ZERO.
000950 01  WS-CURR-RANK                       PIC 9(05) VALUE ZERO.
000960 01  WS-PREV-CUM-GPA                    PIC 9V99 VALUE ZERO.
000970*
000980*The class's citizens and ranks, held until the class is
000990*complete and its size known, then written back to history.
001000 01  WS-CLASS-TABLE.
001010     05  WS-CLASS-ENTRY OCCURS 5000 TIMES.
001020         10  WS-CLS-CITIZEN-ID         PIC X(09).
001030         10  WS-CLS-TERM-DATE          PIC 9(08).
001040         10  WS-CLS-RANK               PIC 9(05).
001050 01  WS-CLASS-IDX                       PIC 9(05) VALUE ZERO.
001060*
001070 01  WS-SWITCHES.
001080     05  WS-EOF-SW                     PIC X(01) VALUE "N".
001090         88  WS-END-OF-FILE                   VALUE "Y".
001100*
001110 01  WS-COUNTERS.
001120     05  WS-READ-COUNT                 PIC 9(07) VALUE ZERO.
001130     05  WS-CLASS-COUNT                PIC 9(07) VALUE ZERO.
001140     05  WS-STORED-COUNT               PIC 9(07) VALUE ZERO.
001150*
001160 01  WS-FILE-STATUSES.
001170     05  FS-RANK-IN                    PIC XX VALUE "00".
001180     05  FS-TERM-HISTORY               PIC XX VALUE "00".
001190     05  FS-RANK-RPT                   PIC XX VALUE "00".
001200*
001210*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
001220*abend paragraph can name which file and status code failed.
001230 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
001240 01  WS-ABEND-FILE-STATUS              PIC XX VALUE SPACES.
001250*
001260*Report line images, moved to RANK-RPT-RECORD before each
001270*WRITE.
001280 01  WS-RPT-HEADING.
001290     05  FILLER PIC X(30) VALUE "CLASS RANK REPORT             ".
001300     05  FILLER PIC X(04) VALUE "RUN ".
001310     05  WS-RPT-RUN-DATE PIC 9(08).
001320     05  FILLER PIC X(07) VALUE "  PAGE ".
001330     05  WS-RPT-PAGE PIC ZZ9.
001340     05  FILLER PIC X(28) VALUE SPACES.
001350 01  WS-RPT-CLASS-LINE.
001360     05  FILLER PIC X(09) VALUE "DISTRICT ".
001370     05  WS-RPT-CLASS-DIST PIC X(02).
001380     05  FILLER PIC X(08) VALUE "  GRADE ".
001390     05  WS-RPT-CLASS-GRADE PIC Z9.
001400     05  FILLER PIC X(13) VALUE "  TERM CLOSE ".
001410     05  WS-RPT-CLASS-TERM PIC 9(08).
001420     05  FILLER PIC X(38) VALUE SPACES.
001430 01  WS-RPT-COL-HEADING.
001440     05  FILLER PIC X(07) VALUE " RANK  ".
001450     05  FILLER PIC X(11) VALUE "CITIZEN    ".
001460     05  FILLER PIC X(21) VALUE "NAME                 ".
001470     05  FILLER PIC X(09) VALUE "TERM GPA ".
001480     05  FILLER PIC X(09) VALUE " CUM GPA ".
001490     05  FILLER PIC X(07) VALUE "TERMS  ".
001500     05  FILLER PIC X(05) VALUE "HONOR".
001510     05  FILLER PIC X(11) VALUE SPACES.
001520 01  WS-RPT-DETAIL.
001530     05  WS-RPT-DET-RANK PIC ZZZZ9.
001540     05  FILLER PIC X(02) VALUE SPACES.
001550     05  WS-RPT-DET-ID PIC X(09).
001560     05  FILLER PIC X(02) VALUE SPACES.
001570     05  WS-RPT-DET-NAME PIC X(20).
001580     05  FILLER PIC X(02) VALUE SPACES.
001590     05  WS-RPT-DET-TERM-GPA PIC 9.99.
001600     05  FILLER PIC X(06) VALUE SPACES.
001610     05  WS-RPT-DET-CUM-GPA PIC 9.99.
001620     05  FILLER PIC X(03) VALUE SPACES.
001630     05  WS-RPT-DET-TERMS PIC ZZ9.
001640     05  FILLER PIC X(06) VALUE SPACES.
001650     05  WS-RPT-DET-HONOR PIC X(01).
001660     05  FILLER PIC X(13) VALUE SPACES.
001670 01  WS-RPT-SIZE-LINE.
001680     05  FILLER PIC X(11) VALUE "CLASS SIZE ".
001690     05  WS-RPT-CLASS-SIZE PIC ZZ,ZZ9.
001700     05  FILLER PIC X(63) VALUE SPACES.
001710 01  WS-RPT-COUNT-LINE.
001720     05  WS-RPT-COUNT-LABEL PIC X(24).
001730     05  FILLER PIC X(01) VALUE SPACE.
001740     05  WS-RPT-COUNT-VALUE PIC ZZZ,ZZ9.
001750     05  FILLER PIC X(48) VALUE SPACES.
001760 01  WS-RPT-BLANK-LINE.
001770     05  FILLER PIC X(80) VALUE SPACES.
001780*
001790 PROCEDURE DIVISION.
001800*
001810*----------------------------------------------------------
001820*0000-MAINLINE
001830*----------------------------------------------------------
001840 0000-MAINLINE.
001850     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001860     PERFORM 2000-RANK-CITIZEN THRU 2000-EXIT
001870         UNTIL WS-END-OF-FILE
001880     PERFORM 8000-FINALIZE THRU 8000-EXIT
001890     STOP RUN.
001900*
001910*----------------------------------------------------------
001920*1000-INITIALIZE
001930*The first record read opens the first class.
001940*----------------------------------------------------------
001950 1000-INITIALIZE.
001960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001970     OPEN INPUT RANK-IN
001980     IF FS-RANK-IN NOT = "00"
001990         MOVE "RANKIN  " TO WS-ABEND-FILE-NAME
002000         MOVE FS-RANK-IN TO WS-ABEND-FILE-STATUS
002010         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002020     END-IF
002030     OPEN I-O TERM-HISTORY
002040     IF FS-TERM-HISTORY NOT = "00"
002050         MOVE "TERMHIST" TO WS-ABEND-FILE-NAME
002060         MOVE FS-TERM-HISTORY TO WS-ABEND-FILE-STATUS
002070         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002080     END-IF
002090     OPEN OUTPUT RANK-RPT
002100     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
002110     PERFORM 2100-READ-RANK THRU 2100-EXIT
002120     IF NOT WS-END-OF-FILE
002130         PERFORM 3100-START-CLASS THRU 3100-EXIT
002140     END-IF.
002150 1000-EXIT.
002160     EXIT.
002170*
002180*----------------------------------------------------------
002190*2000-RANK-CITIZEN
002200*A change of district or grade closes the class just
002210*finished before this citizen opens the next one.  Within a
002220*class the rank is the citizen's position, unless the
002230*cumulative GPA equals the one before, which shares its
002240*rank.
002250*----------------------------------------------------------
002260 2000-RANK-CITIZEN.
002270     IF RNK-DISTRICT NOT = WS-CURR-DISTRICT
002280     OR RNK-GRADE NOT = WS-CURR-GRADE
002290         PERFORM 3000-CLASS-BREAK THRU 3000-EXIT
002300         PERFORM 3100-START-CLASS THRU 3100-EXIT
002310     END-IF
002320     IF WS-CLASS-POSITION NOT < 5000
002330         DISPLAY "CLASRANK: MORE THAN 5000 CITIZENS IN DISTRICT "
002340             RNK-DISTRICT " GRADE " RNK-GRADE
002350             " - ENLARGE WS-CLASS-TABLE"
002360         MOVE 16 TO RETURN-CODE
002370         STOP RUN
002380     END-IF
002390     ADD 1 TO WS-CLASS-POSITION
002400     IF WS-CLASS-POSITION = 1
002410     OR RNK-CUM-GPA NOT = WS-PREV-CUM-GPA
002420         MOVE WS-CLASS-POSITION TO WS-CURR-RANK
002430     END-IF
002440     MOVE RNK-CUM-GPA TO WS-PREV-CUM-GPA
002450     MOVE RNK-CITIZEN-ID TO WS-CLS-CITIZEN-ID (WS-CLASS-POSITION)
002460     MOVE RNK-TERM-DATE TO WS-CLS-TERM-DATE (WS-CLASS-POSITION)
002470     MOVE WS-CURR-RANK TO WS-CLS-RANK (WS-CLASS-POSITION)
002480     MOVE WS-CURR-RANK TO WS-RPT-DET-RANK
002490     MOVE RNK-CITIZEN-ID TO WS-RPT-DET-ID
002500     MOVE RNK-CITIZEN-NAME TO WS-RPT-DET-NAME
002510     MOVE RNK-TERM-GPA TO WS-RPT-DET-TERM-GPA
002520     MOVE RNK-CUM-GPA TO WS-RPT-DET-CUM-GPA
002530     MOVE RNK-TERM-COUNT TO WS-RPT-DET-TERMS
002540     MOVE RNK-HONOR-ROLL-SW TO WS-RPT-DET-HONOR
002550     MOVE WS-RPT-DETAIL TO RANK-RPT-RECORD
002560     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002570     PERFORM 2100-READ-RANK THRU 2100-EXIT.
002580 2000-EXIT.
002590     EXIT.
002600*
002610*Reads the next rank record and holds it to class sequence
002620*against the one before.
002630 2100-READ-RANK.
002640     READ RANK-IN
002650         AT END SET WS-END-OF-FILE TO TRUE
002660     END-READ
002670     IF WS-END-OF-FILE
002680         GO TO 2100-EXIT
002690     END-IF
002700     IF FS-RANK-IN NOT = "00"
002710         MOVE "RANKIN  " TO WS-ABEND-FILE-NAME
002720         MOVE FS-RANK-IN TO WS-ABEND-FILE-STATUS
002730         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002740     END-IF
002750     IF TERM-RANK-RECORD (1:4) < WS-PREV-CLASS
002760         DISPLAY "CLASRANK: RANK FILE OUT OF CLASS SEQUENCE AT "
002770             RNK-CITIZEN-ID " - CLASS " TERM-RANK-RECORD (1:4)
002780             " AFTER " WS-PREV-CLASS
002790         MOVE 16 TO RETURN-CODE
002800         STOP RUN
002810     END-IF
002820     MOVE TERM-RANK-RECORD (1:4) TO WS-PREV-CLASS
002830     ADD 1 TO WS-READ-COUNT.
002840 2100-EXIT.
002850     EXIT.
002860*
002870*----------------------------------------------------------
002880*3000-CLASS-BREAK
002890*Print the class size under the finished class and store
002900*each citizen's rank and the class size on the term-history
002910*record the citizen's rank record came from.
002920*----------------------------------------------------------
002930 3000-CLASS-BREAK.
002940     MOVE WS-RPT-BLANK-LINE TO RANK-RPT-RECORD
002950     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002960     MOVE WS-CLASS-POSITION TO WS-RPT-CLASS-SIZE
002970     MOVE WS-RPT-SIZE-LINE TO RANK-RPT-RECORD
002980     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002990     MOVE WS-RPT-BLANK-LINE TO RANK-RPT-RECORD
003000     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003010     PERFORM 3200-STORE-RANK THRU 3200-EXIT
003020         VARYING WS-CLASS-IDX FROM 1 BY 1
003030         UNTIL WS-CLASS-IDX > WS-CLASS-POSITION
003040     ADD 1 TO WS-CLASS-COUNT.
003050 3000-EXIT.
003060     EXIT.
003070*
003080*----------------------------------------------------------
003090*3100-START-CLASS
003100*New page headed by the class's district and grade.
003110*----------------------------------------------------------
003120 3100-START-CLASS.
003130     MOVE RNK-DISTRICT TO WS-CURR-DISTRICT
003140     MOVE RNK-GRADE TO WS-CURR-GRADE
003150     MOVE ZERO TO WS-CLASS-POSITION
003160     MOVE ZERO TO WS-CURR-RANK
003170     MOVE WS-PAGE-NUM TO WS-RPT-PAGE
003180     ADD 1 TO WS-PAGE-NUM
003190     MOVE WS-RPT-HEADING TO RANK-RPT-RECORD
003200     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003210     MOVE RNK-DISTRICT TO WS-RPT-CLASS-DIST
003220     MOVE RNK-GRADE TO WS-RPT-CLASS-GRADE
003230     MOVE RNK-TERM-DATE TO WS-RPT-CLASS-TERM
003240     MOVE WS-RPT-CLASS-LINE TO RANK-RPT-RECORD
003250     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003260     MOVE WS-RPT-BLANK-LINE TO RANK-RPT-RECORD
003270     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003280     MOVE WS-RPT-COL-HEADING TO RANK-RPT-RECORD
003290     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
003300 3100-EXIT.
003310     EXIT.
003320*
003330*A record TRMCLOSE has just written is always there; one
003340*missing means TERMHIST is not the file the close ran
003350*against.
003360 3200-STORE-RANK.
003370     MOVE WS-CLS-CITIZEN-ID (WS-CLASS-IDX) TO TRH-CITIZEN-ID
003380     MOVE WS-CLS-TERM-DATE (WS-CLASS-IDX) TO TRH-TERM-DATE
003390     READ TERM-HISTORY
003400     IF FS-TERM-HISTORY NOT = "00"
003410         MOVE "TERMHIST" TO WS-ABEND-FILE-NAME
003420         MOVE FS-TERM-HISTORY TO WS-ABEND-FILE-STATUS
003430         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003440     END-IF
003450     MOVE WS-CLS-RANK (WS-CLASS-IDX) TO TRH-CLASS-RANK
003460     MOVE WS-CLASS-POSITION TO TRH-CLASS-SIZE
003470     REWRITE TERM-HISTORY-RECORD
003480     IF FS-TERM-HISTORY NOT = "00"
003490         MOVE "TERMHIST" TO WS-ABEND-FILE-NAME
003500         MOVE FS-TERM-HISTORY TO WS-ABEND-FILE-STATUS
003510         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003520     END-IF
003530     ADD 1 TO WS-STORED-COUNT.
003540 3200-EXIT.
003550     EXIT.
003560*
003570*Shared by every WRITE RANK-RPT-RECORD so a dataset problem
003580*on the report is caught and stops the run.
003590 7100-WRITE-RPT-LINE.
003600     WRITE RANK-RPT-RECORD
003610     IF FS-RANK-RPT NOT = "00"
003620         MOVE "RANKRPT " TO WS-ABEND-FILE-NAME
003630         MOVE FS-RANK-RPT TO WS-ABEND-FILE-STATUS
003640         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003650     END-IF.
003660 7100-EXIT.
003670     EXIT.
003680*
003690*----------------------------------------------------------
003700*8000-FINALIZE
003710*The last class has no break behind it - close it here,
003720*then the run totals on a page of their own.
003730*----------------------------------------------------------
003740 8000-FINALIZE.
003750     IF WS-CLASS-POSITION > ZERO
003760         PERFORM 3000-CLASS-BREAK THRU 3000-EXIT
003770     END-IF
003780     MOVE WS-PAGE-NUM TO WS-RPT-PAGE
003790     MOVE WS-RPT-HEADING TO RANK-RPT-RECORD
003800     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003810     MOVE WS-RPT-BLANK-LINE TO RANK-RPT-RECORD
003820     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003830     MOVE "RANK RECORDS READ      =" TO WS-RPT-COUNT-LABEL
003840     MOVE WS-READ-COUNT TO WS-RPT-COUNT-VALUE
003850     MOVE WS-RPT-COUNT-LINE TO RANK-RPT-RECORD
003860     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003870     MOVE "CLASSES RANKED         =" TO WS-RPT-COUNT-LABEL
003880     MOVE WS-CLASS-COUNT TO WS-RPT-COUNT-VALUE
003890     MOVE WS-RPT-COUNT-LINE TO RANK-RPT-RECORD
003900     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003910     MOVE "RANKS STORED           =" TO WS-RPT-COUNT-LABEL
003920     MOVE WS-STORED-COUNT TO WS-RPT-COUNT-VALUE
003930     MOVE WS-RPT-COUNT-LINE TO RANK-RPT-RECORD
003940     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003950     CLOSE RANK-IN
003960     CLOSE TERM-HISTORY
003970     CLOSE RANK-RPT
003980     DISPLAY "CLASRANK: RUN COMPLETE - " WS-READ-COUNT
003990         " CITIZENS IN " WS-CLASS-COUNT " CLASSES".
004000 8000-EXIT.
004010     EXIT.
004020*
004030*----------------------------------------------------------
004040*9900-ABEND-FILE-ERROR
004050*----------------------------------------------------------
004060 9900-ABEND-FILE-ERROR.
004070     DISPLAY "CLASRANK: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
004080         " - FILE STATUS " WS-ABEND-FILE-STATUS
004090     MOVE 16 TO RETURN-CODE
004100     STOP RUN.
004110 9900-EXIT.
004120     EXIT.
