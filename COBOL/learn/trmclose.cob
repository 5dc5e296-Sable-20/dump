000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. TRMCLOSE.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. September 18th 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*TRMCLOSE
000140*
000150*School term close.  CITPOST overwrites the GPA, grade and
000160*honor flag on the master with every decision, so a term's
000170*results are gone once the next term's scores are posted.
000180*At the end of each term this sweep freezes, for every
000190*active citizen placed in a grade, the subject letters and
000200*the posted GPA, grade and honor flag into the keyed term-
000210*history file under the term close date from the TERMPARM
000220*card, and rolls the cumulative GPA forward from the
000230*citizen's previous closed term.  Each frozen term also
000240*goes to the rank work file for the CLASRANK class-rank
000250*report.
000260*
000270*Only a posted decision is frozen: a citizen never decided,
000280*or changed by CITMAINT since the last CITPOST (the same
000290*test CITRECON makes), would freeze letters that do not
000300*match the GPA, so they are listed on the close report for
000310*the registrar instead.
000320*
000330*A rerun for the same term date refreezes the term in
000340*place from the same previous term, so it can be run again
000350*after late postings without counting a term twice.  A
000360*term date earlier than a term already closed for the
000370*citizen is refused - the cumulative GPA only rolls
000380*forward.
000390*
000400*MODIFICATION HISTORY
000410*
000420*2026-09-18  SAB  Initial version.
000430*----------------------------------------------------------
000440*
000450 ENVIRONMENT DIVISION.
000460*
000470 CONFIGURATION SECTION.
000480*
000490 INPUT-OUTPUT SECTION.
000500*
000510 FILE-CONTROL.
000520*Keyed citizen master, read front to back.
000530     SELECT CITIZEN-MASTER
000540         ASSIGN TO CITMAST
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS SEQUENTIAL
000570         RECORD KEY IS MST-CITIZEN-ID
000580         FILE STATUS IS FS-CITIZEN-MASTER.
000590*
000600*The term close card - which term is being closed.
000610     SELECT TERM-PARM-FILE
000620         ASSIGN TO TERMPARM
000630         ORGANIZATION IS SEQUENTIAL
000640         FILE STATUS IS FS-TERM-PARM.
000650*
000660*Keyed term history, positioned on each citizen's terms to
000670*find the previous one, then written or rewritten.
000680     SELECT TERM-HISTORY
000690         ASSIGN TO TERMHIST
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS TRH-KEY
000730         FILE STATUS IS FS-TERM-HISTORY.
000740*
000750*Rank work records, fed to the TRMCLRUN sort step.
000760     SELECT RANK-OUT
000770         ASSIGN TO RANKWORK
000780         ORGANIZATION IS SEQUENTIAL
000790         FILE STATUS IS FS-RANK-OUT.
000800*
000810*Close report - citizens not frozen, and the run totals.
000820     SELECT TERM-RPT
000830         ASSIGN TO TERMRPT
000840         ORGANIZATION IS SEQUENTIAL
000850         FILE STATUS IS FS-TERM-RPT.
000860*
000870 DATA DIVISION.
000880*
000890 FILE SECTION.
000900*
000910 FD  CITIZEN-MASTER.
000920     COPY CITIZEN-MST.
000930*
000940 FD  TERM-PARM-FILE.
000950*The run-control card layout - keyword, a space, then the
000960*value - with the value widened to an eight-digit date.
000970 01  TERM-PARM-CARD.
000980     05  PRM-KEYWORD                   PIC X(14).
000990     05  FILLER                        PIC X(01).
001000     05  PRM-DATE-VALUE                PIC X(08).
001010     05  PRM-DATE-NUM REDEFINES PRM-DATE-VALUE PIC 9(08).
001020     05  FILLER                        PIC X(57).
001030*
001040 FD  TERM-HISTORY.
001050     COPY TERM-HIST.
001060*
001070 FD  RANK-OUT.
001080     COPY TERM-RANK.
001090*
001100 FD  TERM-RPT.
001110 01  TERM-RPT-RECORD                   PIC X(80).
001120*
001130 WORKING-STORAGE SECTION.
001140*
001150 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
001160*
001170*The term being closed, off the TERM-CLOSE card.
001180 01  WS-TERM-DATE                       PIC 9(08) VALUE ZERO.
001190 01  WS-TERM-DATE-PARTS REDEFINES WS-TERM-DATE.
001200     05  WS-TERM-YEAR                  PIC 9(04).
001210     05  WS-TERM-MONTH                 PIC 9(02).
001220     05  WS-TERM-DAY                   PIC 9(02).
001230*
001240*The citizen's previous closed term, found by browsing the
001250*citizen's keys, and whether this term is already closed.
001260 01  WS-PRIOR-TERM.
001270     05  WS-PRIOR-TERM-COUNT           PIC 9(03) VALUE ZERO.
001280     05  WS-PRIOR-CUM-POINTS           PIC 9(04)V99 VALUE ZERO.
001290 01  WS-NEW-TERM-COUNT                  PIC 9(03) VALUE ZERO.
001300*
001310 01  WS-SWITCHES.
001320     05  WS-MST-EOF-SW                 PIC X(01) VALUE "N".
001330         88  WS-END-OF-MASTER                 VALUE "Y".
001340     05  WS-PARM-EOF-SW                PIC X(01) VALUE "N".
001350         88  WS-END-OF-PARMS                  VALUE "Y".
001360     05  WS-PARM-TERM-FOUND-SW         PIC X(01) VALUE "N".
001370         88  WS-PARM-TERM-FOUND               VALUE "Y".
001380     05  WS-TRH-EOF-SW                 PIC X(01) VALUE "N".
001390         88  WS-END-OF-TERMS                  VALUE "Y".
001400     05  WS-TERM-ON-FILE-SW            PIC X(01) VALUE "N".
001410         88  WS-TERM-ON-FILE                  VALUE "Y".
001420     05  WS-LATER-TERM-SW              PIC X(01) VALUE "N".
001430         88  WS-LATER-TERM-FOUND              VALUE "Y".
001440*
001450 01  WS-COUNTERS.
001460     05  WS-MASTER-COUNT               PIC 9(07) VALUE ZERO.
001470     05  WS-INACTIVE-COUNT             PIC 9(07) VALUE ZERO.
001480     05  WS-NO-GRADE-COUNT             PIC 9(07) VALUE ZERO.
001490     05  WS-UNDECIDED-COUNT            PIC 9(07) VALUE ZERO.
001500     05  WS-UNPOSTED-COUNT             PIC 9(07) VALUE ZERO.
001510     05  WS-LATER-TERM-COUNT           PIC 9(07) VALUE ZERO.
001520     05  WS-FROZEN-COUNT               PIC 9(07) VALUE ZERO.
001530     05  WS-REFROZEN-COUNT             PIC 9(07) VALUE ZERO.
001540     05  WS-RANK-COUNT                 PIC 9(07) VALUE ZERO.
001550*
001560 01  WS-FILE-STATUSES.
001570     05  FS-CITIZEN-MASTER             PIC XX VALUE "00".
001580     05  FS-TERM-PARM                  PIC XX VALUE "00".
001590     05  FS-TERM-HISTORY               PIC XX VALUE "00".
001600     05  FS-RANK-OUT                   PIC XX VALUE "00".
001610     05  FS-TERM-RPT                   PIC XX VALUE "00".
001620*
001630*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
001640*abend paragraph can name which file and status code failed.
001650 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
001660 01  WS-ABEND-FILE-STATUS              PIC XX VALUE SPACES.
001670*
001680*Report line images, moved to TERM-RPT-RECORD before each
001690*WRITE.
001700 01  WS-RPT-HEADING.
001710     05  FILLER PIC X(30) VALUE "SCHOOL TERM CLOSE             ".
001720     05  FILLER PIC X(04) VALUE "RUN ".
001730     05  WS-RPT-RUN-DATE PIC 9(08).
001740     05  FILLER PIC X(38) VALUE SPACES.
001750 01  WS-RPT-TERM-LINE.
001760     05  FILLER PIC X(30) VALUE "TERM CLOSE DATE               ".
001770     05  WS-RPT-TERM-DATE PIC 9(08).
001780     05  FILLER PIC X(42) VALUE SPACES.
001790 01  WS-RPT-COL-HEADING.
001800     05  FILLER PIC X(11) VALUE "CITIZEN    ".
001810     05  FILLER PIC X(21) VALUE "NAME                 ".
001820     05  FILLER PIC X(06) VALUE "DIST  ".
001830     05  FILLER PIC X(24) VALUE "NOT FROZEN              ".
001840     05  FILLER PIC X(18) VALUE SPACES.
001850 01  WS-RPT-SKIP-LINE.
001860     05  WS-RPT-SKIP-ID PIC X(09).
001870     05  FILLER PIC X(02) VALUE SPACES.
001880     05  WS-RPT-SKIP-NAME PIC X(20).
001890     05  FILLER PIC X(01) VALUE SPACE.
001900     05  WS-RPT-SKIP-DIST PIC X(02).
001910     05  FILLER PIC X(04) VALUE SPACES.
001920     05  WS-RPT-SKIP-REASON PIC X(24).
001930     05  FILLER PIC X(18) VALUE SPACES.
001940 01  WS-RPT-COUNT-LINE.
001950     05  WS-RPT-COUNT-LABEL PIC X(24).
001960     05  FILLER PIC X(01) VALUE SPACE.
001970     05  WS-RPT-COUNT-VALUE PIC ZZZ,ZZ9.
001980     05  FILLER PIC X(48) VALUE SPACES.
001990 01  WS-RPT-BLANK-LINE.
002000     05  FILLER PIC X(80) VALUE SPACES.
002010*
002020 PROCEDURE DIVISION.
002030*
002040*----------------------------------------------------------
002050*0000-MAINLINE
002060*Load the term date, sweep the master freezing each placed
002070*citizen's term, print the totals, and close down.
002080*----------------------------------------------------------
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002110     PERFORM 2000-CLOSE-CITIZEN THRU 2000-EXIT
002120         UNTIL WS-END-OF-MASTER
002130     PERFORM 8000-FINALIZE THRU 8000-EXIT
002140     STOP RUN.
002150*
002160*----------------------------------------------------------
002170*1000-INITIALIZE
002180*----------------------------------------------------------
002190 1000-INITIALIZE.
002200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002210     PERFORM 1200-LOAD-TERM-DATE THRU 1200-EXIT
002220     OPEN INPUT CITIZEN-MASTER
002230     IF FS-CITIZEN-MASTER NOT = "00"
002240         MOVE "CITMAST " TO WS-ABEND-FILE-NAME
002250         MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
002260         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002270     END-IF
002280     OPEN I-O TERM-HISTORY
002290     IF FS-TERM-HISTORY NOT = "00"
002300         MOVE "TERMHIST" TO WS-ABEND-FILE-NAME
002310         MOVE FS-TERM-HISTORY TO WS-ABEND-FILE-STATUS
002320         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002330     END-IF
002340     OPEN OUTPUT RANK-OUT
002350     IF FS-RANK-OUT NOT = "00"
002360         MOVE "RANKWORK" TO WS-ABEND-FILE-NAME
002370         MOVE FS-RANK-OUT TO WS-ABEND-FILE-STATUS
002380         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002390     END-IF
002400     OPEN OUTPUT TERM-RPT
002410     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
002420     MOVE WS-RPT-HEADING TO TERM-RPT-RECORD
002430     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002440     MOVE WS-TERM-DATE TO WS-RPT-TERM-DATE
002450     MOVE WS-RPT-TERM-LINE TO TERM-RPT-RECORD
002460     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002470     MOVE WS-RPT-BLANK-LINE TO TERM-RPT-RECORD
002480     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002490     MOVE WS-RPT-COL-HEADING TO TERM-RPT-RECORD
002500     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002510     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002520 1000-EXIT.
002530     EXIT.
002540*
002550*----------------------------------------------------------
002560*1200-LOAD-TERM-DATE
002570*The TERM-CLOSE card names the term: its close date, which
002580*keys every record this run writes.  A missing, duplicate
002590*or impossible date, or one still in the future, stops the
002600*run before anything is frozen under the wrong term.
002610*----------------------------------------------------------
002620 1200-LOAD-TERM-DATE.
002630     OPEN INPUT TERM-PARM-FILE
002640     IF FS-TERM-PARM NOT = "00"
002650         MOVE "TERMPARM" TO WS-ABEND-FILE-NAME
002660         MOVE FS-TERM-PARM TO WS-ABEND-FILE-STATUS
002670         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002680     END-IF
002690     PERFORM 1210-READ-PARM-CARD THRU 1210-EXIT
002700         UNTIL WS-END-OF-PARMS
002710     CLOSE TERM-PARM-FILE
002720     IF NOT WS-PARM-TERM-FOUND
002730         DISPLAY "TRMCLOSE: PARM TERM-CLOSE MISSING"
002740         MOVE 16 TO RETURN-CODE
002750         STOP RUN
002760     END-IF
002770     IF WS-TERM-MONTH < 1 OR WS-TERM-MONTH > 12
002780     OR WS-TERM-DAY < 1 OR WS-TERM-DAY > 31
002790         DISPLAY "TRMCLOSE: TERM-CLOSE NOT A DATE - "
002800             WS-TERM-DATE
002810         MOVE 16 TO RETURN-CODE
002820         STOP RUN
002830     END-IF
002840     IF WS-TERM-DATE > WS-RUN-DATE
002850         DISPLAY "TRMCLOSE: TERM-CLOSE IN THE FUTURE - "
002860             WS-TERM-DATE
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900 1200-EXIT.
002910     EXIT.
002920*
002930 1210-READ-PARM-CARD.
002940     READ TERM-PARM-FILE
002950         AT END SET WS-END-OF-PARMS TO TRUE
002960         NOT AT END
002970             IF PRM-KEYWORD = "TERM-CLOSE"
002980                 IF WS-PARM-TERM-FOUND
002990                     DISPLAY "TRMCLOSE: DUPLICATE PARM "
003000                         "TERM-CLOSE"
003010                     MOVE 16 TO RETURN-CODE
003020                     STOP RUN
003030                 END-IF
003040                 IF PRM-DATE-VALUE IS NOT NUMERIC
003050                     DISPLAY "TRMCLOSE: TERM-CLOSE NOT "
003060                         "NUMERIC - " PRM-DATE-VALUE
003070                     MOVE 16 TO RETURN-CODE
003080                     STOP RUN
003090                 END-IF
003100                 SET WS-PARM-TERM-FOUND TO TRUE
003110                 MOVE PRM-DATE-NUM TO WS-TERM-DATE
003120             END-IF
003130     END-READ.
003140 1210-EXIT.
003150     EXIT.
003160*
003170*----------------------------------------------------------
003180*2000-CLOSE-CITIZEN
003190*Active and placed in a grade, with the posted decision
003200*current, or the citizen is passed over - the last three
003210*with a line on the report.
003220*----------------------------------------------------------
003230 2000-CLOSE-CITIZEN.
003240     ADD 1 TO WS-MASTER-COUNT
003250     IF NOT MST-STATUS-ACTIVE
003260         ADD 1 TO WS-INACTIVE-COUNT
003270         GO TO 2000-READ-NEXT
003280     END-IF
003290     IF MST-GRADE = ZERO
003300         ADD 1 TO WS-NO-GRADE-COUNT
003310         GO TO 2000-READ-NEXT
003320     END-IF
003330     IF MST-LAST-POST-DATE = ZERO
003340         ADD 1 TO WS-UNDECIDED-COUNT
003350         MOVE "NO DECISION POSTED" TO WS-RPT-SKIP-REASON
003360         PERFORM 7000-WRITE-SKIP THRU 7000-EXIT
003370         GO TO 2000-READ-NEXT
003380     END-IF
003390     IF MST-LAST-MAINT-DATE > MST-LAST-POST-DATE
003400         ADD 1 TO WS-UNPOSTED-COUNT
003410         MOVE "CHANGED SINCE LAST POST" TO WS-RPT-SKIP-REASON
003420         PERFORM 7000-WRITE-SKIP THRU 7000-EXIT
003430         GO TO 2000-READ-NEXT
003440     END-IF
003450     PERFORM 3000-FIND-PRIOR-TERM THRU 3000-EXIT
003460     IF WS-LATER-TERM-FOUND
003470         ADD 1 TO WS-LATER-TERM-COUNT
003480         MOVE "LATER TERM CLOSED" TO WS-RPT-SKIP-REASON
003490         PERFORM 7000-WRITE-SKIP THRU 7000-EXIT
003500         GO TO 2000-READ-NEXT
003510     END-IF
003520     PERFORM 4000-FREEZE-TERM THRU 4000-EXIT
003530     PERFORM 6000-WRITE-RANK THRU 6000-EXIT.
003540 2000-READ-NEXT.
003550     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003560 2000-EXIT.
003570     EXIT.
003580*
003590 2100-READ-MASTER.
003600     READ CITIZEN-MASTER
003610         AT END SET WS-END-OF-MASTER TO TRUE
003620     END-READ
003630     IF NOT WS-END-OF-MASTER
003640         IF FS-CITIZEN-MASTER NOT = "00"
003650             MOVE "CITMAST " TO WS-ABEND-FILE-NAME
003660             MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
003670             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003680         END-IF
003690     END-IF.
003700 2100-EXIT.
003710     EXIT.
003720*
003730*----------------------------------------------------------
003740*3000-FIND-PRIOR-TERM
003750*Position at the citizen's lowest possible key and read
003760*forward until the ID changes.  The last term closed before
003770*this one carries the running totals; this term already on
003780*file means a rerun; a later term means the close is out of
003790*order for this citizen.
003800*----------------------------------------------------------
003810 3000-FIND-PRIOR-TERM.
003820     MOVE ZERO TO WS-PRIOR-TERM-COUNT
003830     MOVE ZERO TO WS-PRIOR-CUM-POINTS
003840     MOVE "N" TO WS-TERM-ON-FILE-SW
003850     MOVE "N" TO WS-LATER-TERM-SW
003860     MOVE "N" TO WS-TRH-EOF-SW
003870     MOVE MST-CITIZEN-ID TO TRH-CITIZEN-ID
003880     MOVE ZEROS TO TRH-TERM-DATE
003890     START TERM-HISTORY KEY NOT < TRH-KEY
003900     EVALUATE FS-TERM-HISTORY
003910         WHEN "00"
003920             CONTINUE
003930         WHEN "23"
003940             SET WS-END-OF-TERMS TO TRUE
003950         WHEN OTHER
003960             MOVE "TERMHIST" TO WS-ABEND-FILE-NAME
003970             MOVE FS-TERM-HISTORY TO WS-ABEND-FILE-STATUS
003980             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003990     END-EVALUATE
004000     PERFORM 3100-READ-ONE-TERM THRU 3100-EXIT
004010         UNTIL WS-END-OF-TERMS.
004020 3000-EXIT.
004030     EXIT.
004040*
004050 3100-READ-ONE-TERM.
004060     READ TERM-HISTORY NEXT RECORD
004070         AT END
004080             SET WS-END-OF-TERMS TO TRUE
004090             GO TO 3100-EXIT
004100     END-READ
004110     IF FS-TERM-HISTORY NOT = "00"
004120         MOVE "TERMHIST" TO WS-ABEND-FILE-NAME
004130         MOVE FS-TERM-HISTORY TO WS-ABEND-FILE-STATUS
004140         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004150     END-IF
004160     IF TRH-CITIZEN-ID NOT = MST-CITIZEN-ID
004170         SET WS-END-OF-TERMS TO TRUE
004180         GO TO 3100-EXIT
004190     END-IF
004200     EVALUATE TRUE
004210         WHEN TRH-TERM-DATE < WS-TERM-DATE
004220             MOVE TRH-TERM-COUNT TO WS-PRIOR-TERM-COUNT
004230             MOVE TRH-CUM-POINTS TO WS-PRIOR-CUM-POINTS
004240         WHEN TRH-TERM-DATE = WS-TERM-DATE
004250             SET WS-TERM-ON-FILE TO TRUE
004260         WHEN OTHER
004270             SET WS-LATER-TERM-FOUND TO TRUE
004280             SET WS-END-OF-TERMS TO TRUE
004290     END-EVALUATE.
004300 3100-EXIT.
004310     EXIT.
004320*
004330*----------------------------------------------------------
004340*4000-FREEZE-TERM
004350*This term's results off the master, the running totals
004360*rolled forward one term, and the rank left at zero for
004370*CLASRANK to fill in.  A rerun rewrites the record in place.
004380*----------------------------------------------------------
004390 4000-FREEZE-TERM.
004400     MOVE MST-CITIZEN-ID TO TRH-CITIZEN-ID
004410     MOVE WS-TERM-DATE TO TRH-TERM-DATE
004420     MOVE MST-DISTRICT TO TRH-DISTRICT
004430     MOVE MST-GRADE TO TRH-GRADE
004440     MOVE MST-SUBJECT-SCORES TO TRH-SUBJECT-SCORES
004450     MOVE MST-GPA TO TRH-GPA
004460     MOVE MST-HONOR-ROLL-SW TO TRH-HONOR-ROLL-SW
004470     MOVE MST-LAST-POST-DATE TO TRH-POST-DATE
004480     COMPUTE WS-NEW-TERM-COUNT = WS-PRIOR-TERM-COUNT + 1
004490     MOVE WS-NEW-TERM-COUNT TO TRH-TERM-COUNT
004500     COMPUTE TRH-CUM-POINTS = WS-PRIOR-CUM-POINTS + MST-GPA
004510     COMPUTE TRH-CUM-GPA ROUNDED =
004520         TRH-CUM-POINTS / WS-NEW-TERM-COUNT
004530     MOVE ZERO TO TRH-CLASS-RANK
004540     MOVE ZERO TO TRH-CLASS-SIZE
004550     MOVE WS-RUN-DATE TO TRH-CLOSE-RUN-DATE
004560     IF WS-TERM-ON-FILE
004570         REWRITE TERM-HISTORY-RECORD
004580         ADD 1 TO WS-REFROZEN-COUNT
004590     ELSE
004600         WRITE TERM-HISTORY-RECORD
004610         ADD 1 TO WS-FROZEN-COUNT
004620     END-IF
004630     IF FS-TERM-HISTORY NOT = "00"
004640         MOVE "TERMHIST" TO WS-ABEND-FILE-NAME
004650         MOVE FS-TERM-HISTORY TO WS-ABEND-FILE-STATUS
004660         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004670     END-IF.
004680 4000-EXIT.
004690     EXIT.
004700*
004710*----------------------------------------------------------
004720*6000-WRITE-RANK
004730*One rank work record per frozen term, off the record just
004740*written.
004750*----------------------------------------------------------
004760 6000-WRITE-RANK.
004770     MOVE SPACES TO TERM-RANK-RECORD
004780     MOVE TRH-DISTRICT TO RNK-DISTRICT
004790     MOVE TRH-GRADE TO RNK-GRADE
004800     MOVE TRH-CUM-GPA TO RNK-CUM-GPA
004810     MOVE TRH-GPA TO RNK-TERM-GPA
004820     MOVE MST-CITIZEN-NAME TO RNK-CITIZEN-NAME
004830     MOVE TRH-CITIZEN-ID TO RNK-CITIZEN-ID
004840     MOVE TRH-TERM-DATE TO RNK-TERM-DATE
004850     MOVE TRH-TERM-COUNT TO RNK-TERM-COUNT
004860     MOVE TRH-HONOR-ROLL-SW TO RNK-HONOR-ROLL-SW
004870     WRITE TERM-RANK-RECORD
004880     IF FS-RANK-OUT NOT = "00"
004890         MOVE "RANKWORK" TO WS-ABEND-FILE-NAME
004900         MOVE FS-RANK-OUT TO WS-ABEND-FILE-STATUS
004910         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004920     END-IF
004930     ADD 1 TO WS-RANK-COUNT.
004940 6000-EXIT.
004950     EXIT.
004960*
004970*One line per citizen not frozen; the caller has moved the
004980*reason.
004990 7000-WRITE-SKIP.
005000     MOVE MST-CITIZEN-ID TO WS-RPT-SKIP-ID
005010     MOVE MST-CITIZEN-NAME TO WS-RPT-SKIP-NAME
005020     MOVE MST-DISTRICT TO WS-RPT-SKIP-DIST
005030     MOVE WS-RPT-SKIP-LINE TO TERM-RPT-RECORD
005040     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
005050 7000-EXIT.
005060     EXIT.
005070*
005080*Shared by every WRITE TERM-RPT-RECORD so a dataset problem
005090*on the report is caught and stops the run.
005100 7100-WRITE-RPT-LINE.
005110     WRITE TERM-RPT-RECORD
005120     IF FS-TERM-RPT NOT = "00"
005130         MOVE "TERMRPT " TO WS-ABEND-FILE-NAME
005140         MOVE FS-TERM-RPT TO WS-ABEND-FILE-STATUS
005150         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005160     END-IF.
005170 7100-EXIT.
005180     EXIT.
005190*
005200*----------------------------------------------------------
005210*8000-FINALIZE
005220*Terms frozen plus refrozen must equal rank records written
005230*- CLASRANK's RANK RECORDS READ line is checked against it.
005240*----------------------------------------------------------
005250 8000-FINALIZE.
005260     MOVE WS-RPT-BLANK-LINE TO TERM-RPT-RECORD
005270     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005280     MOVE "MASTER RECORDS         =" TO WS-RPT-COUNT-LABEL
005290     MOVE WS-MASTER-COUNT TO WS-RPT-COUNT-VALUE
005300     MOVE WS-RPT-COUNT-LINE TO TERM-RPT-RECORD
005310     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005320     MOVE "NOT ACTIVE             =" TO WS-RPT-COUNT-LABEL
005330     MOVE WS-INACTIVE-COUNT TO WS-RPT-COUNT-VALUE
005340     MOVE WS-RPT-COUNT-LINE TO TERM-RPT-RECORD
005350     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005360     MOVE "NOT PLACED IN A GRADE  =" TO WS-RPT-COUNT-LABEL
005370     MOVE WS-NO-GRADE-COUNT TO WS-RPT-COUNT-VALUE
005380     MOVE WS-RPT-COUNT-LINE TO TERM-RPT-RECORD
005390     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005400     MOVE "NO DECISION POSTED     =" TO WS-RPT-COUNT-LABEL
005410     MOVE WS-UNDECIDED-COUNT TO WS-RPT-COUNT-VALUE
005420     MOVE WS-RPT-COUNT-LINE TO TERM-RPT-RECORD
005430     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005440     MOVE "CHANGED SINCE POST     =" TO WS-RPT-COUNT-LABEL
005450     MOVE WS-UNPOSTED-COUNT TO WS-RPT-COUNT-VALUE
005460     MOVE WS-RPT-COUNT-LINE TO TERM-RPT-RECORD
005470     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005480     MOVE "LATER TERM CLOSED      =" TO WS-RPT-COUNT-LABEL
005490     MOVE WS-LATER-TERM-COUNT TO WS-RPT-COUNT-VALUE
005500     MOVE WS-RPT-COUNT-LINE TO TERM-RPT-RECORD
005510     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005520     MOVE "TERMS FROZEN           =" TO WS-RPT-COUNT-LABEL
005530     MOVE WS-FROZEN-COUNT TO WS-RPT-COUNT-VALUE
005540     MOVE WS-RPT-COUNT-LINE TO TERM-RPT-RECORD
005550     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005560     MOVE "TERMS REFROZEN (RERUN) =" TO WS-RPT-COUNT-LABEL
005570     MOVE WS-REFROZEN-COUNT TO WS-RPT-COUNT-VALUE
005580     MOVE WS-RPT-COUNT-LINE TO TERM-RPT-RECORD
005590     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005600     MOVE "RANK RECORDS WRITTEN   =" TO WS-RPT-COUNT-LABEL
005610     MOVE WS-RANK-COUNT TO WS-RPT-COUNT-VALUE
005620     MOVE WS-RPT-COUNT-LINE TO TERM-RPT-RECORD
005630     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005640     CLOSE CITIZEN-MASTER
005650     CLOSE TERM-HISTORY
005660     CLOSE RANK-OUT
005670     CLOSE TERM-RPT
005680     DISPLAY "TRMCLOSE: RUN COMPLETE - " WS-MASTER-COUNT
005690         " MASTER RECS, " WS-RANK-COUNT " TERMS CLOSED".
005700 8000-EXIT.
005710     EXIT.
005720*
005730*----------------------------------------------------------
005740*9900-ABEND-FILE-ERROR
005750*----------------------------------------------------------
005760 9900-ABEND-FILE-ERROR.
005770     DISPLAY "TRMCLOSE: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
005780         " - FILE STATUS " WS-ABEND-FILE-STATUS
005790     MOVE 16 TO RETURN-CODE
005800     STOP RUN.
005810 9900-EXIT.
005820     EXIT.
