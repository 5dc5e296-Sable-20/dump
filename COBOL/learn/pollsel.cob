000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. POLLSEL.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. October 2nd 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*POLLSEL
000140*
000150*Election-day poll book selection.  Sweeps the citizen
000160*master in ID order against the current voter extract
000170*(VOTEREXT, sorted on citizen ID by the job step ahead of
000180*this one) and writes the poll book work file POLLPRT
000190*prints from, one book per district:
000200*
000210*  - every active citizen whose age on the election date,
000220*    derived from the DOB by the shared CITEDIT edit, is
000230*    over the VOTING-AGE rule - the same test DATAC puts
000240*    a citizen on the extract by, moved to election day -
000250*    is a voter on the book.  A voter under voting age
000260*    today is marked a new voter: the extract cannot carry
000270*    them yet.  A voter of age today but missing from the
000280*    extract, or on it under another district, is marked
000290*    too, so the board sees why the book and the extract
000300*    differ;
000310*  - every extract voter who is not in their district's
000320*    book - deceased, moved out of county, under age by a
000330*    corrected DOB, now in another district, or gone from
000340*    the master - is written as a line for that district's
000350*    closing list;
000360*  - each district closes with a totals record:
000370*    extract - off the book + new + transferred in + not
000380*    extracted = voters on the book, which POLLPRT proves
000390*    against the lines it prints.
000400*
000410*The election date comes from the ELECTION-DATE card on
000420*ELECPARM and may not be in the past; VOTING-AGE and the
000430*MAX-AGE rule CITEDIT needs come from the shop PARMFILE
000440*deck.  A citizen whose record fails the edit cannot be
000450*aged, is kept off the book and listed on the selection
000460*report for the district office.
000470*
000480*Read-only against the master and the extract, so it stays
000490*outside the CYCGUARD chain and can be rerun at will - the
000500*book is only as current as the last posted cycle and the
000510*last extract, so run it after the cycle closest to the
000520*election.
000530*
000540*MODIFICATION HISTORY
000550*
000560*2026-10-02  SAB  Initial version.
000570*----------------------------------------------------------
000580*
000590 ENVIRONMENT DIVISION.
000600*
000610 CONFIGURATION SECTION.
000620*
000630 INPUT-OUTPUT SECTION.
000640*
000650 FILE-CONTROL.
000660*Keyed citizen master, read front to back.
000670     SELECT CITIZEN-MASTER
000680         ASSIGN TO CITMAST
000690         ORGANIZATION IS INDEXED
000700         ACCESS MODE IS SEQUENTIAL
000710         RECORD KEY IS MST-CITIZEN-ID
000720         FILE STATUS IS FS-CITIZEN-MASTER.
000730*
000740*The election card - which election the book is for.
000750     SELECT ELECTION-PARM-FILE
000760         ASSIGN TO ELECPARM
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS FS-ELECTION-PARM.
000790*
000800*Shop-wide run rules - VOTING-AGE, and MAX-AGE for CITEDIT.
000810     SELECT PARM-FILE
000820         ASSIGN TO PARMFILE
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS FS-PARM-FILE.
000850*
000860*The current voter extract, sorted by citizen ID.
000870     SELECT VOTER-IN
000880         ASSIGN TO VOTERIN
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS FS-VOTER-IN.
000910*
000920*Poll book work records, fed to the POLLBKRN sort step.
000930     SELECT POLL-OUT
000940         ASSIGN TO POLLWORK
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS FS-POLL-OUT.
000970*
000980*Selection report - citizens who could not be aged, and
000990*the run totals.
001000     SELECT POLL-RPT
001010         ASSIGN TO POLLRPT
001020         ORGANIZATION IS SEQUENTIAL
001030         FILE STATUS IS FS-POLL-RPT.
001040*
001050 DATA DIVISION.
001060*
001070 FILE SECTION.
001080*
001090 FD  CITIZEN-MASTER.
001100     COPY CITIZEN-MST.
001110*
001120 FD  ELECTION-PARM-FILE.
001130*The run-control card layout - keyword, a space, then the
001140*value - with the value widened to an eight-digit date.
001150 01  ELECTION-PARM-CARD.
001160     05  EPM-KEYWORD                   PIC X(14).
001170     05  FILLER                        PIC X(01).
001180     05  EPM-DATE-VALUE                PIC X(08).
001190     05  EPM-DATE-NUM REDEFINES EPM-DATE-VALUE PIC 9(08).
001200     05  FILLER                        PIC X(57).
001210*
001220 FD  PARM-FILE.
001230*Same card layout DATAC's PARMFILE FD carries: keyword, a
001240*space, and a three-digit value; * in column one comments.
001250 01  PARM-CARD.
001260     05  PRM-KEYWORD                   PIC X(14).
001270     05  FILLER                        PIC X(01).
001280     05  PRM-VALUE                     PIC X(03).
001290     05  PRM-VALUE-NUM REDEFINES PRM-VALUE PIC 999.
001300     05  FILLER                        PIC X(62).
001310*
001320 FD  VOTER-IN.
001330     COPY VOTER-EXT.
001340*
001350 FD  POLL-OUT.
001360     COPY POLL-BOOK.
001370*
001380 FD  POLL-RPT.
001390 01  POLL-RPT-RECORD                   PIC X(80).
001400*
001410 WORKING-STORAGE SECTION.
001420*
001430 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
001440*
001450*The election the book is for, off the ELECTION-DATE card.
001460 01  WS-ELECTION-DATE                   PIC 9(08) VALUE ZERO.
001470 01  WS-ELECTION-DATE-PARTS REDEFINES WS-ELECTION-DATE.
001480     05  WS-ELECTION-YEAR              PIC 9(04).
001490     05  WS-ELECTION-MONTH             PIC 9(02).
001500     05  WS-ELECTION-DAY               PIC 9(02).
001510*
001520*Run rules out of the PARMFILE deck.
001530 01  WS-PARM-VOTING-AGE                 PIC 999 VALUE ZERO.
001540 01  WS-PARM-MAX-AGE                    PIC 999 VALUE ZERO.
001550*
001560*Match keys - HIGH-VALUES once a side is used up - and the
001570*run date the extract was cut on, off its first record.
001580 01  WS-MST-KEY                         PIC X(09) VALUE SPACES.
001590 01  WS-VEX-KEY                         PIC X(09) VALUE SPACES.
001600 01  WS-PREV-VEX-KEY                    PIC X(09)
001610     VALUE LOW-VALUES.
001620 01  WS-EXTRACT-RUN-DATE                PIC 9(08) VALUE ZERO.
001630*
001640*The shared intake edit's parameter area - CALLed for the
001650*age on the election date and, for a voter not on the
001660*extract, the age today.
001670     COPY CITIZEN-EDT.
001680*
001690*Per-district totals, found or added by 5000-FIND-DISTRICT.
001700 01  WS-DIST-KEY                        PIC X(02) VALUE SPACES.
001710 01  WS-DIST-COUNT                      PIC 9(03) VALUE ZERO.
001720 01  WS-DIST-I                          PIC 9(03) VALUE ZERO.
001730 01  WS-DIST-HIT                        PIC 9(03) VALUE ZERO.
001740 01  WS-DIST-TABLE.
001750     05  WS-DIST-ENTRY OCCURS 99 TIMES.
001760         10  WS-DIST-CODE              PIC X(02).
001770         10  WS-DIST-EXTRACT           PIC 9(07).
001780         10  WS-DIST-LEFT              PIC 9(07).
001790         10  WS-DIST-REGISTERED        PIC 9(07).
001800         10  WS-DIST-NEW               PIC 9(07).
001810         10  WS-DIST-TRANSFER          PIC 9(07).
001820         10  WS-DIST-UNEXTRACTED       PIC 9(07).
001830         10  WS-DIST-BOOK              PIC 9(07).
001840*
001850*The reason an extract voter is off the district's book.
001860 01  WS-LEFT-REASON                     PIC X(20) VALUE SPACES.
001870 01  WS-NOW-IN-DISTRICT.
001880     05  FILLER                        PIC X(16)
001890         VALUE "NOW IN DISTRICT ".
001900     05  WS-NOW-IN-CODE                PIC X(02).
001910     05  FILLER                        PIC X(02) VALUE SPACES.
001920*
001930 01  WS-SWITCHES.
001940     05  WS-MST-EOF-SW                 PIC X(01) VALUE "N".
001950         88  WS-END-OF-MASTER                 VALUE "Y".
001960     05  WS-VEX-EOF-SW                 PIC X(01) VALUE "N".
001970         88  WS-END-OF-EXTRACT                VALUE "Y".
001980     05  WS-PARM-EOF-SW                PIC X(01) VALUE "N".
001990         88  WS-END-OF-PARMS                  VALUE "Y".
002000     05  WS-PARM-ELECT-FOUND-SW        PIC X(01) VALUE "N".
002010         88  WS-PARM-ELECT-FOUND              VALUE "Y".
002020     05  WS-PARM-VOTE-FOUND-SW         PIC X(01) VALUE "N".
002030         88  WS-PARM-VOTE-FOUND               VALUE "Y".
002040     05  WS-PARM-MAX-FOUND-SW          PIC X(01) VALUE "N".
002050         88  WS-PARM-MAX-FOUND                VALUE "Y".
002060     05  WS-ON-EXTRACT-SW              PIC X(01) VALUE "N".
002070         88  WS-ON-EXTRACT                    VALUE "Y".
002080         88  WS-NOT-ON-EXTRACT                VALUE "N".
002090*
002100 01  WS-COUNTERS.
002110     05  WS-MASTER-COUNT               PIC 9(07) VALUE ZERO.
002120     05  WS-INACTIVE-COUNT             PIC 9(07) VALUE ZERO.
002130     05  WS-UNDER-AGE-COUNT            PIC 9(07) VALUE ZERO.
002140     05  WS-FAILS-EDIT-COUNT           PIC 9(07) VALUE ZERO.
002150     05  WS-EXTRACT-COUNT              PIC 9(07) VALUE ZERO.
002160     05  WS-BOOK-COUNT                 PIC 9(07) VALUE ZERO.
002170     05  WS-REGISTERED-COUNT           PIC 9(07) VALUE ZERO.
002180     05  WS-NEW-COUNT                  PIC 9(07) VALUE ZERO.
002190     05  WS-TRANSFER-COUNT             PIC 9(07) VALUE ZERO.
002200     05  WS-UNEXTRACTED-COUNT          PIC 9(07) VALUE ZERO.
002210     05  WS-LEFT-COUNT                 PIC 9(07) VALUE ZERO.
002220*
002230 01  WS-FILE-STATUSES.
002240     05  FS-CITIZEN-MASTER             PIC XX VALUE "00".
002250     05  FS-ELECTION-PARM              PIC XX VALUE "00".
002260     05  FS-PARM-FILE                  PIC XX VALUE "00".
002270     05  FS-VOTER-IN                   PIC XX VALUE "00".
002280     05  FS-POLL-OUT                   PIC XX VALUE "00".
002290     05  FS-POLL-RPT                   PIC XX VALUE "00".
002300*
002310*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
002320*abend paragraph can name which file and status code failed.
002330 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
002340 01  WS-ABEND-FILE-STATUS              PIC XX VALUE SPACES.
002350*
002360*Report line images, moved to POLL-RPT-RECORD before each
002370*WRITE.
002380 01  WS-RPT-HEADING.
002390     05  FILLER PIC X(30) VALUE "POLL BOOK SELECTION           ".
002400     05  FILLER PIC X(04) VALUE "RUN ".
002410     05  WS-RPT-RUN-DATE PIC 9(08).
002420     05  FILLER PIC X(38) VALUE SPACES.
002430 01  WS-RPT-ELECTION-LINE.
002440     05  FILLER PIC X(30) VALUE "ELECTION DATE                 ".
002450     05  WS-RPT-ELECTION-DATE PIC 9(08).
002460     05  FILLER PIC X(14) VALUE "  VOTING AGE  ".
002470     05  WS-RPT-VOTING-AGE PIC ZZ9.
002480     05  FILLER PIC X(25) VALUE SPACES.
002490 01  WS-RPT-EXTRACT-LINE.
002500     05  FILLER PIC X(30) VALUE "VOTER EXTRACT OF              ".
002510     05  WS-RPT-EXTRACT-DATE PIC 9(08).
002520     05  FILLER PIC X(42) VALUE SPACES.
002530 01  WS-RPT-COL-HEADING.
002540     05  FILLER PIC X(11) VALUE "CITIZEN    ".
002550     05  FILLER PIC X(21) VALUE "NAME                 ".
002560     05  FILLER PIC X(06) VALUE "DIST  ".
002570     05  FILLER PIC X(24) VALUE "NOT AGED                ".
002580     05  FILLER PIC X(18) VALUE SPACES.
002590 01  WS-RPT-SKIP-LINE.
002600     05  WS-RPT-SKIP-ID PIC X(09).
002610     05  FILLER PIC X(02) VALUE SPACES.
002620     05  WS-RPT-SKIP-NAME PIC X(20).
002630     05  FILLER PIC X(01) VALUE SPACE.
002640     05  WS-RPT-SKIP-DIST PIC X(02).
002650     05  FILLER PIC X(04) VALUE SPACES.
002660     05  WS-RPT-SKIP-FIELD PIC X(12).
002670     05  WS-RPT-SKIP-REASON PIC X(15).
002680     05  FILLER PIC X(15) VALUE SPACES.
002690 01  WS-RPT-COUNT-LINE.
002700     05  WS-RPT-COUNT-LABEL PIC X(24).
002710     05  FILLER PIC X(01) VALUE SPACE.
002720     05  WS-RPT-COUNT-VALUE PIC ZZZ,ZZ9.
002730     05  FILLER PIC X(48) VALUE SPACES.
002740 01  WS-RPT-BLANK-LINE.
002750     05  FILLER PIC X(80) VALUE SPACES.
002760*
002770 PROCEDURE DIVISION.
002780*
002790*----------------------------------------------------------
002800*0000-MAINLINE
002810*Load the election date and rules, match the master against
002820*the extract until both are used up, then write the district
002830*totals and the run totals.
002840*----------------------------------------------------------
002850 0000-MAINLINE.
002860     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002870     PERFORM 2000-MATCH-CITIZEN THRU 2000-EXIT
002880         UNTIL WS-END-OF-MASTER AND WS-END-OF-EXTRACT
002890     PERFORM 8000-FINALIZE THRU 8000-EXIT
002900     STOP RUN.
002910*
002920*----------------------------------------------------------
002930*1000-INITIALIZE
002940*----------------------------------------------------------
002950 1000-INITIALIZE.
002960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002970     PERFORM 1200-LOAD-ELECTION-DATE THRU 1200-EXIT
002980     PERFORM 1300-LOAD-RUN-RULES THRU 1300-EXIT
002990     OPEN INPUT CITIZEN-MASTER
003000     IF FS-CITIZEN-MASTER NOT = "00"
003010         MOVE "CITMAST " TO WS-ABEND-FILE-NAME
003020         MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
003030         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003040     END-IF
003050     OPEN INPUT VOTER-IN
003060     IF FS-VOTER-IN NOT = "00"
003070         MOVE "VOTERIN " TO WS-ABEND-FILE-NAME
003080         MOVE FS-VOTER-IN TO WS-ABEND-FILE-STATUS
003090         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003100     END-IF
003110     OPEN OUTPUT POLL-OUT
003120     IF FS-POLL-OUT NOT = "00"
003130         MOVE "POLLWORK" TO WS-ABEND-FILE-NAME
003140         MOVE FS-POLL-OUT TO WS-ABEND-FILE-STATUS
003150         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003160     END-IF
003170     PERFORM 2100-READ-MASTER THRU 2100-EXIT
003180     PERFORM 2200-READ-EXTRACT THRU 2200-EXIT
003190     OPEN OUTPUT POLL-RPT
003200     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
003210     MOVE WS-RPT-HEADING TO POLL-RPT-RECORD
003220     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003230     MOVE WS-ELECTION-DATE TO WS-RPT-ELECTION-DATE
003240     MOVE WS-PARM-VOTING-AGE TO WS-RPT-VOTING-AGE
003250     MOVE WS-RPT-ELECTION-LINE TO POLL-RPT-RECORD
003260     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003270     MOVE WS-EXTRACT-RUN-DATE TO WS-RPT-EXTRACT-DATE
003280     MOVE WS-RPT-EXTRACT-LINE TO POLL-RPT-RECORD
003290     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003300     MOVE WS-RPT-BLANK-LINE TO POLL-RPT-RECORD
003310     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003320     MOVE WS-RPT-COL-HEADING TO POLL-RPT-RECORD
003330     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
003340 1000-EXIT.
003350     EXIT.
003360*
003370*----------------------------------------------------------
003380*1200-LOAD-ELECTION-DATE
003390*The ELECTION-DATE card names the election every age is
003400*taken on.  A missing, duplicate or impossible date, or one
003410*already past, stops the run before a book is selected for
003420*the wrong day.
003430*----------------------------------------------------------
003440 1200-LOAD-ELECTION-DATE.
003450     OPEN INPUT ELECTION-PARM-FILE
003460     IF FS-ELECTION-PARM NOT = "00"
003470         MOVE "ELECPARM" TO WS-ABEND-FILE-NAME
003480         MOVE FS-ELECTION-PARM TO WS-ABEND-FILE-STATUS
003490         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003500     END-IF
003510     PERFORM 1210-READ-ELECTION-CARD THRU 1210-EXIT
003520         UNTIL WS-END-OF-PARMS
003530     CLOSE ELECTION-PARM-FILE
003540     IF NOT WS-PARM-ELECT-FOUND
003550         DISPLAY "POLLSEL: PARM ELECTION-DATE MISSING"
003560         MOVE 16 TO RETURN-CODE
003570         STOP RUN
003580     END-IF
003590     IF WS-ELECTION-MONTH < 1 OR WS-ELECTION-MONTH > 12
003600     OR WS-ELECTION-DAY < 1 OR WS-ELECTION-DAY > 31
003610         DISPLAY "POLLSEL: ELECTION-DATE NOT A DATE - "
003620             WS-ELECTION-DATE
003630         MOVE 16 TO RETURN-CODE
003640         STOP RUN
003650     END-IF
003660     IF WS-ELECTION-DATE < WS-RUN-DATE
003670         DISPLAY "POLLSEL: ELECTION-DATE IN THE PAST - "
003680             WS-ELECTION-DATE
003690         MOVE 16 TO RETURN-CODE
003700         STOP RUN
003710     END-IF.
003720 1200-EXIT.
003730     EXIT.
003740*
003750 1210-READ-ELECTION-CARD.
003760     READ ELECTION-PARM-FILE
003770         AT END SET WS-END-OF-PARMS TO TRUE
003780         NOT AT END
003790             IF EPM-KEYWORD = "ELECTION-DATE"
003800                 IF WS-PARM-ELECT-FOUND
003810                     DISPLAY "POLLSEL: DUPLICATE PARM "
003820                         "ELECTION-DATE"
003830                     MOVE 16 TO RETURN-CODE
003840                     STOP RUN
003850                 END-IF
003860                 IF EPM-DATE-VALUE IS NOT NUMERIC
003870                     DISPLAY "POLLSEL: ELECTION-DATE NOT "
003880                         "NUMERIC - " EPM-DATE-VALUE
003890                     MOVE 16 TO RETURN-CODE
003900                     STOP RUN
003910                 END-IF
003920                 SET WS-PARM-ELECT-FOUND TO TRUE
003930                 MOVE EPM-DATE-NUM TO WS-ELECTION-DATE
003940             END-IF
003950     END-READ.
003960 1210-EXIT.
003970     EXIT.
003980*
003990*----------------------------------------------------------
004000*1300-LOAD-RUN-RULES
004010*The book must put a citizen on by the same rule DATAC puts
004020*them on the extract by, so the threshold comes off the
004030*same deck; a missing, duplicate or non-numeric card stops
004040*the run.
004050*----------------------------------------------------------
004060 1300-LOAD-RUN-RULES.
004070     MOVE "N" TO WS-PARM-EOF-SW
004080     OPEN INPUT PARM-FILE
004090     IF FS-PARM-FILE NOT = "00"
004100         MOVE "PARMFILE" TO WS-ABEND-FILE-NAME
004110         MOVE FS-PARM-FILE TO WS-ABEND-FILE-STATUS
004120         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004130     END-IF
004140     PERFORM 1310-READ-PARM-CARD THRU 1310-EXIT
004150         UNTIL WS-END-OF-PARMS
004160     CLOSE PARM-FILE
004170     IF NOT WS-PARM-VOTE-FOUND
004180         DISPLAY "POLLSEL: PARM VOTING-AGE MISSING"
004190         MOVE 16 TO RETURN-CODE
004200         STOP RUN
004210     END-IF
004220     IF NOT WS-PARM-MAX-FOUND
004230         DISPLAY "POLLSEL: PARM MAX-AGE MISSING"
004240         MOVE 16 TO RETURN-CODE
004250         STOP RUN
004260     END-IF.
004270 1300-EXIT.
004280     EXIT.
004290*
004300 1310-READ-PARM-CARD.
004310     READ PARM-FILE
004320         AT END SET WS-END-OF-PARMS TO TRUE
004330         NOT AT END
004340             EVALUATE TRUE
004350                 WHEN PRM-KEYWORD = "VOTING-AGE"
004360                     IF WS-PARM-VOTE-FOUND
004370                         DISPLAY "POLLSEL: DUPLICATE PARM "
004380                             "VOTING-AGE"
004390                         MOVE 16 TO RETURN-CODE
004400                         STOP RUN
004410                     END-IF
004420                     IF PRM-VALUE IS NOT NUMERIC
004430                         DISPLAY "POLLSEL: VOTING-AGE NOT "
004440                             "NUMERIC - " PRM-VALUE
004450                         MOVE 16 TO RETURN-CODE
004460                         STOP RUN
004470                     END-IF
004480                     SET WS-PARM-VOTE-FOUND TO TRUE
004490                     MOVE PRM-VALUE-NUM TO WS-PARM-VOTING-AGE
004500                 WHEN PRM-KEYWORD = "MAX-AGE"
004510                     IF WS-PARM-MAX-FOUND
004520                         DISPLAY "POLLSEL: DUPLICATE PARM "
004530                             "MAX-AGE"
004540                         MOVE 16 TO RETURN-CODE
004550                         STOP RUN
004560                     END-IF
004570                     IF PRM-VALUE IS NOT NUMERIC
004580                         DISPLAY "POLLSEL: MAX-AGE NOT "
004590                             "NUMERIC - " PRM-VALUE
004600                         MOVE 16 TO RETURN-CODE
004610                         STOP RUN
004620                     END-IF
004630                     SET WS-PARM-MAX-FOUND TO TRUE
004640                     MOVE PRM-VALUE-NUM TO WS-PARM-MAX-AGE
004650                 WHEN OTHER
004660                     CONTINUE
004670             END-EVALUATE
004680     END-READ.
004690 1310-EXIT.
004700     EXIT.
004710*
004720*----------------------------------------------------------
004730*2000-MATCH-CITIZEN
004740*Both files are in citizen-ID order.  A master record with
004750*no extract record is selected as not on the extract; a
004760*match is selected with the extract record beside it; an
004770*extract record with no master record is off the book.
004780*----------------------------------------------------------
004790 2000-MATCH-CITIZEN.
004800     EVALUATE TRUE
004810         WHEN WS-MST-KEY < WS-VEX-KEY
004820             SET WS-NOT-ON-EXTRACT TO TRUE
004830             PERFORM 3000-SELECT-CITIZEN THRU 3000-EXIT
004840             PERFORM 2100-READ-MASTER THRU 2100-EXIT
004850         WHEN WS-MST-KEY = WS-VEX-KEY
004860             SET WS-ON-EXTRACT TO TRUE
004870             PERFORM 3000-SELECT-CITIZEN THRU 3000-EXIT
004880             PERFORM 2100-READ-MASTER THRU 2100-EXIT
004890             PERFORM 2200-READ-EXTRACT THRU 2200-EXIT
004900         WHEN OTHER
004910             MOVE "NOT ON MASTER" TO WS-LEFT-REASON
004920             PERFORM 6100-WRITE-LEFT THRU 6100-EXIT
004930             PERFORM 2200-READ-EXTRACT THRU 2200-EXIT
004940     END-EVALUATE.
004950 2000-EXIT.
004960     EXIT.
004970*
004980 2100-READ-MASTER.
004990     READ CITIZEN-MASTER
005000         AT END SET WS-END-OF-MASTER TO TRUE
005010     END-READ
005020     IF WS-END-OF-MASTER
005030         MOVE HIGH-VALUES TO WS-MST-KEY
005040         GO TO 2100-EXIT
005050     END-IF
005060     IF FS-CITIZEN-MASTER NOT = "00"
005070         MOVE "CITMAST " TO WS-ABEND-FILE-NAME
005080         MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
005090         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005100     END-IF
005110     MOVE MST-CITIZEN-ID TO WS-MST-KEY
005120     ADD 1 TO WS-MASTER-COUNT.
005130 2100-EXIT.
005140     EXIT.
005150*
005160*Reads the next extract record, counts it to its district,
005170*and holds the file to citizen-ID order - a record out of
005180*order or repeated means the sort step did not run.
005190 2200-READ-EXTRACT.
005200     READ VOTER-IN
005210         AT END SET WS-END-OF-EXTRACT TO TRUE
005220     END-READ
005230     IF WS-END-OF-EXTRACT
005240         MOVE HIGH-VALUES TO WS-VEX-KEY
005250         GO TO 2200-EXIT
005260     END-IF
005270     IF FS-VOTER-IN NOT = "00"
005280         MOVE "VOTERIN " TO WS-ABEND-FILE-NAME
005290         MOVE FS-VOTER-IN TO WS-ABEND-FILE-STATUS
005300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005310     END-IF
005320     IF VE-CITIZEN-ID NOT > WS-PREV-VEX-KEY
005330         DISPLAY "POLLSEL: VOTER EXTRACT OUT OF SEQUENCE AT "
005340             VE-CITIZEN-ID " AFTER " WS-PREV-VEX-KEY
005350         MOVE 16 TO RETURN-CODE
005360         STOP RUN
005370     END-IF
005380     MOVE VE-CITIZEN-ID TO WS-PREV-VEX-KEY
005390     MOVE VE-CITIZEN-ID TO WS-VEX-KEY
005400     IF WS-EXTRACT-COUNT = ZERO
005410         MOVE VE-RUN-DATE TO WS-EXTRACT-RUN-DATE
005420     END-IF
005430     ADD 1 TO WS-EXTRACT-COUNT
005440     MOVE VE-DISTRICT TO WS-DIST-KEY
005450     PERFORM 5000-FIND-DISTRICT THRU 5000-EXIT
005460     ADD 1 TO WS-DIST-EXTRACT (WS-DIST-HIT).
005470 2200-EXIT.
005480     EXIT.
005490*
005500*----------------------------------------------------------
005510*3000-SELECT-CITIZEN
005520*Active, agable, and over voting age on election day, or
005530*the citizen is not on the book - and when the citizen is
005540*on the extract, the extract line goes to the district's
005550*closing list with the reason.  A voter is then placed
005560*against the extract: registered in the same district,
005570*transferred from another, or not on the extract at all -
005580*a new voter when still under age today.
005590*----------------------------------------------------------
005600 3000-SELECT-CITIZEN.
005610     IF NOT MST-STATUS-ACTIVE
005620         ADD 1 TO WS-INACTIVE-COUNT
005630         IF MST-STATUS-DECEASED
005640             MOVE "DECEASED" TO WS-LEFT-REASON
005650         ELSE
005660             MOVE "MOVED OUT OF COUNTY" TO WS-LEFT-REASON
005670         END-IF
005680         GO TO 3000-OFF-BOOK
005690     END-IF
005700     MOVE WS-ELECTION-DATE TO EDT-RUN-DATE
005710     PERFORM 3100-AGE-CITIZEN THRU 3100-EXIT
005720     IF EDT-RECORD-INVALID
005730         ADD 1 TO WS-FAILS-EDIT-COUNT
005740         PERFORM 7000-WRITE-SKIP THRU 7000-EXIT
005750         MOVE "RECORD FAILS EDIT" TO WS-LEFT-REASON
005760         GO TO 3000-OFF-BOOK
005770     END-IF
005780     IF EDT-DERIVED-AGE NOT > WS-PARM-VOTING-AGE
005790         ADD 1 TO WS-UNDER-AGE-COUNT
005800         MOVE "UNDER VOTING AGE" TO WS-LEFT-REASON
005810         GO TO 3000-OFF-BOOK
005820     END-IF
005830     MOVE SPACES TO POLL-BOOK-RECORD
005840     EVALUATE TRUE
005850         WHEN WS-ON-EXTRACT AND VE-DISTRICT = MST-DISTRICT
005860             SET PBK-REGISTERED TO TRUE
005870         WHEN WS-ON-EXTRACT
005880             MOVE MST-DISTRICT TO WS-NOW-IN-CODE
005890             MOVE WS-NOW-IN-DISTRICT TO WS-LEFT-REASON
005900             PERFORM 6100-WRITE-LEFT THRU 6100-EXIT
005910             MOVE SPACES TO POLL-BOOK-RECORD
005920             SET PBK-TRANSFERRED TO TRUE
005930         WHEN OTHER
005940             MOVE WS-RUN-DATE TO EDT-RUN-DATE
005950             PERFORM 3100-AGE-CITIZEN THRU 3100-EXIT
005960             IF EDT-RECORD-VALID
005970             AND EDT-DERIVED-AGE > WS-PARM-VOTING-AGE
005980                 SET PBK-UNEXTRACTED TO TRUE
005990             ELSE
006000                 SET PBK-NEW-VOTER TO TRUE
006010             END-IF
006020     END-EVALUATE
006030     PERFORM 6000-WRITE-VOTER THRU 6000-EXIT
006040     GO TO 3000-EXIT.
006050 3000-OFF-BOOK.
006060     IF WS-ON-EXTRACT
006070         PERFORM 6100-WRITE-LEFT THRU 6100-EXIT
006080     END-IF.
006090 3000-EXIT.
006100     EXIT.
006110*
006120*The master's intake fields through the shared edit, aged
006130*on whatever date the caller has put in EDT-RUN-DATE.
006140 3100-AGE-CITIZEN.
006150     MOVE SPACES TO EDT-CITIZEN-IMAGE
006160     MOVE MST-CITIZEN-ID TO EDT-CITIZEN-ID
006170     MOVE MST-CITIZEN-NAME TO EDT-CITIZEN-NAME
006180     MOVE MST-CITIZEN-AGE-TEXT TO EDT-CITIZEN-AGE-TEXT
006190     MOVE MST-CITIZEN-TEST-NUM TO EDT-CITIZEN-TEST-NUM
006200     MOVE MST-CITIZEN-SCORE TO EDT-CITIZEN-SCORE
006210     MOVE MST-SUBJECT-SCORES TO EDT-SUBJECT-SCORES
006220     MOVE MST-DISTRICT TO EDT-DISTRICT
006230     MOVE MST-DOB-TEXT TO EDT-DOB-TEXT
006240     MOVE WS-PARM-MAX-AGE TO EDT-MAX-AGE
006250     MOVE SPACES TO EDT-ADDRESS-IMAGE
006260     SET EDT-EDIT-FULL TO TRUE
006270     CALL "CITEDIT" USING CITIZEN-EDIT-AREA.
006280 3100-EXIT.
006290     EXIT.
006300*
006310*----------------------------------------------------------
006320*5000-FIND-DISTRICT
006330*The entry for WS-DIST-KEY into WS-DIST-HIT, added zeroed
006340*the first time the district is seen.
006350*----------------------------------------------------------
006360 5000-FIND-DISTRICT.
006370     MOVE ZERO TO WS-DIST-HIT
006380     PERFORM 5100-CHECK-DISTRICT THRU 5100-EXIT
006390         VARYING WS-DIST-I FROM 1 BY 1
006400         UNTIL WS-DIST-I > WS-DIST-COUNT
006410         OR WS-DIST-HIT > ZERO
006420     IF WS-DIST-HIT > ZERO
006430         GO TO 5000-EXIT
006440     END-IF
006450     IF WS-DIST-COUNT NOT < 99
006460         DISPLAY "POLLSEL: DISTRICT TABLE FULL AT 99 - "
006470             WS-DIST-KEY
006480         MOVE 16 TO RETURN-CODE
006490         STOP RUN
006500     END-IF
006510     ADD 1 TO WS-DIST-COUNT
006520     MOVE WS-DIST-COUNT TO WS-DIST-HIT
006530     MOVE WS-DIST-KEY TO WS-DIST-CODE (WS-DIST-HIT)
006540     MOVE ZERO TO WS-DIST-EXTRACT (WS-DIST-HIT)
006550     MOVE ZERO TO WS-DIST-LEFT (WS-DIST-HIT)
006560     MOVE ZERO TO WS-DIST-REGISTERED (WS-DIST-HIT)
006570     MOVE ZERO TO WS-DIST-NEW (WS-DIST-HIT)
006580     MOVE ZERO TO WS-DIST-TRANSFER (WS-DIST-HIT)
006590     MOVE ZERO TO WS-DIST-UNEXTRACTED (WS-DIST-HIT)
006600     MOVE ZERO TO WS-DIST-BOOK (WS-DIST-HIT).
006610 5000-EXIT.
006620     EXIT.
006630*
006640 5100-CHECK-DISTRICT.
006650     IF WS-DIST-CODE (WS-DIST-I) = WS-DIST-KEY
006660         MOVE WS-DIST-I TO WS-DIST-HIT
006670     END-IF.
006680 5100-EXIT.
006690     EXIT.
006700*
006710*----------------------------------------------------------
006720*6000-WRITE-VOTER
006730*The caller has set the voter status; everything else comes
006740*off the master record just read, and the voter counts to
006750*the master's district.
006760*----------------------------------------------------------
006770 6000-WRITE-VOTER.
006780     MOVE MST-DISTRICT TO PBK-DISTRICT
006790     SET PBK-VOTER-LINE TO TRUE
006800     MOVE WS-ELECTION-DATE TO PBK-ELECTION-DATE
006810     MOVE MST-CITIZEN-NAME TO PBK-CITIZEN-NAME
006820     MOVE MST-CITIZEN-ID TO PBK-CITIZEN-ID
006830     MOVE MST-DOB-TEXT TO PBK-DOB
006840     MOVE MST-DISTRICT TO WS-DIST-KEY
006850     PERFORM 5000-FIND-DISTRICT THRU 5000-EXIT
006860     ADD 1 TO WS-DIST-BOOK (WS-DIST-HIT)
006870     ADD 1 TO WS-BOOK-COUNT
006880     EVALUATE TRUE
006890         WHEN PBK-REGISTERED
006900             ADD 1 TO WS-DIST-REGISTERED (WS-DIST-HIT)
006910             ADD 1 TO WS-REGISTERED-COUNT
006920         WHEN PBK-TRANSFERRED
006930             ADD 1 TO WS-DIST-TRANSFER (WS-DIST-HIT)
006940             ADD 1 TO WS-TRANSFER-COUNT
006950         WHEN PBK-UNEXTRACTED
006960             ADD 1 TO WS-DIST-UNEXTRACTED (WS-DIST-HIT)
006970             ADD 1 TO WS-UNEXTRACTED-COUNT
006980         WHEN OTHER
006990             ADD 1 TO WS-DIST-NEW (WS-DIST-HIT)
007000             ADD 1 TO WS-NEW-COUNT
007010     END-EVALUATE
007020     PERFORM 6900-WRITE-POLL THRU 6900-EXIT.
007030 6000-EXIT.
007040     EXIT.
007050*
007060*----------------------------------------------------------
007070*6100-WRITE-LEFT
007080*An extract voter not in the extract district's book, with
007090*the reason the caller moved.  Built from the extract
007100*record, which is still the one beside the master.
007110*----------------------------------------------------------
007120 6100-WRITE-LEFT.
007130     MOVE SPACES TO POLL-BOOK-RECORD
007140     MOVE VE-DISTRICT TO PBK-DISTRICT
007150     SET PBK-LEFT-LINE TO TRUE
007160     MOVE WS-ELECTION-DATE TO PBK-ELECTION-DATE
007170     MOVE VE-CITIZEN-NAME TO PBK-CITIZEN-NAME
007180     MOVE VE-CITIZEN-ID TO PBK-CITIZEN-ID
007190     MOVE WS-LEFT-REASON TO PBK-LEFT-REASON
007200     MOVE VE-DISTRICT TO WS-DIST-KEY
007210     PERFORM 5000-FIND-DISTRICT THRU 5000-EXIT
007220     ADD 1 TO WS-DIST-LEFT (WS-DIST-HIT)
007230     ADD 1 TO WS-LEFT-COUNT
007240     PERFORM 6900-WRITE-POLL THRU 6900-EXIT.
007250 6100-EXIT.
007260     EXIT.
007270*
007280*One totals record per district, written once the match is
007290*done and every count is final.
007300 6200-WRITE-TOTALS.
007310     MOVE SPACES TO POLL-BOOK-RECORD
007320     MOVE WS-DIST-CODE (WS-DIST-I) TO PBK-DISTRICT
007330     SET PBK-DISTRICT-TOTALS TO TRUE
007340     MOVE WS-ELECTION-DATE TO PBK-ELECTION-DATE
007350     MOVE WS-PARM-VOTING-AGE TO PBK-VOTING-AGE
007360     MOVE WS-DIST-EXTRACT (WS-DIST-I) TO PBK-EXTRACT-COUNT
007370     MOVE WS-DIST-LEFT (WS-DIST-I) TO PBK-LEFT-COUNT
007380     MOVE WS-DIST-REGISTERED (WS-DIST-I)
007390         TO PBK-REGISTERED-COUNT
007400     MOVE WS-DIST-NEW (WS-DIST-I) TO PBK-NEW-COUNT
007410     MOVE WS-DIST-TRANSFER (WS-DIST-I) TO PBK-TRANSFER-COUNT
007420     MOVE WS-DIST-UNEXTRACTED (WS-DIST-I)
007430         TO PBK-UNEXTRACTED-COUNT
007440     MOVE WS-DIST-BOOK (WS-DIST-I) TO PBK-BOOK-COUNT
007450     PERFORM 6900-WRITE-POLL THRU 6900-EXIT.
007460 6200-EXIT.
007470     EXIT.
007480*
007490 6900-WRITE-POLL.
007500     WRITE POLL-BOOK-RECORD
007510     IF FS-POLL-OUT NOT = "00"
007520         MOVE "POLLWORK" TO WS-ABEND-FILE-NAME
007530         MOVE FS-POLL-OUT TO WS-ABEND-FILE-STATUS
007540         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007550     END-IF.
007560 6900-EXIT.
007570     EXIT.
007580*
007590*One line per citizen who could not be aged, with the
007600*field and reason out of the edit.
007610 7000-WRITE-SKIP.
007620     MOVE MST-CITIZEN-ID TO WS-RPT-SKIP-ID
007630     MOVE MST-CITIZEN-NAME TO WS-RPT-SKIP-NAME
007640     MOVE MST-DISTRICT TO WS-RPT-SKIP-DIST
007650     MOVE EDT-FIELD-NAME TO WS-RPT-SKIP-FIELD
007660     MOVE EDT-REASON-CODE TO WS-RPT-SKIP-REASON
007670     MOVE WS-RPT-SKIP-LINE TO POLL-RPT-RECORD
007680     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
007690 7000-EXIT.
007700     EXIT.
007710*
007720*Shared by every WRITE POLL-RPT-RECORD so a dataset problem
007730*on the report is caught and stops the run.
007740 7100-WRITE-RPT-LINE.
007750     WRITE POLL-RPT-RECORD
007760     IF FS-POLL-RPT NOT = "00"
007770         MOVE "POLLRPT " TO WS-ABEND-FILE-NAME
007780         MOVE FS-POLL-RPT TO WS-ABEND-FILE-STATUS
007790         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007800     END-IF.
007810 7100-EXIT.
007820     EXIT.
007830*
007840 7200-WRITE-COUNT.
007850     MOVE WS-RPT-COUNT-LINE TO POLL-RPT-RECORD
007860     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
007870 7200-EXIT.
007880     EXIT.
007890*
007900*----------------------------------------------------------
007910*8000-FINALIZE
007920*District totals out, then the run totals.  EXTRACT READ
007930*must equal REGISTERED plus OFF THE EXTRACT'S BOOKS, and
007940*VOTERS ON BOOK must equal POLLPRT's grand total.
007950*----------------------------------------------------------
007960 8000-FINALIZE.
007970     PERFORM 6200-WRITE-TOTALS THRU 6200-EXIT
007980         VARYING WS-DIST-I FROM 1 BY 1
007990         UNTIL WS-DIST-I > WS-DIST-COUNT
008000     MOVE WS-RPT-BLANK-LINE TO POLL-RPT-RECORD
008010     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
008020     MOVE "MASTER RECORDS READ    =" TO WS-RPT-COUNT-LABEL
008030     MOVE WS-MASTER-COUNT TO WS-RPT-COUNT-VALUE
008040     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
008050     MOVE "NOT ACTIVE             =" TO WS-RPT-COUNT-LABEL
008060     MOVE WS-INACTIVE-COUNT TO WS-RPT-COUNT-VALUE
008070     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
008080     MOVE "NOT AGED - FAILS EDIT  =" TO WS-RPT-COUNT-LABEL
008090     MOVE WS-FAILS-EDIT-COUNT TO WS-RPT-COUNT-VALUE
008100     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
008110     MOVE "UNDER VOTING AGE       =" TO WS-RPT-COUNT-LABEL
008120     MOVE WS-UNDER-AGE-COUNT TO WS-RPT-COUNT-VALUE
008130     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
008140     MOVE "VOTERS ON BOOK         =" TO WS-RPT-COUNT-LABEL
008150     MOVE WS-BOOK-COUNT TO WS-RPT-COUNT-VALUE
008160     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
008170     MOVE "  REGISTERED           =" TO WS-RPT-COUNT-LABEL
008180     MOVE WS-REGISTERED-COUNT TO WS-RPT-COUNT-VALUE
008190     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
008200     MOVE "  NEW VOTERS           =" TO WS-RPT-COUNT-LABEL
008210     MOVE WS-NEW-COUNT TO WS-RPT-COUNT-VALUE
008220     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
008230     MOVE "  TRANSFERRED          =" TO WS-RPT-COUNT-LABEL
008240     MOVE WS-TRANSFER-COUNT TO WS-RPT-COUNT-VALUE
008250     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
008260     MOVE "  NOT ON EXTRACT       =" TO WS-RPT-COUNT-LABEL
008270     MOVE WS-UNEXTRACTED-COUNT TO WS-RPT-COUNT-VALUE
008280     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
008290     MOVE "EXTRACT RECORDS READ   =" TO WS-RPT-COUNT-LABEL
008300     MOVE WS-EXTRACT-COUNT TO WS-RPT-COUNT-VALUE
008310     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
008320     MOVE "  OFF THE BOOK         =" TO WS-RPT-COUNT-LABEL
008330     MOVE WS-LEFT-COUNT TO WS-RPT-COUNT-VALUE
008340     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
008350     MOVE "DISTRICTS              =" TO WS-RPT-COUNT-LABEL
008360     MOVE WS-DIST-COUNT TO WS-RPT-COUNT-VALUE
008370     PERFORM 7200-WRITE-COUNT THRU 7200-EXIT
008380     CLOSE CITIZEN-MASTER
008390     CLOSE VOTER-IN
008400     CLOSE POLL-OUT
008410     CLOSE POLL-RPT
008420     DISPLAY "POLLSEL: RUN COMPLETE - " WS-BOOK-COUNT
008430         " VOTERS FOR ELECTION " WS-ELECTION-DATE.
008440 8000-EXIT.
008450     EXIT.
008460*
008470*----------------------------------------------------------
008480*9900-ABEND-FILE-ERROR
008490*----------------------------------------------------------
008500 9900-ABEND-FILE-ERROR.
008510     DISPLAY "POLLSEL: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
008520         " - FILE STATUS " WS-ABEND-FILE-STATUS
008530     MOVE 16 TO RETURN-CODE
008540     STOP RUN.
008550 9900-EXIT.
008560     EXIT.
