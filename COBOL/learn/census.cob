000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CENSUS.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. October 9th 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*CENSUS
000140*
000150*State enrollment census.  Sweeps the citizen master as of
000160*the census date on the CENSUS-DATE card (CENSPARM) and
000170*writes three things:
000180*
000190*  - CENSFILE, the state's fixed-format submission file
000200*    (CENSUS-SUB.CPY): a header, one student record for
000210*    every active citizen of school age on the census date
000220*    - aged from the DOB by the shared CITEDIT edit and
000230*    placed by MST-GRADE - and a trailer carrying the
000240*    control totals the state balances the file by;
000250*  - CENSRPT, the summary print the superintendent signs
000260*    off: headcounts by grade and by age, each split by
000270*    district, the citizens held back, the run totals and
000280*    the file's control totals;
000290*  - CENSEXC, the exception list: every citizen whose
000300*    grade placement cannot go to the state as it stands -
000310*    not agable, school age but grade zero, graded outside
000320*    school age, grade not numeric, above the top grade or
000330*    more than one grade off the age, or a school-age
000340*    citizen with a missing or invalid district.  Those
000350*    citizens are kept off the file; the run ends RC 4
000360*    when there are any, and the list goes to the district
000370*    offices to fix on the master before the file is cut
000380*    again and sent.
000390*
000400*School age is the DATAC rule: an age strictly between the
000410*SCHOOL-AGE-MIN and SCHOOL-AGE-MAX cards of the shop
000420*PARMFILE deck, where the age-based grade is the age less
000430*SCHOOL-AGE-MIN.  MST-GRADE is the placement DATAC last
000440*posted, on the age as of that cycle, so a student one
000450*grade either side of the age-based grade - a birthday
000460*since, or held back or moved up a year - is taken as
000470*placed; two or more is an exception.
000480*
000490*Read-only against the master, so it stays outside the
000500*CYCGUARD chain and can be rerun at will; run it after the
000510*last cycle before the census date is reported.
000520*
000530*MODIFICATION HISTORY
000540*
000550*2026-10-09  SAB  Initial version.
000560*----------------------------------------------------------
000570*
000580 ENVIRONMENT DIVISION.
000590*
000600 CONFIGURATION SECTION.
000610*
000620 INPUT-OUTPUT SECTION.
000630*
000640 FILE-CONTROL.
000650*Keyed citizen master, read front to back.
000660     SELECT CITIZEN-MASTER
000670         ASSIGN TO CITMAST
000680         ORGANIZATION IS INDEXED
000690         ACCESS MODE IS SEQUENTIAL
000700         RECORD KEY IS MST-CITIZEN-ID
000710         FILE STATUS IS FS-CITIZEN-MASTER.
000720*
000730*The census card - the date every age is taken on.
000740     SELECT CENSUS-PARM-FILE
000750         ASSIGN TO CENSPARM
000760         ORGANIZATION IS SEQUENTIAL
000770         FILE STATUS IS FS-CENSUS-PARM.
000780*
000790*Shop-wide run rules - the school age band, and MAX-AGE for
000800*CITEDIT.
000810     SELECT PARM-FILE
000820         ASSIGN TO PARMFILE
000830         ORGANIZATION IS SEQUENTIAL
000840         FILE STATUS IS FS-PARM-FILE.
000850*
000860*The state submission file.
000870     SELECT CENSUS-SUBMIT
000880         ASSIGN TO CENSFILE
000890         ORGANIZATION IS SEQUENTIAL
000900         FILE STATUS IS FS-CENSUS-SUBMIT.
000910*
000920*Summary print for the superintendent's sign-off.
000930     SELECT CENSUS-RPT
000940         ASSIGN TO CENSRPT
000950         ORGANIZATION IS SEQUENTIAL
000960         FILE STATUS IS FS-CENSUS-RPT.
000970*
000980*Exception list - citizens held off the file.
000990     SELECT CENSUS-EXC
001000         ASSIGN TO CENSEXC
001010         ORGANIZATION IS SEQUENTIAL
001020         FILE STATUS IS FS-CENSUS-EXC.
001030*
001040 DATA DIVISION.
001050*
001060 FILE SECTION.
001070*
001080 FD  CITIZEN-MASTER.
001090     COPY CITIZEN-MST.
001100*
001110 FD  CENSUS-PARM-FILE.
001120*The run-control card layout - keyword, a space, then the
001130*value - with the value widened to an eight-digit date.
001140 01  CENSUS-PARM-CARD.
001150     05  CPM-KEYWORD                   PIC X(14).
001160     05  FILLER                        PIC X(01).
001170     05  CPM-DATE-VALUE                PIC X(08).
001180     05  CPM-DATE-NUM REDEFINES CPM-DATE-VALUE PIC 9(08).
001190     05  FILLER                        PIC X(57).
001200*
001210 FD  PARM-FILE.
001220*Same card layout DATAC's PARMFILE FD carries: keyword, a
001230*space, and a three-digit value; * in column one comments.
001240 01  PARM-CARD.
001250     05  PRM-KEYWORD                   PIC X(14).
001260     05  FILLER                        PIC X(01).
001270     05  PRM-VALUE                     PIC X(03).
001280     05  PRM-VALUE-NUM REDEFINES PRM-VALUE PIC 999.
001290     05  FILLER                        PIC X(62).
001300*
001310 FD  CENSUS-SUBMIT.
001320     COPY CENSUS-SUB.
001330*
001340 FD  CENSUS-RPT.
001350 01  CENSUS-RPT-RECORD                 PIC X(80).
001360*
001370 FD  CENSUS-EXC.
001380 01  CENSUS-EXC-RECORD                 PIC X(80).
001390*
001400 WORKING-STORAGE SECTION.
001410*
001420 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
001430*
001440*The census the file is for, off the CENSUS-DATE card.
001450 01  WS-CENSUS-DATE                     PIC 9(08) VALUE ZERO.
001460 01  WS-CENSUS-DATE-PARTS REDEFINES WS-CENSUS-DATE.
001470     05  WS-CENSUS-YEAR                PIC 9(04).
001480     05  WS-CENSUS-MONTH               PIC 9(02).
001490     05  WS-CENSUS-DAY                 PIC 9(02).
001500*
001510*Run rules out of the PARMFILE deck.  The top grade is the
001520*last grade the band places into.
001530 01  WS-PARM-SCHOOL-MIN                 PIC 999 VALUE ZERO.
001540 01  WS-PARM-SCHOOL-MAX                 PIC 999 VALUE ZERO.
001550 01  WS-PARM-MAX-AGE                    PIC 999 VALUE ZERO.
001560 01  WS-TOP-GRADE                       PIC 9(02) VALUE ZERO.
001570*
001580*The shared intake edit's parameter area - CALLed for the
001590*age on the census date.
001600     COPY CITIZEN-EDT.
001610*
001620*The citizen being placed: age on the census date, the
001630*grade the age places into, and the district office.
001640 01  WS-CENSUS-AGE                      PIC 9(03) VALUE ZERO.
001650 01  WS-AGE-GRADE                       PIC 9(02) VALUE ZERO.
001660 01  WS-GRADE-GAP                       PIC 9(02) VALUE ZERO.
001670 01  WS-DIST-CODE                       PIC X(02) VALUE SPACES.
001680 01  WS-DIST-NUM REDEFINES WS-DIST-CODE PIC 9(02).
001690*
001700*Why a citizen is on the exception list.
001710 01  WS-EXC-REASON                      PIC X(30) VALUE SPACES.
001720 01  WS-NOT-AGED-REASON.
001730     05  FILLER                        PIC X(11)
001740         VALUE "NOT AGED - ".
001750     05  WS-NOT-AGED-CODE              PIC X(15).
001760     05  FILLER                        PIC X(04) VALUE SPACES.
001770*
001780*Headcounts on the file - by grade, and by age less
001790*SCHOOL-AGE-MIN (the same index the age-based grade has),
001800*each by district 01-05 with a row total.
001810 01  WS-GRADE-TABLE.
001820     05  WS-GRADE-ROW OCCURS 12 TIMES.
001830         10  WS-GRADE-DIST OCCURS 5 TIMES PIC 9(07) VALUE ZERO.
001840         10  WS-GRADE-TOTAL            PIC 9(07) VALUE ZERO.
001850 01  WS-AGE-TABLE.
001860     05  WS-AGE-ROW OCCURS 12 TIMES.
001870         10  WS-AGE-DIST OCCURS 5 TIMES PIC 9(07) VALUE ZERO.
001880         10  WS-AGE-TOTAL              PIC 9(07) VALUE ZERO.
001890 01  WS-DIST-TOTALS.
001900     05  WS-DIST-TOTAL OCCURS 5 TIMES  PIC 9(07) VALUE ZERO.
001910 01  WS-ROW-IDX                         PIC 9(02) VALUE ZERO.
001920 01  WS-DIST-IDX                        PIC 9(02) VALUE ZERO.
001930*
001940*Control totals for the trailer, built the way CITUNLD
001950*builds the feed's.
001960 01  WS-ID-HASH-TOTAL                   PIC 9(10) VALUE ZERO.
001970 01  WS-GRADE-SUM                       PIC 9(09) VALUE ZERO.
001980 01  WS-HASH-IDX                        PIC 9(02) VALUE ZERO.
001990 01  WS-HASH-DIGIT-X                    PIC X(01) VALUE ZERO.
002000 01  WS-HASH-DIGIT-9 REDEFINES
002010     WS-HASH-DIGIT-X                     PIC 9(01).
002020*
002030 01  WS-SWITCHES.
002040     05  WS-MST-EOF-SW                 PIC X(01) VALUE "N".
002050         88  WS-END-OF-MASTER                 VALUE "Y".
002060     05  WS-PARM-EOF-SW                PIC X(01) VALUE "N".
002070         88  WS-END-OF-PARMS                  VALUE "Y".
002080     05  WS-PARM-CENSUS-FOUND-SW       PIC X(01) VALUE "N".
002090         88  WS-PARM-CENSUS-FOUND             VALUE "Y".
002100     05  WS-PARM-SMIN-FOUND-SW         PIC X(01) VALUE "N".
002110         88  WS-PARM-SMIN-FOUND               VALUE "Y".
002120     05  WS-PARM-SMAX-FOUND-SW         PIC X(01) VALUE "N".
002130         88  WS-PARM-SMAX-FOUND               VALUE "Y".
002140     05  WS-PARM-MAX-FOUND-SW          PIC X(01) VALUE "N".
002150         88  WS-PARM-MAX-FOUND                VALUE "Y".
002160*
002170 01  WS-COUNTERS.
002180     05  WS-MASTER-COUNT               PIC 9(07) VALUE ZERO.
002190     05  WS-INACTIVE-COUNT             PIC 9(07) VALUE ZERO.
002200     05  WS-NOT-SCHOOL-COUNT           PIC 9(07) VALUE ZERO.
002210     05  WS-STUDENT-COUNT              PIC 9(07) VALUE ZERO.
002220     05  WS-EXCEPTION-COUNT            PIC 9(07) VALUE ZERO.
002230     05  WS-EXC-NOT-AGED-COUNT         PIC 9(07) VALUE ZERO.
002240     05  WS-EXC-GRADE-NUM-COUNT        PIC 9(07) VALUE ZERO.
002250     05  WS-EXC-OUT-OF-AGE-COUNT       PIC 9(07) VALUE ZERO.
002260     05  WS-EXC-DIST-MISS-COUNT        PIC 9(07) VALUE ZERO.
002270     05  WS-EXC-DIST-BAD-COUNT         PIC 9(07) VALUE ZERO.
002280     05  WS-EXC-GRADE-ZERO-COUNT       PIC 9(07) VALUE ZERO.
002290     05  WS-EXC-GRADE-HIGH-COUNT       PIC 9(07) VALUE ZERO.
002300     05  WS-EXC-GRADE-FIT-COUNT        PIC 9(07) VALUE ZERO.
002310*
002320 01  WS-FILE-STATUSES.
002330     05  FS-CITIZEN-MASTER             PIC XX VALUE "00".
002340     05  FS-CENSUS-PARM                PIC XX VALUE "00".
002350     05  FS-PARM-FILE                  PIC XX VALUE "00".
002360     05  FS-CENSUS-SUBMIT              PIC XX VALUE "00".
002370     05  FS-CENSUS-RPT                 PIC XX VALUE "00".
002380     05  FS-CENSUS-EXC                 PIC XX VALUE "00".
002390*
002400*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
002410*abend paragraph can name which file and status code failed.
002420 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
002430 01  WS-ABEND-FILE-STATUS              PIC XX VALUE SPACES.
002440*
002450*Summary line images, moved to CENSUS-RPT-RECORD before
002460*each WRITE.
002470 01  WS-RPT-HEADING.
002480     05  FILLER PIC X(30) VALUE "ENROLLMENT CENSUS SUMMARY     ".
002490     05  FILLER PIC X(04) VALUE "RUN ".
002500     05  WS-RPT-RUN-DATE PIC 9(08).
002510     05  FILLER PIC X(38) VALUE SPACES.
002520 01  WS-RPT-CENSUS-LINE.
002530     05  FILLER PIC X(12) VALUE "CENSUS DATE ".
002540     05  WS-RPT-CENSUS-DATE PIC 9(08).
002550     05  FILLER PIC X(19) VALUE "   SCHOOL AGE OVER ".
002560     05  WS-RPT-SCHOOL-MIN PIC ZZ9.
002570     05  FILLER PIC X(07) VALUE " UNDER ".
002580     05  WS-RPT-SCHOOL-MAX PIC ZZ9.
002590     05  FILLER PIC X(14) VALUE "   TOP GRADE  ".
002600     05  WS-RPT-TOP-GRADE PIC Z9.
002610     05  FILLER PIC X(12) VALUE SPACES.
002620 01  WS-RPT-SECTION-LINE.
002630     05  WS-RPT-SECTION-TEXT PIC X(80).
002640 01  WS-RPT-TABLE-COLS.
002650     05  WS-RPT-COLS-LABEL PIC X(08).
002660     05  FILLER PIC X(33)
002670         VALUE "    DIST 01    DIST 02    DIST 03".
002680     05  FILLER PIC X(33)
002690         VALUE "    DIST 04    DIST 05      TOTAL".
002700     05  FILLER PIC X(06) VALUE SPACES.
002710 01  WS-RPT-TABLE-LINE.
002720     05  WS-RPT-TBL-LABEL PIC X(08).
002730     05  WS-RPT-TBL-FIELD OCCURS 6 TIMES.
002740         10  FILLER PIC X(02) VALUE SPACES.
002750         10  WS-RPT-TBL-COUNT PIC Z,ZZZ,ZZ9.
002760     05  FILLER PIC X(06) VALUE SPACES.
002770 01  WS-RPT-ROW-LABEL.
002780     05  FILLER PIC X(02) VALUE SPACES.
002790     05  WS-RPT-ROW-NUM PIC ZZ9.
002800     05  FILLER PIC X(03) VALUE SPACES.
002810 01  WS-RPT-COUNT-LINE.
002820     05  WS-RPT-COUNT-LABEL PIC X(24).
002830     05  FILLER PIC X(01) VALUE SPACE.
002840     05  WS-RPT-COUNT-VALUE PIC ZZZ,ZZ9.
002850     05  FILLER PIC X(48) VALUE SPACES.
002860 01  WS-RPT-HASH-LINE.
002870     05  WS-RPT-HASH-LABEL PIC X(24).
002880     05  FILLER PIC X(01) VALUE SPACE.
002890     05  WS-RPT-HASH-VALUE PIC Z(9)9.
002900     05  FILLER PIC X(45) VALUE SPACES.
002910 01  WS-RPT-CERTIFY-1.
002920     05  FILLER PIC X(40)
002930         VALUE "THE STUDENTS COUNTED ABOVE ARE THE STUDE".
002940     05  FILLER PIC X(40)
002950         VALUE "NT RECORDS ON THE STATE SUBMISSION FILE ".
002960 01  WS-RPT-CERTIFY-2.
002970     05  FILLER PIC X(40)
002980         VALUE "AND AGREE WITH ITS TRAILER.  NO CITIZEN ".
002990     05  FILLER PIC X(40)
003000         VALUE "ON THE EXCEPTION LIST IS ON THE FILE.   ".
003010 01  WS-RPT-SIGN-SUPT.
003020     05  FILLER PIC X(40)
003030         VALUE "SUPERINTENDENT   _______________________".
003040     05  FILLER PIC X(40)
003050         VALUE "__   DATE  __________                   ".
003060 01  WS-RPT-SIGN-DP.
003070     05  FILLER PIC X(40)
003080         VALUE "DATA PROCESSING  _______________________".
003090     05  FILLER PIC X(40)
003100         VALUE "__   DATE  __________                   ".
003110 01  WS-RPT-BLANK-LINE.
003120     05  FILLER PIC X(80) VALUE SPACES.
003130*
003140*Exception list line images, moved to CENSUS-EXC-RECORD
003150*before each WRITE.
003160 01  WS-EXC-HEADING.
003170     05  FILLER PIC X(30) VALUE "ENROLLMENT CENSUS EXCEPTIONS  ".
003180     05  FILLER PIC X(04) VALUE "RUN ".
003190     05  WS-EXC-RUN-DATE PIC 9(08).
003200     05  FILLER PIC X(14) VALUE "  CENSUS DATE ".
003210     05  WS-EXC-CENSUS-DATE PIC 9(08).
003220     05  FILLER PIC X(16) VALUE SPACES.
003230 01  WS-EXC-COL-HEADING.
003240     05  FILLER PIC X(11) VALUE "CITIZEN    ".
003250     05  FILLER PIC X(21) VALUE "NAME                 ".
003260     05  FILLER PIC X(14) VALUE "DIST AGE  GR  ".
003270     05  FILLER PIC X(34) VALUE "REASON HELD OFF THE FILE".
003280 01  WS-EXC-LINE.
003290     05  WS-EXC-ID PIC X(09).
003300     05  FILLER PIC X(02) VALUE SPACES.
003310     05  WS-EXC-NAME PIC X(20).
003320     05  FILLER PIC X(01) VALUE SPACE.
003330     05  WS-EXC-DIST PIC X(02).
003340     05  FILLER PIC X(03) VALUE SPACES.
003350     05  WS-EXC-AGE PIC ZZ9.
003360     05  WS-EXC-AGE-X REDEFINES WS-EXC-AGE PIC X(03).
003370     05  FILLER PIC X(02) VALUE SPACES.
003380     05  WS-EXC-GRADE PIC X(02).
003390     05  FILLER PIC X(02) VALUE SPACES.
003400     05  WS-EXC-REASON-TEXT PIC X(30).
003410     05  FILLER PIC X(04) VALUE SPACES.
003420*
003430 PROCEDURE DIVISION.
003440*
003450*----------------------------------------------------------
003460*0000-MAINLINE
003470*Load the census date and rules, place every citizen on
003480*the master, then close the file with its trailer and
003490*print the summary.
003500*----------------------------------------------------------
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003530     PERFORM 2000-CENSUS-CITIZEN THRU 2000-EXIT
003540         UNTIL WS-END-OF-MASTER
003550     PERFORM 8000-FINALIZE THRU 8000-EXIT
003560     STOP RUN.
003570*
003580*----------------------------------------------------------
003590*1000-INITIALIZE
003600*----------------------------------------------------------
003610 1000-INITIALIZE.
003620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003630     PERFORM 1200-LOAD-CENSUS-DATE THRU 1200-EXIT
003640     PERFORM 1300-LOAD-RUN-RULES THRU 1300-EXIT
003650     OPEN INPUT CITIZEN-MASTER
003660     IF FS-CITIZEN-MASTER NOT = "00"
003670         MOVE "CITMAST " TO WS-ABEND-FILE-NAME
003680         MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
003690         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003700     END-IF
003710     OPEN OUTPUT CENSUS-SUBMIT
003720     IF FS-CENSUS-SUBMIT NOT = "00"
003730         MOVE "CENSFILE" TO WS-ABEND-FILE-NAME
003740         MOVE FS-CENSUS-SUBMIT TO WS-ABEND-FILE-STATUS
003750         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003760     END-IF
003770     OPEN OUTPUT CENSUS-RPT
003780     IF FS-CENSUS-RPT NOT = "00"
003790         MOVE "CENSRPT " TO WS-ABEND-FILE-NAME
003800         MOVE FS-CENSUS-RPT TO WS-ABEND-FILE-STATUS
003810         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003820     END-IF
003830     OPEN OUTPUT CENSUS-EXC
003840     IF FS-CENSUS-EXC NOT = "00"
003850         MOVE "CENSEXC " TO WS-ABEND-FILE-NAME
003860         MOVE FS-CENSUS-EXC TO WS-ABEND-FILE-STATUS
003870         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003880     END-IF
003890     PERFORM 6000-WRITE-HEADER THRU 6000-EXIT
003900     MOVE WS-RUN-DATE TO WS-EXC-RUN-DATE
003910     MOVE WS-CENSUS-DATE TO WS-EXC-CENSUS-DATE
003920     MOVE WS-EXC-HEADING TO CENSUS-EXC-RECORD
003930     PERFORM 7100-WRITE-EXC-LINE THRU 7100-EXIT
003940     MOVE WS-RPT-BLANK-LINE TO CENSUS-EXC-RECORD
003950     PERFORM 7100-WRITE-EXC-LINE THRU 7100-EXIT
003960     MOVE WS-EXC-COL-HEADING TO CENSUS-EXC-RECORD
003970     PERFORM 7100-WRITE-EXC-LINE THRU 7100-EXIT
003980     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
003990 1000-EXIT.
004000     EXIT.
004010*
004020*----------------------------------------------------------
004030*1200-LOAD-CENSUS-DATE
004040*The CENSUS-DATE card names the day every age is taken on.
004050*A missing, duplicate or impossible date, or one still to
004060*come, stops the run before a file is cut for the wrong
004070*day.
004080*----------------------------------------------------------
004090 1200-LOAD-CENSUS-DATE.
004100     OPEN INPUT CENSUS-PARM-FILE
004110     IF FS-CENSUS-PARM NOT = "00"
004120         MOVE "CENSPARM" TO WS-ABEND-FILE-NAME
004130         MOVE FS-CENSUS-PARM TO WS-ABEND-FILE-STATUS
004140         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004150     END-IF
004160     PERFORM 1210-READ-CENSUS-CARD THRU 1210-EXIT
004170         UNTIL WS-END-OF-PARMS
004180     CLOSE CENSUS-PARM-FILE
004190     IF NOT WS-PARM-CENSUS-FOUND
004200         DISPLAY "CENSUS: PARM CENSUS-DATE MISSING"
004210         MOVE 16 TO RETURN-CODE
004220         STOP RUN
004230     END-IF
004240     IF WS-CENSUS-MONTH < 1 OR WS-CENSUS-MONTH > 12
004250     OR WS-CENSUS-DAY < 1 OR WS-CENSUS-DAY > 31
004260         DISPLAY "CENSUS: CENSUS-DATE NOT A DATE - "
004270             WS-CENSUS-DATE
004280         MOVE 16 TO RETURN-CODE
004290         STOP RUN
004300     END-IF
004310     IF WS-CENSUS-DATE > WS-RUN-DATE
004320         DISPLAY "CENSUS: CENSUS-DATE IN THE FUTURE - "
004330             WS-CENSUS-DATE
004340         MOVE 16 TO RETURN-CODE
004350         STOP RUN
004360     END-IF.
004370 1200-EXIT.
004380     EXIT.
004390*
004400 1210-READ-CENSUS-CARD.
004410     READ CENSUS-PARM-FILE
004420         AT END SET WS-END-OF-PARMS TO TRUE
004430         NOT AT END
004440             IF CPM-KEYWORD = "CENSUS-DATE"
004450                 IF WS-PARM-CENSUS-FOUND
004460                     DISPLAY "CENSUS: DUPLICATE PARM "
004470                         "CENSUS-DATE"
004480                     MOVE 16 TO RETURN-CODE
004490                     STOP RUN
004500                 END-IF
004510                 IF CPM-DATE-VALUE IS NOT NUMERIC
004520                     DISPLAY "CENSUS: CENSUS-DATE NOT "
004530                         "NUMERIC - " CPM-DATE-VALUE
004540                     MOVE 16 TO RETURN-CODE
004550                     STOP RUN
004560                 END-IF
004570                 SET WS-PARM-CENSUS-FOUND TO TRUE
004580                 MOVE CPM-DATE-NUM TO WS-CENSUS-DATE
004590             END-IF
004600     END-READ.
004610 1210-EXIT.
004620     EXIT.
004630*
004640*----------------------------------------------------------
004650*1300-LOAD-RUN-RULES
004660*The census must place a student by the same school age
004670*band DATAC grades by, so the band comes off the same
004680*deck; a missing, duplicate or non-numeric card, or a band
004690*the twelve-grade tables cannot hold, stops the run.
004700*----------------------------------------------------------
004710 1300-LOAD-RUN-RULES.
004720     MOVE "N" TO WS-PARM-EOF-SW
004730     OPEN INPUT PARM-FILE
004740     IF FS-PARM-FILE NOT = "00"
004750         MOVE "PARMFILE" TO WS-ABEND-FILE-NAME
004760         MOVE FS-PARM-FILE TO WS-ABEND-FILE-STATUS
004770         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004780     END-IF
004790     PERFORM 1310-READ-PARM-CARD THRU 1310-EXIT
004800         UNTIL WS-END-OF-PARMS
004810     CLOSE PARM-FILE
004820     IF NOT WS-PARM-SMIN-FOUND
004830         DISPLAY "CENSUS: PARM SCHOOL-AGE-MIN MISSING"
004840         MOVE 16 TO RETURN-CODE
004850         STOP RUN
004860     END-IF
004870     IF NOT WS-PARM-SMAX-FOUND
004880         DISPLAY "CENSUS: PARM SCHOOL-AGE-MAX MISSING"
004890         MOVE 16 TO RETURN-CODE
004900         STOP RUN
004910     END-IF
004920     IF NOT WS-PARM-MAX-FOUND
004930         DISPLAY "CENSUS: PARM MAX-AGE MISSING"
004940         MOVE 16 TO RETURN-CODE
004950         STOP RUN
004960     END-IF
004970     IF WS-PARM-SCHOOL-MIN NOT < WS-PARM-SCHOOL-MAX
004980         DISPLAY "CENSUS: SCHOOL-AGE-MIN NOT BELOW MAX"
004990         MOVE 16 TO RETURN-CODE
005000         STOP RUN
005010     END-IF
005020     IF WS-PARM-SCHOOL-MAX - WS-PARM-SCHOOL-MIN > 13
005030         DISPLAY "CENSUS: SCHOOL AGE BAND WIDER THAN THE"
005040             " TWELVE-GRADE TABLE"
005050         MOVE 16 TO RETURN-CODE
005060         STOP RUN
005070     END-IF
005080     COMPUTE WS-TOP-GRADE =
005090         WS-PARM-SCHOOL-MAX - WS-PARM-SCHOOL-MIN - 1.
005100 1300-EXIT.
005110     EXIT.
005120*
005130 1310-READ-PARM-CARD.
005140     READ PARM-FILE
005150         AT END SET WS-END-OF-PARMS TO TRUE
005160         NOT AT END
005170             EVALUATE TRUE
005180                 WHEN PRM-KEYWORD = "SCHOOL-AGE-MIN"
005190                     IF WS-PARM-SMIN-FOUND
005200                         DISPLAY "CENSUS: DUPLICATE PARM "
005210                             "SCHOOL-AGE-MIN"
005220                         MOVE 16 TO RETURN-CODE
005230                         STOP RUN
005240                     END-IF
005250                     IF PRM-VALUE IS NOT NUMERIC
005260                         DISPLAY "CENSUS: SCHOOL-AGE-MIN NOT "
005270                             "NUMERIC - " PRM-VALUE
005280                         MOVE 16 TO RETURN-CODE
005290                         STOP RUN
005300                     END-IF
005310                     SET WS-PARM-SMIN-FOUND TO TRUE
005320                     MOVE PRM-VALUE-NUM TO WS-PARM-SCHOOL-MIN
005330                 WHEN PRM-KEYWORD = "SCHOOL-AGE-MAX"
005340                     IF WS-PARM-SMAX-FOUND
005350                         DISPLAY "CENSUS: DUPLICATE PARM "
005360                             "SCHOOL-AGE-MAX"
005370                         MOVE 16 TO RETURN-CODE
005380                         STOP RUN
005390                     END-IF
005400                     IF PRM-VALUE IS NOT NUMERIC
005410                         DISPLAY "CENSUS: SCHOOL-AGE-MAX NOT "
005420                             "NUMERIC - " PRM-VALUE
005430                         MOVE 16 TO RETURN-CODE
005440                         STOP RUN
005450                     END-IF
005460                     SET WS-PARM-SMAX-FOUND TO TRUE
005470                     MOVE PRM-VALUE-NUM TO WS-PARM-SCHOOL-MAX
005480                 WHEN PRM-KEYWORD = "MAX-AGE"
005490                     IF WS-PARM-MAX-FOUND
005500                         DISPLAY "CENSUS: DUPLICATE PARM "
005510                             "MAX-AGE"
005520                         MOVE 16 TO RETURN-CODE
005530                         STOP RUN
005540                     END-IF
005550                     IF PRM-VALUE IS NOT NUMERIC
005560                         DISPLAY "CENSUS: MAX-AGE NOT "
005570                             "NUMERIC - " PRM-VALUE
005580                         MOVE 16 TO RETURN-CODE
005590                         STOP RUN
005600                     END-IF
005610                     SET WS-PARM-MAX-FOUND TO TRUE
005620                     MOVE PRM-VALUE-NUM TO WS-PARM-MAX-AGE
005630                 WHEN OTHER
005640                     CONTINUE
005650             END-EVALUATE
005660     END-READ.
005670 1310-EXIT.
005680     EXIT.
005690*
005700 2000-CENSUS-CITIZEN.
005710     PERFORM 3000-PLACE-CITIZEN THRU 3000-EXIT
005720     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
005730 2000-EXIT.
005740     EXIT.
005750*
005760 2100-READ-MASTER.
005770     READ CITIZEN-MASTER
005780         AT END SET WS-END-OF-MASTER TO TRUE
005790     END-READ
005800     IF WS-END-OF-MASTER
005810         GO TO 2100-EXIT
005820     END-IF
005830     IF FS-CITIZEN-MASTER NOT = "00"
005840         MOVE "CITMAST " TO WS-ABEND-FILE-NAME
005850         MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
005860         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005870     END-IF
005880     ADD 1 TO WS-MASTER-COUNT.
005890 2100-EXIT.
005900     EXIT.
005910*
005920*----------------------------------------------------------
005930*3000-PLACE-CITIZEN
005940*Active citizens only.  Aged on the census date; a citizen
005950*whose ID, name or DOB fails the edit cannot be aged and
005960*is an exception, while one born after the census date is
005970*simply not of school age.  A later edit failure (a score
005980*letter, the address) does not touch the census.  Outside
005990*school age the grade must be zero; inside it the citizen
006000*needs a district office and a grade that fits the age.
006010*Every citizen that gets through goes on the file.
006020*----------------------------------------------------------
006030 3000-PLACE-CITIZEN.
006040     IF NOT MST-STATUS-ACTIVE
006050         ADD 1 TO WS-INACTIVE-COUNT
006060         GO TO 3000-EXIT
006070     END-IF
006080     MOVE SPACES TO WS-EXC-REASON
006090     MOVE WS-CENSUS-DATE TO EDT-RUN-DATE
006100     PERFORM 3100-AGE-CITIZEN THRU 3100-EXIT
006110     IF EDT-RECORD-INVALID
006120     AND EDT-REASON-CODE = "DOB-IN-FUTURE"
006130         ADD 1 TO WS-NOT-SCHOOL-COUNT
006140         GO TO 3000-EXIT
006150     END-IF
006160     IF EDT-RECORD-INVALID
006170     AND (EDT-FIELD-NAME = "CITIZEN-ID"
006180       OR EDT-FIELD-NAME = "NAME"
006190       OR EDT-FIELD-NAME = "DOB")
006200         MOVE EDT-REASON-CODE TO WS-NOT-AGED-CODE
006210         MOVE WS-NOT-AGED-REASON TO WS-EXC-REASON
006220         ADD 1 TO WS-EXC-NOT-AGED-COUNT
006230         MOVE SPACES TO WS-EXC-AGE-X
006240         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006250         GO TO 3000-EXIT
006260     END-IF
006270     MOVE EDT-DERIVED-AGE TO WS-CENSUS-AGE
006280     MOVE WS-CENSUS-AGE TO WS-EXC-AGE
006290     IF MST-GRADE IS NOT NUMERIC
006300         MOVE "GRADE NOT NUMERIC" TO WS-EXC-REASON
006310         ADD 1 TO WS-EXC-GRADE-NUM-COUNT
006320         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006330         GO TO 3000-EXIT
006340     END-IF
006350     IF WS-CENSUS-AGE NOT > WS-PARM-SCHOOL-MIN
006360     OR WS-CENSUS-AGE NOT < WS-PARM-SCHOOL-MAX
006370         GO TO 3000-NOT-SCHOOL-AGE
006380     END-IF
006390     COMPUTE WS-AGE-GRADE = WS-CENSUS-AGE - WS-PARM-SCHOOL-MIN
006400     MOVE MST-DISTRICT TO WS-DIST-CODE
006410     EVALUATE TRUE
006420         WHEN MST-DISTRICT = SPACES
006430             MOVE "DISTRICT MISSING" TO WS-EXC-REASON
006440             ADD 1 TO WS-EXC-DIST-MISS-COUNT
006450         WHEN NOT EDT-DISTRICT-VALID
006460             MOVE "DISTRICT NOT 01-05" TO WS-EXC-REASON
006470             ADD 1 TO WS-EXC-DIST-BAD-COUNT
006480         WHEN MST-GRADE = ZERO
006490             MOVE "SCHOOL AGE, GRADE ZERO" TO WS-EXC-REASON
006500             ADD 1 TO WS-EXC-GRADE-ZERO-COUNT
006510         WHEN MST-GRADE > WS-TOP-GRADE
006520             MOVE "GRADE ABOVE TOP GRADE" TO WS-EXC-REASON
006530             ADD 1 TO WS-EXC-GRADE-HIGH-COUNT
006540         WHEN OTHER
006550             PERFORM 3200-FIT-GRADE THRU 3200-EXIT
006560     END-EVALUATE
006570     IF WS-EXC-REASON NOT = SPACES
006580         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006590         GO TO 3000-EXIT
006600     END-IF
006610     PERFORM 4000-COUNT-STUDENT THRU 4000-EXIT
006620     PERFORM 6100-WRITE-STUDENT THRU 6100-EXIT
006630     GO TO 3000-EXIT.
006640 3000-NOT-SCHOOL-AGE.
006650     IF MST-GRADE = ZERO
006660         ADD 1 TO WS-NOT-SCHOOL-COUNT
006670     ELSE
006680         MOVE "GRADED, NOT SCHOOL AGE" TO WS-EXC-REASON
006690         ADD 1 TO WS-EXC-OUT-OF-AGE-COUNT
006700         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006710     END-IF.
006720 3000-EXIT.
006730     EXIT.
006740*
006750*The master's intake fields through the shared edit, aged
006760*on the census date the caller has put in EDT-RUN-DATE.
006770 3100-AGE-CITIZEN.
006780     MOVE SPACES TO EDT-CITIZEN-IMAGE
006790     MOVE MST-CITIZEN-ID TO EDT-CITIZEN-ID
006800     MOVE MST-CITIZEN-NAME TO EDT-CITIZEN-NAME
006810     MOVE MST-CITIZEN-AGE-TEXT TO EDT-CITIZEN-AGE-TEXT
006820     MOVE MST-CITIZEN-TEST-NUM TO EDT-CITIZEN-TEST-NUM
006830     MOVE MST-CITIZEN-SCORE TO EDT-CITIZEN-SCORE
006840     MOVE MST-SUBJECT-SCORES TO EDT-SUBJECT-SCORES
006850     MOVE MST-DISTRICT TO EDT-DISTRICT
006860     MOVE MST-DOB-TEXT TO EDT-DOB-TEXT
006870     MOVE WS-PARM-MAX-AGE TO EDT-MAX-AGE
006880     MOVE SPACES TO EDT-ADDRESS-IMAGE
006890     SET EDT-EDIT-FULL TO TRUE
006900     CALL "CITEDIT" USING CITIZEN-EDIT-AREA.
006910 3100-EXIT.
006920     EXIT.
006930*
006940*One grade either side of the age-based grade is placed;
006950*two or more apart is an exception.
006960 3200-FIT-GRADE.
006970     IF MST-GRADE > WS-AGE-GRADE
006980         COMPUTE WS-GRADE-GAP = MST-GRADE - WS-AGE-GRADE
006990     ELSE
007000         COMPUTE WS-GRADE-GAP = WS-AGE-GRADE - MST-GRADE
007010     END-IF
007020     IF WS-GRADE-GAP > 1
007030         MOVE "GRADE DOES NOT FIT AGE" TO WS-EXC-REASON
007040         ADD 1 TO WS-EXC-GRADE-FIT-COUNT
007050     END-IF.
007060 3200-EXIT.
007070     EXIT.
007080*
007090*----------------------------------------------------------
007100*4000-COUNT-STUDENT
007110*The student into the grade and age tables under the
007120*district, and into the trailer's control totals.
007130*----------------------------------------------------------
007140 4000-COUNT-STUDENT.
007150     MOVE WS-DIST-NUM TO WS-DIST-IDX
007160     ADD 1 TO WS-GRADE-DIST (MST-GRADE, WS-DIST-IDX)
007170     ADD 1 TO WS-GRADE-TOTAL (MST-GRADE)
007180     ADD 1 TO WS-AGE-DIST (WS-AGE-GRADE, WS-DIST-IDX)
007190     ADD 1 TO WS-AGE-TOTAL (WS-AGE-GRADE)
007200     ADD 1 TO WS-DIST-TOTAL (WS-DIST-IDX)
007210     ADD 1 TO WS-STUDENT-COUNT
007220     ADD MST-GRADE TO WS-GRADE-SUM
007230     PERFORM 5000-HASH-CITIZEN-ID THRU 5000-EXIT.
007240 4000-EXIT.
007250     EXIT.
007260*
007270*Sum of the digit values of the nine CITIZEN-ID bytes, the
007280*same hash CITIZEN-CTL.CPY describes for the intake feed.
007290 5000-HASH-CITIZEN-ID.
007300     PERFORM 5100-HASH-ONE-BYTE THRU 5100-EXIT
007310         VARYING WS-HASH-IDX FROM 1 BY 1
007320         UNTIL WS-HASH-IDX > 9.
007330 5000-EXIT.
007340     EXIT.
007350*
007360 5100-HASH-ONE-BYTE.
007370     MOVE MST-CITIZEN-ID (WS-HASH-IDX:1) TO WS-HASH-DIGIT-X
007380     IF WS-HASH-DIGIT-X IS NUMERIC
007390         ADD WS-HASH-DIGIT-9 TO WS-ID-HASH-TOTAL
007400     END-IF.
007410 5100-EXIT.
007420     EXIT.
007430*
007440*----------------------------------------------------------
007450*6000-WRITE-HEADER
007460*----------------------------------------------------------
007470 6000-WRITE-HEADER.
007480     MOVE SPACES TO CENSUS-SUBMIT-RECORD
007490     SET CSB-HEADER TO TRUE
007500     MOVE WS-CENSUS-DATE TO CSB-CENSUS-DATE
007510     MOVE "ENRCENSUS" TO CSB-FILE-ID
007520     MOVE WS-RUN-DATE TO CSB-CREATED-DATE
007530     MOVE "CITIZEN SVCS" TO CSB-SOURCE-OFFICE
007540     PERFORM 6900-WRITE-SUBMIT THRU 6900-EXIT.
007550 6000-EXIT.
007560     EXIT.
007570*
007580 6100-WRITE-STUDENT.
007590     MOVE SPACES TO CENSUS-SUBMIT-RECORD
007600     SET CSB-STUDENT TO TRUE
007610     MOVE WS-CENSUS-DATE TO CSB-CENSUS-DATE
007620     MOVE MST-CITIZEN-ID TO CSB-CITIZEN-ID
007630     MOVE MST-CITIZEN-NAME TO CSB-CITIZEN-NAME
007640     MOVE MST-DOB-NUM TO CSB-DOB
007650     MOVE WS-CENSUS-AGE TO CSB-AGE
007660     MOVE MST-GRADE TO CSB-GRADE
007670     MOVE MST-DISTRICT TO CSB-DISTRICT
007680     PERFORM 6900-WRITE-SUBMIT THRU 6900-EXIT.
007690 6100-EXIT.
007700     EXIT.
007710*
007720 6200-WRITE-TRAILER.
007730     MOVE SPACES TO CENSUS-SUBMIT-RECORD
007740     SET CSB-TRAILER TO TRUE
007750     MOVE WS-CENSUS-DATE TO CSB-CENSUS-DATE
007760     MOVE WS-STUDENT-COUNT TO CSB-RECORD-COUNT
007770     MOVE WS-ID-HASH-TOTAL TO CSB-ID-HASH-TOTAL
007780     MOVE WS-GRADE-SUM TO CSB-GRADE-TOTAL
007790     PERFORM 6210-MOVE-DIST-COUNT THRU 6210-EXIT
007800         VARYING WS-DIST-IDX FROM 1 BY 1
007810         UNTIL WS-DIST-IDX > 5
007820     PERFORM 6900-WRITE-SUBMIT THRU 6900-EXIT.
007830 6200-EXIT.
007840     EXIT.
007850*
007860 6210-MOVE-DIST-COUNT.
007870     MOVE WS-DIST-TOTAL (WS-DIST-IDX)
007880         TO CSB-DISTRICT-COUNT (WS-DIST-IDX).
007890 6210-EXIT.
007900     EXIT.
007910*
007920 6900-WRITE-SUBMIT.
007930     WRITE CENSUS-SUBMIT-RECORD
007940     IF FS-CENSUS-SUBMIT NOT = "00"
007950         MOVE "CENSFILE" TO WS-ABEND-FILE-NAME
007960         MOVE FS-CENSUS-SUBMIT TO WS-ABEND-FILE-STATUS
007970         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007980     END-IF.
007990 6900-EXIT.
008000     EXIT.
008010*
008020*One line per citizen held off the file, with the reason
008030*the caller moved and, once aged, the age on the census
008040*date.
008050 7000-WRITE-EXCEPTION.
008060     MOVE MST-CITIZEN-ID TO WS-EXC-ID
008070     MOVE MST-CITIZEN-NAME TO WS-EXC-NAME
008080     MOVE MST-DISTRICT TO WS-EXC-DIST
008090     MOVE MST-GRADE TO WS-EXC-GRADE
008100     MOVE WS-EXC-REASON TO WS-EXC-REASON-TEXT
008110     MOVE WS-EXC-LINE TO CENSUS-EXC-RECORD
008120     PERFORM 7100-WRITE-EXC-LINE THRU 7100-EXIT
008130     ADD 1 TO WS-EXCEPTION-COUNT.
008140 7000-EXIT.
008150     EXIT.
008160*
008170 7100-WRITE-EXC-LINE.
008180     WRITE CENSUS-EXC-RECORD
008190     IF FS-CENSUS-EXC NOT = "00"
008200         MOVE "CENSEXC " TO WS-ABEND-FILE-NAME
008210         MOVE FS-CENSUS-EXC TO WS-ABEND-FILE-STATUS
008220         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008230     END-IF.
008240 7100-EXIT.
008250     EXIT.
008260*
008270*----------------------------------------------------------
008280*7500-PRINT-SUMMARY
008290*Headcounts by grade and by age under each district, the
008300*citizens held back by reason, the run totals, the file's
008310*control totals, and the sign-off.
008320*----------------------------------------------------------
008330 7500-PRINT-SUMMARY.
008340     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
008350     MOVE WS-RPT-HEADING TO CENSUS-RPT-RECORD
008360     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
008370     MOVE WS-CENSUS-DATE TO WS-RPT-CENSUS-DATE
008380     MOVE WS-PARM-SCHOOL-MIN TO WS-RPT-SCHOOL-MIN
008390     MOVE WS-PARM-SCHOOL-MAX TO WS-RPT-SCHOOL-MAX
008400     MOVE WS-TOP-GRADE TO WS-RPT-TOP-GRADE
008410     MOVE WS-RPT-CENSUS-LINE TO CENSUS-RPT-RECORD
008420     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
008430     MOVE WS-RPT-BLANK-LINE TO CENSUS-RPT-RECORD
008440     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
008450     MOVE "STUDENTS BY GRADE AND DISTRICT" TO WS-RPT-SECTION-TEXT
008460     MOVE WS-RPT-SECTION-LINE TO CENSUS-RPT-RECORD
008470     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
008480     MOVE "GRADE" TO WS-RPT-COLS-LABEL
008490     MOVE WS-RPT-TABLE-COLS TO CENSUS-RPT-RECORD
008500     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
008510     PERFORM 7510-PRINT-GRADE-ROW THRU 7510-EXIT
008520         VARYING WS-ROW-IDX FROM 1 BY 1
008530         UNTIL WS-ROW-IDX > WS-TOP-GRADE
008540     PERFORM 7530-PRINT-TOTAL-ROW THRU 7530-EXIT
008550     MOVE WS-RPT-BLANK-LINE TO CENSUS-RPT-RECORD
008560     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
008570     MOVE "STUDENTS BY AGE ON THE CENSUS DATE AND DISTRICT"
008580         TO WS-RPT-SECTION-TEXT
008590     MOVE WS-RPT-SECTION-LINE TO CENSUS-RPT-RECORD
008600     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
008610     MOVE "AGE" TO WS-RPT-COLS-LABEL
008620     MOVE WS-RPT-TABLE-COLS TO CENSUS-RPT-RECORD
008630     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
008640     PERFORM 7520-PRINT-AGE-ROW THRU 7520-EXIT
008650         VARYING WS-ROW-IDX FROM 1 BY 1
008660         UNTIL WS-ROW-IDX > WS-TOP-GRADE
008670     PERFORM 7530-PRINT-TOTAL-ROW THRU 7530-EXIT
008680     MOVE WS-RPT-BLANK-LINE TO CENSUS-RPT-RECORD
008690     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
008700     MOVE "HELD OFF THE FILE - SEE THE EXCEPTION LIST"
008710         TO WS-RPT-SECTION-TEXT
008720     MOVE WS-RPT-SECTION-LINE TO CENSUS-RPT-RECORD
008730     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
008740     MOVE "  NOT AGED             =" TO WS-RPT-COUNT-LABEL
008750     MOVE WS-EXC-NOT-AGED-COUNT TO WS-RPT-COUNT-VALUE
008760     PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
008770     MOVE "  GRADE NOT NUMERIC    =" TO WS-RPT-COUNT-LABEL
008780     MOVE WS-EXC-GRADE-NUM-COUNT TO WS-RPT-COUNT-VALUE
008790     PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
008800     MOVE "  GRADED, NOT SCHL AGE =" TO WS-RPT-COUNT-LABEL
008810     MOVE WS-EXC-OUT-OF-AGE-COUNT TO WS-RPT-COUNT-VALUE
008820     PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
008830     MOVE "  DISTRICT MISSING     =" TO WS-RPT-COUNT-LABEL
008840     MOVE WS-EXC-DIST-MISS-COUNT TO WS-RPT-COUNT-VALUE
008850     PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
008860     MOVE "  DISTRICT NOT 01-05   =" TO WS-RPT-COUNT-LABEL
008870     MOVE WS-EXC-DIST-BAD-COUNT TO WS-RPT-COUNT-VALUE
008880     PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
008890     MOVE "  SCHOOL AGE, GRADE 0  =" TO WS-RPT-COUNT-LABEL
008900     MOVE WS-EXC-GRADE-ZERO-COUNT TO WS-RPT-COUNT-VALUE
008910     PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
008920     MOVE "  ABOVE TOP GRADE      =" TO WS-RPT-COUNT-LABEL
008930     MOVE WS-EXC-GRADE-HIGH-COUNT TO WS-RPT-COUNT-VALUE
008940     PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
008950     MOVE "  GRADE DOES NOT FIT   =" TO WS-RPT-COUNT-LABEL
008960     MOVE WS-EXC-GRADE-FIT-COUNT TO WS-RPT-COUNT-VALUE
008970     PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
008980     MOVE WS-RPT-BLANK-LINE TO CENSUS-RPT-RECORD
008990     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
009000     MOVE "RUN TOTALS" TO WS-RPT-SECTION-TEXT
009010     MOVE WS-RPT-SECTION-LINE TO CENSUS-RPT-RECORD
009020     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
009030     MOVE "MASTER RECORDS READ    =" TO WS-RPT-COUNT-LABEL
009040     MOVE WS-MASTER-COUNT TO WS-RPT-COUNT-VALUE
009050     PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
009060     MOVE "NOT ACTIVE             =" TO WS-RPT-COUNT-LABEL
009070     MOVE WS-INACTIVE-COUNT TO WS-RPT-COUNT-VALUE
009080     PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
009090     MOVE "NOT SCHOOL AGE         =" TO WS-RPT-COUNT-LABEL
009100     MOVE WS-NOT-SCHOOL-COUNT TO WS-RPT-COUNT-VALUE
009110     PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
009120     MOVE "HELD OFF THE FILE      =" TO WS-RPT-COUNT-LABEL
009130     MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT-VALUE
009140     PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
009150     MOVE "STUDENTS ON THE FILE   =" TO WS-RPT-COUNT-LABEL
009160     MOVE WS-STUDENT-COUNT TO WS-RPT-COUNT-VALUE
009170     PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
009180     MOVE WS-RPT-BLANK-LINE TO CENSUS-RPT-RECORD
009190     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
009200     MOVE "SUBMISSION FILE TRAILER" TO WS-RPT-SECTION-TEXT
009210     MOVE WS-RPT-SECTION-LINE TO CENSUS-RPT-RECORD
009220     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
009230     MOVE "STUDENT RECORDS        =" TO WS-RPT-COUNT-LABEL
009240     MOVE WS-STUDENT-COUNT TO WS-RPT-COUNT-VALUE
009250     PERFORM 7900-WRITE-COUNT THRU 7900-EXIT
009260     MOVE "CITIZEN-ID HASH TOTAL  =" TO WS-RPT-HASH-LABEL
009270     MOVE WS-ID-HASH-TOTAL TO WS-RPT-HASH-VALUE
009280     MOVE WS-RPT-HASH-LINE TO CENSUS-RPT-RECORD
009290     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
009300     MOVE "GRADE TOTAL            =" TO WS-RPT-HASH-LABEL
009310     MOVE WS-GRADE-SUM TO WS-RPT-HASH-VALUE
009320     MOVE WS-RPT-HASH-LINE TO CENSUS-RPT-RECORD
009330     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
009340     MOVE WS-RPT-BLANK-LINE TO CENSUS-RPT-RECORD
009350     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
009360     MOVE WS-RPT-CERTIFY-1 TO CENSUS-RPT-RECORD
009370     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
009380     MOVE WS-RPT-CERTIFY-2 TO CENSUS-RPT-RECORD
009390     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
009400     MOVE WS-RPT-BLANK-LINE TO CENSUS-RPT-RECORD
009410     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
009420     MOVE WS-RPT-BLANK-LINE TO CENSUS-RPT-RECORD
009430     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
009440     MOVE WS-RPT-SIGN-SUPT TO CENSUS-RPT-RECORD
009450     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
009460     MOVE WS-RPT-BLANK-LINE TO CENSUS-RPT-RECORD
009470     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT
009480     MOVE WS-RPT-SIGN-DP TO CENSUS-RPT-RECORD
009490     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT.
009500 7500-EXIT.
009510     EXIT.
009520*
009530 7510-PRINT-GRADE-ROW.
009540     MOVE WS-ROW-IDX TO WS-RPT-ROW-NUM
009550     MOVE WS-RPT-ROW-LABEL TO WS-RPT-TBL-LABEL
009560     PERFORM 7515-MOVE-GRADE-CELL THRU 7515-EXIT
009570         VARYING WS-DIST-IDX FROM 1 BY 1
009580         UNTIL WS-DIST-IDX > 5
009590     MOVE WS-GRADE-TOTAL (WS-ROW-IDX) TO WS-RPT-TBL-COUNT (6)
009600     MOVE WS-RPT-TABLE-LINE TO CENSUS-RPT-RECORD
009610     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT.
009620 7510-EXIT.
009630     EXIT.
009640*
009650 7515-MOVE-GRADE-CELL.
009660     MOVE WS-GRADE-DIST (WS-ROW-IDX, WS-DIST-IDX)
009670         TO WS-RPT-TBL-COUNT (WS-DIST-IDX).
009680 7515-EXIT.
009690     EXIT.
009700*
009710*Age rows are labelled with the age itself - the row index
009720*plus SCHOOL-AGE-MIN.
009730 7520-PRINT-AGE-ROW.
009740     COMPUTE WS-RPT-ROW-NUM = WS-ROW-IDX + WS-PARM-SCHOOL-MIN
009750     MOVE WS-RPT-ROW-LABEL TO WS-RPT-TBL-LABEL
009760     PERFORM 7525-MOVE-AGE-CELL THRU 7525-EXIT
009770         VARYING WS-DIST-IDX FROM 1 BY 1
009780         UNTIL WS-DIST-IDX > 5
009790     MOVE WS-AGE-TOTAL (WS-ROW-IDX) TO WS-RPT-TBL-COUNT (6)
009800     MOVE WS-RPT-TABLE-LINE TO CENSUS-RPT-RECORD
009810     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT.
009820 7520-EXIT.
009830     EXIT.
009840*
009850 7525-MOVE-AGE-CELL.
009860     MOVE WS-AGE-DIST (WS-ROW-IDX, WS-DIST-IDX)
009870         TO WS-RPT-TBL-COUNT (WS-DIST-IDX).
009880 7525-EXIT.
009890     EXIT.
009900*
009910*Both tables close on the students per district, which is
009920*what the trailer carries.
009930 7530-PRINT-TOTAL-ROW.
009940     MOVE "TOTAL" TO WS-RPT-TBL-LABEL
009950     PERFORM 7535-MOVE-TOTAL-CELL THRU 7535-EXIT
009960         VARYING WS-DIST-IDX FROM 1 BY 1
009970         UNTIL WS-DIST-IDX > 5
009980     MOVE WS-STUDENT-COUNT TO WS-RPT-TBL-COUNT (6)
009990     MOVE WS-RPT-TABLE-LINE TO CENSUS-RPT-RECORD
010000     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT.
010010 7530-EXIT.
010020     EXIT.
010030*
010040 7535-MOVE-TOTAL-CELL.
010050     MOVE WS-DIST-TOTAL (WS-DIST-IDX)
010060         TO WS-RPT-TBL-COUNT (WS-DIST-IDX).
010070 7535-EXIT.
010080     EXIT.
010090*
010100*Shared by every WRITE CENSUS-RPT-RECORD so a dataset
010110*problem on the summary is caught and stops the run.
010120 7800-WRITE-RPT-LINE.
010130     WRITE CENSUS-RPT-RECORD
010140     IF FS-CENSUS-RPT NOT = "00"
010150         MOVE "CENSRPT " TO WS-ABEND-FILE-NAME
010160         MOVE FS-CENSUS-RPT TO WS-ABEND-FILE-STATUS
010170         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
010180     END-IF.
010190 7800-EXIT.
010200     EXIT.
010210*
010220 7900-WRITE-COUNT.
010230     MOVE WS-RPT-COUNT-LINE TO CENSUS-RPT-RECORD
010240     PERFORM 7800-WRITE-RPT-LINE THRU 7800-EXIT.
010250 7900-EXIT.
010260     EXIT.
010270*
010280*----------------------------------------------------------
010290*8000-FINALIZE
010300*The trailer closes the file, then the summary prints.  An
010310*exception list with anyone on it ends the run RC 4 - the
010320*file is complete for the citizens on it, but is not to be
010330*sent until the list is worked and the census rerun.
010340*----------------------------------------------------------
010350 8000-FINALIZE.
010360     PERFORM 6200-WRITE-TRAILER THRU 6200-EXIT
010370     PERFORM 7500-PRINT-SUMMARY THRU 7500-EXIT
010380     MOVE WS-RPT-BLANK-LINE TO CENSUS-EXC-RECORD
010390     PERFORM 7100-WRITE-EXC-LINE THRU 7100-EXIT
010400     MOVE "CITIZENS LISTED        =" TO WS-RPT-COUNT-LABEL
010410     MOVE WS-EXCEPTION-COUNT TO WS-RPT-COUNT-VALUE
010420     MOVE WS-RPT-COUNT-LINE TO CENSUS-EXC-RECORD
010430     PERFORM 7100-WRITE-EXC-LINE THRU 7100-EXIT
010440     CLOSE CITIZEN-MASTER
010450     CLOSE CENSUS-SUBMIT
010460     CLOSE CENSUS-RPT
010470     CLOSE CENSUS-EXC
010480     IF WS-EXCEPTION-COUNT > ZERO
010490         DISPLAY "CENSUS: " WS-EXCEPTION-COUNT
010500             " CITIZENS ON THE EXCEPTION LIST - FIX BEFORE"
010510             " THE FILE IS SENT"
010520         MOVE 4 TO RETURN-CODE
010530     END-IF
010540     DISPLAY "CENSUS: RUN COMPLETE - " WS-STUDENT-COUNT
010550         " STUDENTS FOR CENSUS " WS-CENSUS-DATE.
010560 8000-EXIT.
010570     EXIT.
010580*
010590*----------------------------------------------------------
010600*9900-ABEND-FILE-ERROR
010610*----------------------------------------------------------
010620 9900-ABEND-FILE-ERROR.
010630     DISPLAY "CENSUS: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
010640         " - FILE STATUS " WS-ABEND-FILE-STATUS
010650     MOVE 16 TO RETURN-CODE
010660     STOP RUN.
010670 9900-EXIT.
010680     EXIT.
