000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. POLLPRT.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. October 2nd 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*POLLPRT
000140*
000150*Prints the election-day poll book from the POLLSEL work
000160*file, sorted by the POLLBKRN job into district, record
000170*type, name and ID order.  Each district starts a new page
000180*and runs on to as many continued pages as it needs:
000190*
000200*  - every voter on the book, alphabetical, with ID, date of
000210*    birth and a signature line, and marked NEW VOTER when
000220*    they come of age between the run and the election,
000230*    TRANSFERRED IN when the extract still has them in
000240*    another district, or NOT ON EXTRACT;
000250*  - the voters the extract has in the district who are not
000260*    in its book, with the reason, so the judges can answer
000270*    anyone turned away;
000280*  - the closing count: voters on the extract, less those no
000290*    longer on the book, plus the newly eligible, plus those
000300*    transferred in or not extracted, equals the voters on
000310*    the book - proved against the lines actually printed.
000320*
000330*A district whose book does not agree with its counts is
000340*flagged on its closing page and the run ends RC 16 so the
000350*book is not sent to the polls unchecked.
000360*
000370*MODIFICATION HISTORY
000380*
000390*2026-10-02  SAB  Initial version.
000400*----------------------------------------------------------
000410*
000420 ENVIRONMENT DIVISION.
000430*
000440 CONFIGURATION SECTION.
000450*
000460 INPUT-OUTPUT SECTION.
000470*
000480 FILE-CONTROL.
000490*Sorted poll book work records out of POLLSEL.
000500     SELECT POLL-IN
000510         ASSIGN TO POLLIN
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS FS-POLL-IN.
000540*
000550*The printed poll book.
000560     SELECT POLL-BOOK
000570         ASSIGN TO POLLBOOK
000580         ORGANIZATION IS SEQUENTIAL
000590         FILE STATUS IS FS-POLL-BOOK.
000600*
000610 DATA DIVISION.
000620*
000630 FILE SECTION.
000640*
000650 FD  POLL-IN.
000660     COPY POLL-BOOK.
000670*
000680 FD  POLL-BOOK.
000690 01  POLL-BOOK-LINE                    PIC X(80).
000700*
000710 WORKING-STORAGE SECTION.
000720*
000730 01  WS-PAGE-NUM                        PIC 9(03) VALUE 1.
000740 01  WS-LINE-COUNT                      PIC 9(03) VALUE ZERO.
000750*
000760*District being printed, and the district and record type
000770*last read for the sequence check.
000780 01  WS-CURR-DISTRICT                   PIC X(02) VALUE SPACES.
000790 01  WS-PREV-KEY                        PIC X(03)
000800     VALUE LOW-VALUES.
000810 01  WS-CURR-KEY.
000820     05  WS-CURR-KEY-DISTRICT          PIC X(02).
000830     05  WS-CURR-KEY-TYPE              PIC X(01).
000840 01  WS-ELECTION-DATE                   PIC 9(08) VALUE ZERO.
000850*
000860*The district's totals record, held until the break prints
000870*the closing count from it.
000880 01  WS-BOOK-TOTALS.
000890     05  WS-BOOK-VOTING-AGE            PIC 9(03).
000900     05  WS-BOOK-EXTRACT               PIC 9(07).
000910     05  WS-BOOK-LEFT                  PIC 9(07).
000920     05  WS-BOOK-REGISTERED            PIC 9(07).
000930     05  WS-BOOK-NEW                   PIC 9(07).
000940     05  WS-BOOK-TRANSFER              PIC 9(07).
000950     05  WS-BOOK-UNEXTRACTED           PIC 9(07).
000960     05  WS-BOOK-VOTERS                PIC 9(07).
000970 01  WS-BOOK-BALANCE                    PIC 9(07) VALUE ZERO.
000980*
000990*Lines printed for the district, to prove the counts by.
001000 01  WS-DIST-COUNTERS.
001010     05  WS-DIST-VOTER-LINES           PIC 9(07) VALUE ZERO.
001020     05  WS-DIST-LEFT-LINES            PIC 9(07) VALUE ZERO.
001030     05  WS-DIST-NEW-LINES             PIC 9(07) VALUE ZERO.
001040*
001050 01  WS-SWITCHES.
001060     05  WS-EOF-SW                     PIC X(01) VALUE "N".
001070         88  WS-END-OF-FILE                   VALUE "Y".
001080     05  WS-TOTALS-FOUND-SW            PIC X(01) VALUE "N".
001090         88  WS-TOTALS-FOUND                  VALUE "Y".
001100         88  WS-TOTALS-NOT-FOUND              VALUE "N".
001110     05  WS-SECTION-SW                 PIC X(01) VALUE "V".
001120         88  WS-IN-VOTER-SECTION              VALUE "V".
001130         88  WS-IN-LEFT-SECTION               VALUE "L".
001140     05  WS-DIST-BALANCED-SW           PIC X(01) VALUE "Y".
001150         88  WS-DIST-IS-BALANCED              VALUE "Y".
001160         88  WS-DIST-NOT-BALANCED             VALUE "N".
001170*
001180 01  WS-COUNTERS.
001190     05  WS-READ-COUNT                 PIC 9(07) VALUE ZERO.
001200     05  WS-DISTRICT-COUNT             PIC 9(07) VALUE ZERO.
001210     05  WS-VOTER-COUNT                PIC 9(07) VALUE ZERO.
001220     05  WS-NEW-COUNT                  PIC 9(07) VALUE ZERO.
001230     05  WS-LEFT-COUNT                 PIC 9(07) VALUE ZERO.
001240     05  WS-UNBALANCED-COUNT           PIC 9(07) VALUE ZERO.
001250*
001260 01  WS-FILE-STATUSES.
001270     05  FS-POLL-IN                    PIC XX VALUE "00".
001280     05  FS-POLL-BOOK                  PIC XX VALUE "00".
001290*
001300*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
001310*abend paragraph can name which file and status code failed.
001320 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
001330 01  WS-ABEND-FILE-STATUS              PIC XX VALUE SPACES.
001340*
001350*Report line images, moved to POLL-BOOK-LINE before each
001360*WRITE.
001370 01  WS-RPT-HEADING.
001380     05  FILLER PIC X(30) VALUE "ELECTION POLL BOOK            ".
001390     05  FILLER PIC X(09) VALUE "DISTRICT ".
001400     05  WS-RPT-DISTRICT PIC X(02).
001410     05  FILLER PIC X(11) VALUE "  ELECTION ".
001420     05  WS-RPT-ELECTION-DATE PIC 9(08).
001430     05  FILLER PIC X(07) VALUE "  PAGE ".
001440     05  WS-RPT-PAGE PIC ZZ9.
001450     05  FILLER PIC X(10) VALUE SPACES.
001460 01  WS-RPT-TOTAL-HEADING.
001470     05  FILLER PIC X(30) VALUE "ELECTION POLL BOOK            ".
001480     05  FILLER PIC X(22) VALUE "ALL DISTRICTS         ".
001490     05  FILLER PIC X(08) VALUE "ELECTION".
001500     05  FILLER PIC X(01) VALUE SPACE.
001510     05  WS-RPT-TOT-ELECTION-DATE PIC 9(08).
001520     05  FILLER PIC X(07) VALUE "  PAGE ".
001530     05  WS-RPT-TOT-PAGE PIC ZZ9.
001540     05  FILLER PIC X(01) VALUE SPACE.
001550 01  WS-RPT-VOTER-HEADING.
001560     05  FILLER PIC X(22) VALUE "NAME                  ".
001570     05  FILLER PIC X(11) VALUE "CITIZEN    ".
001580     05  FILLER PIC X(10) VALUE "BORN      ".
001590     05  FILLER PIC X(16) VALUE "                ".
001600     05  FILLER PIC X(09) VALUE "SIGNATURE".
001610     05  FILLER PIC X(12) VALUE SPACES.
001620 01  WS-RPT-VOTER-LINE.
001630     05  WS-RPT-VOT-NAME PIC X(20).
001640     05  FILLER PIC X(02) VALUE SPACES.
001650     05  WS-RPT-VOT-ID PIC X(09).
001660     05  FILLER PIC X(02) VALUE SPACES.
001670     05  WS-RPT-VOT-DOB PIC X(08).
001680     05  FILLER PIC X(02) VALUE SPACES.
001690     05  WS-RPT-VOT-MARK PIC X(14).
001700     05  FILLER PIC X(02) VALUE SPACES.
001710     05  FILLER PIC X(21) VALUE "_____________________".
001720 01  WS-RPT-LEFT-TITLE.
001730     05  FILLER PIC X(40)
001740         VALUE "ON VOTER EXTRACT, NOT IN THIS BOOK      ".
001750     05  FILLER PIC X(40) VALUE SPACES.
001760 01  WS-RPT-LEFT-HEADING.
001770     05  FILLER PIC X(22) VALUE "NAME                  ".
001780     05  FILLER PIC X(11) VALUE "CITIZEN    ".
001790     05  FILLER PIC X(06) VALUE "REASON".
001800     05  FILLER PIC X(41) VALUE SPACES.
001810 01  WS-RPT-LEFT-LINE.
001820     05  WS-RPT-LFT-NAME PIC X(20).
001830     05  FILLER PIC X(02) VALUE SPACES.
001840     05  WS-RPT-LFT-ID PIC X(09).
001850     05  FILLER PIC X(02) VALUE SPACES.
001860     05  WS-RPT-LFT-REASON PIC X(20).
001870     05  FILLER PIC X(27) VALUE SPACES.
001880 01  WS-RPT-CLOSE-LINE.
001890     05  WS-RPT-CLOSE-LABEL PIC X(40).
001900     05  FILLER PIC X(01) VALUE SPACE.
001910     05  WS-RPT-CLOSE-VALUE PIC ZZZ,ZZ9.
001920     05  FILLER PIC X(32) VALUE SPACES.
001930 01  WS-RPT-BALANCE-LINE.
001940     05  WS-RPT-BALANCE-TEXT PIC X(50).
001950     05  FILLER PIC X(30) VALUE SPACES.
001960 01  WS-RPT-COUNT-LINE.
001970     05  WS-RPT-COUNT-LABEL PIC X(24).
001980     05  FILLER PIC X(01) VALUE SPACE.
001990     05  WS-RPT-COUNT-VALUE PIC ZZZ,ZZ9.
002000     05  FILLER PIC X(48) VALUE SPACES.
002010 01  WS-RPT-BLANK-LINE.
002020     05  FILLER PIC X(80) VALUE SPACES.
002030*
002040 PROCEDURE DIVISION.
002050*
002060*----------------------------------------------------------
002070*0000-MAINLINE
002080*----------------------------------------------------------
002090 0000-MAINLINE.
002100     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002110     PERFORM 2000-PRINT-RECORD THRU 2000-EXIT
002120         UNTIL WS-END-OF-FILE
002130     PERFORM 8000-FINALIZE THRU 8000-EXIT
002140     STOP RUN.
002150*
002160*----------------------------------------------------------
002170*1000-INITIALIZE
002180*The first record read opens the first district's book.
002190*----------------------------------------------------------
002200 1000-INITIALIZE.
002210     OPEN INPUT POLL-IN
002220     IF FS-POLL-IN NOT = "00"
002230         MOVE "POLLIN  " TO WS-ABEND-FILE-NAME
002240         MOVE FS-POLL-IN TO WS-ABEND-FILE-STATUS
002250         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002260     END-IF
002270     OPEN OUTPUT POLL-BOOK
002280     PERFORM 2100-READ-POLL THRU 2100-EXIT
002290     IF NOT WS-END-OF-FILE
002300         MOVE PBK-ELECTION-DATE TO WS-ELECTION-DATE
002310         PERFORM 3100-START-DISTRICT THRU 3100-EXIT
002320     END-IF.
002330 1000-EXIT.
002340     EXIT.
002350*
002360*----------------------------------------------------------
002370*2000-PRINT-RECORD
002380*A change of district closes the book just finished before
002390*this record opens the next one.
002400*----------------------------------------------------------
002410 2000-PRINT-RECORD.
002420     IF PBK-DISTRICT NOT = WS-CURR-DISTRICT
002430         PERFORM 3000-DISTRICT-BREAK THRU 3000-EXIT
002440         PERFORM 3100-START-DISTRICT THRU 3100-EXIT
002450     END-IF
002460     IF PBK-ELECTION-DATE NOT = WS-ELECTION-DATE
002470         DISPLAY "POLLPRT: MORE THAN ONE ELECTION DATE - "
002480             PBK-ELECTION-DATE " AFTER " WS-ELECTION-DATE
002490         MOVE 16 TO RETURN-CODE
002500         STOP RUN
002510     END-IF
002520     EVALUATE TRUE
002530         WHEN PBK-VOTER-LINE
002540             PERFORM 4000-PRINT-VOTER THRU 4000-EXIT
002550         WHEN PBK-LEFT-LINE
002560             PERFORM 4100-PRINT-LEFT THRU 4100-EXIT
002570         WHEN PBK-DISTRICT-TOTALS
002580             PERFORM 4200-HOLD-TOTALS THRU 4200-EXIT
002590         WHEN OTHER
002600             DISPLAY "POLLPRT: UNKNOWN RECORD TYPE "
002610                 PBK-REC-TYPE " IN DISTRICT " PBK-DISTRICT
002620             MOVE 16 TO RETURN-CODE
002630             STOP RUN
002640     END-EVALUATE
002650     PERFORM 2100-READ-POLL THRU 2100-EXIT.
002660 2000-EXIT.
002670     EXIT.
002680*
002690*Reads the next work record and holds it to district and
002700*record-type sequence against the one before.
002710 2100-READ-POLL.
002720     READ POLL-IN
002730         AT END SET WS-END-OF-FILE TO TRUE
002740     END-READ
002750     IF WS-END-OF-FILE
002760         GO TO 2100-EXIT
002770     END-IF
002780     IF FS-POLL-IN NOT = "00"
002790         MOVE "POLLIN  " TO WS-ABEND-FILE-NAME
002800         MOVE FS-POLL-IN TO WS-ABEND-FILE-STATUS
002810         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002820     END-IF
002830     MOVE PBK-DISTRICT TO WS-CURR-KEY-DISTRICT
002840     MOVE PBK-REC-TYPE TO WS-CURR-KEY-TYPE
002850     IF WS-CURR-KEY < WS-PREV-KEY
002860         DISPLAY "POLLPRT: POLL BOOK FILE OUT OF SEQUENCE AT "
002870             WS-CURR-KEY " AFTER " WS-PREV-KEY
002880         MOVE 16 TO RETURN-CODE
002890         STOP RUN
002900     END-IF
002910     MOVE WS-CURR-KEY TO WS-PREV-KEY
002920     ADD 1 TO WS-READ-COUNT.
002930 2100-EXIT.
002940     EXIT.
002950*
002960*----------------------------------------------------------
002970*3000-DISTRICT-BREAK
002980*The closing count under the district's book.  The book
002990*agrees when the extract, less those off the book, plus the
003000*newly eligible, transferred in and not extracted, comes to
003010*the voters on the book, and the voter and off-the-book
003020*lines printed are those the totals record counted.
003030*----------------------------------------------------------
003040 3000-DISTRICT-BREAK.
003050     IF WS-TOTALS-NOT-FOUND
003060         DISPLAY "POLLPRT: NO TOTALS RECORD FOR DISTRICT "
003070             WS-CURR-DISTRICT
003080         MOVE 16 TO RETURN-CODE
003090         STOP RUN
003100     END-IF
003110     MOVE WS-RPT-BLANK-LINE TO POLL-BOOK-LINE
003120     PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
003130     MOVE "ON VOTER EXTRACT FOR THIS DISTRICT"
003140         TO WS-RPT-CLOSE-LABEL
003150     MOVE WS-BOOK-EXTRACT TO WS-RPT-CLOSE-VALUE
003160     PERFORM 7200-WRITE-CLOSE THRU 7200-EXIT
003170     MOVE "  LESS NO LONGER ON THIS BOOK"
003180         TO WS-RPT-CLOSE-LABEL
003190     MOVE WS-BOOK-LEFT TO WS-RPT-CLOSE-VALUE
003200     PERFORM 7200-WRITE-CLOSE THRU 7200-EXIT
003210     MOVE "  PLUS NEWLY ELIGIBLE BY ELECTION DAY"
003220         TO WS-RPT-CLOSE-LABEL
003230     MOVE WS-BOOK-NEW TO WS-RPT-CLOSE-VALUE
003240     PERFORM 7200-WRITE-CLOSE THRU 7200-EXIT
003250     MOVE "  PLUS TRANSFERRED IN" TO WS-RPT-CLOSE-LABEL
003260     MOVE WS-BOOK-TRANSFER TO WS-RPT-CLOSE-VALUE
003270     PERFORM 7200-WRITE-CLOSE THRU 7200-EXIT
003280     MOVE "  PLUS OF AGE, NOT ON EXTRACT"
003290         TO WS-RPT-CLOSE-LABEL
003300     MOVE WS-BOOK-UNEXTRACTED TO WS-RPT-CLOSE-VALUE
003310     PERFORM 7200-WRITE-CLOSE THRU 7200-EXIT
003320     MOVE "VOTERS ON THIS BOOK" TO WS-RPT-CLOSE-LABEL
003330     MOVE WS-BOOK-VOTERS TO WS-RPT-CLOSE-VALUE
003340     PERFORM 7200-WRITE-CLOSE THRU 7200-EXIT
003350     MOVE "VOTER LINES PRINTED" TO WS-RPT-CLOSE-LABEL
003360     MOVE WS-DIST-VOTER-LINES TO WS-RPT-CLOSE-VALUE
003370     PERFORM 7200-WRITE-CLOSE THRU 7200-EXIT
003380     COMPUTE WS-BOOK-BALANCE =
003390         WS-BOOK-EXTRACT - WS-BOOK-LEFT + WS-BOOK-NEW
003400         + WS-BOOK-TRANSFER + WS-BOOK-UNEXTRACTED
003410     SET WS-DIST-IS-BALANCED TO TRUE
003420     IF WS-BOOK-BALANCE NOT = WS-BOOK-VOTERS
003430     OR WS-DIST-VOTER-LINES NOT = WS-BOOK-VOTERS
003440     OR WS-DIST-LEFT-LINES NOT = WS-BOOK-LEFT
003450     OR WS-DIST-NEW-LINES NOT = WS-BOOK-NEW
003460         SET WS-DIST-NOT-BALANCED TO TRUE
003470     END-IF
003480     MOVE WS-RPT-BLANK-LINE TO POLL-BOOK-LINE
003490     PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
003500     IF WS-DIST-IS-BALANCED
003510         MOVE "BOOK AGREES WITH VOTER EXTRACT PLUS NEWLY ELIGIBLE"
003520             TO WS-RPT-BALANCE-TEXT
003530     ELSE
003540         MOVE "*** BOOK DOES NOT AGREE - SEE COUNTS ABOVE ***"
003550             TO WS-RPT-BALANCE-TEXT
003560         ADD 1 TO WS-UNBALANCED-COUNT
003570         DISPLAY "POLLPRT: DISTRICT " WS-CURR-DISTRICT
003580             " BOOK OUT OF BALANCE"
003590     END-IF
003600     MOVE WS-RPT-BALANCE-LINE TO POLL-BOOK-LINE
003610     PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
003620     ADD WS-DIST-VOTER-LINES TO WS-VOTER-COUNT
003630     ADD WS-DIST-NEW-LINES TO WS-NEW-COUNT
003640     ADD WS-DIST-LEFT-LINES TO WS-LEFT-COUNT
003650     ADD 1 TO WS-DISTRICT-COUNT.
003660 3000-EXIT.
003670     EXIT.
003680*
003690*----------------------------------------------------------
003700*3100-START-DISTRICT
003710*New page headed by the district, counts back to zero.
003720*----------------------------------------------------------
003730 3100-START-DISTRICT.
003740     MOVE PBK-DISTRICT TO WS-CURR-DISTRICT
003750     MOVE ZEROS TO WS-DIST-COUNTERS
003760     MOVE ZEROS TO WS-BOOK-TOTALS
003770     SET WS-TOTALS-NOT-FOUND TO TRUE
003780     SET WS-IN-VOTER-SECTION TO TRUE
003790     PERFORM 3200-PAGE-HEADING THRU 3200-EXIT.
003800 3100-EXIT.
003810     EXIT.
003820*
003830*Heading for the district's first or a continued page, with
003840*the column heading for whichever section is printing.
003850 3200-PAGE-HEADING.
003860     MOVE WS-CURR-DISTRICT TO WS-RPT-DISTRICT
003870     MOVE WS-ELECTION-DATE TO WS-RPT-ELECTION-DATE
003880     MOVE WS-PAGE-NUM TO WS-RPT-PAGE
003890     ADD 1 TO WS-PAGE-NUM
003900     MOVE ZERO TO WS-LINE-COUNT
003910     MOVE WS-RPT-HEADING TO POLL-BOOK-LINE
003920     PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
003930     MOVE WS-RPT-BLANK-LINE TO POLL-BOOK-LINE
003940     PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
003950     IF WS-IN-LEFT-SECTION
003960         MOVE WS-RPT-LEFT-TITLE TO POLL-BOOK-LINE
003970         PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
003980         MOVE WS-RPT-LEFT-HEADING TO POLL-BOOK-LINE
003990     ELSE
004000         MOVE WS-RPT-VOTER-HEADING TO POLL-BOOK-LINE
004010     END-IF
004020     PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
004030     MOVE WS-RPT-BLANK-LINE TO POLL-BOOK-LINE
004040     PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT.
004050 3200-EXIT.
004060     EXIT.
004070*
004080*----------------------------------------------------------
004090*4000-PRINT-VOTER
004100*One voter and a signature line, with a blank line under it
004110*for the signature to sit in.
004120*----------------------------------------------------------
004130 4000-PRINT-VOTER.
004140     IF WS-LINE-COUNT > 52
004150         PERFORM 3200-PAGE-HEADING THRU 3200-EXIT
004160     END-IF
004170     MOVE PBK-CITIZEN-NAME TO WS-RPT-VOT-NAME
004180     MOVE PBK-CITIZEN-ID TO WS-RPT-VOT-ID
004190     MOVE PBK-DOB TO WS-RPT-VOT-DOB
004200     EVALUATE TRUE
004210         WHEN PBK-NEW-VOTER
004220             MOVE "NEW VOTER" TO WS-RPT-VOT-MARK
004230             ADD 1 TO WS-DIST-NEW-LINES
004240         WHEN PBK-TRANSFERRED
004250             MOVE "TRANSFERRED IN" TO WS-RPT-VOT-MARK
004260         WHEN PBK-UNEXTRACTED
004270             MOVE "NOT ON EXTRACT" TO WS-RPT-VOT-MARK
004280         WHEN OTHER
004290             MOVE SPACES TO WS-RPT-VOT-MARK
004300     END-EVALUATE
004310     MOVE WS-RPT-VOTER-LINE TO POLL-BOOK-LINE
004320     PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
004330     MOVE WS-RPT-BLANK-LINE TO POLL-BOOK-LINE
004340     PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
004350     ADD 1 TO WS-DIST-VOTER-LINES.
004360 4000-EXIT.
004370     EXIT.
004380*
004390*----------------------------------------------------------
004400*4100-PRINT-LEFT
004410*The first off-the-book voter opens the section under the
004420*last voter of the book.
004430*----------------------------------------------------------
004440 4100-PRINT-LEFT.
004450     IF WS-IN-VOTER-SECTION
004460         SET WS-IN-LEFT-SECTION TO TRUE
004470         IF WS-LINE-COUNT > 50
004480             PERFORM 3200-PAGE-HEADING THRU 3200-EXIT
004490         ELSE
004500             MOVE WS-RPT-BLANK-LINE TO POLL-BOOK-LINE
004510             PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
004520             MOVE WS-RPT-LEFT-TITLE TO POLL-BOOK-LINE
004530             PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
004540             MOVE WS-RPT-LEFT-HEADING TO POLL-BOOK-LINE
004550             PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
004560         END-IF
004570     END-IF
004580     IF WS-LINE-COUNT > 53
004590         PERFORM 3200-PAGE-HEADING THRU 3200-EXIT
004600     END-IF
004610     MOVE PBK-CITIZEN-NAME TO WS-RPT-LFT-NAME
004620     MOVE PBK-CITIZEN-ID TO WS-RPT-LFT-ID
004630     MOVE PBK-LEFT-REASON TO WS-RPT-LFT-REASON
004640     MOVE WS-RPT-LEFT-LINE TO POLL-BOOK-LINE
004650     PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
004660     ADD 1 TO WS-DIST-LEFT-LINES.
004670 4100-EXIT.
004680     EXIT.
004690*
004700*The totals record sorts last in its district; hold it for
004710*the break.  A second one means two selections were merged.
004720 4200-HOLD-TOTALS.
004730     IF WS-TOTALS-FOUND
004740         DISPLAY "POLLPRT: DUPLICATE TOTALS RECORD FOR "
004750             "DISTRICT " WS-CURR-DISTRICT
004760         MOVE 16 TO RETURN-CODE
004770         STOP RUN
004780     END-IF
004790     SET WS-TOTALS-FOUND TO TRUE
004800     MOVE PBK-VOTING-AGE TO WS-BOOK-VOTING-AGE
004810     MOVE PBK-EXTRACT-COUNT TO WS-BOOK-EXTRACT
004820     MOVE PBK-LEFT-COUNT TO WS-BOOK-LEFT
004830     MOVE PBK-REGISTERED-COUNT TO WS-BOOK-REGISTERED
004840     MOVE PBK-NEW-COUNT TO WS-BOOK-NEW
004850     MOVE PBK-TRANSFER-COUNT TO WS-BOOK-TRANSFER
004860     MOVE PBK-UNEXTRACTED-COUNT TO WS-BOOK-UNEXTRACTED
004870     MOVE PBK-BOOK-COUNT TO WS-BOOK-VOTERS.
004880 4200-EXIT.
004890     EXIT.
004900*
004910*Shared by every WRITE POLL-BOOK-LINE so a dataset problem
004920*on the book is caught and stops the run.
004930 7100-WRITE-BOOK-LINE.
004940     WRITE POLL-BOOK-LINE
004950     IF FS-POLL-BOOK NOT = "00"
004960         MOVE "POLLBOOK" TO WS-ABEND-FILE-NAME
004970         MOVE FS-POLL-BOOK TO WS-ABEND-FILE-STATUS
004980         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004990     END-IF
005000     ADD 1 TO WS-LINE-COUNT.
005010 7100-EXIT.
005020     EXIT.
005030*
005040 7200-WRITE-CLOSE.
005050     MOVE WS-RPT-CLOSE-LINE TO POLL-BOOK-LINE
005060     PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT.
005070 7200-EXIT.
005080     EXIT.
005090*
005100 7300-WRITE-COUNT.
005110     MOVE WS-RPT-COUNT-LINE TO POLL-BOOK-LINE
005120     PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT.
005130 7300-EXIT.
005140     EXIT.
005150*
005160*----------------------------------------------------------
005170*8000-FINALIZE
005180*The last district has no break behind it - close it here,
005190*then the run totals on a page of their own.
005200*----------------------------------------------------------
005210 8000-FINALIZE.
005220     IF WS-READ-COUNT > ZERO
005230         PERFORM 3000-DISTRICT-BREAK THRU 3000-EXIT
005240     END-IF
005250     MOVE WS-ELECTION-DATE TO WS-RPT-TOT-ELECTION-DATE
005260     MOVE WS-PAGE-NUM TO WS-RPT-TOT-PAGE
005270     MOVE WS-RPT-TOTAL-HEADING TO POLL-BOOK-LINE
005280     PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
005290     MOVE WS-RPT-BLANK-LINE TO POLL-BOOK-LINE
005300     PERFORM 7100-WRITE-BOOK-LINE THRU 7100-EXIT
005310     MOVE "RECORDS READ           =" TO WS-RPT-COUNT-LABEL
005320     MOVE WS-READ-COUNT TO WS-RPT-COUNT-VALUE
005330     PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
005340     MOVE "DISTRICTS              =" TO WS-RPT-COUNT-LABEL
005350     MOVE WS-DISTRICT-COUNT TO WS-RPT-COUNT-VALUE
005360     PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
005370     MOVE "VOTERS ON BOOKS        =" TO WS-RPT-COUNT-LABEL
005380     MOVE WS-VOTER-COUNT TO WS-RPT-COUNT-VALUE
005390     PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
005400     MOVE "  NEW VOTERS           =" TO WS-RPT-COUNT-LABEL
005410     MOVE WS-NEW-COUNT TO WS-RPT-COUNT-VALUE
005420     PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
005430     MOVE "NOT IN DISTRICT BOOK   =" TO WS-RPT-COUNT-LABEL
005440     MOVE WS-LEFT-COUNT TO WS-RPT-COUNT-VALUE
005450     PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
005460     MOVE "DISTRICTS OUT OF BAL   =" TO WS-RPT-COUNT-LABEL
005470     MOVE WS-UNBALANCED-COUNT TO WS-RPT-COUNT-VALUE
005480     PERFORM 7300-WRITE-COUNT THRU 7300-EXIT
005490     CLOSE POLL-IN
005500     CLOSE POLL-BOOK
005510     DISPLAY "POLLPRT: RUN COMPLETE - " WS-VOTER-COUNT
005520         " VOTERS IN " WS-DISTRICT-COUNT " DISTRICTS"
005530     IF WS-UNBALANCED-COUNT > ZERO
005540         DISPLAY "POLLPRT: POLL BOOK OUT OF BALANCE"
005550         MOVE 16 TO RETURN-CODE
005560     END-IF.
005570 8000-EXIT.
005580     EXIT.
005590*
005600*----------------------------------------------------------
005610*9900-ABEND-FILE-ERROR
005620*----------------------------------------------------------
005630 9900-ABEND-FILE-ERROR.
005640     DISPLAY "POLLPRT: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
005650         " - FILE STATUS " WS-ABEND-FILE-STATUS
005660     MOVE 16 TO RETURN-CODE
005670     STOP RUN.
005680 9900-EXIT.
005690     EXIT.
