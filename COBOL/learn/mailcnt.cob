000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. MAILCNT.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. September 8th 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*MAILCNT
000140*
000150*Per-ZIP piece counts for the presorted mail file.  Reads the
000160*generation the CITMLRUN sort step just wrote and prints one
000170*line per five-digit ZIP - report cards, outreach letters,
000180*and the ZIP's total - then the grand totals, which must
000190*agree with CITMAIL's PIECES WRITTEN line.  The post office
000200*takes this listing with the drop.
000210*
000220*The file is sequence-checked on ZIP and ZIP+4 as it is read:
000230*a piece out of order means the sort step did not run or was
000240*pointed at the wrong generation, and a presort discount
000250*claimed on an unsorted drop is worse than no drop at all, so
000260*the run stops.
000270*
000280*MODIFICATION HISTORY
000290*
000300*2026-09-08  SAB  Initial version.
000310*----------------------------------------------------------
000320*
000330 ENVIRONMENT DIVISION.
000340*
000350 CONFIGURATION SECTION.
000360*
000370 INPUT-OUTPUT SECTION.
000380*
000390 FILE-CONTROL.
000400*The presorted mail file, in ZIP sequence.
000410     SELECT MAIL-IN
000420         ASSIGN TO MAILIN
000430         ORGANIZATION IS SEQUENTIAL
000440         FILE STATUS IS FS-MAIL-IN.
000450*
000460*Per-ZIP count listing for the post office.
000470     SELECT ZIP-RPT
000480         ASSIGN TO ZIPRPT
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS FS-ZIP-RPT.
000510*
000520 DATA DIVISION.
000530*
000540 FILE SECTION.
000550*
000560 FD  MAIL-IN.
000570     COPY MAIL-REC.
000580*
000590 FD  ZIP-RPT.
000600 01  ZIP-RPT-RECORD                    PIC X(80).
000610*
000620 WORKING-STORAGE SECTION.
000630*
000640 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
000650*
000660*ZIP of the group being counted, and the full ZIP plus ZIP+4
000670*of the last piece read for the sequence check.
000680 01  WS-CURR-ZIP                        PIC X(05) VALUE SPACES.
000690 01  WS-PREV-SORT-KEY                   PIC X(09)
000695     VALUE LOW-VALUES.
000700*
000710 01  WS-SWITCHES.
000720     05  WS-EOF-SW                     PIC X(01) VALUE "N".
000730         88  WS-END-OF-FILE                   VALUE "Y".
000740*
000750 01  WS-COUNTERS.
000760     05  WS-ZIP-CARD-COUNT             PIC 9(07) VALUE ZERO.
000770     05  WS-ZIP-OUTREACH-COUNT         PIC 9(07) VALUE ZERO.
000780     05  WS-ZIP-PIECE-COUNT            PIC 9(07) VALUE ZERO.
000790     05  WS-ZIP-COUNT                  PIC 9(07) VALUE ZERO.
000800     05  WS-CARD-COUNT                 PIC 9(07) VALUE ZERO.
000810     05  WS-OUTREACH-COUNT             PIC 9(07) VALUE ZERO.
000820     05  WS-PIECE-COUNT                PIC 9(07) VALUE ZERO.
000830     05  WS-BAD-TYPE-COUNT             PIC 9(07) VALUE ZERO.
000840*
000850 01  WS-FILE-STATUSES.
000860     05  FS-MAIL-IN                    PIC XX VALUE "00".
000870     05  FS-ZIP-RPT                    PIC XX VALUE "00".
000880*
000890*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
000900*abend paragraph can name which file and status code failed.
000910 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
000920 01  WS-ABEND-FILE-STATUS              PIC XX VALUE SPACES.
000930*
000940*Report line images, moved to ZIP-RPT-RECORD before each
000950*WRITE.
000960 01  WS-RPT-HEADING.
000970     05  FILLER PIC X(30) VALUE "PRESORTED MAIL - ZIP COUNTS   ".
000980     05  FILLER PIC X(04) VALUE "RUN ".
000990     05  WS-RPT-RUN-DATE PIC 9(08).
001000     05  FILLER PIC X(38) VALUE SPACES.
001010 01  WS-RPT-COL-HEADING.
001020     05  FILLER PIC X(09) VALUE "ZIP      ".
001030     05  FILLER PIC X(14) VALUE "  REPORT CARDS".
001040     05  FILLER PIC X(14) VALUE "      OUTREACH".
001050     05  FILLER PIC X(14) VALUE "  TOTAL PIECES".
001060     05  FILLER PIC X(29) VALUE SPACES.
001070 01  WS-RPT-ZIP-LINE.
001080     05  WS-RPT-ZIP PIC X(05).
001090     05  FILLER PIC X(09) VALUE SPACES.
001100     05  WS-RPT-ZIP-CARDS PIC ZZZ,ZZ9.
001110     05  FILLER PIC X(07) VALUE SPACES.
001120     05  WS-RPT-ZIP-OUTREACH PIC ZZZ,ZZ9.
001130     05  FILLER PIC X(07) VALUE SPACES.
001140     05  WS-RPT-ZIP-PIECES PIC ZZZ,ZZ9.
001150     05  FILLER PIC X(31) VALUE SPACES.
001160 01  WS-RPT-COUNT-LINE.
001170     05  WS-RPT-COUNT-LABEL PIC X(20).
001180     05  FILLER PIC X(01) VALUE SPACE.
001190     05  WS-RPT-COUNT-VALUE PIC ZZZ,ZZ9.
001200     05  FILLER PIC X(52) VALUE SPACES.
001210 01  WS-RPT-BLANK-LINE.
001220     05  FILLER PIC X(80) VALUE SPACES.
001230*
001240 PROCEDURE DIVISION.
001250*
001260*----------------------------------------------------------
001270*0000-MAINLINE
001280*----------------------------------------------------------
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001310     PERFORM 2000-PROCESS-PIECE THRU 2000-EXIT
001320         UNTIL WS-END-OF-FILE
001330     PERFORM 8000-FINALIZE THRU 8000-EXIT
001340     STOP RUN.
001350*
001360*----------------------------------------------------------
001370*1000-INITIALIZE
001380*The first piece read opens the first ZIP group.
001390*----------------------------------------------------------
001400 1000-INITIALIZE.
001410     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001420     OPEN INPUT MAIL-IN
001430     IF FS-MAIL-IN NOT = "00"
001440         MOVE "MAILIN  " TO WS-ABEND-FILE-NAME
001450         MOVE FS-MAIL-IN TO WS-ABEND-FILE-STATUS
001460         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
001470     END-IF
001480     OPEN OUTPUT ZIP-RPT
001490     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
001500     MOVE WS-RPT-HEADING TO ZIP-RPT-RECORD
001510     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
001520     MOVE WS-RPT-COL-HEADING TO ZIP-RPT-RECORD
001530     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
001540     PERFORM 2100-READ-PIECE THRU 2100-EXIT
001550     IF NOT WS-END-OF-FILE
001560         MOVE MAIL-ZIP-CODE TO WS-CURR-ZIP
001570     END-IF.
001580 1000-EXIT.
001590     EXIT.
001600*
001610*----------------------------------------------------------
001620*2000-PROCESS-PIECE
001630*A change of five-digit ZIP prints the group just finished
001640*before this piece is counted into the next one.
001650*----------------------------------------------------------
001660 2000-PROCESS-PIECE.
001670     IF MAIL-ZIP-CODE NOT = WS-CURR-ZIP
001680         PERFORM 3000-ZIP-BREAK THRU 3000-EXIT
001690         MOVE MAIL-ZIP-CODE TO WS-CURR-ZIP
001700     END-IF
001710     EVALUATE TRUE
001720         WHEN MAIL-PIECE-REPORT-CARD
001730             ADD 1 TO WS-ZIP-CARD-COUNT
001740         WHEN MAIL-PIECE-OUTREACH
001750             ADD 1 TO WS-ZIP-OUTREACH-COUNT
001760         WHEN OTHER
001770             ADD 1 TO WS-BAD-TYPE-COUNT
001780             DISPLAY "MAILCNT: UNKNOWN PIECE TYPE "
001785                 MAIL-PIECE-TYPE " FOR " MAIL-CITIZEN-ID
001800     END-EVALUATE
001810     ADD 1 TO WS-ZIP-PIECE-COUNT
001820     PERFORM 2100-READ-PIECE THRU 2100-EXIT.
001830 2000-EXIT.
001840     EXIT.
001850*
001860*Reads the next piece and holds it to ZIP sequence against
001870*the one before.
001880 2100-READ-PIECE.
001890     READ MAIL-IN
001900         AT END SET WS-END-OF-FILE TO TRUE
001910     END-READ
001920     IF WS-END-OF-FILE
001930         GO TO 2100-EXIT
001940     END-IF
001950     IF FS-MAIL-IN NOT = "00"
001960         MOVE "MAILIN  " TO WS-ABEND-FILE-NAME
001970         MOVE FS-MAIL-IN TO WS-ABEND-FILE-STATUS
001980         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
001990     END-IF
002000     IF MAIL-RECORD (1:9) < WS-PREV-SORT-KEY
002010         DISPLAY "MAILCNT: MAIL FILE OUT OF ZIP SEQUENCE AT "
002020             MAIL-CITIZEN-ID " - ZIP " MAIL-RECORD (1:9)
002030             " AFTER " WS-PREV-SORT-KEY
002040         MOVE 16 TO RETURN-CODE
002050         STOP RUN
002060     END-IF
002070     MOVE MAIL-RECORD (1:9) TO WS-PREV-SORT-KEY.
002080 2100-EXIT.
002090     EXIT.
002100*
002110*----------------------------------------------------------
002120*3000-ZIP-BREAK
002130*Print the finished ZIP group, roll it into the grand
002140*totals, and clear it for the next.
002150*----------------------------------------------------------
002160 3000-ZIP-BREAK.
002170     MOVE WS-CURR-ZIP TO WS-RPT-ZIP
002180     MOVE WS-ZIP-CARD-COUNT TO WS-RPT-ZIP-CARDS
002190     MOVE WS-ZIP-OUTREACH-COUNT TO WS-RPT-ZIP-OUTREACH
002200     MOVE WS-ZIP-PIECE-COUNT TO WS-RPT-ZIP-PIECES
002210     MOVE WS-RPT-ZIP-LINE TO ZIP-RPT-RECORD
002220     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002230     ADD 1 TO WS-ZIP-COUNT
002240     ADD WS-ZIP-CARD-COUNT TO WS-CARD-COUNT
002250     ADD WS-ZIP-OUTREACH-COUNT TO WS-OUTREACH-COUNT
002260     ADD WS-ZIP-PIECE-COUNT TO WS-PIECE-COUNT
002270     MOVE ZERO TO WS-ZIP-CARD-COUNT
002280     MOVE ZERO TO WS-ZIP-OUTREACH-COUNT
002290     MOVE ZERO TO WS-ZIP-PIECE-COUNT.
002300 3000-EXIT.
002310     EXIT.
002320*
002330*Shared by every WRITE ZIP-RPT-RECORD so a dataset problem
002340*on the report is caught and stops the run.
002350 7100-WRITE-RPT-LINE.
002360     WRITE ZIP-RPT-RECORD
002370     IF FS-ZIP-RPT NOT = "00"
002380         MOVE "ZIPRPT  " TO WS-ABEND-FILE-NAME
002390         MOVE FS-ZIP-RPT TO WS-ABEND-FILE-STATUS
002400         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002410     END-IF.
002420 7100-EXIT.
002430     EXIT.
002440*
002450*----------------------------------------------------------
002460*8000-FINALIZE
002470*The last ZIP group has no break behind it - print it here,
002480*then the grand totals.  An unknown piece type sets RC 4 so
002490*the drop is looked at before it goes out.
002500*----------------------------------------------------------
002510 8000-FINALIZE.
002520     IF WS-ZIP-PIECE-COUNT > ZERO
002530         PERFORM 3000-ZIP-BREAK THRU 3000-EXIT
002540     END-IF
002550     MOVE WS-RPT-BLANK-LINE TO ZIP-RPT-RECORD
002560     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002570     MOVE "ZIP CODES          =" TO WS-RPT-COUNT-LABEL
002580     MOVE WS-ZIP-COUNT TO WS-RPT-COUNT-VALUE
002590     MOVE WS-RPT-COUNT-LINE TO ZIP-RPT-RECORD
002600     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002610     MOVE "REPORT CARDS       =" TO WS-RPT-COUNT-LABEL
002620     MOVE WS-CARD-COUNT TO WS-RPT-COUNT-VALUE
002630     MOVE WS-RPT-COUNT-LINE TO ZIP-RPT-RECORD
002640     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002650     MOVE "OUTREACH LETTERS   =" TO WS-RPT-COUNT-LABEL
002660     MOVE WS-OUTREACH-COUNT TO WS-RPT-COUNT-VALUE
002670     MOVE WS-RPT-COUNT-LINE TO ZIP-RPT-RECORD
002680     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002690     MOVE "UNKNOWN PIECE TYPE =" TO WS-RPT-COUNT-LABEL
002700     MOVE WS-BAD-TYPE-COUNT TO WS-RPT-COUNT-VALUE
002710     MOVE WS-RPT-COUNT-LINE TO ZIP-RPT-RECORD
002720     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002730     MOVE "TOTAL PIECES       =" TO WS-RPT-COUNT-LABEL
002740     MOVE WS-PIECE-COUNT TO WS-RPT-COUNT-VALUE
002750     MOVE WS-RPT-COUNT-LINE TO ZIP-RPT-RECORD
002760     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002770     CLOSE MAIL-IN
002780     CLOSE ZIP-RPT
002790     IF WS-BAD-TYPE-COUNT > ZERO
002800         MOVE 4 TO RETURN-CODE
002810     END-IF
002820     DISPLAY "MAILCNT: RUN COMPLETE - " WS-PIECE-COUNT
002830         " PIECES IN " WS-ZIP-COUNT " ZIP CODES".
002840 8000-EXIT.
002850     EXIT.
002860*
002870*----------------------------------------------------------
002880*9900-ABEND-FILE-ERROR
002890*----------------------------------------------------------
002900 9900-ABEND-FILE-ERROR.
002910     DISPLAY "MAILCNT: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
002920         " - FILE STATUS " WS-ABEND-FILE-STATUS
002930     MOVE 16 TO RETURN-CODE
002940     STOP RUN.
002950 9900-EXIT.
002960     EXIT.
