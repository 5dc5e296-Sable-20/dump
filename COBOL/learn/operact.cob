000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. OPERACT.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. September 29th 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*OPERACT
000140*
000150*Per-operator activity report for the cycle.  Reads the
000160*activity records CITMAINT (one per TRANSIN slip) and
000170*EXCCORR (one per correction card) wrote, put in operator,
000180*action code and citizen ID sequence by the CITMNRUN sort
000190*step, and prints a page per operator: every item the
000200*clerk keyed with what became of it - applied, rejected
000210*with the program's reject reason, or refused because the
000220*clerk is not authorized for the action or the district -
000230*then the clerk's counts by action code.
000240*
000250*Slips that arrived with no operator ID are listed under
000260*(NONE), so a deck keyed without one is seen, not lost.
000270*
000280*The file is sequence-checked on operator: an operator out
000290*of order means the sort step did not run, and a clerk
000300*split across two pages would be counted twice, so the
000310*run stops.  ITEMS READ agrees with CITMAINT's TRANSACTIONS
000320*READ plus EXCCORR's correction cards.
000330*
000340*MODIFICATION HISTORY
000350*
000360*2026-09-29  SAB  Initial version.
000370*----------------------------------------------------------
000380*
000390 ENVIRONMENT DIVISION.
000400*
000410 CONFIGURATION SECTION.
000420*
000430 INPUT-OUTPUT SECTION.
000440*
000450 FILE-CONTROL.
000460*Activity records in operator sequence.
000470     SELECT ACTIVITY-IN
000480         ASSIGN TO ACTIN
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS FS-ACTIVITY-IN.
000510*
000520*Operator activity report, a page per operator.
000530     SELECT ACTIVITY-RPT
000540         ASSIGN TO ACTRPT
000550         ORGANIZATION IS SEQUENTIAL
000560         FILE STATUS IS FS-ACTIVITY-RPT.
000570*
000580 DATA DIVISION.
000590*
000600 FILE SECTION.
000610*
000620 FD  ACTIVITY-IN.
000630     COPY OPER-ACT.
000640*
000650 FD  ACTIVITY-RPT.
000660 01  ACTIVITY-RPT-RECORD               PIC X(80).
000670*
000680 WORKING-STORAGE SECTION.
000690*
000700 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
000710 01  WS-PAGE-NUM                        PIC 9(03) VALUE 1.
000720*
000730*Operator being reported, and the last one read for the
000740*sequence check.
000750 01  WS-CURR-OPERATOR                   PIC X(08) VALUE SPACES.
000760 01  WS-PREV-OPERATOR                   PIC X(08)
000770     VALUE LOW-VALUES.
000780*
000790*The action codes an item can carry, in report order, with
000800*their names; the seventh slot takes any code that is none
000810*of these (a slip CITMAINT rejected as INVALID ACTION CODE).
000820 01  WS-ACTION-CODE-VALUES.
000830     05  FILLER                        PIC X(07) VALUE "ACDMRX ".
000840 01  WS-ACTION-CODE-TABLE REDEFINES WS-ACTION-CODE-VALUES.
000850     05  WS-ACTION-CODE                PIC X(01) OCCURS 7 TIMES.
000860 01  WS-ACTION-NAME-VALUES.
000870     05  FILLER                        PIC X(14)
000880         VALUE "ADD           ".
000890     05  FILLER                        PIC X(14)
000900         VALUE "CHANGE        ".
000910     05  FILLER                        PIC X(14)
000920         VALUE "STATUS CHANGE ".
000930     05  FILLER                        PIC X(14)
000940         VALUE "MERGE         ".
000950     05  FILLER                        PIC X(14)
000960         VALUE "ADDRESS CHANGE".
000970     05  FILLER                        PIC X(14)
000980         VALUE "CORRECTION    ".
000990     05  FILLER                        PIC X(14)
001000         VALUE "OTHER         ".
001010 01  WS-ACTION-NAME-TABLE REDEFINES WS-ACTION-NAME-VALUES.
001020     05  WS-ACTION-NAME                PIC X(14) OCCURS 7 TIMES.
001030*
001040*The operator's counts by action code and result.
001050 01  WS-OPER-TOTALS.
001060     05  WS-OPER-ACTION OCCURS 7 TIMES.
001070         10  WS-OPER-APPLIED           PIC 9(07).
001080         10  WS-OPER-REJECTED          PIC 9(07).
001090         10  WS-OPER-UNAUTH            PIC 9(07).
001100 01  WS-ACTION-IDX                      PIC 9(02) VALUE ZERO.
001110 01  WS-ACTION-HIT                      PIC 9(02) VALUE ZERO.
001120 01  WS-ACTION-TOTAL                    PIC 9(07) VALUE ZERO.
001130*
001140 01  WS-SWITCHES.
001150     05  WS-EOF-SW                     PIC X(01) VALUE "N".
001160         88  WS-END-OF-FILE                   VALUE "Y".
001170*
001180 01  WS-COUNTERS.
001190     05  WS-READ-COUNT                 PIC 9(07) VALUE ZERO.
001200     05  WS-OPERATOR-COUNT             PIC 9(07) VALUE ZERO.
001210     05  WS-OPER-ITEM-COUNT            PIC 9(07) VALUE ZERO.
001220     05  WS-OPER-APPLIED-SUM           PIC 9(07) VALUE ZERO.
001230     05  WS-OPER-REJECTED-SUM          PIC 9(07) VALUE ZERO.
001240     05  WS-OPER-UNAUTH-SUM            PIC 9(07) VALUE ZERO.
001250     05  WS-APPLIED-COUNT              PIC 9(07) VALUE ZERO.
001260     05  WS-REJECTED-COUNT             PIC 9(07) VALUE ZERO.
001270     05  WS-UNAUTH-COUNT               PIC 9(07) VALUE ZERO.
001280*
001290 01  WS-FILE-STATUSES.
001300     05  FS-ACTIVITY-IN                PIC XX VALUE "00".
001310     05  FS-ACTIVITY-RPT               PIC XX VALUE "00".
001320*
001330*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
001340*abend paragraph can name which file and status code failed.
001350 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
001360 01  WS-ABEND-FILE-STATUS              PIC XX VALUE SPACES.
001370*
001380*Report line images, moved to ACTIVITY-RPT-RECORD before
001390*each WRITE.
001400 01  WS-RPT-HEADING.
001410     05  FILLER PIC X(30) VALUE "OPERATOR ACTIVITY REPORT      ".
001420     05  FILLER PIC X(04) VALUE "RUN ".
001430     05  WS-RPT-RUN-DATE PIC 9(08).
001440     05  FILLER PIC X(07) VALUE "  PAGE ".
001450     05  WS-RPT-PAGE PIC ZZ9.
001460     05  FILLER PIC X(28) VALUE SPACES.
001470 01  WS-RPT-OPER-LINE.
001480     05  FILLER PIC X(09) VALUE "OPERATOR ".
001490     05  WS-RPT-OPER-ID PIC X(08).
001500     05  FILLER PIC X(63) VALUE SPACES.
001510 01  WS-RPT-COL-HEADING.
001520     05  FILLER PIC X(10) VALUE "PROGRAM   ".
001530     05  FILLER PIC X(04) VALUE "ACT ".
001540     05  FILLER PIC X(11) VALUE "CITIZEN    ".
001550     05  FILLER PIC X(05) VALUE "DIST ".
001560     05  FILLER PIC X(14) VALUE "RESULT        ".
001570     05  FILLER PIC X(06) VALUE "REASON".
001580     05  FILLER PIC X(30) VALUE SPACES.
001590 01  WS-RPT-DETAIL.
001600     05  WS-RPT-DET-PROGRAM PIC X(08).
001610     05  FILLER PIC X(02) VALUE SPACES.
001620     05  WS-RPT-DET-ACTION PIC X(01).
001630     05  FILLER PIC X(03) VALUE SPACES.
001640     05  WS-RPT-DET-ID PIC X(09).
001650     05  FILLER PIC X(02) VALUE SPACES.
001660     05  WS-RPT-DET-DIST PIC X(02).
001670     05  FILLER PIC X(03) VALUE SPACES.
001680     05  WS-RPT-DET-RESULT PIC X(12).
001690     05  FILLER PIC X(02) VALUE SPACES.
001700     05  WS-RPT-DET-REASON PIC X(30).
001710     05  FILLER PIC X(06) VALUE SPACES.
001720 01  WS-RPT-SUM-HEADING.
001730     05  FILLER PIC X(18) VALUE "ACTION            ".
001740     05  FILLER PIC X(10) VALUE "   APPLIED".
001750     05  FILLER PIC X(10) VALUE "  REJECTED".
001760     05  FILLER PIC X(10) VALUE "    UNAUTH".
001770     05  FILLER PIC X(10) VALUE "     TOTAL".
001780     05  FILLER PIC X(22) VALUE SPACES.
001790 01  WS-RPT-SUM-LINE.
001800     05  WS-RPT-SUM-NAME PIC X(18).
001810     05  FILLER PIC X(03) VALUE SPACES.
001820     05  WS-RPT-SUM-APPLIED PIC ZZZ,ZZ9.
001830     05  FILLER PIC X(03) VALUE SPACES.
001840     05  WS-RPT-SUM-REJECTED PIC ZZZ,ZZ9.
001850     05  FILLER PIC X(03) VALUE SPACES.
001860     05  WS-RPT-SUM-UNAUTH PIC ZZZ,ZZ9.
001870     05  FILLER PIC X(03) VALUE SPACES.
001880     05  WS-RPT-SUM-TOTAL PIC ZZZ,ZZ9.
001890     05  FILLER PIC X(22) VALUE SPACES.
001900 01  WS-RPT-COUNT-LINE.
001910     05  WS-RPT-COUNT-LABEL PIC X(24).
001920     05  FILLER PIC X(01) VALUE SPACE.
001930     05  WS-RPT-COUNT-VALUE PIC ZZZ,ZZ9.
001940     05  FILLER PIC X(48) VALUE SPACES.
001950 01  WS-RPT-BLANK-LINE.
001960     05  FILLER PIC X(80) VALUE SPACES.
001970*
001980 PROCEDURE DIVISION.
001990*
002000*----------------------------------------------------------
002010*0000-MAINLINE
002020*----------------------------------------------------------
002030 0000-MAINLINE.
002040     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002050     PERFORM 2000-REPORT-ITEM THRU 2000-EXIT
002060         UNTIL WS-END-OF-FILE
002070     PERFORM 8000-FINALIZE THRU 8000-EXIT
002080     STOP RUN.
002090*
002100*----------------------------------------------------------
002110*1000-INITIALIZE
002120*The first record read opens the first operator's page.
002130*----------------------------------------------------------
002140 1000-INITIALIZE.
002150     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002160     OPEN INPUT ACTIVITY-IN
002170     IF FS-ACTIVITY-IN NOT = "00"
002180         MOVE "ACTIN   " TO WS-ABEND-FILE-NAME
002190         MOVE FS-ACTIVITY-IN TO WS-ABEND-FILE-STATUS
002200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002210     END-IF
002220     OPEN OUTPUT ACTIVITY-RPT
002230     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
002240     PERFORM 2100-READ-ACTIVITY THRU 2100-EXIT
002250     IF NOT WS-END-OF-FILE
002260         PERFORM 3100-START-OPERATOR THRU 3100-EXIT
002270     END-IF.
002280 1000-EXIT.
002290     EXIT.
002300*
002310*----------------------------------------------------------
002320*2000-REPORT-ITEM
002330*A change of operator closes the page just finished before
002340*this item opens the next one.  Every item is listed and
002350*counted under its action code and result.
002360*----------------------------------------------------------
002370 2000-REPORT-ITEM.
002380     IF ACT-OPERATOR-ID NOT = WS-CURR-OPERATOR
002390         PERFORM 3000-OPERATOR-BREAK THRU 3000-EXIT
002400         PERFORM 3100-START-OPERATOR THRU 3100-EXIT
002410     END-IF
002420     MOVE 7 TO WS-ACTION-HIT
002430     PERFORM 2200-FIND-ACTION THRU 2200-EXIT
002440         VARYING WS-ACTION-IDX FROM 1 BY 1
002450         UNTIL WS-ACTION-IDX > 6
002460     ADD 1 TO WS-OPER-ITEM-COUNT
002470     MOVE ACT-PROGRAM TO WS-RPT-DET-PROGRAM
002480     MOVE ACT-ACTION-CODE TO WS-RPT-DET-ACTION
002490     MOVE ACT-CITIZEN-ID TO WS-RPT-DET-ID
002500     MOVE ACT-DISTRICT TO WS-RPT-DET-DIST
002510     MOVE ACT-REASON TO WS-RPT-DET-REASON
002520     EVALUATE TRUE
002530         WHEN ACT-APPLIED
002540             ADD 1 TO WS-OPER-APPLIED (WS-ACTION-HIT)
002550             MOVE "APPLIED" TO WS-RPT-DET-RESULT
002560         WHEN ACT-UNAUTHORIZED
002570             ADD 1 TO WS-OPER-UNAUTH (WS-ACTION-HIT)
002580             MOVE "UNAUTHORIZED" TO WS-RPT-DET-RESULT
002590         WHEN OTHER
002600             ADD 1 TO WS-OPER-REJECTED (WS-ACTION-HIT)
002610             MOVE "REJECTED" TO WS-RPT-DET-RESULT
002620     END-EVALUATE
002630     MOVE WS-RPT-DETAIL TO ACTIVITY-RPT-RECORD
002640     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002650     PERFORM 2100-READ-ACTIVITY THRU 2100-EXIT.
002660 2000-EXIT.
002670     EXIT.
002680*
002690*Reads the next activity record and holds it to operator
002700*sequence against the one before.
002710 2100-READ-ACTIVITY.
002720     READ ACTIVITY-IN
002730         AT END SET WS-END-OF-FILE TO TRUE
002740     END-READ
002750     IF WS-END-OF-FILE
002760         GO TO 2100-EXIT
002770     END-IF
002780     IF FS-ACTIVITY-IN NOT = "00"
002790         MOVE "ACTIN   " TO WS-ABEND-FILE-NAME
002800         MOVE FS-ACTIVITY-IN TO WS-ABEND-FILE-STATUS
002810         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002820     END-IF
002830     IF ACT-OPERATOR-ID < WS-PREV-OPERATOR
002840         DISPLAY "OPERACT: ACTIVITY FILE OUT OF OPERATOR "
002850             "SEQUENCE AT " ACT-OPERATOR-ID " AFTER "
002860             WS-PREV-OPERATOR
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF
002900     MOVE ACT-OPERATOR-ID TO WS-PREV-OPERATOR
002910     ADD 1 TO WS-READ-COUNT.
002920 2100-EXIT.
002930     EXIT.
002940*
002950 2200-FIND-ACTION.
002960     IF ACT-ACTION-CODE = WS-ACTION-CODE (WS-ACTION-IDX)
002970         MOVE WS-ACTION-IDX TO WS-ACTION-HIT
002980     END-IF.
002990 2200-EXIT.
003000     EXIT.
003010*
003020*----------------------------------------------------------
003030*3000-OPERATOR-BREAK
003040*The operator's counts by action code under the item list -
003050*only the actions the clerk touched - and a total line, and
003060*the operator's figures into the run totals.
003070*----------------------------------------------------------
003080 3000-OPERATOR-BREAK.
003090     MOVE WS-RPT-BLANK-LINE TO ACTIVITY-RPT-RECORD
003100     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003110     MOVE WS-RPT-SUM-HEADING TO ACTIVITY-RPT-RECORD
003120     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003130     MOVE ZERO TO WS-OPER-APPLIED-SUM
003140     MOVE ZERO TO WS-OPER-REJECTED-SUM
003150     MOVE ZERO TO WS-OPER-UNAUTH-SUM
003160     PERFORM 3010-WRITE-ACTION-LINE THRU 3010-EXIT
003170         VARYING WS-ACTION-IDX FROM 1 BY 1
003180         UNTIL WS-ACTION-IDX > 7
003190     MOVE "OPERATOR TOTAL" TO WS-RPT-SUM-NAME
003200     MOVE WS-OPER-APPLIED-SUM TO WS-RPT-SUM-APPLIED
003210     MOVE WS-OPER-REJECTED-SUM TO WS-RPT-SUM-REJECTED
003220     MOVE WS-OPER-UNAUTH-SUM TO WS-RPT-SUM-UNAUTH
003230     MOVE WS-OPER-ITEM-COUNT TO WS-RPT-SUM-TOTAL
003240     MOVE WS-RPT-SUM-LINE TO ACTIVITY-RPT-RECORD
003250     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003260     ADD WS-OPER-APPLIED-SUM TO WS-APPLIED-COUNT
003270     ADD WS-OPER-REJECTED-SUM TO WS-REJECTED-COUNT
003280     ADD WS-OPER-UNAUTH-SUM TO WS-UNAUTH-COUNT
003290     ADD 1 TO WS-OPERATOR-COUNT.
003300 3000-EXIT.
003310     EXIT.
003320*
003330 3010-WRITE-ACTION-LINE.
003340     COMPUTE WS-ACTION-TOTAL =
003350         WS-OPER-APPLIED (WS-ACTION-IDX)
003360         + WS-OPER-REJECTED (WS-ACTION-IDX)
003370         + WS-OPER-UNAUTH (WS-ACTION-IDX)
003380     IF WS-ACTION-TOTAL = ZERO
003390         GO TO 3010-EXIT
003400     END-IF
003410     MOVE WS-ACTION-NAME (WS-ACTION-IDX) TO WS-RPT-SUM-NAME
003420     MOVE WS-OPER-APPLIED (WS-ACTION-IDX) TO WS-RPT-SUM-APPLIED
003430     MOVE WS-OPER-REJECTED (WS-ACTION-IDX)
003440         TO WS-RPT-SUM-REJECTED
003450     MOVE WS-OPER-UNAUTH (WS-ACTION-IDX) TO WS-RPT-SUM-UNAUTH
003460     MOVE WS-ACTION-TOTAL TO WS-RPT-SUM-TOTAL
003470     MOVE WS-RPT-SUM-LINE TO ACTIVITY-RPT-RECORD
003480     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003490     ADD WS-OPER-APPLIED (WS-ACTION-IDX) TO WS-OPER-APPLIED-SUM
003500     ADD WS-OPER-REJECTED (WS-ACTION-IDX)
003510         TO WS-OPER-REJECTED-SUM
003520     ADD WS-OPER-UNAUTH (WS-ACTION-IDX) TO WS-OPER-UNAUTH-SUM.
003530 3010-EXIT.
003540     EXIT.
003550*
003560*----------------------------------------------------------
003570*3100-START-OPERATOR
003580*New page headed by the operator, counts back to zero.
003590*----------------------------------------------------------
003600 3100-START-OPERATOR.
003610     MOVE ACT-OPERATOR-ID TO WS-CURR-OPERATOR
003620     MOVE ZEROS TO WS-OPER-TOTALS
003630     MOVE ZERO TO WS-OPER-ITEM-COUNT
003640     MOVE WS-PAGE-NUM TO WS-RPT-PAGE
003650     ADD 1 TO WS-PAGE-NUM
003660     MOVE WS-RPT-HEADING TO ACTIVITY-RPT-RECORD
003670     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003680     IF ACT-OPERATOR-ID = SPACES
003690         MOVE "(NONE)" TO WS-RPT-OPER-ID
003700     ELSE
003710         MOVE ACT-OPERATOR-ID TO WS-RPT-OPER-ID
003720     END-IF
003730     MOVE WS-RPT-OPER-LINE TO ACTIVITY-RPT-RECORD
003740     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003750     MOVE WS-RPT-BLANK-LINE TO ACTIVITY-RPT-RECORD
003760     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003770     MOVE WS-RPT-COL-HEADING TO ACTIVITY-RPT-RECORD
003780     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
003790 3100-EXIT.
003800     EXIT.
003810*
003820*Shared by every WRITE ACTIVITY-RPT-RECORD so a dataset
003830*problem on the report is caught and stops the run.
003840 7100-WRITE-RPT-LINE.
003850     WRITE ACTIVITY-RPT-RECORD
003860     IF FS-ACTIVITY-RPT NOT = "00"
003870         MOVE "ACTRPT  " TO WS-ABEND-FILE-NAME
003880         MOVE FS-ACTIVITY-RPT TO WS-ABEND-FILE-STATUS
003890         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003900     END-IF.
003910 7100-EXIT.
003920     EXIT.
003930*
003940*----------------------------------------------------------
003950*8000-FINALIZE
003960*The last operator has no break behind it - close it here,
003970*then the run totals on a page of their own.
003980*----------------------------------------------------------
003990 8000-FINALIZE.
004000     IF WS-READ-COUNT > ZERO
004010         PERFORM 3000-OPERATOR-BREAK THRU 3000-EXIT
004020     END-IF
004030     MOVE WS-PAGE-NUM TO WS-RPT-PAGE
004040     MOVE WS-RPT-HEADING TO ACTIVITY-RPT-RECORD
004050     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004060     MOVE WS-RPT-BLANK-LINE TO ACTIVITY-RPT-RECORD
004070     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004080     MOVE "ITEMS READ             =" TO WS-RPT-COUNT-LABEL
004090     MOVE WS-READ-COUNT TO WS-RPT-COUNT-VALUE
004100     MOVE WS-RPT-COUNT-LINE TO ACTIVITY-RPT-RECORD
004110     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004120     MOVE "OPERATORS              =" TO WS-RPT-COUNT-LABEL
004130     MOVE WS-OPERATOR-COUNT TO WS-RPT-COUNT-VALUE
004140     MOVE WS-RPT-COUNT-LINE TO ACTIVITY-RPT-RECORD
004150     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004160     MOVE "APPLIED                =" TO WS-RPT-COUNT-LABEL
004170     MOVE WS-APPLIED-COUNT TO WS-RPT-COUNT-VALUE
004180     MOVE WS-RPT-COUNT-LINE TO ACTIVITY-RPT-RECORD
004190     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004200     MOVE "REJECTED               =" TO WS-RPT-COUNT-LABEL
004210     MOVE WS-REJECTED-COUNT TO WS-RPT-COUNT-VALUE
004220     MOVE WS-RPT-COUNT-LINE TO ACTIVITY-RPT-RECORD
004230     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004240     MOVE "UNAUTHORIZED           =" TO WS-RPT-COUNT-LABEL
004250     MOVE WS-UNAUTH-COUNT TO WS-RPT-COUNT-VALUE
004260     MOVE WS-RPT-COUNT-LINE TO ACTIVITY-RPT-RECORD
004270     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004280     CLOSE ACTIVITY-IN
004290     CLOSE ACTIVITY-RPT
004300     DISPLAY "OPERACT: RUN COMPLETE - " WS-READ-COUNT
004310         " ITEMS FOR " WS-OPERATOR-COUNT " OPERATORS".
004320 8000-EXIT.
004330     EXIT.
004340*
004350*----------------------------------------------------------
004360*9900-ABEND-FILE-ERROR
004370*----------------------------------------------------------
004380 9900-ABEND-FILE-ERROR.
004390     DISPLAY "OPERACT: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
004400         " - FILE STATUS " WS-ABEND-FILE-STATUS
004410     MOVE 16 TO RETURN-CODE
004420     STOP RUN.
004430 9900-EXIT.
004440     EXIT.
