000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CITMAIL.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. September 8th 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*CITMAIL
000140*
000150*Mail piece selection for the cycle.  Reads this cycle's
000160*AUDITOUT generation - one record per citizen DATAC decided,
000170*the same citizens who got a report card on RPTCARD - and
000180*looks each one up on CITMAST for the mailing address:
000190*
000200*  - every audited citizen gets a report card piece;
000210*  - a citizen at the voting threshold or one year under it
000220*    also gets an outreach letter piece, by the same rule
000230*    DATAC's projection report uses for its outreach count.
000240*
000250*A citizen with no address on file, no longer on the
000260*master, or no longer active on it (deceased or moved out
000265*since the cycle was audited) is not mailed - each is
000270*listed on the selection report for the district office to
000275*chase and counted, never written with a blank address the
000280*post office would return or mailed to someone gone.
000290*
000300*The pieces go out in audit order; the CITMLRUN sort step
000310*puts them in ZIP sequence and MAILCNT prints the per-ZIP
000320*counts from the sorted file.  Read-only against the master
000330*and the audit trail, so it stays outside the CYCGUARD
000340*chain and can be rerun for the same cycle at will.
000350*
000360*MODIFICATION HISTORY
000370*
000380*2026-09-08  SAB  Initial version.
000382*2026-10-09  SAB  A citizen no longer active on the master
000384*                 is skipped and counted, not mailed.
000390*----------------------------------------------------------
000400*
000410 ENVIRONMENT DIVISION.
000420*
000430 CONFIGURATION SECTION.
000440*
000450 INPUT-OUTPUT SECTION.
000460*
000470 FILE-CONTROL.
000480*This cycle's audit trail generation out of DATAC.
000490     SELECT AUDIT-IN
000500         ASSIGN TO AUDITIN
000510         ORGANIZATION IS SEQUENTIAL
000520         FILE STATUS IS FS-AUDIT-IN.
000530*
000540*Keyed citizen master, read for the mailing address only.
000550     SELECT CITIZEN-MASTER
000560         ASSIGN TO CITMAST
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS MST-CITIZEN-ID
000600         FILE STATUS IS FS-CITIZEN-MASTER.
000610*
000620*Shop-wide run rules - only the VOTING-AGE card is used here,
000630*for the outreach selection.
000640     SELECT PARM-FILE
000650         ASSIGN TO PARMFILE
000660         ORGANIZATION IS SEQUENTIAL
000670         FILE STATUS IS FS-PARM-FILE.
000680*
000690*Unsorted mail pieces, fed to the CITMLRUN sort step.
000700     SELECT MAIL-OUT
000710         ASSIGN TO MAILWORK
000720         ORGANIZATION IS SEQUENTIAL
000730         FILE STATUS IS FS-MAIL-OUT.
000740*
000750*Selection report - citizens who could not be mailed, and
000760*the run totals.
000770     SELECT MAIL-RPT
000780         ASSIGN TO MAILRPT
000790         ORGANIZATION IS SEQUENTIAL
000800         FILE STATUS IS FS-MAIL-RPT.
000810*
000820 DATA DIVISION.
000830*
000840 FILE SECTION.
000850*
000860 FD  AUDIT-IN.
000870     COPY AUDIT-REC.
000880*
000890 FD  CITIZEN-MASTER.
000900     COPY CITIZEN-MST.
000910*
000920 FD  PARM-FILE.
000930*Same card layout DATAC's PARMFILE FD carries: keyword, a
000940*space, and a three-digit value; * in column one comments.
000950 01  PARM-CARD.
000960     05  PRM-KEYWORD                   PIC X(14).
000970     05  FILLER                        PIC X(01).
000980     05  PRM-VALUE                     PIC X(03).
000990     05  PRM-VALUE-NUM REDEFINES PRM-VALUE PIC 999.
001000     05  FILLER                        PIC X(62).
001010*
001020 FD  MAIL-OUT.
001030     COPY MAIL-REC.
001040*
001050 FD  MAIL-RPT.
001060 01  MAIL-RPT-RECORD                   PIC X(80).
001070*
001080 WORKING-STORAGE SECTION.
001090*
001100 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
001110*
001120*VOTING-AGE rule out of the PARMFILE deck - the same
001130*threshold DATAC's outreach projection counts against.
001140 01  WS-PARM-VOTING-AGE                 PIC 999 VALUE ZERO.
001150*
001160*The audit record's age bytes, numeric for the outreach
001170*compare once they prove numeric.
001180 01  WS-AUD-AGE-X                       PIC X(03) VALUE ZERO.
001190 01  WS-AUD-AGE-9 REDEFINES
001200     WS-AUD-AGE-X                        PIC 999.
001210*
001220 01  WS-SWITCHES.
001230     05  WS-EOF-SW                     PIC X(01) VALUE "N".
001240         88  WS-END-OF-FILE                   VALUE "Y".
001250     05  WS-PARM-EOF-SW                PIC X(01) VALUE "N".
001260         88  WS-END-OF-PARMS                  VALUE "Y".
001270     05  WS-PARM-VOTE-FOUND-SW         PIC X(01) VALUE "N".
001280         88  WS-PARM-VOTE-FOUND               VALUE "Y".
001290*
001300 01  WS-COUNTERS.
001310     05  WS-AUDIT-COUNT                PIC 9(07) VALUE ZERO.
001320     05  WS-CARD-COUNT                 PIC 9(07) VALUE ZERO.
001330     05  WS-OUTREACH-COUNT             PIC 9(07) VALUE ZERO.
001340     05  WS-NO-ADDRESS-COUNT           PIC 9(07) VALUE ZERO.
001350     05  WS-NO-MASTER-COUNT            PIC 9(07) VALUE ZERO.
001355     05  WS-NOT-ACTIVE-COUNT           PIC 9(07) VALUE ZERO.
001360     05  WS-PIECE-COUNT                PIC 9(07) VALUE ZERO.
001370*
001380 01  WS-FILE-STATUSES.
001390     05  FS-AUDIT-IN                   PIC XX VALUE "00".
001400     05  FS-CITIZEN-MASTER             PIC XX VALUE "00".
001410     05  FS-PARM-FILE                  PIC XX VALUE "00".
001420     05  FS-MAIL-OUT                   PIC XX VALUE "00".
001430     05  FS-MAIL-RPT                   PIC XX VALUE "00".
001440*
001450*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
001460*abend paragraph can name which file and status code failed.
001470 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
001480 01  WS-ABEND-FILE-STATUS              PIC XX VALUE SPACES.
001490*
001500*Report line images, moved to MAIL-RPT-RECORD before each
001510*WRITE.
001520 01  WS-RPT-HEADING.
001530     05  FILLER PIC X(30) VALUE "MAIL PIECE SELECTION          ".
001540     05  FILLER PIC X(04) VALUE "RUN ".
001550     05  WS-RPT-RUN-DATE PIC 9(08).
001560     05  FILLER PIC X(38) VALUE SPACES.
001570 01  WS-RPT-COL-HEADING.
001580     05  FILLER PIC X(11) VALUE "CITIZEN    ".
001590     05  FILLER PIC X(21) VALUE "NAME                 ".
001600     05  FILLER PIC X(06) VALUE "DIST  ".
001610     05  FILLER PIC X(20) VALUE "NOT MAILED          ".
001620     05  FILLER PIC X(22) VALUE SPACES.
001630 01  WS-RPT-SKIP-LINE.
001640     05  WS-RPT-SKIP-ID PIC X(09).
001650     05  FILLER PIC X(02) VALUE SPACES.
001660     05  WS-RPT-SKIP-NAME PIC X(20).
001670     05  FILLER PIC X(01) VALUE SPACE.
001680     05  WS-RPT-SKIP-DIST PIC X(02).
001690     05  FILLER PIC X(04) VALUE SPACES.
001700     05  WS-RPT-SKIP-REASON PIC X(20).
001710     05  FILLER PIC X(22) VALUE SPACES.
001720 01  WS-RPT-COUNT-LINE.
001730     05  WS-RPT-COUNT-LABEL PIC X(20).
001740     05  FILLER PIC X(01) VALUE SPACE.
001750     05  WS-RPT-COUNT-VALUE PIC ZZZ,ZZ9.
001760     05  FILLER PIC X(52) VALUE SPACES.
001770 01  WS-RPT-BLANK-LINE.
001780     05  FILLER PIC X(80) VALUE SPACES.
001790*
001800 PROCEDURE DIVISION.
001810*
001820*----------------------------------------------------------
001830*0000-MAINLINE
001840*One pass over the audit trail, a piece or a report line per
001850*citizen, then the totals.
001860*----------------------------------------------------------
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001890     PERFORM 2000-PROCESS-AUDIT THRU 2000-EXIT
001900         UNTIL WS-END-OF-FILE
001910     PERFORM 8000-FINALIZE THRU 8000-EXIT
001920     STOP RUN.
001930*
001940*----------------------------------------------------------
001950*1000-INITIALIZE
001960*----------------------------------------------------------
001970 1000-INITIALIZE.
001980     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001990     PERFORM 1200-LOAD-RUN-RULES THRU 1200-EXIT
002000     OPEN INPUT AUDIT-IN
002010     IF FS-AUDIT-IN NOT = "00"
002020         MOVE "AUDITIN " TO WS-ABEND-FILE-NAME
002030         MOVE FS-AUDIT-IN TO WS-ABEND-FILE-STATUS
002040         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002050     END-IF
002060     OPEN INPUT CITIZEN-MASTER
002070     IF FS-CITIZEN-MASTER NOT = "00"
002080         MOVE "CITMAST " TO WS-ABEND-FILE-NAME
002090         MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
002100         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002110     END-IF
002120     OPEN OUTPUT MAIL-OUT
002130     IF FS-MAIL-OUT NOT = "00"
002140         MOVE "MAILWORK" TO WS-ABEND-FILE-NAME
002150         MOVE FS-MAIL-OUT TO WS-ABEND-FILE-STATUS
002160         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002170     END-IF
002180     OPEN OUTPUT MAIL-RPT
002190     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
002200     MOVE WS-RPT-HEADING TO MAIL-RPT-RECORD
002210     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002220     MOVE WS-RPT-COL-HEADING TO MAIL-RPT-RECORD
002230     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002240     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
002250 1000-EXIT.
002260     EXIT.
002270*
002280*----------------------------------------------------------
002290*1200-LOAD-RUN-RULES
002300*The outreach letters must go to the same citizens DATAC's
002310*projection counted, so the threshold comes off the same
002320*deck; a missing or non-numeric card stops the run.
002330*----------------------------------------------------------
002340 1200-LOAD-RUN-RULES.
002350     OPEN INPUT PARM-FILE
002360     IF FS-PARM-FILE NOT = "00"
002370         MOVE "PARMFILE" TO WS-ABEND-FILE-NAME
002380         MOVE FS-PARM-FILE TO WS-ABEND-FILE-STATUS
002390         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002400     END-IF
002410     PERFORM 1210-READ-PARM-CARD THRU 1210-EXIT
002420         UNTIL WS-END-OF-PARMS
002430     CLOSE PARM-FILE
002440     IF NOT WS-PARM-VOTE-FOUND
002450         DISPLAY "CITMAIL: PARM VOTING-AGE MISSING"
002460         MOVE 16 TO RETURN-CODE
002470         STOP RUN
002480     END-IF.
002490 1200-EXIT.
002500     EXIT.
002510*
002520 1210-READ-PARM-CARD.
002530     READ PARM-FILE
002540         AT END SET WS-END-OF-PARMS TO TRUE
002550         NOT AT END
002560             IF PRM-KEYWORD = "VOTING-AGE"
002570                 IF WS-PARM-VOTE-FOUND
002580                     DISPLAY "CITMAIL: DUPLICATE PARM VOTING-AGE"
002590                     MOVE 16 TO RETURN-CODE
002600                     STOP RUN
002610                 END-IF
002620                 IF PRM-VALUE IS NOT NUMERIC
002630                     DISPLAY "CITMAIL: VOTING-AGE NOT NUMERIC - "
002640                         PRM-VALUE
002650                     MOVE 16 TO RETURN-CODE
002660                     STOP RUN
002670                 END-IF
002680                 SET WS-PARM-VOTE-FOUND TO TRUE
002690                 MOVE PRM-VALUE-NUM TO WS-PARM-VOTING-AGE
002700             END-IF
002710     END-READ.
002720 1210-EXIT.
002730     EXIT.
002740*
002750*----------------------------------------------------------
002760*2000-PROCESS-AUDIT
002770*Look the citizen up for the address and current status; a
002780*citizen who cannot be mailed is reported and the next
002785*record read.
002790*----------------------------------------------------------
002800 2000-PROCESS-AUDIT.
002810     ADD 1 TO WS-AUDIT-COUNT
002820     MOVE AUD-CITIZEN-ID TO MST-CITIZEN-ID
002830     READ CITIZEN-MASTER
002840     EVALUATE FS-CITIZEN-MASTER
002850         WHEN "00"
002860             CONTINUE
002870         WHEN "23"
002880             ADD 1 TO WS-NO-MASTER-COUNT
002890             MOVE SPACES TO WS-RPT-SKIP-NAME
002900             MOVE "NOT ON MASTER" TO WS-RPT-SKIP-REASON
002910             PERFORM 7000-WRITE-SKIP THRU 7000-EXIT
002920             GO TO 2000-READ-NEXT
002930         WHEN OTHER
002940             MOVE "CITMAST " TO WS-ABEND-FILE-NAME
002950             MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
002960             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002970     END-EVALUATE
002972     IF NOT MST-STATUS-ACTIVE
002973         ADD 1 TO WS-NOT-ACTIVE-COUNT
002974         MOVE MST-CITIZEN-NAME TO WS-RPT-SKIP-NAME
002975         MOVE "NOT ACTIVE" TO WS-RPT-SKIP-REASON
002976         PERFORM 7000-WRITE-SKIP THRU 7000-EXIT
002977         GO TO 2000-READ-NEXT
002978     END-IF
002980     IF MST-MAILING-ADDRESS = SPACES
002990         ADD 1 TO WS-NO-ADDRESS-COUNT
003000         MOVE MST-CITIZEN-NAME TO WS-RPT-SKIP-NAME
003010         MOVE "NO MAILING ADDRESS" TO WS-RPT-SKIP-REASON
003020         PERFORM 7000-WRITE-SKIP THRU 7000-EXIT
003030         GO TO 2000-READ-NEXT
003040     END-IF
003050     SET MAIL-PIECE-REPORT-CARD TO TRUE
003060     PERFORM 6000-WRITE-PIECE THRU 6000-EXIT
003070     ADD 1 TO WS-CARD-COUNT
003080     MOVE AUD-AGE TO WS-AUD-AGE-X
003090     IF WS-AUD-AGE-X IS NUMERIC
003100         IF WS-AUD-AGE-9 >= WS-PARM-VOTING-AGE - 1
003110             AND WS-AUD-AGE-9 <= WS-PARM-VOTING-AGE
003120             SET MAIL-PIECE-OUTREACH TO TRUE
003130             PERFORM 6000-WRITE-PIECE THRU 6000-EXIT
003140             ADD 1 TO WS-OUTREACH-COUNT
003150         END-IF
003160     END-IF.
003170 2000-READ-NEXT.
003180     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003190 2000-EXIT.
003200     EXIT.
003210*
003220 2100-READ-AUDIT.
003230     READ AUDIT-IN
003240         AT END SET WS-END-OF-FILE TO TRUE
003250     END-READ
003260     IF NOT WS-END-OF-FILE
003270         IF FS-AUDIT-IN NOT = "00"
003280             MOVE "AUDITIN " TO WS-ABEND-FILE-NAME
003290             MOVE FS-AUDIT-IN TO WS-ABEND-FILE-STATUS
003300             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003310         END-IF
003320     END-IF.
003330 2100-EXIT.
003340     EXIT.
003350*
003360*----------------------------------------------------------
003370*6000-WRITE-PIECE
003380*The caller has set the piece type; everything else comes
003390*off the master record just read.
003400*----------------------------------------------------------
003410 6000-WRITE-PIECE.
003420     MOVE MST-ZIP-CODE TO MAIL-ZIP-CODE
003430     MOVE MST-ZIP-PLUS4 TO MAIL-ZIP-PLUS4
003440     MOVE MST-CITIZEN-ID TO MAIL-CITIZEN-ID
003450     MOVE MST-CITIZEN-NAME TO MAIL-CITIZEN-NAME
003460     MOVE MST-STREET TO MAIL-STREET
003470     MOVE MST-CITY TO MAIL-CITY
003480     MOVE MST-STATE TO MAIL-STATE
003490     MOVE MST-DISTRICT TO MAIL-DISTRICT
003500     MOVE WS-RUN-DATE TO MAIL-RUN-DATE
003510     WRITE MAIL-RECORD
003520     IF FS-MAIL-OUT NOT = "00"
003530         MOVE "MAILWORK" TO WS-ABEND-FILE-NAME
003540         MOVE FS-MAIL-OUT TO WS-ABEND-FILE-STATUS
003550         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003560     END-IF
003570     ADD 1 TO WS-PIECE-COUNT.
003580 6000-EXIT.
003590     EXIT.
003600*
003610*One line per citizen who could not be mailed; the caller
003620*has moved the name and the reason.
003630 7000-WRITE-SKIP.
003640     MOVE AUD-CITIZEN-ID TO WS-RPT-SKIP-ID
003650     MOVE AUD-DISTRICT TO WS-RPT-SKIP-DIST
003660     MOVE WS-RPT-SKIP-LINE TO MAIL-RPT-RECORD
003670     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
003680 7000-EXIT.
003690     EXIT.
003700*
003710*Shared by every WRITE MAIL-RPT-RECORD so a dataset problem
003720*on the report is caught and stops the run.
003730 7100-WRITE-RPT-LINE.
003740     WRITE MAIL-RPT-RECORD
003750     IF FS-MAIL-RPT NOT = "00"
003760         MOVE "MAILRPT " TO WS-ABEND-FILE-NAME
003770         MOVE FS-MAIL-RPT TO WS-ABEND-FILE-STATUS
003780         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003790     END-IF.
003800 7100-EXIT.
003810     EXIT.
003820*
003830*----------------------------------------------------------
003840*8000-FINALIZE
003850*Pieces written must equal report cards plus outreach
003860*letters - MAILCNT's grand total is checked against the
003870*PIECES WRITTEN line.
003880*----------------------------------------------------------
003890 8000-FINALIZE.
003900     MOVE WS-RPT-BLANK-LINE TO MAIL-RPT-RECORD
003910     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003920     MOVE "AUDIT RECORDS READ =" TO WS-RPT-COUNT-LABEL
003930     MOVE WS-AUDIT-COUNT TO WS-RPT-COUNT-VALUE
003940     MOVE WS-RPT-COUNT-LINE TO MAIL-RPT-RECORD
003950     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003960     MOVE "REPORT CARDS       =" TO WS-RPT-COUNT-LABEL
003970     MOVE WS-CARD-COUNT TO WS-RPT-COUNT-VALUE
003980     MOVE WS-RPT-COUNT-LINE TO MAIL-RPT-RECORD
003990     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004000     MOVE "OUTREACH LETTERS   =" TO WS-RPT-COUNT-LABEL
004010     MOVE WS-OUTREACH-COUNT TO WS-RPT-COUNT-VALUE
004020     MOVE WS-RPT-COUNT-LINE TO MAIL-RPT-RECORD
004030     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004040     MOVE "PIECES WRITTEN     =" TO WS-RPT-COUNT-LABEL
004050     MOVE WS-PIECE-COUNT TO WS-RPT-COUNT-VALUE
004060     MOVE WS-RPT-COUNT-LINE TO MAIL-RPT-RECORD
004070     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004080     MOVE "NO MAILING ADDRESS =" TO WS-RPT-COUNT-LABEL
004090     MOVE WS-NO-ADDRESS-COUNT TO WS-RPT-COUNT-VALUE
004100     MOVE WS-RPT-COUNT-LINE TO MAIL-RPT-RECORD
004110     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004120     MOVE "NOT ON MASTER      =" TO WS-RPT-COUNT-LABEL
004130     MOVE WS-NO-MASTER-COUNT TO WS-RPT-COUNT-VALUE
004140     MOVE WS-RPT-COUNT-LINE TO MAIL-RPT-RECORD
004150     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004152     MOVE "NO LONGER ACTIVE   =" TO WS-RPT-COUNT-LABEL
004154     MOVE WS-NOT-ACTIVE-COUNT TO WS-RPT-COUNT-VALUE
004156     MOVE WS-RPT-COUNT-LINE TO MAIL-RPT-RECORD
004158     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004160     CLOSE AUDIT-IN
004170     CLOSE CITIZEN-MASTER
004180     CLOSE MAIL-OUT
004190     CLOSE MAIL-RPT
004200     DISPLAY "CITMAIL: RUN COMPLETE - " WS-AUDIT-COUNT
004210         " AUDITED, " WS-PIECE-COUNT " PIECES".
004220 8000-EXIT.
004230     EXIT.
004240*
004250*----------------------------------------------------------
004260*9900-ABEND-FILE-ERROR
004270*----------------------------------------------------------
004280 9900-ABEND-FILE-ERROR.
004290     DISPLAY "CITMAIL: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
004300         " - FILE STATUS " WS-ABEND-FILE-STATUS
004310     MOVE 16 TO RETURN-CODE
004320     STOP RUN.
004330 9900-EXIT.
004340     EXIT.
