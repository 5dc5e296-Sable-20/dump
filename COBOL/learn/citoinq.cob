000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CITOINQ.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. September 15th 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*CITOINQ
000140*
000150*Online citizen inquiry, CICS transaction CINQ, map CITMINQ.
000160*A clerk at the counter keys a citizen ID, or a name plus
000170*date of birth, and sees the master record as it stands:
000180*name, DOB, district, lifecycle status and its date, mailing
000190*address, the decision CITPOST last posted (grade, GPA,
000200*honor roll, can-vote), and the five most recent decisions
000210*and rejections from the HISTARCH decision-history archive.
000220*
000230*By name the lookup browses the CITMNAM path - an alternate
000240*index over MST-CITIZEN-NAME - and keeps the citizens whose
000250*DOB matches too; more than one match lists their IDs for
000260*the clerk to pick from rather than guessing.  An ID that
000270*was merged away is followed through XREFFILE to the
000280*survivor, as CITINQ does in batch.  PF5 hands the citizen
000290*to the CITOENT entry screen to key a transaction.
000300*
000310*Read-only and pseudo-conversational: the only state
000320*between screens is the CITIZEN-COM COMMAREA.
000330*
000340*MODIFICATION HISTORY
000350*
000360*2026-09-15  SAB  Initial version.
000370*----------------------------------------------------------
000380*
000390 ENVIRONMENT DIVISION.
000400*
000410 CONFIGURATION SECTION.
000420*
000430 DATA DIVISION.
000440*
000450 WORKING-STORAGE SECTION.
000460*
000470 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
000480 01  WS-ABSTIME                         PIC S9(15) COMP-3
000490                                        VALUE ZERO.
000500 01  WS-CICS-RESP                       PIC S9(08) COMP
000510                                        VALUE ZERO.
000520*
000530*The keys as keyed, low-values cleaned to spaces.
000540 01  WS-INQ-KEYS.
000550     05  WS-INQ-ID                     PIC X(09).
000560     05  WS-INQ-NAME                   PIC X(20).
000570     05  WS-INQ-DOB                    PIC X(08).
000580*
000590*Browse keys - the path key is the name alone, the archive
000600*key is citizen ID + date + time + sequence.
000610 01  WS-NAME-KEY                        PIC X(20) VALUE SPACES.
000620 01  WS-HIST-KEY                        PIC X(27) VALUE SPACES.
000630 01  WS-LOOKUP-ID                       PIC X(09) VALUE SPACES.
000640*
000650 01  WS-SWITCHES.
000660     05  WS-NAME-EOF-SW                PIC X(01) VALUE "N".
000670         88  WS-END-OF-NAMES                  VALUE "Y".
000680     05  WS-HIST-EOF-SW                PIC X(01) VALUE "N".
000690         88  WS-END-OF-HIST                   VALUE "Y".
000700     05  WS-MERGE-DONE-SW              PIC X(01) VALUE "N".
000710         88  WS-MERGE-DONE                    VALUE "Y".
000720     05  WS-CIT-FOUND-SW               PIC X(01) VALUE "N".
000730         88  WS-CIT-WAS-FOUND                 VALUE "Y".
000740         88  WS-CIT-NOT-FOUND                 VALUE "N".
000750*
000760 01  WS-COUNTERS.
000770     05  WS-MATCH-COUNT                PIC 9(03) VALUE ZERO.
000780     05  WS-MATCH-IDX                  PIC 9(03) VALUE ZERO.
000790     05  WS-HOP-COUNT                  PIC 9(03) VALUE ZERO.
000800     05  WS-HIST-COUNT                 PIC 9(05) VALUE ZERO.
000810     05  WS-HIST-IDX                   PIC 9(03) VALUE ZERO.
000820*
000830*Name+DOB matches: the first five IDs for the pick list and
000840*the first match's record, shown when it is the only one.
000850 01  WS-MATCH-TABLE.
000860     05  WS-MATCH-ID                   PIC X(09) OCCURS 5 TIMES.
000870 01  WS-MATCH-SAVE                      PIC X(142) VALUE SPACES.
000880 01  WS-MATCH-COUNT-EDIT                PIC ZZ9.
000890*
000900*The five most recent archive events, newest in entry 1 -
000910*the archive reads oldest first, so each event read pushes
000920*the older ones down a row.
000930 01  WS-HIST-TABLE.
000940     05  WS-HIST-LINE                  PIC X(79) OCCURS 5 TIMES.
000950*
000960 01  WS-MSG                             PIC X(79) VALUE SPACES.
000970 01  WS-GPA-EDIT                        PIC 9.99.
000980*
000990*History line images, the same columns CITINQ prints.
001000 01  WS-HIST-AUDIT-LINE.
001010     05  FILLER PIC X(01) VALUE SPACE.
001020     05  WS-HST-AUD-DATE PIC 9(08).
001030     05  FILLER PIC X(01) VALUE SPACE.
001040     05  WS-HST-AUD-TIME PIC 9(08).
001050     05  FILLER PIC X(09) VALUE " DECIDED ".
001060     05  FILLER PIC X(04) VALUE "AGE ".
001070     05  WS-HST-AUD-AGE PIC X(03).
001080     05  FILLER PIC X(04) VALUE " GR ".
001090     05  WS-HST-AUD-GRADE PIC Z9.
001100     05  FILLER PIC X(05) VALUE " GPA ".
001110     05  WS-HST-AUD-GPA PIC 9.99.
001120     05  FILLER PIC X(06) VALUE " VOTE ".
001130     05  WS-HST-AUD-VOTE PIC 9.
001140     05  FILLER PIC X(01) VALUE SPACE.
001150     05  WS-HST-AUD-PF PIC X(04).
001160     05  FILLER PIC X(05) VALUE " HON ".
001170     05  WS-HST-AUD-HONOR PIC X(01).
001180     05  FILLER PIC X(06) VALUE " DIST ".
001190     05  WS-HST-AUD-DIST PIC X(02).
001200     05  FILLER PIC X(04) VALUE SPACES.
001210 01  WS-HIST-EXCEPT-LINE.
001220     05  FILLER PIC X(01) VALUE SPACE.
001230     05  WS-HST-EXC-DATE PIC 9(08).
001240     05  FILLER PIC X(01) VALUE SPACE.
001250     05  WS-HST-EXC-TIME PIC 9(08).
001260     05  FILLER PIC X(10) VALUE " REJECTED ".
001270     05  WS-HST-EXC-REASON PIC X(15).
001280     05  FILLER PIC X(05) VALUE " AGE ".
001290     05  WS-HST-EXC-AGE PIC X(03).
001300     05  FILLER PIC X(06) VALUE " DIST ".
001310     05  WS-HST-EXC-DIST PIC X(02).
001320     05  FILLER PIC X(20) VALUE SPACES.
001330*
001340*Set just before PERFORM 9900-ABEND-CICS-ERROR so the one
001350*abend paragraph can name which file and response failed.
001360 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
001370 01  WS-ABEND-RESP                     PIC 9(08) VALUE ZERO.
001380 01  WS-ABEND-MSG.
001390     05  FILLER PIC X(27) VALUE "CITOINQ: CICS ERROR ON FILE".
001400     05  FILLER PIC X(01) VALUE SPACE.
001410     05  WS-ABEND-MSG-FILE PIC X(08).
001420     05  FILLER PIC X(08) VALUE " - RESP ".
001430     05  WS-ABEND-MSG-RESP PIC 9(08).
001440*
001450*Master, archive and cross-reference records, read INTO
001460*these areas.
001470     COPY CITIZEN-MST.
001480     COPY HISTORY-REC.
001490     COPY AUDIT-REC.
001500     COPY EXCEPT-REC.
001510     COPY XREF-REC.
001520*
001530     COPY CITIZEN-COM.
001540*
001550     COPY CITMSET.
001560*
001570     COPY DFHAID.
001580*
001590 LINKAGE SECTION.
001600*
001610 01  DFHCOMMAREA                       PIC X(10).
001620*
001630 PROCEDURE DIVISION.
001640*
001650*----------------------------------------------------------
001660*0000-MAINLINE
001670*One task per screen interaction: work out why we were
001680*started, answer it, and return to wait for the next key.
001690*----------------------------------------------------------
001700 0000-MAINLINE.
001710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001720     EVALUATE TRUE
001730         WHEN EIBCALEN = 0
001740             PERFORM 1100-SEND-FRESH THRU 1100-EXIT
001750         WHEN COM-SEND-FRESH
001760             PERFORM 1200-ARRIVE-FROM-ENTRY THRU 1200-EXIT
001770         WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
001780             PERFORM 9000-END-SESSION THRU 9000-EXIT
001790         WHEN EIBAID = DFHPF5
001800             PERFORM 3000-TRANSFER-TO-ENTRY THRU 3000-EXIT
001810         WHEN EIBAID = DFHENTER
001820             PERFORM 2000-PROCESS-INQUIRY THRU 2000-EXIT
001830         WHEN OTHER
001840             PERFORM 1300-INVALID-KEY THRU 1300-EXIT
001850     END-EVALUATE
001860     SET COM-SCREEN-SHOWN TO TRUE
001870     EXEC CICS RETURN
001880         TRANSID("CINQ")
001890         COMMAREA(CITIZEN-ONLINE-COMMAREA)
001900     END-EXEC.
001910*
001920*----------------------------------------------------------
001930*1000-INITIALIZE
001940*Today's date off the CICS clock, and the COMMAREA carried
001950*from the last screen (none on a first entry).
001960*----------------------------------------------------------
001970 1000-INITIALIZE.
001980     EXEC CICS ASKTIME
001990         ABSTIME(WS-ABSTIME)
002000     END-EXEC
002010     EXEC CICS FORMATTIME
002020         ABSTIME(WS-ABSTIME)
002030         YYYYMMDD(WS-RUN-DATE)
002040     END-EXEC
002050     IF EIBCALEN = 0
002060         MOVE SPACES TO CITIZEN-ONLINE-COMMAREA
002070     ELSE
002080         MOVE DFHCOMMAREA TO CITIZEN-ONLINE-COMMAREA
002090     END-IF.
002100 1000-EXIT.
002110     EXIT.
002120*
002130 1100-SEND-FRESH.
002140     MOVE SPACES TO COM-CITIZEN-ID
002150     MOVE LOW-VALUES TO CITMINQO
002160     MOVE "KEY A CITIZEN ID, OR A NAME AND DATE OF BIRTH"
002170         TO WS-MSG
002180     PERFORM 7000-SEND-MAP THRU 7000-EXIT.
002190 1100-EXIT.
002200     EXIT.
002210*
002220*From the entry screen by PF4: show the citizen it was
002230*holding, or a clean screen when it held none.
002240 1200-ARRIVE-FROM-ENTRY.
002250     IF COM-CITIZEN-ID = SPACES
002260         PERFORM 1100-SEND-FRESH THRU 1100-EXIT
002270         GO TO 1200-EXIT
002280     END-IF
002290     MOVE LOW-VALUES TO CITMINQO
002300     MOVE SPACES TO WS-INQ-KEYS
002310     MOVE COM-CITIZEN-ID TO WS-INQ-ID
002320     MOVE WS-INQ-ID TO QIDO
002330     PERFORM 2100-FIND-BY-ID THRU 2100-EXIT
002340     PERFORM 7000-SEND-MAP THRU 7000-EXIT.
002350 1200-EXIT.
002360     EXIT.
002370*
002380 1300-INVALID-KEY.
002390     MOVE LOW-VALUES TO CITMINQO
002400     MOVE "KEY NOT IN USE ON THIS SCREEN" TO WS-MSG
002410     PERFORM 7000-SEND-MAP THRU 7000-EXIT.
002420 1300-EXIT.
002430     EXIT.
002440*
002450*----------------------------------------------------------
002460*2000-PROCESS-INQUIRY
002470*An ID wins when one is keyed; otherwise name and DOB must
002480*both be there.
002490*----------------------------------------------------------
002500 2000-PROCESS-INQUIRY.
002510     EXEC CICS RECEIVE
002520         MAP("CITMINQ")
002530         MAPSET("CITMSET")
002540         INTO(CITMINQI)
002550         RESP(WS-CICS-RESP)
002560     END-EXEC
002570     EVALUATE WS-CICS-RESP
002580         WHEN DFHRESP(NORMAL)
002590             MOVE QIDI TO WS-INQ-ID
002600             MOVE QNAMEI TO WS-INQ-NAME
002610             MOVE QDOBI TO WS-INQ-DOB
002620         WHEN DFHRESP(MAPFAIL)
002630             MOVE SPACES TO WS-INQ-KEYS
002640         WHEN OTHER
002650             MOVE "CITMSET " TO WS-ABEND-FILE-NAME
002660             PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
002670     END-EVALUATE
002680     INSPECT WS-INQ-KEYS REPLACING ALL LOW-VALUE BY SPACE
002690     MOVE LOW-VALUES TO CITMINQO
002700     MOVE WS-INQ-ID TO QIDO
002710     MOVE WS-INQ-NAME TO QNAMEO
002720     MOVE WS-INQ-DOB TO QDOBO
002730     EVALUATE TRUE
002740         WHEN WS-INQ-ID NOT = SPACES
002750             PERFORM 2100-FIND-BY-ID THRU 2100-EXIT
002760         WHEN WS-INQ-NAME NOT = SPACES
002770          AND WS-INQ-DOB NOT = SPACES
002780             PERFORM 2300-FIND-BY-NAME THRU 2300-EXIT
002790         WHEN OTHER
002800             MOVE "KEY A CITIZEN ID, OR A NAME AND DATE OF BIRTH"
002810                 TO WS-MSG
002820     END-EVALUATE
002830     PERFORM 7000-SEND-MAP THRU 7000-EXIT.
002840 2000-EXIT.
002850     EXIT.
002860*
002870*----------------------------------------------------------
002880*2100-FIND-BY-ID
002890*----------------------------------------------------------
002900 2100-FIND-BY-ID.
002910     IF WS-INQ-ID IS NOT NUMERIC
002920         MOVE "CITIZEN ID MUST BE NINE DIGITS" TO WS-MSG
002930         GO TO 2100-EXIT
002940     END-IF
002950     MOVE WS-INQ-ID TO WS-LOOKUP-ID
002960     PERFORM 2200-READ-MASTER THRU 2200-EXIT
002970     IF WS-CIT-WAS-FOUND
002980         PERFORM 2500-SHOW-CITIZEN THRU 2500-EXIT
002990         GO TO 2100-EXIT
003000     END-IF
003010     MOVE ZERO TO WS-HOP-COUNT
003020     MOVE "N" TO WS-MERGE-DONE-SW
003030     PERFORM 2150-FOLLOW-MERGE THRU 2150-EXIT
003040         UNTIL WS-MERGE-DONE.
003050 2100-EXIT.
003060     EXIT.
003070*
003080*One link of the merge chain: the cross-reference names the
003090*survivor; a survivor that was itself merged away is
003100*followed on the next pass.
003110 2150-FOLLOW-MERGE.
003120     EXEC CICS READ
003130         FILE("XREFFILE")
003140         INTO(XREF-RECORD)
003150         RIDFLD(WS-LOOKUP-ID)
003160         RESP(WS-CICS-RESP)
003170     END-EXEC
003180     EVALUATE WS-CICS-RESP
003190         WHEN DFHRESP(NORMAL)
003200             CONTINUE
003210         WHEN DFHRESP(NOTFND)
003220             SET WS-MERGE-DONE TO TRUE
003230             IF WS-HOP-COUNT = ZERO
003240                 MOVE "CITIZEN ID NOT ON MASTER" TO WS-MSG
003250             ELSE
003260                 MOVE "MERGED SURVIVOR NOT ON MASTER" TO WS-MSG
003270             END-IF
003280             GO TO 2150-EXIT
003290         WHEN OTHER
003300             MOVE "XREFFILE" TO WS-ABEND-FILE-NAME
003310             PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
003320     END-EVALUATE
003330     ADD 1 TO WS-HOP-COUNT
003340     IF WS-HOP-COUNT > 10
003350         SET WS-MERGE-DONE TO TRUE
003360         MOVE "MERGE CHAIN TOO LONG - USE CITINQRN" TO WS-MSG
003370         GO TO 2150-EXIT
003380     END-IF
003390     MOVE XRF-SURVIVOR-ID TO WS-LOOKUP-ID
003400     PERFORM 2200-READ-MASTER THRU 2200-EXIT
003410     IF WS-CIT-WAS-FOUND
003420         SET WS-MERGE-DONE TO TRUE
003430         PERFORM 2500-SHOW-CITIZEN THRU 2500-EXIT
003440         MOVE SPACES TO WS-MSG
003450         STRING WS-INQ-ID DELIMITED BY SIZE
003460             " WAS MERGED INTO " DELIMITED BY SIZE
003470             XRF-SURVIVOR-ID DELIMITED BY SIZE
003480             " ON " DELIMITED BY SIZE
003490             XRF-MERGE-DATE DELIMITED BY SIZE
003500             " - SURVIVOR SHOWN" DELIMITED BY SIZE
003510             INTO WS-MSG
003520         END-STRING
003530     END-IF.
003540 2150-EXIT.
003550     EXIT.
003560*
003570*Random read of the master by WS-LOOKUP-ID.
003580 2200-READ-MASTER.
003590     EXEC CICS READ
003600         FILE("CITMAST")
003610         INTO(CITIZEN-MASTER-RECORD)
003620         RIDFLD(WS-LOOKUP-ID)
003630         RESP(WS-CICS-RESP)
003640     END-EXEC
003650     EVALUATE WS-CICS-RESP
003660         WHEN DFHRESP(NORMAL)
003670             SET WS-CIT-WAS-FOUND TO TRUE
003680         WHEN DFHRESP(NOTFND)
003690             SET WS-CIT-NOT-FOUND TO TRUE
003700         WHEN OTHER
003710             MOVE "CITMAST " TO WS-ABEND-FILE-NAME
003720             PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
003730     END-EVALUATE.
003740 2200-EXIT.
003750     EXIT.
003760*
003770*----------------------------------------------------------
003780*2300-FIND-BY-NAME
003790*Browse every citizen carrying the keyed name and keep the
003800*ones born on the keyed date.  Exactly one is shown; more
003810*than one lists the IDs so the clerk picks by ID.
003820*----------------------------------------------------------
003830 2300-FIND-BY-NAME.
003840     IF WS-INQ-DOB IS NOT NUMERIC
003850         MOVE "DATE OF BIRTH MUST BE YYYYMMDD" TO WS-MSG
003860         GO TO 2300-EXIT
003870     END-IF
003880     MOVE ZERO TO WS-MATCH-COUNT
003890     MOVE SPACES TO WS-MATCH-TABLE
003900     MOVE WS-INQ-NAME TO WS-NAME-KEY
003910     EXEC CICS STARTBR
003920         FILE("CITMNAM")
003930         RIDFLD(WS-NAME-KEY)
003940         EQUAL
003950         RESP(WS-CICS-RESP)
003960     END-EXEC
003970     EVALUATE WS-CICS-RESP
003980         WHEN DFHRESP(NORMAL)
003990             MOVE "N" TO WS-NAME-EOF-SW
004000             PERFORM 2310-READ-NEXT-NAME THRU 2310-EXIT
004010                 UNTIL WS-END-OF-NAMES
004020             EXEC CICS ENDBR
004030                 FILE("CITMNAM")
004040             END-EXEC
004050         WHEN DFHRESP(NOTFND)
004060             CONTINUE
004070         WHEN OTHER
004080             MOVE "CITMNAM " TO WS-ABEND-FILE-NAME
004090             PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
004100     END-EVALUATE
004110     EVALUATE TRUE
004120         WHEN WS-MATCH-COUNT = ZERO
004130             MOVE "NO CITIZEN WITH THAT NAME AND DATE OF BIRTH"
004140                 TO WS-MSG
004150         WHEN WS-MATCH-COUNT = 1
004160             MOVE WS-MATCH-SAVE TO CITIZEN-MASTER-RECORD
004170             PERFORM 2500-SHOW-CITIZEN THRU 2500-EXIT
004180         WHEN OTHER
004190             PERFORM 2350-LIST-MATCHES THRU 2350-EXIT
004200     END-EVALUATE.
004210 2300-EXIT.
004220     EXIT.
004230*
004240*The path holds duplicate names, so DUPKEY is an ordinary
004250*read; the browse ends when the name changes.
004260 2310-READ-NEXT-NAME.
004270     EXEC CICS READNEXT
004280         FILE("CITMNAM")
004290         INTO(CITIZEN-MASTER-RECORD)
004300         RIDFLD(WS-NAME-KEY)
004310         RESP(WS-CICS-RESP)
004320     END-EXEC
004330     EVALUATE WS-CICS-RESP
004340         WHEN DFHRESP(NORMAL)
004350         WHEN DFHRESP(DUPKEY)
004360             CONTINUE
004370         WHEN DFHRESP(ENDFILE)
004380             SET WS-END-OF-NAMES TO TRUE
004390             GO TO 2310-EXIT
004400         WHEN OTHER
004410             MOVE "CITMNAM " TO WS-ABEND-FILE-NAME
004420             PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
004430     END-EVALUATE
004440     IF MST-CITIZEN-NAME NOT = WS-INQ-NAME
004450         SET WS-END-OF-NAMES TO TRUE
004460         GO TO 2310-EXIT
004470     END-IF
004480     IF MST-DOB-TEXT NOT = WS-INQ-DOB
004490         GO TO 2310-EXIT
004500     END-IF
004510     ADD 1 TO WS-MATCH-COUNT
004520     IF WS-MATCH-COUNT = 1
004530         MOVE CITIZEN-MASTER-RECORD TO WS-MATCH-SAVE
004540     END-IF
004550     IF WS-MATCH-COUNT NOT > 5
004560         MOVE MST-CITIZEN-ID TO WS-MATCH-ID (WS-MATCH-COUNT)
004570     END-IF.
004580 2310-EXIT.
004590     EXIT.
004600*
004610 2350-LIST-MATCHES.
004620     MOVE WS-MATCH-COUNT TO WS-MATCH-COUNT-EDIT
004630     MOVE SPACES TO WS-MSG
004640     STRING WS-MATCH-COUNT-EDIT DELIMITED BY SIZE
004650         " MATCH - KEY ONE ID: " DELIMITED BY SIZE
004660         WS-MATCH-ID (1) DELIMITED BY SIZE
004670         " " DELIMITED BY SIZE
004680         WS-MATCH-ID (2) DELIMITED BY SIZE
004690         " " DELIMITED BY SIZE
004700         WS-MATCH-ID (3) DELIMITED BY SIZE
004710         " " DELIMITED BY SIZE
004720         WS-MATCH-ID (4) DELIMITED BY SIZE
004730         " " DELIMITED BY SIZE
004740         WS-MATCH-ID (5) DELIMITED BY SIZE
004750         INTO WS-MSG
004760     END-STRING.
004770 2350-EXIT.
004780     EXIT.
004790*
004800*----------------------------------------------------------
004810*2500-SHOW-CITIZEN
004820*The master record onto the map, then its archived history.
004830*The citizen shown is the one PF5 carries to the entry
004840*screen.
004850*----------------------------------------------------------
004860 2500-SHOW-CITIZEN.
004870     MOVE MST-CITIZEN-ID TO COM-CITIZEN-ID
004880     MOVE MST-CITIZEN-ID TO QMIDO
004890     MOVE MST-CITIZEN-NAME TO QMNAMEO
004900     MOVE MST-DOB-TEXT TO QMDOBO
004910     MOVE MST-DISTRICT TO QMDISTO
004920     EVALUATE TRUE
004930         WHEN MST-STATUS-ACTIVE
004940             MOVE "ACTIVE" TO QSTATO
004950         WHEN MST-STATUS-DECEASED
004960             MOVE "DECEASED" TO QSTATO
004970         WHEN MST-STATUS-MOVED
004980             MOVE "MOVED OUT" TO QSTATO
004990         WHEN OTHER
005000             MOVE MST-STATUS-CODE TO QSTATO
005010     END-EVALUATE
005020     MOVE MST-STATUS-DATE TO QSTDTO
005030     MOVE MST-LAST-MAINT-DATE TO QMNTO
005040     MOVE MST-STREET TO QSTRTO
005050     MOVE MST-CITY TO QCITYO
005060     MOVE MST-STATE TO QSTATEO
005070     MOVE MST-ZIP-CODE TO QZIPO
005080     MOVE MST-ZIP-PLUS4 TO QZIP4O
005090     MOVE MST-GRADE TO QGRADEO
005100     MOVE MST-GPA TO WS-GPA-EDIT
005110     MOVE WS-GPA-EDIT TO QGPAO
005120     MOVE MST-HONOR-ROLL-SW TO QHONRO
005130     MOVE MST-CAN-VOTE-FLAG TO QVOTEO
005140     MOVE MST-LAST-POST-DATE TO QPOSTO
005150     MOVE "CITIZEN FOUND - PF5 TO KEY A TRANSACTION" TO WS-MSG
005160     PERFORM 2600-SHOW-HISTORY THRU 2600-EXIT.
005170 2500-EXIT.
005180     EXIT.
005190*
005200*----------------------------------------------------------
005210*2600-SHOW-HISTORY
005220*Browse the citizen's archive events from the lowest key up
005230*and keep the last five.  An archive not open to CICS is a
005240*note on the screen, not a failure - the master still
005250*answers the counter question.
005260*----------------------------------------------------------
005270 2600-SHOW-HISTORY.
005280     MOVE SPACES TO WS-HIST-TABLE
005290     MOVE ZERO TO WS-HIST-COUNT
005300     MOVE MST-CITIZEN-ID TO HST-CITIZEN-ID
005310     MOVE ZEROS TO HST-DATE
005320     MOVE ZEROS TO HST-TIME
005330     MOVE ZEROS TO HST-SEQ
005340     MOVE HST-KEY TO WS-HIST-KEY
005350     EXEC CICS STARTBR
005360         FILE("HISTFILE")
005370         RIDFLD(WS-HIST-KEY)
005380         GTEQ
005390         RESP(WS-CICS-RESP)
005400     END-EXEC
005410     EVALUATE WS-CICS-RESP
005420         WHEN DFHRESP(NORMAL)
005430             MOVE "N" TO WS-HIST-EOF-SW
005440             PERFORM 2610-READ-NEXT-EVENT THRU 2610-EXIT
005450                 UNTIL WS-END-OF-HIST
005460             EXEC CICS ENDBR
005470                 FILE("HISTFILE")
005480             END-EXEC
005490         WHEN DFHRESP(NOTFND)
005500             CONTINUE
005510         WHEN DFHRESP(NOTOPEN)
005520         WHEN DFHRESP(DISABLED)
005530             MOVE " DECISION HISTORY ARCHIVE NOT AVAILABLE"
005540                 TO WS-HIST-LINE (1)
005550         WHEN OTHER
005560             MOVE "HISTFILE" TO WS-ABEND-FILE-NAME
005570             PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
005580     END-EVALUATE
005590     IF WS-HIST-COUNT = ZERO
005600         AND WS-HIST-LINE (1) = SPACES
005610         MOVE " NO ARCHIVED DECISIONS" TO WS-HIST-LINE (1)
005620     END-IF
005630     PERFORM 2650-MOVE-HIST-LINE THRU 2650-EXIT
005640         VARYING WS-HIST-IDX FROM 1 BY 1
005650         UNTIL WS-HIST-IDX > 5.
005660 2600-EXIT.
005670     EXIT.
005680*
005690 2610-READ-NEXT-EVENT.
005700     EXEC CICS READNEXT
005710         FILE("HISTFILE")
005720         INTO(HISTORY-RECORD)
005730         RIDFLD(WS-HIST-KEY)
005740         RESP(WS-CICS-RESP)
005750     END-EXEC
005760     EVALUATE WS-CICS-RESP
005770         WHEN DFHRESP(NORMAL)
005780             CONTINUE
005790         WHEN DFHRESP(ENDFILE)
005800             SET WS-END-OF-HIST TO TRUE
005810             GO TO 2610-EXIT
005820         WHEN OTHER
005830             MOVE "HISTFILE" TO WS-ABEND-FILE-NAME
005840             PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
005850     END-EVALUATE
005860     IF HST-CITIZEN-ID NOT = MST-CITIZEN-ID
005870         SET WS-END-OF-HIST TO TRUE
005880         GO TO 2610-EXIT
005890     END-IF
005900     ADD 1 TO WS-HIST-COUNT
005910     PERFORM 2630-PUSH-DOWN THRU 2630-EXIT
005920         VARYING WS-HIST-IDX FROM 5 BY -1
005930         UNTIL WS-HIST-IDX < 2
005940     IF HST-EVENT-AUDIT
005950         MOVE HST-EVENT-IMAGE (1:48) TO AUDIT-RECORD
005960         MOVE AUD-DATE TO WS-HST-AUD-DATE
005970         MOVE AUD-TIME TO WS-HST-AUD-TIME
005980         MOVE AUD-AGE TO WS-HST-AUD-AGE
005990         MOVE AUD-GRADE TO WS-HST-AUD-GRADE
006000         MOVE AUD-GPA TO WS-HST-AUD-GPA
006010         MOVE AUD-CAN-VOTE-FLAG TO WS-HST-AUD-VOTE
006020         MOVE AUD-PASS-FAIL TO WS-HST-AUD-PF
006030         MOVE AUD-HONOR-ROLL-SW TO WS-HST-AUD-HONOR
006040         MOVE AUD-DISTRICT TO WS-HST-AUD-DIST
006050         MOVE WS-HIST-AUDIT-LINE TO WS-HIST-LINE (1)
006060     ELSE
006070         MOVE HST-EVENT-IMAGE TO EXCEPTION-RECORD
006080         MOVE EXC-DATE TO WS-HST-EXC-DATE
006090         MOVE EXC-TIME TO WS-HST-EXC-TIME
006100         MOVE EXC-REASON-CODE TO WS-HST-EXC-REASON
006110         MOVE EXC-RAW-AGE TO WS-HST-EXC-AGE
006120         MOVE EXC-DISTRICT TO WS-HST-EXC-DIST
006130         MOVE WS-HIST-EXCEPT-LINE TO WS-HIST-LINE (1)
006140     END-IF.
006150 2610-EXIT.
006160     EXIT.
006170*
006180 2630-PUSH-DOWN.
006190     MOVE WS-HIST-LINE (WS-HIST-IDX - 1)
006200         TO WS-HIST-LINE (WS-HIST-IDX).
006210 2630-EXIT.
006220     EXIT.
006230*
006240 2650-MOVE-HIST-LINE.
006250     MOVE WS-HIST-LINE (WS-HIST-IDX) TO QHISTO (WS-HIST-IDX).
006260 2650-EXIT.
006270     EXIT.
006280*
006290*----------------------------------------------------------
006300*3000-TRANSFER-TO-ENTRY
006310*PF5: on to the entry screen, carrying the citizen shown.
006320*----------------------------------------------------------
006330 3000-TRANSFER-TO-ENTRY.
006340     SET COM-SEND-FRESH TO TRUE
006350     EXEC CICS XCTL
006360         PROGRAM("CITOENT")
006370         COMMAREA(CITIZEN-ONLINE-COMMAREA)
006380         RESP(WS-CICS-RESP)
006390     END-EXEC
006400     MOVE "CITOENT " TO WS-ABEND-FILE-NAME
006410     PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT.
006420 3000-EXIT.
006430     EXIT.
006440*
006450*----------------------------------------------------------
006460*7000-SEND-MAP
006470*The whole screen every time, message and date included,
006480*cursor on the citizen ID.
006490*----------------------------------------------------------
006500 7000-SEND-MAP.
006510     MOVE WS-RUN-DATE TO QDATEO
006520     MOVE WS-MSG TO QMSGO
006530     MOVE -1 TO QIDL
006540     EXEC CICS SEND
006550         MAP("CITMINQ")
006560         MAPSET("CITMSET")
006570         FROM(CITMINQO)
006580         ERASE
006590         CURSOR
006600         RESP(WS-CICS-RESP)
006610     END-EXEC
006620     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
006630         MOVE "CITMSET " TO WS-ABEND-FILE-NAME
006640         PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
006650     END-IF.
006660 7000-EXIT.
006670     EXIT.
006680*
006690*----------------------------------------------------------
006700*9000-END-SESSION
006710*PF3 or CLEAR: a closing line and back to CICS with no next
006720*transaction.
006730*----------------------------------------------------------
006740 9000-END-SESSION.
006750     MOVE "CITIZEN INQUIRY ENDED" TO WS-MSG
006760     EXEC CICS SEND TEXT
006770         FROM(WS-MSG)
006780         ERASE
006790         FREEKB
006800     END-EXEC
006810     EXEC CICS RETURN
006820     END-EXEC.
006830 9000-EXIT.
006840     EXIT.
006850*
006860*----------------------------------------------------------
006870*9900-ABEND-CICS-ERROR
006880*The online counterpart of the batch file-error abend: name
006890*the file and response on the screen, then abend the task
006900*so CICS backs out and logs it.
006910*----------------------------------------------------------
006920 9900-ABEND-CICS-ERROR.
006930     MOVE WS-ABEND-FILE-NAME TO WS-ABEND-MSG-FILE
006940     MOVE WS-CICS-RESP TO WS-ABEND-RESP
006950     MOVE WS-ABEND-RESP TO WS-ABEND-MSG-RESP
006960     EXEC CICS SEND TEXT
006970         FROM(WS-ABEND-MSG)
006980         ERASE
006990         FREEKB
007000     END-EXEC
007010     EXEC CICS ABEND
007020         ABCODE("CINQ")
007030     END-EXEC.
007040 9900-EXIT.
007050     EXIT.
