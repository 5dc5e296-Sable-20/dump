000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. RETPURGE.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. September 25th 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*RETPURGE
000140*
000150*Records-retention purge under the county retention
000160*schedule.  Three keyed files only ever grew until now:
000170*
000180*  - HISTFILE, the decision-history archive HISTARCH folds
000190*    AUDITOUT and EXCPTOUT generations into - audit events
000200*    (type A) and exception events (type E) each have their
000210*    own period, counted from the event date;
000220*  - SUSPFILE, CITRECON's no-master suspense cases - only a
000230*    RESOLVED case goes, counted from the date it resolved;
000240*    an open case is still being chased and is never
000250*    destroyed;
000260*  - XREFFILE, CITMAINT's merge cross-reference, counted
000270*    from the merge date.
000280*
000290*The four periods (whole years) are cards in the retention
000300*parameter deck CITPURGE also reads:
000310*
000320*  AUDIT-RETN     history audit events
000330*  EXCEPT-RETN    history exception events
000340*  SUSPENSE-RETN  resolved suspense cases
000350*  XREF-RETN      merge cross-references
000360*
000370*A missing, duplicate, non-numeric or zero card stops the
000380*run before anything is touched - destruction cannot be
000390*undone.  A record dated on or before its cutoff (run date
000400*less the period) has been kept long enough.
000410*
000420*Nothing tied to a citizen on the legal hold list
000430*(LEGAL-HLD cards) is destroyed, however old: history and
000440*suspense by their citizen ID, a cross-reference when
000450*either the duplicate or the survivor is held.  A hold
000460*list too big for the table stops the run the same way.
000470*
000480*The destruction certificate gives the schedule applied,
000490*the records destroyed by type and by year of the record,
000500*read/retained/held/destroyed counts per type, each hold
000510*with the records it kept, and lines for the records
000520*officer's sign-off.
000530*
000540*MODIFICATION HISTORY
000550*
000560*2026-09-25  SAB  Initial version.
000570*----------------------------------------------------------
000580*
000590 ENVIRONMENT DIVISION.
000600*
000610 CONFIGURATION SECTION.
000620*
000630 INPUT-OUTPUT SECTION.
000640*
000650 FILE-CONTROL.
000660*Retention parameter cards - same KEYWORD VALUE layout as
000670*the run-control deck; only the four periods above are
000680*used here.
000690     SELECT RETN-PARM-FILE
000700         ASSIGN TO RETNPARM
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS FS-RETN-PARM.
000730*
000740*Legal hold list, one card per citizen under hold.
000750     SELECT LEGAL-HOLD-FILE
000760         ASSIGN TO LEGLHOLD
000770         ORGANIZATION IS SEQUENTIAL
000780         FILE STATUS IS FS-LEGAL-HOLD.
000790*
000800*Keyed decision-history archive, swept front to back with
000810*expired events deleted as they are read.
000820     SELECT HISTORY-FILE
000830         ASSIGN TO HISTFILE
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS SEQUENTIAL
000860         RECORD KEY IS HST-KEY
000870         FILE STATUS IS FS-HISTORY.
000880*
000890*Keyed no-master suspense file, swept the same way.
000900     SELECT SUSPENSE-FILE
000910         ASSIGN TO SUSPFILE
000920         ORGANIZATION IS INDEXED
000930         ACCESS MODE IS SEQUENTIAL
000940         RECORD KEY IS SUS-CITIZEN-ID
000950         FILE STATUS IS FS-SUSPENSE.
000960*
000970*Keyed merge cross-reference, swept the same way.
000980     SELECT XREF-FILE
000990         ASSIGN TO XREFFILE
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS SEQUENTIAL
001020         RECORD KEY IS XRF-DUP-ID
001030         FILE STATUS IS FS-XREF-FILE.
001040*
001050*Destruction certificate for the records officer.
001060     SELECT CERT-RPT
001070         ASSIGN TO CERTRPT
001080         ORGANIZATION IS SEQUENTIAL
001090         FILE STATUS IS FS-CERT-RPT.
001100*
001110 DATA DIVISION.
001120*
001130 FILE SECTION.
001140*
001150 FD  RETN-PARM-FILE.
001160*Same card layout DATAC's PARMFILE FD carries: keyword, a
001170*space, and a three-digit value; * in column one comments.
001180 01  PARM-CARD.
001190     05  PRM-KEYWORD                   PIC X(14).
001200     05  FILLER                        PIC X(01).
001210     05  PRM-VALUE                     PIC X(03).
001220     05  PRM-VALUE-NUM REDEFINES PRM-VALUE PIC 999.
001230     05  FILLER                        PIC X(62).
001240*
001250 FD  LEGAL-HOLD-FILE.
001260     COPY LEGAL-HLD.
001270*
001280 FD  HISTORY-FILE.
001290     COPY HISTORY-REC.
001300*
001310 FD  SUSPENSE-FILE.
001320     COPY SUSPENSE-REC.
001330*
001340 FD  XREF-FILE.
001350     COPY XREF-REC.
001360*
001370 FD  CERT-RPT.
001380 01  CERT-RPT-RECORD                   PIC X(80).
001390*
001400 WORKING-STORAGE SECTION.
001410*
001420 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
001430 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001440     05  WS-RUN-YEAR                   PIC 9(04).
001450     05  WS-RUN-MMDD                   PIC 9(04).
001460*
001470*The four record types, in the order of every table below:
001480*1 history audit, 2 history exception, 3 resolved suspense,
001490*4 merge cross-reference.  Keyword on the retention deck
001500*and certificate label for each.
001510 01  WS-RETN-NAME-LIST.
001520     05  FILLER PIC X(36)
001530         VALUE "AUDIT-RETN    HISTORY - AUDIT EVENTS".
001540     05  FILLER PIC X(36)
001550         VALUE "EXCEPT-RETN   HISTORY - EXCEPTIONS  ".
001560     05  FILLER PIC X(36)
001570         VALUE "SUSPENSE-RETN SUSPENSE - RESOLVED   ".
001580     05  FILLER PIC X(36)
001590         VALUE "XREF-RETN     MERGE CROSS-REFERENCE ".
001600 01  WS-RETN-NAMES REDEFINES WS-RETN-NAME-LIST.
001610     05  WS-RTN-NAME-ENTRY OCCURS 4 TIMES.
001620         10  WS-RTN-KEYWORD            PIC X(14).
001630         10  WS-RTN-LABEL              PIC X(22).
001640*
001650*Per type: the period off the deck, the cutoff it gives,
001660*and what the sweep did with each record read.
001670 01  WS-RETN-TABLE.
001680     05  WS-RTN-ENTRY OCCURS 4 TIMES.
001690         10  WS-RTN-FOUND-SW           PIC X(01).
001700             88  WS-RTN-FOUND                 VALUE "Y".
001710         10  WS-RTN-YEARS              PIC 9(03).
001720         10  WS-RTN-CUTOFF             PIC 9(08).
001730         10  WS-RTN-CUTOFF-PARTS REDEFINES WS-RTN-CUTOFF.
001740             15  WS-RTN-CUTOFF-YEAR    PIC 9(04).
001750             15  WS-RTN-CUTOFF-MMDD    PIC 9(04).
001760         10  WS-RTN-READ               PIC 9(07).
001770         10  WS-RTN-RETAINED           PIC 9(07).
001780         10  WS-RTN-HELD               PIC 9(07).
001790         10  WS-RTN-DESTROYED          PIC 9(07).
001800 01  WS-TYPE-IDX                        PIC 9(01) VALUE ZERO.
001810*
001820*Records destroyed by year of the record's governing date,
001830*slot 1 the run year and back from there; slot 100 takes
001840*anything older than 98 years before the run or dated
001850*past it.
001860 01  WS-YEAR-TABLE.
001870     05  WS-YEAR-ENTRY OCCURS 100 TIMES.
001880         10  WS-YR-COUNT               PIC 9(07) OCCURS 4 TIMES.
001890 01  WS-YEAR-IDX                        PIC 9(03) VALUE ZERO.
001900 01  WS-RECORD-YEAR                     PIC 9(04) VALUE ZERO.
001910 01  WS-YEAR-TOTAL                      PIC 9(07) VALUE ZERO.
001920 01  WS-GRAND-TOTAL.
001930     05  WS-GT-COUNT                   PIC 9(07) OCCURS 4 TIMES.
001940 01  WS-GT-ALL                          PIC 9(07) VALUE ZERO.
001950*
001960*Legal hold list, in card order; each entry counts the
001970*records it kept back.
001980 01  WS-HOLD-LIMIT                      PIC 9(04) VALUE 1000.
001990 01  WS-HOLD-COUNT                      PIC 9(04) VALUE ZERO.
002000 01  WS-HOLD-IDX                        PIC 9(04) VALUE ZERO.
002010 01  WS-HOLD-TABLE.
002020     05  WS-HOLD-ENTRY OCCURS 1000 TIMES.
002030         10  WS-HLD-ID                 PIC X(09).
002040         10  WS-HLD-DATE               PIC X(08).
002050         10  WS-HLD-CASE               PIC X(20).
002060         10  WS-HLD-HITS               PIC 9(07).
002070 01  WS-HOLD-CHECK-ID                   PIC X(09) VALUE SPACES.
002080*
002090 01  WS-SWITCHES.
002100     05  WS-PARM-EOF-SW                PIC X(01) VALUE "N".
002110         88  WS-END-OF-PARMS                  VALUE "Y".
002120     05  WS-HOLD-EOF-SW                PIC X(01) VALUE "N".
002130         88  WS-END-OF-HOLDS                  VALUE "Y".
002140     05  WS-HST-EOF-SW                 PIC X(01) VALUE "N".
002150         88  WS-END-OF-HISTORY                VALUE "Y".
002160     05  WS-SUS-EOF-SW                 PIC X(01) VALUE "N".
002170         88  WS-END-OF-SUSPENSE               VALUE "Y".
002180     05  WS-XRF-EOF-SW                 PIC X(01) VALUE "N".
002190         88  WS-END-OF-XREF                   VALUE "Y".
002200     05  WS-HOLD-FOUND-SW              PIC X(01) VALUE "N".
002210         88  WS-HOLD-FOUND                    VALUE "Y".
002220     05  WS-HOLD-DUP-SW                PIC X(01) VALUE "N".
002230         88  WS-HOLD-DUPLICATE                VALUE "Y".
002240*
002250 01  WS-COUNTERS.
002260     05  WS-HST-OTHER-COUNT            PIC 9(07) VALUE ZERO.
002270     05  WS-SUS-OPEN-COUNT             PIC 9(07) VALUE ZERO.
002280*
002290 01  WS-FILE-STATUSES.
002300     05  FS-RETN-PARM                  PIC XX VALUE "00".
002310     05  FS-LEGAL-HOLD                 PIC XX VALUE "00".
002320     05  FS-HISTORY                    PIC XX VALUE "00".
002330     05  FS-SUSPENSE                   PIC XX VALUE "00".
002340     05  FS-XREF-FILE                  PIC XX VALUE "00".
002350     05  FS-CERT-RPT                   PIC XX VALUE "00".
002360*
002370*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
002380*abend paragraph can name which file and status code failed.
002390 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
002400 01  WS-ABEND-FILE-STATUS              PIC XX VALUE SPACES.
002410*
002420*Certificate line images, moved to CERT-RPT-RECORD before
002430*each WRITE.
002440 01  WS-RPT-HEADING.
002450     05  FILLER PIC X(32)
002460         VALUE "RECORDS DESTRUCTION CERTIFICATE ".
002470     05  FILLER PIC X(04) VALUE "RUN ".
002480     05  WS-RPT-RUN-DATE PIC 9(08).
002490     05  FILLER PIC X(36) VALUE SPACES.
002500 01  WS-RPT-SECTION-LINE.
002510     05  WS-RPT-SECTION-TEXT PIC X(80).
002520 01  WS-RPT-SCHED-COLS.
002530     05  FILLER PIC X(40)
002540         VALUE "RECORD TYPE             KEYWORD       YE".
002550     05  FILLER PIC X(40)
002560         VALUE "ARS    ON OR BEFORE                     ".
002570 01  WS-RPT-SCHED-LINE.
002580     05  WS-RPT-SCH-LABEL PIC X(22).
002590     05  FILLER PIC X(02) VALUE SPACES.
002600     05  WS-RPT-SCH-KEYWORD PIC X(14).
002610     05  FILLER PIC X(02) VALUE SPACES.
002620     05  WS-RPT-SCH-YEARS PIC ZZ9.
002630     05  FILLER PIC X(04) VALUE SPACES.
002640     05  WS-RPT-SCH-CUTOFF PIC 9(08).
002650     05  FILLER PIC X(25) VALUE SPACES.
002660 01  WS-RPT-YEAR-COLS.
002670     05  FILLER PIC X(40)
002680         VALUE "YEAR  HIST AUDIT HIST EXCPT   SUSPENSE  ".
002690     05  FILLER PIC X(40)
002700         VALUE "     XREF      TOTAL                    ".
002710 01  WS-RPT-YEAR-LINE.
002720     05  WS-RPT-YR-LABEL PIC X(05).
002730     05  WS-RPT-YR-FIELD OCCURS 4 TIMES.
002740         10  FILLER PIC X(02).
002750         10  WS-RPT-YR-COUNT PIC Z,ZZZ,ZZ9.
002760     05  FILLER PIC X(02) VALUE SPACES.
002770     05  WS-RPT-YR-TOTAL PIC Z,ZZZ,ZZ9.
002780     05  FILLER PIC X(20) VALUE SPACES.
002790 01  WS-RPT-TYPE-COLS.
002800     05  FILLER PIC X(40)
002810         VALUE "RECORD TYPE                  READ   RETA".
002820     05  FILLER PIC X(40)
002830         VALUE "INED LEGAL HOLD  DESTROYED              ".
002840 01  WS-RPT-TYPE-LINE.
002850     05  WS-RPT-TYP-LABEL PIC X(22).
002860     05  FILLER PIC X(02) VALUE SPACES.
002870     05  WS-RPT-TYP-READ PIC Z,ZZZ,ZZ9.
002880     05  FILLER PIC X(02) VALUE SPACES.
002890     05  WS-RPT-TYP-RETAINED PIC Z,ZZZ,ZZ9.
002900     05  FILLER PIC X(02) VALUE SPACES.
002910     05  WS-RPT-TYP-HELD PIC Z,ZZZ,ZZ9.
002920     05  FILLER PIC X(02) VALUE SPACES.
002930     05  WS-RPT-TYP-DESTROYED PIC Z,ZZZ,ZZ9.
002940     05  FILLER PIC X(14) VALUE SPACES.
002950 01  WS-RPT-HOLD-COLS.
002960     05  FILLER PIC X(40)
002970         VALUE "CITIZEN    HELD ON    CASE REFERENCE    ".
002980     05  FILLER PIC X(40)
002990         VALUE "    RECORDS                             ".
003000 01  WS-RPT-HOLD-LINE.
003010     05  WS-RPT-HLD-ID PIC X(09).
003020     05  FILLER PIC X(02) VALUE SPACES.
003030     05  WS-RPT-HLD-DATE PIC X(08).
003040     05  FILLER PIC X(03) VALUE SPACES.
003050     05  WS-RPT-HLD-CASE PIC X(20).
003060     05  FILLER PIC X(02) VALUE SPACES.
003070     05  WS-RPT-HLD-HITS PIC ZZZ,ZZ9.
003080     05  FILLER PIC X(29) VALUE SPACES.
003090 01  WS-RPT-CERTIFY-1.
003100     05  FILLER PIC X(40)
003110         VALUE "THE RECORDS COUNTED AS DESTROYED ABOVE W".
003120     05  FILLER PIC X(40)
003130         VALUE "ERE DELETED UNDER THE COUNTY RETENTION  ".
003140 01  WS-RPT-CERTIFY-2.
003150     05  FILLER PIC X(40)
003160         VALUE "SCHEDULE SHOWN.  NO RECORD OF A CITIZEN ".
003170     05  FILLER PIC X(40)
003180         VALUE "ON THE LEGAL HOLD LIST WAS DESTROYED.   ".
003190 01  WS-RPT-SIGN-OFFICER.
003200     05  FILLER PIC X(40)
003210         VALUE "RECORDS OFFICER  _______________________".
003220     05  FILLER PIC X(40)
003230         VALUE "__   DATE  __________                   ".
003240 01  WS-RPT-SIGN-DP.
003250     05  FILLER PIC X(40)
003260         VALUE "DATA PROCESSING  _______________________".
003270     05  FILLER PIC X(40)
003280         VALUE "__   DATE  __________                   ".
003290 01  WS-RPT-COUNT-LINE.
003300     05  WS-RPT-COUNT-LABEL PIC X(24).
003310     05  FILLER PIC X(01) VALUE SPACE.
003320     05  WS-RPT-COUNT-VALUE PIC ZZZ,ZZ9.
003330     05  FILLER PIC X(48) VALUE SPACES.
003340 01  WS-RPT-BLANK-LINE.
003350     05  FILLER PIC X(80) VALUE SPACES.
003360*
003370 PROCEDURE DIVISION.
003380*
003390*----------------------------------------------------------
003400*0000-MAINLINE
003410*Load the schedule and the hold list, sweep the three
003420*files, print the certificate, and close down.
003430*----------------------------------------------------------
003440 0000-MAINLINE.
003450     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003460     PERFORM 2000-CHECK-HISTORY THRU 2000-EXIT
003470         UNTIL WS-END-OF-HISTORY
003480     PERFORM 3000-CHECK-SUSPENSE THRU 3000-EXIT
003490         UNTIL WS-END-OF-SUSPENSE
003500     PERFORM 4000-CHECK-XREF THRU 4000-EXIT
003510         UNTIL WS-END-OF-XREF
003520     PERFORM 6000-PRINT-CERTIFICATE THRU 6000-EXIT
003530     PERFORM 8000-FINALIZE THRU 8000-EXIT
003540     STOP RUN.
003550*
003560*----------------------------------------------------------
003570*1000-INITIALIZE
003580*Every check on the schedule and the hold list is made
003590*before the first file is opened for update.
003600*----------------------------------------------------------
003610 1000-INITIALIZE.
003620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003630     INITIALIZE WS-RETN-TABLE
003640     INITIALIZE WS-YEAR-TABLE
003650     INITIALIZE WS-GRAND-TOTAL
003660     PERFORM 1200-LOAD-RETENTION THRU 1200-EXIT
003670     PERFORM 1400-LOAD-HOLDS THRU 1400-EXIT
003680     OPEN I-O HISTORY-FILE
003690     IF FS-HISTORY NOT = "00"
003700         MOVE "HISTFILE" TO WS-ABEND-FILE-NAME
003710         MOVE FS-HISTORY TO WS-ABEND-FILE-STATUS
003720         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003730     END-IF
003740     OPEN I-O SUSPENSE-FILE
003750     IF FS-SUSPENSE NOT = "00"
003760         MOVE "SUSPFILE" TO WS-ABEND-FILE-NAME
003770         MOVE FS-SUSPENSE TO WS-ABEND-FILE-STATUS
003780         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003790     END-IF
003800     OPEN I-O XREF-FILE
003810     IF FS-XREF-FILE NOT = "00"
003820         MOVE "XREFFILE" TO WS-ABEND-FILE-NAME
003830         MOVE FS-XREF-FILE TO WS-ABEND-FILE-STATUS
003840         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003850     END-IF
003860     OPEN OUTPUT CERT-RPT
003870     PERFORM 2100-READ-HISTORY THRU 2100-EXIT
003880     PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT
003890     PERFORM 4100-READ-XREF THRU 4100-EXIT.
003900 1000-EXIT.
003910     EXIT.
003920*
003930*----------------------------------------------------------
003940*1200-LOAD-RETENTION
003950*Reads the retention deck and takes the four period cards;
003960*other keywords belong to other retention jobs and pass
003970*through unexamined.  Each period gives its cutoff: the
003980*run date that many years back.
003990*----------------------------------------------------------
004000 1200-LOAD-RETENTION.
004010     OPEN INPUT RETN-PARM-FILE
004020     IF FS-RETN-PARM NOT = "00"
004030         MOVE "RETNPARM" TO WS-ABEND-FILE-NAME
004040         MOVE FS-RETN-PARM TO WS-ABEND-FILE-STATUS
004050         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004060     END-IF
004070     PERFORM 1210-READ-PARM-CARD THRU 1210-EXIT
004080         UNTIL WS-END-OF-PARMS
004090     CLOSE RETN-PARM-FILE
004100     PERFORM 1250-SET-CUTOFF THRU 1250-EXIT
004110         VARYING WS-TYPE-IDX FROM 1 BY 1
004120         UNTIL WS-TYPE-IDX > 4.
004130 1200-EXIT.
004140     EXIT.
004150*
004160 1210-READ-PARM-CARD.
004170     READ RETN-PARM-FILE
004180         AT END
004190             SET WS-END-OF-PARMS TO TRUE
004200             GO TO 1210-EXIT
004210     END-READ
004220     PERFORM 1220-MATCH-KEYWORD THRU 1220-EXIT
004230         VARYING WS-TYPE-IDX FROM 1 BY 1
004240         UNTIL WS-TYPE-IDX > 4.
004250 1210-EXIT.
004260     EXIT.
004270*
004280 1220-MATCH-KEYWORD.
004290     IF PRM-KEYWORD NOT = WS-RTN-KEYWORD (WS-TYPE-IDX)
004300         GO TO 1220-EXIT
004310     END-IF
004320     IF WS-RTN-FOUND (WS-TYPE-IDX)
004330         DISPLAY "RETPURGE: DUPLICATE PARM " PRM-KEYWORD
004340         MOVE 16 TO RETURN-CODE
004350         STOP RUN
004360     END-IF
004370     IF PRM-VALUE IS NOT NUMERIC
004380         DISPLAY "RETPURGE: " PRM-KEYWORD " NOT NUMERIC - "
004390             PRM-VALUE
004400         MOVE 16 TO RETURN-CODE
004410         STOP RUN
004420     END-IF
004430     SET WS-RTN-FOUND (WS-TYPE-IDX) TO TRUE
004440     MOVE PRM-VALUE-NUM TO WS-RTN-YEARS (WS-TYPE-IDX).
004450 1220-EXIT.
004460     EXIT.
004470*
004480 1250-SET-CUTOFF.
004490     IF NOT WS-RTN-FOUND (WS-TYPE-IDX)
004500         DISPLAY "RETPURGE: PARM " WS-RTN-KEYWORD (WS-TYPE-IDX)
004510             " MISSING"
004520         MOVE 16 TO RETURN-CODE
004530         STOP RUN
004540     END-IF
004550     IF WS-RTN-YEARS (WS-TYPE-IDX) = ZERO
004560         DISPLAY "RETPURGE: " WS-RTN-KEYWORD (WS-TYPE-IDX)
004570             " MUST BE AT LEAST 1"
004580         MOVE 16 TO RETURN-CODE
004590         STOP RUN
004600     END-IF
004610     COMPUTE WS-RTN-CUTOFF-YEAR (WS-TYPE-IDX) = WS-RUN-YEAR
004620         - WS-RTN-YEARS (WS-TYPE-IDX)
004630     MOVE WS-RUN-MMDD TO WS-RTN-CUTOFF-MMDD (WS-TYPE-IDX).
004640 1250-EXIT.
004650     EXIT.
004660*
004670*----------------------------------------------------------
004680*1400-LOAD-HOLDS
004690*Loads the legal hold list.  A blank or commented card is
004700*skipped, a repeated citizen is loaded once, and a list
004710*longer than the table stops the run: purging against a
004720*hold list that was only partly read could destroy a held
004730*citizen's records.
004740*----------------------------------------------------------
004750 1400-LOAD-HOLDS.
004760     OPEN INPUT LEGAL-HOLD-FILE
004770     IF FS-LEGAL-HOLD NOT = "00"
004780         MOVE "LEGLHOLD" TO WS-ABEND-FILE-NAME
004790         MOVE FS-LEGAL-HOLD TO WS-ABEND-FILE-STATUS
004800         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004810     END-IF
004820     PERFORM 1410-READ-HOLD-CARD THRU 1410-EXIT
004830         UNTIL WS-END-OF-HOLDS
004840     CLOSE LEGAL-HOLD-FILE.
004850 1400-EXIT.
004860     EXIT.
004870*
004880 1410-READ-HOLD-CARD.
004890     READ LEGAL-HOLD-FILE
004900         AT END
004910             SET WS-END-OF-HOLDS TO TRUE
004920             GO TO 1410-EXIT
004930     END-READ
004940     IF HLD-CITIZEN-ID (1:1) = "*"
004950     OR HLD-CITIZEN-ID = SPACES
004960         GO TO 1410-EXIT
004970     END-IF
004980     MOVE "N" TO WS-HOLD-DUP-SW
004990     PERFORM 1420-CHECK-DUP-HOLD THRU 1420-EXIT
005000         VARYING WS-HOLD-IDX FROM 1 BY 1
005010         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
005020     IF WS-HOLD-DUPLICATE
005030         DISPLAY "RETPURGE: DUPLICATE HOLD " HLD-CITIZEN-ID
005040             " IGNORED"
005050         GO TO 1410-EXIT
005060     END-IF
005070     ADD 1 TO WS-HOLD-COUNT
005080     IF WS-HOLD-COUNT > WS-HOLD-LIMIT
005090         DISPLAY "RETPURGE: LEGAL HOLD LIST EXCEEDS "
005100             WS-HOLD-LIMIT " CITIZENS"
005110         MOVE 16 TO RETURN-CODE
005120         STOP RUN
005130     END-IF
005140     MOVE HLD-CITIZEN-ID TO WS-HLD-ID (WS-HOLD-COUNT)
005150     MOVE HLD-HOLD-DATE TO WS-HLD-DATE (WS-HOLD-COUNT)
005160     MOVE HLD-CASE-REF TO WS-HLD-CASE (WS-HOLD-COUNT)
005170     MOVE ZERO TO WS-HLD-HITS (WS-HOLD-COUNT).
005180 1410-EXIT.
005190     EXIT.
005200*
005210 1420-CHECK-DUP-HOLD.
005220     IF WS-HLD-ID (WS-HOLD-IDX) = HLD-CITIZEN-ID
005230         SET WS-HOLD-DUPLICATE TO TRUE
005240     END-IF.
005250 1420-EXIT.
005260     EXIT.
005270*
005280*----------------------------------------------------------
005290*2000-CHECK-HISTORY
005300*An audit event is measured against type 1's cutoff, an
005310*exception event against type 2's.  An event of any other
005320*type is kept and counted - it is not this job's to judge.
005330*----------------------------------------------------------
005340 2000-CHECK-HISTORY.
005350     EVALUATE TRUE
005360         WHEN HST-EVENT-AUDIT
005370             MOVE 1 TO WS-TYPE-IDX
005380         WHEN HST-EVENT-EXCEPT
005390             MOVE 2 TO WS-TYPE-IDX
005400         WHEN OTHER
005410             ADD 1 TO WS-HST-OTHER-COUNT
005420             GO TO 2000-READ-NEXT
005430     END-EVALUATE
005440     ADD 1 TO WS-RTN-READ (WS-TYPE-IDX)
005450     IF HST-DATE > WS-RTN-CUTOFF (WS-TYPE-IDX)
005460         ADD 1 TO WS-RTN-RETAINED (WS-TYPE-IDX)
005470         GO TO 2000-READ-NEXT
005480     END-IF
005490     MOVE HST-CITIZEN-ID TO WS-HOLD-CHECK-ID
005500     PERFORM 5100-CHECK-HOLD THRU 5100-EXIT
005510     IF WS-HOLD-FOUND
005520         ADD 1 TO WS-RTN-HELD (WS-TYPE-IDX)
005530         GO TO 2000-READ-NEXT
005540     END-IF
005550     DELETE HISTORY-FILE
005560     IF FS-HISTORY NOT = "00"
005570         MOVE "HISTFILE" TO WS-ABEND-FILE-NAME
005580         MOVE FS-HISTORY TO WS-ABEND-FILE-STATUS
005590         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005600     END-IF
005610     MOVE HST-DATE (1:4) TO WS-RECORD-YEAR
005620     PERFORM 5000-COUNT-DESTROYED THRU 5000-EXIT.
005630 2000-READ-NEXT.
005640     PERFORM 2100-READ-HISTORY THRU 2100-EXIT.
005650 2000-EXIT.
005660     EXIT.
005670*
005680 2100-READ-HISTORY.
005690     READ HISTORY-FILE
005700         AT END SET WS-END-OF-HISTORY TO TRUE
005710     END-READ
005720     IF NOT WS-END-OF-HISTORY
005730         IF FS-HISTORY NOT = "00"
005740             MOVE "HISTFILE" TO WS-ABEND-FILE-NAME
005750             MOVE FS-HISTORY TO WS-ABEND-FILE-STATUS
005760             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005770         END-IF
005780     END-IF.
005790 2100-EXIT.
005800     EXIT.
005810*
005820*----------------------------------------------------------
005830*3000-CHECK-SUSPENSE
005840*Only a resolved case is measured, from the date it
005850*resolved; an open case is still being worked.
005860*----------------------------------------------------------
005870 3000-CHECK-SUSPENSE.
005880     IF NOT SUS-STATUS-RESOLVED
005890         ADD 1 TO WS-SUS-OPEN-COUNT
005900         GO TO 3000-READ-NEXT
005910     END-IF
005920     MOVE 3 TO WS-TYPE-IDX
005930     ADD 1 TO WS-RTN-READ (WS-TYPE-IDX)
005940     IF SUS-RESOLVED-DATE > WS-RTN-CUTOFF (WS-TYPE-IDX)
005950         ADD 1 TO WS-RTN-RETAINED (WS-TYPE-IDX)
005960         GO TO 3000-READ-NEXT
005970     END-IF
005980     MOVE SUS-CITIZEN-ID TO WS-HOLD-CHECK-ID
005990     PERFORM 5100-CHECK-HOLD THRU 5100-EXIT
006000     IF WS-HOLD-FOUND
006010         ADD 1 TO WS-RTN-HELD (WS-TYPE-IDX)
006020         GO TO 3000-READ-NEXT
006030     END-IF
006040     DELETE SUSPENSE-FILE
006050     IF FS-SUSPENSE NOT = "00"
006060         MOVE "SUSPFILE" TO WS-ABEND-FILE-NAME
006070         MOVE FS-SUSPENSE TO WS-ABEND-FILE-STATUS
006080         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006090     END-IF
006100     MOVE SUS-RESOLVED-DATE (1:4) TO WS-RECORD-YEAR
006110     PERFORM 5000-COUNT-DESTROYED THRU 5000-EXIT.
006120 3000-READ-NEXT.
006130     PERFORM 3100-READ-SUSPENSE THRU 3100-EXIT.
006140 3000-EXIT.
006150     EXIT.
006160*
006170 3100-READ-SUSPENSE.
006180     READ SUSPENSE-FILE
006190         AT END SET WS-END-OF-SUSPENSE TO TRUE
006200     END-READ
006210     IF NOT WS-END-OF-SUSPENSE
006220         IF FS-SUSPENSE NOT = "00"
006230             MOVE "SUSPFILE" TO WS-ABEND-FILE-NAME
006240             MOVE FS-SUSPENSE TO WS-ABEND-FILE-STATUS
006250             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006260         END-IF
006270     END-IF.
006280 3100-EXIT.
006290     EXIT.
006300*
006310*----------------------------------------------------------
006320*4000-CHECK-XREF
006330*A cross-reference ties two citizen IDs together, so a
006340*hold on either one keeps it.
006350*----------------------------------------------------------
006360 4000-CHECK-XREF.
006370     MOVE 4 TO WS-TYPE-IDX
006380     ADD 1 TO WS-RTN-READ (WS-TYPE-IDX)
006390     IF XRF-MERGE-DATE > WS-RTN-CUTOFF (WS-TYPE-IDX)
006400         ADD 1 TO WS-RTN-RETAINED (WS-TYPE-IDX)
006410         GO TO 4000-READ-NEXT
006420     END-IF
006430     MOVE XRF-DUP-ID TO WS-HOLD-CHECK-ID
006440     PERFORM 5100-CHECK-HOLD THRU 5100-EXIT
006450     IF NOT WS-HOLD-FOUND
006460         MOVE XRF-SURVIVOR-ID TO WS-HOLD-CHECK-ID
006470         PERFORM 5100-CHECK-HOLD THRU 5100-EXIT
006480     END-IF
006490     IF WS-HOLD-FOUND
006500         ADD 1 TO WS-RTN-HELD (WS-TYPE-IDX)
006510         GO TO 4000-READ-NEXT
006520     END-IF
006530     DELETE XREF-FILE
006540     IF FS-XREF-FILE NOT = "00"
006550         MOVE "XREFFILE" TO WS-ABEND-FILE-NAME
006560         MOVE FS-XREF-FILE TO WS-ABEND-FILE-STATUS
006570         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006580     END-IF
006590     MOVE XRF-MERGE-DATE (1:4) TO WS-RECORD-YEAR
006600     PERFORM 5000-COUNT-DESTROYED THRU 5000-EXIT.
006610 4000-READ-NEXT.
006620     PERFORM 4100-READ-XREF THRU 4100-EXIT.
006630 4000-EXIT.
006640     EXIT.
006650*
006660 4100-READ-XREF.
006670     READ XREF-FILE
006680         AT END SET WS-END-OF-XREF TO TRUE
006690     END-READ
006700     IF NOT WS-END-OF-XREF
006710         IF FS-XREF-FILE NOT = "00"
006720             MOVE "XREFFILE" TO WS-ABEND-FILE-NAME
006730             MOVE FS-XREF-FILE TO WS-ABEND-FILE-STATUS
006740             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006750         END-IF
006760     END-IF.
006770 4100-EXIT.
006780     EXIT.
006790*
006800*----------------------------------------------------------
006810*5000-COUNT-DESTROYED
006820*Books one destroyed record of type WS-TYPE-IDX under the
006830*year in WS-RECORD-YEAR.
006840*----------------------------------------------------------
006850 5000-COUNT-DESTROYED.
006860     ADD 1 TO WS-RTN-DESTROYED (WS-TYPE-IDX)
006870     IF WS-RECORD-YEAR > WS-RUN-YEAR
006880     OR WS-RUN-YEAR - WS-RECORD-YEAR > 98
006890         MOVE 100 TO WS-YEAR-IDX
006900     ELSE
006910         COMPUTE WS-YEAR-IDX = WS-RUN-YEAR - WS-RECORD-YEAR + 1
006920     END-IF
006930     ADD 1 TO WS-YR-COUNT (WS-YEAR-IDX WS-TYPE-IDX).
006940 5000-EXIT.
006950     EXIT.
006960*
006970*----------------------------------------------------------
006980*5100-CHECK-HOLD
006990*Sets WS-HOLD-FOUND when WS-HOLD-CHECK-ID is on the hold
007000*list, and credits the hold with the record it kept.
007010*----------------------------------------------------------
007020 5100-CHECK-HOLD.
007030     MOVE "N" TO WS-HOLD-FOUND-SW
007040     PERFORM 5110-MATCH-HOLD THRU 5110-EXIT
007050         VARYING WS-HOLD-IDX FROM 1 BY 1
007060         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
007070         OR WS-HOLD-FOUND.
007080 5100-EXIT.
007090     EXIT.
007100*
007110 5110-MATCH-HOLD.
007120     IF WS-HLD-ID (WS-HOLD-IDX) = WS-HOLD-CHECK-ID
007130         SET WS-HOLD-FOUND TO TRUE
007140         ADD 1 TO WS-HLD-HITS (WS-HOLD-IDX)
007150     END-IF.
007160 5110-EXIT.
007170     EXIT.
007180*
007190*----------------------------------------------------------
007200*6000-PRINT-CERTIFICATE
007210*Schedule applied, destroyed by year (oldest first, the
007220*catch-all slot last), counts by type, the holds, and the
007230*sign-off.
007240*----------------------------------------------------------
007250 6000-PRINT-CERTIFICATE.
007260     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
007270     MOVE WS-RPT-HEADING TO CERT-RPT-RECORD
007280     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007290     MOVE WS-RPT-BLANK-LINE TO CERT-RPT-RECORD
007300     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007310     MOVE "RETENTION SCHEDULE APPLIED" TO WS-RPT-SECTION-TEXT
007320     MOVE WS-RPT-SECTION-LINE TO CERT-RPT-RECORD
007330     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007340     MOVE WS-RPT-SCHED-COLS TO CERT-RPT-RECORD
007350     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007360     PERFORM 6100-PRINT-SCHEDULE THRU 6100-EXIT
007370         VARYING WS-TYPE-IDX FROM 1 BY 1
007380         UNTIL WS-TYPE-IDX > 4
007390     MOVE WS-RPT-BLANK-LINE TO CERT-RPT-RECORD
007400     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007410     MOVE "RECORDS DESTROYED BY YEAR OF RECORD"
007420         TO WS-RPT-SECTION-TEXT
007430     MOVE WS-RPT-SECTION-LINE TO CERT-RPT-RECORD
007440     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007450     MOVE WS-RPT-YEAR-COLS TO CERT-RPT-RECORD
007460     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007470     PERFORM 6200-PRINT-YEAR THRU 6200-EXIT
007480         VARYING WS-YEAR-IDX FROM 99 BY -1
007490         UNTIL WS-YEAR-IDX < 1
007500     MOVE 100 TO WS-YEAR-IDX
007510     PERFORM 6200-PRINT-YEAR THRU 6200-EXIT
007520     MOVE "TOTAL" TO WS-RPT-YR-LABEL
007530     MOVE ZERO TO WS-GT-ALL
007540     PERFORM 6250-MOVE-TOTAL THRU 6250-EXIT
007550         VARYING WS-TYPE-IDX FROM 1 BY 1
007560         UNTIL WS-TYPE-IDX > 4
007570     MOVE WS-GT-ALL TO WS-RPT-YR-TOTAL
007580     MOVE WS-RPT-YEAR-LINE TO CERT-RPT-RECORD
007590     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007600     MOVE WS-RPT-BLANK-LINE TO CERT-RPT-RECORD
007610     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007620     MOVE "RECORDS BY TYPE" TO WS-RPT-SECTION-TEXT
007630     MOVE WS-RPT-SECTION-LINE TO CERT-RPT-RECORD
007640     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007650     MOVE WS-RPT-TYPE-COLS TO CERT-RPT-RECORD
007660     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007670     PERFORM 6300-PRINT-TYPE THRU 6300-EXIT
007680         VARYING WS-TYPE-IDX FROM 1 BY 1
007690         UNTIL WS-TYPE-IDX > 4
007700     MOVE WS-RPT-BLANK-LINE TO CERT-RPT-RECORD
007710     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007720     MOVE "LEGAL HOLDS IN FORCE" TO WS-RPT-SECTION-TEXT
007730     MOVE WS-RPT-SECTION-LINE TO CERT-RPT-RECORD
007740     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007750     MOVE WS-RPT-HOLD-COLS TO CERT-RPT-RECORD
007760     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007770     PERFORM 6400-PRINT-HOLD THRU 6400-EXIT
007780         VARYING WS-HOLD-IDX FROM 1 BY 1
007790         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
007800     MOVE WS-RPT-BLANK-LINE TO CERT-RPT-RECORD
007810     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007820     MOVE WS-RPT-CERTIFY-1 TO CERT-RPT-RECORD
007830     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007840     MOVE WS-RPT-CERTIFY-2 TO CERT-RPT-RECORD
007850     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007860     MOVE WS-RPT-BLANK-LINE TO CERT-RPT-RECORD
007870     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007880     MOVE WS-RPT-BLANK-LINE TO CERT-RPT-RECORD
007890     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007900     MOVE WS-RPT-SIGN-OFFICER TO CERT-RPT-RECORD
007910     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007920     MOVE WS-RPT-BLANK-LINE TO CERT-RPT-RECORD
007930     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007940     MOVE WS-RPT-SIGN-DP TO CERT-RPT-RECORD
007950     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
007960 6000-EXIT.
007970     EXIT.
007980*
007990 6100-PRINT-SCHEDULE.
008000     MOVE WS-RTN-LABEL (WS-TYPE-IDX) TO WS-RPT-SCH-LABEL
008010     MOVE WS-RTN-KEYWORD (WS-TYPE-IDX) TO WS-RPT-SCH-KEYWORD
008020     MOVE WS-RTN-YEARS (WS-TYPE-IDX) TO WS-RPT-SCH-YEARS
008030     MOVE WS-RTN-CUTOFF (WS-TYPE-IDX) TO WS-RPT-SCH-CUTOFF
008040     MOVE WS-RPT-SCHED-LINE TO CERT-RPT-RECORD
008050     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
008060 6100-EXIT.
008070     EXIT.
008080*
008090*A year with nothing destroyed is not printed.
008100 6200-PRINT-YEAR.
008110     MOVE ZERO TO WS-YEAR-TOTAL
008120     PERFORM 6210-MOVE-YEAR-COUNT THRU 6210-EXIT
008130         VARYING WS-TYPE-IDX FROM 1 BY 1
008140         UNTIL WS-TYPE-IDX > 4
008150     IF WS-YEAR-TOTAL = ZERO
008160         GO TO 6200-EXIT
008170     END-IF
008180     IF WS-YEAR-IDX = 100
008190         MOVE "OTHER" TO WS-RPT-YR-LABEL
008200     ELSE
008210         COMPUTE WS-RECORD-YEAR = WS-RUN-YEAR - WS-YEAR-IDX + 1
008220         MOVE WS-RECORD-YEAR TO WS-RPT-YR-LABEL
008230     END-IF
008240     MOVE WS-YEAR-TOTAL TO WS-RPT-YR-TOTAL
008250     MOVE WS-RPT-YEAR-LINE TO CERT-RPT-RECORD
008260     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
008270 6200-EXIT.
008280     EXIT.
008290*
008300 6210-MOVE-YEAR-COUNT.
008310     MOVE SPACES TO WS-RPT-YR-FIELD (WS-TYPE-IDX)
008320     MOVE WS-YR-COUNT (WS-YEAR-IDX WS-TYPE-IDX)
008330         TO WS-RPT-YR-COUNT (WS-TYPE-IDX)
008340     ADD WS-YR-COUNT (WS-YEAR-IDX WS-TYPE-IDX) TO WS-YEAR-TOTAL
008350     ADD WS-YR-COUNT (WS-YEAR-IDX WS-TYPE-IDX)
008360         TO WS-GT-COUNT (WS-TYPE-IDX).
008370 6210-EXIT.
008380     EXIT.
008390*
008400 6250-MOVE-TOTAL.
008410     MOVE SPACES TO WS-RPT-YR-FIELD (WS-TYPE-IDX)
008420     MOVE WS-GT-COUNT (WS-TYPE-IDX)
008430         TO WS-RPT-YR-COUNT (WS-TYPE-IDX)
008440     ADD WS-GT-COUNT (WS-TYPE-IDX) TO WS-GT-ALL.
008450 6250-EXIT.
008460     EXIT.
008470*
008480 6300-PRINT-TYPE.
008490     MOVE WS-RTN-LABEL (WS-TYPE-IDX) TO WS-RPT-TYP-LABEL
008500     MOVE WS-RTN-READ (WS-TYPE-IDX) TO WS-RPT-TYP-READ
008510     MOVE WS-RTN-RETAINED (WS-TYPE-IDX) TO WS-RPT-TYP-RETAINED
008520     MOVE WS-RTN-HELD (WS-TYPE-IDX) TO WS-RPT-TYP-HELD
008530     MOVE WS-RTN-DESTROYED (WS-TYPE-IDX)
008540         TO WS-RPT-TYP-DESTROYED
008550     MOVE WS-RPT-TYPE-LINE TO CERT-RPT-RECORD
008560     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
008570 6300-EXIT.
008580     EXIT.
008590*
008600 6400-PRINT-HOLD.
008610     MOVE WS-HLD-ID (WS-HOLD-IDX) TO WS-RPT-HLD-ID
008620     MOVE WS-HLD-DATE (WS-HOLD-IDX) TO WS-RPT-HLD-DATE
008630     MOVE WS-HLD-CASE (WS-HOLD-IDX) TO WS-RPT-HLD-CASE
008640     MOVE WS-HLD-HITS (WS-HOLD-IDX) TO WS-RPT-HLD-HITS
008650     MOVE WS-RPT-HOLD-LINE TO CERT-RPT-RECORD
008660     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
008670 6400-EXIT.
008680     EXIT.
008690*
008700*Shared by every WRITE CERT-RPT-RECORD so a dataset
008710*problem on the certificate is caught and stops the run.
008720 7100-WRITE-RPT-LINE.
008730     WRITE CERT-RPT-RECORD
008740     IF FS-CERT-RPT NOT = "00"
008750         MOVE "CERTRPT " TO WS-ABEND-FILE-NAME
008760         MOVE FS-CERT-RPT TO WS-ABEND-FILE-STATUS
008770         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008780     END-IF.
008790 7100-EXIT.
008800     EXIT.
008810*
008820*----------------------------------------------------------
008830*8000-FINALIZE
008840*History events of an unknown type were kept; the run ends
008850*RC 4 so someone finds out where they came from.
008860*----------------------------------------------------------
008870 8000-FINALIZE.
008880     MOVE WS-RPT-BLANK-LINE TO CERT-RPT-RECORD
008890     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
008900     MOVE "LEGAL HOLDS LISTED     =" TO WS-RPT-COUNT-LABEL
008910     MOVE WS-HOLD-COUNT TO WS-RPT-COUNT-VALUE
008920     MOVE WS-RPT-COUNT-LINE TO CERT-RPT-RECORD
008930     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
008940     MOVE "SUSPENSE OPEN - KEPT   =" TO WS-RPT-COUNT-LABEL
008950     MOVE WS-SUS-OPEN-COUNT TO WS-RPT-COUNT-VALUE
008960     MOVE WS-RPT-COUNT-LINE TO CERT-RPT-RECORD
008970     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
008980     MOVE "HISTORY TYPE UNKNOWN   =" TO WS-RPT-COUNT-LABEL
008990     MOVE WS-HST-OTHER-COUNT TO WS-RPT-COUNT-VALUE
009000     MOVE WS-RPT-COUNT-LINE TO CERT-RPT-RECORD
009010     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
009020     CLOSE HISTORY-FILE
009030     CLOSE SUSPENSE-FILE
009040     CLOSE XREF-FILE
009050     CLOSE CERT-RPT
009060     IF WS-HST-OTHER-COUNT > ZERO
009070         DISPLAY "RETPURGE: " WS-HST-OTHER-COUNT
009080             " HISTORY EVENTS OF UNKNOWN TYPE KEPT"
009090         MOVE 4 TO RETURN-CODE
009100     END-IF
009110     DISPLAY "RETPURGE: RUN COMPLETE - " WS-GT-ALL
009120         " RECORDS DESTROYED".
009130 8000-EXIT.
009140     EXIT.
009150*
009160*----------------------------------------------------------
009170*9900-ABEND-FILE-ERROR
009180*----------------------------------------------------------
009190 9900-ABEND-FILE-ERROR.
009200     DISPLAY "RETPURGE: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
009210         " - FILE STATUS " WS-ABEND-FILE-STATUS
009220     MOVE 16 TO RETURN-CODE
009230     STOP RUN.
009240 9900-EXIT.
009250     EXIT.
