000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CITPURGE.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. September 11th 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*CITPURGE
000140*
000150*Retention purge of deceased citizens.  A DELETE slip no
000160*longer removes a citizen from CITMAST - it sets the status
000170*DECEASED or MOVED OUT with an effective date, and the
000180*record stays for inquiry and for the death feed to
000190*recognise.  This sweep physically deletes a deceased
000200*citizen only once the retention period has passed since
000210*the status date: the DECEASED-RETN card (whole years) in
000220*the retention parameter deck.  A missing, duplicate,
000230*non-numeric or zero DECEASED-RETN stops the run - purging
000240*against a guessed period cannot be undone.  Citizens moved
000244*out of the county are kept; they may move back.  A
000248*deceased citizen on the legal hold list (LEGAL-HLD cards,
000252*the same list RETPURGE honours) is kept however long ago
000256*the death, and listed as held.
000260*
000270*Every delete is journaled first (source PURGE) exactly as
000280*CITMAINT journals its own, so CITRCVR can roll a restored
000290*backup through a purge like any other update.  The report
000300*lists each purged citizen for the records officer.
000310*
000320*MODIFICATION HISTORY
000330*
000340*2026-09-11  SAB  Initial version.
000342*2026-09-25  SAB  Legal hold: a deceased citizen on the
000344*                 LEGLHOLD list is kept and listed as held
000346*                 instead of being purged.
000347*2026-09-29  SAB  Journal records carry a blank operator ID -
000348*                 the purge is program-driven, not keyed.
000350*----------------------------------------------------------
000360*
000370 ENVIRONMENT DIVISION.
000380*
000390 CONFIGURATION SECTION.
000400*
000410 INPUT-OUTPUT SECTION.
000420*
000430 FILE-CONTROL.
000440*Keyed citizen master, swept front to back; the deceased
000450*citizens past retention are deleted as they are read.
000460     SELECT CITIZEN-MASTER
000470         ASSIGN TO CITMAST
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS SEQUENTIAL
000500         RECORD KEY IS MST-CITIZEN-ID
000510         FILE STATUS IS FS-CITIZEN-MASTER.
000520*
000530*Retention parameter cards - same KEYWORD VALUE layout as
000540*the run-control deck; only DECEASED-RETN is used here.
000550     SELECT RETN-PARM-FILE
000560         ASSIGN TO RETNPARM
000570         ORGANIZATION IS SEQUENTIAL
000580         FILE STATUS IS FS-RETN-PARM.
000590*
000592*Legal hold list, one card per citizen under hold.
000594     SELECT LEGAL-HOLD-FILE
000596         ASSIGN TO LEGLHOLD
000598         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS FS-LEGAL-HOLD.
000602*
000604*Before/after journal of every delete this run, for the
000610*CITRCVR forward-recovery program.
000620     SELECT JOURNAL-OUT
000630         ASSIGN TO JRNLOUT
000640         ORGANIZATION IS SEQUENTIAL
000650         FILE STATUS IS FS-JOURNAL-OUT.
000660*
000670*Purge report - one line per purged citizen plus totals.
000680     SELECT PURGE-RPT
000690         ASSIGN TO PURGRPT
000700         ORGANIZATION IS SEQUENTIAL
000710         FILE STATUS IS FS-PURGE-RPT.
000720*
000730 DATA DIVISION.
000740*
000750 FILE SECTION.
000760*
000770 FD  CITIZEN-MASTER.
000780     COPY CITIZEN-MST.
000790*
000800 FD  RETN-PARM-FILE.
000810*Same card layout DATAC's PARMFILE FD carries: keyword, a
000820*space, and a three-digit value; * in column one comments.
000830 01  PARM-CARD.
000840     05  PRM-KEYWORD                   PIC X(14).
000850     05  FILLER                        PIC X(01).
000860     05  PRM-VALUE                     PIC X(03).
000870     05  PRM-VALUE-NUM REDEFINES PRM-VALUE PIC 999.
000880     05  FILLER                        PIC X(62).
000890*
000892 FD  LEGAL-HOLD-FILE.
000894     COPY LEGAL-HLD.
000896*
000900 FD  JOURNAL-OUT.
000910     COPY JOURNAL-REC.
000920*
000930 FD  PURGE-RPT.
000940 01  PURGE-RPT-RECORD                  PIC X(80).
000950*
000960 WORKING-STORAGE SECTION.
000970*
000980 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
000990 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
001000     05  WS-RUN-YEAR                   PIC 9(04).
001010     05  WS-RUN-MMDD                   PIC 9(04).
001020*
001030*DECEASED-RETN out of the retention deck, and the status
001040*date cutoff it gives: a deceased citizen whose status date
001050*is on or before the cutoff has been held long enough.
001060 01  WS-PARM-DECEASED-RETN              PIC 999 VALUE ZERO.
001070 01  WS-CUTOFF-DATE                     PIC 9(08) VALUE ZERO.
001080 01  WS-CUTOFF-DATE-PARTS REDEFINES WS-CUTOFF-DATE.
001090     05  WS-CUTOFF-YEAR                PIC 9(04).
001100     05  WS-CUTOFF-MMDD                PIC 9(04).
001110*
001120 01  WS-JRN-TIME                        PIC 9(08) VALUE ZERO.
001122*
001124*Citizen IDs on the legal hold list.
001126 01  WS-HOLD-LIMIT                      PIC 9(04) VALUE 1000.
001128 01  WS-HOLD-COUNT                      PIC 9(04) VALUE ZERO.
001130 01  WS-HOLD-IDX                        PIC 9(04) VALUE ZERO.
001132 01  WS-HOLD-TABLE.
001134     05  WS-HLD-ID OCCURS 1000 TIMES    PIC X(09).
001136*
001140 01  WS-SWITCHES.
001150     05  WS-MST-EOF-SW                 PIC X(01) VALUE "N".
001160         88  WS-END-OF-MASTER                 VALUE "Y".
001170     05  WS-PARM-EOF-SW                PIC X(01) VALUE "N".
001180         88  WS-END-OF-PARMS                  VALUE "Y".
001190     05  WS-PARM-DRETN-FOUND-SW        PIC X(01) VALUE "N".
001200         88  WS-PARM-DRETN-FOUND              VALUE "Y".
001202     05  WS-HOLD-EOF-SW                PIC X(01) VALUE "N".
001204         88  WS-END-OF-HOLDS                  VALUE "Y".
001206     05  WS-HOLD-FOUND-SW              PIC X(01) VALUE "N".
001208         88  WS-HOLD-FOUND                    VALUE "Y".
001210*
001220 01  WS-COUNTERS.
001230     05  WS-MASTER-COUNT               PIC 9(07) VALUE ZERO.
001240     05  WS-DECEASED-KEPT-COUNT        PIC 9(07) VALUE ZERO.
001250     05  WS-PURGED-COUNT               PIC 9(07) VALUE ZERO.
001255     05  WS-HELD-COUNT                 PIC 9(07) VALUE ZERO.
001260*
001270 01  WS-FILE-STATUSES.
001280     05  FS-CITIZEN-MASTER             PIC XX VALUE "00".
001290     05  FS-RETN-PARM                  PIC XX VALUE "00".
001295     05  FS-LEGAL-HOLD                 PIC XX VALUE "00".
001300     05  FS-JOURNAL-OUT                PIC XX VALUE "00".
001310     05  FS-PURGE-RPT                  PIC XX VALUE "00".
001320*
001330*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
001340*abend paragraph can name which file and status code failed.
001350 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
001360 01  WS-ABEND-FILE-STATUS              PIC XX VALUE SPACES.
001370*
001380*Report line images, moved to PURGE-RPT-RECORD before each
001390*WRITE.
001400 01  WS-RPT-HEADING.
001410     05  FILLER PIC X(30) VALUE "DECEASED CITIZEN PURGE        ".
001420     05  FILLER PIC X(04) VALUE "RUN ".
001430     05  WS-RPT-RUN-DATE PIC 9(08).
001440     05  FILLER PIC X(38) VALUE SPACES.
001450 01  WS-RPT-CUTOFF-LINE.
001460     05  FILLER PIC X(30) VALUE "STATUS DATE ON OR BEFORE     ".
001470     05  WS-RPT-CUTOFF-DATE PIC 9(08).
001480     05  FILLER PIC X(10) VALUE " RETENTION".
001490     05  FILLER PIC X(01) VALUE SPACE.
001500     05  WS-RPT-RETN-YEARS PIC ZZ9.
001510     05  FILLER PIC X(06) VALUE " YEARS".
001520     05  FILLER PIC X(22) VALUE SPACES.
001530 01  WS-RPT-COL-HEADING.
001540     05  FILLER PIC X(11) VALUE "CITIZEN    ".
001550     05  FILLER PIC X(21) VALUE "NAME                 ".
001560     05  FILLER PIC X(09) VALUE "DOB      ".
001570     05  FILLER PIC X(09) VALUE "DECEASED ".
001575     05  FILLER PIC X(01) VALUE SPACE.
001580     05  FILLER PIC X(10) VALUE "NOTE      ".
001585     05  FILLER PIC X(19) VALUE SPACES.
001590 01  WS-RPT-PURGE-LINE.
001600     05  WS-RPT-PRG-ID PIC X(09).
001610     05  FILLER PIC X(02) VALUE SPACES.
001620     05  WS-RPT-PRG-NAME PIC X(20).
001630     05  FILLER PIC X(01) VALUE SPACE.
001640     05  WS-RPT-PRG-DOB PIC X(08).
001650     05  FILLER PIC X(01) VALUE SPACE.
001660     05  WS-RPT-PRG-STATUS-DATE PIC 9(08).
001665     05  FILLER PIC X(02) VALUE SPACES.
001670     05  WS-RPT-PRG-NOTE PIC X(10).
001675     05  FILLER PIC X(19) VALUE SPACES.
001680 01  WS-RPT-COUNT-LINE.
001690     05  WS-RPT-COUNT-LABEL PIC X(24).
001700     05  FILLER PIC X(01) VALUE SPACE.
001710     05  WS-RPT-COUNT-VALUE PIC ZZZ,ZZ9.
001720     05  FILLER PIC X(48) VALUE SPACES.
001730 01  WS-RPT-BLANK-LINE.
001740     05  FILLER PIC X(80) VALUE SPACES.
001750*
001760 PROCEDURE DIVISION.
001770*
001780*----------------------------------------------------------
001790*0000-MAINLINE
001800*Load the retention rule, sweep the master purging what is
001810*past it, print the totals, and close down.
001820*----------------------------------------------------------
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001850     PERFORM 2000-CHECK-CITIZEN THRU 2000-EXIT
001860         UNTIL WS-END-OF-MASTER
001870     PERFORM 8000-FINALIZE THRU 8000-EXIT
001880     STOP RUN.
001890*
001900*----------------------------------------------------------
001910*1000-INITIALIZE
001920*----------------------------------------------------------
001930 1000-INITIALIZE.
001940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001950     PERFORM 1200-LOAD-RETENTION THRU 1200-EXIT
001955     PERFORM 1400-LOAD-HOLDS THRU 1400-EXIT
001960     COMPUTE WS-CUTOFF-YEAR = WS-RUN-YEAR
001970         - WS-PARM-DECEASED-RETN
001980     MOVE WS-RUN-MMDD TO WS-CUTOFF-MMDD
001990     OPEN I-O CITIZEN-MASTER
002000     IF FS-CITIZEN-MASTER NOT = "00"
002010         MOVE "CITMAST " TO WS-ABEND-FILE-NAME
002020         MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
002030         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002040     END-IF
002050     OPEN OUTPUT JOURNAL-OUT
002060     IF FS-JOURNAL-OUT NOT = "00"
002070         MOVE "JRNLOUT " TO WS-ABEND-FILE-NAME
002080         MOVE FS-JOURNAL-OUT TO WS-ABEND-FILE-STATUS
002090         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002100     END-IF
002110     OPEN OUTPUT PURGE-RPT
002120     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
002130     MOVE WS-RPT-HEADING TO PURGE-RPT-RECORD
002140     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002150     MOVE WS-CUTOFF-DATE TO WS-RPT-CUTOFF-DATE
002160     MOVE WS-PARM-DECEASED-RETN TO WS-RPT-RETN-YEARS
002170     MOVE WS-RPT-CUTOFF-LINE TO PURGE-RPT-RECORD
002180     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002190     MOVE WS-RPT-BLANK-LINE TO PURGE-RPT-RECORD
002200     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002210     MOVE WS-RPT-COL-HEADING TO PURGE-RPT-RECORD
002220     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002230     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002240 1000-EXIT.
002250     EXIT.
002260*
002270*----------------------------------------------------------
002280*1200-LOAD-RETENTION
002290*Reads the retention deck and takes the DECEASED-RETN card;
002300*other keywords belong to other retention jobs and pass
002310*through unexamined.
002320*----------------------------------------------------------
002330 1200-LOAD-RETENTION.
002340     OPEN INPUT RETN-PARM-FILE
002350     IF FS-RETN-PARM NOT = "00"
002360         MOVE "RETNPARM" TO WS-ABEND-FILE-NAME
002370         MOVE FS-RETN-PARM TO WS-ABEND-FILE-STATUS
002380         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002390     END-IF
002400     PERFORM 1210-READ-PARM-CARD THRU 1210-EXIT
002410         UNTIL WS-END-OF-PARMS
002420     CLOSE RETN-PARM-FILE
002430     IF NOT WS-PARM-DRETN-FOUND
002440         DISPLAY "CITPURGE: PARM DECEASED-RETN MISSING"
002450         MOVE 16 TO RETURN-CODE
002460         STOP RUN
002470     END-IF
002480     IF WS-PARM-DECEASED-RETN = ZERO
002490         DISPLAY "CITPURGE: DECEASED-RETN MUST BE AT LEAST 1"
002500         MOVE 16 TO RETURN-CODE
002510         STOP RUN
002520     END-IF.
002530 1200-EXIT.
002540     EXIT.
002550*
002560 1210-READ-PARM-CARD.
002570     READ RETN-PARM-FILE
002580         AT END SET WS-END-OF-PARMS TO TRUE
002590         NOT AT END
002600             IF PRM-KEYWORD = "DECEASED-RETN"
002610                 IF WS-PARM-DRETN-FOUND
002620                     DISPLAY "CITPURGE: DUPLICATE PARM "
002630                         "DECEASED-RETN"
002640                     MOVE 16 TO RETURN-CODE
002650                     STOP RUN
002660                 END-IF
002670                 IF PRM-VALUE IS NOT NUMERIC
002680                     DISPLAY "CITPURGE: DECEASED-RETN NOT "
002690                         "NUMERIC - " PRM-VALUE
002700                     MOVE 16 TO RETURN-CODE
002710                     STOP RUN
002720                 END-IF
002730                 SET WS-PARM-DRETN-FOUND TO TRUE
002740                 MOVE PRM-VALUE-NUM TO WS-PARM-DECEASED-RETN
002750             END-IF
002760     END-READ.
002770 1210-EXIT.
002780     EXIT.
002790*
002800*----------------------------------------------------------
002802*1400-LOAD-HOLDS
002804*Loads the legal hold list.  Blank and commented cards are
002806*skipped; a list longer than the table stops the run rather
002808*than purge against a list only partly read.
002810*----------------------------------------------------------
002812 1400-LOAD-HOLDS.
002814     OPEN INPUT LEGAL-HOLD-FILE
002816     IF FS-LEGAL-HOLD NOT = "00"
002818         MOVE "LEGLHOLD" TO WS-ABEND-FILE-NAME
002820         MOVE FS-LEGAL-HOLD TO WS-ABEND-FILE-STATUS
002822         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002824     END-IF
002826     PERFORM 1410-READ-HOLD-CARD THRU 1410-EXIT
002828         UNTIL WS-END-OF-HOLDS
002830     CLOSE LEGAL-HOLD-FILE.
002832 1400-EXIT.
002834     EXIT.
002836*
002838 1410-READ-HOLD-CARD.
002840     READ LEGAL-HOLD-FILE
002842         AT END
002844             SET WS-END-OF-HOLDS TO TRUE
002846             GO TO 1410-EXIT
002848     END-READ
002850     IF HLD-CITIZEN-ID (1:1) = "*"
002852     OR HLD-CITIZEN-ID = SPACES
002854         GO TO 1410-EXIT
002856     END-IF
002858     ADD 1 TO WS-HOLD-COUNT
002860     IF WS-HOLD-COUNT > WS-HOLD-LIMIT
002862         DISPLAY "CITPURGE: LEGAL HOLD LIST EXCEEDS "
002864             WS-HOLD-LIMIT " CITIZENS"
002866         MOVE 16 TO RETURN-CODE
002868         STOP RUN
002870     END-IF
002872     MOVE HLD-CITIZEN-ID TO WS-HLD-ID (WS-HOLD-COUNT).
002874 1410-EXIT.
002876     EXIT.
002878*
002880*----------------------------------------------------------
002882*2000-CHECK-CITIZEN
002884*Only a deceased citizen is a candidate; one whose status
002886*date is past the cutoff is still inside retention.
002888*----------------------------------------------------------
002890 2000-CHECK-CITIZEN.
002892     ADD 1 TO WS-MASTER-COUNT
002894     IF NOT MST-STATUS-DECEASED
002896         GO TO 2000-READ-NEXT
002898     END-IF
002900     IF MST-STATUS-DATE > WS-CUTOFF-DATE
002910         ADD 1 TO WS-DECEASED-KEPT-COUNT
002920         GO TO 2000-READ-NEXT
002930     END-IF
002932     MOVE "N" TO WS-HOLD-FOUND-SW
002934     PERFORM 2200-MATCH-HOLD THRU 2200-EXIT
002936         VARYING WS-HOLD-IDX FROM 1 BY 1
002938         UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
002940         OR WS-HOLD-FOUND
002942     IF WS-HOLD-FOUND
002944         ADD 1 TO WS-HELD-COUNT
002946         MOVE "LEGAL HOLD" TO WS-RPT-PRG-NOTE
002948         PERFORM 3100-LIST-CITIZEN THRU 3100-EXIT
002950         GO TO 2000-READ-NEXT
002952     END-IF
002954     PERFORM 3000-PURGE-CITIZEN THRU 3000-EXIT.
002956 2000-READ-NEXT.
002960     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002970 2000-EXIT.
002980     EXIT.
002990*
003000 2100-READ-MASTER.
003010     READ CITIZEN-MASTER
003020         AT END SET WS-END-OF-MASTER TO TRUE
003030     END-READ
003040     IF NOT WS-END-OF-MASTER
003050         IF FS-CITIZEN-MASTER NOT = "00"
003060             MOVE "CITMAST " TO WS-ABEND-FILE-NAME
003070             MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
003080             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003090         END-IF
003100     END-IF.
003110 2100-EXIT.
003120     EXIT.
003122*
003124 2200-MATCH-HOLD.
003126     IF WS-HLD-ID (WS-HOLD-IDX) = MST-CITIZEN-ID
003128         SET WS-HOLD-FOUND TO TRUE
003130     END-IF.
003132 2200-EXIT.
003134     EXIT.
003136*
003140*----------------------------------------------------------
003150*3000-PURGE-CITIZEN
003160*Journal first, then delete the record just read, then
003170*list it.
003180*----------------------------------------------------------
003190 3000-PURGE-CITIZEN.
003200     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
003210     DELETE CITIZEN-MASTER
003220     IF FS-CITIZEN-MASTER NOT = "00"
003230         MOVE "CITMAST " TO WS-ABEND-FILE-NAME
003240         MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
003250         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003260     END-IF
003270     ADD 1 TO WS-PURGED-COUNT
003293     MOVE SPACES TO WS-RPT-PRG-NOTE
003316     PERFORM 3100-LIST-CITIZEN THRU 3100-EXIT.
003340 3000-EXIT.
003350     EXIT.
003352*
003354 3100-LIST-CITIZEN.
003356     MOVE MST-CITIZEN-ID TO WS-RPT-PRG-ID
003358     MOVE MST-CITIZEN-NAME TO WS-RPT-PRG-NAME
003360     MOVE MST-DOB-TEXT TO WS-RPT-PRG-DOB
003362     MOVE MST-STATUS-DATE TO WS-RPT-PRG-STATUS-DATE
003364     MOVE WS-RPT-PURGE-LINE TO PURGE-RPT-RECORD
003366     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
003368 3100-EXIT.
003370     EXIT.
003372*
003374*----------------------------------------------------------
003380*6500-WRITE-JOURNAL
003390*Same record CITMAINT writes for its own deletes: the whole
003400*master record as the before image, spaces as the after.
003410*----------------------------------------------------------
003420 6500-WRITE-JOURNAL.
003430     MOVE "CITPURGE" TO JRN-PROGRAM
003440     MOVE WS-RUN-DATE TO JRN-DATE
003450     ACCEPT WS-JRN-TIME FROM TIME
003460     MOVE WS-JRN-TIME TO JRN-TIME
003470     SET JRN-ACTION-DELETE TO TRUE
003480     MOVE MST-CITIZEN-ID TO JRN-CITIZEN-ID
003490     MOVE "PURGE" TO JRN-SOURCE
003500     MOVE CITIZEN-MASTER-RECORD TO JRN-BEFORE-IMAGE
003510     MOVE SPACES TO JRN-AFTER-IMAGE
003515     MOVE SPACES TO JRN-OPERATOR-ID
003520     WRITE JOURNAL-RECORD
003530     IF FS-JOURNAL-OUT NOT = "00"
003540         MOVE "JRNLOUT " TO WS-ABEND-FILE-NAME
003550         MOVE FS-JOURNAL-OUT TO WS-ABEND-FILE-STATUS
003560         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003570     END-IF.
003580 6500-EXIT.
003590     EXIT.
003600*
003610*Shared by every WRITE PURGE-RPT-RECORD so a dataset
003620*problem on the report is caught and stops the run.
003630 7100-WRITE-RPT-LINE.
003640     WRITE PURGE-RPT-RECORD
003650     IF FS-PURGE-RPT NOT = "00"
003660         MOVE "PURGRPT " TO WS-ABEND-FILE-NAME
003670         MOVE FS-PURGE-RPT TO WS-ABEND-FILE-STATUS
003680         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003690     END-IF.
003700 7100-EXIT.
003710     EXIT.
003720*
003730*----------------------------------------------------------
003740*8000-FINALIZE
003750*----------------------------------------------------------
003760 8000-FINALIZE.
003770     MOVE WS-RPT-BLANK-LINE TO PURGE-RPT-RECORD
003780     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003790     MOVE "MASTER RECORDS         =" TO WS-RPT-COUNT-LABEL
003800     MOVE WS-MASTER-COUNT TO WS-RPT-COUNT-VALUE
003810     MOVE WS-RPT-COUNT-LINE TO PURGE-RPT-RECORD
003820     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003830     MOVE "DECEASED RETAINED      =" TO WS-RPT-COUNT-LABEL
003840     MOVE WS-DECEASED-KEPT-COUNT TO WS-RPT-COUNT-VALUE
003850     MOVE WS-RPT-COUNT-LINE TO PURGE-RPT-RECORD
003860     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003862     MOVE "DECEASED ON LEGAL HOLD =" TO WS-RPT-COUNT-LABEL
003864     MOVE WS-HELD-COUNT TO WS-RPT-COUNT-VALUE
003866     MOVE WS-RPT-COUNT-LINE TO PURGE-RPT-RECORD
003868     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003870     MOVE "DECEASED PURGED        =" TO WS-RPT-COUNT-LABEL
003880     MOVE WS-PURGED-COUNT TO WS-RPT-COUNT-VALUE
003890     MOVE WS-RPT-COUNT-LINE TO PURGE-RPT-RECORD
003900     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003910     CLOSE CITIZEN-MASTER
003920     CLOSE JOURNAL-OUT
003930     CLOSE PURGE-RPT
003940     DISPLAY "CITPURGE: RUN COMPLETE - " WS-MASTER-COUNT
003950         " MASTER RECS, " WS-PURGED-COUNT " PURGED".
003960 8000-EXIT.
003970     EXIT.
003980*
003990*----------------------------------------------------------
004000*9900-ABEND-FILE-ERROR
004010*----------------------------------------------------------
004020 9900-ABEND-FILE-ERROR.
004030     DISPLAY "CITPURGE: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
004040         " - FILE STATUS " WS-ABEND-FILE-STATUS
004050     MOVE 16 TO RETURN-CODE
004060     STOP RUN.
004070 9900-EXIT.
004080     EXIT.
