000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CITDEATH.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. September 11th 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*CITDEATH
000140*
000150*Vital-records death feed.  The county registrar sends a
000160*file of decedents (DEATH-REC) and this matches each one
000170*against CITMAST on name and date of birth together.
000180*
000190*Exactly one citizen with the same name and DOB is an
000200*exact match: the program writes a DELETE slip for CITMAINT
000210*setting the citizen DECEASED, effective the date of
000220*death, with the certificate number as the reference.  A
000230*citizen already deceased needs no slip.  Anything short
000240*of one clean exact match goes to the review report for a
000250*clerk instead of being applied - two exact matches
000260*(probably a duplicate pair CITDUPS has not caught), a
000270*near match on a slightly different DOB or name spelling,
000280*or a death record too incomplete to match at all.  A
000290*confirmed review item is keyed as an ordinary DELETE
000300*slip.  A decedent with no match on the master at all is
000310*only counted - most are residents of other counties.
000320*
000330*The master is read only; the slips go through CITMAINT's
000340*normal edits in the next CITMNRUN.  Runs before CITMNRUN
000350*each cycle, outside the cycle chain.
000360*
000370*MODIFICATION HISTORY
000380*
000390*2026-09-11  SAB  Initial version.
000392*2026-09-29  SAB  Slips carry operator ID CITDEATH, so the
000394*                 OPERAUTH deck can authorize the feed like a
000396*                 clerk and the journal shows where a death
000398*                 marking came from.
000400*----------------------------------------------------------
000410*
000420 ENVIRONMENT DIVISION.
000430*
000440 CONFIGURATION SECTION.
000450*
000460 INPUT-OUTPUT SECTION.
000470*
000480 FILE-CONTROL.
000490*County vital-records death file, one decedent per record.
000500     SELECT DEATH-FILE
000510         ASSIGN TO DEATHIN
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS FS-DEATH-FILE.
000540*
000550*Keyed citizen master, swept front to back, never written.
000560     SELECT CITIZEN-MASTER
000570         ASSIGN TO CITMAST
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS SEQUENTIAL
000600         RECORD KEY IS MST-CITIZEN-ID
000610         FILE STATUS IS FS-CITIZEN-MASTER.
000620*
000630*DELETE slips for the exact matches, in CITMAINT's
000640*transaction layout.
000650     SELECT DEATH-TRANS
000660         ASSIGN TO DTHTRN
000670         ORGANIZATION IS SEQUENTIAL
000680         FILE STATUS IS FS-DEATH-TRANS.
000690*
000700*Review report for the clerks.
000710     SELECT DEATH-RPT
000720         ASSIGN TO DTHRPT
000730         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS FS-DEATH-RPT.
000750*
000760 DATA DIVISION.
000770*
000780 FILE SECTION.
000790*
000800 FD  DEATH-FILE.
000810     COPY DEATH-REC.
000820*
000830 FD  CITIZEN-MASTER.
000840     COPY CITIZEN-MST.
000850*
000860 FD  DEATH-TRANS.
000870     COPY CITIZEN-TRN.
000880*
000890 FD  DEATH-RPT.
000900 01  DEATH-RPT-RECORD                  PIC X(80).
000910*
000920 WORKING-STORAGE SECTION.
000930*
000940 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
000950*
000960 01  WS-SWITCHES.
000970     05  WS-MST-EOF-SW                 PIC X(01) VALUE "N".
000980         88  WS-END-OF-MASTER                 VALUE "Y".
000990     05  WS-DTH-EOF-SW                 PIC X(01) VALUE "N".
001000         88  WS-END-OF-DEATHS                 VALUE "Y".
001010     05  WS-NEAR-FOUND-SW              PIC X(01) VALUE "N".
001020         88  WS-NEAR-FOUND                    VALUE "Y".
001030         88  WS-NEAR-NOT-FOUND                VALUE "N".
001040*
001050 01  WS-COUNTERS.
001060     05  WS-DEATH-COUNT                PIC 9(07) VALUE ZERO.
001070     05  WS-MASTER-COUNT               PIC 9(07) VALUE ZERO.
001080     05  WS-SLIP-COUNT                 PIC 9(07) VALUE ZERO.
001090     05  WS-ALREADY-COUNT              PIC 9(07) VALUE ZERO.
001100     05  WS-MULTI-COUNT                PIC 9(07) VALUE ZERO.
001110     05  WS-NEAR-COUNT                 PIC 9(07) VALUE ZERO.
001120     05  WS-NO-MATCH-COUNT             PIC 9(07) VALUE ZERO.
001130     05  WS-INCOMPLETE-COUNT           PIC 9(07) VALUE ZERO.
001140     05  WS-CIT-COUNT                  PIC 9(05) VALUE ZERO.
001150     05  WS-CIT-I                      PIC 9(05) VALUE ZERO.
001160     05  WS-EXACT-COUNT                PIC 9(05) VALUE ZERO.
001170     05  WS-EXACT-I                    PIC 9(05) VALUE ZERO.
001180     05  WS-CHAR-I                     PIC 9(02) VALUE ZERO.
001190     05  WS-CHAR-DIFF-COUNT            PIC 9(02) VALUE ZERO.
001200*
001210*The whole master's match fields - every death record is
001220*checked against every citizen, so the sweep banks them
001230*all first.  More citizens than the table holds means this
001240*step was outgrown - stop rather than miss a match.
001250 01  WS-CITIZEN-TABLE.
001260     05  WS-CIT-ENTRY OCCURS 20000 TIMES.
001270         10  WS-CIT-ID                 PIC X(09).
001280         10  WS-CIT-NAME               PIC X(20).
001290         10  WS-CIT-DOB                PIC X(08).
001300         10  WS-CIT-DOB-PARTS REDEFINES WS-CIT-DOB.
001310             15  WS-CIT-DOB-YEAR       PIC 9(04).
001320             15  WS-CIT-DOB-MONTH      PIC 9(02).
001330             15  WS-CIT-DOB-DAY        PIC 9(02).
001340         10  WS-CIT-STATUS             PIC X(01).
001350             88  WS-CIT-DECEASED              VALUE "D".
001360*
001370*The death record's DOB taken apart for the near-match
001380*tests, with the years either side of it.
001390 01  WS-DTH-DOB                        PIC 9(08) VALUE ZERO.
001400 01  WS-DTH-DOB-PARTS REDEFINES WS-DTH-DOB.
001410     05  WS-DTH-DOB-YEAR               PIC 9(04).
001420     05  WS-DTH-DOB-MONTH              PIC 9(02).
001430     05  WS-DTH-DOB-DAY                PIC 9(02).
001440 01  WS-DTH-YEAR-BEFORE                PIC 9(04) VALUE ZERO.
001450 01  WS-DTH-YEAR-AFTER                 PIC 9(04) VALUE ZERO.
001460*
001470 01  WS-NEAR-REASON                    PIC X(20) VALUE SPACES.
001480*
001490 01  WS-FILE-STATUSES.
001500     05  FS-DEATH-FILE                 PIC XX VALUE "00".
001510     05  FS-CITIZEN-MASTER             PIC XX VALUE "00".
001520     05  FS-DEATH-TRANS                PIC XX VALUE "00".
001530     05  FS-DEATH-RPT                  PIC XX VALUE "00".
001540*
001550*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
001560*abend paragraph can name which file and status code failed.
001570 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
001580 01  WS-ABEND-FILE-STATUS              PIC XX VALUE SPACES.
001590*
001600*Report line images, moved to DEATH-RPT-RECORD before each
001610*WRITE.
001620 01  WS-RPT-HEADING.
001630     05  FILLER PIC X(30) VALUE "DEATH FEED - REVIEW ITEMS     ".
001640     05  FILLER PIC X(04) VALUE "RUN ".
001650     05  WS-RPT-RUN-DATE PIC 9(08).
001660     05  FILLER PIC X(38) VALUE SPACES.
001670 01  WS-RPT-COL-HEADING.
001680     05  FILLER PIC X(11) VALUE "CERTIFICATE".
001690     05  FILLER PIC X(21) VALUE "DECEDENT NAME        ".
001700     05  FILLER PIC X(09) VALUE "DEATH-DOB".
001710     05  FILLER PIC X(10) VALUE "CITIZEN   ".
001720     05  FILLER PIC X(09) VALUE "CIT-DOB  ".
001730     05  FILLER PIC X(20) VALUE "REASON              ".
001740 01  WS-RPT-REVIEW-LINE.
001750     05  WS-RPT-REV-CERT PIC X(10).
001760     05  FILLER PIC X(01) VALUE SPACE.
001770     05  WS-RPT-REV-NAME PIC X(20).
001780     05  FILLER PIC X(01) VALUE SPACE.
001790     05  WS-RPT-REV-DOB PIC X(08).
001800     05  FILLER PIC X(01) VALUE SPACE.
001810     05  WS-RPT-REV-CIT-ID PIC X(09).
001820     05  FILLER PIC X(01) VALUE SPACE.
001830     05  WS-RPT-REV-CIT-DOB PIC X(08).
001840     05  FILLER PIC X(01) VALUE SPACE.
001850     05  WS-RPT-REV-REASON PIC X(20).
001860 01  WS-RPT-COUNT-LINE.
001870     05  WS-RPT-COUNT-LABEL PIC X(24).
001880     05  FILLER PIC X(01) VALUE SPACE.
001890     05  WS-RPT-COUNT-VALUE PIC ZZZ,ZZ9.
001900     05  FILLER PIC X(48) VALUE SPACES.
001910 01  WS-RPT-BLANK-LINE.
001920     05  FILLER PIC X(80) VALUE SPACES.
001930*
001940 PROCEDURE DIVISION.
001950*
001960*----------------------------------------------------------
001970*0000-MAINLINE
001980*Bank the master's match fields, match every death record
001990*against them, print the totals, and close down.
002000*----------------------------------------------------------
002010 0000-MAINLINE.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002030     PERFORM 2000-BANK-CITIZEN THRU 2000-EXIT
002040         UNTIL WS-END-OF-MASTER
002050     PERFORM 3100-READ-DEATH THRU 3100-EXIT
002060     PERFORM 3000-PROCESS-DEATH THRU 3000-EXIT
002070         UNTIL WS-END-OF-DEATHS
002080     PERFORM 8000-FINALIZE THRU 8000-EXIT
002090     STOP RUN.
002100*
002110*----------------------------------------------------------
002120*1000-INITIALIZE
002130*----------------------------------------------------------
002140 1000-INITIALIZE.
002150     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
002160     OPEN INPUT DEATH-FILE
002170     IF FS-DEATH-FILE NOT = "00"
002180         MOVE "DEATHIN " TO WS-ABEND-FILE-NAME
002190         MOVE FS-DEATH-FILE TO WS-ABEND-FILE-STATUS
002200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002210     END-IF
002220     OPEN INPUT CITIZEN-MASTER
002230     IF FS-CITIZEN-MASTER NOT = "00"
002240         MOVE "CITMAST " TO WS-ABEND-FILE-NAME
002250         MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
002260         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002270     END-IF
002280     OPEN OUTPUT DEATH-TRANS
002290     IF FS-DEATH-TRANS NOT = "00"
002300         MOVE "DTHTRN  " TO WS-ABEND-FILE-NAME
002310         MOVE FS-DEATH-TRANS TO WS-ABEND-FILE-STATUS
002320         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002330     END-IF
002340     OPEN OUTPUT DEATH-RPT
002350     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
002360     MOVE WS-RPT-HEADING TO DEATH-RPT-RECORD
002370     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002380     MOVE WS-RPT-COL-HEADING TO DEATH-RPT-RECORD
002390     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
002400     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002410 1000-EXIT.
002420     EXIT.
002430*
002440*----------------------------------------------------------
002450*2000-BANK-CITIZEN
002460*----------------------------------------------------------
002470 2000-BANK-CITIZEN.
002480     ADD 1 TO WS-MASTER-COUNT
002490     ADD 1 TO WS-CIT-COUNT
002500     IF WS-CIT-COUNT > 20000
002510         DISPLAY "CITDEATH: MORE THAN 20000 MASTER RECORDS"
002520             " - ENLARGE WS-CITIZEN-TABLE"
002530         MOVE 16 TO RETURN-CODE
002540         STOP RUN
002550     END-IF
002560     MOVE MST-CITIZEN-ID TO WS-CIT-ID (WS-CIT-COUNT)
002570     MOVE MST-CITIZEN-NAME TO WS-CIT-NAME (WS-CIT-COUNT)
002580     MOVE MST-DOB-TEXT TO WS-CIT-DOB (WS-CIT-COUNT)
002590     MOVE MST-STATUS-CODE TO WS-CIT-STATUS (WS-CIT-COUNT)
002600     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
002610 2000-EXIT.
002620     EXIT.
002630*
002640 2100-READ-MASTER.
002650     READ CITIZEN-MASTER
002660         AT END SET WS-END-OF-MASTER TO TRUE
002670     END-READ
002680     IF NOT WS-END-OF-MASTER
002690         IF FS-CITIZEN-MASTER NOT = "00"
002700             MOVE "CITMAST " TO WS-ABEND-FILE-NAME
002710             MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
002720             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
002730         END-IF
002740     END-IF.
002750 2100-EXIT.
002760     EXIT.
002770*
002780*----------------------------------------------------------
002790*3000-PROCESS-DEATH
002800*One death record: edit it, look for exact matches, and
002810*only when there is none look for near ones.
002820*----------------------------------------------------------
002830 3000-PROCESS-DEATH.
002840     ADD 1 TO WS-DEATH-COUNT
002850     PERFORM 3200-EDIT-DEATH THRU 3200-EXIT
002860     IF WS-RPT-REV-REASON NOT = SPACES
002870         ADD 1 TO WS-INCOMPLETE-COUNT
002880         PERFORM 7000-WRITE-REVIEW-LINE THRU 7000-EXIT
002890         GO TO 3000-READ-NEXT
002900     END-IF
002910     MOVE ZERO TO WS-EXACT-COUNT
002920     MOVE ZERO TO WS-EXACT-I
002930     PERFORM 3310-CHECK-EXACT THRU 3310-EXIT
002940         VARYING WS-CIT-I FROM 1 BY 1
002950         UNTIL WS-CIT-I > WS-CIT-COUNT
002960     EVALUATE TRUE
002970         WHEN WS-EXACT-COUNT = 1
002980             IF WS-CIT-DECEASED (WS-EXACT-I)
002990                 ADD 1 TO WS-ALREADY-COUNT
003000             ELSE
003010                 PERFORM 6000-WRITE-SLIP THRU 6000-EXIT
003020             END-IF
003030         WHEN WS-EXACT-COUNT > 1
003040             ADD 1 TO WS-MULTI-COUNT
003050             PERFORM 3350-LIST-EXACT THRU 3350-EXIT
003060                 VARYING WS-CIT-I FROM 1 BY 1
003070                 UNTIL WS-CIT-I > WS-CIT-COUNT
003080         WHEN OTHER
003090             PERFORM 3500-FIND-NEAR THRU 3500-EXIT
003100     END-EVALUATE.
003110 3000-READ-NEXT.
003120     PERFORM 3100-READ-DEATH THRU 3100-EXIT.
003130 3000-EXIT.
003140     EXIT.
003150*
003160 3100-READ-DEATH.
003170     READ DEATH-FILE
003180         AT END SET WS-END-OF-DEATHS TO TRUE
003190     END-READ
003200     IF NOT WS-END-OF-DEATHS
003210         IF FS-DEATH-FILE NOT = "00"
003220             MOVE "DEATHIN " TO WS-ABEND-FILE-NAME
003230             MOVE FS-DEATH-FILE TO WS-ABEND-FILE-STATUS
003240             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003250         END-IF
003260     END-IF.
003270 3100-EXIT.
003280     EXIT.
003290*
003300*----------------------------------------------------------
003310*3200-EDIT-DEATH
003320*A record with no name, no usable DOB or death date, or a
003330*death date after today cannot be matched safely.  Sets
003340*the review reason when it fails; spaces means usable.
003350*----------------------------------------------------------
003360 3200-EDIT-DEATH.
003370     MOVE DTH-CERT-NUMBER TO WS-RPT-REV-CERT
003380     MOVE DTH-DECEDENT-NAME TO WS-RPT-REV-NAME
003390     MOVE DTH-DOB-TEXT TO WS-RPT-REV-DOB
003400     MOVE SPACES TO WS-RPT-REV-CIT-ID
003410     MOVE SPACES TO WS-RPT-REV-CIT-DOB
003420     MOVE SPACES TO WS-RPT-REV-REASON
003430     IF DTH-DECEDENT-NAME = SPACES
003440         OR DTH-DOB-TEXT NOT NUMERIC
003450         OR DTH-DEATH-DATE-TEXT NOT NUMERIC
003460         MOVE "INCOMPLETE RECORD" TO WS-RPT-REV-REASON
003470         GO TO 3200-EXIT
003480     END-IF
003490     IF DTH-DEATH-DATE-NUM > WS-RUN-DATE
003500         MOVE "DEATH DATE IN FUTURE" TO WS-RPT-REV-REASON
003510         GO TO 3200-EXIT
003520     END-IF
003530     MOVE DTH-DOB-NUM TO WS-DTH-DOB
003540     COMPUTE WS-DTH-YEAR-BEFORE = WS-DTH-DOB-YEAR - 1
003550     COMPUTE WS-DTH-YEAR-AFTER = WS-DTH-DOB-YEAR + 1.
003560 3200-EXIT.
003570     EXIT.
003580*
003590*Remembers the last exact match; with a count of one that
003600*is the only one.
003610 3310-CHECK-EXACT.
003620     IF WS-CIT-NAME (WS-CIT-I) = DTH-DECEDENT-NAME
003630         AND WS-CIT-DOB (WS-CIT-I) = DTH-DOB-TEXT
003640         ADD 1 TO WS-EXACT-COUNT
003650         MOVE WS-CIT-I TO WS-EXACT-I
003660     END-IF.
003670 3310-EXIT.
003680     EXIT.
003690*
003700 3350-LIST-EXACT.
003710     IF WS-CIT-NAME (WS-CIT-I) = DTH-DECEDENT-NAME
003720         AND WS-CIT-DOB (WS-CIT-I) = DTH-DOB-TEXT
003730         MOVE WS-CIT-ID (WS-CIT-I) TO WS-RPT-REV-CIT-ID
003740         MOVE WS-CIT-DOB (WS-CIT-I) TO WS-RPT-REV-CIT-DOB
003750         MOVE "MULTIPLE EXACT" TO WS-RPT-REV-REASON
003760         PERFORM 7000-WRITE-REVIEW-LINE THRU 7000-EXIT
003770     END-IF.
003780 3350-EXIT.
003790     EXIT.
003800*
003810*----------------------------------------------------------
003820*3500-FIND-NEAR
003830*No exact match - list every citizen who is close on one
003840*of name or DOB while matching the other.  Citizens
003850*already deceased are left out; they are not candidates
003860*for a second death.
003870*----------------------------------------------------------
003880 3500-FIND-NEAR.
003890     SET WS-NEAR-NOT-FOUND TO TRUE
003900     PERFORM 3510-CHECK-NEAR THRU 3510-EXIT
003910         VARYING WS-CIT-I FROM 1 BY 1
003920         UNTIL WS-CIT-I > WS-CIT-COUNT
003930     IF WS-NEAR-FOUND
003940         ADD 1 TO WS-NEAR-COUNT
003950     ELSE
003960         ADD 1 TO WS-NO-MATCH-COUNT
003970     END-IF.
003980 3500-EXIT.
003990     EXIT.
004000*
004010 3510-CHECK-NEAR.
004020     IF WS-CIT-DECEASED (WS-CIT-I)
004030         OR WS-CIT-NAME (WS-CIT-I) = SPACES
004040         OR WS-CIT-DOB (WS-CIT-I) NOT NUMERIC
004050         GO TO 3510-EXIT
004060     END-IF
004070     MOVE SPACES TO WS-NEAR-REASON
004080     IF WS-CIT-NAME (WS-CIT-I) = DTH-DECEDENT-NAME
004090         PERFORM 3520-COMPARE-DOB THRU 3520-EXIT
004100     END-IF
004110     IF WS-CIT-DOB (WS-CIT-I) = DTH-DOB-TEXT
004120         PERFORM 3600-COMPARE-NAME THRU 3600-EXIT
004130     END-IF
004140     IF WS-NEAR-REASON = SPACES
004150         GO TO 3510-EXIT
004160     END-IF
004170     SET WS-NEAR-FOUND TO TRUE
004180     MOVE WS-CIT-ID (WS-CIT-I) TO WS-RPT-REV-CIT-ID
004190     MOVE WS-CIT-DOB (WS-CIT-I) TO WS-RPT-REV-CIT-DOB
004200     MOVE WS-NEAR-REASON TO WS-RPT-REV-REASON
004210     PERFORM 7000-WRITE-REVIEW-LINE THRU 7000-EXIT.
004220 3510-EXIT.
004230     EXIT.
004240*
004250*Same name, DOB off in the way a keying slip usually is:
004260*the day alone, day and month transposed, or the year by
004270*one.
004280 3520-COMPARE-DOB.
004290     IF WS-CIT-DOB-YEAR (WS-CIT-I) = WS-DTH-DOB-YEAR
004300         AND WS-CIT-DOB-MONTH (WS-CIT-I) = WS-DTH-DOB-MONTH
004310         MOVE "DOB DAY DIFFERS" TO WS-NEAR-REASON
004320         GO TO 3520-EXIT
004330     END-IF
004340     IF WS-CIT-DOB-YEAR (WS-CIT-I) = WS-DTH-DOB-YEAR
004350         AND WS-CIT-DOB-MONTH (WS-CIT-I) = WS-DTH-DOB-DAY
004360         AND WS-CIT-DOB-DAY (WS-CIT-I) = WS-DTH-DOB-MONTH
004370         MOVE "DOB DAY/MONTH SWAP" TO WS-NEAR-REASON
004380         GO TO 3520-EXIT
004390     END-IF
004400     IF WS-CIT-DOB-MONTH (WS-CIT-I) = WS-DTH-DOB-MONTH
004410         AND WS-CIT-DOB-DAY (WS-CIT-I) = WS-DTH-DOB-DAY
004420         AND (WS-CIT-DOB-YEAR (WS-CIT-I) = WS-DTH-YEAR-BEFORE
004430           OR WS-CIT-DOB-YEAR (WS-CIT-I) = WS-DTH-YEAR-AFTER)
004440         MOVE "DOB YEAR OFF BY 1" TO WS-NEAR-REASON
004450     END-IF.
004460 3520-EXIT.
004470     EXIT.
004480*
004490*Same DOB, name spelled nearly the same - no more than two
004500*character positions differ - or the same first twelve
004510*characters (a name the registrar carried further than
004520*the master, or the other way round).
004530 3600-COMPARE-NAME.
004540     MOVE ZERO TO WS-CHAR-DIFF-COUNT
004550     PERFORM 3610-COMPARE-ONE-CHAR THRU 3610-EXIT
004560         VARYING WS-CHAR-I FROM 1 BY 1
004570         UNTIL WS-CHAR-I > 20
004580     IF WS-CHAR-DIFF-COUNT NOT > 2
004590         MOVE "NAME SPELLING CLOSE" TO WS-NEAR-REASON
004600         GO TO 3600-EXIT
004610     END-IF
004620     IF WS-CIT-NAME (WS-CIT-I) (1:12) = DTH-DECEDENT-NAME (1:12)
004630         MOVE "NAME PREFIX MATCH" TO WS-NEAR-REASON
004640     END-IF.
004650 3600-EXIT.
004660     EXIT.
004670*
004680 3610-COMPARE-ONE-CHAR.
004690     IF WS-CIT-NAME (WS-CIT-I) (WS-CHAR-I:1)
004700         NOT = DTH-DECEDENT-NAME (WS-CHAR-I:1)
004710         ADD 1 TO WS-CHAR-DIFF-COUNT
004720     END-IF.
004730 3610-EXIT.
004740     EXIT.
004750*
004760*----------------------------------------------------------
004770*6000-WRITE-SLIP
004780*DELETE slip setting the one exact match DECEASED as of the
004790*date of death.  CITMAINT edits it like any keyed slip.
004800*----------------------------------------------------------
004810 6000-WRITE-SLIP.
004820     MOVE SPACES TO CITIZEN-TRANS-RECORD
004830     SET TRN-ACTION-DELETE TO TRUE
004840     MOVE WS-CIT-ID (WS-EXACT-I) TO TRN-CITIZEN-ID
004850     SET TRN-STATUS-TO-DECEASED TO TRUE
004860     MOVE DTH-DEATH-DATE-TEXT TO TRN-STATUS-DATE
004870     MOVE DTH-CERT-NUMBER TO TRN-STATUS-REF
004875     MOVE "CITDEATH" TO TRN-OPERATOR-ID
004880     WRITE CITIZEN-TRANS-RECORD
004890     IF FS-DEATH-TRANS NOT = "00"
004900         MOVE "DTHTRN  " TO WS-ABEND-FILE-NAME
004910         MOVE FS-DEATH-TRANS TO WS-ABEND-FILE-STATUS
004920         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004930     END-IF
004940     ADD 1 TO WS-SLIP-COUNT.
004950 6000-EXIT.
004960     EXIT.
004970*
004980 7000-WRITE-REVIEW-LINE.
004990     MOVE WS-RPT-REVIEW-LINE TO DEATH-RPT-RECORD
005000     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
005010 7000-EXIT.
005020     EXIT.
005030*
005040*Shared by every WRITE DEATH-RPT-RECORD so a dataset
005050*problem on the report is caught and stops the run.
005060 7100-WRITE-RPT-LINE.
005070     WRITE DEATH-RPT-RECORD
005080     IF FS-DEATH-RPT NOT = "00"
005090         MOVE "DTHRPT  " TO WS-ABEND-FILE-NAME
005100         MOVE FS-DEATH-RPT TO WS-ABEND-FILE-STATUS
005110         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005120     END-IF.
005130 7100-EXIT.
005140     EXIT.
005150*
005160*----------------------------------------------------------
005170*8000-FINALIZE
005180*----------------------------------------------------------
005190 8000-FINALIZE.
005200     MOVE WS-RPT-BLANK-LINE TO DEATH-RPT-RECORD
005210     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005220     MOVE "DEATH RECORDS READ     =" TO WS-RPT-COUNT-LABEL
005230     MOVE WS-DEATH-COUNT TO WS-RPT-COUNT-VALUE
005240     MOVE WS-RPT-COUNT-LINE TO DEATH-RPT-RECORD
005250     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005260     MOVE "MASTER RECORDS         =" TO WS-RPT-COUNT-LABEL
005270     MOVE WS-MASTER-COUNT TO WS-RPT-COUNT-VALUE
005280     MOVE WS-RPT-COUNT-LINE TO DEATH-RPT-RECORD
005290     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005300     MOVE "DECEASED SLIPS WRITTEN =" TO WS-RPT-COUNT-LABEL
005310     MOVE WS-SLIP-COUNT TO WS-RPT-COUNT-VALUE
005320     MOVE WS-RPT-COUNT-LINE TO DEATH-RPT-RECORD
005330     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005340     MOVE "ALREADY DECEASED       =" TO WS-RPT-COUNT-LABEL
005350     MOVE WS-ALREADY-COUNT TO WS-RPT-COUNT-VALUE
005360     MOVE WS-RPT-COUNT-LINE TO DEATH-RPT-RECORD
005370     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005380     MOVE "MULTIPLE EXACT         =" TO WS-RPT-COUNT-LABEL
005390     MOVE WS-MULTI-COUNT TO WS-RPT-COUNT-VALUE
005400     MOVE WS-RPT-COUNT-LINE TO DEATH-RPT-RECORD
005410     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005420     MOVE "NEAR MATCH RECORDS     =" TO WS-RPT-COUNT-LABEL
005430     MOVE WS-NEAR-COUNT TO WS-RPT-COUNT-VALUE
005440     MOVE WS-RPT-COUNT-LINE TO DEATH-RPT-RECORD
005450     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005460     MOVE "NO MATCH               =" TO WS-RPT-COUNT-LABEL
005470     MOVE WS-NO-MATCH-COUNT TO WS-RPT-COUNT-VALUE
005480     MOVE WS-RPT-COUNT-LINE TO DEATH-RPT-RECORD
005490     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005500     MOVE "INCOMPLETE             =" TO WS-RPT-COUNT-LABEL
005510     MOVE WS-INCOMPLETE-COUNT TO WS-RPT-COUNT-VALUE
005520     MOVE WS-RPT-COUNT-LINE TO DEATH-RPT-RECORD
005530     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005540     CLOSE DEATH-FILE
005550     CLOSE CITIZEN-MASTER
005560     CLOSE DEATH-TRANS
005570     CLOSE DEATH-RPT
005580     DISPLAY "CITDEATH: RUN COMPLETE - " WS-DEATH-COUNT
005590         " DEATH RECS, " WS-SLIP-COUNT " SLIPS WRITTEN".
005600 8000-EXIT.
005610     EXIT.
005620*
005630*----------------------------------------------------------
005640*9900-ABEND-FILE-ERROR
005650*----------------------------------------------------------
005660 9900-ABEND-FILE-ERROR.
005670     DISPLAY "CITDEATH: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
005680         " - FILE STATUS " WS-ABEND-FILE-STATUS
005690     MOVE 16 TO RETURN-CODE
005700     STOP RUN.
005710 9900-EXIT.
005720     EXIT.
