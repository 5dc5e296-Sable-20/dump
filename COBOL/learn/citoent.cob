000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CITOENT.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. September 15th 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*CITOENT
000140*
000150*Online transaction entry, CICS transaction CENT, map
000160*CITMENT.  The clerk keys one maintenance slip - ADD,
000170*CHANGE, DELETE (status change), MERGE or ADDRESS change -
000180*and it is edited on the spot by the rules CITMAINT will
000190*apply: the intake fields through the shared CITEDIT module
000200*against the MAX-AGE rule in the current PARMFILE, and the
000210*master checks (on file or not, active or not, status and
000220*date, survivor) against the master as it stands now.  A
000230*slip that passes is written in CITIZEN-TRN layout to the
000240*CITOTRN queue, which CITMNRUN unloads onto TRANSIN ahead of
000250*the next maintenance run; one that fails is shown back with
000260*CITMAINT's reject reason and the cursor on the field.
000270*
000280*The master is only read here - CITMAINT still makes every
000290*update, journals it and writes the cycle record, so an
000300*online slip rides the cycle controls like a keyed one.
000310*A slip edited clean can still be rejected by CITMAINT if
000320*the master changes before the run (a second slip for the
000330*same citizen is DUPLICATE THIS CYCLE there, as for a deck).
000340*
000342*Every slip carries the clerk's CICS user ID as its operator,
000344*and the clerk must hold the action code for the citizen's
000346*district on the OPERAUTH deck (its online copy, CITAUTH) -
000348*the same AUTHCHK check CITMAINT makes at the run, made here
000350*first so the clerk hears of it while the slip is in hand.
000352*
000354*PF4 goes to the CITOINQ inquiry screen on the citizen keyed.
000360*Pseudo-conversational: the only state between screens is
000370*the CITIZEN-COM COMMAREA.
000380*
000390*MODIFICATION HISTORY
000400*
000410*2026-09-15  SAB  Initial version.
000412*2026-09-29  SAB  Operator authorization: the CICS user ID is
000414*                 stamped on the slip as TRN-OPERATOR-ID, and
000416*                 a slip the clerk is not authorized to key
000418*                 (action code or district, per the CITAUTH
000420*                 grants) is sent back with AUTHCHK's reason.
000422*----------------------------------------------------------
000430*
000440 ENVIRONMENT DIVISION.
000450*
000460 CONFIGURATION SECTION.
000470*
000480 DATA DIVISION.
000490*
000500 WORKING-STORAGE SECTION.
000510*
000520 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
000530 01  WS-ABSTIME                         PIC S9(15) COMP-3
000540                                        VALUE ZERO.
000550 01  WS-CICS-RESP                       PIC S9(08) COMP
000560                                        VALUE ZERO.
000570 01  WS-PARM-RBA                        PIC S9(08) COMP
000580                                        VALUE ZERO.
000590 01  WS-QUEUE-RBA                       PIC S9(08) COMP
000600                                        VALUE ZERO.
000603 01  WS-AUTH-RBA                        PIC S9(08) COMP
000606                                        VALUE ZERO.
000610 01  WS-LOOKUP-ID                       PIC X(09) VALUE SPACES.
000620 01  WS-PARM-MAX-AGE                    PIC 9(03) VALUE ZERO.
000630*
000632*The signed-on clerk, and the district the slip's authority
000634*is checked against - the citizen's on the master, or the
000636*slip's own for an ADD.
000638 01  WS-OPERATOR-ID                     PIC X(08) VALUE SPACES.
000640 01  WS-AUTH-DISTRICT                   PIC X(02) VALUE SPACES.
000642*
000644*The screen as keyed, low-values cleaned to spaces.
000650 01  WS-ENT-FIELDS.
000660     05  WS-ENT-ACTION                 PIC X(01).
000670         88  WS-ENT-ACTION-VALID          VALUE "A" "C" "D"
000680                                                 "M" "R".
000690     05  WS-ENT-ID                     PIC X(09).
000700     05  WS-ENT-NAME                   PIC X(20).
000710     05  WS-ENT-DOB                    PIC X(08).
000720     05  WS-ENT-DISTRICT               PIC X(02).
000730     05  WS-ENT-AGE                    PIC X(03).
000740     05  WS-ENT-TEST-NUM               PIC X(01).
000750     05  WS-ENT-SCORE                  PIC X(01).
000760     05  WS-ENT-SUBJECTS               PIC X(05).
000770     05  WS-ENT-ADDRESS.
000780         10  WS-ENT-STREET             PIC X(30).
000790         10  WS-ENT-CITY               PIC X(20).
000800         10  WS-ENT-STATE              PIC X(02).
000810         10  WS-ENT-ZIP-CODE           PIC X(05).
000820         10  WS-ENT-ZIP-PLUS4          PIC X(04).
000830     05  WS-ENT-NEW-STATUS             PIC X(01).
000840     05  WS-ENT-STATUS-DATE            PIC X(08).
000850     05  WS-ENT-STATUS-REF             PIC X(10).
000860     05  WS-ENT-SURVIVOR-ID            PIC X(09).
000870*
000880 01  WS-SWITCHES.
000890     05  WS-PARM-EOF-SW                PIC X(01) VALUE "N".
000900         88  WS-END-OF-PARMS                  VALUE "Y".
000910     05  WS-PARM-MAXA-SW               PIC X(01) VALUE "N".
000920         88  WS-PARM-MAXA-FOUND               VALUE "Y".
000930     05  WS-MST-FOUND-SW               PIC X(01) VALUE "N".
000940         88  WS-MST-WAS-FOUND                 VALUE "Y".
000950         88  WS-MST-NOT-FOUND                 VALUE "N".
000960     05  WS-ENTRY-SW                   PIC X(01) VALUE "Y".
000970         88  WS-ENTRY-OK                      VALUE "Y".
000980         88  WS-ENTRY-REJECTED                VALUE "N".
000982     05  WS-AUTH-EOF-SW                PIC X(01) VALUE "N".
000984         88  WS-END-OF-AUTH                   VALUE "Y".
000986     05  WS-AUTH-LOADED-SW             PIC X(01) VALUE "N".
000988         88  WS-AUTH-LOADED                   VALUE "Y".
000990*
001000*The effective date of a status change, split for the
001010*month and day edit - the same edit CITMAINT runs.
001020 01  WS-STATUS-DATE                     PIC 9(08) VALUE ZERO.
001030 01  WS-STATUS-DATE-R REDEFINES WS-STATUS-DATE.
001040     05  WS-STATUS-YEAR                PIC 9(04).
001050     05  WS-STATUS-MONTH               PIC 9(02).
001060     05  WS-STATUS-DAY                 PIC 9(02).
001070*
001080*A CITEDIT failure in the shape of CITMAINT's reject reason:
001090*the failing field, then the reason code.
001100 01  WS-EDIT-REJ-REASON.
001110     05  WS-EDIT-REJ-FIELD             PIC X(12).
001120     05  FILLER                        PIC X(01) VALUE SPACE.
001130     05  WS-EDIT-REJ-CODE              PIC X(15).
001140     05  FILLER                        PIC X(02) VALUE SPACES.
001150*
001160 01  WS-MSG                             PIC X(79) VALUE SPACES.
001170 01  WS-ACTION-NAME                     PIC X(14) VALUE SPACES.
001180*
001190*Same card layout DATAC's PARMFILE FD carries: keyword, a
001200*space, and a three-digit value; * in column one comments.
001210 01  PARM-CARD.
001220     05  PRM-KEYWORD                   PIC X(14).
001230     05  FILLER                        PIC X(01).
001240     05  PRM-VALUE                     PIC X(03).
001250     05  PRM-VALUE-NUM REDEFINES PRM-VALUE PIC 999.
001260     05  FILLER                        PIC X(62).
001270*
001272*One OPER-AUTH card image off CITAUTH - handed whole to
001274*AUTHCHK, which owns the card layout.
001276 01  WS-AUTH-CARD                       PIC X(80).
001278*
001280*Set just before PERFORM 9900-ABEND-CICS-ERROR so the one
001290*abend paragraph can name which file and response failed.
001300 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
001310 01  WS-ABEND-RESP                     PIC 9(08) VALUE ZERO.
001320 01  WS-ABEND-MSG.
001330     05  FILLER PIC X(27) VALUE "CITOENT: CICS ERROR ON FILE".
001340     05  FILLER PIC X(01) VALUE SPACE.
001350     05  WS-ABEND-MSG-FILE PIC X(08).
001360     05  FILLER PIC X(08) VALUE " - RESP ".
001370     05  WS-ABEND-MSG-RESP PIC 9(08).
001380*
001390     COPY CITIZEN-TRN.
001400*
001410     COPY CITIZEN-MST.
001420*
001430     COPY CITIZEN-EDT.
001440*
001443     COPY OPER-CHK.
001446*
001450     COPY CITIZEN-COM.
001460*
001470     COPY CITMSET.
001480*
001490     COPY DFHAID.
001500*
001510 LINKAGE SECTION.
001520*
001530 01  DFHCOMMAREA                       PIC X(10).
001540*
001550 PROCEDURE DIVISION.
001560*
001570*----------------------------------------------------------
001580*0000-MAINLINE
001590*One task per screen interaction: work out why we were
001600*started, answer it, and return to wait for the next key.
001610*----------------------------------------------------------
001620 0000-MAINLINE.
001630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001640     EVALUATE TRUE
001650         WHEN EIBCALEN = 0
001660             PERFORM 1100-SEND-FRESH THRU 1100-EXIT
001670         WHEN COM-SEND-FRESH
001680             PERFORM 1100-SEND-FRESH THRU 1100-EXIT
001690         WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
001700             PERFORM 9000-END-SESSION THRU 9000-EXIT
001710         WHEN EIBAID = DFHPF4
001720             PERFORM 3000-TRANSFER-TO-INQUIRY THRU 3000-EXIT
001730         WHEN EIBAID = DFHENTER
001740             PERFORM 2000-PROCESS-ENTRY THRU 2000-EXIT
001750         WHEN OTHER
001760             PERFORM 1300-INVALID-KEY THRU 1300-EXIT
001770     END-EVALUATE
001780     SET COM-SCREEN-SHOWN TO TRUE
001790     EXEC CICS RETURN
001800         TRANSID("CENT")
001810         COMMAREA(CITIZEN-ONLINE-COMMAREA)
001820     END-EXEC.
001830*
001840*----------------------------------------------------------
001850*1000-INITIALIZE
001860*Today's date off the CICS clock, and the COMMAREA carried
001870*from the last screen (none on a first entry).
001880*----------------------------------------------------------
001890 1000-INITIALIZE.
001900     EXEC CICS ASKTIME
001910         ABSTIME(WS-ABSTIME)
001920     END-EXEC
001930     EXEC CICS FORMATTIME
001940         ABSTIME(WS-ABSTIME)
001950         YYYYMMDD(WS-RUN-DATE)
001960     END-EXEC
001962     EXEC CICS ASSIGN
001964         USERID(WS-OPERATOR-ID)
001966     END-EXEC
001970     IF EIBCALEN = 0
001980         MOVE SPACES TO CITIZEN-ONLINE-COMMAREA
001990     ELSE
002000         MOVE DFHCOMMAREA TO CITIZEN-ONLINE-COMMAREA
002010     END-IF.
002020 1000-EXIT.
002030     EXIT.
002040*
002050*A clean screen, opened on the citizen the inquiry screen
002060*was showing when there was one.
002070 1100-SEND-FRESH.
002080     MOVE LOW-VALUES TO CITMENTO
002090     IF COM-CITIZEN-ID NOT = SPACES
002100         MOVE COM-CITIZEN-ID TO EIDO
002110     END-IF
002120     MOVE "KEY AN ACTION CODE AND THE SLIP, THEN ENTER"
002130         TO WS-MSG
002140     MOVE -1 TO EACTL
002150     PERFORM 7000-SEND-MAP THRU 7000-EXIT.
002160 1100-EXIT.
002170     EXIT.
002180*
002190 1300-INVALID-KEY.
002200     MOVE LOW-VALUES TO CITMENTO
002210     MOVE "KEY NOT IN USE ON THIS SCREEN" TO WS-MSG
002220     MOVE -1 TO EACTL
002230     PERFORM 7000-SEND-MAP THRU 7000-EXIT.
002240 1300-EXIT.
002250     EXIT.
002260*
002270*----------------------------------------------------------
002280*2000-PROCESS-ENTRY
002290*Edit the keyed slip and queue it, or send it back with the
002300*reason.  A rejected slip is redisplayed as keyed so the
002310*clerk corrects one field rather than rekeying the lot; a
002320*queued slip clears the screen for the next one.
002330*----------------------------------------------------------
002340 2000-PROCESS-ENTRY.
002350     EXEC CICS RECEIVE
002360         MAP("CITMENT")
002370         MAPSET("CITMSET")
002380         INTO(CITMENTI)
002390         RESP(WS-CICS-RESP)
002400     END-EXEC
002410     EVALUATE WS-CICS-RESP
002420         WHEN DFHRESP(NORMAL)
002430             PERFORM 2050-SAVE-SCREEN THRU 2050-EXIT
002440         WHEN DFHRESP(MAPFAIL)
002450             MOVE SPACES TO WS-ENT-FIELDS
002460         WHEN OTHER
002470             MOVE "CITMSET " TO WS-ABEND-FILE-NAME
002480             PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
002490     END-EVALUATE
002500     INSPECT WS-ENT-FIELDS REPLACING ALL LOW-VALUE BY SPACE
002510     MOVE LOW-VALUES TO CITMENTO
002520     SET WS-ENTRY-OK TO TRUE
002530     PERFORM 2100-EDIT-ENTRY THRU 2100-EXIT
002540     IF WS-ENTRY-OK
002550         PERFORM 6000-QUEUE-TRANS THRU 6000-EXIT
002560         MOVE -1 TO EACTL
002570     ELSE
002580         PERFORM 2070-RESTORE-SCREEN THRU 2070-EXIT
002590     END-IF
002600     PERFORM 7000-SEND-MAP THRU 7000-EXIT.
002610 2000-EXIT.
002620     EXIT.
002630*
002640 2050-SAVE-SCREEN.
002650     MOVE EACTI TO WS-ENT-ACTION
002660     MOVE EIDI TO WS-ENT-ID
002670     MOVE ENAMEI TO WS-ENT-NAME
002680     MOVE EDOBI TO WS-ENT-DOB
002690     MOVE EDISTI TO WS-ENT-DISTRICT
002700     MOVE EAGEI TO WS-ENT-AGE
002710     MOVE ETESTI TO WS-ENT-TEST-NUM
002720     MOVE ESCOREI TO WS-ENT-SCORE
002730     MOVE ESUBJI TO WS-ENT-SUBJECTS
002740     MOVE ESTRTI TO WS-ENT-STREET
002750     MOVE ECITYI TO WS-ENT-CITY
002760     MOVE ESTATEI TO WS-ENT-STATE
002770     MOVE EZIPI TO WS-ENT-ZIP-CODE
002780     MOVE EZIP4I TO WS-ENT-ZIP-PLUS4
002790     MOVE ENSTATI TO WS-ENT-NEW-STATUS
002800     MOVE ESTDTI TO WS-ENT-STATUS-DATE
002810     MOVE EREFI TO WS-ENT-STATUS-REF
002820     MOVE ESURVI TO WS-ENT-SURVIVOR-ID.
002830 2050-EXIT.
002840     EXIT.
002850*
002860 2070-RESTORE-SCREEN.
002870     MOVE WS-ENT-ACTION TO EACTO
002880     MOVE WS-ENT-ID TO EIDO
002890     MOVE WS-ENT-NAME TO ENAMEO
002900     MOVE WS-ENT-DOB TO EDOBO
002910     MOVE WS-ENT-DISTRICT TO EDISTO
002920     MOVE WS-ENT-AGE TO EAGEO
002930     MOVE WS-ENT-TEST-NUM TO ETESTO
002940     MOVE WS-ENT-SCORE TO ESCOREO
002950     MOVE WS-ENT-SUBJECTS TO ESUBJO
002960     MOVE WS-ENT-STREET TO ESTRTO
002970     MOVE WS-ENT-CITY TO ECITYO
002980     MOVE WS-ENT-STATE TO ESTATEO
002990     MOVE WS-ENT-ZIP-CODE TO EZIPO
003000     MOVE WS-ENT-ZIP-PLUS4 TO EZIP4O
003010     MOVE WS-ENT-NEW-STATUS TO ENSTATO
003020     MOVE WS-ENT-STATUS-DATE TO ESTDTO
003030     MOVE WS-ENT-STATUS-REF TO EREFO
003040     MOVE WS-ENT-SURVIVOR-ID TO ESURVO.
003050 2070-EXIT.
003060     EXIT.
003070*
003080*----------------------------------------------------------
003090*2100-EDIT-ENTRY
003100*Build the slip in CITIZEN-TRN layout, then edit it by
003110*action code.  The reject texts are CITMAINT's own, so a
003120*clerk sees the same words online and on MAINTRPT.
003130*----------------------------------------------------------
003140 2100-EDIT-ENTRY.
003150     IF NOT WS-ENT-ACTION-VALID
003160         MOVE "INVALID ACTION CODE" TO WS-MSG
003170         MOVE -1 TO EACTL
003180         SET WS-ENTRY-REJECTED TO TRUE
003190         GO TO 2100-EXIT
003200     END-IF
003210     IF WS-ENT-ID IS NOT NUMERIC
003220         MOVE "CITIZEN ID MUST BE NINE DIGITS" TO WS-MSG
003230         MOVE -1 TO EIDL
003240         SET WS-ENTRY-REJECTED TO TRUE
003250         GO TO 2100-EXIT
003260     END-IF
003270     MOVE WS-ENT-ID TO COM-CITIZEN-ID
003280     PERFORM 2150-BUILD-TRANS THRU 2150-EXIT
003290     EVALUATE TRUE
003300         WHEN TRN-ACTION-ADD
003310             PERFORM 2300-EDIT-ADD THRU 2300-EXIT
003320         WHEN TRN-ACTION-CHANGE
003330             PERFORM 2400-EDIT-CHANGE THRU 2400-EXIT
003340         WHEN TRN-ACTION-DELETE
003350             PERFORM 2500-EDIT-DELETE THRU 2500-EXIT
003360         WHEN TRN-ACTION-MERGE
003370             PERFORM 2600-EDIT-MERGE THRU 2600-EXIT
003380         WHEN TRN-ACTION-ADDRESS
003390             PERFORM 2450-EDIT-ADDRESS THRU 2450-EXIT
003394     END-EVALUATE
003398     IF WS-ENTRY-OK
003402         PERFORM 2800-CHECK-AUTHORITY THRU 2800-EXIT
003406     END-IF.
003410 2100-EXIT.
003420     EXIT.
003430*
003440*The slip carries only what its action uses: the status
003450*and merge fields redefine the name, so a DELETE or MERGE
003460*slip is spaces apart from its own fields, as CITDEATH and
003470*the clerks' decks write them.
003480 2150-BUILD-TRANS.
003490     MOVE SPACES TO CITIZEN-TRANS-RECORD
003500     MOVE WS-ENT-ACTION TO TRN-ACTION-CODE
003510     MOVE WS-ENT-ID TO TRN-CITIZEN-ID
003515     MOVE WS-OPERATOR-ID TO TRN-OPERATOR-ID
003520     EVALUATE TRUE
003530         WHEN TRN-ACTION-ADD
003540         WHEN TRN-ACTION-CHANGE
003550             MOVE WS-ENT-NAME TO TRN-CITIZEN-NAME
003560             MOVE WS-ENT-AGE TO TRN-CITIZEN-AGE-TEXT
003570             MOVE WS-ENT-TEST-NUM TO TRN-CITIZEN-TEST-NUM
003580             MOVE WS-ENT-SCORE TO TRN-CITIZEN-SCORE
003590             MOVE WS-ENT-SUBJECTS TO TRN-SUBJECT-SCORES
003600             MOVE WS-ENT-DISTRICT TO TRN-DISTRICT
003610             MOVE WS-ENT-DOB TO TRN-DOB
003620             IF TRN-ACTION-ADD
003630                 MOVE WS-ENT-ADDRESS TO TRN-MAILING-ADDRESS
003640             END-IF
003650         WHEN TRN-ACTION-DELETE
003660             MOVE WS-ENT-NEW-STATUS TO TRN-NEW-STATUS
003670             MOVE WS-ENT-STATUS-DATE TO TRN-STATUS-DATE
003680             MOVE WS-ENT-STATUS-REF TO TRN-STATUS-REF
003690         WHEN TRN-ACTION-MERGE
003700             MOVE WS-ENT-SURVIVOR-ID TO TRN-SURVIVOR-ID
003710         WHEN TRN-ACTION-ADDRESS
003720             MOVE WS-ENT-ADDRESS TO TRN-MAILING-ADDRESS
003730     END-EVALUATE.
003740 2150-EXIT.
003750     EXIT.
003760*
003770*----------------------------------------------------------
003780*2200-CALL-CITEDIT
003790*The shared intake edit, built as CITMAINT's 2700 and 2850
003800*build it.  A failure comes back as field plus reason code
003810*with the cursor on the failing field.
003820*----------------------------------------------------------
003830 2200-CALL-CITEDIT.
003840     PERFORM 2210-LOAD-MAX-AGE THRU 2210-EXIT
003850     MOVE SPACES TO EDT-CITIZEN-IMAGE
003860     MOVE TRN-CITIZEN-ID TO EDT-CITIZEN-ID
003870     MOVE WS-RUN-DATE TO EDT-RUN-DATE
003880     MOVE WS-PARM-MAX-AGE TO EDT-MAX-AGE
003890     MOVE SPACES TO EDT-ADDRESS-IMAGE
003900     IF TRN-ACTION-ADDRESS
003910         MOVE TRN-MAILING-ADDRESS TO EDT-ADDRESS-IMAGE
003920         SET EDT-EDIT-ADDRESS-ONLY TO TRUE
003930     ELSE
003940         MOVE TRN-CITIZEN-NAME TO EDT-CITIZEN-NAME
003950         MOVE TRN-CITIZEN-AGE-TEXT TO EDT-CITIZEN-AGE-TEXT
003960         MOVE TRN-CITIZEN-TEST-NUM TO EDT-CITIZEN-TEST-NUM
003970         MOVE TRN-CITIZEN-SCORE TO EDT-CITIZEN-SCORE
003980         MOVE TRN-SUBJECT-SCORES TO EDT-SUBJECT-SCORES
003990         MOVE TRN-DISTRICT TO EDT-DISTRICT
004000         MOVE TRN-DOB TO EDT-DOB-TEXT
004010         IF TRN-ACTION-ADD
004020             MOVE TRN-MAILING-ADDRESS TO EDT-ADDRESS-IMAGE
004030         END-IF
004040         SET EDT-EDIT-FULL TO TRUE
004050     END-IF
004060     CALL "CITEDIT" USING CITIZEN-EDIT-AREA
004070     IF EDT-RECORD-INVALID
004080         MOVE EDT-FIELD-NAME TO WS-EDIT-REJ-FIELD
004090         MOVE EDT-REASON-CODE TO WS-EDIT-REJ-CODE
004100         MOVE WS-EDIT-REJ-REASON TO WS-MSG
004110         PERFORM 2250-CURSOR-TO-FIELD THRU 2250-EXIT
004120         SET WS-ENTRY-REJECTED TO TRUE
004130     END-IF.
004140 2200-EXIT.
004150     EXIT.
004160*
004170*----------------------------------------------------------
004180*2210-LOAD-MAX-AGE
004190*The MAX-AGE rule from CITPARM, the online copy of the
004200*PARMFILE deck CITMNRUN refreshes after every maintenance
004210*run.  Browsed from the top each time - it is a handful of
004220*cards - and held for the rest of the task.  No MAX-AGE card
004230*is a set-up error, not a clerk's, so the task abends.
004240*----------------------------------------------------------
004250 2210-LOAD-MAX-AGE.
004260     IF WS-PARM-MAXA-FOUND
004270         GO TO 2210-EXIT
004280     END-IF
004290     MOVE ZERO TO WS-PARM-RBA
004300     EXEC CICS STARTBR
004310         FILE("CITPARM")
004320         RIDFLD(WS-PARM-RBA)
004330         RBA
004340         RESP(WS-CICS-RESP)
004350     END-EXEC
004360     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
004370         MOVE "CITPARM " TO WS-ABEND-FILE-NAME
004380         PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
004390     END-IF
004400     MOVE "N" TO WS-PARM-EOF-SW
004410     PERFORM 2220-READ-PARM-CARD THRU 2220-EXIT
004420         UNTIL WS-END-OF-PARMS
004430     EXEC CICS ENDBR
004440         FILE("CITPARM")
004450     END-EXEC
004460     IF NOT WS-PARM-MAXA-FOUND
004470         MOVE "CITPARM " TO WS-ABEND-FILE-NAME
004480         MOVE ZERO TO WS-CICS-RESP
004490         PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
004500     END-IF.
004510 2210-EXIT.
004520     EXIT.
004530*
004540 2220-READ-PARM-CARD.
004550     EXEC CICS READNEXT
004560         FILE("CITPARM")
004570         INTO(PARM-CARD)
004580         RIDFLD(WS-PARM-RBA)
004590         RBA
004600         RESP(WS-CICS-RESP)
004610     END-EXEC
004620     EVALUATE WS-CICS-RESP
004630         WHEN DFHRESP(NORMAL)
004640             CONTINUE
004650         WHEN DFHRESP(ENDFILE)
004660             SET WS-END-OF-PARMS TO TRUE
004670             GO TO 2220-EXIT
004680         WHEN OTHER
004690             MOVE "CITPARM " TO WS-ABEND-FILE-NAME
004700             PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
004710     END-EVALUATE
004720     IF PRM-KEYWORD = "MAX-AGE"
004730         AND PRM-VALUE IS NUMERIC
004740         MOVE PRM-VALUE-NUM TO WS-PARM-MAX-AGE
004750         SET WS-PARM-MAXA-FOUND TO TRUE
004760         SET WS-END-OF-PARMS TO TRUE
004770     END-IF.
004780 2220-EXIT.
004790     EXIT.
004800*
004810*CITEDIT names the failing field; put the cursor on it.
004820 2250-CURSOR-TO-FIELD.
004830     EVALUATE TRUE
004840         WHEN EDT-FIELD-NAME = "CITIZEN-ID"
004850             MOVE -1 TO EIDL
004860         WHEN EDT-FIELD-NAME = "NAME"
004870             MOVE -1 TO ENAMEL
004880         WHEN EDT-FIELD-NAME = "DOB"
004890             MOVE -1 TO EDOBL
004900         WHEN EDT-FIELD-NAME = "DISTRICT"
004910             MOVE -1 TO EDISTL
004920         WHEN EDT-FIELD-NAME = "SCORE"
004930             MOVE -1 TO ESCOREL
004940         WHEN EDT-FIELD-NAME (1:11) = "SUBJ-SCORE-"
004950             MOVE -1 TO ESUBJL
004960         WHEN EDT-FIELD-NAME = "STREET"
004970             MOVE -1 TO ESTRTL
004980         WHEN EDT-FIELD-NAME = "CITY"
004990             MOVE -1 TO ECITYL
005000         WHEN EDT-FIELD-NAME = "STATE"
005010             MOVE -1 TO ESTATEL
005020         WHEN EDT-FIELD-NAME = "ZIP-CODE"
005030             MOVE -1 TO EZIPL
005040         WHEN EDT-FIELD-NAME = "ZIP-PLUS4"
005050             MOVE -1 TO EZIP4L
005060         WHEN OTHER
005070             MOVE -1 TO EACTL
005080     END-EVALUATE.
005090 2250-EXIT.
005100     EXIT.
005110*
005120*----------------------------------------------------------
005130*2300-EDIT-ADD / 2400-EDIT-CHANGE / 2450-EDIT-ADDRESS
005140*Intake edit first, then the master: an ADD must be new, a
005150*CHANGE or ADDRESS change must find its citizen, and a
005160*CHANGE only an active one.  A CHANGE leaves the master's
005170*address alone in CITMAINT, so an address keyed on one is
005180*sent back rather than silently dropped.
005190*----------------------------------------------------------
005200 2300-EDIT-ADD.
005210     PERFORM 2200-CALL-CITEDIT THRU 2200-EXIT
005220     IF WS-ENTRY-REJECTED
005230         GO TO 2300-EXIT
005240     END-IF
005250     MOVE TRN-CITIZEN-ID TO WS-LOOKUP-ID
005260     PERFORM 2700-READ-MASTER THRU 2700-EXIT
005270     IF WS-MST-WAS-FOUND
005280         MOVE "ID ALREADY ON MASTER" TO WS-MSG
005290         MOVE -1 TO EIDL
005300         SET WS-ENTRY-REJECTED TO TRUE
005310     END-IF.
005320 2300-EXIT.
005330     EXIT.
005340*
005350 2400-EDIT-CHANGE.
005360     IF WS-ENT-ADDRESS NOT = SPACES
005370         MOVE "ADDRESS IS CHANGED WITH ACTION R" TO WS-MSG
005380         MOVE -1 TO ESTRTL
005390         SET WS-ENTRY-REJECTED TO TRUE
005400         GO TO 2400-EXIT
005410     END-IF
005420     PERFORM 2200-CALL-CITEDIT THRU 2200-EXIT
005430     IF WS-ENTRY-REJECTED
005440         GO TO 2400-EXIT
005450     END-IF
005460     MOVE TRN-CITIZEN-ID TO WS-LOOKUP-ID
005470     PERFORM 2700-READ-MASTER THRU 2700-EXIT
005480     IF WS-MST-NOT-FOUND
005490         MOVE "ID NOT ON MASTER" TO WS-MSG
005500         MOVE -1 TO EIDL
005510         SET WS-ENTRY-REJECTED TO TRUE
005520         GO TO 2400-EXIT
005530     END-IF
005540     IF NOT MST-STATUS-ACTIVE
005550         MOVE "CITIZEN NOT ACTIVE" TO WS-MSG
005560         MOVE -1 TO EIDL
005570         SET WS-ENTRY-REJECTED TO TRUE
005580     END-IF.
005590 2400-EXIT.
005600     EXIT.
005610*
005620 2450-EDIT-ADDRESS.
005630     PERFORM 2200-CALL-CITEDIT THRU 2200-EXIT
005640     IF WS-ENTRY-REJECTED
005650         GO TO 2450-EXIT
005660     END-IF
005670     MOVE TRN-CITIZEN-ID TO WS-LOOKUP-ID
005680     PERFORM 2700-READ-MASTER THRU 2700-EXIT
005690     IF WS-MST-NOT-FOUND
005700         MOVE "ID NOT ON MASTER" TO WS-MSG
005710         MOVE -1 TO EIDL
005720         SET WS-ENTRY-REJECTED TO TRUE
005730     END-IF.
005740 2450-EXIT.
005750     EXIT.
005760*
005770*----------------------------------------------------------
005780*2500-EDIT-DELETE
005790*CITMAINT's 5000/5100/5200/5300 checks against the master
005800*as it stands: a known status code, a good effective date,
005810*and an actual change of status.
005820*----------------------------------------------------------
005830 2500-EDIT-DELETE.
005840     MOVE TRN-CITIZEN-ID TO WS-LOOKUP-ID
005850     PERFORM 2700-READ-MASTER THRU 2700-EXIT
005860     IF WS-MST-NOT-FOUND
005870         MOVE "ID NOT ON MASTER" TO WS-MSG
005880         MOVE -1 TO EIDL
005890         SET WS-ENTRY-REJECTED TO TRUE
005900         GO TO 2500-EXIT
005910     END-IF
005920     IF NOT TRN-STATUS-TO-ACTIVE
005930     AND NOT TRN-STATUS-TO-DECEASED
005940     AND NOT TRN-STATUS-TO-MOVED
005950         MOVE "STATUS CODE INVALID" TO WS-MSG
005960         MOVE -1 TO ENSTATL
005970         SET WS-ENTRY-REJECTED TO TRUE
005980         GO TO 2500-EXIT
005990     END-IF
006000     PERFORM 2550-EDIT-STATUS-DATE THRU 2550-EXIT
006010     IF WS-ENTRY-REJECTED
006020         MOVE -1 TO ESTDTL
006030         GO TO 2500-EXIT
006040     END-IF
006050     IF TRN-STATUS-TO-ACTIVE
006060         IF MST-STATUS-ACTIVE
006070             MOVE "CITIZEN ALREADY ACTIVE" TO WS-MSG
006080             MOVE -1 TO ENSTATL
006090             SET WS-ENTRY-REJECTED TO TRUE
006100         END-IF
006110     ELSE
006120         IF MST-STATUS-CODE = TRN-NEW-STATUS
006130             MOVE "STATUS UNCHANGED" TO WS-MSG
006140             MOVE -1 TO ENSTATL
006150             SET WS-ENTRY-REJECTED TO TRUE
006160         END-IF
006170     END-IF.
006180 2500-EXIT.
006190     EXIT.
006200*
006210*A blank date means effective the day CITMAINT runs, so it
006220*goes on the queue blank.
006230 2550-EDIT-STATUS-DATE.
006240     IF TRN-STATUS-DATE = SPACES
006250         GO TO 2550-EXIT
006260     END-IF
006270     IF TRN-STATUS-DATE IS NOT NUMERIC
006280         MOVE "STATUS DATE INVALID" TO WS-MSG
006290         SET WS-ENTRY-REJECTED TO TRUE
006300         GO TO 2550-EXIT
006310     END-IF
006320     MOVE TRN-STATUS-DATE-NUM TO WS-STATUS-DATE
006330     IF WS-STATUS-MONTH < 1 OR WS-STATUS-MONTH > 12
006340     OR WS-STATUS-DAY < 1 OR WS-STATUS-DAY > 31
006350         MOVE "STATUS DATE INVALID" TO WS-MSG
006360         SET WS-ENTRY-REJECTED TO TRUE
006370         GO TO 2550-EXIT
006380     END-IF
006390     IF WS-STATUS-DATE > WS-RUN-DATE
006400         MOVE "STATUS DATE IN FUTURE" TO WS-MSG
006410         SET WS-ENTRY-REJECTED TO TRUE
006420         GO TO 2550-EXIT
006430     END-IF
006440     IF TRN-STATUS-TO-DECEASED
006450     AND MST-DOB-TEXT IS NUMERIC
006460     AND WS-STATUS-DATE < MST-DOB-NUM
006470         MOVE "STATUS DATE BEFORE DOB" TO WS-MSG
006480         SET WS-ENTRY-REJECTED TO TRUE
006490     END-IF.
006500 2550-EXIT.
006510     EXIT.
006520*
006530*----------------------------------------------------------
006540*2600-EDIT-MERGE
006550*Both citizens on the master, not the same one, and the
006560*survivor still active - CITMAINT's 5600 checks.
006570*----------------------------------------------------------
006580 2600-EDIT-MERGE.
006590     MOVE TRN-CITIZEN-ID TO WS-LOOKUP-ID
006600     PERFORM 2700-READ-MASTER THRU 2700-EXIT
006610     IF WS-MST-NOT-FOUND
006620         MOVE "ID NOT ON MASTER" TO WS-MSG
006630         MOVE -1 TO EIDL
006640         SET WS-ENTRY-REJECTED TO TRUE
006650         GO TO 2600-EXIT
006660     END-IF
006662*The duplicate's district is the one the clerk is held to -
006664*the survivor read below overlays the record area.
006666     MOVE MST-DISTRICT TO WS-AUTH-DISTRICT
006670     IF TRN-SURVIVOR-ID = TRN-CITIZEN-ID
006680         MOVE "MERGE INTO SELF" TO WS-MSG
006690         MOVE -1 TO ESURVL
006700         SET WS-ENTRY-REJECTED TO TRUE
006710         GO TO 2600-EXIT
006720     END-IF
006730     IF TRN-SURVIVOR-ID IS NOT NUMERIC
006740         MOVE "SURVIVOR NOT ON MASTER" TO WS-MSG
006750         MOVE -1 TO ESURVL
006760         SET WS-ENTRY-REJECTED TO TRUE
006770         GO TO 2600-EXIT
006780     END-IF
006790     MOVE TRN-SURVIVOR-ID TO WS-LOOKUP-ID
006800     PERFORM 2700-READ-MASTER THRU 2700-EXIT
006810     IF WS-MST-NOT-FOUND
006820         MOVE "SURVIVOR NOT ON MASTER" TO WS-MSG
006830         MOVE -1 TO ESURVL
006840         SET WS-ENTRY-REJECTED TO TRUE
006850         GO TO 2600-EXIT
006860     END-IF
006870     IF NOT MST-STATUS-ACTIVE
006880         MOVE "SURVIVOR NOT ACTIVE" TO WS-MSG
006890         MOVE -1 TO ESURVL
006900         SET WS-ENTRY-REJECTED TO TRUE
006910     END-IF.
006920 2600-EXIT.
006930     EXIT.
006940*
006950*Random read of the master by WS-LOOKUP-ID.
006960 2700-READ-MASTER.
006970     EXEC CICS READ
006980         FILE("CITMAST")
006990         INTO(CITIZEN-MASTER-RECORD)
007000         RIDFLD(WS-LOOKUP-ID)
007010         RESP(WS-CICS-RESP)
007020     END-EXEC
007030     EVALUATE WS-CICS-RESP
007040         WHEN DFHRESP(NORMAL)
007050             SET WS-MST-WAS-FOUND TO TRUE
007060         WHEN DFHRESP(NOTFND)
007070             SET WS-MST-NOT-FOUND TO TRUE
007080         WHEN OTHER
007090             MOVE "CITMAST " TO WS-ABEND-FILE-NAME
007100             PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
007110     END-EVALUATE.
007120 2700-EXIT.
007130     EXIT.
007140*
007142*----------------------------------------------------------
007144*2800-CHECK-AUTHORITY
007146*Once the slip has passed its edits the citizen's record is
007148*in hand, so the clerk is held to the citizen's district on
007150*file (the duplicate's, for a MERGE), or to the slip's own
007152*for an ADD; a CHANGE to another district needs both.  The
007154*refusal is AUTHCHK's reason, the same words CITMAINT would
007156*print on MAINTRPT.
007158*----------------------------------------------------------
007160 2800-CHECK-AUTHORITY.
007162     PERFORM 2810-LOAD-GRANTS THRU 2810-EXIT
007164     EVALUATE TRUE
007166         WHEN TRN-ACTION-ADD
007168             MOVE TRN-DISTRICT TO WS-AUTH-DISTRICT
007170         WHEN TRN-ACTION-MERGE
007172             CONTINUE
007174         WHEN OTHER
007176             MOVE MST-DISTRICT TO WS-AUTH-DISTRICT
007178     END-EVALUATE
007180     SET OCK-REQUEST-CHECK TO TRUE
007182     MOVE TRN-OPERATOR-ID TO OCK-OPERATOR-ID
007184     MOVE TRN-ACTION-CODE TO OCK-ACTION-CODE
007186     MOVE WS-AUTH-DISTRICT TO OCK-DISTRICT
007188     CALL "AUTHCHK" USING OPERATOR-CHECK-AREA
007190     IF OCK-AUTHORIZED
007192     AND TRN-ACTION-CHANGE
007194     AND TRN-DISTRICT NOT = MST-DISTRICT
007196         MOVE TRN-DISTRICT TO OCK-DISTRICT
007198         CALL "AUTHCHK" USING OPERATOR-CHECK-AREA
007200     END-IF
007202     IF OCK-NOT-AUTHORIZED
007204         MOVE OCK-REASON TO WS-MSG
007206         MOVE -1 TO EACTL
007208         SET WS-ENTRY-REJECTED TO TRUE
007210     END-IF.
007212 2800-EXIT.
007214     EXIT.
007216*
007218*----------------------------------------------------------
007220*2810-LOAD-GRANTS
007222*The grants from CITAUTH, the online copy of the OPERAUTH
007224*deck CITMNRUN refreshes after every maintenance run, filed
007226*through AUTHCHK once per task as 2210 loads MAX-AGE.  A card
007228*AUTHCHK will not take, or no grants at all, is a set-up
007230*error, not a clerk's, so the task abends.
007232*----------------------------------------------------------
007234 2810-LOAD-GRANTS.
007236     IF WS-AUTH-LOADED
007238         GO TO 2810-EXIT
007240     END-IF
007242     MOVE ZERO TO OCK-GRANT-COUNT
007244     MOVE ZERO TO WS-AUTH-RBA
007246     EXEC CICS STARTBR
007248         FILE("CITAUTH")
007250         RIDFLD(WS-AUTH-RBA)
007252         RBA
007254         RESP(WS-CICS-RESP)
007256     END-EXEC
007258     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
007260         MOVE "CITAUTH " TO WS-ABEND-FILE-NAME
007262         PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
007264     END-IF
007266     MOVE "N" TO WS-AUTH-EOF-SW
007268     PERFORM 2820-READ-AUTH-CARD THRU 2820-EXIT
007270         UNTIL WS-END-OF-AUTH
007272     EXEC CICS ENDBR
007274         FILE("CITAUTH")
007276     END-EXEC
007278     IF OCK-GRANT-COUNT = ZERO
007280         MOVE "CITAUTH " TO WS-ABEND-FILE-NAME
007282         MOVE ZERO TO WS-CICS-RESP
007284         PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
007286     END-IF
007288     SET WS-AUTH-LOADED TO TRUE.
007290 2810-EXIT.
007292     EXIT.
007294*
007296 2820-READ-AUTH-CARD.
007298     EXEC CICS READNEXT
007300         FILE("CITAUTH")
007302         INTO(WS-AUTH-CARD)
007304         RIDFLD(WS-AUTH-RBA)
007306         RBA
007308         RESP(WS-CICS-RESP)
007310     END-EXEC
007312     EVALUATE WS-CICS-RESP
007314         WHEN DFHRESP(NORMAL)
007316             CONTINUE
007318         WHEN DFHRESP(ENDFILE)
007320             SET WS-END-OF-AUTH TO TRUE
007322             GO TO 2820-EXIT
007324         WHEN OTHER
007326             MOVE "CITAUTH " TO WS-ABEND-FILE-NAME
007328             PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
007330     END-EVALUATE
007332     SET OCK-REQUEST-LOAD TO TRUE
007334     MOVE WS-AUTH-CARD TO OCK-CARD-IMAGE
007336     CALL "AUTHCHK" USING OPERATOR-CHECK-AREA
007338     IF OCK-NOT-AUTHORIZED
007340         MOVE "CITAUTH " TO WS-ABEND-FILE-NAME
007342         MOVE ZERO TO WS-CICS-RESP
007344         PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
007346     END-IF.
007348 2820-EXIT.
007350     EXIT.
007352*
007354*----------------------------------------------------------
007356*3000-TRANSFER-TO-INQUIRY
007358*PF4: back to the inquiry screen on the citizen last keyed.
007360*----------------------------------------------------------
007362 3000-TRANSFER-TO-INQUIRY.
007364     SET COM-SEND-FRESH TO TRUE
007366     EXEC CICS XCTL
007368         PROGRAM("CITOINQ")
007370         COMMAREA(CITIZEN-ONLINE-COMMAREA)
007372         RESP(WS-CICS-RESP)
007374     END-EXEC
007376     MOVE "CITOINQ " TO WS-ABEND-FILE-NAME
007378     PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT.
007380 3000-EXIT.
007382     EXIT.
007384*
007386*----------------------------------------------------------
007388*6000-QUEUE-TRANS
007390*Add the edited slip to the end of the CITOTRN queue.  A
007392*full queue is the one write failure a clerk can do nothing
007394*about but wait for, so it is a message, not an abend.
007396*----------------------------------------------------------
007398 6000-QUEUE-TRANS.
007400     EXEC CICS WRITE
007402         FILE("CITOTRN")
007404         FROM(CITIZEN-TRANS-RECORD)
007410         RIDFLD(WS-QUEUE-RBA)
007420         RBA
007430         RESP(WS-CICS-RESP)
007440     END-EXEC
007450     EVALUATE WS-CICS-RESP
007460         WHEN DFHRESP(NORMAL)
007470             CONTINUE
007480         WHEN DFHRESP(NOSPACE)
007490             MOVE "TRANSACTION QUEUE FULL - SLIP NOT QUEUED"
007500                 TO WS-MSG
007510             PERFORM 2070-RESTORE-SCREEN THRU 2070-EXIT
007520             GO TO 6000-EXIT
007530         WHEN OTHER
007540             MOVE "CITOTRN " TO WS-ABEND-FILE-NAME
007550             PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
007560     END-EVALUATE
007570     EVALUATE TRUE
007580         WHEN TRN-ACTION-ADD
007590             MOVE "ADD" TO WS-ACTION-NAME
007600         WHEN TRN-ACTION-CHANGE
007610             MOVE "CHANGE" TO WS-ACTION-NAME
007620         WHEN TRN-ACTION-DELETE
007630             MOVE "STATUS CHANGE" TO WS-ACTION-NAME
007640         WHEN TRN-ACTION-MERGE
007650             MOVE "MERGE" TO WS-ACTION-NAME
007660         WHEN TRN-ACTION-ADDRESS
007670             MOVE "ADDRESS CHANGE" TO WS-ACTION-NAME
007680     END-EVALUATE
007690     MOVE SPACES TO WS-MSG
007700     STRING WS-ACTION-NAME DELIMITED BY "  "
007710         " FOR " DELIMITED BY SIZE
007720         TRN-CITIZEN-ID DELIMITED BY SIZE
007730         " QUEUED FOR THE NEXT CITMNRUN" DELIMITED BY SIZE
007740         INTO WS-MSG
007750     END-STRING.
007760 6000-EXIT.
007770     EXIT.
007780*
007790*----------------------------------------------------------
007800*7000-SEND-MAP
007810*The whole screen every time, message and date included;
007820*the caller has set the cursor field.
007830*----------------------------------------------------------
007840 7000-SEND-MAP.
007850     MOVE WS-RUN-DATE TO EDATEO
007860     MOVE WS-MSG TO EMSGO
007870     EXEC CICS SEND
007880         MAP("CITMENT")
007890         MAPSET("CITMSET")
007900         FROM(CITMENTO)
007910         ERASE
007920         CURSOR
007930         RESP(WS-CICS-RESP)
007940     END-EXEC
007950     IF WS-CICS-RESP NOT = DFHRESP(NORMAL)
007960         MOVE "CITMSET " TO WS-ABEND-FILE-NAME
007970         PERFORM 9900-ABEND-CICS-ERROR THRU 9900-EXIT
007980     END-IF.
007990 7000-EXIT.
008000     EXIT.
008010*
008020*----------------------------------------------------------
008030*9000-END-SESSION
008040*PF3 or CLEAR: a closing line and back to CICS with no next
008050*transaction.
008060*----------------------------------------------------------
008070 9000-END-SESSION.
008080     MOVE "CITIZEN TRANSACTION ENTRY ENDED" TO WS-MSG
008090     EXEC CICS SEND TEXT
008100         FROM(WS-MSG)
008110         ERASE
008120         FREEKB
008130     END-EXEC
008140     EXEC CICS RETURN
008150     END-EXEC.
008160 9000-EXIT.
008170     EXIT.
008180*
008190*----------------------------------------------------------
008200*9900-ABEND-CICS-ERROR
008210*The online counterpart of the batch file-error abend: name
008220*the file and response on the screen, then abend the task
008230*so CICS backs out and logs it.
008240*----------------------------------------------------------
008250 9900-ABEND-CICS-ERROR.
008260     MOVE WS-ABEND-FILE-NAME TO WS-ABEND-MSG-FILE
008270     MOVE WS-CICS-RESP TO WS-ABEND-RESP
008280     MOVE WS-ABEND-RESP TO WS-ABEND-MSG-RESP
008290     EXEC CICS SEND TEXT
008300         FROM(WS-ABEND-MSG)
008310         ERASE
008320         FREEKB
008330     END-EXEC
008340     EXEC CICS ABEND
008350         ABCODE("CENT")
008360     END-EXEC.
008370 9900-EXIT.
008380     EXIT.
