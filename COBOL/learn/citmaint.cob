000220*in CITIZEN-REC layout - that file is this cycle's work for
000230*the DATACRUN sort step, so DATAC only processes the
000240*citizens touched this cycle instead of rereading the whole
000250*intake history.  A DELETE no longer drops the master
000260*record: it marks the citizen deceased or moved out of
000262*county as of an effective date, and produces no cycle
000264*record - there is nothing left to decide.
000270*
000280*MODIFICATION HISTORY
000290*
000950*                 CITPOST now refreshes it from AUD-AGE at
000960*                 posting), and the cycle file's sort-key
000970*                 bytes carry a real age.
000971*2026-09-08  SAB  Mailing address: an ADD may carry one onto
000972*                 the master, and the new ADDRESS change
000973*                 (action R) replaces it on a standing record
000974*                 after CITEDIT's address-only edit.  An
000975*                 address change writes no cycle record, is
000976*                 not banked as applied (a CHANGE and an
000977*                 address for one citizen may share a cycle),
000978*                 and leaves the maintenance date alone so
000979*                 CITRECON does not look for a posting.
000980*2026-09-11  SAB  Citizen status lifecycle: DELETE is now a
000981*                 status change (D deceased, M moved out of
000982*                 county, A reinstate) with an effective date,
000983*                 journaled as a REWRITE - the record stays on
000984*                 the master until the retention purge.  A
000985*                 registered voter going non-active goes to
000986*                 MRGDROP beside the merge drops so VOTEDLTA
000987*                 sends the board a DROP; a reinstatement
000988*                 writes a cycle record so DATAC decides the
000989*                 citizen again.  CHANGE, recycled slips, and
000990*                 a MERGE survivor must be active.  The death
000991*                 feed's slips (CITDEATH) arrive on TRANSIN.
000993*2026-09-22  SAB  Key counts ride the CYCGUARD stamp onto the
000995*                 cycle ledger for the CYCSTAT status report:
000997*                 transactions read, cycle records written,
000999*                 rejects, and recycled slips read.
001001*2026-09-29  SAB  Operator authorization: every slip carries
001003*                 the keying clerk's TRN-OPERATOR-ID, checked
001005*                 through AUTHCHK against the OPERAUTH deck
001007*                 for the action code and the citizen's
001009*                 district - an unauthorized slip is rejected
001011*                 (counted apart as UNAUTHORIZED) and never
001013*                 touches the master.  The operator lands on
001015*                 every journal record and the reject line,
001017*                 recycled slips carry the correcting clerk
001019*                 out of EXCCORR, and ACTOUT gets one
001021*                 activity record per slip for OPERACT.
001023*----------------------------------------------------------
001025*
001027 ENVIRONMENT DIVISION.
001029*
001031 CONFIGURATION SECTION.
001033*
001040 INPUT-OUTPUT SECTION.
001050*
001060 FILE-CONTROL.
001070*Maintenance transactions the clerks prepared for this
001080*cycle, one action code plus intake image (and mailing
001085*address) per record.
001090     SELECT TRANS-IN
001100         ASSIGN TO TRANSIN
001110         ORGANIZATION IS SEQUENTIAL
001270         ORGANIZATION IS SEQUENTIAL
001280         FILE STATUS IS FS-CYCLE-OUT.
001290*
001296*Repaired rejects out of EXCCORR, in CITIZEN-REC layout
001302*plus the correcting clerk's operator ID.
001310*OPTIONAL because most cycles have nothing to recycle.
001320     SELECT OPTIONAL RECYCLE-IN
001330         ASSIGN TO RECYCIN
001570         RECORD KEY IS XRF-DUP-ID
001580         FILE STATUS IS FS-XREF-FILE.
001590*
001600*Registered voters dropped this run - duplicates folded
001610*away by MERGE and citizens a status change took off the
001615*roll - in VOTER-EXT image layout.  VOTEDLTA reads this back
001620*and emits the board a DROP for each.
001630     SELECT MERGE-DROP-OUT
001640         ASSIGN TO MRGDROP
001650         ORGANIZATION IS SEQUENTIAL
001720         ORGANIZATION IS SEQUENTIAL
001730         FILE STATUS IS FS-PARM-FILE.
001740*
001742*Operator authorization deck - which action codes and which
001744*districts each clerk may key (OPER-AUTH card layout).
001746     SELECT OPER-AUTH-FILE
001748         ASSIGN TO OPERAUTH
001750         ORGANIZATION IS SEQUENTIAL
001752         FILE STATUS IS FS-OPER-AUTH.
001754*
001756*One activity record per slip read, applied or rejected, for
001758*the per-operator activity report.
001760     SELECT ACTIVITY-OUT
001762         ASSIGN TO ACTOUT
001764         ORGANIZATION IS SEQUENTIAL
001766         FILE STATUS IS FS-ACTIVITY-OUT.
001768*
001770 DATA DIVISION.
001772*
001774 FILE SECTION.
001780*
001790 FD  TRANS-IN.
001800     COPY CITIZEN-TRN.
001930 FD  RECYCLE-IN.
001940*The repaired slip as one 49-byte image - it is moved into
001950*CYCLE-OUT's CITIZEN-RECORD area before any field of it is
001955*referenced, so the CITIZEN-REC names stay defined once -
001960*followed by the operator who keyed the correction.
001965 01  RCY-RECYCLE-RECORD.
001970     05  RCY-CITIZEN-RECORD            PIC X(49).
001975     05  RCY-OPERATOR-ID               PIC X(08).
001980*
001990 FD  MAINT-RPT.
002000 01  MAINT-RPT-RECORD                  PIC X(80).
002210     05  PRM-VALUE-NUM REDEFINES PRM-VALUE PIC 999.
002220     05  FILLER                        PIC X(62).
002230*
002232 FD  OPER-AUTH-FILE.
002234*One OPER-AUTH card image - handed whole to AUTHCHK, which
002236*owns the card layout.
002238 01  OPER-AUTH-RECORD                  PIC X(80).
002240*
002242 FD  ACTIVITY-OUT.
002244     COPY OPER-ACT.
002246*
002248 WORKING-STORAGE SECTION.
002250*
002260 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
002270*
002400*
002410*The duplicate's master record, saved before the survivor
002420*read overlays the record area.
002430 01  WS-MRG-DUP-SAVE                    PIC X(142) VALUE SPACES.
002440 01  WS-MRG-DUP-FIELDS REDEFINES WS-MRG-DUP-SAVE.
002450     05  WS-MRG-DUP-ID                 PIC X(09).
002460     05  WS-MRG-DUP-NAME               PIC X(20).
002480     05  WS-MRG-DUP-DISTRICT           PIC X(02).
002490     05  FILLER                        PIC X(14).
002500     05  WS-MRG-DUP-CAN-VOTE           PIC 9.
002510     05  FILLER                        PIC X(86).
002520*
002530*Journal scratch: the master record as read, saved before a
002540*CHANGE or recycle overlays it, and the journal timestamp.
002550 01  WS-JRN-BEFORE-IMAGE                PIC X(142) VALUE SPACES.
002560 01  WS-JRN-AFTER-IMAGE                 PIC X(142) VALUE SPACES.
002570 01  WS-JRN-TIME                        PIC 9(08) VALUE ZERO.
002580 01  WS-JRN-ACTION                      PIC X(01) VALUE SPACE.
002590 01  WS-JRN-SOURCE                      PIC X(12) VALUE SPACES.
002595 01  WS-JRN-OPERATOR                    PIC X(08) VALUE SPACES.
002600*
002602*Effective date of a status change - the slip's date, or the
002604*run date when the slip leaves it blank - with a month/day
002606*view for the range edit.
002608 01  WS-STATUS-DATE                     PIC 9(08) VALUE ZERO.
002610 01  WS-STATUS-DATE-PARTS REDEFINES WS-STATUS-DATE.
002612     05  WS-STATUS-YEAR                PIC 9(04).
002614     05  WS-STATUS-MONTH               PIC 9(02).
002616     05  WS-STATUS-DAY                 PIC 9(02).
002618*
002620 01  WS-SWITCHES.
002622     05  WS-EOF-SW                     PIC X(01) VALUE "N".
002630         88  WS-END-OF-FILE                   VALUE "Y".
002640     05  WS-RCY-EOF-SW                 PIC X(01) VALUE "N".
002650         88  WS-END-OF-RECYCLE                VALUE "Y".
002730         88  WS-END-OF-PARMS                  VALUE "Y".
002740     05  WS-PARM-MAXA-FOUND-SW         PIC X(01) VALUE "N".
002750         88  WS-PARM-MAXA-FOUND               VALUE "Y".
002752     05  WS-STATUS-DATE-SW             PIC X(01) VALUE "Y".
002754         88  WS-STATUS-DATE-OK                VALUE "Y".
002756         88  WS-STATUS-DATE-BAD               VALUE "N".
002758     05  WS-AUTH-EOF-SW                PIC X(01) VALUE "N".
002760         88  WS-END-OF-AUTH                   VALUE "Y".
002762     05  WS-OPER-AUTH-SW               PIC X(01) VALUE "Y".
002764         88  WS-OPER-AUTHORIZED               VALUE "Y".
002766         88  WS-OPER-UNAUTHORIZED             VALUE "N".
002768*
002770 01  WS-COUNTERS.
002780     05  WS-TRANS-COUNT                PIC 9(07) VALUE ZERO.
002790     05  WS-ADD-COUNT                  PIC 9(07) VALUE ZERO.
002800     05  WS-CHANGE-COUNT               PIC 9(07) VALUE ZERO.
002810     05  WS-DECEASED-COUNT             PIC 9(07) VALUE ZERO.
002813     05  WS-MOVED-COUNT                PIC 9(07) VALUE ZERO.
002816     05  WS-REINSTATE-COUNT            PIC 9(07) VALUE ZERO.
002820     05  WS-REJECT-COUNT               PIC 9(07) VALUE ZERO.
002830     05  WS-CYCLE-COUNT                PIC 9(07) VALUE ZERO.
002840     05  WS-HASH-IDX                   PIC 9(02) VALUE ZERO.
002870     05  WS-RECYCLE-REJ-COUNT          PIC 9(07) VALUE ZERO.
002880     05  WS-MERGE-COUNT                PIC 9(07) VALUE ZERO.
002890     05  WS-MERGE-DROP-COUNT           PIC 9(07) VALUE ZERO.
002892     05  WS-STATUS-DROP-COUNT          PIC 9(07) VALUE ZERO.
002895     05  WS-ADDRESS-COUNT              PIC 9(07) VALUE ZERO.
002896     05  WS-UNAUTH-COUNT               PIC 9(07) VALUE ZERO.
002897     05  WS-SLIP-REJECT-START          PIC 9(07) VALUE ZERO.
002900     05  WS-APPLIED-COUNT              PIC 9(05) VALUE ZERO.
002910     05  WS-APPLIED-IDX                PIC 9(05) VALUE ZERO.
002920*
003240     05  WS-EDIT-REJ-CODE              PIC X(15).
003250     05  FILLER                        PIC X(02) VALUE SPACES.
003260*
003262*Parameter area for the AUTHCHK operator authorization check
003264*- the grant table loaded from OPERAUTH lives here.
003266     COPY OPER-CHK.
003268*
003270*District the slip's authority was checked against - the
003272*master's when the citizen is on file, the slip's when not -
003274*carried onto the activity record.
003276 01  WS-ACT-DISTRICT                    PIC X(02) VALUE SPACES.
003278*
003280 01  WS-FILE-STATUSES.
003282     05  FS-TRANS-IN                   PIC XX VALUE "00".
003290     05  FS-CITIZEN-MASTER             PIC XX VALUE "00".
003300     05  FS-CYCLE-OUT                  PIC XX VALUE "00".
003310     05  FS-RECYCLE-IN                 PIC XX VALUE "00".
003340     05  FS-JOURNAL-OUT                PIC XX VALUE "00".
003350     05  FS-XREF-FILE                  PIC XX VALUE "00".
003360     05  FS-MERGE-DROP                 PIC XX VALUE "00".
003363     05  FS-OPER-AUTH                  PIC XX VALUE "00".
003366     05  FS-ACTIVITY-OUT               PIC XX VALUE "00".
003370*
003380*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
003390*abend paragraph can name which file and status code failed.
003550     05  WS-RPT-REJ-ID PIC X(09).
003560     05  FILLER PIC X(01) VALUE SPACE.
003570     05  WS-RPT-REJ-REASON PIC X(30).
003575     05  FILLER PIC X(01) VALUE SPACE.
003580     05  WS-RPT-REJ-OPER PIC X(08).
003585     05  FILLER PIC X(20) VALUE SPACES.
003590 01  WS-RPT-COUNT-LINE.
003600     05  WS-RPT-COUNT-LABEL PIC X(20).
003610     05  FILLER PIC X(01) VALUE SPACE.
003890     MOVE "MAINT" TO CYG-JOB-CODE
003900     CALL "CYCGUARD" USING CYCLE-GUARD-AREA
003910     PERFORM 1200-LOAD-RUN-RULES THRU 1200-EXIT
003915     PERFORM 1300-LOAD-OPERATOR-AUTH THRU 1300-EXIT
003920     OPEN INPUT TRANS-IN
003930     IF FS-TRANS-IN NOT = "00"
003940         MOVE "TRANSIN " TO WS-ABEND-FILE-NAME
004190         MOVE FS-MERGE-DROP TO WS-ABEND-FILE-STATUS
004200         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004210     END-IF
004212     OPEN OUTPUT ACTIVITY-OUT
004214     IF FS-ACTIVITY-OUT NOT = "00"
004216         MOVE "ACTOUT  " TO WS-ABEND-FILE-NAME
004218         MOVE FS-ACTIVITY-OUT TO WS-ABEND-FILE-STATUS
004220         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004222     END-IF
004224     OPEN OUTPUT CYCLE-OUT
004230     PERFORM 6200-WRITE-CYCLE-HEADER THRU 6200-EXIT
004240     OPEN INPUT RECYCLE-IN
004250     OPEN OUTPUT MAINT-RPT
004810 1210-EXIT.
004820     EXIT.
004830*
004832*----------------------------------------------------------
004834*1300-LOAD-OPERATOR-AUTH
004836*Files every OPERAUTH grant through AUTHCHK before the first
004838*slip is read.  A card AUTHCHK will not take, or a deck with
004840*no grants at all, stops the run - checking clerks against a
004842*deck the records officer did not mean would bounce the whole
004844*cycle or let the wrong slips through.
004846*----------------------------------------------------------
004848 1300-LOAD-OPERATOR-AUTH.
004850     MOVE ZERO TO OCK-GRANT-COUNT
004852     OPEN INPUT OPER-AUTH-FILE
004854     IF FS-OPER-AUTH NOT = "00"
004856         MOVE "OPERAUTH" TO WS-ABEND-FILE-NAME
004858         MOVE FS-OPER-AUTH TO WS-ABEND-FILE-STATUS
004860         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004862     END-IF
004864     PERFORM 1310-READ-AUTH-CARD THRU 1310-EXIT
004866         UNTIL WS-END-OF-AUTH
004868     CLOSE OPER-AUTH-FILE
004870     IF OCK-GRANT-COUNT = ZERO
004872         DISPLAY "CITMAINT: OPERAUTH DECK HAS NO GRANTS"
004874         MOVE 16 TO RETURN-CODE
004876         STOP RUN
004878     END-IF.
004880 1300-EXIT.
004882     EXIT.
004884*
004886 1310-READ-AUTH-CARD.
004888     READ OPER-AUTH-FILE
004890         AT END SET WS-END-OF-AUTH TO TRUE
004892         NOT AT END
004894             SET OCK-REQUEST-LOAD TO TRUE
004896             MOVE OPER-AUTH-RECORD TO OCK-CARD-IMAGE
004898             CALL "AUTHCHK" USING OPERATOR-CHECK-AREA
004900             IF OCK-NOT-AUTHORIZED
004902                 DISPLAY "CITMAINT: OPERAUTH CARD REJECTED - "
004904                     OCK-REASON
004906                 DISPLAY "CITMAINT: " OPER-AUTH-RECORD
004908                 MOVE 16 TO RETURN-CODE
004910                 STOP RUN
004912             END-IF
004914     END-READ.
004916 1310-EXIT.
004918     EXIT.
004920*
004922*----------------------------------------------------------
004924*2000-PROCESS-TRANS
004926*One pass per transaction: check the master for the key,
004928*apply or reject by action code, and read the next one.
004930*----------------------------------------------------------
004932 2000-PROCESS-TRANS.
004934     ADD 1 TO WS-TRANS-COUNT
004936     MOVE WS-REJECT-COUNT TO WS-SLIP-REJECT-START
004938     MOVE TRN-OPERATOR-ID TO WS-JRN-OPERATOR
004940     MOVE TRN-DISTRICT TO WS-ACT-DISTRICT
004942     SET WS-OPER-AUTHORIZED TO TRUE
004944     IF TRN-ACTION-ADDRESS
004946         PERFORM 4500-APPLY-ADDRESS THRU 4500-EXIT
004948         GO TO 2000-READ-NEXT
004950     END-IF
004952     MOVE TRN-CITIZEN-ID TO WS-APPLIED-CHECK-ID
004954     PERFORM 2300-CHECK-APPLIED THRU 2300-EXIT
004956     IF WS-DUP-WAS-FOUND
004958         MOVE "DUPLICATE THIS CYCLE" TO WS-RPT-REJ-REASON
004960         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
004962         GO TO 2000-READ-NEXT
004970     END-IF
004980     IF TRN-ACTION-ADD OR TRN-ACTION-CHANGE
004990         PERFORM 2700-EDIT-TRANS THRU 2700-EXIT
005040         END-IF
005050     END-IF
005060     PERFORM 2200-READ-MASTER THRU 2200-EXIT
005062     IF TRN-ACTION-ADD OR TRN-ACTION-CHANGE
005064     OR TRN-ACTION-DELETE OR TRN-ACTION-MERGE
005066         PERFORM 2400-CHECK-AUTHORITY THRU 2400-EXIT
005068         IF WS-OPER-UNAUTHORIZED
005070             GO TO 2000-READ-NEXT
005072         END-IF
005074     END-IF
005076     EVALUATE TRUE
005080         WHEN TRN-ACTION-ADD
005090             PERFORM 3000-APPLY-ADD THRU 3000-EXIT
005100         WHEN TRN-ACTION-CHANGE
005180             PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
005190     END-EVALUATE.
005200 2000-READ-NEXT.
005205     PERFORM 6600-WRITE-ACTIVITY THRU 6600-EXIT
005210     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
005220 2000-EXIT.
005230     EXIT.
005920 2350-EXIT.
005930     EXIT.
005940*
005942*----------------------------------------------------------
005944*2400-CHECK-AUTHORITY
005946*Runs once the master has been read for the slip, so the
005948*district held to is the citizen's district on file; an ADD,
005950*and any slip for an ID not on the master, is held to the
005952*district it carries (none, for a slip that carries none -
005954*the master check rejects those anyway).  A CHANGE that moves
005956*the citizen to another district needs the clerk to hold
005958*both.  A refusal is rejected with AUTHCHK's reason.
005960*----------------------------------------------------------
005962 2400-CHECK-AUTHORITY.
005964     SET WS-OPER-AUTHORIZED TO TRUE
005966     SET OCK-REQUEST-CHECK TO TRUE
005968     MOVE TRN-OPERATOR-ID TO OCK-OPERATOR-ID
005970     MOVE TRN-ACTION-CODE TO OCK-ACTION-CODE
005972     IF WS-MST-WAS-FOUND AND NOT TRN-ACTION-ADD
005974         MOVE MST-DISTRICT TO WS-ACT-DISTRICT
005976     END-IF
005978     MOVE WS-ACT-DISTRICT TO OCK-DISTRICT
005980     CALL "AUTHCHK" USING OPERATOR-CHECK-AREA
005982     IF OCK-AUTHORIZED
005984     AND TRN-ACTION-CHANGE
005986     AND WS-MST-WAS-FOUND
005988     AND TRN-DISTRICT NOT = MST-DISTRICT
005990         MOVE TRN-DISTRICT TO OCK-DISTRICT
005992         CALL "AUTHCHK" USING OPERATOR-CHECK-AREA
005994     END-IF
005996     IF OCK-NOT-AUTHORIZED
005998         SET WS-OPER-UNAUTHORIZED TO TRUE
006000         ADD 1 TO WS-UNAUTH-COUNT
006002         MOVE OCK-REASON TO WS-RPT-REJ-REASON
006004         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
006006     END-IF.
006008 2400-EXIT.
006010     EXIT.
006012*
006014*----------------------------------------------------------
006016*2500-PROCESS-RECYCLE
006018*One pass per repaired reject out of EXCCORR: refresh the
006020*master's intake fields (or add the record if it never made
006022*the master) and put the slip on the cycle file so DATAC
006024*decides it with this run's work.
006026*----------------------------------------------------------
006028 2500-PROCESS-RECYCLE.
006030     ADD 1 TO WS-RECYCLE-IN-COUNT
006040     MOVE RCY-CITIZEN-RECORD TO CITIZEN-RECORD
006045     MOVE RCY-OPERATOR-ID TO WS-JRN-OPERATOR
006050     MOVE CITIZEN-ID TO WS-APPLIED-CHECK-ID
006060     PERFORM 2300-CHECK-APPLIED THRU 2300-EXIT
006070     IF WS-DUP-WAS-FOUND
006240     READ CITIZEN-MASTER
006250     EVALUATE FS-CITIZEN-MASTER
006260         WHEN "00"
006262             IF NOT MST-STATUS-ACTIVE
006264                 MOVE "CITIZEN NOT ACTIVE" TO WS-RPT-REJ-REASON
006266                 PERFORM 7050-WRITE-RECYCLE-REJECT THRU 7050-EXIT
006268                 GO TO 2500-READ-NEXT
006270             END-IF
006272             MOVE CITIZEN-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
006280             PERFORM 5500-MOVE-CITIZEN-TO-MASTER THRU 5500-EXIT
006290             MOVE "R" TO WS-JRN-ACTION
006300             MOVE "RECYCIN" TO WS-JRN-SOURCE
006390             MOVE "N" TO MST-HONOR-ROLL-SW
006400             MOVE ZERO TO MST-CAN-VOTE-FLAG
006410             MOVE ZERO TO MST-LAST-POST-DATE
006413             SET MST-STATUS-ACTIVE TO TRUE
006416             MOVE WS-RUN-DATE TO MST-STATUS-DATE
006420             MOVE "W" TO WS-JRN-ACTION
006430             MOVE "RECYCIN" TO WS-JRN-SOURCE
006440             MOVE SPACES TO WS-JRN-BEFORE-IMAGE
006890     MOVE TRN-DOB TO EDT-DOB-TEXT
006900     MOVE WS-RUN-DATE TO EDT-RUN-DATE
006910     MOVE WS-PARM-MAX-AGE TO EDT-MAX-AGE
006912     MOVE SPACES TO EDT-ADDRESS-IMAGE
006914     IF TRN-ACTION-ADD
006916         MOVE TRN-MAILING-ADDRESS TO EDT-ADDRESS-IMAGE
006918     END-IF
006919     SET EDT-EDIT-FULL TO TRUE
006920     CALL "CITEDIT" USING CITIZEN-EDIT-AREA.
006930 2700-EXIT.
006940     EXIT.
006970     MOVE CITIZEN-RECORD TO EDT-CITIZEN-IMAGE
006980     MOVE WS-RUN-DATE TO EDT-RUN-DATE
006990     MOVE WS-PARM-MAX-AGE TO EDT-MAX-AGE
006992     MOVE SPACES TO EDT-ADDRESS-IMAGE
006994     SET EDT-EDIT-FULL TO TRUE
007000     CALL "CITEDIT" USING CITIZEN-EDIT-AREA.
007010 2800-EXIT.
007020     EXIT.
007022*
007024*An address change carries only the ID and the address, so
007026*only those are edited - and the address must be there.
007028 2850-EDIT-ADDRESS.
007030     MOVE SPACES TO EDT-CITIZEN-IMAGE
007032     MOVE TRN-CITIZEN-ID TO EDT-CITIZEN-ID
007034     MOVE WS-RUN-DATE TO EDT-RUN-DATE
007036     MOVE WS-PARM-MAX-AGE TO EDT-MAX-AGE
007038     MOVE TRN-MAILING-ADDRESS TO EDT-ADDRESS-IMAGE
007040     SET EDT-EDIT-ADDRESS-ONLY TO TRUE
007042     CALL "CITEDIT" USING CITIZEN-EDIT-AREA.
007044 2850-EXIT.
007046     EXIT.
007048*
007050*Field name plus reason code out of the edit area, in the
007052*reject line's X(30) reason column.
007060 2750-BUILD-EDIT-REASON.
007070     MOVE EDT-FIELD-NAME TO WS-EDIT-REJ-FIELD
007080     MOVE EDT-REASON-CODE TO WS-EDIT-REJ-CODE
007220     ELSE
007230         MOVE SPACES TO CITIZEN-MASTER-RECORD
007240         PERFORM 6000-MOVE-TRANS-TO-MASTER THRU 6000-EXIT
007245         MOVE TRN-MAILING-ADDRESS TO MST-MAILING-ADDRESS
007250         MOVE ZERO TO MST-GRADE
007260         MOVE ZERO TO MST-GPA
007270         MOVE "N" TO MST-HONOR-ROLL-SW
007280         MOVE ZERO TO MST-CAN-VOTE-FLAG
007290         MOVE ZERO TO MST-LAST-POST-DATE
007293         SET MST-STATUS-ACTIVE TO TRUE
007296         MOVE WS-RUN-DATE TO MST-STATUS-DATE
007300         MOVE "W" TO WS-JRN-ACTION
007310         MOVE "TRANSIN" TO WS-JRN-SOURCE
007320         MOVE SPACES TO WS-JRN-BEFORE-IMAGE
007500*A CHANGE for an ID not on the master is rejected - the
007510*clerk has to ADD it first or fix the keyed ID.  The posted
007520*results and post date stand until CITPOST replaces them
007530*after the next DATAC pass over this citizen.  A deceased
007533*or moved-out citizen takes no intake changes - the clerk
007536*reinstates the record first if it was marked in error.
007540*----------------------------------------------------------
007550 4000-APPLY-CHANGE.
007560     IF WS-MST-NOT-FOUND
007570         MOVE "ID NOT ON MASTER" TO WS-RPT-REJ-REASON
007580         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007582         GO TO 4000-EXIT
007584     END-IF
007586     IF NOT MST-STATUS-ACTIVE
007588         MOVE "CITIZEN NOT ACTIVE" TO WS-RPT-REJ-REASON
007590         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007592     ELSE
007600         MOVE CITIZEN-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
007610         PERFORM 6000-MOVE-TRANS-TO-MASTER THRU 6000-EXIT
007620         MOVE "R" TO WS-JRN-ACTION
007750     END-IF.
007760 4000-EXIT.
007770     EXIT.
007772*
007774*----------------------------------------------------------
007776*4500-APPLY-ADDRESS
007778*The address replaces whatever the master held; nothing else
007780*on the record moves.  No cycle record goes out - DATAC has
007782*nothing to decide from an address - so the citizen is not
007784*banked as applied, and the maintenance date stands so the
007786*change is never taken for an unposted intake update.
007788*----------------------------------------------------------
007790 4500-APPLY-ADDRESS.
007792     PERFORM 2850-EDIT-ADDRESS THRU 2850-EXIT
007794     IF EDT-RECORD-INVALID
007796         PERFORM 2750-BUILD-EDIT-REASON THRU 2750-EXIT
007798         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007800         GO TO 4500-EXIT
007802     END-IF
007804     PERFORM 2200-READ-MASTER THRU 2200-EXIT
007806     PERFORM 2400-CHECK-AUTHORITY THRU 2400-EXIT
007808     IF WS-OPER-UNAUTHORIZED
007812         GO TO 4500-EXIT
007814     END-IF
007816     IF WS-MST-NOT-FOUND
007818         MOVE "ID NOT ON MASTER" TO WS-RPT-REJ-REASON
007820         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007822         GO TO 4500-EXIT
007824     END-IF
007826     MOVE CITIZEN-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
007828     MOVE TRN-MAILING-ADDRESS TO MST-MAILING-ADDRESS
007830     MOVE "R" TO WS-JRN-ACTION
007832     MOVE "TRANSIN" TO WS-JRN-SOURCE
007834     MOVE CITIZEN-MASTER-RECORD TO WS-JRN-AFTER-IMAGE
007836     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
007838     REWRITE CITIZEN-MASTER-RECORD
007840     IF FS-CITIZEN-MASTER NOT = "00"
007842         MOVE "CITMAST " TO WS-ABEND-FILE-NAME
007844         MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
007846         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007848     END-IF
007850     ADD 1 TO WS-ADDRESS-COUNT.
007852 4500-EXIT.
007854     EXIT.
007856*
007858*----------------------------------------------------------
007860*5000-APPLY-DELETE
007862*A DELETE is a status change, not a physical delete: the
007864*slip's TRN-NEW-STATUS marks the citizen deceased (D) or
007866*moved out of county (M) as of TRN-STATUS-DATE, or puts a
007868*record marked in error back to active (A).  The record
007872*stays on the master - CITPURGE removes the deceased once
007877*the retention period is past - and DATAC passes over it
007882*while it is not active.  Marking a citizen off writes no
007887*cycle record and leaves the maintenance date alone (there
007892*is nothing for DATAC to decide or CITPOST to post); a
007897*registered voter going off goes to MRGDROP so VOTEDLTA
007902*sends the board the DROP.  A reinstatement writes a cycle
007907*record from the master so DATAC decides the citizen again.
007912*----------------------------------------------------------
007917 5000-APPLY-DELETE.
007922     IF WS-MST-NOT-FOUND
007927         MOVE "ID NOT ON MASTER" TO WS-RPT-REJ-REASON
007932         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007937         GO TO 5000-EXIT
007942     END-IF
007947     IF NOT TRN-STATUS-TO-ACTIVE
007952     AND NOT TRN-STATUS-TO-DECEASED
007957     AND NOT TRN-STATUS-TO-MOVED
007962         MOVE "STATUS CODE INVALID" TO WS-RPT-REJ-REASON
007967         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007972         GO TO 5000-EXIT
007977     END-IF
007982     PERFORM 5300-EDIT-STATUS-DATE THRU 5300-EXIT
007987     IF WS-STATUS-DATE-BAD
007992         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
007997         GO TO 5000-EXIT
008002     END-IF
008007     IF TRN-STATUS-TO-ACTIVE
008012         PERFORM 5100-REINSTATE-CITIZEN THRU 5100-EXIT
008017     ELSE
008022         PERFORM 5200-SET-INACTIVE THRU 5200-EXIT
008027     END-IF.
008040 5000-EXIT.
008050     EXIT.
008052*
008054*----------------------------------------------------------
008056*5100-REINSTATE-CITIZEN
008058*Back to active as of the slip's date.  The maintenance date
008060*is stamped and a cycle record goes out from the master's
008062*intake fields, the same as a CHANGE, so DATAC decides the
008064*citizen again and CITPOST posts the result.
008066*----------------------------------------------------------
008068 5100-REINSTATE-CITIZEN.
008070     IF MST-STATUS-ACTIVE
008072         MOVE "CITIZEN ALREADY ACTIVE" TO WS-RPT-REJ-REASON
008074         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
008076         GO TO 5100-EXIT
008078     END-IF
008080     MOVE CITIZEN-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
008082     SET MST-STATUS-ACTIVE TO TRUE
008084     MOVE WS-STATUS-DATE TO MST-STATUS-DATE
008086     MOVE WS-RUN-DATE TO MST-LAST-MAINT-DATE
008088     MOVE "R" TO WS-JRN-ACTION
008090     MOVE "TRANSIN" TO WS-JRN-SOURCE
008092     MOVE CITIZEN-MASTER-RECORD TO WS-JRN-AFTER-IMAGE
008094     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
008096     REWRITE CITIZEN-MASTER-RECORD
008098     IF FS-CITIZEN-MASTER NOT = "00"
008100         MOVE "CITMAST " TO WS-ABEND-FILE-NAME
008102         MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
008104         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008106     END-IF
008108     ADD 1 TO WS-REINSTATE-COUNT
008110     PERFORM 2350-MARK-APPLIED THRU 2350-EXIT
008112     PERFORM 6160-BUILD-CYCLE-FROM-MASTER THRU 6160-EXIT.
008114 5100-EXIT.
008116     EXIT.
008118*
008120*----------------------------------------------------------
008122*5200-SET-INACTIVE
008124*Marks the citizen deceased or moved out.  A second slip for
008126*the status already on the master is rejected so a re-run
008128*of the death feed cannot move the effective date.
008130*----------------------------------------------------------
008132 5200-SET-INACTIVE.
008134     IF MST-STATUS-CODE = TRN-NEW-STATUS
008136         MOVE "STATUS UNCHANGED" TO WS-RPT-REJ-REASON
008138         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
008140         GO TO 5200-EXIT
008142     END-IF
008144     MOVE CITIZEN-MASTER-RECORD TO WS-JRN-BEFORE-IMAGE
008146     IF MST-STATUS-ACTIVE
008148     AND MST-CAN-VOTE-FLAG = 1
008150         PERFORM 5850-WRITE-STATUS-DROP THRU 5850-EXIT
008152     END-IF
008154     MOVE TRN-NEW-STATUS TO MST-STATUS-CODE
008156     MOVE WS-STATUS-DATE TO MST-STATUS-DATE
008158     MOVE ZERO TO MST-CAN-VOTE-FLAG
008160     MOVE "R" TO WS-JRN-ACTION
008162     MOVE "TRANSIN" TO WS-JRN-SOURCE
008164     MOVE CITIZEN-MASTER-RECORD TO WS-JRN-AFTER-IMAGE
008166     PERFORM 6500-WRITE-JOURNAL THRU 6500-EXIT
008168     REWRITE CITIZEN-MASTER-RECORD
008170     IF FS-CITIZEN-MASTER NOT = "00"
008172         MOVE "CITMAST " TO WS-ABEND-FILE-NAME
008174         MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
008176         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008178     END-IF
008180     IF MST-STATUS-DECEASED
008182         ADD 1 TO WS-DECEASED-COUNT
008184     ELSE
008186         ADD 1 TO WS-MOVED-COUNT
008188     END-IF
008190     PERFORM 2350-MARK-APPLIED THRU 2350-EXIT.
008192 5200-EXIT.
008194     EXIT.
008196*
008198*----------------------------------------------------------
008200*5300-EDIT-STATUS-DATE
008202*A blank date means effective today.  Otherwise it must be
008204*a real calendar date no later than the run date, and a date
008206*of death cannot fall before the citizen's date of birth.
008208*Sets WS-STATUS-DATE-BAD with the reason in the reject line.
008210*----------------------------------------------------------
008212 5300-EDIT-STATUS-DATE.
008214     SET WS-STATUS-DATE-OK TO TRUE
008216     IF TRN-STATUS-DATE = SPACES
008218         MOVE WS-RUN-DATE TO WS-STATUS-DATE
008220         GO TO 5300-EXIT
008222     END-IF
008224     IF TRN-STATUS-DATE IS NOT NUMERIC
008226         MOVE "STATUS DATE INVALID" TO WS-RPT-REJ-REASON
008228         SET WS-STATUS-DATE-BAD TO TRUE
008230         GO TO 5300-EXIT
008232     END-IF
008234     MOVE TRN-STATUS-DATE-NUM TO WS-STATUS-DATE
008236     IF WS-STATUS-MONTH < 1 OR WS-STATUS-MONTH > 12
008238     OR WS-STATUS-DAY < 1 OR WS-STATUS-DAY > 31
008240         MOVE "STATUS DATE INVALID" TO WS-RPT-REJ-REASON
008242         SET WS-STATUS-DATE-BAD TO TRUE
008244         GO TO 5300-EXIT
008246     END-IF
008248     IF WS-STATUS-DATE > WS-RUN-DATE
008250         MOVE "STATUS DATE IN FUTURE" TO WS-RPT-REJ-REASON
008252         SET WS-STATUS-DATE-BAD TO TRUE
008254         GO TO 5300-EXIT
008256     END-IF
008258     IF TRN-STATUS-TO-DECEASED
008260     AND MST-DOB-TEXT IS NUMERIC
008262     AND WS-STATUS-DATE < MST-DOB-NUM
008264         MOVE "STATUS DATE BEFORE DOB" TO WS-RPT-REJ-REASON
008266         SET WS-STATUS-DATE-BAD TO TRUE
008268     END-IF.
008270 5300-EXIT.
008272     EXIT.
008274*
008276*----------------------------------------------------------
008278*5600-APPLY-MERGE
008280*Folds the duplicate TRN-CITIZEN-ID into TRN-SURVIVOR-ID:
008282*both must be on the master and must differ.  The
008284*survivor's record stands as is - its own intake data is
008286*the canonical copy and its computed results are already
008288*posted - so the merge is the duplicate's journaled DELETE,
008290*the cross-reference for CITINQ, and (when the duplicate
008292*was a registered voter) the MRGDROP image VOTEDLTA turns
008294*into the board's DROP.  No cycle record goes out - there
008296*is nothing new for DATAC to decide.
008298*----------------------------------------------------------
008300 5600-APPLY-MERGE.
008302     IF WS-MST-NOT-FOUND
008304         MOVE "ID NOT ON MASTER" TO WS-RPT-REJ-REASON
008306         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
008308         GO TO 5600-EXIT
008310     END-IF
008312     IF TRN-SURVIVOR-ID = TRN-CITIZEN-ID
008314         MOVE "MERGE INTO SELF" TO WS-RPT-REJ-REASON
008316         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
008318         GO TO 5600-EXIT
008320     END-IF
008322*The duplicate's record is in hand from 2200 - save it
008324*before the survivor read overlays the record area.
008326     MOVE CITIZEN-MASTER-RECORD TO WS-MRG-DUP-SAVE
008330     MOVE TRN-SURVIVOR-ID TO MST-CITIZEN-ID
008340     READ CITIZEN-MASTER
008350     EVALUATE FS-CITIZEN-MASTER
008440             MOVE FS-CITIZEN-MASTER TO WS-ABEND-FILE-STATUS
008450             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
008460     END-EVALUATE
008462     IF NOT MST-STATUS-ACTIVE
008464         MOVE "SURVIVOR NOT ACTIVE" TO WS-RPT-REJ-REASON
008466         PERFORM 7000-WRITE-REJECT THRU 7000-EXIT
008468         GO TO 5600-EXIT
008470     END-IF
008472     MOVE TRN-CITIZEN-ID TO MST-CITIZEN-ID
008480     MOVE WS-MRG-DUP-SAVE TO WS-JRN-BEFORE-IMAGE
008490     MOVE "D" TO WS-JRN-ACTION
008500     MOVE "MERGE" TO WS-JRN-SOURCE
009250 5800-EXIT.
009260     EXIT.
009270*
009272*----------------------------------------------------------
009274*5850-WRITE-STATUS-DROP
009276*A registered voter just marked deceased or moved out - same
009278*hand-off as 5800, built from the master record in hand.
009280*VOTEDLTA reads the master's status back for the reason code
009282*it puts on the board's DROP.
009284*----------------------------------------------------------
009286 5850-WRITE-STATUS-DROP.
009288     MOVE SPACES TO VOTER-EXTRACT-RECORD
009290     MOVE MST-CITIZEN-ID TO VE-CITIZEN-ID
009292     MOVE MST-CITIZEN-NAME TO VE-CITIZEN-NAME
009294     MOVE ZERO TO VE-CAN-VOTE-FLAG
009296     MOVE WS-RUN-DATE TO VE-RUN-DATE
009298     MOVE MST-DISTRICT TO VE-DISTRICT
009300     MOVE VOTER-EXTRACT-RECORD TO MRG-DROP-RECORD
009302     WRITE MRG-DROP-RECORD
009304     IF FS-MERGE-DROP NOT = "00"
009306         MOVE "MRGDROP " TO WS-ABEND-FILE-NAME
009308         MOVE FS-MERGE-DROP TO WS-ABEND-FILE-STATUS
009310         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
009312     END-IF
009314     ADD 1 TO WS-STATUS-DROP-COUNT.
009316 5850-EXIT.
009318     EXIT.
009320*
009322*
009324*----------------------------------------------------------
009326*5500-MOVE-CITIZEN-TO-MASTER
009328*Recycle-pass version of 6000 - the source is the repaired
009330*CITIZEN-REC image, not a keyed transaction.  Intake fields
009332*only, same as 6000, and the same derived-age stamp out of
009340*the CITEDIT call that just passed this slip.
009350*----------------------------------------------------------
009360 5500-MOVE-CITIZEN-TO-MASTER.
010220 6150-EXIT.
010230     EXIT.
010240*
010242*Reinstatement version of 6100 - the intake fields come off
010244*the master record just rewritten, since the slip carries
010246*only the status.
010248 6160-BUILD-CYCLE-FROM-MASTER.
010250     MOVE SPACES TO CITIZEN-RECORD
010252     MOVE MST-CITIZEN-ID TO CITIZEN-ID
010254     MOVE MST-CITIZEN-NAME TO CITIZEN-NAME
010256     MOVE MST-CITIZEN-AGE-TEXT TO CITIZEN-AGE-TEXT
010258     MOVE MST-CITIZEN-TEST-NUM TO CITIZEN-TEST-NUM
010260     MOVE MST-CITIZEN-SCORE TO CITIZEN-SCORE
010262     MOVE MST-SUBJECT-SCORES TO CITIZEN-SUBJECT-SCORES
010264     MOVE MST-DISTRICT TO CITIZEN-DISTRICT
010266     MOVE MST-DOB-TEXT TO CITIZEN-DOB-TEXT
010268     PERFORM 6150-WRITE-CYCLE-RECORD THRU 6150-EXIT.
010270 6160-EXIT.
010272     EXIT.
010274*
010276*----------------------------------------------------------
010278*6200-WRITE-CYCLE-HEADER / 6300-WRITE-CYCLE-TRAILER
010280*Frame the cycle file with the control records DATAC
010282*balances against.  The sort-age bytes carry "000" on the
010290*header and "999" on the trailer so the DATACRUN age sort
010300*leaves the header first and the trailer last.
010310*----------------------------------------------------------
010800     MOVE WS-JRN-SOURCE TO JRN-SOURCE
010810     MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
010820     MOVE WS-JRN-AFTER-IMAGE TO JRN-AFTER-IMAGE
010825     MOVE WS-JRN-OPERATOR TO JRN-OPERATOR-ID
010830     WRITE JOURNAL-RECORD
010840     IF FS-JOURNAL-OUT NOT = "00"
010850         MOVE "JRNLOUT " TO WS-ABEND-FILE-NAME
010890 6500-EXIT.
010900     EXIT.
010910*
010912*----------------------------------------------------------
010914*6600-WRITE-ACTIVITY
010916*One activity record per TRANSIN slip for OPERACT: applied
010918*when no reject line went out for it, otherwise rejected
010920*(or unauthorized) with the reason printed on the line.
010922*----------------------------------------------------------
010924 6600-WRITE-ACTIVITY.
010926     MOVE SPACES TO OPERATOR-ACTIVITY-RECORD
010928     MOVE TRN-OPERATOR-ID TO ACT-OPERATOR-ID
010930     MOVE "CITMAINT" TO ACT-PROGRAM
010932     MOVE TRN-ACTION-CODE TO ACT-ACTION-CODE
010934     MOVE TRN-CITIZEN-ID TO ACT-CITIZEN-ID
010936     MOVE WS-ACT-DISTRICT TO ACT-DISTRICT
010938     MOVE WS-RUN-DATE TO ACT-RUN-DATE
010940     EVALUATE TRUE
010942         WHEN WS-REJECT-COUNT = WS-SLIP-REJECT-START
010944             SET ACT-APPLIED TO TRUE
010946         WHEN WS-OPER-UNAUTHORIZED
010948             SET ACT-UNAUTHORIZED TO TRUE
010950             MOVE WS-RPT-REJ-REASON TO ACT-REASON
010952         WHEN OTHER
010954             SET ACT-REJECTED TO TRUE
010956             MOVE WS-RPT-REJ-REASON TO ACT-REASON
010958     END-EVALUATE
010960     WRITE OPERATOR-ACTIVITY-RECORD
010962     IF FS-ACTIVITY-OUT NOT = "00"
010964         MOVE "ACTOUT  " TO WS-ABEND-FILE-NAME
010966         MOVE FS-ACTIVITY-OUT TO WS-ABEND-FILE-STATUS
010968         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
010970     END-IF.
010972 6600-EXIT.
010974     EXIT.
010976*
010978*----------------------------------------------------------
010980*7000-WRITE-REJECT
010982*One report line per rejected transaction so the clerks can
010984*see what bounced and why.
010986*----------------------------------------------------------
010988 7000-WRITE-REJECT.
010990     ADD 1 TO WS-REJECT-COUNT
010992     MOVE TRN-ACTION-CODE TO WS-RPT-REJ-ACTION
011000     MOVE TRN-CITIZEN-ID TO WS-RPT-REJ-ID
011005     MOVE TRN-OPERATOR-ID TO WS-RPT-REJ-OPER
011010     MOVE WS-RPT-REJECT TO MAINT-RPT-RECORD
011020     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
011030 7000-EXIT.
011100     ADD 1 TO WS-RECYCLE-REJ-COUNT
011110     MOVE "R" TO WS-RPT-REJ-ACTION
011120     MOVE CITIZEN-ID TO WS-RPT-REJ-ID
011125     MOVE RCY-OPERATOR-ID TO WS-RPT-REJ-OPER
011130     MOVE WS-RPT-REJECT TO MAINT-RPT-RECORD
011140     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
011150 7050-EXIT.
011450     MOVE WS-CHANGE-COUNT TO WS-RPT-COUNT-VALUE
011460     MOVE WS-RPT-COUNT-LINE TO MAINT-RPT-RECORD
011470     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
011480     MOVE "DECEASED APPLIED   =" TO WS-RPT-COUNT-LABEL
011490     MOVE WS-DECEASED-COUNT TO WS-RPT-COUNT-VALUE
011500     MOVE WS-RPT-COUNT-LINE TO MAINT-RPT-RECORD
011510     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
011512     MOVE "MOVED OUT APPLIED  =" TO WS-RPT-COUNT-LABEL
011514     MOVE WS-MOVED-COUNT TO WS-RPT-COUNT-VALUE
011516     MOVE WS-RPT-COUNT-LINE TO MAINT-RPT-RECORD
011518     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
011520     MOVE "REINSTATED         =" TO WS-RPT-COUNT-LABEL
011522     MOVE WS-REINSTATE-COUNT TO WS-RPT-COUNT-VALUE
011524     MOVE WS-RPT-COUNT-LINE TO MAINT-RPT-RECORD
011526     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
011528     MOVE "REJECTED           =" TO WS-RPT-COUNT-LABEL
011530     MOVE WS-REJECT-COUNT TO WS-RPT-COUNT-VALUE
011540     MOVE WS-RPT-COUNT-LINE TO MAINT-RPT-RECORD
011550     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
011552     MOVE "  UNAUTHORIZED     =" TO WS-RPT-COUNT-LABEL
011554     MOVE WS-UNAUTH-COUNT TO WS-RPT-COUNT-VALUE
011556     MOVE WS-RPT-COUNT-LINE TO MAINT-RPT-RECORD
011558     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
011560     MOVE "RECYCLED IN        =" TO WS-RPT-COUNT-LABEL
011570     MOVE WS-RECYCLE-IN-COUNT TO WS-RPT-COUNT-VALUE
011580     MOVE WS-RPT-COUNT-LINE TO MAINT-RPT-RECORD
011730     MOVE WS-MERGE-DROP-COUNT TO WS-RPT-COUNT-VALUE
011740     MOVE WS-RPT-COUNT-LINE TO MAINT-RPT-RECORD
011750     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
011752     MOVE "STATUS VOTER DROPS =" TO WS-RPT-COUNT-LABEL
011754     MOVE WS-STATUS-DROP-COUNT TO WS-RPT-COUNT-VALUE
011756     MOVE WS-RPT-COUNT-LINE TO MAINT-RPT-RECORD
011758     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
011760     MOVE "ADDRESS CHANGES    =" TO WS-RPT-COUNT-LABEL
011762     MOVE WS-ADDRESS-COUNT TO WS-RPT-COUNT-VALUE
011764     MOVE WS-RPT-COUNT-LINE TO MAINT-RPT-RECORD
011766     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
011768     MOVE "CYCLE RECORDS OUT  =" TO WS-RPT-COUNT-LABEL
011770     MOVE WS-CYCLE-COUNT TO WS-RPT-COUNT-VALUE
011780     MOVE WS-RPT-COUNT-LINE TO MAINT-RPT-RECORD
011790     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
011860     CLOSE XREF-FILE
011870     CLOSE MERGE-DROP-OUT
011880     CLOSE JOURNAL-OUT
011881     CLOSE ACTIVITY-OUT
011882     MOVE WS-TRANS-COUNT TO CYG-COUNT-IN
011884     MOVE WS-CYCLE-COUNT TO CYG-COUNT-OUT
011886     MOVE WS-REJECT-COUNT TO CYG-COUNT-REJECT
011888     MOVE WS-RECYCLE-IN-COUNT TO CYG-COUNT-EXTRA
011890     MOVE "STAMP" TO CYG-REQUEST
011900     MOVE "MAINT" TO CYG-JOB-CODE
011910     CALL "CYCGUARD" USING CYCLE-GUARD-AREA
