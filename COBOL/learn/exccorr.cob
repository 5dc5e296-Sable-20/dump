000736*                 images overlay the shared EXCEPTION-RECORD
000738*                 area, so a pre-read first reject was lost
000739*                 and the last carried one processed twice.
000740*2026-09-08  SAB  The CITEDIT call runs the full edit scope
000741*                 with no address - a rejected slip image
000742*                 carries none.
000744*2026-09-22  SAB  Key counts ride the CYCGUARD stamp onto the
000746*                 cycle ledger for the CYCSTAT status report:
000748*                 rejects aged, recycled, bad corrections,
000750*                 and carried forward.
000752*2026-09-29  SAB  Operator authorization: each correction card
000754*                 carries the keying clerk's operator ID, and
000756*                 the clerk must hold action X for the reject's
000758*                 district on the OPERAUTH deck (checked through
000760*                 AUTHCHK) before the repaired slip recycles -
000762*                 an unauthorized correction leaves the reject
000764*                 aging.  The operator rides the recycled slip
000766*                 to CITMAINT's journal, and ACTOUT gets one
000768*                 activity record per correction for OPERACT.
000769*2026-10-09  SAB  RECYCOUT holds one fixed 57-byte record.
000770*----------------------------------------------------------
000772*
000774 ENVIRONMENT DIVISION.
000776*
000780 CONFIGURATION SECTION.
000790*
000800 INPUT-OUTPUT SECTION.
001060         ORGANIZATION IS SEQUENTIAL
001070         FILE STATUS IS FS-PARM-FILE.
001080*
001090*Clerk-prepared corrections, one citizen ID, fixed date of
001100*birth and keying operator per record.
001110     SELECT CORR-IN
001120         ASSIGN TO CORRIN
001130         ORGANIZATION IS SEQUENTIAL
001140         FILE STATUS IS FS-CORR-IN.
001150*
001157*Repaired slips in CITIZEN-REC layout plus the correcting
001164*operator, fed back into the next cycle through the CITMNRUN
001171*maintenance step.
001180     SELECT RECYCLE-OUT
001190         ASSIGN TO RECYCOUT
001200         ORGANIZATION IS SEQUENTIAL
001210         FILE STATUS IS FS-RECYCLE-OUT.
001220*
001222*Operator authorization deck - which action codes and which
001224*districts each clerk may key (OPER-AUTH card layout).
001226     SELECT OPER-AUTH-FILE
001228         ASSIGN TO OPERAUTH
001230         ORGANIZATION IS SEQUENTIAL
001232         FILE STATUS IS FS-OPER-AUTH.
001234*
001236*One activity record per correction card, recycled or not,
001238*for the per-operator activity report.
001240     SELECT ACTIVITY-OUT
001242         ASSIGN TO ACTOUT
001244         ORGANIZATION IS SEQUENTIAL
001246         FILE STATUS IS FS-ACTIVITY-OUT.
001248*
001250*Aging report of rejects still unrepaired after this pass.
001252     SELECT AGING-RPT
001254         ASSIGN TO AGERPT
001260         ORGANIZATION IS SEQUENTIAL
001270         FILE STATUS IS FS-AGING-RPT.
001280*
001380     05  COR-CITIZEN-ID                PIC X(09).
001390     05  FILLER                        PIC X(01).
001400     05  COR-NEW-DOB                   PIC X(08).
001403     05  FILLER                        PIC X(01).
001406     05  COR-OPERATOR-ID               PIC X(08).
001410*
001420 FD  RECYCLE-OUT.
001432*One fixed 57-byte record: the repaired slip, built in the
001434*WORKING-STORAGE CITIZEN-RECORD and moved here whole, then
001435*the correcting operator - the layout CITMAINT reads back.
001436 01  RCO-RECYCLE-RECORD.
001438     05  RCO-CITIZEN-IMAGE             PIC X(49).
001440     05  RCO-OPERATOR-ID               PIC X(08).
001442*
001450 FD  AGING-RPT.
001460 01  AGING-RPT-RECORD                  PIC X(80).
001470*
001650     05  PRM-VALUE-NUM REDEFINES PRM-VALUE PIC 999.
001660     05  FILLER                        PIC X(62).
001670*
001672 FD  OPER-AUTH-FILE.
001674*One OPER-AUTH card image - handed whole to AUTHCHK, which
001676*owns the card layout.
001678 01  OPER-AUTH-RECORD                  PIC X(80).
001680*
001682 FD  ACTIVITY-OUT.
001684     COPY OPER-ACT.
001686*
001688 WORKING-STORAGE SECTION.
001690*
001700 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
001710 01  WS-AGE-THRESHOLD                   PIC 9(03) VALUE 30.
001810*MAX-AGE rule out of the PARMFILE deck - the same cutoff
001820*DATAC's 2200-EDIT-AGE tests, loaded before any matching.
001830 01  WS-PARM-MAX-AGE                    PIC 999 VALUE ZERO.
001832*
001834*The slip being repaired - the reject's image, patched and
001836*edited here before it is moved whole to the recycle record.
001838     COPY CITIZEN-REC.
001840*
001842*Parameter area for the AUTHCHK operator authorization check
001844*- the grant table loaded from OPERAUTH lives here.
001846     COPY OPER-CHK.
001848*
001850*What became of the correction in hand, for the activity
001852*record, and the edit's field-plus-reason in the record's
001854*X(30) reason shape.
001856 01  WS-ACT-OUTCOME.
001858     05  WS-ACT-RESULT                 PIC X(01) VALUE SPACE.
001860         88  WS-ACT-APPLIED                   VALUE "A".
001862         88  WS-ACT-REJECTED                  VALUE "R".
001864         88  WS-ACT-UNAUTHORIZED              VALUE "U".
001866     05  WS-ACT-REASON                 PIC X(30) VALUE SPACES.
001868 01  WS-ACT-EDIT-REASON.
001870     05  WS-ACT-EDIT-FIELD             PIC X(12).
001872     05  FILLER                        PIC X(01) VALUE SPACE.
001874     05  WS-ACT-EDIT-CODE              PIC X(15).
001876     05  FILLER                        PIC X(02) VALUE SPACES.
001878*
001880 01  WS-SWITCHES.
001882     05  WS-EOF-SW                     PIC X(01) VALUE "N".
001884         88  WS-END-OF-FILE                   VALUE "Y".
001886     05  WS-CORR-EOF-SW                PIC X(01) VALUE "N".
001890         88  WS-END-OF-CORR                   VALUE "Y".
001900     05  WS-CORR-FOUND-SW              PIC X(01) VALUE "N".
001910         88  WS-CORR-WAS-FOUND                VALUE "Y".
001960         88  WS-END-OF-PARMS                  VALUE "Y".
001970     05  WS-PARM-MAXA-FOUND-SW         PIC X(01) VALUE "N".
001980         88  WS-PARM-MAXA-FOUND               VALUE "Y".
001983     05  WS-AUTH-EOF-SW                PIC X(01) VALUE "N".
001986         88  WS-END-OF-AUTH                   VALUE "Y".
001990*
002000 01  WS-COUNTERS.
002010     05  WS-EXCEPT-COUNT               PIC 9(07) VALUE ZERO.
002040     05  WS-OVERAGE-COUNT              PIC 9(07) VALUE ZERO.
002050     05  WS-BAD-CORR-COUNT             PIC 9(07) VALUE ZERO.
002060     05  WS-NO-IMAGE-COUNT             PIC 9(07) VALUE ZERO.
002065     05  WS-UNAUTH-COUNT               PIC 9(07) VALUE ZERO.
002070     05  WS-CARRY-IN-COUNT             PIC 9(07) VALUE ZERO.
002080     05  WS-CARRY-OUT-COUNT            PIC 9(07) VALUE ZERO.
002090     05  WS-CORR-COUNT                 PIC 9(05) VALUE ZERO.
002220     05  WS-CORR-ENTRY OCCURS 2000 TIMES.
002230         10  WS-CORR-TBL-ID            PIC X(09).
002240         10  WS-CORR-TBL-DOB           PIC X(08).
002245         10  WS-CORR-TBL-OPER          PIC X(08).
002250         10  WS-CORR-TBL-USED-SW       PIC X(01).
002260             88  WS-CORR-TBL-USED         VALUE "Y".
002270*
002330     05  FS-CARRY-IN                   PIC XX VALUE "00".
002340     05  FS-CARRY-OUT                  PIC XX VALUE "00".
002350     05  FS-PARM-FILE                  PIC XX VALUE "00".
002353     05  FS-OPER-AUTH                  PIC XX VALUE "00".
002356     05  FS-ACTIVITY-OUT               PIC XX VALUE "00".
002360*
002370*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
002380*abend paragraph can name which file and status code failed.
003420     OPEN OUTPUT CARRY-OUT
003430     OPEN OUTPUT RECYCLE-OUT
003440     OPEN OUTPUT AGING-RPT
003442     OPEN OUTPUT ACTIVITY-OUT
003444     IF FS-ACTIVITY-OUT NOT = "00"
003446         MOVE "ACTOUT  " TO WS-ABEND-FILE-NAME
003448         MOVE FS-ACTIVITY-OUT TO WS-ABEND-FILE-STATUS
003450         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003452     END-IF
003454     PERFORM 1200-LOAD-RUN-RULES THRU 1200-EXIT
003456     PERFORM 1300-LOAD-OPERATOR-AUTH THRU 1300-EXIT
003460     PERFORM 1100-LOAD-CORRECTIONS THRU 1100-EXIT
003470         UNTIL WS-END-OF-CORR
003480     CLOSE CORR-IN
003780                 TO WS-CORR-TBL-ID (WS-CORR-COUNT)
003790             MOVE COR-NEW-DOB
003800                 TO WS-CORR-TBL-DOB (WS-CORR-COUNT)
003803             MOVE COR-OPERATOR-ID
003806                 TO WS-CORR-TBL-OPER (WS-CORR-COUNT)
003810             MOVE "N" TO WS-CORR-TBL-USED-SW (WS-CORR-COUNT)
003820     END-READ.
003830 1100-EXIT.
004340 1210-EXIT.
004350     EXIT.
004360*
004362*----------------------------------------------------------
004364*1300-LOAD-OPERATOR-AUTH
004366*Files every OPERAUTH grant through AUTHCHK before the first
004368*correction is matched.  A card AUTHCHK will not take, or a
004370*deck with no grants at all, stops the run.
004372*----------------------------------------------------------
004374 1300-LOAD-OPERATOR-AUTH.
004376     MOVE ZERO TO OCK-GRANT-COUNT
004378     OPEN INPUT OPER-AUTH-FILE
004380     IF FS-OPER-AUTH NOT = "00"
004382         MOVE "OPERAUTH" TO WS-ABEND-FILE-NAME
004384         MOVE FS-OPER-AUTH TO WS-ABEND-FILE-STATUS
004386         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004388     END-IF
004390     PERFORM 1310-READ-AUTH-CARD THRU 1310-EXIT
004392         UNTIL WS-END-OF-AUTH
004394     CLOSE OPER-AUTH-FILE
004396     IF OCK-GRANT-COUNT = ZERO
004398         DISPLAY "EXCCORR: OPERAUTH DECK HAS NO GRANTS"
004400         MOVE 16 TO RETURN-CODE
004402         STOP RUN
004404     END-IF.
004406 1300-EXIT.
004408     EXIT.
004410*
004412 1310-READ-AUTH-CARD.
004414     READ OPER-AUTH-FILE
004416         AT END SET WS-END-OF-AUTH TO TRUE
004418         NOT AT END
004420             SET OCK-REQUEST-LOAD TO TRUE
004422             MOVE OPER-AUTH-RECORD TO OCK-CARD-IMAGE
004424             CALL "AUTHCHK" USING OPERATOR-CHECK-AREA
004426             IF OCK-NOT-AUTHORIZED
004428                 DISPLAY "EXCCORR: OPERAUTH CARD REJECTED - "
004430                     OCK-REASON
004432                 DISPLAY "EXCCORR: " OPER-AUTH-RECORD
004434                 MOVE 16 TO RETURN-CODE
004436                 STOP RUN
004438             END-IF
004440     END-READ.
004442 1310-EXIT.
004444     EXIT.
004446*
004448*----------------------------------------------------------
004450*2000-PROCESS-EXCEPT
004452*One pass per new-generation reject: match it and read the
004454*next one.
004456*----------------------------------------------------------
004458 2000-PROCESS-EXCEPT.
004460     ADD 1 TO WS-EXCEPT-COUNT
004462     PERFORM 2300-MATCH-ONE-REJECT THRU 2300-EXIT
004464     PERFORM 2100-READ-EXCEPT THRU 2100-EXIT.
004466 2000-EXIT.
004470     EXIT.
004480*
004490 2100-READ-EXCEPT.
005350*leading bytes match EXC-CITIZEN-ID; anything else stays
005360*report-only and the office re-enters the citizen through
005370*maintenance.
005372*
005374*Before any of that, the clerk who keyed the correction must
005376*hold action X for the reject's district; a correction from
005378*a clerk who does not is refused and the reject ages on.
005380*----------------------------------------------------------
005390 3000-RECYCLE-REJECT.
005400     SET WS-CORR-TBL-USED (WS-CORR-HIT) TO TRUE
005404     SET OCK-REQUEST-CHECK TO TRUE
005408     MOVE WS-CORR-TBL-OPER (WS-CORR-HIT) TO OCK-OPERATOR-ID
005412     MOVE "X" TO OCK-ACTION-CODE
005416     MOVE EXC-DISTRICT TO OCK-DISTRICT
005420     CALL "AUTHCHK" USING OPERATOR-CHECK-AREA
005424     IF OCK-NOT-AUTHORIZED
005428         ADD 1 TO WS-UNAUTH-COUNT
005432         DISPLAY "EXCCORR: CORRECTION FOR " EXC-CITIZEN-ID
005436             " REFUSED - " OCK-REASON
005440         MOVE OCK-REASON TO WS-ACT-REASON
005444         SET WS-ACT-UNAUTHORIZED TO TRUE
005448         PERFORM 6600-WRITE-ACTIVITY THRU 6600-EXIT
005460         PERFORM 4000-WRITE-AGING THRU 4000-EXIT
005470         GO TO 3000-EXIT
005480     END-IF
005482     IF EXC-CITIZEN-IMAGE = SPACES
005484         OR EXC-CITIZEN-IMAGE (1:9) NOT = EXC-CITIZEN-ID
005486         ADD 1 TO WS-NO-IMAGE-COUNT
005488         DISPLAY "EXCCORR: NO SLIP IMAGE FOR " EXC-CITIZEN-ID
005490             " - RE-ENTER THROUGH MAINTENANCE"
005492         MOVE "NO SLIP IMAGE" TO WS-ACT-REASON
005494         SET WS-ACT-REJECTED TO TRUE
005496         PERFORM 6600-WRITE-ACTIVITY THRU 6600-EXIT
005498         PERFORM 4000-WRITE-AGING THRU 4000-EXIT
005500         GO TO 3000-EXIT
005502     END-IF
005504     MOVE EXC-CITIZEN-IMAGE TO CITIZEN-RECORD
005506     MOVE WS-CORR-TBL-DOB (WS-CORR-HIT) TO CITIZEN-DOB-TEXT
005510     MOVE CITIZEN-RECORD TO EDT-CITIZEN-IMAGE
005520     MOVE WS-RUN-DATE TO EDT-RUN-DATE
005525     MOVE SPACES TO EDT-ADDRESS-IMAGE
005528     SET EDT-EDIT-FULL TO TRUE
005530     MOVE WS-PARM-MAX-AGE TO EDT-MAX-AGE
005540     CALL "CITEDIT" USING CITIZEN-EDIT-AREA
005550     IF EDT-RECORD-INVALID
005560         PERFORM 3100-REJECT-CORRECTION THRU 3100-EXIT
005570         GO TO 3000-EXIT
005580     END-IF
005584     MOVE CITIZEN-RECORD TO RCO-CITIZEN-IMAGE
005586     MOVE WS-CORR-TBL-OPER (WS-CORR-HIT) TO RCO-OPERATOR-ID
005592     WRITE RCO-RECYCLE-RECORD
005600     IF FS-RECYCLE-OUT NOT = "00"
005610         MOVE "RECYCOUT" TO WS-ABEND-FILE-NAME
005620         MOVE FS-RECYCLE-OUT TO WS-ABEND-FILE-STATUS
005630         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
005640     END-IF
005642     MOVE SPACES TO WS-ACT-REASON
005644     SET WS-ACT-APPLIED TO TRUE
005646     PERFORM 6600-WRITE-ACTIVITY THRU 6600-EXIT
005650     ADD 1 TO WS-RECYCLE-COUNT.
005660 3000-EXIT.
005670     EXIT.
005760     DISPLAY "EXCCORR: CORRECTION FOR " EXC-CITIZEN-ID
005770         " STILL FAILS THE INTAKE EDIT - "
005780         EDT-FIELD-NAME " " EDT-REASON-CODE
005782     MOVE EDT-FIELD-NAME TO WS-ACT-EDIT-FIELD
005784     MOVE EDT-REASON-CODE TO WS-ACT-EDIT-CODE
005786     MOVE WS-ACT-EDIT-REASON TO WS-ACT-REASON
005788     SET WS-ACT-REJECTED TO TRUE
005790     PERFORM 6600-WRITE-ACTIVITY THRU 6600-EXIT
005792     PERFORM 4000-WRITE-AGING THRU 4000-EXIT.
005800 3100-EXIT.
005810     EXIT.
005820*
006190 4000-EXIT.
006200     EXIT.
006210*
006212*----------------------------------------------------------
006214*6600-WRITE-ACTIVITY
006216*One activity record per correction card for OPERACT.  The
006218*caller sets WS-ACT-OUTCOME; the correction in hand
006220*is the table entry WS-CORR-HIT, matched to the reject in
006222*the EXCEPTION-RECORD area.
006224*----------------------------------------------------------
006226 6600-WRITE-ACTIVITY.
006228     MOVE SPACES TO OPERATOR-ACTIVITY-RECORD
006230     MOVE WS-CORR-TBL-OPER (WS-CORR-HIT) TO ACT-OPERATOR-ID
006232     MOVE "EXCCORR" TO ACT-PROGRAM
006234     MOVE "X" TO ACT-ACTION-CODE
006236     MOVE EXC-CITIZEN-ID TO ACT-CITIZEN-ID
006238     MOVE EXC-DISTRICT TO ACT-DISTRICT
006240     MOVE WS-ACT-RESULT TO ACT-RESULT
006242     MOVE WS-ACT-REASON TO ACT-REASON
006244     MOVE WS-RUN-DATE TO ACT-RUN-DATE
006246     WRITE OPERATOR-ACTIVITY-RECORD
006248     IF FS-ACTIVITY-OUT NOT = "00"
006250         MOVE "ACTOUT  " TO WS-ABEND-FILE-NAME
006252         MOVE FS-ACTIVITY-OUT TO WS-ABEND-FILE-STATUS
006254         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006256     END-IF.
006258 6600-EXIT.
006260     EXIT.
006262*
006264*Shared by every WRITE AGING-RPT-RECORD so a dataset problem
006266*on the report is caught the same way a recycle WRITE
006268*failure is.
006270 7100-WRITE-RPT-LINE.
006272     WRITE AGING-RPT-RECORD
006274     IF FS-AGING-RPT NOT = "00"
006280         MOVE "AGERPT  " TO WS-ABEND-FILE-NAME
006290         MOVE FS-AGING-RPT TO WS-ABEND-FILE-STATUS
006300         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
006660     MOVE WS-BAD-CORR-COUNT TO WS-RPT-COUNT-VALUE
006670     MOVE WS-RPT-COUNT-LINE TO AGING-RPT-RECORD
006680     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
006682     MOVE "UNAUTHORIZED CORR. =" TO WS-RPT-COUNT-LABEL
006684     MOVE WS-UNAUTH-COUNT TO WS-RPT-COUNT-VALUE
006686     MOVE WS-RPT-COUNT-LINE TO AGING-RPT-RECORD
006688     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
006690     MOVE "NO SLIP IMAGE      =" TO WS-RPT-COUNT-LABEL
006700     MOVE WS-NO-IMAGE-COUNT TO WS-RPT-COUNT-VALUE
006710     MOVE WS-RPT-COUNT-LINE TO AGING-RPT-RECORD
006830     CLOSE CARRY-OUT
006840     CLOSE RECYCLE-OUT
006850     CLOSE AGING-RPT
006851     CLOSE ACTIVITY-OUT
006852     MOVE WS-EXCEPT-COUNT TO CYG-COUNT-IN
006854     MOVE WS-RECYCLE-COUNT TO CYG-COUNT-OUT
006856     MOVE WS-BAD-CORR-COUNT TO CYG-COUNT-REJECT
006858     MOVE WS-CARRY-OUT-COUNT TO CYG-COUNT-EXTRA
006860     MOVE "STAMP" TO CYG-REQUEST
006870     MOVE "EXCC " TO CYG-JOB-CODE
006880     CALL "CYCGUARD" USING CYCLE-GUARD-AREA
006950*
006960*A correction nobody matched usually means the clerk keyed
006970*the wrong citizen ID - worth a count on the report so it
006976*gets looked at instead of silently dropped, and a rejected
006982*item on the clerk's activity.
006990 8100-COUNT-UNUSED.
007000     IF NOT WS-CORR-TBL-USED (WS-CORR-IDX)
007010         ADD 1 TO WS-CORR-UNUSED
007012         MOVE SPACES TO OPERATOR-ACTIVITY-RECORD
007014         MOVE WS-CORR-TBL-OPER (WS-CORR-IDX) TO ACT-OPERATOR-ID
007016         MOVE "EXCCORR" TO ACT-PROGRAM
007018         MOVE "X" TO ACT-ACTION-CODE
007020         MOVE WS-CORR-TBL-ID (WS-CORR-IDX) TO ACT-CITIZEN-ID
007022         SET ACT-REJECTED TO TRUE
007024         MOVE "NO MATCHING REJECT" TO ACT-REASON
007026         MOVE WS-RUN-DATE TO ACT-RUN-DATE
007028         WRITE OPERATOR-ACTIVITY-RECORD
007030         IF FS-ACTIVITY-OUT NOT = "00"
007032             MOVE "ACTOUT  " TO WS-ABEND-FILE-NAME
007034             MOVE FS-ACTIVITY-OUT TO WS-ABEND-FILE-STATUS
007036             PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007038         END-IF
007040     END-IF.
007042 8100-EXIT.
007044     EXIT.
007050*
007060*----------------------------------------------------------
007070*9900-ABEND-FILE-ERROR
