000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. AUTHCHK.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. September 29th 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*AUTHCHK
000140*
000150*The one operator authorization check for the whole shop.
000160*Works over the grant table carried in the OPER-CHK
000170*parameter area, which the caller fills from the OPERAUTH
000180*deck (OPER-AUTH layout) one card at a time:
000190*
000200*  LOAD  - edits one card and files its grant: operator
000210*          not blank, at least one action code and every
000220*          one of them in A C D M R X, at least one
000230*          district and every one of them two digits or **.
000240*          A comment card (* in column one) or a blank card
000250*          is passed over.  A bad card is handed back with
000260*          the reason, and the caller stops - a deck the
000270*          records officer did not mean is not a deck to
000280*          check clerks against.
000290*  CHECK - answers whether the operator holds a grant that
000300*          covers both the action code and the district.
000310*          The reason on a refusal is the narrowest one
000320*          true: no operator, no grant at all, no grant
000330*          for the action, or the action granted only in
000340*          other districts.
000350*
000360*CALLed by CITMAINT (every TRANSIN slip), by EXCCORR (every
000370*correction card, as action X) and online by CITOENT (every
000380*CENT entry before it queues).
000390*
000400*MODIFICATION HISTORY
000410*
000420*2026-09-29  SAB  Initial version.
000430*----------------------------------------------------------
000440*
000450 ENVIRONMENT DIVISION.
000460*
000470 CONFIGURATION SECTION.
000480*
000490 DATA DIVISION.
000500*
000510 WORKING-STORAGE SECTION.
000520*
000530     COPY OPER-AUTH.
000540*
000550 01  WS-COUNTERS.
000560     05  WS-GRANT-I                    PIC 9(03) VALUE ZERO.
000570     05  WS-SLOT-I                     PIC 9(02) VALUE ZERO.
000580     05  WS-CODE-COUNT                 PIC 9(02) VALUE ZERO.
000590     05  WS-MATCH-COUNT                PIC 9(02) VALUE ZERO.
000600*
000610 01  WS-SWITCHES.
000620     05  WS-OPERATOR-FOUND-SW          PIC X(01) VALUE "N".
000630         88  WS-OPERATOR-FOUND                VALUE "Y".
000640         88  WS-OPERATOR-NOT-FOUND            VALUE "N".
000650     05  WS-ACTION-FOUND-SW            PIC X(01) VALUE "N".
000660         88  WS-ACTION-FOUND                  VALUE "Y".
000670         88  WS-ACTION-NOT-FOUND              VALUE "N".
000680     05  WS-DISTRICT-FOUND-SW          PIC X(01) VALUE "N".
000690         88  WS-DISTRICT-FOUND                VALUE "Y".
000700         88  WS-DISTRICT-NOT-FOUND            VALUE "N".
000710*
000720 LINKAGE SECTION.
000730*
000740     COPY OPER-CHK.
000750*
000760 PROCEDURE DIVISION USING OPERATOR-CHECK-AREA.
000770*
000780*----------------------------------------------------------
000790*0000-MAINLINE
000800*----------------------------------------------------------
000810 0000-MAINLINE.
000820     SET OCK-AUTHORIZED TO TRUE
000830     MOVE SPACES TO OCK-REASON
000840     EVALUATE TRUE
000850         WHEN OCK-REQUEST-LOAD
000860             PERFORM 1000-LOAD-GRANT THRU 1000-EXIT
000870         WHEN OCK-REQUEST-CHECK
000880             PERFORM 2000-CHECK-OPERATOR THRU 2000-EXIT
000890         WHEN OTHER
000900             SET OCK-NOT-AUTHORIZED TO TRUE
000910             MOVE "AUTHCHK REQUEST CODE INVALID" TO OCK-REASON
000920     END-EVALUATE
000930     GOBACK.
000940*
000950*----------------------------------------------------------
000960*1000-LOAD-GRANT
000970*Edits the card field by field; the first fault ends the
000980*edit and comes back as the reason.
000990*----------------------------------------------------------
001000 1000-LOAD-GRANT.
001010     IF OCK-CARD-IMAGE = SPACES
001020         GO TO 1000-EXIT
001030     END-IF
001040     IF OCK-CARD-IMAGE (1:1) = "*"
001050         GO TO 1000-EXIT
001060     END-IF
001070     MOVE OCK-CARD-IMAGE TO OPERATOR-AUTH-CARD
001080     IF AUT-OPERATOR-ID = SPACES
001090         SET OCK-NOT-AUTHORIZED TO TRUE
001100         MOVE "OPERATOR ID BLANK" TO OCK-REASON
001110         GO TO 1000-EXIT
001120     END-IF
001130     MOVE ZERO TO WS-CODE-COUNT
001140     PERFORM 1100-EDIT-ACTION THRU 1100-EXIT
001150         VARYING WS-SLOT-I FROM 1 BY 1
001160         UNTIL WS-SLOT-I > 6
001170     IF OCK-NOT-AUTHORIZED
001180         GO TO 1000-EXIT
001190     END-IF
001200     IF WS-CODE-COUNT = ZERO
001210         SET OCK-NOT-AUTHORIZED TO TRUE
001220         MOVE "NO ACTION CODES" TO OCK-REASON
001230         GO TO 1000-EXIT
001240     END-IF
001250     MOVE ZERO TO WS-CODE-COUNT
001260     PERFORM 1200-EDIT-DISTRICT THRU 1200-EXIT
001270         VARYING WS-SLOT-I FROM 1 BY 1
001280         UNTIL WS-SLOT-I > 10
001290     IF OCK-NOT-AUTHORIZED
001300         GO TO 1000-EXIT
001310     END-IF
001320     IF WS-CODE-COUNT = ZERO
001330         SET OCK-NOT-AUTHORIZED TO TRUE
001340         MOVE "NO DISTRICTS" TO OCK-REASON
001350         GO TO 1000-EXIT
001360     END-IF
001370     IF OCK-GRANT-COUNT NOT < 300
001380         SET OCK-NOT-AUTHORIZED TO TRUE
001390         MOVE "GRANT TABLE FULL AT 300 CARDS" TO OCK-REASON
001400         GO TO 1000-EXIT
001410     END-IF
001420     ADD 1 TO OCK-GRANT-COUNT
001430     MOVE AUT-OPERATOR-ID
001440         TO OCK-GRANT-OPERATOR (OCK-GRANT-COUNT)
001450     MOVE AUT-ACTIONS TO OCK-GRANT-ACTIONS (OCK-GRANT-COUNT)
001460     MOVE AUT-DISTRICTS
001470         TO OCK-GRANT-DISTRICTS (OCK-GRANT-COUNT).
001480 1000-EXIT.
001490     EXIT.
001500*
001510 1100-EDIT-ACTION.
001520     IF OCK-NOT-AUTHORIZED
001530         GO TO 1100-EXIT
001540     END-IF
001550     IF AUT-ACTION (WS-SLOT-I) = SPACE
001560         GO TO 1100-EXIT
001570     END-IF
001580     IF AUT-ACTION (WS-SLOT-I) = "A" OR "C" OR "D"
001590                              OR "M" OR "R" OR "X"
001600         ADD 1 TO WS-CODE-COUNT
001610     ELSE
001620         SET OCK-NOT-AUTHORIZED TO TRUE
001630         MOVE "ACTION CODE INVALID" TO OCK-REASON
001640     END-IF.
001650 1100-EXIT.
001660     EXIT.
001670*
001680 1200-EDIT-DISTRICT.
001690     IF OCK-NOT-AUTHORIZED
001700         GO TO 1200-EXIT
001710     END-IF
001720     IF AUT-DISTRICT (WS-SLOT-I) = SPACES
001730         GO TO 1200-EXIT
001740     END-IF
001750     IF AUT-DISTRICT (WS-SLOT-I) = "**"
001760     OR AUT-DISTRICT (WS-SLOT-I) IS NUMERIC
001770         ADD 1 TO WS-CODE-COUNT
001780     ELSE
001790         SET OCK-NOT-AUTHORIZED TO TRUE
001800         MOVE "DISTRICT CODE INVALID" TO OCK-REASON
001810     END-IF.
001820 1200-EXIT.
001830     EXIT.
001840*
001850*----------------------------------------------------------
001860*2000-CHECK-OPERATOR
001870*Every grant is looked at - one clerk's cards need not sit
001880*together in the deck - and the first grant that covers
001890*both action and district settles it.
001900*----------------------------------------------------------
001910 2000-CHECK-OPERATOR.
001920     IF OCK-OPERATOR-ID = SPACES
001930         SET OCK-NOT-AUTHORIZED TO TRUE
001940         MOVE "OPERATOR ID MISSING" TO OCK-REASON
001950         GO TO 2000-EXIT
001960     END-IF
001970     SET WS-OPERATOR-NOT-FOUND TO TRUE
001980     SET WS-ACTION-NOT-FOUND TO TRUE
001990     SET WS-DISTRICT-NOT-FOUND TO TRUE
002000     PERFORM 2100-CHECK-GRANT THRU 2100-EXIT
002010         VARYING WS-GRANT-I FROM 1 BY 1
002020         UNTIL WS-GRANT-I > OCK-GRANT-COUNT
002030         OR WS-DISTRICT-FOUND
002040     EVALUATE TRUE
002050         WHEN WS-DISTRICT-FOUND
002060             CONTINUE
002070         WHEN WS-OPERATOR-NOT-FOUND
002080             SET OCK-NOT-AUTHORIZED TO TRUE
002090             MOVE "OPERATOR NOT AUTHORIZED" TO OCK-REASON
002100         WHEN WS-ACTION-NOT-FOUND
002110             SET OCK-NOT-AUTHORIZED TO TRUE
002120             MOVE "ACTION NOT AUTHORIZED" TO OCK-REASON
002130         WHEN OTHER
002140             SET OCK-NOT-AUTHORIZED TO TRUE
002150             MOVE "DISTRICT NOT AUTHORIZED" TO OCK-REASON
002160     END-EVALUATE.
002170 2000-EXIT.
002180     EXIT.
002190*
002200 2100-CHECK-GRANT.
002210     IF OCK-GRANT-OPERATOR (WS-GRANT-I) NOT = OCK-OPERATOR-ID
002220         GO TO 2100-EXIT
002230     END-IF
002240     SET WS-OPERATOR-FOUND TO TRUE
002250     IF OCK-ACTION-CODE = SPACE
002260         GO TO 2100-EXIT
002270     END-IF
002280     MOVE ZERO TO WS-MATCH-COUNT
002290     INSPECT OCK-GRANT-ACTIONS (WS-GRANT-I)
002300         TALLYING WS-MATCH-COUNT FOR ALL OCK-ACTION-CODE
002310     IF WS-MATCH-COUNT = ZERO
002320         GO TO 2100-EXIT
002330     END-IF
002340     SET WS-ACTION-FOUND TO TRUE
002350     IF OCK-DISTRICT = SPACES
002360         SET WS-DISTRICT-FOUND TO TRUE
002370         GO TO 2100-EXIT
002380     END-IF
002390     PERFORM 2200-CHECK-DISTRICT THRU 2200-EXIT
002400         VARYING WS-SLOT-I FROM 1 BY 1
002410         UNTIL WS-SLOT-I > 10
002420         OR WS-DISTRICT-FOUND.
002430 2100-EXIT.
002440     EXIT.
002450*
002460 2200-CHECK-DISTRICT.
002470     IF OCK-GRANT-DISTRICT (WS-GRANT-I, WS-SLOT-I) = "**"
002480     OR OCK-GRANT-DISTRICT (WS-GRANT-I, WS-SLOT-I)
002490            = OCK-DISTRICT
002500         SET WS-DISTRICT-FOUND TO TRUE
002510     END-IF.
002520 2200-EXIT.
002530     EXIT.
