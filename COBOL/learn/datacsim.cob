000450*MODIFICATION HISTORY
000460*
000470*2026-08-17  SAB  Initial version.
000472*2026-09-08  SAB  Both CITEDIT calls run the full edit scope
000474*                 with no address - a what-if never turns on
000476*                 the mailing address.
000478*2026-09-11  SAB  A citizen marked deceased or moved out of
000480*                 county is counted as inactive and left out
000482*                 of the what-if - DATAC no longer decides
000484*                 them.
000486*----------------------------------------------------------
000490*
000500 ENVIRONMENT DIVISION.
000510*
001870     05  WS-MASTER-COUNT               PIC 9(07) VALUE ZERO.
001880     05  WS-DECIDED-COUNT              PIC 9(07) VALUE ZERO.
001890     05  WS-SKIPPED-COUNT              PIC 9(07) VALUE ZERO.
001895     05  WS-INACTIVE-COUNT             PIC 9(07) VALUE ZERO.
001900     05  WS-NEW-REJECT-COUNT           PIC 9(07) VALUE ZERO.
001910     05  WS-NEW-ACCEPT-COUNT           PIC 9(07) VALUE ZERO.
001920     05  WS-VOTE-GAIN-COUNT            PIC 9(07) VALUE ZERO.
005750*----------------------------------------------------------
005760 2000-SIMULATE-CITIZEN.
005770     ADD 1 TO WS-MASTER-COUNT
005772     IF NOT MST-STATUS-ACTIVE
005774         ADD 1 TO WS-INACTIVE-COUNT
005776         GO TO 2000-READ-NEXT
005778     END-IF
005780     PERFORM 2200-EDIT-BOTH-DECKS THRU 2200-EXIT
005790     EVALUATE TRUE
005800         WHEN WS-CUR-IS-INVALID AND WS-NEW-IS-INVALID
005870             ADD 1 TO WS-DECIDED-COUNT
005880             PERFORM 2300-DECIDE-BOTH-DECKS THRU 2300-EXIT
005890             PERFORM 2400-TALLY-DIFFERENCES THRU 2400-EXIT
005900     END-EVALUATE.
005905 2000-READ-NEXT.
005910     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
005920 2000-EXIT.
005930     EXIT.
006230     MOVE MST-DISTRICT TO EDT-DISTRICT
006240     MOVE MST-DOB-TEXT TO EDT-DOB-TEXT
006250     MOVE WS-RUN-DATE TO EDT-RUN-DATE
006255     MOVE SPACES TO EDT-ADDRESS-IMAGE
006258     SET EDT-EDIT-FULL TO TRUE
006260     MOVE WS-CUR-MAX-AGE TO EDT-MAX-AGE
006270     CALL "CITEDIT" USING CITIZEN-EDIT-AREA
006280     IF EDT-RECORD-VALID
007640     MOVE WS-MASTER-COUNT TO WS-RPT-COUNT-VALUE
007650     MOVE WS-RPT-COUNT-LINE TO IMPACT-RPT-RECORD
007660     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007662     MOVE "INACTIVE - NOT DECIDED =" TO WS-RPT-COUNT-LABEL
007664     MOVE WS-INACTIVE-COUNT TO WS-RPT-COUNT-VALUE
007666     MOVE WS-RPT-COUNT-LINE TO IMPACT-RPT-RECORD
007668     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007670     MOVE "DECIDED UNDER BOTH     =" TO WS-RPT-COUNT-LABEL
007680     MOVE WS-DECIDED-COUNT TO WS-RPT-COUNT-VALUE
007690     MOVE WS-RPT-COUNT-LINE TO IMPACT-RPT-RECORD
