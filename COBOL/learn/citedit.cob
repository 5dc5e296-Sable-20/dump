000230*    caller passes from the PARMFILE deck;
000240*  - district code in the valid set 01-05;
000250*  - the overall score and all five subject score letters
000260*    in A-F;
000262*  - the mailing address, when one is given: street and
000264*    city not blank, state two letters, ZIP five digits
000266*    and ZIP+4 blank or four digits.
000268*
000270*An address change (EDT-EDIT-ADDRESS-ONLY) carries no intake
000272*image beyond the ID, so only the ID and the address are
000274*edited, and the address must be there.
000276*
000280*The first failing field ends the edit - its name and a
000290*reason code in the exception record's X(15) shape come
000300*back to the caller.  A clean record comes back with the
000430*2026-07-13  SAB  Initial version, pulled out of DATAC's
000440*                 age/DOB edit and grown to cover every
000450*                 intake field.
000452*2026-09-08  SAB  Added 7000-EDIT-ADDRESS for the mailing
000454*                 address and the address-only edit scope
000456*                 the CITMAINT address change runs under.
000460*----------------------------------------------------------
000470*
000480 ENVIRONMENT DIVISION.
001010     MOVE SPACES TO EDT-FIELD-NAME
001020     MOVE ZERO TO EDT-DERIVED-AGE
001030     PERFORM 1000-EDIT-ID THRU 1000-EXIT
001032     IF EDT-EDIT-ADDRESS-ONLY
001034         PERFORM 7000-EDIT-ADDRESS THRU 7000-EXIT
001036         GOBACK
001038     END-IF
001040     PERFORM 2000-EDIT-NAME THRU 2000-EXIT
001050     PERFORM 3000-EDIT-DOB THRU 3000-EXIT
001060     PERFORM 4000-EDIT-DISTRICT THRU 4000-EXIT
001070     PERFORM 5000-EDIT-SCORE THRU 5000-EXIT
001080     PERFORM 6000-EDIT-SUBJECTS THRU 6000-EXIT
001085     PERFORM 7000-EDIT-ADDRESS THRU 7000-EXIT
001090     GOBACK.
001100*
001110*----------------------------------------------------------
002910     END-IF.
002920 6100-EXIT.
002930     EXIT.
002940*
002950*----------------------------------------------------------
002960*7000-EDIT-ADDRESS
002970*An intake slip may leave the address off altogether; an
002980*address change may not.  Whatever address is given must be
002990*complete enough for the post office to sort on.
003000*----------------------------------------------------------
003010 7000-EDIT-ADDRESS.
003020     IF EDT-RECORD-INVALID
003030         GO TO 7000-EXIT
003040     END-IF
003050     IF EDT-ADDRESS-IMAGE = SPACES
003060         AND EDT-EDIT-FULL
003070         GO TO 7000-EXIT
003080     END-IF
003090     IF EDT-STREET = SPACES
003100         SET EDT-RECORD-INVALID TO TRUE
003110         MOVE "STREET-BLANK" TO EDT-REASON-CODE
003120         MOVE "STREET" TO EDT-FIELD-NAME
003130         GO TO 7000-EXIT
003140     END-IF
003150     IF EDT-CITY = SPACES
003160         SET EDT-RECORD-INVALID TO TRUE
003170         MOVE "CITY-BLANK" TO EDT-REASON-CODE
003180         MOVE "CITY" TO EDT-FIELD-NAME
003190         GO TO 7000-EXIT
003200     END-IF
003210     IF EDT-STATE IS NOT ALPHABETIC-UPPER
003220         OR EDT-STATE (1:1) = SPACE
003230         OR EDT-STATE (2:1) = SPACE
003240         SET EDT-RECORD-INVALID TO TRUE
003250         MOVE "STATE-BAD" TO EDT-REASON-CODE
003260         MOVE "STATE" TO EDT-FIELD-NAME
003270         GO TO 7000-EXIT
003280     END-IF
003290     IF EDT-ZIP-CODE IS NOT NUMERIC
003300         SET EDT-RECORD-INVALID TO TRUE
003310         MOVE "ZIP-BAD" TO EDT-REASON-CODE
003320         MOVE "ZIP-CODE" TO EDT-FIELD-NAME
003330         GO TO 7000-EXIT
003340     END-IF
003350     IF EDT-ZIP-PLUS4 NOT = SPACES
003360         AND EDT-ZIP-PLUS4 IS NOT NUMERIC
003370         SET EDT-RECORD-INVALID TO TRUE
003380         MOVE "ZIP-BAD" TO EDT-REASON-CODE
003390         MOVE "ZIP-PLUS4" TO EDT-FIELD-NAME
003400     END-IF.
003410 7000-EXIT.
003420     EXIT.
