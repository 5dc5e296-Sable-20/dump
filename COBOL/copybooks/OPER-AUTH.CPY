000100*OPER-AUTH.
000110*----------------------------------------------------------
000120*OPER-AUTH.CPY
000130*
000140*Operator authorization card - the records officer's list
000150*of what each clerk may key, kept in DATAC.PARMLIB(OPERAUTH)
000160*(the OPERAUTH DD in batch, the CITAUTH file online).  One
000170*card is one grant: the operator ID, the action codes the
000180*grant covers, and the districts it covers.  A clerk may
000190*have several cards - a slip is authorized when any one of
000200*the operator's grants covers both its action and its
000210*district.  An * in column one comments a card out.
000220*
000230*Action codes:
000240*  A  ADD             D  DELETE (status change)
000250*  C  CHANGE          M  MERGE
000260*  R  ADDRESS change  X  EXCCORR exception correction
000270*
000280*Districts are two-digit codes; ** in any slot grants every
000290*district.  The death feed keys its status slips as
000300*operator CITDEATH, so the deck carries a D grant for
000310*CITDEATH in every district for as long as the feed runs.
000320*
000330*2026-09-29  SAB  Initial copybook for operator
000340*                 authorization.  Card is 80 bytes.
000350*----------------------------------------------------------
000360 01  OPERATOR-AUTH-CARD.
000370     05  AUT-OPERATOR-ID               PIC X(08).
000380     05  FILLER                        PIC X(01).
000390     05  AUT-ACTIONS.
000400         10  AUT-ACTION                PIC X(01) OCCURS 6 TIMES.
000410     05  FILLER                        PIC X(01).
000420     05  AUT-DISTRICTS.
000430         10  AUT-DISTRICT              PIC X(02) OCCURS 10 TIMES.
000440     05  FILLER                        PIC X(44).
