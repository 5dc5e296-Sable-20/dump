000100*OPER-CHK.
000110*----------------------------------------------------------
000120*OPER-CHK.CPY
000130*
000140*Parameter area for the AUTHCHK operator authorization
000150*module.  The grant table lives here, in the caller's
000160*storage, so each caller reads the OPERAUTH deck its own
000170*way (a batch file, or the CITAUTH file online) but files
000180*and checks the grants through the one module:
000190*
000200*  OCK-REQUEST-LOAD  - the caller moves one card image to
000210*                      OCK-CARD-IMAGE and CALLs; AUTHCHK
000220*                      validates it and adds the grant.  A
000230*                      comment card is passed over.  A bad
000240*                      card or a full table comes back
000250*                      OCK-NOT-AUTHORIZED with the reason -
000260*                      a set-up error the caller stops on.
000270*  OCK-REQUEST-CHECK - the caller fills operator, action
000280*                      code and district and CALLs; the
000290*                      answer is OCK-AUTHORIZED or
000300*                      OCK-NOT-AUTHORIZED with the reason in
000310*                      the reject-line shape.  A district
000320*                      of spaces checks the action alone
000330*                      (the citizen is not on file, so there
000340*                      is no district to hold it to).
000350*
000360*The caller zeroes OCK-GRANT-COUNT before the first load.
000370*
000380*One copybook, two homes: callers take it into WORKING-
000390*STORAGE, AUTHCHK takes it into LINKAGE.
000400*
000410*Reasons AUTHCHK sets on a check:
000420*  OPERATOR ID MISSING      slip carries no operator
000430*  OPERATOR NOT AUTHORIZED  no grant for the operator
000440*  ACTION NOT AUTHORIZED    no grant covers the action
000450*  DISTRICT NOT AUTHORIZED  the action is granted, but not
000460*                           in the citizen's district
000470*
000480*2026-09-29  SAB  Initial copybook for operator
000490*                 authorization.
000500*----------------------------------------------------------
000510 01  OPERATOR-CHECK-AREA.
000520     05  OCK-REQUEST                   PIC X(01).
000530         88  OCK-REQUEST-LOAD             VALUE "L".
000540         88  OCK-REQUEST-CHECK            VALUE "C".
000550     05  OCK-CARD-IMAGE                PIC X(80).
000560     05  OCK-OPERATOR-ID               PIC X(08).
000570     05  OCK-ACTION-CODE               PIC X(01).
000580     05  OCK-DISTRICT                  PIC X(02).
000590     05  OCK-RESULT-SW                 PIC X(01).
000600         88  OCK-AUTHORIZED               VALUE "Y".
000610         88  OCK-NOT-AUTHORIZED           VALUE "N".
000620     05  OCK-REASON                    PIC X(30).
000630     05  OCK-GRANT-COUNT               PIC 9(03).
000640     05  OCK-GRANT OCCURS 300 TIMES.
000650         10  OCK-GRANT-OPERATOR        PIC X(08).
000660         10  OCK-GRANT-ACTIONS         PIC X(06).
000670         10  OCK-GRANT-DISTRICTS.
000680             15  OCK-GRANT-DISTRICT    PIC X(02) OCCURS 10 TIMES.
