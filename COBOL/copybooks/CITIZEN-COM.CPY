000100*CITIZEN-COM.
000110*----------------------------------------------------------
000120*CITIZEN-COM.CPY
000130*
000140*COMMAREA the online citizen screens pass between tasks of a
000150*pseudo-conversation and to each other on XCTL.  CITOINQ
000160*(transaction CINQ) and CITOENT (transaction CENT) both take
000170*it into WORKING-STORAGE and move DFHCOMMAREA over it on
000180*entry, so the two sides can never drift apart.
000190*
000200*COM-SEND-FRESH tells the receiving program that its map is
000210*not on the screen yet - first entry from the other screen -
000220*so it sends rather than receives.  COM-CITIZEN-ID is the
000230*citizen last shown or keyed, carried across so PF5 from an
000240*inquiry opens the entry screen on that ID and PF4 back
000250*shows the citizen again.
000260*
000270*2026-09-15  SAB  Initial copybook for the online screens.
000280*                 COMMAREA is 10 bytes.
000290*----------------------------------------------------------
000300 01  CITIZEN-ONLINE-COMMAREA.
000310     05  COM-SCREEN-SW                 PIC X(01).
000320         88  COM-SEND-FRESH               VALUE "F".
000330         88  COM-SCREEN-SHOWN             VALUE "S".
000340     05  COM-CITIZEN-ID                PIC X(09).
