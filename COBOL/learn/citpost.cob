000526*                 cycle control record, so CITRECON balances
000527*                 against the count itself - good across
000528*                 midnight and across two cycles in one day.
000529*2026-09-08  SAB  Journal before-image widened with the
000532*                 master for the mailing address.
000535*2026-09-22  SAB  Key counts ride the CYCGUARD stamp onto the
000538*                 cycle ledger for the CYCSTAT status report:
000541*                 audit records read, posted, and no master.
000543*2026-09-29  SAB  Journal records carry a blank operator ID -
000545*                 posting is program-driven, not keyed.  The
000547*                 journal before-image scratch is widened to
000549*                 the full 142-byte master; the status fields
000551*                 were falling off the end of the image.
000553*----------------------------------------------------------
000555*
000557 ENVIRONMENT DIVISION.
000560*
000570 CONFIGURATION SECTION.
000580*
001110*
001120*Journal scratch: the master record as read, saved before
001130*the posting moves overlay it, and the journal timestamp.
001140 01  WS-JRN-BEFORE-IMAGE                PIC X(142) VALUE SPACES.
001150 01  WS-JRN-TIME                        PIC 9(08) VALUE ZERO.
001160*
001170*Parameter area for the CYCGUARD cycle-sequencing module.
002840     MOVE "AUDITIN" TO JRN-SOURCE
002850     MOVE WS-JRN-BEFORE-IMAGE TO JRN-BEFORE-IMAGE
002860     MOVE CITIZEN-MASTER-RECORD TO JRN-AFTER-IMAGE
002865     MOVE SPACES TO JRN-OPERATOR-ID
002870     WRITE JOURNAL-RECORD
002880     IF FS-JOURNAL-OUT NOT = "00"
002890         MOVE "JRNLOUT " TO WS-ABEND-FILE-NAME
003010     CLOSE ORPHAN-OUT
003020     CLOSE JOURNAL-OUT
003030     CLOSE CITIZEN-MASTER
003032     MOVE WS-AUDIT-COUNT TO CYG-COUNT-IN
003034     MOVE WS-POSTED-COUNT TO CYG-COUNT-OUT
003036     MOVE WS-NO-MASTER-COUNT TO CYG-COUNT-REJECT
003038     MOVE ZERO TO CYG-COUNT-EXTRA
003040     MOVE "STAMP" TO CYG-REQUEST
003050     MOVE "POST " TO CYG-JOB-CODE
003055*The posted count rides the stamp onto the cycle control
