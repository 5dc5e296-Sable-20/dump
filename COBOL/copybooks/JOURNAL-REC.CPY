000210*clerks re-keying a whole day's TRANSIN deck from paper.
000220*
000230*JRN-SOURCE names the transaction source that drove the
000240*update (TRANSIN, RECYCIN, AUDITIN, MERGE, PURGE), and the
000250*images are the full CITIZEN-MASTER-RECORD: spaces as the
000260*before image on a WRITE (no record existed) and as the
000270*after image on a DELETE (none remains).
000280*
000290*2026-07-27  SAB  Initial copybook for the master update
000300*                 journal.  Record is 190 bytes.
000302*2026-09-01  SAB  MERGE joined the JRN-SOURCE values - the
000304*                 duplicate's delete is journaled like any
000306*                 other.
000307*2026-09-08  SAB  Images widened with the master for the
000308*                 mailing address.  Record is 312 bytes.
000309*2026-09-11  SAB  Images widened with the master for the
000310*                 citizen status and status date; PURGE
000311*                 joined the JRN-SOURCE values for the
000312*                 retention purge of deceased citizens.
000313*                 Record is 330 bytes.
000314*2026-09-29  SAB  Added JRN-OPERATOR-ID - the clerk whose
000315*                 slip or correction drove the update;
000316*                 spaces for the program-driven updates
000317*                 (CITPOST posting, CITPURGE purge).
000318*                 Record is 338 bytes.
000319*----------------------------------------------------------
000320 01  JOURNAL-RECORD.
000330     05  JRN-PROGRAM                   PIC X(08).
000340     05  JRN-DATE                      PIC 9(08).
000390         88  JRN-ACTION-DELETE            VALUE "D".
000400     05  JRN-CITIZEN-ID                PIC X(09).
000410     05  JRN-SOURCE                    PIC X(12).
000420     05  JRN-BEFORE-IMAGE              PIC X(142).
000430     05  JRN-AFTER-IMAGE               PIC X(142).
000440     05  JRN-OPERATOR-ID               PIC X(08).
