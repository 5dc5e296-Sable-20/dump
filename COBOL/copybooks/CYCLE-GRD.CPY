000298*                 every caller gets the stamped value back,
000299*                 so CITRECON balances against the count
000300*                 itself rather than any calendar date.
000302*2026-09-22  SAB  CYG-KEY-COUNTS: the caller fills its four
000304*                 key counts before the STAMP and CYCGUARD
000306*                 writes them to the cycle ledger, so the
000308*                 CYCSTAT status report can chain one job's
000310*                 output to the next job's input:
000312*                   MAINT  IN transactions (CITUNLD masters),
000314*                          OUT cycle records written, REJECT
000316*                          rejected, EXTRA recycled slips in;
000318*                   DATAC  IN records read, OUT audit records,
000320*                          REJECT exceptions, EXTRA voters;
000322*                   POST   IN audit records, OUT posted,
000324*                          REJECT no master;
000326*                   EXCC   IN rejects aged, OUT recycled,
000328*                          REJECT bad corrections, EXTRA
000330*                          carried forward;
000332*                   VDLT   IN current extract, OUT delta
000334*                          records, EXTRA prior extract;
000336*                   RECON  IN masters, OUT audit records,
000338*                          REJECT unposted, EXTRA suspense
000340*                          open.
000342*                 Ignored on a CHECK.
000344*----------------------------------------------------------
000346 01  CYCLE-GUARD-AREA.
000348     05  CYG-REQUEST                   PIC X(05).
000350         88  CYG-REQUEST-CHECK            VALUE "CHECK".
000352         88  CYG-REQUEST-STAMP            VALUE "STAMP".
000354     05  CYG-JOB-CODE                  PIC X(05).
000360         88  CYG-JOB-MAINT                VALUE "MAINT".
000370         88  CYG-JOB-DATAC                VALUE "DATAC".
000380         88  CYG-JOB-POST                 VALUE "POST ".
000420     05  CYG-CYCLE-NUMBER              PIC 9(07).
000430     05  CYG-CYCLE-DATE                PIC 9(08).
000440     05  CYG-POSTED-COUNT              PIC 9(07).
000450     05  CYG-KEY-COUNTS.
000460         10  CYG-COUNT-IN              PIC 9(07).
000470         10  CYG-COUNT-OUT             PIC 9(07).
000480         10  CYG-COUNT-REJECT          PIC 9(07).
000490         10  CYG-COUNT-EXTRA           PIC 9(07).
