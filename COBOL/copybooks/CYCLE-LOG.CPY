000100*CYCLE-LOG.
000110*----------------------------------------------------------
000120*CYCLE-LOG.CPY
000130*
000140*One entry on the cycle ledger (DATAC.CYCLE.LEDGER), the
000150*running history of the chain CYCLE-CTL cannot keep - the
000160*control record only holds the open cycle's flags, and the
000170*MAINT stamp clears them.  CYCGUARD appends an entry for
000180*every request it handles:
000190*
000200*  CHECK - the job checked in and may run;
000210*  STAMP - the job completed, with its key counts;
000220*  BLOCK - the job was refused, with the reason.
000230*
000240*LOG-CYCLE-NUMBER is the cycle the job ran in.  A MAINT
000250*check or block is logged against the cycle that run would
000260*open (the control record's number plus one), so every
000270*entry for a cycle, first to last, carries its number.
000280*The key counts are those of CYG-KEY-COUNTS (meaning per
000290*job in CYCLE-GRD.CPY) and are zero except on a STAMP.
000300*Read by CYCSTAT for the operations status report.
000310*
000320*2026-09-22  SAB  Initial copybook for the cycle ledger.
000330*                 Record is 100 bytes.
000340*----------------------------------------------------------
000350 01  CYCLE-LOG-RECORD.
000360     05  LOG-CYCLE-NUMBER              PIC 9(07).
000370     05  LOG-JOB-CODE                  PIC X(05).
000380     05  LOG-EVENT                     PIC X(05).
000390         88  LOG-EVENT-CHECK              VALUE "CHECK".
000400         88  LOG-EVENT-STAMP              VALUE "STAMP".
000410         88  LOG-EVENT-BLOCK              VALUE "BLOCK".
000420     05  LOG-DATE                      PIC 9(08).
000430     05  LOG-TIME                      PIC 9(06).
000440     05  LOG-KEY-COUNTS.
000450         10  LOG-COUNT-IN              PIC 9(07).
000460         10  LOG-COUNT-OUT             PIC 9(07).
000470         10  LOG-COUNT-REJECT          PIC 9(07).
000480         10  LOG-COUNT-EXTRA           PIC 9(07).
000490     05  LOG-BLOCK-REASON              PIC X(40).
000500     05  FILLER                        PIC X(01).
