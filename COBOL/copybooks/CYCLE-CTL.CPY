000270*stamp is the one that advances the cycle number, clears
000280*the flags, and zeroes the posted count; the posting stamp
000285*banks its count; every other job only sets its own flag.
000286*CYCGUARD also appends each check, stamp and refusal to the
000287*cycle ledger (CYCLE-LOG.CPY).
000290*
000300*2026-08-03  SAB  Initial copybook for cycle sequencing.
000310*                 Record is 30 bytes.
000316*                 cycle, zeroed by the MAINT stamp, balanced
000318*                 by CITRECON - a count, unlike a calendar
000319*                 date, survives two cycles in one day.
000320*2026-09-22  SAB  CYCSTAT reads this record, never writes
000322*                 it, to show each step's flag on the
000324*                 supervisor's status report; the steps'
000326*                 history is on the cycle ledger (CYCLE-LOG).
000328*----------------------------------------------------------
000330 01  CYCLE-CONTROL-RECORD.
000340     05  CYC-CYCLE-NUMBER              PIC 9(07).
000350     05  CYC-CYCLE-DATE                PIC 9(08).
