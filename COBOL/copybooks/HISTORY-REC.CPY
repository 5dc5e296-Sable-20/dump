000300*
000310*2026-08-31  SAB  Initial copybook for the decision-history
000320*                 archive.  Record is 136 bytes, key 27.
000322*2026-09-25  SAB  No longer kept forever: RETPURGE deletes
000324*                 audit events past AUDIT-RETN years and
000326*                 exception events past EXCEPT-RETN, unless
000328*                 the citizen is on the legal hold list.
000330*----------------------------------------------------------
000340 01  HISTORY-RECORD.
000350     05  HST-KEY.
