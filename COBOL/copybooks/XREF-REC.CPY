000200*
000210*2026-09-01  SAB  Initial copybook for the merge
000220*                 cross-reference.  Record is 26 bytes.
000222*2026-09-25  SAB  RETPURGE deletes a cross-reference once
000224*                 XREF-RETN years have passed since the
000226*                 merge date, unless either ID is on the
000228*                 legal hold list.
000230*----------------------------------------------------------
000240 01  XREF-RECORD.
000250     05  XRF-DUP-ID                    PIC X(09).
