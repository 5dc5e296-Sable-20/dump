000100*SUSPENSE-REC.
000110*----------------------------------------------------------
000120*SUSPENSE-REC.CPY
000130*
000140*No-master suspense case, keyed by citizen ID on SUSPFILE
000150*(DATAC.RECON.SUSPENSE).  CITRECON banks each CITPOST
000160*ORPHOUT case here and ages it cycle over cycle; once the
000170*citizen appears on the master the case is marked RESOLVED
000180*with the date, not deleted, so the record of it is kept
000190*for the county retention schedule.  RETPURGE removes a
000200*resolved case once SUSPENSE-RETN years have passed since
000210*SUS-RESOLVED-DATE.  An open case is never purged; an
000220*orphan arriving for a resolved case reopens it.
000230*
000240*2026-09-25  SAB  Layout moved out of CITRECON's FD into
000250*                 this copybook, now shared with RETPURGE.
000260*                 SUS-STATUS and SUS-RESOLVED-DATE added:
000270*                 record grows 28 -> 37 (see SUSPCNVT).
000280*----------------------------------------------------------
000290 01  SUSPENSE-RECORD.
000300     05  SUS-CITIZEN-ID                PIC X(09).
000310     05  SUS-FIRST-DATE                PIC 9(08).
000320     05  SUS-LAST-DATE                 PIC 9(08).
000330     05  SUS-CYCLE-COUNT               PIC 9(03).
000340     05  SUS-STATUS                    PIC X(01).
000350         88  SUS-STATUS-OPEN              VALUE "O".
000360         88  SUS-STATUS-RESOLVED          VALUE "R".
000370     05  SUS-RESOLVED-DATE             PIC 9(08).
