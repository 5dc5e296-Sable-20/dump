000240*DATAC's decisions for that cycle are posted back.  A zero
000250*post date on a nonzero maint date means the citizen was
000260*touched but the posting step has not run yet.
000261*
000262*MST-STATUS-CODE carries the citizen's lifecycle - active,
000263*deceased, or moved out of county - and MST-STATUS-DATE the
000264*date it took effect.  A citizen who dies or moves away is
000265*never physically deleted by maintenance; the record stays
000266*on the master, non-active, until the retention purge
000267*removes a deceased citizen whose retention period has run.
000268*Only an active citizen is decided by DATAC.
000270*
000280*2022-08-03  SAB  Initial copybook for the citizen master.
000281*2022-09-15  SAB  Added MST-DISTRICT alongside the other
000288*                 code: CITMAINT stamps CITEDIT's derived age
000289*                 at maintenance time and CITPOST refreshes
000290*                 it from AUD-AGE at posting.
000291*2026-09-08  SAB  Added the mailing address (street, city,
000292*                 state, ZIP and ZIP+4) after the posting
000293*                 stamps, maintained by the CITMAINT address
000294*                 change and read by CITMAIL for the presorted
000295*                 mail file.  Record is 133 bytes.
000296*2026-09-11  SAB  Added MST-STATUS-CODE and MST-STATUS-DATE
000297*                 for the citizen lifecycle (active, deceased,
000298*                 moved out of county).  Record is 142 bytes.
000299*----------------------------------------------------------
000300 01  CITIZEN-MASTER-RECORD.
000310     05  MST-CITIZEN-ID                PIC X(09).
000320     05  MST-CITIZEN-NAME              PIC X(20).
000430     05  MST-CAN-VOTE-FLAG             PIC 9.
000440     05  MST-LAST-MAINT-DATE           PIC 9(08).
000450     05  MST-LAST-POST-DATE            PIC 9(08).
000460     05  MST-MAILING-ADDRESS.
000470         10  MST-STREET                PIC X(30).
000480         10  MST-CITY                  PIC X(20).
000490         10  MST-STATE                 PIC X(02).
000500         10  MST-ZIP-CODE              PIC X(05).
000510         10  MST-ZIP-PLUS4             PIC X(04).
000520     05  MST-STATUS-CODE               PIC X(01).
000530         88  MST-STATUS-ACTIVE            VALUE "A".
000540         88  MST-STATUS-DECEASED          VALUE "D".
000550         88  MST-STATUS-MOVED             VALUE "M".
000560     05  MST-STATUS-DATE               PIC 9(08).
