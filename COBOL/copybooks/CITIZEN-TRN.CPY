000180*ADD    - citizen must not already be on the master.
000190*CHANGE - citizen must already be on the master; the intake
000200*         fields replace what the master holds.
000210*DELETE - citizen must already be on the master.  Not a
000220*         physical delete: it changes the citizen's status.
000230*         TRN-NEW-STATUS (redefining the front of the name
000231*         field) is D deceased or M moved out of county, or
000232*         A to reinstate a non-active citizen;
000233*         TRN-STATUS-DATE is the effective date (spaces for
000234*         the run date) and TRN-STATUS-REF an optional
000235*         reference such as the death certificate number.
000236*         The rest of the image may be spaces.
000237*MERGE  - TRN-CITIZEN-ID is the duplicate being folded away
000238*         and TRN-SURVIVOR-ID (the first nine bytes of the
000239*         name field, redefined) is the citizen who stays;
000240*         both must be on the master.  The rest of the
000241*         image may be spaces.
000242*ADDRESS - (action code R) citizen must already be on the
000243*         master; only TRN-CITIZEN-ID and the mailing
000244*         address fields are used, and the address replaces
000245*         what the master holds.  An ADD may carry an address
000246*         too; a CHANGE leaves the master's address alone.
000247*
000250*2022-08-03  SAB  Initial copybook for master maintenance.
000251*2022-09-15  SAB  Added TRN-DISTRICT alongside the other
000252*                 intake fields.  Record is 42 bytes.
000257*                 duplicate citizen into a survivor, with
000258*                 TRN-SURVIVOR-ID redefining the name field
000259*                 (a merge slip carries no intake data).
000261*2026-09-08  SAB  Added the mailing address fields and the
000262*                 ADDRESS change action.  Record is 111 bytes.
000263*2026-09-11  SAB  DELETE became a status change: added
000264*                 TRN-STATUS-FIELDS redefining the name field
000265*                 (new status, effective date, reference).
000266*2026-09-29  SAB  Added TRN-OPERATOR-ID, the clerk who keyed
000267*                 the slip - checked against the OPERAUTH
000268*                 deck and recorded on the journal.  CENT
000269*                 slips carry the CICS user ID, the death
000270*                 feed's carry CITDEATH.  Record is 119 bytes.
000271*----------------------------------------------------------
000272 01  CITIZEN-TRANS-RECORD.
000280     05  TRN-ACTION-CODE               PIC X(01).
000290         88  TRN-ACTION-ADD               VALUE "A".
000300         88  TRN-ACTION-CHANGE            VALUE "C".
000310         88  TRN-ACTION-DELETE            VALUE "D".
000312         88  TRN-ACTION-MERGE             VALUE "M".
000314         88  TRN-ACTION-ADDRESS           VALUE "R".
000320     05  TRN-CITIZEN-ID                PIC X(09).
000330     05  TRN-CITIZEN-NAME              PIC X(20).
000332     05  TRN-MERGE-FIELDS REDEFINES TRN-CITIZEN-NAME.
000334         10  TRN-SURVIVOR-ID           PIC X(09).
000336         10  FILLER                    PIC X(11).
000340     05  TRN-STATUS-FIELDS REDEFINES TRN-CITIZEN-NAME.
000345         10  TRN-NEW-STATUS            PIC X(01).
000350             88  TRN-STATUS-TO-ACTIVE     VALUE "A".
000355             88  TRN-STATUS-TO-DECEASED   VALUE "D".
000360             88  TRN-STATUS-TO-MOVED      VALUE "M".
000365         10  TRN-STATUS-DATE           PIC X(08).
000370         10  TRN-STATUS-DATE-NUM REDEFINES
000375             TRN-STATUS-DATE            PIC 9(08).
000380         10  TRN-STATUS-REF            PIC X(10).
000385         10  FILLER                    PIC X(01).
000390     05  TRN-CITIZEN-AGE-TEXT          PIC X(03).
000400     05  TRN-CITIZEN-TEST-NUM          PIC X(01).
000410     05  TRN-CITIZEN-SCORE             PIC X(01).
000420     05  TRN-SUBJECT-SCORES.
000430         10  TRN-SUBJ-SCORE            PIC X(01) OCCURS 5 TIMES.
000440     05  TRN-DISTRICT                  PIC X(02).
000450     05  TRN-DOB                       PIC X(08).
000460     05  TRN-MAILING-ADDRESS.
000470         10  TRN-STREET                PIC X(30).
000480         10  TRN-CITY                  PIC X(20).
000490         10  TRN-STATE                 PIC X(02).
000500         10  TRN-ZIP-CODE              PIC X(05).
000510         10  TRN-ZIP-PLUS4             PIC X(04).
000520     05  TRN-OPERATOR-ID               PIC X(08).
