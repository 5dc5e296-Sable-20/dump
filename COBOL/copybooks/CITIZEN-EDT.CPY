000340*  DISTRICT-BAD     district code outside 01-05
000350*  SCORE-BAD        overall score letter outside A-F
000360*  SUBJ-SCORE-BAD   a subject score letter outside A-F
000361*  STREET-BLANK     address given but street all spaces
000362*  CITY-BLANK       address given but city all spaces
000363*  STATE-BAD        state not two letters
000364*  ZIP-BAD          ZIP not five digits or ZIP+4 not
000365*                   blank or four digits
000366*
000367*The mailing address is edited apart from the intake image.
000368*EDT-EDIT-SCOPE "F" runs every intake edit and treats an
000369*all-blank address as none given; "A" (the address change)
000370*edits only the ID and the address, and the address must be
000371*there.
000372*
000380*2026-07-13  SAB  Initial copybook for the shared intake
000390*                 edit pulled out of DATAC's age edit and
000400*                 grown to cover every intake field.
000402*2026-09-08  SAB  Added the mailing address image and the
000404*                 edit scope switch, with the address reason
000406*                 codes.
000410*----------------------------------------------------------
000420 01  CITIZEN-EDIT-AREA.
000430     05  EDT-CITIZEN-IMAGE             PIC X(49).
000660     05  EDT-REASON-CODE               PIC X(15).
000670     05  EDT-FIELD-NAME                PIC X(12).
000680     05  EDT-DERIVED-AGE               PIC 9(03).
000690     05  EDT-ADDRESS-IMAGE             PIC X(61).
000700     05  EDT-ADDRESS-FIELDS REDEFINES EDT-ADDRESS-IMAGE.
000710         10  EDT-STREET                PIC X(30).
000720         10  EDT-CITY                  PIC X(20).
000730         10  EDT-STATE                 PIC X(02).
000740         10  EDT-ZIP-CODE              PIC X(05).
000750         10  EDT-ZIP-PLUS4             PIC X(04).
000760     05  EDT-EDIT-SCOPE                PIC X(01).
000770         88  EDT-EDIT-FULL                VALUE "F".
000780         88  EDT-EDIT-ADDRESS-ONLY        VALUE "A".
