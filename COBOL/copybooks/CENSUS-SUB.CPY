000100*CENSUS-SUB.
000110*----------------------------------------------------------
000120*CENSUS-SUB.CPY
000130*
000140*The state's fixed-format enrollment census submission,
000150*written by CENSUS - one 80-byte record layout in three
000160*shapes, told apart by CSB-REC-TYPE:
000170*
000180*  H  one, first: the file identifier, the date the file was
000190*     cut and the sending office;
000200*  D  one per student on the census - an active citizen of
000210*     school age on the census date, graded and in a
000220*     district office - with the age on the census date and
000230*     the grade placement off the citizen master;
000240*  T  one, last: the control totals the state balances the
000250*     file by - the student records, the CITIZEN-ID hash
000260*     (summed the way CITIZEN-CTL.CPY describes), the sum of
000270*     the grades, and the students per district 01-05.
000280*
000290*Every record carries the census date, so a file cut for
000300*one census can never be taken for another's.
000310*
000320*2026-10-09  SAB  Initial copybook for the state enrollment
000330*                 census.  Record is 80 bytes.
000340*----------------------------------------------------------
000350 01  CENSUS-SUBMIT-RECORD.
000360     05  CSB-REC-TYPE                  PIC X(01).
000370         88  CSB-HEADER                   VALUE "H".
000380         88  CSB-STUDENT                  VALUE "D".
000390         88  CSB-TRAILER                  VALUE "T".
000400     05  CSB-CENSUS-DATE               PIC 9(08).
000410     05  CSB-DETAIL                    PIC X(71).
000420     05  CSB-HEADER-DETAIL REDEFINES CSB-DETAIL.
000430         10  CSB-FILE-ID               PIC X(10).
000440         10  CSB-CREATED-DATE          PIC 9(08).
000450         10  CSB-SOURCE-OFFICE         PIC X(12).
000460         10  FILLER                    PIC X(41).
000470     05  CSB-STUDENT-DETAIL REDEFINES CSB-DETAIL.
000480         10  CSB-CITIZEN-ID            PIC X(09).
000490         10  CSB-CITIZEN-NAME          PIC X(20).
000500         10  CSB-DOB                   PIC 9(08).
000510         10  CSB-AGE                   PIC 9(03).
000520         10  CSB-GRADE                 PIC 9(02).
000530         10  CSB-DISTRICT              PIC X(02).
000540         10  FILLER                    PIC X(27).
000550     05  CSB-TRAILER-DETAIL REDEFINES CSB-DETAIL.
000560         10  CSB-RECORD-COUNT          PIC 9(07).
000570         10  CSB-ID-HASH-TOTAL         PIC 9(10).
000580         10  CSB-GRADE-TOTAL           PIC 9(09).
000590         10  CSB-DISTRICT-COUNT OCCURS 5 TIMES
000600                                       PIC 9(07).
000610         10  FILLER                    PIC X(10).
