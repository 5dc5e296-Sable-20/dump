000100*TERM-HIST.
000110*----------------------------------------------------------
000120*TERM-HIST.CPY
000130*
000140*One citizen's closed school term on the keyed term-history
000150*file (DATAC.TERM.HISTORY, a VSAM KSDS keyed on citizen ID
000160*plus term close date).  TRMCLOSE freezes the term from the
000170*master at term close - the subject letters, the GPA and
000180*grade CITPOST last posted, the honor-roll flag - and rolls
000190*the cumulative GPA forward from the citizen's previous
000200*closed term; CLASRANK stores the citizen's class rank
000210*within district and grade once the whole class is ranked.
000220*
000230*The cumulative GPA is the average of the term GPAs closed
000240*so far: TRH-CUM-POINTS carries the running sum of term GPAs
000250*and TRH-TERM-COUNT the number of terms, so each close adds
000260*one term without rereading the others.
000270*
000280*2026-09-18  SAB  Initial copybook for the term history.
000290*                 Record is 80 bytes.
000300*----------------------------------------------------------
000310 01  TERM-HISTORY-RECORD.
000320     05  TRH-KEY.
000330         10  TRH-CITIZEN-ID            PIC X(09).
000340         10  TRH-TERM-DATE             PIC 9(08).
000350     05  TRH-DISTRICT                  PIC X(02).
000360     05  TRH-GRADE                     PIC 99.
000370     05  TRH-SUBJECT-SCORES.
000380         10  TRH-SUBJ-SCORE            PIC X(01) OCCURS 5 TIMES.
000390     05  TRH-GPA                       PIC 9V99.
000400     05  TRH-HONOR-ROLL-SW             PIC X(01).
000410     05  TRH-POST-DATE                 PIC 9(08).
000420     05  TRH-TERM-COUNT                PIC 9(03).
000430     05  TRH-CUM-POINTS                PIC 9(04)V99.
000440     05  TRH-CUM-GPA                   PIC 9V99.
000450     05  TRH-CLASS-RANK                PIC 9(05).
000460     05  TRH-CLASS-SIZE                PIC 9(05).
000470     05  TRH-CLOSE-RUN-DATE            PIC 9(08).
000480     05  FILLER                        PIC X(12).
