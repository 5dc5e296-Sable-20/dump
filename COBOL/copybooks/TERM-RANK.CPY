000100*TERM-RANK.
000110*----------------------------------------------------------
000120*TERM-RANK.CPY
000130*
000140*One citizen's line for the class-rank report.  TRMCLOSE
000150*writes one per term it freezes, the TRMCLRUN sort step puts
000160*them in district, grade, cumulative GPA (high first), term
000170*GPA (high first) and name order, and CLASRANK ranks each
000180*district and grade class and stores the rank back on the
000190*term history.
000200*
000210*District, grade and the two GPAs lead the record so the
000220*sort key and the report's sequence are the same bytes.
000230*
000240*2026-09-18  SAB  Initial copybook for the rank work file.
000250*                 Record is 60 bytes.
000260*----------------------------------------------------------
000270 01  TERM-RANK-RECORD.
000280     05  RNK-DISTRICT                  PIC X(02).
000290     05  RNK-GRADE                     PIC 99.
000300     05  RNK-CUM-GPA                   PIC 9V99.
000310     05  RNK-TERM-GPA                  PIC 9V99.
000320     05  RNK-CITIZEN-NAME              PIC X(20).
000330     05  RNK-CITIZEN-ID                PIC X(09).
000340     05  RNK-TERM-DATE                 PIC 9(08).
000350     05  RNK-TERM-COUNT                PIC 9(03).
000360     05  RNK-HONOR-ROLL-SW             PIC X(01).
000370     05  FILLER                        PIC X(09).
