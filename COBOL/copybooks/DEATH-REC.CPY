000100*DEATH-REC.
000110*----------------------------------------------------------
000120*DEATH-REC.CPY
000130*
000140*One decedent from the county vital-records death file, as
000150*the registrar sends it: certificate number, decedent name
000160*in the master's name format, date of birth, and date of
000170*death (both YYYYMMDD).  CITDEATH matches each record
000180*against the citizen master on name and date of birth.
000190*
000200*The text views are edited before the numeric views are
000210*trusted - the registrar leaves a date blank when the
000220*certificate does not carry it.
000230*
000240*2026-09-11  SAB  Initial copybook for the death file.
000250*                 Record is 80 bytes.
000260*----------------------------------------------------------
000270 01  DEATH-RECORD.
000280     05  DTH-CERT-NUMBER               PIC X(10).
000290     05  DTH-DECEDENT-NAME             PIC X(20).
000300     05  DTH-DOB-TEXT                  PIC X(08).
000310     05  DTH-DOB-NUM REDEFINES
000320         DTH-DOB-TEXT                   PIC 9(08).
000330     05  DTH-DEATH-DATE-TEXT           PIC X(08).
000340     05  DTH-DEATH-DATE-NUM REDEFINES
000350         DTH-DEATH-DATE-TEXT            PIC 9(08).
000360     05  FILLER                        PIC X(34).
