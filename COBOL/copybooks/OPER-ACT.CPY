000100*OPER-ACT.
000110*----------------------------------------------------------
000120*OPER-ACT.CPY
000130*
000140*Operator activity record - one per keyed item, applied or
000150*rejected, for the per-operator activity report (OPERACT).
000160*CITMAINT writes one per TRANSIN slip, EXCCORR one per
000170*correction card; each is rebuilt every run, and CITMNRUN
000180*sorts the two together by operator for the report.
000190*
000200*ACT-RESULT is A applied, R rejected by an edit or master
000210*check, or U rejected because the operator is not
000220*authorized for the action or district.  ACT-REASON is the
000230*reject reason as printed on the program's own report.
000240*
000250*2026-09-29  SAB  Initial copybook for operator activity.
000260*                 Record is 80 bytes.
000270*----------------------------------------------------------
000280 01  OPERATOR-ACTIVITY-RECORD.
000290     05  ACT-OPERATOR-ID               PIC X(08).
000300     05  ACT-PROGRAM                   PIC X(08).
000310     05  ACT-ACTION-CODE               PIC X(01).
000320     05  ACT-CITIZEN-ID                PIC X(09).
000330     05  ACT-DISTRICT                  PIC X(02).
000340     05  ACT-RESULT                    PIC X(01).
000350         88  ACT-APPLIED                  VALUE "A".
000360         88  ACT-REJECTED                 VALUE "R".
000370         88  ACT-UNAUTHORIZED             VALUE "U".
000380     05  ACT-REASON                    PIC X(30).
000390     05  ACT-RUN-DATE                  PIC 9(08).
000400     05  FILLER                        PIC X(13).
