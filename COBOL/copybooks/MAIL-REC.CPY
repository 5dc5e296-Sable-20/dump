000100*MAIL-REC.
000110*----------------------------------------------------------
000120*MAIL-REC.CPY
000130*
000140*One mail piece for the presorted mail file - a report card
000150*or an outreach letter addressed from the citizen master's
000160*mailing address.  CITMAIL writes the pieces in audit order,
000170*the CITMLRUN sort step puts them in ZIP sequence, and
000180*MAILCNT reads the sorted generation for the per-ZIP counts
000190*the post office wants with a presorted drop.
000200*
000210*The ZIP and ZIP+4 lead the record so the sort key and the
000220*post office's sequence are the same bytes.
000230*
000240*2026-09-08  SAB  Initial copybook for the mail file.
000250*                 Record is 101 bytes.
000260*----------------------------------------------------------
000270 01  MAIL-RECORD.
000280     05  MAIL-ZIP-CODE                 PIC X(05).
000290     05  MAIL-ZIP-PLUS4                PIC X(04).
000300     05  MAIL-PIECE-TYPE               PIC X(01).
000310         88  MAIL-PIECE-REPORT-CARD       VALUE "R".
000320         88  MAIL-PIECE-OUTREACH          VALUE "O".
000330     05  MAIL-CITIZEN-ID               PIC X(09).
000340     05  MAIL-CITIZEN-NAME             PIC X(20).
000350     05  MAIL-STREET                   PIC X(30).
000360     05  MAIL-CITY                     PIC X(20).
000370     05  MAIL-STATE                    PIC X(02).
000380     05  MAIL-DISTRICT                 PIC X(02).
000390     05  MAIL-RUN-DATE                 PIC 9(08).
