000100*LEGAL-HLD.
000110*----------------------------------------------------------
000120*LEGAL-HLD.CPY
000130*
000140*Legal hold card - one per citizen the county attorney has
000150*placed under a litigation or records hold, kept by the
000160*records officer in DATAC.PARMLIB(LEGLHOLD).  While the
000170*card is in the deck no retention purge may destroy
000180*anything tied to that citizen: RETPURGE keeps the
000190*citizen's decision history, suspense case and any merge
000200*cross-reference naming the citizen on either side, and
000210*CITPURGE keeps the citizen's master record.  Lifting the
000220*hold is removing the card.  An * in column one comments a
000230*card out.  Hold date and case reference are carried for
000240*the destruction certificate only.
000250*
000260*2026-09-25  SAB  Initial copybook for the legal hold list.
000270*                 Card is 80 bytes.
000280*----------------------------------------------------------
000290 01  LEGAL-HOLD-CARD.
000300     05  HLD-CITIZEN-ID                PIC X(09).
000310     05  FILLER                        PIC X(01).
000320     05  HLD-HOLD-DATE                 PIC X(08).
000330     05  FILLER                        PIC X(01).
000340     05  HLD-CASE-REF                  PIC X(20).
000350     05  FILLER                        PIC X(41).
