000100*POLL-BOOK.
000110*----------------------------------------------------------
000120*POLL-BOOK.CPY
000130*
000140*One line of the election-day poll book work file.  POLLSEL
000150*writes it from the citizen master matched against the
000160*current voter extract, the POLLBKRN sort step puts it in
000170*district, record type, name and ID order, and POLLPRT
000180*prints a book per district from it.  Every record carries
000190*the election date so any page can be headed from it.
000200*
000210*Record types, in the order they print within a district:
000220*  1  a voter on the book - everyone active whose age on the
000230*     election date is over the VOTING-AGE rule, the same
000240*     test DATAC applies to the extract on its run date.
000250*     PBK-VOTER-STATUS says how the voter relates to the
000260*     extract:
000270*       R  registered - on the extract in this district
000280*       N  new voter - under voting age today, of age by the
000290*          election, so not on any extract yet
000300*       T  transferred - on the extract in another district
000310*       U  unextracted - of age today but not on the extract
000320*  2  a voter on the extract in this district who is not in
000330*     this district's book, with the reason (deceased, moved
000340*     out, now in another district, gone from the master ...)
000350*  9  the district's control totals, written last, which the
000360*     book's closing counts print and balance from.
000370*
000380*District and record type lead the record, then the name,
000390*so the sort key and the printed order are the same bytes.
000400*
000410*2026-10-02  SAB  Initial copybook for the poll book work
000420*                 file.  Record is 80 bytes.
000430*----------------------------------------------------------
000440 01  POLL-BOOK-RECORD.
000450     05  PBK-DISTRICT                  PIC X(02).
000460     05  PBK-REC-TYPE                  PIC X(01).
000470         88  PBK-VOTER-LINE               VALUE "1".
000480         88  PBK-LEFT-LINE                VALUE "2".
000490         88  PBK-DISTRICT-TOTALS          VALUE "9".
000500     05  PBK-ELECTION-DATE             PIC 9(08).
000510     05  PBK-DETAIL.
000520         10  PBK-CITIZEN-NAME          PIC X(20).
000530         10  PBK-CITIZEN-ID            PIC X(09).
000540         10  PBK-DOB                   PIC X(08).
000550         10  PBK-VOTER-STATUS          PIC X(01).
000560             88  PBK-REGISTERED           VALUE "R".
000570             88  PBK-NEW-VOTER            VALUE "N".
000580             88  PBK-TRANSFERRED          VALUE "T".
000590             88  PBK-UNEXTRACTED          VALUE "U".
000600         10  PBK-LEFT-REASON           PIC X(20).
000610         10  FILLER                    PIC X(11).
000620     05  PBK-TOTALS REDEFINES PBK-DETAIL.
000630         10  PBK-VOTING-AGE            PIC 9(03).
000640         10  PBK-EXTRACT-COUNT         PIC 9(07).
000650         10  PBK-LEFT-COUNT            PIC 9(07).
000660         10  PBK-REGISTERED-COUNT      PIC 9(07).
000670         10  PBK-NEW-COUNT             PIC 9(07).
000680         10  PBK-TRANSFER-COUNT        PIC 9(07).
000690         10  PBK-UNEXTRACTED-COUNT     PIC 9(07).
000700         10  PBK-BOOK-COUNT            PIC 9(07).
000710         10  FILLER                    PIC X(17).
