000329*                 it carries CITIZEN-DOB - the date of birth
000330*                 sits past both sort keys, so only the
000331*                 trailing FILLER grew.
000332*2026-10-06  SAB  HDR-PARTITION-ID and HDR-CYCLE-NUMBER
000333*                 carved out of header FILLER for the district
000334*                 partition feeds DATASPLT writes: the
000335*                 partition (district 01-05, or XX for any
000336*                 other code) and the cycle it was split for.
000337*                 Both stay blank on the CITMAINT and CITUNLD
000338*                 feeds, which are not partitioned.
000339*----------------------------------------------------------
000340 01  CITIZEN-HEADER-RECORD.
000350     05  HDR-RECORD-TYPE               PIC X(03).
000360         88  HDR-IS-HEADER                VALUE "HDR".
000365     05  HDR-PARTITION-ID              PIC X(02).
000370     05  FILLER                        PIC X(04).
000380     05  HDR-BATCH-DATE                PIC 9(08).
000390     05  HDR-SOURCE-OFFICE             PIC X(12).
000400     05  HDR-SORT-AGE                  PIC X(03).
000410     05  HDR-CYCLE-NUMBER              PIC 9(07).
000415     05  HDR-SORT-DISTRICT             PIC X(02).
000417     05  FILLER                        PIC X(08).
000420 01  CITIZEN-TRAILER-RECORD.
