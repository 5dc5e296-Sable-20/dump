000100*PART-CTL.
000110*----------------------------------------------------------
000120*PART-CTL.CPY
000130*
000140*Control records of a district-partitioned DATAC cycle.  One
000150*layout serves both hand-offs, told apart by PCT-REC-TYPE:
000160*
000170*  S  one per partition, written by DATASPLT to the split
000180*     control file: the data records and CITIZEN-ID hash it
000190*     wrote to that partition's feed (the same figures that
000200*     feed's own trailer carries);
000210*  T  one per split, written last: the original cycle
000220*     file's trailer count and hash, already proved by
000230*     DATASPLT against what it read;
000240*  R  one per partition, written by DATAC running in
000250*     partition mode once the partition balances: what it
000260*     read and what it wrote, the grade headcounts and
000270*     projection counts for the merged run-total pages, the
000280*     district pages printed, and the rule values in effect.
000290*
000300*DATAMRGE proves the R records against the S and T records
000310*before it combines the partitions' outputs and stamps DATAC
000320*done for the cycle.  Every record carries the partition,
000330*cycle and batch date, so a result left over from an earlier
000340*cycle can never be taken for this one's.
000350*
000360*PCT-RECORD-COUNT and PCT-ID-HASH-TOTAL are the data records
000370*and ID hash of the feed - written to it on S and T, read
000380*from it on R.  PCT-RESULT-DETAIL is blank on S and T.
000390*
000400*2026-10-06  SAB  Initial copybook for the partitioned DATAC
000410*                 run.  Record is 180 bytes.
000420*----------------------------------------------------------
000430 01  PART-CONTROL-RECORD.
000440     05  PCT-REC-TYPE                  PIC X(01).
000450         88  PCT-SPLIT-PARTITION          VALUE "S".
000460         88  PCT-SPLIT-TOTAL              VALUE "T".
000470         88  PCT-PARTITION-RESULT         VALUE "R".
000480     05  PCT-PARTITION-ID              PIC X(02).
000490     05  PCT-CYCLE-NUMBER              PIC 9(07).
000500     05  PCT-BATCH-DATE                PIC 9(08).
000510     05  PCT-RECORD-COUNT              PIC 9(07).
000520     05  PCT-ID-HASH-TOTAL             PIC 9(10).
000530     05  PCT-RESULT-DETAIL.
000540         10  PCT-PROCESSED-COUNT       PIC 9(07).
000550         10  PCT-AUDIT-COUNT           PIC 9(07).
000560         10  PCT-EXCEPTION-COUNT       PIC 9(07).
000570         10  PCT-VOTER-COUNT           PIC 9(07).
000580         10  PCT-INACTIVE-COUNT        PIC 9(07).
000590         10  PCT-GRADE-HEADCOUNT OCCURS 12 TIMES
000600                                       PIC 9(05).
000610         10  PCT-PROJ-OUTREACH         PIC 9(07).
000620         10  PCT-PROJ-ENTER            PIC 9(07).
000630         10  PCT-PROJ-LEAVE            PIC 9(07).
000640         10  PCT-PAGE-COUNT            PIC 9(03).
000650         10  PCT-RULES.
000660             15  PCT-VOTING-AGE        PIC 9(03).
000670             15  PCT-SCHOOL-MIN        PIC 9(03).
000680             15  PCT-SCHOOL-MAX        PIC 9(03).
000690             15  PCT-HONOR-GPA         PIC 9V99.
000700             15  PCT-MAX-AGE           PIC 9(03).
000710     05  FILLER                        PIC X(11).
