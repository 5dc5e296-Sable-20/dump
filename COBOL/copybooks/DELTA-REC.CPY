000170*applies to.  Pulled out of VOTEDLTA's FD (the same way the
000180*other shared layouts were) so the acknowledgment matcher
000190*VOTEDACK reads the same layout the board was sent.
000191*
000192*A DROP carries DLT-REASON-CODE so the board can see why the
000193*voter left the roll:
000194*
000195*  D  deceased
000196*  M  moved out of county
000197*  X  merged away as a duplicate registration
000198*  E  no longer on the voter extract (not eligible this run)
000199*
000200*ADD and CHG carry a space there.
000201*
000210*2026-08-24  SAB  Initial copybook, pulled out of VOTEDLTA's
000220*                 DELTA-OUT FD.  Record is 49 bytes.
000221*2026-09-11  SAB  The byte after the action code is now the
000222*                 DROP reason code.  Record length unchanged.
000230*----------------------------------------------------------
000240 01  DELTA-RECORD.
000250         05  DLT-ACTION-CODE               PIC X(04).
000260             88  DLT-ACTION-ADD               VALUE "ADD".
000270             88  DLT-ACTION-DROP              VALUE "DROP".
000280             88  DLT-ACTION-CHG               VALUE "CHG".
000290         05  DLT-REASON-CODE               PIC X(01).
000291             88  DLT-REASON-DECEASED          VALUE "D".
000292             88  DLT-REASON-MOVED             VALUE "M".
000293             88  DLT-REASON-MERGED            VALUE "X".
000294             88  DLT-REASON-INELIGIBLE        VALUE "E".
000300         05  DLT-VOTER-IMAGE               PIC X(44).
