000010 IDENTIFICATION DIVISION.
000020*
000030 PROGRAM-ID. CYCSTAT.
000040*
000050 AUTHOR. Sable.
000060*
000070 INSTALLATION. Citizen Services Data Processing.
000080*
000090 DATE-WRITTEN. September 22nd 2026.
000100 DATE-COMPILED.
000110*
000120*----------------------------------------------------------
000130*CYCSTAT
000140*
000150*Operations status report for the shift supervisor, safe to
000160*run at any hour - it only reads.  From the cycle control
000170*record (CYCCTL) and the cycle ledger CYCGUARD appends to
000180*(CYCLOG, CYCLE-LOG copybook) it prints:
000190*
000200*  - the open cycle, each step of the chain as DONE,
000210*    PENDING or BLOCKED (refused by CYCGUARD and not run
000220*    since), with the step's last ledger entry, its key
000230*    counts, and the reason for a block; then the next
000240*    cycle's MAINT the same way;
000250*
000260*  - the most recent cycles on the ledger, with when each
000270*    started (its first check-in), the elapsed time to its
000280*    latest stamp, steps done, blocked submissions, and
000290*    the counts that carry from job to job;
000300*
000310*  - a chain check on each of those cycles.  A job's input
000320*    must be the previous job's output:
000330*      MAINT cycle records written = DATAC records read
000340*      DATAC audit records         = CITPOST audit read
000350*      CITPOST audit read          = posted + no master
000360*      DATAC voters extracted      = VOTEDLTA current
000370*                                    extract
000380*    A pair is only checked once both jobs have stamped.
000390*    A break prints under the cycle and ends the run RC 4.
000400*
000410*The control record is read, never rewritten - CYCGUARD
000420*still owns every update to it.
000430*
000440*MODIFICATION HISTORY
000450*
000460*2026-09-22  SAB  Initial version.
000462*2026-10-09  SAB  Control record read INTO a WORKING-STORAGE
000464*                 copy, so the report never leans on the FD
000466*                 area of a file already closed.
000470*----------------------------------------------------------
000480*
000490 ENVIRONMENT DIVISION.
000500*
000510 CONFIGURATION SECTION.
000520*
000530 INPUT-OUTPUT SECTION.
000540*
000550 FILE-CONTROL.
000560*The one-record shop-wide cycle control file, read only.
000570     SELECT CYCLE-FILE
000580         ASSIGN TO CYCCTL
000590         ORGANIZATION IS SEQUENTIAL
000600         FILE STATUS IS FS-CYCLE-FILE.
000610*
000620*The cycle ledger, oldest entry first; read twice.
000630     SELECT CYCLE-LEDGER
000640         ASSIGN TO CYCLOG
000650         ORGANIZATION IS SEQUENTIAL
000660         FILE STATUS IS FS-CYCLE-LEDGER.
000670*
000680*Operations status report.
000690     SELECT STATUS-RPT
000700         ASSIGN TO STATRPT
000710         ORGANIZATION IS SEQUENTIAL
000720         FILE STATUS IS FS-STATUS-RPT.
000730*
000740 DATA DIVISION.
000750*
000760 FILE SECTION.
000770*
000780 FD  CYCLE-FILE.
000790 01  CYCLE-FILE-RECORD                 PIC X(30).
000800*
000810 FD  CYCLE-LEDGER.
000820     COPY CYCLE-LOG.
000830*
000840 FD  STATUS-RPT.
000850 01  STATUS-RPT-RECORD                 PIC X(80).
000860*
000870 WORKING-STORAGE SECTION.
000880*
000890 01  WS-RUN-DATE                        PIC 9(08) VALUE ZERO.
000900 01  WS-RUN-TIME                        PIC 9(08) VALUE ZERO.
000910*
000912*The control record as read - CYCCTL is closed again at once,
000914*so every later reference is to this copy.
000916     COPY CYCLE-CTL.
000918*
000920*Job codes in CYC-STEP-FLAGS order, so a job's position is
000930*both its flag byte and its slot in the tables below.
000940 01  WS-JOB-CODE-LIST.
000950     05  FILLER PIC X(30) VALUE "MAINTDATACPOST EXCC VDLT RECON".
000960 01  WS-JOB-CODES REDEFINES WS-JOB-CODE-LIST.
000970     05  WS-JOB-CODE                   PIC X(05) OCCURS 6 TIMES.
000980 01  WS-JOB-IDX                         PIC 9(02) VALUE ZERO.
000990*
001000*How many cycles the recent-cycle list covers, and the
001010*range of cycle numbers that puts on the report.
001020 01  WS-RECENT-LIMIT                    PIC 9(02) VALUE 10.
001030 01  WS-HIGH-CYCLE                      PIC 9(07) VALUE ZERO.
001040 01  WS-LOW-CYCLE                       PIC 9(07) VALUE ZERO.
001050 01  WS-NEXT-CYCLE                      PIC 9(07) VALUE ZERO.
001060 01  WS-CYC-IDX                         PIC 9(02) VALUE ZERO.
001070*
001080*Last ledger entry per step of the open cycle; slot 7 is
001090*the next cycle's MAINT.
001100 01  WS-OPEN-TABLE.
001110     05  WS-OPN-ENTRY OCCURS 7 TIMES.
001120         10  WS-OPN-EVENT              PIC X(05).
001130         10  WS-OPN-DATE               PIC 9(08).
001140         10  WS-OPN-TIME               PIC 9(06).
001150         10  WS-OPN-COUNT-IN           PIC 9(07).
001160         10  WS-OPN-COUNT-OUT          PIC 9(07).
001170         10  WS-OPN-COUNT-REJECT       PIC 9(07).
001180         10  WS-OPN-COUNT-EXTRA        PIC 9(07).
001190         10  WS-OPN-REASON             PIC X(40).
001200 01  WS-OPN-IDX                         PIC 9(02) VALUE ZERO.
001210*
001220*One slot per recent cycle, cycle number less WS-LOW-CYCLE
001230*plus one, with each step's stamp and counts.
001240 01  WS-CYCLE-TABLE.
001250     05  WS-CYT-ENTRY OCCURS 10 TIMES.
001260         10  WS-CYT-CYCLE              PIC 9(07).
001270         10  WS-CYT-START-DATE         PIC 9(08).
001280         10  WS-CYT-START-TIME         PIC 9(06).
001290         10  WS-CYT-LAST-DATE          PIC 9(08).
001300         10  WS-CYT-LAST-TIME          PIC 9(06).
001310         10  WS-CYT-BLOCKS             PIC 9(03).
001320         10  WS-CYT-STEPS-DONE         PIC 9(01).
001330         10  WS-CYT-JOB OCCURS 6 TIMES.
001340             15  WS-CYT-STAMPED-SW     PIC X(01).
001350                 88  WS-CYT-STAMPED           VALUE "Y".
001360             15  WS-CYT-COUNT-IN       PIC 9(07).
001370             15  WS-CYT-COUNT-OUT      PIC 9(07).
001380             15  WS-CYT-COUNT-REJECT   PIC 9(07).
001390             15  WS-CYT-COUNT-EXTRA    PIC 9(07).
001400*
001410*Elapsed-time work: a ledger time split into hours and
001420*minutes, and the minutes between start and last stamp.
001430 01  WS-TIME-WORK                       PIC 9(06) VALUE ZERO.
001440 01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
001450     05  WS-TIME-HH                    PIC 9(02).
001460     05  WS-TIME-MM                    PIC 9(02).
001470     05  WS-TIME-SS                    PIC 9(02).
001480 01  WS-START-MINUTES                   PIC 9(05) VALUE ZERO.
001490 01  WS-LAST-MINUTES                    PIC 9(05) VALUE ZERO.
001500 01  WS-ELAPSED-MINUTES                 PIC S9(07) VALUE ZERO.
001510 01  WS-ELAPSED-HOURS                   PIC 9(04) VALUE ZERO.
001520 01  WS-ELAPSED-REM                     PIC 9(02) VALUE ZERO.
001530*
001540*The two sides of a chain check, set before PERFORM
001550*5100-CHECK-LINK.
001560 01  WS-CHAIN-LEFT-LABEL                PIC X(16) VALUE SPACES.
001570 01  WS-CHAIN-LEFT                      PIC 9(07) VALUE ZERO.
001580 01  WS-CHAIN-RIGHT-LABEL               PIC X(16) VALUE SPACES.
001590 01  WS-CHAIN-RIGHT                     PIC 9(07) VALUE ZERO.
001600*
001610 01  WS-SWITCHES.
001620     05  WS-CTL-EOF-SW                 PIC X(01) VALUE "N".
001630         88  WS-END-OF-CONTROL                VALUE "Y".
001640     05  WS-LOG-EOF-SW                 PIC X(01) VALUE "N".
001650         88  WS-END-OF-LEDGER                 VALUE "Y".
001660     05  WS-CHAIN-CHECKED-SW           PIC X(01) VALUE "N".
001670         88  WS-CHAIN-CHECKED                 VALUE "Y".
001680     05  WS-CHAIN-BROKEN-SW            PIC X(01) VALUE "N".
001690         88  WS-CHAIN-BROKEN                  VALUE "Y".
001700     05  WS-CHAIN-PRINT-SW             PIC X(01) VALUE "N".
001710         88  WS-CHAIN-PRINT                   VALUE "Y".
001720*
001730 01  WS-COUNTERS.
001740     05  WS-LEDGER-COUNT               PIC 9(07) VALUE ZERO.
001750     05  WS-UNKNOWN-JOB-COUNT          PIC 9(07) VALUE ZERO.
001760     05  WS-CYCLES-LISTED              PIC 9(07) VALUE ZERO.
001770     05  WS-BREAK-COUNT                PIC 9(07) VALUE ZERO.
001780*
001790 01  WS-FILE-STATUSES.
001800     05  FS-CYCLE-FILE                 PIC XX VALUE "00".
001810     05  FS-CYCLE-LEDGER               PIC XX VALUE "00".
001820     05  FS-STATUS-RPT                 PIC XX VALUE "00".
001830*
001840*Set just before PERFORM 9900-ABEND-FILE-ERROR so the one
001850*abend paragraph can name which file and status code failed.
001860 01  WS-ABEND-FILE-NAME                PIC X(08) VALUE SPACES.
001870 01  WS-ABEND-FILE-STATUS              PIC XX VALUE SPACES.
001880*
001890*Report line images, moved to STATUS-RPT-RECORD before each
001900*WRITE.
001910 01  WS-RPT-HEADING.
001920     05  FILLER PIC X(30) VALUE "CYCLE OPERATIONS STATUS       ".
001930     05  FILLER PIC X(04) VALUE "RUN ".
001940     05  WS-RPT-RUN-DATE PIC 9(08).
001950     05  FILLER PIC X(04) VALUE " AT ".
001960     05  WS-RPT-RUN-HH PIC 9(02).
001970     05  FILLER PIC X(01) VALUE ":".
001980     05  WS-RPT-RUN-MM PIC 9(02).
001990     05  FILLER PIC X(29) VALUE SPACES.
002000 01  WS-RPT-OPEN-LINE.
002010     05  FILLER PIC X(11) VALUE "OPEN CYCLE ".
002020     05  WS-RPT-OPEN-CYCLE PIC 9(07).
002030     05  FILLER PIC X(10) VALUE "  OPENED  ".
002040     05  WS-RPT-OPEN-DATE PIC 9(08).
002050     05  FILLER PIC X(44) VALUE SPACES.
002060 01  WS-RPT-NEXT-LINE.
002070     05  FILLER PIC X(11) VALUE "NEXT CYCLE ".
002080     05  WS-RPT-NEXT-CYCLE PIC 9(07).
002090     05  FILLER PIC X(62) VALUE SPACES.
002100 01  WS-RPT-STEP-HEADING.
002110     05  FILLER PIC X(40)
002120         VALUE "STEP   STATUS   LAST   DATE      TIME   ".
002130     05  FILLER PIC X(40)
002140         VALUE "        IN      OUT   REJECT    EXTRA   ".
002150 01  WS-RPT-STEP-LINE.
002160     05  WS-RPT-STEP-JOB PIC X(05).
002170     05  FILLER PIC X(02) VALUE SPACES.
002180     05  WS-RPT-STEP-STATUS PIC X(07).
002190     05  FILLER PIC X(02) VALUE SPACES.
002200     05  WS-RPT-STEP-EVENT PIC X(05).
002210     05  FILLER PIC X(02) VALUE SPACES.
002220     05  WS-RPT-STEP-WHEN.
002230         10  WS-RPT-STEP-DATE PIC 9(08).
002240         10  FILLER PIC X(02) VALUE SPACES.
002250         10  WS-RPT-STEP-HH PIC 9(02).
002260         10  FILLER PIC X(01) VALUE ":".
002270         10  WS-RPT-STEP-MM PIC 9(02).
002280         10  FILLER PIC X(01) VALUE ":".
002290         10  WS-RPT-STEP-SS PIC 9(02).
002300     05  WS-RPT-STEP-COUNTS.
002310         10  FILLER PIC X(02) VALUE SPACES.
002320         10  WS-RPT-STEP-IN PIC ZZZ,ZZ9.
002330         10  FILLER PIC X(02) VALUE SPACES.
002340         10  WS-RPT-STEP-OUT PIC ZZZ,ZZ9.
002350         10  FILLER PIC X(02) VALUE SPACES.
002360         10  WS-RPT-STEP-REJECT PIC ZZZ,ZZ9.
002370         10  FILLER PIC X(02) VALUE SPACES.
002380         10  WS-RPT-STEP-EXTRA PIC ZZZ,ZZ9.
002390     05  FILLER PIC X(03) VALUE SPACES.
002400 01  WS-RPT-REASON-LINE.
002410     05  FILLER PIC X(16) VALUE "       REASON:  ".
002420     05  WS-RPT-REASON PIC X(40).
002430     05  FILLER PIC X(24) VALUE SPACES.
002440 01  WS-RPT-RECENT-TITLE.
002450     05  FILLER PIC X(14) VALUE "RECENT CYCLES ".
002460     05  WS-RPT-RECENT-LOW PIC 9(07).
002470     05  FILLER PIC X(04) VALUE " TO ".
002480     05  WS-RPT-RECENT-HIGH PIC 9(07).
002490     05  FILLER PIC X(48) VALUE SPACES.
002500 01  WS-RPT-CYCLE-HEADING.
002510     05  FILLER PIC X(40)
002520         VALUE "CYCLE    STARTED         ELAPSED  DONE B".
002530     05  FILLER PIC X(40)
002540         VALUE "LK DATAC IN   POSTED    DELTA  CHAIN    ".
002550 01  WS-RPT-CYCLE-LINE.
002560     05  WS-RPT-CYC-NUMBER PIC 9(07).
002570     05  FILLER PIC X(02) VALUE SPACES.
002580     05  WS-RPT-CYC-START.
002590         10  WS-RPT-CYC-START-DATE PIC 9(08).
002600         10  FILLER PIC X(01) VALUE SPACE.
002610         10  WS-RPT-CYC-START-HH PIC 9(02).
002620         10  FILLER PIC X(01) VALUE ":".
002630         10  WS-RPT-CYC-START-MM PIC 9(02).
002640     05  FILLER PIC X(02) VALUE SPACES.
002650     05  WS-RPT-CYC-ELAPSED.
002660         10  WS-RPT-CYC-HOURS PIC ZZZ9.
002670         10  FILLER PIC X(01) VALUE ":".
002680         10  WS-RPT-CYC-MINUTES PIC 9(02).
002690     05  FILLER PIC X(02) VALUE SPACES.
002700     05  WS-RPT-CYC-DONE PIC 9(01).
002710     05  FILLER PIC X(02) VALUE "/6".
002720     05  FILLER PIC X(02) VALUE SPACES.
002730     05  WS-RPT-CYC-BLOCKS PIC ZZ9.
002740     05  FILLER PIC X(02) VALUE SPACES.
002750     05  WS-RPT-CYC-DATAC-IN PIC ZZZ,ZZ9.
002760     05  FILLER PIC X(02) VALUE SPACES.
002770     05  WS-RPT-CYC-POSTED PIC ZZZ,ZZ9.
002780     05  FILLER PIC X(02) VALUE SPACES.
002790     05  WS-RPT-CYC-DELTA PIC ZZZ,ZZ9.
002800     05  FILLER PIC X(02) VALUE SPACES.
002810     05  WS-RPT-CYC-CHAIN PIC X(05).
002820     05  FILLER PIC X(04) VALUE SPACES.
002830 01  WS-RPT-BREAK-LINE.
002840     05  FILLER PIC X(10) VALUE SPACES.
002850     05  FILLER PIC X(03) VALUE "** ".
002860     05  WS-RPT-BRK-LEFT-LABEL PIC X(16).
002870     05  WS-RPT-BRK-LEFT PIC ZZZ,ZZ9.
002880     05  FILLER PIC X(07) VALUE " NOT = ".
002890     05  WS-RPT-BRK-RIGHT-LABEL PIC X(16).
002900     05  WS-RPT-BRK-RIGHT PIC ZZZ,ZZ9.
002910     05  FILLER PIC X(14) VALUE SPACES.
002920 01  WS-RPT-COUNT-LINE.
002930     05  WS-RPT-COUNT-LABEL PIC X(24).
002940     05  FILLER PIC X(01) VALUE SPACE.
002950     05  WS-RPT-COUNT-VALUE PIC ZZZ,ZZ9.
002960     05  FILLER PIC X(48) VALUE SPACES.
002970 01  WS-RPT-BLANK-LINE.
002980     05  FILLER PIC X(80) VALUE SPACES.
002990*
003000 PROCEDURE DIVISION.
003010*
003020*----------------------------------------------------------
003030*0000-MAINLINE
003040*One pass over the ledger to find the latest cycle, a
003050*second to gather the open cycle and the recent cycles,
003060*then the report.
003070*----------------------------------------------------------
003080 0000-MAINLINE.
003090     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003100     PERFORM 2000-FIND-HIGH-CYCLE THRU 2000-EXIT
003110         UNTIL WS-END-OF-LEDGER
003120     PERFORM 1300-REOPEN-LEDGER THRU 1300-EXIT
003130     PERFORM 3000-GATHER-ENTRY THRU 3000-EXIT
003140         UNTIL WS-END-OF-LEDGER
003150     PERFORM 4000-PRINT-OPEN-CYCLE THRU 4000-EXIT
003160     PERFORM 5000-PRINT-RECENT-CYCLES THRU 5000-EXIT
003170     PERFORM 8000-FINALIZE THRU 8000-EXIT
003180     STOP RUN.
003190*
003200*----------------------------------------------------------
003210*1000-INITIALIZE
003220*The control record is read and the file closed again at
003230*once, so a chain job starting meanwhile is not held up.
003240*----------------------------------------------------------
003250 1000-INITIALIZE.
003260     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
003270     ACCEPT WS-RUN-TIME FROM TIME
003280     OPEN INPUT CYCLE-FILE
003290     IF FS-CYCLE-FILE NOT = "00"
003300         MOVE "CYCCTL  " TO WS-ABEND-FILE-NAME
003310         MOVE FS-CYCLE-FILE TO WS-ABEND-FILE-STATUS
003320         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003330     END-IF
003340     READ CYCLE-FILE INTO CYCLE-CONTROL-RECORD
003350         AT END SET WS-END-OF-CONTROL TO TRUE
003360     END-READ
003370     IF WS-END-OF-CONTROL
003380         DISPLAY "CYCSTAT: CYCCTL EMPTY - PRIME THE CYCLE"
003390             " CONTROL FILE"
003400         MOVE 16 TO RETURN-CODE
003410         STOP RUN
003420     END-IF
003430     CLOSE CYCLE-FILE
003440     COMPUTE WS-NEXT-CYCLE = CYC-CYCLE-NUMBER + 1
003450     INITIALIZE WS-OPEN-TABLE
003460     INITIALIZE WS-CYCLE-TABLE
003470     OPEN INPUT CYCLE-LEDGER
003480     IF FS-CYCLE-LEDGER NOT = "00"
003490         MOVE "CYCLOG  " TO WS-ABEND-FILE-NAME
003500         MOVE FS-CYCLE-LEDGER TO WS-ABEND-FILE-STATUS
003510         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003520     END-IF
003530     OPEN OUTPUT STATUS-RPT
003540     MOVE WS-RUN-DATE TO WS-RPT-RUN-DATE
003550     MOVE WS-RUN-TIME (1:2) TO WS-RPT-RUN-HH
003560     MOVE WS-RUN-TIME (3:2) TO WS-RPT-RUN-MM
003570     MOVE WS-RPT-HEADING TO STATUS-RPT-RECORD
003580     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003590     MOVE WS-RPT-BLANK-LINE TO STATUS-RPT-RECORD
003600     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
003610     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
003620 1000-EXIT.
003630     EXIT.
003640*
003650*----------------------------------------------------------
003660*1300-REOPEN-LEDGER
003670*The recent-cycle list ends at the latest cycle on the
003680*ledger and runs back WS-RECENT-LIMIT cycles from there.
003690*----------------------------------------------------------
003700 1300-REOPEN-LEDGER.
003710     CLOSE CYCLE-LEDGER
003720     IF WS-HIGH-CYCLE > WS-RECENT-LIMIT
003730         COMPUTE WS-LOW-CYCLE =
003740             WS-HIGH-CYCLE - WS-RECENT-LIMIT + 1
003750     ELSE
003760         MOVE 1 TO WS-LOW-CYCLE
003770     END-IF
003780     MOVE ZERO TO WS-LEDGER-COUNT
003790     MOVE "N" TO WS-LOG-EOF-SW
003800     OPEN INPUT CYCLE-LEDGER
003810     IF FS-CYCLE-LEDGER NOT = "00"
003820         MOVE "CYCLOG  " TO WS-ABEND-FILE-NAME
003830         MOVE FS-CYCLE-LEDGER TO WS-ABEND-FILE-STATUS
003840         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
003850     END-IF
003860     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
003870 1300-EXIT.
003880     EXIT.
003890*
003900 2000-FIND-HIGH-CYCLE.
003910     IF LOG-CYCLE-NUMBER > WS-HIGH-CYCLE
003920         MOVE LOG-CYCLE-NUMBER TO WS-HIGH-CYCLE
003930     END-IF
003940     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
003950 2000-EXIT.
003960     EXIT.
003970*
003980 2100-READ-LEDGER.
003990     READ CYCLE-LEDGER
004000         AT END SET WS-END-OF-LEDGER TO TRUE
004010     END-READ
004020     IF WS-END-OF-LEDGER
004030         GO TO 2100-EXIT
004040     END-IF
004050     IF FS-CYCLE-LEDGER NOT = "00"
004060         MOVE "CYCLOG  " TO WS-ABEND-FILE-NAME
004070         MOVE FS-CYCLE-LEDGER TO WS-ABEND-FILE-STATUS
004080         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
004090     END-IF
004100     ADD 1 TO WS-LEDGER-COUNT.
004110 2100-EXIT.
004120     EXIT.
004130*
004140*----------------------------------------------------------
004150*3000-GATHER-ENTRY
004160*Each entry updates the open-cycle step it belongs to (or
004170*the next cycle's MAINT) and, when its cycle is in the
004180*recent range, that cycle's slot.  The ledger is in time
004190*order, so the last entry seen for a step is its latest.
004200*----------------------------------------------------------
004210 3000-GATHER-ENTRY.
004220     PERFORM 3100-FIND-JOB THRU 3100-EXIT
004230     IF WS-JOB-IDX = ZERO
004240         ADD 1 TO WS-UNKNOWN-JOB-COUNT
004250         GO TO 3000-READ-NEXT
004260     END-IF
004270     MOVE ZERO TO WS-OPN-IDX
004280     IF LOG-CYCLE-NUMBER = CYC-CYCLE-NUMBER
004290         MOVE WS-JOB-IDX TO WS-OPN-IDX
004300     END-IF
004310     IF LOG-CYCLE-NUMBER = WS-NEXT-CYCLE
004320     AND WS-JOB-IDX = 1
004330         MOVE 7 TO WS-OPN-IDX
004340     END-IF
004350     IF WS-OPN-IDX > ZERO
004360         PERFORM 3200-SAVE-OPEN-STEP THRU 3200-EXIT
004370     END-IF
004380     IF LOG-CYCLE-NUMBER NOT < WS-LOW-CYCLE
004390         COMPUTE WS-CYC-IDX = LOG-CYCLE-NUMBER - WS-LOW-CYCLE + 1
004400         PERFORM 3300-SAVE-CYCLE THRU 3300-EXIT
004410     END-IF.
004420 3000-READ-NEXT.
004430     PERFORM 2100-READ-LEDGER THRU 2100-EXIT.
004440 3000-EXIT.
004450     EXIT.
004460*
004470 3100-FIND-JOB.
004480     MOVE ZERO TO WS-JOB-IDX
004490     PERFORM 3110-MATCH-JOB THRU 3110-EXIT
004500         VARYING WS-CYC-IDX FROM 1 BY 1
004510         UNTIL WS-CYC-IDX > 6 OR WS-JOB-IDX > ZERO.
004520 3100-EXIT.
004530     EXIT.
004540*
004550 3110-MATCH-JOB.
004560     IF LOG-JOB-CODE = WS-JOB-CODE (WS-CYC-IDX)
004570         MOVE WS-CYC-IDX TO WS-JOB-IDX
004580     END-IF.
004590 3110-EXIT.
004600     EXIT.
004610*
004620 3200-SAVE-OPEN-STEP.
004630     MOVE LOG-EVENT TO WS-OPN-EVENT (WS-OPN-IDX)
004640     MOVE LOG-DATE TO WS-OPN-DATE (WS-OPN-IDX)
004650     MOVE LOG-TIME TO WS-OPN-TIME (WS-OPN-IDX)
004660     MOVE LOG-COUNT-IN TO WS-OPN-COUNT-IN (WS-OPN-IDX)
004670     MOVE LOG-COUNT-OUT TO WS-OPN-COUNT-OUT (WS-OPN-IDX)
004680     MOVE LOG-COUNT-REJECT TO WS-OPN-COUNT-REJECT (WS-OPN-IDX)
004690     MOVE LOG-COUNT-EXTRA TO WS-OPN-COUNT-EXTRA (WS-OPN-IDX)
004700     MOVE LOG-BLOCK-REASON TO WS-OPN-REASON (WS-OPN-IDX).
004710 3200-EXIT.
004720     EXIT.
004730*
004740*----------------------------------------------------------
004750*3300-SAVE-CYCLE
004760*A cycle starts at its first check-in that was let through
004770*- a block logged ahead of the cycle opening is not a
004780*start - and its elapsed time runs to its latest stamp.
004790*----------------------------------------------------------
004800 3300-SAVE-CYCLE.
004810     MOVE LOG-CYCLE-NUMBER TO WS-CYT-CYCLE (WS-CYC-IDX)
004820     EVALUATE TRUE
004830         WHEN LOG-EVENT-CHECK
004840             IF WS-CYT-START-DATE (WS-CYC-IDX) = ZERO
004850                 MOVE LOG-DATE TO WS-CYT-START-DATE (WS-CYC-IDX)
004860                 MOVE LOG-TIME TO WS-CYT-START-TIME (WS-CYC-IDX)
004870             END-IF
004880         WHEN LOG-EVENT-BLOCK
004890             ADD 1 TO WS-CYT-BLOCKS (WS-CYC-IDX)
004900         WHEN LOG-EVENT-STAMP
004910             MOVE LOG-DATE TO WS-CYT-LAST-DATE (WS-CYC-IDX)
004920             MOVE LOG-TIME TO WS-CYT-LAST-TIME (WS-CYC-IDX)
004930             IF NOT WS-CYT-STAMPED (WS-CYC-IDX WS-JOB-IDX)
004940                 ADD 1 TO WS-CYT-STEPS-DONE (WS-CYC-IDX)
004950             END-IF
004960             MOVE "Y" TO WS-CYT-STAMPED-SW
004970                 (WS-CYC-IDX WS-JOB-IDX)
004980             MOVE LOG-COUNT-IN TO WS-CYT-COUNT-IN
004990                 (WS-CYC-IDX WS-JOB-IDX)
005000             MOVE LOG-COUNT-OUT TO WS-CYT-COUNT-OUT
005010                 (WS-CYC-IDX WS-JOB-IDX)
005020             MOVE LOG-COUNT-REJECT TO WS-CYT-COUNT-REJECT
005030                 (WS-CYC-IDX WS-JOB-IDX)
005040             MOVE LOG-COUNT-EXTRA TO WS-CYT-COUNT-EXTRA
005050                 (WS-CYC-IDX WS-JOB-IDX)
005060     END-EVALUATE.
005070 3300-EXIT.
005080     EXIT.
005090*
005100*----------------------------------------------------------
005110*4000-PRINT-OPEN-CYCLE
005120*A step is DONE when its flag is set on the control record
005130*- the record, not the ledger, is what CYCGUARD enforces.
005140*Otherwise it is BLOCKED when its latest entry this cycle
005150*is a refusal, and PENDING when not (including a step that
005160*checked in and is running, or died before its stamp).
005170*----------------------------------------------------------
005180 4000-PRINT-OPEN-CYCLE.
005190     MOVE CYC-CYCLE-NUMBER TO WS-RPT-OPEN-CYCLE
005200     MOVE CYC-CYCLE-DATE TO WS-RPT-OPEN-DATE
005210     MOVE WS-RPT-OPEN-LINE TO STATUS-RPT-RECORD
005220     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005230     MOVE WS-RPT-BLANK-LINE TO STATUS-RPT-RECORD
005240     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005250     MOVE WS-RPT-STEP-HEADING TO STATUS-RPT-RECORD
005260     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005270     PERFORM 4100-PRINT-STEP THRU 4100-EXIT
005280         VARYING WS-OPN-IDX FROM 1 BY 1
005290         UNTIL WS-OPN-IDX > 6
005300     MOVE WS-RPT-BLANK-LINE TO STATUS-RPT-RECORD
005310     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005320     MOVE WS-NEXT-CYCLE TO WS-RPT-NEXT-CYCLE
005330     MOVE WS-RPT-NEXT-LINE TO STATUS-RPT-RECORD
005340     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005350     MOVE 7 TO WS-OPN-IDX
005360     PERFORM 4100-PRINT-STEP THRU 4100-EXIT
005370     MOVE WS-RPT-BLANK-LINE TO STATUS-RPT-RECORD
005380     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT.
005390 4000-EXIT.
005400     EXIT.
005410*
005420*Slots 1-6 take their flag from the control record; slot
005430*7, the next cycle's MAINT, has none - it is never DONE.
005440 4100-PRINT-STEP.
005450     IF WS-OPN-IDX = 7
005460         MOVE WS-JOB-CODE (1) TO WS-RPT-STEP-JOB
005470         MOVE "PENDING" TO WS-RPT-STEP-STATUS
005480     ELSE
005490         MOVE WS-JOB-CODE (WS-OPN-IDX) TO WS-RPT-STEP-JOB
005500         IF CYC-STEP-FLAGS (WS-OPN-IDX:1) = "Y"
005510             MOVE "DONE" TO WS-RPT-STEP-STATUS
005520         ELSE
005530             MOVE "PENDING" TO WS-RPT-STEP-STATUS
005540         END-IF
005550     END-IF
005560     IF WS-RPT-STEP-STATUS = "PENDING"
005570     AND WS-OPN-EVENT (WS-OPN-IDX) = "BLOCK"
005580         MOVE "BLOCKED" TO WS-RPT-STEP-STATUS
005590     END-IF
005600     MOVE WS-OPN-EVENT (WS-OPN-IDX) TO WS-RPT-STEP-EVENT
005610     IF WS-OPN-DATE (WS-OPN-IDX) = ZERO
005620         MOVE SPACES TO WS-RPT-STEP-WHEN
005630     ELSE
005640         MOVE WS-OPN-DATE (WS-OPN-IDX) TO WS-RPT-STEP-DATE
005650         MOVE WS-OPN-TIME (WS-OPN-IDX) TO WS-TIME-WORK
005660         MOVE WS-TIME-HH TO WS-RPT-STEP-HH
005670         MOVE WS-TIME-MM TO WS-RPT-STEP-MM
005680         MOVE WS-TIME-SS TO WS-RPT-STEP-SS
005690     END-IF
005700     IF WS-OPN-EVENT (WS-OPN-IDX) = "STAMP"
005710         MOVE WS-OPN-COUNT-IN (WS-OPN-IDX) TO WS-RPT-STEP-IN
005720         MOVE WS-OPN-COUNT-OUT (WS-OPN-IDX) TO WS-RPT-STEP-OUT
005730         MOVE WS-OPN-COUNT-REJECT (WS-OPN-IDX)
005740             TO WS-RPT-STEP-REJECT
005750         MOVE WS-OPN-COUNT-EXTRA (WS-OPN-IDX)
005760             TO WS-RPT-STEP-EXTRA
005770     ELSE
005780         MOVE SPACES TO WS-RPT-STEP-COUNTS
005790     END-IF
005800     MOVE WS-RPT-STEP-LINE TO STATUS-RPT-RECORD
005810     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005820     IF WS-RPT-STEP-STATUS = "BLOCKED"
005830         MOVE WS-OPN-REASON (WS-OPN-IDX) TO WS-RPT-REASON
005840         MOVE WS-RPT-REASON-LINE TO STATUS-RPT-RECORD
005850         PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005860     END-IF.
005870 4100-EXIT.
005880     EXIT.
005890*
005900*----------------------------------------------------------
005910*5000-PRINT-RECENT-CYCLES
005920*----------------------------------------------------------
005930 5000-PRINT-RECENT-CYCLES.
005940     MOVE WS-LOW-CYCLE TO WS-RPT-RECENT-LOW
005950     MOVE WS-HIGH-CYCLE TO WS-RPT-RECENT-HIGH
005960     MOVE WS-RPT-RECENT-TITLE TO STATUS-RPT-RECORD
005970     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
005980     MOVE WS-RPT-BLANK-LINE TO STATUS-RPT-RECORD
005990     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
006000     MOVE WS-RPT-CYCLE-HEADING TO STATUS-RPT-RECORD
006010     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
006020     PERFORM 5100-PRINT-CYCLE THRU 5100-EXIT
006030         VARYING WS-CYC-IDX FROM 1 BY 1
006040         UNTIL WS-CYC-IDX > WS-RECENT-LIMIT.
006050 5000-EXIT.
006060     EXIT.
006070*
006080*----------------------------------------------------------
006090*5100-PRINT-CYCLE
006100*One line per cycle with entries on the ledger, then a line
006110*per broken link in its count chain.
006120*----------------------------------------------------------
006130 5100-PRINT-CYCLE.
006140     IF WS-CYT-CYCLE (WS-CYC-IDX) = ZERO
006150         GO TO 5100-EXIT
006160     END-IF
006170     ADD 1 TO WS-CYCLES-LISTED
006180     MOVE WS-CYT-CYCLE (WS-CYC-IDX) TO WS-RPT-CYC-NUMBER
006190     IF WS-CYT-START-DATE (WS-CYC-IDX) = ZERO
006200         MOVE SPACES TO WS-RPT-CYC-START
006210         MOVE SPACES TO WS-RPT-CYC-ELAPSED
006220     ELSE
006230         MOVE WS-CYT-START-DATE (WS-CYC-IDX)
006240             TO WS-RPT-CYC-START-DATE
006250         MOVE WS-CYT-START-TIME (WS-CYC-IDX) TO WS-TIME-WORK
006260         MOVE WS-TIME-HH TO WS-RPT-CYC-START-HH
006270         MOVE WS-TIME-MM TO WS-RPT-CYC-START-MM
006280         PERFORM 5200-ELAPSED-TIME THRU 5200-EXIT
006290     END-IF
006300     MOVE WS-CYT-STEPS-DONE (WS-CYC-IDX) TO WS-RPT-CYC-DONE
006310     MOVE WS-CYT-BLOCKS (WS-CYC-IDX) TO WS-RPT-CYC-BLOCKS
006320     MOVE WS-CYT-COUNT-IN (WS-CYC-IDX 2) TO WS-RPT-CYC-DATAC-IN
006330     MOVE WS-CYT-COUNT-OUT (WS-CYC-IDX 3) TO WS-RPT-CYC-POSTED
006340     MOVE WS-CYT-COUNT-OUT (WS-CYC-IDX 5) TO WS-RPT-CYC-DELTA
006350     MOVE "N" TO WS-CHAIN-CHECKED-SW
006360     MOVE "N" TO WS-CHAIN-BROKEN-SW
006370     MOVE "N" TO WS-CHAIN-PRINT-SW
006380     PERFORM 5300-CHECK-CHAIN THRU 5300-EXIT
006390     EVALUATE TRUE
006400         WHEN WS-CHAIN-BROKEN
006410             MOVE "BREAK" TO WS-RPT-CYC-CHAIN
006420         WHEN WS-CHAIN-CHECKED
006430             MOVE "OK" TO WS-RPT-CYC-CHAIN
006440         WHEN OTHER
006450             MOVE SPACES TO WS-RPT-CYC-CHAIN
006460     END-EVALUATE
006470     MOVE WS-RPT-CYCLE-LINE TO STATUS-RPT-RECORD
006480     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
006490     IF WS-CHAIN-BROKEN
006500         ADD 1 TO WS-BREAK-COUNT
006510         SET WS-CHAIN-PRINT TO TRUE
006520         PERFORM 5300-CHECK-CHAIN THRU 5300-EXIT
006530     END-IF.
006540 5100-EXIT.
006550     EXIT.
006560*
006570*----------------------------------------------------------
006580*5200-ELAPSED-TIME
006590*Minutes from the first check-in to the latest stamp, days
006600*apart included.  No stamp yet shows zero.
006610*----------------------------------------------------------
006620 5200-ELAPSED-TIME.
006630     MOVE ZERO TO WS-ELAPSED-MINUTES
006640     IF WS-CYT-LAST-DATE (WS-CYC-IDX) NOT = ZERO
006650         MOVE WS-CYT-START-TIME (WS-CYC-IDX) TO WS-TIME-WORK
006660         COMPUTE WS-START-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM
006670         MOVE WS-CYT-LAST-TIME (WS-CYC-IDX) TO WS-TIME-WORK
006680         COMPUTE WS-LAST-MINUTES = WS-TIME-HH * 60 + WS-TIME-MM
006690         COMPUTE WS-ELAPSED-MINUTES =
006700             (FUNCTION INTEGER-OF-DATE
006710                 (WS-CYT-LAST-DATE (WS-CYC-IDX))
006720            - FUNCTION INTEGER-OF-DATE
006730                 (WS-CYT-START-DATE (WS-CYC-IDX))) * 1440
006740            + WS-LAST-MINUTES - WS-START-MINUTES
006750     END-IF
006760     IF WS-ELAPSED-MINUTES < ZERO
006770         MOVE ZERO TO WS-ELAPSED-MINUTES
006780     END-IF
006790     DIVIDE WS-ELAPSED-MINUTES BY 60
006800         GIVING WS-ELAPSED-HOURS REMAINDER WS-ELAPSED-REM
006810     MOVE WS-ELAPSED-HOURS TO WS-RPT-CYC-HOURS
006820     MOVE WS-ELAPSED-REM TO WS-RPT-CYC-MINUTES.
006830 5200-EXIT.
006840     EXIT.
006850*
006860*----------------------------------------------------------
006870*5300-CHECK-CHAIN
006880*Each link is tested only when both of its jobs stamped
006890*the cycle.  Run once to set the switches and, for a
006900*broken cycle, again with WS-CHAIN-PRINT on to list them.
006910*----------------------------------------------------------
006920 5300-CHECK-CHAIN.
006930     IF WS-CYT-STAMPED (WS-CYC-IDX 1)
006940     AND WS-CYT-STAMPED (WS-CYC-IDX 2)
006950         MOVE "MAINT CYCLE OUT " TO WS-CHAIN-LEFT-LABEL
006960         MOVE WS-CYT-COUNT-OUT (WS-CYC-IDX 1) TO WS-CHAIN-LEFT
006970         MOVE "DATAC IN        " TO WS-CHAIN-RIGHT-LABEL
006980         MOVE WS-CYT-COUNT-IN (WS-CYC-IDX 2) TO WS-CHAIN-RIGHT
006990         PERFORM 5310-CHECK-LINK THRU 5310-EXIT
007000     END-IF
007010     IF WS-CYT-STAMPED (WS-CYC-IDX 2)
007020     AND WS-CYT-STAMPED (WS-CYC-IDX 3)
007030         MOVE "DATAC AUDIT OUT " TO WS-CHAIN-LEFT-LABEL
007040         MOVE WS-CYT-COUNT-OUT (WS-CYC-IDX 2) TO WS-CHAIN-LEFT
007050         MOVE "POST AUDIT IN   " TO WS-CHAIN-RIGHT-LABEL
007060         MOVE WS-CYT-COUNT-IN (WS-CYC-IDX 3) TO WS-CHAIN-RIGHT
007070         PERFORM 5310-CHECK-LINK THRU 5310-EXIT
007080     END-IF
007090     IF WS-CYT-STAMPED (WS-CYC-IDX 3)
007100         MOVE "POST AUDIT IN   " TO WS-CHAIN-LEFT-LABEL
007110         MOVE WS-CYT-COUNT-IN (WS-CYC-IDX 3) TO WS-CHAIN-LEFT
007120         MOVE "POSTED+NO MASTER" TO WS-CHAIN-RIGHT-LABEL
007130         COMPUTE WS-CHAIN-RIGHT =
007140             WS-CYT-COUNT-OUT (WS-CYC-IDX 3)
007150           + WS-CYT-COUNT-REJECT (WS-CYC-IDX 3)
007160         PERFORM 5310-CHECK-LINK THRU 5310-EXIT
007170     END-IF
007180     IF WS-CYT-STAMPED (WS-CYC-IDX 2)
007190     AND WS-CYT-STAMPED (WS-CYC-IDX 5)
007200         MOVE "DATAC VOTERS    " TO WS-CHAIN-LEFT-LABEL
007210         MOVE WS-CYT-COUNT-EXTRA (WS-CYC-IDX 2) TO WS-CHAIN-LEFT
007220         MOVE "VDLT EXTRACT    " TO WS-CHAIN-RIGHT-LABEL
007230         MOVE WS-CYT-COUNT-IN (WS-CYC-IDX 5) TO WS-CHAIN-RIGHT
007240         PERFORM 5310-CHECK-LINK THRU 5310-EXIT
007250     END-IF.
007260 5300-EXIT.
007270     EXIT.
007280*
007290 5310-CHECK-LINK.
007300     SET WS-CHAIN-CHECKED TO TRUE
007310     IF WS-CHAIN-LEFT = WS-CHAIN-RIGHT
007320         GO TO 5310-EXIT
007330     END-IF
007340     IF WS-CHAIN-PRINT
007350         MOVE WS-CHAIN-LEFT-LABEL TO WS-RPT-BRK-LEFT-LABEL
007360         MOVE WS-CHAIN-LEFT TO WS-RPT-BRK-LEFT
007370         MOVE WS-CHAIN-RIGHT-LABEL TO WS-RPT-BRK-RIGHT-LABEL
007380         MOVE WS-CHAIN-RIGHT TO WS-RPT-BRK-RIGHT
007390         MOVE WS-RPT-BREAK-LINE TO STATUS-RPT-RECORD
007400         PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007410     END-IF
007420     SET WS-CHAIN-BROKEN TO TRUE.
007430 5310-EXIT.
007440     EXIT.
007450*
007460*Shared by every WRITE STATUS-RPT-RECORD so a dataset
007470*problem on the report is caught and stops the run.
007480 7100-WRITE-RPT-LINE.
007490     WRITE STATUS-RPT-RECORD
007500     IF FS-STATUS-RPT NOT = "00"
007510         MOVE "STATRPT " TO WS-ABEND-FILE-NAME
007520         MOVE FS-STATUS-RPT TO WS-ABEND-FILE-STATUS
007530         PERFORM 9900-ABEND-FILE-ERROR THRU 9900-EXIT
007540     END-IF.
007550 7100-EXIT.
007560     EXIT.
007570*
007580*----------------------------------------------------------
007590*8000-FINALIZE
007600*A broken chain ends RC 4 so the break is looked at before
007610*the next cycle runs on top of it.
007620*----------------------------------------------------------
007630 8000-FINALIZE.
007640     MOVE WS-RPT-BLANK-LINE TO STATUS-RPT-RECORD
007650     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007660     MOVE "LEDGER ENTRIES READ    =" TO WS-RPT-COUNT-LABEL
007670     MOVE WS-LEDGER-COUNT TO WS-RPT-COUNT-VALUE
007680     MOVE WS-RPT-COUNT-LINE TO STATUS-RPT-RECORD
007690     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007700     MOVE "UNKNOWN JOB CODE       =" TO WS-RPT-COUNT-LABEL
007710     MOVE WS-UNKNOWN-JOB-COUNT TO WS-RPT-COUNT-VALUE
007720     MOVE WS-RPT-COUNT-LINE TO STATUS-RPT-RECORD
007730     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007740     MOVE "CYCLES LISTED          =" TO WS-RPT-COUNT-LABEL
007750     MOVE WS-CYCLES-LISTED TO WS-RPT-COUNT-VALUE
007760     MOVE WS-RPT-COUNT-LINE TO STATUS-RPT-RECORD
007770     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007780     MOVE "CYCLES WITH CHAIN BREAK=" TO WS-RPT-COUNT-LABEL
007790     MOVE WS-BREAK-COUNT TO WS-RPT-COUNT-VALUE
007800     MOVE WS-RPT-COUNT-LINE TO STATUS-RPT-RECORD
007810     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
007820     CLOSE CYCLE-LEDGER
007830     CLOSE STATUS-RPT
007840     IF WS-BREAK-COUNT > ZERO
007850         MOVE 4 TO RETURN-CODE
007860     END-IF
007870     DISPLAY "CYCSTAT: RUN COMPLETE - OPEN CYCLE "
007880         CYC-CYCLE-NUMBER ", " WS-BREAK-COUNT
007890         " CYCLES WITH CHAIN BREAKS".
007900 8000-EXIT.
007910     EXIT.
007920*
007930*----------------------------------------------------------
007940*9900-ABEND-FILE-ERROR
007950*----------------------------------------------------------
007960 9900-ABEND-FILE-ERROR.
007970     DISPLAY "CYCSTAT: FATAL I/O ERROR ON " WS-ABEND-FILE-NAME
007980         " - FILE STATUS " WS-ABEND-FILE-STATUS
007990     MOVE 16 TO RETURN-CODE
008000     STOP RUN.
008010 9900-EXIT.
008020     EXIT.
