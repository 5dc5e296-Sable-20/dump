000230*    keyed suspense file SUSPFILE - a case already there
000240*    bumps its cycle count instead of being re-added;
000250*  - the whole suspense file: a case whose citizen has
000258*    since appeared on the master is marked resolved and
000266*    kept for the retention schedule (RETPURGE removes it
000274*    once its period has run), every open case prints with
000282*    its first-seen date and how many cycles it has been
000290*    sitting, so the oldest get chased first.
000300*
000310*The balance proves the cycle hung together: audit records
000320*read must equal the posted count CITPOST stamped on the
000440*                 (CYG-POSTED-COUNT), not a calendar-date
000450*                 compare against the master - good across
000455*                 midnight and across two cycles in one day.
000457*2026-09-22  SAB  Key counts ride the CYCGUARD stamp onto the
000459*                 cycle ledger for the CYCSTAT status report:
000461*                 masters read, audit records, unposted, and
000463*                 suspense cases open.
000465*2026-09-25  SAB  A resolved suspense case is kept, marked
000467*                 RESOLVED with the date, instead of being
000469*                 deleted - the records retention schedule
000471*                 governs when it goes (RETPURGE).  Layout
000473*                 now the SUSPENSE-REC copybook; an orphan
000475*                 for a resolved case reopens it.
000477*----------------------------------------------------------
000479*
000481 ENVIRONMENT DIVISION.
000490*
000500 CONFIGURATION SECTION.
000510*
000750         ORGANIZATION IS SEQUENTIAL
000760         FILE STATUS IS FS-ORPHAN-IN.
000770*
000780*Keyed suspense file of no-master cases, aged cycle over
000790*cycle until resolved, then kept resolved until purged.
000800     SELECT SUSPENSE-FILE
000810         ASSIGN TO SUSPFILE
000820         ORGANIZATION IS INDEXED
001040     COPY ORPHAN-REC.
001050*
001060 FD  SUSPENSE-FILE.
001090     COPY SUSPENSE-REC.
001120*
001130 FD  RECON-RPT.
001140 01  RECON-RPT-RECORD                  PIC X(80).
001400     05  WS-SUS-AGED-COUNT             PIC 9(07) VALUE ZERO.
001410     05  WS-SUS-RESOLVED-COUNT         PIC 9(07) VALUE ZERO.
001420     05  WS-SUS-OPEN-COUNT             PIC 9(07) VALUE ZERO.
001423     05  WS-SUS-REOPENED-COUNT         PIC 9(07) VALUE ZERO.
001426     05  WS-SUS-HELD-COUNT             PIC 9(07) VALUE ZERO.
001430     05  WS-PROC-BALANCE               PIC 9(07) VALUE ZERO.
001440*
001450 01  WS-FILE-STATUSES.
003320*
003330*----------------------------------------------------------
003340*4000-BANK-ORPHAN
003346*One pass per ORPHOUT record out of CITPOST: an open case
003352*already in suspense bumps its cycle count and last-seen
003358*date, a new one is written with this run as first seen.
003364*A case resolved earlier whose citizen is missing again is
003370*reopened as new, first seen now.
003380*----------------------------------------------------------
003390 4000-BANK-ORPHAN.
003400     READ ORPHAN-IN
003470     READ SUSPENSE-FILE
003480     EVALUATE FS-SUSPENSE
003490         WHEN "00"
003492             IF SUS-STATUS-RESOLVED
003494                 MOVE ORP-DATE TO SUS-FIRST-DATE
003496                 MOVE ORP-DATE TO SUS-LAST-DATE
003498                 MOVE 1 TO SUS-CYCLE-COUNT
003500                 SET SUS-STATUS-OPEN TO TRUE
003502                 MOVE ZERO TO SUS-RESOLVED-DATE
003504                 ADD 1 TO WS-SUS-REOPENED-COUNT
003506             ELSE
003508                 ADD 1 TO SUS-CYCLE-COUNT
003510                 MOVE ORP-DATE TO SUS-LAST-DATE
003512                 ADD 1 TO WS-SUS-AGED-COUNT
003514             END-IF
003520             REWRITE SUSPENSE-RECORD
003540         WHEN "23"
003550             MOVE ORP-CITIZEN-ID TO SUS-CITIZEN-ID
003560             MOVE ORP-DATE TO SUS-FIRST-DATE
003570             MOVE ORP-DATE TO SUS-LAST-DATE
003580             MOVE 1 TO SUS-CYCLE-COUNT
003583             SET SUS-STATUS-OPEN TO TRUE
003586             MOVE ZERO TO SUS-RESOLVED-DATE
003590             WRITE SUSPENSE-RECORD
003600             ADD 1 TO WS-SUS-NEW-COUNT
003610         WHEN OTHER
003730*
003740*----------------------------------------------------------
003750*5000-AGE-SUSPENSE
003757*Sweep the whole suspense file: an open case whose citizen
003764*has since appeared on the master is marked resolved with
003771*this run's date and kept, the other open cases print with
003778*first-seen dates and cycle counts so the oldest get chased
003785*first.  Cases resolved in earlier runs are only counted -
003792*they wait on the retention purge.
003800*----------------------------------------------------------
003810 5000-AGE-SUSPENSE.
003820     MOVE WS-RPT-BLANK-LINE TO RECON-RPT-RECORD
004030             SET WS-END-OF-SUSPENSE TO TRUE
004040             GO TO 5100-EXIT
004050     END-READ
004052     IF SUS-STATUS-RESOLVED
004054         ADD 1 TO WS-SUS-HELD-COUNT
004056         GO TO 5100-EXIT
004058     END-IF
004060     MOVE SUS-CITIZEN-ID TO MST-CITIZEN-ID
004070     READ CITIZEN-MASTER
004080     EVALUATE FS-CITIZEN-MASTER
004150             MOVE "RESOLVED" TO WS-RPT-SUS-NOTE
004160             MOVE WS-RPT-SUSPENSE-LINE TO RECON-RPT-RECORD
004170             PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004175             SET SUS-STATUS-RESOLVED TO TRUE
004180             MOVE WS-RUN-DATE TO SUS-RESOLVED-DATE
004185             REWRITE SUSPENSE-RECORD
004190             IF FS-SUSPENSE NOT = "00"
004200                 MOVE "SUSPFILE" TO WS-ABEND-FILE-NAME
004210                 MOVE FS-SUSPENSE TO WS-ABEND-FILE-STATUS
004920     MOVE WS-SUS-OPEN-COUNT TO WS-RPT-COUNT-VALUE
004930     MOVE WS-RPT-COUNT-LINE TO RECON-RPT-RECORD
004940     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004942     MOVE "SUSPENSE REOPENED      =" TO WS-RPT-COUNT-LABEL
004944     MOVE WS-SUS-REOPENED-COUNT TO WS-RPT-COUNT-VALUE
004946     MOVE WS-RPT-COUNT-LINE TO RECON-RPT-RECORD
004948     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004950     MOVE "RESOLVED AWAITING PURGE=" TO WS-RPT-COUNT-LABEL
004952     MOVE WS-SUS-HELD-COUNT TO WS-RPT-COUNT-VALUE
004954     MOVE WS-RPT-COUNT-LINE TO RECON-RPT-RECORD
004956     PERFORM 7100-WRITE-RPT-LINE THRU 7100-EXIT
004958*The posted count is the figure CITPOST stamped on the
004960*cycle control record - a count, unlike any calendar-date
004962*compare, holds across midnight and across two cycles run
004964*in one day.
004966     COMPUTE WS-PROC-BALANCE =
004968         CYG-POSTED-COUNT + WS-ORPHAN-COUNT
004970     IF WS-PROC-BALANCE = WS-AUDIT-COUNT
004980         MOVE "CYCLE BALANCED - AUDIT = POSTED + ORPHANS"
004990             TO WS-RPT-BALANCE-TEXT
005150         DISPLAY "CITRECON: CYCLE OUT OF BALANCE"
005160         MOVE 16 TO RETURN-CODE
005170     ELSE
005172         MOVE WS-MASTER-COUNT TO CYG-COUNT-IN
005174         MOVE WS-AUDIT-COUNT TO CYG-COUNT-OUT
005176         MOVE WS-UNPOSTED-COUNT TO CYG-COUNT-REJECT
005178         MOVE WS-SUS-OPEN-COUNT TO CYG-COUNT-EXTRA
005180         MOVE "STAMP" TO CYG-REQUEST
005190         MOVE "RECON" TO CYG-JOB-CODE
005200         CALL "CYCGUARD" USING CYCLE-GUARD-AREA
