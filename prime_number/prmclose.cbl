000010*****************************************************************
000020* PROGRAM:      PRMCLOSE
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Month-end cross-file reconciliation.  PRMBAL
000070*               proves each night's run against its own control
000080*               record; nothing proved that the month's files
000090*               agree with one another, and finance and the
000100*               auditors sign off on the PRMTREND monthly
000110*               volumes.  For the month on the CLOSPRM card
000120*               (YYYYMM in columns 1-6, blank for the month
000130*               before today) this program counts the checks,
000140*               primes and composites of every run from the
000150*               standing audit log (AUDITLOG, the legal record
000160*               and the reference), the PRIMEBAT and PRMMERGE
000170*               run-log records (RUNLOG) and the release register
000180*               (RELREG), notes from the posting log (POSTLOG)
000190*               which runs were posted to the statistics master,
000200*               and proves the STATMAST month record against the
000210*               audit counts of those runs.  A run belongs to the
000220*               month its run-log record starts in (a run with no
000230*               run-log record, to the month of its first audit
000240*               line or register entry), and all of its audit
000250*               lines count, so a run that crosses midnight at
000260*               month end is not split.  Prints one line for a run
000270*               that agrees everywhere and, for a run that does
000280*               not, one line per source saying which one is
000290*               short or over and by how much; then the month
000300*               totals by source, the runs checked but never
000310*               released, and the releases never acknowledged.  RC
000320*               0 the month reconciles with no exceptions, 4 it
000330*               reconciles but runs were not released or releases
000340*               not acknowledged, 8 it does not reconcile, 16 the
000350*               card is bad or a file is not usable.  The close is
000360*               not certified until every line behind a non-zero
000361*               RC has been explained.  A PRMCKREQ intraday check
000362*               run is proved against the audit log from its own
000363*               run-log record like the batch runs, but is never
000364*               released or posted to STATMAST, so neither is
000365*               asked of it.
000380* TECTONICS:    cobc
000390*-----------------------------------------------------------------
000400* MODIFICATION HISTORY
000410*   10/15/2026  RT  Initial month-end reconciliation.
000411*   10/15/2026  RT  PRMCKREQ intraday check runs are taken from
000412*                    the run log and proved against the audit log
000413*                    like the batch runs; they are never released
000414*                    or posted to STATMAST, so a missing register
000415*                    entry or STATMAST post is not held against
000416*                    them.
000420*****************************************************************
000430 IDENTIFICATION DIVISION.
000440 PROGRAM-ID. PRMCLOSE.
000450 AUTHOR. RAYANE TOKO.
000460 INSTALLATION. SHOP DATA PROCESSING.
000470 DATE-WRITTEN. 10/15/2026.
000480 DATE-COMPILED.
000490
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. GNUCOBOL.
000530 OBJECT-COMPUTER. GNUCOBOL.
000540
000550 INPUT-OUTPUT SECTION.
000560 FILE-CONTROL.
000570     SELECT PRM-PARM-FILE ASSIGN TO "CLOSPRM"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS PRM-PARM-STATUS.
000600
000610     SELECT PRM-AUDIT-FILE ASSIGN TO "AUDITLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS PRM-AUDIT-STATUS.
000640
000650     SELECT PRM-RUNLOG-FILE ASSIGN TO "RUNLOG"
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS PRM-RUNLOG-STATUS.
000680
000690     SELECT OPTIONAL PRM-REGISTER-FILE ASSIGN TO "RELREG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS PRM-REGISTER-STATUS.
000720
000730     SELECT OPTIONAL PRM-POSTLOG-FILE ASSIGN TO "POSTLOG"
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS PRM-POSTLOG-STATUS.
000760
000770     SELECT PRM-STATS-FILE ASSIGN TO "STATMAST"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS RANDOM
000800         RECORD KEY IS PRM-STA-PERIOD
000810         FILE STATUS IS PRM-STATS-STATUS.
000820
000830     SELECT PRM-CLOSE-REPORT-FILE ASSIGN TO "CLOSRPT"
000840         ORGANIZATION IS LINE SEQUENTIAL
000850         FILE STATUS IS PRM-CLOSE-REPORT-STATUS.
000860
000870 DATA DIVISION.
000880 FILE SECTION.
000890 FD  PRM-PARM-FILE.
000900 01  PRM-PARM-RECORD             PIC X(06).
000910
000920 FD  PRM-AUDIT-FILE.
000930 01  PRM-AUDIT-RECORD            PIC X(157).
000940
000950 FD  PRM-RUNLOG-FILE.
000960 01  PRM-RUNLOG-RECORD           PIC X(109).
000970
000980 FD  PRM-REGISTER-FILE.
000990 01  PRM-REGISTER-RECORD         PIC X(63).
001000
001010 FD  PRM-POSTLOG-FILE.
001020 01  PRM-POSTLOG-RECORD          PIC X(66).
001030
001040 FD  PRM-STATS-FILE.
001050     COPY PRMSTA.
001060
001070 FD  PRM-CLOSE-REPORT-FILE.
001080 01  PRM-CLOSE-REPORT-RECORD     PIC X(80).
001090
001100 WORKING-STORAGE SECTION.
001110     COPY PRMAUD.
001120     COPY PRMRUN.
001130     COPY PRMRRG.
001140     COPY PRMPST.
001150
001160 01  PRM-FILE-STATUSES.
001170     05  PRM-PARM-STATUS         PIC X(02) VALUE "00".
001180     05  PRM-AUDIT-STATUS        PIC X(02) VALUE "00".
001190     05  PRM-RUNLOG-STATUS       PIC X(02) VALUE "00".
001200     05  PRM-REGISTER-STATUS     PIC X(02) VALUE "00".
001210     05  PRM-POSTLOG-STATUS      PIC X(02) VALUE "00".
001220     05  PRM-STATS-STATUS        PIC X(02) VALUE "00".
001230     05  PRM-CLOSE-REPORT-STATUS PIC X(02) VALUE "00".
001240
001250 01  PRM-SWITCHES.
001260     05  PRM-EOF-SWITCH          PIC X(01) VALUE "N".
001270         88  PRM-EOF-YES                    VALUE "Y".
001280         88  PRM-EOF-NO                     VALUE "N".
001290     05  PRM-RUN-OVERFLOW-SW     PIC X(01) VALUE "N".
001300         88  PRM-RUN-OVERFLOW-YES           VALUE "Y".
001310     05  PRM-MONTH-RECORD-SW     PIC X(01) VALUE "N".
001320         88  PRM-MONTH-RECORD-YES           VALUE "Y".
001330         88  PRM-MONTH-RECORD-NO            VALUE "N".
001340     05  PRM-MONTH-DIFFERS-SW    PIC X(01) VALUE "N".
001350         88  PRM-MONTH-DIFFERS-YES          VALUE "Y".
001360
001370 01  PRM-PARM-CARD.
001380     05  PRM-CARD-MONTH          PIC X(06).
001390
001400 01  PRM-CLOSE-MONTH             PIC 9(06) VALUE ZERO.
001410 01  PRM-CLOSE-MONTH-PARTS REDEFINES PRM-CLOSE-MONTH.
001420     05  PRM-CLOSE-YYYY          PIC X(04).
001430     05  PRM-CLOSE-MM            PIC X(02).
001440 01  PRM-CLOSE-NUMBERS REDEFINES PRM-CLOSE-MONTH.
001450     05  PRM-CLOSE-YEAR-NO       PIC 9(04).
001460     05  PRM-CLOSE-MONTH-NO      PIC 9(02).
001470 01  PRM-MONTH-PERIOD            PIC 9(08) VALUE ZERO.
001480
001490 01  PRM-PAGE-CONTROL.
001500     05  PRM-LINE-COUNT          PIC 9(3) COMP VALUE ZERO.
001510     05  PRM-PAGE-NUMBER         PIC 9(3) COMP VALUE ZERO.
001520     05  PRM-MAX-LINES-PER-PAGE  PIC 9(3) COMP VALUE 50.
001530
001540 01  PRM-RUN-DATE-TIME.
001550     05  PRM-SYS-DATE            PIC 9(08).
001560     05  PRM-SYS-DATE-PARTS REDEFINES PRM-SYS-DATE.
001570         10  PRM-SYS-YEAR        PIC 9(04).
001580         10  PRM-SYS-MONTH       PIC 9(02).
001590         10  PRM-SYS-DAY         PIC 9(02).
001600     05  PRM-SYS-TIME            PIC 9(08).
001610
001620*    One entry per run id that belongs to the month.  TAB-ORIGIN
001630*    is "R" for a run found on the run log in the month, "A" for a
001640*    run first seen on the audit log or register in the month, and
001650*    "X" for an "A" run the run log places in another month.
001660 01  PRM-RUN-TABLE-CONTROL.
001670     05  PRM-RUN-COUNT           PIC 9(4) COMP VALUE ZERO.
001680     05  PRM-RUN-SUB             PIC 9(4) COMP VALUE ZERO.
001690     05  PRM-HIT-SUB       PIC 9(4) COMP VALUE ZERO.
001700     05  PRM-FIND-RUN-ID         PIC 9(06) VALUE ZERO.
001710 01  PRM-RUN-TABLE.
001720     05  PRM-TAB-ENTRY OCCURS 400 TIMES.
001730         10  PRM-TAB-RUN-ID      PIC 9(06).
001740         10  PRM-TAB-ORIGIN      PIC X(01).
001750             88  PRM-TAB-EXCLUDED           VALUE "X".
001760         10  PRM-TAB-AUD-CHECKS  PIC 9(9) COMP.
001770         10  PRM-TAB-AUD-PRIME   PIC 9(9) COMP.
001780         10  PRM-TAB-AUD-COMP    PIC 9(9) COMP.
001790         10  PRM-TAB-LOG-FOUND   PIC X(01).
001800             88  PRM-TAB-ON-RUNLOG          VALUE "Y".
001810         10  PRM-TAB-LOG-PROGRAM PIC X(08).
001811             88  PRM-TAB-INTRADAY           VALUE "PRMCKREQ".
001820         10  PRM-TAB-LOG-RC      PIC 9(02).
001830         10  PRM-TAB-LOG-PRIME   PIC 9(9) COMP.
001840         10  PRM-TAB-LOG-COMP    PIC 9(9) COMP.
001850         10  PRM-TAB-REG-FOUND   PIC X(01).
001860             88  PRM-TAB-ON-REGISTER        VALUE "Y".
001870         10  PRM-TAB-REG-DATE    PIC 9(08).
001880         10  PRM-TAB-REG-DETAIL  PIC 9(9) COMP.
001890         10  PRM-TAB-REG-PRIME   PIC 9(9) COMP.
001900         10  PRM-TAB-REG-COMP    PIC 9(9) COMP.
001910         10  PRM-TAB-REG-ACK     PIC X(01).
001920             88  PRM-TAB-ACKED              VALUE "Y".
001930         10  PRM-TAB-POSTED      PIC X(01).
001940             88  PRM-TAB-ON-STATMAST        VALUE "Y".
001950         10  PRM-TAB-DISAGREE    PIC X(01).
001960             88  PRM-TAB-DISAGREES          VALUE "Y".
001970
001980*    One comparison of a source's counts against the audit log's.
001990 01  PRM-COMPARE-FIELDS.
002000     05  PRM-REF-CHECKS          PIC 9(9) COMP VALUE ZERO.
002010     05  PRM-REF-PRIME           PIC 9(9) COMP VALUE ZERO.
002020     05  PRM-REF-COMP            PIC 9(9) COMP VALUE ZERO.
002030     05  PRM-SRC-CHECKS          PIC 9(9) COMP VALUE ZERO.
002040     05  PRM-SRC-PRIME           PIC 9(9) COMP VALUE ZERO.
002050     05  PRM-SRC-COMP            PIC 9(9) COMP VALUE ZERO.
002060     05  PRM-DIFF                PIC S9(9) COMP VALUE ZERO.
002070     05  PRM-CMP-RESULT          PIC X(13) VALUE SPACES.
002080     05  PRM-CMP-RESULT-SW       PIC X(01) VALUE "N".
002090         88  PRM-CMP-AGREES                 VALUE "Y".
002100         88  PRM-CMP-DIFFERS                VALUE "N".
002110
002120 01  PRM-MONTH-TOTALS.
002130     05  PRM-TOT-AUD-CHECKS      PIC 9(9) COMP VALUE ZERO.
002140     05  PRM-TOT-AUD-PRIME       PIC 9(9) COMP VALUE ZERO.
002150     05  PRM-TOT-AUD-COMP        PIC 9(9) COMP VALUE ZERO.
002160     05  PRM-TOT-LOG-CHECKS      PIC 9(9) COMP VALUE ZERO.
002170     05  PRM-TOT-LOG-PRIME       PIC 9(9) COMP VALUE ZERO.
002180     05  PRM-TOT-LOG-COMP        PIC 9(9) COMP VALUE ZERO.
002190     05  PRM-TOT-REG-CHECKS      PIC 9(9) COMP VALUE ZERO.
002200     05  PRM-TOT-REG-PRIME       PIC 9(9) COMP VALUE ZERO.
002210     05  PRM-TOT-REG-COMP        PIC 9(9) COMP VALUE ZERO.
002220     05  PRM-TOT-RELAUD-CHECKS   PIC 9(9) COMP VALUE ZERO.
002230     05  PRM-TOT-RELAUD-PRIME    PIC 9(9) COMP VALUE ZERO.
002240     05  PRM-TOT-RELAUD-COMP     PIC 9(9) COMP VALUE ZERO.
002250     05  PRM-TOT-POSTAUD-CHECKS  PIC 9(9) COMP VALUE ZERO.
002260     05  PRM-TOT-POSTAUD-PRIME   PIC 9(9) COMP VALUE ZERO.
002270     05  PRM-TOT-POSTAUD-COMP    PIC 9(9) COMP VALUE ZERO.
002280     05  PRM-STA-MONTH-CHECKS    PIC 9(9) COMP VALUE ZERO.
002290     05  PRM-STA-MONTH-PRIME     PIC 9(9) COMP VALUE ZERO.
002300     05  PRM-STA-MONTH-COMP      PIC 9(9) COMP VALUE ZERO.
002310
002320 01  PRM-CLOSE-COUNTS.
002330     05  PRM-RUNS-IN-MONTH       PIC 9(9) COMP VALUE ZERO.
002340     05  PRM-RUNS-AGREEING       PIC 9(9) COMP VALUE ZERO.
002350     05  PRM-RUNS-DISAGREEING    PIC 9(9) COMP VALUE ZERO.
002360     05  PRM-RUNS-NOT-RELEASED   PIC 9(9) COMP VALUE ZERO.
002370     05  PRM-RELEASES-NOT-ACKED  PIC 9(9) COMP VALUE ZERO.
002380     05  PRM-AUD-LINES-NO-RUN    PIC 9(9) COMP VALUE ZERO.
002390
002400 01  PRM-CLS-TITLE-LINE.
002410     05  FILLER PIC X(20) VALUE SPACES.
002420     05  FILLER PIC X(40) VALUE
002430         "MONTH-END CROSS-FILE RECONCILIATION".
002440     05  FILLER PIC X(20) VALUE SPACES.
002450
002460 01  PRM-CLS-DATE-LINE.
002470     05  FILLER PIC X(05) VALUE SPACES.
002480     05  FILLER PIC X(06) VALUE "DATE: ".
002490     05  PRM-CLS-RUN-DATE PIC X(10).
002500     05  FILLER PIC X(05) VALUE SPACES.
002510     05  FILLER PIC X(06) VALUE "TIME: ".
002520     05  PRM-CLS-RUN-TIME PIC X(08).
002530     05  FILLER PIC X(05) VALUE SPACES.
002540     05  FILLER PIC X(07) VALUE "MONTH: ".
002550     05  PRM-CLS-RUN-MONTH PIC X(07).
002560     05  FILLER PIC X(21) VALUE SPACES.
002570
002580 01  PRM-CLS-PAGE-HEADING.
002590     05  FILLER PIC X(05) VALUE SPACES.
002600     05  FILLER PIC X(06) VALUE "PAGE: ".
002610     05  PRM-CLS-PAGE-NO PIC ZZZ9.
002620     05  FILLER PIC X(62) VALUE SPACES.
002630
002640 01  PRM-CLS-BLANK-LINE PIC X(80) VALUE SPACES.
002650
002660 01  PRM-CLS-SECTION-LINE.
002670     05  FILLER PIC X(05) VALUE SPACES.
002680     05  PRM-CLS-SECTION-NAME PIC X(60).
002690     05  FILLER PIC X(15) VALUE SPACES.
002700
002710 01  PRM-CLS-COLUMN-LINE.
002720     05  FILLER PIC X(05) VALUE SPACES.
002730     05  FILLER PIC X(08) VALUE "RUN ID".
002740     05  FILLER PIC X(09) VALUE "SOURCE".
002750     05  FILLER PIC X(10) VALUE "    CHECKS".
002760     05  FILLER PIC X(11) VALUE "     PRIMES".
002770     05  FILLER PIC X(11) VALUE " COMPOSITES".
002780     05  FILLER PIC X(02) VALUE SPACES.
002790     05  FILLER PIC X(24) VALUE "RESULT".
002800
002810 01  PRM-CLS-DETAIL-LINE.
002820     05  FILLER PIC X(05) VALUE SPACES.
002830     05  PRM-CLS-DET-RUN-ID PIC X(06).
002840     05  FILLER PIC X(02) VALUE SPACES.
002850     05  PRM-CLS-DET-SOURCE PIC X(08).
002860     05  FILLER PIC X(01) VALUE SPACES.
002870     05  PRM-CLS-DET-COUNTS.
002880         10  PRM-CLS-DET-CHECKS PIC ZZ,ZZZ,ZZ9.
002890         10  FILLER PIC X(01) VALUE SPACES.
002900         10  PRM-CLS-DET-PRIMES PIC ZZ,ZZZ,ZZ9.
002910         10  FILLER PIC X(01) VALUE SPACES.
002920         10  PRM-CLS-DET-COMPS PIC ZZ,ZZZ,ZZ9.
002930     05  FILLER PIC X(02) VALUE SPACES.
002940     05  PRM-CLS-DET-RESULT PIC X(13).
002950     05  PRM-CLS-DET-DIFF PIC ZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
002960     05  FILLER PIC X(01) VALUE SPACES.
002970
002980 01  PRM-CLS-NOREL-COLUMN-LINE.
002990     05  FILLER PIC X(05) VALUE SPACES.
003000     05  FILLER PIC X(08) VALUE "RUN ID".
003010     05  FILLER PIC X(10) VALUE "PROGRAM".
003020     05  FILLER PIC X(07) VALUE "RUN RC".
003030     05  FILLER PIC X(10) VALUE "    CHECKS".
003040     05  FILLER PIC X(12) VALUE "      PRIMES".
003050     05  FILLER PIC X(12) VALUE "  COMPOSITES".
003060     05  FILLER PIC X(16) VALUE SPACES.
003070
003080 01  PRM-CLS-NOREL-LINE.
003090     05  FILLER PIC X(05) VALUE SPACES.
003100     05  PRM-CLS-NRL-RUN-ID PIC X(06).
003110     05  FILLER PIC X(02) VALUE SPACES.
003120     05  PRM-CLS-NRL-PROGRAM PIC X(08).
003130     05  FILLER PIC X(02) VALUE SPACES.
003140     05  FILLER PIC X(03) VALUE "RC ".
003150     05  PRM-CLS-NRL-RC PIC X(02).
003160     05  FILLER PIC X(02) VALUE SPACES.
003170     05  PRM-CLS-NRL-CHECKS PIC ZZ,ZZZ,ZZ9.
003180     05  FILLER PIC X(02) VALUE SPACES.
003190     05  PRM-CLS-NRL-PRIMES PIC ZZ,ZZZ,ZZ9.
003200     05  FILLER PIC X(02) VALUE SPACES.
003210     05  PRM-CLS-NRL-COMPS PIC ZZ,ZZZ,ZZ9.
003220     05  FILLER PIC X(16) VALUE SPACES.
003230
003240 01  PRM-CLS-NOACK-COLUMN-LINE.
003250     05  FILLER PIC X(05) VALUE SPACES.
003260     05  FILLER PIC X(08) VALUE "RUN ID".
003270     05  FILLER PIC X(10) VALUE "RELEASED".
003280     05  FILLER PIC X(12) VALUE "     DETAILS".
003290     05  FILLER PIC X(12) VALUE "      PRIMES".
003300     05  FILLER PIC X(12) VALUE "  COMPOSITES".
003310     05  FILLER PIC X(21) VALUE SPACES.
003320
003330 01  PRM-CLS-NOACK-LINE.
003340     05  FILLER PIC X(05) VALUE SPACES.
003350     05  PRM-CLS-NAK-RUN-ID PIC X(06).
003360     05  FILLER PIC X(02) VALUE SPACES.
003370     05  PRM-CLS-NAK-DATE PIC X(10).
003380     05  FILLER PIC X(02) VALUE SPACES.
003390     05  PRM-CLS-NAK-DETAILS PIC ZZ,ZZZ,ZZ9.
003400     05  FILLER PIC X(02) VALUE SPACES.
003410     05  PRM-CLS-NAK-PRIMES PIC ZZ,ZZZ,ZZ9.
003420     05  FILLER PIC X(02) VALUE SPACES.
003430     05  PRM-CLS-NAK-COMPS PIC ZZ,ZZZ,ZZ9.
003440     05  FILLER PIC X(21) VALUE SPACES.
003450
003460 01  PRM-CLS-NONE-LINE.
003470     05  FILLER PIC X(05) VALUE SPACES.
003480     05  FILLER PIC X(20) VALUE "NONE".
003490     05  FILLER PIC X(55) VALUE SPACES.
003500
003510 01  PRM-CLS-OVERFLOW-LINE.
003520     05  FILLER PIC X(05) VALUE SPACES.
003530     05  FILLER PIC X(52) VALUE
003540         "RUN TABLE FILLED - MONTH CANNOT BE RECONCILED".
003550     05  FILLER PIC X(23) VALUE SPACES.
003560
003570 01  PRM-CLS-TRAILER-LINE.
003580     05  FILLER PIC X(05) VALUE SPACES.
003590     05  PRM-CLS-TRL-NAME PIC X(30).
003600     05  PRM-CLS-TRL-COUNT PIC ZZZ,ZZZ,ZZ9.
003610     05  FILLER PIC X(34) VALUE SPACES.
003620
003630 01  PRM-CLS-RESULT-LINE.
003640     05  FILLER PIC X(05) VALUE SPACES.
003650     05  PRM-CLS-RESULT-TEXT PIC X(60).
003660     05  FILLER PIC X(15) VALUE SPACES.
003670
003680 PROCEDURE DIVISION.
003690 0000-MAINLINE.
003700         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003710         PERFORM 2000-LOAD-RUN-LOG THRU 2000-EXIT.
003720         PERFORM 3000-LOAD-AUDIT-LOG THRU 3000-EXIT.
003730         PERFORM 3500-PLACE-AUDIT-RUNS THRU 3500-EXIT.
003740         PERFORM 4000-LOAD-REGISTER THRU 4000-EXIT.
003750         PERFORM 4500-LOAD-POSTING-LOG THRU 4500-EXIT.
003760         PERFORM 5000-READ-MONTH-RECORD THRU 5000-EXIT.
003770         PERFORM 6000-WRITE-RUN-SECTION THRU 6000-EXIT.
003780         PERFORM 6500-WRITE-TOTALS-SECTION THRU 6500-EXIT.
003790         PERFORM 7000-WRITE-UNRELEASED THRU 7000-EXIT.
003800         PERFORM 7500-WRITE-UNACKNOWLEDGED THRU 7500-EXIT.
003810         PERFORM 8000-FINALIZE THRU 8000-EXIT.
003820         STOP RUN.
003830
003840 1000-INITIALIZE.
003850         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
003860         ACCEPT PRM-SYS-TIME FROM TIME.
003870         PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
003880         OPEN INPUT PRM-STATS-FILE.
003890         IF PRM-STATS-STATUS NOT = "00"
003900             DISPLAY 'PRMCLOSE: STATMAST NOT AVAILABLE - STATUS '
003910                 PRM-STATS-STATUS
003920             MOVE 16 TO RETURN-CODE
003930             STOP RUN
003940         END-IF.
003950         OPEN OUTPUT PRM-CLOSE-REPORT-FILE.
003960         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
003970 1000-EXIT.
003980         EXIT.
003990
004000 1100-WRITE-PAGE-TOP.
004010         ADD 1 TO PRM-PAGE-NUMBER.
004020         MOVE PRM-PAGE-NUMBER TO PRM-CLS-PAGE-NO.
004030         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-PAGE-HEADING.
004040         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-TITLE-LINE.
004050         MOVE PRM-SYS-DATE(5:2) TO PRM-CLS-RUN-DATE(1:2).
004060         MOVE "/" TO PRM-CLS-RUN-DATE(3:1).
004070         MOVE PRM-SYS-DATE(7:2) TO PRM-CLS-RUN-DATE(4:2).
004080         MOVE "/" TO PRM-CLS-RUN-DATE(6:1).
004090         MOVE PRM-SYS-DATE(1:4) TO PRM-CLS-RUN-DATE(7:4).
004100         MOVE PRM-SYS-TIME(1:2) TO PRM-CLS-RUN-TIME(1:2).
004110         MOVE ":" TO PRM-CLS-RUN-TIME(3:1).
004120         MOVE PRM-SYS-TIME(3:2) TO PRM-CLS-RUN-TIME(4:2).
004130         MOVE ":" TO PRM-CLS-RUN-TIME(6:1).
004140         MOVE PRM-SYS-TIME(5:2) TO PRM-CLS-RUN-TIME(7:2).
004150         MOVE PRM-CLOSE-MM TO PRM-CLS-RUN-MONTH(1:2).
004160         MOVE "/" TO PRM-CLS-RUN-MONTH(3:1).
004170         MOVE PRM-CLOSE-YYYY TO PRM-CLS-RUN-MONTH(4:4).
004180         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-DATE-LINE.
004190         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-BLANK-LINE.
004200         MOVE 4 TO PRM-LINE-COUNT.
004210 1100-EXIT.
004220         EXIT.
004230
004240 1200-CHECK-PAGE-BREAK.
004250         IF PRM-LINE-COUNT >= PRM-MAX-LINES-PER-PAGE
004260             PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT
004270         END-IF.
004280 1200-EXIT.
004290         EXIT.
004300
004310*    A blank card closes the month before today's.
004320 1500-READ-PARAMETERS.
004330         OPEN INPUT PRM-PARM-FILE.
004340         IF PRM-PARM-STATUS NOT = "00"
004350             DISPLAY 'PRMCLOSE: CLOSPRM NOT AVAILABLE - STATUS '
004360                 PRM-PARM-STATUS
004370             MOVE 16 TO RETURN-CODE
004380             STOP RUN
004390         END-IF.
004400         READ PRM-PARM-FILE INTO PRM-PARM-CARD
004410             AT END
004420                 DISPLAY 'PRMCLOSE: CLOSPRM IS EMPTY'
004430                 MOVE 16 TO RETURN-CODE
004440                 STOP RUN
004450         END-READ.
004460         CLOSE PRM-PARM-FILE.
004470         IF PRM-CARD-MONTH = SPACES
004480             MOVE PRM-SYS-YEAR TO PRM-CLOSE-YEAR-NO
004490             MOVE PRM-SYS-MONTH TO PRM-CLOSE-MONTH-NO
004500             IF PRM-CLOSE-MONTH-NO = 1
004510                 MOVE 12 TO PRM-CLOSE-MONTH-NO
004520                 SUBTRACT 1 FROM PRM-CLOSE-YEAR-NO
004530             ELSE
004540                 SUBTRACT 1 FROM PRM-CLOSE-MONTH-NO
004550             END-IF
004560             GO TO 1500-SET-PERIOD
004570         END-IF.
004580         IF PRM-CARD-MONTH IS NOT NUMERIC
004590             DISPLAY 'PRMCLOSE: BAD MONTH ON CLOSPRM CARD: '
004600                 PRM-CARD-MONTH
004610             MOVE 16 TO RETURN-CODE
004620             STOP RUN
004630         END-IF.
004640         MOVE PRM-CARD-MONTH TO PRM-CLOSE-MONTH.
004650         IF PRM-CLOSE-MONTH-NO < 1 OR PRM-CLOSE-MONTH-NO > 12
004660             DISPLAY 'PRMCLOSE: BAD MONTH ON CLOSPRM CARD: '
004670                 PRM-CARD-MONTH
004680             MOVE 16 TO RETURN-CODE
004690             STOP RUN
004700         END-IF.
004710 1500-SET-PERIOD.
004720         COMPUTE PRM-MONTH-PERIOD = PRM-CLOSE-MONTH * 100.
004730 1500-EXIT.
004740         EXIT.
004750
004751*    Pass 1 - the PRIMEBAT, PRMMERGE and PRMCKREQ run-log records
004752*    that start in the month name its runs.  A run logged twice (a
004753*    restart) keeps its last record, which carries the run's final
004754*    counts.
004790 2000-LOAD-RUN-LOG.
004800         OPEN INPUT PRM-RUNLOG-FILE.
004810         IF PRM-RUNLOG-STATUS NOT = "00"
004820             DISPLAY 'PRMCLOSE: RUNLOG NOT AVAILABLE - STATUS '
004830                 PRM-RUNLOG-STATUS
004840             MOVE 16 TO RETURN-CODE
004850             STOP RUN
004860         END-IF.
004870         SET PRM-EOF-NO TO TRUE.
004880         PERFORM 2100-LOAD-ONE-RUN THRU 2100-EXIT
004890             UNTIL PRM-EOF-YES.
004900         CLOSE PRM-RUNLOG-FILE.
004910 2000-EXIT.
004920         EXIT.
004930
004940 2100-LOAD-ONE-RUN.
004950         READ PRM-RUNLOG-FILE INTO PRM-RUN-RECORD-WS
004960             AT END
004970                 SET PRM-EOF-YES TO TRUE
004980         END-READ.
004990         IF PRM-EOF-YES
005000             GO TO 2100-EXIT
005010         END-IF.
005020         IF PRM-RUN-PROGRAM NOT = "PRIMEBAT" AND
005021                 PRM-RUN-PROGRAM NOT = "PRMMERGE" AND
005022                 PRM-RUN-PROGRAM NOT = "PRMCKREQ"
005040             GO TO 2100-EXIT
005050         END-IF.
005060         IF PRM-RUN-RUN-ID IS NOT NUMERIC OR
005070                 PRM-RUN-RUN-ID = "000000"
005080             GO TO 2100-EXIT
005090         END-IF.
005100         IF PRM-RUN-START-DATE(1:2) NOT = PRM-CLOSE-MM OR
005110                 PRM-RUN-START-DATE(7:4) NOT = PRM-CLOSE-YYYY
005120             GO TO 2100-EXIT
005130         END-IF.
005140         MOVE PRM-RUN-RUN-ID TO PRM-FIND-RUN-ID.
005150         PERFORM 2900-FIND-RUN THRU 2900-EXIT.
005160         IF PRM-HIT-SUB = 0
005170             PERFORM 2950-ADD-RUN THRU 2950-EXIT
005180             IF PRM-HIT-SUB = 0
005190                 GO TO 2100-EXIT
005200             END-IF
005210         END-IF.
005220         MOVE "R" TO PRM-TAB-ORIGIN(PRM-HIT-SUB).
005230         MOVE "Y" TO PRM-TAB-LOG-FOUND(PRM-HIT-SUB).
005240         MOVE PRM-RUN-PROGRAM
005250             TO PRM-TAB-LOG-PROGRAM(PRM-HIT-SUB).
005260         MOVE PRM-RUN-RETURN-CODE
005270             TO PRM-TAB-LOG-RC(PRM-HIT-SUB).
005280         MOVE PRM-RUN-PRIME-CNT
005290             TO PRM-TAB-LOG-PRIME(PRM-HIT-SUB).
005300         MOVE PRM-RUN-COMP-CNT
005310             TO PRM-TAB-LOG-COMP(PRM-HIT-SUB).
005320 2100-EXIT.
005330         EXIT.
005340
005350 2900-FIND-RUN.
005360         MOVE ZERO TO PRM-HIT-SUB.
005370         PERFORM 2910-MATCH-RUN THRU 2910-EXIT
005380             VARYING PRM-RUN-SUB FROM 1 BY 1
005390             UNTIL PRM-RUN-SUB > PRM-RUN-COUNT
005400                OR PRM-HIT-SUB > 0.
005410 2900-EXIT.
005420         EXIT.
005430
005440 2910-MATCH-RUN.
005450         IF PRM-TAB-RUN-ID(PRM-RUN-SUB) = PRM-FIND-RUN-ID
005460             MOVE PRM-RUN-SUB TO PRM-HIT-SUB
005470         END-IF.
005480 2910-EXIT.
005490         EXIT.
005500
005510 2950-ADD-RUN.
005520         IF PRM-RUN-COUNT >= 400
005530             SET PRM-RUN-OVERFLOW-YES TO TRUE
005540             MOVE ZERO TO PRM-HIT-SUB
005550             GO TO 2950-EXIT
005560         END-IF.
005570         ADD 1 TO PRM-RUN-COUNT.
005580         MOVE PRM-RUN-COUNT TO PRM-HIT-SUB.
005590         MOVE PRM-FIND-RUN-ID TO PRM-TAB-RUN-ID(PRM-HIT-SUB).
005600         MOVE "A" TO PRM-TAB-ORIGIN(PRM-HIT-SUB).
005610         MOVE ZERO TO PRM-TAB-AUD-CHECKS(PRM-HIT-SUB).
005620         MOVE ZERO TO PRM-TAB-AUD-PRIME(PRM-HIT-SUB).
005630         MOVE ZERO TO PRM-TAB-AUD-COMP(PRM-HIT-SUB).
005640         MOVE "N" TO PRM-TAB-LOG-FOUND(PRM-HIT-SUB).
005650         MOVE SPACES TO PRM-TAB-LOG-PROGRAM(PRM-HIT-SUB).
005660         MOVE ZERO TO PRM-TAB-LOG-RC(PRM-HIT-SUB).
005670         MOVE ZERO TO PRM-TAB-LOG-PRIME(PRM-HIT-SUB).
005680         MOVE ZERO TO PRM-TAB-LOG-COMP(PRM-HIT-SUB).
005690         MOVE "N" TO PRM-TAB-REG-FOUND(PRM-HIT-SUB).
005700         MOVE ZERO TO PRM-TAB-REG-DATE(PRM-HIT-SUB).
005710         MOVE ZERO TO PRM-TAB-REG-DETAIL(PRM-HIT-SUB).
005720         MOVE ZERO TO PRM-TAB-REG-PRIME(PRM-HIT-SUB).
005730         MOVE ZERO TO PRM-TAB-REG-COMP(PRM-HIT-SUB).
005740         MOVE "N" TO PRM-TAB-REG-ACK(PRM-HIT-SUB).
005750         MOVE "N" TO PRM-TAB-POSTED(PRM-HIT-SUB).
005760         MOVE "N" TO PRM-TAB-DISAGREE(PRM-HIT-SUB).
005770 2950-EXIT.
005780         EXIT.
005790
005800*    Pass 2 - every batch check line on the audit log is counted
005810*    to its run.  A run not yet named is taken into the month when
005820*    the line is dated in it.  Interactive checks and correction
005830*    lines carry no run id and are only counted on the trailer.
005840 3000-LOAD-AUDIT-LOG.
005850         OPEN INPUT PRM-AUDIT-FILE.
005860         IF PRM-AUDIT-STATUS NOT = "00"
005870             DISPLAY 'PRMCLOSE: AUDITLOG NOT AVAILABLE - STATUS '
005880                 PRM-AUDIT-STATUS
005890             MOVE 16 TO RETURN-CODE
005900             STOP RUN
005910         END-IF.
005920         SET PRM-EOF-NO TO TRUE.
005930         PERFORM 3100-COUNT-ONE-LINE THRU 3100-EXIT
005940             UNTIL PRM-EOF-YES.
005950         CLOSE PRM-AUDIT-FILE.
005960 3000-EXIT.
005970         EXIT.
005980
005990 3100-COUNT-ONE-LINE.
006000         READ PRM-AUDIT-FILE INTO PRM-AUD-LINE
006010             AT END
006020                 SET PRM-EOF-YES TO TRUE
006030         END-READ.
006040         IF PRM-EOF-YES
006050             GO TO 3100-EXIT
006060         END-IF.
006070         IF PRM-AUD-VERDICT(1:6) NOT = "IS NOT" AND
006080                 PRM-AUD-VERDICT(1:10) NOT = "IS A PRIME"
006090             GO TO 3100-EXIT
006100         END-IF.
006110         IF PRM-AUD-RUN-ID IS NOT NUMERIC OR
006120                 PRM-AUD-RUN-ID = "000000"
006130             IF PRM-AUD-DATE(1:2) = PRM-CLOSE-MM AND
006140                     PRM-AUD-DATE(7:4) = PRM-CLOSE-YYYY
006150                 ADD 1 TO PRM-AUD-LINES-NO-RUN
006160             END-IF
006170             GO TO 3100-EXIT
006180         END-IF.
006190         MOVE PRM-AUD-RUN-ID TO PRM-FIND-RUN-ID.
006200         PERFORM 2900-FIND-RUN THRU 2900-EXIT.
006210         IF PRM-HIT-SUB = 0
006220             IF PRM-AUD-DATE(1:2) NOT = PRM-CLOSE-MM OR
006230                     PRM-AUD-DATE(7:4) NOT = PRM-CLOSE-YYYY
006240                 GO TO 3100-EXIT
006250             END-IF
006260             PERFORM 2950-ADD-RUN THRU 2950-EXIT
006270             IF PRM-HIT-SUB = 0
006280                 GO TO 3100-EXIT
006290             END-IF
006300         END-IF.
006310         ADD 1 TO PRM-TAB-AUD-CHECKS(PRM-HIT-SUB).
006320         IF PRM-AUD-VERDICT(1:6) = "IS NOT"
006330             ADD 1 TO PRM-TAB-AUD-COMP(PRM-HIT-SUB)
006340         ELSE
006350             ADD 1 TO PRM-TAB-AUD-PRIME(PRM-HIT-SUB)
006360         END-IF.
006370 3100-EXIT.
006380         EXIT.
006390
006400*    Pass 3 - a run taken in from an audit line dated in the month
006410*    but logged as starting in another month (it crossed midnight
006420*    at the month boundary) belongs to that other month's close.
006430 3500-PLACE-AUDIT-RUNS.
006440         OPEN INPUT PRM-RUNLOG-FILE.
006450         IF PRM-RUNLOG-STATUS NOT = "00"
006460             GO TO 3500-EXIT
006470         END-IF.
006480         SET PRM-EOF-NO TO TRUE.
006490         PERFORM 3600-PLACE-ONE-RUN THRU 3600-EXIT
006500             UNTIL PRM-EOF-YES.
006510         CLOSE PRM-RUNLOG-FILE.
006520 3500-EXIT.
006530         EXIT.
006540
006550 3600-PLACE-ONE-RUN.
006560         READ PRM-RUNLOG-FILE INTO PRM-RUN-RECORD-WS
006570             AT END
006580                 SET PRM-EOF-YES TO TRUE
006590         END-READ.
006600         IF PRM-EOF-YES
006610             GO TO 3600-EXIT
006620         END-IF.
006630         IF PRM-RUN-PROGRAM NOT = "PRIMEBAT" AND
006631                 PRM-RUN-PROGRAM NOT = "PRMMERGE" AND
006632                 PRM-RUN-PROGRAM NOT = "PRMCKREQ"
006650             GO TO 3600-EXIT
006660         END-IF.
006670         IF PRM-RUN-RUN-ID IS NOT NUMERIC
006680             GO TO 3600-EXIT
006690         END-IF.
006700         MOVE PRM-RUN-RUN-ID TO PRM-FIND-RUN-ID.
006710         PERFORM 2900-FIND-RUN THRU 2900-EXIT.
006720         IF PRM-HIT-SUB = 0
006730             GO TO 3600-EXIT
006740         END-IF.
006750         IF PRM-TAB-ORIGIN(PRM-HIT-SUB) = "A"
006760             MOVE "X" TO PRM-TAB-ORIGIN(PRM-HIT-SUB)
006770         END-IF.
006780 3600-EXIT.
006790         EXIT.
006800
006810*    Pass 4 - the release register entry of each run, with its
006820*    trailer counts and whether downstream acknowledged it.
006830 4000-LOAD-REGISTER.
006840         OPEN INPUT PRM-REGISTER-FILE.
006850         IF PRM-REGISTER-STATUS NOT = "00" AND
006860                 PRM-REGISTER-STATUS NOT = "05"
006870             DISPLAY 'PRMCLOSE: RELREG NOT AVAILABLE - STATUS '
006880                 PRM-REGISTER-STATUS
006890             MOVE 16 TO RETURN-CODE
006900             STOP RUN
006910         END-IF.
006920         SET PRM-EOF-NO TO TRUE.
006930         PERFORM 4100-LOAD-ONE-RELEASE THRU 4100-EXIT
006940             UNTIL PRM-EOF-YES.
006950         CLOSE PRM-REGISTER-FILE.
006960 4000-EXIT.
006970         EXIT.
006980
006990 4100-LOAD-ONE-RELEASE.
007000         READ PRM-REGISTER-FILE INTO PRM-RRG-RECORD-WS
007010             AT END
007020                 SET PRM-EOF-YES TO TRUE
007030         END-READ.
007040         IF PRM-EOF-YES
007050             GO TO 4100-EXIT
007060         END-IF.
007070         IF PRM-RRG-RUN-ID IS NOT NUMERIC OR PRM-RRG-RUN-ID = 0
007080             GO TO 4100-EXIT
007090         END-IF.
007100         MOVE PRM-RRG-RUN-ID TO PRM-FIND-RUN-ID.
007110         PERFORM 2900-FIND-RUN THRU 2900-EXIT.
007120         IF PRM-HIT-SUB = 0
007130             IF PRM-RRG-RUN-DATE(1:6) NOT = PRM-CLOSE-MONTH
007140                 GO TO 4100-EXIT
007150             END-IF
007160             PERFORM 2950-ADD-RUN THRU 2950-EXIT
007170             IF PRM-HIT-SUB = 0
007180                 GO TO 4100-EXIT
007190             END-IF
007200         END-IF.
007210         MOVE "Y" TO PRM-TAB-REG-FOUND(PRM-HIT-SUB).
007220         MOVE PRM-RRG-RUN-DATE TO PRM-TAB-REG-DATE(PRM-HIT-SUB).
007230         MOVE PRM-RRG-DETAIL-CNT
007240             TO PRM-TAB-REG-DETAIL(PRM-HIT-SUB).
007250         MOVE PRM-RRG-PRIME-CNT
007260             TO PRM-TAB-REG-PRIME(PRM-HIT-SUB).
007270         MOVE PRM-RRG-COMP-CNT
007280             TO PRM-TAB-REG-COMP(PRM-HIT-SUB).
007290         MOVE PRM-RRG-ACK-FLAG TO PRM-TAB-REG-ACK(PRM-HIT-SUB).
007300 4100-EXIT.
007310         EXIT.
007320
007330*    Pass 5 - which runs PRMSTATS posted to the statistics master.
007340 4500-LOAD-POSTING-LOG.
007350         OPEN INPUT PRM-POSTLOG-FILE.
007360         IF PRM-POSTLOG-STATUS NOT = "00" AND
007370                 PRM-POSTLOG-STATUS NOT = "05"
007380             DISPLAY 'PRMCLOSE: POSTLOG NOT AVAILABLE - STATUS '
007390                 PRM-POSTLOG-STATUS
007400             MOVE 16 TO RETURN-CODE
007410             STOP RUN
007420         END-IF.
007430         SET PRM-EOF-NO TO TRUE.
007440         PERFORM 4600-LOAD-ONE-POST THRU 4600-EXIT
007450             UNTIL PRM-EOF-YES.
007460         CLOSE PRM-POSTLOG-FILE.
007470 4500-EXIT.
007480         EXIT.
007490
007500 4600-LOAD-ONE-POST.
007510         READ PRM-POSTLOG-FILE INTO PRM-PST-RECORD-WS
007520             AT END
007530                 SET PRM-EOF-YES TO TRUE
007540         END-READ.
007550         IF PRM-EOF-YES
007560             GO TO 4600-EXIT
007570         END-IF.
007580         IF PRM-PST-TARGET NOT = "STATMAST" OR
007590                 PRM-PST-RUN-ID IS NOT NUMERIC
007600             GO TO 4600-EXIT
007610         END-IF.
007620         MOVE PRM-PST-RUN-ID TO PRM-FIND-RUN-ID.
007630         PERFORM 2900-FIND-RUN THRU 2900-EXIT.
007640         IF PRM-HIT-SUB > 0
007650             MOVE "Y" TO PRM-TAB-POSTED(PRM-HIT-SUB)
007660         END-IF.
007670 4600-EXIT.
007680         EXIT.
007690
007700 5000-READ-MONTH-RECORD.
007710         MOVE PRM-MONTH-PERIOD TO PRM-STA-PERIOD.
007720         READ PRM-STATS-FILE
007730             INVALID KEY
007740                 SET PRM-MONTH-RECORD-NO TO TRUE
007750             NOT INVALID KEY
007760                 SET PRM-MONTH-RECORD-YES TO TRUE
007770         END-READ.
007780         IF PRM-MONTH-RECORD-YES
007790             MOVE PRM-STA-CHECKED TO PRM-STA-MONTH-CHECKS
007800             MOVE PRM-STA-PRIME-CNT TO PRM-STA-MONTH-PRIME
007810             MOVE PRM-STA-COMP-CNT TO PRM-STA-MONTH-COMP
007820         END-IF.
007830         CLOSE PRM-STATS-FILE.
007840 5000-EXIT.
007850         EXIT.
007860
007870 6000-WRITE-RUN-SECTION.
007880         MOVE "RUN BY RUN - AUDITLOG IS THE REFERENCE"
007890             TO PRM-CLS-SECTION-NAME.
007900         PERFORM 6900-WRITE-SECTION-TOP THRU 6900-EXIT.
007910         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-COLUMN-LINE.
007920         ADD 1 TO PRM-LINE-COUNT.
007930         IF PRM-RUN-OVERFLOW-YES
007940             WRITE PRM-CLOSE-REPORT-RECORD
007950                 FROM PRM-CLS-OVERFLOW-LINE
007960             ADD 1 TO PRM-LINE-COUNT
007970         END-IF.
007980         PERFORM 6100-RECONCILE-ONE-RUN THRU 6100-EXIT
007990             VARYING PRM-RUN-SUB FROM 1 BY 1
008000             UNTIL PRM-RUN-SUB > PRM-RUN-COUNT.
008010         IF PRM-RUNS-IN-MONTH = 0
008020             WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-NONE-LINE
008030             ADD 1 TO PRM-LINE-COUNT
008040         END-IF.
008050 6000-EXIT.
008060         EXIT.
008070
008080*    A run agrees when its run-log record and its register entry
008090*    (if it was released) carry the audit log's counts and, having
008091*    checked anything, it was posted to STATMAST.  An intraday run
008092*    is not posted, and is not counted as a run never released.
008110 6100-RECONCILE-ONE-RUN.
008120         IF PRM-TAB-EXCLUDED(PRM-RUN-SUB)
008130             GO TO 6100-EXIT
008140         END-IF.
008150         ADD 1 TO PRM-RUNS-IN-MONTH.
008160         MOVE PRM-TAB-AUD-CHECKS(PRM-RUN-SUB) TO PRM-REF-CHECKS.
008170         MOVE PRM-TAB-AUD-PRIME(PRM-RUN-SUB) TO PRM-REF-PRIME.
008180         MOVE PRM-TAB-AUD-COMP(PRM-RUN-SUB) TO PRM-REF-COMP.
008190         ADD PRM-REF-CHECKS TO PRM-TOT-AUD-CHECKS.
008200         ADD PRM-REF-PRIME TO PRM-TOT-AUD-PRIME.
008210         ADD PRM-REF-COMP TO PRM-TOT-AUD-COMP.
008220         IF PRM-TAB-ON-RUNLOG(PRM-RUN-SUB)
008230             ADD PRM-TAB-LOG-PRIME(PRM-RUN-SUB)
008240                 TO PRM-TOT-LOG-PRIME
008250             ADD PRM-TAB-LOG-COMP(PRM-RUN-SUB) TO PRM-TOT-LOG-COMP
008260             COMPUTE PRM-SRC-CHECKS =
008270                     PRM-TAB-LOG-PRIME(PRM-RUN-SUB)
008280                   + PRM-TAB-LOG-COMP(PRM-RUN-SUB)
008290             ADD PRM-SRC-CHECKS TO PRM-TOT-LOG-CHECKS
008300             MOVE PRM-TAB-LOG-PRIME(PRM-RUN-SUB) TO PRM-SRC-PRIME
008310             MOVE PRM-TAB-LOG-COMP(PRM-RUN-SUB) TO PRM-SRC-COMP
008320             PERFORM 6800-COMPARE-COUNTS THRU 6800-EXIT
008330             IF PRM-CMP-DIFFERS
008340                 MOVE "Y" TO PRM-TAB-DISAGREE(PRM-RUN-SUB)
008350             END-IF
008360         ELSE
008370             MOVE "Y" TO PRM-TAB-DISAGREE(PRM-RUN-SUB)
008380         END-IF.
008390         IF PRM-TAB-ON-REGISTER(PRM-RUN-SUB)
008400             ADD PRM-REF-CHECKS TO PRM-TOT-RELAUD-CHECKS
008410             ADD PRM-REF-PRIME TO PRM-TOT-RELAUD-PRIME
008420             ADD PRM-REF-COMP TO PRM-TOT-RELAUD-COMP
008430             ADD PRM-TAB-REG-DETAIL(PRM-RUN-SUB)
008440                 TO PRM-TOT-REG-CHECKS
008450             ADD PRM-TAB-REG-PRIME(PRM-RUN-SUB)
008460                 TO PRM-TOT-REG-PRIME
008470             ADD PRM-TAB-REG-COMP(PRM-RUN-SUB) TO PRM-TOT-REG-COMP
008480             MOVE PRM-TAB-REG-DETAIL(PRM-RUN-SUB)
008490                 TO PRM-SRC-CHECKS
008500             MOVE PRM-TAB-REG-PRIME(PRM-RUN-SUB) TO PRM-SRC-PRIME
008510             MOVE PRM-TAB-REG-COMP(PRM-RUN-SUB) TO PRM-SRC-COMP
008520             PERFORM 6800-COMPARE-COUNTS THRU 6800-EXIT
008530             IF PRM-CMP-DIFFERS
008540                 MOVE "Y" TO PRM-TAB-DISAGREE(PRM-RUN-SUB)
008550             END-IF
008560         END-IF.
008570         IF PRM-TAB-ON-STATMAST(PRM-RUN-SUB)
008580             ADD PRM-REF-CHECKS TO PRM-TOT-POSTAUD-CHECKS
008590             ADD PRM-REF-PRIME TO PRM-TOT-POSTAUD-PRIME
008600             ADD PRM-REF-COMP TO PRM-TOT-POSTAUD-COMP
008610         ELSE
008611             IF PRM-REF-CHECKS > 0 AND
008612                     NOT PRM-TAB-INTRADAY(PRM-RUN-SUB)
008630                 MOVE "Y" TO PRM-TAB-DISAGREE(PRM-RUN-SUB)
008640             END-IF
008650         END-IF.
008660         IF PRM-REF-CHECKS > 0 AND
008661                 NOT PRM-TAB-ON-REGISTER(PRM-RUN-SUB) AND
008662                 NOT PRM-TAB-INTRADAY(PRM-RUN-SUB)
008680             ADD 1 TO PRM-RUNS-NOT-RELEASED
008690         END-IF.
008700         IF PRM-TAB-ON-REGISTER(PRM-RUN-SUB) AND
008710                 NOT PRM-TAB-ACKED(PRM-RUN-SUB)
008720             ADD 1 TO PRM-RELEASES-NOT-ACKED
008730         END-IF.
008740         IF PRM-TAB-DISAGREES(PRM-RUN-SUB)
008750             ADD 1 TO PRM-RUNS-DISAGREEING
008760             PERFORM 6200-WRITE-DISAGREEMENT THRU 6200-EXIT
008770         ELSE
008780             ADD 1 TO PRM-RUNS-AGREEING
008790             PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT
008800             MOVE PRM-TAB-RUN-ID(PRM-RUN-SUB)
008810                 TO PRM-CLS-DET-RUN-ID
008820             MOVE "ALL" TO PRM-CLS-DET-SOURCE
008830             MOVE "AGREES" TO PRM-CMP-RESULT
008840             MOVE ZERO TO PRM-DIFF
008850             PERFORM 6700-WRITE-COUNT-LINE THRU 6700-EXIT
008860         END-IF.
008870 6100-EXIT.
008880         EXIT.
008890
008900*    One line per source for a run that does not agree, the audit
008910*    log first as the reference.
008920 6200-WRITE-DISAGREEMENT.
008930         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
008940         MOVE PRM-TAB-RUN-ID(PRM-RUN-SUB) TO PRM-CLS-DET-RUN-ID.
008950         MOVE "AUDITLOG" TO PRM-CLS-DET-SOURCE.
008960         MOVE PRM-REF-CHECKS TO PRM-SRC-CHECKS.
008970         MOVE PRM-REF-PRIME TO PRM-SRC-PRIME.
008980         MOVE PRM-REF-COMP TO PRM-SRC-COMP.
008990         MOVE "REFERENCE" TO PRM-CMP-RESULT.
009000         MOVE ZERO TO PRM-DIFF.
009010         PERFORM 6700-WRITE-COUNT-LINE THRU 6700-EXIT.
009020         MOVE SPACES TO PRM-CLS-DET-RUN-ID.
009030         MOVE "RUNLOG" TO PRM-CLS-DET-SOURCE.
009040         IF PRM-TAB-ON-RUNLOG(PRM-RUN-SUB)
009050             COMPUTE PRM-SRC-CHECKS =
009060                     PRM-TAB-LOG-PRIME(PRM-RUN-SUB)
009070                   + PRM-TAB-LOG-COMP(PRM-RUN-SUB)
009080             MOVE PRM-TAB-LOG-PRIME(PRM-RUN-SUB) TO PRM-SRC-PRIME
009090             MOVE PRM-TAB-LOG-COMP(PRM-RUN-SUB) TO PRM-SRC-COMP
009100             PERFORM 6800-COMPARE-COUNTS THRU 6800-EXIT
009110             PERFORM 6700-WRITE-COUNT-LINE THRU 6700-EXIT
009120         ELSE
009130             MOVE "NO RECORD" TO PRM-CMP-RESULT
009140             PERFORM 6750-WRITE-BARE-LINE THRU 6750-EXIT
009150         END-IF.
009160         IF PRM-TAB-ON-REGISTER(PRM-RUN-SUB)
009170             MOVE "RELREG" TO PRM-CLS-DET-SOURCE
009180             MOVE PRM-TAB-REG-DETAIL(PRM-RUN-SUB)
009190                 TO PRM-SRC-CHECKS
009200             MOVE PRM-TAB-REG-PRIME(PRM-RUN-SUB) TO PRM-SRC-PRIME
009210             MOVE PRM-TAB-REG-COMP(PRM-RUN-SUB) TO PRM-SRC-COMP
009220             PERFORM 6800-COMPARE-COUNTS THRU 6800-EXIT
009230             PERFORM 6700-WRITE-COUNT-LINE THRU 6700-EXIT
009240         END-IF.
009250         IF NOT PRM-TAB-ON-STATMAST(PRM-RUN-SUB) AND
009251                 PRM-REF-CHECKS > 0 AND
009252                 NOT PRM-TAB-INTRADAY(PRM-RUN-SUB)
009270             MOVE "STATMAST" TO PRM-CLS-DET-SOURCE
009280             MOVE "NOT POSTED" TO PRM-CMP-RESULT
009290             PERFORM 6750-WRITE-BARE-LINE THRU 6750-EXIT
009300         END-IF.
009310         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-BLANK-LINE.
009320         ADD 1 TO PRM-LINE-COUNT.
009330 6200-EXIT.
009340         EXIT.
009350
009360 6500-WRITE-TOTALS-SECTION.
009370         MOVE "MONTH TOTALS BY SOURCE" TO PRM-CLS-SECTION-NAME.
009380         PERFORM 6900-WRITE-SECTION-TOP THRU 6900-EXIT.
009390         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-COLUMN-LINE.
009400         ADD 1 TO PRM-LINE-COUNT.
009410         MOVE SPACES TO PRM-CLS-DET-RUN-ID.
009420         MOVE "AUDITLOG" TO PRM-CLS-DET-SOURCE.
009430         MOVE PRM-TOT-AUD-CHECKS TO PRM-SRC-CHECKS.
009440         MOVE PRM-TOT-AUD-PRIME TO PRM-SRC-PRIME.
009450         MOVE PRM-TOT-AUD-COMP TO PRM-SRC-COMP.
009460         MOVE "REFERENCE" TO PRM-CMP-RESULT.
009470         MOVE ZERO TO PRM-DIFF.
009480         PERFORM 6700-WRITE-COUNT-LINE THRU 6700-EXIT.
009490         MOVE PRM-TOT-AUD-CHECKS TO PRM-REF-CHECKS.
009500         MOVE PRM-TOT-AUD-PRIME TO PRM-REF-PRIME.
009510         MOVE PRM-TOT-AUD-COMP TO PRM-REF-COMP.
009520         MOVE "RUNLOG" TO PRM-CLS-DET-SOURCE.
009530         MOVE PRM-TOT-LOG-CHECKS TO PRM-SRC-CHECKS.
009540         MOVE PRM-TOT-LOG-PRIME TO PRM-SRC-PRIME.
009550         MOVE PRM-TOT-LOG-COMP TO PRM-SRC-COMP.
009560         PERFORM 6800-COMPARE-COUNTS THRU 6800-EXIT.
009570         PERFORM 6700-WRITE-COUNT-LINE THRU 6700-EXIT.
009580*        The register is proved against the runs it released.
009590         MOVE PRM-TOT-RELAUD-CHECKS TO PRM-REF-CHECKS.
009600         MOVE PRM-TOT-RELAUD-PRIME TO PRM-REF-PRIME.
009610         MOVE PRM-TOT-RELAUD-COMP TO PRM-REF-COMP.
009620         MOVE "RELREG" TO PRM-CLS-DET-SOURCE.
009630         MOVE PRM-TOT-REG-CHECKS TO PRM-SRC-CHECKS.
009640         MOVE PRM-TOT-REG-PRIME TO PRM-SRC-PRIME.
009650         MOVE PRM-TOT-REG-COMP TO PRM-SRC-COMP.
009660         PERFORM 6800-COMPARE-COUNTS THRU 6800-EXIT.
009670         PERFORM 6700-WRITE-COUNT-LINE THRU 6700-EXIT.
009680*        The month record is proved against the runs posted to it.
009690         MOVE PRM-TOT-POSTAUD-CHECKS TO PRM-REF-CHECKS.
009700         MOVE PRM-TOT-POSTAUD-PRIME TO PRM-REF-PRIME.
009710         MOVE PRM-TOT-POSTAUD-COMP TO PRM-REF-COMP.
009720         MOVE "STATMAST" TO PRM-CLS-DET-SOURCE.
009730         IF PRM-MONTH-RECORD-NO
009740             MOVE "NO RECORD" TO PRM-CMP-RESULT
009750             PERFORM 6750-WRITE-BARE-LINE THRU 6750-EXIT
009760             IF PRM-REF-CHECKS > 0
009770                 SET PRM-MONTH-DIFFERS-YES TO TRUE
009780             END-IF
009790         ELSE
009800             MOVE PRM-STA-MONTH-CHECKS TO PRM-SRC-CHECKS
009810             MOVE PRM-STA-MONTH-PRIME TO PRM-SRC-PRIME
009820             MOVE PRM-STA-MONTH-COMP TO PRM-SRC-COMP
009830             PERFORM 6800-COMPARE-COUNTS THRU 6800-EXIT
009840             PERFORM 6700-WRITE-COUNT-LINE THRU 6700-EXIT
009850             IF PRM-CMP-DIFFERS
009860                 SET PRM-MONTH-DIFFERS-YES TO TRUE
009870             END-IF
009880         END-IF.
009890 6500-EXIT.
009900         EXIT.
009910
009920 6700-WRITE-COUNT-LINE.
009930         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
009940         MOVE PRM-SRC-CHECKS TO PRM-CLS-DET-CHECKS.
009950         MOVE PRM-SRC-PRIME TO PRM-CLS-DET-PRIMES.
009960         MOVE PRM-SRC-COMP TO PRM-CLS-DET-COMPS.
009970         MOVE PRM-CMP-RESULT TO PRM-CLS-DET-RESULT.
009980         MOVE PRM-DIFF TO PRM-CLS-DET-DIFF.
009990         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-DETAIL-LINE.
010000         ADD 1 TO PRM-LINE-COUNT.
010010 6700-EXIT.
010020         EXIT.
010030
010040*    A source line with no counts to show.
010050 6750-WRITE-BARE-LINE.
010060         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
010070         MOVE SPACES TO PRM-CLS-DET-COUNTS.
010080         MOVE PRM-CMP-RESULT TO PRM-CLS-DET-RESULT.
010090         MOVE ZERO TO PRM-CLS-DET-DIFF.
010100         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-DETAIL-LINE.
010110         ADD 1 TO PRM-LINE-COUNT.
010120 6750-EXIT.
010130         EXIT.
010140
010150*    Source counts (SRC) against the reference (REF): short or
010160*    over on the check count, else the split between primes and
010170*    composites, else agreed.
010180 6800-COMPARE-COUNTS.
010190         SET PRM-CMP-DIFFERS TO TRUE.
010200         COMPUTE PRM-DIFF = PRM-SRC-CHECKS - PRM-REF-CHECKS.
010210         IF PRM-DIFF < 0
010220             MOVE "SHORT BY" TO PRM-CMP-RESULT
010230             COMPUTE PRM-DIFF = 0 - PRM-DIFF
010240             GO TO 6800-EXIT
010250         END-IF.
010260         IF PRM-DIFF > 0
010270             MOVE "OVER BY" TO PRM-CMP-RESULT
010280             GO TO 6800-EXIT
010290         END-IF.
010300         COMPUTE PRM-DIFF = PRM-SRC-PRIME - PRM-REF-PRIME.
010310         IF PRM-DIFF < 0
010320             MOVE "PRIMES SHORT" TO PRM-CMP-RESULT
010330             COMPUTE PRM-DIFF = 0 - PRM-DIFF
010340             GO TO 6800-EXIT
010350         END-IF.
010360         IF PRM-DIFF > 0
010370             MOVE "PRIMES OVER" TO PRM-CMP-RESULT
010380             GO TO 6800-EXIT
010390         END-IF.
010400         MOVE "AGREES" TO PRM-CMP-RESULT.
010410         SET PRM-CMP-AGREES TO TRUE.
010420 6800-EXIT.
010430         EXIT.
010440
010450 6900-WRITE-SECTION-TOP.
010460         IF PRM-LINE-COUNT + 4 > PRM-MAX-LINES-PER-PAGE
010470             PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT
010480         ELSE
010490             WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-BLANK-LINE
010500             ADD 1 TO PRM-LINE-COUNT
010510         END-IF.
010520         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-SECTION-LINE.
010530         ADD 1 TO PRM-LINE-COUNT.
010540 6900-EXIT.
010550         EXIT.
010560
010570 7000-WRITE-UNRELEASED.
010580         MOVE "RUNS CHECKED BUT NEVER RELEASED"
010590             TO PRM-CLS-SECTION-NAME.
010600         PERFORM 6900-WRITE-SECTION-TOP THRU 6900-EXIT.
010610         WRITE PRM-CLOSE-REPORT-RECORD
010620             FROM PRM-CLS-NOREL-COLUMN-LINE.
010630         ADD 1 TO PRM-LINE-COUNT.
010640         PERFORM 7100-WRITE-ONE-UNRELEASED THRU 7100-EXIT
010650             VARYING PRM-RUN-SUB FROM 1 BY 1
010660             UNTIL PRM-RUN-SUB > PRM-RUN-COUNT.
010670         IF PRM-RUNS-NOT-RELEASED = 0
010680             WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-NONE-LINE
010690             ADD 1 TO PRM-LINE-COUNT
010700         END-IF.
010710 7000-EXIT.
010720         EXIT.
010730
010740 7100-WRITE-ONE-UNRELEASED.
010750         IF PRM-TAB-EXCLUDED(PRM-RUN-SUB) OR
010760                 PRM-TAB-ON-REGISTER(PRM-RUN-SUB) OR
010761                 PRM-TAB-AUD-CHECKS(PRM-RUN-SUB) = 0 OR
010762                 PRM-TAB-INTRADAY(PRM-RUN-SUB)
010780             GO TO 7100-EXIT
010790         END-IF.
010800         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
010810         MOVE PRM-TAB-RUN-ID(PRM-RUN-SUB) TO PRM-CLS-NRL-RUN-ID.
010820         IF PRM-TAB-ON-RUNLOG(PRM-RUN-SUB)
010830             MOVE PRM-TAB-LOG-PROGRAM(PRM-RUN-SUB)
010840                 TO PRM-CLS-NRL-PROGRAM
010850             MOVE PRM-TAB-LOG-RC(PRM-RUN-SUB) TO PRM-CLS-NRL-RC
010860         ELSE
010870             MOVE "NO LOG" TO PRM-CLS-NRL-PROGRAM
010880             MOVE "--" TO PRM-CLS-NRL-RC
010890         END-IF.
010900         MOVE PRM-TAB-AUD-CHECKS(PRM-RUN-SUB)
010910             TO PRM-CLS-NRL-CHECKS.
010920         MOVE PRM-TAB-AUD-PRIME(PRM-RUN-SUB)
010930             TO PRM-CLS-NRL-PRIMES.
010940         MOVE PRM-TAB-AUD-COMP(PRM-RUN-SUB) TO PRM-CLS-NRL-COMPS.
010950         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-NOREL-LINE.
010960         ADD 1 TO PRM-LINE-COUNT.
010970 7100-EXIT.
010980         EXIT.
010990
011000 7500-WRITE-UNACKNOWLEDGED.
011010         MOVE "RELEASES NEVER ACKNOWLEDGED"
011020             TO PRM-CLS-SECTION-NAME.
011030         PERFORM 6900-WRITE-SECTION-TOP THRU 6900-EXIT.
011040         WRITE PRM-CLOSE-REPORT-RECORD
011050             FROM PRM-CLS-NOACK-COLUMN-LINE.
011060         ADD 1 TO PRM-LINE-COUNT.
011070         PERFORM 7600-WRITE-ONE-UNACKED THRU 7600-EXIT
011080             VARYING PRM-RUN-SUB FROM 1 BY 1
011090             UNTIL PRM-RUN-SUB > PRM-RUN-COUNT.
011100         IF PRM-RELEASES-NOT-ACKED = 0
011110             WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-NONE-LINE
011120             ADD 1 TO PRM-LINE-COUNT
011130         END-IF.
011140 7500-EXIT.
011150         EXIT.
011160
011170 7600-WRITE-ONE-UNACKED.
011180         IF PRM-TAB-EXCLUDED(PRM-RUN-SUB) OR
011190                 NOT PRM-TAB-ON-REGISTER(PRM-RUN-SUB) OR
011200                 PRM-TAB-ACKED(PRM-RUN-SUB)
011210             GO TO 7600-EXIT
011220         END-IF.
011230         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
011240         MOVE PRM-TAB-RUN-ID(PRM-RUN-SUB) TO PRM-CLS-NAK-RUN-ID.
011250         MOVE PRM-TAB-REG-DATE(PRM-RUN-SUB)(5:2)
011260             TO PRM-CLS-NAK-DATE(1:2).
011270         MOVE "/" TO PRM-CLS-NAK-DATE(3:1).
011280         MOVE PRM-TAB-REG-DATE(PRM-RUN-SUB)(7:2)
011290             TO PRM-CLS-NAK-DATE(4:2).
011300         MOVE "/" TO PRM-CLS-NAK-DATE(6:1).
011310         MOVE PRM-TAB-REG-DATE(PRM-RUN-SUB)(1:4)
011320             TO PRM-CLS-NAK-DATE(7:4).
011330         MOVE PRM-TAB-REG-DETAIL(PRM-RUN-SUB)
011340             TO PRM-CLS-NAK-DETAILS.
011350         MOVE PRM-TAB-REG-PRIME(PRM-RUN-SUB)
011360             TO PRM-CLS-NAK-PRIMES.
011370         MOVE PRM-TAB-REG-COMP(PRM-RUN-SUB) TO PRM-CLS-NAK-COMPS.
011380         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-NOACK-LINE.
011390         ADD 1 TO PRM-LINE-COUNT.
011400 7600-EXIT.
011410         EXIT.
011420
011430 8000-FINALIZE.
011440         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-BLANK-LINE.
011450         MOVE "RUNS IN THE MONTH             "
011460             TO PRM-CLS-TRL-NAME.
011470         MOVE PRM-RUNS-IN-MONTH TO PRM-CLS-TRL-COUNT.
011480         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-TRAILER-LINE.
011490         MOVE "RUNS AGREEING                 "
011500             TO PRM-CLS-TRL-NAME.
011510         MOVE PRM-RUNS-AGREEING TO PRM-CLS-TRL-COUNT.
011520         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-TRAILER-LINE.
011530         MOVE "RUNS NOT AGREEING             "
011540             TO PRM-CLS-TRL-NAME.
011550         MOVE PRM-RUNS-DISAGREEING TO PRM-CLS-TRL-COUNT.
011560         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-TRAILER-LINE.
011570         MOVE "RUNS CHECKED, NOT RELEASED    "
011580             TO PRM-CLS-TRL-NAME.
011590         MOVE PRM-RUNS-NOT-RELEASED TO PRM-CLS-TRL-COUNT.
011600         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-TRAILER-LINE.
011610         MOVE "RELEASES NOT ACKNOWLEDGED     "
011620             TO PRM-CLS-TRL-NAME.
011630         MOVE PRM-RELEASES-NOT-ACKED TO PRM-CLS-TRL-COUNT.
011640         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-TRAILER-LINE.
011650         MOVE "CHECKS WITH NO RUN ID         "
011660             TO PRM-CLS-TRL-NAME.
011670         MOVE PRM-AUD-LINES-NO-RUN TO PRM-CLS-TRL-COUNT.
011680         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-TRAILER-LINE.
011690         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-BLANK-LINE.
011700         IF PRM-RUNS-DISAGREEING > 0 OR PRM-MONTH-DIFFERS-YES OR
011710                 PRM-RUN-OVERFLOW-YES
011720             MOVE 8 TO RETURN-CODE
011730             MOVE "MONTH DOES NOT RECONCILE - DIFFERENCES LISTED"
011740                 TO PRM-CLS-RESULT-TEXT
011750         ELSE
011760             IF PRM-RUNS-NOT-RELEASED > 0 OR
011770                     PRM-RELEASES-NOT-ACKED > 0
011780                 MOVE 4 TO RETURN-CODE
011790                 MOVE "MONTH RECONCILES - EXCEPTIONS LISTED ABOVE"
011800                     TO PRM-CLS-RESULT-TEXT
011810             ELSE
011820                 MOVE ZERO TO RETURN-CODE
011830                 MOVE "MONTH RECONCILES" TO PRM-CLS-RESULT-TEXT
011840             END-IF
011850         END-IF.
011860         WRITE PRM-CLOSE-REPORT-RECORD FROM PRM-CLS-RESULT-LINE.
011870         CLOSE PRM-CLOSE-REPORT-FILE.
011880         DISPLAY 'PRMCLOSE: ' PRM-CLOSE-MM '/' PRM-CLOSE-YYYY
011890             ' - '
011900             PRM-CLS-RESULT-TEXT.
011910 8000-EXIT.
011920         EXIT.
011930
011940 END PROGRAM PRMCLOSE.
