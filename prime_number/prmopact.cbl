000010*****************************************************************
000020* PROGRAM:      PRMOPACT
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Per-operator activity report for a period, for
000070*               the auditors' "who did this?" at every close.
000080*               Reads the period (from and thru dates) from the
000090*               OPAPRM card, then the standing audit log and the
000100*               standing run log, and prints one line per
000110*               operator with, for the period:
000120*                 sessions opened  - PrimeNumber sessions signed
000130*                                    on (RUNLOG)
000140*                 sign-ons refused - PrimeNumber sessions turned
000150*                                    away at sign-on (RUNLOG)
000160*                 checks keyed     - interactive check lines
000170*                                    (AUDITLOG)
000180*                 corrections submitted and approved - PRMCORR
000190*                                    reversal lines (AUDITLOG)
000200*               Names come from the operator authorization file
000210*               through PRMOPRCK; an id no longer on file is
000220*               flagged.  Card:  MM/DD/YYYY MM/DD/YYYY.  RC 0
000230*               report written, 4 when the operator table
000240*               overflowed, 8 when a log was not available, 16
000250*               on a bad card.
000260* TECTONICS:    cobc
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   10/15/2026  RT  Initial operator activity report.
000291*   10/15/2026  RT  A missing AUDITLOG or RUNLOG is remembered
000292*                    and sets RC 8 at the finish; the PRMOPRCK
000293*                    calls had been clearing it to 0.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. PRMOPACT.
000330 AUTHOR. RAYANE TOKO.
000340 INSTALLATION. SHOP DATA PROCESSING.
000350 DATE-WRITTEN. 10/15/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. GNUCOBOL.
000410 OBJECT-COMPUTER. GNUCOBOL.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PRM-PARM-FILE ASSIGN TO "OPAPRM"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PRM-PARM-STATUS.
000480
000490     SELECT PRM-AUDIT-FILE ASSIGN TO "AUDITLOG"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PRM-AUDIT-STATUS.
000520
000530     SELECT PRM-RUNLOG-FILE ASSIGN TO "RUNLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PRM-RUNLOG-STATUS.
000560
000570     SELECT PRM-ACT-REPORT-FILE ASSIGN TO "OPARPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS PRM-ACT-REPORT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PRM-PARM-FILE.
000640 01  PRM-PARM-RECORD             PIC X(21).
000650
000660 FD  PRM-AUDIT-FILE.
000670 01  PRM-AUDIT-RECORD            PIC X(157).
000680
000690 FD  PRM-RUNLOG-FILE.
000700 01  PRM-RUNLOG-RECORD           PIC X(109).
000710
000720 FD  PRM-ACT-REPORT-FILE.
000730 01  PRM-ACT-REPORT-RECORD       PIC X(80).
000740
000750 WORKING-STORAGE SECTION.
000760     COPY PRMAUD.
000770     COPY PRMRUN.
000780     COPY PRMOPR.
000790
000800 01  PRM-FILE-STATUSES.
000810     05  PRM-PARM-STATUS         PIC X(02) VALUE "00".
000820     05  PRM-AUDIT-STATUS        PIC X(02) VALUE "00".
000830     05  PRM-RUNLOG-STATUS       PIC X(02) VALUE "00".
000840     05  PRM-ACT-REPORT-STATUS   PIC X(02) VALUE "00".
000850
000860 01  PRM-SWITCHES.
000870     05  PRM-AUDIT-EOF-SWITCH    PIC X(01) VALUE "N".
000880         88  PRM-AUDIT-EOF-YES              VALUE "Y".
000890         88  PRM-AUDIT-EOF-NO               VALUE "N".
000900     05  PRM-RUNLOG-EOF-SWITCH   PIC X(01) VALUE "N".
000910         88  PRM-RUNLOG-EOF-YES             VALUE "Y".
000920         88  PRM-RUNLOG-EOF-NO              VALUE "N".
000930     05  PRM-BAD-DATE-SW         PIC X(01) VALUE "N".
000940         88  PRM-BAD-DATE-YES               VALUE "Y".
000950         88  PRM-BAD-DATE-NO                VALUE "N".
000951     05  PRM-LOG-MISSING-SW      PIC X(01) VALUE "N".
000952         88  PRM-LOG-MISSING                VALUE "Y".
000960
000970 01  PRM-PARM-CARD.
000980     05  PRM-CARD-FROM-DATE      PIC X(10).
000990     05  FILLER                  PIC X(01).
001000     05  PRM-CARD-THRU-DATE      PIC X(10).
001010
001020 01  PRM-RUN-DATE-TIME.
001030     05  PRM-SYS-DATE            PIC 9(08).
001040     05  PRM-SYS-TIME            PIC 9(08).
001050
001060 01  PRM-DATE-WORK.
001070     05  PRM-DATE-TEXT           PIC X(10) VALUE SPACES.
001080     05  PRM-DATE-YMD            PIC 9(08) VALUE ZERO.
001090     05  PRM-FROM-YMD            PIC 9(08) VALUE ZERO.
001100     05  PRM-THRU-YMD            PIC 9(08) VALUE ZERO.
001110
001120 01  PRM-ACT-COUNTS.
001130     05  PRM-AUDIT-READ          PIC 9(9) COMP VALUE ZERO.
001140     05  PRM-AUDIT-IN-PERIOD     PIC 9(9) COMP VALUE ZERO.
001150     05  PRM-RUNLOG-READ         PIC 9(9) COMP VALUE ZERO.
001160     05  PRM-RUNLOG-IN-PERIOD    PIC 9(9) COMP VALUE ZERO.
001170     05  PRM-OPERATORS-DROPPED   PIC 9(9) COMP VALUE ZERO.
001180
001190*    One entry per operator seen in the period, kept in operator
001200*    id order as entries are added so the report prints sorted.
001210 01  PRM-OPT-CONTROL.
001220     05  PRM-OPT-COUNT           PIC S9(4) COMP VALUE ZERO.
001230     05  PRM-OPT-SUB             PIC S9(4) COMP VALUE ZERO.
001240     05  PRM-OPT-POS             PIC S9(4) COMP VALUE ZERO.
001250     05  PRM-OPT-MAX             PIC S9(4) COMP VALUE 200.
001260     05  PRM-OPT-WANTED          PIC X(08) VALUE SPACES.
001270 01  PRM-OPT-TABLE.
001280     05  PRM-OPT-ENTRY OCCURS 200 TIMES.
001290         10  PRM-OPT-ID          PIC X(08).
001300         10  PRM-OPT-SESSIONS    PIC 9(9) COMP.
001310         10  PRM-OPT-REFUSED     PIC 9(9) COMP.
001320         10  PRM-OPT-CHECKS      PIC 9(9) COMP.
001330         10  PRM-OPT-SUBMITTED   PIC 9(9) COMP.
001340         10  PRM-OPT-APPROVED    PIC 9(9) COMP.
001350 01  PRM-OPT-TOTALS.
001360     05  PRM-TOT-SESSIONS        PIC 9(9) COMP VALUE ZERO.
001370     05  PRM-TOT-REFUSED         PIC 9(9) COMP VALUE ZERO.
001380     05  PRM-TOT-CHECKS          PIC 9(9) COMP VALUE ZERO.
001390     05  PRM-TOT-SUBMITTED       PIC 9(9) COMP VALUE ZERO.
001400     05  PRM-TOT-APPROVED        PIC 9(9) COMP VALUE ZERO.
001410
001420 01  PRM-OPR-ACTION              PIC X(01) VALUE "Q".
001430 01  PRM-OPR-RESULT              PIC X(01) VALUE SPACE.
001440     88  PRM-OPR-ON-FILE                   VALUE "A".
001450     88  PRM-OPR-FILE-DOWN                 VALUE "E".
001460
001470 01  PRM-ACT-TITLE-LINE.
001480     05  FILLER PIC X(22) VALUE SPACES.
001490     05  FILLER PIC X(36) VALUE
001500         "OPERATOR ACTIVITY REPORT".
001510     05  FILLER PIC X(22) VALUE SPACES.
001520
001530 01  PRM-ACT-DATE-LINE.
001540     05  FILLER PIC X(05) VALUE SPACES.
001550     05  FILLER PIC X(06) VALUE "DATE: ".
001560     05  PRM-ACT-RUN-DATE PIC X(10).
001570     05  FILLER PIC X(05) VALUE SPACES.
001580     05  FILLER PIC X(06) VALUE "TIME: ".
001590     05  PRM-ACT-RUN-TIME PIC X(08).
001600     05  FILLER PIC X(40) VALUE SPACES.
001610
001620 01  PRM-ACT-PERIOD-LINE.
001630     05  FILLER PIC X(05) VALUE SPACES.
001640     05  FILLER PIC X(08) VALUE "PERIOD: ".
001650     05  PRM-ACT-FROM-DATE PIC X(10).
001660     05  FILLER PIC X(06) VALUE " THRU ".
001670     05  PRM-ACT-THRU-DATE PIC X(10).
001680     05  FILLER PIC X(41) VALUE SPACES.
001690
001700 01  PRM-ACT-PAGE-HEADING.
001710     05  FILLER PIC X(05) VALUE SPACES.
001720     05  FILLER PIC X(06) VALUE "PAGE: ".
001730     05  PRM-ACT-PAGE-NO PIC ZZZ9.
001740     05  FILLER PIC X(62) VALUE SPACES.
001750
001760 01  PRM-ACT-BLANK-LINE PIC X(80) VALUE SPACES.
001770
001780 01  PRM-ACT-COLUMN-LINE-1.
001790     05  FILLER PIC X(30) VALUE SPACES.
001800     05  FILLER PIC X(10) VALUE "  SESSIONS".
001810     05  FILLER PIC X(10) VALUE "  SIGN-ONS".
001820     05  FILLER PIC X(10) VALUE "    CHECKS".
001830     05  FILLER PIC X(10) VALUE "     CORR.".
001840     05  FILLER PIC X(10) VALUE "     CORR.".
001850
001860 01  PRM-ACT-COLUMN-LINE-2.
001870     05  FILLER PIC X(05) VALUE SPACES.
001880     05  FILLER PIC X(10) VALUE "OPERATOR".
001890     05  FILLER PIC X(15) VALUE "NAME".
001900     05  FILLER PIC X(10) VALUE "    OPENED".
001910     05  FILLER PIC X(10) VALUE "   REFUSED".
001920     05  FILLER PIC X(10) VALUE "     KEYED".
001930     05  FILLER PIC X(10) VALUE " SUBMITTED".
001940     05  FILLER PIC X(10) VALUE "  APPROVED".
001950
001960 01  PRM-ACT-DETAIL-LINE.
001970     05  FILLER PIC X(05) VALUE SPACES.
001980     05  PRM-ACT-DET-OPERATOR PIC X(08).
001990     05  FILLER PIC X(02) VALUE SPACES.
002000     05  PRM-ACT-DET-NAME PIC X(15).
002010     05  FILLER PIC X(01) VALUE SPACES.
002020     05  PRM-ACT-DET-SESSIONS PIC Z,ZZZ,ZZ9.
002030     05  FILLER PIC X(01) VALUE SPACES.
002040     05  PRM-ACT-DET-REFUSED PIC Z,ZZZ,ZZ9.
002050     05  FILLER PIC X(01) VALUE SPACES.
002060     05  PRM-ACT-DET-CHECKS PIC Z,ZZZ,ZZ9.
002070     05  FILLER PIC X(01) VALUE SPACES.
002080     05  PRM-ACT-DET-SUBMITTED PIC Z,ZZZ,ZZ9.
002090     05  FILLER PIC X(01) VALUE SPACES.
002100     05  PRM-ACT-DET-APPROVED PIC Z,ZZZ,ZZ9.
002110
002120 01  PRM-ACT-TRAILER-LINE.
002130     05  FILLER PIC X(05) VALUE SPACES.
002140     05  PRM-ACT-TRL-NAME PIC X(30).
002150     05  PRM-ACT-TRL-COUNT PIC ZZZ,ZZZ,ZZ9.
002160     05  FILLER PIC X(34) VALUE SPACES.
002170
002180 01  PRM-PAGE-CONTROL.
002190     05  PRM-LINE-COUNT          PIC 9(3) COMP VALUE ZERO.
002200     05  PRM-PAGE-NUMBER         PIC 9(3) COMP VALUE ZERO.
002210     05  PRM-MAX-LINES-PER-PAGE  PIC 9(3) COMP VALUE 50.
002220
002230 PROCEDURE DIVISION.
002240 0000-MAINLINE.
002250         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002260         PERFORM 2000-TALLY-AUDIT-LINE THRU 2000-EXIT
002270             UNTIL PRM-AUDIT-EOF-YES.
002280         PERFORM 3000-TALLY-RUN-RECORD THRU 3000-EXIT
002290             UNTIL PRM-RUNLOG-EOF-YES.
002300         PERFORM 5000-WRITE-OPERATORS THRU 5000-EXIT.
002310         PERFORM 8000-FINALIZE THRU 8000-EXIT.
002320         STOP RUN.
002330
002340 1000-INITIALIZE.
002350         PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
002360         OPEN OUTPUT PRM-ACT-REPORT-FILE.
002370         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
002380         ACCEPT PRM-SYS-TIME FROM TIME.
002390         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
002400         OPEN INPUT PRM-AUDIT-FILE.
002410         IF PRM-AUDIT-STATUS NOT = "00"
002420             DISPLAY 'PRMOPACT: AUDITLOG NOT AVAILABLE - STATUS '
002430                 PRM-AUDIT-STATUS
002440             SET PRM-LOG-MISSING TO TRUE
002450             SET PRM-AUDIT-EOF-YES TO TRUE
002460         ELSE
002470             PERFORM 2100-READ-AUDIT THRU 2100-EXIT
002480         END-IF.
002490         OPEN INPUT PRM-RUNLOG-FILE.
002500         IF PRM-RUNLOG-STATUS NOT = "00"
002510             DISPLAY 'PRMOPACT: RUNLOG NOT AVAILABLE - STATUS '
002520                 PRM-RUNLOG-STATUS
002530             SET PRM-LOG-MISSING TO TRUE
002540             SET PRM-RUNLOG-EOF-YES TO TRUE
002550         ELSE
002560             PERFORM 3100-READ-RUN-LOG THRU 3100-EXIT
002570         END-IF.
002580 1000-EXIT.
002590         EXIT.
002600
002610 1100-WRITE-PAGE-TOP.
002620         ADD 1 TO PRM-PAGE-NUMBER.
002630         MOVE PRM-PAGE-NUMBER TO PRM-ACT-PAGE-NO.
002640         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-PAGE-HEADING.
002650         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-TITLE-LINE.
002660         MOVE PRM-SYS-DATE(5:2) TO PRM-ACT-RUN-DATE(1:2).
002670         MOVE "/" TO PRM-ACT-RUN-DATE(3:1).
002680         MOVE PRM-SYS-DATE(7:2) TO PRM-ACT-RUN-DATE(4:2).
002690         MOVE "/" TO PRM-ACT-RUN-DATE(6:1).
002700         MOVE PRM-SYS-DATE(1:4) TO PRM-ACT-RUN-DATE(7:4).
002710         MOVE PRM-SYS-TIME(1:2) TO PRM-ACT-RUN-TIME(1:2).
002720         MOVE ":" TO PRM-ACT-RUN-TIME(3:1).
002730         MOVE PRM-SYS-TIME(3:2) TO PRM-ACT-RUN-TIME(4:2).
002740         MOVE ":" TO PRM-ACT-RUN-TIME(6:1).
002750         MOVE PRM-SYS-TIME(5:2) TO PRM-ACT-RUN-TIME(7:2).
002760         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-DATE-LINE.
002770         MOVE PRM-CARD-FROM-DATE TO PRM-ACT-FROM-DATE.
002780         MOVE PRM-CARD-THRU-DATE TO PRM-ACT-THRU-DATE.
002790         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-PERIOD-LINE.
002800         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-BLANK-LINE.
002810         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-COLUMN-LINE-1.
002820         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-COLUMN-LINE-2.
002830         MOVE 7 TO PRM-LINE-COUNT.
002840 1100-EXIT.
002850         EXIT.
002860
002870 1200-CHECK-PAGE-BREAK.
002880         IF PRM-LINE-COUNT >= PRM-MAX-LINES-PER-PAGE
002890             PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT
002900         END-IF.
002910 1200-EXIT.
002920         EXIT.
002930
002940 1500-READ-PARAMETERS.
002950         OPEN INPUT PRM-PARM-FILE.
002960         IF PRM-PARM-STATUS NOT = "00"
002970             DISPLAY 'PRMOPACT: OPAPRM NOT AVAILABLE - STATUS '
002980                 PRM-PARM-STATUS
002990             MOVE 16 TO RETURN-CODE
003000             STOP RUN
003010         END-IF.
003020         READ PRM-PARM-FILE INTO PRM-PARM-CARD
003030             AT END
003040                 DISPLAY 'PRMOPACT: OPAPRM IS EMPTY'
003050                 MOVE 16 TO RETURN-CODE
003060                 STOP RUN
003070         END-READ.
003080         CLOSE PRM-PARM-FILE.
003090         MOVE PRM-CARD-FROM-DATE TO PRM-DATE-TEXT.
003100         PERFORM 1600-DATE-TO-YMD THRU 1600-EXIT.
003110         MOVE PRM-DATE-YMD TO PRM-FROM-YMD.
003120         IF PRM-BAD-DATE-NO
003130             MOVE PRM-CARD-THRU-DATE TO PRM-DATE-TEXT
003140             PERFORM 1600-DATE-TO-YMD THRU 1600-EXIT
003150             MOVE PRM-DATE-YMD TO PRM-THRU-YMD
003160         END-IF.
003170         IF PRM-BAD-DATE-YES OR PRM-THRU-YMD < PRM-FROM-YMD
003180             DISPLAY 'PRMOPACT: BAD PERIOD ON OPAPRM CARD: '
003190                 PRM-PARM-CARD
003200             MOVE 16 TO RETURN-CODE
003210             STOP RUN
003220         END-IF.
003230 1500-EXIT.
003240         EXIT.
003250
003260*    MM/DD/YYYY in PRM-DATE-TEXT to YYYYMMDD in PRM-DATE-YMD;
003270*    zero and PRM-BAD-DATE-YES when the text is not a date.
003280 1600-DATE-TO-YMD.
003290         SET PRM-BAD-DATE-NO TO TRUE.
003300         MOVE ZERO TO PRM-DATE-YMD.
003310         IF PRM-DATE-TEXT(3:1) NOT = "/" OR
003320                 PRM-DATE-TEXT(6:1) NOT = "/" OR
003330                 PRM-DATE-TEXT(1:2) IS NOT NUMERIC OR
003340                 PRM-DATE-TEXT(4:2) IS NOT NUMERIC OR
003350                 PRM-DATE-TEXT(7:4) IS NOT NUMERIC
003360             SET PRM-BAD-DATE-YES TO TRUE
003370             GO TO 1600-EXIT
003380         END-IF.
003390         MOVE PRM-DATE-TEXT(7:4) TO PRM-DATE-YMD(1:4).
003400         MOVE PRM-DATE-TEXT(1:2) TO PRM-DATE-YMD(5:2).
003410         MOVE PRM-DATE-TEXT(4:2) TO PRM-DATE-YMD(7:2).
003420 1600-EXIT.
003430         EXIT.
003440
003450*    Interactive check lines count as checks keyed by the
003460*    operator on the line; a reversal line counts once for its
003470*    submitting operator and once for its approver.  Batch
003480*    lines, and lines written before operators were recorded,
003490*    carry no operator and are passed over.
003500 2000-TALLY-AUDIT-LINE.
003510         ADD 1 TO PRM-AUDIT-READ.
003520         MOVE PRM-AUDIT-RECORD TO PRM-AUD-LINE.
003530         MOVE PRM-AUD-DATE TO PRM-DATE-TEXT.
003540         PERFORM 1600-DATE-TO-YMD THRU 1600-EXIT.
003550         IF PRM-BAD-DATE-YES OR
003560                 PRM-DATE-YMD < PRM-FROM-YMD OR
003570                 PRM-DATE-YMD > PRM-THRU-YMD
003580             GO TO 2000-NEXT
003590         END-IF.
003600         ADD 1 TO PRM-AUDIT-IN-PERIOD.
003610         IF PRM-AUD-OPERATOR = SPACES
003620             GO TO 2000-NEXT
003630         END-IF.
003640         MOVE PRM-AUD-OPERATOR TO PRM-OPT-WANTED.
003650         PERFORM 4500-FIND-OPERATOR THRU 4500-EXIT.
003660         IF PRM-OPT-POS = 0
003670             GO TO 2000-NEXT
003680         END-IF.
003690         IF PRM-AUD-VERDICT(1:10) = "CORRECTION"
003700             ADD 1 TO PRM-OPT-SUBMITTED(PRM-OPT-POS)
003710             IF PRM-AUD-APPROVER NOT = SPACES
003720                 MOVE PRM-AUD-APPROVER TO PRM-OPT-WANTED
003730                 PERFORM 4500-FIND-OPERATOR THRU 4500-EXIT
003740                 IF PRM-OPT-POS > 0
003750                     ADD 1 TO PRM-OPT-APPROVED(PRM-OPT-POS)
003760                 END-IF
003770             END-IF
003780         ELSE
003790             ADD 1 TO PRM-OPT-CHECKS(PRM-OPT-POS)
003800         END-IF.
003810 2000-NEXT.
003820         PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
003830 2000-EXIT.
003840         EXIT.
003850
003860 2100-READ-AUDIT.
003870         READ PRM-AUDIT-FILE
003880             AT END
003890                 SET PRM-AUDIT-EOF-YES TO TRUE
003900         END-READ.
003910 2100-EXIT.
003920         EXIT.
003930
003940*    A PrimeNumber record with RC 12 or 16 is a session turned
003950*    away at sign-on; any other is a session opened.
003960 3000-TALLY-RUN-RECORD.
003970         ADD 1 TO PRM-RUNLOG-READ.
003980         MOVE PRM-RUNLOG-RECORD TO PRM-RUN-RECORD-WS.
003990         IF PRM-RUN-PROGRAM NOT = "PRIMENUM" OR
004000                 PRM-RUN-OPERATOR = SPACES
004010             GO TO 3000-NEXT
004020         END-IF.
004030         MOVE PRM-RUN-START-DATE TO PRM-DATE-TEXT.
004040         PERFORM 1600-DATE-TO-YMD THRU 1600-EXIT.
004050         IF PRM-BAD-DATE-YES OR
004060                 PRM-DATE-YMD < PRM-FROM-YMD OR
004070                 PRM-DATE-YMD > PRM-THRU-YMD
004080             GO TO 3000-NEXT
004090         END-IF.
004100         ADD 1 TO PRM-RUNLOG-IN-PERIOD.
004110         MOVE PRM-RUN-OPERATOR TO PRM-OPT-WANTED.
004120         PERFORM 4500-FIND-OPERATOR THRU 4500-EXIT.
004130         IF PRM-OPT-POS = 0
004140             GO TO 3000-NEXT
004150         END-IF.
004160         IF PRM-RUN-RETURN-CODE = 12 OR PRM-RUN-RETURN-CODE = 16
004170             ADD 1 TO PRM-OPT-REFUSED(PRM-OPT-POS)
004180         ELSE
004190             ADD 1 TO PRM-OPT-SESSIONS(PRM-OPT-POS)
004200         END-IF.
004210 3000-NEXT.
004220         PERFORM 3100-READ-RUN-LOG THRU 3100-EXIT.
004230 3000-EXIT.
004240         EXIT.
004250
004260 3100-READ-RUN-LOG.
004270         READ PRM-RUNLOG-FILE
004280             AT END
004290                 SET PRM-RUNLOG-EOF-YES TO TRUE
004300         END-READ.
004310 3100-EXIT.
004320         EXIT.
004330
004340*    Leaves PRM-OPT-POS on the entry for PRM-OPT-WANTED, adding
004350*    it in id order when it is new; zero when the table is full.
004360 4500-FIND-OPERATOR.
004370         MOVE ZERO TO PRM-OPT-POS.
004380         PERFORM 4510-COMPARE-ENTRY THRU 4510-EXIT
004390             VARYING PRM-OPT-SUB FROM 1 BY 1
004400             UNTIL PRM-OPT-SUB > PRM-OPT-COUNT
004410                OR PRM-OPT-POS > 0.
004420         IF PRM-OPT-POS > 0
004430             IF PRM-OPT-ID(PRM-OPT-POS) = PRM-OPT-WANTED
004440                 GO TO 4500-EXIT
004450             END-IF
004460         END-IF.
004470         IF PRM-OPT-COUNT NOT < PRM-OPT-MAX
004480             ADD 1 TO PRM-OPERATORS-DROPPED
004490             MOVE ZERO TO PRM-OPT-POS
004500             GO TO 4500-EXIT
004510         END-IF.
004520         IF PRM-OPT-POS = 0
004530             COMPUTE PRM-OPT-POS = PRM-OPT-COUNT + 1
004540         END-IF.
004550         PERFORM 4520-SHIFT-ENTRY THRU 4520-EXIT
004560             VARYING PRM-OPT-SUB FROM PRM-OPT-COUNT BY -1
004570             UNTIL PRM-OPT-SUB < PRM-OPT-POS.
004580         ADD 1 TO PRM-OPT-COUNT.
004590         MOVE PRM-OPT-WANTED TO PRM-OPT-ID(PRM-OPT-POS).
004600         MOVE ZERO TO PRM-OPT-SESSIONS(PRM-OPT-POS).
004610         MOVE ZERO TO PRM-OPT-REFUSED(PRM-OPT-POS).
004620         MOVE ZERO TO PRM-OPT-CHECKS(PRM-OPT-POS).
004630         MOVE ZERO TO PRM-OPT-SUBMITTED(PRM-OPT-POS).
004640         MOVE ZERO TO PRM-OPT-APPROVED(PRM-OPT-POS).
004650 4500-EXIT.
004660         EXIT.
004670
004680 4510-COMPARE-ENTRY.
004690         IF PRM-OPT-ID(PRM-OPT-SUB) NOT < PRM-OPT-WANTED
004700             MOVE PRM-OPT-SUB TO PRM-OPT-POS
004710         END-IF.
004720 4510-EXIT.
004730         EXIT.
004740
004750 4520-SHIFT-ENTRY.
004760         MOVE PRM-OPT-ENTRY(PRM-OPT-SUB)
004770             TO PRM-OPT-ENTRY(PRM-OPT-SUB + 1).
004780 4520-EXIT.
004790         EXIT.
004800
004810 5000-WRITE-OPERATORS.
004820         PERFORM 5100-WRITE-ONE-OPERATOR THRU 5100-EXIT
004830             VARYING PRM-OPT-SUB FROM 1 BY 1
004840             UNTIL PRM-OPT-SUB > PRM-OPT-COUNT.
004850         MOVE "C" TO PRM-OPR-ACTION.
004860         CALL "PRMOPRCK" USING PRM-OPR-ACTION, PRM-OPT-WANTED,
004870             PRM-OPR-RECORD, PRM-OPR-RESULT.
004880         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-BLANK-LINE.
004890         MOVE SPACES TO PRM-ACT-DET-OPERATOR.
004900         MOVE "PERIOD TOTALS" TO PRM-ACT-DET-NAME.
004910         MOVE PRM-TOT-SESSIONS TO PRM-ACT-DET-SESSIONS.
004920         MOVE PRM-TOT-REFUSED TO PRM-ACT-DET-REFUSED.
004930         MOVE PRM-TOT-CHECKS TO PRM-ACT-DET-CHECKS.
004940         MOVE PRM-TOT-SUBMITTED TO PRM-ACT-DET-SUBMITTED.
004950         MOVE PRM-TOT-APPROVED TO PRM-ACT-DET-APPROVED.
004960         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-DETAIL-LINE.
004970         ADD 2 TO PRM-LINE-COUNT.
004980 5000-EXIT.
004990         EXIT.
005000
005010 5100-WRITE-ONE-OPERATOR.
005020         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
005030         MOVE PRM-OPT-ID(PRM-OPT-SUB) TO PRM-OPT-WANTED.
005040         MOVE "Q" TO PRM-OPR-ACTION.
005050         CALL "PRMOPRCK" USING PRM-OPR-ACTION, PRM-OPT-WANTED,
005060             PRM-OPR-RECORD, PRM-OPR-RESULT.
005070         EVALUATE TRUE
005080             WHEN PRM-OPR-ON-FILE
005090                 MOVE PRM-OPR-NAME TO PRM-ACT-DET-NAME
005100             WHEN PRM-OPR-FILE-DOWN
005110                 MOVE SPACES TO PRM-ACT-DET-NAME
005120             WHEN OTHER
005130                 MOVE "*NOT ON OPRAUTH" TO PRM-ACT-DET-NAME
005140         END-EVALUATE.
005150         MOVE PRM-OPT-WANTED TO PRM-ACT-DET-OPERATOR.
005160         MOVE PRM-OPT-SESSIONS(PRM-OPT-SUB)
005161             TO PRM-ACT-DET-SESSIONS.
005170         MOVE PRM-OPT-REFUSED(PRM-OPT-SUB) TO PRM-ACT-DET-REFUSED.
005180         MOVE PRM-OPT-CHECKS(PRM-OPT-SUB) TO PRM-ACT-DET-CHECKS.
005190         MOVE PRM-OPT-SUBMITTED(PRM-OPT-SUB)
005200             TO PRM-ACT-DET-SUBMITTED.
005210         MOVE PRM-OPT-APPROVED(PRM-OPT-SUB)
005211             TO PRM-ACT-DET-APPROVED.
005220         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-DETAIL-LINE.
005230         ADD 1 TO PRM-LINE-COUNT.
005240         ADD PRM-OPT-SESSIONS(PRM-OPT-SUB) TO PRM-TOT-SESSIONS.
005250         ADD PRM-OPT-REFUSED(PRM-OPT-SUB) TO PRM-TOT-REFUSED.
005260         ADD PRM-OPT-CHECKS(PRM-OPT-SUB) TO PRM-TOT-CHECKS.
005270         ADD PRM-OPT-SUBMITTED(PRM-OPT-SUB) TO PRM-TOT-SUBMITTED.
005280         ADD PRM-OPT-APPROVED(PRM-OPT-SUB) TO PRM-TOT-APPROVED.
005290 5100-EXIT.
005300         EXIT.
005310
005320 8000-FINALIZE.
005321*    Set here, after the last PRMOPRCK call has left its own
005322*    RETURN-CODE behind.
005323         MOVE ZERO TO RETURN-CODE.
005324         IF PRM-LOG-MISSING
005325             MOVE 8 TO RETURN-CODE
005326         END-IF.
005330         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-BLANK-LINE.
005340         MOVE "AUDIT LINES READ              "
005350             TO PRM-ACT-TRL-NAME.
005360         MOVE PRM-AUDIT-READ TO PRM-ACT-TRL-COUNT.
005370         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-TRAILER-LINE.
005380         MOVE "AUDIT LINES IN PERIOD         "
005390             TO PRM-ACT-TRL-NAME.
005400         MOVE PRM-AUDIT-IN-PERIOD TO PRM-ACT-TRL-COUNT.
005410         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-TRAILER-LINE.
005420         MOVE "RUN-LOG RECORDS READ          "
005430             TO PRM-ACT-TRL-NAME.
005440         MOVE PRM-RUNLOG-READ TO PRM-ACT-TRL-COUNT.
005450         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-TRAILER-LINE.
005460         MOVE "SESSION RECORDS IN PERIOD     "
005470             TO PRM-ACT-TRL-NAME.
005480         MOVE PRM-RUNLOG-IN-PERIOD TO PRM-ACT-TRL-COUNT.
005490         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-TRAILER-LINE.
005500         MOVE "OPERATORS REPORTED            "
005510             TO PRM-ACT-TRL-NAME.
005520         MOVE PRM-OPT-COUNT TO PRM-ACT-TRL-COUNT.
005530         WRITE PRM-ACT-REPORT-RECORD FROM PRM-ACT-TRAILER-LINE.
005540         IF PRM-OPERATORS-DROPPED > 0
005550             MOVE "LINES LOST - TABLE FULL       "
005560                 TO PRM-ACT-TRL-NAME
005570             MOVE PRM-OPERATORS-DROPPED TO PRM-ACT-TRL-COUNT
005580             WRITE PRM-ACT-REPORT-RECORD
005590                 FROM PRM-ACT-TRAILER-LINE
005600             IF RETURN-CODE < 4
005610                 MOVE 4 TO RETURN-CODE
005620             END-IF
005630         END-IF.
005640         IF PRM-AUDIT-STATUS = "00" OR PRM-AUDIT-STATUS = "10"
005650             CLOSE PRM-AUDIT-FILE
005660         END-IF.
005670         IF PRM-RUNLOG-STATUS = "00" OR PRM-RUNLOG-STATUS = "10"
005680             CLOSE PRM-RUNLOG-FILE
005690         END-IF.
005700         CLOSE PRM-ACT-REPORT-FILE.
005710 8000-EXIT.
005720         EXIT.
005730
005740 END PROGRAM PRMOPACT.
