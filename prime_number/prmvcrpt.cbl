000010*****************************************************************
000020* PROGRAM:      PRMVCRPT
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Verdict-conflict exception step for the
000070*               overnight job streams, run after the balancing
000080*               step and ahead of the release.  A verdict on a
000090*               prime/composite check never changes, so a
000100*               re-check that disagrees with the verdict already
000110*               on VERMAST means something upstream is broken -
000120*               a bad PRIMES table, the PRIMECHK fallback, or a
000130*               logic change - and PRMVERUP writes it to the
000140*               standing conflict file (VERCONF, PRMVCF layout)
000150*               instead of flipping the master.  Reads tonight's
000160*               control record for the run id, lists every
000170*               conflict VERCONF holds for that run, and
000180*               finishes RC 12 when there are any so the job
000190*               stream holds the release and the downstream
000200*               system never receives the flipped verdict.
000210*               RC 8 when the control record is missing and the
000220*               run cannot be named; RC 0 when tonight's run
000230*               posted no conflict (a missing VERCONF means no
000240*               conflict has ever been posted).
000250* TECTONICS:    cobc
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280*   10/15/2026  RT  Initial verdict-conflict exception step.
000281*   10/15/2026  RT  Control record widened to 308 bytes for the
000282*                    per-source totals.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PRMVCRPT.
000320 AUTHOR. RAYANE TOKO.
000330 INSTALLATION. SHOP DATA PROCESSING.
000340 DATE-WRITTEN. 10/15/2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. GNUCOBOL.
000400 OBJECT-COMPUTER. GNUCOBOL.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PRM-CONTROL-FILE ASSIGN TO "CTLFILE"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS PRM-CONTROL-STATUS.
000470
000480     SELECT OPTIONAL PRM-CONFLICT-FILE ASSIGN TO "VERCONF"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS PRM-CONFLICT-STATUS.
000510
000520     SELECT PRM-VCF-REPORT-FILE ASSIGN TO "VCFRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS PRM-VCF-REPORT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PRM-CONTROL-FILE.
000590 01  PRM-CONTROL-RECORD          PIC X(308).
000600
000610 FD  PRM-CONFLICT-FILE.
000620 01  PRM-CONFLICT-RECORD         PIC X(39).
000630
000640 FD  PRM-VCF-REPORT-FILE.
000650 01  PRM-VCF-REPORT-RECORD       PIC X(80).
000660
000670 WORKING-STORAGE SECTION.
000680     COPY PRMCTL.
000690     COPY PRMVCF.
000700
000710 01  PRM-FILE-STATUSES.
000720     05  PRM-CONTROL-STATUS      PIC X(02) VALUE "00".
000730     05  PRM-CONFLICT-STATUS     PIC X(02) VALUE "00".
000740     05  PRM-VCF-REPORT-STATUS   PIC X(02) VALUE "00".
000750
000760 01  PRM-SWITCHES.
000770     05  PRM-CONTROL-OK-SWITCH   PIC X(01) VALUE "N".
000780         88  PRM-CONTROL-OK-YES             VALUE "Y".
000790     05  PRM-CONFLICT-EOF-SWITCH PIC X(01) VALUE "N".
000800         88  PRM-CONFLICT-EOF-YES           VALUE "Y".
000810         88  PRM-CONFLICT-EOF-NO            VALUE "N".
000820
000830 01  PRM-RUN-DATE-TIME.
000840     05  PRM-SYS-DATE            PIC 9(08).
000850     05  PRM-SYS-TIME            PIC 9(08).
000860
000870 01  PRM-TONIGHT-RUN-ID          PIC X(06) VALUE SPACES.
000880
000890 01  PRM-CONFLICT-COUNTS.
000900     05  PRM-CONFLICTS-ON-FILE   PIC 9(9) COMP VALUE ZERO.
000910     05  PRM-CONFLICTS-TONIGHT   PIC 9(9) COMP VALUE ZERO.
000920
000930 01  PRM-VCF-TITLE-LINE.
000940     05  FILLER PIC X(20) VALUE SPACES.
000950     05  FILLER PIC X(36) VALUE
000960         "VERDICT CONFLICT EXCEPTION REPORT".
000970     05  FILLER PIC X(24) VALUE SPACES.
000980
000990 01  PRM-VCF-DATE-LINE.
001000     05  FILLER PIC X(05) VALUE SPACES.
001010     05  FILLER PIC X(06) VALUE "DATE: ".
001020     05  PRM-VCF-RPT-DATE PIC X(10).
001030     05  FILLER PIC X(05) VALUE SPACES.
001040     05  FILLER PIC X(06) VALUE "TIME: ".
001050     05  PRM-VCF-RPT-TIME PIC X(08).
001060     05  FILLER PIC X(40) VALUE SPACES.
001070
001080 01  PRM-VCF-CTL-STAMP-LINE.
001090     05  FILLER PIC X(05) VALUE SPACES.
001100     05  FILLER PIC X(21) VALUE "CONTROL RECORD FROM: ".
001110     05  PRM-VCF-CTL-DATE PIC X(10).
001120     05  FILLER PIC X(01) VALUE SPACES.
001130     05  PRM-VCF-CTL-TIME PIC X(08).
001140     05  FILLER PIC X(05) VALUE " RUN ".
001150     05  PRM-VCF-CTL-RUNID PIC X(06).
001160     05  FILLER PIC X(24) VALUE SPACES.
001170
001180 01  PRM-VCF-BLANK-LINE PIC X(80) VALUE SPACES.
001190
001200 01  PRM-VCF-COLUMN-LINE.
001210     05  FILLER PIC X(05) VALUE SPACES.
001220     05  FILLER PIC X(11) VALUE "      VALUE".
001230     05  FILLER PIC X(03) VALUE SPACES.
001240     05  FILLER PIC X(10) VALUE "ON FILE".
001245     05  FILLER PIC X(11) VALUE "SET ON".
001250     05  FILLER PIC X(10) VALUE "TONIGHT".
001255     05  FILLER PIC X(10) VALUE "CHECKED ON".
001260     05  FILLER PIC X(20) VALUE SPACES.
001270
001280 01  PRM-VCF-DETAIL-LINE.
001290     05  FILLER PIC X(05) VALUE SPACES.
001300     05  PRM-VCF-DET-VALUE PIC ZZZ,ZZZ,ZZ9.
001310     05  FILLER PIC X(03) VALUE SPACES.
001320     05  PRM-VCF-DET-OLD PIC X(10).
001330     05  PRM-VCF-DET-OLD-DATE PIC X(10).
001340     05  FILLER PIC X(01) VALUE SPACES.
001350     05  PRM-VCF-DET-NEW PIC X(10).
001360     05  PRM-VCF-DET-NEW-DATE PIC X(10).
001370     05  FILLER PIC X(20) VALUE SPACES.
001380
001390 01  PRM-VCF-TRAILER-LINE.
001400     05  FILLER PIC X(05) VALUE SPACES.
001410     05  PRM-VCF-TRL-NAME PIC X(30).
001420     05  PRM-VCF-TRL-COUNT PIC ZZZ,ZZZ,ZZ9.
001430     05  FILLER PIC X(34) VALUE SPACES.
001440
001450 01  PRM-VCF-RESULT-LINE.
001460     05  FILLER PIC X(05) VALUE SPACES.
001470     05  PRM-VCF-RESULT-TEXT PIC X(46).
001480     05  FILLER PIC X(29) VALUE SPACES.
001490
001500 PROCEDURE DIVISION.
001510 0000-MAINLINE.
001520         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001530         IF PRM-CONTROL-OK-YES
001540             PERFORM 2000-LIST-CONFLICT THRU 2000-EXIT
001550                 UNTIL PRM-CONFLICT-EOF-YES
001560         END-IF.
001570         PERFORM 8000-FINALIZE THRU 8000-EXIT.
001580         STOP RUN.
001590
001600 1000-INITIALIZE.
001610         OPEN OUTPUT PRM-VCF-REPORT-FILE.
001620         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
001630         ACCEPT PRM-SYS-TIME FROM TIME.
001640         PERFORM 1100-WRITE-REPORT-TOP THRU 1100-EXIT.
001650         OPEN INPUT PRM-CONTROL-FILE.
001660         IF PRM-CONTROL-STATUS = "00"
001670             READ PRM-CONTROL-FILE INTO PRM-CTL-RECORD-WS
001680                 AT END
001690                     CONTINUE
001700             END-READ
001710             IF PRM-CONTROL-STATUS = "00"
001720                 SET PRM-CONTROL-OK-YES TO TRUE
001730             END-IF
001740             CLOSE PRM-CONTROL-FILE
001750         END-IF.
001760         IF NOT PRM-CONTROL-OK-YES
001770             DISPLAY 'PRMVCRPT: CONTROL RECORD MISSING'
001780             GO TO 1000-EXIT
001790         END-IF.
001800         MOVE PRM-CTL-RUN-ID TO PRM-TONIGHT-RUN-ID.
001810         MOVE PRM-CTL-RUN-DATE TO PRM-VCF-CTL-DATE.
001820         MOVE PRM-CTL-RUN-TIME TO PRM-VCF-CTL-TIME.
001830         MOVE PRM-CTL-RUN-ID TO PRM-VCF-CTL-RUNID.
001840         WRITE PRM-VCF-REPORT-RECORD FROM PRM-VCF-CTL-STAMP-LINE.
001850         WRITE PRM-VCF-REPORT-RECORD FROM PRM-VCF-BLANK-LINE.
001860         WRITE PRM-VCF-REPORT-RECORD FROM PRM-VCF-COLUMN-LINE.
001870         OPEN INPUT PRM-CONFLICT-FILE.
001880         IF PRM-CONFLICT-STATUS NOT = "00"
001890             SET PRM-CONFLICT-EOF-YES TO TRUE
001900             GO TO 1000-EXIT
001910         END-IF.
001920         PERFORM 2100-READ-CONFLICT THRU 2100-EXIT.
001930 1000-EXIT.
001940         EXIT.
001950
001960 1100-WRITE-REPORT-TOP.
001970         WRITE PRM-VCF-REPORT-RECORD FROM PRM-VCF-TITLE-LINE.
001980         MOVE PRM-SYS-DATE(5:2) TO PRM-VCF-RPT-DATE(1:2).
001990         MOVE "/" TO PRM-VCF-RPT-DATE(3:1).
002000         MOVE PRM-SYS-DATE(7:2) TO PRM-VCF-RPT-DATE(4:2).
002010         MOVE "/" TO PRM-VCF-RPT-DATE(6:1).
002020         MOVE PRM-SYS-DATE(1:4) TO PRM-VCF-RPT-DATE(7:4).
002030         MOVE PRM-SYS-TIME(1:2) TO PRM-VCF-RPT-TIME(1:2).
002040         MOVE ":" TO PRM-VCF-RPT-TIME(3:1).
002050         MOVE PRM-SYS-TIME(3:2) TO PRM-VCF-RPT-TIME(4:2).
002060         MOVE ":" TO PRM-VCF-RPT-TIME(6:1).
002070         MOVE PRM-SYS-TIME(5:2) TO PRM-VCF-RPT-TIME(7:2).
002080         WRITE PRM-VCF-REPORT-RECORD FROM PRM-VCF-DATE-LINE.
002090         WRITE PRM-VCF-REPORT-RECORD FROM PRM-VCF-BLANK-LINE.
002100 1100-EXIT.
002110         EXIT.
002120
002130 2000-LIST-CONFLICT.
002140         MOVE PRM-CONFLICT-RECORD TO PRM-VCF-RECORD-WS.
002150         ADD 1 TO PRM-CONFLICTS-ON-FILE.
002160         IF PRM-VCF-RUN-ID NOT = PRM-TONIGHT-RUN-ID
002170             GO TO 2000-NEXT
002180         END-IF.
002190         ADD 1 TO PRM-CONFLICTS-TONIGHT.
002200         MOVE PRM-VCF-VALUE TO PRM-VCF-DET-VALUE.
002210         MOVE PRM-VCF-OLD-VERDICT TO PRM-VCF-DET-OLD.
002220         PERFORM 2200-NAME-VERDICT THRU 2200-EXIT.
002230         MOVE PRM-VCF-OLD-DATE TO PRM-VCF-DET-OLD-DATE.
002240         MOVE PRM-VCF-NEW-VERDICT TO PRM-VCF-DET-NEW.
002250         PERFORM 2300-NAME-NEW-VERDICT THRU 2300-EXIT.
002260         MOVE PRM-VCF-NEW-DATE TO PRM-VCF-DET-NEW-DATE.
002270         WRITE PRM-VCF-REPORT-RECORD FROM PRM-VCF-DETAIL-LINE.
002280 2000-NEXT.
002290         PERFORM 2100-READ-CONFLICT THRU 2100-EXIT.
002300 2000-EXIT.
002310         EXIT.
002320
002330 2100-READ-CONFLICT.
002340         READ PRM-CONFLICT-FILE
002350             AT END
002360                 SET PRM-CONFLICT-EOF-YES TO TRUE
002370         END-READ.
002380 2100-EXIT.
002390         EXIT.
002400
002410 2200-NAME-VERDICT.
002420         IF PRM-VCF-OLD-VERDICT = "P"
002430             MOVE "PRIME" TO PRM-VCF-DET-OLD
002440         END-IF.
002450         IF PRM-VCF-OLD-VERDICT = "C"
002460             MOVE "COMPOSITE" TO PRM-VCF-DET-OLD
002470         END-IF.
002480 2200-EXIT.
002490         EXIT.
002500
002510 2300-NAME-NEW-VERDICT.
002520         IF PRM-VCF-NEW-VERDICT = "P"
002530             MOVE "PRIME" TO PRM-VCF-DET-NEW
002540         END-IF.
002550         IF PRM-VCF-NEW-VERDICT = "C"
002560             MOVE "COMPOSITE" TO PRM-VCF-DET-NEW
002570         END-IF.
002580 2300-EXIT.
002590         EXIT.
002600
002610 8000-FINALIZE.
002620         WRITE PRM-VCF-REPORT-RECORD FROM PRM-VCF-BLANK-LINE.
002630         IF NOT PRM-CONTROL-OK-YES
002640             MOVE "CONTROL RECORD MISSING - CANNOT NAME THE RUN"
002650                 TO PRM-VCF-RESULT-TEXT
002660             MOVE 8 TO RETURN-CODE
002670             GO TO 8000-WRITE-RESULT
002680         END-IF.
002690         MOVE "CONFLICTS ON FILE, ALL RUNS  "
002700             TO PRM-VCF-TRL-NAME.
002710         MOVE PRM-CONFLICTS-ON-FILE TO PRM-VCF-TRL-COUNT.
002720         WRITE PRM-VCF-REPORT-RECORD FROM PRM-VCF-TRAILER-LINE.
002730         MOVE "CONFLICTS FOR TONIGHT'S RUN   "
002740             TO PRM-VCF-TRL-NAME.
002750         MOVE PRM-CONFLICTS-TONIGHT TO PRM-VCF-TRL-COUNT.
002760         WRITE PRM-VCF-REPORT-RECORD FROM PRM-VCF-TRAILER-LINE.
002770         WRITE PRM-VCF-REPORT-RECORD FROM PRM-VCF-BLANK-LINE.
002780         IF PRM-CONFLICTS-TONIGHT > 0
002790             MOVE "VERDICT CONFLICTS FOUND - HOLD THE RELEASE"
002800                 TO PRM-VCF-RESULT-TEXT
002810             MOVE 12 TO RETURN-CODE
002820         ELSE
002830             MOVE "NO VERDICT CONFLICTS FOR TONIGHT'S RUN"
002840                 TO PRM-VCF-RESULT-TEXT
002850             MOVE ZERO TO RETURN-CODE
002860         END-IF.
002870 8000-WRITE-RESULT.
002880         WRITE PRM-VCF-REPORT-RECORD FROM PRM-VCF-RESULT-LINE.
002890         DISPLAY 'PRMVCRPT: ' PRM-VCF-RESULT-TEXT.
002900         IF PRM-CONFLICT-STATUS = "00" OR
002910                 PRM-CONFLICT-STATUS = "10"
002920             CLOSE PRM-CONFLICT-FILE
002930         END-IF.
002940         CLOSE PRM-VCF-REPORT-FILE.
002950 8000-EXIT.
002960         EXIT.
002970
002980 END PROGRAM PRMVCRPT.
