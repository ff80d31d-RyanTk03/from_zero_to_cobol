000010*****************************************************************
000020* PROGRAM:      PRMAHXRB
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Rebuild the keyed audit-history index (AUDHIST,
000070*               PRMAHX layout) from the standing audit log and
000080*               report every place the two did not match.  The
000090*               log is the legal record; the index only serves
000100*               retrieval, so wherever they disagree the log
000110*               wins.  Reads AUDITLOG from the first line to the
000120*               last, keying each line through PRMAHXUP exactly
000130*               as the check runs do, and:
000140*                 - a line the index already holds is stamped
000150*                   proven;
000160*                 - a line missing from the index is added;
000170*                 - an index entry that differs from its line
000180*                   is replaced with the line;
000190*                 - a line that carries no usable value, date or
000200*                   time cannot be keyed and is only reported.
000210*               Every entry left unproven at the end names no
000220*               line on the log and is removed.  A missing or
000230*               empty index is simply built; its additions are
000240*               counted but not listed.  RC 0 the index matched
000250*               the log, 4 the index was repaired, 8 some log
000260*               lines cannot be keyed, 16 the log or the index
000270*               could not be opened.
000280* TECTONICS:    cobc
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*   10/15/2026  RT  Initial version.
000311*   10/15/2026  RT  Audit line 139 to 157 and history record 198
000312*                    to 216 for the operator id fields.  The
000313*                    cluster is redefined at the new length and
000314*                    rebuilt from the log by this program.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. PRMAHXRB.
000350 AUTHOR. RAYANE TOKO.
000360 INSTALLATION. SHOP DATA PROCESSING.
000370 DATE-WRITTEN. 10/15/2026.
000380 DATE-COMPILED.
000390
000400 ENVIRONMENT DIVISION.
000410 CONFIGURATION SECTION.
000420 SOURCE-COMPUTER. GNUCOBOL.
000430 OBJECT-COMPUTER. GNUCOBOL.
000440
000450 INPUT-OUTPUT SECTION.
000460 FILE-CONTROL.
000470     SELECT PRM-AUDIT-FILE ASSIGN TO "AUDITLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS PRM-AUDIT-STATUS.
000500
000510     SELECT PRM-INDEX-FILE ASSIGN TO "AUDHIST"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS DYNAMIC
000540         RECORD KEY IS PRM-AHX-KEY
000550         ALTERNATE RECORD KEY IS PRM-AHX-RUN-KEY
000560             WITH DUPLICATES
000570         ALTERNATE RECORD KEY IS PRM-AHX-DATE-KEY
000580             WITH DUPLICATES
000590         FILE STATUS IS PRM-INDEX-STATUS.
000600
000610     SELECT PRM-AHR-REPORT-FILE ASSIGN TO "AHXRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS PRM-AHR-REPORT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PRM-AUDIT-FILE.
000680 01  PRM-AUDIT-RECORD            PIC X(157).
000690
000700 FD  PRM-INDEX-FILE.
000710     COPY PRMAHX.
000720
000730 FD  PRM-AHR-REPORT-FILE.
000740 01  PRM-AHR-REPORT-RECORD       PIC X(80).
000750
000760 WORKING-STORAGE SECTION.
000770     COPY PRMAUD.
000780
000790 01  PRM-FILE-STATUSES.
000800     05  PRM-AUDIT-STATUS        PIC X(02) VALUE "00".
000810     05  PRM-INDEX-STATUS        PIC X(02) VALUE "00".
000820     05  PRM-AHR-REPORT-STATUS   PIC X(02) VALUE "00".
000840
000850 01  PRM-SWITCHES.
000860     05  PRM-AUDIT-EOF-SWITCH    PIC X(01) VALUE "N".
000870         88  PRM-AUDIT-EOF-YES              VALUE "Y".
000880         88  PRM-AUDIT-EOF-NO               VALUE "N".
000890     05  PRM-AHX-EOF-SWITCH      PIC X(01) VALUE "N".
000900         88  PRM-AHX-EOF-YES                VALUE "Y".
000910         88  PRM-AHX-EOF-NO                 VALUE "N".
000920     05  PRM-LINE-SETTLED-SW     PIC X(01) VALUE "N".
000930         88  PRM-LINE-SETTLED-YES           VALUE "Y".
000940         88  PRM-LINE-SETTLED-NO            VALUE "N".
000950     05  PRM-INITIAL-BUILD-SW    PIC X(01) VALUE "N".
000960         88  PRM-INITIAL-BUILD-YES          VALUE "Y".
000970
000980 01  PRM-PAGE-CONTROL.
000990     05  PRM-LINE-COUNT          PIC 9(3) COMP VALUE ZERO.
001000     05  PRM-PAGE-NUMBER         PIC 9(3) COMP VALUE ZERO.
001010     05  PRM-MAX-LINES-PER-PAGE  PIC 9(3) COMP VALUE 50.
001020
001030 01  PRM-RUN-DATE-TIME.
001040     05  PRM-SYS-DATE            PIC 9(08).
001050     05  PRM-SYS-TIME            PIC 9(08).
001060
001070*    Every entry this run proves against the log carries this
001080*    run's date and time; whatever is left with another stamp at
001090*    the end was never matched to a line.
001100 01  PRM-REBUILD-STAMP.
001110     05  PRM-STAMP-DATE          PIC 9(08).
001120     05  PRM-STAMP-TIME          PIC 9(06).
001130 01  PRM-REBUILD-STAMP-NUM REDEFINES PRM-REBUILD-STAMP
001140                                 PIC 9(14).
001150
001160 01  PRM-AHX-ACTION              PIC X(01) VALUE "K".
001170 01  PRM-AHX-RESULT              PIC X(01) VALUE SPACE.
001180     88  PRM-AHX-KEYED                     VALUE "A".
001190 01  PRM-AHX-WORK-RECORD         PIC X(216) VALUE SPACES.
001200 01  PRM-CUR-OCCURRENCE          PIC 9(03) VALUE ZERO.
001210
001220 01  PRM-REBUILD-COUNTS.
001230     05  PRM-LINES-READ          PIC 9(9) COMP VALUE ZERO.
001240     05  PRM-LINES-MATCHED       PIC 9(9) COMP VALUE ZERO.
001250     05  PRM-LINES-ADDED         PIC 9(9) COMP VALUE ZERO.
001260     05  PRM-LINES-REPLACED      PIC 9(9) COMP VALUE ZERO.
001270     05  PRM-ENTRIES-REMOVED     PIC 9(9) COMP VALUE ZERO.
001280     05  PRM-LINES-NOT-KEYED     PIC 9(9) COMP VALUE ZERO.
001290
001300 01  PRM-AHR-TITLE-LINE.
001310     05  FILLER PIC X(20) VALUE SPACES.
001320     05  FILLER PIC X(40) VALUE
001330         "AUDIT-HISTORY INDEX REBUILD REPORT".
001340     05  FILLER PIC X(20) VALUE SPACES.
001350
001360 01  PRM-AHR-DATE-LINE.
001370     05  FILLER PIC X(05) VALUE SPACES.
001380     05  FILLER PIC X(06) VALUE "DATE: ".
001390     05  PRM-AHR-RUN-DATE PIC X(10).
001400     05  FILLER PIC X(05) VALUE SPACES.
001410     05  FILLER PIC X(06) VALUE "TIME: ".
001420     05  PRM-AHR-RUN-TIME PIC X(08).
001430     05  FILLER PIC X(40) VALUE SPACES.
001440
001450 01  PRM-AHR-PAGE-HEADING.
001460     05  FILLER PIC X(05) VALUE SPACES.
001470     05  FILLER PIC X(06) VALUE "PAGE: ".
001480     05  PRM-AHR-PAGE-NO PIC ZZZ9.
001490     05  FILLER PIC X(65) VALUE SPACES.
001500
001510 01  PRM-AHR-BLANK-LINE PIC X(80) VALUE SPACES.
001520
001530 01  PRM-AHR-COLUMN-LINE.
001540     05  FILLER PIC X(05) VALUE SPACES.
001550     05  FILLER PIC X(13) VALUE "   LOG LINE".
001560     05  FILLER PIC X(13) VALUE "      VALUE".
001570     05  FILLER PIC X(21) VALUE "CHECKED".
001580     05  FILLER PIC X(28) VALUE "DISPOSITION".
001590
001600 01  PRM-AHR-DETAIL-LINE.
001610     05  FILLER PIC X(05) VALUE SPACES.
001620     05  PRM-AHR-DET-LINE-NO PIC ZZZ,ZZZ,ZZ9.
001630     05  PRM-AHR-DET-LINE-TEXT REDEFINES PRM-AHR-DET-LINE-NO
001640                      PIC X(11).
001650     05  FILLER PIC X(02) VALUE SPACES.
001660     05  PRM-AHR-DET-VALUE PIC X(11).
001670     05  FILLER PIC X(02) VALUE SPACES.
001680     05  PRM-AHR-DET-DATE PIC X(10).
001690     05  FILLER PIC X(01) VALUE SPACES.
001700     05  PRM-AHR-DET-TIME PIC X(08).
001710     05  FILLER PIC X(02) VALUE SPACES.
001720     05  PRM-AHR-DET-DISP PIC X(28).
001730
001740 01  PRM-AHR-NOTICE-LINE.
001750     05  FILLER PIC X(05) VALUE SPACES.
001760     05  PRM-AHR-NOTICE-TEXT PIC X(75).
001770
001780 01  PRM-AHR-TRAILER-LINE.
001790     05  FILLER PIC X(05) VALUE SPACES.
001800     05  PRM-AHR-TRL-NAME PIC X(30).
001810     05  PRM-AHR-TRL-COUNT PIC ZZZ,ZZZ,ZZ9.
001820     05  FILLER PIC X(34) VALUE SPACES.
001830
001840 PROCEDURE DIVISION.
001850 0000-MAINLINE.
001860         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001870         PERFORM 2000-CHECK-ONE-LINE THRU 2000-EXIT
001880             UNTIL PRM-AUDIT-EOF-YES.
001890         PERFORM 3000-SWEEP-INDEX THRU 3000-EXIT.
001900         PERFORM 8000-FINALIZE THRU 8000-EXIT.
001910         STOP RUN.
001920
001930 1000-INITIALIZE.
001940         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
001950         ACCEPT PRM-SYS-TIME FROM TIME.
001960         MOVE PRM-SYS-DATE TO PRM-STAMP-DATE.
001970         MOVE PRM-SYS-TIME(1:6) TO PRM-STAMP-TIME.
001980         OPEN INPUT PRM-AUDIT-FILE.
001990         IF PRM-AUDIT-STATUS NOT = "00"
002000             DISPLAY 'PRMAHXRB: AUDITLOG NOT AVAILABLE - STATUS '
002010                 PRM-AUDIT-STATUS
002020             MOVE 16 TO RETURN-CODE
002030             STOP RUN
002040         END-IF.
002050         OPEN I-O PRM-INDEX-FILE.
002060         IF PRM-INDEX-STATUS = "35" OR PRM-INDEX-STATUS = "05"
002070             OPEN OUTPUT PRM-INDEX-FILE
002080             CLOSE PRM-INDEX-FILE
002090             OPEN I-O PRM-INDEX-FILE
002100             SET PRM-INITIAL-BUILD-YES TO TRUE
002110         END-IF.
002120         IF PRM-INDEX-STATUS NOT = "00"
002130             DISPLAY 'PRMAHXRB: AUDHIST NOT AVAILABLE - STATUS '
002140                 PRM-INDEX-STATUS
002150             CLOSE PRM-AUDIT-FILE
002160             MOVE 16 TO RETURN-CODE
002170             STOP RUN
002180         END-IF.
002190         OPEN OUTPUT PRM-AHR-REPORT-FILE.
002200         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
002210         IF PRM-INITIAL-BUILD-YES
002220             MOVE "INDEX WAS EMPTY - BUILT FROM THE LOG"
002230                 TO PRM-AHR-NOTICE-TEXT
002250             WRITE PRM-AHR-REPORT-RECORD
002260                 FROM PRM-AHR-NOTICE-LINE
002270             ADD 1 TO PRM-LINE-COUNT
002280         END-IF.
002290 1000-EXIT.
002300         EXIT.
002310
002320 1100-WRITE-PAGE-TOP.
002330         ADD 1 TO PRM-PAGE-NUMBER.
002340         MOVE PRM-PAGE-NUMBER TO PRM-AHR-PAGE-NO.
002350         WRITE PRM-AHR-REPORT-RECORD FROM PRM-AHR-PAGE-HEADING.
002360         WRITE PRM-AHR-REPORT-RECORD FROM PRM-AHR-TITLE-LINE.
002370         MOVE PRM-SYS-DATE(5:2) TO PRM-AHR-RUN-DATE(1:2).
002380         MOVE "/" TO PRM-AHR-RUN-DATE(3:1).
002390         MOVE PRM-SYS-DATE(7:2) TO PRM-AHR-RUN-DATE(4:2).
002400         MOVE "/" TO PRM-AHR-RUN-DATE(6:1).
002410         MOVE PRM-SYS-DATE(1:4) TO PRM-AHR-RUN-DATE(7:4).
002420         MOVE PRM-SYS-TIME(1:2) TO PRM-AHR-RUN-TIME(1:2).
002430         MOVE ":" TO PRM-AHR-RUN-TIME(3:1).
002440         MOVE PRM-SYS-TIME(3:2) TO PRM-AHR-RUN-TIME(4:2).
002450         MOVE ":" TO PRM-AHR-RUN-TIME(6:1).
002460         MOVE PRM-SYS-TIME(5:2) TO PRM-AHR-RUN-TIME(7:2).
002470         WRITE PRM-AHR-REPORT-RECORD FROM PRM-AHR-DATE-LINE.
002480         WRITE PRM-AHR-REPORT-RECORD FROM PRM-AHR-BLANK-LINE.
002490         WRITE PRM-AHR-REPORT-RECORD FROM PRM-AHR-COLUMN-LINE.
002500         MOVE 5 TO PRM-LINE-COUNT.
002510 1100-EXIT.
002520         EXIT.
002530
002540 1200-CHECK-PAGE-BREAK.
002550         IF PRM-LINE-COUNT >= PRM-MAX-LINES-PER-PAGE
002560             PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT
002570         END-IF.
002580 1200-EXIT.
002590         EXIT.
002600
002610 2000-CHECK-ONE-LINE.
002620         READ PRM-AUDIT-FILE
002630             AT END
002640                 SET PRM-AUDIT-EOF-YES TO TRUE
002650         END-READ.
002660         IF PRM-AUDIT-EOF-YES
002670             GO TO 2000-EXIT
002680         END-IF.
002690         ADD 1 TO PRM-LINES-READ.
002700         MOVE "K" TO PRM-AHX-ACTION.
002710         CALL "PRMAHXUP" USING PRM-AHX-ACTION, PRM-AUDIT-RECORD,
002720             PRM-AHX-WORK-RECORD, PRM-AHX-RESULT.
002730         IF NOT PRM-AHX-KEYED
002740             ADD 1 TO PRM-LINES-NOT-KEYED
002750             MOVE "CANNOT BE KEYED" TO PRM-AHR-DET-DISP
002760             PERFORM 4000-WRITE-LOG-DETAIL THRU 4000-EXIT
002770             GO TO 2000-EXIT
002780         END-IF.
002790         MOVE 1 TO PRM-CUR-OCCURRENCE.
002800         SET PRM-LINE-SETTLED-NO TO TRUE.
002810         PERFORM 2100-PLACE-LINE THRU 2100-EXIT
002820             UNTIL PRM-LINE-SETTLED-YES.
002830 2000-EXIT.
002840         EXIT.
002850
002860*    An entry this run has already proven belongs to an earlier
002870*    line for the same value in the same second - the check runs
002880*    number such lines in log order, so this line is the next
002890*    occurrence.
002900 2100-PLACE-LINE.
002910         IF PRM-CUR-OCCURRENCE > 998
002920             SET PRM-LINE-SETTLED-YES TO TRUE
002930             ADD 1 TO PRM-LINES-NOT-KEYED
002940             MOVE "TOO MANY IN ONE SECOND" TO PRM-AHR-DET-DISP
002950             PERFORM 4000-WRITE-LOG-DETAIL THRU 4000-EXIT
002960             GO TO 2100-EXIT
002970         END-IF.
002980         MOVE PRM-AHX-WORK-RECORD TO PRM-AHX-RECORD.
002990         MOVE PRM-CUR-OCCURRENCE TO PRM-AHX-OCCURRENCE.
003000         READ PRM-INDEX-FILE
003010             INVALID KEY
003020                 PERFORM 2200-ADD-ENTRY THRU 2200-EXIT
003030                 GO TO 2100-EXIT
003040         END-READ.
003050         IF PRM-AHX-PROVEN-STAMP = PRM-REBUILD-STAMP-NUM
003060             ADD 1 TO PRM-CUR-OCCURRENCE
003070             GO TO 2100-EXIT
003080         END-IF.
003090         SET PRM-LINE-SETTLED-YES TO TRUE.
003100         IF PRM-AHX-AUD-LINE = PRM-AUDIT-RECORD
003110             ADD 1 TO PRM-LINES-MATCHED
003120         ELSE
003130             ADD 1 TO PRM-LINES-REPLACED
003140             MOVE "DIFFERS FROM LOG - REPLACED"
003145                 TO PRM-AHR-DET-DISP
003150             PERFORM 4000-WRITE-LOG-DETAIL THRU 4000-EXIT
003160         END-IF.
003170         MOVE PRM-AHX-WORK-RECORD TO PRM-AHX-RECORD.
003180         MOVE PRM-CUR-OCCURRENCE TO PRM-AHX-OCCURRENCE.
003190         MOVE PRM-REBUILD-STAMP-NUM TO PRM-AHX-PROVEN-STAMP.
003200         REWRITE PRM-AHX-RECORD
003210             INVALID KEY
003220                 DISPLAY 'PRMAHXRB: REWRITE FAILED - STATUS '
003230                     PRM-INDEX-STATUS
003240         END-REWRITE.
003250 2100-EXIT.
003260         EXIT.
003270
003280 2200-ADD-ENTRY.
003290         SET PRM-LINE-SETTLED-YES TO TRUE.
003300         MOVE PRM-AHX-WORK-RECORD TO PRM-AHX-RECORD.
003310         MOVE PRM-CUR-OCCURRENCE TO PRM-AHX-OCCURRENCE.
003320         MOVE PRM-REBUILD-STAMP-NUM TO PRM-AHX-PROVEN-STAMP.
003330         WRITE PRM-AHX-RECORD
003340             INVALID KEY
003350                 DISPLAY 'PRMAHXRB: WRITE FAILED - STATUS '
003360                     PRM-INDEX-STATUS
003370         END-WRITE.
003380         ADD 1 TO PRM-LINES-ADDED.
003390         IF NOT PRM-INITIAL-BUILD-YES
003400             MOVE "NOT ON INDEX - ADDED" TO PRM-AHR-DET-DISP
003410             PERFORM 4000-WRITE-LOG-DETAIL THRU 4000-EXIT
003420         END-IF.
003430 2200-EXIT.
003440         EXIT.
003450
003460*    Whatever the pass over the log did not prove names no line
003470*    on the log and comes off the index.
003480 3000-SWEEP-INDEX.
003490         SET PRM-AHX-EOF-NO TO TRUE.
003500         MOVE ZERO TO PRM-AHX-VALUE.
003510         MOVE ZERO TO PRM-AHX-CHECK-DATE.
003520         MOVE ZERO TO PRM-AHX-CHECK-TIME.
003530         MOVE ZERO TO PRM-AHX-OCCURRENCE.
003540         START PRM-INDEX-FILE KEY IS NOT LESS THAN PRM-AHX-KEY
003550             INVALID KEY
003560                 SET PRM-AHX-EOF-YES TO TRUE
003570         END-START.
003580         PERFORM 3100-SWEEP-ONE-ENTRY THRU 3100-EXIT
003590             UNTIL PRM-AHX-EOF-YES.
003600 3000-EXIT.
003610         EXIT.
003620
003630 3100-SWEEP-ONE-ENTRY.
003640         READ PRM-INDEX-FILE NEXT RECORD
003650             AT END
003660                 SET PRM-AHX-EOF-YES TO TRUE
003670         END-READ.
003680         IF PRM-AHX-EOF-YES
003690             GO TO 3100-EXIT
003700         END-IF.
003710         IF PRM-AHX-PROVEN-STAMP = PRM-REBUILD-STAMP-NUM
003720             GO TO 3100-EXIT
003730         END-IF.
003740         MOVE PRM-AHX-AUD-LINE TO PRM-AUD-LINE.
003750         DELETE PRM-INDEX-FILE
003760             INVALID KEY
003770                 DISPLAY 'PRMAHXRB: DELETE FAILED - STATUS '
003780                     PRM-INDEX-STATUS
003790                 GO TO 3100-EXIT
003800         END-DELETE.
003810         ADD 1 TO PRM-ENTRIES-REMOVED.
003820         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
003830         MOVE SPACES TO PRM-AHR-DET-LINE-TEXT.
003840         MOVE PRM-AUD-VALUE TO PRM-AHR-DET-VALUE.
003850         MOVE PRM-AUD-DATE TO PRM-AHR-DET-DATE.
003860         MOVE PRM-AUD-TIME TO PRM-AHR-DET-TIME.
003870         MOVE "NOT ON LOG - REMOVED" TO PRM-AHR-DET-DISP.
003880         WRITE PRM-AHR-REPORT-RECORD FROM PRM-AHR-DETAIL-LINE.
003890         ADD 1 TO PRM-LINE-COUNT.
003900 3100-EXIT.
003910         EXIT.
003920
003930 4000-WRITE-LOG-DETAIL.
003940         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
003950         MOVE PRM-AUDIT-RECORD TO PRM-AUD-LINE.
003960         MOVE PRM-LINES-READ TO PRM-AHR-DET-LINE-NO.
003970         MOVE PRM-AUD-VALUE TO PRM-AHR-DET-VALUE.
003980         MOVE PRM-AUD-DATE TO PRM-AHR-DET-DATE.
003990         MOVE PRM-AUD-TIME TO PRM-AHR-DET-TIME.
004000         WRITE PRM-AHR-REPORT-RECORD FROM PRM-AHR-DETAIL-LINE.
004010         ADD 1 TO PRM-LINE-COUNT.
004020 4000-EXIT.
004030         EXIT.
004040
004050 8000-FINALIZE.
004060         WRITE PRM-AHR-REPORT-RECORD FROM PRM-AHR-BLANK-LINE.
004070         MOVE "AUDITLOG LINES READ           "
004080             TO PRM-AHR-TRL-NAME.
004090         MOVE PRM-LINES-READ TO PRM-AHR-TRL-COUNT.
004100         WRITE PRM-AHR-REPORT-RECORD FROM PRM-AHR-TRAILER-LINE.
004110         MOVE "LINES MATCHED ON THE INDEX    "
004120             TO PRM-AHR-TRL-NAME.
004130         MOVE PRM-LINES-MATCHED TO PRM-AHR-TRL-COUNT.
004140         WRITE PRM-AHR-REPORT-RECORD FROM PRM-AHR-TRAILER-LINE.
004150         MOVE "LINES ADDED TO THE INDEX      "
004160             TO PRM-AHR-TRL-NAME.
004170         MOVE PRM-LINES-ADDED TO PRM-AHR-TRL-COUNT.
004180         WRITE PRM-AHR-REPORT-RECORD FROM PRM-AHR-TRAILER-LINE.
004190         MOVE "ENTRIES REPLACED FROM THE LOG "
004200             TO PRM-AHR-TRL-NAME.
004210         MOVE PRM-LINES-REPLACED TO PRM-AHR-TRL-COUNT.
004220         WRITE PRM-AHR-REPORT-RECORD FROM PRM-AHR-TRAILER-LINE.
004230         MOVE "ENTRIES NOT ON THE LOG REMOVED"
004240             TO PRM-AHR-TRL-NAME.
004250         MOVE PRM-ENTRIES-REMOVED TO PRM-AHR-TRL-COUNT.
004260         WRITE PRM-AHR-REPORT-RECORD FROM PRM-AHR-TRAILER-LINE.
004270         MOVE "LOG LINES THAT CANNOT BE KEYED"
004280             TO PRM-AHR-TRL-NAME.
004290         MOVE PRM-LINES-NOT-KEYED TO PRM-AHR-TRL-COUNT.
004300         WRITE PRM-AHR-REPORT-RECORD FROM PRM-AHR-TRAILER-LINE.
004310         CLOSE PRM-AUDIT-FILE.
004320         CLOSE PRM-INDEX-FILE.
004330         CLOSE PRM-AHR-REPORT-FILE.
004340         EVALUATE TRUE
004350             WHEN PRM-LINES-NOT-KEYED > 0
004360                 MOVE 8 TO RETURN-CODE
004370             WHEN PRM-INITIAL-BUILD-YES
004380                 MOVE ZERO TO RETURN-CODE
004390             WHEN PRM-LINES-ADDED > 0 OR PRM-LINES-REPLACED > 0
004400                     OR PRM-ENTRIES-REMOVED > 0
004410                 MOVE 4 TO RETURN-CODE
004420             WHEN OTHER
004430                 MOVE ZERO TO RETURN-CODE
004440         END-EVALUATE.
004450         DISPLAY 'PRMAHXRB: ' PRM-LINES-READ ' LINES READ, '
004460             PRM-LINES-ADDED ' ADDED, ' PRM-LINES-REPLACED
004470             ' REPLACED, ' PRM-ENTRIES-REMOVED ' REMOVED, '
004480             PRM-LINES-NOT-KEYED ' NOT KEYED'.
004490 8000-EXIT.
004500         EXIT.
004510
004520 END PROGRAM PRMAHXRB.
