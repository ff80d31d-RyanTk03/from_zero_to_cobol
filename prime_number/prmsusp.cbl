000010*****************************************************************
000020* PROGRAM:      PRMSUSP
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Keeper of the reject suspense file (SUSPENSE,
000070*               PRMSUS layout).  A worklist record the check step
000080*               rejected used to appear once on the night's
000090*               report and was never seen again; now it stays in
000100*               suspense until it is corrected and checked, or
000110*               written off with a reason.  Card mode (SUSPPRM)
000120*               FEED runs ahead of the edit step: every entry
000130*               with a corrected value waiting (status C), or
000140*               fed before and not yet checked (status Q), goes
000150*               onto tonight's re-entry file (REENTRY) - value
000160*               in columns 1-7, "S" in column 56, the suspense
000170*               key in columns 57-80 - which the job stream
000180*               concatenates behind the daily extract, and the
000190*               entry is marked re-entered.  An entry closed
000200*               today is fed again as well, so a re-submitted
000210*               job presents the check step the same worklist
000220*               and is refused as already done.  Card mode POST
000230*               runs after the check step and applies the
000240*               notices the edit and check steps left on SUSNEW
000250*               (PRMSUN layout): "A" adds a pending entry, "K"
000260*               closes a re-entered one as checked, "J" puts a
000270*               correction rejected again back to pending.  The
000280*               notices file is emptied once every notice on it
000290*               has been applied; a notice already applied (a
000300*               rerun, a restarted check step) changes nothing.
000310*               Prints every entry fed or notice applied.  RC 0,
000320*               4 when a correction was rejected again or a
000330*               notice did not fit its entry, 16 when the card
000340*               is bad or a file is not usable.
000350* TECTONICS:    cobc
000360*-----------------------------------------------------------------
000370* MODIFICATION HISTORY
000380*   10/15/2026  RT  Initial suspense posting program.
000381*   10/15/2026  RT  A re-entered value keeps the source code of
000382*                    the feed it first came in on (columns 9-12)
000383*                    so the check step counts it against that feed.
000390*****************************************************************
000400 IDENTIFICATION DIVISION.
000410 PROGRAM-ID. PRMSUSP.
000420 AUTHOR. RAYANE TOKO.
000430 INSTALLATION. SHOP DATA PROCESSING.
000440 DATE-WRITTEN. 10/15/2026.
000450 DATE-COMPILED.
000460
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER. GNUCOBOL.
000500 OBJECT-COMPUTER. GNUCOBOL.
000510
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT PRM-PARM-FILE ASSIGN TO "SUSPPRM"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS PRM-PARM-STATUS.
000570
000580     SELECT PRM-SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000590         ORGANIZATION IS INDEXED
000600         ACCESS MODE IS DYNAMIC
000610         RECORD KEY IS PRM-SUS-KEY
000620         FILE STATUS IS PRM-SUSPENSE-STATUS.
000630
000640     SELECT PRM-REENTRY-FILE ASSIGN TO "REENTRY"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS PRM-REENTRY-STATUS.
000670
000680     SELECT OPTIONAL PRM-NOTICE-FILE ASSIGN TO "SUSNEW"
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS PRM-NOTICE-STATUS.
000710
000720     SELECT PRM-SUS-REPORT-FILE ASSIGN TO "SUSPRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS PRM-SUS-REPORT-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  PRM-PARM-FILE.
000790 01  PRM-PARM-RECORD             PIC X(05).
000800
000810 FD  PRM-SUSPENSE-FILE.
000820     COPY PRMSUS.
000830
000840 FD  PRM-REENTRY-FILE.
000850 01  PRM-REENTRY-RECORD.
000860     05  PRM-RNT-VALUE           PIC X(07).
000861     05  FILLER                  PIC X(01).
000862     05  PRM-RNT-SOURCE          PIC X(04).
000863     05  FILLER                  PIC X(43).
000880     05  PRM-RNT-TAG             PIC X(01).
000890     05  PRM-RNT-SUS-KEY         PIC X(24).
000900
000910 FD  PRM-NOTICE-FILE.
000920 01  PRM-NOTICE-RECORD           PIC X(121).
000930
000940 FD  PRM-SUS-REPORT-FILE.
000950 01  PRM-SUS-REPORT-RECORD       PIC X(80).
000960
000970 WORKING-STORAGE SECTION.
000980     COPY PRMSUN.
000990
001000 01  PRM-FILE-STATUSES.
001010     05  PRM-PARM-STATUS         PIC X(02) VALUE "00".
001020     05  PRM-SUSPENSE-STATUS     PIC X(02) VALUE "00".
001030     05  PRM-REENTRY-STATUS      PIC X(02) VALUE "00".
001040     05  PRM-NOTICE-STATUS       PIC X(02) VALUE "00".
001050     05  PRM-SUS-REPORT-STATUS   PIC X(02) VALUE "00".
001060
001070 01  PRM-SWITCHES.
001080     05  PRM-SUS-EOF-SWITCH      PIC X(01) VALUE "N".
001090         88  PRM-SUS-EOF-YES                VALUE "Y".
001100         88  PRM-SUS-EOF-NO                 VALUE "N".
001110     05  PRM-NTC-EOF-SWITCH      PIC X(01) VALUE "N".
001120         88  PRM-NTC-EOF-YES                VALUE "Y".
001130         88  PRM-NTC-EOF-NO                 VALUE "N".
001140     05  PRM-ON-FILE-SWITCH      PIC X(01) VALUE "N".
001150         88  PRM-ON-FILE-YES                VALUE "Y".
001160         88  PRM-ON-FILE-NO                 VALUE "N".
001170     05  PRM-ERROR-SWITCH        PIC X(01) VALUE "N".
001180         88  PRM-ERROR-YES                  VALUE "Y".
001190
001200 01  PRM-RUN-MODE-SW             PIC X(01) VALUE SPACE.
001210     88  PRM-MODE-FEED                     VALUE "F".
001220     88  PRM-MODE-POST                     VALUE "P".
001230
001240 01  PRM-PARM-CARD.
001250     05  PRM-CARD-MODE           PIC X(05).
001260
001270 01  PRM-PAGE-CONTROL.
001280     05  PRM-LINE-COUNT          PIC 9(3) COMP VALUE ZERO.
001290     05  PRM-PAGE-NUMBER         PIC 9(3) COMP VALUE ZERO.
001300     05  PRM-MAX-LINES-PER-PAGE  PIC 9(3) COMP VALUE 50.
001310
001320 01  PRM-RUN-DATE-TIME.
001330     05  PRM-SYS-DATE            PIC 9(08).
001340     05  PRM-SYS-TIME            PIC 9(08).
001350
001360 01  PRM-SUSPENSE-COUNTS.
001370     05  PRM-ENTRIES-FED         PIC 9(9) COMP VALUE ZERO.
001380     05  PRM-ENTRIES-REFED       PIC 9(9) COMP VALUE ZERO.
001390     05  PRM-NOTICES-READ        PIC 9(9) COMP VALUE ZERO.
001400     05  PRM-ENTRIES-ADDED       PIC 9(9) COMP VALUE ZERO.
001410     05  PRM-ENTRIES-CLOSED      PIC 9(9) COMP VALUE ZERO.
001420     05  PRM-ENTRIES-REOPENED    PIC 9(9) COMP VALUE ZERO.
001430     05  PRM-NOTICES-ALREADY     PIC 9(9) COMP VALUE ZERO.
001440     05  PRM-NOTICE-EXCEPTIONS   PIC 9(9) COMP VALUE ZERO.
001450     05  PRM-ENTRIES-OPEN        PIC 9(9) COMP VALUE ZERO.
001460
001470 01  PRM-REJECTED-NOTE.
001480     05  FILLER                  PIC X(28) VALUE
001490         "CORRECTION REJECTED BY RUN ".
001500     05  PRM-RJN-RUN-ID          PIC 9(06).
001510     05  FILLER                  PIC X(06) VALUE SPACES.
001520
001530 01  PRM-SSP-TITLE-LINE.
001540     05  FILLER PIC X(24) VALUE SPACES.
001550     05  FILLER PIC X(32) VALUE "REJECT SUSPENSE POSTING".
001560     05  FILLER PIC X(24) VALUE SPACES.
001570
001580 01  PRM-SSP-DATE-LINE.
001590     05  FILLER PIC X(05) VALUE SPACES.
001600     05  FILLER PIC X(06) VALUE "DATE: ".
001610     05  PRM-SSP-RUN-DATE PIC X(10).
001620     05  FILLER PIC X(05) VALUE SPACES.
001630     05  FILLER PIC X(06) VALUE "TIME: ".
001640     05  PRM-SSP-RUN-TIME PIC X(08).
001650     05  FILLER PIC X(06) VALUE " MODE ".
001660     05  PRM-SSP-RUN-MODE PIC X(05).
001670     05  FILLER PIC X(29) VALUE SPACES.
001680
001690 01  PRM-SSP-PAGE-HEADING.
001700     05  FILLER PIC X(05) VALUE SPACES.
001710     05  FILLER PIC X(06) VALUE "PAGE: ".
001720     05  PRM-SSP-PAGE-NO PIC ZZZ9.
001730     05  FILLER PIC X(62) VALUE SPACES.
001740
001750 01  PRM-SSP-BLANK-LINE PIC X(80) VALUE SPACES.
001760
001770 01  PRM-SSP-COLUMN-LINE.
001780     05  FILLER PIC X(05) VALUE SPACES.
001790     05  FILLER PIC X(03) VALUE "ACT".
001800     05  FILLER PIC X(26) VALUE "SUSPENSE KEY".
001810     05  FILLER PIC X(04) VALUE "RSN".
001820     05  FILLER PIC X(09) VALUE "VALUE".
001830     05  FILLER PIC X(33) VALUE "DISPOSITION".
001840
001850 01  PRM-SSP-DETAIL-LINE.
001860     05  FILLER PIC X(05) VALUE SPACES.
001870     05  PRM-SSP-DET-ACTION PIC X(01).
001880     05  FILLER PIC X(02) VALUE SPACES.
001890     05  PRM-SSP-DET-KEY PIC X(24).
001900     05  FILLER PIC X(02) VALUE SPACES.
001910     05  PRM-SSP-DET-REASON PIC X(02).
001920     05  FILLER PIC X(02) VALUE SPACES.
001930     05  PRM-SSP-DET-VALUE PIC X(07).
001940     05  FILLER PIC X(02) VALUE SPACES.
001950     05  PRM-SSP-DET-DISP PIC X(33).
001960
001970 01  PRM-SSP-TRAILER-LINE.
001980     05  FILLER PIC X(05) VALUE SPACES.
001990     05  PRM-SSP-TRL-NAME PIC X(30).
002000     05  PRM-SSP-TRL-COUNT PIC ZZZ,ZZZ,ZZ9.
002010     05  FILLER PIC X(34) VALUE SPACES.
002020
002030 PROCEDURE DIVISION.
002040 0000-MAINLINE.
002050         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060         IF PRM-MODE-FEED
002070             PERFORM 3000-FEED-CORRECTIONS THRU 3000-EXIT
002080         ELSE
002090             PERFORM 5000-POST-NOTICES THRU 5000-EXIT
002100         END-IF.
002110         PERFORM 6000-COUNT-OPEN THRU 6000-EXIT.
002120         PERFORM 8000-FINALIZE THRU 8000-EXIT.
002130         STOP RUN.
002140
002150 1000-INITIALIZE.
002160         PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
002170         OPEN I-O PRM-SUSPENSE-FILE.
002180         IF PRM-SUSPENSE-STATUS = "35" OR
002190                 PRM-SUSPENSE-STATUS = "05"
002200             OPEN OUTPUT PRM-SUSPENSE-FILE
002210             CLOSE PRM-SUSPENSE-FILE
002220             OPEN I-O PRM-SUSPENSE-FILE
002230         END-IF.
002240*    A FEED that cannot read suspense still empties tonight's
002241*    re-entry file, so the edit step never picks up last night's.
002242         IF PRM-SUSPENSE-STATUS NOT = "00"
002250             DISPLAY 'PRMSUSP: SUSPENSE NOT AVAILABLE - STATUS '
002260                 PRM-SUSPENSE-STATUS
002270             IF PRM-MODE-FEED
002271                 OPEN OUTPUT PRM-REENTRY-FILE
002272                 CLOSE PRM-REENTRY-FILE
002273             END-IF
002274             MOVE 16 TO RETURN-CODE
002280             STOP RUN
002290         END-IF.
002300         OPEN OUTPUT PRM-SUS-REPORT-FILE.
002310         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
002320         ACCEPT PRM-SYS-TIME FROM TIME.
002330         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
002340 1000-EXIT.
002350         EXIT.
002360
002370 1100-WRITE-PAGE-TOP.
002380         ADD 1 TO PRM-PAGE-NUMBER.
002390         MOVE PRM-PAGE-NUMBER TO PRM-SSP-PAGE-NO.
002400         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSP-PAGE-HEADING.
002410         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSP-TITLE-LINE.
002420         MOVE PRM-SYS-DATE(5:2) TO PRM-SSP-RUN-DATE(1:2).
002430         MOVE "/" TO PRM-SSP-RUN-DATE(3:1).
002440         MOVE PRM-SYS-DATE(7:2) TO PRM-SSP-RUN-DATE(4:2).
002450         MOVE "/" TO PRM-SSP-RUN-DATE(6:1).
002460         MOVE PRM-SYS-DATE(1:4) TO PRM-SSP-RUN-DATE(7:4).
002470         MOVE PRM-SYS-TIME(1:2) TO PRM-SSP-RUN-TIME(1:2).
002480         MOVE ":" TO PRM-SSP-RUN-TIME(3:1).
002490         MOVE PRM-SYS-TIME(3:2) TO PRM-SSP-RUN-TIME(4:2).
002500         MOVE ":" TO PRM-SSP-RUN-TIME(6:1).
002510         MOVE PRM-SYS-TIME(5:2) TO PRM-SSP-RUN-TIME(7:2).
002520         MOVE PRM-CARD-MODE TO PRM-SSP-RUN-MODE.
002530         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSP-DATE-LINE.
002540         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSP-BLANK-LINE.
002550         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSP-COLUMN-LINE.
002560         MOVE 5 TO PRM-LINE-COUNT.
002570 1100-EXIT.
002580         EXIT.
002590
002600 1200-CHECK-PAGE-BREAK.
002610         IF PRM-LINE-COUNT >= PRM-MAX-LINES-PER-PAGE
002620             PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT
002630         END-IF.
002640 1200-EXIT.
002650         EXIT.
002660
002670 1500-READ-PARAMETERS.
002680         OPEN INPUT PRM-PARM-FILE.
002690         IF PRM-PARM-STATUS NOT = "00"
002700             DISPLAY 'PRMSUSP: SUSPPRM NOT AVAILABLE - STATUS '
002710                 PRM-PARM-STATUS
002720             MOVE 16 TO RETURN-CODE
002730             STOP RUN
002740         END-IF.
002750         READ PRM-PARM-FILE INTO PRM-PARM-CARD
002760             AT END
002770                 DISPLAY 'PRMSUSP: SUSPPRM IS EMPTY'
002780                 MOVE 16 TO RETURN-CODE
002790                 STOP RUN
002800         END-READ.
002810         CLOSE PRM-PARM-FILE.
002820         EVALUATE PRM-CARD-MODE
002830             WHEN "FEED "
002840                 SET PRM-MODE-FEED TO TRUE
002850             WHEN "POST "
002860                 SET PRM-MODE-POST TO TRUE
002870             WHEN OTHER
002880                 DISPLAY 'PRMSUSP: BAD MODE ON SUSPPRM CARD: '
002890                     PRM-CARD-MODE
002900                 MOVE 16 TO RETURN-CODE
002910                 STOP RUN
002920         END-EVALUATE.
002930 1500-EXIT.
002940         EXIT.
002950
002960*    Tonight's re-entry file is written from scratch every night
002970*    from what is on the suspense file, so it can never carry a
002980*    correction twice.
002990 3000-FEED-CORRECTIONS.
003000         OPEN OUTPUT PRM-REENTRY-FILE.
003010         IF PRM-REENTRY-STATUS NOT = "00"
003020             DISPLAY 'PRMSUSP: REENTRY NOT AVAILABLE - STATUS '
003030                 PRM-REENTRY-STATUS
003040             SET PRM-ERROR-YES TO TRUE
003050             GO TO 3000-EXIT
003060         END-IF.
003070         SET PRM-SUS-EOF-NO TO TRUE.
003080         MOVE LOW-VALUES TO PRM-SUS-KEY.
003090         START PRM-SUSPENSE-FILE KEY IS NOT LESS THAN PRM-SUS-KEY
003100             INVALID KEY
003110                 SET PRM-SUS-EOF-YES TO TRUE
003120         END-START.
003130         PERFORM 3100-FEED-ONE-ENTRY THRU 3100-EXIT
003140             UNTIL PRM-SUS-EOF-YES.
003150         CLOSE PRM-REENTRY-FILE.
003160 3000-EXIT.
003170         EXIT.
003180
003190 3100-FEED-ONE-ENTRY.
003200         READ PRM-SUSPENSE-FILE NEXT RECORD
003210             AT END
003220                 SET PRM-SUS-EOF-YES TO TRUE
003230         END-READ.
003240         IF PRM-SUS-EOF-YES
003250             GO TO 3100-EXIT
003260         END-IF.
003270         IF PRM-SUS-CHECKED AND
003271                 PRM-SUS-REENTRY-DATE = PRM-SYS-DATE
003280             PERFORM 3200-WRITE-REENTRY THRU 3200-EXIT
003290             ADD 1 TO PRM-ENTRIES-REFED
003300             MOVE "CLOSED TODAY - FED AGAIN"
003310                 TO PRM-SSP-DET-DISP
003320             PERFORM 4000-WRITE-ENTRY-DETAIL THRU 4000-EXIT
003330             GO TO 3100-EXIT
003340         END-IF.
003350         IF NOT PRM-SUS-CORRECTED AND NOT PRM-SUS-REENTERED
003360             GO TO 3100-EXIT
003370         END-IF.
003380         PERFORM 3200-WRITE-REENTRY THRU 3200-EXIT.
003390         IF PRM-SUS-CORRECTED
003400             MOVE "CORRECTION FED TO WORKLIST"
003410                 TO PRM-SSP-DET-DISP
003420         ELSE
003430             MOVE "NOT YET CHECKED - FED AGAIN"
003440                 TO PRM-SSP-DET-DISP
003450         END-IF.
003460         SET PRM-SUS-REENTERED TO TRUE.
003470         MOVE PRM-SYS-DATE TO PRM-SUS-REENTRY-DATE.
003480         REWRITE PRM-SUS-RECORD
003490             INVALID KEY
003500                 DISPLAY 'PRMSUSP: REWRITE FAILED - STATUS '
003510                     PRM-SUSPENSE-STATUS ' KEY ' PRM-SUS-KEY
003520                 SET PRM-ERROR-YES TO TRUE
003530         END-REWRITE.
003540         ADD 1 TO PRM-ENTRIES-FED.
003550         PERFORM 4000-WRITE-ENTRY-DETAIL THRU 4000-EXIT.
003560 3100-EXIT.
003570         EXIT.
003580
003590 3200-WRITE-REENTRY.
003600         MOVE SPACES TO PRM-REENTRY-RECORD.
003610         MOVE PRM-SUS-CORRECTED-VALUE TO PRM-RNT-VALUE.
003611         MOVE PRM-SUS-ORIGINAL(9:4) TO PRM-RNT-SOURCE.
003620         MOVE "S" TO PRM-RNT-TAG.
003630         MOVE PRM-SUS-KEY TO PRM-RNT-SUS-KEY.
003640         WRITE PRM-REENTRY-RECORD.
003650 3200-EXIT.
003660         EXIT.
003670
003680 4000-WRITE-ENTRY-DETAIL.
003690         MOVE "F" TO PRM-SSP-DET-ACTION.
003700         MOVE PRM-SUS-KEY TO PRM-SSP-DET-KEY.
003710         MOVE PRM-SUS-REASON TO PRM-SSP-DET-REASON.
003720         MOVE PRM-SUS-CORRECTED-VALUE TO PRM-SSP-DET-VALUE.
003730         PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT.
003740 4000-EXIT.
003750         EXIT.
003760
003770 4100-WRITE-DETAIL.
003780         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
003790         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSP-DETAIL-LINE.
003800         ADD 1 TO PRM-LINE-COUNT.
003810 4100-EXIT.
003820         EXIT.
003830
003840 5000-POST-NOTICES.
003850         SET PRM-NTC-EOF-NO TO TRUE.
003860         OPEN INPUT PRM-NOTICE-FILE.
003870         IF PRM-NOTICE-STATUS NOT = "00" AND
003880                 PRM-NOTICE-STATUS NOT = "05"
003890             DISPLAY 'PRMSUSP: SUSNEW NOT AVAILABLE - STATUS '
003900                 PRM-NOTICE-STATUS
003910             SET PRM-ERROR-YES TO TRUE
003920             GO TO 5000-EXIT
003930         END-IF.
003940         PERFORM 5100-POST-ONE-NOTICE THRU 5100-EXIT
003950             UNTIL PRM-NTC-EOF-YES.
003960         CLOSE PRM-NOTICE-FILE.
003970         IF PRM-ERROR-YES
003980             DISPLAY 'PRMSUSP: SUSNEW KEPT FOR A RERUN'
003990             GO TO 5000-EXIT
004000         END-IF.
004010         OPEN OUTPUT PRM-NOTICE-FILE.
004020         CLOSE PRM-NOTICE-FILE.
004030 5000-EXIT.
004040         EXIT.
004050
004060 5100-POST-ONE-NOTICE.
004070         READ PRM-NOTICE-FILE INTO PRM-SUN-RECORD-WS
004080             AT END
004090                 SET PRM-NTC-EOF-YES TO TRUE
004100         END-READ.
004110         IF PRM-NTC-EOF-YES
004120             GO TO 5100-EXIT
004130         END-IF.
004140         ADD 1 TO PRM-NOTICES-READ.
004150         MOVE PRM-SUN-ACTION TO PRM-SSP-DET-ACTION.
004160         MOVE PRM-SUN-KEY TO PRM-SSP-DET-KEY.
004170         MOVE PRM-SUN-REASON TO PRM-SSP-DET-REASON.
004180         MOVE PRM-SUN-TEXT(1:7) TO PRM-SSP-DET-VALUE.
004190         MOVE SPACES TO PRM-SSP-DET-DISP.
004200         IF PRM-SUN-ENTRY-DATE IS NOT NUMERIC OR
004210                 PRM-SUN-ENTRY-RUN IS NOT NUMERIC OR
004220                 PRM-SUN-RECORD-NO IS NOT NUMERIC
004230             MOVE "EXCEPTION - NOTICE KEY NOT VALID"
004240                 TO PRM-SSP-DET-DISP
004250             PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
004260             GO TO 5100-EXIT
004270         END-IF.
004280         MOVE PRM-SUN-KEY TO PRM-SUS-KEY.
004290         READ PRM-SUSPENSE-FILE
004300             INVALID KEY
004310                 SET PRM-ON-FILE-NO TO TRUE
004320             NOT INVALID KEY
004330                 SET PRM-ON-FILE-YES TO TRUE
004340         END-READ.
004350         EVALUATE TRUE
004360             WHEN PRM-SUN-ADD
004370                 PERFORM 5200-ADD-ENTRY THRU 5200-EXIT
004380             WHEN PRM-SUN-CHECKED
004390                 PERFORM 5300-CLOSE-ENTRY THRU 5300-EXIT
004400             WHEN PRM-SUN-REJECTED
004410                 PERFORM 5400-REOPEN-ENTRY THRU 5400-EXIT
004420             WHEN OTHER
004430                 MOVE "EXCEPTION - NOTICE ACTION NOT A/K/J"
004440                     TO PRM-SSP-DET-DISP
004450                 PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
004460         END-EVALUATE.
004470 5100-EXIT.
004480         EXIT.
004490
004500 5200-ADD-ENTRY.
004510         IF PRM-ON-FILE-YES
004520             MOVE "ALREADY IN SUSPENSE - IGNORED"
004530                 TO PRM-SSP-DET-DISP
004540             ADD 1 TO PRM-NOTICES-ALREADY
004550             PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT
004560             GO TO 5200-EXIT
004570         END-IF.
004580         MOVE SPACES TO PRM-SUS-RECORD.
004590         MOVE PRM-SUN-KEY TO PRM-SUS-KEY.
004600         MOVE PRM-SUN-REASON TO PRM-SUS-REASON.
004610         SET PRM-SUS-PENDING TO TRUE.
004620         MOVE PRM-SUN-TEXT TO PRM-SUS-ORIGINAL.
004630         MOVE ZERO TO PRM-SUS-MAINT-DATE.
004640         MOVE ZERO TO PRM-SUS-REENTRY-DATE.
004650         MOVE ZERO TO PRM-SUS-CLOSED-DATE.
004660         MOVE ZERO TO PRM-SUS-CLOSED-RUN-ID.
004670         WRITE PRM-SUS-RECORD
004680             INVALID KEY
004690                 DISPLAY 'PRMSUSP: WRITE FAILED - STATUS '
004700                     PRM-SUSPENSE-STATUS ' KEY ' PRM-SUS-KEY
004710                 SET PRM-ERROR-YES TO TRUE
004720                 MOVE "EXCEPTION - SUSPENSE WRITE FAILED"
004730                     TO PRM-SSP-DET-DISP
004740                 PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
004750                 GO TO 5200-EXIT
004760         END-WRITE.
004770         ADD 1 TO PRM-ENTRIES-ADDED.
004780         MOVE "ENTERED SUSPENSE - PENDING" TO PRM-SSP-DET-DISP.
004790         PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT.
004800 5200-EXIT.
004810         EXIT.
004820
004830 5300-CLOSE-ENTRY.
004840         IF PRM-ON-FILE-NO
004850             MOVE "EXCEPTION - NO SUCH SUSPENSE ENTRY"
004860                 TO PRM-SSP-DET-DISP
004870             PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
004880             GO TO 5300-EXIT
004890         END-IF.
004900         IF PRM-SUS-CHECKED
004910             MOVE "ALREADY CLOSED - IGNORED" TO PRM-SSP-DET-DISP
004920             ADD 1 TO PRM-NOTICES-ALREADY
004930             PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT
004940             GO TO 5300-EXIT
004950         END-IF.
004960         IF PRM-SUS-WRITTEN-OFF
004970             MOVE "EXCEPTION - CHECKED AFTER WRITE-OFF"
004980                 TO PRM-SSP-DET-DISP
004990             PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
005000             GO TO 5300-EXIT
005010         END-IF.
005020         SET PRM-SUS-CHECKED TO TRUE.
005030         MOVE PRM-SUN-RUN-DATE TO PRM-SUS-CLOSED-DATE.
005040         MOVE PRM-SUN-RUN-ID TO PRM-SUS-CLOSED-RUN-ID.
005050         PERFORM 5800-REWRITE-ENTRY THRU 5800-EXIT.
005060         IF PRM-ERROR-YES
005070             GO TO 5300-EXIT
005080         END-IF.
005090         ADD 1 TO PRM-ENTRIES-CLOSED.
005100         MOVE "CORRECTION CHECKED - CLOSED" TO PRM-SSP-DET-DISP.
005110         PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT.
005120 5300-EXIT.
005130         EXIT.
005140
005150*    A correction the check step turned down again goes back to
005160*    pending with the new reason; whoever corrected it has to
005170*    look at it again.
005180 5400-REOPEN-ENTRY.
005190         IF PRM-ON-FILE-NO
005200             MOVE "EXCEPTION - NO SUCH SUSPENSE ENTRY"
005210                 TO PRM-SSP-DET-DISP
005220             PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
005230             GO TO 5400-EXIT
005240         END-IF.
005250         IF NOT PRM-SUS-OPEN
005260             MOVE "EXCEPTION - ENTRY ALREADY CLOSED"
005270                 TO PRM-SSP-DET-DISP
005280             PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
005290             GO TO 5400-EXIT
005300         END-IF.
005310         SET PRM-SUS-PENDING TO TRUE.
005320         MOVE PRM-SUN-REASON TO PRM-SUS-REASON.
005330         MOVE PRM-SUN-RUN-ID TO PRM-RJN-RUN-ID.
005340         MOVE PRM-REJECTED-NOTE TO PRM-SUS-NOTE.
005350         PERFORM 5800-REWRITE-ENTRY THRU 5800-EXIT.
005360         IF PRM-ERROR-YES
005370             GO TO 5400-EXIT
005380         END-IF.
005390         ADD 1 TO PRM-ENTRIES-REOPENED.
005410         MOVE "REJECTED AGAIN - BACK TO PENDING"
005420             TO PRM-SSP-DET-DISP.
005430         PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT.
005440 5400-EXIT.
005450         EXIT.
005460
005470 5800-REWRITE-ENTRY.
005480         REWRITE PRM-SUS-RECORD
005490             INVALID KEY
005500                 DISPLAY 'PRMSUSP: REWRITE FAILED - STATUS '
005510                     PRM-SUSPENSE-STATUS ' KEY ' PRM-SUS-KEY
005520                 SET PRM-ERROR-YES TO TRUE
005530                 MOVE "EXCEPTION - SUSPENSE REWRITE FAILED"
005540                     TO PRM-SSP-DET-DISP
005550                 PERFORM 5900-WRITE-EXCEPTION THRU 5900-EXIT
005560         END-REWRITE.
005570 5800-EXIT.
005580         EXIT.
005590
005600 5900-WRITE-EXCEPTION.
005610         ADD 1 TO PRM-NOTICE-EXCEPTIONS.
005620         PERFORM 4100-WRITE-DETAIL THRU 4100-EXIT.
005630 5900-EXIT.
005640         EXIT.
005650
005660 6000-COUNT-OPEN.
005670         SET PRM-SUS-EOF-NO TO TRUE.
005680         MOVE LOW-VALUES TO PRM-SUS-KEY.
005690         START PRM-SUSPENSE-FILE KEY IS NOT LESS THAN PRM-SUS-KEY
005700             INVALID KEY
005710                 SET PRM-SUS-EOF-YES TO TRUE
005720         END-START.
005730         PERFORM 6100-COUNT-ONE-ENTRY THRU 6100-EXIT
005740             UNTIL PRM-SUS-EOF-YES.
005750 6000-EXIT.
005760         EXIT.
005770
005780 6100-COUNT-ONE-ENTRY.
005790         READ PRM-SUSPENSE-FILE NEXT RECORD
005800             AT END
005810                 SET PRM-SUS-EOF-YES TO TRUE
005820         END-READ.
005830         IF PRM-SUS-EOF-NO AND PRM-SUS-OPEN
005840             ADD 1 TO PRM-ENTRIES-OPEN
005850         END-IF.
005860 6100-EXIT.
005870         EXIT.
005880
005890 8000-FINALIZE.
005900         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSP-BLANK-LINE.
005910         IF PRM-MODE-FEED
005920             MOVE "CORRECTIONS FED              "
005930                 TO PRM-SSP-TRL-NAME
005940             MOVE PRM-ENTRIES-FED TO PRM-SSP-TRL-COUNT
005950             WRITE PRM-SUS-REPORT-RECORD
005960                 FROM PRM-SSP-TRAILER-LINE
005970             MOVE "CLOSED TODAY - FED AGAIN     "
005980                 TO PRM-SSP-TRL-NAME
005990             MOVE PRM-ENTRIES-REFED TO PRM-SSP-TRL-COUNT
006000             WRITE PRM-SUS-REPORT-RECORD
006010                 FROM PRM-SSP-TRAILER-LINE
006020         ELSE
006030             PERFORM 8100-WRITE-POST-TRAILERS THRU 8100-EXIT
006040         END-IF.
006050         MOVE "ENTRIES OPEN IN SUSPENSE      "
006060             TO PRM-SSP-TRL-NAME.
006070         MOVE PRM-ENTRIES-OPEN TO PRM-SSP-TRL-COUNT.
006080         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSP-TRAILER-LINE.
006090         CLOSE PRM-SUSPENSE-FILE.
006100         CLOSE PRM-SUS-REPORT-FILE.
006110         MOVE ZERO TO RETURN-CODE.
006120         IF PRM-NOTICE-EXCEPTIONS > 0 OR
006121                 PRM-ENTRIES-REOPENED > 0
006130             MOVE 4 TO RETURN-CODE
006140         END-IF.
006150         IF PRM-ERROR-YES
006160             MOVE 16 TO RETURN-CODE
006170         END-IF.
006180         DISPLAY 'PRMSUSP: ' PRM-CARD-MODE ' - '
006190             PRM-ENTRIES-OPEN ' ENTRIES OPEN IN SUSPENSE'.
006200 8000-EXIT.
006210         EXIT.
006220
006230 8100-WRITE-POST-TRAILERS.
006240         MOVE "NOTICES READ                  "
006250             TO PRM-SSP-TRL-NAME.
006260         MOVE PRM-NOTICES-READ TO PRM-SSP-TRL-COUNT.
006270         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSP-TRAILER-LINE.
006280         MOVE "ENTRIES ADDED                 "
006290             TO PRM-SSP-TRL-NAME.
006300         MOVE PRM-ENTRIES-ADDED TO PRM-SSP-TRL-COUNT.
006310         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSP-TRAILER-LINE.
006320         MOVE "ENTRIES CLOSED AS CHECKED     "
006330             TO PRM-SSP-TRL-NAME.
006340         MOVE PRM-ENTRIES-CLOSED TO PRM-SSP-TRL-COUNT.
006350         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSP-TRAILER-LINE.
006360         MOVE "ENTRIES BACK TO PENDING       "
006370             TO PRM-SSP-TRL-NAME.
006380         MOVE PRM-ENTRIES-REOPENED TO PRM-SSP-TRL-COUNT.
006390         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSP-TRAILER-LINE.
006400         MOVE "NOTICES ALREADY APPLIED       "
006410             TO PRM-SSP-TRL-NAME.
006420         MOVE PRM-NOTICES-ALREADY TO PRM-SSP-TRL-COUNT.
006430         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSP-TRAILER-LINE.
006440         MOVE "NOTICE EXCEPTIONS             "
006450             TO PRM-SSP-TRL-NAME.
006460         MOVE PRM-NOTICE-EXCEPTIONS TO PRM-SSP-TRL-COUNT.
006470         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSP-TRAILER-LINE.
006480 8100-EXIT.
006490         EXIT.
006500
006510 END PROGRAM PRMSUSP.
