000010*****************************************************************
000020* PROGRAM:      PRMINTK
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Source-extract intake.  Each source system sends
000070*               its own extract of values to check, opened by an
000080*               "HDR" header naming the source and closed by a
000090*               "TRL" trailer carrying its detail-record count
000100*               (layouts in PRMFED); the extracts arrive
000110*               concatenated on FEEDIN.  The first pass proves
000120*               every feed on its own - known source (INTKPRM
000130*               cards), not already received, a real extract
000140*               date, a trailer for the same source whose count
000150*               matches the details actually sent.  The second
000160*               pass writes the details of every feed that
000170*               proved out to the daily worklist (INTAKEWL), each
000180*               tagged with its source code in columns 9-12, so a
000190*               feed that does not match its own trailer is held
000200*               back without holding the others.  The intake
000210*               report lists each feed accepted or rejected with
000220*               the reason, and every expected source that sent
000230*               nothing; a rejected feed is resent by its owner
000240*               with the next night's extracts.
000250*               RC 0 every expected feed accepted, 4 when a feed
000260*               was rejected or not received or records sat
000270*               outside any feed, 12 when no feed was accepted,
000280*               16 when the INTKPRM cards are bad or FEEDIN is
000290*               not usable.
000300* TECTONICS:    cobc
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*   10/15/2026  RT  Initial source-extract intake.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. PRMINTK.
000370 AUTHOR. RAYANE TOKO.
000380 INSTALLATION. SHOP DATA PROCESSING.
000390 DATE-WRITTEN. 10/15/2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. GNUCOBOL.
000450 OBJECT-COMPUTER. GNUCOBOL.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PRM-PARM-FILE ASSIGN TO "INTKPRM"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PRM-PARM-STATUS.
000520
000530     SELECT PRM-FEED-FILE ASSIGN TO "FEEDIN"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PRM-FEED-STATUS.
000560
000570     SELECT PRM-WORKLIST-FILE ASSIGN TO "INTAKEWL"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS PRM-WORKLIST-STATUS.
000600
000610     SELECT PRM-INTAKE-REPORT-FILE ASSIGN TO "INTKRPT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS PRM-INTAKE-REPORT-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  PRM-PARM-FILE.
000680 01  PRM-PARM-RECORD             PIC X(80).
000690
000700 FD  PRM-FEED-FILE.
000710 01  PRM-FEED-RECORD.
000720     05  PRM-FEED-VALUE          PIC X(07).
000730     05  FILLER                  PIC X(73).
000740
000750 FD  PRM-WORKLIST-FILE.
000760 01  PRM-WORKLIST-RECORD.
000770     05  PRM-WKL-VALUE           PIC X(07).
000780     05  FILLER                  PIC X(01).
000790     05  PRM-WKL-SOURCE          PIC X(04).
000800     05  FILLER                  PIC X(68).
000810
000820 FD  PRM-INTAKE-REPORT-FILE.
000830 01  PRM-INTAKE-REPORT-RECORD    PIC X(80).
000840
000850 WORKING-STORAGE SECTION.
000860 01  PRM-FILE-STATUSES.
000870     05  PRM-PARM-STATUS         PIC X(02) VALUE "00".
000880     05  PRM-FEED-STATUS         PIC X(02) VALUE "00".
000890     05  PRM-WORKLIST-STATUS     PIC X(02) VALUE "00".
000900     05  PRM-INTAKE-REPORT-STATUS PIC X(02) VALUE "00".
000910
000920 01  PRM-SWITCHES.
000930     05  PRM-PARM-EOF-SWITCH     PIC X(01) VALUE "N".
000940         88  PRM-PARM-EOF-YES               VALUE "Y".
000950         88  PRM-PARM-EOF-NO                VALUE "N".
000960     05  PRM-FEED-EOF-SWITCH     PIC X(01) VALUE "N".
000970         88  PRM-FEED-EOF-YES               VALUE "Y".
000980         88  PRM-FEED-EOF-NO                VALUE "N".
000990     05  PRM-IN-FEED-SWITCH      PIC X(01) VALUE "N".
001000         88  PRM-IN-FEED-YES                VALUE "Y".
001010         88  PRM-IN-FEED-NO                 VALUE "N".
001020     05  PRM-COPY-FEED-SWITCH    PIC X(01) VALUE "N".
001030         88  PRM-COPY-FEED-YES              VALUE "Y".
001040         88  PRM-COPY-FEED-NO               VALUE "N".
001050     05  PRM-FOUND-SWITCH        PIC X(01) VALUE "N".
001060         88  PRM-FOUND-YES                  VALUE "Y".
001070         88  PRM-FOUND-NO                   VALUE "N".
001080
001090*****************************************************************
001100* Sources expected tonight, one INTKPRM card each: the source
001110* code in columns 1-4 and its description or owner in columns
001120* 6-45.  A blank card is skipped.
001130*****************************************************************
001140 01  PRM-PARM-CARD.
001150     05  PRM-CARD-SOURCE         PIC X(04).
001160     05  FILLER                  PIC X(01).
001170     05  PRM-CARD-DESC           PIC X(40).
001180     05  FILLER                  PIC X(35).
001190
001200 01  PRM-EXPECTED-TABLE.
001210     05  PRM-EXP-ENTRY           OCCURS 5 TIMES.
001220         10  PRM-EXP-SOURCE      PIC X(04).
001230         10  PRM-EXP-DESC        PIC X(40).
001240         10  PRM-EXP-RECEIVED    PIC X(01).
001250             88  PRM-EXP-WAS-RECEIVED       VALUE "Y".
001260
001270 01  PRM-EXPECTED-COUNT          PIC 9(3) COMP VALUE ZERO.
001280 01  PRM-MAX-EXPECTED            PIC 9(3) COMP VALUE 5.
001290
001300*****************************************************************
001310* One entry per feed found on FEEDIN, in the order received.
001320* PRM-FTB-REASON stays blank while the feed proves out.
001330*****************************************************************
001340 01  PRM-FEED-TABLE.
001350     05  PRM-FTB-ENTRY           OCCURS 10 TIMES.
001360         10  PRM-FTB-SOURCE      PIC X(04).
001370         10  PRM-FTB-EXTRACT-ID  PIC X(26).
001380         10  PRM-FTB-DATE        PIC X(08).
001390         10  PRM-FTB-DETAILS     PIC 9(9) COMP.
001400         10  PRM-FTB-TRL-COUNT   PIC X(09).
001410         10  PRM-FTB-REASON      PIC X(24).
001420         10  PRM-FTB-STATUS      PIC X(01).
001430             88  PRM-FTB-ACCEPTED           VALUE "A".
001440             88  PRM-FTB-REJECTED           VALUE "R".
001450             88  PRM-FTB-OPEN               VALUE "O".
001460
001470 01  PRM-FEED-COUNT              PIC 9(3) COMP VALUE ZERO.
001480 01  PRM-MAX-FEEDS               PIC 9(3) COMP VALUE 10.
001490
001500 01  PRM-SUBSCRIPTS.
001510     05  PRM-FX                  PIC 9(3) COMP VALUE ZERO.
001520     05  PRM-EX                  PIC 9(3) COMP VALUE ZERO.
001530     05  PRM-SX                  PIC 9(3) COMP VALUE ZERO.
001540
001550 01  PRM-LOOKUP-SOURCE           PIC X(04) VALUE SPACES.
001560 01  PRM-HEADER-DATE             PIC 9(08) VALUE ZERO.
001570 01  PRM-TRAILER-COUNT           PIC 9(09) VALUE ZERO.
001580 01  PRM-DAY-NO                  PIC 9(07) COMP VALUE ZERO.
001590
001600 01  PRM-INTAKE-COUNTS.
001610     05  PRM-FEEDS-ACCEPTED      PIC 9(9) COMP VALUE ZERO.
001620     05  PRM-FEEDS-REJECTED      PIC 9(9) COMP VALUE ZERO.
001630     05  PRM-SOURCES-MISSING     PIC 9(9) COMP VALUE ZERO.
001640     05  PRM-STRAY-RECORDS       PIC 9(9) COMP VALUE ZERO.
001650     05  PRM-RECORDS-WRITTEN     PIC 9(9) COMP VALUE ZERO.
001660
001670 01  PRM-PAGE-CONTROL.
001680     05  PRM-LINE-COUNT          PIC 9(3) COMP VALUE ZERO.
001690     05  PRM-PAGE-NUMBER         PIC 9(3) COMP VALUE ZERO.
001700     05  PRM-MAX-LINES-PER-PAGE  PIC 9(3) COMP VALUE 50.
001710
001720 01  PRM-RUN-DATE-TIME.
001730     05  PRM-SYS-DATE            PIC 9(08).
001740     05  PRM-SYS-TIME            PIC 9(08).
001750
001760     COPY PRMFED.
001770
001780 01  PRM-INT-TITLE-LINE.
001790     05  FILLER PIC X(27) VALUE SPACES.
001800     05  FILLER PIC X(26) VALUE "SOURCE EXTRACT INTAKE".
001810     05  FILLER PIC X(27) VALUE SPACES.
001820
001830 01  PRM-INT-DATE-LINE.
001840     05  FILLER PIC X(05) VALUE SPACES.
001850     05  FILLER PIC X(06) VALUE "DATE: ".
001860     05  PRM-INT-RUN-DATE PIC X(10).
001870     05  FILLER PIC X(05) VALUE SPACES.
001880     05  FILLER PIC X(06) VALUE "TIME: ".
001890     05  PRM-INT-RUN-TIME PIC X(08).
001900     05  FILLER PIC X(40) VALUE SPACES.
001910
001920 01  PRM-INT-PAGE-HEADING.
001930     05  FILLER PIC X(05) VALUE SPACES.
001940     05  FILLER PIC X(06) VALUE "PAGE: ".
001950     05  PRM-INT-PAGE-NO PIC ZZZ9.
001960     05  FILLER PIC X(62) VALUE SPACES.
001970
001980 01  PRM-INT-BLANK-LINE PIC X(80) VALUE SPACES.
001990
002000 01  PRM-INT-COLUMN-LINE.
002010     05  FILLER PIC X(05) VALUE SPACES.
002020     05  FILLER PIC X(06) VALUE "SRCE".
002030     05  FILLER PIC X(27) VALUE "EXTRACT ID".
002040     05  FILLER PIC X(09) VALUE "DATE".
002050     05  FILLER PIC X(12) VALUE "    DETAILS".
002060     05  FILLER PIC X(12) VALUE "   TRAILER".
002070     05  FILLER PIC X(09) VALUE "STATUS".
002080
002090 01  PRM-INT-DETAIL-LINE.
002100     05  FILLER PIC X(05) VALUE SPACES.
002110     05  PRM-INT-DET-SOURCE PIC X(04).
002120     05  FILLER PIC X(02) VALUE SPACES.
002130     05  PRM-INT-DET-EXTRACT-ID PIC X(26).
002140     05  FILLER PIC X(01) VALUE SPACES.
002150     05  PRM-INT-DET-DATE PIC X(08).
002160     05  FILLER PIC X(01) VALUE SPACES.
002170     05  PRM-INT-DET-DETAILS PIC ZZZ,ZZZ,ZZ9.
002180     05  FILLER PIC X(02) VALUE SPACES.
002190     05  PRM-INT-DET-TRAILER PIC X(09).
002200     05  FILLER PIC X(02) VALUE SPACES.
002210     05  PRM-INT-DET-STATUS PIC X(09).
002220
002230 01  PRM-INT-REASON-LINE.
002240     05  FILLER PIC X(11) VALUE SPACES.
002250     05  FILLER PIC X(08) VALUE "REASON: ".
002260     05  PRM-INT-RSN-TEXT PIC X(24).
002270     05  FILLER PIC X(37) VALUE SPACES.
002280
002290 01  PRM-INT-TRAILER-LINE.
002300     05  FILLER PIC X(05) VALUE SPACES.
002310     05  PRM-INT-TRL-NAME PIC X(30).
002320     05  PRM-INT-TRL-COUNT PIC ZZZ,ZZZ,ZZ9.
002330     05  FILLER PIC X(34) VALUE SPACES.
002340
002350 PROCEDURE DIVISION.
002360 0000-MAINLINE.
002370         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002380         PERFORM 2000-PROVE-ONE-RECORD THRU 2000-EXIT
002390             UNTIL PRM-FEED-EOF-YES.
002400         IF PRM-IN-FEED-YES
002410             PERFORM 2700-CLOSE-FEED-NO-TRAILER THRU 2700-EXIT
002420         END-IF.
002430         CLOSE PRM-FEED-FILE.
002440         PERFORM 3000-COPY-ACCEPTED-FEEDS THRU 3000-EXIT.
002450         PERFORM 4000-REPORT-FEEDS THRU 4000-EXIT.
002460         PERFORM 8000-FINALIZE THRU 8000-EXIT.
002470         STOP RUN.
002480
002490 1000-INITIALIZE.
002500         PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
002510         OPEN INPUT PRM-FEED-FILE.
002520         IF PRM-FEED-STATUS NOT = "00"
002530             DISPLAY 'PRMINTK: FEEDIN NOT AVAILABLE - STATUS '
002540                 PRM-FEED-STATUS
002550             MOVE 16 TO RETURN-CODE
002560             STOP RUN
002570         END-IF.
002580         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
002590         ACCEPT PRM-SYS-TIME FROM TIME.
002600         PERFORM 2100-READ-FEED THRU 2100-EXIT.
002610 1000-EXIT.
002620         EXIT.
002630
002640 1100-WRITE-PAGE-TOP.
002650         ADD 1 TO PRM-PAGE-NUMBER.
002660         MOVE PRM-PAGE-NUMBER TO PRM-INT-PAGE-NO.
002670         WRITE PRM-INTAKE-REPORT-RECORD FROM PRM-INT-PAGE-HEADING.
002680         WRITE PRM-INTAKE-REPORT-RECORD FROM PRM-INT-TITLE-LINE.
002690         MOVE PRM-SYS-DATE(5:2) TO PRM-INT-RUN-DATE(1:2).
002700         MOVE "/" TO PRM-INT-RUN-DATE(3:1).
002710         MOVE PRM-SYS-DATE(7:2) TO PRM-INT-RUN-DATE(4:2).
002720         MOVE "/" TO PRM-INT-RUN-DATE(6:1).
002730         MOVE PRM-SYS-DATE(1:4) TO PRM-INT-RUN-DATE(7:4).
002740         MOVE PRM-SYS-TIME(1:2) TO PRM-INT-RUN-TIME(1:2).
002750         MOVE ":" TO PRM-INT-RUN-TIME(3:1).
002760         MOVE PRM-SYS-TIME(3:2) TO PRM-INT-RUN-TIME(4:2).
002770         MOVE ":" TO PRM-INT-RUN-TIME(6:1).
002780         MOVE PRM-SYS-TIME(5:2) TO PRM-INT-RUN-TIME(7:2).
002790         WRITE PRM-INTAKE-REPORT-RECORD FROM PRM-INT-DATE-LINE.
002800         WRITE PRM-INTAKE-REPORT-RECORD FROM PRM-INT-BLANK-LINE.
002810         WRITE PRM-INTAKE-REPORT-RECORD FROM PRM-INT-COLUMN-LINE.
002820         MOVE 5 TO PRM-LINE-COUNT.
002830 1100-EXIT.
002840         EXIT.
002850
002860 1200-CHECK-PAGE-BREAK.
002870         IF PRM-LINE-COUNT >= PRM-MAX-LINES-PER-PAGE
002880             PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT
002890         END-IF.
002900 1200-EXIT.
002910         EXIT.
002920
002930*****************************************************************
002940* Load the expected sources.  A blank, "NONE" or "*" code is
002950* refused - "NONE" is the tally the later steps keep for
002960* worklist records that carry no source, "*" marks their
002970* overflow slot - as is a code given twice or a sixth card.
002980*****************************************************************
002990 1500-READ-PARAMETERS.
003000         OPEN INPUT PRM-PARM-FILE.
003010         IF PRM-PARM-STATUS NOT = "00"
003020             DISPLAY 'PRMINTK: INTKPRM NOT AVAILABLE - STATUS '
003030                 PRM-PARM-STATUS
003040             MOVE 16 TO RETURN-CODE
003050             STOP RUN
003060         END-IF.
003070         PERFORM 1600-LOAD-ONE-CARD THRU 1600-EXIT
003080             UNTIL PRM-PARM-EOF-YES.
003090         CLOSE PRM-PARM-FILE.
003100         IF PRM-EXPECTED-COUNT = 0
003110             DISPLAY 'PRMINTK: NO SOURCES ON THE INTKPRM CARDS'
003120             MOVE 16 TO RETURN-CODE
003130             STOP RUN
003140         END-IF.
003150 1500-EXIT.
003160         EXIT.
003170
003180 1600-LOAD-ONE-CARD.
003190         READ PRM-PARM-FILE INTO PRM-PARM-CARD
003200             AT END
003210                 SET PRM-PARM-EOF-YES TO TRUE
003220                 GO TO 1600-EXIT
003230         END-READ.
003240         IF PRM-PARM-CARD = SPACES
003250             GO TO 1600-EXIT
003260         END-IF.
003270         IF PRM-CARD-SOURCE = SPACES OR
003280                 PRM-CARD-SOURCE = "NONE" OR
003290                 PRM-CARD-SOURCE(1:1) = "*"
003300             DISPLAY 'PRMINTK: BAD SOURCE CODE ON INTKPRM CARD: '
003310                 PRM-CARD-SOURCE
003320             MOVE 16 TO RETURN-CODE
003330             STOP RUN
003340         END-IF.
003350         MOVE PRM-CARD-SOURCE TO PRM-LOOKUP-SOURCE.
003360         PERFORM 1700-FIND-EXPECTED THRU 1700-EXIT.
003370         IF PRM-FOUND-YES
003380             DISPLAY 'PRMINTK: SOURCE GIVEN TWICE ON INTKPRM: '
003390                 PRM-CARD-SOURCE
003400             MOVE 16 TO RETURN-CODE
003410             STOP RUN
003420         END-IF.
003430         IF PRM-EXPECTED-COUNT >= PRM-MAX-EXPECTED
003440             DISPLAY 'PRMINTK: MORE THAN ' PRM-MAX-EXPECTED
003450                 ' SOURCES ON INTKPRM'
003460             MOVE 16 TO RETURN-CODE
003470             STOP RUN
003480         END-IF.
003490         ADD 1 TO PRM-EXPECTED-COUNT.
003500         MOVE PRM-CARD-SOURCE
003510             TO PRM-EXP-SOURCE(PRM-EXPECTED-COUNT).
003520         MOVE PRM-CARD-DESC TO PRM-EXP-DESC(PRM-EXPECTED-COUNT).
003530         MOVE "N" TO PRM-EXP-RECEIVED(PRM-EXPECTED-COUNT).
003540 1600-EXIT.
003550         EXIT.
003560
003570*****************************************************************
003580* Look up the source code in PRM-LOOKUP-SOURCE on the
003590* expected-source table; PRM-EX is left on the entry found.
003600*****************************************************************
003610 1700-FIND-EXPECTED.
003620         SET PRM-FOUND-NO TO TRUE.
003630         MOVE 1 TO PRM-EX.
003640 1700-LOOP.
003650         IF PRM-EX > PRM-EXPECTED-COUNT
003660             GO TO 1700-EXIT
003670         END-IF.
003680         IF PRM-EXP-SOURCE(PRM-EX) = PRM-LOOKUP-SOURCE
003690             SET PRM-FOUND-YES TO TRUE
003700             GO TO 1700-EXIT
003710         END-IF.
003720         ADD 1 TO PRM-EX.
003730         GO TO 1700-LOOP.
003740 1700-EXIT.
003750         EXIT.
003760
003770*****************************************************************
003780* First pass: follow each HDR ... TRL group and prove it.
003790*****************************************************************
003800 2000-PROVE-ONE-RECORD.
003810         MOVE PRM-FEED-RECORD TO PRM-FED-HEADER.
003820         MOVE PRM-FEED-RECORD TO PRM-FED-TRAILER.
003830         IF PRM-FED-IS-HEADER
003840             PERFORM 2200-OPEN-FEED THRU 2200-EXIT
003850             GO TO 2000-NEXT
003860         END-IF.
003870         IF PRM-FED-IS-TRAILER
003880             PERFORM 2500-CHECK-TRAILER THRU 2500-EXIT
003890             GO TO 2000-NEXT
003900         END-IF.
003910         IF PRM-IN-FEED-YES
003920             ADD 1 TO PRM-FTB-DETAILS(PRM-FX)
003930         ELSE
003940             ADD 1 TO PRM-STRAY-RECORDS
003950         END-IF.
003960 2000-NEXT.
003970         PERFORM 2100-READ-FEED THRU 2100-EXIT.
003980 2000-EXIT.
003990         EXIT.
004000
004010 2100-READ-FEED.
004020         READ PRM-FEED-FILE
004030             AT END
004040                 SET PRM-FEED-EOF-YES TO TRUE
004050         END-READ.
004060 2100-EXIT.
004070         EXIT.
004080
004090*****************************************************************
004100* A header opens a new feed.  A header arriving while a feed is
004110* still open means that feed never sent its trailer.  Feeds past
004120* the table are not proved at all; their records are counted as
004130* lying outside any feed.
004140*****************************************************************
004150 2200-OPEN-FEED.
004160         IF PRM-IN-FEED-YES
004170             PERFORM 2700-CLOSE-FEED-NO-TRAILER THRU 2700-EXIT
004180         END-IF.
004190         IF PRM-FEED-COUNT >= PRM-MAX-FEEDS
004200             DISPLAY 'PRMINTK: MORE THAN ' PRM-MAX-FEEDS
004210                 ' FEEDS - SOURCE ' PRM-FED-HDR-SOURCE ' NOT READ'
004220             ADD 1 TO PRM-STRAY-RECORDS
004230             GO TO 2200-EXIT
004240         END-IF.
004250         ADD 1 TO PRM-FEED-COUNT.
004260         MOVE PRM-FEED-COUNT TO PRM-FX.
004270         SET PRM-IN-FEED-YES TO TRUE.
004280         MOVE PRM-FED-HDR-SOURCE TO PRM-FTB-SOURCE(PRM-FX).
004290         MOVE PRM-FED-HDR-EXTRACT-ID
004300             TO PRM-FTB-EXTRACT-ID(PRM-FX).
004310         MOVE PRM-FED-HDR-DATE TO PRM-FTB-DATE(PRM-FX).
004320         MOVE ZERO TO PRM-FTB-DETAILS(PRM-FX).
004330         MOVE SPACES TO PRM-FTB-TRL-COUNT(PRM-FX).
004340         MOVE SPACES TO PRM-FTB-REASON(PRM-FX).
004350         SET PRM-FTB-OPEN(PRM-FX) TO TRUE.
004360         MOVE PRM-FED-HDR-SOURCE TO PRM-LOOKUP-SOURCE.
004370         PERFORM 1700-FIND-EXPECTED THRU 1700-EXIT.
004380         IF PRM-FOUND-NO
004390             MOVE "UNKNOWN SOURCE" TO PRM-FTB-REASON(PRM-FX)
004400             GO TO 2200-EXIT
004410         END-IF.
004420         MOVE "Y" TO PRM-EXP-RECEIVED(PRM-EX).
004430         PERFORM 2300-CHECK-DUPLICATE THRU 2300-EXIT.
004440         IF PRM-FOUND-YES
004450             MOVE "SOURCE ALREADY ACCEPTED"
004460                 TO PRM-FTB-REASON(PRM-FX)
004470             GO TO 2200-EXIT
004480         END-IF.
004490         PERFORM 2400-CHECK-HEADER-DATE THRU 2400-EXIT.
004500 2200-EXIT.
004510         EXIT.
004520
004530 2300-CHECK-DUPLICATE.
004540         SET PRM-FOUND-NO TO TRUE.
004550         MOVE 1 TO PRM-SX.
004560 2300-LOOP.
004570         IF PRM-SX >= PRM-FX
004580             GO TO 2300-EXIT
004590         END-IF.
004600         IF PRM-FTB-SOURCE(PRM-SX) = PRM-FTB-SOURCE(PRM-FX) AND
004610                 PRM-FTB-ACCEPTED(PRM-SX)
004620             SET PRM-FOUND-YES TO TRUE
004630             GO TO 2300-EXIT
004640         END-IF.
004650         ADD 1 TO PRM-SX.
004660         GO TO 2300-LOOP.
004670 2300-EXIT.
004680         EXIT.
004690
004700 2400-CHECK-HEADER-DATE.
004710         IF PRM-FED-HDR-DATE IS NOT NUMERIC
004720             MOVE "BAD EXTRACT DATE" TO PRM-FTB-REASON(PRM-FX)
004730             GO TO 2400-EXIT
004740         END-IF.
004750         MOVE PRM-FED-HDR-DATE TO PRM-HEADER-DATE.
004760         IF PRM-HEADER-DATE < 19000101 OR
004770                 PRM-HEADER-DATE > 20991231
004780             MOVE "BAD EXTRACT DATE" TO PRM-FTB-REASON(PRM-FX)
004790             GO TO 2400-EXIT
004800         END-IF.
004810         COMPUTE PRM-DAY-NO =
004820                 FUNCTION INTEGER-OF-DATE(PRM-HEADER-DATE).
004830         IF PRM-DAY-NO = 0
004840             MOVE "BAD EXTRACT DATE" TO PRM-FTB-REASON(PRM-FX)
004850         END-IF.
004860 2400-EXIT.
004870         EXIT.
004880
004890*****************************************************************
004900* The trailer closes the open feed.  It must name the same source
004910* as the header and carry the number of details actually sent.
004920*****************************************************************
004930 2500-CHECK-TRAILER.
004940         IF PRM-IN-FEED-NO
004950             ADD 1 TO PRM-STRAY-RECORDS
004960             GO TO 2500-EXIT
004970         END-IF.
004980         MOVE PRM-FED-TRL-COUNT TO PRM-FTB-TRL-COUNT(PRM-FX).
004990         IF PRM-FTB-REASON(PRM-FX) NOT = SPACES
005000             GO TO 2500-CLOSE
005010         END-IF.
005020         IF PRM-FED-TRL-SOURCE NOT = PRM-FTB-SOURCE(PRM-FX)
005030             MOVE "TRAILER SOURCE DIFFERS"
005040                 TO PRM-FTB-REASON(PRM-FX)
005050             GO TO 2500-CLOSE
005060         END-IF.
005070         IF PRM-FED-TRL-COUNT IS NOT NUMERIC
005080             MOVE "BAD TRAILER COUNT" TO PRM-FTB-REASON(PRM-FX)
005090             GO TO 2500-CLOSE
005100         END-IF.
005110         MOVE PRM-FED-TRL-COUNT TO PRM-TRAILER-COUNT.
005120         IF PRM-TRAILER-COUNT NOT = PRM-FTB-DETAILS(PRM-FX)
005130             MOVE "COUNT DOES NOT MATCH" TO PRM-FTB-REASON(PRM-FX)
005140         END-IF.
005150 2500-CLOSE.
005160         PERFORM 2600-CLOSE-FEED THRU 2600-EXIT.
005170 2500-EXIT.
005180         EXIT.
005190
005200 2600-CLOSE-FEED.
005210         IF PRM-FTB-REASON(PRM-FX) = SPACES
005220             SET PRM-FTB-ACCEPTED(PRM-FX) TO TRUE
005230             ADD 1 TO PRM-FEEDS-ACCEPTED
005240         ELSE
005250             SET PRM-FTB-REJECTED(PRM-FX) TO TRUE
005260             ADD 1 TO PRM-FEEDS-REJECTED
005270         END-IF.
005280         SET PRM-IN-FEED-NO TO TRUE.
005290 2600-EXIT.
005300         EXIT.
005310
005320 2700-CLOSE-FEED-NO-TRAILER.
005330         IF PRM-FTB-REASON(PRM-FX) = SPACES
005340             MOVE "NO TRAILER" TO PRM-FTB-REASON(PRM-FX)
005350         END-IF.
005360         PERFORM 2600-CLOSE-FEED THRU 2600-EXIT.
005370 2700-EXIT.
005380         EXIT.
005390
005400*****************************************************************
005410* Second pass: walk the feeds again in the same order and write
005420* the details of every accepted feed to the worklist, rebuilt
005430* with only the value and the source code so nothing else the
005440* source system sent rides along.
005450*****************************************************************
005460 3000-COPY-ACCEPTED-FEEDS.
005470         OPEN OUTPUT PRM-WORKLIST-FILE.
005480         IF PRM-FEEDS-ACCEPTED = 0
005490             GO TO 3000-EXIT
005500         END-IF.
005510         OPEN INPUT PRM-FEED-FILE.
005520         SET PRM-FEED-EOF-NO TO TRUE.
005530         SET PRM-COPY-FEED-NO TO TRUE.
005540         MOVE ZERO TO PRM-FX.
005550         PERFORM 2100-READ-FEED THRU 2100-EXIT.
005560         PERFORM 3100-COPY-ONE-RECORD THRU 3100-EXIT
005570             UNTIL PRM-FEED-EOF-YES.
005580         CLOSE PRM-FEED-FILE.
005590 3000-EXIT.
005600         EXIT.
005610
005620 3100-COPY-ONE-RECORD.
005630         MOVE PRM-FEED-RECORD TO PRM-FED-HEADER.
005640         MOVE PRM-FEED-RECORD TO PRM-FED-TRAILER.
005650         IF PRM-FED-IS-HEADER
005660             SET PRM-COPY-FEED-NO TO TRUE
005670             ADD 1 TO PRM-FX
005680             IF PRM-FX <= PRM-FEED-COUNT
005690                 IF PRM-FTB-ACCEPTED(PRM-FX)
005700                     SET PRM-COPY-FEED-YES TO TRUE
005710                 END-IF
005720             END-IF
005730             GO TO 3100-NEXT
005740         END-IF.
005750         IF PRM-FED-IS-TRAILER
005760             SET PRM-COPY-FEED-NO TO TRUE
005770             GO TO 3100-NEXT
005780         END-IF.
005790         IF PRM-COPY-FEED-YES
005800             MOVE SPACES TO PRM-WORKLIST-RECORD
005810             MOVE PRM-FEED-VALUE TO PRM-WKL-VALUE
005820             MOVE PRM-FTB-SOURCE(PRM-FX) TO PRM-WKL-SOURCE
005830             WRITE PRM-WORKLIST-RECORD
005840             ADD 1 TO PRM-RECORDS-WRITTEN
005850         END-IF.
005860 3100-NEXT.
005870         PERFORM 2100-READ-FEED THRU 2100-EXIT.
005880 3100-EXIT.
005890         EXIT.
005900
005910*****************************************************************
005920* One line per feed received, a reason line under each rejected
005930* feed, then one line per expected source that sent nothing.
005940*****************************************************************
005950 4000-REPORT-FEEDS.
005960         OPEN OUTPUT PRM-INTAKE-REPORT-FILE.
005970         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
005980         MOVE 1 TO PRM-FX.
005990         PERFORM 4100-REPORT-ONE-FEED THRU 4100-EXIT
006000             UNTIL PRM-FX > PRM-FEED-COUNT.
006010         MOVE 1 TO PRM-EX.
006020         PERFORM 4200-REPORT-MISSING-SOURCE THRU 4200-EXIT
006030             UNTIL PRM-EX > PRM-EXPECTED-COUNT.
006040 4000-EXIT.
006050         EXIT.
006060
006070 4100-REPORT-ONE-FEED.
006080         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
006090         MOVE PRM-FTB-SOURCE(PRM-FX) TO PRM-INT-DET-SOURCE.
006100         MOVE PRM-FTB-EXTRACT-ID(PRM-FX)
006110             TO PRM-INT-DET-EXTRACT-ID.
006120         MOVE PRM-FTB-DATE(PRM-FX) TO PRM-INT-DET-DATE.
006130         MOVE PRM-FTB-DETAILS(PRM-FX) TO PRM-INT-DET-DETAILS.
006140         MOVE PRM-FTB-TRL-COUNT(PRM-FX) TO PRM-INT-DET-TRAILER.
006150         IF PRM-FTB-ACCEPTED(PRM-FX)
006160             MOVE "ACCEPTED" TO PRM-INT-DET-STATUS
006170         ELSE
006180             MOVE "REJECTED" TO PRM-INT-DET-STATUS
006190         END-IF.
006200         WRITE PRM-INTAKE-REPORT-RECORD FROM PRM-INT-DETAIL-LINE.
006210         ADD 1 TO PRM-LINE-COUNT.
006220         IF PRM-FTB-REJECTED(PRM-FX)
006230             MOVE PRM-FTB-REASON(PRM-FX) TO PRM-INT-RSN-TEXT
006240             WRITE PRM-INTAKE-REPORT-RECORD
006250                 FROM PRM-INT-REASON-LINE
006260             ADD 1 TO PRM-LINE-COUNT
006270             DISPLAY 'PRMINTK: FEED ' PRM-FTB-SOURCE(PRM-FX)
006280                 ' REJECTED - ' PRM-FTB-REASON(PRM-FX)
006290         END-IF.
006300         ADD 1 TO PRM-FX.
006310 4100-EXIT.
006320         EXIT.
006330
006340 4200-REPORT-MISSING-SOURCE.
006350         IF PRM-EXP-WAS-RECEIVED(PRM-EX)
006360             GO TO 4200-NEXT
006370         END-IF.
006380         ADD 1 TO PRM-SOURCES-MISSING.
006390         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
006400         MOVE PRM-EXP-SOURCE(PRM-EX) TO PRM-INT-DET-SOURCE.
006410         MOVE PRM-EXP-DESC(PRM-EX) TO PRM-INT-DET-EXTRACT-ID.
006420         MOVE SPACES TO PRM-INT-DET-DATE.
006430         MOVE ZERO TO PRM-INT-DET-DETAILS.
006440         MOVE SPACES TO PRM-INT-DET-TRAILER.
006450         MOVE "NOT RECVD" TO PRM-INT-DET-STATUS.
006460         WRITE PRM-INTAKE-REPORT-RECORD FROM PRM-INT-DETAIL-LINE.
006470         ADD 1 TO PRM-LINE-COUNT.
006480         DISPLAY 'PRMINTK: NO FEED RECEIVED FROM SOURCE '
006490             PRM-EXP-SOURCE(PRM-EX).
006500 4200-NEXT.
006510         ADD 1 TO PRM-EX.
006520 4200-EXIT.
006530         EXIT.
006540
006550 8000-FINALIZE.
006560         WRITE PRM-INTAKE-REPORT-RECORD FROM PRM-INT-BLANK-LINE.
006570         MOVE "FEEDS RECEIVED                "
006580             TO PRM-INT-TRL-NAME.
006590         MOVE PRM-FEED-COUNT TO PRM-INT-TRL-COUNT.
006600         WRITE PRM-INTAKE-REPORT-RECORD FROM PRM-INT-TRAILER-LINE.
006610         MOVE "FEEDS ACCEPTED                "
006620             TO PRM-INT-TRL-NAME.
006630         MOVE PRM-FEEDS-ACCEPTED TO PRM-INT-TRL-COUNT.
006640         WRITE PRM-INTAKE-REPORT-RECORD FROM PRM-INT-TRAILER-LINE.
006650         MOVE "FEEDS REJECTED                "
006660             TO PRM-INT-TRL-NAME.
006670         MOVE PRM-FEEDS-REJECTED TO PRM-INT-TRL-COUNT.
006680         WRITE PRM-INTAKE-REPORT-RECORD FROM PRM-INT-TRAILER-LINE.
006690         MOVE "EXPECTED SOURCES NOT RECEIVED "
006700             TO PRM-INT-TRL-NAME.
006710         MOVE PRM-SOURCES-MISSING TO PRM-INT-TRL-COUNT.
006720         WRITE PRM-INTAKE-REPORT-RECORD FROM PRM-INT-TRAILER-LINE.
006730         MOVE "RECORDS OUTSIDE ANY FEED      "
006740             TO PRM-INT-TRL-NAME.
006750         MOVE PRM-STRAY-RECORDS TO PRM-INT-TRL-COUNT.
006760         WRITE PRM-INTAKE-REPORT-RECORD FROM PRM-INT-TRAILER-LINE.
006770         MOVE "RECORDS WRITTEN TO WORKLIST   "
006780             TO PRM-INT-TRL-NAME.
006790         MOVE PRM-RECORDS-WRITTEN TO PRM-INT-TRL-COUNT.
006800         WRITE PRM-INTAKE-REPORT-RECORD FROM PRM-INT-TRAILER-LINE.
006810         CLOSE PRM-WORKLIST-FILE.
006820         CLOSE PRM-INTAKE-REPORT-FILE.
006830         IF PRM-FEEDS-ACCEPTED = 0
006840             MOVE 12 TO RETURN-CODE
006850             DISPLAY 'PRMINTK: NO FEED ACCEPTED - NOTHING CHECKED'
006860             GO TO 8000-EXIT
006870         END-IF.
006880         IF PRM-FEEDS-REJECTED > 0 OR PRM-SOURCES-MISSING > 0 OR
006890                 PRM-STRAY-RECORDS > 0
006900             MOVE 4 TO RETURN-CODE
006910         ELSE
006920             MOVE ZERO TO RETURN-CODE
006930         END-IF.
006940         DISPLAY 'PRMINTK: ' PRM-FEEDS-ACCEPTED
006950             ' FEEDS ACCEPTED, ' PRM-RECORDS-WRITTEN
006960             ' RECORDS TO THE WORKLIST'.
006970 8000-EXIT.
006980         EXIT.
006990
007000 END PROGRAM PRMINTK.
