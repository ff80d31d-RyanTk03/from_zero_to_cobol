000010*****************************************************************
000020* PROGRAM:      PRMCALRP
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Year-ahead listing of the shop processing
000070*               calendar (CALENDAR), so the holidays and short
000080*               days can be checked and signed off before the
000090*               watchdog, the release grace period and the
000100*               re-verification cutoffs count by them.  Twelve
000110*               months are listed from the month on the CALRPRM
000120*               card (YYYYMM in columns 1-6; a blank card, as
000130*               supplied, starts at this month).  Each month is
000140*               printed as a week-by-week grid, every date with
000150*               its day type:
000160*                 P - processing day
000170*                 S - short day
000180*                 N - non-processing day
000190*               followed by the month's counts and the dates that
000200*               do not follow the weekday rule, with their
000210*               descriptions.  A date not on the calendar is
000220*               marked "*" and shown by the weekday rule, which is
000230*               how every program that reads the calendar treats
000240*               it.  RC 0 every date listed is on the calendar, 4
000250*               when any is not (run PRMCALMT with a G card for
000260*               the year), 16 when the card or the calendar is not
000270*               usable.
000280* TECTONICS:    cobc
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*   10/15/2026  RT  Initial year-ahead calendar listing.
000320*****************************************************************
000330 IDENTIFICATION DIVISION.
000340 PROGRAM-ID. PRMCALRP.
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
000470     SELECT PRM-PARM-FILE ASSIGN TO "CALRPRM"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS PRM-PARM-STATUS.
000500
000510     SELECT PRM-CALENDAR-FILE ASSIGN TO "CALENDAR"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS PRM-CAL-DATE
000550         FILE STATUS IS PRM-CALENDAR-STATUS.
000560
000570     SELECT PRM-CAL-REPORT-FILE ASSIGN TO "CALRPT"
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS PRM-CAL-REPORT-STATUS.
000600
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  PRM-PARM-FILE.
000640 01  PRM-PARM-RECORD             PIC X(06).
000650
000660 FD  PRM-CALENDAR-FILE.
000670     COPY PRMCAL.
000680
000690 FD  PRM-CAL-REPORT-FILE.
000700 01  PRM-CAL-REPORT-RECORD       PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730 01  PRM-FILE-STATUSES.
000740     05  PRM-PARM-STATUS         PIC X(02) VALUE "00".
000750     05  PRM-CALENDAR-STATUS     PIC X(02) VALUE "00".
000760     05  PRM-CAL-REPORT-STATUS   PIC X(02) VALUE "00".
000770
000780 01  PRM-SWITCHES.
000790     05  PRM-ON-FILE-SWITCH      PIC X(01) VALUE "N".
000800         88  PRM-ON-FILE-YES                VALUE "Y".
000810         88  PRM-ON-FILE-NO                 VALUE "N".
000820
000830 01  PRM-PARM-CARD.
000840     05  PRM-CARD-MONTH          PIC X(06).
000850
000860 01  PRM-LIST-MONTH              PIC 9(06) VALUE ZERO.
000870 01  PRM-LIST-MONTH-PARTS REDEFINES PRM-LIST-MONTH.
000880     05  PRM-LIST-YYYY           PIC X(04).
000890     05  PRM-LIST-MM             PIC X(02).
000900 01  PRM-LIST-NUMBERS REDEFINES PRM-LIST-MONTH.
000910     05  PRM-LIST-YEAR-NO        PIC 9(04).
000920     05  PRM-LIST-MONTH-NO       PIC 9(02).
000930
000940 01  PRM-DATE-FIELDS.
000950     05  PRM-DAY-DATE            PIC 9(08) VALUE ZERO.
000960     05  PRM-DAY-DATE-PARTS REDEFINES PRM-DAY-DATE.
000970         10  PRM-DAY-YYYY        PIC X(04).
000980         10  PRM-DAY-MM          PIC X(02).
000990         10  PRM-DAY-DD          PIC 9(02).
001000     05  PRM-DAY-NO              PIC 9(07) COMP VALUE ZERO.
001010     05  PRM-FIRST-DAY-NO        PIC 9(07) COMP VALUE ZERO.
001020     05  PRM-NEXT-FIRST-DAY-NO   PIC 9(07) COMP VALUE ZERO.
001030     05  PRM-NEXT-MONTH-DATE     PIC 9(08) VALUE ZERO.
001040     05  PRM-WEEK-NO             PIC 9(07) COMP VALUE ZERO.
001050     05  PRM-WEEKDAY             PIC 9(01) COMP VALUE ZERO.
001060     05  PRM-DAY-TYPE            PIC X(01) VALUE SPACE.
001070     05  PRM-RULE-TYPE           PIC X(01) VALUE SPACE.
001080     05  PRM-MONTHS-DONE         PIC 9(02) COMP VALUE ZERO.
001090     05  PRM-CELL-SUB            PIC 9(02) COMP VALUE ZERO.
001100
001110*    Day 1 of the integer date (01/01/1601) was a Monday, so the
001120*    remainder of (day number - 1) / 7 indexes this table.
001130 01  PRM-DAY-NAME-VALUES         PIC X(21) VALUE
001140         "MONTUEWEDTHUFRISATSUN".
001150 01  PRM-DAY-NAME-TABLE REDEFINES PRM-DAY-NAME-VALUES.
001160     05  PRM-DAY-NAME            PIC X(03) OCCURS 7 TIMES.
001170
001180 01  PRM-MONTH-NAME-VALUES.
001190     05  FILLER PIC X(36) VALUE
001200         "JANUARY  FEBRUARY MARCH    APRIL    ".
001210     05  FILLER PIC X(36) VALUE
001220         "MAY      JUNE     JULY     AUGUST   ".
001230     05  FILLER PIC X(36) VALUE
001240         "SEPTEMBEROCTOBER  NOVEMBER DECEMBER ".
001250 01  PRM-MONTH-NAME-TABLE REDEFINES PRM-MONTH-NAME-VALUES.
001260     05  PRM-MONTH-NAME          PIC X(09) OCCURS 12 TIMES.
001270
001280 01  PRM-MONTH-COUNTS.
001290     05  PRM-MON-PROCESSING      PIC 9(03) COMP VALUE ZERO.
001300     05  PRM-MON-SHORT           PIC 9(03) COMP VALUE ZERO.
001310     05  PRM-MON-CLOSED          PIC 9(03) COMP VALUE ZERO.
001320     05  PRM-MON-NOT-ON-FILE     PIC 9(03) COMP VALUE ZERO.
001330
001340 01  PRM-LISTING-COUNTS.
001350     05  PRM-TOT-DATES           PIC 9(9) COMP VALUE ZERO.
001360     05  PRM-TOT-PROCESSING      PIC 9(9) COMP VALUE ZERO.
001370     05  PRM-TOT-SHORT           PIC 9(9) COMP VALUE ZERO.
001380     05  PRM-TOT-CLOSED          PIC 9(9) COMP VALUE ZERO.
001390     05  PRM-TOT-NOT-ON-FILE     PIC 9(9) COMP VALUE ZERO.
001400     05  PRM-TOT-EXCEPTIONS      PIC 9(9) COMP VALUE ZERO.
001410
001420*    The month's dates that do not follow the weekday rule, held
001430*    until the grid is printed.
001440 01  PRM-EXCEPTION-TABLE.
001450     05  PRM-EXC-COUNT           PIC 9(02) COMP VALUE ZERO.
001460     05  PRM-EXC-SUB             PIC 9(02) COMP VALUE ZERO.
001470     05  PRM-EXC-ENTRY OCCURS 31 TIMES.
001480         10  PRM-EXC-DATE        PIC 9(08).
001490         10  PRM-EXC-DAY-NAME    PIC X(03).
001500         10  PRM-EXC-TYPE        PIC X(01).
001510         10  PRM-EXC-DESCRIPTION PIC X(30).
001520
001530 01  PRM-PAGE-CONTROL.
001540     05  PRM-LINE-COUNT          PIC 9(3) COMP VALUE ZERO.
001550     05  PRM-PAGE-NUMBER         PIC 9(3) COMP VALUE ZERO.
001560     05  PRM-MAX-LINES-PER-PAGE  PIC 9(3) COMP VALUE 50.
001570
001580 01  PRM-RUN-DATE-TIME.
001590     05  PRM-SYS-DATE            PIC 9(08).
001600     05  PRM-SYS-DATE-PARTS REDEFINES PRM-SYS-DATE.
001610         10  PRM-SYS-YEAR        PIC 9(04).
001620         10  PRM-SYS-MONTH       PIC 9(02).
001630         10  PRM-SYS-DAY         PIC 9(02).
001640     05  PRM-SYS-TIME            PIC 9(08).
001650
001660 01  PRM-CLR-TITLE-LINE.
001670     05  FILLER PIC X(20) VALUE SPACES.
001680     05  FILLER PIC X(38) VALUE
001690         "PROCESSING CALENDAR - YEAR AHEAD".
001700     05  FILLER PIC X(22) VALUE SPACES.
001710
001720 01  PRM-CLR-DATE-LINE.
001730     05  FILLER PIC X(05) VALUE SPACES.
001740     05  FILLER PIC X(06) VALUE "DATE: ".
001750     05  PRM-CLR-RUN-DATE PIC X(10).
001760     05  FILLER PIC X(05) VALUE SPACES.
001770     05  FILLER PIC X(06) VALUE "TIME: ".
001780     05  PRM-CLR-RUN-TIME PIC X(08).
001790     05  FILLER PIC X(05) VALUE SPACES.
001800     05  FILLER PIC X(06) VALUE "FROM: ".
001810     05  PRM-CLR-FROM-MONTH PIC X(07).
001820     05  FILLER PIC X(22) VALUE SPACES.
001830
001840 01  PRM-CLR-PAGE-HEADING.
001850     05  FILLER PIC X(05) VALUE SPACES.
001860     05  FILLER PIC X(06) VALUE "PAGE: ".
001870     05  PRM-CLR-PAGE-NO PIC ZZZ9.
001880     05  FILLER PIC X(62) VALUE SPACES.
001890
001900 01  PRM-CLR-BLANK-LINE PIC X(80) VALUE SPACES.
001910
001920 01  PRM-CLR-LEGEND-LINE.
001930     05  FILLER PIC X(05) VALUE SPACES.
001940     05  FILLER PIC X(23) VALUE "P PROCESSING  S SHORT  ".
001950     05  FILLER PIC X(36) VALUE
001960         "N NOT PROCESSING  * NOT ON CALENDAR".
001970     05  FILLER PIC X(16) VALUE SPACES.
001980
001990 01  PRM-CLR-MONTH-LINE.
002000     05  FILLER PIC X(05) VALUE SPACES.
002010     05  PRM-CLR-MONTH-NAME PIC X(09).
002020     05  FILLER PIC X(01) VALUE SPACES.
002030     05  PRM-CLR-MONTH-YEAR PIC X(04).
002040     05  FILLER PIC X(61) VALUE SPACES.
002050
002060 01  PRM-CLR-WEEKDAY-LINE.
002070     05  FILLER PIC X(09) VALUE SPACES.
002080     05  FILLER PIC X(42) VALUE
002090         " MON   TUE   WED   THU   FRI   SAT   SUN  ".
002100     05  FILLER PIC X(29) VALUE SPACES.
002110
002120 01  PRM-CLR-WEEK-LINE.
002130     05  FILLER PIC X(09).
002140     05  PRM-CLR-CELL OCCURS 7 TIMES.
002150         10  FILLER              PIC X(01).
002160         10  PRM-CLR-CELL-DAY    PIC Z9.
002170         10  FILLER              PIC X(01).
002180         10  PRM-CLR-CELL-TYPE   PIC X(01).
002190         10  PRM-CLR-CELL-FLAG   PIC X(01).
002200     05  FILLER PIC X(29).
002210
002220 01  PRM-CLR-COUNT-LINE.
002230     05  FILLER PIC X(09) VALUE SPACES.
002240     05  FILLER PIC X(11) VALUE "PROCESSING ".
002250     05  PRM-CLR-CNT-PROCESSING PIC ZZ9.
002260     05  FILLER PIC X(08) VALUE "  SHORT ".
002270     05  PRM-CLR-CNT-SHORT PIC ZZ9.
002280     05  FILLER PIC X(17) VALUE "  NOT PROCESSING ".
002290     05  PRM-CLR-CNT-CLOSED PIC ZZ9.
002300     05  FILLER PIC X(18) VALUE "  NOT ON CALENDAR ".
002310     05  PRM-CLR-CNT-NOT-ON-FILE PIC ZZ9.
002320     05  FILLER PIC X(05) VALUE SPACES.
002330
002340 01  PRM-CLR-EXCEPTION-LINE.
002350     05  FILLER PIC X(09) VALUE SPACES.
002360     05  PRM-CLR-EXC-DATE PIC X(10).
002370     05  FILLER PIC X(02) VALUE SPACES.
002380     05  PRM-CLR-EXC-DAY PIC X(03).
002390     05  FILLER PIC X(02) VALUE SPACES.
002400     05  PRM-CLR-EXC-TYPE PIC X(01).
002410     05  FILLER PIC X(02) VALUE SPACES.
002420     05  PRM-CLR-EXC-DESCRIPTION PIC X(30).
002430     05  FILLER PIC X(21) VALUE SPACES.
002440
002450 01  PRM-CLR-TRAILER-LINE.
002460     05  FILLER PIC X(05) VALUE SPACES.
002470     05  PRM-CLR-TRL-NAME PIC X(30).
002480     05  PRM-CLR-TRL-COUNT PIC ZZZ,ZZZ,ZZ9.
002490     05  FILLER PIC X(34) VALUE SPACES.
002500
002510 PROCEDURE DIVISION.
002520 0000-MAINLINE.
002530         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540         PERFORM 2000-LIST-ONE-MONTH THRU 2000-EXIT
002550             VARYING PRM-MONTHS-DONE FROM 1 BY 1
002560             UNTIL PRM-MONTHS-DONE > 12.
002570         PERFORM 8000-FINALIZE THRU 8000-EXIT.
002580         STOP RUN.
002590
002600 1000-INITIALIZE.
002610         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
002620         ACCEPT PRM-SYS-TIME FROM TIME.
002630         PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
002640         OPEN INPUT PRM-CALENDAR-FILE.
002650         IF PRM-CALENDAR-STATUS NOT = "00"
002660             DISPLAY 'PRMCALRP: CALENDAR NOT AVAILABLE - STATUS '
002670                 PRM-CALENDAR-STATUS
002680             MOVE 16 TO RETURN-CODE
002690             STOP RUN
002700         END-IF.
002710         OPEN OUTPUT PRM-CAL-REPORT-FILE.
002720         MOVE PRM-LIST-MM TO PRM-CLR-FROM-MONTH(1:2).
002730         MOVE "/" TO PRM-CLR-FROM-MONTH(3:1).
002740         MOVE PRM-LIST-YYYY TO PRM-CLR-FROM-MONTH(4:4).
002750         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
002760 1000-EXIT.
002770         EXIT.
002780
002790 1100-WRITE-PAGE-TOP.
002800         ADD 1 TO PRM-PAGE-NUMBER.
002810         MOVE PRM-PAGE-NUMBER TO PRM-CLR-PAGE-NO.
002820         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-PAGE-HEADING.
002830         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-TITLE-LINE.
002840         MOVE PRM-SYS-DATE(5:2) TO PRM-CLR-RUN-DATE(1:2).
002850         MOVE "/" TO PRM-CLR-RUN-DATE(3:1).
002860         MOVE PRM-SYS-DATE(7:2) TO PRM-CLR-RUN-DATE(4:2).
002870         MOVE "/" TO PRM-CLR-RUN-DATE(6:1).
002880         MOVE PRM-SYS-DATE(1:4) TO PRM-CLR-RUN-DATE(7:4).
002890         MOVE PRM-SYS-TIME(1:2) TO PRM-CLR-RUN-TIME(1:2).
002900         MOVE ":" TO PRM-CLR-RUN-TIME(3:1).
002910         MOVE PRM-SYS-TIME(3:2) TO PRM-CLR-RUN-TIME(4:2).
002920         MOVE ":" TO PRM-CLR-RUN-TIME(6:1).
002930         MOVE PRM-SYS-TIME(5:2) TO PRM-CLR-RUN-TIME(7:2).
002940         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-DATE-LINE.
002950         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-BLANK-LINE.
002960         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-LEGEND-LINE.
002970         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-BLANK-LINE.
002980         MOVE 6 TO PRM-LINE-COUNT.
002990 1100-EXIT.
003000         EXIT.
003010
003020 1200-CHECK-PAGE-BREAK.
003030         IF PRM-LINE-COUNT >= PRM-MAX-LINES-PER-PAGE
003040             PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT
003050         END-IF.
003060 1200-EXIT.
003070         EXIT.
003080
003090*    A blank card starts the listing at this month.
003100 1500-READ-PARAMETERS.
003110         OPEN INPUT PRM-PARM-FILE.
003120         IF PRM-PARM-STATUS NOT = "00"
003130             DISPLAY 'PRMCALRP: CALRPRM NOT AVAILABLE - STATUS '
003140                 PRM-PARM-STATUS
003150             MOVE 16 TO RETURN-CODE
003160             STOP RUN
003170         END-IF.
003180         READ PRM-PARM-FILE INTO PRM-PARM-CARD
003190             AT END
003200                 DISPLAY 'PRMCALRP: CALRPRM IS EMPTY'
003210                 MOVE 16 TO RETURN-CODE
003220                 STOP RUN
003230         END-READ.
003240         CLOSE PRM-PARM-FILE.
003250         IF PRM-CARD-MONTH = SPACES
003260             MOVE PRM-SYS-YEAR TO PRM-LIST-YEAR-NO
003270             MOVE PRM-SYS-MONTH TO PRM-LIST-MONTH-NO
003280             GO TO 1500-EXIT
003290         END-IF.
003300         IF PRM-CARD-MONTH IS NOT NUMERIC
003310             DISPLAY 'PRMCALRP: BAD MONTH ON CALRPRM CARD: '
003320                 PRM-CARD-MONTH
003330             MOVE 16 TO RETURN-CODE
003340             STOP RUN
003350         END-IF.
003360         MOVE PRM-CARD-MONTH TO PRM-LIST-MONTH.
003370         IF PRM-LIST-MONTH-NO < 1 OR PRM-LIST-MONTH-NO > 12 OR
003380                 PRM-LIST-YEAR-NO < 1900 OR
003390                 PRM-LIST-YEAR-NO > 2098
003400             DISPLAY 'PRMCALRP: BAD MONTH ON CALRPRM CARD: '
003410                 PRM-CARD-MONTH
003420             MOVE 16 TO RETURN-CODE
003430             STOP RUN
003440         END-IF.
003450 1500-EXIT.
003460         EXIT.
003470
003480*    One month: the grid a week to a line, the counts, then the
003490*    dates that do not follow the weekday rule.  PRM-LIST-MONTH
003500*    is stepped on to the next month at the end.
003510 2000-LIST-ONE-MONTH.
003520         IF PRM-LINE-COUNT > PRM-MAX-LINES-PER-PAGE - 12
003530             PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT
003540         END-IF.
003550         MOVE PRM-MONTH-NAME(PRM-LIST-MONTH-NO)
003560             TO PRM-CLR-MONTH-NAME.
003570         MOVE PRM-LIST-YYYY TO PRM-CLR-MONTH-YEAR.
003580         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-MONTH-LINE.
003590         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-WEEKDAY-LINE.
003600         ADD 2 TO PRM-LINE-COUNT.
003610         MOVE ZERO TO PRM-MON-PROCESSING.
003620         MOVE ZERO TO PRM-MON-SHORT.
003630         MOVE ZERO TO PRM-MON-CLOSED.
003640         MOVE ZERO TO PRM-MON-NOT-ON-FILE.
003650         MOVE ZERO TO PRM-EXC-COUNT.
003660         MOVE SPACES TO PRM-CLR-WEEK-LINE.
003670         COMPUTE PRM-DAY-DATE = PRM-LIST-MONTH * 100 + 1.
003680         COMPUTE PRM-FIRST-DAY-NO =
003690                 FUNCTION INTEGER-OF-DATE(PRM-DAY-DATE).
003700         IF PRM-LIST-MONTH-NO = 12
003710             COMPUTE PRM-NEXT-MONTH-DATE =
003720                     (PRM-LIST-YEAR-NO + 1) * 10000 + 0101
003730         ELSE
003740             COMPUTE PRM-NEXT-MONTH-DATE =
003750                     PRM-LIST-MONTH * 100 + 101
003760         END-IF.
003770         COMPUTE PRM-NEXT-FIRST-DAY-NO =
003780                 FUNCTION INTEGER-OF-DATE(PRM-NEXT-MONTH-DATE).
003790         PERFORM 2100-LIST-ONE-DAY THRU 2100-EXIT
003800             VARYING PRM-DAY-NO FROM PRM-FIRST-DAY-NO BY 1
003810             UNTIL PRM-DAY-NO >= PRM-NEXT-FIRST-DAY-NO.
003820         IF PRM-CLR-WEEK-LINE NOT = SPACES
003830             PERFORM 2300-WRITE-WEEK THRU 2300-EXIT
003840         END-IF.
003850         MOVE PRM-MON-PROCESSING TO PRM-CLR-CNT-PROCESSING.
003860         MOVE PRM-MON-SHORT TO PRM-CLR-CNT-SHORT.
003870         MOVE PRM-MON-CLOSED TO PRM-CLR-CNT-CLOSED.
003880         MOVE PRM-MON-NOT-ON-FILE TO PRM-CLR-CNT-NOT-ON-FILE.
003890         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
003900         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-COUNT-LINE.
003910         ADD 1 TO PRM-LINE-COUNT.
003920         PERFORM 2400-WRITE-EXCEPTION THRU 2400-EXIT
003930             VARYING PRM-EXC-SUB FROM 1 BY 1
003940             UNTIL PRM-EXC-SUB > PRM-EXC-COUNT.
003950         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-BLANK-LINE.
003960         ADD 1 TO PRM-LINE-COUNT.
003970         COMPUTE PRM-LIST-MONTH = PRM-NEXT-MONTH-DATE / 100.
003980 2000-EXIT.
003990         EXIT.
004000
004010 2100-LIST-ONE-DAY.
004020         COMPUTE PRM-DAY-DATE =
004030                 FUNCTION DATE-OF-INTEGER(PRM-DAY-NO).
004040         COMPUTE PRM-WEEK-NO = PRM-DAY-NO - 1.
004050         DIVIDE PRM-WEEK-NO BY 7 GIVING PRM-WEEK-NO
004060             REMAINDER PRM-WEEKDAY.
004070         IF PRM-WEEKDAY > 4
004080             MOVE "N" TO PRM-RULE-TYPE
004090         ELSE
004100             MOVE "P" TO PRM-RULE-TYPE
004110         END-IF.
004120         PERFORM 2200-LOOK-UP-DAY THRU 2200-EXIT.
004130         COMPUTE PRM-CELL-SUB = PRM-WEEKDAY + 1.
004140         MOVE PRM-DAY-DD TO PRM-CLR-CELL-DAY(PRM-CELL-SUB).
004150         MOVE PRM-DAY-TYPE TO PRM-CLR-CELL-TYPE(PRM-CELL-SUB).
004160         ADD 1 TO PRM-TOT-DATES.
004170         IF PRM-ON-FILE-NO
004180             MOVE "*" TO PRM-CLR-CELL-FLAG(PRM-CELL-SUB)
004190             ADD 1 TO PRM-MON-NOT-ON-FILE
004200             ADD 1 TO PRM-TOT-NOT-ON-FILE
004210         END-IF.
004220         EVALUATE PRM-DAY-TYPE
004230             WHEN "P"
004240                 ADD 1 TO PRM-MON-PROCESSING
004250                 ADD 1 TO PRM-TOT-PROCESSING
004260             WHEN "S"
004270                 ADD 1 TO PRM-MON-SHORT
004280                 ADD 1 TO PRM-TOT-SHORT
004290             WHEN OTHER
004300                 ADD 1 TO PRM-MON-CLOSED
004310                 ADD 1 TO PRM-TOT-CLOSED
004320         END-EVALUATE.
004330         IF PRM-ON-FILE-YES AND PRM-DAY-TYPE NOT = PRM-RULE-TYPE
004340             ADD 1 TO PRM-EXC-COUNT
004350             ADD 1 TO PRM-TOT-EXCEPTIONS
004360             MOVE PRM-DAY-DATE TO PRM-EXC-DATE(PRM-EXC-COUNT)
004370             MOVE PRM-DAY-NAME(PRM-CELL-SUB)
004380                 TO PRM-EXC-DAY-NAME(PRM-EXC-COUNT)
004390             MOVE PRM-DAY-TYPE TO PRM-EXC-TYPE(PRM-EXC-COUNT)
004400             MOVE PRM-CAL-DESCRIPTION
004410                 TO PRM-EXC-DESCRIPTION(PRM-EXC-COUNT)
004420         END-IF.
004430         IF PRM-CELL-SUB = 7
004440             PERFORM 2300-WRITE-WEEK THRU 2300-EXIT
004450         END-IF.
004460 2100-EXIT.
004470         EXIT.
004480
004490*    Type of PRM-DAY-DATE from the calendar, or from the weekday
004500*    rule when the date is not on it.
004510 2200-LOOK-UP-DAY.
004520         MOVE PRM-DAY-DATE TO PRM-CAL-DATE.
004530         READ PRM-CALENDAR-FILE
004540             INVALID KEY
004550                 MOVE SPACE TO PRM-CAL-DAY-TYPE
004560         END-READ.
004570         IF PRM-CAL-PROCESSING OR PRM-CAL-NON-PROCESSING OR
004580                 PRM-CAL-SHORT-DAY
004590             SET PRM-ON-FILE-YES TO TRUE
004600             MOVE PRM-CAL-DAY-TYPE TO PRM-DAY-TYPE
004610         ELSE
004620             SET PRM-ON-FILE-NO TO TRUE
004630             MOVE PRM-RULE-TYPE TO PRM-DAY-TYPE
004640         END-IF.
004650 2200-EXIT.
004660         EXIT.
004670
004680 2300-WRITE-WEEK.
004690         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
004700         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-WEEK-LINE.
004710         ADD 1 TO PRM-LINE-COUNT.
004720         MOVE SPACES TO PRM-CLR-WEEK-LINE.
004730 2300-EXIT.
004740         EXIT.
004750
004760 2400-WRITE-EXCEPTION.
004770         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
004780         MOVE PRM-EXC-DATE(PRM-EXC-SUB) TO PRM-DAY-DATE.
004790         MOVE PRM-DAY-DATE(5:2) TO PRM-CLR-EXC-DATE(1:2).
004800         MOVE "/" TO PRM-CLR-EXC-DATE(3:1).
004810         MOVE PRM-DAY-DATE(7:2) TO PRM-CLR-EXC-DATE(4:2).
004820         MOVE "/" TO PRM-CLR-EXC-DATE(6:1).
004830         MOVE PRM-DAY-DATE(1:4) TO PRM-CLR-EXC-DATE(7:4).
004840         MOVE PRM-EXC-DAY-NAME(PRM-EXC-SUB) TO PRM-CLR-EXC-DAY.
004850         MOVE PRM-EXC-TYPE(PRM-EXC-SUB) TO PRM-CLR-EXC-TYPE.
004860         MOVE PRM-EXC-DESCRIPTION(PRM-EXC-SUB)
004870             TO PRM-CLR-EXC-DESCRIPTION.
004880         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-EXCEPTION-LINE.
004890         ADD 1 TO PRM-LINE-COUNT.
004900 2400-EXIT.
004910         EXIT.
004920
004930 8000-FINALIZE.
004940         MOVE "DATES LISTED                  "
004950             TO PRM-CLR-TRL-NAME.
004960         MOVE PRM-TOT-DATES TO PRM-CLR-TRL-COUNT.
004970         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-TRAILER-LINE.
004980         MOVE "PROCESSING DAYS               "
004990             TO PRM-CLR-TRL-NAME.
005000         MOVE PRM-TOT-PROCESSING TO PRM-CLR-TRL-COUNT.
005010         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-TRAILER-LINE.
005020         MOVE "SHORT DAYS                    "
005030             TO PRM-CLR-TRL-NAME.
005040         MOVE PRM-TOT-SHORT TO PRM-CLR-TRL-COUNT.
005050         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-TRAILER-LINE.
005060         MOVE "NON-PROCESSING DAYS           "
005070             TO PRM-CLR-TRL-NAME.
005080         MOVE PRM-TOT-CLOSED TO PRM-CLR-TRL-COUNT.
005090         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-TRAILER-LINE.
005100         MOVE "OFF THE WEEKDAY RULE          "
005110             TO PRM-CLR-TRL-NAME.
005120         MOVE PRM-TOT-EXCEPTIONS TO PRM-CLR-TRL-COUNT.
005130         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-TRAILER-LINE.
005140         MOVE "DATES NOT ON CALENDAR         "
005150             TO PRM-CLR-TRL-NAME.
005160         MOVE PRM-TOT-NOT-ON-FILE TO PRM-CLR-TRL-COUNT.
005170         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLR-TRAILER-LINE.
005180         CLOSE PRM-CALENDAR-FILE.
005190         CLOSE PRM-CAL-REPORT-FILE.
005200         IF PRM-TOT-NOT-ON-FILE > 0
005210             MOVE 4 TO RETURN-CODE
005220         ELSE
005230             MOVE ZERO TO RETURN-CODE
005240         END-IF.
005250         DISPLAY 'PRMCALRP: ' PRM-TOT-DATES ' DATES LISTED, '
005260             PRM-TOT-NOT-ON-FILE ' NOT ON CALENDAR'.
005270 8000-EXIT.
005280         EXIT.
005290
005300 END PROGRAM PRMCALRP.
