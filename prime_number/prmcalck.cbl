000010*****************************************************************
000020* PROGRAM:      PRMCALCK
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Callable look-up of the shop processing calendar
000070*               (CALENDAR), shared by every step that counts
000080*               days so that "a day late" and "past grace" mean
000090*               the same thing everywhere - a processing day, not
000100*               a calendar day.  The caller passes an action, two
000110*               dates (YYYYMMDD) and a day count:
000120*                 "T" - type of the first date: "P" processing,
000130*                       "N" non-processing, "S" short day
000140*                 "N" - number of processing days (P or S) after
000150*                       the first date up to and including the
000160*                       second; zero when the second is not later
000170*                 "B" - the date the day count's number of
000180*                       processing days before the first date,
000190*                       returned in the second (a count of zero
000200*                       returns the first date)
000210*                 "C" - close the file at end of run
000220*               Results: "A" answered from the calendar, "W" some
000230*               date was not on the calendar and the weekday rule
000240*               (Monday to Friday processing) answered for it, "E"
000250*               the calendar is not available and the weekday rule
000260*               answered for every date, "I" a date was not valid
000270*               or the span is too long to count.  The file is
000280*               opened on the first call and held open between
000290*               calls; a missing calendar does not stop the
000300*               caller, it only loses the holidays.
000310* TECTONICS:    cobc
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340*   10/15/2026  RT  Initial version.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. PRMCALCK.
000380 AUTHOR. RAYANE TOKO.
000390 INSTALLATION. SHOP DATA PROCESSING.
000400 DATE-WRITTEN. 10/15/2026.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. GNUCOBOL.
000460 OBJECT-COMPUTER. GNUCOBOL.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PRM-CALENDAR-FILE ASSIGN TO "CALENDAR"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS PRM-CAL-DATE
000540         FILE STATUS IS PRM-CALENDAR-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PRM-CALENDAR-FILE.
000590     COPY PRMCAL.
000600
000610 WORKING-STORAGE SECTION.
000620 01  PRM-CALENDAR-STATUS         PIC X(02) VALUE "00".
000630
000640 01  PRM-CALENDAR-STATE.
000650     05  PRM-CALENDAR-OPEN-SW    PIC X(01) VALUE "N".
000660         88  PRM-CALENDAR-IS-OPEN           VALUE "Y".
000670         88  PRM-CALENDAR-IS-CLOSED         VALUE "N".
000680         88  PRM-CALENDAR-IS-DOWN           VALUE "D".
000690
000700*    The longest span counted in one call - about a century.
000710 01  PRM-MAX-SPAN                PIC 9(07) COMP VALUE 36600.
000720
000730 01  PRM-DAY-FIELDS.
000740     05  PRM-DAY-NO              PIC 9(07) COMP VALUE ZERO.
000750     05  PRM-FROM-DAY-NO         PIC 9(07) COMP VALUE ZERO.
000760     05  PRM-TO-DAY-NO           PIC 9(07) COMP VALUE ZERO.
000770     05  PRM-DAYS-STEPPED        PIC 9(07) COMP VALUE ZERO.
000780     05  PRM-WEEK-NO             PIC 9(07) COMP VALUE ZERO.
000790     05  PRM-WEEKDAY             PIC 9(01) COMP VALUE ZERO.
000800     05  PRM-DAY-DATE            PIC 9(08) VALUE ZERO.
000810     05  PRM-DAY-TYPE            PIC X(01) VALUE SPACE.
000820         88  PRM-DAY-IS-WORKED              VALUE "P" "S".
000830     05  PRM-PROCESSING-COUNT    PIC 9(05) COMP VALUE ZERO.
000840
000850 LINKAGE SECTION.
000860 01  LK-ACTION                   PIC X(01).
000870     88  LK-ACTION-TYPE                    VALUE "T".
000880     88  LK-ACTION-NUMBER                  VALUE "N".
000890     88  LK-ACTION-BACK                    VALUE "B".
000900     88  LK-ACTION-CLOSE                   VALUE "C".
000910 01  LK-FIRST-DATE               PIC 9(08).
000920 01  LK-SECOND-DATE              PIC 9(08).
000930 01  LK-DAY-COUNT                PIC 9(05).
000940 01  LK-DAY-TYPE                 PIC X(01).
000950 01  LK-RESULT                   PIC X(01).
000960     88  LK-RESULT-ANSWERED                VALUE "A".
000970     88  LK-RESULT-WEEKDAY-RULE            VALUE "W".
000980     88  LK-RESULT-ERROR                   VALUE "E".
000990     88  LK-RESULT-INVALID                 VALUE "I".
001000
001010 PROCEDURE DIVISION USING LK-ACTION, LK-FIRST-DATE,
001020         LK-SECOND-DATE, LK-DAY-COUNT, LK-DAY-TYPE, LK-RESULT.
001030 0000-MAINLINE.
001040         IF LK-ACTION-CLOSE
001050             PERFORM 5000-CLOSE-FILE THRU 5000-EXIT
001060             GOBACK
001070         END-IF.
001080         IF PRM-CALENDAR-IS-CLOSED
001090             PERFORM 4000-OPEN-FILE THRU 4000-EXIT
001100         END-IF.
001110         IF PRM-CALENDAR-IS-DOWN
001120             SET LK-RESULT-ERROR TO TRUE
001130         ELSE
001140             SET LK-RESULT-ANSWERED TO TRUE
001150         END-IF.
001160         EVALUATE TRUE
001170             WHEN LK-ACTION-TYPE
001180                 PERFORM 1000-TYPE-OF-DATE THRU 1000-EXIT
001190             WHEN LK-ACTION-NUMBER
001200                 PERFORM 2000-COUNT-DAYS THRU 2000-EXIT
001210             WHEN LK-ACTION-BACK
001220                 PERFORM 3000-STEP-BACK THRU 3000-EXIT
001230             WHEN OTHER
001240                 SET LK-RESULT-INVALID TO TRUE
001250         END-EVALUATE.
001260         GOBACK.
001270
001280 1000-TYPE-OF-DATE.
001290         MOVE SPACE TO LK-DAY-TYPE.
001300         IF LK-FIRST-DATE IS NOT NUMERIC
001310             SET LK-RESULT-INVALID TO TRUE
001320             GO TO 1000-EXIT
001330         END-IF.
001340         COMPUTE PRM-DAY-NO =
001350                 FUNCTION INTEGER-OF-DATE(LK-FIRST-DATE).
001360         IF PRM-DAY-NO = 0
001370             SET LK-RESULT-INVALID TO TRUE
001380             GO TO 1000-EXIT
001390         END-IF.
001400         MOVE LK-FIRST-DATE TO PRM-DAY-DATE.
001410         PERFORM 6000-LOOK-UP-DAY THRU 6000-EXIT.
001420         MOVE PRM-DAY-TYPE TO LK-DAY-TYPE.
001430 1000-EXIT.
001440         EXIT.
001450
001460 2000-COUNT-DAYS.
001470         MOVE ZERO TO LK-DAY-COUNT.
001480         MOVE ZERO TO PRM-PROCESSING-COUNT.
001490         IF LK-FIRST-DATE IS NOT NUMERIC OR
001500                 LK-SECOND-DATE IS NOT NUMERIC
001510             SET LK-RESULT-INVALID TO TRUE
001520             GO TO 2000-EXIT
001530         END-IF.
001540         COMPUTE PRM-FROM-DAY-NO =
001550                 FUNCTION INTEGER-OF-DATE(LK-FIRST-DATE).
001560         COMPUTE PRM-TO-DAY-NO =
001570                 FUNCTION INTEGER-OF-DATE(LK-SECOND-DATE).
001580         IF PRM-FROM-DAY-NO = 0 OR PRM-TO-DAY-NO = 0
001590             SET LK-RESULT-INVALID TO TRUE
001600             GO TO 2000-EXIT
001610         END-IF.
001620         IF PRM-TO-DAY-NO <= PRM-FROM-DAY-NO
001630             GO TO 2000-EXIT
001640         END-IF.
001650         IF PRM-TO-DAY-NO - PRM-FROM-DAY-NO > PRM-MAX-SPAN
001660             SET LK-RESULT-INVALID TO TRUE
001670             GO TO 2000-EXIT
001680         END-IF.
001690         PERFORM 2100-COUNT-ONE-DAY THRU 2100-EXIT
001700             VARYING PRM-DAY-NO FROM PRM-FROM-DAY-NO BY 1
001710             UNTIL PRM-DAY-NO >= PRM-TO-DAY-NO.
001720         MOVE PRM-PROCESSING-COUNT TO LK-DAY-COUNT.
001730 2000-EXIT.
001740         EXIT.
001750
001760*    PRM-DAY-NO runs one behind the day looked at, so the first
001770*    date itself is never counted and the second date is.
001780 2100-COUNT-ONE-DAY.
001790         COMPUTE PRM-DAY-DATE =
001800                 FUNCTION DATE-OF-INTEGER(PRM-DAY-NO + 1).
001810         PERFORM 6000-LOOK-UP-DAY THRU 6000-EXIT.
001820         IF PRM-DAY-IS-WORKED
001830             ADD 1 TO PRM-PROCESSING-COUNT
001840         END-IF.
001850 2100-EXIT.
001860         EXIT.
001870
001880 3000-STEP-BACK.
001890         MOVE ZERO TO LK-SECOND-DATE.
001900         IF LK-FIRST-DATE IS NOT NUMERIC OR
001910                 LK-DAY-COUNT IS NOT NUMERIC
001920             SET LK-RESULT-INVALID TO TRUE
001930             GO TO 3000-EXIT
001940         END-IF.
001950         COMPUTE PRM-DAY-NO =
001960                 FUNCTION INTEGER-OF-DATE(LK-FIRST-DATE).
001970         IF PRM-DAY-NO = 0
001980             SET LK-RESULT-INVALID TO TRUE
001990             GO TO 3000-EXIT
002000         END-IF.
002010         MOVE ZERO TO PRM-PROCESSING-COUNT.
002020         MOVE ZERO TO PRM-DAYS-STEPPED.
002030         PERFORM 3100-STEP-ONE-DAY THRU 3100-EXIT
002040             UNTIL PRM-PROCESSING-COUNT >= LK-DAY-COUNT
002050                OR PRM-DAYS-STEPPED > PRM-MAX-SPAN
002060                OR PRM-DAY-NO <= 1.
002070         IF PRM-PROCESSING-COUNT < LK-DAY-COUNT
002080             SET LK-RESULT-INVALID TO TRUE
002090             GO TO 3000-EXIT
002100         END-IF.
002110         COMPUTE LK-SECOND-DATE =
002120                 FUNCTION DATE-OF-INTEGER(PRM-DAY-NO).
002130 3000-EXIT.
002140         EXIT.
002150
002160 3100-STEP-ONE-DAY.
002170         SUBTRACT 1 FROM PRM-DAY-NO.
002180         ADD 1 TO PRM-DAYS-STEPPED.
002190         COMPUTE PRM-DAY-DATE =
002200                 FUNCTION DATE-OF-INTEGER(PRM-DAY-NO).
002210         PERFORM 6000-LOOK-UP-DAY THRU 6000-EXIT.
002220         IF PRM-DAY-IS-WORKED
002230             ADD 1 TO PRM-PROCESSING-COUNT
002240         END-IF.
002250 3100-EXIT.
002260         EXIT.
002270
002280 4000-OPEN-FILE.
002290         OPEN INPUT PRM-CALENDAR-FILE.
002300         IF PRM-CALENDAR-STATUS = "00"
002310             SET PRM-CALENDAR-IS-OPEN TO TRUE
002320         ELSE
002330             SET PRM-CALENDAR-IS-DOWN TO TRUE
002340             DISPLAY 'PRMCALCK: CALENDAR NOT AVAILABLE - STATUS '
002350                 PRM-CALENDAR-STATUS ' - WEEKDAY RULE USED'
002360         END-IF.
002370 4000-EXIT.
002380         EXIT.
002390
002400 5000-CLOSE-FILE.
002410         IF PRM-CALENDAR-IS-OPEN
002420             CLOSE PRM-CALENDAR-FILE
002430         END-IF.
002440         SET PRM-CALENDAR-IS-CLOSED TO TRUE.
002450 5000-EXIT.
002460         EXIT.
002470
002480*    Type of PRM-DAY-DATE from the calendar, or from the weekday
002490*    rule when the date is not on it.  Day 1 of the integer date
002500*    (01/01/1601) was a Monday.
002510 6000-LOOK-UP-DAY.
002520         IF PRM-CALENDAR-IS-OPEN
002530             MOVE PRM-DAY-DATE TO PRM-CAL-DATE
002540             READ PRM-CALENDAR-FILE
002550                 INVALID KEY
002560                     MOVE SPACE TO PRM-CAL-DAY-TYPE
002570             END-READ
002580             IF PRM-CAL-PROCESSING OR PRM-CAL-NON-PROCESSING OR
002590                     PRM-CAL-SHORT-DAY
002600                 MOVE PRM-CAL-DAY-TYPE TO PRM-DAY-TYPE
002610                 GO TO 6000-EXIT
002620             END-IF
002630             IF LK-RESULT-ANSWERED
002640                 SET LK-RESULT-WEEKDAY-RULE TO TRUE
002650             END-IF
002660         END-IF.
002670         COMPUTE PRM-WEEK-NO =
002680                 FUNCTION INTEGER-OF-DATE(PRM-DAY-DATE) - 1.
002690         DIVIDE PRM-WEEK-NO BY 7 GIVING PRM-WEEK-NO
002700             REMAINDER PRM-WEEKDAY.
002710         IF PRM-WEEKDAY > 4
002720             MOVE "N" TO PRM-DAY-TYPE
002730         ELSE
002740             MOVE "P" TO PRM-DAY-TYPE
002750         END-IF.
002760 6000-EXIT.
002770         EXIT.
002780
002790 END PROGRAM PRMCALCK.
