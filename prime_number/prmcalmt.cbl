000010*****************************************************************
000020* PROGRAM:      PRMCALMT
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Maintenance of the shop processing calendar
000070*               (CALENDAR) that PRMWATCH, PRMRECON, PRMREVER and
000080*               PRMVARCH count processing days by.  Reads
000090*               maintenance cards from CALCARDS:
000100*                 P - mark a date a processing day
000110*                 N - mark a date a non-processing day (holiday
000120*                     or closure - description required)
000130*                 S - mark a date a short day (holiday eve and
000140*                     the like - description required)
000150*                 D - delete a date, so the weekday rule applies
000160*                     to it again
000170*                 G - generate a year: every date of the year not
000180*                     already on the calendar is added, Monday to
000190*                     Friday processing and Saturday and Sunday
000200*                     not.  Dates already on file are kept, so
000210*                     holidays keyed ahead of the year survive.
000220*               Card columns:  1     action
000230*                              3-12  date MM/DD/YYYY (G: the
000240*                                    year in columns 3-6)
000250*                              14-21 maintaining operator id
000260*                              23-52 description
000270*               Every card names who maintained it, and the
000280*               operator must be active and allowed to submit
000290*               cards, asked through PRMOPRCK.  Prints every card
000300*               applied or rejected; PRMCALRP lists the calendar
000310*               itself.  RC 0 all cards applied, 8 when any card
000320*               was rejected, 16 when the card file, the calendar
000330*               or the authorization file was not usable.
000340* TECTONICS:    cobc
000350*-----------------------------------------------------------------
000360* MODIFICATION HISTORY
000370*   10/15/2026  RT  Initial calendar maintenance program.
000371*   10/15/2026  RT  Only the action and operator id are folded to
000372*                    upper case; the description is kept as
000373*                    punched.
000380*****************************************************************
000390 IDENTIFICATION DIVISION.
000400 PROGRAM-ID. PRMCALMT.
000410 AUTHOR. RAYANE TOKO.
000420 INSTALLATION. SHOP DATA PROCESSING.
000430 DATE-WRITTEN. 10/15/2026.
000440 DATE-COMPILED.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. GNUCOBOL.
000490 OBJECT-COMPUTER. GNUCOBOL.
000500
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT PRM-CARD-FILE ASSIGN TO "CALCARDS"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS PRM-CARD-STATUS.
000560
000570     SELECT PRM-CALENDAR-FILE ASSIGN TO "CALENDAR"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS PRM-CAL-DATE
000610         FILE STATUS IS PRM-CALENDAR-STATUS.
000620
000630     SELECT PRM-CAL-REPORT-FILE ASSIGN TO "CALMRPT"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS PRM-CAL-REPORT-STATUS.
000660
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PRM-CARD-FILE.
000700 01  PRM-CARD-RECORD             PIC X(52).
000710
000720 FD  PRM-CALENDAR-FILE.
000730     COPY PRMCAL.
000740
000750 FD  PRM-CAL-REPORT-FILE.
000760 01  PRM-CAL-REPORT-RECORD       PIC X(80).
000770
000780 WORKING-STORAGE SECTION.
000790 01  PRM-FILE-STATUSES.
000800     05  PRM-CARD-STATUS         PIC X(02) VALUE "00".
000810     05  PRM-CALENDAR-STATUS     PIC X(02) VALUE "00".
000820     05  PRM-CAL-REPORT-STATUS   PIC X(02) VALUE "00".
000830
000840 01  PRM-SWITCHES.
000850     05  PRM-CARD-EOF-SWITCH     PIC X(01) VALUE "N".
000860         88  PRM-CARD-EOF-YES               VALUE "Y".
000870         88  PRM-CARD-EOF-NO                VALUE "N".
000880     05  PRM-ON-FILE-SWITCH      PIC X(01) VALUE "N".
000890         88  PRM-ON-FILE-YES                VALUE "Y".
000900         88  PRM-ON-FILE-NO                 VALUE "N".
000910     05  PRM-ERROR-SWITCH        PIC X(01) VALUE "N".
000920         88  PRM-ERROR-YES                  VALUE "Y".
000930
000940 01  PRM-MAINT-CARD.
000950     05  PRM-MNT-ACTION          PIC X(01).
000960         88  PRM-MNT-PROCESSING             VALUE "P".
000970         88  PRM-MNT-NON-PROCESSING         VALUE "N".
000980         88  PRM-MNT-SHORT-DAY              VALUE "S".
000990         88  PRM-MNT-SET-DAY                VALUE "P" "N" "S".
001000         88  PRM-MNT-DELETE                 VALUE "D".
001010         88  PRM-MNT-GENERATE               VALUE "G".
001020     05  FILLER                  PIC X(01).
001030     05  PRM-MNT-DATE.
001040         10  PRM-MNT-MM          PIC X(02).
001050         10  PRM-MNT-SLASH-1     PIC X(01).
001060         10  PRM-MNT-DD          PIC X(02).
001070         10  PRM-MNT-SLASH-2     PIC X(01).
001080         10  PRM-MNT-YYYY        PIC X(04).
001090     05  PRM-MNT-YEAR-VIEW REDEFINES PRM-MNT-DATE.
001100         10  PRM-MNT-GEN-YEAR    PIC X(04).
001110         10  PRM-MNT-GEN-REST    PIC X(06).
001120     05  FILLER                  PIC X(01).
001130     05  PRM-MNT-OPERATOR-ID     PIC X(08).
001140     05  FILLER                  PIC X(01).
001150     05  PRM-MNT-DESCRIPTION     PIC X(30).
001160
001170 01  PRM-OPR-ACTION              PIC X(01) VALUE "S".
001180 01  PRM-OPR-WORK-RECORD         PIC X(80) VALUE SPACES.
001190 01  PRM-OPR-RESULT              PIC X(01) VALUE SPACE.
001200     88  PRM-OPR-AUTHORIZED                VALUE "A".
001210     88  PRM-OPR-NOT-FOUND                 VALUE "N".
001220     88  PRM-OPR-REVOKED                   VALUE "R".
001230     88  PRM-OPR-DENIED                    VALUE "D".
001240     88  PRM-OPR-ERROR                     VALUE "E".
001250
001260 01  PRM-DATE-FIELDS.
001270     05  PRM-CARD-YMD            PIC 9(08) VALUE ZERO.
001280     05  PRM-CARD-YMD-X REDEFINES PRM-CARD-YMD.
001290         10  PRM-CARD-YMD-YYYY   PIC X(04).
001300         10  PRM-CARD-YMD-MM     PIC X(02).
001310         10  PRM-CARD-YMD-DD     PIC X(02).
001320     05  PRM-GEN-YEAR            PIC 9(04) VALUE ZERO.
001330     05  PRM-DAY-NO              PIC 9(07) COMP VALUE ZERO.
001340     05  PRM-FIRST-DAY-NO        PIC 9(07) COMP VALUE ZERO.
001350     05  PRM-LAST-DAY-NO         PIC 9(07) COMP VALUE ZERO.
001360     05  PRM-WEEK-NO             PIC 9(07) COMP VALUE ZERO.
001370     05  PRM-WEEKDAY             PIC 9(01) COMP VALUE ZERO.
001380
001390*    Day 1 of the integer date (01/01/1601) was a Monday, so the
001400*    remainder of (day number - 1) / 7 indexes this table.
001410 01  PRM-DAY-NAME-VALUES         PIC X(21) VALUE
001420         "MONTUEWEDTHUFRISATSUN".
001430 01  PRM-DAY-NAME-TABLE REDEFINES PRM-DAY-NAME-VALUES.
001440     05  PRM-DAY-NAME            PIC X(03) OCCURS 7 TIMES.
001450
001460 01  PRM-GENERATE-COUNTS.
001470     05  PRM-GEN-ADDED           PIC 9(05) COMP VALUE ZERO.
001480     05  PRM-GEN-KEPT            PIC 9(05) COMP VALUE ZERO.
001490     05  PRM-GEN-ADDED-ED        PIC ZZ9.
001500     05  PRM-GEN-KEPT-ED         PIC ZZ9.
001510
001520 01  PRM-PAGE-CONTROL.
001530     05  PRM-LINE-COUNT          PIC 9(3) COMP VALUE ZERO.
001540     05  PRM-PAGE-NUMBER         PIC 9(3) COMP VALUE ZERO.
001550     05  PRM-MAX-LINES-PER-PAGE  PIC 9(3) COMP VALUE 50.
001560
001570 01  PRM-RUN-DATE-TIME.
001580     05  PRM-SYS-DATE            PIC 9(08).
001590     05  PRM-SYS-TIME            PIC 9(08).
001600
001610 01  PRM-MAINT-COUNTS.
001620     05  PRM-CARDS-READ          PIC 9(9) COMP VALUE ZERO.
001630     05  PRM-CARDS-APPLIED       PIC 9(9) COMP VALUE ZERO.
001640     05  PRM-CARDS-REJECTED      PIC 9(9) COMP VALUE ZERO.
001650     05  PRM-DATES-GENERATED     PIC 9(9) COMP VALUE ZERO.
001660
001670 01  PRM-CLM-TITLE-LINE.
001680     05  FILLER PIC X(20) VALUE SPACES.
001690     05  FILLER PIC X(38) VALUE
001700         "PROCESSING CALENDAR MAINTENANCE".
001710     05  FILLER PIC X(22) VALUE SPACES.
001720
001730 01  PRM-CLM-DATE-LINE.
001740     05  FILLER PIC X(05) VALUE SPACES.
001750     05  FILLER PIC X(06) VALUE "DATE: ".
001760     05  PRM-CLM-RUN-DATE PIC X(10).
001770     05  FILLER PIC X(05) VALUE SPACES.
001780     05  FILLER PIC X(06) VALUE "TIME: ".
001790     05  PRM-CLM-RUN-TIME PIC X(08).
001800     05  FILLER PIC X(40) VALUE SPACES.
001810
001820 01  PRM-CLM-PAGE-HEADING.
001830     05  FILLER PIC X(05) VALUE SPACES.
001840     05  FILLER PIC X(06) VALUE "PAGE: ".
001850     05  PRM-CLM-PAGE-NO PIC ZZZ9.
001860     05  FILLER PIC X(62) VALUE SPACES.
001870
001880 01  PRM-CLM-BLANK-LINE PIC X(80) VALUE SPACES.
001890
001900 01  PRM-CLM-COLUMN-LINE.
001910     05  FILLER PIC X(05) VALUE SPACES.
001920     05  FILLER PIC X(04) VALUE "ACT".
001930     05  FILLER PIC X(12) VALUE "DATE".
001940     05  FILLER PIC X(05) VALUE "DAY".
001950     05  FILLER PIC X(10) VALUE "OPERATOR".
001960     05  FILLER PIC X(44) VALUE "DISPOSITION".
001970
001980 01  PRM-CLM-DETAIL-LINE.
001990     05  FILLER PIC X(05) VALUE SPACES.
002000     05  PRM-CLM-DET-ACTION PIC X(01).
002010     05  FILLER PIC X(03) VALUE SPACES.
002020     05  PRM-CLM-DET-DATE PIC X(10).
002030     05  FILLER PIC X(02) VALUE SPACES.
002040     05  PRM-CLM-DET-DAY PIC X(03).
002050     05  FILLER PIC X(02) VALUE SPACES.
002060     05  PRM-CLM-DET-OPERATOR PIC X(08).
002070     05  FILLER PIC X(02) VALUE SPACES.
002080     05  PRM-CLM-DET-DISP PIC X(44).
002090
002100 01  PRM-CLM-TRAILER-LINE.
002110     05  FILLER PIC X(05) VALUE SPACES.
002120     05  PRM-CLM-TRL-NAME PIC X(30).
002130     05  PRM-CLM-TRL-COUNT PIC ZZZ,ZZZ,ZZ9.
002140     05  FILLER PIC X(34) VALUE SPACES.
002150
002160 PROCEDURE DIVISION.
002170 0000-MAINLINE.
002180         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002200             UNTIL PRM-CARD-EOF-YES.
002210         PERFORM 8000-FINALIZE THRU 8000-EXIT.
002220         STOP RUN.
002230
002240 1000-INITIALIZE.
002250         OPEN INPUT PRM-CARD-FILE.
002260         IF PRM-CARD-STATUS NOT = "00"
002270             DISPLAY 'PRMCALMT: CALCARDS NOT AVAILABLE - STATUS '
002280                 PRM-CARD-STATUS
002290             MOVE 16 TO RETURN-CODE
002300             STOP RUN
002310         END-IF.
002320         OPEN I-O PRM-CALENDAR-FILE.
002330         IF PRM-CALENDAR-STATUS = "35" OR
002340                 PRM-CALENDAR-STATUS = "05"
002350             OPEN OUTPUT PRM-CALENDAR-FILE
002360             CLOSE PRM-CALENDAR-FILE
002370             OPEN I-O PRM-CALENDAR-FILE
002380         END-IF.
002390         IF PRM-CALENDAR-STATUS NOT = "00"
002400             DISPLAY 'PRMCALMT: CALENDAR NOT AVAILABLE - STATUS '
002410                 PRM-CALENDAR-STATUS
002420             CLOSE PRM-CARD-FILE
002430             MOVE 16 TO RETURN-CODE
002440             STOP RUN
002450         END-IF.
002460         OPEN OUTPUT PRM-CAL-REPORT-FILE.
002470         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
002480         ACCEPT PRM-SYS-TIME FROM TIME.
002490         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
002500         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLM-COLUMN-LINE.
002510         ADD 1 TO PRM-LINE-COUNT.
002520         PERFORM 2100-READ-CARD THRU 2100-EXIT.
002530 1000-EXIT.
002540         EXIT.
002550
002560 1100-WRITE-PAGE-TOP.
002570         ADD 1 TO PRM-PAGE-NUMBER.
002580         MOVE PRM-PAGE-NUMBER TO PRM-CLM-PAGE-NO.
002590         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLM-PAGE-HEADING.
002600         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLM-TITLE-LINE.
002610         MOVE PRM-SYS-DATE(5:2) TO PRM-CLM-RUN-DATE(1:2).
002620         MOVE "/" TO PRM-CLM-RUN-DATE(3:1).
002630         MOVE PRM-SYS-DATE(7:2) TO PRM-CLM-RUN-DATE(4:2).
002640         MOVE "/" TO PRM-CLM-RUN-DATE(6:1).
002650         MOVE PRM-SYS-DATE(1:4) TO PRM-CLM-RUN-DATE(7:4).
002660         MOVE PRM-SYS-TIME(1:2) TO PRM-CLM-RUN-TIME(1:2).
002670         MOVE ":" TO PRM-CLM-RUN-TIME(3:1).
002680         MOVE PRM-SYS-TIME(3:2) TO PRM-CLM-RUN-TIME(4:2).
002690         MOVE ":" TO PRM-CLM-RUN-TIME(6:1).
002700         MOVE PRM-SYS-TIME(5:2) TO PRM-CLM-RUN-TIME(7:2).
002710         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLM-DATE-LINE.
002720         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLM-BLANK-LINE.
002730         MOVE 4 TO PRM-LINE-COUNT.
002740 1100-EXIT.
002750         EXIT.
002760
002770 1200-CHECK-PAGE-BREAK.
002780         IF PRM-LINE-COUNT >= PRM-MAX-LINES-PER-PAGE
002790             PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT
002800             WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLM-COLUMN-LINE
002810             ADD 1 TO PRM-LINE-COUNT
002820         END-IF.
002830 1200-EXIT.
002840         EXIT.
002850
002860 2000-PROCESS-CARD.
002870         ADD 1 TO PRM-CARDS-READ.
002880         MOVE PRM-MNT-ACTION TO PRM-CLM-DET-ACTION.
002890         MOVE PRM-MNT-DATE TO PRM-CLM-DET-DATE.
002900         MOVE SPACES TO PRM-CLM-DET-DAY.
002910         MOVE PRM-MNT-OPERATOR-ID TO PRM-CLM-DET-OPERATOR.
002920         MOVE SPACES TO PRM-CLM-DET-DISP.
002930         PERFORM 2200-VALIDATE-CARD THRU 2200-EXIT.
002940         IF PRM-CLM-DET-DISP NOT = SPACES
002950             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
002960             GO TO 2000-NEXT
002970         END-IF.
002980         IF PRM-MNT-GENERATE
002990             PERFORM 3300-GENERATE-YEAR THRU 3300-EXIT
003000             GO TO 2000-NEXT
003010         END-IF.
003020         MOVE PRM-CARD-YMD TO PRM-CAL-DATE.
003030         READ PRM-CALENDAR-FILE
003040             INVALID KEY
003050                 SET PRM-ON-FILE-NO TO TRUE
003060             NOT INVALID KEY
003070                 SET PRM-ON-FILE-YES TO TRUE
003080         END-READ.
003090         IF PRM-MNT-DELETE
003100             PERFORM 3200-DELETE-DATE THRU 3200-EXIT
003110         ELSE
003120             PERFORM 3100-SET-DATE THRU 3100-EXIT
003130         END-IF.
003140 2000-NEXT.
003150         PERFORM 2100-READ-CARD THRU 2100-EXIT.
003160 2000-EXIT.
003170         EXIT.
003180
003190 2100-READ-CARD.
003200         READ PRM-CARD-FILE INTO PRM-MAINT-CARD
003210             AT END
003220                 SET PRM-CARD-EOF-YES TO TRUE
003230         END-READ.
003231*    Action and key fields are folded to upper case; the
003232*    description is kept as punched.
003233         INSPECT PRM-MNT-ACTION CONVERTING
003250             "abcdefghijklmnopqrstuvwxyz"
003260             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003261         INSPECT PRM-MNT-OPERATOR-ID CONVERTING
003262             "abcdefghijklmnopqrstuvwxyz"
003263             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003270 2100-EXIT.
003280         EXIT.
003290
003300*    Checks that need no calendar look-up.  Leaves the reason in
003310*    PRM-CLM-DET-DISP when the card cannot be applied.
003320 2200-VALIDATE-CARD.
003330         IF NOT PRM-MNT-SET-DAY AND NOT PRM-MNT-DELETE AND
003340                 NOT PRM-MNT-GENERATE
003350             MOVE "REJECTED - ACTION MUST BE P, N, S, D OR G"
003360                 TO PRM-CLM-DET-DISP
003370             GO TO 2200-EXIT
003380         END-IF.
003390         IF PRM-MNT-GENERATE
003400             PERFORM 2300-VALIDATE-YEAR THRU 2300-EXIT
003410         ELSE
003420             PERFORM 2400-VALIDATE-DATE THRU 2400-EXIT
003430         END-IF.
003440         IF PRM-CLM-DET-DISP NOT = SPACES
003450             GO TO 2200-EXIT
003460         END-IF.
003470         IF (PRM-MNT-NON-PROCESSING OR PRM-MNT-SHORT-DAY) AND
003480                 PRM-MNT-DESCRIPTION = SPACES
003490             MOVE "REJECTED - DESCRIPTION REQUIRED"
003500                 TO PRM-CLM-DET-DISP
003510             GO TO 2200-EXIT
003520         END-IF.
003530         IF PRM-MNT-OPERATOR-ID = SPACES
003540             MOVE "REJECTED - NO MAINTAINING OPERATOR"
003550                 TO PRM-CLM-DET-DISP
003560             GO TO 2200-EXIT
003570         END-IF.
003580         CALL "PRMOPRCK" USING PRM-OPR-ACTION,
003590             PRM-MNT-OPERATOR-ID, PRM-OPR-WORK-RECORD,
003600             PRM-OPR-RESULT.
003610         EVALUATE TRUE
003620             WHEN PRM-OPR-AUTHORIZED
003630                 CONTINUE
003640             WHEN PRM-OPR-NOT-FOUND
003650                 MOVE "REJECTED - OPERATOR NOT ON FILE"
003660                     TO PRM-CLM-DET-DISP
003670             WHEN PRM-OPR-REVOKED
003680                 MOVE "REJECTED - OPERATOR REVOKED"
003690                     TO PRM-CLM-DET-DISP
003700             WHEN PRM-OPR-DENIED
003710                 MOVE "REJECTED - OPERATOR MAY NOT"
003720                     TO PRM-CLM-DET-DISP
003730             WHEN OTHER
003740                 SET PRM-ERROR-YES TO TRUE
003750                 MOVE "REJECTED - OPRAUTH NOT USABLE"
003760                     TO PRM-CLM-DET-DISP
003770         END-EVALUATE.
003780 2200-EXIT.
003790         EXIT.
003800
003810 2300-VALIDATE-YEAR.
003820         IF PRM-MNT-GEN-YEAR IS NOT NUMERIC OR
003830                 PRM-MNT-GEN-REST NOT = SPACES
003840             MOVE "REJECTED - YEAR MUST BE YYYY IN COLUMNS 3-6"
003850                 TO PRM-CLM-DET-DISP
003860             GO TO 2300-EXIT
003870         END-IF.
003880         MOVE PRM-MNT-GEN-YEAR TO PRM-GEN-YEAR.
003890         IF PRM-GEN-YEAR < 1900 OR PRM-GEN-YEAR > 2099
003900             MOVE "REJECTED - YEAR OUT OF RANGE"
003910                 TO PRM-CLM-DET-DISP
003920         END-IF.
003930 2300-EXIT.
003940         EXIT.
003950
003960 2400-VALIDATE-DATE.
003970         IF PRM-MNT-MM IS NOT NUMERIC OR
003980                 PRM-MNT-DD IS NOT NUMERIC OR
003990                 PRM-MNT-YYYY IS NOT NUMERIC OR
004000                 PRM-MNT-SLASH-1 NOT = "/" OR
004010                 PRM-MNT-SLASH-2 NOT = "/"
004020             MOVE "REJECTED - DATE MUST BE MM/DD/YYYY"
004030                 TO PRM-CLM-DET-DISP
004040             GO TO 2400-EXIT
004050         END-IF.
004060         MOVE PRM-MNT-YYYY TO PRM-CARD-YMD-YYYY.
004070         MOVE PRM-MNT-MM TO PRM-CARD-YMD-MM.
004080         MOVE PRM-MNT-DD TO PRM-CARD-YMD-DD.
004090         IF PRM-CARD-YMD < 19000101 OR PRM-CARD-YMD > 20991231
004100             MOVE "REJECTED - DATE OUT OF RANGE"
004110                 TO PRM-CLM-DET-DISP
004120             GO TO 2400-EXIT
004130         END-IF.
004140         COMPUTE PRM-DAY-NO =
004150                 FUNCTION INTEGER-OF-DATE(PRM-CARD-YMD).
004160         IF PRM-DAY-NO = 0
004170             MOVE "REJECTED - NOT A CALENDAR DATE"
004180                 TO PRM-CLM-DET-DISP
004190             GO TO 2400-EXIT
004200         END-IF.
004210         PERFORM 2500-NAME-THE-DAY THRU 2500-EXIT.
004220         MOVE PRM-DAY-NAME(PRM-WEEKDAY + 1) TO PRM-CLM-DET-DAY.
004230 2400-EXIT.
004240         EXIT.
004250
004260*    Weekday of PRM-DAY-NO: 0 Monday through 6 Sunday.
004270 2500-NAME-THE-DAY.
004280         COMPUTE PRM-WEEK-NO = PRM-DAY-NO - 1.
004290         DIVIDE PRM-WEEK-NO BY 7 GIVING PRM-WEEK-NO
004300             REMAINDER PRM-WEEKDAY.
004310 2500-EXIT.
004320         EXIT.
004330
004340 3100-SET-DATE.
004350         IF PRM-ON-FILE-YES
004360             IF PRM-CAL-DAY-TYPE = PRM-MNT-ACTION AND
004370                     (PRM-MNT-DESCRIPTION = SPACES OR
004380                      PRM-CAL-DESCRIPTION = PRM-MNT-DESCRIPTION)
004390                 MOVE "REJECTED - DATE ALREADY SET SO"
004400                     TO PRM-CLM-DET-DISP
004410                 PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004420                 GO TO 3100-EXIT
004430             END-IF
004440         ELSE
004450             MOVE SPACES TO PRM-CAL-RECORD
004460             MOVE PRM-CARD-YMD TO PRM-CAL-DATE
004470         END-IF.
004480         MOVE PRM-MNT-ACTION TO PRM-CAL-DAY-TYPE.
004490         IF PRM-MNT-DESCRIPTION NOT = SPACES OR PRM-MNT-PROCESSING
004500             MOVE PRM-MNT-DESCRIPTION TO PRM-CAL-DESCRIPTION
004510         END-IF.
004520         MOVE PRM-SYS-DATE TO PRM-CAL-CHANGED-DATE.
004530         MOVE PRM-MNT-OPERATOR-ID TO PRM-CAL-CHANGED-BY.
004540         IF PRM-ON-FILE-YES
004550             REWRITE PRM-CAL-RECORD
004560                 INVALID KEY
004570                     MOVE "REJECTED - CALENDAR REWRITE FAILED"
004580                         TO PRM-CLM-DET-DISP
004590             END-REWRITE
004600         ELSE
004610             WRITE PRM-CAL-RECORD
004620                 INVALID KEY
004630                     MOVE "REJECTED - CALENDAR WRITE FAILED"
004640                         TO PRM-CLM-DET-DISP
004650             END-WRITE
004660         END-IF.
004670         IF PRM-CLM-DET-DISP NOT = SPACES
004680             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004690             GO TO 3100-EXIT
004700         END-IF.
004710         EVALUATE TRUE
004720             WHEN PRM-MNT-PROCESSING
004730                 MOVE "APPLIED - PROCESSING DAY"
004740                     TO PRM-CLM-DET-DISP
004750             WHEN PRM-MNT-NON-PROCESSING
004760                 MOVE "APPLIED - NON-PROCESSING DAY"
004770                     TO PRM-CLM-DET-DISP
004780             WHEN OTHER
004790                 MOVE "APPLIED - SHORT DAY" TO PRM-CLM-DET-DISP
004800         END-EVALUATE.
004810         PERFORM 4200-WRITE-APPLIED THRU 4200-EXIT.
004820 3100-EXIT.
004830         EXIT.
004840
004850 3200-DELETE-DATE.
004860         IF PRM-ON-FILE-NO
004870             MOVE "REJECTED - DATE NOT ON CALENDAR"
004880                 TO PRM-CLM-DET-DISP
004890             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004900             GO TO 3200-EXIT
004910         END-IF.
004920         DELETE PRM-CALENDAR-FILE
004930             INVALID KEY
004940                 MOVE "REJECTED - CALENDAR DELETE FAILED"
004950                     TO PRM-CLM-DET-DISP
004960                 PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004970                 GO TO 3200-EXIT
004980         END-DELETE.
004990         MOVE "APPLIED - DELETED, WEEKDAY RULE APPLIES"
005000             TO PRM-CLM-DET-DISP.
005010         PERFORM 4200-WRITE-APPLIED THRU 4200-EXIT.
005020 3200-EXIT.
005030         EXIT.
005040
005050*    Adds every date of the card's year that is not on file yet.
005060 3300-GENERATE-YEAR.
005070         MOVE ZERO TO PRM-GEN-ADDED.
005080         MOVE ZERO TO PRM-GEN-KEPT.
005090         COMPUTE PRM-CARD-YMD = PRM-GEN-YEAR * 10000 + 0101.
005100         COMPUTE PRM-FIRST-DAY-NO =
005110                 FUNCTION INTEGER-OF-DATE(PRM-CARD-YMD).
005120         COMPUTE PRM-CARD-YMD = PRM-GEN-YEAR * 10000 + 1231.
005130         COMPUTE PRM-LAST-DAY-NO =
005140                 FUNCTION INTEGER-OF-DATE(PRM-CARD-YMD).
005150         PERFORM 3400-GENERATE-ONE-DATE THRU 3400-EXIT
005160             VARYING PRM-DAY-NO FROM PRM-FIRST-DAY-NO BY 1
005170             UNTIL PRM-DAY-NO > PRM-LAST-DAY-NO
005180                OR PRM-CLM-DET-DISP NOT = SPACES.
005190         IF PRM-CLM-DET-DISP NOT = SPACES
005200             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
005210             GO TO 3300-EXIT
005220         END-IF.
005230         ADD PRM-GEN-ADDED TO PRM-DATES-GENERATED.
005240         MOVE PRM-GEN-ADDED TO PRM-GEN-ADDED-ED.
005250         MOVE PRM-GEN-KEPT TO PRM-GEN-KEPT-ED.
005260         STRING "APPLIED - " DELIMITED BY SIZE
005270                PRM-GEN-ADDED-ED DELIMITED BY SIZE
005280                " DATES ADDED, " DELIMITED BY SIZE
005290                PRM-GEN-KEPT-ED DELIMITED BY SIZE
005300                " KEPT" DELIMITED BY SIZE
005310             INTO PRM-CLM-DET-DISP
005320         END-STRING.
005330         PERFORM 4200-WRITE-APPLIED THRU 4200-EXIT.
005340 3300-EXIT.
005350         EXIT.
005360
005370 3400-GENERATE-ONE-DATE.
005380         COMPUTE PRM-CARD-YMD =
005390                 FUNCTION DATE-OF-INTEGER(PRM-DAY-NO).
005400         MOVE PRM-CARD-YMD TO PRM-CAL-DATE.
005410         READ PRM-CALENDAR-FILE
005420             INVALID KEY
005430                 SET PRM-ON-FILE-NO TO TRUE
005440             NOT INVALID KEY
005450                 SET PRM-ON-FILE-YES TO TRUE
005460         END-READ.
005470         IF PRM-ON-FILE-YES
005480             ADD 1 TO PRM-GEN-KEPT
005490             GO TO 3400-EXIT
005500         END-IF.
005510         MOVE SPACES TO PRM-CAL-RECORD.
005520         MOVE PRM-CARD-YMD TO PRM-CAL-DATE.
005530         PERFORM 2500-NAME-THE-DAY THRU 2500-EXIT.
005540         IF PRM-WEEKDAY > 4
005550             SET PRM-CAL-NON-PROCESSING TO TRUE
005560             MOVE "WEEKEND" TO PRM-CAL-DESCRIPTION
005570         ELSE
005580             SET PRM-CAL-PROCESSING TO TRUE
005590         END-IF.
005600         MOVE PRM-SYS-DATE TO PRM-CAL-CHANGED-DATE.
005610         MOVE PRM-MNT-OPERATOR-ID TO PRM-CAL-CHANGED-BY.
005620         WRITE PRM-CAL-RECORD
005630             INVALID KEY
005640                 MOVE "REJECTED - CALENDAR WRITE FAILED"
005650                     TO PRM-CLM-DET-DISP
005660                 GO TO 3400-EXIT
005670         END-WRITE.
005680         ADD 1 TO PRM-GEN-ADDED.
005690 3400-EXIT.
005700         EXIT.
005710
005720 4000-WRITE-DETAIL.
005730         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
005740         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLM-DETAIL-LINE.
005750         ADD 1 TO PRM-LINE-COUNT.
005760 4000-EXIT.
005770         EXIT.
005780
005790 4100-WRITE-REJECT.
005800         ADD 1 TO PRM-CARDS-REJECTED.
005810         PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT.
005820 4100-EXIT.
005830         EXIT.
005840
005850 4200-WRITE-APPLIED.
005860         ADD 1 TO PRM-CARDS-APPLIED.
005870         PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT.
005880 4200-EXIT.
005890         EXIT.
005900
005910 8000-FINALIZE.
005920         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLM-BLANK-LINE.
005930         MOVE "MAINTENANCE CARDS READ        "
005940             TO PRM-CLM-TRL-NAME.
005950         MOVE PRM-CARDS-READ TO PRM-CLM-TRL-COUNT.
005960         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLM-TRAILER-LINE.
005970         MOVE "CARDS APPLIED                 "
005980             TO PRM-CLM-TRL-NAME.
005990         MOVE PRM-CARDS-APPLIED TO PRM-CLM-TRL-COUNT.
006000         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLM-TRAILER-LINE.
006010         MOVE "CARDS REJECTED                "
006020             TO PRM-CLM-TRL-NAME.
006030         MOVE PRM-CARDS-REJECTED TO PRM-CLM-TRL-COUNT.
006040         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLM-TRAILER-LINE.
006050         MOVE "DATES GENERATED               "
006060             TO PRM-CLM-TRL-NAME.
006070         MOVE PRM-DATES-GENERATED TO PRM-CLM-TRL-COUNT.
006080         WRITE PRM-CAL-REPORT-RECORD FROM PRM-CLM-TRAILER-LINE.
006090         CLOSE PRM-CARD-FILE.
006100         CLOSE PRM-CALENDAR-FILE.
006110         CLOSE PRM-CAL-REPORT-FILE.
006120         MOVE "C" TO PRM-OPR-ACTION.
006130         CALL "PRMOPRCK" USING PRM-OPR-ACTION,
006140             PRM-MNT-OPERATOR-ID, PRM-OPR-WORK-RECORD,
006150             PRM-OPR-RESULT.
006160         IF PRM-CARDS-REJECTED > 0
006170             MOVE 8 TO RETURN-CODE
006180         ELSE
006190             MOVE ZERO TO RETURN-CODE
006200         END-IF.
006210         IF PRM-ERROR-YES
006220             MOVE 16 TO RETURN-CODE
006230         END-IF.
006240         DISPLAY 'PRMCALMT: ' PRM-CARDS-APPLIED ' APPLIED, '
006250             PRM-CARDS-REJECTED ' REJECTED'.
006260 8000-EXIT.
006270         EXIT.
006280
006290 END PROGRAM PRMCALMT.
