000010*****************************************************************
000020* PROGRAM:      PRMSUSAG
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Aged-suspense report.  Lists every entry still
000070*               open on the reject suspense file (SUSPENSE) -
000080*               pending, corrected, or re-entered and waiting
000090*               for the check step - that entered suspense more
000100*               than the number of days on the SUSAPRM card
000110*               (columns 1-3) ago, oldest first, so nothing
000120*               sits in suspense unnoticed.  The suspense key
000130*               is printed as it goes on a PRMSUSMT maintenance
000140*               card.  RC 0 nothing aged, 4 when any entry is
000150*               listed, 16 when the card is bad or the suspense
000160*               file is not usable.
000170* TECTONICS:    cobc
000180*-----------------------------------------------------------------
000190* MODIFICATION HISTORY
000200*   10/15/2026  RT  Initial aged-suspense report.
000210*****************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID. PRMSUSAG.
000240 AUTHOR. RAYANE TOKO.
000250 INSTALLATION. SHOP DATA PROCESSING.
000260 DATE-WRITTEN. 10/15/2026.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. GNUCOBOL.
000320 OBJECT-COMPUTER. GNUCOBOL.
000330
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PRM-PARM-FILE ASSIGN TO "SUSAPRM"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS PRM-PARM-STATUS.
000390
000400     SELECT PRM-SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS SEQUENTIAL
000430         RECORD KEY IS PRM-SUS-KEY
000440         FILE STATUS IS PRM-SUSPENSE-STATUS.
000450
000460     SELECT PRM-AGE-REPORT-FILE ASSIGN TO "SUSARPT"
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS PRM-AGE-REPORT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PRM-PARM-FILE.
000530 01  PRM-PARM-RECORD             PIC X(03).
000540
000550 FD  PRM-SUSPENSE-FILE.
000560     COPY PRMSUS.
000570
000580 FD  PRM-AGE-REPORT-FILE.
000590 01  PRM-AGE-REPORT-RECORD       PIC X(80).
000600
000610 WORKING-STORAGE SECTION.
000620 01  PRM-FILE-STATUSES.
000630     05  PRM-PARM-STATUS         PIC X(02) VALUE "00".
000640     05  PRM-SUSPENSE-STATUS     PIC X(02) VALUE "00".
000650     05  PRM-AGE-REPORT-STATUS   PIC X(02) VALUE "00".
000660
000670 01  PRM-SWITCHES.
000680     05  PRM-SUS-EOF-SWITCH      PIC X(01) VALUE "N".
000690         88  PRM-SUS-EOF-YES                VALUE "Y".
000700         88  PRM-SUS-EOF-NO                 VALUE "N".
000710
000720 01  PRM-PARM-CARD.
000730     05  PRM-CARD-DAYS           PIC X(03).
000740
000750 01  PRM-AGE-DAYS                PIC 9(3) COMP VALUE ZERO.
000760
000770 01  PRM-PAGE-CONTROL.
000780     05  PRM-LINE-COUNT          PIC 9(3) COMP VALUE ZERO.
000790     05  PRM-PAGE-NUMBER         PIC 9(3) COMP VALUE ZERO.
000800     05  PRM-MAX-LINES-PER-PAGE  PIC 9(3) COMP VALUE 50.
000810
000820 01  PRM-RUN-DATE-TIME.
000830     05  PRM-SYS-DATE            PIC 9(08).
000840     05  PRM-SYS-TIME            PIC 9(08).
000850
000860 01  PRM-AGE-FIELDS.
000870     05  PRM-TODAY-DAY-NO        PIC 9(07) COMP VALUE ZERO.
000880     05  PRM-ENTRY-DAY-NO        PIC 9(07) COMP VALUE ZERO.
000890     05  PRM-ENTRY-AGE           PIC S9(5) COMP VALUE ZERO.
000900     05  PRM-OLDEST-AGE          PIC S9(5) COMP VALUE ZERO.
000910
000920 01  PRM-AGE-COUNTS.
000930     05  PRM-ENTRIES-READ        PIC 9(9) COMP VALUE ZERO.
000940     05  PRM-ENTRIES-OPEN        PIC 9(9) COMP VALUE ZERO.
000950     05  PRM-ENTRIES-AGED        PIC 9(9) COMP VALUE ZERO.
000960
000970 01  PRM-SAG-TITLE-LINE.
000980     05  FILLER PIC X(26) VALUE SPACES.
000990     05  FILLER PIC X(28) VALUE "AGED REJECT SUSPENSE".
001000     05  FILLER PIC X(26) VALUE SPACES.
001010
001020 01  PRM-SAG-DATE-LINE.
001030     05  FILLER PIC X(05) VALUE SPACES.
001040     05  FILLER PIC X(06) VALUE "DATE: ".
001050     05  PRM-SAG-RUN-DATE PIC X(10).
001060     05  FILLER PIC X(05) VALUE SPACES.
001070     05  FILLER PIC X(06) VALUE "TIME: ".
001080     05  PRM-SAG-RUN-TIME PIC X(08).
001090     05  FILLER PIC X(14) VALUE "  OLDER THAN ".
001100     05  PRM-SAG-RUN-DAYS PIC ZZ9.
001110     05  FILLER PIC X(05) VALUE " DAYS".
001120     05  FILLER PIC X(18) VALUE SPACES.
001130
001140 01  PRM-SAG-PAGE-HEADING.
001150     05  FILLER PIC X(05) VALUE SPACES.
001160     05  FILLER PIC X(06) VALUE "PAGE: ".
001170     05  PRM-SAG-PAGE-NO PIC ZZZ9.
001180     05  FILLER PIC X(62) VALUE SPACES.
001190
001200 01  PRM-SAG-BLANK-LINE PIC X(80) VALUE SPACES.
001210
001220 01  PRM-SAG-COLUMN-LINE.
001230     05  FILLER PIC X(05) VALUE SPACES.
001240     05  FILLER PIC X(26) VALUE "SUSPENSE KEY".
001250     05  FILLER PIC X(03) VALUE "ST".
001260     05  FILLER PIC X(04) VALUE "RSN".
001270     05  FILLER PIC X(06) VALUE " DAYS".
001280     05  FILLER PIC X(09) VALUE "ORIGINAL".
001290     05  FILLER PIC X(09) VALUE "CORRECTD".
001300     05  FILLER PIC X(18) VALUE "BY".
001310
001320 01  PRM-SAG-DETAIL-LINE.
001330     05  FILLER PIC X(05) VALUE SPACES.
001340     05  PRM-SAG-DET-KEY PIC X(24).
001350     05  FILLER PIC X(02) VALUE SPACES.
001360     05  PRM-SAG-DET-STATUS PIC X(01).
001370     05  FILLER PIC X(02) VALUE SPACES.
001380     05  PRM-SAG-DET-REASON PIC X(02).
001390     05  FILLER PIC X(02) VALUE SPACES.
001400     05  PRM-SAG-DET-AGE PIC ZZZ9.
001410     05  FILLER PIC X(02) VALUE SPACES.
001420     05  PRM-SAG-DET-ORIGINAL PIC X(07).
001430     05  FILLER PIC X(02) VALUE SPACES.
001440     05  PRM-SAG-DET-CORRECTED PIC X(07).
001450     05  FILLER PIC X(02) VALUE SPACES.
001460     05  PRM-SAG-DET-BY PIC X(08).
001470     05  FILLER PIC X(10) VALUE SPACES.
001480
001490 01  PRM-SAG-TRAILER-LINE.
001500     05  FILLER PIC X(05) VALUE SPACES.
001510     05  PRM-SAG-TRL-NAME PIC X(30).
001520     05  PRM-SAG-TRL-COUNT PIC ZZZ,ZZZ,ZZ9.
001530     05  FILLER PIC X(34) VALUE SPACES.
001540
001550 PROCEDURE DIVISION.
001560 0000-MAINLINE.
001570         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580         PERFORM 2000-AGE-ONE-ENTRY THRU 2000-EXIT
001590             UNTIL PRM-SUS-EOF-YES.
001600         PERFORM 8000-FINALIZE THRU 8000-EXIT.
001610         STOP RUN.
001620
001630 1000-INITIALIZE.
001640         PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
001650         OPEN INPUT PRM-SUSPENSE-FILE.
001660         IF PRM-SUSPENSE-STATUS NOT = "00"
001670             DISPLAY 'PRMSUSAG: SUSPENSE NOT AVAILABLE - STATUS '
001680                 PRM-SUSPENSE-STATUS
001690             MOVE 16 TO RETURN-CODE
001700             STOP RUN
001710         END-IF.
001720         OPEN OUTPUT PRM-AGE-REPORT-FILE.
001730         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
001740         ACCEPT PRM-SYS-TIME FROM TIME.
001750         COMPUTE PRM-TODAY-DAY-NO =
001760                 FUNCTION INTEGER-OF-DATE(PRM-SYS-DATE).
001770         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
001780         PERFORM 2100-READ-ENTRY THRU 2100-EXIT.
001790 1000-EXIT.
001800         EXIT.
001810
001820 1100-WRITE-PAGE-TOP.
001830         ADD 1 TO PRM-PAGE-NUMBER.
001840         MOVE PRM-PAGE-NUMBER TO PRM-SAG-PAGE-NO.
001850         WRITE PRM-AGE-REPORT-RECORD FROM PRM-SAG-PAGE-HEADING.
001860         WRITE PRM-AGE-REPORT-RECORD FROM PRM-SAG-TITLE-LINE.
001870         MOVE PRM-SYS-DATE(5:2) TO PRM-SAG-RUN-DATE(1:2).
001880         MOVE "/" TO PRM-SAG-RUN-DATE(3:1).
001890         MOVE PRM-SYS-DATE(7:2) TO PRM-SAG-RUN-DATE(4:2).
001900         MOVE "/" TO PRM-SAG-RUN-DATE(6:1).
001910         MOVE PRM-SYS-DATE(1:4) TO PRM-SAG-RUN-DATE(7:4).
001920         MOVE PRM-SYS-TIME(1:2) TO PRM-SAG-RUN-TIME(1:2).
001930         MOVE ":" TO PRM-SAG-RUN-TIME(3:1).
001940         MOVE PRM-SYS-TIME(3:2) TO PRM-SAG-RUN-TIME(4:2).
001950         MOVE ":" TO PRM-SAG-RUN-TIME(6:1).
001960         MOVE PRM-SYS-TIME(5:2) TO PRM-SAG-RUN-TIME(7:2).
001970         MOVE PRM-AGE-DAYS TO PRM-SAG-RUN-DAYS.
001980         WRITE PRM-AGE-REPORT-RECORD FROM PRM-SAG-DATE-LINE.
001990         WRITE PRM-AGE-REPORT-RECORD FROM PRM-SAG-BLANK-LINE.
002000         WRITE PRM-AGE-REPORT-RECORD FROM PRM-SAG-COLUMN-LINE.
002010         MOVE 5 TO PRM-LINE-COUNT.
002020 1100-EXIT.
002030         EXIT.
002040
002050 1200-CHECK-PAGE-BREAK.
002060         IF PRM-LINE-COUNT >= PRM-MAX-LINES-PER-PAGE
002070             PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT
002080         END-IF.
002090 1200-EXIT.
002100         EXIT.
002110
002120 1500-READ-PARAMETERS.
002130         OPEN INPUT PRM-PARM-FILE.
002140         IF PRM-PARM-STATUS NOT = "00"
002150             DISPLAY 'PRMSUSAG: SUSAPRM NOT AVAILABLE - STATUS '
002160                 PRM-PARM-STATUS
002170             MOVE 16 TO RETURN-CODE
002180             STOP RUN
002190         END-IF.
002200         READ PRM-PARM-FILE INTO PRM-PARM-CARD
002210             AT END
002220                 DISPLAY 'PRMSUSAG: SUSAPRM IS EMPTY'
002230                 MOVE 16 TO RETURN-CODE
002240                 STOP RUN
002250         END-READ.
002260         CLOSE PRM-PARM-FILE.
002270         IF PRM-CARD-DAYS IS NUMERIC
002280             MOVE PRM-CARD-DAYS TO PRM-AGE-DAYS
002290         ELSE
002300             DISPLAY 'PRMSUSAG: BAD DAYS ON SUSAPRM CARD: '
002310                 PRM-CARD-DAYS
002320             MOVE 16 TO RETURN-CODE
002330             STOP RUN
002340         END-IF.
002350 1500-EXIT.
002360         EXIT.
002370
002380 2000-AGE-ONE-ENTRY.
002390         ADD 1 TO PRM-ENTRIES-READ.
002400         IF NOT PRM-SUS-OPEN
002410             GO TO 2000-NEXT
002420         END-IF.
002430         ADD 1 TO PRM-ENTRIES-OPEN.
002440         IF PRM-SUS-ENTRY-DATE IS NOT NUMERIC
002450             MOVE 9999 TO PRM-ENTRY-AGE
002460         ELSE
002470             COMPUTE PRM-ENTRY-DAY-NO =
002480                     FUNCTION INTEGER-OF-DATE(PRM-SUS-ENTRY-DATE)
002490             COMPUTE PRM-ENTRY-AGE =
002500                     PRM-TODAY-DAY-NO - PRM-ENTRY-DAY-NO
002510         END-IF.
002520         IF PRM-ENTRY-AGE <= PRM-AGE-DAYS
002530             GO TO 2000-NEXT
002540         END-IF.
002550         ADD 1 TO PRM-ENTRIES-AGED.
002560         IF PRM-ENTRY-AGE > PRM-OLDEST-AGE
002570             MOVE PRM-ENTRY-AGE TO PRM-OLDEST-AGE
002580         END-IF.
002590         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
002600         MOVE PRM-SUS-KEY TO PRM-SAG-DET-KEY.
002610         MOVE PRM-SUS-STATUS TO PRM-SAG-DET-STATUS.
002620         MOVE PRM-SUS-REASON TO PRM-SAG-DET-REASON.
002630         MOVE PRM-ENTRY-AGE TO PRM-SAG-DET-AGE.
002640         MOVE PRM-SUS-ORIGINAL(1:7) TO PRM-SAG-DET-ORIGINAL.
002650         MOVE PRM-SUS-CORRECTED-VALUE TO PRM-SAG-DET-CORRECTED.
002660         MOVE PRM-SUS-MAINT-BY TO PRM-SAG-DET-BY.
002670         WRITE PRM-AGE-REPORT-RECORD FROM PRM-SAG-DETAIL-LINE.
002680         ADD 1 TO PRM-LINE-COUNT.
002690 2000-NEXT.
002700         PERFORM 2100-READ-ENTRY THRU 2100-EXIT.
002710 2000-EXIT.
002720         EXIT.
002730
002740 2100-READ-ENTRY.
002750         READ PRM-SUSPENSE-FILE NEXT RECORD
002760             AT END
002770                 SET PRM-SUS-EOF-YES TO TRUE
002780         END-READ.
002790 2100-EXIT.
002800         EXIT.
002810
002820 8000-FINALIZE.
002830         WRITE PRM-AGE-REPORT-RECORD FROM PRM-SAG-BLANK-LINE.
002840         MOVE "ENTRIES ON SUSPENSE FILE      "
002850             TO PRM-SAG-TRL-NAME.
002860         MOVE PRM-ENTRIES-READ TO PRM-SAG-TRL-COUNT.
002870         WRITE PRM-AGE-REPORT-RECORD FROM PRM-SAG-TRAILER-LINE.
002880         MOVE "ENTRIES OPEN                  "
002890             TO PRM-SAG-TRL-NAME.
002900         MOVE PRM-ENTRIES-OPEN TO PRM-SAG-TRL-COUNT.
002910         WRITE PRM-AGE-REPORT-RECORD FROM PRM-SAG-TRAILER-LINE.
002920         MOVE "ENTRIES OPEN PAST THE AGE     "
002930             TO PRM-SAG-TRL-NAME.
002940         MOVE PRM-ENTRIES-AGED TO PRM-SAG-TRL-COUNT.
002950         WRITE PRM-AGE-REPORT-RECORD FROM PRM-SAG-TRAILER-LINE.
002960         MOVE "OLDEST OPEN ENTRY (DAYS)      "
002970             TO PRM-SAG-TRL-NAME.
002980         MOVE PRM-OLDEST-AGE TO PRM-SAG-TRL-COUNT.
002990         WRITE PRM-AGE-REPORT-RECORD FROM PRM-SAG-TRAILER-LINE.
003000         CLOSE PRM-SUSPENSE-FILE.
003010         CLOSE PRM-AGE-REPORT-FILE.
003020         IF PRM-ENTRIES-AGED > 0
003030             MOVE 4 TO RETURN-CODE
003040         ELSE
003050             MOVE ZERO TO RETURN-CODE
003060         END-IF.
003070         DISPLAY 'PRMSUSAG: ' PRM-ENTRIES-AGED
003080             ' OPEN ENTRIES OLDER THAN ' PRM-CARD-DAYS ' DAYS'.
003090 8000-EXIT.
003100         EXIT.
003110
003120 END PROGRAM PRMSUSAG.
