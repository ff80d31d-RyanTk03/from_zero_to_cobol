000010*****************************************************************
000020* PROGRAM:      PRMSUSMT
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Maintenance of the reject suspense file
000070*               (SUSPENSE) that PRMSUSP keeps.  Reads cards from
000080*               SUSCARDS:
000090*                 C - correct an entry: the corrected value is
000100*                     fed into the next night's worklist by
000110*                     PRMSUSP FEED and the entry closes when the
000120*                     check step has checked it
000130*                 W - write an entry off (reason required); it
000140*                     closes without being checked
000150*                 P - put an entry back to pending, withdrawing
000160*                     a correction not yet fed (note required)
000170*               Card columns:  1      action
000180*                              3-26   suspense key, as printed by
000190*                                     PRMSUSP and PRMSUSAG
000200*                              28-33  corrected value (C only),
000210*                                     six digits
000220*                              35-42  operator id
000230*                              44-83  reason or note
000240*               The operator must be on the authorization file
000250*               (OPRAUTH) and allowed to submit corrections,
000260*               asked through PRMOPRCK.  A correction already
000270*               fed to a worklist cannot be changed until the
000280*               check step has answered for it.  Prints every
000290*               card applied or rejected.  RC 0 all cards
000300*               applied, 8 when any card was rejected, 16 when
000310*               the card file, the suspense file or the
000320*               authorization file was not usable.
000330* TECTONICS:    cobc
000340*-----------------------------------------------------------------
000350* MODIFICATION HISTORY
000360*   10/15/2026  RT  Initial suspense maintenance program.
000361*   10/15/2026  RT  Only the action, key and operator id are
000362*                    folded to upper case; the note is kept as
000363*                    punched.
000370*****************************************************************
000380 IDENTIFICATION DIVISION.
000390 PROGRAM-ID. PRMSUSMT.
000400 AUTHOR. RAYANE TOKO.
000410 INSTALLATION. SHOP DATA PROCESSING.
000420 DATE-WRITTEN. 10/15/2026.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 CONFIGURATION SECTION.
000470 SOURCE-COMPUTER. GNUCOBOL.
000480 OBJECT-COMPUTER. GNUCOBOL.
000490
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT PRM-CARD-FILE ASSIGN TO "SUSCARDS"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS PRM-CARD-STATUS.
000550
000560     SELECT PRM-SUSPENSE-FILE ASSIGN TO "SUSPENSE"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS PRM-SUS-KEY
000600         FILE STATUS IS PRM-SUSPENSE-STATUS.
000610
000620     SELECT PRM-SUS-REPORT-FILE ASSIGN TO "SUSMRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS PRM-SUS-REPORT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  PRM-CARD-FILE.
000690 01  PRM-CARD-RECORD             PIC X(83).
000700
000710 FD  PRM-SUSPENSE-FILE.
000720     COPY PRMSUS.
000730
000740 FD  PRM-SUS-REPORT-FILE.
000750 01  PRM-SUS-REPORT-RECORD       PIC X(80).
000760
000770 WORKING-STORAGE SECTION.
000780 01  PRM-FILE-STATUSES.
000790     05  PRM-CARD-STATUS         PIC X(02) VALUE "00".
000800     05  PRM-SUSPENSE-STATUS     PIC X(02) VALUE "00".
000810     05  PRM-SUS-REPORT-STATUS   PIC X(02) VALUE "00".
000820
000830 01  PRM-SWITCHES.
000840     05  PRM-CARD-EOF-SWITCH     PIC X(01) VALUE "N".
000850         88  PRM-CARD-EOF-YES               VALUE "Y".
000860         88  PRM-CARD-EOF-NO                VALUE "N".
000870     05  PRM-ERROR-SWITCH        PIC X(01) VALUE "N".
000880         88  PRM-ERROR-YES                  VALUE "Y".
000890
000900 01  PRM-MAINT-CARD.
000910     05  PRM-MNT-ACTION          PIC X(01).
000920         88  PRM-MNT-CORRECT                VALUE "C".
000930         88  PRM-MNT-WRITE-OFF              VALUE "W".
000940         88  PRM-MNT-PEND                   VALUE "P".
000950     05  FILLER                  PIC X(01).
000960     05  PRM-MNT-KEY             PIC X(24).
000970     05  FILLER                  PIC X(01).
000980     05  PRM-MNT-VALUE           PIC X(06).
000990     05  FILLER                  PIC X(01).
001000     05  PRM-MNT-OPERATOR-ID     PIC X(08).
001010     05  FILLER                  PIC X(01).
001020     05  PRM-MNT-NOTE            PIC X(40).
001030
001040 01  PRM-OPR-ACTION              PIC X(01) VALUE "S".
001050 01  PRM-OPR-WORK-RECORD         PIC X(80) VALUE SPACES.
001060 01  PRM-OPR-RESULT              PIC X(01) VALUE SPACE.
001070     88  PRM-OPR-AUTHORIZED                VALUE "A".
001080     88  PRM-OPR-NOT-FOUND                 VALUE "N".
001090     88  PRM-OPR-REVOKED                   VALUE "R".
001100     88  PRM-OPR-DENIED                    VALUE "D".
001110     88  PRM-OPR-ERROR                     VALUE "E".
001120
001130 01  PRM-PAGE-CONTROL.
001140     05  PRM-LINE-COUNT          PIC 9(3) COMP VALUE ZERO.
001150     05  PRM-PAGE-NUMBER         PIC 9(3) COMP VALUE ZERO.
001160     05  PRM-MAX-LINES-PER-PAGE  PIC 9(3) COMP VALUE 50.
001170
001180 01  PRM-RUN-DATE-TIME.
001190     05  PRM-SYS-DATE            PIC 9(08).
001200     05  PRM-SYS-TIME            PIC 9(08).
001210
001220 01  PRM-MAINT-COUNTS.
001230     05  PRM-CARDS-READ          PIC 9(9) COMP VALUE ZERO.
001240     05  PRM-CARDS-APPLIED       PIC 9(9) COMP VALUE ZERO.
001250     05  PRM-CARDS-REJECTED      PIC 9(9) COMP VALUE ZERO.
001260
001270 01  PRM-SSM-TITLE-LINE.
001280     05  FILLER PIC X(24) VALUE SPACES.
001290     05  FILLER PIC X(32) VALUE "REJECT SUSPENSE MAINTENANCE".
001300     05  FILLER PIC X(24) VALUE SPACES.
001310
001320 01  PRM-SSM-DATE-LINE.
001330     05  FILLER PIC X(05) VALUE SPACES.
001340     05  FILLER PIC X(06) VALUE "DATE: ".
001350     05  PRM-SSM-RUN-DATE PIC X(10).
001360     05  FILLER PIC X(05) VALUE SPACES.
001370     05  FILLER PIC X(06) VALUE "TIME: ".
001380     05  PRM-SSM-RUN-TIME PIC X(08).
001390     05  FILLER PIC X(40) VALUE SPACES.
001400
001410 01  PRM-SSM-PAGE-HEADING.
001420     05  FILLER PIC X(05) VALUE SPACES.
001430     05  FILLER PIC X(06) VALUE "PAGE: ".
001440     05  PRM-SSM-PAGE-NO PIC ZZZ9.
001450     05  FILLER PIC X(62) VALUE SPACES.
001460
001470 01  PRM-SSM-BLANK-LINE PIC X(80) VALUE SPACES.
001480
001490 01  PRM-SSM-COLUMN-LINE.
001500     05  FILLER PIC X(05) VALUE SPACES.
001510     05  FILLER PIC X(03) VALUE "ACT".
001520     05  FILLER PIC X(26) VALUE "SUSPENSE KEY".
001530     05  FILLER PIC X(08) VALUE "VALUE".
001540     05  FILLER PIC X(10) VALUE "OPERATOR".
001550     05  FILLER PIC X(28) VALUE "DISPOSITION".
001560
001570 01  PRM-SSM-DETAIL-LINE.
001580     05  FILLER PIC X(05) VALUE SPACES.
001590     05  PRM-SSM-DET-ACTION PIC X(01).
001600     05  FILLER PIC X(02) VALUE SPACES.
001610     05  PRM-SSM-DET-KEY PIC X(24).
001620     05  FILLER PIC X(02) VALUE SPACES.
001630     05  PRM-SSM-DET-VALUE PIC X(06).
001640     05  FILLER PIC X(02) VALUE SPACES.
001650     05  PRM-SSM-DET-OPERATOR PIC X(08).
001660     05  FILLER PIC X(02) VALUE SPACES.
001670     05  PRM-SSM-DET-DISP PIC X(28).
001680
001690 01  PRM-SSM-TRAILER-LINE.
001700     05  FILLER PIC X(05) VALUE SPACES.
001710     05  PRM-SSM-TRL-NAME PIC X(30).
001720     05  PRM-SSM-TRL-COUNT PIC ZZZ,ZZZ,ZZ9.
001730     05  FILLER PIC X(34) VALUE SPACES.
001740
001750 PROCEDURE DIVISION.
001760 0000-MAINLINE.
001770         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001780         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
001790             UNTIL PRM-CARD-EOF-YES.
001800         PERFORM 8000-FINALIZE THRU 8000-EXIT.
001810         STOP RUN.
001820
001830 1000-INITIALIZE.
001840         OPEN INPUT PRM-CARD-FILE.
001850         IF PRM-CARD-STATUS NOT = "00"
001860             DISPLAY 'PRMSUSMT: SUSCARDS NOT AVAILABLE - STATUS '
001870                 PRM-CARD-STATUS
001880             MOVE 16 TO RETURN-CODE
001890             STOP RUN
001900         END-IF.
001910         OPEN I-O PRM-SUSPENSE-FILE.
001920         IF PRM-SUSPENSE-STATUS NOT = "00"
001930             DISPLAY 'PRMSUSMT: SUSPENSE NOT AVAILABLE - STATUS '
001940                 PRM-SUSPENSE-STATUS
001950             CLOSE PRM-CARD-FILE
001960             MOVE 16 TO RETURN-CODE
001970             STOP RUN
001980         END-IF.
001990         OPEN OUTPUT PRM-SUS-REPORT-FILE.
002000         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
002010         ACCEPT PRM-SYS-TIME FROM TIME.
002020         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
002030         PERFORM 2100-READ-CARD THRU 2100-EXIT.
002040 1000-EXIT.
002050         EXIT.
002060
002070 1100-WRITE-PAGE-TOP.
002080         ADD 1 TO PRM-PAGE-NUMBER.
002090         MOVE PRM-PAGE-NUMBER TO PRM-SSM-PAGE-NO.
002100         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSM-PAGE-HEADING.
002110         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSM-TITLE-LINE.
002120         MOVE PRM-SYS-DATE(5:2) TO PRM-SSM-RUN-DATE(1:2).
002130         MOVE "/" TO PRM-SSM-RUN-DATE(3:1).
002140         MOVE PRM-SYS-DATE(7:2) TO PRM-SSM-RUN-DATE(4:2).
002150         MOVE "/" TO PRM-SSM-RUN-DATE(6:1).
002160         MOVE PRM-SYS-DATE(1:4) TO PRM-SSM-RUN-DATE(7:4).
002170         MOVE PRM-SYS-TIME(1:2) TO PRM-SSM-RUN-TIME(1:2).
002180         MOVE ":" TO PRM-SSM-RUN-TIME(3:1).
002190         MOVE PRM-SYS-TIME(3:2) TO PRM-SSM-RUN-TIME(4:2).
002200         MOVE ":" TO PRM-SSM-RUN-TIME(6:1).
002210         MOVE PRM-SYS-TIME(5:2) TO PRM-SSM-RUN-TIME(7:2).
002220         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSM-DATE-LINE.
002230         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSM-BLANK-LINE.
002240         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSM-COLUMN-LINE.
002250         MOVE 5 TO PRM-LINE-COUNT.
002260 1100-EXIT.
002270         EXIT.
002280
002290 1200-CHECK-PAGE-BREAK.
002300         IF PRM-LINE-COUNT >= PRM-MAX-LINES-PER-PAGE
002310             PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT
002320         END-IF.
002330 1200-EXIT.
002340         EXIT.
002350
002360 2000-PROCESS-CARD.
002370         ADD 1 TO PRM-CARDS-READ.
002380         MOVE PRM-MNT-ACTION TO PRM-SSM-DET-ACTION.
002390         MOVE PRM-MNT-KEY TO PRM-SSM-DET-KEY.
002400         MOVE PRM-MNT-VALUE TO PRM-SSM-DET-VALUE.
002410         MOVE PRM-MNT-OPERATOR-ID TO PRM-SSM-DET-OPERATOR.
002420         MOVE SPACES TO PRM-SSM-DET-DISP.
002430         PERFORM 2200-VALIDATE-CARD THRU 2200-EXIT.
002440         IF PRM-SSM-DET-DISP NOT = SPACES
002450             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
002460             GO TO 2000-NEXT
002470         END-IF.
002480         MOVE PRM-MNT-KEY TO PRM-SUS-KEY.
002490         READ PRM-SUSPENSE-FILE
002500             INVALID KEY
002510                 MOVE "REJECTED - NO SUCH ENTRY"
002520                     TO PRM-SSM-DET-DISP
002530                 PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
002540                 GO TO 2000-NEXT
002550         END-READ.
002560         EVALUATE TRUE
002570             WHEN PRM-MNT-CORRECT
002580                 PERFORM 3100-CORRECT-ENTRY THRU 3100-EXIT
002590             WHEN PRM-MNT-WRITE-OFF
002600                 PERFORM 3200-WRITE-OFF-ENTRY THRU 3200-EXIT
002610             WHEN OTHER
002620                 PERFORM 3300-PEND-ENTRY THRU 3300-EXIT
002630         END-EVALUATE.
002640 2000-NEXT.
002650         PERFORM 2100-READ-CARD THRU 2100-EXIT.
002660 2000-EXIT.
002670         EXIT.
002680
002690 2100-READ-CARD.
002700         READ PRM-CARD-FILE INTO PRM-MAINT-CARD
002710             AT END
002720                 SET PRM-CARD-EOF-YES TO TRUE
002730         END-READ.
002731*    Action and key fields are folded to upper case; the note
002732*    is kept as punched.
002733         INSPECT PRM-MNT-ACTION CONVERTING
002750             "abcdefghijklmnopqrstuvwxyz"
002760             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002761         INSPECT PRM-MNT-KEY CONVERTING
002762             "abcdefghijklmnopqrstuvwxyz"
002763             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002764         INSPECT PRM-MNT-OPERATOR-ID CONVERTING
002765             "abcdefghijklmnopqrstuvwxyz"
002766             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002770 2100-EXIT.
002780         EXIT.
002790
002800*    Checks that need no look-up on the suspense file.  Leaves the
002810*    reason in PRM-SSM-DET-DISP when the card cannot be applied.
002820 2200-VALIDATE-CARD.
002830         IF NOT PRM-MNT-CORRECT AND NOT PRM-MNT-WRITE-OFF AND
002840                 NOT PRM-MNT-PEND
002850             MOVE "REJECTED - ACTION NOT C/W/P"
002851                 TO PRM-SSM-DET-DISP
002860             GO TO 2200-EXIT
002870         END-IF.
002880         IF PRM-MNT-KEY(1:14) IS NOT NUMERIC OR
002890                 PRM-MNT-KEY(16:9) IS NOT NUMERIC
002900             MOVE "REJECTED - KEY NOT VALID" TO PRM-SSM-DET-DISP
002910             GO TO 2200-EXIT
002920         END-IF.
002930         IF PRM-MNT-CORRECT AND PRM-MNT-VALUE IS NOT NUMERIC
002940             MOVE "REJECTED - VALUE NOT 6 DIGITS"
002950                 TO PRM-SSM-DET-DISP
002960             GO TO 2200-EXIT
002970         END-IF.
002980         IF NOT PRM-MNT-CORRECT AND PRM-MNT-NOTE = SPACES
002990             MOVE "REJECTED - REASON REQUIRED" TO PRM-SSM-DET-DISP
003000             GO TO 2200-EXIT
003010         END-IF.
003020         CALL "PRMOPRCK" USING PRM-OPR-ACTION,
003021             PRM-MNT-OPERATOR-ID, PRM-OPR-WORK-RECORD,
003030             PRM-OPR-RESULT.
003040         EVALUATE TRUE
003050             WHEN PRM-OPR-AUTHORIZED
003060                 CONTINUE
003070             WHEN PRM-OPR-NOT-FOUND
003080                 MOVE "REJECTED - OPERATOR NOT ON FILE"
003090                     TO PRM-SSM-DET-DISP
003100             WHEN PRM-OPR-REVOKED
003110                 MOVE "REJECTED - OPERATOR REVOKED"
003120                     TO PRM-SSM-DET-DISP
003130             WHEN PRM-OPR-DENIED
003140                 MOVE "REJECTED - OPERATOR MAY NOT"
003150                     TO PRM-SSM-DET-DISP
003160             WHEN OTHER
003170                 SET PRM-ERROR-YES TO TRUE
003180                 MOVE "REJECTED - OPRAUTH NOT USABLE"
003190                     TO PRM-SSM-DET-DISP
003200         END-EVALUATE.
003210 2200-EXIT.
003220         EXIT.
003230
003240 3100-CORRECT-ENTRY.
003250         IF NOT PRM-SUS-PENDING AND NOT PRM-SUS-CORRECTED
003260             IF PRM-SUS-REENTERED
003270                 MOVE "REJECTED - FED, AWAITING CHECK"
003280                     TO PRM-SSM-DET-DISP
003290             ELSE
003300                 MOVE "REJECTED - ENTRY IS CLOSED"
003310                     TO PRM-SSM-DET-DISP
003320             END-IF
003330             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
003340             GO TO 3100-EXIT
003350         END-IF.
003360         MOVE SPACES TO PRM-SUS-CORRECTED-VALUE.
003370         MOVE PRM-MNT-VALUE TO PRM-SUS-CORRECTED-VALUE(1:6).
003380         SET PRM-SUS-CORRECTED TO TRUE.
003390         IF PRM-MNT-NOTE NOT = SPACES
003400             MOVE PRM-MNT-NOTE TO PRM-SUS-NOTE
003410         END-IF.
003420         MOVE "APPLIED - CORRECTED" TO PRM-SSM-DET-DISP.
003430         PERFORM 3500-REWRITE-ENTRY THRU 3500-EXIT.
003440 3100-EXIT.
003450         EXIT.
003460
003470 3200-WRITE-OFF-ENTRY.
003480         IF NOT PRM-SUS-OPEN
003490             MOVE "REJECTED - ENTRY IS CLOSED" TO PRM-SSM-DET-DISP
003500             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
003510             GO TO 3200-EXIT
003520         END-IF.
003530         SET PRM-SUS-WRITTEN-OFF TO TRUE.
003540         MOVE PRM-MNT-NOTE TO PRM-SUS-NOTE.
003550         MOVE PRM-SYS-DATE TO PRM-SUS-CLOSED-DATE.
003560         MOVE ZERO TO PRM-SUS-CLOSED-RUN-ID.
003570         MOVE "APPLIED - WRITTEN OFF" TO PRM-SSM-DET-DISP.
003580         PERFORM 3500-REWRITE-ENTRY THRU 3500-EXIT.
003590 3200-EXIT.
003600         EXIT.
003610
003620 3300-PEND-ENTRY.
003630         IF NOT PRM-SUS-PENDING AND NOT PRM-SUS-CORRECTED
003640             IF PRM-SUS-REENTERED
003650                 MOVE "REJECTED - FED, AWAITING CHECK"
003660                     TO PRM-SSM-DET-DISP
003670             ELSE
003680                 MOVE "REJECTED - ENTRY IS CLOSED"
003690                     TO PRM-SSM-DET-DISP
003700             END-IF
003710             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
003720             GO TO 3300-EXIT
003730         END-IF.
003740         SET PRM-SUS-PENDING TO TRUE.
003750         MOVE SPACES TO PRM-SUS-CORRECTED-VALUE.
003760         MOVE PRM-MNT-NOTE TO PRM-SUS-NOTE.
003770         MOVE "APPLIED - BACK TO PENDING" TO PRM-SSM-DET-DISP.
003780         PERFORM 3500-REWRITE-ENTRY THRU 3500-EXIT.
003790 3300-EXIT.
003800         EXIT.
003810
003820 3500-REWRITE-ENTRY.
003830         MOVE PRM-MNT-OPERATOR-ID TO PRM-SUS-MAINT-BY.
003840         MOVE PRM-SYS-DATE TO PRM-SUS-MAINT-DATE.
003850         REWRITE PRM-SUS-RECORD
003860             INVALID KEY
003870                 MOVE "REJECTED - REWRITE FAILED"
003880                     TO PRM-SSM-DET-DISP
003890                 PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
003900                 GO TO 3500-EXIT
003910         END-REWRITE.
003920         PERFORM 4200-WRITE-APPLIED THRU 4200-EXIT.
003930 3500-EXIT.
003940         EXIT.
003950
003960 4000-WRITE-DETAIL.
003970         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
003980         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSM-DETAIL-LINE.
003990         ADD 1 TO PRM-LINE-COUNT.
004000 4000-EXIT.
004010         EXIT.
004020
004030 4100-WRITE-REJECT.
004040         ADD 1 TO PRM-CARDS-REJECTED.
004050         PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT.
004060 4100-EXIT.
004070         EXIT.
004080
004090 4200-WRITE-APPLIED.
004100         ADD 1 TO PRM-CARDS-APPLIED.
004110         PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT.
004120 4200-EXIT.
004130         EXIT.
004140
004150 8000-FINALIZE.
004160         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSM-BLANK-LINE.
004170         MOVE "MAINTENANCE CARDS READ        "
004180             TO PRM-SSM-TRL-NAME.
004190         MOVE PRM-CARDS-READ TO PRM-SSM-TRL-COUNT.
004200         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSM-TRAILER-LINE.
004210         MOVE "CARDS APPLIED                 "
004220             TO PRM-SSM-TRL-NAME.
004230         MOVE PRM-CARDS-APPLIED TO PRM-SSM-TRL-COUNT.
004240         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSM-TRAILER-LINE.
004250         MOVE "CARDS REJECTED                "
004260             TO PRM-SSM-TRL-NAME.
004270         MOVE PRM-CARDS-REJECTED TO PRM-SSM-TRL-COUNT.
004280         WRITE PRM-SUS-REPORT-RECORD FROM PRM-SSM-TRAILER-LINE.
004290         CLOSE PRM-CARD-FILE.
004300         CLOSE PRM-SUSPENSE-FILE.
004310         CLOSE PRM-SUS-REPORT-FILE.
004320         MOVE "C" TO PRM-OPR-ACTION.
004330         CALL "PRMOPRCK" USING PRM-OPR-ACTION,
004331             PRM-MNT-OPERATOR-ID, PRM-OPR-WORK-RECORD,
004340             PRM-OPR-RESULT.
004350         IF PRM-CARDS-REJECTED > 0
004360             MOVE 8 TO RETURN-CODE
004370         ELSE
004380             MOVE ZERO TO RETURN-CODE
004390         END-IF.
004400         IF PRM-ERROR-YES
004410             MOVE 16 TO RETURN-CODE
004420         END-IF.
004430         DISPLAY 'PRMSUSMT: ' PRM-CARDS-APPLIED ' APPLIED, '
004440             PRM-CARDS-REJECTED ' REJECTED'.
004450 8000-EXIT.
004460         EXIT.
004470
004480 END PROGRAM PRMSUSMT.
