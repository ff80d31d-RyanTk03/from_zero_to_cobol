000150*               the period is new.  The PRMTREND report prints
000160*               the month-over-month movements.  RC 0 posted,
000170*               8 when the control record or the master was not
000171*               available, 2 when the run was already posted.
000190* TECTONICS:    cobc
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   09/02/2026  RT  Initial statistics posting step.
000221*   10/15/2026  RT  Rerun-safe: the control record's run id is
000222*                    looked up on the posting log (PRMPSTUP)
000223*                    before anything is added, and a run already
000224*                    posted to STATMAST is refused with RC 2
000225*                    ("already done") instead of doubling the
000226*                    day and month totals; a good post is logged.
000227*                    A control record with no run id is posted
000228*                    unguarded, with a console line saying so.
000229*   10/15/2026  RT  Each source's prime, composite and reject
000230*                    counts on the control record are added to
000231*                    the source-statistics master (SRCSTAT,
000232*                    PRMSRS) under the same day and month
000233*                    periods.  A source master that cannot be
000234*                    opened is treated like STATMAST: nothing is
000235*                    posted, RC 8.
000236*   10/15/2026  RT  The posting log entry is written whenever
000237*                    anything reached STATMAST, even when a later
000238*                    STATMAST or SRCSTAT write failed (RC 8) - a
000239*                    rerun used to find no entry and add the day
000240*                    and month totals a second time.
000241*   10/15/2026  RT  The RC 8 of a failed STATMAST or SRCSTAT
000242*                    write is kept through the posting-log call,
000243*                    which had been clearing it to 0.
000244*****************************************************************
000245 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. PRMSTATS.
000260 AUTHOR. RAYANE TOKO.
000270 INSTALLATION. SHOP DATA PROCESSING.
000450         RECORD KEY IS PRM-STA-PERIOD
000460         FILE STATUS IS PRM-STATS-STATUS.
000470
000471     SELECT PRM-SOURCE-STATS-FILE ASSIGN TO "SRCSTAT"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS RANDOM
000474         RECORD KEY IS PRM-SRS-KEY
000475         FILE STATUS IS PRM-SOURCE-STATS-STATUS.
000476
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PRM-CONTROL-FILE.
000501 01  PRM-CONTROL-RECORD          PIC X(308).
000520
000530 FD  PRM-STATS-FILE.
000540     COPY PRMSTA.
000550
000551 FD  PRM-SOURCE-STATS-FILE.
000552     COPY PRMSRS.
000553
000560 WORKING-STORAGE SECTION.
000570     COPY PRMCTL.
000571     COPY PRMPST.
000580
000590 01  PRM-FILE-STATUSES.
000600     05  PRM-CONTROL-STATUS      PIC X(02) VALUE "00".
000610     05  PRM-STATS-STATUS        PIC X(02) VALUE "00".
000611     05  PRM-SOURCE-STATS-STATUS PIC X(02) VALUE "00".
000620
000630 01  PRM-SWITCHES.
000640     05  PRM-CONTROL-OK-SWITCH   PIC X(01) VALUE "N".
000650         88  PRM-CONTROL-OK-YES             VALUE "Y".
000660     05  PRM-STATS-DOWN-SW       PIC X(01) VALUE "N".
000670         88  PRM-STATS-IS-DOWN              VALUE "Y".
000671     05  PRM-ALREADY-POSTED-SW   PIC X(01) VALUE "N".
000672         88  PRM-ALREADY-POSTED-YES         VALUE "Y".
000673     05  PRM-STATS-POSTED-SW     PIC X(01) VALUE "N".
000674         88  PRM-STATS-POSTED-YES           VALUE "Y".
000680
000690 01  PRM-POSTING-FIELDS.
000700     05  PRM-RUN-YMD             PIC 9(08) VALUE ZERO.
000710     05  PRM-POST-PERIOD         PIC 9(08) VALUE ZERO.
000720     05  PRM-POST-TYPE           PIC X(01) VALUE SPACE.
000721     05  PRM-SRC-IX              PIC 9(02) COMP VALUE ZERO.
000722     05  PRM-SRC-LAST            PIC 9(02) COMP VALUE ZERO.
000723
000724 01  PRM-PST-ACTION              PIC X(01) VALUE "Q".
000725 01  PRM-PST-RESULT              PIC X(01) VALUE SPACE.
000726     88  PRM-PST-APPLIED                   VALUE "A".
000727 01  PRM-SAVE-RETURN-CODE        PIC S9(4) COMP VALUE ZERO.
000730
000740 PROCEDURE DIVISION.
000750 0000-MAINLINE.
000760         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000770         IF PRM-CONTROL-OK-YES AND NOT PRM-STATS-IS-DOWN
000771                 AND NOT PRM-ALREADY-POSTED-YES
000780             MOVE PRM-RUN-YMD TO PRM-POST-PERIOD
000790             MOVE "D" TO PRM-POST-TYPE
000800             PERFORM 2000-POST-ONE-PERIOD THRU 2000-EXIT
000820             MOVE ZERO TO PRM-POST-PERIOD(7:2)
000830             MOVE "M" TO PRM-POST-TYPE
000840             PERFORM 2000-POST-ONE-PERIOD THRU 2000-EXIT
000841             PERFORM 2500-POST-SOURCES THRU 2500-EXIT
000842             IF PRM-STATS-POSTED-YES
000843                 PERFORM 3000-LOG-POST THRU 3000-EXIT
000844             END-IF
000850         END-IF.
000860         PERFORM 8000-FINALIZE THRU 8000-EXIT.
000870         STOP RUN.
001150         MOVE PRM-CTL-RUN-DATE(7:4) TO PRM-RUN-YMD(1:4).
001160         MOVE PRM-CTL-RUN-DATE(1:2) TO PRM-RUN-YMD(5:2).
001170         MOVE PRM-CTL-RUN-DATE(4:2) TO PRM-RUN-YMD(7:2).
001171         PERFORM 1200-CHECK-ALREADY-POSTED THRU 1200-EXIT.
001172         IF PRM-ALREADY-POSTED-YES
001173             GO TO 1000-EXIT
001174         END-IF.
001180         OPEN I-O PRM-STATS-FILE.
001190         IF PRM-STATS-STATUS = "35" OR PRM-STATS-STATUS = "05"
001200             OPEN OUTPUT PRM-STATS-FILE
001260             DISPLAY 'PRMSTATS: MASTER NOT AVAILABLE - STATUS '
001270                 PRM-STATS-STATUS
001280             MOVE 8 TO RETURN-CODE
001281             GO TO 1000-EXIT
001282         END-IF.
001283         OPEN I-O PRM-SOURCE-STATS-FILE.
001284         IF PRM-SOURCE-STATS-STATUS = "35" OR
001285                 PRM-SOURCE-STATS-STATUS = "05"
001286             OPEN OUTPUT PRM-SOURCE-STATS-FILE
001287             CLOSE PRM-SOURCE-STATS-FILE
001288             OPEN I-O PRM-SOURCE-STATS-FILE
001289         END-IF.
001290         IF PRM-SOURCE-STATS-STATUS NOT = "00"
001291             CLOSE PRM-STATS-FILE
001292             SET PRM-STATS-IS-DOWN TO TRUE
001293             DISPLAY 'PRMSTATS: SOURCE MASTER NOT AVAILABLE - '
001294                 'STATUS ' PRM-SOURCE-STATS-STATUS
001295             MOVE 8 TO RETURN-CODE
001296         END-IF.
001300 1000-EXIT.
001301         EXIT.
001302
001303 1200-CHECK-ALREADY-POSTED.
001304         IF PRM-CTL-RUN-ID IS NOT NUMERIC OR PRM-CTL-RUN-ID = 0
001305             DISPLAY 'PRMSTATS: CONTROL RECORD CARRIES NO '
001306                 'RUN ID - POSTED WITHOUT THE RERUN CHECK'
001307             GO TO 1200-EXIT
001308         END-IF.
001309         MOVE "STATMAST" TO PRM-PST-TARGET.
001310         MOVE PRM-CTL-RUN-ID TO PRM-PST-RUN-ID.
001311         MOVE ZERO TO PRM-PST-RECORDS.
001312         MOVE ZERO TO PRM-PST-HASH-TOTAL.
001313         MOVE "Q" TO PRM-PST-ACTION.
001314         CALL "PRMPSTUP" USING PRM-PST-ACTION, PRM-PST-RECORD-WS,
001315             PRM-PST-RESULT.
001316         IF PRM-PST-APPLIED
001317             SET PRM-ALREADY-POSTED-YES TO TRUE
001318             DISPLAY 'PRMSTATS: RUN ' PRM-CTL-RUN-ID
001319                 ' ALREADY POSTED ON ' PRM-PST-POST-DATE
001320                 ' - REFUSED, NOTHING POSTED'
001321             MOVE 2 TO RETURN-CODE
001322         END-IF.
001323 1200-EXIT.
001324         EXIT.
001325
001330 2000-POST-ONE-PERIOD.
001340         MOVE PRM-POST-PERIOD TO PRM-STA-PERIOD.
001350         READ PRM-STATS-FILE
001550                 DISPLAY 'PRMSTATS: WRITE FAILED - STATUS '
001560                     PRM-STATS-STATUS
001570                 MOVE 8 TO RETURN-CODE
001571             NOT INVALID KEY
001572                 SET PRM-STATS-POSTED-YES TO TRUE
001580         END-WRITE.
001590 2100-EXIT.
001600         EXIT.
001700                 DISPLAY 'PRMSTATS: REWRITE FAILED - STATUS '
001710                     PRM-STATS-STATUS
001720                 MOVE 8 TO RETURN-CODE
001721             NOT INVALID KEY
001722                 SET PRM-STATS-POSTED-YES TO TRUE
001730         END-REWRITE.
001740 2200-EXIT.
001750         EXIT.
001760
001761 2500-POST-SOURCES.
001762         IF PRM-CTL-SOURCE-COUNT IS NOT NUMERIC OR
001763                 PRM-CTL-SOURCE-COUNT = 0
001764             DISPLAY 'PRMSTATS: CONTROL RECORD CARRIES NO SOURCE '
001765                 'TOTALS - SOURCE MASTER NOT POSTED'
001766             GO TO 2500-EXIT
001767         END-IF.
001768         MOVE PRM-CTL-SOURCE-COUNT TO PRM-SRC-LAST.
001769         IF PRM-SRC-LAST > 6
001770             MOVE 6 TO PRM-SRC-LAST
001771         END-IF.
001772         MOVE 1 TO PRM-SRC-IX.
001773         PERFORM 2510-POST-ONE-SOURCE THRU 2510-EXIT
001774             UNTIL PRM-SRC-IX > PRM-SRC-LAST.
001775 2500-EXIT.
001776         EXIT.
001777
001778 2510-POST-ONE-SOURCE.
001779         MOVE PRM-RUN-YMD TO PRM-POST-PERIOD.
001780         MOVE "D" TO PRM-POST-TYPE.
001781         PERFORM 2600-POST-SOURCE-PERIOD THRU 2600-EXIT.
001782         MOVE PRM-RUN-YMD TO PRM-POST-PERIOD.
001783         MOVE ZERO TO PRM-POST-PERIOD(7:2).
001784         MOVE "M" TO PRM-POST-TYPE.
001785         PERFORM 2600-POST-SOURCE-PERIOD THRU 2600-EXIT.
001786         ADD 1 TO PRM-SRC-IX.
001787 2510-EXIT.
001788         EXIT.
001789
001790 2600-POST-SOURCE-PERIOD.
001791         MOVE PRM-POST-PERIOD TO PRM-SRS-PERIOD.
001792         MOVE PRM-CTL-SRC-CODE(PRM-SRC-IX) TO PRM-SRS-SOURCE.
001793         READ PRM-SOURCE-STATS-FILE
001794             INVALID KEY
001795                 PERFORM 2610-WRITE-NEW-SOURCE THRU 2610-EXIT
001796             NOT INVALID KEY
001797                 PERFORM 2620-REWRITE-SOURCE THRU 2620-EXIT
001798         END-READ.
001799 2600-EXIT.
001800         EXIT.
001801
001802 2610-WRITE-NEW-SOURCE.
001803         MOVE SPACES TO PRM-SRS-RECORD.
001804         MOVE PRM-POST-PERIOD TO PRM-SRS-PERIOD.
001805         MOVE PRM-CTL-SRC-CODE(PRM-SRC-IX) TO PRM-SRS-SOURCE.
001806         MOVE PRM-POST-TYPE TO PRM-SRS-TYPE.
001807         MOVE 1 TO PRM-SRS-RUNS.
001808         COMPUTE PRM-SRS-CHECKED = PRM-CTL-SRC-PRIME(PRM-SRC-IX)
001809             + PRM-CTL-SRC-COMP(PRM-SRC-IX).
001810         MOVE PRM-CTL-SRC-PRIME(PRM-SRC-IX) TO PRM-SRS-PRIME-CNT.
001811         MOVE PRM-CTL-SRC-COMP(PRM-SRC-IX) TO PRM-SRS-COMP-CNT.
001812         MOVE PRM-CTL-SRC-REJECT(PRM-SRC-IX)
001813             TO PRM-SRS-REJECT-CNT.
001814         WRITE PRM-SRS-RECORD
001815             INVALID KEY
001816                 DISPLAY 'PRMSTATS: SOURCE WRITE FAILED - STATUS '
001817                     PRM-SOURCE-STATS-STATUS
001818                 MOVE 8 TO RETURN-CODE
001819         END-WRITE.
001820 2610-EXIT.
001821         EXIT.
001822
001823 2620-REWRITE-SOURCE.
001824         ADD 1 TO PRM-SRS-RUNS.
001825         ADD PRM-CTL-SRC-PRIME(PRM-SRC-IX) TO PRM-SRS-CHECKED.
001826         ADD PRM-CTL-SRC-COMP(PRM-SRC-IX) TO PRM-SRS-CHECKED.
001827         ADD PRM-CTL-SRC-PRIME(PRM-SRC-IX) TO PRM-SRS-PRIME-CNT.
001828         ADD PRM-CTL-SRC-COMP(PRM-SRC-IX) TO PRM-SRS-COMP-CNT.
001829         ADD PRM-CTL-SRC-REJECT(PRM-SRC-IX) TO PRM-SRS-REJECT-CNT.
001830         REWRITE PRM-SRS-RECORD
001831             INVALID KEY
001832                 DISPLAY 'PRMSTATS: SOURCE REWRITE FAILED - '
001833                     'STATUS ' PRM-SOURCE-STATS-STATUS
001834                 MOVE 8 TO RETURN-CODE
001835         END-REWRITE.
001836 2620-EXIT.
001837         EXIT.
001838
001839*    Logged as soon as anything reached STATMAST.  A post that
001840*    failed part way (RC 8) is still logged - the totals already
001841*    added must not be added again by a rerun; what is missing
001842*    is put right by hand from the console lines.
001843 3000-LOG-POST.
001844         IF PRM-CTL-RUN-ID IS NOT NUMERIC OR PRM-CTL-RUN-ID = 0
001845             GO TO 3000-EXIT
001846         END-IF.
001847         IF RETURN-CODE NOT = 0
001848             DISPLAY 'PRMSTATS: POSTING INCOMPLETE - RUN '
001849                 PRM-CTL-RUN-ID ' LOGGED AS POSTED SO A RERUN'
001850                 ' CANNOT ADD IT TWICE'
001851         END-IF.
001852         MOVE "STATMAST" TO PRM-PST-TARGET.
001853         MOVE PRM-CTL-RUN-ID TO PRM-PST-RUN-ID.
001854         MOVE "PRMSTATS" TO PRM-PST-PROGRAM.
001855         MOVE ZERO TO PRM-PST-RECORDS.
001856         MOVE ZERO TO PRM-PST-HASH-TOTAL.
001857         MOVE "R" TO PRM-PST-ACTION.
001858         MOVE RETURN-CODE TO PRM-SAVE-RETURN-CODE.
001859         CALL "PRMPSTUP" USING PRM-PST-ACTION, PRM-PST-RECORD-WS,
001860             PRM-PST-RESULT.
001861         MOVE PRM-SAVE-RETURN-CODE TO RETURN-CODE.
001862         IF NOT PRM-PST-APPLIED
001863             DISPLAY 'PRMSTATS: POSTING LOG NOT UPDATED - '
001864                 'A RERUN OF RUN ' PRM-CTL-RUN-ID
001865                 ' WOULD POST AGAIN'
001866             IF RETURN-CODE = 0
001867                 MOVE 4 TO RETURN-CODE
001868             END-IF
001869         END-IF.
001870 3000-EXIT.
001871         EXIT.
001872
001873 8000-FINALIZE.
001874         IF NOT PRM-STATS-IS-DOWN AND PRM-CONTROL-OK-YES
001875                 AND NOT PRM-ALREADY-POSTED-YES
001876             CLOSE PRM-STATS-FILE
001877             CLOSE PRM-SOURCE-STATS-FILE
001878             DISPLAY 'PRMSTATS: RUN OF ' PRM-CTL-RUN-DATE
001879                 ' POSTED TO DAY AND MONTH TOTALS'
001880         END-IF.
001881 8000-EXIT.
001882         EXIT.
001883
001884 END PROGRAM PRMSTATS.
