000170*-----------------------------------------------------------------
000180* MODIFICATION HISTORY
000190*   09/02/2026  RT  Initial trend report.
000191*   10/15/2026  RT  Under each month a line per extract source
000192*                    from the source-statistics master (SRCSTAT),
000193*                    movements against that source's prior month,
000194*                    flagged REJ UP when its reject rate rose, so
000195*                    the feed can be taken back to its owner.  RC 4
000196*                    when the source master was not available.
000200*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PRMTREND.
000380         RECORD KEY IS PRM-STA-PERIOD
000390         FILE STATUS IS PRM-STATS-STATUS.
000400
000401     SELECT PRM-SOURCE-STATS-FILE ASSIGN TO "SRCSTAT"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS PRM-SRS-KEY
000405         FILE STATUS IS PRM-SOURCE-STATS-STATUS.
000406
000410     SELECT PRM-TREND-REPORT-FILE ASSIGN TO "TRDRPT"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS PRM-TREND-REPORT-STATUS.
000470 FD  PRM-STATS-FILE.
000480     COPY PRMSTA.
000490
000491 FD  PRM-SOURCE-STATS-FILE.
000492     COPY PRMSRS.
000493
000500 FD  PRM-TREND-REPORT-FILE.
000510 01  PRM-TREND-REPORT-RECORD     PIC X(80).
000520
000540 01  PRM-FILE-STATUSES.
000550     05  PRM-STATS-STATUS        PIC X(02) VALUE "00".
000560     05  PRM-TREND-REPORT-STATUS PIC X(02) VALUE "00".
000561     05  PRM-SOURCE-STATS-STATUS PIC X(02) VALUE "00".
000570
000580 01  PRM-SWITCHES.
000590     05  PRM-STATS-EOF-SWITCH    PIC X(01) VALUE "N".
000620     05  PRM-FIRST-MONTH-SW      PIC X(01) VALUE "Y".
000630         88  PRM-FIRST-MONTH-YES            VALUE "Y".
000640         88  PRM-FIRST-MONTH-NO             VALUE "N".
000641     05  PRM-SOURCE-OK-SW        PIC X(01) VALUE "N".
000642         88  PRM-SOURCE-OK-YES              VALUE "Y".
000643     05  PRM-SOURCE-DONE-SW      PIC X(01) VALUE "N".
000644         88  PRM-SOURCE-DONE-YES            VALUE "Y".
000645         88  PRM-SOURCE-DONE-NO             VALUE "N".
000650
000660 01  PRM-PAGE-CONTROL.
000670     05  PRM-LINE-COUNT          PIC 9(3) COMP VALUE ZERO.
000830     05  PRM-PRIME-MOVE          PIC S9(3)V99 COMP VALUE ZERO.
000840     05  PRM-REJECT-MOVE         PIC S9(3)V99 COMP VALUE ZERO.
000850     05  PRM-CHECKED-PLUS-REJ    PIC 9(9) COMP VALUE ZERO.
000851     05  PRM-SOURCE-LINES        PIC 9(5) COMP VALUE ZERO.
000852     05  PRM-REJECT-UP-COUNT     PIC 9(5) COMP VALUE ZERO.
000853
000854 01  PRM-SOURCE-PRIOR-CONTROL.
000855     05  PRM-SPR-COUNT           PIC 9(2) COMP VALUE ZERO.
000856     05  PRM-SPR-MAX             PIC 9(2) COMP VALUE 20.
000857     05  PRM-SPR-IX              PIC 9(2) COMP VALUE ZERO.
000858     05  PRM-SPR-FOUND-IX        PIC 9(2) COMP VALUE ZERO.
000859
000860 01  PRM-SOURCE-PRIOR-TABLE.
000861     05  PRM-SPR-ENTRY           OCCURS 20 TIMES.
000862         10  PRM-SPR-SOURCE      PIC X(04).
000863         10  PRM-SPR-CHECKED     PIC 9(9) COMP.
000864         10  PRM-SPR-PRIME-PCT   PIC 9(3)V99 COMP.
000865         10  PRM-SPR-REJECT-PCT  PIC 9(3)V99 COMP.
000866
000870 01  PRM-TRD-TITLE-LINE.
000880     05  FILLER PIC X(20) VALUE SPACES.
000890     05  FILLER PIC X(38) VALUE
001350     05  PRM-TRD-DET-PRIMOV PIC +Z9.99.
001360     05  FILLER PIC X(02) VALUE SPACES.
001370     05  PRM-TRD-DET-REJMOV PIC +Z9.99.
001371     05  FILLER PIC X(02) VALUE SPACES.
001372     05  PRM-TRD-DET-FLAG PIC X(06).
001373     05  FILLER PIC X(02) VALUE SPACES.
001390
001400 01  PRM-TRD-RESULT-LINE.
001410     05  FILLER PIC X(05) VALUE SPACES.
001620             MOVE 8 TO RETURN-CODE
001630             SET PRM-STATS-EOF-YES TO TRUE
001640             GO TO 1000-EXIT
001641         END-IF.
001642         OPEN INPUT PRM-SOURCE-STATS-FILE.
001643         IF PRM-SOURCE-STATS-STATUS = "00"
001644             SET PRM-SOURCE-OK-YES TO TRUE
001645         ELSE
001646             DISPLAY 'PRMTREND: SOURCE MASTER NOT AVAILABLE - '
001647                 'STATUS ' PRM-SOURCE-STATS-STATUS
001648                 ' - NO SOURCE LINES'
001649             MOVE 4 TO RETURN-CODE
001650         END-IF.
001660         PERFORM 2100-READ-STATS THRU 2100-EXIT.
001670 1000-EXIT.
002370         END-IF.
002380         MOVE PRM-THIS-PRIME-PCT TO PRM-TRD-DET-PRIPCT.
002390         MOVE PRM-THIS-REJECT-PCT TO PRM-TRD-DET-REJPCT.
002391         MOVE SPACES TO PRM-TRD-DET-FLAG.
002400         IF PRM-FIRST-MONTH-YES OR PRM-PRIOR-CHECKED = 0
002410             MOVE ZERO TO PRM-TRD-DET-VOLMOV
002420             MOVE ZERO TO PRM-TRD-DET-PRIMOV
002610         MOVE PRM-STA-CHECKED TO PRM-PRIOR-CHECKED.
002620         MOVE PRM-THIS-PRIME-PCT TO PRM-PRIOR-PRIME-PCT.
002630         MOVE PRM-THIS-REJECT-PCT TO PRM-PRIOR-REJECT-PCT.
002631         IF PRM-SOURCE-OK-YES
002632             PERFORM 3100-PRINT-SOURCES THRU 3100-EXIT
002633         END-IF.
002640 3000-EXIT.
002641         EXIT.
002642
002643 3100-PRINT-SOURCES.
002644         MOVE PRM-STA-PERIOD TO PRM-SRS-PERIOD.
002645         MOVE LOW-VALUES TO PRM-SRS-SOURCE.
002646         START PRM-SOURCE-STATS-FILE
002647             KEY IS NOT LESS THAN PRM-SRS-KEY
002648             INVALID KEY
002649                 GO TO 3100-EXIT
002650         END-START.
002651         SET PRM-SOURCE-DONE-NO TO TRUE.
002652         PERFORM 3150-READ-SOURCE THRU 3150-EXIT.
002653         PERFORM 3200-PRINT-ONE-SOURCE THRU 3200-EXIT
002654             UNTIL PRM-SOURCE-DONE-YES.
002655 3100-EXIT.
002656         EXIT.
002657
002658 3150-READ-SOURCE.
002659         READ PRM-SOURCE-STATS-FILE NEXT
002660             AT END
002661                 SET PRM-SOURCE-DONE-YES TO TRUE
002662                 GO TO 3150-EXIT
002663         END-READ.
002664         IF PRM-SRS-PERIOD NOT = PRM-STA-PERIOD
002665             SET PRM-SOURCE-DONE-YES TO TRUE
002666         END-IF.
002667 3150-EXIT.
002668         EXIT.
002669
002670 3200-PRINT-ONE-SOURCE.
002671         IF NOT PRM-SRS-IS-MONTH
002672             GO TO 3200-NEXT
002673         END-IF.
002674         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
002675         MOVE SPACES TO PRM-TRD-DET-MONTH.
002676         MOVE PRM-SRS-SOURCE TO PRM-TRD-DET-MONTH(3:4).
002677         MOVE PRM-SRS-RUNS TO PRM-TRD-DET-RUNS.
002678         MOVE PRM-SRS-CHECKED TO PRM-TRD-DET-CHECKED.
002679         IF PRM-SRS-CHECKED > 0
002680             COMPUTE PRM-THIS-PRIME-PCT ROUNDED =
002681                 PRM-SRS-PRIME-CNT * 100 / PRM-SRS-CHECKED
002682         ELSE
002683             MOVE ZERO TO PRM-THIS-PRIME-PCT
002684         END-IF.
002685         COMPUTE PRM-CHECKED-PLUS-REJ =
002686                 PRM-SRS-CHECKED + PRM-SRS-REJECT-CNT.
002687         IF PRM-CHECKED-PLUS-REJ > 0
002688             COMPUTE PRM-THIS-REJECT-PCT ROUNDED =
002689                 PRM-SRS-REJECT-CNT * 100 / PRM-CHECKED-PLUS-REJ
002690         ELSE
002691             MOVE ZERO TO PRM-THIS-REJECT-PCT
002692         END-IF.
002693         MOVE PRM-THIS-PRIME-PCT TO PRM-TRD-DET-PRIPCT.
002694         MOVE PRM-THIS-REJECT-PCT TO PRM-TRD-DET-REJPCT.
002695         MOVE SPACES TO PRM-TRD-DET-FLAG.
002696         MOVE ZERO TO PRM-TRD-DET-VOLMOV.
002697         MOVE ZERO TO PRM-TRD-DET-PRIMOV.
002698         MOVE ZERO TO PRM-TRD-DET-REJMOV.
002699         PERFORM 3300-FIND-SOURCE-PRIOR THRU 3300-EXIT.
002700         IF PRM-SPR-FOUND-IX > 0
002701             IF PRM-SPR-CHECKED(PRM-SPR-FOUND-IX) > 0
002702                 PERFORM 3400-SOURCE-MOVEMENTS THRU 3400-EXIT
002703             END-IF
002704             MOVE PRM-SRS-CHECKED
002705                 TO PRM-SPR-CHECKED(PRM-SPR-FOUND-IX)
002706             MOVE PRM-THIS-PRIME-PCT
002707                 TO PRM-SPR-PRIME-PCT(PRM-SPR-FOUND-IX)
002708             MOVE PRM-THIS-REJECT-PCT
002709                 TO PRM-SPR-REJECT-PCT(PRM-SPR-FOUND-IX)
002710         END-IF.
002711         WRITE PRM-TREND-REPORT-RECORD
002712             FROM PRM-TRD-DETAIL-LINE.
002713         ADD 1 TO PRM-LINE-COUNT.
002714         ADD 1 TO PRM-SOURCE-LINES.
002715 3200-NEXT.
002716         PERFORM 3150-READ-SOURCE THRU 3150-EXIT.
002717 3200-EXIT.
002718         EXIT.
002719
002720 3300-FIND-SOURCE-PRIOR.
002721         MOVE ZERO TO PRM-SPR-FOUND-IX.
002722         MOVE 1 TO PRM-SPR-IX.
002723 3300-LOOP.
002724         IF PRM-SPR-IX > PRM-SPR-COUNT
002725             GO TO 3300-ADD
002726         END-IF.
002727         IF PRM-SPR-SOURCE(PRM-SPR-IX) = PRM-SRS-SOURCE
002728             MOVE PRM-SPR-IX TO PRM-SPR-FOUND-IX
002729             GO TO 3300-EXIT
002730         END-IF.
002731         ADD 1 TO PRM-SPR-IX.
002732         GO TO 3300-LOOP.
002733 3300-ADD.
002734         IF PRM-SPR-COUNT < PRM-SPR-MAX
002735             ADD 1 TO PRM-SPR-COUNT
002736             MOVE PRM-SPR-COUNT TO PRM-SPR-FOUND-IX
002737             MOVE PRM-SRS-SOURCE TO PRM-SPR-SOURCE(PRM-SPR-COUNT)
002738             MOVE ZERO TO PRM-SPR-CHECKED(PRM-SPR-COUNT)
002739             MOVE ZERO TO PRM-SPR-PRIME-PCT(PRM-SPR-COUNT)
002740             MOVE ZERO TO PRM-SPR-REJECT-PCT(PRM-SPR-COUNT)
002741         END-IF.
002742 3300-EXIT.
002743         EXIT.
002744
002745 3400-SOURCE-MOVEMENTS.
002746         COMPUTE PRM-VOLUME-MOVE ROUNDED =
002747             (PRM-SRS-CHECKED - PRM-SPR-CHECKED(PRM-SPR-FOUND-IX))
002748             * 100 / PRM-SPR-CHECKED(PRM-SPR-FOUND-IX).
002749         COMPUTE PRM-PRIME-MOVE = PRM-THIS-PRIME-PCT
002750             - PRM-SPR-PRIME-PCT(PRM-SPR-FOUND-IX).
002751         COMPUTE PRM-REJECT-MOVE = PRM-THIS-REJECT-PCT
002752             - PRM-SPR-REJECT-PCT(PRM-SPR-FOUND-IX).
002753         MOVE PRM-VOLUME-MOVE TO PRM-TRD-DET-VOLMOV.
002754         MOVE PRM-PRIME-MOVE TO PRM-TRD-DET-PRIMOV.
002755         MOVE PRM-REJECT-MOVE TO PRM-TRD-DET-REJMOV.
002756         IF PRM-REJECT-MOVE > 0
002757             MOVE "REJ UP" TO PRM-TRD-DET-FLAG
002758             ADD 1 TO PRM-REJECT-UP-COUNT
002759         END-IF.
002760 3400-EXIT.
002761         EXIT.
002762
002763 8000-FINALIZE.
002764         WRITE PRM-TREND-REPORT-RECORD FROM PRM-TRD-BLANK-LINE.
002765         IF PRM-MONTH-COUNT = 0
002766             MOVE "NO MONTH TOTALS ON THE STATISTICS MASTER"
002767                 TO PRM-TRD-RESULT-TEXT
002768         ELSE
002769             MOVE "SEE MOVEMENT COLUMNS FOR THE DRIFT"
002770                 TO PRM-TRD-RESULT-TEXT
002771         END-IF.
002772         WRITE PRM-TREND-REPORT-RECORD FROM PRM-TRD-RESULT-LINE.
002773         IF PRM-STATS-STATUS = "00" OR PRM-STATS-STATUS = "10"
002780             CLOSE PRM-STATS-FILE
002790         END-IF.
002791         IF PRM-SOURCE-OK-YES
002792             CLOSE PRM-SOURCE-STATS-FILE
002793         END-IF.
002800         CLOSE PRM-TREND-REPORT-FILE.
002810         DISPLAY 'PRMTREND: ' PRM-MONTH-COUNT
002820             ' MONTH(S) REPORTED'.
002821         DISPLAY 'PRMTREND: ' PRM-SOURCE-LINES
002822             ' SOURCE LINE(S), ' PRM-REJECT-UP-COUNT
002823             ' WITH THE REJECT RATE UP'.
002830 8000-EXIT.
002840         EXIT.
002850
