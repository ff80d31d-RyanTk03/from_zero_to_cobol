000150*               Finishes RC 8 when tonight is out of pattern -
000160*               volume swung past half again or under half the
000170*               average, the run took half again its usual time,
000171*               or the reject rate more than doubled - or when a
000172*               processing day has gone by since the newest
000173*               PRIMEBAT record on the log, meaning tonight's run
000174*               never got there at all - so the morning shift
000175*               gets one page that says "look at last night"
000176*               instead of waiting for the weekly report.  Days
000177*               are counted by the shop processing calendar
000178*               (CALENDAR, through PRMCALCK), so a weekend or a
000179*               holiday with no run is not an alarm.  Only runs
000180*               that started on a standard processing day make
000181*               up the average; a run on a short day or a
000182*               non-processing day is judged on its reject rate
000183*               alone.  Fewer than three prior runs on the log
000184*               is reported as insufficient history, RC 0.
000230* TECTONICS:    cobc
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   09/02/2026  RT  Initial watchdog step.
000261*   10/15/2026  RT  Run-log record 100 to 109 for the operator
000262*                    id field.
000263*   10/15/2026  RT  Days counted by the shop processing calendar
000264*                    (PRMCALCK) - no alarm for a weekend or a
000265*                    holiday with no run; runs on short and
000266*                    non-processing days kept out of the average
000267*                    and judged on reject rate only.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PRMWATCH.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  PRM-RUNLOG-FILE.
000521 01  PRM-RUNLOG-RECORD           PIC X(109).
000540
000550 FD  PRM-WATCH-REPORT-FILE.
000560 01  PRM-WATCH-REPORT-RECORD     PIC X(80).
000880     05  PRM-STAMP-SS            PIC 9(02) VALUE ZERO.
000881     05  PRM-TODAY-DAY-NO        PIC 9(07) COMP VALUE ZERO.
000882     05  PRM-NEWEST-END-DAY      PIC 9(07) COMP VALUE ZERO.
000883     05  PRM-NEWEST-END-YMD      PIC 9(08) VALUE ZERO.
000884     05  PRM-YESTERDAY-YMD       PIC 9(08) VALUE ZERO.
000885
000886 01  PRM-CLK-ACTION              PIC X(01) VALUE SPACE.
000887 01  PRM-CLK-FIRST-DATE          PIC 9(08) VALUE ZERO.
000888 01  PRM-CLK-SECOND-DATE         PIC 9(08) VALUE ZERO.
000889 01  PRM-CLK-DAY-COUNT           PIC 9(05) VALUE ZERO.
000890 01  PRM-CLK-DAY-TYPE            PIC X(01) VALUE SPACE.
000891 01  PRM-CLK-RESULT              PIC X(01) VALUE SPACE.
000892     88  PRM-CLK-ERROR                     VALUE "E".
000893     88  PRM-CLK-INVALID                   VALUE "I".
000894 01  PRM-CLK-DOWN-SW             PIC X(01) VALUE "N".
000895     88  PRM-CLK-DOWN-YES                  VALUE "Y".
000896 01  PRM-SAVE-RETURN-CODE        PIC S9(4) COMP VALUE ZERO.
000897
000900 01  PRM-HISTORY-TABLE-CONTROL.
000910     05  PRM-HIST-COUNT          PIC 9(2) COMP VALUE ZERO.
000920     05  PRM-HIST-SUB            PIC 9(2) COMP VALUE ZERO.
000970         10  PRM-HIST-RECORDS    PIC 9(9) COMP.
000980         10  PRM-HIST-REJECTS    PIC 9(9) COMP.
000990         10  PRM-HIST-SECONDS    PIC 9(9) COMP.
000991         10  PRM-HIST-DAY-TYPE   PIC X(01).
001000
001010 01  PRM-TONIGHT-FIELDS.
001020     05  PRM-TON-RECORDS         PIC 9(9) COMP VALUE ZERO.
001030     05  PRM-TON-REJECTS         PIC 9(9) COMP VALUE ZERO.
001040     05  PRM-TON-SECONDS         PIC 9(9) COMP VALUE ZERO.
001050     05  PRM-TON-REJECT-PCT      PIC 9(3)V99 COMP VALUE ZERO.
001051     05  PRM-TON-DAY-TYPE        PIC X(01) VALUE SPACE.
001052         88  PRM-TON-STANDARD-DAY           VALUE "P".
001053         88  PRM-TON-SHORT-DAY              VALUE "S".
001060
001070 01  PRM-AVERAGE-FIELDS.
001080     05  PRM-AVG-RECORDS         PIC 9(9) COMP VALUE ZERO.
002550 3000-EXIT.
002560         EXIT.
002570
002571*    The newest entry is always kept as tonight's.  One that
002572*    started on a short or non-processing day is overwritten by
002573*    the next run, so only standard days make up the average.
002580 3500-KEEP-TRAILING-ENTRY.
002581         IF PRM-HIST-COUNT > 0
002582             IF PRM-HIST-DAY-TYPE(PRM-HIST-COUNT) NOT = "P"
002583                 SUBTRACT 1 FROM PRM-HIST-COUNT
002584             END-IF
002585         END-IF.
002590         IF PRM-HIST-COUNT < PRM-HIST-MAX
002600             ADD 1 TO PRM-HIST-COUNT
002610         ELSE
002690             TO PRM-HIST-REJECTS(PRM-HIST-COUNT).
002700         MOVE PRM-DURATION-SECONDS
002710             TO PRM-HIST-SECONDS(PRM-HIST-COUNT).
002711         MOVE "T" TO PRM-CLK-ACTION.
002712         MOVE PRM-START-YMD TO PRM-CLK-FIRST-DATE.
002713         PERFORM 3600-CALL-CALENDAR THRU 3600-EXIT.
002714         IF PRM-CLK-INVALID
002715             MOVE "P" TO PRM-CLK-DAY-TYPE
002716         END-IF.
002717         MOVE PRM-CLK-DAY-TYPE
002718             TO PRM-HIST-DAY-TYPE(PRM-HIST-COUNT).
002719         MOVE PRM-END-DAY-NO TO PRM-NEWEST-END-DAY.
002720         MOVE PRM-END-YMD TO PRM-NEWEST-END-YMD.
002721 3500-EXIT.
002730         EXIT.
002740
002750 3510-SHIFT-ONE-ENTRY.
002780 3510-EXIT.
002790         EXIT.
002800
002801 3600-CALL-CALENDAR.
002802         CALL "PRMCALCK" USING PRM-CLK-ACTION, PRM-CLK-FIRST-DATE,
002803             PRM-CLK-SECOND-DATE, PRM-CLK-DAY-COUNT,
002804             PRM-CLK-DAY-TYPE, PRM-CLK-RESULT.
002805         IF PRM-CLK-ERROR
002806             SET PRM-CLK-DOWN-YES TO TRUE
002807         END-IF.
002808 3600-EXIT.
002809         EXIT.
002810
002811 4000-JUDGE-TONIGHT.
002820         IF PRM-HIST-COUNT = 0
002830             MOVE "NO PRIMEBAT RUN ON THE LOG"
002840                 TO PRM-WCH-RESULT-TEXT
002850             MOVE 8 TO RETURN-CODE
002860             GO TO 4000-EXIT
002870         END-IF.
002871*    Overdue when a processing day has gone by, up to yesterday,
002872*    since the day the newest run ended.
002873         COMPUTE PRM-YESTERDAY-YMD =
002874                 FUNCTION DATE-OF-INTEGER(PRM-TODAY-DAY-NO - 1).
002875         MOVE "N" TO PRM-CLK-ACTION.
002876         MOVE PRM-NEWEST-END-YMD TO PRM-CLK-FIRST-DATE.
002877         MOVE PRM-YESTERDAY-YMD TO PRM-CLK-SECOND-DATE.
002878         PERFORM 3600-CALL-CALENDAR THRU 3600-EXIT.
002879         IF PRM-CLK-INVALID AND
002880                 PRM-TODAY-DAY-NO - PRM-NEWEST-END-DAY > 1
002881             MOVE 1 TO PRM-CLK-DAY-COUNT
002882         END-IF.
002883         IF PRM-CLK-DAY-COUNT > 0
002884             MOVE "NO RUN ON THE LOG FOR TONIGHT"
002885                 TO PRM-WCH-RESULT-TEXT
002886             MOVE 8 TO RETURN-CODE
002887             GO TO 4000-EXIT
002888         END-IF.
002889         MOVE PRM-HIST-DAY-TYPE(PRM-HIST-COUNT)
002890             TO PRM-TON-DAY-TYPE.
002891         MOVE PRM-HIST-RECORDS(PRM-HIST-COUNT)
002892             TO PRM-TON-RECORDS.
002900         MOVE PRM-HIST-REJECTS(PRM-HIST-COUNT)
002910             TO PRM-TON-REJECTS.
002920         MOVE PRM-HIST-SECONDS(PRM-HIST-COUNT)
003220         PERFORM 4200-JUDGE-VOLUME THRU 4200-EXIT.
003230         PERFORM 4300-JUDGE-DURATION THRU 4300-EXIT.
003240         PERFORM 4400-JUDGE-REJECT-RATE THRU 4400-EXIT.
003241         IF PRM-TON-SHORT-DAY
003242             MOVE "TONIGHT RAN ON A SHORT DAY"
003243                 TO PRM-WCH-RESULT-TEXT
003244             WRITE PRM-WATCH-REPORT-RECORD
003245                 FROM PRM-WCH-RESULT-LINE
003246         END-IF.
003247         IF NOT PRM-TON-STANDARD-DAY AND NOT PRM-TON-SHORT-DAY
003248             MOVE "TONIGHT RAN ON A NON-PROCESSING DAY"
003249                 TO PRM-WCH-RESULT-TEXT
003250             WRITE PRM-WATCH-REPORT-RECORD
003251                 FROM PRM-WCH-RESULT-LINE
003252         END-IF.
003253         IF PRM-ALERT-YES
003260             MOVE "TONIGHT IS OUT OF PATTERN - LOOK AT IT"
003270                 TO PRM-WCH-RESULT-TEXT
003280             MOVE 8 TO RETURN-CODE
003450             TO PRM-WCH-ITEM-NAME.
003460         MOVE PRM-AVG-RECORDS TO PRM-WCH-ITEM-AVG.
003470         MOVE PRM-TON-RECORDS TO PRM-WCH-ITEM-TONIGHT.
003471         IF NOT PRM-TON-STANDARD-DAY
003472             MOVE "NOT JUDGED" TO PRM-WCH-ITEM-VERDICT
003473             GO TO 4200-WRITE
003474         END-IF.
003480         IF PRM-TON-RECORDS * 2 > PRM-AVG-RECORDS * 3 OR
003490                 PRM-TON-RECORDS * 2 < PRM-AVG-RECORDS
003500             MOVE "OUT OF PATTERN" TO PRM-WCH-ITEM-VERDICT
003520         ELSE
003530             MOVE "IN PATTERN" TO PRM-WCH-ITEM-VERDICT
003540         END-IF.
003541 4200-WRITE.
003550         WRITE PRM-WATCH-REPORT-RECORD FROM PRM-WCH-ITEM-LINE.
003560 4200-EXIT.
003570         EXIT.
003610             TO PRM-WCH-ITEM-NAME.
003620         MOVE PRM-AVG-SECONDS TO PRM-WCH-ITEM-AVG.
003630         MOVE PRM-TON-SECONDS TO PRM-WCH-ITEM-TONIGHT.
003631         IF NOT PRM-TON-STANDARD-DAY
003632             MOVE "NOT JUDGED" TO PRM-WCH-ITEM-VERDICT
003633             GO TO 4300-WRITE
003634         END-IF.
003640         IF PRM-TON-SECONDS * 2 > PRM-AVG-SECONDS * 3 AND
003650                 PRM-TON-SECONDS > PRM-AVG-SECONDS + 60
003660             MOVE "OUT OF PATTERN" TO PRM-WCH-ITEM-VERDICT
003680         ELSE
003690             MOVE "IN PATTERN" TO PRM-WCH-ITEM-VERDICT
003700         END-IF.
003701 4300-WRITE.
003710         WRITE PRM-WATCH-REPORT-RECORD FROM PRM-WCH-ITEM-LINE.
003720 4300-EXIT.
003730         EXIT.
003920         WRITE PRM-WATCH-REPORT-RECORD FROM PRM-WCH-BLANK-LINE.
003930         WRITE PRM-WATCH-REPORT-RECORD FROM PRM-WCH-RESULT-LINE.
003940         DISPLAY 'PRMWATCH: ' PRM-WCH-RESULT-TEXT.
003941         IF PRM-CLK-DOWN-YES
003942             MOVE "CALENDAR NOT AVAILABLE - WEEKDAY RULE USED"
003943                 TO PRM-WCH-RESULT-TEXT
003944             WRITE PRM-WATCH-REPORT-RECORD
003945                 FROM PRM-WCH-RESULT-LINE
003946         END-IF.
003947         MOVE RETURN-CODE TO PRM-SAVE-RETURN-CODE.
003948         MOVE "C" TO PRM-CLK-ACTION.
003949         PERFORM 3600-CALL-CALENDAR THRU 3600-EXIT.
003950         MOVE PRM-SAVE-RETURN-CODE TO RETURN-CODE.
003951         IF PRM-RUNLOG-STATUS = "00" OR PRM-RUNLOG-STATUS = "10"
003960             CLOSE PRM-RUNLOG-FILE
003970         END-IF.
003980         CLOSE PRM-WATCH-REPORT-FILE.
