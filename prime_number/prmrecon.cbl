000160*               returned acks to the register, reports releases
000170*               still unacknowledged, and finishes RC 12 when
000180*               one is older than the grace period so the job
000181*               stream holds tonight's release (the grace period
000182*               counts processing days on the shop calendar,
000183*               CALENDAR through PRMCALCK, so weekends and
000184*               holidays do not age a release); RC 8 when an
000200*               ack disagrees with its trailer counts or matches
000210*               nothing.  Card mode POST (run after the release)
000220*               appends tonight's RELFILE header and trailer to
000230*               the register as a new unacknowledged entry.
000231*               Acknowledged entries older than the grace period
000232*               retire from the register during the CHECK
000233*               rewrite, so the register stays bounded - but not
000234*               before the month of their run has been closed
000235*               (run date before the first of last month), since
000236*               PRMCLOSE proves the month's runs against it.
000237*               A POST of a run id already on the register or
000238*               on the posting log is refused with RC 2.
000240* TECTONICS:    cobc
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   09/02/2026  RT  Initial reconciliation step.
000271*   10/15/2026  RT  POST is rerun-safe: a release whose run id is
000272*                    already on the register, or already on the
000273*                    posting log (PRMPSTUP) after its entry
000274*                    retired, is reported "ALREADY POSTED" and
000275*                    refused with RC 2 ("already done") instead
000276*                    of appending a second entry; a good post is
000277*                    logged once the register is rewritten.
000278*   10/15/2026  RT  Grace period counted in processing days from
000279*                    the shop calendar (PRMCALCK), so a Friday
000280*                    release is not past grace by Monday.  An
000281*                    acknowledged entry is now kept until the
000282*                    month of its run is closed (run date before
000283*                    the first of last month) - PRMCLOSE reads
000284*                    the month's releases from the register.
000285*   10/15/2026  RT  The grace-period calendar falling over is
000286*                    reported: the weekday rule used in its place
000287*                    is put on the console and on the report.
000288*   10/15/2026  RT  A date the calendar cannot count that is not
000289*                    before today ages zero days, instead of
000290*                    taking the previous entry's age.
000291*****************************************************************
000292 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PRMRECON.
000310 AUTHOR. RAYANE TOKO.
000320 INSTALLATION. SHOP DATA PROCESSING.
000810     COPY PRMRRG.
000820     COPY PRMACK.
000830     COPY PRMREL.
000831     COPY PRMPST.
000840
000850 01  PRM-FILE-STATUSES.
000860     05  PRM-PARM-STATUS         PIC X(02) VALUE "00".
001090         88  PRM-HDR-FOUND-YES              VALUE "Y".
001100     05  PRM-TRL-FOUND-SW        PIC X(01) VALUE "N".
001110         88  PRM-TRL-FOUND-YES              VALUE "Y".
001111     05  PRM-ALREADY-DONE-SW     PIC X(01) VALUE "N".
001112         88  PRM-ALREADY-DONE-YES           VALUE "Y".
001113     05  PRM-POSTED-SW           PIC X(01) VALUE "N".
001114         88  PRM-POSTED-YES                 VALUE "Y".
001115
001116 01  PRM-PST-ACTION              PIC X(01) VALUE "Q".
001117 01  PRM-PST-RESULT              PIC X(01) VALUE SPACE.
001118     88  PRM-PST-APPLIED                   VALUE "A".
001120
001130 01  PRM-RUN-MODE-SW             PIC X(01) VALUE SPACE.
001140     88  PRM-MODE-CHECK                    VALUE "C".
001340     05  PRM-TODAY-DAY-NO        PIC 9(07) COMP VALUE ZERO.
001350     05  PRM-ENTRY-DAY-NO        PIC 9(07) COMP VALUE ZERO.
001360     05  PRM-ENTRY-AGE           PIC S9(5) COMP VALUE ZERO.
001361     05  PRM-RETAIN-FROM-YMD     PIC 9(08) VALUE ZERO.
001362     05  PRM-RETAIN-FROM-PARTS REDEFINES PRM-RETAIN-FROM-YMD.
001363         10  PRM-RETAIN-FROM-YEAR  PIC 9(04).
001364         10  PRM-RETAIN-FROM-MONTH PIC 9(02).
001365         10  PRM-RETAIN-FROM-DAY   PIC 9(02).
001366
001367 01  PRM-CLK-ACTION              PIC X(01) VALUE SPACE.
001368 01  PRM-CLK-FIRST-DATE          PIC 9(08) VALUE ZERO.
001369 01  PRM-CLK-SECOND-DATE         PIC 9(08) VALUE ZERO.
001370 01  PRM-CLK-DAY-COUNT           PIC 9(05) VALUE ZERO.
001371 01  PRM-CLK-DAY-TYPE            PIC X(01) VALUE SPACE.
001372 01  PRM-CLK-RESULT              PIC X(01) VALUE SPACE.
001373     88  PRM-CLK-ERROR                     VALUE "E".
001374     88  PRM-CLK-INVALID                   VALUE "I".
001375 01  PRM-CLK-DOWN-SW             PIC X(01) VALUE "N".
001376     88  PRM-CLK-DOWN-YES                  VALUE "Y".
001377
001380 01  PRM-REGISTER-TABLE-CONTROL.
001390     05  PRM-REG-COUNT           PIC 9(4) COMP VALUE ZERO.
001400     05  PRM-REG-SUB             PIC 9(4) COMP VALUE ZERO.
002130             PERFORM 5000-POST-RELEASE THRU 5000-EXIT
002140         END-IF.
002150         PERFORM 7000-REWRITE-REGISTER THRU 7000-EXIT.
002151         IF PRM-POSTED-YES AND NOT PRM-ERROR-YES
002152             PERFORM 5300-LOG-POST THRU 5300-EXIT
002153         END-IF.
002160         PERFORM 8000-FINALIZE THRU 8000-EXIT.
002170         STOP RUN.
002180
002230         ACCEPT PRM-SYS-TIME FROM TIME.
002240         COMPUTE PRM-TODAY-DAY-NO =
002250                 FUNCTION INTEGER-OF-DATE(PRM-SYS-DATE).
002251         MOVE PRM-SYS-DATE TO PRM-RETAIN-FROM-YMD.
002252         MOVE 1 TO PRM-RETAIN-FROM-DAY.
002253         IF PRM-RETAIN-FROM-MONTH = 1
002254             MOVE 12 TO PRM-RETAIN-FROM-MONTH
002255             SUBTRACT 1 FROM PRM-RETAIN-FROM-YEAR
002256         ELSE
002257             SUBTRACT 1 FROM PRM-RETAIN-FROM-MONTH
002258         END-IF.
002260         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
002270 1000-EXIT.
002280         EXIT.
004270             GO TO 4100-EXIT
004280         END-IF.
004290         ADD 1 TO PRM-STILL-OPEN.
004291         MOVE PRM-RRG-RUN-DATE TO PRM-CLK-FIRST-DATE.
004292         PERFORM 4200-PROCESSING-DAYS-OLD THRU 4200-EXIT.
004293         MOVE PRM-CLK-DAY-COUNT TO PRM-ENTRY-AGE.
004340         MOVE PRM-RRG-RUN-DATE TO PRM-REC-DET-DATE.
004350         MOVE PRM-RRG-RUN-TIME TO PRM-REC-DET-TIME.
004360         MOVE PRM-RRG-RUN-ID TO PRM-REC-DET-RUNID.
004460         END-IF.
004470         PERFORM 3400-WRITE-RECON-DETAIL THRU 3400-EXIT.
004480 4100-EXIT.
004481         EXIT.
004482
004483*    Processing days from PRM-CLK-FIRST-DATE up to today, in
004484*    PRM-CLK-DAY-COUNT.  A date the calendar cannot count is aged
004485*    in calendar days as before.  With the calendar down PRMCALCK
004486*    counts weekdays; that is said once on the console and again
004487*    on the report.
004488 4200-PROCESSING-DAYS-OLD.
004489         MOVE "N" TO PRM-CLK-ACTION.
004490         MOVE PRM-SYS-DATE TO PRM-CLK-SECOND-DATE.
004491         CALL "PRMCALCK" USING PRM-CLK-ACTION, PRM-CLK-FIRST-DATE,
004492             PRM-CLK-SECOND-DATE, PRM-CLK-DAY-COUNT,
004493             PRM-CLK-DAY-TYPE, PRM-CLK-RESULT.
004494         IF PRM-CLK-ERROR AND NOT PRM-CLK-DOWN-YES
004495             SET PRM-CLK-DOWN-YES TO TRUE
004496             DISPLAY 'PRMRECON: CALENDAR NOT AVAILABLE - WEEKDAY '
004497                 'RULE USED FOR THE GRACE PERIOD'
004498         END-IF.
004499         IF PRM-CLK-INVALID
004500             COMPUTE PRM-ENTRY-DAY-NO =
004501                     FUNCTION INTEGER-OF-DATE(PRM-CLK-FIRST-DATE)
004502             IF PRM-ENTRY-DAY-NO < PRM-TODAY-DAY-NO
004503                 COMPUTE PRM-CLK-DAY-COUNT =
004504                         PRM-TODAY-DAY-NO - PRM-ENTRY-DAY-NO
004505             ELSE
004506                 MOVE ZERO TO PRM-CLK-DAY-COUNT
004507             END-IF
004508         END-IF.
004509 4200-EXIT.
004510         EXIT.
004511
004512 5000-POST-RELEASE.
004520         SET PRM-REL-EOF-NO TO TRUE.
004530         OPEN INPUT PRM-RELEASE-FILE.
004540         IF PRM-RELEASE-STATUS NOT = "00"
004640             DISPLAY 'PRMRECON: RELFILE HEADER OR TRAILER '
004650                 'MISSING - NOTHING POSTED'
004660             SET PRM-ERROR-YES TO TRUE
004661             GO TO 5000-EXIT
004662         END-IF.
004663         PERFORM 5200-CHECK-ALREADY-POSTED THRU 5200-EXIT.
004664         IF PRM-ALREADY-DONE-YES
004670             GO TO 5000-EXIT
004680         END-IF.
004690         IF PRM-REG-COUNT >= 1000
004890         MOVE "RELEASE POSTED TO REGISTER"
004900             TO PRM-REC-DET-STATUS.
004910         PERFORM 3400-WRITE-RECON-DETAIL THRU 3400-EXIT.
004911         SET PRM-POSTED-YES TO TRUE.
004920 5000-EXIT.
004930         EXIT.
004940
005130 5100-EXIT.
005140         EXIT.
005150
005151*    A release with no run id (written before run ids were
005152*    stamped) cannot be matched and is posted as before.
005153 5200-CHECK-ALREADY-POSTED.
005154         IF PRM-REL-HDR-RUN-ID IS NOT NUMERIC OR
005155                 PRM-REL-HDR-RUN-ID = 0
005156             GO TO 5200-EXIT
005157         END-IF.
005158         MOVE ZERO TO PRM-REG-FOUND-SUB.
005159         PERFORM 5210-MATCH-RUN-ID THRU 5210-EXIT
005160             VARYING PRM-REG-SUB FROM 1 BY 1
005161             UNTIL PRM-REG-SUB > PRM-REG-COUNT
005162                OR PRM-REG-FOUND-SUB > 0.
005163         IF PRM-REG-FOUND-SUB > 0
005164             SET PRM-ALREADY-DONE-YES TO TRUE
005165         ELSE
005166             MOVE "RELREG" TO PRM-PST-TARGET
005167             MOVE PRM-REL-HDR-RUN-ID TO PRM-PST-RUN-ID
005168             MOVE ZERO TO PRM-PST-RECORDS
005169             MOVE ZERO TO PRM-PST-HASH-TOTAL
005170             MOVE "Q" TO PRM-PST-ACTION
005171             CALL "PRMPSTUP" USING PRM-PST-ACTION,
005172                 PRM-PST-RECORD-WS, PRM-PST-RESULT
005173             IF PRM-PST-APPLIED
005174                 SET PRM-ALREADY-DONE-YES TO TRUE
005175             END-IF
005176         END-IF.
005177         IF PRM-ALREADY-DONE-YES
005178             MOVE PRM-REL-HDR-RUN-DATE TO PRM-REC-DET-DATE
005179             MOVE PRM-REL-HDR-RUN-TIME TO PRM-REC-DET-TIME
005180             MOVE PRM-REL-HDR-RUN-ID TO PRM-REC-DET-RUNID
005181             MOVE PRM-REL-TRL-DETAIL-CNT TO PRM-REC-DET-DETAILS
005182             MOVE "ALREADY POSTED - REFUSED"
005183                 TO PRM-REC-DET-STATUS
005184             PERFORM 3400-WRITE-RECON-DETAIL THRU 3400-EXIT
005185         END-IF.
005186 5200-EXIT.
005187         EXIT.
005188
005189 5210-MATCH-RUN-ID.
005190         MOVE PRM-REG-ENTRY(PRM-REG-SUB) TO PRM-RRG-RECORD-WS.
005191         IF PRM-RRG-RUN-ID = PRM-REL-HDR-RUN-ID
005192             MOVE PRM-REG-SUB TO PRM-REG-FOUND-SUB
005193         END-IF.
005194 5210-EXIT.
005195         EXIT.
005196
005197 5300-LOG-POST.
005198         IF PRM-REL-HDR-RUN-ID IS NOT NUMERIC OR
005199                 PRM-REL-HDR-RUN-ID = 0
005200             GO TO 5300-EXIT
005201         END-IF.
005202         MOVE "RELREG" TO PRM-PST-TARGET.
005203         MOVE PRM-REL-HDR-RUN-ID TO PRM-PST-RUN-ID.
005204         MOVE "PRMRECON" TO PRM-PST-PROGRAM.
005205         MOVE ZERO TO PRM-PST-RECORDS.
005206         MOVE ZERO TO PRM-PST-HASH-TOTAL.
005207         MOVE "R" TO PRM-PST-ACTION.
005208         CALL "PRMPSTUP" USING PRM-PST-ACTION, PRM-PST-RECORD-WS,
005209             PRM-PST-RESULT.
005210         IF NOT PRM-PST-APPLIED
005211             DISPLAY 'PRMRECON: POSTING LOG NOT UPDATED FOR RUN '
005212                 PRM-REL-HDR-RUN-ID
005213             SET PRM-WARN-YES TO TRUE
005214         END-IF.
005215 5300-EXIT.
005216         EXIT.
005217
005218 7000-REWRITE-REGISTER.
005219         OPEN OUTPUT PRM-REGISTER-FILE.
005220         IF PRM-REGISTER-STATUS NOT = "00"
005221             DISPLAY 'PRMRECON: REGISTER NOT WRITABLE - STATUS '
005222                 PRM-REGISTER-STATUS
005223             SET PRM-ERROR-YES TO TRUE
005224             GO TO 7000-EXIT
005225         END-IF.
005226         PERFORM 7100-WRITE-ONE-ENTRY THRU 7100-EXIT
005227             VARYING PRM-REG-SUB FROM 1 BY 1
005228             UNTIL PRM-REG-SUB > PRM-REG-COUNT.
005229         CLOSE PRM-REGISTER-FILE.
005230 7000-EXIT.
005231         EXIT.
005240
005250 7100-WRITE-ONE-ENTRY.
005251         MOVE PRM-REG-ENTRY(PRM-REG-SUB) TO PRM-RRG-RECORD-WS.
005252         IF PRM-MODE-CHECK AND PRM-RRG-IS-ACKED AND
005253                 PRM-RRG-ACK-DATE IS NUMERIC AND
005254                 PRM-RRG-ACK-DATE > 0 AND
005255                 PRM-RRG-RUN-DATE < PRM-RETAIN-FROM-YMD
005256             MOVE PRM-RRG-ACK-DATE TO PRM-CLK-FIRST-DATE
005257             PERFORM 4200-PROCESSING-DAYS-OLD THRU 4200-EXIT
005258             IF PRM-CLK-DAY-COUNT > PRM-GRACE-DAYS
005259                 ADD 1 TO PRM-ACKED-RETIRED
005261                 GO TO 7100-EXIT
005262             END-IF
005473         MOVE PRM-ACKED-RETIRED TO PRM-REC-TRL-COUNT.
005474         WRITE PRM-RECON-REPORT-RECORD
005475             FROM PRM-REC-TRAILER-LINE.
005476         MOVE "C" TO PRM-CLK-ACTION.
005477         CALL "PRMCALCK" USING PRM-CLK-ACTION, PRM-CLK-FIRST-DATE,
005478             PRM-CLK-SECOND-DATE, PRM-CLK-DAY-COUNT,
005479             PRM-CLK-DAY-TYPE, PRM-CLK-RESULT.
005480         PERFORM 8100-SET-RETURN-CODE THRU 8100-EXIT.
005490         WRITE PRM-RECON-REPORT-RECORD FROM PRM-REC-BLANK-LINE.
005500         WRITE PRM-RECON-REPORT-RECORD
005510             FROM PRM-REC-RESULT-LINE.
005520         DISPLAY 'PRMRECON: ' PRM-REC-RESULT-TEXT.
005521         IF PRM-CLK-DOWN-YES
005522             MOVE "CALENDAR NOT AVAILABLE - WEEKDAY RULE USED"
005523                 TO PRM-REC-RESULT-TEXT
005524             WRITE PRM-RECON-REPORT-RECORD
005525                 FROM PRM-REC-RESULT-LINE
005526         END-IF.
005530         CLOSE PRM-RECON-REPORT-FILE.
005540 8000-EXIT.
005550         EXIT.
005570 8100-SET-RETURN-CODE.
005580         MOVE ZERO TO RETURN-CODE.
005590         MOVE "RELEASE CHAIN IS CLEAR" TO PRM-REC-RESULT-TEXT.
005591         IF PRM-ALREADY-DONE-YES
005592             MOVE 2 TO RETURN-CODE
005593             MOVE "RUN ALREADY POSTED - NOTHING DONE"
005594                 TO PRM-REC-RESULT-TEXT
005595         END-IF.
005600         IF PRM-WARN-YES
005610             MOVE 4 TO RETURN-CODE
005620             MOVE "RELEASES AWAITING ACKNOWLEDGMENT"
