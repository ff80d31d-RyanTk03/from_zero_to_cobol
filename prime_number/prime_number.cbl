000603*                    (AUDITLOG 132 to 139, RUNLOG 93 to 100).
000604*                    Interactive checks draw no run id, so this
000605*                    program writes the field as spaces.
000606*   10/15/2026  RT  1600-UPDATE-MASTER passes a result code and a
000607*                    blank run id to PRMVERUP; a check that
000608*                    disagrees with the verdict on the master is
000609*                    written to VERCONF as a verdict conflict and
000610*                    the operator is told so on the screen.
000611*   10/15/2026  RT  Each audit line is also indexed on the keyed
000612*                    audit-history file (AUDHIST) through the
000613*                    shared PRMAHXUP as it is written.
000614*   10/15/2026  RT  Added operator sign-on: 0500-SIGN-ON asks for
000615*                    an operator id before anything else and
000616*                    checks it through the shared PRMOPRCK
000617*                    against the operator authorization file
000618*                    (OPRAUTH) - active, and allowed to key
000619*                    checks.  Three refusals, or the file being
000620*                    down, end the session with RC 12 (16 when
000621*                    the file is down) and a run-log record
000622*                    naming the id tried.  The signed-on id rides
000623*                    on the audit line and the run-log record
000624*                    (AUDITLOG 139 to 157, RUNLOG 100 to 109).
000625*   10/15/2026  RT  A refused sign-on keeps its RC 12 or 16
000626*                    through the PRMOPRCK close, so the run log
000627*                    and the session end code show the refusal.
000628*****************************************************************
000629 IDENTIFICATION DIVISION.
000630 PROGRAM-ID. PrimeNumber.
000640 AUTHOR. RAYANE TOKO.
000650 INSTALLATION. SHOP DATA PROCESSING.
000910 01  PRM-REPORT-RECORD               PIC X(80).
000920 
000930 FD  PRM-AUDIT-FILE.
000931 01  PRM-AUDIT-RECORD                PIC X(157).
000950
000960 FD  PRM-RUNLOG-FILE.
000961 01  PRM-RUNLOG-RECORD               PIC X(109).
000980
000990 WORKING-STORAGE SECTION.
001000     COPY PRMRPT.
001380
001390 01  PRM-VER-ACTION              PIC X(01) VALUE "U".
001400 01  PRM-VER-VERDICT-CODE        PIC X(01) VALUE SPACE.
001401 01  PRM-VER-RESULT              PIC X(01) VALUE SPACE.
001402     88  PRM-VER-CONFLICT                  VALUE "K".
001403 01  PRM-VER-RUN-ID              PIC X(06) VALUE SPACES.
001404
001405 01  PRM-AHX-ACTION              PIC X(01) VALUE "A".
001406 01  PRM-AHX-RESULT              PIC X(01) VALUE SPACE.
001407 01  PRM-AHX-WORK-RECORD         PIC X(216) VALUE SPACES.
001408
001409 01  PRM-OPERATOR-ID             PIC X(08) VALUE SPACES.
001410 01  PRM-OPR-ACTION              PIC X(01) VALUE "K".
001411 01  PRM-OPR-RESULT              PIC X(01) VALUE SPACE.
001412     88  PRM-OPR-AUTHORIZED                VALUE "A".
001413     88  PRM-OPR-NOT-FOUND                 VALUE "N".
001414     88  PRM-OPR-REVOKED                   VALUE "R".
001415     88  PRM-OPR-DENIED                    VALUE "D".
001416     88  PRM-OPR-FILE-DOWN                 VALUE "E".
001417 01  PRM-OPR-WORK-RECORD.
001418     05  FILLER                  PIC X(08).
001419     05  PRM-OPR-WORK-NAME       PIC X(30).
001420     05  FILLER                  PIC X(42).
001421 01  PRM-SIGNON-TRIES            PIC 9(1) COMP VALUE ZERO.
001422 01  PRM-SIGNON-MAX-TRIES        PIC 9(1) COMP VALUE 3.
001423 01  PRM-SIGNON-SW               PIC X(01) VALUE SPACE.
001424     88  PRM-SIGNON-PENDING                VALUE SPACE.
001425     88  PRM-SIGNON-ACCEPTED               VALUE "A".
001426     88  PRM-SIGNON-REFUSED                VALUE "R".
001427 01  PRM-SAVE-RETURN-CODE        PIC S9(4) COMP VALUE ZERO.
001428 
001429 PROCEDURE DIVISION.
001430 MAIN-PROCEDURE.
001431         PERFORM 0500-SIGN-ON THRU 0500-EXIT.
001432         IF PRM-SIGNON-REFUSED
001433             PERFORM 8100-WRITE-RUN-LOG THRU 8100-EXIT
001434             STOP RUN
001435         END-IF.
001440         PERFORM 1000-OPEN-REPORT THRU 1000-EXIT.
001450         PERFORM GET_INPUT THRU GET_INPUT-EXIT.
001460         PERFORM MAIN_PROCESS THRU DISPLAY_PROCESS_RESULT.
001470         PERFORM 8000-CLOSE-REPORT THRU 8000-EXIT.
001480         STOP RUN.
001481 
001482 0500-SIGN-ON.
001483         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
001484         ACCEPT PRM-SYS-TIME FROM TIME.
001485         MOVE ZERO TO PRM-SIGNON-TRIES.
001486         SET PRM-SIGNON-PENDING TO TRUE.
001487         PERFORM 0510-ACCEPT-OPERATOR THRU 0510-EXIT
001488             UNTIL NOT PRM-SIGNON-PENDING.
001489         MOVE RETURN-CODE TO PRM-SAVE-RETURN-CODE.
001490         MOVE "C" TO PRM-OPR-ACTION.
001491         CALL "PRMOPRCK" USING PRM-OPR-ACTION, PRM-OPERATOR-ID,
001492             PRM-OPR-WORK-RECORD, PRM-OPR-RESULT.
001493         MOVE PRM-SAVE-RETURN-CODE TO RETURN-CODE.
001494 0500-EXIT.
001495         EXIT.
001496
001497 0510-ACCEPT-OPERATOR.
001498         ADD 1 TO PRM-SIGNON-TRIES.
001499         DISPLAY 'Operator id:'.
001500         MOVE SPACES TO PRM-OPERATOR-ID.
001501         ACCEPT PRM-OPERATOR-ID.
001502         INSPECT PRM-OPERATOR-ID CONVERTING
001503             "abcdefghijklmnopqrstuvwxyz"
001504             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001505         MOVE "K" TO PRM-OPR-ACTION.
001506         CALL "PRMOPRCK" USING PRM-OPR-ACTION, PRM-OPERATOR-ID,
001507             PRM-OPR-WORK-RECORD, PRM-OPR-RESULT.
001508         EVALUATE TRUE
001509             WHEN PRM-OPR-AUTHORIZED
001510                 DISPLAY 'Signed on: ' PRM-OPR-WORK-NAME
001511                 SET PRM-SIGNON-ACCEPTED TO TRUE
001512                 GO TO 0510-EXIT
001513             WHEN PRM-OPR-FILE-DOWN
001514                 DISPLAY 'Operator authorization file not '
001515                     'available - session refused.'
001516                 MOVE 16 TO RETURN-CODE
001517                 SET PRM-SIGNON-REFUSED TO TRUE
001518                 GO TO 0510-EXIT
001519             WHEN PRM-OPR-REVOKED
001520                 DISPLAY 'Operator id has been revoked.'
001521             WHEN PRM-OPR-DENIED
001522                 DISPLAY 'Operator id is not authorized to key '
001523                     'checks.'
001524             WHEN OTHER
001525                 DISPLAY 'Operator id not on the authorization '
001526                     'file.'
001527         END-EVALUATE.
001528         IF PRM-SIGNON-TRIES NOT < PRM-SIGNON-MAX-TRIES
001529             DISPLAY 'Sign-on refused - session ended.'
001530             MOVE 12 TO RETURN-CODE
001531             SET PRM-SIGNON-REFUSED TO TRUE
001532         END-IF.
001533 0510-EXIT.
001534         EXIT.
001535
001536 1000-OPEN-REPORT.
001537         OPEN EXTEND PRM-REPORT-FILE.
001538         IF PRM-REPORT-STATUS = "05" OR PRM-REPORT-STATUS = "35"
001539             OPEN OUTPUT PRM-REPORT-FILE
001540         END-IF.
001550         OPEN EXTEND PRM-AUDIT-FILE.
001560         IF PRM-AUDIT-STATUS = "05" OR PRM-AUDIT-STATUS = "35"
002670         MOVE PRM-RPT-DET-RESULT TO PRM-AUD-VERDICT.
002680         MOVE PRM-FACTOR-TEXT TO PRM-AUD-FACTORS.
002681         MOVE SPACES TO PRM-AUD-RUN-ID.
002682         MOVE PRM-OPERATOR-ID TO PRM-AUD-OPERATOR.
002683         MOVE SPACES TO PRM-AUD-APPROVER.
002690         WRITE PRM-AUDIT-RECORD FROM PRM-AUD-LINE.
002691         MOVE "A" TO PRM-AHX-ACTION.
002692         CALL "PRMAHXUP" USING PRM-AHX-ACTION, PRM-AUD-LINE,
002693             PRM-AHX-WORK-RECORD, PRM-AHX-RESULT.
002700 1400-EXIT.
002710         EXIT.
002720
002780             MOVE "P" TO PRM-VER-VERDICT-CODE
002790         END-IF.
002800         CALL "PRMVERUP" USING PRM-VER-ACTION, user_input,
002801             PRM-VER-VERDICT-CODE, PRM-AUD-DATE,
002802             PRM-VER-RESULT, PRM-VER-RUN-ID.
002803         IF PRM-VER-CONFLICT
002804             DISPLAY 'Verdict disagrees with the verification '
002805                 'master - reported as a verdict conflict.'
002806         END-IF.
002820 1600-EXIT.
002830         EXIT.
002840
003000         CLOSE PRM-AUDIT-FILE.
003010         MOVE "C" TO PRM-VER-ACTION.
003020         CALL "PRMVERUP" USING PRM-VER-ACTION, user_input,
003021             PRM-VER-VERDICT-CODE, PRM-AUD-DATE,
003022             PRM-VER-RESULT, PRM-VER-RUN-ID.
003023         MOVE "C" TO PRM-AHX-ACTION.
003024         CALL "PRMAHXUP" USING PRM-AHX-ACTION, PRM-AUD-LINE,
003025             PRM-AHX-WORK-RECORD, PRM-AHX-RESULT.
003040         PERFORM 8100-WRITE-RUN-LOG THRU 8100-EXIT.
003050 8000-EXIT.
003060         EXIT.
003370         MOVE "N" TO PRM-RUN-RESTART-FLAG.
003380         MOVE RETURN-CODE TO PRM-RUN-RETURN-CODE.
003381         MOVE SPACES TO PRM-RUN-RUN-ID.
003382         MOVE PRM-OPERATOR-ID TO PRM-RUN-OPERATOR.
003390         OPEN EXTEND PRM-RUNLOG-FILE.
003400         IF PRM-RUNLOG-STATUS = "05" OR PRM-RUNLOG-STATUS = "35"
003410             OPEN OUTPUT PRM-RUNLOG-FILE
