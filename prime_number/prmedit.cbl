000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   09/02/2026  RT  Initial pre-edit step.
000261*   10/15/2026  RT  A record tagged "S" in column 56 is a
000262*                    corrected value PRMSUSP fed back from the
000263*                    suspense file: it is passed straight through,
000264*                    never dropped as a duplicate or flagged as a
000265*                    sequence break.  When the extract is held
000266*                    (RC 12) the check step never sees it, so the
000267*                    non-numeric and out-of-range records are put
000268*                    on the suspense notices file (SUSNEW) here,
000269*                    origin "E", for PRMSUSP to post.
000270*   10/15/2026  RT  The worklist now comes from the intake step
000271*                    with the feed's source code in columns 9-12:
000272*                    it is shown on every detail line, and the
000273*                    sequence-break check starts over whenever the
000274*                    source changes, since each feed is in its own
000275*                    order.
000276*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PRMEDIT.
000300 AUTHOR. RAYANE TOKO.
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS PRM-EDIT-REPORT-STATUS.
000530
000531     SELECT PRM-NOTICE-FILE ASSIGN TO "SUSNEW"
000532         ORGANIZATION IS LINE SEQUENTIAL
000533         FILE STATUS IS PRM-NOTICE-STATUS.
000534
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  PRM-INPUT-FILE.
000570 01  PRM-INPUT-RECORD.
000580     05  PRM-INPUT-VALUE         PIC X(07).
000581     05  FILLER                  PIC X(01).
000582     05  PRM-INPUT-SOURCE        PIC X(04).
000583     05  FILLER                  PIC X(43).
000584     05  PRM-INPUT-SUS-TAG       PIC X(01).
000585         88  PRM-INPUT-FROM-SUSPENSE        VALUE "S".
000586     05  PRM-INPUT-SUS-KEY       PIC X(24).
000600
000610 FD  PRM-CLEAN-FILE.
000620 01  PRM-CLEAN-RECORD            PIC X(80).
000640 FD  PRM-EDIT-REPORT-FILE.
000650 01  PRM-EDIT-REPORT-RECORD      PIC X(80).
000660
000661 FD  PRM-NOTICE-FILE.
000662 01  PRM-NOTICE-RECORD           PIC X(121).
000663
000670 WORKING-STORAGE SECTION.
000671     COPY PRMSUN.
000672
000680 01  PRM-FILE-STATUSES.
000690     05  PRM-INPUT-STATUS        PIC X(02) VALUE "00".
000700     05  PRM-CLEAN-STATUS        PIC X(02) VALUE "00".
000710     05  PRM-EDIT-REPORT-STATUS  PIC X(02) VALUE "00".
000711     05  PRM-NOTICE-STATUS       PIC X(02) VALUE "00".
000720
000730 01  PRM-SWITCHES.
000740     05  PRM-EOF-SWITCH          PIC X(01) VALUE "N".
000940     05  PRM-NONNUM-FLAGGED      PIC 9(9) COMP VALUE ZERO.
000950     05  PRM-SEQ-BREAKS          PIC 9(9) COMP VALUE ZERO.
000960     05  PRM-GARBAGE-COUNT       PIC 9(9) COMP VALUE ZERO.
000961     05  PRM-REENTRIES-PASSED    PIC 9(9) COMP VALUE ZERO.
000962     05  PRM-NOTICES-WRITTEN     PIC 9(9) COMP VALUE ZERO.
000963
000964 01  PRM-RESCAN-RECNO            PIC 9(9) COMP VALUE ZERO.
000970
000980 01  PRM-GARBAGE-PCT-MAX         PIC 9(3) COMP VALUE 50.
000990
001010 01  PRM-PRIOR-VALUE             PIC S9(6) VALUE -1.
001020 01  PRM-PRIOR-SEEN-SW           PIC X(01) VALUE "N".
001030     88  PRM-PRIOR-SEEN-YES                VALUE "Y".
001031 01  PRM-PRIOR-SOURCE            PIC X(04) VALUE SPACES.
001040
001050 01  PRM-SEEN-SUB                PIC 9(7) COMP VALUE ZERO.
001060 01  PRM-SEEN-TABLE.
001290 01  PRM-EDT-COLUMN-LINE.
001300     05  FILLER PIC X(05) VALUE SPACES.
001310     05  FILLER PIC X(10) VALUE "RECORD".
001311     05  FILLER PIC X(11) VALUE "VALUE".
001312     05  FILLER PIC X(07) VALUE "SOURCE".
001330     05  FILLER PIC X(30) VALUE "DISPOSITION".
001331     05  FILLER PIC X(17) VALUE SPACES.
001350
001360 01  PRM-EDT-BLANK-LINE PIC X(80) VALUE SPACES.
001370
001410     05  FILLER PIC X(02) VALUE SPACES.
001420     05  PRM-EDT-DET-VALUE PIC X(07).
001430     05  FILLER PIC X(02) VALUE SPACES.
001431     05  PRM-EDT-DET-SOURCE PIC X(04).
001432     05  FILLER PIC X(02) VALUE SPACES.
001440     05  PRM-EDT-DET-DISP PIC X(38).
001441     05  FILLER PIC X(09) VALUE SPACES.
001460
001470 01  PRM-EDT-TRAILER-LINE.
001480     05  FILLER PIC X(05) VALUE SPACES.
002160             WRITE PRM-CLEAN-RECORD FROM PRM-INPUT-RECORD
002170             GO TO 2000-NEXT
002180         END-IF.
002181         IF PRM-INPUT-FROM-SUSPENSE
002182             ADD 1 TO PRM-REENTRIES-PASSED
002183             MOVE "CORRECTED FROM SUSPENSE - PASSED"
002184                 TO PRM-EDT-DET-DISP
002185             PERFORM 4000-WRITE-EDIT-DETAIL THRU 4000-EXIT
002186             WRITE PRM-CLEAN-RECORD FROM PRM-INPUT-RECORD
002187             ADD 1 TO PRM-RECORDS-WRITTEN
002188             GO TO 2000-NEXT
002189         END-IF.
002190         IF PRM-INPUT-RECORD = SPACES
002200             ADD 1 TO PRM-EMPTY-DROPPED
002210             ADD 1 TO PRM-GARBAGE-COUNT
002600             GO TO 2000-NEXT
002610         END-IF.
002620         MOVE "Y" TO PRM-SEEN-FLAG(PRM-SEEN-SUB).
002621         IF PRM-INPUT-SOURCE NOT = PRM-PRIOR-SOURCE
002622             MOVE "N" TO PRM-PRIOR-SEEN-SW
002623             MOVE PRM-INPUT-SOURCE TO PRM-PRIOR-SOURCE
002624         END-IF.
002630         IF PRM-PRIOR-SEEN-YES AND
002640                 PRM-CANDIDATE < PRM-PRIOR-VALUE
002650             ADD 1 TO PRM-SEQ-BREAKS
002870         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
002880         MOVE PRM-RECORDS-READ TO PRM-EDT-DET-RECNO.
002890         MOVE PRM-INPUT-VALUE TO PRM-EDT-DET-VALUE.
002891         MOVE PRM-INPUT-SOURCE TO PRM-EDT-DET-SOURCE.
002900         WRITE PRM-EDIT-REPORT-RECORD FROM PRM-EDT-DETAIL-LINE.
002910         ADD 1 TO PRM-LINE-COUNT.
002920 4000-EXIT.
003180             TO PRM-EDT-TRL-NAME.
003190         MOVE PRM-SEQ-BREAKS TO PRM-EDT-TRL-COUNT.
003200         WRITE PRM-EDIT-REPORT-RECORD FROM PRM-EDT-TRAILER-LINE.
003201         MOVE "SUSPENSE RE-ENTRIES PASSED    "
003202             TO PRM-EDT-TRL-NAME.
003203         MOVE PRM-REENTRIES-PASSED TO PRM-EDT-TRL-COUNT.
003204         WRITE PRM-EDIT-REPORT-RECORD FROM PRM-EDT-TRAILER-LINE.
003210         PERFORM 8100-SET-RETURN-CODE THRU 8100-EXIT.
003211         IF RETURN-CODE = 12
003212             PERFORM 8500-SUSPEND-HELD-EXTRACT THRU 8500-EXIT
003213             MOVE "SUSPENSE NOTICES WRITTEN      "
003214                 TO PRM-EDT-TRL-NAME
003215             MOVE PRM-NOTICES-WRITTEN TO PRM-EDT-TRL-COUNT
003216             WRITE PRM-EDIT-REPORT-RECORD
003217                 FROM PRM-EDT-TRAILER-LINE
003218         END-IF.
003220         WRITE PRM-EDIT-REPORT-RECORD FROM PRM-EDT-BLANK-LINE.
003230         WRITE PRM-EDIT-REPORT-RECORD FROM PRM-EDT-RESULT-LINE.
003240         DISPLAY 'PRMEDIT: ' PRM-EDT-RESULT-TEXT.
003460 8100-EXIT.
003470         EXIT.
003480
003481*    A held extract never reaches the check step, so its bad
003482*    records would be rejected nowhere.  Read it again from the
003483*    top and leave a suspense notice for each one, numbered as
003484*    on the edit report.  Corrected values fed back from
003485*    suspense are not noticed again - their entries stay
003486*    re-entered and are fed back the next night.
003487 8500-SUSPEND-HELD-EXTRACT.
003488         CLOSE PRM-INPUT-FILE.
003489         OPEN INPUT PRM-INPUT-FILE.
003490         OPEN EXTEND PRM-NOTICE-FILE.
003491         IF PRM-NOTICE-STATUS = "05" OR PRM-NOTICE-STATUS = "35"
003492             OPEN OUTPUT PRM-NOTICE-FILE
003493         END-IF.
003494         MOVE ZERO TO PRM-RESCAN-RECNO.
003495         SET PRM-EOF-NO TO TRUE.
003496         PERFORM 2100-READ-INPUT THRU 2100-EXIT.
003497         PERFORM 8510-SUSPEND-ONE-RECORD THRU 8510-EXIT
003498             UNTIL PRM-EOF-YES.
003499         CLOSE PRM-NOTICE-FILE.
003500         DISPLAY 'PRMEDIT: ' PRM-NOTICES-WRITTEN
003501             ' SUSPENSE NOTICE(S) WRITTEN TO SUSNEW'.
003502 8500-EXIT.
003503         EXIT.
003504
003505 8510-SUSPEND-ONE-RECORD.
003506         ADD 1 TO PRM-RESCAN-RECNO.
003507         IF PRM-INPUT-VALUE(1:1) = "*" OR
003508                 PRM-INPUT-RECORD = SPACES OR
003509                 PRM-INPUT-FROM-SUSPENSE
003510             GO TO 8510-NEXT
003511         END-IF.
003512         MOVE SPACES TO PRM-SUN-REASON.
003513         IF FUNCTION TEST-NUMVAL(PRM-INPUT-VALUE) NOT = 0
003514             MOVE "NN" TO PRM-SUN-REASON
003515         ELSE
003516             MOVE "N" TO PRM-SIZE-ERROR-SW
003517             MOVE ZERO TO PRM-CANDIDATE
003518             COMPUTE PRM-CANDIDATE =
003519                     FUNCTION NUMVAL(PRM-INPUT-VALUE)
003520                 ON SIZE ERROR
003521                     SET PRM-SIZE-ERROR-IS-YES TO TRUE
003522             END-COMPUTE
003523             IF PRM-SIZE-ERROR-IS-YES OR PRM-CANDIDATE < 0
003524                 MOVE "OR" TO PRM-SUN-REASON
003525             END-IF
003526         END-IF.
003527         IF PRM-SUN-REASON = SPACES
003528             GO TO 8510-NEXT
003529         END-IF.
003530         SET PRM-SUN-ADD TO TRUE.
003531         MOVE PRM-SYS-DATE TO PRM-SUN-ENTRY-DATE.
003532         MOVE ZERO TO PRM-SUN-ENTRY-RUN.
003533         MOVE "E" TO PRM-SUN-ORIGIN.
003534         MOVE PRM-RESCAN-RECNO TO PRM-SUN-RECORD-NO.
003535         MOVE ZERO TO PRM-SUN-RUN-ID.
003536         MOVE PRM-SYS-DATE TO PRM-SUN-RUN-DATE.
003537         MOVE PRM-INPUT-RECORD TO PRM-SUN-TEXT.
003538         WRITE PRM-NOTICE-RECORD FROM PRM-SUN-RECORD-WS.
003539         ADD 1 TO PRM-NOTICES-WRITTEN.
003540 8510-NEXT.
003541         PERFORM 2100-READ-INPUT THRU 2100-EXIT.
003542 8510-EXIT.
003543         EXIT.
003544
003545 END PROGRAM PRMEDIT.
