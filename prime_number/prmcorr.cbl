000200*               corrections report of everything applied and
000210*               rejected.  RC 0 all cards applied, 8 when any
000220*               card was rejected, 16 when the card file was not
000221*               usable at all.  Every card names the operator who
000222*               submitted it and the one who approved it; both
000223*               must be active on the operator authorization
000224*               file with that authority, and they must be two
000225*               different people.
000240* TECTONICS:    cobc
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   09/02/2026  RT  Initial corrections program.
000271*   10/15/2026  RT  A void card now finds the check it voids on
000272*                    the keyed audit-history file (AUDHIST) by
000273*                    value, date and time instead of taking the
000274*                    card on trust: a card naming no check on
000275*                    the history, or a check every line of which
000276*                    has already been voided, is rejected.  Each
000277*                    reversal line is indexed through PRMAHXUP as
000278*                    it is written.
000279*   10/15/2026  RT  Two-person corrections: the card carries the
000280*                    submitting operator (cols 30-37) and the
000281*                    approving operator (cols 39-46), each
000282*                    checked through PRMOPRCK against OPRAUTH.
000283*                    A card with either missing, either not
000284*                    authorized, or the same id in both is
000285*                    rejected.  Both ids ride on the reversal
000286*                    line and on the corrections report.  Audit
000287*                    line 139 to 157.
000288*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PRMCORR.
000310 AUTHOR. RAYANE TOKO.
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS PRM-CORR-REPORT-STATUS.
000540
000541     SELECT PRM-INDEX-FILE ASSIGN TO "AUDHIST"
000542         ORGANIZATION IS INDEXED
000543         ACCESS MODE IS DYNAMIC
000544         RECORD KEY IS PRM-AHX-KEY
000545         ALTERNATE RECORD KEY IS PRM-AHX-RUN-KEY
000546             WITH DUPLICATES
000547         ALTERNATE RECORD KEY IS PRM-AHX-DATE-KEY
000548             WITH DUPLICATES
000549         FILE STATUS IS PRM-INDEX-STATUS.
000550
000551 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PRM-TRAN-FILE.
000571 01  PRM-TRAN-RECORD             PIC X(46).
000590
000600 FD  PRM-AUDIT-FILE.
000601 01  PRM-AUDIT-RECORD            PIC X(157).
000620
000630 FD  PRM-CORR-REPORT-FILE.
000640 01  PRM-CORR-REPORT-RECORD      PIC X(80).
000641
000642 FD  PRM-INDEX-FILE.
000643     COPY PRMAHX.
000650
000660 WORKING-STORAGE SECTION.
000670     COPY PRMAUD.
000700     05  PRM-TRAN-STATUS         PIC X(02) VALUE "00".
000710     05  PRM-AUDIT-STATUS        PIC X(02) VALUE "00".
000720     05  PRM-CORR-REPORT-STATUS  PIC X(02) VALUE "00".
000721     05  PRM-INDEX-STATUS        PIC X(02) VALUE "00".
000730
000740 01  PRM-SWITCHES.
000750     05  PRM-TRAN-EOF-SWITCH     PIC X(01) VALUE "N".
000760         88  PRM-TRAN-EOF-YES               VALUE "Y".
000770         88  PRM-TRAN-EOF-NO                VALUE "N".
000771     05  PRM-INDEX-OPEN-SW       PIC X(01) VALUE "N".
000772         88  PRM-INDEX-IS-OPEN              VALUE "Y".
000773     05  PRM-AHX-EOF-SWITCH      PIC X(01) VALUE "N".
000774         88  PRM-AHX-EOF-YES                VALUE "Y".
000775         88  PRM-AHX-EOF-NO                 VALUE "N".
000780
000790 01  PRM-TRAN-CARD.
000800     05  PRM-TRN-ACTION          PIC X(01).
000860     05  PRM-TRN-CHECK-DATE      PIC X(10).
000870     05  FILLER                  PIC X(01).
000880     05  PRM-TRN-CHECK-TIME      PIC X(08).
000881     05  FILLER                  PIC X(01).
000882     05  PRM-TRN-SUBMITTER       PIC X(08).
000883     05  FILLER                  PIC X(01).
000884     05  PRM-TRN-APPROVER        PIC X(08).
000890
000900 01  PRM-PAGE-CONTROL.
000910     05  PRM-LINE-COUNT          PIC 9(3) COMP VALUE ZERO.
001100     88  PRM-VER-APPLIED                   VALUE "A".
001110     88  PRM-VER-NOT-FOUND                 VALUE "N".
001120     88  PRM-VER-ERROR                     VALUE "E".
001121
001122 01  PRM-AHX-ACTION              PIC X(01) VALUE "A".
001123 01  PRM-AHX-RESULT              PIC X(01) VALUE SPACE.
001124     88  PRM-AHX-INDEXED                   VALUE "A".
001125 01  PRM-AHX-WORK-RECORD         PIC X(216) VALUE SPACES.
001126
001127 01  PRM-OPR-ACTION              PIC X(01) VALUE SPACE.
001128 01  PRM-OPR-CHECK-ID            PIC X(08) VALUE SPACES.
001129 01  PRM-OPR-WORK-RECORD         PIC X(80) VALUE SPACES.
001130 01  PRM-OPR-RESULT              PIC X(01) VALUE SPACE.
001131     88  PRM-OPR-AUTHORIZED                VALUE "A".
001132     88  PRM-OPR-NOT-FOUND                 VALUE "N".
001133     88  PRM-OPR-REVOKED                   VALUE "R".
001134     88  PRM-OPR-DENIED                    VALUE "D".
001135     88  PRM-OPR-FILE-DOWN                 VALUE "E".
001136
001137*    What a void card names, in the index's key form, and what
001138*    the history shows at that date and time.
001139 01  PRM-VOID-TARGET.
001140     05  PRM-VOID-DATE-TEXT.
001141         10  PRM-VOID-YYYY       PIC X(04).
001142         10  PRM-VOID-MM         PIC X(02).
001143         10  PRM-VOID-DD         PIC X(02).
001144     05  PRM-VOID-TIME-TEXT.
001145         10  PRM-VOID-HH         PIC X(02).
001146         10  PRM-VOID-MI         PIC X(02).
001147         10  PRM-VOID-SS         PIC X(02).
001148     05  PRM-VOID-VALUE          PIC 9(06).
001149     05  PRM-VOID-FACTORS        PIC X(75).
001150     05  PRM-CHECKS-AT-TIME      PIC 9(5) COMP VALUE ZERO.
001151     05  PRM-VOIDS-OF-TIME       PIC 9(5) COMP VALUE ZERO.
001152
001153 01  PRM-COR-TITLE-LINE.
001154     05  FILLER PIC X(22) VALUE SPACES.
001160     05  FILLER PIC X(34) VALUE
001170         "VERIFICATION CORRECTIONS REPORT".
001180     05  FILLER PIC X(24) VALUE SPACES.
001360
001370 01  PRM-COR-COLUMN-LINE.
001380     05  FILLER PIC X(05) VALUE SPACES.
001381     05  FILLER PIC X(04) VALUE "ACT".
001382     05  FILLER PIC X(08) VALUE "VALUE".
001383     05  FILLER PIC X(09) VALUE "SUBMIT".
001384     05  FILLER PIC X(10) VALUE "APPROVE".
001385     05  FILLER PIC X(44) VALUE "DISPOSITION".
001430
001440 01  PRM-COR-DETAIL-LINE.
001450     05  FILLER PIC X(05) VALUE SPACES.
001460     05  PRM-COR-DET-ACTION PIC X(01).
001461     05  FILLER PIC X(03) VALUE SPACES.
001480     05  PRM-COR-DET-VALUE PIC X(06).
001481     05  FILLER PIC X(02) VALUE SPACES.
001482     05  PRM-COR-DET-SUBMITTER PIC X(08).
001483     05  FILLER PIC X(01) VALUE SPACES.
001484     05  PRM-COR-DET-APPROVER PIC X(08).
001485     05  FILLER PIC X(02) VALUE SPACES.
001500     05  PRM-COR-DET-DISP PIC X(44).
001520
001530 01  PRM-COR-TRAILER-LINE.
001540     05  FILLER PIC X(05) VALUE SPACES.
001770             OPEN OUTPUT PRM-AUDIT-FILE
001780         END-IF.
001790         OPEN OUTPUT PRM-CORR-REPORT-FILE.
001791         OPEN INPUT PRM-INDEX-FILE.
001792         IF PRM-INDEX-STATUS = "00"
001793             SET PRM-INDEX-IS-OPEN TO TRUE
001794         ELSE
001795             DISPLAY 'PRMCORR: AUDHIST NOT AVAILABLE - STATUS '
001796                 PRM-INDEX-STATUS ' - VOID CARDS WILL BE REJECTED'
001797         END-IF.
001800         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
001810         ACCEPT PRM-SYS-TIME FROM TIME.
001820         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
002170         ADD 1 TO PRM-CARDS-READ.
002180         MOVE PRM-TRN-ACTION TO PRM-COR-DET-ACTION.
002190         MOVE PRM-TRN-VALUE TO PRM-COR-DET-VALUE.
002191         INSPECT PRM-TRN-SUBMITTER CONVERTING
002192             "abcdefghijklmnopqrstuvwxyz"
002193             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002194         INSPECT PRM-TRN-APPROVER CONVERTING
002195             "abcdefghijklmnopqrstuvwxyz"
002196             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002197         MOVE PRM-TRN-SUBMITTER TO PRM-COR-DET-SUBMITTER.
002198         MOVE PRM-TRN-APPROVER TO PRM-COR-DET-APPROVER.
002200         IF NOT PRM-TRN-DELETE AND NOT PRM-TRN-VOID
002210             MOVE "REJECTED - ACTION MUST BE D OR V"
002220                 TO PRM-COR-DET-DISP
002290             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
002300             GO TO 2000-NEXT
002310         END-IF.
002311         PERFORM 2200-CHECK-OPERATORS THRU 2200-EXIT.
002312         IF PRM-COR-DET-DISP NOT = SPACES
002313             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
002314             GO TO 2000-NEXT
002315         END-IF.
002320         IF PRM-TRN-VOID AND
002330                 (PRM-TRN-CHECK-DATE(3:1) NOT = "/" OR
002340                 PRM-TRN-CHECK-DATE(6:1) NOT = "/")
002360                 TO PRM-COR-DET-DISP
002370             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
002380             GO TO 2000-NEXT
002381         END-IF.
002382         IF PRM-TRN-VOID AND
002383                 (PRM-TRN-CHECK-TIME(3:1) NOT = ":" OR
002384                 PRM-TRN-CHECK-TIME(6:1) NOT = ":")
002385             MOVE "REJECTED - VOID NEEDS CHECK TIME HH:MM:SS"
002386                 TO PRM-COR-DET-DISP
002387             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
002388             GO TO 2000-NEXT
002389         END-IF.
002390         IF PRM-TRN-VOID
002391             PERFORM 3050-FIND-VOIDED-CHECK THRU 3050-EXIT
002392             IF PRM-COR-DET-DISP NOT = SPACES
002393                 PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
002394                 GO TO 2000-NEXT
002395             END-IF
002396         END-IF.
002400         PERFORM 3000-APPLY-CORRECTION THRU 3000-EXIT.
002410 2000-NEXT.
002420         PERFORM 2100-READ-TRAN THRU 2100-EXIT.
002490                 SET PRM-TRAN-EOF-YES TO TRUE
002500         END-READ.
002510 2100-EXIT.
002511         EXIT.
002512
002513*    The submitter and the approver must both be named, must be
002514*    two different people, and must each be active on OPRAUTH
002515*    with the authority the card asks of them.  Leaves the reason
002516*    in PRM-COR-DET-DISP when the card cannot be applied, spaces
002517*    when it can.
002518 2200-CHECK-OPERATORS.
002519         MOVE SPACES TO PRM-COR-DET-DISP.
002520         IF PRM-TRN-SUBMITTER = SPACES
002521             MOVE "REJECTED - NO SUBMITTING OPERATOR"
002522                 TO PRM-COR-DET-DISP
002523             GO TO 2200-EXIT
002524         END-IF.
002525         IF PRM-TRN-APPROVER = SPACES
002526             MOVE "REJECTED - NO APPROVING OPERATOR"
002527                 TO PRM-COR-DET-DISP
002528             GO TO 2200-EXIT
002529         END-IF.
002530         IF PRM-TRN-SUBMITTER = PRM-TRN-APPROVER
002531             MOVE "REJECTED - SUBMITTER AND APPROVER THE SAME"
002532                 TO PRM-COR-DET-DISP
002533             GO TO 2200-EXIT
002534         END-IF.
002535         MOVE "S" TO PRM-OPR-ACTION.
002536         MOVE PRM-TRN-SUBMITTER TO PRM-OPR-CHECK-ID.
002537         CALL "PRMOPRCK" USING PRM-OPR-ACTION, PRM-OPR-CHECK-ID,
002538             PRM-OPR-WORK-RECORD, PRM-OPR-RESULT.
002539         EVALUATE TRUE
002540             WHEN PRM-OPR-AUTHORIZED
002541                 CONTINUE
002542             WHEN PRM-OPR-NOT-FOUND
002543                 MOVE "REJECTED - SUBMITTER NOT ON OPRAUTH"
002544                     TO PRM-COR-DET-DISP
002545             WHEN PRM-OPR-REVOKED
002546                 MOVE "REJECTED - SUBMITTER REVOKED"
002547                     TO PRM-COR-DET-DISP
002548             WHEN PRM-OPR-DENIED
002549                 MOVE "REJECTED - SUBMITTER MAY NOT SUBMIT"
002550                     TO PRM-COR-DET-DISP
002551             WHEN OTHER
002552                 MOVE "REJECTED - OPRAUTH NOT AVAILABLE"
002553                     TO PRM-COR-DET-DISP
002554         END-EVALUATE.
002555         IF PRM-COR-DET-DISP NOT = SPACES
002556             GO TO 2200-EXIT
002557         END-IF.
002558         MOVE "P" TO PRM-OPR-ACTION.
002559         MOVE PRM-TRN-APPROVER TO PRM-OPR-CHECK-ID.
002560         CALL "PRMOPRCK" USING PRM-OPR-ACTION, PRM-OPR-CHECK-ID,
002561             PRM-OPR-WORK-RECORD, PRM-OPR-RESULT.
002562         EVALUATE TRUE
002563             WHEN PRM-OPR-AUTHORIZED
002564                 CONTINUE
002565             WHEN PRM-OPR-NOT-FOUND
002566                 MOVE "REJECTED - APPROVER NOT ON OPRAUTH"
002567                     TO PRM-COR-DET-DISP
002568             WHEN PRM-OPR-REVOKED
002569                 MOVE "REJECTED - APPROVER REVOKED"
002570                     TO PRM-COR-DET-DISP
002571             WHEN PRM-OPR-DENIED
002572                 MOVE "REJECTED - APPROVER MAY NOT APPROVE"
002573                     TO PRM-COR-DET-DISP
002574             WHEN OTHER
002575                 MOVE "REJECTED - OPRAUTH NOT AVAILABLE"
002576                     TO PRM-COR-DET-DISP
002577         END-EVALUATE.
002578 2200-EXIT.
002579         EXIT.
002580
002581 3000-APPLY-CORRECTION.
002582         MOVE PRM-TRN-VALUE TO PRM-VER-CANDIDATE.
002583         MOVE PRM-TRN-ACTION TO PRM-VER-ACTION.
002584         MOVE SPACE TO PRM-VER-VERDICT-CODE.
002585         MOVE PRM-TRN-CHECK-DATE TO PRM-VER-CHECK-DATE.
002590         MOVE SPACE TO PRM-VER-RESULT.
002600         CALL "PRMVERUP" USING PRM-VER-ACTION,
002610             PRM-VER-CANDIDATE, PRM-VER-VERDICT-CODE,
002840 3000-EXIT.
002850         EXIT.
002860
002861*    Every line the history holds for the value is read in key
002862*    order - a handful of lines, not the whole log.  The check
002863*    lines stamped with the card's date and time are counted
002864*    against the void lines already naming that date and time,
002865*    so a value checked twice in one second can be voided twice
002866*    but no more.  Leaves the reason in PRM-COR-DET-DISP when
002867*    the card cannot be applied, spaces when it can.
002868 3050-FIND-VOIDED-CHECK.
002869         MOVE SPACES TO PRM-COR-DET-DISP.
002870         IF NOT PRM-INDEX-IS-OPEN
002871             MOVE "REJECTED - AUDIT HISTORY NOT AVAILABLE"
002872                 TO PRM-COR-DET-DISP
002873             GO TO 3050-EXIT
002874         END-IF.
002875         MOVE PRM-TRN-CHECK-DATE(7:4) TO PRM-VOID-YYYY.
002876         MOVE PRM-TRN-CHECK-DATE(1:2) TO PRM-VOID-MM.
002877         MOVE PRM-TRN-CHECK-DATE(4:2) TO PRM-VOID-DD.
002878         MOVE PRM-TRN-CHECK-TIME(1:2) TO PRM-VOID-HH.
002879         MOVE PRM-TRN-CHECK-TIME(4:2) TO PRM-VOID-MI.
002880         MOVE PRM-TRN-CHECK-TIME(7:2) TO PRM-VOID-SS.
002881         IF PRM-VOID-DATE-TEXT IS NOT NUMERIC OR
002882                 PRM-VOID-TIME-TEXT IS NOT NUMERIC
002883             MOVE "REJECTED - CHECK DATE OR TIME NOT NUMERIC"
002884                 TO PRM-COR-DET-DISP
002885             GO TO 3050-EXIT
002886         END-IF.
002887         MOVE PRM-TRN-VALUE TO PRM-VOID-VALUE.
002888         MOVE SPACES TO PRM-VOID-FACTORS.
002889         STRING "VOIDS CHECK OF " DELIMITED BY SIZE
002890             PRM-TRN-CHECK-DATE DELIMITED BY SIZE
002891             " " DELIMITED BY SIZE
002892             PRM-TRN-CHECK-TIME DELIMITED BY SIZE
002893             INTO PRM-VOID-FACTORS.
002894         MOVE ZERO TO PRM-CHECKS-AT-TIME.
002895         MOVE ZERO TO PRM-VOIDS-OF-TIME.
002896         SET PRM-AHX-EOF-NO TO TRUE.
002897         MOVE PRM-VOID-VALUE TO PRM-AHX-VALUE.
002898         MOVE ZERO TO PRM-AHX-CHECK-DATE.
002899         MOVE ZERO TO PRM-AHX-CHECK-TIME.
002900         MOVE ZERO TO PRM-AHX-OCCURRENCE.
002901         START PRM-INDEX-FILE KEY IS NOT LESS THAN PRM-AHX-KEY
002902             INVALID KEY
002903                 SET PRM-AHX-EOF-YES TO TRUE
002904         END-START.
002905         PERFORM 3060-WEIGH-ONE-ENTRY THRU 3060-EXIT
002906             UNTIL PRM-AHX-EOF-YES.
002907         IF PRM-CHECKS-AT-TIME = 0
002908             MOVE "REJECTED - NO SUCH CHECK ON AUDIT HISTORY"
002909                 TO PRM-COR-DET-DISP
002910             GO TO 3050-EXIT
002911         END-IF.
002912         IF PRM-VOIDS-OF-TIME NOT < PRM-CHECKS-AT-TIME
002913             MOVE "REJECTED - CHECK ALREADY VOIDED"
002914                 TO PRM-COR-DET-DISP
002915         END-IF.
002916 3050-EXIT.
002917         EXIT.
002918
002919 3060-WEIGH-ONE-ENTRY.
002920         READ PRM-INDEX-FILE NEXT RECORD
002921             AT END
002922                 SET PRM-AHX-EOF-YES TO TRUE
002923         END-READ.
002924         IF PRM-AHX-EOF-YES
002925             GO TO 3060-EXIT
002926         END-IF.
002927         IF PRM-AHX-VALUE NOT = PRM-VOID-VALUE
002928             SET PRM-AHX-EOF-YES TO TRUE
002929             GO TO 3060-EXIT
002930         END-IF.
002931         MOVE PRM-AHX-AUD-LINE TO PRM-AUD-LINE.
002932         IF PRM-AUD-VERDICT = "IS A PRIME NUMBER" OR
002933                 PRM-AUD-VERDICT = "IS NOT A PRIME NUMBER"
002934             IF PRM-AHX-CHECK-DATE = PRM-VOID-DATE-TEXT AND
002935                     PRM-AHX-CHECK-TIME = PRM-VOID-TIME-TEXT
002936                 ADD 1 TO PRM-CHECKS-AT-TIME
002937             END-IF
002938         ELSE
002939             IF PRM-AUD-VERDICT = "CORRECTION - VOIDED" AND
002940                     PRM-AUD-FACTORS = PRM-VOID-FACTORS
002941                 ADD 1 TO PRM-VOIDS-OF-TIME
002942             END-IF
002943         END-IF.
002944 3060-EXIT.
002945         EXIT.
002946
002947 3100-LOG-REVERSAL.
002948         ACCEPT PRM-AUD-TIME-RAW FROM TIME.
002949         MOVE PRM-SYS-DATE(5:2) TO PRM-AUD-DATE(1:2).
002950         MOVE "/" TO PRM-AUD-DATE(3:1).
002951         MOVE PRM-SYS-DATE(7:2) TO PRM-AUD-DATE(4:2).
002952         MOVE "/" TO PRM-AUD-DATE(6:1).
002953         MOVE PRM-SYS-DATE(1:4) TO PRM-AUD-DATE(7:4).
002954         MOVE PRM-AUD-TIME-RAW(1:2) TO PRM-AUD-TIME(1:2).
002955         MOVE ":" TO PRM-AUD-TIME(3:1).
002960         MOVE PRM-AUD-TIME-RAW(3:2) TO PRM-AUD-TIME(4:2).
002970         MOVE ":" TO PRM-AUD-TIME(6:1).
002980         MOVE PRM-AUD-TIME-RAW(5:2) TO PRM-AUD-TIME(7:2).
003110                 INTO PRM-AUD-FACTORS
003120         END-IF.
003130         MOVE SPACES TO PRM-AUD-RUN-ID.
003131         MOVE PRM-TRN-SUBMITTER TO PRM-AUD-OPERATOR.
003132         MOVE PRM-TRN-APPROVER TO PRM-AUD-APPROVER.
003140         WRITE PRM-AUDIT-RECORD FROM PRM-AUD-LINE.
003141         MOVE "A" TO PRM-AHX-ACTION.
003142         CALL "PRMAHXUP" USING PRM-AHX-ACTION, PRM-AUD-LINE,
003143             PRM-AHX-WORK-RECORD, PRM-AHX-RESULT.
003144         IF NOT PRM-AHX-INDEXED
003145             DISPLAY 'PRMCORR: REVERSAL FOR ' PRM-TRN-VALUE
003146                 ' NOT ON AUDHIST - RUN PRMAHXRB'
003147         END-IF.
003150 3100-EXIT.
003160         EXIT.
003170
003330         CALL "PRMVERUP" USING PRM-VER-ACTION,
003340             PRM-VER-CANDIDATE, PRM-VER-VERDICT-CODE,
003350             PRM-VER-CHECK-DATE, PRM-VER-RESULT.
003351         MOVE "C" TO PRM-OPR-ACTION.
003352         CALL "PRMOPRCK" USING PRM-OPR-ACTION, PRM-OPR-CHECK-ID,
003353             PRM-OPR-WORK-RECORD, PRM-OPR-RESULT.
003360         WRITE PRM-CORR-REPORT-RECORD FROM PRM-COR-BLANK-LINE.
003370         MOVE "TRANSACTION CARDS READ        "
003380             TO PRM-COR-TRL-NAME.
003480         WRITE PRM-CORR-REPORT-RECORD FROM PRM-COR-TRAILER-LINE.
003490         CLOSE PRM-TRAN-FILE.
003500         CLOSE PRM-AUDIT-FILE.
003501         MOVE "C" TO PRM-AHX-ACTION.
003502         CALL "PRMAHXUP" USING PRM-AHX-ACTION, PRM-AUD-LINE,
003503             PRM-AHX-WORK-RECORD, PRM-AHX-RESULT.
003504         IF PRM-INDEX-IS-OPEN
003505             CLOSE PRM-INDEX-FILE
003506         END-IF.
003510         CLOSE PRM-CORR-REPORT-FILE.
003520         IF PRM-CARDS-REJECTED > 0
003530             MOVE 8 TO RETURN-CODE
