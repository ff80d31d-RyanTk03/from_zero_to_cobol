000010*****************************************************************
000020* PROGRAM:      PRMOPRMT
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Maintenance of the operator authorization file
000070*               (OPRAUTH) that PrimeNumber checks at sign-on and
000080*               PRMCORR checks on every correction card.  Reads
000090*               maintenance cards from OPRCARDS:
000100*                 A - add an operator (name required; a blank
000110*                     authority flag means "N")
000120*                 C - change an operator's name or authorities
000130*                     (a blank field is left as it is)
000140*                 R - revoke an operator (the record stays on
000150*                     file so old audit lines still name someone)
000160*                 I - reinstate a revoked operator
000170*               Card columns:  1     action
000180*                              3-10  operator id
000190*                              12    may key checks      Y/N
000200*                              13    may submit cards    Y/N
000210*                              14    may approve cards   Y/N
000220*                              16-45 operator name
000230*                              47-54 maintaining operator id
000231*               Every card names who maintained it, who must be
000232*               an active operator on OPRAUTH, and no one may
000233*               maintain their own entry.  While OPRAUTH holds no
000234*               operators at all (the first load) the maintaining
000235*               operator cannot be looked up, so the first add
000236*               card is taken unchecked and marked so on the
000237*               report; every card after it is checked against
000238*               the operators then on file.  Prints every card
000260*               applied or rejected, then a listing of the whole
000270*               file as it stands.  RC 0 all cards applied, 8
000280*               when any card was rejected, 16 when the card file
000290*               or the authorization file was not usable.
000300* TECTONICS:    cobc
000310*-----------------------------------------------------------------
000320* MODIFICATION HISTORY
000330*   10/15/2026  RT  Initial operator maintenance program.
000331*   10/15/2026  RT  The maintaining operator on every card must be
000332*                    on OPRAUTH and active, else the card is
000333*                    rejected.  Only while OPRAUTH holds
000334*                    no operators (the first load) is an add
000335*                    card taken unchecked, and the report says
000336*                    so.
000337*   10/15/2026  RT  Only the action, operator id and flags are
000338*                    folded to upper case; the name is kept as
000339*                    punched.
000340*****************************************************************
000350 IDENTIFICATION DIVISION.
000360 PROGRAM-ID. PRMOPRMT.
000370 AUTHOR. RAYANE TOKO.
000380 INSTALLATION. SHOP DATA PROCESSING.
000390 DATE-WRITTEN. 10/15/2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER. GNUCOBOL.
000450 OBJECT-COMPUTER. GNUCOBOL.
000460
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT PRM-CARD-FILE ASSIGN TO "OPRCARDS"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PRM-CARD-STATUS.
000520
000530     SELECT PRM-OPERATOR-FILE ASSIGN TO "OPRAUTH"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS PRM-OPR-ID
000570         FILE STATUS IS PRM-OPERATOR-STATUS.
000580
000590     SELECT PRM-OPR-REPORT-FILE ASSIGN TO "OPRMRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS PRM-OPR-REPORT-STATUS.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  PRM-CARD-FILE.
000660 01  PRM-CARD-RECORD             PIC X(54).
000670
000680 FD  PRM-OPERATOR-FILE.
000690     COPY PRMOPR.
000700
000710 FD  PRM-OPR-REPORT-FILE.
000720 01  PRM-OPR-REPORT-RECORD       PIC X(80).
000730
000740 WORKING-STORAGE SECTION.
000750 01  PRM-FILE-STATUSES.
000760     05  PRM-CARD-STATUS         PIC X(02) VALUE "00".
000770     05  PRM-OPERATOR-STATUS     PIC X(02) VALUE "00".
000780     05  PRM-OPR-REPORT-STATUS   PIC X(02) VALUE "00".
000790
000800 01  PRM-SWITCHES.
000810     05  PRM-CARD-EOF-SWITCH     PIC X(01) VALUE "N".
000820         88  PRM-CARD-EOF-YES               VALUE "Y".
000830         88  PRM-CARD-EOF-NO                VALUE "N".
000840     05  PRM-OPR-EOF-SWITCH      PIC X(01) VALUE "N".
000850         88  PRM-OPR-EOF-YES                VALUE "Y".
000860         88  PRM-OPR-EOF-NO                 VALUE "N".
000870     05  PRM-ON-FILE-SWITCH      PIC X(01) VALUE "N".
000880         88  PRM-ON-FILE-YES                VALUE "Y".
000890         88  PRM-ON-FILE-NO                 VALUE "N".
000891     05  PRM-FIRST-LOAD-SWITCH   PIC X(01) VALUE "N".
000892         88  PRM-FIRST-LOAD-YES             VALUE "Y".
000893         88  PRM-FIRST-LOAD-NO              VALUE "N".
000900
000910 01  PRM-MAINT-CARD.
000920     05  PRM-MNT-ACTION          PIC X(01).
000930         88  PRM-MNT-ADD                    VALUE "A".
000940         88  PRM-MNT-CHANGE                 VALUE "C".
000950         88  PRM-MNT-REVOKE                 VALUE "R".
000960         88  PRM-MNT-REINSTATE              VALUE "I".
000970     05  FILLER                  PIC X(01).
000980     05  PRM-MNT-OPERATOR-ID     PIC X(08).
000990     05  FILLER                  PIC X(01).
001000     05  PRM-MNT-FLAGS.
001010         10  PRM-MNT-MAY-CHECK   PIC X(01).
001020         10  PRM-MNT-MAY-SUBMIT  PIC X(01).
001030         10  PRM-MNT-MAY-APPROVE PIC X(01).
001040     05  FILLER                  PIC X(01).
001050     05  PRM-MNT-NAME            PIC X(30).
001060     05  FILLER                  PIC X(01).
001070     05  PRM-MNT-MAINTAINED-BY   PIC X(08).
001080
001090 01  PRM-FLAG-CHECK.
001100     05  PRM-FLAG-SUB            PIC 9(1) COMP VALUE ZERO.
001110     05  PRM-FLAG-BAD-SW         PIC X(01) VALUE "N".
001120         88  PRM-FLAG-IS-BAD                VALUE "Y".
001130
001140 01  PRM-PAGE-CONTROL.
001150     05  PRM-LINE-COUNT          PIC 9(3) COMP VALUE ZERO.
001160     05  PRM-PAGE-NUMBER         PIC 9(3) COMP VALUE ZERO.
001170     05  PRM-MAX-LINES-PER-PAGE  PIC 9(3) COMP VALUE 50.
001180
001190 01  PRM-RUN-DATE-TIME.
001200     05  PRM-SYS-DATE            PIC 9(08).
001210     05  PRM-SYS-TIME            PIC 9(08).
001220
001230 01  PRM-MAINT-COUNTS.
001240     05  PRM-CARDS-READ          PIC 9(9) COMP VALUE ZERO.
001250     05  PRM-CARDS-APPLIED       PIC 9(9) COMP VALUE ZERO.
001260     05  PRM-CARDS-REJECTED      PIC 9(9) COMP VALUE ZERO.
001261     05  PRM-CARDS-FIRST-LOAD    PIC 9(9) COMP VALUE ZERO.
001270     05  PRM-OPERATORS-LISTED    PIC 9(9) COMP VALUE ZERO.
001280     05  PRM-OPERATORS-ACTIVE    PIC 9(9) COMP VALUE ZERO.
001290
001300 01  PRM-OPM-TITLE-LINE.
001310     05  FILLER PIC X(20) VALUE SPACES.
001320     05  FILLER PIC X(38) VALUE
001330         "OPERATOR AUTHORIZATION MAINTENANCE".
001340     05  FILLER PIC X(22) VALUE SPACES.
001350
001360 01  PRM-OPM-DATE-LINE.
001370     05  FILLER PIC X(05) VALUE SPACES.
001380     05  FILLER PIC X(06) VALUE "DATE: ".
001390     05  PRM-OPM-RUN-DATE PIC X(10).
001400     05  FILLER PIC X(05) VALUE SPACES.
001410     05  FILLER PIC X(06) VALUE "TIME: ".
001420     05  PRM-OPM-RUN-TIME PIC X(08).
001430     05  FILLER PIC X(40) VALUE SPACES.
001440
001450 01  PRM-OPM-PAGE-HEADING.
001460     05  FILLER PIC X(05) VALUE SPACES.
001470     05  FILLER PIC X(06) VALUE "PAGE: ".
001480     05  PRM-OPM-PAGE-NO PIC ZZZ9.
001490     05  FILLER PIC X(62) VALUE SPACES.
001500
001510 01  PRM-OPM-BLANK-LINE PIC X(80) VALUE SPACES.
001520
001530 01  PRM-OPM-COLUMN-LINE.
001540     05  FILLER PIC X(05) VALUE SPACES.
001550     05  FILLER PIC X(04) VALUE "ACT".
001560     05  FILLER PIC X(10) VALUE "OPERATOR".
001570     05  FILLER PIC X(06) VALUE "KSP".
001580     05  FILLER PIC X(44) VALUE "DISPOSITION".
001590     05  FILLER PIC X(11) VALUE SPACES.
001600
001610 01  PRM-OPM-DETAIL-LINE.
001620     05  FILLER PIC X(05) VALUE SPACES.
001630     05  PRM-OPM-DET-ACTION PIC X(01).
001640     05  FILLER PIC X(03) VALUE SPACES.
001650     05  PRM-OPM-DET-OPERATOR PIC X(08).
001660     05  FILLER PIC X(02) VALUE SPACES.
001670     05  PRM-OPM-DET-FLAGS PIC X(03).
001680     05  FILLER PIC X(03) VALUE SPACES.
001690     05  PRM-OPM-DET-DISP PIC X(44).
001700     05  FILLER PIC X(11) VALUE SPACES.
001710
001711 01  PRM-OPM-FIRST-LOAD-LINE.
001712     05  FILLER PIC X(05) VALUE SPACES.
001713     05  FILLER PIC X(60) VALUE
001714         "FIRST LOAD - MAINTAINER OF FIRST ADD CARD NOT CHECKED".
001715     05  FILLER PIC X(15) VALUE SPACES.
001718
001720 01  PRM-OPM-LIST-TITLE-LINE.
001730     05  FILLER PIC X(05) VALUE SPACES.
001740     05  FILLER PIC X(40) VALUE
001750         "AUTHORIZATION FILE AFTER MAINTENANCE".
001760     05  FILLER PIC X(35) VALUE SPACES.
001770
001780 01  PRM-OPM-LIST-COLUMN-LINE.
001790     05  FILLER PIC X(05) VALUE SPACES.
001800     05  FILLER PIC X(10) VALUE "OPERATOR".
001810     05  FILLER PIC X(32) VALUE "NAME".
001820     05  FILLER PIC X(04) VALUE "ST".
001830     05  FILLER PIC X(05) VALUE "KSP".
001840     05  FILLER PIC X(12) VALUE "CHANGED".
001850     05  FILLER PIC X(12) VALUE "BY".
001860
001870 01  PRM-OPM-LIST-LINE.
001880     05  FILLER PIC X(05) VALUE SPACES.
001890     05  PRM-OPM-LST-OPERATOR PIC X(08).
001900     05  FILLER PIC X(02) VALUE SPACES.
001910     05  PRM-OPM-LST-NAME PIC X(30).
001920     05  FILLER PIC X(02) VALUE SPACES.
001930     05  PRM-OPM-LST-STATUS PIC X(01).
001940     05  FILLER PIC X(03) VALUE SPACES.
001950     05  PRM-OPM-LST-FLAGS PIC X(03).
001960     05  FILLER PIC X(02) VALUE SPACES.
001970     05  PRM-OPM-LST-CHANGED PIC X(10).
001980     05  FILLER PIC X(02) VALUE SPACES.
001990     05  PRM-OPM-LST-BY PIC X(08).
002000     05  FILLER PIC X(04) VALUE SPACES.
002010
002020 01  PRM-OPM-TRAILER-LINE.
002030     05  FILLER PIC X(05) VALUE SPACES.
002040     05  PRM-OPM-TRL-NAME PIC X(30).
002050     05  PRM-OPM-TRL-COUNT PIC ZZZ,ZZZ,ZZ9.
002060     05  FILLER PIC X(34) VALUE SPACES.
002070
002080 PROCEDURE DIVISION.
002090 0000-MAINLINE.
002100         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002110         PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
002120             UNTIL PRM-CARD-EOF-YES.
002130         PERFORM 5000-LIST-OPERATORS THRU 5000-EXIT.
002140         PERFORM 8000-FINALIZE THRU 8000-EXIT.
002150         STOP RUN.
002160
002170 1000-INITIALIZE.
002180         OPEN INPUT PRM-CARD-FILE.
002190         IF PRM-CARD-STATUS NOT = "00"
002200             DISPLAY 'PRMOPRMT: OPRCARDS NOT AVAILABLE - STATUS '
002210                 PRM-CARD-STATUS
002220             MOVE 16 TO RETURN-CODE
002230             STOP RUN
002240         END-IF.
002250         OPEN I-O PRM-OPERATOR-FILE.
002260         IF PRM-OPERATOR-STATUS = "35" OR
002270                 PRM-OPERATOR-STATUS = "05"
002280             OPEN OUTPUT PRM-OPERATOR-FILE
002290             CLOSE PRM-OPERATOR-FILE
002300             OPEN I-O PRM-OPERATOR-FILE
002310         END-IF.
002320         IF PRM-OPERATOR-STATUS NOT = "00"
002330             DISPLAY 'PRMOPRMT: OPRAUTH NOT AVAILABLE - STATUS '
002340                 PRM-OPERATOR-STATUS
002350             CLOSE PRM-CARD-FILE
002360             MOVE 16 TO RETURN-CODE
002370             STOP RUN
002380         END-IF.
002390         OPEN OUTPUT PRM-OPR-REPORT-FILE.
002400         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
002410         ACCEPT PRM-SYS-TIME FROM TIME.
002411         PERFORM 1300-CHECK-FIRST-LOAD THRU 1300-EXIT.
002420         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
002421         IF PRM-FIRST-LOAD-YES
002422             WRITE PRM-OPR-REPORT-RECORD
002423                 FROM PRM-OPM-FIRST-LOAD-LINE
002424             WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-BLANK-LINE
002425             ADD 2 TO PRM-LINE-COUNT
002426             DISPLAY 'PRMOPRMT: OPRAUTH HOLDS NO OPERATORS -'
002427                 ' FIRST LOAD, MAINTAINER OF FIRST ADD'
002428                 ' NOT CHECKED'
002429         END-IF.
002430         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-COLUMN-LINE.
002440         ADD 1 TO PRM-LINE-COUNT.
002450         PERFORM 2100-READ-CARD THRU 2100-EXIT.
002460 1000-EXIT.
002470         EXIT.
002480
002490 1100-WRITE-PAGE-TOP.
002500         ADD 1 TO PRM-PAGE-NUMBER.
002510         MOVE PRM-PAGE-NUMBER TO PRM-OPM-PAGE-NO.
002520         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-PAGE-HEADING.
002530         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-TITLE-LINE.
002540         MOVE PRM-SYS-DATE(5:2) TO PRM-OPM-RUN-DATE(1:2).
002550         MOVE "/" TO PRM-OPM-RUN-DATE(3:1).
002560         MOVE PRM-SYS-DATE(7:2) TO PRM-OPM-RUN-DATE(4:2).
002570         MOVE "/" TO PRM-OPM-RUN-DATE(6:1).
002580         MOVE PRM-SYS-DATE(1:4) TO PRM-OPM-RUN-DATE(7:4).
002590         MOVE PRM-SYS-TIME(1:2) TO PRM-OPM-RUN-TIME(1:2).
002600         MOVE ":" TO PRM-OPM-RUN-TIME(3:1).
002610         MOVE PRM-SYS-TIME(3:2) TO PRM-OPM-RUN-TIME(4:2).
002620         MOVE ":" TO PRM-OPM-RUN-TIME(6:1).
002630         MOVE PRM-SYS-TIME(5:2) TO PRM-OPM-RUN-TIME(7:2).
002640         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-DATE-LINE.
002650         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-BLANK-LINE.
002660         MOVE 4 TO PRM-LINE-COUNT.
002670 1100-EXIT.
002680         EXIT.
002690
002700 1200-CHECK-PAGE-BREAK.
002710         IF PRM-LINE-COUNT >= PRM-MAX-LINES-PER-PAGE
002720             PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT
002730         END-IF.
002740 1200-EXIT.
002750         EXIT.
002751
002752*    OPRAUTH with no operators on it at all is the first load -
002753*    there is no one yet to name as the maintaining operator.
002754 1300-CHECK-FIRST-LOAD.
002755         SET PRM-FIRST-LOAD-NO TO TRUE.
002756         MOVE LOW-VALUES TO PRM-OPR-ID.
002757         START PRM-OPERATOR-FILE KEY IS NOT LESS THAN PRM-OPR-ID
002758             INVALID KEY
002759                 SET PRM-FIRST-LOAD-YES TO TRUE
002760                 GO TO 1300-EXIT
002761         END-START.
002762         READ PRM-OPERATOR-FILE NEXT RECORD
002763             AT END
002764                 SET PRM-FIRST-LOAD-YES TO TRUE
002765         END-READ.
002766 1300-EXIT.
002767         EXIT.
002768
002770 2000-PROCESS-CARD.
002780         ADD 1 TO PRM-CARDS-READ.
002790         MOVE PRM-MNT-ACTION TO PRM-OPM-DET-ACTION.
002800         MOVE PRM-MNT-OPERATOR-ID TO PRM-OPM-DET-OPERATOR.
002810         MOVE PRM-MNT-FLAGS TO PRM-OPM-DET-FLAGS.
002820         MOVE SPACES TO PRM-OPM-DET-DISP.
002830         PERFORM 2200-VALIDATE-CARD THRU 2200-EXIT.
002831         IF PRM-OPM-DET-DISP = SPACES
002832             PERFORM 2300-CHECK-MAINTAINER THRU 2300-EXIT
002833         END-IF.
002840         IF PRM-OPM-DET-DISP NOT = SPACES
002850             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
002860             GO TO 2000-NEXT
002870         END-IF.
002880         MOVE PRM-MNT-OPERATOR-ID TO PRM-OPR-ID.
002890         READ PRM-OPERATOR-FILE
002900             INVALID KEY
002910                 SET PRM-ON-FILE-NO TO TRUE
002920             NOT INVALID KEY
002930                 SET PRM-ON-FILE-YES TO TRUE
002940         END-READ.
002950         EVALUATE TRUE
002960             WHEN PRM-MNT-ADD
002970                 PERFORM 3100-ADD-OPERATOR THRU 3100-EXIT
002980             WHEN PRM-MNT-CHANGE
002990                 PERFORM 3200-CHANGE-OPERATOR THRU 3200-EXIT
003000             WHEN OTHER
003010                 PERFORM 3300-SET-STATUS THRU 3300-EXIT
003020         END-EVALUATE.
003030 2000-NEXT.
003040         PERFORM 2100-READ-CARD THRU 2100-EXIT.
003050 2000-EXIT.
003060         EXIT.
003070
003080 2100-READ-CARD.
003090         READ PRM-CARD-FILE INTO PRM-MAINT-CARD
003100             AT END
003110                 SET PRM-CARD-EOF-YES TO TRUE
003120         END-READ.
003121*    Action and key fields are folded to upper case; the name
003122*    is kept as punched.
003123         INSPECT PRM-MNT-ACTION CONVERTING
003140             "abcdefghijklmnopqrstuvwxyz"
003150             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003151         INSPECT PRM-MNT-OPERATOR-ID CONVERTING
003152             "abcdefghijklmnopqrstuvwxyz"
003153             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003154         INSPECT PRM-MNT-FLAGS CONVERTING
003155             "abcdefghijklmnopqrstuvwxyz"
003156             TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003160 2100-EXIT.
003170         EXIT.
003180
003190*    Checks that need no look-up.  Leaves the reason in
003200*    PRM-OPM-DET-DISP when the card cannot be applied.
003210 2200-VALIDATE-CARD.
003220         IF NOT PRM-MNT-ADD AND NOT PRM-MNT-CHANGE AND
003230                 NOT PRM-MNT-REVOKE AND NOT PRM-MNT-REINSTATE
003240             MOVE "REJECTED - ACTION MUST BE A, C, R OR I"
003250                 TO PRM-OPM-DET-DISP
003260             GO TO 2200-EXIT
003270         END-IF.
003280         IF PRM-MNT-OPERATOR-ID = SPACES
003290             MOVE "REJECTED - NO OPERATOR ID"
003300                 TO PRM-OPM-DET-DISP
003310             GO TO 2200-EXIT
003320         END-IF.
003330         IF PRM-MNT-MAINTAINED-BY = SPACES
003340             MOVE "REJECTED - NO MAINTAINING OPERATOR"
003350                 TO PRM-OPM-DET-DISP
003360             GO TO 2200-EXIT
003370         END-IF.
003380         IF PRM-MNT-MAINTAINED-BY = PRM-MNT-OPERATOR-ID
003390             MOVE "REJECTED - MAY NOT MAINTAIN OWN ENTRY"
003400                 TO PRM-OPM-DET-DISP
003410             GO TO 2200-EXIT
003420         END-IF.
003430         MOVE "N" TO PRM-FLAG-BAD-SW.
003440         PERFORM 2210-CHECK-ONE-FLAG THRU 2210-EXIT
003450             VARYING PRM-FLAG-SUB FROM 1 BY 1
003460             UNTIL PRM-FLAG-SUB > 3.
003470         IF PRM-FLAG-IS-BAD
003480             MOVE "REJECTED - AUTHORITY FLAGS MUST BE Y OR N"
003490                 TO PRM-OPM-DET-DISP
003500             GO TO 2200-EXIT
003510         END-IF.
003520         IF PRM-MNT-ADD AND PRM-MNT-NAME = SPACES
003530             MOVE "REJECTED - NEW OPERATOR NEEDS A NAME"
003540                 TO PRM-OPM-DET-DISP
003550         END-IF.
003560 2200-EXIT.
003570         EXIT.
003580
003590 2210-CHECK-ONE-FLAG.
003600         IF PRM-MNT-FLAGS(PRM-FLAG-SUB:1) NOT = "Y" AND
003610                 PRM-MNT-FLAGS(PRM-FLAG-SUB:1) NOT = "N" AND
003620                 PRM-MNT-FLAGS(PRM-FLAG-SUB:1) NOT = SPACE
003630             SET PRM-FLAG-IS-BAD TO TRUE
003640         END-IF.
003650 2210-EXIT.
003660         EXIT.
003661
003662*    The maintaining operator must be on OPRAUTH and active - the
003663*    same look-up PrimeNumber makes at sign-on - unless OPRAUTH
003664*    is still empty.
003665 2300-CHECK-MAINTAINER.
003666         IF PRM-FIRST-LOAD-YES
003667             GO TO 2300-EXIT
003668         END-IF.
003669         MOVE PRM-MNT-MAINTAINED-BY TO PRM-OPR-ID.
003670         READ PRM-OPERATOR-FILE
003671             INVALID KEY
003672                 MOVE "REJECTED - MAINTAINER NOT ON OPRAUTH"
003673                     TO PRM-OPM-DET-DISP
003674                 GO TO 2300-EXIT
003675         END-READ.
003676         IF NOT PRM-OPR-ACTIVE
003677             MOVE "REJECTED - MAINTAINER IS REVOKED"
003678                 TO PRM-OPM-DET-DISP
003679         END-IF.
003680 2300-EXIT.
003681         EXIT.
003682
003683 3100-ADD-OPERATOR.
003690         IF PRM-ON-FILE-YES
003700             MOVE "REJECTED - OPERATOR ALREADY ON FILE"
003710                 TO PRM-OPM-DET-DISP
003720             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
003730             GO TO 3100-EXIT
003740         END-IF.
003750         MOVE SPACES TO PRM-OPR-RECORD.
003760         MOVE PRM-MNT-OPERATOR-ID TO PRM-OPR-ID.
003770         MOVE PRM-MNT-NAME TO PRM-OPR-NAME.
003780         SET PRM-OPR-ACTIVE TO TRUE.
003790         MOVE "NNN" TO PRM-OPR-AUTHORITIES.
003800         PERFORM 3400-APPLY-FLAGS THRU 3400-EXIT.
003810         MOVE PRM-SYS-DATE TO PRM-OPR-ADDED-DATE.
003820         MOVE PRM-SYS-DATE TO PRM-OPR-CHANGED-DATE.
003830         MOVE PRM-MNT-MAINTAINED-BY TO PRM-OPR-CHANGED-BY.
003840         WRITE PRM-OPR-RECORD
003850             INVALID KEY
003860                 MOVE "REJECTED - OPERATOR FILE WRITE FAILED"
003870                     TO PRM-OPM-DET-DISP
003880                 PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
003890                 GO TO 3100-EXIT
003900         END-WRITE.
003901         IF PRM-FIRST-LOAD-YES
003902             MOVE "APPLIED - FIRST LOAD, MAINTAINER UNCHECKED"
003903                 TO PRM-OPM-DET-DISP
003904             ADD 1 TO PRM-CARDS-FIRST-LOAD
003905             SET PRM-FIRST-LOAD-NO TO TRUE
003906         ELSE
003907             MOVE "APPLIED - OPERATOR ADDED" TO PRM-OPM-DET-DISP
003908         END-IF.
003920         PERFORM 4200-WRITE-APPLIED THRU 4200-EXIT.
003930 3100-EXIT.
003940         EXIT.
003950
003960 3200-CHANGE-OPERATOR.
003970         IF PRM-ON-FILE-NO
003980             MOVE "REJECTED - OPERATOR NOT ON FILE"
003990                 TO PRM-OPM-DET-DISP
004000             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004010             GO TO 3200-EXIT
004020         END-IF.
004030         IF PRM-MNT-NAME NOT = SPACES
004040             MOVE PRM-MNT-NAME TO PRM-OPR-NAME
004050         END-IF.
004060         PERFORM 3400-APPLY-FLAGS THRU 3400-EXIT.
004070         MOVE "APPLIED - OPERATOR CHANGED" TO PRM-OPM-DET-DISP.
004080         PERFORM 3500-REWRITE-OPERATOR THRU 3500-EXIT.
004090 3200-EXIT.
004100         EXIT.
004110
004120 3300-SET-STATUS.
004130         IF PRM-ON-FILE-NO
004140             MOVE "REJECTED - OPERATOR NOT ON FILE"
004150                 TO PRM-OPM-DET-DISP
004160             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004170             GO TO 3300-EXIT
004180         END-IF.
004190         IF PRM-MNT-REVOKE
004200             IF PRM-OPR-REVOKED
004210                 MOVE "REJECTED - OPERATOR ALREADY REVOKED"
004220                     TO PRM-OPM-DET-DISP
004230                 PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004240                 GO TO 3300-EXIT
004250             END-IF
004260             SET PRM-OPR-REVOKED TO TRUE
004270             MOVE "APPLIED - OPERATOR REVOKED" TO PRM-OPM-DET-DISP
004280         ELSE
004290             IF PRM-OPR-ACTIVE
004300                 MOVE "REJECTED - OPERATOR IS NOT REVOKED"
004310                     TO PRM-OPM-DET-DISP
004320                 PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004330                 GO TO 3300-EXIT
004340             END-IF
004350             SET PRM-OPR-ACTIVE TO TRUE
004360             MOVE "APPLIED - OPERATOR REINSTATED"
004370                 TO PRM-OPM-DET-DISP
004380         END-IF.
004390         PERFORM 3500-REWRITE-OPERATOR THRU 3500-EXIT.
004400 3300-EXIT.
004410         EXIT.
004420
004430 3400-APPLY-FLAGS.
004440         IF PRM-MNT-MAY-CHECK NOT = SPACE
004450             MOVE PRM-MNT-MAY-CHECK TO PRM-OPR-MAY-CHECK
004460         END-IF.
004470         IF PRM-MNT-MAY-SUBMIT NOT = SPACE
004480             MOVE PRM-MNT-MAY-SUBMIT TO PRM-OPR-MAY-SUBMIT
004490         END-IF.
004500         IF PRM-MNT-MAY-APPROVE NOT = SPACE
004510             MOVE PRM-MNT-MAY-APPROVE TO PRM-OPR-MAY-APPROVE
004520         END-IF.
004530 3400-EXIT.
004540         EXIT.
004550
004560 3500-REWRITE-OPERATOR.
004570         MOVE PRM-SYS-DATE TO PRM-OPR-CHANGED-DATE.
004580         MOVE PRM-MNT-MAINTAINED-BY TO PRM-OPR-CHANGED-BY.
004590         REWRITE PRM-OPR-RECORD
004600             INVALID KEY
004610                 MOVE "REJECTED - OPERATOR FILE REWRITE FAILED"
004620                     TO PRM-OPM-DET-DISP
004630                 PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
004640                 GO TO 3500-EXIT
004650         END-REWRITE.
004660         PERFORM 4200-WRITE-APPLIED THRU 4200-EXIT.
004670 3500-EXIT.
004680         EXIT.
004690
004700 4000-WRITE-DETAIL.
004710         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
004720         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-DETAIL-LINE.
004730         ADD 1 TO PRM-LINE-COUNT.
004740 4000-EXIT.
004750         EXIT.
004760
004770 4100-WRITE-REJECT.
004780         ADD 1 TO PRM-CARDS-REJECTED.
004790         PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT.
004800 4100-EXIT.
004810         EXIT.
004820
004830 4200-WRITE-APPLIED.
004840         ADD 1 TO PRM-CARDS-APPLIED.
004850         PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT.
004860 4200-EXIT.
004870         EXIT.
004880
004890*    The whole file in operator-id order, as it stands after the
004900*    cards, so the listing can be filed with the signed cards.
004910 5000-LIST-OPERATORS.
004920         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-BLANK-LINE.
004930         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
004940         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-LIST-TITLE-LINE.
004950         WRITE PRM-OPR-REPORT-RECORD
004960             FROM PRM-OPM-LIST-COLUMN-LINE.
004970         ADD 2 TO PRM-LINE-COUNT.
004980         SET PRM-OPR-EOF-NO TO TRUE.
004990         MOVE LOW-VALUES TO PRM-OPR-ID.
005000         START PRM-OPERATOR-FILE KEY IS NOT LESS THAN PRM-OPR-ID
005010             INVALID KEY
005020                 SET PRM-OPR-EOF-YES TO TRUE
005030         END-START.
005040         PERFORM 5100-LIST-ONE-OPERATOR THRU 5100-EXIT
005050             UNTIL PRM-OPR-EOF-YES.
005060 5000-EXIT.
005070         EXIT.
005080
005090 5100-LIST-ONE-OPERATOR.
005100         READ PRM-OPERATOR-FILE NEXT RECORD
005110             AT END
005120                 SET PRM-OPR-EOF-YES TO TRUE
005130         END-READ.
005140         IF PRM-OPR-EOF-YES
005150             GO TO 5100-EXIT
005160         END-IF.
005170         ADD 1 TO PRM-OPERATORS-LISTED.
005180         IF PRM-OPR-ACTIVE
005190             ADD 1 TO PRM-OPERATORS-ACTIVE
005200         END-IF.
005210         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
005220         MOVE PRM-OPR-ID TO PRM-OPM-LST-OPERATOR.
005230         MOVE PRM-OPR-NAME TO PRM-OPM-LST-NAME.
005240         MOVE PRM-OPR-STATUS TO PRM-OPM-LST-STATUS.
005250         MOVE PRM-OPR-AUTHORITIES TO PRM-OPM-LST-FLAGS.
005260         MOVE PRM-OPR-CHANGED-DATE(5:2)
005261             TO PRM-OPM-LST-CHANGED(1:2).
005270         MOVE "/" TO PRM-OPM-LST-CHANGED(3:1).
005280         MOVE PRM-OPR-CHANGED-DATE(7:2)
005281             TO PRM-OPM-LST-CHANGED(4:2).
005290         MOVE "/" TO PRM-OPM-LST-CHANGED(6:1).
005300         MOVE PRM-OPR-CHANGED-DATE(1:4)
005301             TO PRM-OPM-LST-CHANGED(7:4).
005310         MOVE PRM-OPR-CHANGED-BY TO PRM-OPM-LST-BY.
005320         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-LIST-LINE.
005330         ADD 1 TO PRM-LINE-COUNT.
005340 5100-EXIT.
005350         EXIT.
005360
005370 8000-FINALIZE.
005380         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-BLANK-LINE.
005390         MOVE "MAINTENANCE CARDS READ        "
005400             TO PRM-OPM-TRL-NAME.
005410         MOVE PRM-CARDS-READ TO PRM-OPM-TRL-COUNT.
005420         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-TRAILER-LINE.
005430         MOVE "CARDS APPLIED                 "
005440             TO PRM-OPM-TRL-NAME.
005450         MOVE PRM-CARDS-APPLIED TO PRM-OPM-TRL-COUNT.
005460         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-TRAILER-LINE.
005470         MOVE "CARDS REJECTED                "
005480             TO PRM-OPM-TRL-NAME.
005490         MOVE PRM-CARDS-REJECTED TO PRM-OPM-TRL-COUNT.
005500         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-TRAILER-LINE.
005501         MOVE "APPLIED UNCHECKED - FIRST LOAD"
005502             TO PRM-OPM-TRL-NAME.
005503         MOVE PRM-CARDS-FIRST-LOAD TO PRM-OPM-TRL-COUNT.
005504         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-TRAILER-LINE.
005510         MOVE "OPERATORS ON FILE             "
005520             TO PRM-OPM-TRL-NAME.
005530         MOVE PRM-OPERATORS-LISTED TO PRM-OPM-TRL-COUNT.
005540         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-TRAILER-LINE.
005550         MOVE "OPERATORS ACTIVE              "
005560             TO PRM-OPM-TRL-NAME.
005570         MOVE PRM-OPERATORS-ACTIVE TO PRM-OPM-TRL-COUNT.
005580         WRITE PRM-OPR-REPORT-RECORD FROM PRM-OPM-TRAILER-LINE.
005590         CLOSE PRM-CARD-FILE.
005600         CLOSE PRM-OPERATOR-FILE.
005610         CLOSE PRM-OPR-REPORT-FILE.
005620         IF PRM-CARDS-REJECTED > 0
005630             MOVE 8 TO RETURN-CODE
005640         ELSE
005650             MOVE ZERO TO RETURN-CODE
005660         END-IF.
005670         DISPLAY 'PRMOPRMT: ' PRM-CARDS-APPLIED ' APPLIED, '
005680             PRM-CARDS-REJECTED ' REJECTED'.
005690 8000-EXIT.
005700         EXIT.
005710
005720 END PROGRAM PRMOPRMT.
