000010*****************************************************************
000020* PROGRAM:      PRMCKREQ
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Intraday on-demand check service.  Systems in
000070*               other departments that need a primality verdict
000080*               during the day cannot CALL PRIMECHK (they are not
000090*               in our load library) and cannot wait for the
000100*               overnight run, so each appends a request to the
000110*               pending request file (REQIN, PRMCRQ layout): a
000120*               header naming the system and its own request id,
000130*               one detail per value, a trailer with the detail
000140*               count.  The scheduled intraday job runs this
000150*               program over every request pending.  The first
000160*               pass proves each request on its own - a system
000170*               registered on the REQPRM cards, a request id not
000180*               already received or answered, a real request date,
000190*               details only, a trailer for the same id whose
000200*               count matches.  The second pass checks every value
000210*               of each request that proved out exactly as a batch
000220*               run does - PRIMECHK, PRIMEFAC for a composite, a
000230*               line on AUDITLOG (and AUDHIST through PRMAHXUP),
000240*               the verdict posted to VERMAST through PRMVERUP -
000250*               all under a run id of its own, and appends a
000260*               response group (PRMCRS layout) to the requesting
000270*               system's response file with the verdict and
000280*               factors of every value.  A malformed request gets
000290*               a response saying why and nothing is checked.
000300*               Every request is traced on the request log
000310*               (REQLOG, PRMRQL layout): received, then answered
000320*               or refused as malformed.  The pending file is
000330*               emptied at the end except for any request that
000340*               could not be answered this time (its response file
000350*               would not open, or more requests were pending than
000360*               one run takes), which is put back for the next
000370*               pickup.  Prints the request report (REQRPT) and
000380*               appends a run-log record.
000390*               RC 0 every request answered, 4 a request refused,
000400*               a value rejected, a record outside any request or
000410*               requests left for the next pickup, 8 a response
000420*               file not available or VERMAST not updated, 12 a
000430*               verdict conflict (the value is answered "K" and
000440*               waits on VERCONF), 16 the REQPRM cards are bad or
000450*               a file is not usable - nothing was answered and
000460*               the pending file is left as it was.
000470* TECTONICS:    cobc
000480*-----------------------------------------------------------------
000490* MODIFICATION HISTORY
000500*   10/15/2026  RT  Initial intraday check service.
000510*****************************************************************
000520 IDENTIFICATION DIVISION.
000530 PROGRAM-ID. PRMCKREQ.
000540 AUTHOR. RAYANE TOKO.
000550 INSTALLATION. SHOP DATA PROCESSING.
000560 DATE-WRITTEN. 10/15/2026.
000570 DATE-COMPILED.
000580
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER. GNUCOBOL.
000620 OBJECT-COMPUTER. GNUCOBOL.
000630
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT PRM-PARM-FILE ASSIGN TO "REQPRM"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS PRM-PARM-STATUS.
000690
000700     SELECT OPTIONAL PRM-REQUEST-FILE ASSIGN TO "REQIN"
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS PRM-REQUEST-STATUS.
000730
000740     SELECT PRM-HOLD-FILE ASSIGN TO "REQHOLD"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS PRM-HOLD-STATUS.
000770
000780     SELECT OPTIONAL PRM-REQLOG-FILE ASSIGN TO "REQLOG"
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS PRM-REQLOG-STATUS.
000810
000820     SELECT PRM-RESP1-FILE ASSIGN TO "RESP1"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS PRM-RESPONSE-STATUS.
000850
000860     SELECT PRM-RESP2-FILE ASSIGN TO "RESP2"
000870         ORGANIZATION IS LINE SEQUENTIAL
000880         FILE STATUS IS PRM-RESPONSE-STATUS.
000890
000900     SELECT PRM-RESP3-FILE ASSIGN TO "RESP3"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS PRM-RESPONSE-STATUS.
000930
000940     SELECT PRM-RESP4-FILE ASSIGN TO "RESP4"
000950         ORGANIZATION IS LINE SEQUENTIAL
000960         FILE STATUS IS PRM-RESPONSE-STATUS.
000970
000980     SELECT PRM-AUDIT-FILE ASSIGN TO "AUDITLOG"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS PRM-AUDIT-STATUS.
001010
001020     SELECT PRM-RUNLOG-FILE ASSIGN TO "RUNLOG"
001030         ORGANIZATION IS LINE SEQUENTIAL
001040         FILE STATUS IS PRM-RUNLOG-STATUS.
001050
001060     SELECT OPTIONAL PRM-RUNID-FILE ASSIGN TO "RUNID"
001070         ORGANIZATION IS LINE SEQUENTIAL
001080         FILE STATUS IS PRM-RUNID-STATUS.
001090
001100     SELECT PRM-CHECK-REPORT-FILE ASSIGN TO "REQRPT"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS PRM-CHECK-REPORT-STATUS.
001130
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  PRM-PARM-FILE.
001170 01  PRM-PARM-RECORD             PIC X(80).
001180
001190 FD  PRM-REQUEST-FILE.
001200 01  PRM-REQUEST-RECORD          PIC X(80).
001210
001220 FD  PRM-HOLD-FILE.
001230 01  PRM-HOLD-RECORD             PIC X(80).
001240
001250 FD  PRM-REQLOG-FILE.
001260 01  PRM-REQLOG-RECORD           PIC X(136).
001270
001280 FD  PRM-RESP1-FILE.
001290 01  PRM-RESP1-RECORD            PIC X(100).
001300
001310 FD  PRM-RESP2-FILE.
001320 01  PRM-RESP2-RECORD            PIC X(100).
001330
001340 FD  PRM-RESP3-FILE.
001350 01  PRM-RESP3-RECORD            PIC X(100).
001360
001370 FD  PRM-RESP4-FILE.
001380 01  PRM-RESP4-RECORD            PIC X(100).
001390
001400 FD  PRM-AUDIT-FILE.
001410 01  PRM-AUDIT-RECORD            PIC X(157).
001420
001430 FD  PRM-RUNLOG-FILE.
001440 01  PRM-RUNLOG-RECORD           PIC X(109).
001450
001460 FD  PRM-RUNID-FILE.
001470 01  PRM-RUNID-RECORD.
001480     05  PRM-RUNID-LAST          PIC 9(06).
001490
001500 FD  PRM-CHECK-REPORT-FILE.
001510 01  PRM-CHECK-REPORT-RECORD     PIC X(80).
001520
001530 WORKING-STORAGE SECTION.
001540     COPY PRMCRQ.
001550     COPY PRMCRS.
001560     COPY PRMRQL.
001570     COPY PRMAUD.
001580     COPY PRMRUN.
001590
001600 01  PRM-FILE-STATUSES.
001610     05  PRM-PARM-STATUS         PIC X(02) VALUE "00".
001620     05  PRM-REQUEST-STATUS      PIC X(02) VALUE "00".
001630     05  PRM-HOLD-STATUS         PIC X(02) VALUE "00".
001640     05  PRM-REQLOG-STATUS       PIC X(02) VALUE "00".
001650     05  PRM-RESPONSE-STATUS     PIC X(02) VALUE "00".
001660     05  PRM-AUDIT-STATUS        PIC X(02) VALUE "00".
001670     05  PRM-RUNLOG-STATUS       PIC X(02) VALUE "00".
001680     05  PRM-RUNID-STATUS        PIC X(02) VALUE "00".
001690     05  PRM-CHECK-REPORT-STATUS PIC X(02) VALUE "00".
001700
001710 01  PRM-SWITCHES.
001720     05  PRM-PARM-EOF-SWITCH     PIC X(01) VALUE "N".
001730         88  PRM-PARM-EOF-YES               VALUE "Y".
001740         88  PRM-PARM-EOF-NO                VALUE "N".
001750     05  PRM-REQUEST-EOF-SWITCH  PIC X(01) VALUE "N".
001760         88  PRM-REQUEST-EOF-YES            VALUE "Y".
001770         88  PRM-REQUEST-EOF-NO             VALUE "N".
001780     05  PRM-REQLOG-EOF-SWITCH   PIC X(01) VALUE "N".
001790         88  PRM-REQLOG-EOF-YES             VALUE "Y".
001800         88  PRM-REQLOG-EOF-NO              VALUE "N".
001810     05  PRM-HOLD-EOF-SWITCH     PIC X(01) VALUE "N".
001820         88  PRM-HOLD-EOF-YES               VALUE "Y".
001830         88  PRM-HOLD-EOF-NO                VALUE "N".
001840     05  PRM-IN-REQUEST-SWITCH   PIC X(01) VALUE "N".
001850         88  PRM-IN-REQUEST-YES             VALUE "Y".
001860         88  PRM-IN-REQUEST-NO              VALUE "N".
001870     05  PRM-FOUND-SWITCH        PIC X(01) VALUE "N".
001880         88  PRM-FOUND-YES                  VALUE "Y".
001890         88  PRM-FOUND-NO                   VALUE "N".
001900     05  PRM-SIZE-ERROR-SW       PIC X(01) VALUE "N".
001910         88  PRM-SIZE-ERROR-IS-YES          VALUE "Y".
001920
001930*    What the second pass does with the records of the request it
001940*    is in: answer them, put them back on the pending file for the
001950*    next pickup, or pass over them (a refused request, or records
001960*    outside any request).
001970 01  PRM-PASS-MODE               PIC X(01) VALUE "S".
001980     88  PRM-MODE-ANSWER                    VALUE "A".
001990     88  PRM-MODE-HOLD                      VALUE "H".
002000     88  PRM-MODE-SKIP                      VALUE "S".
002010
002020*****************************************************************
002030* Requesting systems, one REQPRM card each: the system id in
002040* columns 1-8, the response file it is answered on (1-4, the
002050* RESP1 thru RESP4 DDs) in column 10, and its owner in columns
002060* 12-51.  A blank card is skipped.
002070*****************************************************************
002080 01  PRM-PARM-CARD.
002090     05  PRM-CARD-SYSTEM         PIC X(08).
002100     05  FILLER                  PIC X(01).
002110     05  PRM-CARD-SLOT           PIC X(01).
002120     05  FILLER                  PIC X(01).
002130     05  PRM-CARD-DESC           PIC X(40).
002140     05  FILLER                  PIC X(29).
002150
002160 01  PRM-SYSTEM-TABLE.
002170     05  PRM-SYS-ENTRY           OCCURS 4 TIMES.
002180         10  PRM-SYS-ID          PIC X(08).
002190         10  PRM-SYS-SLOT        PIC 9(01).
002200         10  PRM-SYS-DESC        PIC X(40).
002210
002220 01  PRM-SYSTEM-COUNT            PIC 9(3) COMP VALUE ZERO.
002230 01  PRM-MAX-SYSTEMS             PIC 9(3) COMP VALUE 4.
002240
002250*****************************************************************
002260* One entry per request found on REQIN, in the order received.
002270* PRM-RQT-REASON stays blank while the request proves out.
002280*****************************************************************
002290 01  PRM-REQUEST-TABLE.
002300     05  PRM-RQT-ENTRY           OCCURS 100 TIMES.
002310         10  PRM-RQT-SYSTEM      PIC X(08).
002320         10  PRM-RQT-REQUEST-ID  PIC X(12).
002330         10  PRM-RQT-DATE        PIC X(08).
002340         10  PRM-RQT-SLOT        PIC 9(01).
002350         10  PRM-RQT-DETAILS     PIC 9(9) COMP.
002360         10  PRM-RQT-TRL-COUNT   PIC X(09).
002370         10  PRM-RQT-PRIME-CNT   PIC 9(9) COMP.
002380         10  PRM-RQT-COMP-CNT    PIC 9(9) COMP.
002390         10  PRM-RQT-REJECT-CNT  PIC 9(9) COMP.
002400         10  PRM-RQT-CONFLICT-CNT PIC 9(9) COMP.
002410         10  PRM-RQT-REASON      PIC X(30).
002420         10  PRM-RQT-STATUS      PIC X(01).
002430             88  PRM-RQT-OPEN               VALUE "O".
002440             88  PRM-RQT-PROVED             VALUE "P".
002450             88  PRM-RQT-ANSWERED           VALUE "A".
002460             88  PRM-RQT-MALFORMED          VALUE "M".
002470             88  PRM-RQT-HELD               VALUE "H".
002480
002490 01  PRM-REQUEST-COUNT           PIC 9(3) COMP VALUE ZERO.
002500 01  PRM-MAX-REQUESTS            PIC 9(3) COMP VALUE 100.
002510
002520 01  PRM-SUBSCRIPTS.
002530     05  PRM-RX                  PIC 9(3) COMP VALUE ZERO.
002540     05  PRM-SX                  PIC 9(3) COMP VALUE ZERO.
002550     05  PRM-YX                  PIC 9(3) COMP VALUE ZERO.
002560
002570 01  PRM-LOOKUP-SYSTEM           PIC X(08) VALUE SPACES.
002580 01  PRM-LOOKUP-SLOT             PIC 9(01) VALUE ZERO.
002590 01  PRM-HEADER-DATE             PIC 9(08) VALUE ZERO.
002600 01  PRM-TRAILER-COUNT           PIC 9(09) VALUE ZERO.
002610 01  PRM-DAY-NO                  PIC 9(07) COMP VALUE ZERO.
002620
002630 01  PRM-CHECK-COUNTS.
002640     05  PRM-REQUESTS-ANSWERED   PIC 9(9) COMP VALUE ZERO.
002650     05  PRM-REQUESTS-MALFORMED  PIC 9(9) COMP VALUE ZERO.
002660     05  PRM-REQUESTS-HELD       PIC 9(9) COMP VALUE ZERO.
002670     05  PRM-REQUESTS-CARRIED    PIC 9(9) COMP VALUE ZERO.
002680     05  PRM-STRAY-RECORDS       PIC 9(9) COMP VALUE ZERO.
002690     05  PRM-HOLD-RECORDS        PIC 9(9) COMP VALUE ZERO.
002700     05  PRM-VALUES-READ         PIC 9(9) COMP VALUE ZERO.
002710     05  PRM-PRIME-COUNT         PIC 9(9) COMP VALUE ZERO.
002720     05  PRM-COMPOSITE-COUNT     PIC 9(9) COMP VALUE ZERO.
002730     05  PRM-REJECT-COUNT        PIC 9(9) COMP VALUE ZERO.
002740
002750 01  PRM-PAGE-CONTROL.
002760     05  PRM-LINE-COUNT          PIC 9(3) COMP VALUE ZERO.
002770     05  PRM-PAGE-NUMBER         PIC 9(3) COMP VALUE ZERO.
002780     05  PRM-MAX-LINES-PER-PAGE  PIC 9(3) COMP VALUE 50.
002790
002800 01  PRM-RUN-DATE-TIME.
002810     05  PRM-SYS-DATE            PIC 9(08).
002820     05  PRM-SYS-TIME            PIC 9(08).
002830     05  PRM-END-DATE            PIC 9(08).
002840     05  PRM-END-TIME            PIC 9(08).
002850     05  PRM-EVENT-TIME          PIC 9(08).
002860
002870 01  PRM-AUD-TIME-RAW            PIC 9(08).
002880 01  PRM-RUN-ID                  PIC 9(06) VALUE ZERO.
002890
002900 01  PRM-CANDIDATE               PIC S9(6) VALUE ZERO.
002910 01  PRM-PRIME-SWITCH            PIC X(01) VALUE "N".
002920     88  PRM-PRIME-IS-YES                  VALUE "Y".
002930     88  PRM-PRIME-IS-NO                   VALUE "N".
002940
002950 01  PRM-FACTOR-COUNT            PIC 9(2) COMP VALUE ZERO.
002960 01  PRM-FACTOR-TABLE.
002970     05  PRM-FACTOR-ITEM         PIC 9(6) COMP OCCURS 20 TIMES.
002980 01  PRM-FACTOR-TEXT             PIC X(75) VALUE SPACES.
002990
003000 01  PRM-VER-ACTION              PIC X(01) VALUE "U".
003010 01  PRM-VER-VERDICT-CODE        PIC X(01) VALUE SPACE.
003020 01  PRM-VER-RESULT              PIC X(01) VALUE SPACE.
003030     88  PRM-VER-CONFLICT                  VALUE "K".
003040     88  PRM-VER-ERROR                     VALUE "E".
003050 01  PRM-VER-CONFLICT-COUNT      PIC 9(9)  COMP VALUE ZERO.
003060 01  PRM-VER-ERROR-COUNT         PIC 9(9)  COMP VALUE ZERO.
003070
003080 01  PRM-AHX-ACTION              PIC X(01) VALUE "A".
003090 01  PRM-AHX-RESULT              PIC X(01) VALUE SPACE.
003100     88  PRM-AHX-INDEXED                   VALUE "A".
003110 01  PRM-AHX-WORK-RECORD         PIC X(216) VALUE SPACES.
003120 01  PRM-AHX-MISSED-COUNT        PIC 9(9)  COMP VALUE ZERO.
003130
003140 01  PRM-RESPONSE-RECORD-WS      PIC X(100) VALUE SPACES.
003150
003160 01  PRM-CKR-TITLE-LINE.
003170     05  FILLER PIC X(27) VALUE SPACES.
003180     05  FILLER PIC X(26) VALUE "INTRADAY CHECK REQUESTS".
003190     05  FILLER PIC X(27) VALUE SPACES.
003200
003210 01  PRM-CKR-DATE-LINE.
003220     05  FILLER PIC X(05) VALUE SPACES.
003230     05  FILLER PIC X(06) VALUE "DATE: ".
003240     05  PRM-CKR-RUN-DATE PIC X(10).
003250     05  FILLER PIC X(05) VALUE SPACES.
003260     05  FILLER PIC X(06) VALUE "TIME: ".
003270     05  PRM-CKR-RUN-TIME PIC X(08).
003280     05  FILLER PIC X(05) VALUE SPACES.
003290     05  FILLER PIC X(08) VALUE "RUN ID: ".
003300     05  PRM-CKR-RUN-ID PIC X(06).
003310     05  FILLER PIC X(21) VALUE SPACES.
003320
003330 01  PRM-CKR-PAGE-HEADING.
003340     05  FILLER PIC X(05) VALUE SPACES.
003350     05  FILLER PIC X(06) VALUE "PAGE: ".
003360     05  PRM-CKR-PAGE-NO PIC ZZZ9.
003370     05  FILLER PIC X(62) VALUE SPACES.
003380
003390 01  PRM-CKR-BLANK-LINE PIC X(80) VALUE SPACES.
003400
003410 01  PRM-CKR-COLUMN-LINE.
003420     05  FILLER PIC X(05) VALUE SPACES.
003430     05  FILLER PIC X(09) VALUE "SYSTEM".
003440     05  FILLER PIC X(13) VALUE "REQUEST ID".
003450     05  FILLER PIC X(09) VALUE "DATE".
003460     05  FILLER PIC X(08) VALUE " DETAILS".
003470     05  FILLER PIC X(07) VALUE "  PRIME".
003480     05  FILLER PIC X(07) VALUE "   COMP".
003490     05  FILLER PIC X(07) VALUE "    REJ".
003500     05  FILLER PIC X(15) VALUE " STATUS".
003510
003520 01  PRM-CKR-DETAIL-LINE.
003530     05  FILLER PIC X(05) VALUE SPACES.
003540     05  PRM-CKR-DET-SYSTEM PIC X(08).
003550     05  FILLER PIC X(01) VALUE SPACES.
003560     05  PRM-CKR-DET-REQUEST-ID PIC X(12).
003570     05  FILLER PIC X(01) VALUE SPACES.
003580     05  PRM-CKR-DET-DATE PIC X(08).
003590     05  FILLER PIC X(01) VALUE SPACES.
003600     05  PRM-CKR-DET-DETAILS PIC ZZZ,ZZ9.
003610     05  FILLER PIC X(01) VALUE SPACES.
003620     05  PRM-CKR-DET-PRIME PIC ZZ,ZZ9.
003630     05  FILLER PIC X(01) VALUE SPACES.
003640     05  PRM-CKR-DET-COMP PIC ZZ,ZZ9.
003650     05  FILLER PIC X(01) VALUE SPACES.
003660     05  PRM-CKR-DET-REJECT PIC ZZ,ZZ9.
003670     05  FILLER PIC X(02) VALUE SPACES.
003680     05  PRM-CKR-DET-STATUS PIC X(09).
003690     05  FILLER PIC X(04) VALUE SPACES.
003700
003710 01  PRM-CKR-REASON-LINE.
003720     05  FILLER PIC X(14) VALUE SPACES.
003730     05  FILLER PIC X(08) VALUE "REASON: ".
003740     05  PRM-CKR-RSN-TEXT PIC X(30).
003750     05  FILLER PIC X(28) VALUE SPACES.
003760
003770 01  PRM-CKR-TRAILER-LINE.
003780     05  FILLER PIC X(05) VALUE SPACES.
003790     05  PRM-CKR-TRL-NAME PIC X(30).
003800     05  PRM-CKR-TRL-COUNT PIC ZZZ,ZZZ,ZZ9.
003810     05  FILLER PIC X(34) VALUE SPACES.
003820
003830 PROCEDURE DIVISION.
003840 0000-MAINLINE.
003850         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003860         PERFORM 2000-PROVE-ONE-RECORD THRU 2000-EXIT
003870             UNTIL PRM-REQUEST-EOF-YES.
003880         IF PRM-IN-REQUEST-YES
003890             PERFORM 2700-CLOSE-REQUEST-NO-TRAILER THRU 2700-EXIT
003900         END-IF.
003910         CLOSE PRM-REQUEST-FILE.
003920         IF PRM-REQUEST-COUNT = 0 AND PRM-STRAY-RECORDS = 0
003930             DISPLAY 'PRMCKREQ: NO REQUESTS PENDING'
003940             MOVE ZERO TO RETURN-CODE
003950             STOP RUN
003960         END-IF.
003970         PERFORM 2800-CHECK-REQUEST-LOG THRU 2800-EXIT.
003980         IF PRM-REQUEST-COUNT > 0
003990             PERFORM 1650-ASSIGN-RUN-ID THRU 1650-EXIT
004000         END-IF.
004010         PERFORM 3000-OPEN-RUN-FILES THRU 3000-EXIT.
004020         PERFORM 4000-ANSWER-REQUESTS THRU 4000-EXIT.
004030         PERFORM 5000-REPORT-REQUESTS THRU 5000-EXIT.
004040         PERFORM 7000-RESET-PENDING-FILE THRU 7000-EXIT.
004050         PERFORM 8000-FINALIZE THRU 8000-EXIT.
004060         STOP RUN.
004070
004080 1000-INITIALIZE.
004090         PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
004100         OPEN INPUT PRM-REQUEST-FILE.
004110         IF PRM-REQUEST-STATUS NOT = "00" AND
004120                 PRM-REQUEST-STATUS NOT = "05"
004130             DISPLAY 'PRMCKREQ: REQIN NOT AVAILABLE - STATUS '
004140                 PRM-REQUEST-STATUS
004150             MOVE 16 TO RETURN-CODE
004160             STOP RUN
004170         END-IF.
004180         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
004190         ACCEPT PRM-SYS-TIME FROM TIME.
004200         PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
004210 1000-EXIT.
004220         EXIT.
004230
004240 1100-WRITE-PAGE-TOP.
004250         ADD 1 TO PRM-PAGE-NUMBER.
004260         MOVE PRM-PAGE-NUMBER TO PRM-CKR-PAGE-NO.
004270         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-PAGE-HEADING.
004280         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-TITLE-LINE.
004290         MOVE PRM-SYS-DATE(5:2) TO PRM-CKR-RUN-DATE(1:2).
004300         MOVE "/" TO PRM-CKR-RUN-DATE(3:1).
004310         MOVE PRM-SYS-DATE(7:2) TO PRM-CKR-RUN-DATE(4:2).
004320         MOVE "/" TO PRM-CKR-RUN-DATE(6:1).
004330         MOVE PRM-SYS-DATE(1:4) TO PRM-CKR-RUN-DATE(7:4).
004340         MOVE PRM-SYS-TIME(1:2) TO PRM-CKR-RUN-TIME(1:2).
004350         MOVE ":" TO PRM-CKR-RUN-TIME(3:1).
004360         MOVE PRM-SYS-TIME(3:2) TO PRM-CKR-RUN-TIME(4:2).
004370         MOVE ":" TO PRM-CKR-RUN-TIME(6:1).
004380         MOVE PRM-SYS-TIME(5:2) TO PRM-CKR-RUN-TIME(7:2).
004390         MOVE PRM-RUN-ID TO PRM-CKR-RUN-ID.
004400         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-DATE-LINE.
004410         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-BLANK-LINE.
004420         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-COLUMN-LINE.
004430         MOVE 5 TO PRM-LINE-COUNT.
004440 1100-EXIT.
004450         EXIT.
004460
004470 1200-CHECK-PAGE-BREAK.
004480         IF PRM-LINE-COUNT >= PRM-MAX-LINES-PER-PAGE
004490             PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT
004500         END-IF.
004510 1200-EXIT.
004520         EXIT.
004530
004540*****************************************************************
004550* Load the requesting systems.  A blank system id, a response
004560* slot outside 1-4 or already given to another system (two
004570* systems would read each other's answers), a system given twice
004580* or a fifth card stops the run.
004590*****************************************************************
004600 1500-READ-PARAMETERS.
004610         OPEN INPUT PRM-PARM-FILE.
004620         IF PRM-PARM-STATUS NOT = "00"
004630             DISPLAY 'PRMCKREQ: REQPRM NOT AVAILABLE - STATUS '
004640                 PRM-PARM-STATUS
004650             MOVE 16 TO RETURN-CODE
004660             STOP RUN
004670         END-IF.
004680         PERFORM 1600-LOAD-ONE-CARD THRU 1600-EXIT
004690             UNTIL PRM-PARM-EOF-YES.
004700         CLOSE PRM-PARM-FILE.
004710         IF PRM-SYSTEM-COUNT = 0
004720             DISPLAY 'PRMCKREQ: NO SYSTEMS ON THE REQPRM CARDS'
004730             MOVE 16 TO RETURN-CODE
004740             STOP RUN
004750         END-IF.
004760 1500-EXIT.
004770         EXIT.
004780
004790 1600-LOAD-ONE-CARD.
004800         READ PRM-PARM-FILE INTO PRM-PARM-CARD
004810             AT END
004820                 SET PRM-PARM-EOF-YES TO TRUE
004830                 GO TO 1600-EXIT
004840         END-READ.
004850         IF PRM-PARM-CARD = SPACES
004860             GO TO 1600-EXIT
004870         END-IF.
004880         IF PRM-CARD-SYSTEM = SPACES
004890             DISPLAY 'PRMCKREQ: BLANK SYSTEM ID ON REQPRM CARD'
004900             MOVE 16 TO RETURN-CODE
004910             STOP RUN
004920         END-IF.
004930         IF PRM-CARD-SLOT < "1" OR PRM-CARD-SLOT > "4"
004940             DISPLAY 'PRMCKREQ: BAD RESPONSE FILE ON REQPRM: '
004950                 PRM-CARD-SYSTEM ' ' PRM-CARD-SLOT
004960             MOVE 16 TO RETURN-CODE
004970             STOP RUN
004980         END-IF.
004990         MOVE PRM-CARD-SYSTEM TO PRM-LOOKUP-SYSTEM.
005000         PERFORM 1700-FIND-SYSTEM THRU 1700-EXIT.
005010         IF PRM-FOUND-YES
005020             DISPLAY 'PRMCKREQ: SYSTEM GIVEN TWICE ON REQPRM: '
005030                 PRM-CARD-SYSTEM
005040             MOVE 16 TO RETURN-CODE
005050             STOP RUN
005060         END-IF.
005070         MOVE PRM-CARD-SLOT TO PRM-LOOKUP-SLOT.
005080         PERFORM 1750-FIND-SLOT THRU 1750-EXIT.
005090         IF PRM-FOUND-YES
005100             DISPLAY 'PRMCKREQ: RESPONSE FILE ' PRM-CARD-SLOT
005110                 ' GIVEN TO ' PRM-SYS-ID(PRM-SX) ' AND '
005120                 PRM-CARD-SYSTEM
005130             MOVE 16 TO RETURN-CODE
005140             STOP RUN
005150         END-IF.
005160         IF PRM-SYSTEM-COUNT >= PRM-MAX-SYSTEMS
005170             DISPLAY 'PRMCKREQ: MORE THAN ' PRM-MAX-SYSTEMS
005180                 ' SYSTEMS ON REQPRM'
005190             MOVE 16 TO RETURN-CODE
005200             STOP RUN
005210         END-IF.
005220         ADD 1 TO PRM-SYSTEM-COUNT.
005230         MOVE PRM-CARD-SYSTEM TO PRM-SYS-ID(PRM-SYSTEM-COUNT).
005240         MOVE PRM-LOOKUP-SLOT TO PRM-SYS-SLOT(PRM-SYSTEM-COUNT).
005250         MOVE PRM-CARD-DESC TO PRM-SYS-DESC(PRM-SYSTEM-COUNT).
005260 1600-EXIT.
005270         EXIT.
005280
005290*****************************************************************
005300* The intraday stream draws its run ids from its own RUNID
005310* dataset, seeded in a range of its own, as the parallel
005320* segment streams do.
005330*****************************************************************
005340 1650-ASSIGN-RUN-ID.
005350         MOVE ZERO TO PRM-RUN-ID.
005360         OPEN INPUT PRM-RUNID-FILE.
005370         IF PRM-RUNID-STATUS NOT = "00" AND
005380                 PRM-RUNID-STATUS NOT = "05"
005390             DISPLAY 'RUNID FILE NOT AVAILABLE - STATUS '
005400                 PRM-RUNID-STATUS ' - RUN ID STAYS ZERO'
005410             GO TO 1650-EXIT
005420         END-IF.
005430         MOVE ZERO TO PRM-RUNID-LAST.
005440         READ PRM-RUNID-FILE
005450             AT END
005460                 MOVE ZERO TO PRM-RUNID-LAST
005470         END-READ.
005480         IF PRM-RUNID-LAST IS NOT NUMERIC
005490             MOVE ZERO TO PRM-RUNID-LAST
005500         END-IF.
005510         MOVE PRM-RUNID-LAST TO PRM-RUN-ID.
005520         CLOSE PRM-RUNID-FILE.
005530         IF PRM-RUN-ID >= 999999
005540             MOVE 1 TO PRM-RUN-ID
005550         ELSE
005560             ADD 1 TO PRM-RUN-ID
005570         END-IF.
005580         MOVE PRM-RUN-ID TO PRM-RUNID-LAST.
005590         OPEN OUTPUT PRM-RUNID-FILE.
005600         WRITE PRM-RUNID-RECORD.
005610         CLOSE PRM-RUNID-FILE.
005620         DISPLAY 'RUN ID ASSIGNED: ' PRM-RUN-ID.
005630 1650-EXIT.
005640         EXIT.
005650
005660*****************************************************************
005670* Look up the system id in PRM-LOOKUP-SYSTEM on the system table;
005680* PRM-SX is left on the entry found.
005690*****************************************************************
005700 1700-FIND-SYSTEM.
005710         SET PRM-FOUND-NO TO TRUE.
005720         MOVE 1 TO PRM-SX.
005730 1700-LOOP.
005740         IF PRM-SX > PRM-SYSTEM-COUNT
005750             GO TO 1700-EXIT
005760         END-IF.
005770         IF PRM-SYS-ID(PRM-SX) = PRM-LOOKUP-SYSTEM
005780             SET PRM-FOUND-YES TO TRUE
005790             GO TO 1700-EXIT
005800         END-IF.
005810         ADD 1 TO PRM-SX.
005820         GO TO 1700-LOOP.
005830 1700-EXIT.
005840         EXIT.
005850
005860 1750-FIND-SLOT.
005870         SET PRM-FOUND-NO TO TRUE.
005880         MOVE 1 TO PRM-SX.
005890 1750-LOOP.
005900         IF PRM-SX > PRM-SYSTEM-COUNT
005910             GO TO 1750-EXIT
005920         END-IF.
005930         IF PRM-SYS-SLOT(PRM-SX) = PRM-LOOKUP-SLOT
005940             SET PRM-FOUND-YES TO TRUE
005950             GO TO 1750-EXIT
005960         END-IF.
005970         ADD 1 TO PRM-SX.
005980         GO TO 1750-LOOP.
005990 1750-EXIT.
006000         EXIT.
006010
006020*****************************************************************
006030* First pass: follow each HDR ... TRL group and prove it.
006040*****************************************************************
006050 2000-PROVE-ONE-RECORD.
006060         MOVE PRM-REQUEST-RECORD TO PRM-CRQ-HEADER.
006070         MOVE PRM-REQUEST-RECORD TO PRM-CRQ-DETAIL.
006080         MOVE PRM-REQUEST-RECORD TO PRM-CRQ-TRAILER.
006090         IF PRM-CRQ-IS-HEADER
006100             PERFORM 2200-OPEN-REQUEST THRU 2200-EXIT
006110             GO TO 2000-NEXT
006120         END-IF.
006130         IF PRM-CRQ-IS-TRAILER
006140             PERFORM 2500-CHECK-TRAILER THRU 2500-EXIT
006150             GO TO 2000-NEXT
006160         END-IF.
006170         IF PRM-IN-REQUEST-NO
006180             ADD 1 TO PRM-STRAY-RECORDS
006190             GO TO 2000-NEXT
006200         END-IF.
006210         IF PRM-RX > PRM-REQUEST-COUNT
006220             GO TO 2000-NEXT
006230         END-IF.
006240         IF PRM-CRQ-IS-DETAIL
006250             ADD 1 TO PRM-RQT-DETAILS(PRM-RX)
006260         ELSE
006270             IF PRM-RQT-REASON(PRM-RX) = SPACES
006280                 MOVE "RECORD NOT HDR, DET OR TRL"
006290                     TO PRM-RQT-REASON(PRM-RX)
006300             END-IF
006310         END-IF.
006320 2000-NEXT.
006330         PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
006340 2000-EXIT.
006350         EXIT.
006360
006370 2100-READ-REQUEST.
006380         READ PRM-REQUEST-FILE
006390             AT END
006400                 SET PRM-REQUEST-EOF-YES TO TRUE
006410         END-READ.
006420 2100-EXIT.
006430         EXIT.
006440
006450*****************************************************************
006460* A header opens a new request.  A header arriving while a
006470* request is still open means that request never sent its
006480* trailer.  Requests past the table are not proved this run;
006490* PRM-RX runs past PRM-REQUEST-COUNT and the second pass puts
006500* them back for the next pickup.
006510*****************************************************************
006520 2200-OPEN-REQUEST.
006530         IF PRM-IN-REQUEST-YES
006540             PERFORM 2700-CLOSE-REQUEST-NO-TRAILER THRU 2700-EXIT
006550         END-IF.
006560         SET PRM-IN-REQUEST-YES TO TRUE.
006570         IF PRM-REQUEST-COUNT >= PRM-MAX-REQUESTS
006580             MOVE PRM-MAX-REQUESTS TO PRM-RX
006590             ADD 1 TO PRM-RX
006600             GO TO 2200-EXIT
006610         END-IF.
006620         ADD 1 TO PRM-REQUEST-COUNT.
006630         MOVE PRM-REQUEST-COUNT TO PRM-RX.
006640         MOVE PRM-CRQ-HDR-SYSTEM TO PRM-RQT-SYSTEM(PRM-RX).
006650         MOVE PRM-CRQ-HDR-REQUEST-ID
006660             TO PRM-RQT-REQUEST-ID(PRM-RX).
006670         MOVE PRM-CRQ-HDR-DATE TO PRM-RQT-DATE(PRM-RX).
006680         MOVE ZERO TO PRM-RQT-SLOT(PRM-RX).
006690         MOVE ZERO TO PRM-RQT-DETAILS(PRM-RX).
006700         MOVE SPACES TO PRM-RQT-TRL-COUNT(PRM-RX).
006710         MOVE ZERO TO PRM-RQT-PRIME-CNT(PRM-RX).
006720         MOVE ZERO TO PRM-RQT-COMP-CNT(PRM-RX).
006730         MOVE ZERO TO PRM-RQT-REJECT-CNT(PRM-RX).
006740         MOVE ZERO TO PRM-RQT-CONFLICT-CNT(PRM-RX).
006750         MOVE SPACES TO PRM-RQT-REASON(PRM-RX).
006760         SET PRM-RQT-OPEN(PRM-RX) TO TRUE.
006770         MOVE PRM-CRQ-HDR-SYSTEM TO PRM-LOOKUP-SYSTEM.
006780         PERFORM 1700-FIND-SYSTEM THRU 1700-EXIT.
006790         IF PRM-FOUND-NO
006800             MOVE "UNKNOWN REQUESTING SYSTEM"
006810                 TO PRM-RQT-REASON(PRM-RX)
006820             GO TO 2200-EXIT
006830         END-IF.
006840         MOVE PRM-SYS-SLOT(PRM-SX) TO PRM-RQT-SLOT(PRM-RX).
006850         IF PRM-CRQ-HDR-REQUEST-ID = SPACES
006860             MOVE "NO REQUEST ID" TO PRM-RQT-REASON(PRM-RX)
006870             GO TO 2200-EXIT
006880         END-IF.
006890         PERFORM 2300-CHECK-DUPLICATE THRU 2300-EXIT.
006900         IF PRM-FOUND-YES
006910             MOVE "REQUEST ID ALREADY RECEIVED"
006920                 TO PRM-RQT-REASON(PRM-RX)
006930             GO TO 2200-EXIT
006940         END-IF.
006950         PERFORM 2400-CHECK-HEADER-DATE THRU 2400-EXIT.
006960 2200-EXIT.
006970         EXIT.
006980
006990 2300-CHECK-DUPLICATE.
007000         SET PRM-FOUND-NO TO TRUE.
007010         MOVE 1 TO PRM-YX.
007020 2300-LOOP.
007030         IF PRM-YX >= PRM-RX
007040             GO TO 2300-EXIT
007050         END-IF.
007060         IF PRM-RQT-SYSTEM(PRM-YX) = PRM-RQT-SYSTEM(PRM-RX) AND
007070                 PRM-RQT-REQUEST-ID(PRM-YX) =
007080                 PRM-RQT-REQUEST-ID(PRM-RX) AND
007090                 PRM-RQT-PROVED(PRM-YX)
007100             SET PRM-FOUND-YES TO TRUE
007110             GO TO 2300-EXIT
007120         END-IF.
007130         ADD 1 TO PRM-YX.
007140         GO TO 2300-LOOP.
007150 2300-EXIT.
007160         EXIT.
007170
007180 2400-CHECK-HEADER-DATE.
007190         IF PRM-CRQ-HDR-DATE IS NOT NUMERIC
007200             MOVE "BAD REQUEST DATE" TO PRM-RQT-REASON(PRM-RX)
007210             GO TO 2400-EXIT
007220         END-IF.
007230         MOVE PRM-CRQ-HDR-DATE TO PRM-HEADER-DATE.
007240         IF PRM-HEADER-DATE < 19000101 OR
007250                 PRM-HEADER-DATE > 20991231
007260             MOVE "BAD REQUEST DATE" TO PRM-RQT-REASON(PRM-RX)
007270             GO TO 2400-EXIT
007280         END-IF.
007290         COMPUTE PRM-DAY-NO =
007300                 FUNCTION INTEGER-OF-DATE(PRM-HEADER-DATE).
007310         IF PRM-DAY-NO = 0
007320             MOVE "BAD REQUEST DATE" TO PRM-RQT-REASON(PRM-RX)
007330         END-IF.
007340 2400-EXIT.
007350         EXIT.
007360
007370*****************************************************************
007380* The trailer closes the open request.  It must carry the same
007390* request id as the header and the number of details sent, and
007400* a request must name at least one value.
007410*****************************************************************
007420 2500-CHECK-TRAILER.
007430         IF PRM-IN-REQUEST-NO
007440             ADD 1 TO PRM-STRAY-RECORDS
007450             GO TO 2500-EXIT
007460         END-IF.
007470         IF PRM-RX > PRM-REQUEST-COUNT
007480             SET PRM-IN-REQUEST-NO TO TRUE
007490             GO TO 2500-EXIT
007500         END-IF.
007510         MOVE PRM-CRQ-TRL-COUNT TO PRM-RQT-TRL-COUNT(PRM-RX).
007520         IF PRM-RQT-REASON(PRM-RX) NOT = SPACES
007530             GO TO 2500-CLOSE
007540         END-IF.
007550         IF PRM-CRQ-TRL-REQUEST-ID NOT =
007560                 PRM-RQT-REQUEST-ID(PRM-RX)
007570             MOVE "TRAILER REQUEST ID DIFFERS"
007580                 TO PRM-RQT-REASON(PRM-RX)
007590             GO TO 2500-CLOSE
007600         END-IF.
007610         IF PRM-CRQ-TRL-COUNT IS NOT NUMERIC
007620             MOVE "BAD TRAILER COUNT" TO PRM-RQT-REASON(PRM-RX)
007630             GO TO 2500-CLOSE
007640         END-IF.
007650         MOVE PRM-CRQ-TRL-COUNT TO PRM-TRAILER-COUNT.
007660         IF PRM-TRAILER-COUNT NOT = PRM-RQT-DETAILS(PRM-RX)
007670             MOVE "COUNT DOES NOT MATCH" TO PRM-RQT-REASON(PRM-RX)
007680             GO TO 2500-CLOSE
007690         END-IF.
007700         IF PRM-RQT-DETAILS(PRM-RX) = 0
007710             MOVE "NO VALUES TO CHECK" TO PRM-RQT-REASON(PRM-RX)
007720         END-IF.
007730 2500-CLOSE.
007740         PERFORM 2600-CLOSE-REQUEST THRU 2600-EXIT.
007750 2500-EXIT.
007760         EXIT.
007770
007780 2600-CLOSE-REQUEST.
007790         IF PRM-RQT-REASON(PRM-RX) = SPACES
007800             SET PRM-RQT-PROVED(PRM-RX) TO TRUE
007810         ELSE
007820             SET PRM-RQT-MALFORMED(PRM-RX) TO TRUE
007830         END-IF.
007840         SET PRM-IN-REQUEST-NO TO TRUE.
007850 2600-EXIT.
007860         EXIT.
007870
007880 2700-CLOSE-REQUEST-NO-TRAILER.
007890         IF PRM-RX > PRM-REQUEST-COUNT
007900             SET PRM-IN-REQUEST-NO TO TRUE
007910             GO TO 2700-EXIT
007920         END-IF.
007930         IF PRM-RQT-REASON(PRM-RX) = SPACES
007940             MOVE "NO TRAILER" TO PRM-RQT-REASON(PRM-RX)
007950         END-IF.
007960         PERFORM 2600-CLOSE-REQUEST THRU 2600-EXIT.
007970 2700-EXIT.
007980         EXIT.
007990
008000*****************************************************************
008010* A request id the same system has already had answered is
008020* refused - the answer went back under the earlier run.  An id
008030* only ever refused as malformed may be sent again corrected.
008040*****************************************************************
008050 2800-CHECK-REQUEST-LOG.
008060         OPEN INPUT PRM-REQLOG-FILE.
008070         IF PRM-REQLOG-STATUS NOT = "00" AND
008080                 PRM-REQLOG-STATUS NOT = "05"
008090             DISPLAY 'PRMCKREQ: REQLOG NOT AVAILABLE - STATUS '
008100                 PRM-REQLOG-STATUS
008110             MOVE 16 TO RETURN-CODE
008120             STOP RUN
008130         END-IF.
008140         SET PRM-REQLOG-EOF-NO TO TRUE.
008150         PERFORM 2810-CHECK-ONE-EVENT THRU 2810-EXIT
008160             UNTIL PRM-REQLOG-EOF-YES.
008170         CLOSE PRM-REQLOG-FILE.
008180 2800-EXIT.
008190         EXIT.
008200
008210 2810-CHECK-ONE-EVENT.
008220         READ PRM-REQLOG-FILE INTO PRM-RQL-RECORD-WS
008230             AT END
008240                 SET PRM-REQLOG-EOF-YES TO TRUE
008250                 GO TO 2810-EXIT
008260         END-READ.
008270         IF NOT PRM-RQL-ANSWERED
008280             GO TO 2810-EXIT
008290         END-IF.
008300         MOVE 1 TO PRM-YX.
008310 2810-LOOP.
008320         IF PRM-YX > PRM-REQUEST-COUNT
008330             GO TO 2810-EXIT
008340         END-IF.
008350         IF PRM-RQT-PROVED(PRM-YX) AND
008360                 PRM-RQT-SYSTEM(PRM-YX) = PRM-RQL-SYSTEM AND
008370                 PRM-RQT-REQUEST-ID(PRM-YX) = PRM-RQL-REQUEST-ID
008380             MOVE "REQUEST ID ALREADY ANSWERED"
008390                 TO PRM-RQT-REASON(PRM-YX)
008400             SET PRM-RQT-MALFORMED(PRM-YX) TO TRUE
008410         END-IF.
008420         ADD 1 TO PRM-YX.
008430         GO TO 2810-LOOP.
008440 2810-EXIT.
008450         EXIT.
008460
008470*****************************************************************
008480* Nothing is answered unless the audit log, the request log and
008490* the hold file can all be written.
008500*****************************************************************
008510 3000-OPEN-RUN-FILES.
008520         OPEN EXTEND PRM-AUDIT-FILE.
008530         IF PRM-AUDIT-STATUS = "05" OR PRM-AUDIT-STATUS = "35"
008540             OPEN OUTPUT PRM-AUDIT-FILE
008550         END-IF.
008560         IF PRM-AUDIT-STATUS NOT = "00"
008570             DISPLAY 'PRMCKREQ: AUDITLOG NOT AVAILABLE - STATUS '
008580                 PRM-AUDIT-STATUS
008590             MOVE 16 TO RETURN-CODE
008600             STOP RUN
008610         END-IF.
008620         OPEN EXTEND PRM-REQLOG-FILE.
008630         IF PRM-REQLOG-STATUS = "35"
008640             OPEN OUTPUT PRM-REQLOG-FILE
008650         END-IF.
008660         IF PRM-REQLOG-STATUS NOT = "00" AND
008670                 PRM-REQLOG-STATUS NOT = "05"
008680             DISPLAY 'PRMCKREQ: REQLOG NOT WRITABLE - STATUS '
008690                 PRM-REQLOG-STATUS
008700             CLOSE PRM-AUDIT-FILE
008710             MOVE 16 TO RETURN-CODE
008720             STOP RUN
008730         END-IF.
008740         OPEN OUTPUT PRM-HOLD-FILE.
008750         IF PRM-HOLD-STATUS NOT = "00"
008760             DISPLAY 'PRMCKREQ: REQHOLD NOT AVAILABLE - STATUS '
008770                 PRM-HOLD-STATUS
008780             CLOSE PRM-AUDIT-FILE
008790             CLOSE PRM-REQLOG-FILE
008800             MOVE 16 TO RETURN-CODE
008810             STOP RUN
008820         END-IF.
008830         OPEN OUTPUT PRM-CHECK-REPORT-FILE.
008840 3000-EXIT.
008850         EXIT.
008860
008870*****************************************************************
008880* Second pass: walk the requests again in the same order.  A
008890* proved request is answered value by value; a malformed one is
008900* refused with its reason; one that cannot be answered now goes
008910* back on the hold file untouched.
008920*****************************************************************
008930 4000-ANSWER-REQUESTS.
008940         OPEN INPUT PRM-REQUEST-FILE.
008950         SET PRM-REQUEST-EOF-NO TO TRUE.
008960         SET PRM-MODE-SKIP TO TRUE.
008970         MOVE ZERO TO PRM-RX.
008980         PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
008990         PERFORM 4100-ANSWER-ONE-RECORD THRU 4100-EXIT
009000             UNTIL PRM-REQUEST-EOF-YES.
009010         CLOSE PRM-REQUEST-FILE.
009020         CLOSE PRM-HOLD-FILE.
009030 4000-EXIT.
009040         EXIT.
009050
009060 4100-ANSWER-ONE-RECORD.
009070         MOVE PRM-REQUEST-RECORD TO PRM-CRQ-HEADER.
009080         MOVE PRM-REQUEST-RECORD TO PRM-CRQ-DETAIL.
009090         MOVE PRM-REQUEST-RECORD TO PRM-CRQ-TRAILER.
009100         IF PRM-CRQ-IS-HEADER
009110             PERFORM 4200-START-REQUEST THRU 4200-EXIT
009120             GO TO 4100-NEXT
009130         END-IF.
009140         IF PRM-MODE-HOLD
009150             WRITE PRM-HOLD-RECORD FROM PRM-REQUEST-RECORD
009160             ADD 1 TO PRM-HOLD-RECORDS
009170         END-IF.
009180         IF PRM-CRQ-IS-TRAILER
009190             IF PRM-MODE-ANSWER
009200                 PERFORM 4800-FINISH-REQUEST THRU 4800-EXIT
009210             END-IF
009220             SET PRM-MODE-SKIP TO TRUE
009230             GO TO 4100-NEXT
009240         END-IF.
009250         IF PRM-MODE-ANSWER
009260             PERFORM 4300-ANSWER-ONE-VALUE THRU 4300-EXIT
009270         END-IF.
009280 4100-NEXT.
009290         PERFORM 2100-READ-REQUEST THRU 2100-EXIT.
009300 4100-EXIT.
009310         EXIT.
009320
009330 4200-START-REQUEST.
009340         ADD 1 TO PRM-RX.
009350         IF PRM-RX > PRM-REQUEST-COUNT
009360             ADD 1 TO PRM-REQUESTS-CARRIED
009370             GO TO 4200-HOLD
009380         END-IF.
009390         ACCEPT PRM-EVENT-TIME FROM TIME.
009400         IF PRM-RQT-MALFORMED(PRM-RX)
009410             SET PRM-RQL-RECEIVED TO TRUE
009420             PERFORM 5800-LOG-EVENT THRU 5800-EXIT
009430             SET PRM-RQL-MALFORMED TO TRUE
009440             PERFORM 5800-LOG-EVENT THRU 5800-EXIT
009450             PERFORM 4900-REFUSE-REQUEST THRU 4900-EXIT
009460             SET PRM-MODE-SKIP TO TRUE
009470             GO TO 4200-EXIT
009480         END-IF.
009490         PERFORM 6100-OPEN-RESPONSE THRU 6100-EXIT.
009500         IF PRM-RESPONSE-STATUS NOT = "00"
009510             DISPLAY 'PRMCKREQ: RESP' PRM-RQT-SLOT(PRM-RX)
009520                 ' NOT AVAILABLE - STATUS ' PRM-RESPONSE-STATUS
009530                 ' - REQUEST ' PRM-RQT-REQUEST-ID(PRM-RX)
009540                 ' HELD FOR THE NEXT PICKUP'
009550             SET PRM-RQT-HELD(PRM-RX) TO TRUE
009560             ADD 1 TO PRM-REQUESTS-HELD
009570             GO TO 4200-HOLD
009580         END-IF.
009590         SET PRM-RQL-RECEIVED TO TRUE.
009600         PERFORM 5800-LOG-EVENT THRU 5800-EXIT.
009610         MOVE PRM-RQT-SYSTEM(PRM-RX) TO PRM-CRS-HDR-SYSTEM.
009620         MOVE PRM-RQT-REQUEST-ID(PRM-RX)
009630             TO PRM-CRS-HDR-REQUEST-ID.
009640         SET PRM-CRS-HDR-ANSWERED TO TRUE.
009650         MOVE SPACES TO PRM-CRS-HDR-REASON.
009660         PERFORM 6200-WRITE-RESPONSE-HEADER THRU 6200-EXIT.
009670         SET PRM-MODE-ANSWER TO TRUE.
009680         GO TO 4200-EXIT.
009690 4200-HOLD.
009700         SET PRM-MODE-HOLD TO TRUE.
009710         WRITE PRM-HOLD-RECORD FROM PRM-REQUEST-RECORD.
009720         ADD 1 TO PRM-HOLD-RECORDS.
009730 4200-EXIT.
009740         EXIT.
009750
009760*****************************************************************
009770* Check one value of a proved request.  A value that is blank,
009780* not numeric or outside 0-999999 is answered "R" and, never
009790* having been checked, is not logged or posted - as in the
009800* overnight run.
009810*****************************************************************
009820 4300-ANSWER-ONE-VALUE.
009830         ADD 1 TO PRM-VALUES-READ.
009840         MOVE PRM-CRQ-DET-VALUE TO PRM-CRS-DET-VALUE.
009850         MOVE PRM-CRQ-DET-REFERENCE TO PRM-CRS-DET-REFERENCE.
009860         MOVE SPACES TO PRM-CRS-DET-FACTORS.
009870         IF PRM-CRQ-DET-VALUE = SPACES
009880             MOVE "NO VALUE" TO PRM-CRS-DET-FACTORS
009890             GO TO 4300-REJECT
009900         END-IF.
009910         IF FUNCTION TEST-NUMVAL(PRM-CRQ-DET-VALUE) NOT = 0
009920             MOVE "NOT NUMERIC" TO PRM-CRS-DET-FACTORS
009930             GO TO 4300-REJECT
009940         END-IF.
009950         MOVE "N" TO PRM-SIZE-ERROR-SW.
009960         MOVE ZERO TO PRM-CANDIDATE.
009970         COMPUTE PRM-CANDIDATE =
009980                 FUNCTION NUMVAL(PRM-CRQ-DET-VALUE)
009990             ON SIZE ERROR
010000                 SET PRM-SIZE-ERROR-IS-YES TO TRUE
010010         END-COMPUTE.
010020         IF PRM-SIZE-ERROR-IS-YES OR PRM-CANDIDATE < 0 OR
010030                 PRM-CANDIDATE > 999999
010040             MOVE "OUT OF RANGE" TO PRM-CRS-DET-FACTORS
010050             GO TO 4300-REJECT
010060         END-IF.
010070         CALL "PRIMECHK" USING PRM-CANDIDATE, PRM-PRIME-SWITCH.
010080         IF PRM-PRIME-IS-NO
010090             ADD 1 TO PRM-COMPOSITE-COUNT
010100             CALL "PRIMEFAC" USING PRM-CANDIDATE,
010110                 PRM-FACTOR-COUNT, PRM-FACTOR-TABLE,
010120                 PRM-FACTOR-TEXT
010130         ELSE
010140             ADD 1 TO PRM-PRIME-COUNT
010150             MOVE SPACES TO PRM-FACTOR-TEXT
010160         END-IF.
010170         PERFORM 4400-LOG-AUDIT-ENTRY THRU 4400-EXIT.
010180         PERFORM 4500-UPDATE-MASTER THRU 4500-EXIT.
010190         IF PRM-VER-CONFLICT
010200             SET PRM-CRS-DET-CONFLICT TO TRUE
010210             MOVE "VERDICT CONFLICT - HELD FOR REVIEW"
010220                 TO PRM-CRS-DET-FACTORS
010230             ADD 1 TO PRM-RQT-CONFLICT-CNT(PRM-RX)
010240             GO TO 4300-WRITE
010250         END-IF.
010260         IF PRM-PRIME-IS-NO
010270             SET PRM-CRS-DET-COMPOSITE TO TRUE
010280             MOVE PRM-FACTOR-TEXT TO PRM-CRS-DET-FACTORS
010290             ADD 1 TO PRM-RQT-COMP-CNT(PRM-RX)
010300         ELSE
010310             SET PRM-CRS-DET-PRIME TO TRUE
010320             ADD 1 TO PRM-RQT-PRIME-CNT(PRM-RX)
010330         END-IF.
010340         GO TO 4300-WRITE.
010350 4300-REJECT.
010360         SET PRM-CRS-DET-REJECTED TO TRUE.
010370         ADD 1 TO PRM-RQT-REJECT-CNT(PRM-RX).
010380         ADD 1 TO PRM-REJECT-COUNT.
010390 4300-WRITE.
010400         MOVE PRM-CRS-DETAIL TO PRM-RESPONSE-RECORD-WS.
010410         PERFORM 6500-WRITE-RESPONSE-RECORD THRU 6500-EXIT.
010420 4300-EXIT.
010430         EXIT.
010440
010450 4400-LOG-AUDIT-ENTRY.
010460         ACCEPT PRM-AUD-TIME-RAW FROM TIME.
010470         MOVE PRM-SYS-DATE(5:2) TO PRM-AUD-DATE(1:2).
010480         MOVE "/" TO PRM-AUD-DATE(3:1).
010490         MOVE PRM-SYS-DATE(7:2) TO PRM-AUD-DATE(4:2).
010500         MOVE "/" TO PRM-AUD-DATE(6:1).
010510         MOVE PRM-SYS-DATE(1:4) TO PRM-AUD-DATE(7:4).
010520         MOVE PRM-AUD-TIME-RAW(1:2) TO PRM-AUD-TIME(1:2).
010530         MOVE ":" TO PRM-AUD-TIME(3:1).
010540         MOVE PRM-AUD-TIME-RAW(3:2) TO PRM-AUD-TIME(4:2).
010550         MOVE ":" TO PRM-AUD-TIME(6:1).
010560         MOVE PRM-AUD-TIME-RAW(5:2) TO PRM-AUD-TIME(7:2).
010570         MOVE PRM-CANDIDATE TO PRM-AUD-VALUE.
010580         IF PRM-PRIME-IS-NO
010590             MOVE "IS NOT A PRIME NUMBER" TO PRM-AUD-VERDICT
010600         ELSE
010610             MOVE "IS A PRIME NUMBER" TO PRM-AUD-VERDICT
010620         END-IF.
010630         MOVE PRM-FACTOR-TEXT TO PRM-AUD-FACTORS.
010640         MOVE PRM-RUN-ID TO PRM-AUD-RUN-ID.
010650         WRITE PRM-AUDIT-RECORD FROM PRM-AUD-LINE.
010660         MOVE "A" TO PRM-AHX-ACTION.
010670         CALL "PRMAHXUP" USING PRM-AHX-ACTION, PRM-AUD-LINE,
010680             PRM-AHX-WORK-RECORD, PRM-AHX-RESULT.
010690         IF NOT PRM-AHX-INDEXED
010700             ADD 1 TO PRM-AHX-MISSED-COUNT
010710         END-IF.
010720 4400-EXIT.
010730         EXIT.
010740
010750 4500-UPDATE-MASTER.
010760         MOVE "U" TO PRM-VER-ACTION.
010770         IF PRM-PRIME-IS-NO
010780             MOVE "C" TO PRM-VER-VERDICT-CODE
010790         ELSE
010800             MOVE "P" TO PRM-VER-VERDICT-CODE
010810         END-IF.
010820         CALL "PRMVERUP" USING PRM-VER-ACTION, PRM-CANDIDATE,
010830             PRM-VER-VERDICT-CODE, PRM-AUD-DATE,
010840             PRM-VER-RESULT, PRM-RUN-ID.
010850         IF PRM-VER-CONFLICT
010860             ADD 1 TO PRM-VER-CONFLICT-COUNT
010870         END-IF.
010880         IF PRM-VER-ERROR
010890             ADD 1 TO PRM-VER-ERROR-COUNT
010900         END-IF.
010910 4500-EXIT.
010920         EXIT.
010930
010940 4800-FINISH-REQUEST.
010950         MOVE PRM-RQT-REQUEST-ID(PRM-RX)
010960             TO PRM-CRS-TRL-REQUEST-ID.
010970         MOVE PRM-RQT-DETAILS(PRM-RX) TO PRM-CRS-TRL-DETAIL-CNT.
010980         MOVE PRM-RQT-PRIME-CNT(PRM-RX) TO PRM-CRS-TRL-PRIME-CNT.
010990         MOVE PRM-RQT-COMP-CNT(PRM-RX) TO PRM-CRS-TRL-COMP-CNT.
011000         MOVE PRM-RQT-REJECT-CNT(PRM-RX)
011010             TO PRM-CRS-TRL-REJECT-CNT.
011020         MOVE PRM-RQT-CONFLICT-CNT(PRM-RX)
011030             TO PRM-CRS-TRL-CONFLICT-CNT.
011040         MOVE PRM-CRS-TRAILER TO PRM-RESPONSE-RECORD-WS.
011050         PERFORM 6500-WRITE-RESPONSE-RECORD THRU 6500-EXIT.
011060         PERFORM 6700-CLOSE-RESPONSE THRU 6700-EXIT.
011070         SET PRM-RQT-ANSWERED(PRM-RX) TO TRUE.
011080         ADD 1 TO PRM-REQUESTS-ANSWERED.
011090         IF PRM-RQT-CONFLICT-CNT(PRM-RX) > 0
011100             MOVE "VERDICT CONFLICT - SEE VERCONF"
011110                 TO PRM-RQT-REASON(PRM-RX)
011120         END-IF.
011130         ACCEPT PRM-EVENT-TIME FROM TIME.
011140         SET PRM-RQL-ANSWERED TO TRUE.
011150         PERFORM 5800-LOG-EVENT THRU 5800-EXIT.
011160 4800-EXIT.
011170         EXIT.
011180
011190*****************************************************************
011200* A malformed request is answered with its reason and no values
011210* when the system is known and its response file will open;
011220* either way the refusal is on the request log and the report.
011230*****************************************************************
011240 4900-REFUSE-REQUEST.
011250         ADD 1 TO PRM-REQUESTS-MALFORMED.
011260         IF PRM-RQT-SLOT(PRM-RX) = 0
011270             GO TO 4900-EXIT
011280         END-IF.
011290         PERFORM 6100-OPEN-RESPONSE THRU 6100-EXIT.
011300         IF PRM-RESPONSE-STATUS NOT = "00"
011310             DISPLAY 'PRMCKREQ: RESP' PRM-RQT-SLOT(PRM-RX)
011320                 ' NOT AVAILABLE - STATUS ' PRM-RESPONSE-STATUS
011330                 ' - REFUSAL OF ' PRM-RQT-REQUEST-ID(PRM-RX)
011340                 ' ON REQLOG ONLY'
011350             GO TO 4900-EXIT
011360         END-IF.
011370         MOVE PRM-RQT-SYSTEM(PRM-RX) TO PRM-CRS-HDR-SYSTEM.
011380         MOVE PRM-RQT-REQUEST-ID(PRM-RX)
011390             TO PRM-CRS-HDR-REQUEST-ID.
011400         SET PRM-CRS-HDR-MALFORMED TO TRUE.
011410         MOVE PRM-RQT-REASON(PRM-RX) TO PRM-CRS-HDR-REASON.
011420         PERFORM 6200-WRITE-RESPONSE-HEADER THRU 6200-EXIT.
011430         MOVE PRM-RQT-REQUEST-ID(PRM-RX)
011440             TO PRM-CRS-TRL-REQUEST-ID.
011450         MOVE ZERO TO PRM-CRS-TRL-DETAIL-CNT.
011460         MOVE ZERO TO PRM-CRS-TRL-PRIME-CNT.
011470         MOVE ZERO TO PRM-CRS-TRL-COMP-CNT.
011480         MOVE ZERO TO PRM-CRS-TRL-REJECT-CNT.
011490         MOVE ZERO TO PRM-CRS-TRL-CONFLICT-CNT.
011500         MOVE PRM-CRS-TRAILER TO PRM-RESPONSE-RECORD-WS.
011510         PERFORM 6500-WRITE-RESPONSE-RECORD THRU 6500-EXIT.
011520         PERFORM 6700-CLOSE-RESPONSE THRU 6700-EXIT.
011530 4900-EXIT.
011540         EXIT.
011550
011560*****************************************************************
011570* One line per request handled, a reason line under each refused
011580* or held request and under an answer carrying a conflict.
011590*****************************************************************
011600 5000-REPORT-REQUESTS.
011610         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
011620         MOVE 1 TO PRM-RX.
011630         PERFORM 5100-REPORT-ONE-REQUEST THRU 5100-EXIT
011640             UNTIL PRM-RX > PRM-REQUEST-COUNT.
011650 5000-EXIT.
011660         EXIT.
011670
011680 5100-REPORT-ONE-REQUEST.
011690         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
011700         MOVE PRM-RQT-SYSTEM(PRM-RX) TO PRM-CKR-DET-SYSTEM.
011710         MOVE PRM-RQT-REQUEST-ID(PRM-RX)
011720             TO PRM-CKR-DET-REQUEST-ID.
011730         MOVE PRM-RQT-DATE(PRM-RX) TO PRM-CKR-DET-DATE.
011740         MOVE PRM-RQT-DETAILS(PRM-RX) TO PRM-CKR-DET-DETAILS.
011750         MOVE PRM-RQT-PRIME-CNT(PRM-RX) TO PRM-CKR-DET-PRIME.
011760         MOVE PRM-RQT-COMP-CNT(PRM-RX) TO PRM-CKR-DET-COMP.
011770         MOVE PRM-RQT-REJECT-CNT(PRM-RX) TO PRM-CKR-DET-REJECT.
011780         EVALUATE TRUE
011790             WHEN PRM-RQT-ANSWERED(PRM-RX)
011800                 MOVE "ANSWERED" TO PRM-CKR-DET-STATUS
011810             WHEN PRM-RQT-HELD(PRM-RX)
011820                 MOVE "HELD" TO PRM-CKR-DET-STATUS
011830                 MOVE "RESPONSE FILE NOT AVAILABLE"
011840                     TO PRM-RQT-REASON(PRM-RX)
011850             WHEN OTHER
011860                 MOVE "MALFORMED" TO PRM-CKR-DET-STATUS
011870         END-EVALUATE.
011880         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-DETAIL-LINE.
011890         ADD 1 TO PRM-LINE-COUNT.
011900         IF PRM-RQT-REASON(PRM-RX) NOT = SPACES
011910             MOVE PRM-RQT-REASON(PRM-RX) TO PRM-CKR-RSN-TEXT
011920             WRITE PRM-CHECK-REPORT-RECORD
011930                 FROM PRM-CKR-REASON-LINE
011940             ADD 1 TO PRM-LINE-COUNT
011950         END-IF.
011960         IF PRM-RQT-MALFORMED(PRM-RX)
011970             DISPLAY 'PRMCKREQ: REQUEST ' PRM-RQT-SYSTEM(PRM-RX)
011980                 ' ' PRM-RQT-REQUEST-ID(PRM-RX)
011990                 ' REFUSED - ' PRM-RQT-REASON(PRM-RX)
012000         END-IF.
012010         ADD 1 TO PRM-RX.
012020 5100-EXIT.
012030         EXIT.
012040
012050*****************************************************************
012060* Append one event for request PRM-RX to the request log; the
012070* caller sets the event code and PRM-EVENT-TIME.
012080*****************************************************************
012090 5800-LOG-EVENT.
012100         ACCEPT PRM-END-DATE FROM DATE YYYYMMDD.
012110         MOVE PRM-END-DATE TO PRM-RQL-EVENT-DATE.
012120         MOVE PRM-EVENT-TIME(1:6) TO PRM-RQL-EVENT-TIME.
012130         MOVE PRM-RQT-SYSTEM(PRM-RX) TO PRM-RQL-SYSTEM.
012140         MOVE PRM-RQT-REQUEST-ID(PRM-RX) TO PRM-RQL-REQUEST-ID.
012150         MOVE PRM-RQT-DATE(PRM-RX) TO PRM-RQL-REQUEST-DATE.
012160         MOVE PRM-RUN-ID TO PRM-RQL-RUN-ID.
012170         MOVE ZERO TO PRM-RQL-DETAIL-CNT.
012180         MOVE ZERO TO PRM-RQL-PRIME-CNT.
012190         MOVE ZERO TO PRM-RQL-COMP-CNT.
012200         MOVE ZERO TO PRM-RQL-REJECT-CNT.
012210         MOVE ZERO TO PRM-RQL-CONFLICT-CNT.
012220         MOVE SPACES TO PRM-RQL-REASON.
012230         IF PRM-RQL-ANSWERED
012240             MOVE PRM-RQT-DETAILS(PRM-RX) TO PRM-RQL-DETAIL-CNT
012250             MOVE PRM-RQT-PRIME-CNT(PRM-RX) TO PRM-RQL-PRIME-CNT
012260             MOVE PRM-RQT-COMP-CNT(PRM-RX) TO PRM-RQL-COMP-CNT
012270             MOVE PRM-RQT-REJECT-CNT(PRM-RX) TO PRM-RQL-REJECT-CNT
012280             MOVE PRM-RQT-CONFLICT-CNT(PRM-RX)
012290                 TO PRM-RQL-CONFLICT-CNT
012300         END-IF.
012310         IF NOT PRM-RQL-RECEIVED
012320             MOVE PRM-RQT-REASON(PRM-RX) TO PRM-RQL-REASON
012330         END-IF.
012340         WRITE PRM-REQLOG-RECORD FROM PRM-RQL-RECORD-WS.
012350 5800-EXIT.
012360         EXIT.
012370
012380 6100-OPEN-RESPONSE.
012390         MOVE "00" TO PRM-RESPONSE-STATUS.
012400         EVALUATE PRM-RQT-SLOT(PRM-RX)
012410             WHEN 1
012420                 OPEN EXTEND PRM-RESP1-FILE
012430                 IF PRM-RESPONSE-STATUS = "05" OR
012440                         PRM-RESPONSE-STATUS = "35"
012450                     OPEN OUTPUT PRM-RESP1-FILE
012460                 END-IF
012470             WHEN 2
012480                 OPEN EXTEND PRM-RESP2-FILE
012490                 IF PRM-RESPONSE-STATUS = "05" OR
012500                         PRM-RESPONSE-STATUS = "35"
012510                     OPEN OUTPUT PRM-RESP2-FILE
012520                 END-IF
012530             WHEN 3
012540                 OPEN EXTEND PRM-RESP3-FILE
012550                 IF PRM-RESPONSE-STATUS = "05" OR
012560                         PRM-RESPONSE-STATUS = "35"
012570                     OPEN OUTPUT PRM-RESP3-FILE
012580                 END-IF
012590             WHEN 4
012600                 OPEN EXTEND PRM-RESP4-FILE
012610                 IF PRM-RESPONSE-STATUS = "05" OR
012620                         PRM-RESPONSE-STATUS = "35"
012630                     OPEN OUTPUT PRM-RESP4-FILE
012640                 END-IF
012650         END-EVALUATE.
012660 6100-EXIT.
012670         EXIT.
012680
012690 6200-WRITE-RESPONSE-HEADER.
012700         MOVE PRM-SYS-DATE TO PRM-CRS-HDR-RUN-DATE.
012710         MOVE PRM-SYS-TIME(1:6) TO PRM-CRS-HDR-RUN-TIME.
012720         MOVE PRM-RUN-ID TO PRM-CRS-HDR-RUN-ID.
012730         MOVE PRM-CRS-HEADER TO PRM-RESPONSE-RECORD-WS.
012740         PERFORM 6500-WRITE-RESPONSE-RECORD THRU 6500-EXIT.
012750 6200-EXIT.
012760         EXIT.
012770
012780 6500-WRITE-RESPONSE-RECORD.
012790         EVALUATE PRM-RQT-SLOT(PRM-RX)
012800             WHEN 1
012810                 WRITE PRM-RESP1-RECORD
012820                     FROM PRM-RESPONSE-RECORD-WS
012830             WHEN 2
012840                 WRITE PRM-RESP2-RECORD
012850                     FROM PRM-RESPONSE-RECORD-WS
012860             WHEN 3
012870                 WRITE PRM-RESP3-RECORD
012880                     FROM PRM-RESPONSE-RECORD-WS
012890             WHEN 4
012900                 WRITE PRM-RESP4-RECORD
012910                     FROM PRM-RESPONSE-RECORD-WS
012920         END-EVALUATE.
012930 6500-EXIT.
012940         EXIT.
012950
012960 6700-CLOSE-RESPONSE.
012970         EVALUATE PRM-RQT-SLOT(PRM-RX)
012980             WHEN 1
012990                 CLOSE PRM-RESP1-FILE
013000             WHEN 2
013010                 CLOSE PRM-RESP2-FILE
013020             WHEN 3
013030                 CLOSE PRM-RESP3-FILE
013040             WHEN 4
013050                 CLOSE PRM-RESP4-FILE
013060         END-EVALUATE.
013070 6700-EXIT.
013080         EXIT.
013090
013100*****************************************************************
013110* Every request on the pending file has now been answered,
013120* refused or held, so the file is emptied and the held requests
013130* are written back for the next pickup.  The job holds REQIN
013140* exclusively for the step, so nothing can be appended between
013150* the passes and this rewrite.
013160*****************************************************************
013170 7000-RESET-PENDING-FILE.
013180         OPEN OUTPUT PRM-REQUEST-FILE.
013190         IF PRM-HOLD-RECORDS = 0
013200             GO TO 7000-CLOSE
013210         END-IF.
013220         OPEN INPUT PRM-HOLD-FILE.
013230         SET PRM-HOLD-EOF-NO TO TRUE.
013240         PERFORM 7100-PUT-BACK-ONE-RECORD THRU 7100-EXIT
013250             UNTIL PRM-HOLD-EOF-YES.
013260         CLOSE PRM-HOLD-FILE.
013270 7000-CLOSE.
013280         CLOSE PRM-REQUEST-FILE.
013290 7000-EXIT.
013300         EXIT.
013310
013320 7100-PUT-BACK-ONE-RECORD.
013330         READ PRM-HOLD-FILE
013340             AT END
013350                 SET PRM-HOLD-EOF-YES TO TRUE
013360                 GO TO 7100-EXIT
013370         END-READ.
013380         WRITE PRM-REQUEST-RECORD FROM PRM-HOLD-RECORD.
013390 7100-EXIT.
013400         EXIT.
013410
013420 8000-FINALIZE.
013430         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-BLANK-LINE.
013440         MOVE "REQUESTS RECEIVED             "
013450             TO PRM-CKR-TRL-NAME.
013460         MOVE PRM-REQUEST-COUNT TO PRM-CKR-TRL-COUNT.
013470         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-TRAILER-LINE.
013480         MOVE "REQUESTS ANSWERED             "
013490             TO PRM-CKR-TRL-NAME.
013500         MOVE PRM-REQUESTS-ANSWERED TO PRM-CKR-TRL-COUNT.
013510         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-TRAILER-LINE.
013520         MOVE "REQUESTS REFUSED AS MALFORMED "
013530             TO PRM-CKR-TRL-NAME.
013540         MOVE PRM-REQUESTS-MALFORMED TO PRM-CKR-TRL-COUNT.
013550         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-TRAILER-LINE.
013560         MOVE "REQUESTS HELD - NO RESPONSE   "
013570             TO PRM-CKR-TRL-NAME.
013580         MOVE PRM-REQUESTS-HELD TO PRM-CKR-TRL-COUNT.
013590         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-TRAILER-LINE.
013600         MOVE "REQUESTS LEFT FOR NEXT PICKUP "
013610             TO PRM-CKR-TRL-NAME.
013620         MOVE PRM-REQUESTS-CARRIED TO PRM-CKR-TRL-COUNT.
013630         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-TRAILER-LINE.
013640         MOVE "RECORDS OUTSIDE ANY REQUEST   "
013650             TO PRM-CKR-TRL-NAME.
013660         MOVE PRM-STRAY-RECORDS TO PRM-CKR-TRL-COUNT.
013670         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-TRAILER-LINE.
013680         MOVE "VALUES RECEIVED               "
013690             TO PRM-CKR-TRL-NAME.
013700         MOVE PRM-VALUES-READ TO PRM-CKR-TRL-COUNT.
013710         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-TRAILER-LINE.
013720         MOVE "PRIME NUMBERS FOUND           "
013730             TO PRM-CKR-TRL-NAME.
013740         MOVE PRM-PRIME-COUNT TO PRM-CKR-TRL-COUNT.
013750         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-TRAILER-LINE.
013760         MOVE "COMPOSITE NUMBERS FOUND       "
013770             TO PRM-CKR-TRL-NAME.
013780         MOVE PRM-COMPOSITE-COUNT TO PRM-CKR-TRL-COUNT.
013790         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-TRAILER-LINE.
013800         MOVE "VALUES REJECTED               "
013810             TO PRM-CKR-TRL-NAME.
013820         MOVE PRM-REJECT-COUNT TO PRM-CKR-TRL-COUNT.
013830         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-TRAILER-LINE.
013840         MOVE "VERDICT CONFLICTS             "
013850             TO PRM-CKR-TRL-NAME.
013860         MOVE PRM-VER-CONFLICT-COUNT TO PRM-CKR-TRL-COUNT.
013870         WRITE PRM-CHECK-REPORT-RECORD FROM PRM-CKR-TRAILER-LINE.
013880         CLOSE PRM-CHECK-REPORT-FILE.
013890         CLOSE PRM-AUDIT-FILE.
013900         CLOSE PRM-REQLOG-FILE.
013910         MOVE "C" TO PRM-VER-ACTION.
013920         CALL "PRMVERUP" USING PRM-VER-ACTION, PRM-CANDIDATE,
013930             PRM-VER-VERDICT-CODE, PRM-AUD-DATE,
013940             PRM-VER-RESULT, PRM-RUN-ID.
013950         IF PRM-VER-CONFLICT-COUNT > 0
013960             DISPLAY 'PRMCKREQ: ' PRM-VER-CONFLICT-COUNT
013970                 ' VERDICT CONFLICT(S) WRITTEN TO VERCONF'
013980                 ' FOR RUN ' PRM-RUN-ID
013990         END-IF.
014000         IF PRM-VER-ERROR-COUNT > 0
014010             DISPLAY 'PRMCKREQ: ' PRM-VER-ERROR-COUNT
014020                 ' VERDICT(S) NOT POSTED TO VERMAST'
014030                 ' FOR RUN ' PRM-RUN-ID
014040         END-IF.
014050         MOVE "C" TO PRM-AHX-ACTION.
014060         CALL "PRMAHXUP" USING PRM-AHX-ACTION, PRM-AUD-LINE,
014070             PRM-AHX-WORK-RECORD, PRM-AHX-RESULT.
014080         IF PRM-AHX-MISSED-COUNT > 0
014090             DISPLAY 'PRMCKREQ: ' PRM-AHX-MISSED-COUNT
014100                 ' AUDIT LINE(S) NOT ON AUDHIST - RUN PRMAHXRB'
014110         END-IF.
014120         PERFORM 8200-SET-RETURN-CODE THRU 8200-EXIT.
014130         IF PRM-REQUEST-COUNT > 0
014140             PERFORM 8300-WRITE-RUN-LOG THRU 8300-EXIT
014150         END-IF.
014160         DISPLAY 'PRMCKREQ: ' PRM-REQUESTS-ANSWERED
014170             ' REQUEST(S) ANSWERED, ' PRM-REQUESTS-MALFORMED
014180             ' REFUSED, ' PRM-VALUES-READ ' VALUE(S) RECEIVED'.
014190 8000-EXIT.
014200         EXIT.
014210
014220 8200-SET-RETURN-CODE.
014230         MOVE ZERO TO RETURN-CODE.
014240         IF PRM-REQUESTS-MALFORMED > 0 OR PRM-REJECT-COUNT > 0 OR
014250                 PRM-STRAY-RECORDS > 0 OR PRM-REQUESTS-CARRIED > 0
014260             MOVE 4 TO RETURN-CODE
014270         END-IF.
014280         IF PRM-REQUESTS-HELD > 0 OR PRM-VER-ERROR-COUNT > 0
014290             MOVE 8 TO RETURN-CODE
014300         END-IF.
014310         IF PRM-VER-CONFLICT-COUNT > 0
014320             MOVE 12 TO RETURN-CODE
014330         END-IF.
014340 8200-EXIT.
014350         EXIT.
014360
014370 8300-WRITE-RUN-LOG.
014380         ACCEPT PRM-END-DATE FROM DATE YYYYMMDD.
014390         ACCEPT PRM-END-TIME FROM TIME.
014400         MOVE "PRMCKREQ" TO PRM-RUN-PROGRAM.
014410         MOVE PRM-SYS-DATE(5:2) TO PRM-RUN-START-DATE(1:2).
014420         MOVE "/" TO PRM-RUN-START-DATE(3:1).
014430         MOVE PRM-SYS-DATE(7:2) TO PRM-RUN-START-DATE(4:2).
014440         MOVE "/" TO PRM-RUN-START-DATE(6:1).
014450         MOVE PRM-SYS-DATE(1:4) TO PRM-RUN-START-DATE(7:4).
014460         MOVE PRM-SYS-TIME(1:2) TO PRM-RUN-START-TIME(1:2).
014470         MOVE ":" TO PRM-RUN-START-TIME(3:1).
014480         MOVE PRM-SYS-TIME(3:2) TO PRM-RUN-START-TIME(4:2).
014490         MOVE ":" TO PRM-RUN-START-TIME(6:1).
014500         MOVE PRM-SYS-TIME(5:2) TO PRM-RUN-START-TIME(7:2).
014510         MOVE PRM-END-DATE(5:2) TO PRM-RUN-END-DATE(1:2).
014520         MOVE "/" TO PRM-RUN-END-DATE(3:1).
014530         MOVE PRM-END-DATE(7:2) TO PRM-RUN-END-DATE(4:2).
014540         MOVE "/" TO PRM-RUN-END-DATE(6:1).
014550         MOVE PRM-END-DATE(1:4) TO PRM-RUN-END-DATE(7:4).
014560         MOVE PRM-END-TIME(1:2) TO PRM-RUN-END-TIME(1:2).
014570         MOVE ":" TO PRM-RUN-END-TIME(3:1).
014580         MOVE PRM-END-TIME(3:2) TO PRM-RUN-END-TIME(4:2).
014590         MOVE ":" TO PRM-RUN-END-TIME(6:1).
014600         MOVE PRM-END-TIME(5:2) TO PRM-RUN-END-TIME(7:2).
014610         MOVE PRM-VALUES-READ TO PRM-RUN-RECORDS.
014620         MOVE PRM-PRIME-COUNT TO PRM-RUN-PRIME-CNT.
014630         MOVE PRM-COMPOSITE-COUNT TO PRM-RUN-COMP-CNT.
014640         MOVE PRM-REJECT-COUNT TO PRM-RUN-REJECT-CNT.
014650         MOVE "N" TO PRM-RUN-RESTART-FLAG.
014660         MOVE RETURN-CODE TO PRM-RUN-RETURN-CODE.
014670         MOVE PRM-RUN-ID TO PRM-RUN-RUN-ID.
014680         OPEN EXTEND PRM-RUNLOG-FILE.
014690         IF PRM-RUNLOG-STATUS = "05" OR PRM-RUNLOG-STATUS = "35"
014700             OPEN OUTPUT PRM-RUNLOG-FILE
014710         END-IF.
014720         WRITE PRM-RUNLOG-RECORD FROM PRM-RUN-RECORD-WS.
014730         CLOSE PRM-RUNLOG-FILE.
014740 8300-EXIT.
014750         EXIT.
014760
014770 END PROGRAM PRMCKREQ.
