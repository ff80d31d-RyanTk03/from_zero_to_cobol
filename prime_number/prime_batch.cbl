001666*                    why, and every candidate falls back to the
001667*                    PRIMECHK divisor search instead of being
001668*                    settled by a file nothing had proven.
001669*   10/15/2026  RT  4400-UPDATE-MASTER passes the run id and a
001670*                    result code to PRMVERUP, which now writes a
001671*                    verdict-conflict record to VERCONF instead of
001672*                    flipping a verdict already on the master;
001673*                    the conflicts posted are counted and named on
001674*                    the console at end of run for the PRMVCRPT
001675*                    exception step that follows.
001676*   10/15/2026  RT  A composite now CALLs the shared PRIMENXT
001677*                    subprogram, answering from the loaded PRIMES
001678*                    table where it reaches, and prints the
001679*                    nearest primes below and above the value
001680*                    under its factor line.  Each composite also
001681*                    goes to the new suggested-replacement file
001682*                    (SUGFILE, PRMSUG layout) with the nearest
001683*                    prime above it that is not already on
001684*                    VERMAST, looked up through PRMVERUP.  A
001685*                    segment run writes no suggestions - it does
001686*                    not hold the master.
001687*   10/15/2026  RT  A fresh (non-restart) run now fingerprints the
001688*                    worklist - record count and hash total of
001689*                    the values - and asks the posting log
001690*                    (PRMPSTUP) whether the last run posted to
001691*                    VERMAST came from the same worklist.  If so
001692*                    the job was re-submitted after that run
001693*                    finished: the run is refused with RC 2
001694*                    ("already done") and a notice on RPTFILE,
001695*                    before a run id is drawn or any audit line,
001696*                    master post, CTLFILE, RELFILE or RUNLOG
001697*                    record is written.  A clean finish logs its
001698*                    VERMAST post with the fingerprint.  Segment
001699*                    runs leave this to PRMMERGE.
001700*   10/15/2026  RT  Every audit line is also indexed on the keyed
001701*                    audit-history file (AUDHIST) through the
001702*                    shared PRMAHXUP as it is written; lines the
001703*                    index could not take are counted and named
001704*                    on the console for a PRMAHXRB rebuild.
001705*                    Segment runs leave this to PRMMERGE.
001706*   10/15/2026  RT  Audit line 139 to 157 and run-log record 100
001707*                    to 109 for the operator id fields; a batch
001708*                    run writes them as spaces - its run id names
001709*                    it.
001710*   10/15/2026  RT  Every rejected worklist record now also goes
001711*                    to the suspense notices file (SUSNEW, PRMSUN
001712*                    layout) for PRMSUSP to post to the suspense
001713*                    file, keyed on the run date, run id, origin
001714*                    ("B", or the segment number in a segment
001715*                    run) and record number.  A worklist record
001716*                    tagged "S" in column 56 is a corrected value
001717*                    fed back from suspense: checking it writes a
001718*                    "K" notice that closes its entry, rejecting
001719*                    it again a "J" notice that puts the entry
001720*                    back to pending.
001721*   10/15/2026  RT  Every worklist record now carries the code
001722*                    of the source extract it came from (columns
001723*                    9-12, written by the PRMINTK intake step; a
001724*                    record without one is tallied as NONE) and
001725*                    the prime/composite/reject counts are also
001726*                    kept per source: printed under the report
001727*                    totals, carried on the control record, and
001728*                    written to RELFILE as an "S" record per
001729*                    source ahead of the trailer, each detail
001730*                    naming its source.  CKPTFILE carries the
001731*                    source table (LRECL 48 to 235) and CTLFILE
001732*                    widened 96 to 308 with PRMCTL.
001733*   10/15/2026  RT  RETURN-CODE 12 when a VERMAST post found a
001734*                    verdict conflict or answered "E" (master not
001735*                    updated, or a conflict VERCONF could not
001736*                    take), so STEP020 and STEP021 hold the
001737*                    release even when PRMVCRPT has nothing to
001738*                    list.
001739*   10/15/2026  RT  A composite whose next unused prime is past
001740*                    999999 (out of range for the worklist), or
001741*                    whose lookup VERMAST could not answer, gets
001742*                    no SUGFILE record; both are counted on the
001743*                    report trailer and the console.
001744*   10/15/2026  RT  The finishing RETURN-CODE is set after the
001745*                    posting-log call, which had been clearing it
001746*                    back to 0 on every non-segment run.
001747*****************************************************************
001748 IDENTIFICATION DIVISION.
001749 PROGRAM-ID. PRIMEBAT.
001750 AUTHOR. RAYANE TOKO.
001751 INSTALLATION. SHOP DATA PROCESSING.
001752 DATE-WRITTEN. 08/09/2026.
001753 DATE-COMPILED.
001754 
001755 ENVIRONMENT DIVISION.
001756 CONFIGURATION SECTION.
001760 SOURCE-COMPUTER. GNUCOBOL.
001770 OBJECT-COMPUTER. GNUCOBOL.
001780 
002152     SELECT OPTIONAL PRM-RUNID-FILE ASSIGN TO "RUNID"
002153         ORGANIZATION IS LINE SEQUENTIAL
002154         FILE STATUS IS PRM-RUNID-STATUS.
002160
002161     SELECT PRM-SUGGEST-FILE ASSIGN TO "SUGFILE"
002162         ORGANIZATION IS LINE SEQUENTIAL
002163         FILE STATUS IS PRM-SUGGEST-STATUS.
002164
002165     SELECT PRM-NOTICE-FILE ASSIGN TO "SUSNEW"
002166         ORGANIZATION IS LINE SEQUENTIAL
002167         FILE STATUS IS PRM-NOTICE-STATUS.
002168 
002170 DATA DIVISION.
002180 FILE SECTION.
002190 FD  PRM-INPUT-FILE.
002200 01  PRM-INPUT-RECORD.
002210     05  PRM-INPUT-VALUE         PIC X(07).
002211     05  FILLER                  PIC X(01).
002212     05  PRM-INPUT-SOURCE        PIC X(04).
002213     05  FILLER                  PIC X(43).
002214     05  PRM-INPUT-SUS-TAG       PIC X(01).
002215         88  PRM-INPUT-FROM-SUSPENSE        VALUE "S".
002216     05  PRM-INPUT-SUS-KEY       PIC X(24).
002230 
002240 FD  PRM-REPORT-FILE.
002250 01  PRM-REPORT-RECORD           PIC X(80).
002320     05  PRM-CKPT-REJECT-CNT     PIC 9(09).
002330     05  PRM-CKPT-PAGE-NO        PIC 9(03).
002340     05  PRM-CKPT-AUDIT-CNT      PIC 9(09).
002341     05  PRM-CKPT-SOURCE-COUNT   PIC 9(01).
002342     05  PRM-CKPT-SOURCE-TABLE.
002343         10  PRM-CKPT-SOURCE-ENTRY OCCURS 6 TIMES.
002344             15  PRM-CKPT-SRC-CODE   PIC X(04).
002345             15  PRM-CKPT-SRC-PRIME  PIC 9(09).
002346             15  PRM-CKPT-SRC-COMP   PIC 9(09).
002347             15  PRM-CKPT-SRC-REJECT PIC 9(09).
002350 
002360 FD  PRM-AUDIT-FILE.
002361 01  PRM-AUDIT-RECORD            PIC X(157).
002380
002390 FD  PRM-PRIME-FILE.
002400 01  PRM-PRIME-RECORD            PIC X(21).
002420
002430 FD  PRM-CONTROL-FILE.
002431 01  PRM-CONTROL-RECORD          PIC X(308).
002450
002460 FD  PRM-PARM-FILE.
002470 01  PRM-PARM-RECORD             PIC X(33).
002500 01  PRM-RELEASE-RECORD          PIC X(47).
002510
002520 FD  PRM-RUNLOG-FILE.
002521 01  PRM-RUNLOG-RECORD           PIC X(109).
002531
002532 FD  PRM-RUNID-FILE.
002533 01  PRM-RUNID-RECORD.
002534     05  PRM-RUNID-LAST          PIC 9(06).
002535
002536 FD  PRM-SUGGEST-FILE.
002537 01  PRM-SUGGEST-RECORD          PIC X(30).
002538
002539 FD  PRM-NOTICE-FILE.
002540 01  PRM-NOTICE-RECORD           PIC X(121).
002541
002550 WORKING-STORAGE SECTION.
002560     COPY PRMRPT.
002570     COPY PRMAUD.
002590     COPY PRMRUN.
002600     COPY PRMREL.
002601     COPY PRMPRI.
002602     COPY PRMSUG.
002603     COPY PRMPST.
002604     COPY PRMSUN.
002610
002620 01  PRM-FILE-STATUSES.
002630     05  PRM-INPUT-STATUS        PIC X(02) VALUE "00".
002700     05  PRM-RELEASE-STATUS      PIC X(02) VALUE "00".
002710     05  PRM-PARM-STATUS         PIC X(02) VALUE "00".
002711     05  PRM-RUNID-STATUS        PIC X(02) VALUE "00".
002712     05  PRM-SUGGEST-STATUS      PIC X(02) VALUE "00".
002713     05  PRM-NOTICE-STATUS       PIC X(02) VALUE "00".
002720
002730 01  PRM-AUD-TIME-RAW            PIC 9(08).
002731
003000 01  PRM-SEGMENT-MODE-SW         PIC X(01) VALUE "N".
003010     88  PRM-SEGMENT-MODE-YES              VALUE "Y".
003020     88  PRM-SEGMENT-MODE-NO               VALUE "N".
003021 01  PRM-SUSPENSE-ORIGIN         PIC X(01) VALUE "B".
003022 01  PRM-NOTICE-COUNT            PIC 9(9)  COMP VALUE ZERO.
003030
003040 01  PRM-CHECKPOINT-CONTROL.
003050     05  PRM-CKPT-INTERVAL       PIC 9(5) COMP VALUE 100.
003310 01  PRM-PRIME-COUNT             PIC 9(9)  COMP VALUE ZERO.
003320 01  PRM-COMPOSITE-COUNT         PIC 9(9)  COMP VALUE ZERO.
003330 01  PRM-REJECT-COUNT            PIC 9(9)  COMP VALUE ZERO.
003340
003341*    Prime/composite/reject counts per source extract, in the
003342*    order the sources first appear on the worklist.  A record
003343*    with no source is tallied as "NONE"; once the table is full
003344*    any further source is tallied in the last slot as "*OTH".
003345 01  PRM-SOURCE-CONTROL.
003346     05  PRM-SOURCE-COUNT        PIC 9(2) COMP VALUE ZERO.
003347     05  PRM-SOURCE-MAX          PIC 9(2) COMP VALUE 6.
003348     05  PRM-SRC-IX              PIC 9(2) COMP VALUE ZERO.
003349     05  PRM-RECORD-SOURCE       PIC X(04) VALUE SPACES.
003350 01  PRM-SOURCE-TABLE.
003351     05  PRM-SOURCE-ENTRY        OCCURS 6 TIMES.
003352         10  PRM-SRC-CODE        PIC X(04).
003353         10  PRM-SRC-PRIME-CNT   PIC 9(9)  COMP.
003354         10  PRM-SRC-COMP-CNT    PIC 9(9)  COMP.
003355         10  PRM-SRC-REJECT-CNT  PIC 9(9)  COMP.
003356 
003357 01  PRM-SIZE-ERROR-SW           PIC X(01) VALUE "N".
003360     88  PRM-SIZE-ERROR-IS-YES             VALUE "Y".
003370
003380 01  PRM-FACTOR-COUNT            PIC 9(2) COMP VALUE ZERO.
003420
003430 01  PRM-VER-ACTION              PIC X(01) VALUE "U".
003440 01  PRM-VER-VERDICT-CODE        PIC X(01) VALUE SPACE.
003441 01  PRM-VER-RESULT              PIC X(01) VALUE SPACE.
003442     88  PRM-VER-CONFLICT                  VALUE "K".
003443     88  PRM-VER-ON-MASTER                 VALUE "A".
003444     88  PRM-VER-ERROR                     VALUE "E".
003445 01  PRM-VER-CONFLICT-COUNT      PIC 9(9)  COMP VALUE ZERO.
003446 01  PRM-VER-ERROR-COUNT         PIC 9(9)  COMP VALUE ZERO.
003447
003448 01  PRM-PREV-PRIME              PIC 9(6)  VALUE ZERO.
003449 01  PRM-NEXT-PRIME              PIC 9(7)  VALUE ZERO.
003450 01  PRM-NEAREST-TEXT            PIC X(75) VALUE SPACES.
003451
003452 01  PRM-SUGGEST-CONTROL.
003453     05  PRM-SUG-CANDIDATE       PIC S9(6) VALUE ZERO.
003454     05  PRM-SUGGEST-COUNT       PIC 9(9)  COMP VALUE ZERO.
003455     05  PRM-SUG-SETTLED-SW      PIC X(01) VALUE "N".
003456         88  PRM-SUG-SETTLED-YES            VALUE "Y".
003457         88  PRM-SUG-SETTLED-NO             VALUE "N".
003458     05  PRM-SUG-OUTCOME-SW      PIC X(01) VALUE "U".
003459         88  PRM-SUG-USABLE                 VALUE "U".
003460         88  PRM-SUG-OUT-OF-RANGE           VALUE "R".
003461         88  PRM-SUG-NOT-VERIFIED           VALUE "E".
003462     05  PRM-SUG-RANGE-COUNT     PIC 9(9)  COMP VALUE ZERO.
003463     05  PRM-SUG-UNVER-COUNT     PIC 9(9)  COMP VALUE ZERO.
003464
003465 01  PRM-WORKLIST-FINGERPRINT.
003466     05  PRM-WL-RECORDS          PIC 9(09) VALUE ZERO.
003467     05  PRM-WL-HASH-TOTAL       PIC 9(15) VALUE ZERO.
003468     05  PRM-WL-VALUE            PIC 9(07) VALUE ZERO.
003469     05  PRM-WL-EOF-SWITCH       PIC X(01) VALUE "N".
003470         88  PRM-WL-EOF-YES                 VALUE "Y".
003471         88  PRM-WL-EOF-NO                  VALUE "N".
003472
003473 01  PRM-PST-ACTION              PIC X(01) VALUE "F".
003474 01  PRM-PST-RESULT              PIC X(01) VALUE SPACE.
003475     88  PRM-PST-APPLIED                   VALUE "A".
003476 01  PRM-REFUSAL-TEXT            PIC X(75) VALUE SPACES.
003477
003478 01  PRM-AHX-ACTION              PIC X(01) VALUE "A".
003479 01  PRM-AHX-RESULT              PIC X(01) VALUE SPACE.
003480     88  PRM-AHX-INDEXED                   VALUE "A".
003481 01  PRM-AHX-WORK-RECORD         PIC X(216) VALUE SPACES.
003482 01  PRM-AHX-MISSED-COUNT        PIC 9(9)  COMP VALUE ZERO.
003483
003484 01  PRM-PRIME-TABLE-CONTROL.
003485     05  PRM-PRIME-TBL-COUNT     PIC 9(6) COMP VALUE ZERO.
003486     05  PRM-PRIME-TBL-MAX       PIC 9(6) COMP VALUE ZERO.
003490     05  PRM-PRIME-EOF-SWITCH    PIC X(01) VALUE "N".
003500         88  PRM-PRIME-EOF-YES              VALUE "Y".
003510         88  PRM-PRIME-EOF-NO               VALUE "N".
003700         PERFORM 1500-READ-PARAMETERS THRU 1500-EXIT.
003710         OPEN INPUT PRM-INPUT-FILE.
003720         PERFORM 1600-READ-CHECKPOINT THRU 1600-EXIT.
003721         IF PRM-RESTART-COUNT = 0
003722             PERFORM 1620-CHECK-RESUBMISSION THRU 1620-EXIT
003723         END-IF.
003724         PERFORM 1650-ASSIGN-RUN-ID THRU 1650-EXIT.
003730         IF PRM-RESTART-COUNT > 0
003740             OPEN EXTEND PRM-REPORT-FILE
003750         ELSE
003860         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
003870         ACCEPT PRM-SYS-TIME FROM TIME.
003880         PERFORM 1850-OPEN-RELEASE-FILE THRU 1850-EXIT.
003881         PERFORM 1870-OPEN-SUGGEST-FILE THRU 1870-EXIT.
003882         PERFORM 1880-OPEN-NOTICE-FILE THRU 1880-EXIT.
003890         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
003900         IF PRM-RESTART-COUNT > 0
003910             DISPLAY 'RESTARTING - SKIPPING PRIOR RECORDS: '
004590                 MOVE PRM-CKPT-PAGE-NO TO PRM-PAGE-NUMBER
004600                 MOVE PRM-CKPT-AUDIT-CNT
004610                     TO PRM-AUDIT-LINES-WRITTEN
004611                 PERFORM 1610-RESTORE-SOURCES THRU 1610-EXIT
004620             END-IF
004630             CLOSE PRM-CHECKPOINT-FILE
004640         END-IF.
004650 1600-EXIT.
004651         EXIT.
004652
004653*    A checkpoint written before the source table was carried
004654*    leaves the table empty.
004655 1610-RESTORE-SOURCES.
004656         MOVE ZERO TO PRM-SOURCE-COUNT.
004657         IF PRM-CKPT-SOURCE-COUNT IS NOT NUMERIC
004658             GO TO 1610-EXIT
004659         END-IF.
004660         IF PRM-CKPT-SOURCE-COUNT > PRM-SOURCE-MAX
004661             GO TO 1610-EXIT
004662         END-IF.
004663         MOVE 1 TO PRM-SRC-IX.
004664 1610-LOOP.
004665         IF PRM-SRC-IX > PRM-CKPT-SOURCE-COUNT
004666             MOVE PRM-CKPT-SOURCE-COUNT TO PRM-SOURCE-COUNT
004667             GO TO 1610-EXIT
004668         END-IF.
004669         MOVE PRM-CKPT-SRC-CODE(PRM-SRC-IX)
004670             TO PRM-SRC-CODE(PRM-SRC-IX).
004671         MOVE PRM-CKPT-SRC-PRIME(PRM-SRC-IX)
004672             TO PRM-SRC-PRIME-CNT(PRM-SRC-IX).
004673         MOVE PRM-CKPT-SRC-COMP(PRM-SRC-IX)
004674             TO PRM-SRC-COMP-CNT(PRM-SRC-IX).
004675         MOVE PRM-CKPT-SRC-REJECT(PRM-SRC-IX)
004676             TO PRM-SRC-REJECT-CNT(PRM-SRC-IX).
004677         ADD 1 TO PRM-SRC-IX.
004678         GO TO 1610-LOOP.
004679 1610-EXIT.
004680         EXIT.
004681
004682*    A checkpoint restart carries on its own run and is never
004683*    checked here.  The worklist is read through once for its
004684*    fingerprint and re-opened for the run proper.
004685 1620-CHECK-RESUBMISSION.
004686         MOVE ZERO TO PRM-WL-RECORDS.
004687         MOVE ZERO TO PRM-WL-HASH-TOTAL.
004688         SET PRM-WL-EOF-NO TO TRUE.
004689         PERFORM 1625-FINGERPRINT-ONE-RECORD THRU 1625-EXIT
004690             UNTIL PRM-WL-EOF-YES.
004691         CLOSE PRM-INPUT-FILE.
004692         OPEN INPUT PRM-INPUT-FILE.
004693         IF PRM-SEGMENT-MODE-YES OR PRM-WL-RECORDS = 0
004694             SET PRM-SEGMENT-MODE-NO TO TRUE
004695             GO TO 1620-EXIT
004696         END-IF.
004697         MOVE "VERMAST" TO PRM-PST-TARGET.
004698         MOVE ZERO TO PRM-PST-RUN-ID.
004699         MOVE PRM-WL-RECORDS TO PRM-PST-RECORDS.
004700         MOVE PRM-WL-HASH-TOTAL TO PRM-PST-HASH-TOTAL.
004701         MOVE "F" TO PRM-PST-ACTION.
004702         CALL "PRMPSTUP" USING PRM-PST-ACTION, PRM-PST-RECORD-WS,
004703             PRM-PST-RESULT.
004704         IF PRM-PST-APPLIED
004705             PERFORM 1630-REFUSE-RESUBMISSION THRU 1630-EXIT
004706         END-IF.
004707 1620-EXIT.
004708         EXIT.
004709
004710 1625-FINGERPRINT-ONE-RECORD.
004711         READ PRM-INPUT-FILE
004712             AT END
004713                 SET PRM-WL-EOF-YES TO TRUE
004714         END-READ.
004715         IF PRM-WL-EOF-YES
004716             GO TO 1625-EXIT
004717         END-IF.
004718         IF PRM-INPUT-VALUE(1:1) = "*"
004719             SET PRM-SEGMENT-MODE-YES TO TRUE
004720             GO TO 1625-EXIT
004721         END-IF.
004722         ADD 1 TO PRM-WL-RECORDS.
004723         IF FUNCTION TEST-NUMVAL(PRM-INPUT-VALUE) = 0
004724             MOVE ZERO TO PRM-WL-VALUE
004725             COMPUTE PRM-WL-VALUE =
004726                     FUNCTION NUMVAL(PRM-INPUT-VALUE)
004727                 ON SIZE ERROR
004728                     MOVE ZERO TO PRM-WL-VALUE
004729             END-COMPUTE
004730             ADD PRM-WL-VALUE TO PRM-WL-HASH-TOTAL
004731         END-IF.
004732 1625-EXIT.
004733         EXIT.
004734
004735*    The earlier run's report, audit lines, control record and
004736*    release file are left exactly as that run wrote them; the
004737*    notice is added to the end of its report.
004738 1630-REFUSE-RESUBMISSION.
004739         CLOSE PRM-INPUT-FILE.
004740         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
004741         ACCEPT PRM-SYS-TIME FROM TIME.
004742         OPEN EXTEND PRM-REPORT-FILE.
004743         IF PRM-REPORT-STATUS = "05" OR PRM-REPORT-STATUS = "35"
004744             OPEN OUTPUT PRM-REPORT-FILE
004745         END-IF.
004746         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
004747         MOVE SPACES TO PRM-REFUSAL-TEXT.
004748         STRING "WORKLIST ALREADY POSTED AS RUN " PRM-PST-RUN-ID
004749                " ON " PRM-PST-POST-DATE
004750                " - RESUBMISSION REFUSED"
004751             DELIMITED BY SIZE INTO PRM-REFUSAL-TEXT.
004752         MOVE PRM-REFUSAL-TEXT TO PRM-RPT-NOTICE-TEXT.
004753         WRITE PRM-REPORT-RECORD FROM PRM-RPT-BLANK-LINE.
004754         WRITE PRM-REPORT-RECORD FROM PRM-RPT-NOTICE-LINE.
004755         CLOSE PRM-REPORT-FILE.
004756         DISPLAY 'PRIMEBAT: ' PRM-REFUSAL-TEXT.
004757         MOVE 2 TO RETURN-CODE.
004758         STOP RUN.
004759 1630-EXIT.
004760         EXIT.
004761 1700-SKIP-PROCESSED.
004762         MOVE ZERO TO PRM-SKIP-COUNTER.
004763         PERFORM 1710-SKIP-ONE-RECORD THRU 1710-EXIT
004764             UNTIL PRM-SKIP-COUNTER >= PRM-RESTART-COUNT
004765                OR PRM-EOF-YES.
004766 1700-EXIT.
004767         EXIT.
004768
004769 1710-SKIP-ONE-RECORD.
004770         READ PRM-INPUT-FILE
004780             AT END
004790                 SET PRM-EOF-YES TO TRUE
004830         END-IF.
004840         IF PRM-INPUT-VALUE(1:1) = "*"
004850             SET PRM-SEGMENT-MODE-YES TO TRUE
004851             MOVE PRM-INPUT-RECORD(11:1) TO PRM-SUSPENSE-ORIGIN
004860             GO TO 1710-EXIT
004870         END-IF.
004880         ADD 1 TO PRM-SKIP-COUNTER.
005280 2000-PROCESS-RECORD.
005290         IF PRM-INPUT-VALUE(1:1) = "*"
005300             SET PRM-SEGMENT-MODE-YES TO TRUE
005301             MOVE PRM-INPUT-RECORD(11:1) TO PRM-SUSPENSE-ORIGIN
005310             PERFORM 2100-READ-INPUT THRU 2100-EXIT
005320             GO TO 2000-EXIT
005330         END-IF.
005340         MOVE "N" TO PRM-SIZE-ERROR-SW.
005341         PERFORM 2050-FIND-SOURCE THRU 2050-EXIT.
005350         IF FUNCTION TEST-NUMVAL(PRM-INPUT-VALUE) NOT = 0
005360             PERFORM 4100-WRITE-REJECT THRU 4100-EXIT
005370         ELSE
005580         END-IF.
005590         PERFORM 2100-READ-INPUT THRU 2100-EXIT.
005600 2000-EXIT.
005601         EXIT.
005602
005603 2050-FIND-SOURCE.
005604         MOVE PRM-INPUT-SOURCE TO PRM-RECORD-SOURCE.
005605         IF PRM-RECORD-SOURCE = SPACES
005606             MOVE "NONE" TO PRM-RECORD-SOURCE
005607         END-IF.
005608         MOVE 1 TO PRM-SRC-IX.
005609 2050-LOOP.
005610         IF PRM-SRC-IX > PRM-SOURCE-COUNT
005611             GO TO 2050-ADD
005612         END-IF.
005613         IF PRM-SRC-CODE(PRM-SRC-IX) = PRM-RECORD-SOURCE
005614             GO TO 2050-EXIT
005615         END-IF.
005616         ADD 1 TO PRM-SRC-IX.
005617         GO TO 2050-LOOP.
005618 2050-ADD.
005619         IF PRM-SOURCE-COUNT >= PRM-SOURCE-MAX
005620             MOVE PRM-SOURCE-MAX TO PRM-SRC-IX
005621             MOVE "*OTH" TO PRM-SRC-CODE(PRM-SRC-IX)
005622             GO TO 2050-EXIT
005623         END-IF.
005624         ADD 1 TO PRM-SOURCE-COUNT.
005625         MOVE PRM-SOURCE-COUNT TO PRM-SRC-IX.
005626         MOVE PRM-RECORD-SOURCE TO PRM-SRC-CODE(PRM-SRC-IX).
005627         MOVE ZERO TO PRM-SRC-PRIME-CNT(PRM-SRC-IX).
005628         MOVE ZERO TO PRM-SRC-COMP-CNT(PRM-SRC-IX).
005629         MOVE ZERO TO PRM-SRC-REJECT-CNT(PRM-SRC-IX).
005630 2050-EXIT.
005631         EXIT.
005632 
005633 2100-READ-INPUT.
005640         READ PRM-INPUT-FILE
005650             AT END
005660                 SET PRM-EOF-YES TO TRUE
006350         MOVE PRM-REJECT-COUNT TO PRM-CKPT-REJECT-CNT.
006360         MOVE PRM-PAGE-NUMBER TO PRM-CKPT-PAGE-NO.
006370         MOVE PRM-AUDIT-LINES-WRITTEN TO PRM-CKPT-AUDIT-CNT.
006371         MOVE PRM-SOURCE-COUNT TO PRM-CKPT-SOURCE-COUNT.
006372         MOVE SPACES TO PRM-CKPT-SOURCE-TABLE.
006373         MOVE 1 TO PRM-SRC-IX.
006374         PERFORM 1910-SAVE-ONE-SOURCE THRU 1910-EXIT
006375             UNTIL PRM-SRC-IX > PRM-SOURCE-COUNT.
006380         OPEN OUTPUT PRM-CHECKPOINT-FILE.
006390         WRITE PRM-CKPT-RECORD.
006400         CLOSE PRM-CHECKPOINT-FILE.
006410 1900-EXIT.
006411         EXIT.
006412
006413 1910-SAVE-ONE-SOURCE.
006414         MOVE PRM-SRC-CODE(PRM-SRC-IX)
006415             TO PRM-CKPT-SRC-CODE(PRM-SRC-IX).
006416         MOVE PRM-SRC-PRIME-CNT(PRM-SRC-IX)
006417             TO PRM-CKPT-SRC-PRIME(PRM-SRC-IX).
006418         MOVE PRM-SRC-COMP-CNT(PRM-SRC-IX)
006419             TO PRM-CKPT-SRC-COMP(PRM-SRC-IX).
006420         MOVE PRM-SRC-REJECT-CNT(PRM-SRC-IX)
006421             TO PRM-CKPT-SRC-REJECT(PRM-SRC-IX).
006422         ADD 1 TO PRM-SRC-IX.
006423 1910-EXIT.
006424         EXIT.
006430 
006440 3000-CHECK-PRIME.
006450         IF PRM-PRIME-TBL-COUNT > 0 AND
006690         IF PRM-PRIME-IS-NO
006700             MOVE "IS NOT A PRIME NUMBER" TO PRM-RPT-DET-RESULT
006710             ADD 1 TO PRM-COMPOSITE-COUNT
006711             ADD 1 TO PRM-SRC-COMP-CNT(PRM-SRC-IX)
006720             CALL "PRIMEFAC" USING PRM-CANDIDATE,
006730                 PRM-FACTOR-COUNT, PRM-FACTOR-TABLE,
006740                 PRM-FACTOR-TEXT
006750         ELSE
006760             MOVE "IS A PRIME NUMBER" TO PRM-RPT-DET-RESULT
006770             ADD 1 TO PRM-PRIME-COUNT
006771             ADD 1 TO PRM-SRC-PRIME-CNT(PRM-SRC-IX)
006780             MOVE SPACES TO PRM-FACTOR-TEXT
006790         END-IF.
006800         WRITE PRM-REPORT-RECORD FROM PRM-RPT-DETAIL-LINE.
006810         ADD 1 TO PRM-LINE-COUNT.
006820         IF PRM-PRIME-IS-NO
006830             PERFORM 4300-WRITE-FACTOR-LINE THRU 4300-EXIT
006831             PERFORM 4350-WRITE-NEAREST-LINE THRU 4350-EXIT
006840         END-IF.
006850         PERFORM 4200-LOG-AUDIT-ENTRY THRU 4200-EXIT.
006860         PERFORM 4400-UPDATE-MASTER THRU 4400-EXIT.
006870         PERFORM 4500-WRITE-RELEASE-DETAIL THRU 4500-EXIT.
006871         IF PRM-PRIME-IS-NO
006872             PERFORM 4600-WRITE-SUGGESTION THRU 4600-EXIT
006873         END-IF.
006874         IF PRM-INPUT-FROM-SUSPENSE
006875             PERFORM 4800-WRITE-CHECKED-NOTICE THRU 4800-EXIT
006876         END-IF.
006880 4000-EXIT.
006890         EXIT.
006900
006910 4500-WRITE-RELEASE-DETAIL.
006920         MOVE PRM-CANDIDATE TO PRM-REL-DET-VALUE.
006930         MOVE PRM-VER-VERDICT-CODE TO PRM-REL-DET-VERDICT.
006931         MOVE PRM-SRC-CODE(PRM-SRC-IX) TO PRM-REL-DET-SOURCE.
006940         WRITE PRM-RELEASE-RECORD FROM PRM-REL-DETAIL.
006950 4500-EXIT.
006951         EXIT.
006952
006953*    The nearest prime above a composite may itself be on the
006954*    master already; step on to the next prime above it until
006955*    one is not.  A prime past 999999 is no use as a worklist
006956*    value, and one the master could not be asked about may
006957*    already be in use - neither is suggested, both are counted
006958*    for the report trailer.
006959 4600-WRITE-SUGGESTION.
006960         IF PRM-SEGMENT-MODE-YES
006961             GO TO 4600-EXIT
006962         END-IF.
006963         SET PRM-SUG-SETTLED-NO TO TRUE.
006964         SET PRM-SUG-USABLE TO TRUE.
006965         PERFORM 4610-CHECK-SUGGESTION THRU 4610-EXIT
006966             UNTIL PRM-SUG-SETTLED-YES.
006967         IF PRM-SUG-OUT-OF-RANGE
006968             ADD 1 TO PRM-SUG-RANGE-COUNT
006969             GO TO 4600-EXIT
006970         END-IF.
006971         IF PRM-SUG-NOT-VERIFIED
006972             ADD 1 TO PRM-SUG-UNVER-COUNT
006973             GO TO 4600-EXIT
006974         END-IF.
006975         MOVE PRM-RUN-ID TO PRM-SUG-RUN-ID.
006976         MOVE PRM-SYS-DATE TO PRM-SUG-RUN-DATE.
006977         MOVE PRM-CANDIDATE TO PRM-SUG-VALUE.
006978         MOVE PRM-NEXT-PRIME TO PRM-SUG-PRIME.
006979         WRITE PRM-SUGGEST-RECORD FROM PRM-SUG-RECORD-WS.
006980         ADD 1 TO PRM-SUGGEST-COUNT.
006981 4600-EXIT.
006982         EXIT.
006983
006984 4610-CHECK-SUGGESTION.
006985         IF PRM-NEXT-PRIME > 999999
006986             SET PRM-SUG-OUT-OF-RANGE TO TRUE
006987             SET PRM-SUG-SETTLED-YES TO TRUE
006988             GO TO 4610-EXIT
006989         END-IF.
006990         MOVE PRM-NEXT-PRIME TO PRM-SUG-CANDIDATE.
006991         MOVE "L" TO PRM-VER-ACTION.
006992         CALL "PRMVERUP" USING PRM-VER-ACTION, PRM-SUG-CANDIDATE,
006993             PRM-VER-VERDICT-CODE, PRM-AUD-DATE,
006994             PRM-VER-RESULT, PRM-RUN-ID.
006995         IF PRM-VER-ERROR
006996             SET PRM-SUG-NOT-VERIFIED TO TRUE
006997             SET PRM-SUG-SETTLED-YES TO TRUE
006998             GO TO 4610-EXIT
006999         END-IF.
007000         IF PRM-VER-ON-MASTER
007001             CALL "PRIMENXT" USING PRM-SUG-CANDIDATE,
007002                 PRM-PRIME-TBL-COUNT, PRM-PRIME-TABLE,
007003                 PRM-PREV-PRIME, PRM-NEXT-PRIME,
007004                 PRM-NEAREST-TEXT
007005         ELSE
007006             SET PRM-SUG-SETTLED-YES TO TRUE
007007         END-IF.
007008 4610-EXIT.
007009         EXIT.
007010
007011 1870-OPEN-SUGGEST-FILE.
007012         IF PRM-RESTART-COUNT > 0
007013             OPEN EXTEND PRM-SUGGEST-FILE
007014             IF PRM-SUGGEST-STATUS = "05" OR
007015                     PRM-SUGGEST-STATUS = "35"
007016                 OPEN OUTPUT PRM-SUGGEST-FILE
007017             END-IF
007018         ELSE
007019             OPEN OUTPUT PRM-SUGGEST-FILE
007020         END-IF.
007021 1870-EXIT.
007022         EXIT.
007023
007024*    The notices file is only ever added to here; PRMSUSP empties
007025*    it once it has posted what is on it.
007026 1880-OPEN-NOTICE-FILE.
007027         OPEN EXTEND PRM-NOTICE-FILE.
007028         IF PRM-NOTICE-STATUS = "05" OR PRM-NOTICE-STATUS = "35"
007029             OPEN OUTPUT PRM-NOTICE-FILE
007030         END-IF.
007031 1880-EXIT.
007032         EXIT.
007033
007034 4400-UPDATE-MASTER.
007035         MOVE "U" TO PRM-VER-ACTION.
007036         IF PRM-PRIME-IS-NO
007037             MOVE "C" TO PRM-VER-VERDICT-CODE
007038         ELSE
007039             MOVE "P" TO PRM-VER-VERDICT-CODE
007040         END-IF.
007050         IF PRM-SEGMENT-MODE-YES
007060             GO TO 4400-EXIT
007070         END-IF.
007080         CALL "PRMVERUP" USING PRM-VER-ACTION, PRM-CANDIDATE,
007081             PRM-VER-VERDICT-CODE, PRM-AUD-DATE,
007082             PRM-VER-RESULT, PRM-RUN-ID.
007083         IF PRM-VER-CONFLICT
007084             ADD 1 TO PRM-VER-CONFLICT-COUNT
007085         END-IF.
007086         IF PRM-VER-ERROR
007087             ADD 1 TO PRM-VER-ERROR-COUNT
007088         END-IF.
007100 4400-EXIT.
007110         EXIT.
007120
007160         WRITE PRM-REPORT-RECORD FROM PRM-RPT-FACTOR-LINE.
007170         ADD 1 TO PRM-LINE-COUNT.
007180 4300-EXIT.
007181         EXIT.
007182
007183 4350-WRITE-NEAREST-LINE.
007184         CALL "PRIMENXT" USING PRM-CANDIDATE,
007185             PRM-PRIME-TBL-COUNT, PRM-PRIME-TABLE,
007186             PRM-PREV-PRIME, PRM-NEXT-PRIME, PRM-NEAREST-TEXT.
007187         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
007188         MOVE PRM-NEAREST-TEXT TO PRM-RPT-NEAR-TEXT.
007189         WRITE PRM-REPORT-RECORD FROM PRM-RPT-NEAREST-LINE.
007190         ADD 1 TO PRM-LINE-COUNT.
007191 4350-EXIT.
007192         EXIT.
007200 
007210 4200-LOG-AUDIT-ENTRY.
007220         ACCEPT PRM-AUD-TIME-RAW FROM TIME.
007351         MOVE PRM-RUN-ID TO PRM-AUD-RUN-ID.
007360         WRITE PRM-AUDIT-RECORD FROM PRM-AUD-LINE.
007370         ADD 1 TO PRM-AUDIT-LINES-WRITTEN.
007371         IF PRM-SEGMENT-MODE-NO
007372             PERFORM 4250-INDEX-AUDIT-ENTRY THRU 4250-EXIT
007373         END-IF.
007380 4200-EXIT.
007381         EXIT.
007382
007383 4250-INDEX-AUDIT-ENTRY.
007384         MOVE "A" TO PRM-AHX-ACTION.
007385         CALL "PRMAHXUP" USING PRM-AHX-ACTION, PRM-AUD-LINE,
007386             PRM-AHX-WORK-RECORD, PRM-AHX-RESULT.
007387         IF NOT PRM-AHX-INDEXED
007388             ADD 1 TO PRM-AHX-MISSED-COUNT
007389         END-IF.
007390 4250-EXIT.
007391         EXIT.
007400 
007410 4100-WRITE-REJECT.
007420         PERFORM 1200-CHECK-PAGE-BREAK THRU 1200-EXIT.
007500         WRITE PRM-REPORT-RECORD FROM PRM-RPT-DETAIL-LINE.
007510         ADD 1 TO PRM-LINE-COUNT.
007520         ADD 1 TO PRM-REJECT-COUNT.
007521         ADD 1 TO PRM-SRC-REJECT-CNT(PRM-SRC-IX).
007522         PERFORM 4700-WRITE-REJECT-NOTICE THRU 4700-EXIT.
007530         IF PRM-PARM-REJECT-MAX > 0 AND
007540                 PRM-REJECT-COUNT >= PRM-PARM-REJECT-MAX
007550             SET PRM-REJECT-STOP-YES TO TRUE
007590         END-IF.
007600 4100-EXIT.
007610         EXIT.
007620
007621*    A fresh reject enters suspense under a new key; a corrected
007622*    value fed back from suspense that fails again goes back to
007623*    pending under the key it already has.  The record number is
007624*    the record's place among the worklist's value records, so a
007625*    restarted run rebuilds the same key for the same record.
007626 4700-WRITE-REJECT-NOTICE.
007627         MOVE SPACES TO PRM-SUN-RECORD-WS.
007628         IF PRM-INPUT-FROM-SUSPENSE
007629             SET PRM-SUN-REJECTED TO TRUE
007630             MOVE PRM-INPUT-SUS-KEY TO PRM-SUN-KEY
007631         ELSE
007632             SET PRM-SUN-ADD TO TRUE
007633             MOVE PRM-SYS-DATE TO PRM-SUN-ENTRY-DATE
007634             MOVE PRM-RUN-ID TO PRM-SUN-ENTRY-RUN
007635             MOVE PRM-SUSPENSE-ORIGIN TO PRM-SUN-ORIGIN
007636             COMPUTE PRM-SUN-RECORD-NO = PRM-RECORDS-PROCESSED + 1
007637         END-IF.
007638         IF FUNCTION TEST-NUMVAL(PRM-INPUT-VALUE) NOT = 0
007639             MOVE "NN" TO PRM-SUN-REASON
007640         ELSE
007641             MOVE "OR" TO PRM-SUN-REASON
007642         END-IF.
007643         PERFORM 4900-WRITE-NOTICE THRU 4900-EXIT.
007644 4700-EXIT.
007645         EXIT.
007646
007647 4800-WRITE-CHECKED-NOTICE.
007648         MOVE SPACES TO PRM-SUN-RECORD-WS.
007649         SET PRM-SUN-CHECKED TO TRUE.
007650         MOVE PRM-INPUT-SUS-KEY TO PRM-SUN-KEY.
007651         PERFORM 4900-WRITE-NOTICE THRU 4900-EXIT.
007652 4800-EXIT.
007653         EXIT.
007654
007655 4900-WRITE-NOTICE.
007656         MOVE PRM-RUN-ID TO PRM-SUN-RUN-ID.
007657         MOVE PRM-SYS-DATE TO PRM-SUN-RUN-DATE.
007658         MOVE PRM-INPUT-RECORD TO PRM-SUN-TEXT.
007659         WRITE PRM-NOTICE-RECORD FROM PRM-SUN-RECORD-WS.
007660         ADD 1 TO PRM-NOTICE-COUNT.
007661 4900-EXIT.
007662         EXIT.
007663 
007664 8000-FINALIZE.
007665         WRITE PRM-REPORT-RECORD FROM PRM-RPT-BLANK-LINE.
007666         MOVE PRM-PRIME-COUNT TO PRM-RPT-TRL-PRIME-CNT.
007667         WRITE PRM-REPORT-RECORD FROM PRM-RPT-TRAILER-LINE-1.
007670         MOVE PRM-COMPOSITE-COUNT TO PRM-RPT-TRL-COMP-CNT.
007680         WRITE PRM-REPORT-RECORD FROM PRM-RPT-TRAILER-LINE-2.
007690         MOVE PRM-REJECT-COUNT TO PRM-RPT-TRL-REJECT-CNT.
007700         WRITE PRM-REPORT-RECORD FROM PRM-RPT-TRAILER-LINE-3.
007701         MOVE 1 TO PRM-SRC-IX.
007702         PERFORM 8050-WRITE-SOURCE-LINE THRU 8050-EXIT
007703             UNTIL PRM-SRC-IX > PRM-SOURCE-COUNT.
007704         IF PRM-SEGMENT-MODE-NO
007705             MOVE PRM-SUG-RANGE-COUNT TO PRM-RPT-SUG-RANGE-CNT
007706             WRITE PRM-REPORT-RECORD FROM PRM-RPT-SUG-RANGE-LINE
007707             MOVE PRM-SUG-UNVER-COUNT TO PRM-RPT-SUG-UNVER-CNT
007708             WRITE PRM-REPORT-RECORD FROM PRM-RPT-SUG-UNVER-LINE
007709         END-IF.
007710         MOVE ZERO TO PRM-CKPT-COUNT.
007720         MOVE ZERO TO PRM-CKPT-PRIME-CNT.
007730         MOVE ZERO TO PRM-CKPT-COMP-CNT.
007740         MOVE ZERO TO PRM-CKPT-REJECT-CNT.
007750         MOVE ZERO TO PRM-CKPT-PAGE-NO.
007760         MOVE ZERO TO PRM-CKPT-AUDIT-CNT.
007761         MOVE ZERO TO PRM-CKPT-SOURCE-COUNT.
007762         MOVE SPACES TO PRM-CKPT-SOURCE-TABLE.
007770         OPEN OUTPUT PRM-CHECKPOINT-FILE.
007780         WRITE PRM-CKPT-RECORD.
007790         CLOSE PRM-CHECKPOINT-FILE.
007810                 PRM-PRIME-COUNT + PRM-COMPOSITE-COUNT.
007820         MOVE PRM-PRIME-COUNT TO PRM-REL-TRL-PRIME-CNT.
007830         MOVE PRM-COMPOSITE-COUNT TO PRM-REL-TRL-COMP-CNT.
007831         MOVE 1 TO PRM-SRC-IX.
007832         PERFORM 8060-WRITE-RELEASE-SOURCE THRU 8060-EXIT
007833             UNTIL PRM-SRC-IX > PRM-SOURCE-COUNT.
007840         WRITE PRM-RELEASE-RECORD FROM PRM-REL-TRAILER.
007850         CLOSE PRM-RELEASE-FILE.
007860         CLOSE PRM-INPUT-FILE.
007900         PERFORM 8200-WRITE-CONTROL-TOTALS THRU 8200-EXIT.
007910         MOVE "C" TO PRM-VER-ACTION.
007920         CALL "PRMVERUP" USING PRM-VER-ACTION, PRM-CANDIDATE,
007921             PRM-VER-VERDICT-CODE, PRM-AUD-DATE,
007922             PRM-VER-RESULT, PRM-RUN-ID.
007923         IF PRM-VER-CONFLICT-COUNT > 0
007924             DISPLAY 'PRIMEBAT: ' PRM-VER-CONFLICT-COUNT
007925                 ' VERDICT CONFLICT(S) WRITTEN TO VERCONF'
007926                 ' FOR RUN ' PRM-RUN-ID
007927         END-IF.
007928         IF PRM-VER-ERROR-COUNT > 0
007929             DISPLAY 'PRIMEBAT: ' PRM-VER-ERROR-COUNT
007930                 ' VALUE(S) NOT POSTED TO VERMAST OR CONFLICT(S)'
007931                 ' NOT ON VERCONF - RELEASE HELD'
007932         END-IF.
007933         MOVE "C" TO PRM-AHX-ACTION.
007934         CALL "PRMAHXUP" USING PRM-AHX-ACTION, PRM-AUD-LINE,
007935             PRM-AHX-WORK-RECORD, PRM-AHX-RESULT.
007936         IF PRM-AHX-MISSED-COUNT > 0
007937             DISPLAY 'PRIMEBAT: ' PRM-AHX-MISSED-COUNT
007938                 ' AUDIT LINE(S) NOT ON AUDHIST - RUN PRMAHXRB'
007939         END-IF.
007940         CLOSE PRM-SUGGEST-FILE.
007941         IF PRM-SUGGEST-COUNT > 0
007942             DISPLAY 'PRIMEBAT: ' PRM-SUGGEST-COUNT
007943                 ' SUGGESTED REPLACEMENT(S) WRITTEN TO SUGFILE'
007944         END-IF.
007945         IF PRM-SUG-RANGE-COUNT > 0
007946             DISPLAY 'PRIMEBAT: ' PRM-SUG-RANGE-COUNT
007947                 ' SUGGESTION(S) OUT OF RANGE - NOT WRITTEN'
007948         END-IF.
007949         IF PRM-SUG-UNVER-COUNT > 0
007950             DISPLAY 'PRIMEBAT: ' PRM-SUG-UNVER-COUNT
007951                 ' SUGGESTION(S) NOT VERIFIED ON VERMAST - NOT'
007952                 ' WRITTEN'
007953         END-IF.
007954         CLOSE PRM-NOTICE-FILE.
007955         IF PRM-NOTICE-COUNT > 0
007956             DISPLAY 'PRIMEBAT: ' PRM-NOTICE-COUNT
007957                 ' SUSPENSE NOTICE(S) WRITTEN TO SUSNEW'
007958         END-IF.
007959*    PRMPSTUP leaves its own RETURN-CODE behind, so the run's code
007960*    is set once the posting log has been written.
007961         PERFORM 8400-LOG-MASTER-POST THRU 8400-EXIT.
007962         PERFORM 1950-SET-RETURN-CODE THRU 1950-EXIT.
007963         PERFORM 8300-WRITE-RUN-LOG THRU 8300-EXIT.
007964 8000-EXIT.
007965         EXIT.
007966
007967 8050-WRITE-SOURCE-LINE.
007968         MOVE PRM-SRC-CODE(PRM-SRC-IX) TO PRM-RPT-SRC-CODE.
007969         MOVE PRM-SRC-PRIME-CNT(PRM-SRC-IX)
007970             TO PRM-RPT-SRC-PRIME-CNT.
007971         MOVE PRM-SRC-COMP-CNT(PRM-SRC-IX)
007972             TO PRM-RPT-SRC-COMP-CNT.
007973         MOVE PRM-SRC-REJECT-CNT(PRM-SRC-IX)
007974             TO PRM-RPT-SRC-REJECT-CNT.
007975         WRITE PRM-REPORT-RECORD FROM PRM-RPT-SOURCE-LINE.
007976         ADD 1 TO PRM-SRC-IX.
007977 8050-EXIT.
007978         EXIT.
007979
007980 8060-WRITE-RELEASE-SOURCE.
007981         MOVE PRM-SRC-CODE(PRM-SRC-IX) TO PRM-REL-SRC-CODE.
007982         MOVE PRM-SRC-PRIME-CNT(PRM-SRC-IX)
007983             TO PRM-REL-SRC-PRIME-CNT.
007984         MOVE PRM-SRC-COMP-CNT(PRM-SRC-IX)
007985             TO PRM-REL-SRC-COMP-CNT.
007986         MOVE PRM-SRC-REJECT-CNT(PRM-SRC-IX)
007987             TO PRM-REL-SRC-REJECT-CNT.
007988         WRITE PRM-RELEASE-RECORD FROM PRM-REL-SOURCE.
007989         ADD 1 TO PRM-SRC-IX.
007990 8060-EXIT.
007991         EXIT.
007992
007993 8300-WRITE-RUN-LOG.
008000         ACCEPT PRM-END-DATE FROM DATE YYYYMMDD.
008010         ACCEPT PRM-END-TIME FROM TIME.
008020         MOVE "PRIMEBAT" TO PRM-RUN-PROGRAM.
008390 8300-EXIT.
008400         EXIT.
008410
008411*    A run the reject threshold stopped early has not posted the
008412*    whole worklist and is not logged, so its resubmission runs.
008413*    The fingerprint of a restarted run was taken when it first
008414*    started, so it is re-taken here from the whole worklist.
008415 8400-LOG-MASTER-POST.
008416         IF PRM-SEGMENT-MODE-YES OR PRM-REJECT-STOP-YES
008417             GO TO 8400-EXIT
008418         END-IF.
008419         IF PRM-RESTART-COUNT > 0
008420             MOVE ZERO TO PRM-WL-RECORDS
008421             MOVE ZERO TO PRM-WL-HASH-TOTAL
008422             SET PRM-WL-EOF-NO TO TRUE
008423             OPEN INPUT PRM-INPUT-FILE
008424             PERFORM 1625-FINGERPRINT-ONE-RECORD THRU 1625-EXIT
008425                 UNTIL PRM-WL-EOF-YES
008426             CLOSE PRM-INPUT-FILE
008427         END-IF.
008428         MOVE "VERMAST" TO PRM-PST-TARGET.
008429         MOVE PRM-RUN-ID TO PRM-PST-RUN-ID.
008430         MOVE "PRIMEBAT" TO PRM-PST-PROGRAM.
008431         MOVE PRM-WL-RECORDS TO PRM-PST-RECORDS.
008432         MOVE PRM-WL-HASH-TOTAL TO PRM-PST-HASH-TOTAL.
008433         MOVE "R" TO PRM-PST-ACTION.
008434         CALL "PRMPSTUP" USING PRM-PST-ACTION, PRM-PST-RECORD-WS,
008435             PRM-PST-RESULT.
008436         IF NOT PRM-PST-APPLIED
008437             DISPLAY 'PRIMEBAT: POSTING LOG NOT UPDATED FOR RUN '
008438                 PRM-RUN-ID ' - A RESUBMISSION WOULD RE-POST'
008439         END-IF.
008440 8400-EXIT.
008441         EXIT.
008442
008443 8100-COUNT-AUDIT-LINES.
008444         MOVE ZERO TO PRM-AUDIT-TOTAL-LINES.
008445         SET PRM-AUDIT-EOF-NO TO TRUE.
008450         OPEN INPUT PRM-AUDIT-FILE.
008460         IF PRM-AUDIT-STATUS = "00"
008470             PERFORM 8110-COUNT-ONE-LINE THRU 8110-EXIT
008820         MOVE PRM-PRIME-COUNT TO PRM-CTL-PRIME-CNT.
008830         MOVE PRM-COMPOSITE-COUNT TO PRM-CTL-COMP-CNT.
008831         MOVE PRM-RUN-ID TO PRM-CTL-RUN-ID.
008832         MOVE PRM-SOURCE-COUNT TO PRM-CTL-SOURCE-COUNT.
008833         MOVE 1 TO PRM-SRC-IX.
008834         PERFORM 8210-MOVE-ONE-SOURCE THRU 8210-EXIT
008835             UNTIL PRM-SRC-IX > PRM-SOURCE-MAX.
008840         OPEN OUTPUT PRM-CONTROL-FILE.
008850         WRITE PRM-CONTROL-RECORD FROM PRM-CTL-RECORD-WS.
008860         CLOSE PRM-CONTROL-FILE.
008870 8200-EXIT.
008871         EXIT.
008872
008873 8210-MOVE-ONE-SOURCE.
008874         IF PRM-SRC-IX > PRM-SOURCE-COUNT
008875             MOVE SPACES TO PRM-CTL-SRC-CODE(PRM-SRC-IX)
008876             MOVE ZERO TO PRM-CTL-SRC-PRIME(PRM-SRC-IX)
008877             MOVE ZERO TO PRM-CTL-SRC-COMP(PRM-SRC-IX)
008878             MOVE ZERO TO PRM-CTL-SRC-REJECT(PRM-SRC-IX)
008879         ELSE
008880             MOVE PRM-SRC-CODE(PRM-SRC-IX)
008881                 TO PRM-CTL-SRC-CODE(PRM-SRC-IX)
008882             MOVE PRM-SRC-PRIME-CNT(PRM-SRC-IX)
008883                 TO PRM-CTL-SRC-PRIME(PRM-SRC-IX)
008884             MOVE PRM-SRC-COMP-CNT(PRM-SRC-IX)
008885                 TO PRM-CTL-SRC-COMP(PRM-SRC-IX)
008886             MOVE PRM-SRC-REJECT-CNT(PRM-SRC-IX)
008887                 TO PRM-CTL-SRC-REJECT(PRM-SRC-IX)
008888         END-IF.
008889         ADD 1 TO PRM-SRC-IX.
008890 8210-EXIT.
008891         EXIT.
008892 
008900 1950-SET-RETURN-CODE.
008910         MOVE ZERO TO RETURN-CODE.
008920         IF PRM-COMPOSITE-COUNT > 0
008940         END-IF.
008950         IF PRM-REJECT-COUNT > 0
008960             MOVE 8 TO RETURN-CODE
008961         END-IF.
008962         IF PRM-VER-CONFLICT-COUNT > 0 OR PRM-VER-ERROR-COUNT > 0
008963             MOVE 12 TO RETURN-CODE
008970         END-IF.
008980         IF PRM-REJECT-STOP-YES
008990             MOVE 16 TO RETURN-CODE
