000397*                    control record, which stands for the night,
000398*                    so the PRMDIST factor match and a PRMINQ run
000399*                    inquiry see one id end to end.
000400*   10/15/2026  RT  2720-POST-MASTER passes the merged run id and
000401*                    a result code to PRMVERUP, so a merged
000402*                    result that disagrees with the verdict on
000403*                    the master is written to VERCONF as a
000404*                    verdict conflict the same as a PRIMEBAT
000405*                    post; the count is named on the console.
000406*   10/15/2026  RT  Before any output is opened the merge now
000407*                    fingerprints the segment release details
000408*                    (count and hash total of the values) and
000409*                    asks the posting log (PRMPSTUP) whether the
000410*                    last run posted to VERMAST was this same
000411*                    merge.  If so the job was re-submitted: the
000412*                    merge is refused with RC 2 ("already done")
000413*                    and a notice on RPTFILE, and nothing is
000414*                    posted or rewritten.  A clean merge logs its
000415*                    VERMAST post under the merged run id.
000416*   10/15/2026  RT  Each audit line copied onto the standing log
000417*                    is also indexed on the keyed audit-history
000418*                    file (AUDHIST) through the shared PRMAHXUP,
000419*                    under the merged run id; lines the index
000420*                    could not take are named on the console.
000421*   10/15/2026  RT  Audit line 139 to 157 (segments and the
000422*                    standing log) and history record 198 to 216
000423*                    for the operator id fields.
000424*   10/15/2026  RT  The consolidated run now appends its own
000425*                    run-summary record (program PRMMERGE, the
000426*                    merged run id, the night's totals) to the
000427*                    standing run log - the stream runs log to
000428*                    their segment run logs, so a parallel night
000429*                    left no record on RUNLOG to reconcile the
000430*                    month's checks against.
000431*   10/15/2026  RT  Per-source prime/composite/reject totals
000432*                    from the segment control records (PRMCTL 96
000433*                    to 308) are added up by source code and
000434*                    carried onto the consolidated report, the
000435*                    RELFILE "S" records and the CTLFILE record;
000436*                    the segment reports' own source lines are
000437*                    dropped with the other trailer lines.
000438*   10/15/2026  RT  RETURN-CODE 4 when a VERMAST post found a
000439*                    verdict conflict or answered "E" (master not
000440*                    updated, or a conflict VERCONF could not
000441*                    take), so STEP050 holds the release even when
000442*                    PRMVCRPT has nothing to list.  Not 12 - 12
000443*                    means the merge failed, and would skip the
000444*                    balance, the statistics and PRMVCRPT itself.
000445*   10/15/2026  RT  Now writes the planning desk's suggested-
000446*                    replacement file (SUGFILE, PRMSUG layout) on
000447*                    parallel nights - the streams write none in
000448*                    segment mode.  Each merged composite gets the
000449*                    nearest prime above it not on VERMAST, found
000450*                    as PRIMEBAT finds it: PRIMENXT over the
000451*                    proved PRIMES table, then a PRMVERUP look-up.
000452*                    Out-of-range and unverified suggestions are
000453*                    not written and are counted on the trailer.
000454*****************************************************************
000455 IDENTIFICATION DIVISION.
000456 PROGRAM-ID. PRMMERGE.
000457 AUTHOR. RAYANE TOKO.
000458 INSTALLATION. SHOP DATA PROCESSING.
000459 DATE-WRITTEN. 08/22/2026.
000460 DATE-COMPILED.
000470
000480 ENVIRONMENT DIVISION.
001360         ORGANIZATION IS LINE SEQUENTIAL
001370         FILE STATUS IS PRM-CONTROL-STATUS.
001380
001381     SELECT PRM-RUNLOG-FILE ASSIGN TO "RUNLOG"
001382         ORGANIZATION IS LINE SEQUENTIAL
001383         FILE STATUS IS PRM-RUNLOG-STATUS.
001384
001385     SELECT OPTIONAL PRM-PRIME-FILE ASSIGN TO "PRIMES"
001386         ORGANIZATION IS LINE SEQUENTIAL
001387         FILE STATUS IS PRM-PRIME-STATUS.
001388
001389     SELECT PRM-SUGGEST-FILE ASSIGN TO "SUGFILE"
001390         ORGANIZATION IS LINE SEQUENTIAL
001391         FILE STATUS IS PRM-SUGGEST-STATUS.
001392
001393 DATA DIVISION.
001400 FILE SECTION.
001410 FD  PRM-PARM-FILE.
001420 01  PRM-PARM-RECORD             PIC X(02).
001540 01  PRM-SEG4-RPT-RECORD         PIC X(80).
001550
001560 FD  PRM-SEG1-AUD-FILE.
001561 01  PRM-SEG1-AUD-RECORD         PIC X(157).
001580
001590 FD  PRM-SEG2-AUD-FILE.
001591 01  PRM-SEG2-AUD-RECORD         PIC X(157).
001610
001620 FD  PRM-SEG3-AUD-FILE.
001621 01  PRM-SEG3-AUD-RECORD         PIC X(157).
001640
001650 FD  PRM-SEG4-AUD-FILE.
001651 01  PRM-SEG4-AUD-RECORD         PIC X(157).
001670
001680 FD  PRM-SEG1-CTL-FILE.
001681 01  PRM-SEG1-CTL-RECORD         PIC X(308).
001700
001710 FD  PRM-SEG2-CTL-FILE.
001711 01  PRM-SEG2-CTL-RECORD         PIC X(308).
001730
001740 FD  PRM-SEG3-CTL-FILE.
001741 01  PRM-SEG3-CTL-RECORD         PIC X(308).
001760
001770 FD  PRM-SEG4-CTL-FILE.
001771 01  PRM-SEG4-CTL-RECORD         PIC X(308).
001790
001800 FD  PRM-SEG1-REL-FILE.
001810 01  PRM-SEG1-REL-RECORD         PIC X(47).
001930 01  PRM-REPORT-RECORD           PIC X(80).
001940
001950 FD  PRM-AUDIT-FILE.
001951 01  PRM-AUDIT-RECORD            PIC X(157).
001970
001980 FD  PRM-RELEASE-FILE.
001990 01  PRM-RELEASE-RECORD          PIC X(47).
002000
002010 FD  PRM-CONTROL-FILE.
002011 01  PRM-CONTROL-RECORD          PIC X(308).
002012
002013 FD  PRM-RUNLOG-FILE.
002014 01  PRM-RUNLOG-RECORD           PIC X(109).
002015
002016 FD  PRM-PRIME-FILE.
002017 01  PRM-PRIME-RECORD            PIC X(21).
002018
002019 FD  PRM-SUGGEST-FILE.
002020 01  PRM-SUGGEST-RECORD          PIC X(30).
002030
002040 WORKING-STORAGE SECTION.
002050     COPY PRMRPT.
002060     COPY PRMCTL.
002070     COPY PRMREL.
002071     COPY PRMAUD.
002072     COPY PRMPST.
002073     COPY PRMRUN.
002074     COPY PRMPRI.
002075     COPY PRMSUG.
002080
002090 01  PRM-FILE-STATUSES.
002100     05  PRM-PARM-STATUS         PIC X(02) VALUE "00".
002160     05  PRM-AUDIT-STATUS        PIC X(02) VALUE "00".
002170     05  PRM-RELEASE-STATUS      PIC X(02) VALUE "00".
002180     05  PRM-CONTROL-STATUS      PIC X(02) VALUE "00".
002181     05  PRM-RUNLOG-STATUS       PIC X(02) VALUE "00".
002182     05  PRM-PRIME-STATUS        PIC X(02) VALUE "00".
002183     05  PRM-SUGGEST-STATUS      PIC X(02) VALUE "00".
002190
002200 01  PRM-SWITCHES.
002210     05  PRM-SEG-EOF-SWITCH      PIC X(01) VALUE "N".
002350 01  PRM-RUN-DATE-TIME.
002360     05  PRM-SYS-DATE            PIC 9(08).
002370     05  PRM-SYS-TIME            PIC 9(08).
002371     05  PRM-END-DATE            PIC 9(08).
002372     05  PRM-END-TIME            PIC 9(08).
002380
002390 01  PRM-SEGMENT-COUNT           PIC 9(2) COMP VALUE ZERO.
002400 01  PRM-CURRENT-SEGMENT         PIC 9(2) COMP VALUE ZERO.
002401 01  PRM-WORK-LINE               PIC X(157) VALUE SPACES.
002420 01  PRM-AUDIT-TOTAL-LINES       PIC 9(9) COMP VALUE ZERO.
002430
002440 01  PRM-VER-ACTION              PIC X(01) VALUE "U".
002450 01  PRM-VER-VERDICT-CODE        PIC X(01) VALUE SPACE.
002460 01  PRM-VER-CANDIDATE           PIC S9(6) VALUE ZERO.
002470 01  PRM-VER-CHECK-DATE          PIC X(10) VALUE SPACES.
002471 01  PRM-VER-RESULT              PIC X(01) VALUE SPACE.
002472     88  PRM-VER-CONFLICT                  VALUE "K".
002473     88  PRM-VER-ON-MASTER                 VALUE "A".
002474     88  PRM-VER-ERROR                     VALUE "E".
002475 01  PRM-VER-CONFLICT-COUNT      PIC 9(9) COMP VALUE ZERO.
002476 01  PRM-VER-ERROR-COUNT         PIC 9(9) COMP VALUE ZERO.
002477
002478 01  PRM-PREV-PRIME              PIC 9(6) VALUE ZERO.
002479 01  PRM-NEXT-PRIME              PIC 9(7) VALUE ZERO.
002480 01  PRM-NEAREST-TEXT            PIC X(75) VALUE SPACES.
002481
002482 01  PRM-SUGGEST-CONTROL.
002483     05  PRM-SUG-CANDIDATE       PIC S9(6) VALUE ZERO.
002484     05  PRM-SUGGEST-COUNT       PIC 9(9) COMP VALUE ZERO.
002485     05  PRM-SUG-SETTLED-SW      PIC X(01) VALUE "N".
002486         88  PRM-SUG-SETTLED-YES            VALUE "Y".
002487         88  PRM-SUG-SETTLED-NO             VALUE "N".
002488     05  PRM-SUG-OUTCOME-SW      PIC X(01) VALUE "U".
002489         88  PRM-SUG-USABLE                 VALUE "U".
002490         88  PRM-SUG-OUT-OF-RANGE           VALUE "R".
002491         88  PRM-SUG-NOT-VERIFIED           VALUE "E".
002492     05  PRM-SUG-RANGE-COUNT     PIC 9(9) COMP VALUE ZERO.
002493     05  PRM-SUG-UNVER-COUNT     PIC 9(9) COMP VALUE ZERO.
002494
002495 01  PRM-PARMS-FOUND-SW          PIC X(01) VALUE "N".
002500     88  PRM-PARMS-FOUND-YES               VALUE "Y".
002510 01  PRM-SAVED-PARMS-LINE        PIC X(80) VALUE SPACES.
002511 01  PRM-MERGED-RUN-ID           PIC 9(06) VALUE ZERO.
002512
002513 01  PRM-MERGE-FINGERPRINT.
002514     05  PRM-FP-RECORDS          PIC 9(09) VALUE ZERO.
002515     05  PRM-FP-HASH-TOTAL       PIC 9(15) VALUE ZERO.
002516 01  PRM-PST-ACTION              PIC X(01) VALUE "F".
002517 01  PRM-PST-RESULT              PIC X(01) VALUE SPACE.
002518     88  PRM-PST-APPLIED                   VALUE "A".
002519 01  PRM-REFUSAL-TEXT            PIC X(75) VALUE SPACES.
002520
002521 01  PRM-AHX-ACTION              PIC X(01) VALUE "A".
002522 01  PRM-AHX-RESULT              PIC X(01) VALUE SPACE.
002523     88  PRM-AHX-INDEXED                   VALUE "A".
002524 01  PRM-AHX-WORK-RECORD         PIC X(216) VALUE SPACES.
002525 01  PRM-AHX-MISSED-COUNT        PIC 9(9) COMP VALUE ZERO.
002526
002530 01  PRM-MERGE-TOTALS.
002540     05  PRM-SUM-READ            PIC 9(9) COMP VALUE ZERO.
002550     05  PRM-SUM-CHECKED         PIC 9(9) COMP VALUE ZERO.
002570     05  PRM-SUM-AUDIT-WRITTEN   PIC 9(9) COMP VALUE ZERO.
002580     05  PRM-SUM-PRIME           PIC 9(9) COMP VALUE ZERO.
002590     05  PRM-SUM-COMPOSITE       PIC 9(9) COMP VALUE ZERO.
002591
002592*    The night's totals per source extract, added up by source
002593*    code across the segments.  Once the table is full any
002594*    further source is added into the last slot as "*OTH".
002595 01  PRM-SOURCE-CONTROL.
002596     05  PRM-SOURCE-COUNT        PIC 9(2) COMP VALUE ZERO.
002597     05  PRM-SOURCE-MAX          PIC 9(2) COMP VALUE 6.
002598     05  PRM-SRC-IX              PIC 9(2) COMP VALUE ZERO.
002599     05  PRM-SEG-SRC-IX          PIC 9(2) COMP VALUE ZERO.
002600 01  PRM-SOURCE-TABLE.
002601     05  PRM-SOURCE-ENTRY        OCCURS 6 TIMES.
002602         10  PRM-SRC-CODE        PIC X(04).
002603         10  PRM-SRC-PRIME-CNT   PIC 9(9) COMP.
002604         10  PRM-SRC-COMP-CNT    PIC 9(9) COMP.
002605         10  PRM-SRC-REJECT-CNT  PIC 9(9) COMP.
002606
002607 01  PRM-PRIME-TABLE-CONTROL.
002608     05  PRM-PRIME-TBL-COUNT     PIC 9(6) COMP VALUE ZERO.
002609     05  PRM-PRIME-EOF-SWITCH    PIC X(01) VALUE "N".
002610         88  PRM-PRIME-EOF-YES              VALUE "Y".
002611         88  PRM-PRIME-EOF-NO               VALUE "N".
002612     05  PRM-PRIME-FILE-BAD-SW   PIC X(01) VALUE "N".
002613         88  PRM-PRIME-FILE-BAD             VALUE "Y".
002614     05  PRM-PRIME-TRL-SEEN-SW   PIC X(01) VALUE "N".
002615         88  PRM-PRIME-TRL-SEEN             VALUE "Y".
002616     05  PRM-PRIME-PREV-VALUE    PIC 9(6) COMP VALUE ZERO.
002617
002618 01  PRM-PRIME-TABLE.
002619     05  PRM-PRIME-ENTRY
002620         OCCURS 1 TO 78498 TIMES
002621             DEPENDING ON PRM-PRIME-TBL-COUNT
002622         ASCENDING KEY IS PRM-PRIME-TBL-VALUE
002623         INDEXED BY PRM-PRIME-IDX.
002624         10  PRM-PRIME-TBL-VALUE PIC 9(6) COMP.
002625
002626 PROCEDURE DIVISION.
002627 0000-MAINLINE.
002630         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640         PERFORM 2000-MERGE-ONE-SEGMENT THRU 2000-EXIT
002650             VARYING PRM-CURRENT-SEGMENT FROM 1 BY 1
002890         END-IF.
002900         ACCEPT PRM-SYS-DATE FROM DATE YYYYMMDD.
002910         ACCEPT PRM-SYS-TIME FROM TIME.
002911         PERFORM 1070-FETCH-RUN-ID THRU 1070-EXIT.
002912         PERFORM 1080-CHECK-ALREADY-POSTED THRU 1080-EXIT.
002920         OPEN OUTPUT PRM-REPORT-FILE.
002930         OPEN EXTEND PRM-AUDIT-FILE.
002940         IF PRM-AUDIT-STATUS = "05" OR PRM-AUDIT-STATUS = "35"
002950             OPEN OUTPUT PRM-AUDIT-FILE
002960         END-IF.
002970         OPEN OUTPUT PRM-RELEASE-FILE.
002971         OPEN OUTPUT PRM-SUGGEST-FILE.
002972         PERFORM 1800-LOAD-PRIME-TABLE THRU 1800-EXIT.
002980         MOVE PRM-SYS-DATE(5:2) TO PRM-VER-CHECK-DATE(1:2).
002990         MOVE "/" TO PRM-VER-CHECK-DATE(3:1).
003000         MOVE PRM-SYS-DATE(7:2) TO PRM-VER-CHECK-DATE(4:2).
003010         MOVE "/" TO PRM-VER-CHECK-DATE(6:1).
003020         MOVE PRM-SYS-DATE(1:4) TO PRM-VER-CHECK-DATE(7:4).
003030         PERFORM 1050-FETCH-PARMS-LINE THRU 1050-EXIT.
003040         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
003050         MOVE PRM-SYS-DATE TO PRM-REL-HDR-RUN-DATE.
003060         MOVE PRM-SYS-TIME(1:6) TO PRM-REL-HDR-RUN-TIME.
003688 1070-EXIT.
003689         EXIT.
003690
003691*    A missing segment release file is left for the merge proper
003692*    to report; the fingerprint is taken from what is there.
003693 1080-CHECK-ALREADY-POSTED.
003694         MOVE ZERO TO PRM-FP-RECORDS.
003695         MOVE ZERO TO PRM-FP-HASH-TOTAL.
003696         PERFORM 1085-FINGERPRINT-SEGMENT THRU 1085-EXIT
003697             VARYING PRM-CURRENT-SEGMENT FROM 1 BY 1
003698             UNTIL PRM-CURRENT-SEGMENT > PRM-SEGMENT-COUNT.
003699         IF PRM-FP-RECORDS = 0
003700             GO TO 1080-EXIT
003701         END-IF.
003702         MOVE "VERMAST" TO PRM-PST-TARGET.
003703         MOVE ZERO TO PRM-PST-RUN-ID.
003704         MOVE PRM-FP-RECORDS TO PRM-PST-RECORDS.
003705         MOVE PRM-FP-HASH-TOTAL TO PRM-PST-HASH-TOTAL.
003706         MOVE "F" TO PRM-PST-ACTION.
003707         CALL "PRMPSTUP" USING PRM-PST-ACTION, PRM-PST-RECORD-WS,
003708             PRM-PST-RESULT.
003709         IF PRM-PST-APPLIED
003710             PERFORM 1090-REFUSE-RESUBMISSION THRU 1090-EXIT
003711         END-IF.
003712 1080-EXIT.
003713         EXIT.
003714
003715 1085-FINGERPRINT-SEGMENT.
003716         SET PRM-SEG-EOF-NO TO TRUE.
003717         MOVE "00" TO PRM-SEG-REL-STATUS.
003718         EVALUATE PRM-CURRENT-SEGMENT
003719             WHEN 1
003720                 OPEN INPUT PRM-SEG1-REL-FILE
003721             WHEN 2
003722                 OPEN INPUT PRM-SEG2-REL-FILE
003723             WHEN 3
003724                 OPEN INPUT PRM-SEG3-REL-FILE
003725             WHEN 4
003726                 OPEN INPUT PRM-SEG4-REL-FILE
003727         END-EVALUATE.
003728         IF PRM-SEG-REL-STATUS NOT = "00"
003729             GO TO 1085-EXIT
003730         END-IF.
003731         PERFORM 1086-FINGERPRINT-ONE-DETAIL THRU 1086-EXIT
003732             UNTIL PRM-SEG-EOF-YES.
003733         EVALUATE PRM-CURRENT-SEGMENT
003734             WHEN 1
003735                 CLOSE PRM-SEG1-REL-FILE
003736             WHEN 2
003737                 CLOSE PRM-SEG2-REL-FILE
003738             WHEN 3
003739                 CLOSE PRM-SEG3-REL-FILE
003740             WHEN 4
003741                 CLOSE PRM-SEG4-REL-FILE
003742         END-EVALUATE.
003743 1085-EXIT.
003744         EXIT.
003745
003746 1086-FINGERPRINT-ONE-DETAIL.
003747         MOVE SPACES TO PRM-WORK-LINE.
003748         EVALUATE PRM-CURRENT-SEGMENT
003749             WHEN 1
003750                 READ PRM-SEG1-REL-FILE
003751                     AT END
003752                         SET PRM-SEG-EOF-YES TO TRUE
003753                     NOT AT END
003754                         MOVE PRM-SEG1-REL-RECORD
003755                             TO PRM-WORK-LINE(1:47)
003756                 END-READ
003757             WHEN 2
003758                 READ PRM-SEG2-REL-FILE
003759                     AT END
003760                         SET PRM-SEG-EOF-YES TO TRUE
003761                     NOT AT END
003762                         MOVE PRM-SEG2-REL-RECORD
003763                             TO PRM-WORK-LINE(1:47)
003764                 END-READ
003765             WHEN 3
003766                 READ PRM-SEG3-REL-FILE
003767                     AT END
003768                         SET PRM-SEG-EOF-YES TO TRUE
003769                     NOT AT END
003770                         MOVE PRM-SEG3-REL-RECORD
003771                             TO PRM-WORK-LINE(1:47)
003772                 END-READ
003773             WHEN 4
003774                 READ PRM-SEG4-REL-FILE
003775                     AT END
003776                         SET PRM-SEG-EOF-YES TO TRUE
003777                     NOT AT END
003778                         MOVE PRM-SEG4-REL-RECORD
003779                             TO PRM-WORK-LINE(1:47)
003780                 END-READ
003781         END-EVALUATE.
003782         IF PRM-SEG-EOF-YES OR PRM-WORK-LINE(1:1) NOT = "D"
003783             GO TO 1086-EXIT
003784         END-IF.
003785         MOVE PRM-WORK-LINE(1:47) TO PRM-REL-DETAIL.
003786         IF PRM-REL-DET-VALUE IS NUMERIC
003787             ADD 1 TO PRM-FP-RECORDS
003788             ADD PRM-REL-DET-VALUE TO PRM-FP-HASH-TOTAL
003789         END-IF.
003790 1086-EXIT.
003791         EXIT.
003792
003793*    The earlier merge's consolidated files are left exactly as
003794*    it wrote them; the notice is added to the end of its report.
003795 1090-REFUSE-RESUBMISSION.
003796         OPEN EXTEND PRM-REPORT-FILE.
003797         IF PRM-REPORT-STATUS = "05" OR PRM-REPORT-STATUS = "35"
003798             OPEN OUTPUT PRM-REPORT-FILE
003799         END-IF.
003800         PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT.
003801         MOVE SPACES TO PRM-REFUSAL-TEXT.
003802         STRING "SEGMENTS ALREADY MERGED AS RUN " PRM-PST-RUN-ID
003803                " ON " PRM-PST-POST-DATE
003804                " - RESUBMISSION REFUSED"
003805             DELIMITED BY SIZE INTO PRM-REFUSAL-TEXT.
003806         MOVE PRM-REFUSAL-TEXT TO PRM-RPT-NOTICE-TEXT.
003807         WRITE PRM-REPORT-RECORD FROM PRM-RPT-BLANK-LINE.
003808         WRITE PRM-REPORT-RECORD FROM PRM-RPT-NOTICE-LINE.
003809         CLOSE PRM-REPORT-FILE.
003810         DISPLAY 'PRMMERGE: ' PRM-REFUSAL-TEXT.
003811         MOVE 2 TO RETURN-CODE.
003812         STOP RUN.
003813 1090-EXIT.
003814         EXIT.
003815
003816 1200-CHECK-PAGE-BREAK.
003817         IF PRM-LINE-COUNT >= PRM-MAX-LINES-PER-PAGE
003818             PERFORM 1100-WRITE-PAGE-TOP THRU 1100-EXIT
003819         END-IF.
003820 1200-EXIT.
003821         EXIT.
003822
003823*    The PRIMES reference table is loaded and proved exactly as
003824*    PRIMEBAT loads it.  A table that is missing, unstamped or
003825*    does not prove out is left empty and PRIMENXT finds the
003826*    suggested primes by division instead.
003827 1800-LOAD-PRIME-TABLE.
003828         MOVE ZERO TO PRM-PRIME-TBL-COUNT.
003829         MOVE ZERO TO PRM-PRIME-PREV-VALUE.
003830         MOVE "N" TO PRM-PRIME-FILE-BAD-SW.
003831         MOVE "N" TO PRM-PRIME-TRL-SEEN-SW.
003832         SET PRM-PRIME-EOF-NO TO TRUE.
003833         OPEN INPUT PRM-PRIME-FILE.
003834         IF PRM-PRIME-STATUS NOT = "00"
003835             GO TO 1800-EXIT
003836         END-IF.
003837         READ PRM-PRIME-FILE
003838             AT END
003839                 SET PRM-PRIME-EOF-YES TO TRUE
003840         END-READ.
003841         IF PRM-PRIME-EOF-YES
003842             CLOSE PRM-PRIME-FILE
003843             GO TO 1800-EXIT
003844         END-IF.
003845         IF PRM-PRIME-RECORD(1:1) NOT = "H"
003846             DISPLAY 'PRMMERGE: PRIMES FILE IS UNSTAMPED - NOT '
003847                 'LOADED, PRIMENXT SEARCHES BY DIVISION'
003848             MOVE ZERO TO PRM-PRIME-TBL-COUNT
003849             CLOSE PRM-PRIME-FILE
003850             GO TO 1800-EXIT
003851         END-IF.
003852         PERFORM 1810-LOAD-ONE-PRIME THRU 1810-EXIT
003853             UNTIL PRM-PRIME-EOF-YES OR PRM-PRIME-FILE-BAD.
003854         CLOSE PRM-PRIME-FILE.
003855         PERFORM 1820-PROVE-PRIME-FILE THRU 1820-EXIT.
003856         IF PRM-PRIME-FILE-BAD
003857             MOVE ZERO TO PRM-PRIME-TBL-COUNT
003858             DISPLAY 'PRMMERGE: PRIMES FILE DID NOT PROVE OUT - '
003859                 'NOT LOADED, PRIMENXT SEARCHES BY DIVISION'
003860             GO TO 1800-EXIT
003861         END-IF.
003862         IF PRM-PRIME-TBL-COUNT > 0
003863             DISPLAY 'PRMMERGE: PRIMES REFERENCE TABLE LOADED: '
003864                 PRM-PRIME-TBL-COUNT ' ENTRIES'
003865         END-IF.
003866 1800-EXIT.
003867         EXIT.
003868
003869 1810-LOAD-ONE-PRIME.
003870         READ PRM-PRIME-FILE
003871             AT END
003872                 SET PRM-PRIME-EOF-YES TO TRUE
003873         END-READ.
003874         IF PRM-PRIME-EOF-YES
003875             GO TO 1810-EXIT
003876         END-IF.
003877         EVALUATE PRM-PRIME-RECORD(1:1)
003878             WHEN "D"
003879                 PERFORM 1815-LOAD-ONE-DETAIL THRU 1815-EXIT
003880             WHEN "T"
003881                 MOVE PRM-PRIME-RECORD TO PRM-PRI-TRAILER
003882                 SET PRM-PRIME-TRL-SEEN TO TRUE
003883             WHEN OTHER
003884                 SET PRM-PRIME-FILE-BAD TO TRUE
003885                 DISPLAY 'PRMMERGE: PRIMES RECORD TYPE UNKNOWN: '
003886                     PRM-PRIME-RECORD(1:1)
003887         END-EVALUATE.
003888 1810-EXIT.
003889         EXIT.
003890
003891 1815-LOAD-ONE-DETAIL.
003892         MOVE PRM-PRIME-RECORD TO PRM-PRI-DETAIL.
003893         IF PRM-PRI-DET-VALUE IS NOT NUMERIC
003894             SET PRM-PRIME-FILE-BAD TO TRUE
003895             DISPLAY 'PRMMERGE: PRIMES DETAIL IS NOT NUMERIC'
003896             GO TO 1815-EXIT
003897         END-IF.
003898         IF PRM-PRI-DET-VALUE <= PRM-PRIME-PREV-VALUE
003899             SET PRM-PRIME-FILE-BAD TO TRUE
003900             DISPLAY 'PRMMERGE: PRIMES ENTRIES NOT ASCENDING AT '
003901                 PRM-PRI-DET-VALUE
003902             GO TO 1815-EXIT
003903         END-IF.
003904         IF PRM-PRIME-TBL-COUNT >= 78498
003905             SET PRM-PRIME-FILE-BAD TO TRUE
003906             DISPLAY 'PRMMERGE: PRIMES FILE OVERFILLS THE TABLE'
003907             GO TO 1815-EXIT
003908         END-IF.
003909         ADD 1 TO PRM-PRIME-TBL-COUNT.
003910         MOVE PRM-PRI-DET-VALUE
003911             TO PRM-PRIME-TBL-VALUE(PRM-PRIME-TBL-COUNT).
003912         MOVE PRM-PRI-DET-VALUE TO PRM-PRIME-PREV-VALUE.
003913 1815-EXIT.
003914         EXIT.
003915
003916 1820-PROVE-PRIME-FILE.
003917         IF PRM-PRIME-FILE-BAD
003918             GO TO 1820-EXIT
003919         END-IF.
003920         IF NOT PRM-PRIME-TRL-SEEN
003921             SET PRM-PRIME-FILE-BAD TO TRUE
003922             DISPLAY 'PRMMERGE: PRIMES TRAILER MISSING'
003923             GO TO 1820-EXIT
003924         END-IF.
003925         IF PRM-PRI-TRL-COUNT IS NOT NUMERIC OR
003926                 PRM-PRI-TRL-HIGHEST IS NOT NUMERIC
003927             SET PRM-PRIME-FILE-BAD TO TRUE
003928             DISPLAY 'PRMMERGE: PRIMES TRAILER IS NOT NUMERIC'
003929             GO TO 1820-EXIT
003930         END-IF.
003931         IF PRM-PRI-TRL-COUNT NOT = PRM-PRIME-TBL-COUNT
003932             SET PRM-PRIME-FILE-BAD TO TRUE
003933             DISPLAY 'PRMMERGE: PRIMES ENTRY COUNT DISAGREES '
003934                 'WITH TRAILER'
003935             GO TO 1820-EXIT
003936         END-IF.
003937         IF PRM-PRIME-TBL-COUNT > 0 AND
003938                 PRM-PRI-TRL-HIGHEST NOT =
003939                 PRM-PRIME-TBL-VALUE(PRM-PRIME-TBL-COUNT)
003940             SET PRM-PRIME-FILE-BAD TO TRUE
003941             DISPLAY 'PRMMERGE: PRIMES HIGHEST PRIME DISAGREES '
003942                 'WITH TRAILER'
003943         END-IF.
003944 1820-EXIT.
003945         EXIT.
003946
003947 2000-MERGE-ONE-SEGMENT.
003948         PERFORM 2100-COPY-SEGMENT-REPORT THRU 2100-EXIT.
003949         PERFORM 2300-COPY-SEGMENT-AUDIT THRU 2300-EXIT.
003950         PERFORM 2500-ADD-SEGMENT-CONTROL THRU 2500-EXIT.
003951         PERFORM 2700-COPY-SEGMENT-RELEASE THRU 2700-EXIT.
003952 2000-EXIT.
003953         EXIT.
003954
003955 2100-COPY-SEGMENT-REPORT.
003956         SET PRM-SEG-EOF-NO TO TRUE.
003957         MOVE "00" TO PRM-SEG-RPT-STATUS.
003958         EVALUATE PRM-CURRENT-SEGMENT
003959             WHEN 1
003960                 OPEN INPUT PRM-SEG1-RPT-FILE
003961             WHEN 2
003962                 OPEN INPUT PRM-SEG2-RPT-FILE
003963             WHEN 3
003964                 OPEN INPUT PRM-SEG3-RPT-FILE
003965             WHEN 4
003966                 OPEN INPUT PRM-SEG4-RPT-FILE
003967         END-EVALUATE.
003970         IF PRM-SEG-RPT-STATUS NOT = "00"
003980             DISPLAY 'PRMMERGE: SEGMENT REPORT '
003990                 PRM-CURRENT-SEGMENT ' NOT AVAILABLE - STATUS '
004620                 PRM-WORK-LINE(6:6) = "DATE: " OR
004630                 PRM-WORK-LINE(6:6) = "PARMS " OR
004640                 PRM-WORK-LINE(6:6) = "VALUE " OR
004641                 PRM-WORK-LINE(6:6) = "TOTAL " OR
004642                 PRM-WORK-LINE(6:7) = "SOURCE "
004660             GO TO 2110-EXIT
004670         END-IF.
004680         IF PRM-WORK-LINE(23:12) = "PRIME NUMBER"
005480         IF PRM-SEG-EOF-YES
005490             GO TO 2310-EXIT
005500         END-IF.
005501         MOVE PRM-WORK-LINE(1:157) TO PRM-AUD-LINE.
005502         MOVE PRM-MERGED-RUN-ID TO PRM-AUD-RUN-ID.
005510         WRITE PRM-AUDIT-RECORD FROM PRM-AUD-LINE.
005511         MOVE "A" TO PRM-AHX-ACTION.
005512         CALL "PRMAHXUP" USING PRM-AHX-ACTION, PRM-AUD-LINE,
005513             PRM-AHX-WORK-RECORD, PRM-AHX-RESULT.
005514         IF NOT PRM-AHX-INDEXED
005515             ADD 1 TO PRM-AHX-MISSED-COUNT
005516         END-IF.
005520 2310-EXIT.
005530         EXIT.
005540
005590         MOVE ZERO TO PRM-CTL-AUDIT-WRITTEN.
005600         MOVE ZERO TO PRM-CTL-PRIME-CNT.
005610         MOVE ZERO TO PRM-CTL-COMP-CNT.
005611         MOVE ZERO TO PRM-CTL-SOURCE-COUNT.
005620         MOVE "00" TO PRM-SEG-CTL-STATUS.
005630         EVALUATE PRM-CURRENT-SEGMENT
005640             WHEN 1
006130         ADD PRM-CTL-AUDIT-WRITTEN TO PRM-SUM-AUDIT-WRITTEN.
006140         ADD PRM-CTL-PRIME-CNT TO PRM-SUM-PRIME.
006150         ADD PRM-CTL-COMP-CNT TO PRM-SUM-COMPOSITE.
006151         IF PRM-CTL-SOURCE-COUNT IS NOT NUMERIC
006152             GO TO 2500-EXIT
006153         END-IF.
006154         MOVE 1 TO PRM-SEG-SRC-IX.
006155         PERFORM 2510-ADD-ONE-SOURCE THRU 2510-EXIT
006156             UNTIL PRM-SEG-SRC-IX > PRM-CTL-SOURCE-COUNT
006157                OR PRM-SEG-SRC-IX > PRM-SOURCE-MAX.
006160 2500-EXIT.
006161         EXIT.
006162
006163 2510-ADD-ONE-SOURCE.
006164         MOVE 1 TO PRM-SRC-IX.
006165 2510-LOOP.
006166         IF PRM-SRC-IX > PRM-SOURCE-COUNT
006167             GO TO 2510-NEW
006168         END-IF.
006169         IF PRM-SRC-CODE(PRM-SRC-IX) =
006170                 PRM-CTL-SRC-CODE(PRM-SEG-SRC-IX)
006171             GO TO 2510-ADD
006172         END-IF.
006173         ADD 1 TO PRM-SRC-IX.
006174         GO TO 2510-LOOP.
006175 2510-NEW.
006176         IF PRM-SOURCE-COUNT >= PRM-SOURCE-MAX
006177             MOVE PRM-SOURCE-MAX TO PRM-SRC-IX
006178             MOVE "*OTH" TO PRM-SRC-CODE(PRM-SRC-IX)
006179             GO TO 2510-ADD
006180         END-IF.
006181         ADD 1 TO PRM-SOURCE-COUNT.
006182         MOVE PRM-SOURCE-COUNT TO PRM-SRC-IX.
006183         MOVE PRM-CTL-SRC-CODE(PRM-SEG-SRC-IX)
006184             TO PRM-SRC-CODE(PRM-SRC-IX).
006185         MOVE ZERO TO PRM-SRC-PRIME-CNT(PRM-SRC-IX).
006186         MOVE ZERO TO PRM-SRC-COMP-CNT(PRM-SRC-IX).
006187         MOVE ZERO TO PRM-SRC-REJECT-CNT(PRM-SRC-IX).
006188 2510-ADD.
006189         ADD PRM-CTL-SRC-PRIME(PRM-SEG-SRC-IX)
006190             TO PRM-SRC-PRIME-CNT(PRM-SRC-IX).
006191         ADD PRM-CTL-SRC-COMP(PRM-SEG-SRC-IX)
006192             TO PRM-SRC-COMP-CNT(PRM-SRC-IX).
006193         ADD PRM-CTL-SRC-REJECT(PRM-SEG-SRC-IX)
006194             TO PRM-SRC-REJECT-CNT(PRM-SRC-IX).
006195         ADD 1 TO PRM-SEG-SRC-IX.
006196 2510-EXIT.
006197         EXIT.
006198
006199 2700-COPY-SEGMENT-RELEASE.
006200         SET PRM-SEG-EOF-NO TO TRUE.
006210         MOVE "00" TO PRM-SEG-REL-STATUS.
006220         EVALUATE PRM-CURRENT-SEGMENT
007070         MOVE PRM-REL-DET-VERDICT TO PRM-VER-VERDICT-CODE.
007080         CALL "PRMVERUP" USING PRM-VER-ACTION,
007090             PRM-VER-CANDIDATE, PRM-VER-VERDICT-CODE,
007091             PRM-VER-CHECK-DATE, PRM-VER-RESULT,
007092             PRM-MERGED-RUN-ID.
007093         IF PRM-VER-CONFLICT
007094             ADD 1 TO PRM-VER-CONFLICT-COUNT
007095         END-IF.
007096         IF PRM-VER-ERROR
007097             ADD 1 TO PRM-VER-ERROR-COUNT
007098         END-IF.
007099         IF PRM-REL-DET-VERDICT = "C"
007100             PERFORM 2730-WRITE-SUGGESTION THRU 2730-EXIT
007101         END-IF.
007110 2720-EXIT.
007111         EXIT.
007112
007113*    Same rule as PRIMEBAT 4600: the nearest prime above the
007114*    composite, stepped on past any prime already on the master.
007115*    A prime past 999999 is no use as a worklist value, and one
007116*    the master could not be asked about may already be in use -
007117*    neither is suggested, both are counted for the trailer.
007118 2730-WRITE-SUGGESTION.
007119         CALL "PRIMENXT" USING PRM-VER-CANDIDATE,
007120             PRM-PRIME-TBL-COUNT, PRM-PRIME-TABLE,
007121             PRM-PREV-PRIME, PRM-NEXT-PRIME, PRM-NEAREST-TEXT.
007122         SET PRM-SUG-SETTLED-NO TO TRUE.
007123         SET PRM-SUG-USABLE TO TRUE.
007124         PERFORM 2740-CHECK-SUGGESTION THRU 2740-EXIT
007125             UNTIL PRM-SUG-SETTLED-YES.
007126         IF PRM-SUG-OUT-OF-RANGE
007127             ADD 1 TO PRM-SUG-RANGE-COUNT
007128             GO TO 2730-EXIT
007129         END-IF.
007130         IF PRM-SUG-NOT-VERIFIED
007131             ADD 1 TO PRM-SUG-UNVER-COUNT
007132             GO TO 2730-EXIT
007133         END-IF.
007134         MOVE PRM-MERGED-RUN-ID TO PRM-SUG-RUN-ID.
007135         MOVE PRM-SYS-DATE TO PRM-SUG-RUN-DATE.
007136         MOVE PRM-VER-CANDIDATE TO PRM-SUG-VALUE.
007137         MOVE PRM-NEXT-PRIME TO PRM-SUG-PRIME.
007138         WRITE PRM-SUGGEST-RECORD FROM PRM-SUG-RECORD-WS.
007139         ADD 1 TO PRM-SUGGEST-COUNT.
007140 2730-EXIT.
007141         EXIT.
007142
007143 2740-CHECK-SUGGESTION.
007144         IF PRM-NEXT-PRIME > 999999
007145             SET PRM-SUG-OUT-OF-RANGE TO TRUE
007146             SET PRM-SUG-SETTLED-YES TO TRUE
007147             GO TO 2740-EXIT
007148         END-IF.
007149         MOVE PRM-NEXT-PRIME TO PRM-SUG-CANDIDATE.
007150         MOVE "L" TO PRM-VER-ACTION.
007151         CALL "PRMVERUP" USING PRM-VER-ACTION, PRM-SUG-CANDIDATE,
007152             PRM-VER-VERDICT-CODE, PRM-VER-CHECK-DATE,
007153             PRM-VER-RESULT, PRM-MERGED-RUN-ID.
007154         IF PRM-VER-ERROR
007155             SET PRM-SUG-NOT-VERIFIED TO TRUE
007156             SET PRM-SUG-SETTLED-YES TO TRUE
007157             GO TO 2740-EXIT
007158         END-IF.
007159         IF PRM-VER-ON-MASTER
007160             CALL "PRIMENXT" USING PRM-SUG-CANDIDATE,
007161                 PRM-PRIME-TBL-COUNT, PRM-PRIME-TABLE,
007162                 PRM-PREV-PRIME, PRM-NEXT-PRIME,
007163                 PRM-NEAREST-TEXT
007164         ELSE
007165             SET PRM-SUG-SETTLED-YES TO TRUE
007166         END-IF.
007167 2740-EXIT.
007168         EXIT.
007169
007170 8000-FINALIZE.
007171         WRITE PRM-REPORT-RECORD FROM PRM-RPT-BLANK-LINE.
007172         MOVE PRM-SUM-PRIME TO PRM-RPT-TRL-PRIME-CNT.
007173         WRITE PRM-REPORT-RECORD FROM PRM-RPT-TRAILER-LINE-1.
007180         MOVE PRM-SUM-COMPOSITE TO PRM-RPT-TRL-COMP-CNT.
007190         WRITE PRM-REPORT-RECORD FROM PRM-RPT-TRAILER-LINE-2.
007200         MOVE PRM-SUM-REJECTED TO PRM-RPT-TRL-REJECT-CNT.
007210         WRITE PRM-REPORT-RECORD FROM PRM-RPT-TRAILER-LINE-3.
007211         MOVE 1 TO PRM-SRC-IX.
007212         PERFORM 8050-WRITE-SOURCE-LINE THRU 8050-EXIT
007213             UNTIL PRM-SRC-IX > PRM-SOURCE-COUNT.
007214         MOVE PRM-SUG-RANGE-COUNT TO PRM-RPT-SUG-RANGE-CNT.
007215         WRITE PRM-REPORT-RECORD FROM PRM-RPT-SUG-RANGE-LINE.
007216         MOVE PRM-SUG-UNVER-COUNT TO PRM-RPT-SUG-UNVER-CNT.
007217         WRITE PRM-REPORT-RECORD FROM PRM-RPT-SUG-UNVER-LINE.
007220         CLOSE PRM-REPORT-FILE.
007230         COMPUTE PRM-REL-TRL-DETAIL-CNT =
007240                 PRM-SUM-PRIME + PRM-SUM-COMPOSITE.
007250         MOVE PRM-SUM-PRIME TO PRM-REL-TRL-PRIME-CNT.
007260         MOVE PRM-SUM-COMPOSITE TO PRM-REL-TRL-COMP-CNT.
007261         MOVE 1 TO PRM-SRC-IX.
007262         PERFORM 8060-WRITE-RELEASE-SOURCE THRU 8060-EXIT
007263             UNTIL PRM-SRC-IX > PRM-SOURCE-COUNT.
007270         WRITE PRM-RELEASE-RECORD FROM PRM-REL-TRAILER.
007280         CLOSE PRM-RELEASE-FILE.
007290         MOVE "C" TO PRM-VER-ACTION.
007300         CALL "PRMVERUP" USING PRM-VER-ACTION,
007310             PRM-VER-CANDIDATE, PRM-VER-VERDICT-CODE,
007311             PRM-VER-CHECK-DATE, PRM-VER-RESULT,
007312             PRM-MERGED-RUN-ID.
007313         IF PRM-VER-CONFLICT-COUNT > 0
007314             DISPLAY 'PRMMERGE: ' PRM-VER-CONFLICT-COUNT
007315                 ' VERDICT CONFLICT(S) WRITTEN TO VERCONF'
007316                 ' FOR RUN ' PRM-MERGED-RUN-ID
007317         END-IF.
007318         IF PRM-VER-ERROR-COUNT > 0
007319             DISPLAY 'PRMMERGE: ' PRM-VER-ERROR-COUNT
007320                 ' VALUE(S) NOT POSTED TO VERMAST OR CONFLICT(S)'
007321                 ' NOT ON VERCONF - RELEASE HELD'
007322         END-IF.
007323         MOVE "C" TO PRM-AHX-ACTION.
007324         CALL "PRMAHXUP" USING PRM-AHX-ACTION, PRM-AUD-LINE,
007325             PRM-AHX-WORK-RECORD, PRM-AHX-RESULT.
007326         IF PRM-AHX-MISSED-COUNT > 0
007327             DISPLAY 'PRMMERGE: ' PRM-AHX-MISSED-COUNT
007328                 ' AUDIT LINE(S) NOT ON AUDHIST - RUN PRMAHXRB'
007329         END-IF.
007330         CLOSE PRM-SUGGEST-FILE.
007331         IF PRM-SUGGEST-COUNT > 0
007332             DISPLAY 'PRMMERGE: ' PRM-SUGGEST-COUNT
007333                 ' SUGGESTED REPLACEMENT(S) WRITTEN TO SUGFILE'
007334         END-IF.
007335         IF PRM-SUG-RANGE-COUNT > 0
007336             DISPLAY 'PRMMERGE: ' PRM-SUG-RANGE-COUNT
007337                 ' SUGGESTION(S) OUT OF RANGE - NOT WRITTEN'
007338         END-IF.
007339         IF PRM-SUG-UNVER-COUNT > 0
007340             DISPLAY 'PRMMERGE: ' PRM-SUG-UNVER-COUNT
007341                 ' SUGGESTION(S) NOT VERIFIED ON VERMAST - NOT'
007342                 ' WRITTEN'
007343         END-IF.
007344         CLOSE PRM-AUDIT-FILE.
007345         PERFORM 8100-COUNT-AUDIT-LINES THRU 8100-EXIT.
007350         PERFORM 8200-WRITE-CONTROL-TOTALS THRU 8200-EXIT.
007360         IF PRM-MERGE-ERROR-YES
007370             MOVE 12 TO RETURN-CODE
007400             DISPLAY 'PRMMERGE: CONSOLIDATION COMPLETE - '
007410                 PRM-SUM-CHECKED ' CHECKED, '
007420                 PRM-SUM-REJECTED ' REJECTED'
007421             PERFORM 8300-LOG-MASTER-POST THRU 8300-EXIT
007422             IF PRM-VER-CONFLICT-COUNT > 0 OR
007423                     PRM-VER-ERROR-COUNT > 0
007424                 MOVE 4 TO RETURN-CODE
007425             END-IF
007430         END-IF.
007431         PERFORM 8400-WRITE-RUN-LOG THRU 8400-EXIT.
007440 8000-EXIT.
007441         EXIT.
007442
007443 8050-WRITE-SOURCE-LINE.
007444         MOVE PRM-SRC-CODE(PRM-SRC-IX) TO PRM-RPT-SRC-CODE.
007445         MOVE PRM-SRC-PRIME-CNT(PRM-SRC-IX)
007446             TO PRM-RPT-SRC-PRIME-CNT.
007447         MOVE PRM-SRC-COMP-CNT(PRM-SRC-IX)
007448             TO PRM-RPT-SRC-COMP-CNT.
007449         MOVE PRM-SRC-REJECT-CNT(PRM-SRC-IX)
007450             TO PRM-RPT-SRC-REJECT-CNT.
007451         WRITE PRM-REPORT-RECORD FROM PRM-RPT-SOURCE-LINE.
007452         ADD 1 TO PRM-SRC-IX.
007453 8050-EXIT.
007454         EXIT.
007455
007456 8060-WRITE-RELEASE-SOURCE.
007457         MOVE PRM-SRC-CODE(PRM-SRC-IX) TO PRM-REL-SRC-CODE.
007458         MOVE PRM-SRC-PRIME-CNT(PRM-SRC-IX)
007459             TO PRM-REL-SRC-PRIME-CNT.
007460         MOVE PRM-SRC-COMP-CNT(PRM-SRC-IX)
007461             TO PRM-REL-SRC-COMP-CNT.
007462         MOVE PRM-SRC-REJECT-CNT(PRM-SRC-IX)
007463             TO PRM-REL-SRC-REJECT-CNT.
007464         WRITE PRM-RELEASE-RECORD FROM PRM-REL-SOURCE.
007465         ADD 1 TO PRM-SRC-IX.
007466 8060-EXIT.
007467         EXIT.
007468
007469 8300-LOG-MASTER-POST.
007470         MOVE "VERMAST" TO PRM-PST-TARGET.
007471         MOVE PRM-MERGED-RUN-ID TO PRM-PST-RUN-ID.
007472         MOVE "PRMMERGE" TO PRM-PST-PROGRAM.
007473         MOVE PRM-FP-RECORDS TO PRM-PST-RECORDS.
007474         MOVE PRM-FP-HASH-TOTAL TO PRM-PST-HASH-TOTAL.
007475         MOVE "R" TO PRM-PST-ACTION.
007476         CALL "PRMPSTUP" USING PRM-PST-ACTION, PRM-PST-RECORD-WS,
007477             PRM-PST-RESULT.
007478         IF NOT PRM-PST-APPLIED
007479             DISPLAY 'PRMMERGE: POSTING LOG NOT UPDATED FOR RUN '
007480                 PRM-MERGED-RUN-ID
007481                 ' - A RESUBMISSION WOULD RE-POST'
007482         END-IF.
007483 8300-EXIT.
007484         EXIT.
007485
007486 8400-WRITE-RUN-LOG.
007487         ACCEPT PRM-END-DATE FROM DATE YYYYMMDD.
007488         ACCEPT PRM-END-TIME FROM TIME.
007489         MOVE "PRMMERGE" TO PRM-RUN-PROGRAM.
007490         MOVE PRM-SYS-DATE(5:2) TO PRM-RUN-START-DATE(1:2).
007491         MOVE "/" TO PRM-RUN-START-DATE(3:1).
007492         MOVE PRM-SYS-DATE(7:2) TO PRM-RUN-START-DATE(4:2).
007493         MOVE "/" TO PRM-RUN-START-DATE(6:1).
007494         MOVE PRM-SYS-DATE(1:4) TO PRM-RUN-START-DATE(7:4).
007495         MOVE PRM-SYS-TIME(1:2) TO PRM-RUN-START-TIME(1:2).
007496         MOVE ":" TO PRM-RUN-START-TIME(3:1).
007497         MOVE PRM-SYS-TIME(3:2) TO PRM-RUN-START-TIME(4:2).
007498         MOVE ":" TO PRM-RUN-START-TIME(6:1).
007499         MOVE PRM-SYS-TIME(5:2) TO PRM-RUN-START-TIME(7:2).
007500         MOVE PRM-END-DATE(5:2) TO PRM-RUN-END-DATE(1:2).
007501         MOVE "/" TO PRM-RUN-END-DATE(3:1).
007502         MOVE PRM-END-DATE(7:2) TO PRM-RUN-END-DATE(4:2).
007503         MOVE "/" TO PRM-RUN-END-DATE(6:1).
007504         MOVE PRM-END-DATE(1:4) TO PRM-RUN-END-DATE(7:4).
007505         MOVE PRM-END-TIME(1:2) TO PRM-RUN-END-TIME(1:2).
007506         MOVE ":" TO PRM-RUN-END-TIME(3:1).
007507         MOVE PRM-END-TIME(3:2) TO PRM-RUN-END-TIME(4:2).
007508         MOVE ":" TO PRM-RUN-END-TIME(6:1).
007509         MOVE PRM-END-TIME(5:2) TO PRM-RUN-END-TIME(7:2).
007510         MOVE PRM-SUM-READ TO PRM-RUN-RECORDS.
007511         MOVE PRM-SUM-PRIME TO PRM-RUN-PRIME-CNT.
007512         MOVE PRM-SUM-COMPOSITE TO PRM-RUN-COMP-CNT.
007513         MOVE PRM-SUM-REJECTED TO PRM-RUN-REJECT-CNT.
007514         MOVE "N" TO PRM-RUN-RESTART-FLAG.
007515         MOVE RETURN-CODE TO PRM-RUN-RETURN-CODE.
007516         MOVE PRM-MERGED-RUN-ID TO PRM-RUN-RUN-ID.
007517         OPEN EXTEND PRM-RUNLOG-FILE.
007518         IF PRM-RUNLOG-STATUS = "05" OR PRM-RUNLOG-STATUS = "35"
007519             OPEN OUTPUT PRM-RUNLOG-FILE
007520         END-IF.
007521         WRITE PRM-RUNLOG-RECORD FROM PRM-RUN-RECORD-WS.
007522         CLOSE PRM-RUNLOG-FILE.
007523 8400-EXIT.
007524         EXIT.
007525
007526 8100-COUNT-AUDIT-LINES.
007527         MOVE ZERO TO PRM-AUDIT-TOTAL-LINES.
007528         SET PRM-AUDIT-EOF-NO TO TRUE.
007529         OPEN INPUT PRM-AUDIT-FILE.
007530         IF PRM-AUDIT-STATUS = "00"
007531             PERFORM 8110-COUNT-ONE-LINE THRU 8110-EXIT
007532                 UNTIL PRM-AUDIT-EOF-YES
007540             CLOSE PRM-AUDIT-FILE
007550         END-IF.
007560 8100-EXIT.
007860         MOVE PRM-SUM-PRIME TO PRM-CTL-PRIME-CNT.
007870         MOVE PRM-SUM-COMPOSITE TO PRM-CTL-COMP-CNT.
007871         MOVE PRM-MERGED-RUN-ID TO PRM-CTL-RUN-ID.
007872         MOVE PRM-SOURCE-COUNT TO PRM-CTL-SOURCE-COUNT.
007873         MOVE 1 TO PRM-SRC-IX.
007874         PERFORM 8210-MOVE-ONE-SOURCE THRU 8210-EXIT
007875             UNTIL PRM-SRC-IX > PRM-SOURCE-MAX.
007880         OPEN OUTPUT PRM-CONTROL-FILE.
007890         WRITE PRM-CONTROL-RECORD FROM PRM-CTL-RECORD-WS.
007900         CLOSE PRM-CONTROL-FILE.
007910 8200-EXIT.
007920         EXIT.
007930
007931 8210-MOVE-ONE-SOURCE.
007932         IF PRM-SRC-IX > PRM-SOURCE-COUNT
007933             MOVE SPACES TO PRM-CTL-SRC-CODE(PRM-SRC-IX)
007934             MOVE ZERO TO PRM-CTL-SRC-PRIME(PRM-SRC-IX)
007935             MOVE ZERO TO PRM-CTL-SRC-COMP(PRM-SRC-IX)
007936             MOVE ZERO TO PRM-CTL-SRC-REJECT(PRM-SRC-IX)
007937         ELSE
007938             MOVE PRM-SRC-CODE(PRM-SRC-IX)
007939                 TO PRM-CTL-SRC-CODE(PRM-SRC-IX)
007940             MOVE PRM-SRC-PRIME-CNT(PRM-SRC-IX)
007941                 TO PRM-CTL-SRC-PRIME(PRM-SRC-IX)
007942             MOVE PRM-SRC-COMP-CNT(PRM-SRC-IX)
007943                 TO PRM-CTL-SRC-COMP(PRM-SRC-IX)
007944             MOVE PRM-SRC-REJECT-CNT(PRM-SRC-IX)
007945                 TO PRM-CTL-SRC-REJECT(PRM-SRC-IX)
007946         END-IF.
007947         ADD 1 TO PRM-SRC-IX.
007948 8210-EXIT.
007949         EXIT.
007950
007951 END PROGRAM PRMMERGE.
