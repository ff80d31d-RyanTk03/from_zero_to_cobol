000010*****************************************************************
000020* PROGRAM:      PRMPSTUP
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Callable keeper of the posting log (POSTLOG),
000070*               shared by every step that posts a run to a
000080*               standing master - PRIMEBAT and PRMMERGE to
000090*               VERMAST, PRMSTATS to STATMAST, PRMRECON POST to
000100*               the release register - so a re-submitted job
000110*               cannot apply the same run id twice.  The caller
000120*               fills a PRMPST record and passes it with an
000130*               action:
000140*                 "Q" - has this run id been posted to this
000150*                       master?  "A" already applied (the
000160*                       record comes back as logged), "N" not.
000170*                 "F" - was the last run posted to this
000180*                       master posted from a worklist with
000190*                       this record count and hash total?
000200*                       "A" with that entry (and so its run
000201*                       id), "N" not.
000210*                 "R" - log this post, stamped with today's date
000220*                       and time; "A" logged, "E" log not
000230*                       writable.
000240*               A missing log answers "N" - nothing posted yet.
000250* TECTONICS:    cobc
000260*-----------------------------------------------------------------
000270* MODIFICATION HISTORY
000280*   10/15/2026  RT  Initial version.
000290*****************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID. PRMPSTUP.
000320 AUTHOR. RAYANE TOKO.
000330 INSTALLATION. SHOP DATA PROCESSING.
000340 DATE-WRITTEN. 10/15/2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SOURCE-COMPUTER. GNUCOBOL.
000400 OBJECT-COMPUTER. GNUCOBOL.
000410
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000440     SELECT PRM-POSTLOG-FILE ASSIGN TO "POSTLOG"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS PRM-POSTLOG-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  PRM-POSTLOG-FILE.
000510 01  PRM-POSTLOG-RECORD          PIC X(66).
000520
000530 WORKING-STORAGE SECTION.
000540     COPY PRMPST.
000550
000560 01  PRM-POSTLOG-STATUS          PIC X(02) VALUE "00".
000570
000580 01  PRM-SWITCHES.
000590     05  PRM-PST-EOF-SWITCH      PIC X(01) VALUE "N".
000600         88  PRM-PST-EOF-YES                VALUE "Y".
000610         88  PRM-PST-EOF-NO                 VALUE "N".
000620
000630 01  PRM-WANTED-RECORD.
000640     05  PRM-WANTED-TARGET       PIC X(08).
000650     05  PRM-WANTED-RUN-ID       PIC 9(06).
000660     05  PRM-WANTED-RECORDS      PIC 9(09).
000670     05  PRM-WANTED-HASH-TOTAL   PIC 9(15).
000680 01  PRM-FOUND-RECORD            PIC X(66) VALUE SPACES.
000690 01  PRM-POST-TIME-RAW           PIC 9(08).
000700
000710 LINKAGE SECTION.
000720 01  LK-ACTION                   PIC X(01).
000730     88  LK-ACTION-QUERY                   VALUE "Q".
000740     88  LK-ACTION-FIND-WORKLIST           VALUE "F".
000750     88  LK-ACTION-RECORD                  VALUE "R".
000760 01  LK-PST-RECORD               PIC X(66).
000770 01  LK-RESULT                   PIC X(01).
000780     88  LK-RESULT-APPLIED                 VALUE "A".
000790     88  LK-RESULT-NOT-FOUND               VALUE "N".
000800     88  LK-RESULT-ERROR                   VALUE "E".
000810
000820 PROCEDURE DIVISION USING LK-ACTION, LK-PST-RECORD, LK-RESULT.
000830 0000-MAINLINE.
000840         MOVE LK-PST-RECORD TO PRM-PST-RECORD-WS.
000850         EVALUATE TRUE
000860             WHEN LK-ACTION-RECORD
000870                 PERFORM 2000-RECORD-POST THRU 2000-EXIT
000880             WHEN OTHER
000890                 PERFORM 1000-SEARCH-LOG THRU 1000-EXIT
000900         END-EVALUATE.
000910         GOBACK.
000920
000930 1000-SEARCH-LOG.
000940         SET LK-RESULT-NOT-FOUND TO TRUE.
000950         MOVE PRM-PST-TARGET TO PRM-WANTED-TARGET.
000960         MOVE PRM-PST-RUN-ID TO PRM-WANTED-RUN-ID.
000970         MOVE PRM-PST-RECORDS TO PRM-WANTED-RECORDS.
000980         MOVE PRM-PST-HASH-TOTAL TO PRM-WANTED-HASH-TOTAL.
000990         SET PRM-PST-EOF-NO TO TRUE.
000991         MOVE SPACES TO PRM-FOUND-RECORD.
001000         OPEN INPUT PRM-POSTLOG-FILE.
001010         IF PRM-POSTLOG-STATUS NOT = "00"
001050             GO TO 1000-EXIT
001060         END-IF.
001070         PERFORM 1100-CHECK-ONE-ENTRY THRU 1100-EXIT
001080             UNTIL PRM-PST-EOF-YES.
001090         CLOSE PRM-POSTLOG-FILE.
001091         IF LK-ACTION-FIND-WORKLIST AND
001092                 PRM-FOUND-RECORD NOT = SPACES
001093             MOVE PRM-FOUND-RECORD TO PRM-PST-RECORD-WS
001094             IF PRM-PST-RECORDS = PRM-WANTED-RECORDS AND
001095                     PRM-PST-HASH-TOTAL = PRM-WANTED-HASH-TOTAL
001096                 SET LK-RESULT-APPLIED TO TRUE
001097             END-IF
001098         END-IF.
001100         IF LK-RESULT-APPLIED
001110             MOVE PRM-FOUND-RECORD TO LK-PST-RECORD
001120         END-IF.
001130 1000-EXIT.
001140         EXIT.
001150
001160*    A query stops at the first match.  A worklist search reads
001170*    on to the end and keeps the latest post to the master; only
001171*    a re-submission of that last run is refused, so an honest
001172*    repeat of an old worklist on a later night still posts.
001180 1100-CHECK-ONE-ENTRY.
001190         READ PRM-POSTLOG-FILE INTO PRM-PST-RECORD-WS
001200             AT END
001210                 SET PRM-PST-EOF-YES TO TRUE
001220         END-READ.
001230         IF PRM-PST-EOF-YES
001240             GO TO 1100-EXIT
001250         END-IF.
001260         IF PRM-PST-TARGET NOT = PRM-WANTED-TARGET
001270             GO TO 1100-EXIT
001280         END-IF.
001290         IF LK-ACTION-QUERY
001300             IF PRM-PST-RUN-ID = PRM-WANTED-RUN-ID
001310                 SET LK-RESULT-APPLIED TO TRUE
001320                 MOVE PRM-PST-RECORD-WS TO PRM-FOUND-RECORD
001330                 SET PRM-PST-EOF-YES TO TRUE
001340             END-IF
001350         ELSE
001390             MOVE PRM-PST-RECORD-WS TO PRM-FOUND-RECORD
001410         END-IF.
001420 1100-EXIT.
001430         EXIT.
001440
001450 2000-RECORD-POST.
001460         ACCEPT PRM-PST-POST-DATE FROM DATE YYYYMMDD.
001470         ACCEPT PRM-POST-TIME-RAW FROM TIME.
001480         MOVE PRM-POST-TIME-RAW(1:6) TO PRM-PST-POST-TIME.
001490         OPEN EXTEND PRM-POSTLOG-FILE.
001500         IF PRM-POSTLOG-STATUS = "05" OR
001510                 PRM-POSTLOG-STATUS = "35"
001520             OPEN OUTPUT PRM-POSTLOG-FILE
001530         END-IF.
001540         IF PRM-POSTLOG-STATUS NOT = "00"
001550             DISPLAY 'PRMPSTUP: POSTLOG NOT WRITABLE - STATUS '
001560                 PRM-POSTLOG-STATUS
001570             SET LK-RESULT-ERROR TO TRUE
001580             GO TO 2000-EXIT
001590         END-IF.
001600         WRITE PRM-POSTLOG-RECORD FROM PRM-PST-RECORD-WS.
001610         CLOSE PRM-POSTLOG-FILE.
001620         MOVE PRM-PST-RECORD-WS TO LK-PST-RECORD.
001630         SET LK-RESULT-APPLIED TO TRUE.
001640 2000-EXIT.
001650         EXIT.
001660
001670 END PROGRAM PRMPSTUP.
