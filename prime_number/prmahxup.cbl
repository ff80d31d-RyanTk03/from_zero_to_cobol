000010*****************************************************************
000020* PROGRAM:      PRMAHXUP
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Callable keeper of the audit-history index
000070*               (AUDHIST, PRMAHX layout), shared by every program
000080*               that appends to the standing audit log -
000090*               PrimeNumber, PRIMEBAT, PRMMERGE and PRMCORR - so
000100*               the index is kept current line for line as the
000110*               log is written, the same way PRMVERUP keeps
000120*               VERMAST.  The caller passes the audit line it
000130*               has just written and an action:
000140*                 "A" - index the line.  A line for a value
000150*                       already indexed in the same second
000160*                       takes the next occurrence number.  "A"
000170*                       indexed, "N" the line carries no usable
000180*                       value, date or time and cannot be keyed,
000190*                       "E" index not available.
000200*                 "K" - build the index record for the line
000210*                       without writing it (occurrence 001), for
000220*                       the PRMAHXRB rebuild.  "A" or "N".
000230*                 "C" - close the index at end of run.
000240*               The record built comes back on the third
000250*               parameter.  The index is opened on the first
000260*               add and held open between calls; if it cannot
000270*               be opened the adds are skipped and reported once
000280*               on the console rather than failing the check run
000290*               - the log is the legal record and PRMAHXRB
000300*               brings the index back into line with it.
000310* TECTONICS:    cobc
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340*   10/15/2026  RT  Initial version.
000341*   10/15/2026  RT  Audit line 139 to 157 and history record 198
000342*                    to 216 for the operator id fields.
000343*   10/15/2026  RT  The audit value is read through NUMVAL-C -
000344*                    it is comma-edited, and plain NUMVAL refused
000345*                    every value of 1,000 or more.
000350*****************************************************************
000360 IDENTIFICATION DIVISION.
000370 PROGRAM-ID. PRMAHXUP.
000380 AUTHOR. RAYANE TOKO.
000390 INSTALLATION. SHOP DATA PROCESSING.
000400 DATE-WRITTEN. 10/15/2026.
000410 DATE-COMPILED.
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. GNUCOBOL.
000460 OBJECT-COMPUTER. GNUCOBOL.
000470
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT PRM-INDEX-FILE ASSIGN TO "AUDHIST"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS RANDOM
000530         RECORD KEY IS PRM-AHX-KEY
000540         ALTERNATE RECORD KEY IS PRM-AHX-RUN-KEY
000550             WITH DUPLICATES
000560         ALTERNATE RECORD KEY IS PRM-AHX-DATE-KEY
000570             WITH DUPLICATES
000580         FILE STATUS IS PRM-INDEX-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PRM-INDEX-FILE.
000630     COPY PRMAHX.
000640
000650 WORKING-STORAGE SECTION.
000660     COPY PRMAUD.
000670
000680 01  PRM-INDEX-STATUS            PIC X(02) VALUE "00".
000690
000700 01  PRM-INDEX-STATE.
000710     05  PRM-INDEX-OPEN-SW       PIC X(01) VALUE "N".
000720         88  PRM-INDEX-IS-OPEN              VALUE "Y".
000730         88  PRM-INDEX-IS-CLOSED            VALUE "N".
000740     05  PRM-INDEX-DOWN-SW       PIC X(01) VALUE "N".
000750         88  PRM-INDEX-IS-DOWN              VALUE "Y".
000760     05  PRM-ADD-SETTLED-SW      PIC X(01) VALUE "N".
000770         88  PRM-ADD-SETTLED-YES            VALUE "Y".
000780         88  PRM-ADD-SETTLED-NO             VALUE "N".
000790
000800*    The record is built here, not in the file's record area, so
000810*    a "K" call works with the index never opened.
000820 01  PRM-KEYED-LINE.
000830     05  PRM-KLN-VALUE           PIC 9(06).
000840     05  PRM-KLN-CHECK-DATE      PIC 9(08).
000850     05  PRM-KLN-CHECK-TIME      PIC 9(06).
000860     05  PRM-KLN-OCCURRENCE      PIC 9(03).
000870     05  PRM-KLN-RUN-ID          PIC X(06).
000880     05  PRM-KLN-RUN-DATE        PIC 9(08).
000890     05  PRM-KLN-DATE-KEY        PIC 9(08).
000900     05  PRM-KLN-PROVEN-STAMP    PIC 9(14).
000910     05  PRM-KLN-AUD-LINE        PIC X(157).
000920
000930 01  PRM-KLN-DATE-TEXT.
000940     05  PRM-KLN-YYYY            PIC X(04).
000950     05  PRM-KLN-MM              PIC X(02).
000960     05  PRM-KLN-DD              PIC X(02).
000970 01  PRM-KLN-TIME-TEXT.
000980     05  PRM-KLN-HH              PIC X(02).
000990     05  PRM-KLN-MI              PIC X(02).
001000     05  PRM-KLN-SS              PIC X(02).
001010 01  PRM-KLN-SIGNED-VALUE        PIC S9(7) VALUE ZERO.
001020 01  PRM-SIZE-ERROR-SW           PIC X(01) VALUE "N".
001030     88  PRM-SIZE-ERROR-IS-YES             VALUE "Y".
001040
001050 LINKAGE SECTION.
001060 01  LK-ACTION                   PIC X(01).
001070     88  LK-ACTION-ADD                     VALUE "A".
001080     88  LK-ACTION-KEY-ONLY                VALUE "K".
001090     88  LK-ACTION-CLOSE                   VALUE "C".
001100 01  LK-AUD-LINE                 PIC X(157).
001110 01  LK-AHX-RECORD               PIC X(216).
001120 01  LK-RESULT                   PIC X(01).
001130     88  LK-RESULT-APPLIED                 VALUE "A".
001140     88  LK-RESULT-NOT-KEYED               VALUE "N".
001150     88  LK-RESULT-ERROR                   VALUE "E".
001160
001170 PROCEDURE DIVISION USING LK-ACTION, LK-AUD-LINE,
001180         LK-AHX-RECORD, LK-RESULT.
001190 0000-MAINLINE.
001200         EVALUATE TRUE
001210             WHEN LK-ACTION-CLOSE
001220                 PERFORM 3000-CLOSE-INDEX THRU 3000-EXIT
001230             WHEN LK-ACTION-KEY-ONLY
001240                 PERFORM 1100-BUILD-RECORD THRU 1100-EXIT
001250             WHEN OTHER
001260                 PERFORM 1000-ADD-LINE THRU 1000-EXIT
001270         END-EVALUATE.
001280         GOBACK.
001290
001300 1000-ADD-LINE.
001310         PERFORM 1100-BUILD-RECORD THRU 1100-EXIT.
001320         IF LK-RESULT-NOT-KEYED
001330             GO TO 1000-EXIT
001340         END-IF.
001350         IF PRM-INDEX-IS-CLOSED AND NOT PRM-INDEX-IS-DOWN
001360             PERFORM 2000-OPEN-INDEX THRU 2000-EXIT
001370         END-IF.
001380         IF PRM-INDEX-IS-DOWN
001390             SET LK-RESULT-ERROR TO TRUE
001400             GO TO 1000-EXIT
001410         END-IF.
001420         MOVE PRM-KEYED-LINE TO PRM-AHX-RECORD.
001430         SET PRM-ADD-SETTLED-NO TO TRUE.
001440         PERFORM 1200-WRITE-ENTRY THRU 1200-EXIT
001450             UNTIL PRM-ADD-SETTLED-YES.
001460         MOVE PRM-AHX-RECORD TO LK-AHX-RECORD.
001470 1000-EXIT.
001480         EXIT.
001490
001500*    The audit line's date is MM/DD/YYYY and its time HH:MM:SS;
001510*    the keys carry them as YYYYMMDD and HHMMSS so they sort.
001520 1100-BUILD-RECORD.
001530         SET LK-RESULT-APPLIED TO TRUE.
001540         MOVE LK-AUD-LINE TO PRM-AUD-LINE.
001550         MOVE PRM-AUD-DATE(7:4) TO PRM-KLN-YYYY.
001560         MOVE PRM-AUD-DATE(1:2) TO PRM-KLN-MM.
001570         MOVE PRM-AUD-DATE(4:2) TO PRM-KLN-DD.
001580         MOVE PRM-AUD-TIME(1:2) TO PRM-KLN-HH.
001590         MOVE PRM-AUD-TIME(4:2) TO PRM-KLN-MI.
001600         MOVE PRM-AUD-TIME(7:2) TO PRM-KLN-SS.
001610         IF PRM-KLN-DATE-TEXT IS NOT NUMERIC OR
001620                 PRM-KLN-TIME-TEXT IS NOT NUMERIC OR
001630                 PRM-AUD-DATE(3:1) NOT = "/" OR
001640                 PRM-AUD-DATE(6:1) NOT = "/"
001650             SET LK-RESULT-NOT-KEYED TO TRUE
001660             GO TO 1100-EXIT
001670         END-IF.
001680         IF FUNCTION TEST-NUMVAL-C(PRM-AUD-VALUE) NOT = 0
001690             SET LK-RESULT-NOT-KEYED TO TRUE
001700             GO TO 1100-EXIT
001710         END-IF.
001720         MOVE "N" TO PRM-SIZE-ERROR-SW.
001730         COMPUTE PRM-KLN-SIGNED-VALUE =
001740                 FUNCTION NUMVAL-C(PRM-AUD-VALUE)
001750             ON SIZE ERROR
001760                 SET PRM-SIZE-ERROR-IS-YES TO TRUE
001770         END-COMPUTE.
001780         IF PRM-SIZE-ERROR-IS-YES OR PRM-KLN-SIGNED-VALUE < 0
001790                 OR PRM-KLN-SIGNED-VALUE > 999999
001800             SET LK-RESULT-NOT-KEYED TO TRUE
001810             GO TO 1100-EXIT
001820         END-IF.
001830         MOVE PRM-KLN-SIGNED-VALUE TO PRM-KLN-VALUE.
001840         MOVE PRM-KLN-DATE-TEXT TO PRM-KLN-CHECK-DATE.
001850         MOVE PRM-KLN-TIME-TEXT TO PRM-KLN-CHECK-TIME.
001860         MOVE 1 TO PRM-KLN-OCCURRENCE.
001870         MOVE PRM-AUD-RUN-ID TO PRM-KLN-RUN-ID.
001880         MOVE PRM-KLN-DATE-TEXT TO PRM-KLN-RUN-DATE.
001890         MOVE PRM-KLN-DATE-TEXT TO PRM-KLN-DATE-KEY.
001900         MOVE ZERO TO PRM-KLN-PROVEN-STAMP.
001910         MOVE LK-AUD-LINE TO PRM-KLN-AUD-LINE.
001920         MOVE PRM-KEYED-LINE TO LK-AHX-RECORD.
001930 1100-EXIT.
001940         EXIT.
001950
001960*    A duplicate prime key is the same value checked twice in one
001970*    second (a worklist carrying a value twice); the second line
001980*    takes the next occurrence number.
001990 1200-WRITE-ENTRY.
002000         WRITE PRM-AHX-RECORD
002010             INVALID KEY
002020                 IF PRM-INDEX-STATUS = "22" AND
002030                         PRM-AHX-OCCURRENCE < 999
002040                     ADD 1 TO PRM-AHX-OCCURRENCE
002050                 ELSE
002060                     DISPLAY 'PRMAHXUP: WRITE FAILED - STATUS '
002070                         PRM-INDEX-STATUS
002080                     SET LK-RESULT-ERROR TO TRUE
002090                     SET PRM-ADD-SETTLED-YES TO TRUE
002100                 END-IF
002110             NOT INVALID KEY
002120                 SET PRM-ADD-SETTLED-YES TO TRUE
002130         END-WRITE.
002140 1200-EXIT.
002150         EXIT.
002160
002170 2000-OPEN-INDEX.
002180         OPEN I-O PRM-INDEX-FILE.
002190         IF PRM-INDEX-STATUS = "35" OR PRM-INDEX-STATUS = "05"
002200             OPEN OUTPUT PRM-INDEX-FILE
002210             CLOSE PRM-INDEX-FILE
002220             OPEN I-O PRM-INDEX-FILE
002230         END-IF.
002240         IF PRM-INDEX-STATUS = "00"
002250             SET PRM-INDEX-IS-OPEN TO TRUE
002260         ELSE
002270             SET PRM-INDEX-IS-DOWN TO TRUE
002280             DISPLAY 'PRMAHXUP: AUDHIST NOT AVAILABLE - STATUS '
002290                 PRM-INDEX-STATUS
002300             DISPLAY 'PRMAHXUP: RUN PRMAHXRB TO BRING THE INDEX'
002310                 ' BACK INTO LINE WITH AUDITLOG'
002320         END-IF.
002330 2000-EXIT.
002340         EXIT.
002350
002360 3000-CLOSE-INDEX.
002370         IF PRM-INDEX-IS-OPEN
002380             CLOSE PRM-INDEX-FILE
002390             SET PRM-INDEX-IS-CLOSED TO TRUE
002400         END-IF.
002410 3000-EXIT.
002420         EXIT.
002430
002440 END PROGRAM PRMAHXUP.
