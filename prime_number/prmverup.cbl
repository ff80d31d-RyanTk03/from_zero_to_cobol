000237*                    not on the master, "E" master not available),
000238*                    which the original callers do not pass and
000239*                    the original actions never touch.
000240*   10/15/2026  RT  Action "U" no longer flips a verdict.  A post
000241*                    whose verdict disagrees with the one on file
000242*                    leaves the verdict alone, still counts the
000243*                    check, and writes a verdict-conflict record
000244*                    (PRMVCF layout) to VERCONF stamped with the
000245*                    run id from the new sixth parameter; the
000246*                    post answers "K" on the result parameter,
000247*                    "A" otherwise, "E" when the master is down.
000248*                    Every "U" caller now passes all six.
000249*   10/15/2026  RT  Added action "L", a read-only look-up for
000250*                    PRIMEBAT's suggested-replacement file: "A"
000251*                    when the value is on the master, "N" when it
000252*                    is not, "E" when the master is down.
000253*   10/15/2026  RT  A "U" post answers "E", not "K", when the
000254*                    conflict it found could not be written to
000255*                    VERCONF (file not available or the write
000256*                    failed) - the caller must hold the release
000257*                    on either answer.
000258*****************************************************************
000259 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PRMVERUP.
000270 AUTHOR. RAYANE TOKO.
000280 INSTALLATION. SHOP DATA PROCESSING.
000420         RECORD KEY IS PRM-VER-KEY-VALUE
000430         FILE STATUS IS PRM-MASTER-STATUS.
000440
000441     SELECT PRM-CONFLICT-FILE ASSIGN TO "VERCONF"
000442         ORGANIZATION IS LINE SEQUENTIAL
000443         FILE STATUS IS PRM-CONFLICT-STATUS.
000444
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PRM-MASTER-FILE.
000480     COPY PRMVER.
000490
000491 FD  PRM-CONFLICT-FILE.
000492 01  PRM-CONFLICT-RECORD         PIC X(39).
000493
000500 WORKING-STORAGE SECTION.
000501     COPY PRMVCF.
000502
000510 01  PRM-MASTER-STATUS           PIC X(02) VALUE "00".
000511 01  PRM-CONFLICT-STATUS         PIC X(02) VALUE "00".
000520
000530 01  PRM-MASTER-STATE.
000540     05  PRM-MASTER-OPEN-SW      PIC X(01) VALUE "N".
000560         88  PRM-MASTER-IS-CLOSED           VALUE "N".
000570     05  PRM-MASTER-DOWN-SW      PIC X(01) VALUE "N".
000580         88  PRM-MASTER-IS-DOWN             VALUE "Y".
000581     05  PRM-CONFLICT-OPEN-SW    PIC X(01) VALUE "N".
000582         88  PRM-CONFLICT-IS-OPEN           VALUE "Y".
000583         88  PRM-CONFLICT-IS-CLOSED         VALUE "N".
000584         88  PRM-CONFLICT-IS-DOWN           VALUE "D".
000590
000600 LINKAGE SECTION.
000610 01  LK-ACTION                   PIC X(01).
000630     88  LK-ACTION-CLOSE                   VALUE "C".
000631     88  LK-ACTION-DELETE                  VALUE "D".
000632     88  LK-ACTION-VOID                    VALUE "V".
000633     88  LK-ACTION-LOOKUP                  VALUE "L".
000640 01  LK-CANDIDATE                PIC S9(6).
000650 01  LK-VERDICT                  PIC X(01).
000660     88  LK-VERDICT-PRIME                  VALUE "P".
000682     88  LK-RESULT-APPLIED                 VALUE "A".
000683     88  LK-RESULT-NOT-FOUND               VALUE "N".
000684     88  LK-RESULT-ERROR                   VALUE "E".
000685     88  LK-RESULT-CONFLICT                VALUE "K".
000686 01  LK-RUN-ID                   PIC X(06).
000690
000700 PROCEDURE DIVISION USING LK-ACTION, LK-CANDIDATE,
000701         LK-VERDICT, LK-CHECK-DATE, LK-RESULT, LK-RUN-ID.
000720 0000-MAINLINE.
000730         EVALUATE TRUE
000740             WHEN LK-ACTION-CLOSE
000743                 PERFORM 4000-DELETE-VALUE THRU 4000-EXIT
000744             WHEN LK-ACTION-VOID
000745                 PERFORM 5000-VOID-CHECK THRU 5000-EXIT
000746             WHEN LK-ACTION-LOOKUP
000747                 PERFORM 7000-LOOKUP-VALUE THRU 7000-EXIT
000750             WHEN OTHER
000760                 PERFORM 1000-POST-CHECK THRU 1000-EXIT
000770         END-EVALUATE.
000780         GOBACK.
000790
000800 1000-POST-CHECK.
000801         SET LK-RESULT-APPLIED TO TRUE.
000810         IF PRM-MASTER-IS-DOWN
000811             SET LK-RESULT-ERROR TO TRUE
000820             GO TO 1000-EXIT
000830         END-IF.
000840         IF PRM-MASTER-IS-CLOSED
000850             PERFORM 2000-OPEN-MASTER THRU 2000-EXIT
000860         END-IF.
000870         IF PRM-MASTER-IS-DOWN
000871             SET LK-RESULT-ERROR TO TRUE
000880             GO TO 1000-EXIT
000890         END-IF.
000900         MOVE LK-CANDIDATE TO PRM-VER-KEY-VALUE.
001120         EXIT.
001130
001140 1200-REWRITE-RECORD.
001141         IF LK-VERDICT NOT = PRM-VER-VERDICT
001142             PERFORM 1300-WRITE-CONFLICT THRU 1300-EXIT
001143         END-IF.
001160         MOVE LK-CHECK-DATE TO PRM-VER-LAST-DATE.
001170         ADD 1 TO PRM-VER-TIMES-CHECKED.
001180         REWRITE PRM-VER-RECORD
001210                     PRM-MASTER-STATUS
001220         END-REWRITE.
001230 1200-EXIT.
001231         EXIT.
001232
001233*    A verdict on file never changes - a disagreeing re-check
001234*    means something upstream is broken.  The verdict on the
001235*    master has stood since the value was first checked, so its
001236*    first-checked date is the date it was set.  A conflict that
001237*    cannot be put on VERCONF answers "E" rather than "K" so the
001238*    caller knows PRMVCRPT will never see it.
001239 1300-WRITE-CONFLICT.
001240         SET LK-RESULT-CONFLICT TO TRUE.
001241         MOVE LK-RUN-ID TO PRM-VCF-RUN-ID.
001242         MOVE PRM-VER-KEY-VALUE TO PRM-VCF-VALUE.
001243         MOVE PRM-VER-VERDICT TO PRM-VCF-OLD-VERDICT.
001244         MOVE PRM-VER-FIRST-DATE TO PRM-VCF-OLD-DATE.
001245         MOVE LK-VERDICT TO PRM-VCF-NEW-VERDICT.
001246         MOVE LK-CHECK-DATE TO PRM-VCF-NEW-DATE.
001247         DISPLAY 'PRMVERUP: VERDICT CONFLICT ON ' PRM-VCF-VALUE
001248             ' - ON FILE ' PRM-VCF-OLD-VERDICT ', NOW '
001249             PRM-VCF-NEW-VERDICT.
001250         IF PRM-CONFLICT-IS-CLOSED
001251             PERFORM 2100-OPEN-CONFLICT-FILE THRU 2100-EXIT
001252         END-IF.
001253         IF PRM-CONFLICT-IS-OPEN
001254             WRITE PRM-CONFLICT-RECORD FROM PRM-VCF-RECORD-WS
001255             IF PRM-CONFLICT-STATUS NOT = "00"
001256                 DISPLAY 'PRMVERUP: VERCONF WRITE FAILED - '
001257                     'STATUS ' PRM-CONFLICT-STATUS
001258                 SET LK-RESULT-ERROR TO TRUE
001259             END-IF
001260         ELSE
001261             SET LK-RESULT-ERROR TO TRUE
001262         END-IF.
001263 1300-EXIT.
001264         EXIT.
001265
001266 2000-OPEN-MASTER.
001270         OPEN I-O PRM-MASTER-FILE.
001280         IF PRM-MASTER-STATUS = "35" OR PRM-MASTER-STATUS = "05"
001290             OPEN OUTPUT PRM-MASTER-FILE
001400 2000-EXIT.
001410         EXIT.
001420
001421 2100-OPEN-CONFLICT-FILE.
001422         OPEN EXTEND PRM-CONFLICT-FILE.
001423         IF PRM-CONFLICT-STATUS = "35" OR
001424                 PRM-CONFLICT-STATUS = "05"
001425             OPEN OUTPUT PRM-CONFLICT-FILE
001426         END-IF.
001427         IF PRM-CONFLICT-STATUS = "00"
001428             SET PRM-CONFLICT-IS-OPEN TO TRUE
001429         ELSE
001430             SET PRM-CONFLICT-IS-DOWN TO TRUE
001431             DISPLAY 'PRMVERUP: VERCONF NOT AVAILABLE - STATUS '
001432                 PRM-CONFLICT-STATUS
001433         END-IF.
001434 2100-EXIT.
001435         EXIT.
001436
001437 3000-CLOSE-MASTER.
001440         IF PRM-MASTER-IS-OPEN
001450             CLOSE PRM-MASTER-FILE
001460             SET PRM-MASTER-IS-CLOSED TO TRUE
001461         END-IF.
001462         IF PRM-CONFLICT-IS-OPEN
001463             CLOSE PRM-CONFLICT-FILE
001464             SET PRM-CONFLICT-IS-CLOSED TO TRUE
001470         END-IF.
001480 3000-EXIT.
001490         EXIT.
002170 6000-EXIT.
002180         EXIT.
002190
002191 7000-LOOKUP-VALUE.
002192         PERFORM 6000-READY-MASTER THRU 6000-EXIT.
002193         IF LK-RESULT-ERROR
002194             GO TO 7000-EXIT
002195         END-IF.
002196         MOVE LK-CANDIDATE TO PRM-VER-KEY-VALUE.
002197         READ PRM-MASTER-FILE
002198             INVALID KEY
002199                 SET LK-RESULT-NOT-FOUND TO TRUE
002200             NOT INVALID KEY
002201                 SET LK-RESULT-APPLIED TO TRUE
002202         END-READ.
002203 7000-EXIT.
002204         EXIT.
002205
002206 END PROGRAM PRMVERUP.
