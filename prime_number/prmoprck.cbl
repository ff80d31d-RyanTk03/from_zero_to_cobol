000010*****************************************************************
000020* PROGRAM:      PRMOPRCK
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Callable check of an operator id against the
000070*               operator authorization file (OPRAUTH), shared by
000080*               every program that asks "may this person do
000090*               this?" so the answer comes from one place.  The
000100*               caller passes an action and the operator id and
000110*               gets back the operator's PRMOPR record and a
000120*               result:
000130*                 "K" - may key interactive checks
000140*                 "S" - may submit correction cards
000150*                 "P" - may approve correction cards
000160*                 "Q" - plain look-up, no authority asked
000170*                 "C" - close the file at end of run
000180*               Results: "A" authorized (or, for "Q", on file),
000190*               "N" not on file, "R" revoked, "D" on file and
000200*               active but not granted that authority, "E" the
000210*               file is not available.  The file is opened on
000220*               the first call and held open between calls; if
000230*               it cannot be opened every answer is "E" - no
000240*               one is authorized against a file nobody can
000250*               read.
000260* TECTONICS:    cobc
000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   10/15/2026  RT  Initial version.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. PRMOPRCK.
000330 AUTHOR. RAYANE TOKO.
000340 INSTALLATION. SHOP DATA PROCESSING.
000350 DATE-WRITTEN. 10/15/2026.
000360 DATE-COMPILED.
000370
000380 ENVIRONMENT DIVISION.
000390 CONFIGURATION SECTION.
000400 SOURCE-COMPUTER. GNUCOBOL.
000410 OBJECT-COMPUTER. GNUCOBOL.
000420
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT PRM-OPERATOR-FILE ASSIGN TO "OPRAUTH"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS RANDOM
000480         RECORD KEY IS PRM-OPR-ID
000490         FILE STATUS IS PRM-OPERATOR-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  PRM-OPERATOR-FILE.
000540     COPY PRMOPR.
000550
000560 WORKING-STORAGE SECTION.
000570 01  PRM-OPERATOR-STATUS         PIC X(02) VALUE "00".
000580
000590 01  PRM-OPERATOR-STATE.
000600     05  PRM-OPERATOR-OPEN-SW    PIC X(01) VALUE "N".
000610         88  PRM-OPERATOR-IS-OPEN           VALUE "Y".
000620         88  PRM-OPERATOR-IS-CLOSED         VALUE "N".
000630         88  PRM-OPERATOR-IS-DOWN           VALUE "D".
000640
000650 LINKAGE SECTION.
000660 01  LK-ACTION                   PIC X(01).
000670     88  LK-ACTION-CHECK                   VALUE "K".
000680     88  LK-ACTION-SUBMIT                  VALUE "S".
000690     88  LK-ACTION-APPROVE                 VALUE "P".
000700     88  LK-ACTION-QUERY                   VALUE "Q".
000710     88  LK-ACTION-CLOSE                   VALUE "C".
000720 01  LK-OPERATOR-ID              PIC X(08).
000730 01  LK-OPR-RECORD               PIC X(80).
000740 01  LK-RESULT                   PIC X(01).
000750     88  LK-RESULT-AUTHORIZED              VALUE "A".
000760     88  LK-RESULT-NOT-FOUND               VALUE "N".
000770     88  LK-RESULT-REVOKED                 VALUE "R".
000780     88  LK-RESULT-DENIED                  VALUE "D".
000790     88  LK-RESULT-ERROR                   VALUE "E".
000800
000810 PROCEDURE DIVISION USING LK-ACTION, LK-OPERATOR-ID,
000820         LK-OPR-RECORD, LK-RESULT.
000830 0000-MAINLINE.
000840         IF LK-ACTION-CLOSE
000850             PERFORM 3000-CLOSE-FILE THRU 3000-EXIT
000860         ELSE
000870             PERFORM 1000-CHECK-OPERATOR THRU 1000-EXIT
000880         END-IF.
000890         GOBACK.
000900
000910 1000-CHECK-OPERATOR.
000920         MOVE SPACES TO LK-OPR-RECORD.
000930         IF PRM-OPERATOR-IS-CLOSED
000940             PERFORM 2000-OPEN-FILE THRU 2000-EXIT
000950         END-IF.
000960         IF PRM-OPERATOR-IS-DOWN
000970             SET LK-RESULT-ERROR TO TRUE
000980             GO TO 1000-EXIT
000990         END-IF.
001000         IF LK-OPERATOR-ID = SPACES
001010             SET LK-RESULT-NOT-FOUND TO TRUE
001020             GO TO 1000-EXIT
001030         END-IF.
001040         MOVE LK-OPERATOR-ID TO PRM-OPR-ID.
001050         READ PRM-OPERATOR-FILE
001060             INVALID KEY
001070                 SET LK-RESULT-NOT-FOUND TO TRUE
001080                 GO TO 1000-EXIT
001090         END-READ.
001100         MOVE PRM-OPR-RECORD TO LK-OPR-RECORD.
001110         SET LK-RESULT-AUTHORIZED TO TRUE.
001120         IF LK-ACTION-QUERY
001130             GO TO 1000-EXIT
001140         END-IF.
001150         IF NOT PRM-OPR-ACTIVE
001160             SET LK-RESULT-REVOKED TO TRUE
001170             GO TO 1000-EXIT
001180         END-IF.
001190         EVALUATE TRUE
001200             WHEN LK-ACTION-CHECK
001210                 IF NOT PRM-OPR-CHECK-YES
001220                     SET LK-RESULT-DENIED TO TRUE
001230                 END-IF
001240             WHEN LK-ACTION-SUBMIT
001250                 IF NOT PRM-OPR-SUBMIT-YES
001260                     SET LK-RESULT-DENIED TO TRUE
001270                 END-IF
001280             WHEN LK-ACTION-APPROVE
001290                 IF NOT PRM-OPR-APPROVE-YES
001300                     SET LK-RESULT-DENIED TO TRUE
001310                 END-IF
001320             WHEN OTHER
001330                 SET LK-RESULT-DENIED TO TRUE
001340         END-EVALUATE.
001350 1000-EXIT.
001360         EXIT.
001370
001380 2000-OPEN-FILE.
001390         OPEN INPUT PRM-OPERATOR-FILE.
001400         IF PRM-OPERATOR-STATUS = "00"
001410             SET PRM-OPERATOR-IS-OPEN TO TRUE
001420         ELSE
001430             SET PRM-OPERATOR-IS-DOWN TO TRUE
001440             DISPLAY 'PRMOPRCK: OPRAUTH NOT AVAILABLE - STATUS '
001450                 PRM-OPERATOR-STATUS
001460         END-IF.
001470 2000-EXIT.
001480         EXIT.
001490
001500 3000-CLOSE-FILE.
001510         IF PRM-OPERATOR-IS-OPEN
001520             CLOSE PRM-OPERATOR-FILE
001530         END-IF.
001540         SET PRM-OPERATOR-IS-CLOSED TO TRUE.
001550 3000-EXIT.
001560         EXIT.
001570
001580 END PROGRAM PRMOPRCK.
