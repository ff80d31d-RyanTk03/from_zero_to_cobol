000010*****************************************************************
000020* PROGRAM:      PRIMENXT
000030* AUTHOR:       Rayane TOKO
000040* INSTALLATION: SHOP DATA PROCESSING
000050* DATE-WRITTEN: 10/15/2026
000060* PURPOSE:      Callable nearest-prime lookup shared by PRIMEBAT
000070*               and PRMINQ.  Given a candidate, returns the
000080*               nearest prime strictly above it and the nearest
000090*               prime strictly below it, plus a ready-to-print
000100*               text line of the form "NEAREST PRIMES: 139 BELOW,
000110*               149 ABOVE", so the planning desk can pick a
000120*               replacement for a composite lot or batch number
000130*               without hunting for one by hand.  The caller
000140*               passes its loaded PRIMES table (PRMPRI, proven
000150*               by the caller) with its entry count; a neighbour
000160*               the table covers is found by a binary search of
000170*               the table, anything else - or every neighbour
000180*               when the count is zero - by a divisor search in
000190*               the same sqrt-bound, skip-even-divisors spirit
000200*               as PRIMECHK.  The next prime above 999999 is
000210*               1000003, so the prime above is seven digits.
000220*               A candidate of 2 or less has no prime below it
000230*               and comes back with zero.
000240* TECTONICS:    cobc
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   10/15/2026  RT  Initial version.
000280*****************************************************************
000290 IDENTIFICATION DIVISION.
000300 PROGRAM-ID. PRIMENXT.
000310 AUTHOR. RAYANE TOKO.
000320 INSTALLATION. SHOP DATA PROCESSING.
000330 DATE-WRITTEN. 10/15/2026.
000340 DATE-COMPILED.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. GNUCOBOL.
000390 OBJECT-COMPUTER. GNUCOBOL.
000400
000410 DATA DIVISION.
000420 WORKING-STORAGE SECTION.
000430 01  PRM-PROBE                   PIC 9(7) COMP VALUE ZERO.
000440 01  PRM-DIVISOR                 PIC 9(7) COMP VALUE ZERO.
000450 01  PRM-DIVISOR-SQUARE          PIC 9(14) COMP VALUE ZERO.
000460 01  PRM-DIVIDE-RESULT           PIC 9(7) COMP VALUE ZERO.
000470 01  PRM-DIVIDE-REMAINDER        PIC 9(7) COMP VALUE ZERO.
000480 01  PRM-TABLE-HIGHEST           PIC 9(6) COMP VALUE ZERO.
000490
000500 01  PRM-SEARCH-FIELDS.
000510     05  PRM-SEARCH-LOW          PIC 9(6) COMP VALUE ZERO.
000520     05  PRM-SEARCH-HIGH         PIC 9(6) COMP VALUE ZERO.
000530     05  PRM-SEARCH-MID          PIC 9(6) COMP VALUE ZERO.
000540     05  PRM-SEARCH-PREV         PIC 9(6) COMP VALUE ZERO.
000550
000560 01  PRM-SWITCHES.
000570     05  PRM-PROBE-PRIME-SW      PIC X(01) VALUE "N".
000580         88  PRM-PROBE-IS-PRIME             VALUE "Y".
000590         88  PRM-PROBE-NOT-PRIME            VALUE "N".
000600     05  PRM-DIVISOR-DONE-SW     PIC X(01) VALUE "N".
000610         88  PRM-DIVISOR-DONE-YES           VALUE "Y".
000620         88  PRM-DIVISOR-DONE-NO            VALUE "N".
000630     05  PRM-FOUND-SW            PIC X(01) VALUE "N".
000640         88  PRM-FOUND-YES                  VALUE "Y".
000650         88  PRM-FOUND-NO                   VALUE "N".
000660
000670 01  PRM-FORMAT-FIELDS.
000680     05  PRM-NXT-EDIT            PIC Z(6)9.
000690     05  PRM-NXT-LEAD-SPACES     PIC 9(2) COMP VALUE ZERO.
000700     05  PRM-TEXT-POINTER        PIC 9(3) COMP VALUE ZERO.
000710
000720 LINKAGE SECTION.
000730 01  LK-CANDIDATE                PIC S9(6).
000740 01  LK-TABLE-COUNT              PIC 9(6) COMP.
000750 01  LK-PRIME-TABLE.
000760     05  LK-PRIME-ENTRY
000770         OCCURS 1 TO 78498 TIMES
000780             DEPENDING ON LK-TABLE-COUNT.
000790         10  LK-PRIME-TBL-VALUE  PIC 9(6) COMP.
000800 01  LK-PREV-PRIME               PIC 9(6).
000810 01  LK-NEXT-PRIME               PIC 9(7).
000820 01  LK-NEAREST-TEXT             PIC X(75).
000830
000840 PROCEDURE DIVISION USING LK-CANDIDATE, LK-TABLE-COUNT,
000850         LK-PRIME-TABLE, LK-PREV-PRIME, LK-NEXT-PRIME,
000860         LK-NEAREST-TEXT.
000870 0000-MAINLINE.
000880         MOVE ZERO TO LK-PREV-PRIME.
000890         MOVE ZERO TO LK-NEXT-PRIME.
000900         MOVE ZERO TO PRM-TABLE-HIGHEST.
000910         IF LK-TABLE-COUNT > 0
000920             MOVE LK-PRIME-TBL-VALUE(LK-TABLE-COUNT)
000930                 TO PRM-TABLE-HIGHEST
000940         END-IF.
000950         IF LK-CANDIDATE < 2
000960             MOVE 2 TO LK-NEXT-PRIME
000970         ELSE
000980             PERFORM 1000-FIND-NEIGHBOURS THRU 1000-EXIT
000990         END-IF.
001000         PERFORM 2000-FORMAT-NEAREST-TEXT THRU 2000-EXIT.
001010         GOBACK.
001020
001030*    The table covers the prime above when some entry is above
001040*    the candidate, and the prime below when the candidate lies
001050*    between the lowest and highest entries (every prime under
001060*    it is then on the table).
001070 1000-FIND-NEIGHBOURS.
001080         IF LK-TABLE-COUNT > 0 AND
001090                 LK-CANDIDATE < PRM-TABLE-HIGHEST
001100             PERFORM 1100-SEARCH-TABLE THRU 1100-EXIT
001110             MOVE LK-PRIME-TBL-VALUE(PRM-SEARCH-LOW)
001120                 TO LK-NEXT-PRIME
001130         ELSE
001140             MOVE LK-CANDIDATE TO PRM-PROBE
001150             PERFORM 1300-PROBE-UPWARD THRU 1300-EXIT
001160         END-IF.
001170         IF LK-CANDIDATE = 2
001180             GO TO 1000-EXIT
001190         END-IF.
001200         IF LK-TABLE-COUNT > 0 AND
001210                 LK-CANDIDATE <= PRM-TABLE-HIGHEST AND
001211                 LK-CANDIDATE > LK-PRIME-TBL-VALUE(1)
001220             PERFORM 1100-SEARCH-TABLE THRU 1100-EXIT
001230             MOVE PRM-SEARCH-LOW TO PRM-SEARCH-PREV
001240             SUBTRACT 1 FROM PRM-SEARCH-PREV
001250             IF LK-PRIME-TBL-VALUE(PRM-SEARCH-PREV) = LK-CANDIDATE
001260                 SUBTRACT 1 FROM PRM-SEARCH-PREV
001270             END-IF
001280             MOVE LK-PRIME-TBL-VALUE(PRM-SEARCH-PREV)
001290                 TO LK-PREV-PRIME
001300         ELSE
001310             MOVE LK-CANDIDATE TO PRM-PROBE
001320             PERFORM 1400-PROBE-DOWNWARD THRU 1400-EXIT
001330         END-IF.
001340 1000-EXIT.
001350         EXIT.
001360
001370*    Leaves PRM-SEARCH-LOW on the first entry above the
001380*    candidate (count + 1 when there is none).
001390 1100-SEARCH-TABLE.
001400         MOVE 1 TO PRM-SEARCH-LOW.
001410         COMPUTE PRM-SEARCH-HIGH = LK-TABLE-COUNT + 1.
001420         PERFORM 1200-HALVE-RANGE THRU 1200-EXIT
001430             UNTIL PRM-SEARCH-LOW >= PRM-SEARCH-HIGH.
001440 1100-EXIT.
001450         EXIT.
001460
001470 1200-HALVE-RANGE.
001480         COMPUTE PRM-SEARCH-MID =
001490                 (PRM-SEARCH-LOW + PRM-SEARCH-HIGH) / 2.
001500         IF LK-PRIME-TBL-VALUE(PRM-SEARCH-MID) > LK-CANDIDATE
001510             MOVE PRM-SEARCH-MID TO PRM-SEARCH-HIGH
001520         ELSE
001530             COMPUTE PRM-SEARCH-LOW = PRM-SEARCH-MID + 1
001540         END-IF.
001550 1200-EXIT.
001560         EXIT.
001570
001580 1300-PROBE-UPWARD.
001590         SET PRM-FOUND-NO TO TRUE.
001600         PERFORM 1310-TRY-NEXT-UP THRU 1310-EXIT
001610             UNTIL PRM-FOUND-YES.
001620         MOVE PRM-PROBE TO LK-NEXT-PRIME.
001630 1300-EXIT.
001640         EXIT.
001650
001660 1310-TRY-NEXT-UP.
001670         ADD 1 TO PRM-PROBE.
001680         PERFORM 1500-TEST-PROBE THRU 1500-EXIT.
001690         IF PRM-PROBE-IS-PRIME
001700             SET PRM-FOUND-YES TO TRUE
001710         END-IF.
001720 1310-EXIT.
001730         EXIT.
001740
001750 1400-PROBE-DOWNWARD.
001760         SET PRM-FOUND-NO TO TRUE.
001770         PERFORM 1410-TRY-NEXT-DOWN THRU 1410-EXIT
001780             UNTIL PRM-FOUND-YES.
001790         MOVE PRM-PROBE TO LK-PREV-PRIME.
001800 1400-EXIT.
001810         EXIT.
001820
001830 1410-TRY-NEXT-DOWN.
001840         SUBTRACT 1 FROM PRM-PROBE.
001850         PERFORM 1500-TEST-PROBE THRU 1500-EXIT.
001860         IF PRM-PROBE-IS-PRIME
001870             SET PRM-FOUND-YES TO TRUE
001880         END-IF.
001890 1410-EXIT.
001900         EXIT.
001910
001920 1500-TEST-PROBE.
001930         SET PRM-PROBE-IS-PRIME TO TRUE.
001940         IF PRM-PROBE < 2
001950             SET PRM-PROBE-NOT-PRIME TO TRUE
001960             GO TO 1500-EXIT
001970         END-IF.
001980         IF PRM-PROBE < 4
001990             GO TO 1500-EXIT
002000         END-IF.
002010         DIVIDE PRM-PROBE BY 2
002020             GIVING PRM-DIVIDE-RESULT
002030             REMAINDER PRM-DIVIDE-REMAINDER.
002040         IF PRM-DIVIDE-REMAINDER = 0
002050             SET PRM-PROBE-NOT-PRIME TO TRUE
002060             GO TO 1500-EXIT
002070         END-IF.
002080         MOVE 3 TO PRM-DIVISOR.
002090         SET PRM-DIVISOR-DONE-NO TO TRUE.
002100         PERFORM 1510-TRY-DIVISOR THRU 1510-EXIT
002110             UNTIL PRM-DIVISOR-DONE-YES.
002120 1500-EXIT.
002130         EXIT.
002140
002150 1510-TRY-DIVISOR.
002160         COMPUTE PRM-DIVISOR-SQUARE = PRM-DIVISOR * PRM-DIVISOR.
002170         IF PRM-DIVISOR-SQUARE > PRM-PROBE
002180             SET PRM-DIVISOR-DONE-YES TO TRUE
002190             GO TO 1510-EXIT
002200         END-IF.
002210         DIVIDE PRM-PROBE BY PRM-DIVISOR
002220             GIVING PRM-DIVIDE-RESULT
002230             REMAINDER PRM-DIVIDE-REMAINDER.
002240         IF PRM-DIVIDE-REMAINDER = 0
002250             SET PRM-PROBE-NOT-PRIME TO TRUE
002260             SET PRM-DIVISOR-DONE-YES TO TRUE
002270         ELSE
002280             ADD 2 TO PRM-DIVISOR
002290         END-IF.
002300 1510-EXIT.
002310         EXIT.
002320
002330 2000-FORMAT-NEAREST-TEXT.
002340         MOVE SPACES TO LK-NEAREST-TEXT.
002350         MOVE 1 TO PRM-TEXT-POINTER.
002360         STRING "NEAREST PRIMES: " DELIMITED BY SIZE
002370             INTO LK-NEAREST-TEXT
002380             WITH POINTER PRM-TEXT-POINTER
002390             ON OVERFLOW CONTINUE
002400         END-STRING.
002410         IF LK-PREV-PRIME = 0
002420             STRING "NONE" DELIMITED BY SIZE
002430                 INTO LK-NEAREST-TEXT
002440                 WITH POINTER PRM-TEXT-POINTER
002450                 ON OVERFLOW CONTINUE
002460             END-STRING
002470         ELSE
002480             MOVE LK-PREV-PRIME TO PRM-NXT-EDIT
002490             PERFORM 2200-APPEND-EDITED THRU 2200-EXIT
002500         END-IF.
002510         STRING " BELOW, " DELIMITED BY SIZE
002520             INTO LK-NEAREST-TEXT
002530             WITH POINTER PRM-TEXT-POINTER
002540             ON OVERFLOW CONTINUE
002550         END-STRING.
002560         MOVE LK-NEXT-PRIME TO PRM-NXT-EDIT.
002570         PERFORM 2200-APPEND-EDITED THRU 2200-EXIT.
002580         STRING " ABOVE" DELIMITED BY SIZE
002590             INTO LK-NEAREST-TEXT
002600             WITH POINTER PRM-TEXT-POINTER
002610             ON OVERFLOW CONTINUE
002620         END-STRING.
002630 2000-EXIT.
002640         EXIT.
002650
002660 2200-APPEND-EDITED.
002670         MOVE ZERO TO PRM-NXT-LEAD-SPACES.
002680         INSPECT PRM-NXT-EDIT
002690             TALLYING PRM-NXT-LEAD-SPACES FOR LEADING SPACE.
002700         STRING PRM-NXT-EDIT(PRM-NXT-LEAD-SPACES + 1:)
002710             DELIMITED BY SIZE
002720             INTO LK-NEAREST-TEXT
002730             WITH POINTER PRM-TEXT-POINTER
002740             ON OVERFLOW CONTINUE
002750         END-STRING.
002760 2200-EXIT.
002770         EXIT.
002780
002790 END PROGRAM PRIMENXT.
