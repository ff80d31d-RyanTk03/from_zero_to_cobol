000232*                    139 with the run-identifier fields; the
000233*                    balance report's control-record stamp line
000234*                    now shows the run id being balanced.
000235*   10/15/2026  RT  Audit line 139 to 157 for the operator id
000236*                    fields.
000237*   10/15/2026  RT  Control record widened to 308 with the
000238*                    per-source totals.  The worklist recount is
000239*                    now also kept per source code (columns 9-12,
000240*                    NONE when blank) and proved against each
000241*                    source's checked plus rejected on the
000242*                    control record, so a short or doubled feed
000243*                    is named on the balance report.
000244*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PRMBAL.
000270 AUTHOR. RAYANE TOKO.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PRM-CONTROL-FILE.
000571 01  PRM-CONTROL-RECORD          PIC X(308).
000590
000600 FD  PRM-INPUT-FILE.
000610 01  PRM-INPUT-RECORD.
000620     05  PRM-INPUT-VALUE         PIC X(07).
000621     05  FILLER                  PIC X(01).
000622     05  PRM-INPUT-SOURCE        PIC X(04).
000623     05  FILLER                  PIC X(68).
000640
000650 FD  PRM-AUDIT-FILE.
000651 01  PRM-AUDIT-RECORD            PIC X(157).
000670
000680 FD  PRM-BALANCE-FILE.
000690 01  PRM-BALANCE-RECORD          PIC X(80).
000980     05  PRM-INFILE-COUNT        PIC 9(9) COMP VALUE ZERO.
000990     05  PRM-AUDIT-COUNT         PIC 9(9) COMP VALUE ZERO.
001000     05  PRM-CHECK-PLUS-REJECT   PIC 9(9) COMP VALUE ZERO.
001001
001002*    Worklist records per source code, tallied the way PRIMEBAT
001003*    tallies them: "NONE" for a record with no source, and any
001004*    source past the sixth into the last slot as "*OTH".
001005 01  PRM-SOURCE-CONTROL.
001006     05  PRM-SOURCE-COUNT        PIC 9(2) COMP VALUE ZERO.
001007     05  PRM-SOURCE-MAX          PIC 9(2) COMP VALUE 6.
001008     05  PRM-SRC-IX              PIC 9(2) COMP VALUE ZERO.
001009     05  PRM-CTL-IX              PIC 9(2) COMP VALUE ZERO.
001010     05  PRM-CTL-SOURCES         PIC 9(2) COMP VALUE ZERO.
001011     05  PRM-RECORD-SOURCE       PIC X(04) VALUE SPACES.
001012 01  PRM-SOURCE-TABLE.
001013     05  PRM-SOURCE-ENTRY        OCCURS 6 TIMES.
001014         10  PRM-SRC-CODE        PIC X(04).
001015         10  PRM-SRC-RECORDS     PIC 9(9) COMP.
001016
001020 01  PRM-BAL-TITLE-LINE.
001030     05  FILLER PIC X(22) VALUE SPACES.
001040     05  FILLER PIC X(28) VALUE "PRIME RUN BALANCE REPORT".
002260         END-READ.
002270         IF PRM-INPUT-EOF-NO AND PRM-INPUT-VALUE(1:1) NOT = "*"
002280             ADD 1 TO PRM-INFILE-COUNT
002281             PERFORM 2200-TALLY-SOURCE THRU 2200-EXIT
002290         END-IF.
002300 2100-EXIT.
002301         EXIT.
002302
002303 2200-TALLY-SOURCE.
002304         MOVE PRM-INPUT-SOURCE TO PRM-RECORD-SOURCE.
002305         IF PRM-RECORD-SOURCE = SPACES
002306             MOVE "NONE" TO PRM-RECORD-SOURCE
002307         END-IF.
002308         MOVE 1 TO PRM-SRC-IX.
002309 2200-LOOP.
002310         IF PRM-SRC-IX > PRM-SOURCE-COUNT
002311             GO TO 2200-ADD
002312         END-IF.
002313         IF PRM-SRC-CODE(PRM-SRC-IX) = PRM-RECORD-SOURCE
002314             GO TO 2200-COUNT
002315         END-IF.
002316         ADD 1 TO PRM-SRC-IX.
002317         GO TO 2200-LOOP.
002318 2200-ADD.
002319         IF PRM-SOURCE-COUNT >= PRM-SOURCE-MAX
002320             MOVE PRM-SOURCE-MAX TO PRM-SRC-IX
002321             MOVE "*OTH" TO PRM-SRC-CODE(PRM-SRC-IX)
002322             GO TO 2200-COUNT
002323         END-IF.
002324         ADD 1 TO PRM-SOURCE-COUNT.
002325         MOVE PRM-SOURCE-COUNT TO PRM-SRC-IX.
002326         MOVE PRM-RECORD-SOURCE TO PRM-SRC-CODE(PRM-SRC-IX).
002327         MOVE ZERO TO PRM-SRC-RECORDS(PRM-SRC-IX).
002328 2200-COUNT.
002329         ADD 1 TO PRM-SRC-RECORDS(PRM-SRC-IX).
002330 2200-EXIT.
002331         EXIT.
002332
002333 3000-COUNT-AUDIT.
002340         MOVE ZERO TO PRM-AUDIT-COUNT.
002350         SET PRM-AUDIT-EOF-NO TO TRUE.
002360         OPEN INPUT PRM-AUDIT-FILE.
003010             SET PRM-BALANCED-NO TO TRUE
003020         END-IF.
003030         WRITE PRM-BALANCE-RECORD FROM PRM-BAL-ITEM-LINE.
003031         MOVE ZERO TO PRM-CTL-SOURCES.
003032         IF PRM-CTL-SOURCE-COUNT IS NUMERIC
003033             MOVE PRM-CTL-SOURCE-COUNT TO PRM-CTL-SOURCES
003034         END-IF.
003035         IF PRM-CTL-SOURCES > PRM-SOURCE-MAX
003036             MOVE PRM-SOURCE-MAX TO PRM-CTL-SOURCES
003037         END-IF.
003038         MOVE 1 TO PRM-CTL-IX.
003039         PERFORM 4100-COMPARE-ONE-SOURCE THRU 4100-EXIT
003040             UNTIL PRM-CTL-IX > PRM-CTL-SOURCES.
003041         MOVE 1 TO PRM-SRC-IX.
003042         PERFORM 4200-CHECK-WORKLIST-SOURCE THRU 4200-EXIT
003043             UNTIL PRM-SRC-IX > PRM-SOURCE-COUNT.
003044 4000-EXIT.
003045         EXIT.
003046
003047*    Each source on the control record against the worklist
003048*    records recounted for it.
003049 4100-COMPARE-ONE-SOURCE.
003050         MOVE "SOURCE      RECORDS      " TO PRM-BAL-ITEM-NAME.
003051         MOVE PRM-CTL-SRC-CODE(PRM-CTL-IX)
003052             TO PRM-BAL-ITEM-NAME(8:4).
003053         COMPUTE PRM-CHECK-PLUS-REJECT =
003054                 PRM-CTL-SRC-PRIME(PRM-CTL-IX)
003055                 + PRM-CTL-SRC-COMP(PRM-CTL-IX)
003056                 + PRM-CTL-SRC-REJECT(PRM-CTL-IX).
003057         MOVE PRM-CHECK-PLUS-REJECT TO PRM-BAL-ITEM-EXPECT.
003058         MOVE 1 TO PRM-SRC-IX.
003059 4100-LOOP.
003060         IF PRM-SRC-IX > PRM-SOURCE-COUNT
003061             MOVE ZERO TO PRM-BAL-ITEM-ACTUAL
003062             MOVE "OUT OF BALANCE" TO PRM-BAL-ITEM-VERDICT
003063             SET PRM-BALANCED-NO TO TRUE
003064             GO TO 4100-WRITE
003065         END-IF.
003066         IF PRM-SRC-CODE(PRM-SRC-IX) NOT =
003067                 PRM-CTL-SRC-CODE(PRM-CTL-IX)
003068             ADD 1 TO PRM-SRC-IX
003069             GO TO 4100-LOOP
003070         END-IF.
003071         MOVE PRM-SRC-RECORDS(PRM-SRC-IX) TO PRM-BAL-ITEM-ACTUAL.
003072         IF PRM-SRC-RECORDS(PRM-SRC-IX) = PRM-CHECK-PLUS-REJECT
003073             MOVE "BALANCED" TO PRM-BAL-ITEM-VERDICT
003074         ELSE
003075             MOVE "OUT OF BALANCE" TO PRM-BAL-ITEM-VERDICT
003076             SET PRM-BALANCED-NO TO TRUE
003077         END-IF.
003078 4100-WRITE.
003079         WRITE PRM-BALANCE-RECORD FROM PRM-BAL-ITEM-LINE.
003080         ADD 1 TO PRM-CTL-IX.
003081 4100-EXIT.
003082         EXIT.
003083
003084*    A source on the worklist that the control record does not
003085*    account for at all.
003086 4200-CHECK-WORKLIST-SOURCE.
003087         MOVE 1 TO PRM-CTL-IX.
003088 4200-LOOP.
003089         IF PRM-CTL-IX > PRM-CTL-SOURCES
003090             GO TO 4200-WRITE
003091         END-IF.
003092         IF PRM-CTL-SRC-CODE(PRM-CTL-IX) =
003093                 PRM-SRC-CODE(PRM-SRC-IX)
003094             GO TO 4200-NEXT
003095         END-IF.
003096         ADD 1 TO PRM-CTL-IX.
003097         GO TO 4200-LOOP.
003098 4200-WRITE.
003099         MOVE "SOURCE      RECORDS      " TO PRM-BAL-ITEM-NAME.
003100         MOVE PRM-SRC-CODE(PRM-SRC-IX) TO PRM-BAL-ITEM-NAME(8:4).
003101         MOVE ZERO TO PRM-BAL-ITEM-EXPECT.
003102         MOVE PRM-SRC-RECORDS(PRM-SRC-IX) TO PRM-BAL-ITEM-ACTUAL.
003103         MOVE "OUT OF BALANCE" TO PRM-BAL-ITEM-VERDICT.
003104         SET PRM-BALANCED-NO TO TRUE.
003105         WRITE PRM-BALANCE-RECORD FROM PRM-BAL-ITEM-LINE.
003106 4200-NEXT.
003107         ADD 1 TO PRM-SRC-IX.
003108 4200-EXIT.
003109         EXIT.
003110
003111 8000-FINALIZE.
003112         WRITE PRM-BALANCE-RECORD FROM PRM-BAL-BLANK-LINE.
003113         IF PRM-BALANCED-YES
003114             MOVE "RUN IS IN BALANCE" TO PRM-BAL-RESULT-TEXT
003115             MOVE ZERO TO RETURN-CODE
003120         ELSE
003130             MOVE "RUN IS OUT OF BALANCE - HOLD DOWNSTREAM"
003140                 TO PRM-BAL-RESULT-TEXT
