000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   08/22/2026  RT  Initial splitter.
000231*   10/15/2026  RT  Segment records are now copied whole instead
000232*                    of only the value in columns 1-7, so a
000233*                    corrected value fed back from suspense keeps
000234*                    its tag and suspense key through to the
000235*                    segment's PRIMEBAT run.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PRMSPLIT.
002410         IF PRM-EOF-YES
002420             GO TO 4300-EXIT
002430         END-IF.
002431         MOVE PRM-INPUT-RECORD TO PRM-SEG-OUT-RECORD.
002460         PERFORM 4400-WRITE-SEGMENT-RECORD THRU 4400-EXIT.
002470         SUBTRACT 1 FROM PRM-SEGMENT-LEFT.
002480 4300-EXIT.
