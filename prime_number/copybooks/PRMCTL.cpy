000216*                    control record names the specific check run
000217*                    it totals; zeros on a record written before
000218*                    the change.
000219*   10/15/2026  RT  Added the per-source prime/composite/reject
000220*                    totals (PRM-CTL-SOURCE-COUNT and up to six
000221*                    PRM-CTL-SOURCE-TOTALS entries, record 96 to
000222*                    308) so a run fed by several source extracts
000223*                    can be balanced and trended feed by feed;
000224*                    a zero count on a record written before the
000225*                    change.
000226*****************************************************************
000230 01  PRM-CTL-RECORD-WS.
000240     05  PRM-CTL-RUN-DATE        PIC X(10).
000250     05  FILLER                  PIC X(01) VALUE SPACE.
000364     05  PRM-CTL-COMP-CNT        PIC 9(09).
000365     05  FILLER                  PIC X(01) VALUE SPACE.
000366     05  PRM-CTL-RUN-ID          PIC 9(06).
000367     05  FILLER                  PIC X(01) VALUE SPACE.
000368     05  PRM-CTL-SOURCE-COUNT    PIC 9(01).
000369     05  PRM-CTL-SOURCE-TOTALS   OCCURS 6 TIMES.
000370         10  FILLER              PIC X(01) VALUE SPACE.
000371         10  PRM-CTL-SRC-CODE    PIC X(04).
000372         10  FILLER              PIC X(01) VALUE SPACE.
000373         10  PRM-CTL-SRC-PRIME   PIC 9(09).
000374         10  FILLER              PIC X(01) VALUE SPACE.
000375         10  PRM-CTL-SRC-COMP    PIC 9(09).
000376         10  FILLER              PIC X(01) VALUE SPACE.
000377         10  PRM-CTL-SRC-REJECT  PIC 9(09).
