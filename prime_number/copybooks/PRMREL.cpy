000234*                    run that produced it; all three record types
000235*                    widened from 41 to 47 bytes and the RELFILE
000236*                    and pickup LRECLs move with them.
000237*   10/15/2026  RT  Added PRM-REL-DET-SOURCE to the detail record
000238*                    and a new "S" source-totals record, one per
000239*                    source extract, written ahead of the trailer
000240*                    with that source's prime/composite/reject
000241*                    counts.  Record length unchanged; receivers
000242*                    skip record types they do not know.
000243*****************************************************************
000250 01  PRM-REL-HEADER.
000260     05  PRM-REL-HDR-TYPE        PIC X(01) VALUE "H".
000270     05  PRM-REL-HDR-RUN-DATE    PIC 9(08).
000340     05  PRM-REL-DET-VERDICT     PIC X(01).
000350         88  PRM-REL-DET-PRIME              VALUE "P".
000360         88  PRM-REL-DET-COMPOSITE          VALUE "C".
000361     05  PRM-REL-DET-SOURCE      PIC X(04).
000362     05  FILLER                  PIC X(35) VALUE SPACES.
000363
000364 01  PRM-REL-SOURCE.
000365     05  PRM-REL-SRC-TYPE        PIC X(01) VALUE "S".
000366     05  PRM-REL-SRC-CODE        PIC X(04).
000367     05  PRM-REL-SRC-PRIME-CNT   PIC 9(09).
000368     05  PRM-REL-SRC-COMP-CNT    PIC 9(09).
000369     05  PRM-REL-SRC-REJECT-CNT  PIC 9(09).
000370     05  FILLER                  PIC X(15) VALUE SPACES.
000380
000390 01  PRM-REL-TRAILER.
000400     05  PRM-REL-TRL-TYPE        PIC X(01) VALUE "T".
