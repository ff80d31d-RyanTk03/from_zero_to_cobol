000349*                    consolidated report by PRMMERGE, so the
000350*                    layout belongs here with the other shared
000351*                    report lines.
000352*   10/15/2026  RT  Added PRM-RPT-NEAREST-LINE, printed under a
000353*                    composite's factor line with the nearest
000354*                    primes below and above the value.
000355*   10/15/2026  RT  Added PRM-RPT-NOTICE-LINE for a one-line run
000356*                    notice, such as a refused resubmission.
000357*   10/15/2026  RT  Added PRM-RPT-SOURCE-LINE for the per-source
000358*                    prime/composite/reject totals.
000359*   10/15/2026  RT  Added PRM-RPT-SUG-RANGE-LINE and
000360*                    PRM-RPT-SUG-UNVER-LINE, the trailer counts of
000361*                    composites given no suggested replacement.
000362*****************************************************************
000363 01  PRM-RPT-TITLE-LINE.
000370     05  FILLER PIC X(22) VALUE SPACES.
000380     05  FILLER PIC X(30) VALUE "PRIME NUMBER VERIFICATION RUN".
000390     05  FILLER PIC X(28) VALUE SPACES.
000712     05  FILLER PIC X(05) VALUE SPACES.
000713     05  PRM-RPT-FAC-TEXT PIC X(75).
000714
000715 01  PRM-RPT-NEAREST-LINE.
000716     05  FILLER PIC X(05) VALUE SPACES.
000717     05  PRM-RPT-NEAR-TEXT PIC X(75).
000718
000719 01  PRM-RPT-NOTICE-LINE.
000720     05  FILLER PIC X(05) VALUE SPACES.
000721     05  PRM-RPT-NOTICE-TEXT PIC X(75).
000722
000723 01  PRM-RPT-BLANK-LINE PIC X(80) VALUE SPACES.
000730 
000740 01  PRM-RPT-TRAILER-LINE-1.
000750     05  FILLER PIC X(05) VALUE SPACES.
000940     05  FILLER PIC X(06) VALUE "PAGE: ".
000950     05  PRM-RPT-PAGE-NO PIC ZZZ9.
000960     05  FILLER PIC X(62) VALUE SPACES.
000961
000962 01  PRM-RPT-SOURCE-LINE.
000963     05  FILLER PIC X(05) VALUE SPACES.
000964     05  FILLER PIC X(07) VALUE "SOURCE ".
000965     05  PRM-RPT-SRC-CODE PIC X(04).
000966     05  FILLER PIC X(08) VALUE "  PRIME ".
000967     05  PRM-RPT-SRC-PRIME-CNT PIC ZZZ,ZZZ,ZZ9.
000968     05  FILLER PIC X(12) VALUE "  COMPOSITE ".
000969     05  PRM-RPT-SRC-COMP-CNT PIC ZZZ,ZZZ,ZZ9.
000970     05  FILLER PIC X(11) VALUE "  REJECTED ".
000971     05  PRM-RPT-SRC-REJECT-CNT PIC ZZZ,ZZZ,ZZ9.
000972
000973 01  PRM-RPT-SUG-RANGE-LINE.
000974     05  FILLER PIC X(05) VALUE SPACES.
000975     05  FILLER PIC X(24) VALUE "SUGGESTION OUT OF RANGE ".
000976     05  PRM-RPT-SUG-RANGE-CNT PIC ZZZ,ZZZ,ZZ9.
000977     05  FILLER PIC X(34) VALUE SPACES.
000978
000979 01  PRM-RPT-SUG-UNVER-LINE.
000980     05  FILLER PIC X(05) VALUE SPACES.
000981     05  FILLER PIC X(24) VALUE "SUGGESTION NOT VERIFIED ".
000982     05  PRM-RPT-SUG-UNVER-CNT PIC ZZZ,ZZZ,ZZ9.
000983     05  FILLER PIC X(34) VALUE SPACES.
