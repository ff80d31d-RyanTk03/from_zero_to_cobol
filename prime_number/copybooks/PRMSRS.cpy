000100*****************************************************************
000110* COPYBOOK:  PRMSRS
000120* PURPOSE:   Source-statistics master record (SRCSTAT), the
000130*            per-source companion of the statistics master.
000140*            Keyed on the period it totals (YYYYMMDD for a day
000150*            record, YYYYMM00 for a month record, as on STATMAST)
000160*            and the source code of the extract the values came
000170*            from ("NONE" for worklist records that carried no
000180*            source).  PRMSTATS adds each run's per-source
000190*            control totals here; PRMTREND prints a line per
000200*            source under each month so a feed whose reject
000210*            rate is climbing can be taken back to its owner.
000220*            All records are 59 bytes.
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*   10/15/2026  RT  Initial source-statistics layout.
000260*****************************************************************
000270 01  PRM-SRS-RECORD.
000280     05  PRM-SRS-KEY.
000290         10  PRM-SRS-PERIOD      PIC 9(08).
000300         10  PRM-SRS-SOURCE      PIC X(04).
000310     05  PRM-SRS-TYPE            PIC X(01).
000320         88  PRM-SRS-IS-DAY                 VALUE "D".
000330         88  PRM-SRS-IS-MONTH               VALUE "M".
000340     05  PRM-SRS-RUNS            PIC 9(05).
000350     05  PRM-SRS-CHECKED         PIC 9(09).
000360     05  PRM-SRS-PRIME-CNT       PIC 9(09).
000370     05  PRM-SRS-COMP-CNT        PIC 9(09).
000380     05  PRM-SRS-REJECT-CNT      PIC 9(09).
000390     05  FILLER                  PIC X(05) VALUE SPACES.
