000100*****************************************************************
000110* COPYBOOK:  PRMAHX
000120* PURPOSE:   Audit-history index record (AUDHIST, VSAM KSDS).
000130*            One record per line on the standing audit log,
000140*            carrying the whole line, so PRMINQ, PRMDIST and
000150*            PRMCORR read the few lines they want by key instead
000160*            of the log end to end.  AUDITLOG stays the legal
000170*            record; the index is for retrieval only and can be
000180*            rebuilt from the log at any time by PRMAHXRB.
000190*              Prime key  - value, check date (YYYYMMDD), check
000200*                           time (HHMMSS) and an occurrence
000210*                           number telling apart lines for the
000220*                           same value stamped in the same
000230*                           second, numbered from 001 in log
000240*                           order.
000250*              Alternate  - run id plus check date, with
000260*                           duplicates (spaces for interactive
000270*                           checks and correction lines).
000280*              Alternate  - check date alone, with duplicates.
000290*            PRM-AHX-PROVEN-STAMP is the date and time of the
000300*            PRMAHXRB run that last matched the record against
000310*            the log; zero on a record PRMAHXUP has just added.
000320*-----------------------------------------------------------------
000330* MODIFICATION HISTORY
000340*   10/15/2026  RT  Initial audit-history index layout.  All
000350*                    records are 198 bytes.
000351*   10/15/2026  RT  PRM-AHX-AUD-LINE 139 to 157 with the operator
000352*                    fields added to the PRMAUD line; records are
000353*                    216 bytes.  The cluster is redefined and
000354*                    rebuilt from the log by PRMAHXRB.
000360*****************************************************************
000370 01  PRM-AHX-RECORD.
000380     05  PRM-AHX-KEY.
000390         10  PRM-AHX-VALUE       PIC 9(06).
000400         10  PRM-AHX-CHECK-DATE  PIC 9(08).
000410         10  PRM-AHX-CHECK-TIME  PIC 9(06).
000420         10  PRM-AHX-OCCURRENCE  PIC 9(03).
000430     05  PRM-AHX-RUN-KEY.
000440         10  PRM-AHX-RUN-ID      PIC X(06).
000450         10  PRM-AHX-RUN-DATE    PIC 9(08).
000460     05  PRM-AHX-DATE-KEY        PIC 9(08).
000470     05  PRM-AHX-PROVEN-STAMP    PIC 9(14).
000480     05  PRM-AHX-AUD-LINE        PIC X(157).
