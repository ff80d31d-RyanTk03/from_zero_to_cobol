000100*****************************************************************
000110* COPYBOOK:  PRMCRS
000120* PURPOSE:   Intraday check response records written by PRMCKREQ,
000130*            one group per request, appended to the requesting
000140*            system's own response file: an "H" header echoing
000150*            the system and request id with the disposition
000160*            ("A" answered, "M" refused as malformed, with the
000170*            reason) and the run date, time and run id the checks
000180*            were posted under; for an answered request one "D"
000190*            detail per value in the order sent, with the caller
000200*            reference handed back, the verdict and, for a
000210*            composite, its factors; and a "T" trailer with the
000220*            counts to balance against.  A value that cannot be
000230*            checked comes back "R" with the reason in the factor
000240*            field; one whose fresh check disagrees with the
000250*            verdict already on VERMAST comes back "K" with no
000260*            verdict until the conflict is cleared.  All records
000270*            are 100 bytes.
000280*-----------------------------------------------------------------
000290* MODIFICATION HISTORY
000300*   10/15/2026  RT  Initial check response layout.
000310*****************************************************************
000320 01  PRM-CRS-HEADER.
000330     05  PRM-CRS-HDR-TYPE        PIC X(01) VALUE "H".
000340     05  PRM-CRS-HDR-SYSTEM      PIC X(08).
000350     05  PRM-CRS-HDR-REQUEST-ID  PIC X(12).
000360     05  PRM-CRS-HDR-STATUS      PIC X(01).
000370         88  PRM-CRS-HDR-ANSWERED           VALUE "A".
000380         88  PRM-CRS-HDR-MALFORMED          VALUE "M".
000390     05  PRM-CRS-HDR-REASON      PIC X(30).
000400     05  PRM-CRS-HDR-RUN-DATE    PIC 9(08).
000410     05  PRM-CRS-HDR-RUN-TIME    PIC 9(06).
000420     05  PRM-CRS-HDR-RUN-ID      PIC 9(06).
000430     05  FILLER                  PIC X(28) VALUE SPACES.
000440
000450 01  PRM-CRS-DETAIL.
000460     05  PRM-CRS-DET-TYPE        PIC X(01) VALUE "D".
000470     05  PRM-CRS-DET-VALUE       PIC X(07).
000480     05  PRM-CRS-DET-REFERENCE   PIC X(16).
000490     05  PRM-CRS-DET-VERDICT     PIC X(01).
000500         88  PRM-CRS-DET-PRIME              VALUE "P".
000510         88  PRM-CRS-DET-COMPOSITE          VALUE "C".
000520         88  PRM-CRS-DET-REJECTED           VALUE "R".
000530         88  PRM-CRS-DET-CONFLICT           VALUE "K".
000540     05  PRM-CRS-DET-FACTORS     PIC X(75).
000550
000560 01  PRM-CRS-TRAILER.
000570     05  PRM-CRS-TRL-TYPE        PIC X(01) VALUE "T".
000580     05  PRM-CRS-TRL-REQUEST-ID  PIC X(12).
000590     05  PRM-CRS-TRL-DETAIL-CNT  PIC 9(09).
000600     05  PRM-CRS-TRL-PRIME-CNT   PIC 9(09).
000610     05  PRM-CRS-TRL-COMP-CNT    PIC 9(09).
000620     05  PRM-CRS-TRL-REJECT-CNT  PIC 9(09).
000630     05  PRM-CRS-TRL-CONFLICT-CNT PIC 9(09).
000640     05  FILLER                  PIC X(42) VALUE SPACES.
