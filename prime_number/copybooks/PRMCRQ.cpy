000100*****************************************************************
000110* COPYBOOK:  PRMCRQ
000120* PURPOSE:   Intraday check request records.  A system outside
000130*            our load library that needs a primality verdict
000140*            during the day appends a request to the pending
000150*            request file instead of phoning the help desk: an
000160*            "HDR" header naming the requesting system, its own
000170*            request id and the date it was sent, one "DET"
000180*            detail per value to check (the value in columns 5-11
000190*            and an optional caller reference the response hands
000200*            back unchanged), and a "TRL" trailer repeating the
000210*            request id with the number of details sent.  Each
000220*            request is self-delimited, so any number of them can
000230*            sit on the file together.  All records are 80 bytes.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   10/15/2026  RT  Initial check request layout.
000270*****************************************************************
000280 01  PRM-CRQ-HEADER.
000290     05  PRM-CRQ-HDR-TAG         PIC X(03).
000300         88  PRM-CRQ-IS-HEADER              VALUE "HDR".
000310     05  FILLER                  PIC X(01).
000320     05  PRM-CRQ-HDR-SYSTEM      PIC X(08).
000330     05  FILLER                  PIC X(01).
000340     05  PRM-CRQ-HDR-REQUEST-ID  PIC X(12).
000350     05  FILLER                  PIC X(01).
000360     05  PRM-CRQ-HDR-DATE        PIC X(08).
000370     05  FILLER                  PIC X(46).
000380
000390 01  PRM-CRQ-DETAIL.
000400     05  PRM-CRQ-DET-TAG         PIC X(03).
000410         88  PRM-CRQ-IS-DETAIL              VALUE "DET".
000420     05  FILLER                  PIC X(01).
000430     05  PRM-CRQ-DET-VALUE       PIC X(07).
000440     05  FILLER                  PIC X(01).
000450     05  PRM-CRQ-DET-REFERENCE   PIC X(16).
000460     05  FILLER                  PIC X(52).
000470
000480 01  PRM-CRQ-TRAILER.
000490     05  PRM-CRQ-TRL-TAG         PIC X(03).
000500         88  PRM-CRQ-IS-TRAILER             VALUE "TRL".
000510     05  FILLER                  PIC X(01).
000520     05  PRM-CRQ-TRL-REQUEST-ID  PIC X(12).
000530     05  FILLER                  PIC X(01).
000540     05  PRM-CRQ-TRL-COUNT       PIC X(09).
000550     05  FILLER                  PIC X(54).
