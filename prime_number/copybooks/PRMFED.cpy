000100*****************************************************************
000110* COPYBOOK:  PRMFED
000120* PURPOSE:   Envelope records of a source extract.  Each source
000130*            system sends its own extract of values to check,
000140*            opened by an "HDR" header naming the source and
000150*            closed by a "TRL" trailer carrying the number of
000160*            detail records between them, so the PRMINTK intake
000170*            step can prove each feed on its own and refuse one
000180*            that does not match its trailer without holding
000190*            the others.  Detail records keep the worklist
000200*            layout - the value in columns 1-7.  The intake
000210*            step writes each accepted detail onto the worklist
000220*            with the source code in columns 9-12, which every
000230*            later step carries through to the per-source
000240*            totals.  All records are 80 bytes.
000250*-----------------------------------------------------------------
000260* MODIFICATION HISTORY
000270*   10/15/2026  RT  Initial source-extract envelope layout.
000280*****************************************************************
000290 01  PRM-FED-HEADER.
000300     05  PRM-FED-HDR-TAG         PIC X(03).
000310         88  PRM-FED-IS-HEADER              VALUE "HDR".
000320     05  FILLER                  PIC X(01).
000330     05  PRM-FED-HDR-SOURCE      PIC X(04).
000340     05  FILLER                  PIC X(01).
000350     05  PRM-FED-HDR-DATE        PIC X(08).
000360     05  FILLER                  PIC X(01).
000370     05  PRM-FED-HDR-EXTRACT-ID  PIC X(26).
000380     05  FILLER                  PIC X(36).
000390
000400 01  PRM-FED-TRAILER.
000410     05  PRM-FED-TRL-TAG         PIC X(03).
000420         88  PRM-FED-IS-TRAILER             VALUE "TRL".
000430     05  FILLER                  PIC X(01).
000440     05  PRM-FED-TRL-SOURCE      PIC X(04).
000450     05  FILLER                  PIC X(01).
000460     05  PRM-FED-TRL-COUNT       PIC X(09).
000470     05  FILLER                  PIC X(62).
