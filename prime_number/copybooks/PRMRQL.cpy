000100*****************************************************************
000110* COPYBOOK:  PRMRQL
000120* PURPOSE:   Intraday request log (REQLOG) record, one per event,
000130*            appended by PRMCKREQ: "R" when a request is picked
000140*            up off the pending file, then "A" when it has been
000150*            answered or "M" when it was refused as malformed,
000160*            with the reason.  Each event carries the date and
000170*            time it happened, the requesting system and request
000180*            id, the date on the request header, the run id the
000190*            request was handled under and, on an answer, the
000200*            counts sent back.  The log is the trace of every
000210*            request from arrival to response; an id answered
000220*            once is refused if the same system sends it again.
000230*            Records are 136 bytes.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   10/15/2026  RT  Initial request log layout.
000270*****************************************************************
000280 01  PRM-RQL-RECORD-WS.
000290     05  PRM-RQL-EVENT-DATE      PIC 9(08).
000300     05  FILLER                  PIC X(01) VALUE SPACE.
000310     05  PRM-RQL-EVENT-TIME      PIC 9(06).
000320     05  FILLER                  PIC X(01) VALUE SPACE.
000330     05  PRM-RQL-EVENT           PIC X(01).
000340         88  PRM-RQL-RECEIVED               VALUE "R".
000350         88  PRM-RQL-ANSWERED               VALUE "A".
000360         88  PRM-RQL-MALFORMED              VALUE "M".
000370     05  FILLER                  PIC X(01) VALUE SPACE.
000380     05  PRM-RQL-SYSTEM          PIC X(08).
000390     05  FILLER                  PIC X(01) VALUE SPACE.
000400     05  PRM-RQL-REQUEST-ID      PIC X(12).
000410     05  FILLER                  PIC X(01) VALUE SPACE.
000420     05  PRM-RQL-REQUEST-DATE    PIC X(08).
000430     05  FILLER                  PIC X(01) VALUE SPACE.
000440     05  PRM-RQL-RUN-ID          PIC 9(06).
000450     05  FILLER                  PIC X(01) VALUE SPACE.
000460     05  PRM-RQL-DETAIL-CNT      PIC 9(09).
000470     05  FILLER                  PIC X(01) VALUE SPACE.
000480     05  PRM-RQL-PRIME-CNT       PIC 9(09).
000490     05  FILLER                  PIC X(01) VALUE SPACE.
000500     05  PRM-RQL-COMP-CNT        PIC 9(09).
000510     05  FILLER                  PIC X(01) VALUE SPACE.
000520     05  PRM-RQL-REJECT-CNT      PIC 9(09).
000530     05  FILLER                  PIC X(01) VALUE SPACE.
000540     05  PRM-RQL-CONFLICT-CNT    PIC 9(09).
000550     05  FILLER                  PIC X(01) VALUE SPACE.
000560     05  PRM-RQL-REASON          PIC X(30).
