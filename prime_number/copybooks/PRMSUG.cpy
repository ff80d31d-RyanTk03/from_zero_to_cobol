000100*****************************************************************
000110* COPYBOOK:  PRMSUG
000120* PURPOSE:   One record per composite on the suggested-
000130*            replacement file (SUGFILE) PRIMEBAT writes for the
000131*            planning desk (PRMMERGE on parallel nights): the
000132*            run id and run date, the composite value, and the
000150*            nearest prime above it that is not already on the
000160*            verification-history master (VERMAST), so the
000170*            suggestion is a number nobody has used yet.  The
000171*            suggested prime field is seven digits, but only
000172*            primes up to 999999 - usable as worklist values -
000173*            are ever written.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   10/15/2026  RT  Initial suggested-replacement layout.  All
000230*                    records are 30 bytes.
000231*   10/15/2026  RT  No record is written for a suggestion past
000232*                    999999 or one VERMAST could not verify -
000233*                    both are counted on the report trailer.
000234*                    PRMMERGE now writes the file on parallel
000235*                    nights.
000240*****************************************************************
000250 01  PRM-SUG-RECORD-WS.
000260     05  PRM-SUG-RUN-ID          PIC 9(06).
000270     05  FILLER                  PIC X(01) VALUE SPACE.
000280     05  PRM-SUG-RUN-DATE        PIC 9(08).
000290     05  FILLER                  PIC X(01) VALUE SPACE.
000300     05  PRM-SUG-VALUE           PIC 9(06).
000310     05  FILLER                  PIC X(01) VALUE SPACE.
000320     05  PRM-SUG-PRIME           PIC 9(07).
