000100*****************************************************************
000110* COPYBOOK:  PRMSUN
000120* PURPOSE:   Suspense notice, appended to the notices file
000130*            (SUSNEW) by the steps that see worklist records and
000140*            applied to the suspense file (PRMSUS) by PRMSUSP
000150*            mode POST.  The check and edit steps never hold the
000160*            keyed suspense file themselves - the parallel
000170*            segment runs could not share it - they leave a
000180*            notice and the posting step applies it:
000190*              A  add      - a record entered suspense; the key
000200*                            is the new entry's
000210*              K  checked  - a re-entered correction was
000220*                            checked; the key is its entry's
000230*              J  rejected - a re-entered correction was
000240*                            rejected again; the key is its
000250*                            entry's, which goes back to pending
000260*            with the reason, the run id and run date of the
000270*            step writing the notice, and the worklist record
000280*            exactly as it was read.
000290*-----------------------------------------------------------------
000300* MODIFICATION HISTORY
000310*   10/15/2026  RT  Initial suspense-notice layout.  All records
000320*                    are 121 bytes.
000330*****************************************************************
000340 01  PRM-SUN-RECORD-WS.
000350     05  PRM-SUN-ACTION          PIC X(01).
000360         88  PRM-SUN-ADD                    VALUE "A".
000370         88  PRM-SUN-CHECKED                VALUE "K".
000380         88  PRM-SUN-REJECTED               VALUE "J".
000390     05  PRM-SUN-KEY.
000400         10  PRM-SUN-ENTRY-DATE  PIC 9(08).
000410         10  PRM-SUN-ENTRY-RUN   PIC 9(06).
000420         10  PRM-SUN-ORIGIN      PIC X(01).
000430         10  PRM-SUN-RECORD-NO   PIC 9(09).
000440     05  PRM-SUN-REASON          PIC X(02).
000450     05  PRM-SUN-RUN-ID          PIC 9(06).
000460     05  PRM-SUN-RUN-DATE        PIC 9(08).
000470     05  PRM-SUN-TEXT            PIC X(80).
