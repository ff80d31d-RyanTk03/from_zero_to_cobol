000100*****************************************************************
000110* COPYBOOK:  PRMSUS
000120* PURPOSE:   Reject suspense entry (SUSPENSE, VSAM KSDS).  One
000130*            record per worklist record the check step rejected
000140*            (or the edit step flagged on a night it held), so
000150*            the lot is followed up instead of appearing once on
000160*            a report and being gone.  Keyed on the date the
000170*            record entered suspense, the run that put it there
000180*            (zero for the edit step), where it came from ("B"
000190*            the serial check step, "1"-"4" a parallel segment,
000200*            "E" the edit step) and its record number in that
000210*            run's worklist.  The life of an entry:
000220*              P  pending     - entered suspense, nobody has
000230*                               acted on it yet
000240*              C  corrected   - a corrected value is waiting to
000250*                               be fed into the next worklist
000260*              Q  re-entered  - fed into a worklist, waiting for
000270*                               the check step to check it
000280*              K  checked     - the correction was checked;
000290*                               closed
000300*              W  written off - closed with a reason
000310*            Posted by PRMSUSP from the notices the edit and
000320*            check steps write (PRMSUN), maintained by PRMSUSMT,
000330*            aged by PRMSUSAG.
000340*-----------------------------------------------------------------
000350* MODIFICATION HISTORY
000360*   10/15/2026  RT  Initial suspense layout.  All records are
000370*                    200 bytes.
000380*****************************************************************
000390 01  PRM-SUS-RECORD.
000400     05  PRM-SUS-KEY.
000410         10  PRM-SUS-ENTRY-DATE  PIC 9(08).
000420         10  PRM-SUS-RUN-ID      PIC 9(06).
000430         10  PRM-SUS-ORIGIN      PIC X(01).
000440             88  PRM-SUS-FROM-EDIT          VALUE "E".
000450         10  PRM-SUS-RECORD-NO   PIC 9(09).
000460     05  PRM-SUS-REASON          PIC X(02).
000470         88  PRM-SUS-NOT-NUMERIC            VALUE "NN".
000480         88  PRM-SUS-OUT-OF-RANGE           VALUE "OR".
000490     05  PRM-SUS-STATUS          PIC X(01).
000500         88  PRM-SUS-PENDING                VALUE "P".
000510         88  PRM-SUS-CORRECTED              VALUE "C".
000520         88  PRM-SUS-REENTERED              VALUE "Q".
000530         88  PRM-SUS-CHECKED                VALUE "K".
000540         88  PRM-SUS-WRITTEN-OFF            VALUE "W".
000550         88  PRM-SUS-OPEN                   VALUE "P" "C" "Q".
000560     05  PRM-SUS-ORIGINAL        PIC X(80).
000570     05  PRM-SUS-CORRECTED-VALUE PIC X(07).
000580     05  PRM-SUS-NOTE            PIC X(40).
000590     05  PRM-SUS-MAINT-BY        PIC X(08).
000600     05  PRM-SUS-MAINT-DATE      PIC 9(08).
000610     05  PRM-SUS-REENTRY-DATE    PIC 9(08).
000620     05  PRM-SUS-CLOSED-DATE     PIC 9(08).
000630     05  PRM-SUS-CLOSED-RUN-ID   PIC 9(06).
000640     05  FILLER                  PIC X(08).
