000100*****************************************************************
000110* COPYBOOK:  PRMCAL
000120* PURPOSE:   Shop processing calendar record (CALENDAR, VSAM KSDS)
000130*            keyed on the date.  One record per date saying
000140*            whether the shop processes that day:
000150*              P - processing day, a normal night
000160*              N - non-processing day (weekend, holiday) - no
000170*                  extract is sent and no run is expected
000180*              S - short day (holiday eve and the like) - the
000190*                  night runs on a short extract
000200*            A date not on the calendar is taken by the weekday
000210*            rule - Monday to Friday processing, Saturday and
000220*            Sunday not.  Kept by PRMCALMT, listed by PRMCALRP,
000230*            read through PRMCALCK.
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   10/15/2026  RT  Initial processing calendar layout.  All
000270*                    records are 80 bytes.
000280*****************************************************************
000290 01  PRM-CAL-RECORD.
000300     05  PRM-CAL-DATE            PIC 9(08).
000310     05  PRM-CAL-DAY-TYPE        PIC X(01).
000320         88  PRM-CAL-PROCESSING             VALUE "P".
000330         88  PRM-CAL-NON-PROCESSING         VALUE "N".
000340         88  PRM-CAL-SHORT-DAY              VALUE "S".
000350     05  PRM-CAL-DESCRIPTION     PIC X(30).
000360     05  PRM-CAL-CHANGED-DATE    PIC 9(08).
000370     05  PRM-CAL-CHANGED-BY      PIC X(08).
000380     05  FILLER                  PIC X(25).
