000100*****************************************************************
000110* COPYBOOK:  PRMVCF
000120* PURPOSE:   One record per verdict conflict - a completed check
000130*            posted to VERMAST whose verdict disagrees with the
000140*            verdict already on file for the value.  Written by
000150*            PRMVERUP on the standing conflict file (VERCONF)
000160*            with the value, the verdict on file and the date it
000170*            was set, the verdict the new check came back with
000180*            and the date of that check, and the run id of the
000190*            posting run (spaces for an interactive check).
000200*            PRMVCRPT lists a run's conflicts and holds the
000210*            night's release when there are any.
000220*-----------------------------------------------------------------
000230* MODIFICATION HISTORY
000240*   10/15/2026  RT  Initial verdict-conflict layout.  All
000250*                    records are 39 bytes.
000260*****************************************************************
000270 01  PRM-VCF-RECORD-WS.
000280     05  PRM-VCF-RUN-ID          PIC X(06).
000290     05  FILLER                  PIC X(01) VALUE SPACE.
000300     05  PRM-VCF-VALUE           PIC 9(06).
000310     05  FILLER                  PIC X(01) VALUE SPACE.
000320     05  PRM-VCF-OLD-VERDICT     PIC X(01).
000330     05  FILLER                  PIC X(01) VALUE SPACE.
000340     05  PRM-VCF-OLD-DATE        PIC X(10).
000350     05  FILLER                  PIC X(01) VALUE SPACE.
000360     05  PRM-VCF-NEW-VERDICT     PIC X(01).
000370     05  FILLER                  PIC X(01) VALUE SPACE.
000380     05  PRM-VCF-NEW-DATE        PIC X(10).
