000100*****************************************************************
000110* COPYBOOK:  PRMOPR
000120* PURPOSE:   Operator authorization record (OPRAUTH, VSAM KSDS)
000130*            keyed on the operator id.  One record per person
000140*            allowed to change the shop's verification records,
000150*            with what each may do: key interactive checks in
000160*            PrimeNumber, submit PRMCORR correction cards, and
000170*            approve them.  A revoked operator keeps the record
000180*            (status "R") so old audit lines still name someone
000190*            on file.  Kept by PRMOPRMT, read through PRMOPRCK.
000200*-----------------------------------------------------------------
000210* MODIFICATION HISTORY
000220*   10/15/2026  RT  Initial operator authorization layout.  All
000230*                    records are 80 bytes.
000240*****************************************************************
000250 01  PRM-OPR-RECORD.
000260     05  PRM-OPR-ID              PIC X(08).
000270     05  PRM-OPR-NAME            PIC X(30).
000280     05  PRM-OPR-STATUS          PIC X(01).
000290         88  PRM-OPR-ACTIVE                 VALUE "A".
000300         88  PRM-OPR-REVOKED                VALUE "R".
000310     05  PRM-OPR-AUTHORITIES.
000320         10  PRM-OPR-MAY-CHECK   PIC X(01).
000330             88  PRM-OPR-CHECK-YES          VALUE "Y".
000340         10  PRM-OPR-MAY-SUBMIT  PIC X(01).
000350             88  PRM-OPR-SUBMIT-YES         VALUE "Y".
000360         10  PRM-OPR-MAY-APPROVE PIC X(01).
000370             88  PRM-OPR-APPROVE-YES        VALUE "Y".
000380     05  PRM-OPR-ADDED-DATE      PIC 9(08).
000390     05  PRM-OPR-CHANGED-DATE    PIC 9(08).
000400     05  PRM-OPR-CHANGED-BY      PIC X(08).
000410     05  FILLER                  PIC X(14).
