000199*                    AUDITLOG LRECL moves with it.  The field is
000200*                    spaces on lines written before the change and
000201*                    on interactive PrimeNumber checks.
000202*   10/15/2026  RT  Added PRM-AUD-OPERATOR and PRM-AUD-APPROVER so
000203*                    every line names who did it: the operator
000204*                    signed on to PrimeNumber for an interactive
000205*                    check, the submitting and approving
000206*                    operators on a PRMCORR reversal line.  Both
000207*                    are spaces on batch check lines (the run id
000208*                    names those) and on lines written before the
000209*                    change; the line widened from 139 to 157 and
000210*                    the AUDITLOG LRECL moves with it.
000211*****************************************************************
000212 01  PRM-AUD-LINE.
000220     05  PRM-AUD-DATE            PIC X(10).
000230     05  FILLER                  PIC X(01) VALUE SPACE.
000240     05  PRM-AUD-TIME            PIC X(08).
000282     05  PRM-AUD-FACTORS         PIC X(75).
000283     05  FILLER                  PIC X(01) VALUE SPACE.
000284     05  PRM-AUD-RUN-ID          PIC X(06).
000285     05  FILLER                  PIC X(01) VALUE SPACE.
000286     05  PRM-AUD-OPERATOR        PIC X(08) VALUE SPACES.
000287     05  FILLER                  PIC X(01) VALUE SPACE.
000288     05  PRM-AUD-APPROVER        PIC X(08) VALUE SPACES.
