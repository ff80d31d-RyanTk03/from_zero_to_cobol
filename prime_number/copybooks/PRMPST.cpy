000100*****************************************************************
000110* COPYBOOK:  PRMPST
000120* PURPOSE:   One record per run applied to a standing master,
000130*            kept on the posting log (POSTLOG) by the PRMPSTUP
000140*            subprogram so a re-submitted job cannot post the
000150*            same run twice: the master posted to (VERMAST,
000160*            STATMAST, RELREG), the run id, the date and time
000170*            the post was applied, and the posting program.  A
000180*            VERMAST entry also carries a record count and
000190*            hash total (sum of the values) - PRIMEBAT's over
000200*            its worklist, PRMMERGE's over the merged release
000210*            details - which is how a resubmission is known
000220*            under the new run id it draws; zeros elsewhere.
000230*-----------------------------------------------------------------
000240* MODIFICATION HISTORY
000250*   10/15/2026  RT  Initial posting-log layout.  All records are
000260*                    66 bytes.
000270*****************************************************************
000280 01  PRM-PST-RECORD-WS.
000290     05  PRM-PST-TARGET          PIC X(08).
000300     05  FILLER                  PIC X(01) VALUE SPACE.
000310     05  PRM-PST-RUN-ID          PIC 9(06).
000320     05  FILLER                  PIC X(01) VALUE SPACE.
000330     05  PRM-PST-POST-DATE       PIC 9(08).
000340     05  FILLER                  PIC X(01) VALUE SPACE.
000350     05  PRM-PST-POST-TIME       PIC 9(06).
000360     05  FILLER                  PIC X(01) VALUE SPACE.
000370     05  PRM-PST-PROGRAM         PIC X(08).
000380     05  FILLER                  PIC X(01) VALUE SPACE.
000390     05  PRM-PST-RECORDS         PIC 9(09).
000400     05  FILLER                  PIC X(01) VALUE SPACE.
000410     05  PRM-PST-HASH-TOTAL      PIC 9(15).
