000180*   08/22/2026  RT  Initial weekly operations report.
000181*   09/02/2026  RT  RUNLOG LRECL 93 to 100 with the run-
000182*                    identifier field added to the PRMRUN layout.
000183*   10/15/2026  RT  Run-log record 100 to 109 for the operator
000184*                    id field.
000190*****************************************************************
000200 IDENTIFICATION DIVISION.
000210 PROGRAM-ID. PRMOPRPT.
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  PRM-RUNLOG-FILE.
000441 01  PRM-RUNLOG-RECORD           PIC X(109).
000460
000470 FD  PRM-OPS-REPORT-FILE.
000480 01  PRM-OPS-REPORT-RECORD       PIC X(80).
