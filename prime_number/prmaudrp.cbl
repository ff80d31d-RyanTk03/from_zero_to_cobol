000230*                    could not be read.
000231*   09/02/2026  RT  AUDITLOG LRECL 132 to 139 with the run-
000232*                    identifier field added to the PRMAUD layout.
000233*   10/15/2026  RT  Audit line 139 to 157 for the operator id
000234*                    fields.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PRMAUDRP.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  PRM-AUDIT-FILE.
000491 01  PRM-AUDIT-RECORD            PIC X(157).
000510
000520 FD  PRM-SUMMARY-FILE.
000530 01  PRM-SUMMARY-RECORD          PIC X(80).
