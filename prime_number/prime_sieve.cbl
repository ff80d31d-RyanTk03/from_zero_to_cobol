000199*                    count and highest prime, so PRMPVAL can
000200*                    prove the file and PRIMEBAT refuses one
000201*                    that does not prove out.
000202*   10/15/2026  RT  Run-log record 100 to 109 for the operator
000203*                    id field, written as spaces by this batch
000204*                    program.
000205*****************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID. PRIMESVE.
000230 AUTHOR. RAYANE TOKO.
000540 01  PRM-REPORT-RECORD               PIC X(80).
000550
000560 FD  PRM-RUNLOG-FILE.
000561 01  PRM-RUNLOG-RECORD               PIC X(109).
000580
000590 WORKING-STORAGE SECTION.
000600     COPY PRMRPT.
