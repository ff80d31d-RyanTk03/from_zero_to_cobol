000234*                    control files; spaces on records written
000235*                    before the change and on programs that do
000236*                    not draw a run id.
000237*   10/15/2026  RT  Added PRM-RUN-OPERATOR in positions 102-109
000238*                    (record 100 to 109) - the operator signed on
000239*                    to a PrimeNumber session, including a session
000240*                    refused at sign-on (RC 12 or 16); spaces on
000241*                    batch programs and on older records.
000242*****************************************************************
000250 01  PRM-RUN-RECORD-WS.
000260     05  PRM-RUN-PROGRAM         PIC X(08).
000270     05  FILLER                  PIC X(01) VALUE SPACE.
000470     05  PRM-RUN-RETURN-CODE     PIC 9(02).
000480     05  FILLER                  PIC X(01) VALUE SPACE.
000490     05  PRM-RUN-RUN-ID          PIC X(06).
000491     05  FILLER                  PIC X(01) VALUE SPACE.
000492     05  PRM-RUN-OPERATOR        PIC X(08) VALUE SPACES.
