000170*               exact layout PRIMEBAT reads on INFILE, plus a
000180*               selection report, so the re-verification run is
000190*               just another PRIMEBAT job fed a generated
000191*               worklist.  The cutoff may also be punched as a
000192*               number of processing days back from today
000193*               (nnnnn), counted on the shop calendar through
000194*               PRMCALCK.  RC 0 values selected, 4 nothing met
000210*               the criteria, 8 master not available, 16 bad
000220*               card.
000230* TECTONICS:    cobc
000240*-----------------------------------------------------------------
000250* MODIFICATION HISTORY
000260*   09/02/2026  RT  Initial worklist generator.
000261*   10/15/2026  RT  Cutoff may be given as a number of
000262*                    processing days back from today, counted on
000263*                    the shop calendar.
000270*****************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID. PRMREVER.
000870
000880 01  PRM-PARM-CARD.
000890     05  PRM-CARD-CUTOFF         PIC X(10).
000891     05  PRM-CARD-CUTOFF-BACK REDEFINES PRM-CARD-CUTOFF.
000892         10  PRM-CARD-DAYS-BACK  PIC X(05).
000893         10  PRM-CARD-DAYS-REST  PIC X(05).
000900     05  FILLER                  PIC X(01).
000910     05  PRM-CARD-THRESHOLD      PIC X(09).
000920     05  FILLER                  PIC X(01).
001000     05  PRM-KEY-LOW             PIC 9(6) COMP VALUE ZERO.
001010     05  PRM-KEY-HIGH            PIC 9(6) COMP VALUE 999999.
001020     05  PRM-LAST-YMD            PIC 9(08) VALUE ZERO.
001021
001022 01  PRM-CLK-ACTION              PIC X(01) VALUE SPACE.
001023 01  PRM-CLK-FIRST-DATE          PIC 9(08) VALUE ZERO.
001024 01  PRM-CLK-SECOND-DATE         PIC 9(08) VALUE ZERO.
001025 01  PRM-CLK-DAY-COUNT           PIC 9(05) VALUE ZERO.
001026 01  PRM-CLK-DAY-TYPE            PIC X(01) VALUE SPACE.
001027 01  PRM-CLK-RESULT              PIC X(01) VALUE SPACE.
001028     88  PRM-CLK-CALENDAR-DOWN             VALUE "E".
001029     88  PRM-CLK-INVALID                   VALUE "I".
001030 01  PRM-DAYS-BACK-EDIT          PIC ZZZZ9.
001031
001040 01  PRM-RUN-DATE-TIME.
001050     05  PRM-SYS-DATE            PIC 9(08).
001060     05  PRM-SYS-TIME            PIC 9(08).
001290     05  FILLER PIC X(05) VALUE SPACES.
001300     05  FILLER PIC X(22) VALUE "LAST CHECKED BEFORE   ".
001310     05  PRM-REV-CRIT-CUTOFF PIC X(10).
001311     05  FILLER PIC X(02) VALUE SPACES.
001312     05  PRM-REV-CRIT-DAYS PIC X(05) VALUE SPACES.
001313     05  PRM-REV-CRIT-DAYS-TEXT PIC X(21) VALUE SPACES.
001314     05  FILLER PIC X(15) VALUE SPACES.
001330
001340 01  PRM-REV-CRITERIA-LINE-2.
001350     05  FILLER PIC X(05) VALUE SPACES.
002220                 STOP RUN
002230         END-READ.
002240         CLOSE PRM-PARM-FILE.
002241         IF PRM-CARD-DAYS-BACK IS NUMERIC AND
002242                 PRM-CARD-DAYS-REST = SPACES
002243             PERFORM 1600-RESOLVE-DAYS-BACK THRU 1600-EXIT
002244         END-IF.
002250         IF PRM-CARD-CUTOFF(3:1) NOT = "/" OR
002260                 PRM-CARD-CUTOFF(6:1) NOT = "/" OR
002270                 PRM-CARD-CUTOFF(1:2) IS NOT NUMERIC OR
002480             STOP RUN
002490         END-IF.
002500 1500-EXIT.
002501         EXIT.
002502
002503 1600-RESOLVE-DAYS-BACK.
002504*    A cutoff punched as a number of processing days (nnnnn in
002505*    columns 1-5, rest of the field blank) is counted back from
002506*    today on the shop calendar and put back on the card as
002507*    MM/DD/YYYY, so it is checked and reported like a dated one.
002508         ACCEPT PRM-CLK-FIRST-DATE FROM DATE YYYYMMDD.
002509         MOVE PRM-CARD-DAYS-BACK TO PRM-CLK-DAY-COUNT.
002510         MOVE "B" TO PRM-CLK-ACTION.
002511         CALL "PRMCALCK" USING PRM-CLK-ACTION, PRM-CLK-FIRST-DATE,
002512             PRM-CLK-SECOND-DATE, PRM-CLK-DAY-COUNT,
002513             PRM-CLK-DAY-TYPE, PRM-CLK-RESULT.
002514         IF PRM-CLK-INVALID
002515             DISPLAY 'PRMREVER: CANNOT COUNT BACK '
002516                 PRM-CARD-DAYS-BACK ' PROCESSING DAYS'
002517             MOVE 16 TO RETURN-CODE
002518             STOP RUN
002519         END-IF.
002520         IF PRM-CLK-CALENDAR-DOWN
002521             DISPLAY 'PRMREVER: CALENDAR NOT AVAILABLE - WEEKDAY '
002522                 'RULE USED FOR THE CUTOFF'
002523         END-IF.
002524         MOVE PRM-CARD-DAYS-BACK TO PRM-DAYS-BACK-EDIT.
002525         MOVE PRM-DAYS-BACK-EDIT TO PRM-REV-CRIT-DAYS.
002526         MOVE " PROCESSING DAYS BACK" TO PRM-REV-CRIT-DAYS-TEXT.
002527         MOVE PRM-CLK-SECOND-DATE(5:2) TO PRM-CARD-CUTOFF(1:2).
002528         MOVE "/" TO PRM-CARD-CUTOFF(3:1).
002529         MOVE PRM-CLK-SECOND-DATE(7:2) TO PRM-CARD-CUTOFF(4:2).
002530         MOVE "/" TO PRM-CARD-CUTOFF(6:1).
002531         MOVE PRM-CLK-SECOND-DATE(1:4) TO PRM-CARD-CUTOFF(7:4).
002532         MOVE "C" TO PRM-CLK-ACTION.
002533         CALL "PRMCALCK" USING PRM-CLK-ACTION, PRM-CLK-FIRST-DATE,
002534             PRM-CLK-SECOND-DATE, PRM-CLK-DAY-COUNT,
002535             PRM-CLK-DAY-TYPE, PRM-CLK-RESULT.
002536 1600-EXIT.
002537         EXIT.
002538
002539 2000-SELECT-RECORD.
002540         IF PRM-VER-KEY-VALUE < PRM-KEY-LOW OR
002550                 PRM-VER-KEY-VALUE > PRM-KEY-HIGH
002560             GO TO 2000-NEXT
