000100*               from retired lot ranges sat on the KSDS forever.
000110*               Reads the master in key order, moves every record
000120*               whose last-checked date is older than the ARCHPRM
000121*               cutoff (a date, or nnnnn processing days back
000122*               from today on the shop calendar) onto the dated
000123*               archive file (same PRMVER layout), notes each
000124*               archived value on the standing archive directory
000125*               so PRMINQ can point an inquiry at the right
000126*               archive, deletes the record from the master, and
000127*               prints a before/after record-count report.
000128*               RC 0 clean sweep, 8 when the master was not
000129*               available, 16 on a bad card.
000200* TECTONICS:    cobc
000210*-----------------------------------------------------------------
000220* MODIFICATION HISTORY
000230*   09/02/2026  RT  Initial housekeeping sweep.
000231*   10/15/2026  RT  Cutoff may be given as a number of
000232*                    processing days back from today, counted on
000233*                    the shop calendar.
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. PRMVARCH.
000920
000930 01  PRM-PARM-CARD.
000940     05  PRM-CARD-CUTOFF         PIC X(10).
000941     05  PRM-CARD-CUTOFF-BACK REDEFINES PRM-CARD-CUTOFF.
000942         10  PRM-CARD-DAYS-BACK  PIC X(05).
000943         10  PRM-CARD-DAYS-REST  PIC X(05).
000944
000945 01  PRM-CLK-ACTION              PIC X(01) VALUE SPACE.
000946 01  PRM-CLK-FIRST-DATE          PIC 9(08) VALUE ZERO.
000947 01  PRM-CLK-SECOND-DATE         PIC 9(08) VALUE ZERO.
000948 01  PRM-CLK-DAY-COUNT           PIC 9(05) VALUE ZERO.
000949 01  PRM-CLK-DAY-TYPE            PIC X(01) VALUE SPACE.
000950 01  PRM-CLK-RESULT              PIC X(01) VALUE SPACE.
000951     88  PRM-CLK-CALENDAR-DOWN             VALUE "E".
000952     88  PRM-CLK-INVALID                   VALUE "I".
000953 01  PRM-DAYS-BACK-EDIT          PIC ZZZZ9.
000954
000960 01  PRM-RUN-DATE-TIME.
000970     05  PRM-SYS-DATE            PIC 9(08).
000980     05  PRM-SYS-TIME            PIC 9(08).
001260     05  FILLER PIC X(30) VALUE
001270         "ARCHIVING LAST CHECKED BEFORE ".
001280     05  PRM-ARC-CUTOFF PIC X(10).
001281     05  FILLER PIC X(02) VALUE SPACES.
001282     05  PRM-ARC-CUTOFF-DAYS PIC X(05) VALUE SPACES.
001283     05  PRM-ARC-CUTOFF-DAYS-TEXT PIC X(21) VALUE SPACES.
001284     05  FILLER PIC X(07) VALUE SPACES.
001300
001310 01  PRM-ARC-BLANK-LINE PIC X(80) VALUE SPACES.
001320
002050                 STOP RUN
002060         END-READ.
002070         CLOSE PRM-PARM-FILE.
002071         IF PRM-CARD-DAYS-BACK IS NUMERIC AND
002072                 PRM-CARD-DAYS-REST = SPACES
002073             PERFORM 1600-RESOLVE-DAYS-BACK THRU 1600-EXIT
002074         END-IF.
002080         IF PRM-CARD-CUTOFF(3:1) NOT = "/" OR
002090                 PRM-CARD-CUTOFF(6:1) NOT = "/" OR
002100                 PRM-CARD-CUTOFF(1:2) IS NOT NUMERIC OR
002190         MOVE PRM-CARD-CUTOFF(1:2) TO PRM-CUTOFF-YMD(5:2).
002200         MOVE PRM-CARD-CUTOFF(4:2) TO PRM-CUTOFF-YMD(7:2).
002210 1500-EXIT.
002211         EXIT.
002212
002213 1600-RESOLVE-DAYS-BACK.
002214*    A cutoff punched as a number of processing days (nnnnn in
002215*    columns 1-5, rest of the field blank) is counted back from
002216*    today on the shop calendar and put back on the card as
002217*    MM/DD/YYYY, so it is checked and reported like a dated one.
002218         ACCEPT PRM-CLK-FIRST-DATE FROM DATE YYYYMMDD.
002219         MOVE PRM-CARD-DAYS-BACK TO PRM-CLK-DAY-COUNT.
002220         MOVE "B" TO PRM-CLK-ACTION.
002221         CALL "PRMCALCK" USING PRM-CLK-ACTION, PRM-CLK-FIRST-DATE,
002222             PRM-CLK-SECOND-DATE, PRM-CLK-DAY-COUNT,
002223             PRM-CLK-DAY-TYPE, PRM-CLK-RESULT.
002224         IF PRM-CLK-INVALID
002225             DISPLAY 'PRMVARCH: CANNOT COUNT BACK '
002226                 PRM-CARD-DAYS-BACK ' PROCESSING DAYS'
002227             MOVE 16 TO RETURN-CODE
002228             STOP RUN
002229         END-IF.
002230         IF PRM-CLK-CALENDAR-DOWN
002231             DISPLAY 'PRMVARCH: CALENDAR NOT AVAILABLE - WEEKDAY '
002232                 'RULE USED FOR THE CUTOFF'
002233         END-IF.
002234         MOVE PRM-CARD-DAYS-BACK TO PRM-DAYS-BACK-EDIT.
002235         MOVE PRM-DAYS-BACK-EDIT TO PRM-ARC-CUTOFF-DAYS.
002236         MOVE " PROCESSING DAYS BACK" TO PRM-ARC-CUTOFF-DAYS-TEXT.
002237         MOVE PRM-CLK-SECOND-DATE(5:2) TO PRM-CARD-CUTOFF(1:2).
002238         MOVE "/" TO PRM-CARD-CUTOFF(3:1).
002239         MOVE PRM-CLK-SECOND-DATE(7:2) TO PRM-CARD-CUTOFF(4:2).
002240         MOVE "/" TO PRM-CARD-CUTOFF(6:1).
002241         MOVE PRM-CLK-SECOND-DATE(1:4) TO PRM-CARD-CUTOFF(7:4).
002242         MOVE "C" TO PRM-CLK-ACTION.
002243         CALL "PRMCALCK" USING PRM-CLK-ACTION, PRM-CLK-FIRST-DATE,
002244             PRM-CLK-SECOND-DATE, PRM-CLK-DAY-COUNT,
002245             PRM-CLK-DAY-TYPE, PRM-CLK-RESULT.
002246 1600-EXIT.
002247         EXIT.
002248
002249 2000-SWEEP-RECORD.
002250         ADD 1 TO PRM-RECORDS-BEFORE.
002260         PERFORM 2200-DATE-TO-YMD THRU 2200-EXIT.
002270         IF PRM-LAST-YMD < PRM-CUTOFF-YMD
