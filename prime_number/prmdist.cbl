000270*-----------------------------------------------------------------
000280* MODIFICATION HISTORY
000290*   09/02/2026  RT  Initial distribution step.
000291*   10/15/2026  RT  3000-LOAD-RUN-FACTORS reads the run's lines
000292*                    straight off the keyed audit-history file
000293*                    (AUDHIST) by run id instead of scanning the
000294*                    whole standing audit log every night.
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. PRMDIST.
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS PRM-RELEASE-STATUS.
000520
000521     SELECT PRM-INDEX-FILE ASSIGN TO "AUDHIST"
000522         ORGANIZATION IS INDEXED
000523         ACCESS MODE IS DYNAMIC
000524         RECORD KEY IS PRM-AHX-KEY
000525         ALTERNATE RECORD KEY IS PRM-AHX-RUN-KEY
000526             WITH DUPLICATES
000527         ALTERNATE RECORD KEY IS PRM-AHX-DATE-KEY
000528             WITH DUPLICATES
000529         FILE STATUS IS PRM-INDEX-STATUS.
000560
000570     SELECT PRM-PICKUP1-FILE ASSIGN TO "PICKUP1"
000580         ORGANIZATION IS LINE SEQUENTIAL
000820 FD  PRM-RELEASE-FILE.
000830 01  PRM-RELEASE-RECORD          PIC X(47).
000840
000841 FD  PRM-INDEX-FILE.
000842     COPY PRMAHX.
000870
000880 FD  PRM-PICKUP1-FILE.
000890 01  PRM-PICKUP1-RECORD          PIC X(90).
001080 01  PRM-FILE-STATUSES.
001090     05  PRM-RCP-STATUS          PIC X(02) VALUE "00".
001100     05  PRM-RELEASE-STATUS      PIC X(02) VALUE "00".
001101     05  PRM-INDEX-STATUS        PIC X(02) VALUE "00".
001120     05  PRM-PICKUP-STATUS       PIC X(02) VALUE "00".
001130     05  PRM-DIST-REPORT-STATUS  PIC X(02) VALUE "00".
001140
001190     05  PRM-REL-EOF-SWITCH      PIC X(01) VALUE "N".
001200         88  PRM-REL-EOF-YES                VALUE "Y".
001210         88  PRM-REL-EOF-NO                 VALUE "N".
001211     05  PRM-AHX-EOF-SWITCH      PIC X(01) VALUE "N".
001212         88  PRM-AHX-EOF-YES                VALUE "Y".
001213         88  PRM-AHX-EOF-NO                 VALUE "N".
001250     05  PRM-DIST-ERROR-SW       PIC X(01) VALUE "N".
001260         88  PRM-DIST-ERROR-YES             VALUE "Y".
001270     05  PRM-HDR-FOUND-SW        PIC X(01) VALUE "N".
003710 2200-EXIT.
003720         EXIT.
003730
003731*    The run key is run id plus check date; starting at the
003732*    run id with a zero date picks up the run's first line
003733*    whatever night its segments were checked, and the read
003734*    stops at the first line of another run.
003740 3000-LOAD-RUN-FACTORS.
003741         SET PRM-AHX-EOF-NO TO TRUE.
003742         OPEN INPUT PRM-INDEX-FILE.
003743         IF PRM-INDEX-STATUS NOT = "00"
003744             DISPLAY 'PRMDIST: AUDIT HISTORY NOT AVAILABLE - '
003745                 'STATUS ' PRM-INDEX-STATUS
003800             SET PRM-DIST-ERROR-YES TO TRUE
003810             GO TO 3000-EXIT
003820         END-IF.
003821         MOVE PRM-AUD-RUN-ID-NUM TO PRM-AHX-RUN-ID.
003822         MOVE ZERO TO PRM-AHX-RUN-DATE.
003823         START PRM-INDEX-FILE KEY IS NOT LESS THAN PRM-AHX-RUN-KEY
003824             INVALID KEY
003825                 SET PRM-AHX-EOF-YES TO TRUE
003826         END-START.
003827         PERFORM 3100-READ-ONE-ENTRY THRU 3100-EXIT
003828             UNTIL PRM-AHX-EOF-YES.
003829         CLOSE PRM-INDEX-FILE.
003860 3000-EXIT.
003870         EXIT.
003880
003881 3100-READ-ONE-ENTRY.
003882         READ PRM-INDEX-FILE NEXT RECORD
003910             AT END
003911                 SET PRM-AHX-EOF-YES TO TRUE
003930         END-READ.
003931         IF PRM-AHX-EOF-YES
003950             GO TO 3100-EXIT
003960         END-IF.
003961         MOVE PRM-AHX-AUD-LINE TO PRM-AUD-LINE.
003980         IF PRM-AUD-RUN-ID NOT = PRM-AUD-RUN-ID-NUM
003981             SET PRM-AHX-EOF-YES TO TRUE
003990             GO TO 3100-EXIT
004000         END-IF.
004010         IF PRM-AUD-FACTORS = SPACES
