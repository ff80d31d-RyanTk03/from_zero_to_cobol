000198*                    answering: an archived value comes back
000199*                    "archived, see archive of yyyy/mm" instead of
000200*                    "never verified".
000201*   10/15/2026  RT  Added nearest-prime inquiry: enter Nnnnnnn
000202*                    and get back the nearest primes below and
000203*                    above the value from the shared PRIMENXT
000204*                    subprogram, for a desk looking for a
000205*                    replacement for a composite number.
000206*   10/15/2026  RT  Value, date and run inquiries now read the
000207*                    keyed audit-history file (AUDHIST) - by
000208*                    value, by check date, or by run id - instead
000209*                    of scanning the whole standing audit log for
000210*                    every answer.  The log itself is no longer
000211*                    opened here.
000212*   10/15/2026  RT  A run or value listing now names the
000213*                    operator who keyed each interactive check.
000214*   10/15/2026  RT  The nearest-prime inquiry now answers from
000215*                    the PRIMES reference table, loaded and proved
000216*                    on the first N inquiry as PRIMEBAT does; the
000217*                    PRIMENXT divisor search is used only when the
000218*                    table is not available, and the answer says
000219*                    so.
000220*****************************************************************
000221 IDENTIFICATION DIVISION.
000222 PROGRAM-ID. PRMINQ.
000230 AUTHOR. RAYANE TOKO.
000240 INSTALLATION. SHOP DATA PROCESSING.
000250 DATE-WRITTEN. 08/22/2026.
000380         RECORD KEY IS PRM-VER-KEY-VALUE
000390         FILE STATUS IS PRM-MASTER-STATUS.
000400
000401     SELECT PRM-INDEX-FILE ASSIGN TO "AUDHIST"
000402         ORGANIZATION IS INDEXED
000403         ACCESS MODE IS DYNAMIC
000404         RECORD KEY IS PRM-AHX-KEY
000405         ALTERNATE RECORD KEY IS PRM-AHX-RUN-KEY
000406             WITH DUPLICATES
000407         ALTERNATE RECORD KEY IS PRM-AHX-DATE-KEY
000408             WITH DUPLICATES
000409         FILE STATUS IS PRM-INDEX-STATUS.
000431
000432     SELECT OPTIONAL PRM-ARCHDIR-FILE ASSIGN TO "ARCHDIR"
000433         ORGANIZATION IS LINE SEQUENTIAL
000434         FILE STATUS IS PRM-ARCHDIR-STATUS.
000435
000436     SELECT OPTIONAL PRM-PRIME-FILE ASSIGN TO "PRIMES"
000437         ORGANIZATION IS LINE SEQUENTIAL
000438         FILE STATUS IS PRM-PRIME-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  PRM-MASTER-FILE.
000480     COPY PRMVER.
000490
000491 FD  PRM-INDEX-FILE.
000492     COPY PRMAHX.
000511
000512 FD  PRM-ARCHDIR-FILE.
000513 01  PRM-ARCHDIR-RECORD          PIC X(14).
000520
000521 FD  PRM-PRIME-FILE.
000522 01  PRM-PRIME-RECORD            PIC X(21).
000523
000530 WORKING-STORAGE SECTION.
000540     COPY PRMAUD.
000541     COPY PRMADR.
000542     COPY PRMPRI.
000550
000560 01  PRM-FILE-STATUSES.
000570     05  PRM-MASTER-STATUS       PIC X(02) VALUE "00".
000571     05  PRM-INDEX-STATUS        PIC X(02) VALUE "00".
000581     05  PRM-ARCHDIR-STATUS      PIC X(02) VALUE "00".
000582     05  PRM-PRIME-STATUS        PIC X(02) VALUE "00".
000590
000600 01  PRM-SWITCHES.
000610     05  PRM-DONE-SWITCH         PIC X(01) VALUE "N".
000630         88  PRM-DONE-NO                    VALUE "N".
000640     05  PRM-MASTER-DOWN-SW      PIC X(01) VALUE "N".
000650         88  PRM-MASTER-IS-DOWN             VALUE "Y".
000651     05  PRM-AHX-EOF-SWITCH      PIC X(01) VALUE "N".
000652         88  PRM-AHX-EOF-YES                VALUE "Y".
000653         88  PRM-AHX-EOF-NO                 VALUE "N".
000681     05  PRM-ADR-EOF-SWITCH      PIC X(01) VALUE "N".
000682         88  PRM-ADR-EOF-YES                VALUE "Y".
000683         88  PRM-ADR-EOF-NO                 VALUE "N".
000710         88  PRM-INQ-BY-VALUE               VALUE "V".
000720         88  PRM-INQ-BY-DATE                VALUE "D".
000721         88  PRM-INQ-BY-RUN                 VALUE "R".
000722         88  PRM-INQ-NEAREST                VALUE "N".
000730
000740 01  PRM-INQ-TEXT                PIC X(10).
000750 01  PRM-INQ-VALUE               PIC S9(6) VALUE ZERO.
000770 01  PRM-INQ-DATE                PIC X(10).
000771 01  PRM-INQ-RUN-ID              PIC 9(06) VALUE ZERO.
000772
000773*    The inquiry in the audit-history index's key form.
000774 01  PRM-INQ-KEY-DATE.
000775     05  PRM-INQ-KEY-YYYY        PIC X(04).
000776     05  PRM-INQ-KEY-MM          PIC X(02).
000777     05  PRM-INQ-KEY-DD          PIC X(02).
000778 01  PRM-INQ-KEY-RUN-ID          PIC X(06) VALUE SPACES.
000779
000780*    The PRIMES table is loaded on the first nearest-prime
000781*    inquiry.  Left empty (file missing, unstamped or not
000782*    proved) it sends every inquiry to the PRIMENXT divisor
000783*    search.
000784 01  PRM-PRIME-TABLE-CONTROL.
000785     05  PRM-PRIME-TBL-COUNT     PIC 9(6) COMP VALUE ZERO.
000786     05  PRM-PRIME-LOAD-SW       PIC X(01) VALUE "N".
000787         88  PRM-PRIME-NOT-TRIED            VALUE "N".
000788         88  PRM-PRIME-LOADED               VALUE "Y".
000789         88  PRM-PRIME-UNAVAILABLE          VALUE "U".
000790     05  PRM-PRIME-EOF-SWITCH    PIC X(01) VALUE "N".
000791         88  PRM-PRIME-EOF-YES              VALUE "Y".
000792         88  PRM-PRIME-EOF-NO               VALUE "N".
000793     05  PRM-PRIME-FILE-BAD-SW   PIC X(01) VALUE "N".
000794         88  PRM-PRIME-FILE-BAD             VALUE "Y".
000795     05  PRM-PRIME-TRL-SEEN-SW   PIC X(01) VALUE "N".
000796         88  PRM-PRIME-TRL-SEEN             VALUE "Y".
000797     05  PRM-PRIME-PREV-VALUE    PIC 9(6) COMP VALUE ZERO.
000798
000799 01  PRM-PRIME-TABLE.
000800     05  PRM-PRIME-ENTRY
000801         OCCURS 1 TO 78498 TIMES
000802             DEPENDING ON PRM-PRIME-TBL-COUNT
000803         ASCENDING KEY IS PRM-PRIME-TBL-VALUE
000804         INDEXED BY PRM-PRIME-IDX.
000805         10  PRM-PRIME-TBL-VALUE PIC 9(6) COMP.
000806 01  PRM-PREV-PRIME              PIC 9(6) VALUE ZERO.
000807 01  PRM-NEXT-PRIME              PIC 9(7) VALUE ZERO.
000808 01  PRM-NEAREST-TEXT            PIC X(75) VALUE SPACES.
000809 01  PRM-MATCH-COUNT             PIC 9(9) COMP VALUE ZERO.
000810 01  PRM-SIZE-ERROR-SW           PIC X(01) VALUE "N".
000811     88  PRM-SIZE-ERROR-IS-YES             VALUE "Y".
000812
000820 PROCEDURE DIVISION.
000830 0000-MAINLINE.
000840         PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000920         IF PRM-MASTER-STATUS NOT = "00"
000930             SET PRM-MASTER-IS-DOWN TO TRUE
000940             DISPLAY 'Verification master not available - '
000941                 'answering from the audit history only.'
000960         END-IF.
000970 1000-EXIT.
000980         EXIT.
000990
001000 2000-PROCESS-REQUEST.
001010         DISPLAY 'Enter a value, a date (MM/DD/YYYY), '
001011             'a run (Rnnnnnn), nearest primes (Nnnnnnn), '
001012             'or END:'.
001020         MOVE SPACES TO PRM-INQ-TEXT.
001030         ACCEPT PRM-INQ-TEXT.
001040         IF PRM-INQ-TEXT = "END" OR PRM-INQ-TEXT = "end"
001080         END-IF.
001090         IF PRM-INQ-TEXT(3:1) = "/" AND PRM-INQ-TEXT(6:1) = "/"
001100             MOVE PRM-INQ-TEXT TO PRM-INQ-DATE
001101             MOVE PRM-INQ-DATE(7:4) TO PRM-INQ-KEY-YYYY
001102             MOVE PRM-INQ-DATE(1:2) TO PRM-INQ-KEY-MM
001103             MOVE PRM-INQ-DATE(4:2) TO PRM-INQ-KEY-DD
001104             IF PRM-INQ-KEY-DATE IS NOT NUMERIC
001105                 DISPLAY 'Not a value or a date.  Try again.'
001106                 GO TO 2000-EXIT
001107             END-IF
001110             SET PRM-INQ-BY-DATE TO TRUE
001120             PERFORM 4000-DATE-INQUIRY THRU 4000-EXIT
001130             GO TO 2000-EXIT
001142                 AND FUNCTION TEST-NUMVAL(PRM-INQ-TEXT(2:6)) = 0
001143             COMPUTE PRM-INQ-RUN-ID =
001144                     FUNCTION NUMVAL(PRM-INQ-TEXT(2:6))
001145             MOVE PRM-INQ-RUN-ID TO PRM-INQ-KEY-RUN-ID
001146             PERFORM 6000-RUN-INQUIRY THRU 6000-EXIT
001147             GO TO 2000-EXIT
001148         END-IF.
001149         IF PRM-INQ-TEXT(1:1) = "N" OR PRM-INQ-TEXT(1:1) = "n"
001150             SET PRM-INQ-NEAREST TO TRUE
001151             PERFORM 7000-NEAREST-INQUIRY THRU 7000-EXIT
001152             GO TO 2000-EXIT
001153         END-IF.
001154         MOVE "N" TO PRM-SIZE-ERROR-SW.
001160         IF FUNCTION TEST-NUMVAL(PRM-INQ-TEXT) NOT = 0
001170             DISPLAY 'Not a value or a date.  Try again.'
001180             GO TO 2000-EXIT
001410                     PERFORM 3200-SHOW-MASTER THRU 3200-EXIT
001420             END-READ
001430         END-IF.
001450         SET PRM-INQ-BY-VALUE TO TRUE.
001460         MOVE ZERO TO PRM-MATCH-COUNT.
001461         PERFORM 5000-READ-AUDIT-HISTORY THRU 5000-EXIT.
001480         IF PRM-MATCH-COUNT = 0
001490             DISPLAY 'No checks of this value on the audit log.'
001500         END-IF.
001650
001660 4000-DATE-INQUIRY.
001670         MOVE ZERO TO PRM-MATCH-COUNT.
001671         PERFORM 5000-READ-AUDIT-HISTORY THRU 5000-EXIT.
001690         IF PRM-MATCH-COUNT = 0
001700             DISPLAY 'Nothing checked on that date.'
001710         END-IF.
001720 4000-EXIT.
001730         EXIT.
001740
001741*    Each inquiry starts on the key that answers it - the prime
001742*    key for a value, the date key for a date, the run key for a
001743*    run - and reads forward only while the entries still match.
001744 5000-READ-AUDIT-HISTORY.
001745         SET PRM-AHX-EOF-NO TO TRUE.
001746         OPEN INPUT PRM-INDEX-FILE.
001747         IF PRM-INDEX-STATUS NOT = "00"
001748             DISPLAY 'Audit history not available - status '
001749                 PRM-INDEX-STATUS
001810             GO TO 5000-EXIT
001820         END-IF.
001821         EVALUATE TRUE
001822             WHEN PRM-INQ-BY-VALUE
001823                 MOVE PRM-INQ-VALUE TO PRM-AHX-VALUE
001824                 MOVE ZERO TO PRM-AHX-CHECK-DATE
001825                 MOVE ZERO TO PRM-AHX-CHECK-TIME
001826                 MOVE ZERO TO PRM-AHX-OCCURRENCE
001827                 START PRM-INDEX-FILE
001828                     KEY IS NOT LESS THAN PRM-AHX-KEY
001829                     INVALID KEY
001830                         SET PRM-AHX-EOF-YES TO TRUE
001831                 END-START
001832             WHEN PRM-INQ-BY-DATE
001833                 MOVE PRM-INQ-KEY-DATE TO PRM-AHX-DATE-KEY
001834                 START PRM-INDEX-FILE
001835                     KEY IS EQUAL TO PRM-AHX-DATE-KEY
001836                     INVALID KEY
001837                         SET PRM-AHX-EOF-YES TO TRUE
001838                 END-START
001839             WHEN PRM-INQ-BY-RUN
001840                 MOVE PRM-INQ-KEY-RUN-ID TO PRM-AHX-RUN-ID
001841                 MOVE ZERO TO PRM-AHX-RUN-DATE
001842                 START PRM-INDEX-FILE
001843                     KEY IS NOT LESS THAN PRM-AHX-RUN-KEY
001844                     INVALID KEY
001845                         SET PRM-AHX-EOF-YES TO TRUE
001846                 END-START
001847         END-EVALUATE.
001848         PERFORM 5100-READ-ONE-ENTRY THRU 5100-EXIT
001849             UNTIL PRM-AHX-EOF-YES.
001850         CLOSE PRM-INDEX-FILE.
001860 5000-EXIT.
001870         EXIT.
001880
001881 5100-READ-ONE-ENTRY.
001882         READ PRM-INDEX-FILE NEXT RECORD
001910             AT END
001911                 SET PRM-AHX-EOF-YES TO TRUE
001930         END-READ.
001931         IF PRM-AHX-EOF-YES
001950             GO TO 5100-EXIT
001960         END-IF.
001980         EVALUATE TRUE
001990             WHEN PRM-INQ-BY-VALUE
001991                 IF PRM-AHX-VALUE NOT = PRM-INQ-VALUE
001992                     SET PRM-AHX-EOF-YES TO TRUE
002020                 END-IF
002030             WHEN PRM-INQ-BY-DATE
002031                 IF PRM-AHX-DATE-KEY NOT = PRM-INQ-KEY-DATE
002032                     SET PRM-AHX-EOF-YES TO TRUE
002042                 END-IF
002043             WHEN PRM-INQ-BY-RUN
002044                 IF PRM-AHX-RUN-ID NOT = PRM-INQ-KEY-RUN-ID
002045                     SET PRM-AHX-EOF-YES TO TRUE
002050                 END-IF
002060         END-EVALUATE.
002061         IF PRM-AHX-EOF-NO
002062             MOVE PRM-AHX-AUD-LINE TO PRM-AUD-LINE
002063             PERFORM 5200-SHOW-AUDIT-LINE THRU 5200-EXIT
002064         END-IF.
002070 5100-EXIT.
002080         EXIT.
002090
002110         ADD 1 TO PRM-MATCH-COUNT.
002120         DISPLAY 'Checked ' PRM-AUD-DATE ' ' PRM-AUD-TIME
002130             ' value ' PRM-AUD-VALUE ' ' PRM-AUD-VERDICT
002131             ' run ' PRM-AUD-RUN-ID ' by ' PRM-AUD-OPERATOR.
002140 5200-EXIT.
002150         EXIT.
002160
002222 6000-RUN-INQUIRY.
002223         SET PRM-INQ-BY-RUN TO TRUE.
002224         MOVE ZERO TO PRM-MATCH-COUNT.
002225         PERFORM 5000-READ-AUDIT-HISTORY THRU 5000-EXIT.
002226         IF PRM-MATCH-COUNT = 0
002227             DISPLAY 'Nothing on the audit log for that run.'
002228         END-IF.
002263 3310-EXIT.
002264         EXIT.
002265
002266 7000-NEAREST-INQUIRY.
002267         MOVE "N" TO PRM-SIZE-ERROR-SW.
002268         IF FUNCTION TEST-NUMVAL(PRM-INQ-TEXT(2:9)) NOT = 0
002269             DISPLAY 'Not a value after the N.  Try again.'
002270             GO TO 7000-EXIT
002271         END-IF.
002272         COMPUTE PRM-INQ-VALUE =
002273                 FUNCTION NUMVAL(PRM-INQ-TEXT(2:9))
002274             ON SIZE ERROR
002275                 SET PRM-SIZE-ERROR-IS-YES TO TRUE
002276         END-COMPUTE.
002277         IF PRM-SIZE-ERROR-IS-YES OR PRM-INQ-VALUE < 0
002278                 OR PRM-INQ-VALUE > 999999
002279             DISPLAY 'Value out of range - 0 thru 999999.'
002280             GO TO 7000-EXIT
002281         END-IF.
002282         IF PRM-PRIME-NOT-TRIED
002283             PERFORM 7100-LOAD-PRIME-TABLE THRU 7100-EXIT
002284         END-IF.
002285         CALL "PRIMENXT" USING PRM-INQ-VALUE, PRM-PRIME-TBL-COUNT,
002286             PRM-PRIME-TABLE, PRM-PREV-PRIME, PRM-NEXT-PRIME,
002287             PRM-NEAREST-TEXT.
002288         DISPLAY PRM-NEAREST-TEXT.
002289         IF PRM-PRIME-UNAVAILABLE
002290             DISPLAY '(PRIMES table not available - found by '
002291                 'division.)'
002292         END-IF.
002293 7000-EXIT.
002294         EXIT.
002295
002296*    Loaded and proved the way PRIMEBAT loads it, once per
002297*    session.  Anything short of a proved table leaves it empty.
002298 7100-LOAD-PRIME-TABLE.
002299         SET PRM-PRIME-UNAVAILABLE TO TRUE.
002300         MOVE ZERO TO PRM-PRIME-TBL-COUNT.
002301         MOVE ZERO TO PRM-PRIME-PREV-VALUE.
002302         MOVE "N" TO PRM-PRIME-FILE-BAD-SW.
002303         MOVE "N" TO PRM-PRIME-TRL-SEEN-SW.
002304         SET PRM-PRIME-EOF-NO TO TRUE.
002305         OPEN INPUT PRM-PRIME-FILE.
002306         IF PRM-PRIME-STATUS NOT = "00"
002307             DISPLAY 'PRIMES file not available - status '
002308                 PRM-PRIME-STATUS '.'
002309             GO TO 7100-EXIT
002310         END-IF.
002311         READ PRM-PRIME-FILE
002312             AT END
002313                 SET PRM-PRIME-EOF-YES TO TRUE
002314         END-READ.
002315         IF PRM-PRIME-EOF-YES
002316             DISPLAY 'PRIMES file is empty.'
002317             CLOSE PRM-PRIME-FILE
002318             GO TO 7100-EXIT
002319         END-IF.
002320         IF PRM-PRIME-RECORD(1:1) NOT = "H"
002321             DISPLAY 'PRIMES file is unstamped - not loaded.'
002322             CLOSE PRM-PRIME-FILE
002323             GO TO 7100-EXIT
002324         END-IF.
002325         PERFORM 7110-LOAD-ONE-PRIME THRU 7110-EXIT
002326             UNTIL PRM-PRIME-EOF-YES OR PRM-PRIME-FILE-BAD.
002327         CLOSE PRM-PRIME-FILE.
002328         PERFORM 7120-PROVE-PRIME-FILE THRU 7120-EXIT.
002329         IF PRM-PRIME-FILE-BAD OR PRM-PRIME-TBL-COUNT = 0
002330             MOVE ZERO TO PRM-PRIME-TBL-COUNT
002331             DISPLAY 'PRIMES file did not prove out - not loaded.'
002332             GO TO 7100-EXIT
002333         END-IF.
002334         SET PRM-PRIME-LOADED TO TRUE.
002335 7100-EXIT.
002336         EXIT.
002337
002338 7110-LOAD-ONE-PRIME.
002339         READ PRM-PRIME-FILE
002340             AT END
002341                 SET PRM-PRIME-EOF-YES TO TRUE
002342         END-READ.
002343         IF PRM-PRIME-EOF-YES
002344             GO TO 7110-EXIT
002345         END-IF.
002346         EVALUATE PRM-PRIME-RECORD(1:1)
002347             WHEN "D"
002348                 PERFORM 7115-LOAD-ONE-DETAIL THRU 7115-EXIT
002349             WHEN "T"
002350                 MOVE PRM-PRIME-RECORD TO PRM-PRI-TRAILER
002351                 SET PRM-PRIME-TRL-SEEN TO TRUE
002352             WHEN OTHER
002353                 SET PRM-PRIME-FILE-BAD TO TRUE
002354                 DISPLAY 'PRIMES record type unknown: '
002355                     PRM-PRIME-RECORD(1:1)
002356         END-EVALUATE.
002357 7110-EXIT.
002358         EXIT.
002359
002360 7115-LOAD-ONE-DETAIL.
002361         MOVE PRM-PRIME-RECORD TO PRM-PRI-DETAIL.
002362         IF PRM-PRI-DET-VALUE IS NOT NUMERIC
002363             SET PRM-PRIME-FILE-BAD TO TRUE
002364             DISPLAY 'PRIMES detail is not numeric.'
002365             GO TO 7115-EXIT
002366         END-IF.
002367         IF PRM-PRI-DET-VALUE <= PRM-PRIME-PREV-VALUE
002368             SET PRM-PRIME-FILE-BAD TO TRUE
002369             DISPLAY 'PRIMES entries not ascending at '
002370                 PRM-PRI-DET-VALUE '.'
002371             GO TO 7115-EXIT
002372         END-IF.
002373         IF PRM-PRIME-TBL-COUNT >= 78498
002374             SET PRM-PRIME-FILE-BAD TO TRUE
002375             DISPLAY 'PRIMES file overfills the table.'
002376             GO TO 7115-EXIT
002377         END-IF.
002378         ADD 1 TO PRM-PRIME-TBL-COUNT.
002379         MOVE PRM-PRI-DET-VALUE
002380             TO PRM-PRIME-TBL-VALUE(PRM-PRIME-TBL-COUNT).
002381         MOVE PRM-PRI-DET-VALUE TO PRM-PRIME-PREV-VALUE.
002382 7115-EXIT.
002383         EXIT.
002384
002385 7120-PROVE-PRIME-FILE.
002386         IF PRM-PRIME-FILE-BAD
002387             GO TO 7120-EXIT
002388         END-IF.
002389         IF NOT PRM-PRIME-TRL-SEEN
002390             SET PRM-PRIME-FILE-BAD TO TRUE
002391             DISPLAY 'PRIMES trailer missing.'
002392             GO TO 7120-EXIT
002393         END-IF.
002394         IF PRM-PRI-TRL-COUNT IS NOT NUMERIC OR
002395                 PRM-PRI-TRL-HIGHEST IS NOT NUMERIC
002396             SET PRM-PRIME-FILE-BAD TO TRUE
002397             DISPLAY 'PRIMES trailer is not numeric.'
002398             GO TO 7120-EXIT
002399         END-IF.
002400         IF PRM-PRI-TRL-COUNT NOT = PRM-PRIME-TBL-COUNT
002401             SET PRM-PRIME-FILE-BAD TO TRUE
002402             DISPLAY 'PRIMES entry count disagrees with trailer.'
002403             GO TO 7120-EXIT
002404         END-IF.
002405         IF PRM-PRIME-TBL-COUNT > 0 AND
002406                 PRM-PRI-TRL-HIGHEST NOT =
002407                 PRM-PRIME-TBL-VALUE(PRM-PRIME-TBL-COUNT)
002408             SET PRM-PRIME-FILE-BAD TO TRUE
002409             DISPLAY 'PRIMES highest prime disagrees with '
002410                 'trailer.'
002411         END-IF.
002412 7120-EXIT.
002413         EXIT.
002414
002415 END PROGRAM PRMINQ.
