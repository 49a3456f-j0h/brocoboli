002800*                  SELECTION CARD OR AN INPUT COULD NOT BE   *
002900*                  READ.                                     *
003000*-----------------------------------------------------------*
003010* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
003020*                  RUN-CONTROL LEDGER - STARTED, THEN ENDED  *
003030*                  WITH THE CONDITION CODE AND THE           *
003040*                  NWLOG/NWDIST RECORDS READ AND SELECTED -  *
003050*                  FOR THE NWSTRMST STREAM-STATUS REPORT.    *
003060*-----------------------------------------------------------*
003064* 2026-10-15 RA    WHEN AN OPERATOR IS NAMED THE NWSESDIR    *
003068*                  SESSION DIRECTORY IS READ FIRST (FROM THE *
003072*                  FROM-DATE KEY) TO LIST WHICH GENERATIONS  *
003076*                  HOLD THE SESSIONS AND HOW MANY MUST BE    *
003080*                  FOUND, AND BOTH READS STOP EARLY ONCE     *
003084*                  THEY ALL ARE. 'F' IN CARD COLUMN 21       *
003088*                  FORCES THE FULL SCAN, AS DOES AN          *
003092*                  UNAVAILABLE DIRECTORY.                    *
003096*-----------------------------------------------------------*
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
005100     SELECT XDST-FILE ASSIGN TO NWXDST
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-XDST-STATUS.
005316     SELECT SESDIR-FILE ASSIGN TO NWSESDIR
005332         ORGANIZATION IS INDEXED
005348         ACCESS MODE IS DYNAMIC
005364         RECORD KEY IS SDR-KEY
005380         FILE STATUS IS WS-SESDIR-STATUS.
005400     SELECT EXTRPT-FILE ASSIGN TO NWEXTRPT
005500         ORGANIZATION IS SEQUENTIAL.
005510     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
005520         ORGANIZATION IS INDEXED
005530         ACCESS MODE IS RANDOM
005540         RECORD KEY IS RUN-KEY
005550         FILE STATUS IS WS-RUNCTL-STATUS.
005600*
005700 DATA DIVISION.
005800 FILE SECTION.
008900     LABEL RECORDS ARE STANDARD
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  XDST-RECORD            PIC X(80).
009116*
009132 FD  SESDIR-FILE
009148     RECORD CONTAINS 80 CHARACTERS.
009164 01  SESDIR-RECORD.
009180     COPY CPYSDR01.
009200*
009300 FD  EXTRPT-FILE
009400     RECORDING MODE IS F
009500     LABEL RECORDS ARE STANDARD
009600     RECORD CONTAINS 133 CHARACTERS.
009700 01  EXTRPT-RECORD          PIC X(133).
009710*
009720 FD  RUNCTL-FILE
009730     RECORD CONTAINS 80 CHARACTERS.
009740 01  RUNCTL-RECORD.
009750     COPY CPYRUN01.
009800*
009900 WORKING-STORAGE SECTION.
010000*
010300 77  WS-DSTIN-STATUS         PIC X(02) VALUE "00".
010400 77  WS-XLOG-STATUS          PIC X(02) VALUE "00".
010500 77  WS-XDST-STATUS          PIC X(02) VALUE "00".
010550 77  WS-SESDIR-STATUS        PIC X(02) VALUE "00".
010600*
010700 77  WS-LOG-EOF-SW           PIC X(01) VALUE 'N'.
010800     88  WS-LOG-AT-END              VALUE 'Y'.
011000     88  WS-DST-AT-END              VALUE 'Y'.
011100 77  WS-CARD-OK-SW           PIC X(01) VALUE 'N'.
011200     88  WS-CARD-WAS-READ           VALUE 'Y'.
011233 77  WS-SDR-EOF-SW           PIC X(01) VALUE 'N'.
011266     88  WS-SDR-AT-END              VALUE 'Y'.
011300*
011400*-----------------------------------------------------------*
011500* SELECTION CRITERIA FROM THE EXCCARD CARD                   *
011700 77  WS-SEL-OPERATOR-ID      PIC X(08) VALUE SPACES.
011800 77  WS-SEL-FROM-DATE        PIC 9(06) VALUE ZERO.
011900 77  WS-SEL-TO-DATE          PIC 9(06) VALUE ZERO.
011933 77  WS-SEL-SCAN-SW          PIC X(01) VALUE SPACE.
011966     88  WS-SEL-FULL-SCAN           VALUE 'F'.
012000 77  WS-SELECT-SW            PIC X(01) VALUE 'N'.
012100     88  WS-RECORD-IS-SELECTED      VALUE 'Y'.
012200 77  WS-TEST-OPERATOR-ID     PIC X(08).
012900*-----------------------------------------------------------*
013000 77  WS-DST-GAME-SW          PIC X(01) VALUE 'N'.
013100     88  WS-DST-GAME-IS-SELECTED    VALUE 'Y'.
013103*
013106*-----------------------------------------------------------*
013109* NWSESDIR SESSION DIRECTORY WORK AREAS - WHEN THE DIRECTORY *
013112* DRIVES THE RUN IT GIVES THE NUMBER OF SESSIONS (AND OF     *
013115* GAMES WITH GUESSES) TO FIND, AND THE GENERATIONS HOLDING   *
013118* THEM, SO EACH READ CAN STOP AS SOON AS ALL ARE FOUND.      *
013121*-----------------------------------------------------------*
013124 77  WS-DIR-SW               PIC X(01) VALUE 'N'.
013127     88  WS-DIR-IS-DRIVING          VALUE 'Y'.
013130 77  WS-ENTRY-FOUND-SW       PIC X(01).
013133     88  WS-ENTRY-WAS-FOUND         VALUE 'Y'.
013136 77  WS-LOG-STOP-SW          PIC X(01) VALUE 'N'.
013139     88  WS-LOG-STOPPED-EARLY       VALUE 'Y'.
013142 77  WS-DST-STOP-SW          PIC X(01) VALUE 'N'.
013145     88  WS-DST-STOPPED-EARLY       VALUE 'Y'.
013148 77  WS-PREV-LOG-DATE        PIC 9(06) VALUE ZERO.
013151 77  WS-DIR-WANTED-COUNT     PIC 9(08) COMP VALUE ZERO.
013154 77  WS-DIR-FOUND-COUNT      PIC 9(08) COMP VALUE ZERO.
013157 77  WS-DIR-GAME-COUNT       PIC 9(08) COMP VALUE ZERO.
013160 77  WS-DST-DATED-GAME-COUNT PIC 9(08) COMP VALUE ZERO.
013163 77  WS-GEN-MAX              PIC S9(4) COMP VALUE 60.
013166 77  WS-GEN-COUNT            PIC S9(4) COMP VALUE ZERO.
013169 77  WS-GEN-IDX              PIC S9(4) COMP.
013172 77  WS-GEN-FOUND-IDX        PIC S9(4) COMP.
013175 77  WS-GEN-OVER-COUNT       PIC 9(08) COMP VALUE ZERO.
013178 77  WS-TALLY-CUT-DATE       PIC 9(06).
013181 01  WS-GEN-TABLE.
013184     05  WS-GEN-ENTRY OCCURS 60 TIMES.
013187         10  WS-GEN-CUT-DATE     PIC 9(06).
013190         10  WS-GEN-SESS-COUNT   PIC 9(08) COMP.
013200*
013300*-----------------------------------------------------------*
013400* GUESS-LIST PRINT WORK AREAS                                *
014600 77  WS-DST-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
014700 77  WS-DST-SEL-COUNT        PIC 9(08) COMP VALUE ZERO.
014800 77  WS-DST-GAME-COUNT       PIC 9(08) COMP VALUE ZERO.
014820*
014840 01  WS-RUN-CONTROL.
014860     COPY CPYRUW01.
014900*
015000*-----------------------------------------------------------*
015100* REPORT LINE LAYOUTS                                        *
017900     05  LL-TEXT             PIC X(99).
018000     05  FILLER              PIC X(28) VALUE SPACES.
018100*
018110 01  WS-GEN-LINE.
018120     05  FILLER              PIC X(02) VALUE SPACES.
018130     05  GN-SOURCE           PIC X(18).
018140     05  GN-CUT-DATE         PIC X(06).
018150     05  FILLER              PIC X(02) VALUE SPACES.
018160     05  GN-COUNT            PIC ZZZ,ZZ9.
018170     05  FILLER              PIC X(09) VALUE " SESSIONS".
018180     05  FILLER              PIC X(89) VALUE SPACES.
018190*
018200 01  WS-TOTAL-LINE.
018300     05  TL-LABEL            PIC X(36).
018400     05  FILLER              PIC X(02).
019300-    "XTRACTED.".
019400 01  WS-NO-MATCH-LINE        PIC X(133) VALUE
019500     "NO SESSIONS MATCHED THE SELECTION.".
019505 01  WS-DIR-HEAD-LINE        PIC X(133) VALUE
019510     "SESSION DIRECTORY - WHERE THE SELECTED SESSIONS ARE (AS AT T
019515-    "HE LAST NWSDMNT RUN, OLDEST FIRST)".
019520 01  WS-DIR-NONE-LINE        PIC X(133) VALUE
019525     "  NONE ON THE SESSION DIRECTORY".
019530 01  WS-DIR-TRIM-LINE        PIC X(133) VALUE
019535     "  ARCHIVE GENERATIONS NOT LISTED CAN BE LEFT OFF THE NWLOGIN
019540-    " AND NWDSTIN CONCATENATIONS.".
019545 01  WS-NO-SESDIR-LINE       PIC X(133) VALUE
019550     "NWSESDIR SESSION DIRECTORY UNAVAILABLE - EVERY GENERATION CO
019555-    "NCATENATED IS READ IN FULL. SEE CONSOLE LOG.".
019560 01  WS-FULL-SCAN-LINE       PIC X(133) VALUE
019565     "FULL SCAN REQUESTED ON THE EXCCARD CARD - EVERY CONCATENATED
019570-    " GENERATION IS READ IN FULL.".
019575 01  WS-LOG-STOP-LINE        PIC X(133) VALUE
019580     "NWLOGIN READ STOPPED EARLY - EVERY DIRECTORY SESSION WAS FOU
019585-    "ND AND THE LIVE NWLOG WAS READ THROUGH.".
019590 01  WS-DST-STOP-LINE        PIC X(133) VALUE
019595     "NWDSTIN READ STOPPED EARLY - EVERY SELECTED GAME FOUND.".
019600*
019700 PROCEDURE DIVISION.
019800*
020200 0000-MAINLINE.
020300     OPEN OUTPUT EXTRPT-FILE.
020400     WRITE EXTRPT-RECORD FROM WS-HEADING-LINE-1.
020420*
020440     PERFORM 0800-CHECK-RUN-CONTROL
020460         THRU 0800-CHECK-RUN-CONTROL-EXIT.
020500*
020600     PERFORM 0100-READ-SELECTION-CARD
020700         THRU 0100-READ-SELECTION-CARD-EXIT.
021100             "NOT BE READ - NOTHING WAS EXTRACTED."
021200         CLOSE EXTRPT-FILE
021300         MOVE 8 TO RETURN-CODE
021320         PERFORM 9800-RECORD-RUN-END
021340             THRU 9800-RECORD-RUN-END-EXIT
021400         STOP RUN
021500     END-IF.
021600*
021900     MOVE WS-SEL-TO-DATE     TO CR-TO-DATE.
022000     WRITE EXTRPT-RECORD FROM WS-CRIT-LINE.
022100     WRITE EXTRPT-RECORD FROM WS-BLANK-LINE.
022125*
022150     PERFORM 1000-READ-SESSION-DIRECTORY
022175         THRU 1000-READ-SESSION-DIRECTORY-EXIT.
022200*
022300     OPEN OUTPUT XLOG-FILE.
022400     OPEN OUTPUT XDST-FILE.
022700         THRU 2000-EXTRACT-LOG-INPUT-EXIT.
022800     PERFORM 3000-EXTRACT-DIST-INPUT
022900         THRU 3000-EXTRACT-DIST-INPUT-EXIT.
022925     IF WS-DIR-IS-DRIVING
022950         CLOSE SESDIR-FILE
022975     END-IF.
023000*
023100     IF WS-LOG-SEL-COUNT = ZERO
023200         WRITE EXTRPT-RECORD FROM WS-NO-MATCH-LINE
023800         THRU 8000-PRINT-TOTALS-EXIT.
023900*
024000     CLOSE XLOG-FILE XDST-FILE EXTRPT-FILE.
024020     PERFORM 9800-RECORD-RUN-END
024040         THRU 9800-RECORD-RUN-END-EXIT.
024100     STOP RUN.
024200*
024300*===========================================================*
026600             ELSE
026700                 MOVE ZERO TO WS-SEL-TO-DATE
026800             END-IF
026850             MOVE EXC-SCAN-SW TO WS-SEL-SCAN-SW
026900     END-READ.
027000     CLOSE EXCCARD-FILE.
027100 0100-READ-SELECTION-CARD-EXIT.
027200     EXIT.
027300*
027301*===========================================================*
027302* 1000-READ-SESSION-DIRECTORY                                *
027303*     WHEN AN OPERATOR IS NAMED (AND NO FULL SCAN WAS ASKED  *
027304*     FOR), READS THAT OPERATOR'S NWSESDIR ENTRIES IN THE    *
027305*     DATE RANGE - STARTING AT THE FROM-DATE KEY, NOT AT THE *
027306*     FRONT OF THE FILE - TO COUNT THE SESSIONS AND GAMES    *
027307*     THE READS MUST FIND, AND PRINTS WHICH GENERATIONS HOLD *
027308*     THEM. THE DIRECTORY IS LEFT OPEN FOR THE LOG PASS. AN  *
027309*     UNAVAILABLE DIRECTORY IS NOTED AND THE RUN READS EVERY *
027310*     CONCATENATED GENERATION IN FULL, AS BEFORE.            *
027311*===========================================================*
027312 1000-READ-SESSION-DIRECTORY.
027313     IF WS-SEL-OPERATOR-ID = SPACES
027314         GO TO 1000-READ-SESSION-DIRECTORY-EXIT
027315     END-IF.
027316     IF WS-SEL-FULL-SCAN
027317         WRITE EXTRPT-RECORD FROM WS-FULL-SCAN-LINE
027318         WRITE EXTRPT-RECORD FROM WS-BLANK-LINE
027319         GO TO 1000-READ-SESSION-DIRECTORY-EXIT
027320     END-IF.
027321     OPEN INPUT SESDIR-FILE.
027322     IF WS-SESDIR-STATUS NOT = "00"
027323         DISPLAY "NWEXTR: NWSESDIR COULD NOT BE OPENED - STATUS "
027324             WS-SESDIR-STATUS " - FULL SCAN OF EVERY GENERATION."
027325         WRITE EXTRPT-RECORD FROM WS-NO-SESDIR-LINE
027326         WRITE EXTRPT-RECORD FROM WS-BLANK-LINE
027327         GO TO 1000-READ-SESSION-DIRECTORY-EXIT
027328     END-IF.
027329     MOVE 'Y' TO WS-DIR-SW.
027330*
027331     MOVE WS-SEL-OPERATOR-ID TO SDR-OPERATOR-ID.
027332     MOVE WS-SEL-FROM-DATE   TO SDR-DATE.
027333     MOVE ZERO               TO SDR-TIME.
027334     START SESDIR-FILE
027335         KEY IS NOT LESS THAN SDR-KEY
027336         INVALID KEY
027337             MOVE 'Y' TO WS-SDR-EOF-SW
027338     END-START.
027339     IF NOT WS-SDR-AT-END
027340         PERFORM 1200-READ-DIRECTORY-ENTRY
027341             THRU 1200-READ-DIRECTORY-ENTRY-EXIT
027342     END-IF.
027343     PERFORM 1100-TALLY-ONE-ENTRY
027344         THRU 1100-TALLY-ONE-ENTRY-EXIT
027345         UNTIL WS-SDR-AT-END.
027346*
027347     WRITE EXTRPT-RECORD FROM WS-DIR-HEAD-LINE.
027348     IF WS-GEN-COUNT = ZERO
027349         WRITE EXTRPT-RECORD FROM WS-DIR-NONE-LINE
027350     ELSE
027351         PERFORM 1300-PRINT-ONE-GENERATION
027352             THRU 1300-PRINT-ONE-GENERATION-EXIT
027353             VARYING WS-GEN-IDX FROM 1 BY 1
027354             UNTIL WS-GEN-IDX > WS-GEN-COUNT
027355     END-IF.
027356     IF WS-GEN-OVER-COUNT > ZERO
027357         MOVE SPACES              TO WS-GEN-LINE
027358         MOVE "OTHER GENERATIONS" TO GN-SOURCE
027359         MOVE WS-GEN-OVER-COUNT   TO GN-COUNT
027360         WRITE EXTRPT-RECORD FROM WS-GEN-LINE
027361     END-IF.
027362     WRITE EXTRPT-RECORD FROM WS-DIR-TRIM-LINE.
027363     WRITE EXTRPT-RECORD FROM WS-BLANK-LINE.
027364 1000-READ-SESSION-DIRECTORY-EXIT.
027365     EXIT.
027366*
027367*===========================================================*
027368* 1100-TALLY-ONE-ENTRY                                       *
027369*     COUNTS ONE DIRECTORY ENTRY AGAINST THE GENERATION IT   *
027370*     LIVES IN. THE FIRST ENTRY FOR ANOTHER OPERATOR, OR     *
027371*     PAST THE TO-DATE, ENDS THE READ. A GAME WITH GUESSES   *
027372*     IS ALSO COUNTED FOR THE NWDIST PASS.                   *
027373*===========================================================*
027374 1100-TALLY-ONE-ENTRY.
027375     IF SDR-OPERATOR-ID NOT = WS-SEL-OPERATOR-ID
027376         MOVE 'Y' TO WS-SDR-EOF-SW
027377         GO TO 1100-TALLY-ONE-ENTRY-EXIT
027378     END-IF.
027379     IF WS-SEL-TO-DATE > ZERO
027380         AND SDR-DATE > WS-SEL-TO-DATE
027381         MOVE 'Y' TO WS-SDR-EOF-SW
027382         GO TO 1100-TALLY-ONE-ENTRY-EXIT
027383     END-IF.
027384     ADD 1 TO WS-DIR-WANTED-COUNT.
027385     IF SDR-IS-GAME-SESSION
027386         AND SDR-GUESS-COUNT > ZERO
027387         ADD 1 TO WS-DIR-GAME-COUNT
027388     END-IF.
027389     IF SDR-IS-ARCHIVED
027390         MOVE SDR-ARCHIVE-DATE TO WS-TALLY-CUT-DATE
027391     ELSE
027392         MOVE ZERO             TO WS-TALLY-CUT-DATE
027393     END-IF.
027394     MOVE ZERO TO WS-GEN-FOUND-IDX.
027395     PERFORM 1150-FIND-GENERATION
027396         THRU 1150-FIND-GENERATION-EXIT
027397         VARYING WS-GEN-IDX FROM 1 BY 1
027398         UNTIL WS-GEN-IDX > WS-GEN-COUNT
027399            OR WS-GEN-FOUND-IDX > ZERO.
027400     IF WS-GEN-FOUND-IDX = ZERO
027401         IF WS-GEN-COUNT < WS-GEN-MAX
027402             ADD 1 TO WS-GEN-COUNT
027403             MOVE WS-GEN-COUNT      TO WS-GEN-FOUND-IDX
027404             MOVE WS-TALLY-CUT-DATE
027405                 TO WS-GEN-CUT-DATE (WS-GEN-FOUND-IDX)
027406             MOVE ZERO
027407                 TO WS-GEN-SESS-COUNT (WS-GEN-FOUND-IDX)
027408         ELSE
027409             ADD 1 TO WS-GEN-OVER-COUNT
027410         END-IF
027411     END-IF.
027412     IF WS-GEN-FOUND-IDX > ZERO
027413         ADD 1 TO WS-GEN-SESS-COUNT (WS-GEN-FOUND-IDX)
027414     END-IF.
027415     PERFORM 1200-READ-DIRECTORY-ENTRY
027416         THRU 1200-READ-DIRECTORY-ENTRY-EXIT.
027417 1100-TALLY-ONE-ENTRY-EXIT.
027418     EXIT.
027419*
027420*===========================================================*
027421* 1150-FIND-GENERATION                                       *
027422*     TESTS ONE GENERATION TABLE SLOT AGAINST THE ENTRY'S    *
027423*     CUT DATE (ZERO FOR THE LIVE NWLOG).                    *
027424*===========================================================*
027425 1150-FIND-GENERATION.
027426     IF WS-GEN-CUT-DATE (WS-GEN-IDX) = WS-TALLY-CUT-DATE
027427         MOVE WS-GEN-IDX TO WS-GEN-FOUND-IDX
027428     END-IF.
027429 1150-FIND-GENERATION-EXIT.
027430     EXIT.
027431*
027432*===========================================================*
027433* 1200-READ-DIRECTORY-ENTRY                                  *
027434*     READS THE NEXT SESSION DIRECTORY ENTRY IN KEY ORDER.   *
027435*===========================================================*
027436 1200-READ-DIRECTORY-ENTRY.
027437     READ SESDIR-FILE NEXT RECORD
027438         AT END
027439             MOVE 'Y' TO WS-SDR-EOF-SW
027440     END-READ.
027441     IF WS-SESDIR-STATUS NOT = "00"
027442         AND WS-SESDIR-STATUS NOT = "10"
027443         MOVE 'Y' TO WS-SDR-EOF-SW
027444     END-IF.
027445 1200-READ-DIRECTORY-ENTRY-EXIT.
027446     EXIT.
027447*
027448*===========================================================*
027449* 1300-PRINT-ONE-GENERATION                                  *
027450*     PRINTS ONE GENERATION AND ITS SESSION COUNT.           *
027451*===========================================================*
027452 1300-PRINT-ONE-GENERATION.
027453     MOVE SPACES TO WS-GEN-LINE.
027454     IF WS-GEN-CUT-DATE (WS-GEN-IDX) = ZERO
027455         MOVE "LIVE NWLOG"      TO GN-SOURCE
027456     ELSE
027457         MOVE "LOG.ARCHIVE CUT" TO GN-SOURCE
027458         MOVE WS-GEN-CUT-DATE (WS-GEN-IDX) TO GN-CUT-DATE
027459     END-IF.
027460     MOVE WS-GEN-SESS-COUNT (WS-GEN-IDX) TO GN-COUNT.
027461     WRITE EXTRPT-RECORD FROM WS-GEN-LINE.
027462 1300-PRINT-ONE-GENERATION-EXIT.
027463     EXIT.
027464*
027465*===========================================================*
027500* 2000-EXTRACT-LOG-INPUT                                     *
027600*     READS THE CONCATENATED NWLOG INPUT (LIVE PLUS ARCHIVE   *
027700*     GENERATIONS) AND COPIES EVERY SELECTED SESSION TO THE   *
033400     END-IF.
033500     WRITE XLOG-RECORD FROM LOG-RECORD.
033600     ADD 1 TO WS-LOG-SEL-COUNT.
033620     IF WS-DIR-IS-DRIVING
033640         PERFORM 2250-CHECK-DIRECTORY
033660             THRU 2250-CHECK-DIRECTORY-EXIT
033680     END-IF.
033700*
033800     IF LOG-DATE IS NUMERIC
033900         MOVE LOG-DATE TO SL-DATE
036000 2200-SELECT-ONE-SESSION-NEXT.
036100     PERFORM 2100-READ-LOG-RECORD
036200         THRU 2100-READ-LOG-RECORD-EXIT.
036216     IF WS-DIR-IS-DRIVING
036232         AND NOT WS-LOG-AT-END
036248         PERFORM 2260-TEST-EARLY-STOP
036264             THRU 2260-TEST-EARLY-STOP-EXIT
036280     END-IF.
036300 2200-SELECT-ONE-SESSION-EXIT.
036400     EXIT.
036401*
036402*===========================================================*
036403* 2250-CHECK-DIRECTORY                                       *
036404*     LOOKS THE SELECTED SESSION UP ON THE DIRECTORY. ONE    *
036405*     THAT IS ON IT COUNTS TOWARD THE SESSIONS TO FIND; ONE  *
036406*     THAT IS NOT (LOGGED SINCE THE LAST NWSDMNT RUN) IS A   *
036407*     GAME THE NWDIST PASS MUST ALSO FIND WHEN IT HAS        *
036408*     GUESSES.                                               *
036409*===========================================================*
036410 2250-CHECK-DIRECTORY.
036411     IF LOG-DATE IS NOT NUMERIC
036412         OR LOG-TIME IS NOT NUMERIC
036413         GO TO 2250-CHECK-DIRECTORY-EXIT
036414     END-IF.
036415     MOVE LOG-OPERATOR-ID TO SDR-OPERATOR-ID.
036416     MOVE LOG-DATE        TO SDR-DATE.
036417     MOVE LOG-TIME        TO SDR-TIME.
036418     MOVE 'Y' TO WS-ENTRY-FOUND-SW.
036419     READ SESDIR-FILE
036420         KEY IS SDR-KEY
036421         INVALID KEY
036422             MOVE 'N' TO WS-ENTRY-FOUND-SW
036423     END-READ.
036424     IF WS-ENTRY-WAS-FOUND
036425         ADD 1 TO WS-DIR-FOUND-COUNT
036426         GO TO 2250-CHECK-DIRECTORY-EXIT
036427     END-IF.
036428     IF (LOG-OUTCOME = "SOLVED" OR "FAILED" OR "INCOMPLETE"
036429             OR "VOIDED")
036430         AND LOG-GUESS-COUNT IS NUMERIC
036431         AND LOG-GUESS-COUNT > ZERO
036432         ADD 1 TO WS-DIR-GAME-COUNT
036433     END-IF.
036434 2250-CHECK-DIRECTORY-EXIT.
036435     EXIT.
036436*
036437*===========================================================*
036438* 2260-TEST-EARLY-STOP                                       *
036439*     ENDS THE LOG READ ONCE EVERY DIRECTORY SESSION HAS     *
036440*     BEEN FOUND AND THE INPUT HAS CROSSED INTO AN OLDER     *
036441*     GENERATION (THE DATE GOES BACKWARDS). THE LIVE NWLOG   *
036442*     IS CONCATENATED FIRST, SO IT IS ALWAYS READ THROUGH    *
036443*     AND NO SESSION TOO NEW FOR THE DIRECTORY IS MISSED.    *
036444*===========================================================*
036445 2260-TEST-EARLY-STOP.
036446     IF LOG-DATE IS NOT NUMERIC
036447         GO TO 2260-TEST-EARLY-STOP-EXIT
036448     END-IF.
036449     IF WS-DIR-FOUND-COUNT >= WS-DIR-WANTED-COUNT
036450         AND WS-PREV-LOG-DATE > ZERO
036451         AND LOG-DATE < WS-PREV-LOG-DATE
036452         MOVE 'Y' TO WS-LOG-STOP-SW
036453         MOVE 'Y' TO WS-LOG-EOF-SW
036454         GO TO 2260-TEST-EARLY-STOP-EXIT
036455     END-IF.
036456     MOVE LOG-DATE TO WS-PREV-LOG-DATE.
036457 2260-TEST-EARLY-STOP-EXIT.
036458     EXIT.
036500*
036600*===========================================================*
036700* 2300-PRINT-GUESS-LIST                                      *
042700*     WAS SELECTED AT THE GAME BOUNDARY.                      *
042800*===========================================================*
042900 3200-SELECT-ONE-DIST-RECORD.
042912     IF WS-DIR-IS-DRIVING
042924         AND (DST-GUESS-NUM = 1 OR WS-DST-READ-COUNT = 1)
042936         AND WS-DST-DATED-GAME-COUNT >= WS-DIR-GAME-COUNT
042948         MOVE 'Y' TO WS-DST-STOP-SW
042960         MOVE 'Y' TO WS-DST-EOF-SW
042972         GO TO 3200-SELECT-ONE-DIST-RECORD-EXIT
042984     END-IF.
043000     IF DST-GUESS-NUM = 1 OR WS-DST-READ-COUNT = 1
043100         MOVE DST-OPERATOR-ID TO WS-TEST-OPERATOR-ID
043200         IF DST-DATE IS NUMERIC
044100         IF WS-RECORD-IS-SELECTED
044200             MOVE 'Y' TO WS-DST-GAME-SW
044300             ADD 1 TO WS-DST-GAME-COUNT
044325             IF WS-TEST-DATE-IS-NUMERIC
044350                 ADD 1 TO WS-DST-DATED-GAME-COUNT
044375             END-IF
044400         ELSE
044500             MOVE 'N' TO WS-DST-GAME-SW
044600         END-IF
051400     MOVE "GUESS RECORDS SELECTED (NWDIST)" TO TL-LABEL.
051500     MOVE WS-DST-SEL-COUNT      TO TL-VALUE.
051600     WRITE EXTRPT-RECORD FROM WS-TOTAL-LINE.
051605     IF WS-DIR-IS-DRIVING
051610         MOVE SPACES            TO WS-TOTAL-LINE
051615         MOVE "SESSIONS ON THE SESSION DIRECTORY" TO TL-LABEL
051620         MOVE WS-DIR-WANTED-COUNT TO TL-VALUE
051625         WRITE EXTRPT-RECORD FROM WS-TOTAL-LINE
051630         MOVE SPACES            TO WS-TOTAL-LINE
051635         MOVE "DIRECTORY SESSIONS FOUND" TO TL-LABEL
051640         MOVE WS-DIR-FOUND-COUNT TO TL-VALUE
051645         WRITE EXTRPT-RECORD FROM WS-TOTAL-LINE
051650     END-IF.
051655     IF WS-LOG-STOPPED-EARLY
051660         WRITE EXTRPT-RECORD FROM WS-LOG-STOP-LINE
051665     END-IF.
051670     IF WS-DST-STOPPED-EARLY
051675         WRITE EXTRPT-RECORD FROM WS-DST-STOP-LINE
051680     END-IF.
051700 8000-PRINT-TOTALS-EXIT.
051800     EXIT.
051900*
052000*===========================================================*
052100* 0800-CHECK-RUN-CONTROL                                     *
052200*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
052300*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
052400*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
052500*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
052600*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
052700*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
052800*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
052900*===========================================================*
053000 0800-CHECK-RUN-CONTROL.
053100     MOVE "NWEXTR"   TO WS-RUN-JOB-NAME.
053200     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
053300     ACCEPT WS-RUN-START-TIME FROM TIME.
053400     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
053500     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
053600         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
053700         COMPUTE WS-RUN-DATE-INTEGER =
053800             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
053900         COMPUTE WS-RUN-DATE-8 =
054000             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
054100         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
054200     END-IF.
054300*
054400     OPEN I-O RUNCTL-FILE.
054500     IF WS-RUNCTL-STATUS = "35"
054600         OPEN OUTPUT RUNCTL-FILE
054700         CLOSE RUNCTL-FILE
054800         OPEN I-O RUNCTL-FILE
054900     END-IF.
055000     IF WS-RUNCTL-STATUS NOT = "00"
055100         DISPLAY "NWEXTR: NWRUNCTL COULD NOT BE OPENED - "
055200             "FILE STATUS " WS-RUNCTL-STATUS
055300             " - RUN NOT RECORDED ON THE LEDGER."
055400         GO TO 0800-CHECK-RUN-CONTROL-EXIT
055500     END-IF.
055600     MOVE 'Y' TO WS-RUN-LEDGER-SW.
055700*
055800     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
055900     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
056000     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
056100     READ RUNCTL-FILE
056200         INVALID KEY
056300             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
056400             MOVE SPACES TO RUNCTL-RECORD
056500             MOVE ZERO   TO RUN-ATTEMPT-COUNT
056600     END-READ.
056700     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
056800     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
056900     MOVE 'S'               TO RUN-STATUS.
057000     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
057100     MOVE ZERO              TO RUN-END-TIME
057200                               RUN-COND-CODE
057300                               RUN-RECS-READ
057400                               RUN-RECS-WRITTEN
057500                               RUN-RECS-EXCEPTED.
057600     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
057700         MOVE ZERO TO RUN-ATTEMPT-COUNT
057800     END-IF.
057900     IF RUN-ATTEMPT-COUNT < 99
058000         ADD 1 TO RUN-ATTEMPT-COUNT
058100     END-IF.
058200     MOVE SPACES            TO RUN-REFUSED-FOR.
058300     IF WS-RUN-IS-REFUSED
058400         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
058500     END-IF.
058600     IF WS-RUN-REC-WAS-FOUND
058700         REWRITE RUNCTL-RECORD
058800     ELSE
058900         WRITE RUNCTL-RECORD
059000     END-IF.
059100     CLOSE RUNCTL-FILE.
059200 0800-CHECK-RUN-CONTROL-EXIT.
059300     EXIT.
059400*
059500*===========================================================*
059600* 9800-RECORD-RUN-END                                        *
059700*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
059800*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
059900*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
060000*     CODE IS FINAL.                                         *
060100*===========================================================*
060200 9800-RECORD-RUN-END.
060300     IF NOT WS-RUN-LEDGER-IS-USABLE
060400         GO TO 9800-RECORD-RUN-END-EXIT
060500     END-IF.
060600     OPEN I-O RUNCTL-FILE.
060700     IF WS-RUNCTL-STATUS NOT = "00"
060800         DISPLAY "NWEXTR: NWRUNCTL COULD NOT BE REOPENED - "
060900             "FILE STATUS " WS-RUNCTL-STATUS
061000             " - RUN END NOT RECORDED."
061100         GO TO 9800-RECORD-RUN-END-EXIT
061200     END-IF.
061300     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
061400     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
061500     READ RUNCTL-FILE
061600         INVALID KEY
061700             DISPLAY "NWEXTR: NWRUNCTL RECORD FOR THIS RUN IS "
061800                 "MISSING - RUN END NOT RECORDED."
061900             CLOSE RUNCTL-FILE
062000             GO TO 9800-RECORD-RUN-END-EXIT
062100     END-READ.
062200     ACCEPT RUN-END-TIME FROM TIME.
062300     MOVE RETURN-CODE TO RUN-COND-CODE.
062400     EVALUATE TRUE
062500         WHEN WS-RUN-IS-REFUSED
062600             MOVE 'R' TO RUN-STATUS
062700         WHEN WS-RUN-HAD-NO-WORK
062800             MOVE 'N' TO RUN-STATUS
062900         WHEN RETURN-CODE = ZERO
063000             MOVE 'C' TO RUN-STATUS
063100         WHEN RETURN-CODE = 4
063200             MOVE 'W' TO RUN-STATUS
063300         WHEN OTHER
063400             MOVE 'F' TO RUN-STATUS
063500     END-EVALUATE.
063600     COMPUTE RUN-RECS-READ =
063700         WS-LOG-READ-COUNT
063800       + WS-DST-READ-COUNT.
063900     COMPUTE RUN-RECS-WRITTEN =
064000         WS-LOG-SEL-COUNT
064100       + WS-DST-SEL-COUNT.
064200     MOVE ZERO                   TO RUN-RECS-EXCEPTED.
064300     REWRITE RUNCTL-RECORD.
064400     CLOSE RUNCTL-FILE.
064500 9800-RECORD-RUN-END-EXIT.
064600     EXIT.
