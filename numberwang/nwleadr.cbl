001660*                  SYSOUT SHOWING THE FILES OPENED OR             *
001670*                  BYPASSED AND THE LINE COUNT PRODUCED.           *
001680*-----------------------------------------------------------*
001682* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
001684*                  RUN-CONTROL LEDGER AND IS REFUSED (RC=12) *
001686*                  UNLESS NWPOST HAS COMPLETED CLEANLY FOR   *
001688*                  THE SAME BUSINESS DATE, SO THE            *
001690*                  LEADERBOARD IS NEVER PRINTED FROM A       *
001692*                  SCOREFIL THE DAY'S POSTINGS HAVE NOT      *
001694*                  REACHED.                                  *
001696*-----------------------------------------------------------*
001704* 2026-10-15 RA    THE LEADERBOARD NOW RANKS BY THE WEIGHTED *
001712*                  POINTS NWPOST SCORES (MOST FIRST, AVERAGE *
001720*                  GUESSES BREAKING TIES) AND SHOWS THE      *
001728*                  EASY, HARD AND UNCLASSIFIED GAMES AND     *
001736*                  AVERAGES SIDE BY SIDE INSTEAD OF ONE      *
001744*                  BLENDED AVERAGE, SO AN OPERATOR WHO ONLY  *
001752*                  PLAYS EASY GAMES NO LONGER TOPS IT.       *
001760*                  SCOREFIL IS FED TO THE SORT THROUGH AN    *
001768*                  INPUT PROCEDURE THAT ZEROES THE LEDGERS   *
001776*                  ON A RECORD FROM BEFORE THEY WERE KEPT.   *
001784*-----------------------------------------------------------*
001792*
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.  IBM-370.
003070         FILE STATUS IS WS-SORTOUT-STATUS.
003100     SELECT NWLEAD-FILE ASSIGN TO NWLEAD
003200         ORGANIZATION IS SEQUENTIAL.
003210     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
003220         ORGANIZATION IS INDEXED
003230         ACCESS MODE IS RANDOM
003240         RECORD KEY IS RUN-KEY
003250         FILE STATUS IS WS-RUNCTL-STATUS.
003300*
003400 DATA DIVISION.
003500 FILE SECTION.
004800     LABEL RECORDS ARE STANDARD
004900     RECORD CONTAINS 133 CHARACTERS.
005000 01  NWLEAD-RECORD          PIC X(133).
005010*
005020 FD  RUNCTL-FILE
005030     RECORD CONTAINS 80 CHARACTERS.
005040 01  RUNCTL-RECORD.
005050     COPY CPYRUN01.
005100*
005200 WORKING-STORAGE SECTION.
005300*
005500 77  WS-LINE-COUNT           PIC S9(4) COMP VALUE ZERO.
005510 77  WS-SCORE-OPEN-SW        PIC X(01) VALUE 'N'.
005520     88  WS-SCORE-FILE-IS-OPEN      VALUE 'Y'.
005521 77  WS-SCORE-EOF-SW         PIC X(01) VALUE 'N'.
005522     88  WS-SCORE-AT-END            VALUE 'Y'.
005523 77  WS-CLASS-GAMES          PIC 9(08) COMP VALUE ZERO.
005524 77  WS-UNCLASS-GAMES        PIC S9(08) COMP VALUE ZERO.
005525 77  WS-UNCLASS-GUESSES      PIC S9(09) COMP VALUE ZERO.
005530 77  WS-SUMMARY-COUNT-EDIT   PIC ZZZ,ZZZ,ZZ9.
005540*
005550 01  WS-RUN-CONTROL.
005560     COPY CPYRUW01.
005600*
005700 01  WS-REPORT-LINE.
005800     05  RL-PLAYER-ID        PIC X(08).
005900     05  FILLER              PIC X(04).
006000     05  RL-GAMES-PLAYED     PIC ZZZ,ZZ9.
006100     05  FILLER              PIC X(03).
006200     05  RL-BEST-GUESSES     PIC ZZZ9.
006300     05  FILLER              PIC X(03).
006317     05  RL-POINTS           PIC ZZZ,ZZ9.
006334     05  FILLER              PIC X(03).
006351     05  RL-POINTS-PER-GAME  PIC ZZ9.99.
006368     05  FILLER              PIC X(04).
006385     05  RL-EASY-GAMES       PIC ZZZ,ZZ9.
006402     05  FILLER              PIC X(02).
006419     05  RL-EASY-AVG         PIC ZZZ9.99.
006436     05  FILLER              PIC X(04).
006453     05  RL-HARD-GAMES       PIC ZZZ,ZZ9.
006470     05  FILLER              PIC X(02).
006487     05  RL-HARD-AVG         PIC ZZZ9.99.
006504     05  FILLER              PIC X(04).
006521     05  RL-UNCLASS-GAMES    PIC ZZZ,ZZ9.
006538     05  FILLER              PIC X(02).
006555     05  RL-UNCLASS-AVG      PIC ZZZ9.99.
006572     05  FILLER              PIC X(28).
006600*
006700 01  WS-HEADING-LINE-1       PIC X(133) VALUE
006800     "NUMBERWANG NIGHTLY LEADERBOARD - RANKED BY WEIGHTED POINTS".
006820 01  WS-HEADING-KEY-LINE.
006828     05  FILLER              PIC X(40) VALUE
006836         "POINTS PER SOLVED GAME: EASY 10 + 1 PER ".
006844     05  FILLER              PIC X(34) VALUE
006852         "ATTEMPT TO SPARE, HARD 30 + 3 PER ".
006860     05  FILLER              PIC X(37) VALUE
006868         "ATTEMPT TO SPARE. PTS/GM IS PER EASY/".
006876     05  FILLER              PIC X(17) VALUE
006884         "HARD GAME PLAYED.".
006892     05  FILLER              PIC X(05) VALUE SPACES.
006900 01  WS-HEADING-LINE-2.
006911     05  FILLER              PIC X(49) VALUE SPACES.
006922     05  FILLER              PIC X(20) VALUE
006933         "----- EASY -----    ".
006944     05  FILLER              PIC X(20) VALUE
006955         "----- HARD -----    ".
006966     05  FILLER              PIC X(16) VALUE
006977         "--UNCLASSIFIED--".
006988     05  FILLER              PIC X(28) VALUE SPACES.
006999 01  WS-HEADING-LINE-3.
007010     05  FILLER              PIC X(45) VALUE
007021         "PLAYER        GAMES   BEST    POINTS   PTS/GM".
007032     05  FILLER              PIC X(40) VALUE
007043         "      GAMES      AVG      GAMES      AVG".
007054     05  FILLER              PIC X(20) VALUE
007065         "      GAMES      AVG".
007076     05  FILLER              PIC X(28) VALUE SPACES.
007100 01  WS-NO-DATA-LINE         PIC X(133) VALUE
007110     "NO OPERATOR SCORES WERE AVAILABLE TO REPORT.".
007120 01  WS-REFUSED-LINE         PIC X(133) VALUE
007130     "RUN REFUSED - NWPOST HAS NOT COMPLETED CLEANLY FOR THIS BUSI
007140-    "NESS DATE. SEE CONSOLE LOG.".
007150*
007200 PROCEDURE DIVISION.
007300*
007700 0000-MAINLINE.
007800     OPEN OUTPUT NWLEAD-FILE.
007900     WRITE NWLEAD-RECORD FROM WS-HEADING-LINE-1.
007950     WRITE NWLEAD-RECORD FROM WS-HEADING-KEY-LINE.
008000     WRITE NWLEAD-RECORD FROM WS-HEADING-LINE-2.
008005     WRITE NWLEAD-RECORD FROM WS-HEADING-LINE-3.
008010*
008020     PERFORM 0800-CHECK-RUN-CONTROL
008030         THRU 0800-CHECK-RUN-CONTROL-EXIT.
008040     IF WS-RUN-IS-REFUSED
008050         WRITE NWLEAD-RECORD FROM WS-REFUSED-LINE
008060         MOVE 12 TO RETURN-CODE
008070         GO TO 0000-MAINLINE-WRAP-UP
008080     END-IF.
008100*
008110     OPEN INPUT SCORE-FILE.
008120     IF WS-SCORE-STATUS NOT = "00"
008170         GO TO 0000-MAINLINE-WRAP-UP
008180     END-IF.
008185     MOVE 'Y' TO WS-SCORE-OPEN-SW.
008195*
008200     SORT SORT-WORK-FILE
008250         ON DESCENDING KEY SCR-WEIGHTED-POINTS IN SORT-RECORD
008300         ON ASCENDING KEY SCR-AVG-GUESSES IN SORT-RECORD
008366         INPUT PROCEDURE IS 1500-RELEASE-SCORES
008432             THRU 1500-RELEASE-SCORES-EXIT
008500         GIVING SORTED-SCORE-FILE.
008550     CLOSE SCORE-FILE.
008600*
008700     OPEN INPUT SORTED-SCORE-FILE.
008800     PERFORM 1000-READ-SCORE-RECORD
009400     CLOSE NWLEAD-FILE.
009410     PERFORM 9000-PRINT-RUN-SUMMARY
009420         THRU 9000-PRINT-RUN-SUMMARY-EXIT.
009440     PERFORM 9800-RECORD-RUN-END
009460         THRU 9800-RECORD-RUN-END-EXIT.
009500     STOP RUN.
009600*
009700*===========================================================*
010500     END-READ.
010600 1000-READ-SCORE-RECORD-EXIT.
010700     EXIT.
010702*
010704*===========================================================*
010706* 1500-RELEASE-SCORES                                        *
010708*     SORT INPUT PROCEDURE - RELEASES EVERY LIVE SCOREFIL     *
010710*     RECORD TO THE SORT. A RECORD WRITTEN BEFORE THE EASY/   *
010712*     HARD LEDGERS WERE KEPT HAS SPACES WHERE THE LEDGERS AND *
010714*     WEIGHTED POINTS NOW SIT; THEY ARE ZEROED ON THE WAY     *
010716*     THROUGH SO THE OPERATOR SORTS ON ZERO POINTS AND ALL    *
010718*     THEIR GAMES SHOW AS UNCLASSIFIED.                       *
010720*===========================================================*
010722 1500-RELEASE-SCORES.
010724     PERFORM 1600-READ-LIVE-SCORE
010726         THRU 1600-READ-LIVE-SCORE-EXIT.
010728     PERFORM 1700-RELEASE-ONE-SCORE
010730         THRU 1700-RELEASE-ONE-SCORE-EXIT
010732         UNTIL WS-SCORE-AT-END.
010734 1500-RELEASE-SCORES-EXIT.
010736     EXIT.
010738*
010740*===========================================================*
010742* 1600-READ-LIVE-SCORE                                       *
010744*     READS THE NEXT LIVE SCOREFIL RECORD IN KEY ORDER.       *
010746*===========================================================*
010748 1600-READ-LIVE-SCORE.
010750     READ SCORE-FILE
010752         AT END
010754             MOVE 'Y' TO WS-SCORE-EOF-SW
010756     END-READ.
010758     IF WS-SCORE-STATUS NOT = "00" AND WS-SCORE-STATUS NOT = "10"
010760         MOVE 'Y' TO WS-SCORE-EOF-SW
010762     END-IF.
010764 1600-READ-LIVE-SCORE-EXIT.
010766     EXIT.
010768*
010770*===========================================================*
010772* 1700-RELEASE-ONE-SCORE                                     *
010774*     RELEASES ONE SCOREFIL RECORD, THEN READS THE NEXT.      *
010776*===========================================================*
010778 1700-RELEASE-ONE-SCORE.
010780     MOVE SCORE-RECORD TO SORT-RECORD.
010782     IF SCR-SPLIT-FIGURES IN SORT-RECORD IS NOT NUMERIC
010784         MOVE ZEROS TO SCR-SPLIT-FIGURES IN SORT-RECORD
010786     END-IF.
010788     RELEASE SORT-RECORD.
010790     PERFORM 1600-READ-LIVE-SCORE
010792         THRU 1600-READ-LIVE-SCORE-EXIT.
010794 1700-RELEASE-ONE-SCORE-EXIT.
010796     EXIT.
010800*
010900*===========================================================*
011000* 2000-PRINT-ONE-LINE                                        *
011100*     FORMATS AND WRITES ONE LEADERBOARD LINE, THEN READS     *
011200*     THE NEXT SORTED RECORD. THE EASY AND HARD LEDGERS ARE   *
011220*     SHOWN SIDE BY SIDE WITH WHATEVER IS LEFT OVER AS        *
011240*     UNCLASSIFIED, AND POINTS PER GAME IS TAKEN OVER THE     *
011260*     EASY AND HARD GAMES ONLY - UNCLASSIFIED GAMES NEVER     *
011280*     EARNED POINTS. A LEDGER WITH NO GAMES PRINTS ZERO.      *
011300*===========================================================*
011400 2000-PRINT-ONE-LINE.
011500     MOVE SPACES           TO WS-REPORT-LINE.
011600     MOVE SCR-PLAYER-ID IN SORTOUT-RECORD TO RL-PLAYER-ID.
011700     MOVE SCR-GAMES-PLAYED IN SORTOUT-RECORD TO RL-GAMES-PLAYED.
011800     MOVE SCR-BEST-GUESSES IN SORTOUT-RECORD TO RL-BEST-GUESSES.
011804     MOVE SCR-WEIGHTED-POINTS IN SORTOUT-RECORD TO RL-POINTS.
011808     MOVE SCR-EASY-GAMES IN SORTOUT-RECORD TO RL-EASY-GAMES.
011812     MOVE SCR-HARD-GAMES IN SORTOUT-RECORD TO RL-HARD-GAMES.
011816     COMPUTE WS-CLASS-GAMES =
011820         SCR-EASY-GAMES IN SORTOUT-RECORD
011824       + SCR-HARD-GAMES IN SORTOUT-RECORD.
011828     MOVE ZERO TO RL-POINTS-PER-GAME.
011832     IF WS-CLASS-GAMES > ZERO
011836         DIVIDE SCR-WEIGHTED-POINTS IN SORTOUT-RECORD
011840             BY WS-CLASS-GAMES
011844             GIVING RL-POINTS-PER-GAME ROUNDED
011848     END-IF.
011852     MOVE ZERO TO RL-EASY-AVG.
011856     IF SCR-EASY-GAMES IN SORTOUT-RECORD > ZERO
011860         DIVIDE SCR-EASY-GUESSES IN SORTOUT-RECORD
011864             BY SCR-EASY-GAMES IN SORTOUT-RECORD
011868             GIVING RL-EASY-AVG ROUNDED
011872     END-IF.
011876     MOVE ZERO TO RL-HARD-AVG.
011880     IF SCR-HARD-GAMES IN SORTOUT-RECORD > ZERO
011884         DIVIDE SCR-HARD-GUESSES IN SORTOUT-RECORD
011888             BY SCR-HARD-GAMES IN SORTOUT-RECORD
011892             GIVING RL-HARD-AVG ROUNDED
011896     END-IF.
011900     COMPUTE WS-UNCLASS-GAMES =
011904         SCR-GAMES-PLAYED IN SORTOUT-RECORD - WS-CLASS-GAMES.
011908     COMPUTE WS-UNCLASS-GUESSES =
011912         SCR-TOTAL-GUESSES IN SORTOUT-RECORD
011916       - SCR-EASY-GUESSES IN SORTOUT-RECORD
011920       - SCR-HARD-GUESSES IN SORTOUT-RECORD.
011924     IF WS-UNCLASS-GAMES < ZERO
011928         MOVE ZERO TO WS-UNCLASS-GAMES
011932     END-IF.
011936     MOVE WS-UNCLASS-GAMES TO RL-UNCLASS-GAMES.
011940     MOVE ZERO TO RL-UNCLASS-AVG.
011944     IF WS-UNCLASS-GAMES > ZERO
011948         AND WS-UNCLASS-GUESSES > ZERO
011952         DIVIDE WS-UNCLASS-GUESSES BY WS-UNCLASS-GAMES
011956             GIVING RL-UNCLASS-AVG ROUNDED
011960     END-IF.
012000     WRITE NWLEAD-RECORD FROM WS-REPORT-LINE.
012050     ADD 1 TO WS-LINE-COUNT.
012100     PERFORM 1000-READ-SCORE-RECORD
014300         WS-SUMMARY-COUNT-EDIT.
014400 9000-PRINT-RUN-SUMMARY-EXIT.
014500     EXIT.
014600*
014700*===========================================================*
014800* 0800-CHECK-RUN-CONTROL                                     *
014900*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
015000*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
015100*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
015200*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
015300*     NWPOST MUST HAVE COMPLETED CLEANLY (RC=0, RC=4 OR      *
015400*     NOTHING TO DO) FOR THE SAME BUSINESS DATE, OR THIS RUN *
015500*     IS REFUSED (RC=12) AND RECORDED AS REFUSED.            *
015600*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
015700*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
015800*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
015900*===========================================================*
016000 0800-CHECK-RUN-CONTROL.
016100     MOVE "NWLEADR"  TO WS-RUN-JOB-NAME.
016200     MOVE "NWPOST"   TO WS-RUN-PREREQ-JOB.
016300     MOVE 'M'        TO WS-RUN-PREREQ-KIND.
016400     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
016500     ACCEPT WS-RUN-START-TIME FROM TIME.
016600     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
016700     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
016800         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
016900         COMPUTE WS-RUN-DATE-INTEGER =
017000             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
017100         COMPUTE WS-RUN-DATE-8 =
017200             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
017300         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
017400     END-IF.
017500*
017600     OPEN I-O RUNCTL-FILE.
017700     IF WS-RUNCTL-STATUS = "35"
017800         OPEN OUTPUT RUNCTL-FILE
017900         CLOSE RUNCTL-FILE
018000         OPEN I-O RUNCTL-FILE
018100     END-IF.
018200     IF WS-RUNCTL-STATUS NOT = "00"
018300         DISPLAY "NWLEADR: NWRUNCTL COULD NOT BE OPENED - "
018400             "FILE STATUS " WS-RUNCTL-STATUS
018500             " - RUN NOT RECORDED ON THE LEDGER."
018600         GO TO 0800-CHECK-RUN-CONTROL-EXIT
018700     END-IF.
018800     MOVE 'Y' TO WS-RUN-LEDGER-SW.
018900     PERFORM 0810-CHECK-PREREQUISITE
019000         THRU 0810-CHECK-PREREQUISITE-EXIT.
019100*
019200     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
019300     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
019400     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
019500     READ RUNCTL-FILE
019600         INVALID KEY
019700             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
019800             MOVE SPACES TO RUNCTL-RECORD
019900             MOVE ZERO   TO RUN-ATTEMPT-COUNT
020000     END-READ.
020100     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
020200     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
020300     MOVE 'S'               TO RUN-STATUS.
020400     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
020500     MOVE ZERO              TO RUN-END-TIME
020600                               RUN-COND-CODE
020700                               RUN-RECS-READ
020800                               RUN-RECS-WRITTEN
020900                               RUN-RECS-EXCEPTED.
021000     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
021100         MOVE ZERO TO RUN-ATTEMPT-COUNT
021200     END-IF.
021300     IF RUN-ATTEMPT-COUNT < 99
021400         ADD 1 TO RUN-ATTEMPT-COUNT
021500     END-IF.
021600     MOVE SPACES            TO RUN-REFUSED-FOR.
021700     IF WS-RUN-IS-REFUSED
021800         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
021900     END-IF.
022000     IF WS-RUN-REC-WAS-FOUND
022100         REWRITE RUNCTL-RECORD
022200     ELSE
022300         WRITE RUNCTL-RECORD
022400     END-IF.
022500     CLOSE RUNCTL-FILE.
022600 0800-CHECK-RUN-CONTROL-EXIT.
022700     EXIT.
022800*
022900*===========================================================*
023000* 0810-CHECK-PREREQUISITE                                    *
023100*     LOOKS UP THE PREREQUISITE JOB'S LEDGER RECORD FOR THE  *
023200*     SAME BUSINESS DATE AND SETS THE REFUSED SWITCH WHEN IT *
023300*     HAS NOT COMPLETED CLEANLY. A REQUIRED PREREQUISITE     *
023400*     THAT HAS NOT RUN AT ALL REFUSES THE RUN TOO.           *
023500*===========================================================*
023600 0810-CHECK-PREREQUISITE.
023700     MOVE WS-RUN-PREREQ-JOB TO RUN-JOB-NAME.
023800     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
023900     READ RUNCTL-FILE
024000         INVALID KEY
024100             IF WS-RUN-PREREQ-IS-REQUIRED
024200                 MOVE 'Y' TO WS-RUN-REFUSED-SW
024300             END-IF
024400         NOT INVALID KEY
024500             IF NOT RUN-ENDED-CLEAN
024600                 MOVE 'Y' TO WS-RUN-REFUSED-SW
024700             END-IF
024800     END-READ.
024900     IF WS-RUN-IS-REFUSED
025000         DISPLAY "NWLEADR: " WS-RUN-PREREQ-JOB
025100             " HAS NOT COMPLETED CLEANLY FOR BUSINESS DATE "
025200             WS-RUN-BUS-DATE " - RUN REFUSED."
025300     END-IF.
025400 0810-CHECK-PREREQUISITE-EXIT.
025500     EXIT.
025600*
025700*===========================================================*
025800* 9800-RECORD-RUN-END                                        *
025900*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
026000*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
026100*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
026200*     CODE IS FINAL.                                         *
026300*===========================================================*
026400 9800-RECORD-RUN-END.
026500     IF NOT WS-RUN-LEDGER-IS-USABLE
026600         GO TO 9800-RECORD-RUN-END-EXIT
026700     END-IF.
026800     OPEN I-O RUNCTL-FILE.
026900     IF WS-RUNCTL-STATUS NOT = "00"
027000         DISPLAY "NWLEADR: NWRUNCTL COULD NOT BE REOPENED - "
027100             "FILE STATUS " WS-RUNCTL-STATUS
027200             " - RUN END NOT RECORDED."
027300         GO TO 9800-RECORD-RUN-END-EXIT
027400     END-IF.
027500     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
027600     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
027700     READ RUNCTL-FILE
027800         INVALID KEY
027900             DISPLAY "NWLEADR: NWRUNCTL RECORD FOR THIS RUN IS "
028000                 "MISSING - RUN END NOT RECORDED."
028100             CLOSE RUNCTL-FILE
028200             GO TO 9800-RECORD-RUN-END-EXIT
028300     END-READ.
028400     ACCEPT RUN-END-TIME FROM TIME.
028500     MOVE RETURN-CODE TO RUN-COND-CODE.
028600     EVALUATE TRUE
028700         WHEN WS-RUN-IS-REFUSED
028800             MOVE 'R' TO RUN-STATUS
028900         WHEN WS-RUN-HAD-NO-WORK
029000             MOVE 'N' TO RUN-STATUS
029100         WHEN RETURN-CODE = ZERO
029200             MOVE 'C' TO RUN-STATUS
029300         WHEN RETURN-CODE = 4
029400             MOVE 'W' TO RUN-STATUS
029500         WHEN OTHER
029600             MOVE 'F' TO RUN-STATUS
029700     END-EVALUATE.
029800     MOVE WS-LINE-COUNT          TO RUN-RECS-READ.
029900     MOVE WS-LINE-COUNT          TO RUN-RECS-WRITTEN.
030000     MOVE ZERO                   TO RUN-RECS-EXCEPTED.
030100     REWRITE RUNCTL-RECORD.
030200     CLOSE RUNCTL-FILE.
030300 9800-RECORD-RUN-END-EXIT.
030400     EXIT.
