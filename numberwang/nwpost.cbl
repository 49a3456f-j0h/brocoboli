002800*                  OR SCOREFIL COULD NOT BE OPENED AND       *
002900*                  NOTHING WAS APPLIED.                      *
003000*-----------------------------------------------------------*
003010* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
003020*                  RUN-CONTROL LEDGER - STARTED, THEN ENDED  *
003030*                  WITH THE CONDITION CODE AND THE POSTINGS  *
003040*                  READ/APPLIED/SKIPPED COUNTS - SO NWLEADR  *
003050*                  AND NWRECON CAN REFUSE TO RUN UNTIL THE   *
003060*                  DAY'S POSTINGS HAVE BEEN APPLIED, AND     *
003070*                  NWSTRMST CAN SHOW HOW THE NIGHT WENT.     *
003080*-----------------------------------------------------------*
003081* 2026-10-15 RA    EACH POSTING IS NOW ALSO POSTED TO THE    *
003082*                  EASY OR HARD LEDGER ON SCOREFIL FOR THE   *
003083*                  DIFFICULTY IT WAS PLAYED AT, AND A SOLVED *
003084*                  GAME EARNS WEIGHTED POINTS - 10 PLUS 1    *
003085*                  PER ATTEMPT TO SPARE ON EASY, 30 PLUS 3   *
003086*                  PER ATTEMPT TO SPARE ON HARD - SO THE     *
003087*                  STANDINGS STOP REWARDING SAFE PLAY. A     *
003088*                  POSTING OR SCOREFIL RECORD FROM BEFORE    *
003089*                  THE LEDGERS WERE KEPT IS TREATED AS       *
003090*                  UNCLASSIFIED. THE REPORT NOW TOTALS THE   *
003091*                  POSTINGS BY LEDGER AND THE POINTS         *
003092*                  AWARDED.                                  *
003093*-----------------------------------------------------------*
003094* 2026-10-15 RA    SPARE ATTEMPTS ARE NOW CAPPED AT THE      *
003095*                  HOUSE DEFAULT LIMIT (10 EASY, 5 HARD), SO *
003096*                  A GENEROUS CONTROL-CARD LIMIT CANNOT LIFT *
003097*                  AN EASY SOLVE ABOVE A HARD ONE.           *
003098*-----------------------------------------------------------*
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
004600         FILE STATUS IS WS-SCORE-STATUS.
004700     SELECT POSRPT-FILE ASSIGN TO NWPOSRPT
004800         ORGANIZATION IS SEQUENTIAL.
004810     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
004820         ORGANIZATION IS INDEXED
004830         ACCESS MODE IS RANDOM
004840         RECORD KEY IS RUN-KEY
004850         FILE STATUS IS WS-RUNCTL-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 133 CHARACTERS.
006900 01  POSRPT-RECORD          PIC X(133).
006910*
006920 FD  RUNCTL-FILE
006930     RECORD CONTAINS 80 CHARACTERS.
006940 01  RUNCTL-RECORD.
006950     COPY CPYRUN01.
007000*
007100 WORKING-STORAGE SECTION.
007200*
008100 77  WS-APPLIED-COUNT        PIC 9(08) COMP VALUE ZERO.
008200 77  WS-CREATED-COUNT        PIC 9(08) COMP VALUE ZERO.
008300 77  WS-SKIPPED-COUNT        PIC 9(08) COMP VALUE ZERO.
008304 77  WS-EASY-COUNT           PIC 9(08) COMP VALUE ZERO.
008308 77  WS-HARD-COUNT           PIC 9(08) COMP VALUE ZERO.
008312 77  WS-UNCLASS-COUNT        PIC 9(08) COMP VALUE ZERO.
008316 77  WS-POINTS-AWARDED       PIC 9(08) COMP VALUE ZERO.
008320*
008324*    WEIGHTED-POINTS SCALE - A SOLVED GAME EARNS THE BASE POINTS
008328*    FOR ITS DIFFICULTY PLUS A BONUS FOR EVERY ATTEMPT LEFT
008332*    UNUSED UNDER THE LIMIT IN FORCE. FAILED AND INCOMPLETE
008336*    GAMES, AND UNCLASSIFIED POSTINGS, EARN NOTHING.
008340 77  WS-EASY-SOLVE-POINTS    PIC 9(04) COMP VALUE 10.
008344 77  WS-EASY-SPARE-POINTS    PIC 9(04) COMP VALUE 1.
008348 77  WS-HARD-SOLVE-POINTS    PIC 9(04) COMP VALUE 30.
008352 77  WS-HARD-SPARE-POINTS    PIC 9(04) COMP VALUE 3.
008356*    SPARE ATTEMPTS ARE COUNTED AT MOST UP TO THE HOUSE DEFAULT
008360*    LIMIT FOR THE DIFFICULTY (AS NUMBERWANG'S WS-EASY-DEFAULT-MAX
008364*    AND WS-HARD-DEFAULT-MAX), WHATEVER THE CONTROL CARD ALLOWS.
008368 77  WS-EASY-SPARE-CAP       PIC 9(04) COMP VALUE 10.
008372 77  WS-HARD-SPARE-CAP       PIC 9(04) COMP VALUE 5.
008376 77  WS-SPARE-ATTEMPTS       PIC 9(04) COMP VALUE ZERO.
008380 77  WS-GAME-POINTS          PIC 9(04) COMP VALUE ZERO.
008384*
008388 01  WS-RUN-CONTROL.
008392     COPY CPYRUW01.
008400*
008500 01  WS-SKIP-LINE.
008600     05  SK-TAG              PIC X(08).
011300     OPEN OUTPUT POSRPT-FILE.
011400     WRITE POSRPT-RECORD FROM WS-HEADING-LINE-1.
011500     WRITE POSRPT-RECORD FROM WS-BLANK-LINE.
011520*
011540     PERFORM 0800-CHECK-RUN-CONTROL
011560         THRU 0800-CHECK-RUN-CONTROL-EXIT.
011600*
011700     OPEN I-O SCORE-FILE.
011800     IF WS-SCORE-STATUS = "35"
012600         WRITE POSRPT-RECORD FROM WS-OPEN-FAIL-LINE
012700         CLOSE POSRPT-FILE
012800         MOVE 8 TO RETURN-CODE
012820         PERFORM 9800-RECORD-RUN-END
012840             THRU 9800-RECORD-RUN-END-EXIT
012900         STOP RUN
013000     END-IF.
013100*
013600         WRITE POSRPT-RECORD FROM WS-OPEN-FAIL-LINE
013700         CLOSE SCORE-FILE POSRPT-FILE
013800         MOVE 8 TO RETURN-CODE
013820         PERFORM 9800-RECORD-RUN-END
013840             THRU 9800-RECORD-RUN-END-EXIT
013900         STOP RUN
014000     END-IF.
014100*
015600         AND RETURN-CODE < 4
015700         MOVE 4 TO RETURN-CODE
015800     END-IF.
015820     PERFORM 9800-RECORD-RUN-END
015840         THRU 9800-RECORD-RUN-END-EXIT.
015900     STOP RUN.
016000*
016100*===========================================================*
021400             PERFORM 2100-INITIALIZE-SCORE-RECORD
021500                 THRU 2100-INITIALIZE-SCORE-RECORD-EXIT
021600     END-READ.
021610     IF SCR-SPLIT-FIGURES IS NOT NUMERIC
021620         MOVE ZEROS TO SCR-SPLIT-FIGURES
021630     END-IF.
021700     ADD 1 TO SCR-GAMES-PLAYED.
021800     ADD PST-GUESS-COUNT TO SCR-TOTAL-GUESSES.
021900     IF PST-OUTCOME = "SOLVED"
022400     END-IF.
022500     DIVIDE SCR-TOTAL-GUESSES BY SCR-GAMES-PLAYED
022600         GIVING SCR-AVG-GUESSES ROUNDED.
022610     PERFORM 2200-POST-TO-LEDGER
022620         THRU 2200-POST-TO-LEDGER-EXIT.
022700     IF WS-SCORE-REC-IS-NEW
022800         WRITE SCORE-RECORD
022900         ADD 1 TO WS-CREATED-COUNT
024800                  SCR-BEST-GUESSES
024900                  SCR-TOTAL-GUESSES
025000                  SCR-AVG-GUESSES.
025050     MOVE ZEROS TO SCR-SPLIT-FIGURES.
025100 2100-INITIALIZE-SCORE-RECORD-EXIT.
025200     EXIT.
025201*
025202*===========================================================*
025203* 2200-POST-TO-LEDGER                                        *
025204*     POSTS THE GAME TO THE EASY OR HARD LEDGER FOR THE       *
025205*     DIFFICULTY IT WAS PLAYED AT AND ADDS ITS WEIGHTED       *
025206*     POINTS. A POSTING WITH NO DIFFICULTY ON IT (WRITTEN     *
025207*     BEFORE THE FIELD WAS CARRIED) STAYS IN THE BLENDED      *
025208*     COUNTERS ONLY AND SHOWS AS UNCLASSIFIED. THE SPARE-     *
025209*     ATTEMPTS BONUS NEEDS THE LIMIT IN FORCE - A POSTING     *
025210*     WITHOUT ONE EARNS THE BASE POINTS ONLY - AND THE SPARE  *
025211*     ATTEMPTS COUNTED ARE CAPPED AT THE HOUSE DEFAULT LIMIT  *
025212*     FOR THE DIFFICULTY, SO RAISING A LIMIT ON THE CONTROL   *
025213*     CARD CANNOT LIFT AN EASY SOLVE ABOVE A HARD ONE.        *
025214*===========================================================*
025215 2200-POST-TO-LEDGER.
025216     EVALUATE TRUE
025217         WHEN PST-DIFFICULTY-IS-EASY
025218             ADD 1 TO WS-EASY-COUNT
025219             ADD 1 TO SCR-EASY-GAMES
025220             ADD PST-GUESS-COUNT TO SCR-EASY-GUESSES
025221             IF PST-OUTCOME = "SOLVED"
025222                 IF SCR-EASY-BEST = ZERO
025223                     OR PST-GUESS-COUNT < SCR-EASY-BEST
025224                     MOVE PST-GUESS-COUNT TO SCR-EASY-BEST
025225                 END-IF
025226             END-IF
025227         WHEN PST-DIFFICULTY-IS-HARD
025228             ADD 1 TO WS-HARD-COUNT
025229             ADD 1 TO SCR-HARD-GAMES
025230             ADD PST-GUESS-COUNT TO SCR-HARD-GUESSES
025231             IF PST-OUTCOME = "SOLVED"
025232                 IF SCR-HARD-BEST = ZERO
025233                     OR PST-GUESS-COUNT < SCR-HARD-BEST
025234                     MOVE PST-GUESS-COUNT TO SCR-HARD-BEST
025235                 END-IF
025236             END-IF
025237         WHEN OTHER
025238             ADD 1 TO WS-UNCLASS-COUNT
025239             GO TO 2200-POST-TO-LEDGER-EXIT
025240     END-EVALUATE.
025241     IF PST-OUTCOME NOT = "SOLVED"
025242         GO TO 2200-POST-TO-LEDGER-EXIT
025243     END-IF.
025244     MOVE ZERO TO WS-SPARE-ATTEMPTS.
025245     IF PST-MAX-ATTEMPTS IS NUMERIC
025246         AND PST-MAX-ATTEMPTS > PST-GUESS-COUNT
025247         COMPUTE WS-SPARE-ATTEMPTS =
025248             PST-MAX-ATTEMPTS - PST-GUESS-COUNT
025249     END-IF.
025250     IF PST-DIFFICULTY-IS-HARD
025251         IF WS-SPARE-ATTEMPTS > WS-HARD-SPARE-CAP
025252             MOVE WS-HARD-SPARE-CAP TO WS-SPARE-ATTEMPTS
025253         END-IF
025254         COMPUTE WS-GAME-POINTS = WS-HARD-SOLVE-POINTS
025255             + (WS-SPARE-ATTEMPTS * WS-HARD-SPARE-POINTS)
025256     ELSE
025257         IF WS-SPARE-ATTEMPTS > WS-EASY-SPARE-CAP
025258             MOVE WS-EASY-SPARE-CAP TO WS-SPARE-ATTEMPTS
025259         END-IF
025260         COMPUTE WS-GAME-POINTS = WS-EASY-SOLVE-POINTS
025261             + (WS-SPARE-ATTEMPTS * WS-EASY-SPARE-POINTS)
025262     END-IF.
025263     ADD WS-GAME-POINTS TO SCR-WEIGHTED-POINTS.
025264     ADD WS-GAME-POINTS TO WS-POINTS-AWARDED.
025265 2200-POST-TO-LEDGER-EXIT.
025266     EXIT.
025300*
025400*===========================================================*
025500* 8000-PRINT-TOTALS                                          *
027400     MOVE "POSTINGS SKIPPED (MALFORMED)" TO TL-LABEL.
027500     MOVE WS-SKIPPED-COUNT      TO TL-VALUE.
027600     WRITE POSRPT-RECORD FROM WS-TOTAL-LINE.
027610     MOVE SPACES                TO WS-TOTAL-LINE.
027620     MOVE "POSTED TO EASY LEDGER" TO TL-LABEL.
027630     MOVE WS-EASY-COUNT         TO TL-VALUE.
027640     WRITE POSRPT-RECORD FROM WS-TOTAL-LINE.
027650     MOVE SPACES                TO WS-TOTAL-LINE.
027660     MOVE "POSTED TO HARD LEDGER" TO TL-LABEL.
027670     MOVE WS-HARD-COUNT         TO TL-VALUE.
027680     WRITE POSRPT-RECORD FROM WS-TOTAL-LINE.
027690     MOVE SPACES                TO WS-TOTAL-LINE.
027700     MOVE "POSTED UNCLASSIFIED" TO TL-LABEL.
027710     MOVE WS-UNCLASS-COUNT      TO TL-VALUE.
027720     WRITE POSRPT-RECORD FROM WS-TOTAL-LINE.
027730     MOVE SPACES                TO WS-TOTAL-LINE.
027740     MOVE "WEIGHTED POINTS AWARDED" TO TL-LABEL.
027750     MOVE WS-POINTS-AWARDED     TO TL-VALUE.
027760     WRITE POSRPT-RECORD FROM WS-TOTAL-LINE.
027770 8000-PRINT-TOTALS-EXIT.
027800     EXIT.
027900*
028000*===========================================================*
028100* 0800-CHECK-RUN-CONTROL                                     *
028200*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
028300*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
028400*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
028500*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
028600*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
028700*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
028800*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
028900*===========================================================*
029000 0800-CHECK-RUN-CONTROL.
029100     MOVE "NWPOST"   TO WS-RUN-JOB-NAME.
029200     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
029300     ACCEPT WS-RUN-START-TIME FROM TIME.
029400     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
029500     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
029600         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
029700         COMPUTE WS-RUN-DATE-INTEGER =
029800             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
029900         COMPUTE WS-RUN-DATE-8 =
030000             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
030100         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
030200     END-IF.
030300*
030400     OPEN I-O RUNCTL-FILE.
030500     IF WS-RUNCTL-STATUS = "35"
030600         OPEN OUTPUT RUNCTL-FILE
030700         CLOSE RUNCTL-FILE
030800         OPEN I-O RUNCTL-FILE
030900     END-IF.
031000     IF WS-RUNCTL-STATUS NOT = "00"
031100         DISPLAY "NWPOST: NWRUNCTL COULD NOT BE OPENED - "
031200             "FILE STATUS " WS-RUNCTL-STATUS
031300             " - RUN NOT RECORDED ON THE LEDGER."
031400         GO TO 0800-CHECK-RUN-CONTROL-EXIT
031500     END-IF.
031600     MOVE 'Y' TO WS-RUN-LEDGER-SW.
031700*
031800     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
031900     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
032000     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
032100     READ RUNCTL-FILE
032200         INVALID KEY
032300             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
032400             MOVE SPACES TO RUNCTL-RECORD
032500             MOVE ZERO   TO RUN-ATTEMPT-COUNT
032600     END-READ.
032700     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
032800     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
032900     MOVE 'S'               TO RUN-STATUS.
033000     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
033100     MOVE ZERO              TO RUN-END-TIME
033200                               RUN-COND-CODE
033300                               RUN-RECS-READ
033400                               RUN-RECS-WRITTEN
033500                               RUN-RECS-EXCEPTED.
033600     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
033700         MOVE ZERO TO RUN-ATTEMPT-COUNT
033800     END-IF.
033900     IF RUN-ATTEMPT-COUNT < 99
034000         ADD 1 TO RUN-ATTEMPT-COUNT
034100     END-IF.
034200     MOVE SPACES            TO RUN-REFUSED-FOR.
034300     IF WS-RUN-IS-REFUSED
034400         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
034500     END-IF.
034600     IF WS-RUN-REC-WAS-FOUND
034700         REWRITE RUNCTL-RECORD
034800     ELSE
034900         WRITE RUNCTL-RECORD
035000     END-IF.
035100     CLOSE RUNCTL-FILE.
035200 0800-CHECK-RUN-CONTROL-EXIT.
035300     EXIT.
035400*
035500*===========================================================*
035600* 9800-RECORD-RUN-END                                        *
035700*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
035800*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
035900*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
036000*     CODE IS FINAL.                                         *
036100*===========================================================*
036200 9800-RECORD-RUN-END.
036300     IF NOT WS-RUN-LEDGER-IS-USABLE
036400         GO TO 9800-RECORD-RUN-END-EXIT
036500     END-IF.
036600     OPEN I-O RUNCTL-FILE.
036700     IF WS-RUNCTL-STATUS NOT = "00"
036800         DISPLAY "NWPOST: NWRUNCTL COULD NOT BE REOPENED - "
036900             "FILE STATUS " WS-RUNCTL-STATUS
037000             " - RUN END NOT RECORDED."
037100         GO TO 9800-RECORD-RUN-END-EXIT
037200     END-IF.
037300     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
037400     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
037500     READ RUNCTL-FILE
037600         INVALID KEY
037700             DISPLAY "NWPOST: NWRUNCTL RECORD FOR THIS RUN IS "
037800                 "MISSING - RUN END NOT RECORDED."
037900             CLOSE RUNCTL-FILE
038000             GO TO 9800-RECORD-RUN-END-EXIT
038100     END-READ.
038200     ACCEPT RUN-END-TIME FROM TIME.
038300     MOVE RETURN-CODE TO RUN-COND-CODE.
038400     EVALUATE TRUE
038500         WHEN WS-RUN-IS-REFUSED
038600             MOVE 'R' TO RUN-STATUS
038700         WHEN WS-RUN-HAD-NO-WORK
038800             MOVE 'N' TO RUN-STATUS
038900         WHEN RETURN-CODE = ZERO
039000             MOVE 'C' TO RUN-STATUS
039100         WHEN RETURN-CODE = 4
039200             MOVE 'W' TO RUN-STATUS
039300         WHEN OTHER
039400             MOVE 'F' TO RUN-STATUS
039500     END-EVALUATE.
039600     MOVE WS-POST-READ-COUNT     TO RUN-RECS-READ.
039700     MOVE WS-APPLIED-COUNT       TO RUN-RECS-WRITTEN.
039800     MOVE WS-SKIPPED-COUNT       TO RUN-RECS-EXCEPTED.
039900     REWRITE RUNCTL-RECORD.
040000     CLOSE RUNCTL-FILE.
040100 9800-RECORD-RUN-END-EXIT.
040200     EXIT.
