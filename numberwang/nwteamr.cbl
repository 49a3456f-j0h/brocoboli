002600*                  OPENED OR NO CREWED OPERATORS WERE ON     *
002700*                  FILE.                                     *
002800*-----------------------------------------------------------*
002804* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
002808*                  RUN-CONTROL LEDGER - STARTED, THEN ENDED  *
002812*                  WITH THE CONDITION CODE AND THE OPERATORS *
002816*                  READ, CREWS REPORTED AND OPERATORS WITH   *
002820*                  NO CREW - FOR THE NWSTRMST STREAM-STATUS  *
002824*                  REPORT.                                   *
002828*-----------------------------------------------------------*
002832* 2026-10-15 RA    THE CREWS ARE NOW RANKED BY WEIGHTED      *
002836*                  POINTS PER ACTIVE OPERATOR (MOST FIRST)   *
002840*                  INSTEAD OF ONE BLENDED AVERAGE, AND EACH  *
002844*                  CREW LINE SHOWS ITS POINTS AND ITS EASY   *
002848*                  AND HARD GAMES AND AVERAGES SIDE BY SIDE. *
002852*                  GAMES FROM SCOREFIL RECORDS THAT PREDATE  *
002856*                  THE EASY/HARD LEDGERS COUNT IN THE GAMES  *
002860*                  TOTAL ONLY.                               *
002864*-----------------------------------------------------------*
002868* 2026-10-15 RA    THE RUN IS NOW REFUSED (RC=12) UNLESS     *
002872*                  NWPOST HAS COMPLETED CLEANLY FOR THE SAME *
002876*                  BUSINESS DATE, AS NWLEADR IS, SO THE      *
002880*                  CREWS ARE NEVER RANKED FROM A SCOREFIL    *
002884*                  THE DAY'S POSTINGS HAVE NOT REACHED.      *
002888*-----------------------------------------------------------*
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
005100         FILE STATUS IS WS-CERT-STATUS.
005200     SELECT TEAMRP-FILE ASSIGN TO NWTEAMRP
005300         ORGANIZATION IS SEQUENTIAL.
005310     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
005320         ORGANIZATION IS INDEXED
005330         ACCESS MODE IS RANDOM
005340         RECORD KEY IS RUN-KEY
005350         FILE STATUS IS WS-RUNCTL-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 133 CHARACTERS.
007700 01  TEAMRP-RECORD          PIC X(133).
007710*
007720 FD  RUNCTL-FILE
007730     RECORD CONTAINS 80 CHARACTERS.
007740 01  RUNCTL-RECORD.
007750     COPY CPYRUN01.
007800*
007900 WORKING-STORAGE SECTION.
008000*
009800 77  WS-CREW-MAX             PIC S9(4) COMP VALUE 50.
009900 77  WS-IDX                  PIC S9(4) COMP.
010000 77  WS-JDX                  PIC S9(4) COMP.
010100 77  WS-BEST-IDX             PIC S9(4) COMP.
010200 77  WS-FOUND-IDX            PIC S9(4) COMP.
010300 77  WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
010400     88  WS-TABLE-IS-FULL           VALUE 'Y'.
010900         10  WS-CRW-CERTIFIED    PIC 9(04) COMP.
011000         10  WS-CRW-GAMES        PIC 9(08) COMP.
011100         10  WS-CRW-GUESSES      PIC 9(08) COMP.
011133         10  WS-CRW-EASY-GAMES   PIC 9(08) COMP.
011166         10  WS-CRW-EASY-GUESSES PIC 9(08) COMP.
011199         10  WS-CRW-HARD-GAMES   PIC 9(08) COMP.
011232         10  WS-CRW-HARD-GUESSES PIC 9(08) COMP.
011265         10  WS-CRW-POINTS       PIC 9(08) COMP.
011300         10  WS-CRW-SORT-KEY     PIC 9(06)V9(02).
011400 01  WS-SWAP-ENTRY           PIC X(44).
011500*
011600*-----------------------------------------------------------*
011700* OPERATOR TALLY WORK AREAS                                  *
012000 77  WS-UNASSIGNED-COUNT     PIC 9(06) COMP VALUE ZERO.
012100 77  WS-ASSIGNED-COUNT       PIC 9(06) COMP VALUE ZERO.
012200 77  WS-COVERAGE-PCT         PIC 9(03) VALUE ZERO.
012220*
012240 01  WS-RUN-CONTROL.
012260     COPY CPYRUW01.
012300*
012400 01  WS-DETAIL-LINE.
012500     05  RL-RANK             PIC ZZZ9.
013500     05  RL-PCT-SIGN         PIC X(01).
013600     05  FILLER              PIC X(03).
013700     05  RL-GAMES            PIC ZZZ,ZZ9.
013800     05  FILLER              PIC X(03).
013816     05  RL-POINTS           PIC ZZZ,ZZ9.
013832     05  FILLER              PIC X(03).
013848     05  RL-POINTS-PER-OPER  PIC ZZ,ZZ9.99.
013864     05  FILLER              PIC X(03).
013880     05  RL-EASY-GAMES       PIC ZZZ,ZZ9.
013896     05  FILLER              PIC X(02).
013912     05  RL-EASY-AVG         PIC ZZZ9.99.
013928     05  FILLER              PIC X(03).
013944     05  RL-HARD-GAMES       PIC ZZZ,ZZ9.
013960     05  FILLER              PIC X(02).
013976     05  RL-HARD-AVG         PIC ZZZ9.99.
014000     05  FILLER              PIC X(03).
014100     05  RL-FLAG             PIC X(14).
014200     05  FILLER              PIC X(09).
014300*
014400 01  WS-TOTAL-LINE.
014500     05  TL-LABEL            PIC X(36).
014900*
015000 01  WS-HEADING-LINE-1       PIC X(133) VALUE
015100     "NUMBERWANG TEAM STANDINGS - CREW ROLLUP OF SCOREFIL, RANKED
015200-    "BY WEIGHTED POINTS PER OPERATOR".
015300 01  WS-HEADING-LINE-2.
015313     05  FILLER              PIC X(72) VALUE SPACES.
015326     05  FILLER              PIC X(19) VALUE
015339         "----- EASY -----   ".
015352     05  FILLER              PIC X(16) VALUE
015365         "----- HARD -----".
015378     05  FILLER              PIC X(26) VALUE SPACES.
015391 01  WS-HEADING-LINE-3.
015404     05  FILLER              PIC X(47) VALUE
015417         "RANK   CREW   OPERS     CERT    COVER     GAMES".
015430     05  FILLER              PIC X(41) VALUE
015443         "    POINTS    PTS/OPER     GAMES      AVG".
015456     05  FILLER              PIC X(19) VALUE
015469         "     GAMES      AVG".
015482     05  FILLER              PIC X(26) VALUE SPACES.
015500 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
015600 01  WS-NO-DATA-LINE         PIC X(133) VALUE
015700     "NO CREWED OPERATORS ARE ON THE AUTHOP FILE YET - SEE THE NWA
015900 01  WS-BYPASS-LINE          PIC X(133) VALUE
016000     "AN OPTIONAL INPUT WAS BYPASSED - CREWS WERE RANKED ON PARTIA
016100-    "L DATA. SEE CONSOLE LOG.".
016110 01  WS-REFUSED-LINE         PIC X(133) VALUE
016120     "RUN REFUSED - NWPOST HAS NOT COMPLETED CLEANLY FOR THIS BUSI
016130-    "NESS DATE. SEE CONSOLE LOG.".
016200*
016300 PROCEDURE DIVISION.
016400*
016800 0000-MAINLINE.
016900     OPEN OUTPUT TEAMRP-FILE.
017000     WRITE TEAMRP-RECORD FROM WS-HEADING-LINE-1.
017020*
017040     PERFORM 0800-CHECK-RUN-CONTROL
017060         THRU 0800-CHECK-RUN-CONTROL-EXIT.
017064     IF WS-RUN-IS-REFUSED
017068         WRITE TEAMRP-RECORD FROM WS-REFUSED-LINE
017072         CLOSE TEAMRP-FILE
017076         MOVE 12 TO RETURN-CODE
017080         PERFORM 9800-RECORD-RUN-END
017084             THRU 9800-RECORD-RUN-END-EXIT
017088         STOP RUN
017092     END-IF.
017100*
017200     OPEN INPUT AUTH-FILE.
017300     IF WS-AUTH-STATUS NOT = "00"
017600         WRITE TEAMRP-RECORD FROM WS-NO-DATA-LINE
017700         CLOSE TEAMRP-FILE
017800         MOVE 8 TO RETURN-CODE
017820         PERFORM 9800-RECORD-RUN-END
017840             THRU 9800-RECORD-RUN-END-EXIT
017900         STOP RUN
018000     END-IF.
018100*
018500     ELSE
018600         DISPLAY "NWTEAMR: SCOREFIL COULD NOT BE OPENED - "
018700             "FILE STATUS " WS-SCORE-STATUS
018800             " - GAMES/POINTS TREATED AS ZERO."
018900         MOVE 'Y' TO WS-BYPASS-SW
019000     END-IF.
019100*
021200         PERFORM 3000-RANK-CREWS
021300             THRU 3000-RANK-CREWS-EXIT
021400         WRITE TEAMRP-RECORD FROM WS-HEADING-LINE-2
021450         WRITE TEAMRP-RECORD FROM WS-HEADING-LINE-3
021500         PERFORM 4000-PRINT-ONE-CREW
021600             THRU 4000-PRINT-ONE-CREW-EXIT
021700             VARYING WS-IDX FROM 1 BY 1
023100         AND RETURN-CODE < 4
023200         MOVE 4 TO RETURN-CODE
023300     END-IF.
023320     PERFORM 9800-RECORD-RUN-END
023340         THRU 9800-RECORD-RUN-END-EXIT.
023400     STOP RUN.
023500*
023600*===========================================================*
030400             MOVE ZERO TO WS-CRW-CERTIFIED (WS-CREW-COUNT)
030500             MOVE ZERO TO WS-CRW-GAMES (WS-CREW-COUNT)
030600             MOVE ZERO TO WS-CRW-GUESSES (WS-CREW-COUNT)
030633             MOVE ZERO TO WS-CRW-EASY-GAMES (WS-CREW-COUNT)
030666             MOVE ZERO TO WS-CRW-EASY-GUESSES (WS-CREW-COUNT)
030699             MOVE ZERO TO WS-CRW-HARD-GAMES (WS-CREW-COUNT)
030732             MOVE ZERO TO WS-CRW-HARD-GUESSES (WS-CREW-COUNT)
030765             MOVE ZERO TO WS-CRW-POINTS (WS-CREW-COUNT)
030800             MOVE ZERO TO WS-CRW-SORT-KEY (WS-CREW-COUNT)
030900             MOVE WS-CREW-COUNT TO WS-FOUND-IDX
031000         ELSE
035400         ADD SCR-TOTAL-GUESSES
035500             TO WS-CRW-GUESSES (WS-FOUND-IDX)
035600     END-IF.
035607     IF WS-SCORE-STATUS = "00"
035614         AND SCR-SPLIT-FIGURES IS NUMERIC
035621         ADD SCR-EASY-GAMES
035628             TO WS-CRW-EASY-GAMES (WS-FOUND-IDX)
035635         ADD SCR-EASY-GUESSES
035642             TO WS-CRW-EASY-GUESSES (WS-FOUND-IDX)
035649         ADD SCR-HARD-GAMES
035656             TO WS-CRW-HARD-GAMES (WS-FOUND-IDX)
035663         ADD SCR-HARD-GUESSES
035670             TO WS-CRW-HARD-GUESSES (WS-FOUND-IDX)
035677         ADD SCR-WEIGHTED-POINTS
035684             TO WS-CRW-POINTS (WS-FOUND-IDX)
035691     END-IF.
035700 2200-ADD-SCORE-FIGURES-EXIT.
035800     EXIT.
035900*
038100*
038200*===========================================================*
038300* 3000-RANK-CREWS                                            *
038400*     COMPUTES EACH CREW'S WEIGHTED POINTS PER ACTIVE         *
038500*     OPERATOR AND SORTS THE TABLE DESCENDING ON IT (BEST     *
038600*     CREW FIRST), SO A BIG CREW DOES NOT LEAD ON HEADCOUNT   *
038700*     ALONE. A CREW WITH NO POINTS YET FALLS TO THE BOTTOM.   *
038800*===========================================================*
038900 3000-RANK-CREWS.
039000     PERFORM 3050-SET-ONE-SORT-KEY
040000*
040100*===========================================================*
040200* 3050-SET-ONE-SORT-KEY                                      *
040300*     COMPUTES ONE CREW'S POINTS PER OPERATOR (SORT KEY).     *
040400*===========================================================*
040500 3050-SET-ONE-SORT-KEY.
040600     IF WS-CRW-OPERATORS (WS-IDX) > ZERO
040700         DIVIDE WS-CRW-POINTS (WS-IDX)
040800             BY WS-CRW-OPERATORS (WS-IDX)
040900             GIVING WS-CRW-SORT-KEY (WS-IDX) ROUNDED
041200     ELSE
041400         MOVE ZERO TO WS-CRW-SORT-KEY (WS-IDX)
041500     END-IF.
041600 3050-SET-ONE-SORT-KEY-EXIT.
041700     EXIT.
042200*     REMAINING CREW AND SWAPS IT INTO POSITION WS-IDX.       *
042300*===========================================================*
042400 3100-SELECT-ONE-POSITION.
042500     MOVE WS-IDX TO WS-BEST-IDX.
042600     COMPUTE WS-JDX = WS-IDX + 1.
042700     PERFORM 3150-COMPARE-ONE-CREW
042800         THRU 3150-COMPARE-ONE-CREW-EXIT
042900         UNTIL WS-JDX > WS-CREW-COUNT.
043000     IF WS-BEST-IDX NOT = WS-IDX
043100         MOVE WS-CRW-ENTRY (WS-IDX)     TO WS-SWAP-ENTRY
043200         MOVE WS-CRW-ENTRY (WS-BEST-IDX) TO WS-CRW-ENTRY (WS-IDX)
043300         MOVE WS-SWAP-ENTRY TO WS-CRW-ENTRY (WS-BEST-IDX)
043400     END-IF.
043500 3100-SELECT-ONE-POSITION-EXIT.
043600     EXIT.
044200*===========================================================*
044300 3150-COMPARE-ONE-CREW.
044400     IF WS-CRW-SORT-KEY (WS-JDX)
044500         > WS-CRW-SORT-KEY (WS-BEST-IDX)
044600         MOVE WS-JDX TO WS-BEST-IDX
044700     END-IF.
044800     ADD 1 TO WS-JDX.
044900 3150-COMPARE-ONE-CREW-EXIT.
047100     MOVE WS-COVERAGE-PCT          TO RL-COVERAGE.
047200     MOVE "%"                      TO RL-PCT-SIGN.
047300     MOVE WS-CRW-GAMES (WS-IDX)    TO RL-GAMES.
047311     MOVE WS-CRW-POINTS (WS-IDX)   TO RL-POINTS.
047322     MOVE WS-CRW-SORT-KEY (WS-IDX) TO RL-POINTS-PER-OPER.
047333     MOVE WS-CRW-EASY-GAMES (WS-IDX) TO RL-EASY-GAMES.
047344     MOVE ZERO                     TO RL-EASY-AVG.
047355     IF WS-CRW-EASY-GAMES (WS-IDX) > ZERO
047366         DIVIDE WS-CRW-EASY-GUESSES (WS-IDX)
047377             BY WS-CRW-EASY-GAMES (WS-IDX)
047388             GIVING RL-EASY-AVG ROUNDED
047399     END-IF.
047410     MOVE WS-CRW-HARD-GAMES (WS-IDX) TO RL-HARD-GAMES.
047421     MOVE ZERO                     TO RL-HARD-AVG.
047432     IF WS-CRW-HARD-GAMES (WS-IDX) > ZERO
047443         DIVIDE WS-CRW-HARD-GUESSES (WS-IDX)
047454             BY WS-CRW-HARD-GAMES (WS-IDX)
047465             GIVING RL-HARD-AVG ROUNDED
047476     END-IF.
047500     IF WS-COVERAGE-PCT < 50
047600         MOVE "BELOW STRENGTH" TO RL-FLAG
047700     END-IF.
050600     END-IF.
050700 5000-PRINT-TOTALS-EXIT.
050800     EXIT.
050900*
051000*===========================================================*
051100* 0800-CHECK-RUN-CONTROL                                     *
051200*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
051300*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
051400*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
051500*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
051510*     NWPOST MUST HAVE COMPLETED CLEANLY (RC=0, RC=4 OR      *
051520*     NOTHING TO DO) FOR THE SAME BUSINESS DATE, OR THIS RUN *
051530*     IS REFUSED (RC=12) AND RECORDED AS REFUSED.            *
051600*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
051700*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
051800*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
051900*===========================================================*
052000 0800-CHECK-RUN-CONTROL.
052100     MOVE "NWTEAMR"  TO WS-RUN-JOB-NAME.
052110     MOVE "NWPOST"   TO WS-RUN-PREREQ-JOB.
052120     MOVE 'M'        TO WS-RUN-PREREQ-KIND.
052200     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
052300     ACCEPT WS-RUN-START-TIME FROM TIME.
052400     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
052500     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
052600         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
052700         COMPUTE WS-RUN-DATE-INTEGER =
052800             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
052900         COMPUTE WS-RUN-DATE-8 =
053000             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
053100         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
053200     END-IF.
053300*
053400     OPEN I-O RUNCTL-FILE.
053500     IF WS-RUNCTL-STATUS = "35"
053600         OPEN OUTPUT RUNCTL-FILE
053700         CLOSE RUNCTL-FILE
053800         OPEN I-O RUNCTL-FILE
053900     END-IF.
054000     IF WS-RUNCTL-STATUS NOT = "00"
054100         DISPLAY "NWTEAMR: NWRUNCTL COULD NOT BE OPENED - "
054200             "FILE STATUS " WS-RUNCTL-STATUS
054300             " - RUN NOT RECORDED ON THE LEDGER."
054400         GO TO 0800-CHECK-RUN-CONTROL-EXIT
054500     END-IF.
054600     MOVE 'Y' TO WS-RUN-LEDGER-SW.
054610     PERFORM 0810-CHECK-PREREQUISITE
054620         THRU 0810-CHECK-PREREQUISITE-EXIT.
054700*
054800     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
054900     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
055000     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
055100     READ RUNCTL-FILE
055200         INVALID KEY
055300             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
055400             MOVE SPACES TO RUNCTL-RECORD
055500             MOVE ZERO   TO RUN-ATTEMPT-COUNT
055600     END-READ.
055700     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
055800     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
055900     MOVE 'S'               TO RUN-STATUS.
056000     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
056100     MOVE ZERO              TO RUN-END-TIME
056200                               RUN-COND-CODE
056300                               RUN-RECS-READ
056400                               RUN-RECS-WRITTEN
056500                               RUN-RECS-EXCEPTED.
056600     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
056700         MOVE ZERO TO RUN-ATTEMPT-COUNT
056800     END-IF.
056900     IF RUN-ATTEMPT-COUNT < 99
057000         ADD 1 TO RUN-ATTEMPT-COUNT
057100     END-IF.
057200     MOVE SPACES            TO RUN-REFUSED-FOR.
057300     IF WS-RUN-IS-REFUSED
057400         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
057500     END-IF.
057600     IF WS-RUN-REC-WAS-FOUND
057700         REWRITE RUNCTL-RECORD
057800     ELSE
057900         WRITE RUNCTL-RECORD
058000     END-IF.
058100     CLOSE RUNCTL-FILE.
058200 0800-CHECK-RUN-CONTROL-EXIT.
058300     EXIT.
058303*
058306*===========================================================*
058309* 0810-CHECK-PREREQUISITE                                    *
058312*     LOOKS UP THE PREREQUISITE JOB'S LEDGER RECORD FOR THE  *
058315*     SAME BUSINESS DATE AND SETS THE REFUSED SWITCH WHEN IT *
058318*     HAS NOT COMPLETED CLEANLY. A REQUIRED PREREQUISITE     *
058321*     THAT HAS NOT RUN AT ALL REFUSES THE RUN TOO.           *
058324*===========================================================*
058327 0810-CHECK-PREREQUISITE.
058330     MOVE WS-RUN-PREREQ-JOB TO RUN-JOB-NAME.
058333     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
058336     READ RUNCTL-FILE
058339         INVALID KEY
058342             IF WS-RUN-PREREQ-IS-REQUIRED
058345                 MOVE 'Y' TO WS-RUN-REFUSED-SW
058348             END-IF
058351         NOT INVALID KEY
058354             IF NOT RUN-ENDED-CLEAN
058357                 MOVE 'Y' TO WS-RUN-REFUSED-SW
058360             END-IF
058363     END-READ.
058366     IF WS-RUN-IS-REFUSED
058369         DISPLAY "NWTEAMR: " WS-RUN-PREREQ-JOB
058372             " HAS NOT COMPLETED CLEANLY FOR BUSINESS DATE "
058375             WS-RUN-BUS-DATE " - RUN REFUSED."
058378     END-IF.
058381 0810-CHECK-PREREQUISITE-EXIT.
058384     EXIT.
058400*
058500*===========================================================*
058600* 9800-RECORD-RUN-END                                        *
058700*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
058800*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
058900*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
059000*     CODE IS FINAL.                                         *
059100*===========================================================*
059200 9800-RECORD-RUN-END.
059300     IF NOT WS-RUN-LEDGER-IS-USABLE
059400         GO TO 9800-RECORD-RUN-END-EXIT
059500     END-IF.
059600     OPEN I-O RUNCTL-FILE.
059700     IF WS-RUNCTL-STATUS NOT = "00"
059800         DISPLAY "NWTEAMR: NWRUNCTL COULD NOT BE REOPENED - "
059900             "FILE STATUS " WS-RUNCTL-STATUS
060000             " - RUN END NOT RECORDED."
060100         GO TO 9800-RECORD-RUN-END-EXIT
060200     END-IF.
060300     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
060400     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
060500     READ RUNCTL-FILE
060600         INVALID KEY
060700             DISPLAY "NWTEAMR: NWRUNCTL RECORD FOR THIS RUN IS "
060800                 "MISSING - RUN END NOT RECORDED."
060900             CLOSE RUNCTL-FILE
061000             GO TO 9800-RECORD-RUN-END-EXIT
061100     END-READ.
061200     ACCEPT RUN-END-TIME FROM TIME.
061300     MOVE RETURN-CODE TO RUN-COND-CODE.
061400     EVALUATE TRUE
061500         WHEN WS-RUN-IS-REFUSED
061600             MOVE 'R' TO RUN-STATUS
061700         WHEN WS-RUN-HAD-NO-WORK
061800             MOVE 'N' TO RUN-STATUS
061900         WHEN RETURN-CODE = ZERO
062000             MOVE 'C' TO RUN-STATUS
062100         WHEN RETURN-CODE = 4
062200             MOVE 'W' TO RUN-STATUS
062300         WHEN OTHER
062400             MOVE 'F' TO RUN-STATUS
062500     END-EVALUATE.
062600     COMPUTE RUN-RECS-READ =
062700         WS-ASSIGNED-COUNT
062800       + WS-UNASSIGNED-COUNT
062900       + WS-INACTIVE-COUNT.
063000     MOVE WS-CREW-COUNT          TO RUN-RECS-WRITTEN.
063100     MOVE WS-UNASSIGNED-COUNT    TO RUN-RECS-EXCEPTED.
063200     REWRITE RUNCTL-RECORD.
063300     CLOSE RUNCTL-FILE.
063400 9800-RECORD-RUN-END-EXIT.
063500     EXIT.
