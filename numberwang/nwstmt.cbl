002800*                  NWHIST COULD NOT BE OPENED OR HOLDS NO    *
002900*                  RECORDS FOR THE PERIOD.                   *
003000*-----------------------------------------------------------*
003010* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
003020*                  RUN-CONTROL LEDGER AND IS REFUSED (RC=12) *
003030*                  UNLESS NWCLOSE HAS COMPLETED CLEANLY FOR  *
003040*                  THE SAME BUSINESS DATE. AN 'R' IN COLUMN  *
003050*                  8 OF THE STMCARD CARD MARKS A REPRINT OF  *
003060*                  A PERIOD CLOSED ON AN EARLIER NIGHT,      *
003070*                  WHICH IS ONLY REFUSED IF NWCLOSE RAN      *
003080*                  TODAY AND FAILED.                         *
003090*-----------------------------------------------------------*
003092* 2026-10-15 RA    STATEMENT SHOWS EASY/HARD LEDGERS,        *
003094*                  WEIGHTED POINTS AND POINTS MOVEMENT; RANK *
003096*                  BY POINTS.                                *
003098*-----------------------------------------------------------*
003100*
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
005600         FILE STATUS IS WS-CERT-STATUS.
005700     SELECT STMT-FILE ASSIGN TO NWSTMT
005800         ORGANIZATION IS SEQUENTIAL.
005810     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
005820         ORGANIZATION IS INDEXED
005830         ACCESS MODE IS RANDOM
005840         RECORD KEY IS RUN-KEY
005850         FILE STATUS IS WS-RUNCTL-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 133 CHARACTERS.
008900 01  STMT-RECORD            PIC X(133).
008910*
008920 FD  RUNCTL-FILE
008930     RECORD CONTAINS 80 CHARACTERS.
008940 01  RUNCTL-RECORD.
008950     COPY CPYRUN01.
009000*
009100 WORKING-STORAGE SECTION.
009200*
014200         10  WS-STM-PRIOR-GAMES  PIC 9(06).
014300         10  WS-STM-PRIOR-AVG    PIC 9(04)V9(02).
014400         10  WS-STM-RANK         PIC 9(04).
014407         10  WS-STM-EASY-GAMES   PIC 9(06).
014414         10  WS-STM-EASY-AVG     PIC 9(04)V9(02).
014421         10  WS-STM-HARD-GAMES   PIC 9(06).
014428         10  WS-STM-HARD-AVG     PIC 9(04)V9(02).
014435         10  WS-STM-UNCLASS-GAMES
014442                                 PIC 9(06).
014449         10  WS-STM-UNCLASS-AVG  PIC 9(04)V9(02).
014456         10  WS-STM-POINTS       PIC 9(06).
014463         10  WS-STM-PRIOR-POINTS PIC 9(06).
014470         10  WS-STM-PRIOR-CLASS-SW
014477                                 PIC X(01).
014484             88  WS-STM-PRIOR-IS-CLASSIFIED VALUE 'Y'.
014500*
014600 77  WS-RANKED-COUNT         PIC 9(04) VALUE ZERO.
014700 77  WS-AVG-DELTA            PIC S9(04)V9(02) VALUE ZERO.
014725 77  WS-POINTS-DELTA         PIC S9(07) VALUE ZERO.
014750 77  WS-UNCLASS-GAMES        PIC S9(08) COMP VALUE ZERO.
014775 77  WS-UNCLASS-GUESSES      PIC S9(09) COMP VALUE ZERO.
014800 77  WS-PRINTED-COUNT        PIC 9(06) COMP VALUE ZERO.
014900 77  WS-SKIPPED-COUNT        PIC 9(06) COMP VALUE ZERO.
014910*
014920 01  WS-RUN-CONTROL.
014930     COPY CPYRUW01.
014940 77  WS-STMT-REPRINT-SW      PIC X(01) VALUE 'N'.
014950     88  WS-STMT-IS-REPRINT         VALUE 'Y'.
015000*
015100*-----------------------------------------------------------*
015200* STATEMENT PAGE LINE LAYOUTS                                *
020200     05  MV-TAG              PIC X(12).
020300     05  FILLER              PIC X(82).
020400*
020411 01  WS-POINTS-MOVE-LINE.
020422     05  FILLER              PIC X(02).
020433     05  PM-LABEL            PIC X(28).
020444     05  PM-VALUE            PIC ZZZ,ZZ9.
020455     05  FILLER              PIC X(02).
020466     05  PM-TAG              PIC X(12).
020477     05  FILLER              PIC X(82).
020488*
020500 01  WS-TOTAL-LINE.
020600     05  TL-LABEL            PIC X(36).
020700     05  FILLER              PIC X(02).
021300     "NUMBERWANG OPERATOR STATEMENT RUN - SUMMARY".
021400 01  WS-NO-DATA-LINE         PIC X(133) VALUE
021500     "NO NWHIST RECORDS WERE ON FILE FOR THE STATED PERIOD.".
021520 01  WS-REFUSED-LINE         PIC X(133) VALUE
021540     "RUN REFUSED - NWCLOSE HAS NOT COMPLETED CLEANLY FOR THIS BUS
021560-    "INESS DATE. SEE CONSOLE LOG.".
021600*
021700 PROCEDURE DIVISION.
021800*
022400*
022500     PERFORM 1000-SET-PERIODS
022600         THRU 1000-SET-PERIODS-EXIT.
022605*
022610     PERFORM 0800-CHECK-RUN-CONTROL
022615         THRU 0800-CHECK-RUN-CONTROL-EXIT.
022620     IF WS-RUN-IS-REFUSED
022625         WRITE STMT-RECORD FROM WS-REFUSED-LINE
022630         CLOSE STMT-FILE
022635         MOVE 12 TO RETURN-CODE
022640         PERFORM 9800-RECORD-RUN-END
022645             THRU 9800-RECORD-RUN-END-EXIT
022650         STOP RUN
022655     END-IF.
022700*
022800     OPEN INPUT HIST-FILE.
022900     IF WS-HIST-STATUS NOT = "00"
023200         WRITE STMT-RECORD FROM WS-NO-DATA-LINE
023300         CLOSE STMT-FILE
023400         MOVE 8 TO RETURN-CODE
023420         PERFORM 9800-RECORD-RUN-END
023440             THRU 9800-RECORD-RUN-END-EXIT
023500         STOP RUN
023600     END-IF.
023700*
028500         AND RETURN-CODE < 4
028600         MOVE 4 TO RETURN-CODE
028700     END-IF.
028720     PERFORM 9800-RECORD-RUN-END
028740         THRU 9800-RECORD-RUN-END-EXIT.
028800     STOP RUN.
028900*
029000*===========================================================*
030800                     AND STC-PERIOD > ZERO
030900                     MOVE STC-PERIOD TO WS-STMT-PERIOD
031000                 END-IF
031020                 IF STC-IS-REPRINT
031040                     MOVE 'Y' TO WS-STMT-REPRINT-SW
031060                 END-IF
031100         END-READ
031200         CLOSE STMCARD-FILE
031300     END-IF.
039400     IF WS-FOUND-IDX = ZERO
039500         GO TO 2200-TABLE-ONE-HIST-NEXT
039600     END-IF.
039625     IF HIS-SPLIT-FIGURES IS NOT NUMERIC
039650         MOVE ZEROS TO HIS-SPLIT-FIGURES
039675     END-IF.
039700     IF HIS-PERIOD = WS-STMT-PERIOD
039800         MOVE 'Y'              TO WS-STM-CUR-SW (WS-FOUND-IDX)
039900         MOVE HIS-GAMES-PLAYED TO WS-STM-GAMES (WS-FOUND-IDX)
040000         MOVE HIS-BEST-GUESSES TO WS-STM-BEST (WS-FOUND-IDX)
040100         MOVE HIS-AVG-GUESSES  TO WS-STM-AVG (WS-FOUND-IDX)
040133         PERFORM 2300-TABLE-CURRENT-LEDGERS
040166             THRU 2300-TABLE-CURRENT-LEDGERS-EXIT
040200     ELSE
040300         MOVE 'Y'              TO WS-STM-PRIOR-SW (WS-FOUND-IDX)
040400         MOVE HIS-GAMES-PLAYED
040500             TO WS-STM-PRIOR-GAMES (WS-FOUND-IDX)
040600         MOVE HIS-AVG-GUESSES
040700             TO WS-STM-PRIOR-AVG (WS-FOUND-IDX)
040714         MOVE HIS-WEIGHTED-POINTS
040728             TO WS-STM-PRIOR-POINTS (WS-FOUND-IDX)
040742         IF HIS-EASY-GAMES > ZERO
040756             OR HIS-HARD-GAMES > ZERO
040770             MOVE 'Y' TO WS-STM-PRIOR-CLASS-SW (WS-FOUND-IDX)
040784         END-IF
040800     END-IF.
040900 2200-TABLE-ONE-HIST-NEXT.
041000     PERFORM 2100-READ-HIST-RECORD
041200 2200-TABLE-ONE-HIST-RECORD-EXIT.
041300     EXIT.
041400*
041402*===========================================================*
041404* 2300-TABLE-CURRENT-LEDGERS                                 *
041406*     TABLES THE STATED PERIOD'S EASY AND HARD LEDGERS AND    *
041408*     WEIGHTED POINTS. GAMES ON NEITHER LEDGER (POSTED BEFORE *
041410*     THE LEDGERS WERE KEPT) ARE SHOWN AS UNCLASSIFIED.       *
041412*===========================================================*
041414 2300-TABLE-CURRENT-LEDGERS.
041416     MOVE HIS-EASY-GAMES      TO WS-STM-EASY-GAMES (WS-FOUND-IDX).
041418     MOVE HIS-HARD-GAMES      TO WS-STM-HARD-GAMES (WS-FOUND-IDX).
041420     MOVE HIS-WEIGHTED-POINTS TO WS-STM-POINTS (WS-FOUND-IDX).
041422     MOVE ZERO TO WS-STM-EASY-AVG (WS-FOUND-IDX).
041424     MOVE ZERO TO WS-STM-HARD-AVG (WS-FOUND-IDX).
041426     MOVE ZERO TO WS-STM-UNCLASS-AVG (WS-FOUND-IDX).
041428     IF HIS-EASY-GAMES > ZERO
041430         DIVIDE HIS-EASY-GUESSES BY HIS-EASY-GAMES
041432             GIVING WS-STM-EASY-AVG (WS-FOUND-IDX) ROUNDED
041434     END-IF.
041436     IF HIS-HARD-GAMES > ZERO
041438         DIVIDE HIS-HARD-GUESSES BY HIS-HARD-GAMES
041440             GIVING WS-STM-HARD-AVG (WS-FOUND-IDX) ROUNDED
041442     END-IF.
041444     COMPUTE WS-UNCLASS-GAMES =
041446         HIS-GAMES-PLAYED - HIS-EASY-GAMES - HIS-HARD-GAMES.
041448     COMPUTE WS-UNCLASS-GUESSES =
041450         HIS-TOTAL-GUESSES - HIS-EASY-GUESSES - HIS-HARD-GUESSES.
041452     IF WS-UNCLASS-GAMES < ZERO
041454         MOVE ZERO TO WS-UNCLASS-GAMES
041456     END-IF.
041458     MOVE WS-UNCLASS-GAMES TO WS-STM-UNCLASS-GAMES (WS-FOUND-IDX).
041460     IF WS-UNCLASS-GAMES > ZERO
041462         AND WS-UNCLASS-GUESSES > ZERO
041464         DIVIDE WS-UNCLASS-GUESSES BY WS-UNCLASS-GAMES
041466             GIVING WS-STM-UNCLASS-AVG (WS-FOUND-IDX) ROUNDED
041468     END-IF.
041470 2300-TABLE-CURRENT-LEDGERS-EXIT.
041472     EXIT.
041474*
041500*===========================================================*
041600* 6000-FIND-OPERATOR-ENTRY                                   *
041700*     FINDS (OR ADDS) THE STATEMENT-TABLE ENTRY FOR           *
043700             MOVE ZERO TO WS-STM-PRIOR-GAMES (WS-OPERATOR-COUNT)
043800             MOVE ZERO TO WS-STM-PRIOR-AVG (WS-OPERATOR-COUNT)
043900             MOVE ZERO TO WS-STM-RANK (WS-OPERATOR-COUNT)
043906             MOVE ZERO
043912                 TO WS-STM-EASY-GAMES (WS-OPERATOR-COUNT)
043918             MOVE ZERO TO WS-STM-EASY-AVG (WS-OPERATOR-COUNT)
043924             MOVE ZERO
043930                 TO WS-STM-HARD-GAMES (WS-OPERATOR-COUNT)
043936             MOVE ZERO TO WS-STM-HARD-AVG (WS-OPERATOR-COUNT)
043942             MOVE ZERO
043948                 TO WS-STM-UNCLASS-GAMES (WS-OPERATOR-COUNT)
043954             MOVE ZERO
043960                 TO WS-STM-UNCLASS-AVG (WS-OPERATOR-COUNT)
043966             MOVE ZERO TO WS-STM-POINTS (WS-OPERATOR-COUNT)
043972             MOVE ZERO
043978                 TO WS-STM-PRIOR-POINTS (WS-OPERATOR-COUNT)
043984             MOVE 'N'
043990                 TO WS-STM-PRIOR-CLASS-SW (WS-OPERATOR-COUNT)
044000             MOVE WS-OPERATOR-COUNT TO WS-FOUND-IDX
044100         ELSE
044200             IF NOT WS-TABLE-IS-FULL
046600*===========================================================*
046700* 3000-RANK-OPERATORS                                        *
046800*     RANKS EVERY OPERATOR WHO PLAYED IN THE STATED PERIOD    *
046900*     BY WEIGHTED POINTS (MOST FIRST, LOWER AVERAGE GUESSES   *
047000*     BREAKING A TIE) - AN OPERATOR'S RANK IS ONE MORE THAN   *
047100*     THE NUMBER OF PLAYERS STANDING ABOVE THEM.              *
047200*===========================================================*
047300 3000-RANK-OPERATORS.
047400     MOVE ZERO TO WS-RANKED-COUNT.
051500*
051600*===========================================================*
051700* 3250-COMPARE-ONE-PLAYER                                    *
051800*     BUMPS THE RANK FOR EVERY RANKED PLAYER WITH MORE        *
051900*     WEIGHTED POINTS, OR THE SAME POINTS AND A LOWER AVERAGE.*
052000*===========================================================*
052100 3250-COMPARE-ONE-PLAYER.
052200     IF WS-JDX NOT = WS-IDX
052300         AND WS-STM-HAS-CURRENT (WS-JDX)
052400         AND WS-STM-GAMES (WS-JDX) > ZERO
052500         IF WS-STM-POINTS (WS-JDX) > WS-STM-POINTS (WS-IDX)
052520             ADD 1 TO WS-STM-RANK (WS-IDX)
052540         ELSE
052560             IF WS-STM-POINTS (WS-JDX) = WS-STM-POINTS (WS-IDX)
052580                 AND WS-STM-AVG (WS-JDX) < WS-STM-AVG (WS-IDX)
052600                 ADD 1 TO WS-STM-RANK (WS-IDX)
052633             END-IF
052666         END-IF
052700     END-IF.
052800 3250-COMPARE-ONE-PLAYER-EXIT.
052900     EXIT.
056400     MOVE "BEST GAME (GUESSES)" TO CN-LABEL.
056500     MOVE WS-STM-BEST (WS-IDX) TO CN-VALUE.
056600     WRITE STMT-RECORD FROM WS-COUNT-LINE.
056700     MOVE SPACES               TO WS-COUNT-LINE.
056800     MOVE "EASY GAMES"         TO CN-LABEL.
056900     MOVE WS-STM-EASY-GAMES (WS-IDX) TO CN-VALUE.
057000     WRITE STMT-RECORD FROM WS-COUNT-LINE.
057003     MOVE SPACES               TO WS-AVG-LINE.
057006     MOVE "EASY AVERAGE GUESSES" TO AV-LABEL.
057009     MOVE WS-STM-EASY-AVG (WS-IDX) TO AV-VALUE.
057012     WRITE STMT-RECORD FROM WS-AVG-LINE.
057015     MOVE SPACES               TO WS-COUNT-LINE.
057018     MOVE "HARD GAMES"         TO CN-LABEL.
057021     MOVE WS-STM-HARD-GAMES (WS-IDX) TO CN-VALUE.
057024     WRITE STMT-RECORD FROM WS-COUNT-LINE.
057027     MOVE SPACES               TO WS-AVG-LINE.
057030     MOVE "HARD AVERAGE GUESSES" TO AV-LABEL.
057033     MOVE WS-STM-HARD-AVG (WS-IDX) TO AV-VALUE.
057036     WRITE STMT-RECORD FROM WS-AVG-LINE.
057039     IF WS-STM-UNCLASS-GAMES (WS-IDX) > ZERO
057042         MOVE SPACES             TO WS-COUNT-LINE
057045         MOVE "UNCLASSIFIED GAMES" TO CN-LABEL
057048         MOVE WS-STM-UNCLASS-GAMES (WS-IDX) TO CN-VALUE
057051         WRITE STMT-RECORD FROM WS-COUNT-LINE
057054         MOVE SPACES             TO WS-AVG-LINE
057057         MOVE "UNCLASSIFIED AVERAGE GUESSES" TO AV-LABEL
057060         MOVE WS-STM-UNCLASS-AVG (WS-IDX) TO AV-VALUE
057063         WRITE STMT-RECORD FROM WS-AVG-LINE
057066     END-IF.
057069     MOVE SPACES               TO WS-COUNT-LINE.
057072     MOVE "WEIGHTED POINTS"    TO CN-LABEL.
057075     MOVE WS-STM-POINTS (WS-IDX) TO CN-VALUE.
057078     WRITE STMT-RECORD FROM WS-COUNT-LINE.
057100     MOVE WS-STM-RANK (WS-IDX) TO RK-RANK.
057200     MOVE WS-RANKED-COUNT      TO RK-OF.
057300     WRITE STMT-RECORD FROM WS-RANK-LINE.
060700*===========================================================*
060800* 4200-PRINT-MOVEMENT                                        *
060900*     PRINTS THE MOVEMENT AGAINST THE PRIOR PERIOD - PRIOR    *
061000*     GAMES AND WEIGHTED POINTS, AND WHETHER THE POINTS       *
061100*     IMPROVED OR SLIPPED. A PRIOR PERIOD CLOSED BEFORE THE   *
061150*     EASY/HARD LEDGERS WERE KEPT IS COMPARED ON THE BLENDED  *
061160*     AVERAGE INSTEAD. AN OPERATOR WITH NO PRIOR-PERIOD       *
061170*     RECORD (OR A ZERO-GAME ONE) IS SHOWN AS NEW.            *
061300*===========================================================*
061400 4200-PRINT-MOVEMENT.
061500     MOVE SPACES TO WS-SECTION-LINE.
062800         WRITE STMT-RECORD FROM WS-BLANK-LINE
062900         GO TO 4200-PRINT-MOVEMENT-EXIT
063000     END-IF.
063010     IF WS-STM-PRIOR-IS-CLASSIFIED (WS-IDX)
063020         PERFORM 4250-PRINT-POINTS-MOVEMENT
063030             THRU 4250-PRINT-POINTS-MOVEMENT-EXIT
063040         GO TO 4200-PRINT-MOVEMENT-EXIT
063050     END-IF.
063060     MOVE SPACES TO WS-TEXT-LINE (3 : ).
063070     MOVE "PRIOR PERIOD PREDATES THE LEDGERS - AVERAGE COMPARED"
063080         TO TX-TEXT.
063090     WRITE STMT-RECORD FROM WS-TEXT-LINE.
063100     MOVE SPACES                     TO WS-COUNT-LINE.
063200     MOVE "PRIOR GAMES PLAYED"       TO CN-LABEL.
063300     MOVE WS-STM-PRIOR-GAMES (WS-IDX) TO CN-VALUE.
065700 4200-PRINT-MOVEMENT-EXIT.
065800     EXIT.
065900*
065902*===========================================================*
065904* 4250-PRINT-POINTS-MOVEMENT                                 *
065906*     PRINTS PRIOR GAMES AND WEIGHTED POINTS AND THE POINTS   *
065908*     MOVEMENT - MORE POINTS THAN THE PRIOR PERIOD IS AN      *
065910*     IMPROVEMENT.                                            *
065912*===========================================================*
065914 4250-PRINT-POINTS-MOVEMENT.
065916     MOVE SPACES                     TO WS-COUNT-LINE.
065918     MOVE "PRIOR GAMES PLAYED"       TO CN-LABEL.
065920     MOVE WS-STM-PRIOR-GAMES (WS-IDX) TO CN-VALUE.
065922     WRITE STMT-RECORD FROM WS-COUNT-LINE.
065924     MOVE SPACES                     TO WS-COUNT-LINE.
065926     MOVE "PRIOR WEIGHTED POINTS"    TO CN-LABEL.
065928     MOVE WS-STM-PRIOR-POINTS (WS-IDX) TO CN-VALUE.
065930     WRITE STMT-RECORD FROM WS-COUNT-LINE.
065932     COMPUTE WS-POINTS-DELTA =
065934         WS-STM-POINTS (WS-IDX) - WS-STM-PRIOR-POINTS (WS-IDX).
065936     MOVE SPACES TO WS-POINTS-MOVE-LINE (3 : ).
065938     MOVE "POINTS MOVEMENT" TO PM-LABEL.
065940     IF WS-POINTS-DELTA > ZERO
065942         MOVE WS-POINTS-DELTA TO PM-VALUE
065944         MOVE "IMPROVED"  TO PM-TAG
065946     ELSE
065948         IF WS-POINTS-DELTA < ZERO
065950             COMPUTE PM-VALUE = ZERO - WS-POINTS-DELTA
065952             MOVE "SLIPPED"   TO PM-TAG
065954         ELSE
065956             MOVE ZERO        TO PM-VALUE
065958             MOVE "UNCHANGED" TO PM-TAG
065960         END-IF
065962     END-IF.
065964     WRITE STMT-RECORD FROM WS-POINTS-MOVE-LINE.
065966     WRITE STMT-RECORD FROM WS-BLANK-LINE.
065968 4250-PRINT-POINTS-MOVEMENT-EXIT.
065970     EXIT.
065972*
066000*===========================================================*
066100* 4300-PRINT-CERT-STANDING                                   *
066200*     PRINTS THE OPERATOR'S NWCERTF STANDING WITH THE         *
072700     WRITE STMT-RECORD FROM WS-TOTAL-LINE.
072800 7000-PRINT-SUMMARY-PAGE-EXIT.
072900     EXIT.
073000*
073100*===========================================================*
073200* 0800-CHECK-RUN-CONTROL                                     *
073300*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
073400*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
073500*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
073600*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
073700*     NWCLOSE MUST HAVE COMPLETED CLEANLY (RC=0, RC=4 OR     *
073800*     NOTHING TO DO) FOR THE SAME BUSINESS DATE, OR THIS RUN *
073900*     IS REFUSED (RC=12) AND RECORDED AS REFUSED. A REPRINT  *
074000*     OF A PERIOD CLOSED ON AN EARLIER NIGHT (STMCARD 'R')   *
074100*     IS ONLY REFUSED IF NWCLOSE RAN TODAY AND FAILED.       *
074200*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
074300*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
074400*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
074500*===========================================================*
074600 0800-CHECK-RUN-CONTROL.
074700     MOVE "NWSTMT"   TO WS-RUN-JOB-NAME.
074800     MOVE "NWCLOSE"  TO WS-RUN-PREREQ-JOB.
074900     MOVE 'M'        TO WS-RUN-PREREQ-KIND.
075000     IF WS-STMT-IS-REPRINT
075100         MOVE 'C'    TO WS-RUN-PREREQ-KIND
075200     END-IF.
075300     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
075400     ACCEPT WS-RUN-START-TIME FROM TIME.
075500     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
075600     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
075700         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
075800         COMPUTE WS-RUN-DATE-INTEGER =
075900             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
076000         COMPUTE WS-RUN-DATE-8 =
076100             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
076200         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
076300     END-IF.
076400*
076500     OPEN I-O RUNCTL-FILE.
076600     IF WS-RUNCTL-STATUS = "35"
076700         OPEN OUTPUT RUNCTL-FILE
076800         CLOSE RUNCTL-FILE
076900         OPEN I-O RUNCTL-FILE
077000     END-IF.
077100     IF WS-RUNCTL-STATUS NOT = "00"
077200         DISPLAY "NWSTMT: NWRUNCTL COULD NOT BE OPENED - "
077300             "FILE STATUS " WS-RUNCTL-STATUS
077400             " - RUN NOT RECORDED ON THE LEDGER."
077500         GO TO 0800-CHECK-RUN-CONTROL-EXIT
077600     END-IF.
077700     MOVE 'Y' TO WS-RUN-LEDGER-SW.
077800     PERFORM 0810-CHECK-PREREQUISITE
077900         THRU 0810-CHECK-PREREQUISITE-EXIT.
078000*
078100     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
078200     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
078300     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
078400     READ RUNCTL-FILE
078500         INVALID KEY
078600             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
078700             MOVE SPACES TO RUNCTL-RECORD
078800             MOVE ZERO   TO RUN-ATTEMPT-COUNT
078900     END-READ.
079000     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
079100     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
079200     MOVE 'S'               TO RUN-STATUS.
079300     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
079400     MOVE ZERO              TO RUN-END-TIME
079500                               RUN-COND-CODE
079600                               RUN-RECS-READ
079700                               RUN-RECS-WRITTEN
079800                               RUN-RECS-EXCEPTED.
079900     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
080000         MOVE ZERO TO RUN-ATTEMPT-COUNT
080100     END-IF.
080200     IF RUN-ATTEMPT-COUNT < 99
080300         ADD 1 TO RUN-ATTEMPT-COUNT
080400     END-IF.
080500     MOVE SPACES            TO RUN-REFUSED-FOR.
080600     IF WS-RUN-IS-REFUSED
080700         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
080800     END-IF.
080900     IF WS-RUN-REC-WAS-FOUND
081000         REWRITE RUNCTL-RECORD
081100     ELSE
081200         WRITE RUNCTL-RECORD
081300     END-IF.
081400     CLOSE RUNCTL-FILE.
081500 0800-CHECK-RUN-CONTROL-EXIT.
081600     EXIT.
081700*
081800*===========================================================*
081900* 0810-CHECK-PREREQUISITE                                    *
082000*     LOOKS UP THE PREREQUISITE JOB'S LEDGER RECORD FOR THE  *
082100*     SAME BUSINESS DATE AND SETS THE REFUSED SWITCH WHEN IT *
082200*     HAS NOT COMPLETED CLEANLY. A REQUIRED PREREQUISITE     *
082300*     THAT HAS NOT RUN AT ALL REFUSES THE RUN TOO.           *
082400*===========================================================*
082500 0810-CHECK-PREREQUISITE.
082600     MOVE WS-RUN-PREREQ-JOB TO RUN-JOB-NAME.
082700     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
082800     READ RUNCTL-FILE
082900         INVALID KEY
083000             IF WS-RUN-PREREQ-IS-REQUIRED
083100                 MOVE 'Y' TO WS-RUN-REFUSED-SW
083200             END-IF
083300         NOT INVALID KEY
083400             IF NOT RUN-ENDED-CLEAN
083500                 MOVE 'Y' TO WS-RUN-REFUSED-SW
083600             END-IF
083700     END-READ.
083800     IF WS-RUN-IS-REFUSED
083900         DISPLAY "NWSTMT: " WS-RUN-PREREQ-JOB
084000             " HAS NOT COMPLETED CLEANLY FOR BUSINESS DATE "
084100             WS-RUN-BUS-DATE " - RUN REFUSED."
084200     END-IF.
084300 0810-CHECK-PREREQUISITE-EXIT.
084400     EXIT.
084500*
084600*===========================================================*
084700* 9800-RECORD-RUN-END                                        *
084800*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
084900*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
085000*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
085100*     CODE IS FINAL.                                         *
085200*===========================================================*
085300 9800-RECORD-RUN-END.
085400     IF NOT WS-RUN-LEDGER-IS-USABLE
085500         GO TO 9800-RECORD-RUN-END-EXIT
085600     END-IF.
085700     OPEN I-O RUNCTL-FILE.
085800     IF WS-RUNCTL-STATUS NOT = "00"
085900         DISPLAY "NWSTMT: NWRUNCTL COULD NOT BE REOPENED - "
086000             "FILE STATUS " WS-RUNCTL-STATUS
086100             " - RUN END NOT RECORDED."
086200         GO TO 9800-RECORD-RUN-END-EXIT
086300     END-IF.
086400     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
086500     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
086600     READ RUNCTL-FILE
086700         INVALID KEY
086800             DISPLAY "NWSTMT: NWRUNCTL RECORD FOR THIS RUN IS "
086900                 "MISSING - RUN END NOT RECORDED."
087000             CLOSE RUNCTL-FILE
087100             GO TO 9800-RECORD-RUN-END-EXIT
087200     END-READ.
087300     ACCEPT RUN-END-TIME FROM TIME.
087400     MOVE RETURN-CODE TO RUN-COND-CODE.
087500     EVALUATE TRUE
087600         WHEN WS-RUN-IS-REFUSED
087700             MOVE 'R' TO RUN-STATUS
087800         WHEN WS-RUN-HAD-NO-WORK
087900             MOVE 'N' TO RUN-STATUS
088000         WHEN RETURN-CODE = ZERO
088100             MOVE 'C' TO RUN-STATUS
088200         WHEN RETURN-CODE = 4
088300             MOVE 'W' TO RUN-STATUS
088400         WHEN OTHER
088500             MOVE 'F' TO RUN-STATUS
088600     END-EVALUATE.
088700     MOVE WS-OPERATOR-COUNT      TO RUN-RECS-READ.
088800     MOVE WS-PRINTED-COUNT       TO RUN-RECS-WRITTEN.
088900     MOVE WS-SKIPPED-COUNT       TO RUN-RECS-EXCEPTED.
089000     REWRITE RUNCTL-RECORD.
089100     CLOSE RUNCTL-FILE.
089200 9800-RECORD-RUN-END-EXIT.
089300     EXIT.
