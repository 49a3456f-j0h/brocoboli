002300*                  RC=4 WHEN A RERUN SKIPPED PLAYERS, RC=8   *
002400*                  WHEN SCOREFIL OR NWHIST CANNOT BE OPENED. *
002500*-----------------------------------------------------------*
002510* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
002520*                  RUN-CONTROL LEDGER - STARTED, THEN ENDED  *
002530*                  WITH THE CONDITION CODE AND THE SCOREFIL  *
002540*                  RECORDS READ, SNAPPED AND SKIPPED - SO    *
002550*                  NWSTMT CAN REFUSE TO RUN UNTIL THE PERIOD *
002560*                  HAS BEEN CLOSED CLEANLY.                  *
002570*-----------------------------------------------------------*
002573* 2026-10-15 RA    THE EASY AND HARD LEDGERS AND THE         *
002576*                  WEIGHTED POINTS NOW KEPT ON SCOREFIL ARE  *
002579*                  CARRIED THROUGH TO THE NWHIST SNAPSHOT    *
002582*                  AND RESET WITH THE OTHER LIVE COUNTERS. A *
002585*                  SCOREFIL RECORD FROM BEFORE THE LEDGERS   *
002588*                  WERE KEPT IS SNAPPED AS UNCLASSIFIED.     *
002591*-----------------------------------------------------------*
002600*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
004600         FILE STATUS IS WS-HIST-STATUS.
004700     SELECT CLORPT-FILE ASSIGN TO NWCLORPT
004800         ORGANIZATION IS SEQUENTIAL.
004810     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
004820         ORGANIZATION IS INDEXED
004830         ACCESS MODE IS RANDOM
004840         RECORD KEY IS RUN-KEY
004850         FILE STATUS IS WS-RUNCTL-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
007200     LABEL RECORDS ARE STANDARD
007300     RECORD CONTAINS 133 CHARACTERS.
007400 01  CLORPT-RECORD          PIC X(133).
007410*
007420 FD  RUNCTL-FILE
007430     RECORD CONTAINS 80 CHARACTERS.
007440 01  RUNCTL-RECORD.
007450     COPY CPYRUN01.
007500*
007600 WORKING-STORAGE SECTION.
007700*
009000 77  WS-READ-COUNT           PIC 9(06) COMP VALUE ZERO.
009100 77  WS-SNAPPED-COUNT        PIC 9(06) COMP VALUE ZERO.
009200 77  WS-SKIPPED-COUNT        PIC 9(06) COMP VALUE ZERO.
009220*
009240 01  WS-RUN-CONTROL.
009260     COPY CPYRUW01.
009300*
009400 01  WS-PERIOD-LINE.
009500     05  FILLER              PIC X(25) VALUE
011700 0000-MAINLINE.
011800     OPEN OUTPUT CLORPT-FILE.
011900     WRITE CLORPT-RECORD FROM WS-HEADING-LINE-1.
011920*
011940     PERFORM 0800-CHECK-RUN-CONTROL
011960         THRU 0800-CHECK-RUN-CONTROL-EXIT.
012000*
012100     PERFORM 1000-SET-CLOSE-PERIOD
012200         THRU 1000-SET-CLOSE-PERIOD-EXIT.
013000         WRITE CLORPT-RECORD FROM WS-OPEN-FAIL-LINE
013100         CLOSE CLORPT-FILE
013200         MOVE 8 TO RETURN-CODE
013220         PERFORM 9800-RECORD-RUN-END
013240             THRU 9800-RECORD-RUN-END-EXIT
013300         STOP RUN
013400     END-IF.
013500*
014600     IF WS-SKIPPED-COUNT > ZERO
014700         MOVE 4 TO RETURN-CODE
014800     END-IF.
014820     PERFORM 9800-RECORD-RUN-END
014840         THRU 9800-RECORD-RUN-END-EXIT.
014900     STOP RUN.
015000*
015100*===========================================================*
022400*     RECORD ALREADY EXISTS (A RERUN OF AN ALREADY-CLOSED     *
022500*     PERIOD) THE LIVE RECORD IS LEFT UNTOUCHED SO GAMES      *
022600*     PLAYED SINCE THE FIRST CLOSE ARE NOT WIPED.             *
022620*     THE EASY/HARD LEDGERS AND WEIGHTED POINTS GO TO HISTORY *
022640*     WITH THE BLENDED FIGURES; A LIVE RECORD FROM BEFORE THE *
022660*     LEDGERS WERE KEPT IS SNAPPED WITH ZERO LEDGERS, SO ALL  *
022680*     ITS GAMES READ AS UNCLASSIFIED.                         *
022700*===========================================================*
022800 3000-CLOSE-ONE-PLAYER.
022900     ADD 1 TO WS-READ-COUNT.
023400     MOVE SCR-BEST-GUESSES  TO HIS-BEST-GUESSES.
023500     MOVE SCR-TOTAL-GUESSES TO HIS-TOTAL-GUESSES.
023600     MOVE SCR-AVG-GUESSES   TO HIS-AVG-GUESSES.
023620     IF SCR-SPLIT-FIGURES IS NOT NUMERIC
023640         MOVE ZEROS TO SCR-SPLIT-FIGURES
023660     END-IF.
023680     MOVE SCR-SPLIT-FIGURES TO HIS-SPLIT-FIGURES.
023700     WRITE HIST-RECORD
023800         INVALID KEY
023900             ADD 1 TO WS-SKIPPED-COUNT
024700                  SCR-BEST-GUESSES
024800                  SCR-TOTAL-GUESSES
024900                  SCR-AVG-GUESSES.
024950     MOVE ZEROS TO SCR-SPLIT-FIGURES.
025000     REWRITE SCORE-RECORD.
025100 3000-CLOSE-ONE-PLAYER-NEXT.
025200     PERFORM 2000-READ-SCORE-RECORD
027700     WRITE CLORPT-RECORD FROM WS-DETAIL-LINE.
027800 4000-PRINT-CLOSE-REPORT-EXIT.
027900     EXIT.
028000*
028100*===========================================================*
028200* 0800-CHECK-RUN-CONTROL                                     *
028300*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
028400*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
028500*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
028600*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
028700*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
028800*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
028900*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
029000*===========================================================*
029100 0800-CHECK-RUN-CONTROL.
029200     MOVE "NWCLOSE"  TO WS-RUN-JOB-NAME.
029300     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
029400     ACCEPT WS-RUN-START-TIME FROM TIME.
029500     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
029600     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
029700         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
029800         COMPUTE WS-RUN-DATE-INTEGER =
029900             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
030000         COMPUTE WS-RUN-DATE-8 =
030100             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
030200         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
030300     END-IF.
030400*
030500     OPEN I-O RUNCTL-FILE.
030600     IF WS-RUNCTL-STATUS = "35"
030700         OPEN OUTPUT RUNCTL-FILE
030800         CLOSE RUNCTL-FILE
030900         OPEN I-O RUNCTL-FILE
031000     END-IF.
031100     IF WS-RUNCTL-STATUS NOT = "00"
031200         DISPLAY "NWCLOSE: NWRUNCTL COULD NOT BE OPENED - "
031300             "FILE STATUS " WS-RUNCTL-STATUS
031400             " - RUN NOT RECORDED ON THE LEDGER."
031500         GO TO 0800-CHECK-RUN-CONTROL-EXIT
031600     END-IF.
031700     MOVE 'Y' TO WS-RUN-LEDGER-SW.
031800*
031900     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
032000     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
032100     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
032200     READ RUNCTL-FILE
032300         INVALID KEY
032400             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
032500             MOVE SPACES TO RUNCTL-RECORD
032600             MOVE ZERO   TO RUN-ATTEMPT-COUNT
032700     END-READ.
032800     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
032900     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
033000     MOVE 'S'               TO RUN-STATUS.
033100     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
033200     MOVE ZERO              TO RUN-END-TIME
033300                               RUN-COND-CODE
033400                               RUN-RECS-READ
033500                               RUN-RECS-WRITTEN
033600                               RUN-RECS-EXCEPTED.
033700     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
033800         MOVE ZERO TO RUN-ATTEMPT-COUNT
033900     END-IF.
034000     IF RUN-ATTEMPT-COUNT < 99
034100         ADD 1 TO RUN-ATTEMPT-COUNT
034200     END-IF.
034300     MOVE SPACES            TO RUN-REFUSED-FOR.
034400     IF WS-RUN-IS-REFUSED
034500         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
034600     END-IF.
034700     IF WS-RUN-REC-WAS-FOUND
034800         REWRITE RUNCTL-RECORD
034900     ELSE
035000         WRITE RUNCTL-RECORD
035100     END-IF.
035200     CLOSE RUNCTL-FILE.
035300 0800-CHECK-RUN-CONTROL-EXIT.
035400     EXIT.
035500*
035600*===========================================================*
035700* 9800-RECORD-RUN-END                                        *
035800*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
035900*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
036000*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
036100*     CODE IS FINAL.                                         *
036200*===========================================================*
036300 9800-RECORD-RUN-END.
036400     IF NOT WS-RUN-LEDGER-IS-USABLE
036500         GO TO 9800-RECORD-RUN-END-EXIT
036600     END-IF.
036700     OPEN I-O RUNCTL-FILE.
036800     IF WS-RUNCTL-STATUS NOT = "00"
036900         DISPLAY "NWCLOSE: NWRUNCTL COULD NOT BE REOPENED - "
037000             "FILE STATUS " WS-RUNCTL-STATUS
037100             " - RUN END NOT RECORDED."
037200         GO TO 9800-RECORD-RUN-END-EXIT
037300     END-IF.
037400     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
037500     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
037600     READ RUNCTL-FILE
037700         INVALID KEY
037800             DISPLAY "NWCLOSE: NWRUNCTL RECORD FOR THIS RUN IS "
037900                 "MISSING - RUN END NOT RECORDED."
038000             CLOSE RUNCTL-FILE
038100             GO TO 9800-RECORD-RUN-END-EXIT
038200     END-READ.
038300     ACCEPT RUN-END-TIME FROM TIME.
038400     MOVE RETURN-CODE TO RUN-COND-CODE.
038500     EVALUATE TRUE
038600         WHEN WS-RUN-IS-REFUSED
038700             MOVE 'R' TO RUN-STATUS
038800         WHEN WS-RUN-HAD-NO-WORK
038900             MOVE 'N' TO RUN-STATUS
039000         WHEN RETURN-CODE = ZERO
039100             MOVE 'C' TO RUN-STATUS
039200         WHEN RETURN-CODE = 4
039300             MOVE 'W' TO RUN-STATUS
039400         WHEN OTHER
039500             MOVE 'F' TO RUN-STATUS
039600     END-EVALUATE.
039700     MOVE WS-READ-COUNT          TO RUN-RECS-READ.
039800     MOVE WS-SNAPPED-COUNT       TO RUN-RECS-WRITTEN.
039900     MOVE WS-SKIPPED-COUNT       TO RUN-RECS-EXCEPTED.
040000     REWRITE RUNCTL-RECORD.
040100     CLOSE RUNCTL-FILE.
040200 9800-RECORD-RUN-END-EXIT.
040300     EXIT.
