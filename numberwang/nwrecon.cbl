002540*                  DISCREPANCY WHILE THE EVIDENCE STAYS ON   *
002542*                  FILE.                                     *
002544*-----------------------------------------------------------*
002550* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
002556*                  RUN-CONTROL LEDGER AND IS REFUSED (RC=12) *
002562*                  UNLESS NWPOST HAS COMPLETED CLEANLY FOR   *
002568*                  THE SAME BUSINESS DATE - RECONCILING      *
002574*                  BEFORE THE DAY'S POSTINGS ARE APPLIED     *
002580*                  ONLY REPORTS FALSE DISCREPANCIES.         *
002586*-----------------------------------------------------------*
002592*
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER.  IBM-370.
004300         FILE STATUS IS WS-DIST-STATUS.
004400     SELECT RECRPT-FILE ASSIGN TO NWRECRPT
004500         ORGANIZATION IS SEQUENTIAL.
004510     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
004520         ORGANIZATION IS INDEXED
004530         ACCESS MODE IS RANDOM
004540         RECORD KEY IS RUN-KEY
004550         FILE STATUS IS WS-RUNCTL-STATUS.
004600*
004700 DATA DIVISION.
004800 FILE SECTION.
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 133 CHARACTERS.
007300 01  RECRPT-RECORD          PIC X(133).
007310*
007320 FD  RUNCTL-FILE
007330     RECORD CONTAINS 80 CHARACTERS.
007340 01  RUNCTL-RECORD.
007350     COPY CPYRUN01.
007400*
007500 WORKING-STORAGE SECTION.
007600*
010000 77  WS-LOOKUP-ID            PIC X(08).
010100 77  WS-TABLE-FULL-SW        PIC X(01) VALUE 'N'.
010200     88  WS-TABLE-IS-FULL           VALUE 'Y'.
010220*
010240 01  WS-RUN-CONTROL.
010260     COPY CPYRUW01.
010300 77  WS-BATCH-IDENTITY       PIC X(08) VALUE "BATCH".
010310*
010320*-----------------------------------------------------------*
014350     05  FILLER              PIC X(84).
014400 01  WS-AGREE-LINE           PIC X(133) VALUE
014500     "ALL STORES AGREE - NO DISCREPANCIES FOUND.".
014520 01  WS-REFUSED-LINE         PIC X(133) VALUE
014540     "RUN REFUSED - NWPOST HAS NOT COMPLETED CLEANLY FOR THIS BUSI
014560-    "NESS DATE. SEE CONSOLE LOG.".
014600*
014700 PROCEDURE DIVISION.
014800*
015660     WRITE RECRPT-RECORD FROM WS-PERIOD-LINE.
015670     WRITE RECRPT-RECORD FROM WS-BLANK-LINE.
015700*
015710     PERFORM 0800-CHECK-RUN-CONTROL
015715         THRU 0800-CHECK-RUN-CONTROL-EXIT.
015720     IF WS-RUN-IS-REFUSED
015725         WRITE RECRPT-RECORD FROM WS-REFUSED-LINE
015730         CLOSE RECRPT-FILE
015735         MOVE 12 TO RETURN-CODE
015740         PERFORM 9800-RECORD-RUN-END
015745             THRU 9800-RECORD-RUN-END-EXIT
015750         STOP RUN
015755     END-IF.
015775*
015800     PERFORM 1000-TALLY-NWLOG
015900         THRU 1000-TALLY-NWLOG-EXIT.
016000     PERFORM 2000-TALLY-SCOREFIL
017400     IF WS-DISCREPANCY-COUNT > ZERO
017500         MOVE 8 TO RETURN-CODE
017600     END-IF.
017620     PERFORM 9800-RECORD-RUN-END
017640         THRU 9800-RECORD-RUN-END-EXIT.
017700     STOP RUN.
017800*
017900*===========================================================*
046400     END-IF.
046500 5000-PRINT-VERDICT-EXIT.
046600     EXIT.
046700*
046800*===========================================================*
046900* 0800-CHECK-RUN-CONTROL                                     *
047000*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
047100*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
047200*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
047300*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
047400*     NWPOST MUST HAVE COMPLETED CLEANLY (RC=0, RC=4 OR      *
047500*     NOTHING TO DO) FOR THE SAME BUSINESS DATE, OR THIS RUN *
047600*     IS REFUSED (RC=12) AND RECORDED AS REFUSED.            *
047700*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
047800*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
047900*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
048000*===========================================================*
048100 0800-CHECK-RUN-CONTROL.
048200     MOVE "NWRECON"  TO WS-RUN-JOB-NAME.
048300     MOVE "NWPOST"   TO WS-RUN-PREREQ-JOB.
048400     MOVE 'M'        TO WS-RUN-PREREQ-KIND.
048500     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
048600     ACCEPT WS-RUN-START-TIME FROM TIME.
048700     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
048800     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
048900         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
049000         COMPUTE WS-RUN-DATE-INTEGER =
049100             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
049200         COMPUTE WS-RUN-DATE-8 =
049300             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
049400         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
049500     END-IF.
049600*
049700     OPEN I-O RUNCTL-FILE.
049800     IF WS-RUNCTL-STATUS = "35"
049900         OPEN OUTPUT RUNCTL-FILE
050000         CLOSE RUNCTL-FILE
050100         OPEN I-O RUNCTL-FILE
050200     END-IF.
050300     IF WS-RUNCTL-STATUS NOT = "00"
050400         DISPLAY "NWRECON: NWRUNCTL COULD NOT BE OPENED - "
050500             "FILE STATUS " WS-RUNCTL-STATUS
050600             " - RUN NOT RECORDED ON THE LEDGER."
050700         GO TO 0800-CHECK-RUN-CONTROL-EXIT
050800     END-IF.
050900     MOVE 'Y' TO WS-RUN-LEDGER-SW.
051000     PERFORM 0810-CHECK-PREREQUISITE
051100         THRU 0810-CHECK-PREREQUISITE-EXIT.
051200*
051300     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
051400     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
051500     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
051600     READ RUNCTL-FILE
051700         INVALID KEY
051800             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
051900             MOVE SPACES TO RUNCTL-RECORD
052000             MOVE ZERO   TO RUN-ATTEMPT-COUNT
052100     END-READ.
052200     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
052300     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
052400     MOVE 'S'               TO RUN-STATUS.
052500     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
052600     MOVE ZERO              TO RUN-END-TIME
052700                               RUN-COND-CODE
052800                               RUN-RECS-READ
052900                               RUN-RECS-WRITTEN
053000                               RUN-RECS-EXCEPTED.
053100     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
053200         MOVE ZERO TO RUN-ATTEMPT-COUNT
053300     END-IF.
053400     IF RUN-ATTEMPT-COUNT < 99
053500         ADD 1 TO RUN-ATTEMPT-COUNT
053600     END-IF.
053700     MOVE SPACES            TO RUN-REFUSED-FOR.
053800     IF WS-RUN-IS-REFUSED
053900         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
054000     END-IF.
054100     IF WS-RUN-REC-WAS-FOUND
054200         REWRITE RUNCTL-RECORD
054300     ELSE
054400         WRITE RUNCTL-RECORD
054500     END-IF.
054600     CLOSE RUNCTL-FILE.
054700 0800-CHECK-RUN-CONTROL-EXIT.
054800     EXIT.
054900*
055000*===========================================================*
055100* 0810-CHECK-PREREQUISITE                                    *
055200*     LOOKS UP THE PREREQUISITE JOB'S LEDGER RECORD FOR THE  *
055300*     SAME BUSINESS DATE AND SETS THE REFUSED SWITCH WHEN IT *
055400*     HAS NOT COMPLETED CLEANLY. A REQUIRED PREREQUISITE     *
055500*     THAT HAS NOT RUN AT ALL REFUSES THE RUN TOO.           *
055600*===========================================================*
055700 0810-CHECK-PREREQUISITE.
055800     MOVE WS-RUN-PREREQ-JOB TO RUN-JOB-NAME.
055900     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
056000     READ RUNCTL-FILE
056100         INVALID KEY
056200             IF WS-RUN-PREREQ-IS-REQUIRED
056300                 MOVE 'Y' TO WS-RUN-REFUSED-SW
056400             END-IF
056500         NOT INVALID KEY
056600             IF NOT RUN-ENDED-CLEAN
056700                 MOVE 'Y' TO WS-RUN-REFUSED-SW
056800             END-IF
056900     END-READ.
057000     IF WS-RUN-IS-REFUSED
057100         DISPLAY "NWRECON: " WS-RUN-PREREQ-JOB
057200             " HAS NOT COMPLETED CLEANLY FOR BUSINESS DATE "
057300             WS-RUN-BUS-DATE " - RUN REFUSED."
057400     END-IF.
057500 0810-CHECK-PREREQUISITE-EXIT.
057600     EXIT.
057700*
057800*===========================================================*
057900* 9800-RECORD-RUN-END                                        *
058000*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
058100*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
058200*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
058300*     CODE IS FINAL.                                         *
058400*===========================================================*
058500 9800-RECORD-RUN-END.
058600     IF NOT WS-RUN-LEDGER-IS-USABLE
058700         GO TO 9800-RECORD-RUN-END-EXIT
058800     END-IF.
058900     OPEN I-O RUNCTL-FILE.
059000     IF WS-RUNCTL-STATUS NOT = "00"
059100         DISPLAY "NWRECON: NWRUNCTL COULD NOT BE REOPENED - "
059200             "FILE STATUS " WS-RUNCTL-STATUS
059300             " - RUN END NOT RECORDED."
059400         GO TO 9800-RECORD-RUN-END-EXIT
059500     END-IF.
059600     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
059700     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
059800     READ RUNCTL-FILE
059900         INVALID KEY
060000             DISPLAY "NWRECON: NWRUNCTL RECORD FOR THIS RUN IS "
060100                 "MISSING - RUN END NOT RECORDED."
060200             CLOSE RUNCTL-FILE
060300             GO TO 9800-RECORD-RUN-END-EXIT
060400     END-READ.
060500     ACCEPT RUN-END-TIME FROM TIME.
060600     MOVE RETURN-CODE TO RUN-COND-CODE.
060700     EVALUATE TRUE
060800         WHEN WS-RUN-IS-REFUSED
060900             MOVE 'R' TO RUN-STATUS
061000         WHEN WS-RUN-HAD-NO-WORK
061100             MOVE 'N' TO RUN-STATUS
061200         WHEN RETURN-CODE = ZERO
061300             MOVE 'C' TO RUN-STATUS
061400         WHEN RETURN-CODE = 4
061500             MOVE 'W' TO RUN-STATUS
061600         WHEN OTHER
061700             MOVE 'F' TO RUN-STATUS
061800     END-EVALUATE.
061900     MOVE WS-OPERATOR-COUNT      TO RUN-RECS-READ.
062000     MOVE ZERO                   TO RUN-RECS-WRITTEN.
062100     MOVE WS-DISCREPANCY-COUNT   TO RUN-RECS-EXCEPTED.
062200     REWRITE RUNCTL-RECORD.
062300     CLOSE RUNCTL-FILE.
062400 9800-RECORD-RUN-END-EXIT.
062500     EXIT.
