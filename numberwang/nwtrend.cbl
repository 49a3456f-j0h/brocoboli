001740*                  PERIODS TO REPORT - AND PRINTS A ONE-PAGE *
001750*                  RUN SUMMARY TO SYSOUT.                    *
001760*-----------------------------------------------------------*
001765* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
001770*                  RUN-CONTROL LEDGER - STARTED, THEN ENDED  *
001775*                  WITH THE CONDITION CODE AND THE PERIOD    *
001780*                  LINES PRINTED - FOR THE NWSTRMST          *
001785*                  STREAM-STATUS REPORT.                     *
001790*-----------------------------------------------------------*
001800*
001900 ENVIRONMENT DIVISION.
002000 CONFIGURATION SECTION.
003400         FILE STATUS IS WS-SORTOUT-STATUS.
003500     SELECT NWTRND-FILE ASSIGN TO NWTRND
003600         ORGANIZATION IS SEQUENTIAL.
003610     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
003620         ORGANIZATION IS INDEXED
003630         ACCESS MODE IS RANDOM
003640         RECORD KEY IS RUN-KEY
003650         FILE STATUS IS WS-RUNCTL-STATUS.
003700*
003800 DATA DIVISION.
003900 FILE SECTION.
005900     LABEL RECORDS ARE STANDARD
006000     RECORD CONTAINS 133 CHARACTERS.
006100 01  NWTRND-RECORD          PIC X(133).
006110*
006120 FD  RUNCTL-FILE
006130     RECORD CONTAINS 80 CHARACTERS.
006140 01  RUNCTL-RECORD.
006150     COPY CPYRUN01.
006200*
006300 WORKING-STORAGE SECTION.
006400*
006920     88  WS-HIST-FILE-IS-OPEN       VALUE 'Y'.
006930 77  WS-PERIOD-COUNT         PIC 9(08) COMP VALUE ZERO.
006940 77  WS-SUMMARY-COUNT-EDIT   PIC ZZZ,ZZZ,ZZ9.
006950*
006960 01  WS-RUN-CONTROL.
006970     COPY CPYRUW01.
007000*
007100 01  WS-PLAYER-HEADER-LINE.
007200     05  FILLER              PIC X(09) VALUE "OPERATOR ".
009800     OPEN OUTPUT NWTRND-FILE.
009900     WRITE NWTRND-RECORD FROM WS-HEADING-LINE-1.
010000     WRITE NWTRND-RECORD FROM WS-BLANK-LINE.
010020*
010040     PERFORM 0800-CHECK-RUN-CONTROL
010060         THRU 0800-CHECK-RUN-CONTROL-EXIT.
010100*
010110     OPEN INPUT HIST-FILE.
010120     IF WS-HIST-STATUS NOT = "00"
011800     CLOSE NWTRND-FILE.
011810     PERFORM 9000-PRINT-RUN-SUMMARY
011820         THRU 9000-PRINT-RUN-SUMMARY-EXIT.
011840     PERFORM 9800-RECORD-RUN-END
011860         THRU 9800-RECORD-RUN-END-EXIT.
011900     STOP RUN.
012000*
012100*===========================================================*
017500         WS-SUMMARY-COUNT-EDIT.
017600 9000-PRINT-RUN-SUMMARY-EXIT.
017700     EXIT.
017800*
017900*===========================================================*
018000* 0800-CHECK-RUN-CONTROL                                     *
018100*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
018200*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
018300*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
018400*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
018500*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
018600*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
018700*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
018800*===========================================================*
018900 0800-CHECK-RUN-CONTROL.
019000     MOVE "NWTREND"  TO WS-RUN-JOB-NAME.
019100     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
019200     ACCEPT WS-RUN-START-TIME FROM TIME.
019300     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
019400     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
019500         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
019600         COMPUTE WS-RUN-DATE-INTEGER =
019700             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
019800         COMPUTE WS-RUN-DATE-8 =
019900             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
020000         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
020100     END-IF.
020200*
020300     OPEN I-O RUNCTL-FILE.
020400     IF WS-RUNCTL-STATUS = "35"
020500         OPEN OUTPUT RUNCTL-FILE
020600         CLOSE RUNCTL-FILE
020700         OPEN I-O RUNCTL-FILE
020800     END-IF.
020900     IF WS-RUNCTL-STATUS NOT = "00"
021000         DISPLAY "NWTREND: NWRUNCTL COULD NOT BE OPENED - "
021100             "FILE STATUS " WS-RUNCTL-STATUS
021200             " - RUN NOT RECORDED ON THE LEDGER."
021300         GO TO 0800-CHECK-RUN-CONTROL-EXIT
021400     END-IF.
021500     MOVE 'Y' TO WS-RUN-LEDGER-SW.
021600*
021700     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
021800     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
021900     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
022000     READ RUNCTL-FILE
022100         INVALID KEY
022200             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
022300             MOVE SPACES TO RUNCTL-RECORD
022400             MOVE ZERO   TO RUN-ATTEMPT-COUNT
022500     END-READ.
022600     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
022700     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
022800     MOVE 'S'               TO RUN-STATUS.
022900     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
023000     MOVE ZERO              TO RUN-END-TIME
023100                               RUN-COND-CODE
023200                               RUN-RECS-READ
023300                               RUN-RECS-WRITTEN
023400                               RUN-RECS-EXCEPTED.
023500     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
023600         MOVE ZERO TO RUN-ATTEMPT-COUNT
023700     END-IF.
023800     IF RUN-ATTEMPT-COUNT < 99
023900         ADD 1 TO RUN-ATTEMPT-COUNT
024000     END-IF.
024100     MOVE SPACES            TO RUN-REFUSED-FOR.
024200     IF WS-RUN-IS-REFUSED
024300         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
024400     END-IF.
024500     IF WS-RUN-REC-WAS-FOUND
024600         REWRITE RUNCTL-RECORD
024700     ELSE
024800         WRITE RUNCTL-RECORD
024900     END-IF.
025000     CLOSE RUNCTL-FILE.
025100 0800-CHECK-RUN-CONTROL-EXIT.
025200     EXIT.
025300*
025400*===========================================================*
025500* 9800-RECORD-RUN-END                                        *
025600*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
025700*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
025800*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
025900*     CODE IS FINAL.                                         *
026000*===========================================================*
026100 9800-RECORD-RUN-END.
026200     IF NOT WS-RUN-LEDGER-IS-USABLE
026300         GO TO 9800-RECORD-RUN-END-EXIT
026400     END-IF.
026500     OPEN I-O RUNCTL-FILE.
026600     IF WS-RUNCTL-STATUS NOT = "00"
026700         DISPLAY "NWTREND: NWRUNCTL COULD NOT BE REOPENED - "
026800             "FILE STATUS " WS-RUNCTL-STATUS
026900             " - RUN END NOT RECORDED."
027000         GO TO 9800-RECORD-RUN-END-EXIT
027100     END-IF.
027200     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
027300     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
027400     READ RUNCTL-FILE
027500         INVALID KEY
027600             DISPLAY "NWTREND: NWRUNCTL RECORD FOR THIS RUN IS "
027700                 "MISSING - RUN END NOT RECORDED."
027800             CLOSE RUNCTL-FILE
027900             GO TO 9800-RECORD-RUN-END-EXIT
028000     END-READ.
028100     ACCEPT RUN-END-TIME FROM TIME.
028200     MOVE RETURN-CODE TO RUN-COND-CODE.
028300     EVALUATE TRUE
028400         WHEN WS-RUN-IS-REFUSED
028500             MOVE 'R' TO RUN-STATUS
028600         WHEN WS-RUN-HAD-NO-WORK
028700             MOVE 'N' TO RUN-STATUS
028800         WHEN RETURN-CODE = ZERO
028900             MOVE 'C' TO RUN-STATUS
029000         WHEN RETURN-CODE = 4
029100             MOVE 'W' TO RUN-STATUS
029200         WHEN OTHER
029300             MOVE 'F' TO RUN-STATUS
029400     END-EVALUATE.
029500     MOVE WS-PERIOD-COUNT        TO RUN-RECS-READ.
029600     MOVE WS-PERIOD-COUNT        TO RUN-RECS-WRITTEN.
029700     MOVE ZERO                   TO RUN-RECS-EXCEPTED.
029800     REWRITE RUNCTL-RECORD.
029900     CLOSE RUNCTL-FILE.
030000 9800-RECORD-RUN-END-EXIT.
030100     EXIT.
