002164*                  NOT SESSIONS AND WERE SHOWING UP AS       *
002165*                  INCOMPLETE ACTIVITY ON THE SHIFT REPORT.  *
002166*-----------------------------------------------------------*
002170* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
002174*                  RUN-CONTROL LEDGER - STARTED, THEN ENDED  *
002178*                  WITH THE CONDITION CODE AND THE SESSIONS  *
002182*                  REPORTED - FOR THE NWSTRMST STREAM-STATUS *
002186*                  REPORT.                                   *
002190*-----------------------------------------------------------*
002200*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003600         FILE STATUS IS WS-SORTOUT-STATUS.
003700     SELECT NWSHF-FILE ASSIGN TO NWSHF
003800         ORGANIZATION IS SEQUENTIAL.
003810     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
003820         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS RANDOM
003840         RECORD KEY IS RUN-KEY
003850         FILE STATUS IS WS-RUNCTL-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
006300     LABEL RECORDS ARE STANDARD
006400     RECORD CONTAINS 133 CHARACTERS.
006500 01  NWSHF-RECORD           PIC X(133).
006510*
006520 FD  RUNCTL-FILE
006530     RECORD CONTAINS 80 CHARACTERS.
006540 01  RUNCTL-RECORD.
006550     COPY CPYRUN01.
006600*
006700 WORKING-STORAGE SECTION.
006800*
007620     88  WS-LOG-FILE-IS-OPEN        VALUE 'Y'.
007630 77  WS-SESSION-COUNT        PIC 9(08) COMP VALUE ZERO.
007640 77  WS-SUMMARY-COUNT-EDIT   PIC ZZZ,ZZZ,ZZ9.
007650*
007660 01  WS-RUN-CONTROL.
007670     COPY CPYRUW01.
007700*
007800 77  WS-LOG-HOUR             PIC 9(02).
007900*
017800     WRITE NWSHF-RECORD FROM WS-HEADING-LINE-1.
017900     WRITE NWSHF-RECORD FROM WS-HEADING-LINE-2.
018000     WRITE NWSHF-RECORD FROM WS-BLANK-LINE.
018020*
018040     PERFORM 0800-CHECK-RUN-CONTROL
018060         THRU 0800-CHECK-RUN-CONTROL-EXIT.
018100*
018200     SORT SORT-WORK-FILE
018300         ON ASCENDING KEY SHX-DATE IN SORT-RECORD
020900     CLOSE NWSHF-FILE.
020910     PERFORM 9000-PRINT-RUN-SUMMARY
020920         THRU 9000-PRINT-RUN-SUMMARY-EXIT.
020940     PERFORM 9800-RECORD-RUN-END
020960         THRU 9800-RECORD-RUN-END-EXIT.
021000     STOP RUN.
021100*
021200*===========================================================*
047100         WS-SUMMARY-COUNT-EDIT.
047200 9000-PRINT-RUN-SUMMARY-EXIT.
047300     EXIT.
047400*
047500*===========================================================*
047600* 0800-CHECK-RUN-CONTROL                                     *
047700*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
047800*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
047900*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
048000*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
048100*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
048200*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
048300*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
048400*===========================================================*
048500 0800-CHECK-RUN-CONTROL.
048600     MOVE "NWSHFRPT" TO WS-RUN-JOB-NAME.
048700     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
048800     ACCEPT WS-RUN-START-TIME FROM TIME.
048900     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
049000     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
049100         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
049200         COMPUTE WS-RUN-DATE-INTEGER =
049300             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
049400         COMPUTE WS-RUN-DATE-8 =
049500             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
049600         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
049700     END-IF.
049800*
049900     OPEN I-O RUNCTL-FILE.
050000     IF WS-RUNCTL-STATUS = "35"
050100         OPEN OUTPUT RUNCTL-FILE
050200         CLOSE RUNCTL-FILE
050300         OPEN I-O RUNCTL-FILE
050400     END-IF.
050500     IF WS-RUNCTL-STATUS NOT = "00"
050600         DISPLAY "NWSHFRPT: NWRUNCTL COULD NOT BE OPENED - "
050700             "FILE STATUS " WS-RUNCTL-STATUS
050800             " - RUN NOT RECORDED ON THE LEDGER."
050900         GO TO 0800-CHECK-RUN-CONTROL-EXIT
051000     END-IF.
051100     MOVE 'Y' TO WS-RUN-LEDGER-SW.
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
055100* 9800-RECORD-RUN-END                                        *
055200*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
055300*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
055400*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
055500*     CODE IS FINAL.                                         *
055600*===========================================================*
055700 9800-RECORD-RUN-END.
055800     IF NOT WS-RUN-LEDGER-IS-USABLE
055900         GO TO 9800-RECORD-RUN-END-EXIT
056000     END-IF.
056100     OPEN I-O RUNCTL-FILE.
056200     IF WS-RUNCTL-STATUS NOT = "00"
056300         DISPLAY "NWSHFRPT: NWRUNCTL COULD NOT BE REOPENED - "
056400             "FILE STATUS " WS-RUNCTL-STATUS
056500             " - RUN END NOT RECORDED."
056600         GO TO 9800-RECORD-RUN-END-EXIT
056700     END-IF.
056800     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
056900     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
057000     READ RUNCTL-FILE
057100         INVALID KEY
057200             DISPLAY "NWSHFRPT: NWRUNCTL RECORD FOR THIS RUN IS "
057300                 "MISSING - RUN END NOT RECORDED."
057400             CLOSE RUNCTL-FILE
057500             GO TO 9800-RECORD-RUN-END-EXIT
057600     END-READ.
057700     ACCEPT RUN-END-TIME FROM TIME.
057800     MOVE RETURN-CODE TO RUN-COND-CODE.
057900     EVALUATE TRUE
058000         WHEN WS-RUN-IS-REFUSED
058100             MOVE 'R' TO RUN-STATUS
058200         WHEN WS-RUN-HAD-NO-WORK
058300             MOVE 'N' TO RUN-STATUS
058400         WHEN RETURN-CODE = ZERO
058500             MOVE 'C' TO RUN-STATUS
058600         WHEN RETURN-CODE = 4
058700             MOVE 'W' TO RUN-STATUS
058800         WHEN OTHER
058900             MOVE 'F' TO RUN-STATUS
059000     END-EVALUATE.
059100     MOVE WS-SESSION-COUNT       TO RUN-RECS-READ.
059200     MOVE WS-SESSION-COUNT       TO RUN-RECS-WRITTEN.
059300     MOVE ZERO                   TO RUN-RECS-EXCEPTED.
059400     REWRITE RUNCTL-RECORD.
059500     CLOSE RUNCTL-FILE.
059600 9800-RECORD-RUN-END-EXIT.
059700     EXIT.
