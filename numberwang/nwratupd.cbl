002900*                  OR NWRATE COULD NOT BE OPENED AND         *
003000*                  NOTHING WAS APPLIED.                      *
003100*-----------------------------------------------------------*
003110* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
003120*                  RUN-CONTROL LEDGER - STARTED, THEN ENDED  *
003130*                  WITH THE CONDITION CODE AND THE DUEL      *
003140*                  POSTINGS READ/APPLIED/SKIPPED COUNTS - SO *
003150*                  NWRATRPT CAN REFUSE TO RUN UNTIL THE      *
003160*                  DAY'S DUELS HAVE BEEN RATED.              *
003170*-----------------------------------------------------------*
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004700         FILE STATUS IS WS-RATE-STATUS.
004800     SELECT RATREG-FILE ASSIGN TO NWRATREG
004900         ORGANIZATION IS SEQUENTIAL.
004910     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
004920         ORGANIZATION IS INDEXED
004930         ACCESS MODE IS RANDOM
004940         RECORD KEY IS RUN-KEY
004950         FILE STATUS IS WS-RUNCTL-STATUS.
005000*
005100 DATA DIVISION.
005200 FILE SECTION.
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 133 CHARACTERS.
007000 01  RATREG-RECORD          PIC X(133).
007010*
007020 FD  RUNCTL-FILE
007030     RECORD CONTAINS 80 CHARACTERS.
007040 01  RUNCTL-RECORD.
007050     COPY CPYRUN01.
007100*
007200 WORKING-STORAGE SECTION.
007300*
010400 77  WS-APPLIED-COUNT        PIC 9(08) COMP VALUE ZERO.
010500 77  WS-CREATED-COUNT        PIC 9(08) COMP VALUE ZERO.
010600 77  WS-SKIPPED-COUNT        PIC 9(08) COMP VALUE ZERO.
010620*
010640 01  WS-RUN-CONTROL.
010660     COPY CPYRUW01.
010700*
010800 01  WS-DETAIL-LINE.
010900     05  DL-OPERATOR-1       PIC X(08).
015700     WRITE RATREG-RECORD FROM WS-HEADING-LINE-1.
015800     WRITE RATREG-RECORD FROM WS-HEADING-LINE-2.
015900     WRITE RATREG-RECORD FROM WS-BLANK-LINE.
015920*
015940     PERFORM 0800-CHECK-RUN-CONTROL
015960         THRU 0800-CHECK-RUN-CONTROL-EXIT.
016000*
016100     OPEN I-O RATE-FILE.
016200     IF WS-RATE-STATUS = "35"
017000         WRITE RATREG-RECORD FROM WS-OPEN-FAIL-LINE
017100         CLOSE RATREG-FILE
017200         MOVE 8 TO RETURN-CODE
017220         PERFORM 9800-RECORD-RUN-END
017240             THRU 9800-RECORD-RUN-END-EXIT
017300         STOP RUN
017400     END-IF.
017500*
018000         WRITE RATREG-RECORD FROM WS-OPEN-FAIL-LINE
018100         CLOSE RATE-FILE RATREG-FILE
018200         MOVE 8 TO RETURN-CODE
018220         PERFORM 9800-RECORD-RUN-END
018240             THRU 9800-RECORD-RUN-END-EXIT
018300         STOP RUN
018400     END-IF.
018500*
020000         AND RETURN-CODE < 4
020100         MOVE 4 TO RETURN-CODE
020200     END-IF.
020220     PERFORM 9800-RECORD-RUN-END
020240         THRU 9800-RECORD-RUN-END-EXIT.
020300     STOP RUN.
020400*
020500*===========================================================*
046400     WRITE RATREG-RECORD FROM WS-TOTAL-LINE.
046500 8000-PRINT-TOTALS-EXIT.
046600     EXIT.
046700*
046800*===========================================================*
046900* 0800-CHECK-RUN-CONTROL                                     *
047000*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
047100*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
047200*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
047300*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
047400*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
047500*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
047600*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
047700*===========================================================*
047800 0800-CHECK-RUN-CONTROL.
047900     MOVE "NWRATUPD" TO WS-RUN-JOB-NAME.
048000     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
048100     ACCEPT WS-RUN-START-TIME FROM TIME.
048200     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
048300     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
048400         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
048500         COMPUTE WS-RUN-DATE-INTEGER =
048600             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
048700         COMPUTE WS-RUN-DATE-8 =
048800             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
048900         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
049000     END-IF.
049100*
049200     OPEN I-O RUNCTL-FILE.
049300     IF WS-RUNCTL-STATUS = "35"
049400         OPEN OUTPUT RUNCTL-FILE
049500         CLOSE RUNCTL-FILE
049600         OPEN I-O RUNCTL-FILE
049700     END-IF.
049800     IF WS-RUNCTL-STATUS NOT = "00"
049900         DISPLAY "NWRATUPD: NWRUNCTL COULD NOT BE OPENED - "
050000             "FILE STATUS " WS-RUNCTL-STATUS
050100             " - RUN NOT RECORDED ON THE LEDGER."
050200         GO TO 0800-CHECK-RUN-CONTROL-EXIT
050300     END-IF.
050400     MOVE 'Y' TO WS-RUN-LEDGER-SW.
050500*
050600     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
050700     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
050800     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
050900     READ RUNCTL-FILE
051000         INVALID KEY
051100             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
051200             MOVE SPACES TO RUNCTL-RECORD
051300             MOVE ZERO   TO RUN-ATTEMPT-COUNT
051400     END-READ.
051500     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
051600     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
051700     MOVE 'S'               TO RUN-STATUS.
051800     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
051900     MOVE ZERO              TO RUN-END-TIME
052000                               RUN-COND-CODE
052100                               RUN-RECS-READ
052200                               RUN-RECS-WRITTEN
052300                               RUN-RECS-EXCEPTED.
052400     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
052500         MOVE ZERO TO RUN-ATTEMPT-COUNT
052600     END-IF.
052700     IF RUN-ATTEMPT-COUNT < 99
052800         ADD 1 TO RUN-ATTEMPT-COUNT
052900     END-IF.
053000     MOVE SPACES            TO RUN-REFUSED-FOR.
053100     IF WS-RUN-IS-REFUSED
053200         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
053300     END-IF.
053400     IF WS-RUN-REC-WAS-FOUND
053500         REWRITE RUNCTL-RECORD
053600     ELSE
053700         WRITE RUNCTL-RECORD
053800     END-IF.
053900     CLOSE RUNCTL-FILE.
054000 0800-CHECK-RUN-CONTROL-EXIT.
054100     EXIT.
054200*
054300*===========================================================*
054400* 9800-RECORD-RUN-END                                        *
054500*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
054600*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
054700*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
054800*     CODE IS FINAL.                                         *
054900*===========================================================*
055000 9800-RECORD-RUN-END.
055100     IF NOT WS-RUN-LEDGER-IS-USABLE
055200         GO TO 9800-RECORD-RUN-END-EXIT
055300     END-IF.
055400     OPEN I-O RUNCTL-FILE.
055500     IF WS-RUNCTL-STATUS NOT = "00"
055600         DISPLAY "NWRATUPD: NWRUNCTL COULD NOT BE REOPENED - "
055700             "FILE STATUS " WS-RUNCTL-STATUS
055800             " - RUN END NOT RECORDED."
055900         GO TO 9800-RECORD-RUN-END-EXIT
056000     END-IF.
056100     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
056200     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
056300     READ RUNCTL-FILE
056400         INVALID KEY
056500             DISPLAY "NWRATUPD: NWRUNCTL RECORD FOR THIS RUN IS "
056600                 "MISSING - RUN END NOT RECORDED."
056700             CLOSE RUNCTL-FILE
056800             GO TO 9800-RECORD-RUN-END-EXIT
056900     END-READ.
057000     ACCEPT RUN-END-TIME FROM TIME.
057100     MOVE RETURN-CODE TO RUN-COND-CODE.
057200     EVALUATE TRUE
057300         WHEN WS-RUN-IS-REFUSED
057400             MOVE 'R' TO RUN-STATUS
057500         WHEN WS-RUN-HAD-NO-WORK
057600             MOVE 'N' TO RUN-STATUS
057700         WHEN RETURN-CODE = ZERO
057800             MOVE 'C' TO RUN-STATUS
057900         WHEN RETURN-CODE = 4
058000             MOVE 'W' TO RUN-STATUS
058100         WHEN OTHER
058200             MOVE 'F' TO RUN-STATUS
058300     END-EVALUATE.
058400     MOVE WS-DUELF-READ-COUNT    TO RUN-RECS-READ.
058500     MOVE WS-APPLIED-COUNT       TO RUN-RECS-WRITTEN.
058600     MOVE WS-SKIPPED-COUNT       TO RUN-RECS-EXCEPTED.
058700     REWRITE RUNCTL-RECORD.
058800     CLOSE RUNCTL-FILE.
058900 9800-RECORD-RUN-END-EXIT.
059000     EXIT.
