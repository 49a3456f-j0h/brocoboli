002600*                  CANNOT BE OPENED OR NO TIMED SESSIONS     *
002700*                  WERE FOUND.                               *
002800*-----------------------------------------------------------*
002810* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
002820*                  RUN-CONTROL LEDGER - STARTED, THEN ENDED  *
002830*                  WITH THE CONDITION CODE AND THE NWDIST    *
002840*                  RECORDS READ AND TIMED/UNTIMED SESSIONS - *
002850*                  FOR THE NWSTRMST STREAM-STATUS REPORT.    *
002860*-----------------------------------------------------------*
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003900         FILE STATUS IS WS-DIST-STATUS.
004000     SELECT PACRPT-FILE ASSIGN TO NWPACRP
004100         ORGANIZATION IS SEQUENTIAL.
004110     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS RANDOM
004140         RECORD KEY IS RUN-KEY
004150         FILE STATUS IS WS-RUNCTL-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
005500     LABEL RECORDS ARE STANDARD
005600     RECORD CONTAINS 133 CHARACTERS.
005700 01  PACRPT-RECORD          PIC X(133).
005710*
005720 FD  RUNCTL-FILE
005730     RECORD CONTAINS 80 CHARACTERS.
005740 01  RUNCTL-RECORD.
005750     COPY CPYRUN01.
005800*
005900 WORKING-STORAGE SECTION.
006000*
011900 77  WS-DIST-READ-COUNT      PIC 9(08) COMP VALUE ZERO.
012000 77  WS-TIMED-SESSIONS       PIC 9(08) COMP VALUE ZERO.
012100 77  WS-UNTIMED-SESSIONS     PIC 9(08) COMP VALUE ZERO.
012120*
012140 01  WS-RUN-CONTROL.
012160     COPY CPYRUW01.
012200 77  WS-VOIDED-SESSIONS      PIC 9(08) COMP VALUE ZERO.
012300 77  WS-AVG-SECS             PIC 9(06)V9(02) VALUE ZERO.
012400*
017300     OPEN OUTPUT PACRPT-FILE.
017400     WRITE PACRPT-RECORD FROM WS-HEADING-LINE-1.
017500     WRITE PACRPT-RECORD FROM WS-BLANK-LINE.
017520*
017540     PERFORM 0800-CHECK-RUN-CONTROL
017560         THRU 0800-CHECK-RUN-CONTROL-EXIT.
017600*
017700     OPEN INPUT DIST-FILE.
017800     IF WS-DIST-STATUS NOT = "00"
018100         WRITE PACRPT-RECORD FROM WS-NO-DATA-LINE
018200         CLOSE PACRPT-FILE
018300         MOVE 8 TO RETURN-CODE
018320         PERFORM 9800-RECORD-RUN-END
018340             THRU 9800-RECORD-RUN-END-EXIT
018400         STOP RUN
018500     END-IF.
018600*
021000     PERFORM 8000-PRINT-TOTALS
021100         THRU 8000-PRINT-TOTALS-EXIT.
021200     CLOSE PACRPT-FILE.
021220     PERFORM 9800-RECORD-RUN-END
021240         THRU 9800-RECORD-RUN-END-EXIT.
021300     STOP RUN.
021400*
021500*===========================================================*
053300     WRITE PACRPT-RECORD FROM WS-TOTAL-LINE.
053400 8000-PRINT-TOTALS-EXIT.
053500     EXIT.
053600*
053700*===========================================================*
053800* 0800-CHECK-RUN-CONTROL                                     *
053900*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
054000*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
054100*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
054200*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
054300*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
054400*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
054500*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
054600*===========================================================*
054700 0800-CHECK-RUN-CONTROL.
054800     MOVE "NWPACER"  TO WS-RUN-JOB-NAME.
054900     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
055000     ACCEPT WS-RUN-START-TIME FROM TIME.
055100     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
055200     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
055300         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
055400         COMPUTE WS-RUN-DATE-INTEGER =
055500             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
055600         COMPUTE WS-RUN-DATE-8 =
055700             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
055800         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
055900     END-IF.
056000*
056100     OPEN I-O RUNCTL-FILE.
056200     IF WS-RUNCTL-STATUS = "35"
056300         OPEN OUTPUT RUNCTL-FILE
056400         CLOSE RUNCTL-FILE
056500         OPEN I-O RUNCTL-FILE
056600     END-IF.
056700     IF WS-RUNCTL-STATUS NOT = "00"
056800         DISPLAY "NWPACER: NWRUNCTL COULD NOT BE OPENED - "
056900             "FILE STATUS " WS-RUNCTL-STATUS
057000             " - RUN NOT RECORDED ON THE LEDGER."
057100         GO TO 0800-CHECK-RUN-CONTROL-EXIT
057200     END-IF.
057300     MOVE 'Y' TO WS-RUN-LEDGER-SW.
057400*
057500     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
057600     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
057700     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
057800     READ RUNCTL-FILE
057900         INVALID KEY
058000             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
058100             MOVE SPACES TO RUNCTL-RECORD
058200             MOVE ZERO   TO RUN-ATTEMPT-COUNT
058300     END-READ.
058400     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
058500     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
058600     MOVE 'S'               TO RUN-STATUS.
058700     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
058800     MOVE ZERO              TO RUN-END-TIME
058900                               RUN-COND-CODE
059000                               RUN-RECS-READ
059100                               RUN-RECS-WRITTEN
059200                               RUN-RECS-EXCEPTED.
059300     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
059400         MOVE ZERO TO RUN-ATTEMPT-COUNT
059500     END-IF.
059600     IF RUN-ATTEMPT-COUNT < 99
059700         ADD 1 TO RUN-ATTEMPT-COUNT
059800     END-IF.
059900     MOVE SPACES            TO RUN-REFUSED-FOR.
060000     IF WS-RUN-IS-REFUSED
060100         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
060200     END-IF.
060300     IF WS-RUN-REC-WAS-FOUND
060400         REWRITE RUNCTL-RECORD
060500     ELSE
060600         WRITE RUNCTL-RECORD
060700     END-IF.
060800     CLOSE RUNCTL-FILE.
060900 0800-CHECK-RUN-CONTROL-EXIT.
061000     EXIT.
061100*
061200*===========================================================*
061300* 9800-RECORD-RUN-END                                        *
061400*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
061500*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
061600*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
061700*     CODE IS FINAL.                                         *
061800*===========================================================*
061900 9800-RECORD-RUN-END.
062000     IF NOT WS-RUN-LEDGER-IS-USABLE
062100         GO TO 9800-RECORD-RUN-END-EXIT
062200     END-IF.
062300     OPEN I-O RUNCTL-FILE.
062400     IF WS-RUNCTL-STATUS NOT = "00"
062500         DISPLAY "NWPACER: NWRUNCTL COULD NOT BE REOPENED - "
062600             "FILE STATUS " WS-RUNCTL-STATUS
062700             " - RUN END NOT RECORDED."
062800         GO TO 9800-RECORD-RUN-END-EXIT
062900     END-IF.
063000     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
063100     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
063200     READ RUNCTL-FILE
063300         INVALID KEY
063400             DISPLAY "NWPACER: NWRUNCTL RECORD FOR THIS RUN IS "
063500                 "MISSING - RUN END NOT RECORDED."
063600             CLOSE RUNCTL-FILE
063700             GO TO 9800-RECORD-RUN-END-EXIT
063800     END-READ.
063900     ACCEPT RUN-END-TIME FROM TIME.
064000     MOVE RETURN-CODE TO RUN-COND-CODE.
064100     EVALUATE TRUE
064200         WHEN WS-RUN-IS-REFUSED
064300             MOVE 'R' TO RUN-STATUS
064400         WHEN WS-RUN-HAD-NO-WORK
064500             MOVE 'N' TO RUN-STATUS
064600         WHEN RETURN-CODE = ZERO
064700             MOVE 'C' TO RUN-STATUS
064800         WHEN RETURN-CODE = 4
064900             MOVE 'W' TO RUN-STATUS
065000         WHEN OTHER
065100             MOVE 'F' TO RUN-STATUS
065200     END-EVALUATE.
065300     MOVE WS-DIST-READ-COUNT     TO RUN-RECS-READ.
065400     MOVE WS-TIMED-SESSIONS      TO RUN-RECS-WRITTEN.
065500     MOVE WS-UNTIMED-SESSIONS    TO RUN-RECS-EXCEPTED.
065600     REWRITE RUNCTL-RECORD.
065700     CLOSE RUNCTL-FILE.
065800 9800-RECORD-RUN-END-EXIT.
065900     EXIT.
