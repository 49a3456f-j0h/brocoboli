002756*                  GRADES - TRAINEES PRACTISE WITHOUT        *
002758*                  DRAGGING THEIR CERTIFICATION FIGURES.     *
002760*-----------------------------------------------------------*
002765* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
002770*                  RUN-CONTROL LEDGER - STARTED, THEN ENDED  *
002775*                  WITH THE CONDITION CODE AND THE OPERATORS *
002780*                  EVALUATED, CERTIFIED AND NOT READY - FOR  *
002785*                  THE NWSTRMST STREAM-STATUS REPORT.        *
002790*-----------------------------------------------------------*
002800*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
005600         FILE STATUS IS WS-CERT-STATUS.
005700     SELECT CERRPT-FILE ASSIGN TO NWCERRPT
005800         ORGANIZATION IS SEQUENTIAL.
005810     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
005820         ORGANIZATION IS INDEXED
005830         ACCESS MODE IS RANDOM
005840         RECORD KEY IS RUN-KEY
005850         FILE STATUS IS WS-RUNCTL-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
009400     LABEL RECORDS ARE STANDARD
009500     RECORD CONTAINS 133 CHARACTERS.
009600 01  CERRPT-RECORD          PIC X(133).
009610*
009620 FD  RUNCTL-FILE
009630     RECORD CONTAINS 80 CHARACTERS.
009640 01  RUNCTL-RECORD.
009650     COPY CPYRUN01.
009700*
009800 WORKING-STORAGE SECTION.
009900*
016900 77  WS-PROVISIONAL-COUNT    PIC 9(06) COMP VALUE ZERO.
017000 77  WS-NOT-READY-COUNT      PIC 9(06) COMP VALUE ZERO.
017100 77  WS-INACTIVE-COUNT       PIC 9(06) COMP VALUE ZERO.
017120*
017140 01  WS-RUN-CONTROL.
017160     COPY CPYRUW01.
017200*
017300 01  WS-DETAIL-LINE.
017400     05  RL-OPERATOR-ID      PIC X(08).
020900 0000-MAINLINE.
021000     OPEN OUTPUT CERRPT-FILE.
021100     WRITE CERRPT-RECORD FROM WS-HEADING-LINE-1.
021120*
021140     PERFORM 0800-CHECK-RUN-CONTROL
021160         THRU 0800-CHECK-RUN-CONTROL-EXIT.
021200*
021300     PERFORM 1000-SET-THRESHOLDS
021400         THRU 1000-SET-THRESHOLDS-EXIT.
026800         MOVE 4 TO RETURN-CODE
026900     END-IF.
027000 0000-MAINLINE-STOP.
027020     PERFORM 9800-RECORD-RUN-END
027040         THRU 9800-RECORD-RUN-END-EXIT.
027100     STOP RUN.
027200*
027300*===========================================================*
062800     END-IF.
062900 6100-SCAN-ONE-ENTRY-EXIT.
063000     EXIT.
063100*
063200*===========================================================*
063300* 0800-CHECK-RUN-CONTROL                                     *
063400*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
063500*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
063600*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
063700*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
063800*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
063900*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
064000*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
064100*===========================================================*
064200 0800-CHECK-RUN-CONTROL.
064300     MOVE "NWCERT"   TO WS-RUN-JOB-NAME.
064400     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
064500     ACCEPT WS-RUN-START-TIME FROM TIME.
064600     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
064700     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
064800         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
064900         COMPUTE WS-RUN-DATE-INTEGER =
065000             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
065100         COMPUTE WS-RUN-DATE-8 =
065200             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
065300         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
065400     END-IF.
065500*
065600     OPEN I-O RUNCTL-FILE.
065700     IF WS-RUNCTL-STATUS = "35"
065800         OPEN OUTPUT RUNCTL-FILE
065900         CLOSE RUNCTL-FILE
066000         OPEN I-O RUNCTL-FILE
066100     END-IF.
066200     IF WS-RUNCTL-STATUS NOT = "00"
066300         DISPLAY "NWCERT: NWRUNCTL COULD NOT BE OPENED - "
066400             "FILE STATUS " WS-RUNCTL-STATUS
066500             " - RUN NOT RECORDED ON THE LEDGER."
066600         GO TO 0800-CHECK-RUN-CONTROL-EXIT
066700     END-IF.
066800     MOVE 'Y' TO WS-RUN-LEDGER-SW.
066900*
067000     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
067100     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
067200     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
067300     READ RUNCTL-FILE
067400         INVALID KEY
067500             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
067600             MOVE SPACES TO RUNCTL-RECORD
067700             MOVE ZERO   TO RUN-ATTEMPT-COUNT
067800     END-READ.
067900     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
068000     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
068100     MOVE 'S'               TO RUN-STATUS.
068200     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
068300     MOVE ZERO              TO RUN-END-TIME
068400                               RUN-COND-CODE
068500                               RUN-RECS-READ
068600                               RUN-RECS-WRITTEN
068700                               RUN-RECS-EXCEPTED.
068800     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
068900         MOVE ZERO TO RUN-ATTEMPT-COUNT
069000     END-IF.
069100     IF RUN-ATTEMPT-COUNT < 99
069200         ADD 1 TO RUN-ATTEMPT-COUNT
069300     END-IF.
069400     MOVE SPACES            TO RUN-REFUSED-FOR.
069500     IF WS-RUN-IS-REFUSED
069600         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
069700     END-IF.
069800     IF WS-RUN-REC-WAS-FOUND
069900         REWRITE RUNCTL-RECORD
070000     ELSE
070100         WRITE RUNCTL-RECORD
070200     END-IF.
070300     CLOSE RUNCTL-FILE.
070400 0800-CHECK-RUN-CONTROL-EXIT.
070500     EXIT.
070600*
070700*===========================================================*
070800* 9800-RECORD-RUN-END                                        *
070900*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
071000*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
071100*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
071200*     CODE IS FINAL.                                         *
071300*===========================================================*
071400 9800-RECORD-RUN-END.
071500     IF NOT WS-RUN-LEDGER-IS-USABLE
071600         GO TO 9800-RECORD-RUN-END-EXIT
071700     END-IF.
071800     OPEN I-O RUNCTL-FILE.
071900     IF WS-RUNCTL-STATUS NOT = "00"
072000         DISPLAY "NWCERT: NWRUNCTL COULD NOT BE REOPENED - "
072100             "FILE STATUS " WS-RUNCTL-STATUS
072200             " - RUN END NOT RECORDED."
072300         GO TO 9800-RECORD-RUN-END-EXIT
072400     END-IF.
072500     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
072600     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
072700     READ RUNCTL-FILE
072800         INVALID KEY
072900             DISPLAY "NWCERT: NWRUNCTL RECORD FOR THIS RUN IS "
073000                 "MISSING - RUN END NOT RECORDED."
073100             CLOSE RUNCTL-FILE
073200             GO TO 9800-RECORD-RUN-END-EXIT
073300     END-READ.
073400     ACCEPT RUN-END-TIME FROM TIME.
073500     MOVE RETURN-CODE TO RUN-COND-CODE.
073600     EVALUATE TRUE
073700         WHEN WS-RUN-IS-REFUSED
073800             MOVE 'R' TO RUN-STATUS
073900         WHEN WS-RUN-HAD-NO-WORK
074000             MOVE 'N' TO RUN-STATUS
074100         WHEN RETURN-CODE = ZERO
074200             MOVE 'C' TO RUN-STATUS
074300         WHEN RETURN-CODE = 4
074400             MOVE 'W' TO RUN-STATUS
074500         WHEN OTHER
074600             MOVE 'F' TO RUN-STATUS
074700     END-EVALUATE.
074800     COMPUTE RUN-RECS-READ =
074900         WS-CERTIFIED-COUNT
075000       + WS-PROVISIONAL-COUNT
075100       + WS-NOT-READY-COUNT
075200       + WS-INACTIVE-COUNT.
075300     MOVE WS-CERTIFIED-COUNT     TO RUN-RECS-WRITTEN.
075400     MOVE WS-NOT-READY-COUNT     TO RUN-RECS-EXCEPTED.
075500     REWRITE RUNCTL-RECORD.
075600     CLOSE RUNCTL-FILE.
075700 9800-RECORD-RUN-END-EXIT.
075800     EXIT.
