002080*                  IMAGES. THE NWTEAMR REPORT ROLLS THE      *
002081*                  CREWS UP INTO TEAM STANDINGS.             *
002082*-----------------------------------------------------------*
002084* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
002086*                  RUN-CONTROL LEDGER - STARTED, THEN ENDED  *
002088*                  WITH THE CONDITION CODE AND THE CARDS     *
002090*                  READ, APPLIED AND REJECTED. AN EMPTY      *
002092*                  AUTMNT DECK IS RECORDED AS NOTHING TO DO. *
002094*-----------------------------------------------------------*
002100*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
003600         FILE STATUS IS WS-TRANS-STATUS.
003700     SELECT CHGRPT-FILE ASSIGN TO NWAUTRPT
003800         ORGANIZATION IS SEQUENTIAL.
003810     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
003820         ORGANIZATION IS INDEXED
003830         ACCESS MODE IS RANDOM
003840         RECORD KEY IS RUN-KEY
003850         FILE STATUS IS WS-RUNCTL-STATUS.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 133 CHARACTERS.
005900 01  CHGRPT-RECORD          PIC X(133).
005910*
005920 FD  RUNCTL-FILE
005930     RECORD CONTAINS 80 CHARACTERS.
005940 01  RUNCTL-RECORD.
005950     COPY CPYRUN01.
006000*
006100 WORKING-STORAGE SECTION.
006200*
007400 77  WS-TRANS-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
007500 77  WS-APPLIED-COUNT        PIC 9(06) COMP VALUE ZERO.
007600 77  WS-REJECTED-COUNT       PIC 9(06) COMP VALUE ZERO.
007620*
007640 01  WS-RUN-CONTROL.
007660     COPY CPYRUW01.
007700 77  WS-COUNT-EDIT           PIC ZZZ,ZZ9.
007800*
007900 01  WS-BEFORE-IMAGE.
012200* 0000-MAINLINE                                              *
012300*===========================================================*
012400 0000-MAINLINE.
012420*
012440     PERFORM 0800-CHECK-RUN-CONTROL
012460         THRU 0800-CHECK-RUN-CONTROL-EXIT.
012500     OPEN I-O AUTH-FILE.
012600     IF WS-AUTH-STATUS = "35"
012700         OPEN OUTPUT AUTH-FILE
013200         DISPLAY "NWAUTMNT: AUTHOP COULD NOT BE OPENED - "
013300             "FILE STATUS " WS-AUTH-STATUS " - RUN ABANDONED."
013400         MOVE 8 TO RETURN-CODE
013420         PERFORM 9800-RECORD-RUN-END
013440             THRU 9800-RECORD-RUN-END-EXIT
013500         STOP RUN
013600     END-IF.
013700*
015500     CLOSE AUTH-FILE.
015600     IF WS-TRANS-READ-COUNT = ZERO
015620         MOVE 8 TO RETURN-CODE
015625         IF WS-TRANS-STATUS = "00"
015630             MOVE 'Y' TO WS-RUN-NO-WORK-SW
015635         END-IF
015640     ELSE
015660         IF WS-REJECTED-COUNT > ZERO
015680             AND RETURN-CODE < 4
015700             MOVE 4 TO RETURN-CODE
015750         END-IF
015800     END-IF.
015820     PERFORM 9800-RECORD-RUN-END
015840         THRU 9800-RECORD-RUN-END-EXIT.
015900     STOP RUN.
016000*
016100*===========================================================*
044400     WRITE CHGRPT-RECORD FROM WS-TOTAL-LINE.
044500 8000-PRINT-TOTALS-EXIT.
044600     EXIT.
044700*
044800*===========================================================*
044900* 0800-CHECK-RUN-CONTROL                                     *
045000*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
045100*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
045200*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
045300*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
045400*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
045500*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
045600*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
045700*===========================================================*
045800 0800-CHECK-RUN-CONTROL.
045900     MOVE "NWAUTMNT" TO WS-RUN-JOB-NAME.
046000     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
046100     ACCEPT WS-RUN-START-TIME FROM TIME.
046200     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
046300     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
046400         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
046500         COMPUTE WS-RUN-DATE-INTEGER =
046600             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
046700         COMPUTE WS-RUN-DATE-8 =
046800             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
046900         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
047000     END-IF.
047100*
047200     OPEN I-O RUNCTL-FILE.
047300     IF WS-RUNCTL-STATUS = "35"
047400         OPEN OUTPUT RUNCTL-FILE
047500         CLOSE RUNCTL-FILE
047600         OPEN I-O RUNCTL-FILE
047700     END-IF.
047800     IF WS-RUNCTL-STATUS NOT = "00"
047900         DISPLAY "NWAUTMNT: NWRUNCTL COULD NOT BE OPENED - "
048000             "FILE STATUS " WS-RUNCTL-STATUS
048100             " - RUN NOT RECORDED ON THE LEDGER."
048200         GO TO 0800-CHECK-RUN-CONTROL-EXIT
048300     END-IF.
048400     MOVE 'Y' TO WS-RUN-LEDGER-SW.
048500*
048600     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
048700     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
048800     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
048900     READ RUNCTL-FILE
049000         INVALID KEY
049100             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
049200             MOVE SPACES TO RUNCTL-RECORD
049300             MOVE ZERO   TO RUN-ATTEMPT-COUNT
049400     END-READ.
049500     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
049600     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
049700     MOVE 'S'               TO RUN-STATUS.
049800     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
049900     MOVE ZERO              TO RUN-END-TIME
050000                               RUN-COND-CODE
050100                               RUN-RECS-READ
050200                               RUN-RECS-WRITTEN
050300                               RUN-RECS-EXCEPTED.
050400     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
050500         MOVE ZERO TO RUN-ATTEMPT-COUNT
050600     END-IF.
050700     IF RUN-ATTEMPT-COUNT < 99
050800         ADD 1 TO RUN-ATTEMPT-COUNT
050900     END-IF.
051000     MOVE SPACES            TO RUN-REFUSED-FOR.
051100     IF WS-RUN-IS-REFUSED
051200         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
051300     END-IF.
051400     IF WS-RUN-REC-WAS-FOUND
051500         REWRITE RUNCTL-RECORD
051600     ELSE
051700         WRITE RUNCTL-RECORD
051800     END-IF.
051900     CLOSE RUNCTL-FILE.
052000 0800-CHECK-RUN-CONTROL-EXIT.
052100     EXIT.
052200*
052300*===========================================================*
052400* 9800-RECORD-RUN-END                                        *
052500*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
052600*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
052700*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
052800*     CODE IS FINAL.                                         *
052900*===========================================================*
053000 9800-RECORD-RUN-END.
053100     IF NOT WS-RUN-LEDGER-IS-USABLE
053200         GO TO 9800-RECORD-RUN-END-EXIT
053300     END-IF.
053400     OPEN I-O RUNCTL-FILE.
053500     IF WS-RUNCTL-STATUS NOT = "00"
053600         DISPLAY "NWAUTMNT: NWRUNCTL COULD NOT BE REOPENED - "
053700             "FILE STATUS " WS-RUNCTL-STATUS
053800             " - RUN END NOT RECORDED."
053900         GO TO 9800-RECORD-RUN-END-EXIT
054000     END-IF.
054100     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
054200     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
054300     READ RUNCTL-FILE
054400         INVALID KEY
054500             DISPLAY "NWAUTMNT: NWRUNCTL RECORD FOR THIS RUN IS "
054600                 "MISSING - RUN END NOT RECORDED."
054700             CLOSE RUNCTL-FILE
054800             GO TO 9800-RECORD-RUN-END-EXIT
054900     END-READ.
055000     ACCEPT RUN-END-TIME FROM TIME.
055100     MOVE RETURN-CODE TO RUN-COND-CODE.
055200     EVALUATE TRUE
055300         WHEN WS-RUN-IS-REFUSED
055400             MOVE 'R' TO RUN-STATUS
055500         WHEN WS-RUN-HAD-NO-WORK
055600             MOVE 'N' TO RUN-STATUS
055700         WHEN RETURN-CODE = ZERO
055800             MOVE 'C' TO RUN-STATUS
055900         WHEN RETURN-CODE = 4
056000             MOVE 'W' TO RUN-STATUS
056100         WHEN OTHER
056200             MOVE 'F' TO RUN-STATUS
056300     END-EVALUATE.
056400     MOVE WS-TRANS-READ-COUNT    TO RUN-RECS-READ.
056500     MOVE WS-APPLIED-COUNT       TO RUN-RECS-WRITTEN.
056600     MOVE WS-REJECTED-COUNT      TO RUN-RECS-EXCEPTED.
056700     REWRITE RUNCTL-RECORD.
056800     CLOSE RUNCTL-FILE.
056900 9800-RECORD-RUN-END-EXIT.
057000     EXIT.
