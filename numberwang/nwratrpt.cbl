002000*                  WHEN NWRATE CANNOT BE OPENED OR NO        *
002100*                  OPERATORS WERE REPORTED.                  *
002200*-----------------------------------------------------------*
002210* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
002220*                  RUN-CONTROL LEDGER AND IS REFUSED (RC=12) *
002230*                  UNLESS NWRATUPD HAS COMPLETED CLEANLY FOR *
002240*                  THE SAME BUSINESS DATE, SO THE RATINGS    *
002250*                  ARE NEVER PRINTED BEFORE THE DAY'S DUELS  *
002260*                  HAVE BEEN RATED.                          *
002270*-----------------------------------------------------------*
002300*
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
003900         FILE STATUS IS WS-SORTOUT-STATUS.
004000     SELECT NWRATS-FILE ASSIGN TO NWRATS
004100         ORGANIZATION IS SEQUENTIAL.
004110     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
004120         ORGANIZATION IS INDEXED
004130         ACCESS MODE IS RANDOM
004140         RECORD KEY IS RUN-KEY
004150         FILE STATUS IS WS-RUNCTL-STATUS.
004200*
004300 DATA DIVISION.
004400 FILE SECTION.
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 133 CHARACTERS.
006600 01  NWRATS-RECORD          PIC X(133).
006610*
006620 FD  RUNCTL-FILE
006630     RECORD CONTAINS 80 CHARACTERS.
006640 01  RUNCTL-RECORD.
006650     COPY CPYRUN01.
006700*
006800 WORKING-STORAGE SECTION.
006900*
007300 77  WS-RATE-OPEN-SW         PIC X(01) VALUE 'N'.
007400     88  WS-RATE-FILE-IS-OPEN       VALUE 'Y'.
007500 77  WS-SUMMARY-COUNT-EDIT   PIC ZZZ,ZZZ,ZZ9.
007520*
007540 01  WS-RUN-CONTROL.
007560     COPY CPYRUW01.
007600*
007700 01  WS-REPORT-LINE.
007800     05  RL-OPERATOR-ID      PIC X(08).
009400     "DUELIST     RATING    DUELS      WINS    LOSSES     DRAWS".
009500 01  WS-NO-DATA-LINE         PIC X(133) VALUE
009600     "NO DUEL RATINGS WERE AVAILABLE TO REPORT.".
009620 01  WS-REFUSED-LINE         PIC X(133) VALUE
009640     "RUN REFUSED - NWRATUPD HAS NOT COMPLETED CLEANLY FOR THIS BU
009660-    "SINESS DATE. SEE CONSOLE LOG.".
009700*
009800 PROCEDURE DIVISION.
009900*
010400     OPEN OUTPUT NWRATS-FILE.
010500     WRITE NWRATS-RECORD FROM WS-HEADING-LINE-1.
010600     WRITE NWRATS-RECORD FROM WS-HEADING-LINE-2.
010610*
010620     PERFORM 0800-CHECK-RUN-CONTROL
010630         THRU 0800-CHECK-RUN-CONTROL-EXIT.
010640     IF WS-RUN-IS-REFUSED
010650         WRITE NWRATS-RECORD FROM WS-REFUSED-LINE
010660         MOVE 12 TO RETURN-CODE
010670         GO TO 0000-MAINLINE-WRAP-UP
010680     END-IF.
010700*
010800     OPEN INPUT RATE-FILE.
010900     IF WS-RATE-STATUS NOT = "00"
013600     CLOSE NWRATS-FILE.
013700     PERFORM 9000-PRINT-RUN-SUMMARY
013800         THRU 9000-PRINT-RUN-SUMMARY-EXIT.
013820     PERFORM 9800-RECORD-RUN-END
013840         THRU 9800-RECORD-RUN-END-EXIT.
013900     STOP RUN.
014000*
014100*===========================================================*
018900         WS-SUMMARY-COUNT-EDIT.
019000 9000-PRINT-RUN-SUMMARY-EXIT.
019100     EXIT.
019200*
019300*===========================================================*
019400* 0800-CHECK-RUN-CONTROL                                     *
019500*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
019600*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
019700*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
019800*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
019900*     NWRATUPD MUST HAVE COMPLETED CLEANLY (RC=0, RC=4 OR    *
020000*     NOTHING TO DO) FOR THE SAME BUSINESS DATE, OR THIS RUN *
020100*     IS REFUSED (RC=12) AND RECORDED AS REFUSED.            *
020200*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
020300*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
020400*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
020500*===========================================================*
020600 0800-CHECK-RUN-CONTROL.
020700     MOVE "NWRATRPT" TO WS-RUN-JOB-NAME.
020800     MOVE "NWRATUPD" TO WS-RUN-PREREQ-JOB.
020900     MOVE 'M'        TO WS-RUN-PREREQ-KIND.
021000     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
021100     ACCEPT WS-RUN-START-TIME FROM TIME.
021200     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
021300     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
021400         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
021500         COMPUTE WS-RUN-DATE-INTEGER =
021600             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
021700         COMPUTE WS-RUN-DATE-8 =
021800             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
021900         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
022000     END-IF.
022100*
022200     OPEN I-O RUNCTL-FILE.
022300     IF WS-RUNCTL-STATUS = "35"
022400         OPEN OUTPUT RUNCTL-FILE
022500         CLOSE RUNCTL-FILE
022600         OPEN I-O RUNCTL-FILE
022700     END-IF.
022800     IF WS-RUNCTL-STATUS NOT = "00"
022900         DISPLAY "NWRATRPT: NWRUNCTL COULD NOT BE OPENED - "
023000             "FILE STATUS " WS-RUNCTL-STATUS
023100             " - RUN NOT RECORDED ON THE LEDGER."
023200         GO TO 0800-CHECK-RUN-CONTROL-EXIT
023300     END-IF.
023400     MOVE 'Y' TO WS-RUN-LEDGER-SW.
023500     PERFORM 0810-CHECK-PREREQUISITE
023600         THRU 0810-CHECK-PREREQUISITE-EXIT.
023700*
023800     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
023900     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
024000     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
024100     READ RUNCTL-FILE
024200         INVALID KEY
024300             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
024400             MOVE SPACES TO RUNCTL-RECORD
024500             MOVE ZERO   TO RUN-ATTEMPT-COUNT
024600     END-READ.
024700     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
024800     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
024900     MOVE 'S'               TO RUN-STATUS.
025000     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
025100     MOVE ZERO              TO RUN-END-TIME
025200                               RUN-COND-CODE
025300                               RUN-RECS-READ
025400                               RUN-RECS-WRITTEN
025500                               RUN-RECS-EXCEPTED.
025600     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
025700         MOVE ZERO TO RUN-ATTEMPT-COUNT
025800     END-IF.
025900     IF RUN-ATTEMPT-COUNT < 99
026000         ADD 1 TO RUN-ATTEMPT-COUNT
026100     END-IF.
026200     MOVE SPACES            TO RUN-REFUSED-FOR.
026300     IF WS-RUN-IS-REFUSED
026400         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
026500     END-IF.
026600     IF WS-RUN-REC-WAS-FOUND
026700         REWRITE RUNCTL-RECORD
026800     ELSE
026900         WRITE RUNCTL-RECORD
027000     END-IF.
027100     CLOSE RUNCTL-FILE.
027200 0800-CHECK-RUN-CONTROL-EXIT.
027300     EXIT.
027400*
027500*===========================================================*
027600* 0810-CHECK-PREREQUISITE                                    *
027700*     LOOKS UP THE PREREQUISITE JOB'S LEDGER RECORD FOR THE  *
027800*     SAME BUSINESS DATE AND SETS THE REFUSED SWITCH WHEN IT *
027900*     HAS NOT COMPLETED CLEANLY. A REQUIRED PREREQUISITE     *
028000*     THAT HAS NOT RUN AT ALL REFUSES THE RUN TOO.           *
028100*===========================================================*
028200 0810-CHECK-PREREQUISITE.
028300     MOVE WS-RUN-PREREQ-JOB TO RUN-JOB-NAME.
028400     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
028500     READ RUNCTL-FILE
028600         INVALID KEY
028700             IF WS-RUN-PREREQ-IS-REQUIRED
028800                 MOVE 'Y' TO WS-RUN-REFUSED-SW
028900             END-IF
029000         NOT INVALID KEY
029100             IF NOT RUN-ENDED-CLEAN
029200                 MOVE 'Y' TO WS-RUN-REFUSED-SW
029300             END-IF
029400     END-READ.
029500     IF WS-RUN-IS-REFUSED
029600         DISPLAY "NWRATRPT: " WS-RUN-PREREQ-JOB
029700             " HAS NOT COMPLETED CLEANLY FOR BUSINESS DATE "
029800             WS-RUN-BUS-DATE " - RUN REFUSED."
029900     END-IF.
030000 0810-CHECK-PREREQUISITE-EXIT.
030100     EXIT.
030200*
030300*===========================================================*
030400* 9800-RECORD-RUN-END                                        *
030500*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
030600*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
030700*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
030800*     CODE IS FINAL.                                         *
030900*===========================================================*
031000 9800-RECORD-RUN-END.
031100     IF NOT WS-RUN-LEDGER-IS-USABLE
031200         GO TO 9800-RECORD-RUN-END-EXIT
031300     END-IF.
031400     OPEN I-O RUNCTL-FILE.
031500     IF WS-RUNCTL-STATUS NOT = "00"
031600         DISPLAY "NWRATRPT: NWRUNCTL COULD NOT BE REOPENED - "
031700             "FILE STATUS " WS-RUNCTL-STATUS
031800             " - RUN END NOT RECORDED."
031900         GO TO 9800-RECORD-RUN-END-EXIT
032000     END-IF.
032100     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
032200     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
032300     READ RUNCTL-FILE
032400         INVALID KEY
032500             DISPLAY "NWRATRPT: NWRUNCTL RECORD FOR THIS RUN IS "
032600                 "MISSING - RUN END NOT RECORDED."
032700             CLOSE RUNCTL-FILE
032800             GO TO 9800-RECORD-RUN-END-EXIT
032900     END-READ.
033000     ACCEPT RUN-END-TIME FROM TIME.
033100     MOVE RETURN-CODE TO RUN-COND-CODE.
033200     EVALUATE TRUE
033300         WHEN WS-RUN-IS-REFUSED
033400             MOVE 'R' TO RUN-STATUS
033500         WHEN WS-RUN-HAD-NO-WORK
033600             MOVE 'N' TO RUN-STATUS
033700         WHEN RETURN-CODE = ZERO
033800             MOVE 'C' TO RUN-STATUS
033900         WHEN RETURN-CODE = 4
034000             MOVE 'W' TO RUN-STATUS
034100         WHEN OTHER
034200             MOVE 'F' TO RUN-STATUS
034300     END-EVALUATE.
034400     MOVE WS-LINE-COUNT          TO RUN-RECS-READ.
034500     MOVE WS-LINE-COUNT          TO RUN-RECS-WRITTEN.
034600     MOVE ZERO                   TO RUN-RECS-EXCEPTED.
034700     REWRITE RUNCTL-RECORD.
034800     CLOSE RUNCTL-FILE.
034900 9800-RECORD-RUN-END-EXIT.
035000     EXIT.
