000466         FILE STATUS IS WS-DIST-STATUS.
000470     SELECT NWEFF-FILE ASSIGN TO NWEFF
000480         ORGANIZATION IS SEQUENTIAL.
000481     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS RANDOM
000484         RECORD KEY IS RUN-KEY
000485         FILE STATUS IS WS-RUNCTL-STATUS.
000490*
000500 DATA DIVISION.
000510 FILE SECTION.
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 133 CHARACTERS.
000640 01  NWEFF-RECORD           PIC X(133).
000641*
000642 FD  RUNCTL-FILE
000643     RECORD CONTAINS 80 CHARACTERS.
000644 01  RUNCTL-RECORD.
000645     COPY CPYRUN01.
000650*
000660 WORKING-STORAGE SECTION.
000670*
000730 77  WS-AVG-GUESSES          PIC 9(04)V9(02) VALUE ZERO.
000740 77  WS-AVG-FIRST-DIST       PIC 9(04)V9(02) VALUE ZERO.
000750 77  WS-OPTIMAL-GUESSES      PIC 9(04)V9(02) VALUE ZERO.
000752*
000754 01  WS-RUN-CONTROL.
000756     COPY CPYRUW01.
000760 77  WS-EFFICIENCY-PCT       PIC 9(04)V9(02) VALUE ZERO.
000762*
000763*-----------------------------------------------------------*
000974     "THE SUPPLIED NWDIST INPUT HOLDS NO GUESS RECORDS.".
000980 01  WS-NO-SOLVED-LINE       PIC X(133) VALUE
000990     "NO SOLVED GAMES ARE ON THE INPUT - NOTHING TO AVERAGE.".
000995 01  WS-REFUSED-LINE         PIC X(133) VALUE
001000     "RUN REFUSED - NWADJ OR NWEFFUPD HAS NOT COMPLETED CLEANLY FO
001005-    "R THIS BUSINESS DATE. SEE CONSOLE LOG.".
001010*
001020 PROCEDURE DIVISION.
001030*
001110     OPEN OUTPUT NWEFF-FILE.
001120     WRITE NWEFF-RECORD FROM WS-HEADING-LINE-1.
001130     WRITE NWEFF-RECORD FROM WS-HEADING-LINE-2.
001131*
001132     PERFORM 0800-CHECK-RUN-CONTROL
001133         THRU 0800-CHECK-RUN-CONTROL-EXIT.
001134     IF WS-RUN-IS-REFUSED
001135         WRITE NWEFF-RECORD FROM WS-REFUSED-LINE
001136         MOVE 12 TO RETURN-CODE
001137         GO TO 0000-MAINLINE-WRAP-UP
001138     END-IF.
001140*
001142     OPEN INPUT DIST-FILE.
001144     IF WS-DIST-STATUS = "00"
001192         END-IF
001194     END-IF.
001250*
001255 0000-MAINLINE-WRAP-UP.
001260     CLOSE NWEFF-FILE.
001262     PERFORM 9000-PRINT-RUN-SUMMARY
001264         THRU 9000-PRINT-RUN-SUMMARY-EXIT.
001266     PERFORM 9800-RECORD-RUN-END
001268         THRU 9800-RECORD-RUN-END-EXIT.
001270     STOP RUN.
001280*
001290*===========================================================*
002264     END-IF.
002266 9000-PRINT-RUN-SUMMARY-EXIT.
002268     EXIT.
002278*
002288*===========================================================*
002298* 0800-CHECK-RUN-CONTROL                                     *
002308*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
002318*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
002328*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
002338*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
002348*     ON THE NIGHTLY (ACCUMULATOR) PATH THE RUN IS REFUSED   *
002358*     (RC=12) WHEN NWADJ RAN FOR THE SAME BUSINESS DATE AND  *
002368*     DID NOT COMPLETE CLEANLY, OR WHEN NWEFFUPD HAS NOT     *
002378*     COMPLETED CLEANLY - THE ACCUMULATOR WOULD BE STALE. A  *
002388*     HISTORICAL RERUN (NWDIST DD SUPPLIED) HAS NO           *
002398*     PREREQUISITE.                                          *
002408*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
002418*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
002428*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
002438*===========================================================*
002448 0800-CHECK-RUN-CONTROL.
002458     MOVE "NWEFFRPT" TO WS-RUN-JOB-NAME.
002468     MOVE "NWADJ"    TO WS-RUN-PREREQ-JOB.
002478     MOVE 'C'        TO WS-RUN-PREREQ-KIND.
002488     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
002498     ACCEPT WS-RUN-START-TIME FROM TIME.
002508     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
002518     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
002528         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
002538         COMPUTE WS-RUN-DATE-INTEGER =
002548             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
002558         COMPUTE WS-RUN-DATE-8 =
002568             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
002578         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
002588     END-IF.
002598*
002608     OPEN I-O RUNCTL-FILE.
002618     IF WS-RUNCTL-STATUS = "35"
002628         OPEN OUTPUT RUNCTL-FILE
002638         CLOSE RUNCTL-FILE
002648         OPEN I-O RUNCTL-FILE
002658     END-IF.
002668     IF WS-RUNCTL-STATUS NOT = "00"
002678         DISPLAY "NWEFFRPT: NWRUNCTL COULD NOT BE OPENED - "
002688             "FILE STATUS " WS-RUNCTL-STATUS
002698             " - RUN NOT RECORDED ON THE LEDGER."
002708         GO TO 0800-CHECK-RUN-CONTROL-EXIT
002718     END-IF.
002728     MOVE 'Y' TO WS-RUN-LEDGER-SW.
002738     OPEN INPUT DIST-FILE.
002748     IF WS-DIST-STATUS = "00"
002758         CLOSE DIST-FILE
002768     ELSE
002778         PERFORM 0810-CHECK-PREREQUISITE
002788             THRU 0810-CHECK-PREREQUISITE-EXIT
002798         IF NOT WS-RUN-IS-REFUSED
002808             MOVE "NWEFFUPD" TO WS-RUN-PREREQ-JOB
002818             MOVE 'M'        TO WS-RUN-PREREQ-KIND
002828             PERFORM 0810-CHECK-PREREQUISITE
002838                 THRU 0810-CHECK-PREREQUISITE-EXIT
002848         END-IF
002858     END-IF.
002868*
002878     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
002888     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
002898     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
002908     READ RUNCTL-FILE
002918         INVALID KEY
002928             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
002938             MOVE SPACES TO RUNCTL-RECORD
002948             MOVE ZERO   TO RUN-ATTEMPT-COUNT
002958     END-READ.
002968     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
002978     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
002988     MOVE 'S'               TO RUN-STATUS.
002998     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
003008     MOVE ZERO              TO RUN-END-TIME
003018                               RUN-COND-CODE
003028                               RUN-RECS-READ
003038                               RUN-RECS-WRITTEN
003048                               RUN-RECS-EXCEPTED.
003058     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
003068         MOVE ZERO TO RUN-ATTEMPT-COUNT
003078     END-IF.
003088     IF RUN-ATTEMPT-COUNT < 99
003098         ADD 1 TO RUN-ATTEMPT-COUNT
003108     END-IF.
003118     MOVE SPACES            TO RUN-REFUSED-FOR.
003128     IF WS-RUN-IS-REFUSED
003138         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
003148     END-IF.
003158     IF WS-RUN-REC-WAS-FOUND
003168         REWRITE RUNCTL-RECORD
003178     ELSE
003188         WRITE RUNCTL-RECORD
003198     END-IF.
003208     CLOSE RUNCTL-FILE.
003218 0800-CHECK-RUN-CONTROL-EXIT.
003228     EXIT.
003238*
003248*===========================================================*
003258* 0810-CHECK-PREREQUISITE                                    *
003268*     LOOKS UP THE PREREQUISITE JOB'S LEDGER RECORD FOR THE  *
003278*     SAME BUSINESS DATE AND SETS THE REFUSED SWITCH WHEN IT *
003288*     HAS NOT COMPLETED CLEANLY. A REQUIRED PREREQUISITE     *
003298*     THAT HAS NOT RUN AT ALL REFUSES THE RUN TOO.           *
003308*===========================================================*
003318 0810-CHECK-PREREQUISITE.
003328     MOVE WS-RUN-PREREQ-JOB TO RUN-JOB-NAME.
003338     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
003348     READ RUNCTL-FILE
003358         INVALID KEY
003368             IF WS-RUN-PREREQ-IS-REQUIRED
003378                 MOVE 'Y' TO WS-RUN-REFUSED-SW
003388             END-IF
003398         NOT INVALID KEY
003408             IF NOT RUN-ENDED-CLEAN
003418                 MOVE 'Y' TO WS-RUN-REFUSED-SW
003428             END-IF
003438     END-READ.
003448     IF WS-RUN-IS-REFUSED
003458         DISPLAY "NWEFFRPT: " WS-RUN-PREREQ-JOB
003468             " HAS NOT COMPLETED CLEANLY FOR BUSINESS DATE "
003478             WS-RUN-BUS-DATE " - RUN REFUSED."
003488     END-IF.
003498 0810-CHECK-PREREQUISITE-EXIT.
003508     EXIT.
003518*
003528*===========================================================*
003538* 9800-RECORD-RUN-END                                        *
003548*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
003558*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
003568*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
003578*     CODE IS FINAL.                                         *
003588*===========================================================*
003598 9800-RECORD-RUN-END.
003608     IF NOT WS-RUN-LEDGER-IS-USABLE
003618         GO TO 9800-RECORD-RUN-END-EXIT
003628     END-IF.
003638     OPEN I-O RUNCTL-FILE.
003648     IF WS-RUNCTL-STATUS NOT = "00"
003658         DISPLAY "NWEFFRPT: NWRUNCTL COULD NOT BE REOPENED - "
003668             "FILE STATUS " WS-RUNCTL-STATUS
003678             " - RUN END NOT RECORDED."
003688         GO TO 9800-RECORD-RUN-END-EXIT
003698     END-IF.
003708     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
003718     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
003728     READ RUNCTL-FILE
003738         INVALID KEY
003748             DISPLAY "NWEFFRPT: NWRUNCTL RECORD FOR THIS RUN IS "
003758                 "MISSING - RUN END NOT RECORDED."
003768             CLOSE RUNCTL-FILE
003778             GO TO 9800-RECORD-RUN-END-EXIT
003788     END-READ.
003798     ACCEPT RUN-END-TIME FROM TIME.
003808     MOVE RETURN-CODE TO RUN-COND-CODE.
003818     EVALUATE TRUE
003828         WHEN WS-RUN-IS-REFUSED
003838             MOVE 'R' TO RUN-STATUS
003848         WHEN WS-RUN-HAD-NO-WORK
003858             MOVE 'N' TO RUN-STATUS
003868         WHEN RETURN-CODE = ZERO
003878             MOVE 'C' TO RUN-STATUS
003888         WHEN RETURN-CODE = 4
003898             MOVE 'W' TO RUN-STATUS
003908         WHEN OTHER
003918             MOVE 'F' TO RUN-STATUS
003928     END-EVALUATE.
003938     MOVE WS-DIST-READ-COUNT     TO RUN-RECS-READ.
003948     MOVE ZERO                   TO RUN-RECS-WRITTEN.
003958     MOVE ZERO                   TO RUN-RECS-EXCEPTED.
003968     REWRITE RUNCTL-RECORD.
003978     CLOSE RUNCTL-FILE.
003988 9800-RECORD-RUN-END-EXIT.
003998     EXIT.
