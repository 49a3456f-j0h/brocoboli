002976*                  ITSELF, WHICH CUTS A FRESH ACCUMULATOR    *
002978*                  GENERATION THE WAY THIS PASS DOES.        *
002980*-----------------------------------------------------------*
002982* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
002984*                  RUN-CONTROL LEDGER. WHEN NWADJ RAN FOR    *
002986*                  THE SAME BUSINESS DATE AND DID NOT        *
002988*                  COMPLETE CLEANLY THE RUN IS REFUSED       *
002990*                  (RC=12) AND THE ACCUMULATOR IS CARRIED    *
002992*                  FORWARD UNCHANGED, SO GAMES A FAILED      *
002994*                  ADJUSTMENT SHOULD HAVE VOIDED ARE NOT     *
002996*                  FOLDED IN.                                *
002998*-----------------------------------------------------------*
003000*
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
004400     SELECT EFFACOUT-FILE ASSIGN TO EFFACOUT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-ACCOUT-STATUS.
004610     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
004620         ORGANIZATION IS INDEXED
004630         ACCESS MODE IS RANDOM
004640         RECORD KEY IS RUN-KEY
004650         FILE STATUS IS WS-RUNCTL-STATUS.
004700*
004800 DATA DIVISION.
004900 FILE SECTION.
006700     LABEL RECORDS ARE STANDARD
006800     RECORD CONTAINS 80 CHARACTERS.
006900 01  ACCOUT-RECORD          PIC X(80).
006910*
006920 FD  RUNCTL-FILE
006930     RECORD CONTAINS 80 CHARACTERS.
006940 01  RUNCTL-RECORD.
006950     COPY CPYRUN01.
007000*
007100 WORKING-STORAGE SECTION.
007200*
011800 77  WS-GAMES-ALREADY-IN     PIC 9(08) COMP VALUE ZERO.
011900 77  WS-GAMES-DEFERRED       PIC 9(08) COMP VALUE ZERO.
011910 77  WS-GAMES-VOIDED         PIC 9(08) COMP VALUE ZERO.
011930*
011950 01  WS-RUN-CONTROL.
011970     COPY CPYRUW01.
012000 77  WS-COUNT-EDIT           PIC ZZZ,ZZZ,ZZ9.
012100*
012200 PROCEDURE DIVISION.
012900         THRU 1000-LOAD-OLD-ACCUMULATOR-EXIT.
013000*
013100     ACCEPT WS-RUN-DATE FROM DATE.
013110*
013120     PERFORM 0800-CHECK-RUN-CONTROL
013130         THRU 0800-CHECK-RUN-CONTROL-EXIT.
013140     IF WS-RUN-IS-REFUSED
013150         DISPLAY "NWEFFUPD: ACCUMULATOR CARRIED FORWARD "
013160             "UNCHANGED."
013170         MOVE 12 TO RETURN-CODE
013180         GO TO 0000-MAINLINE-WRAP-UP
013190     END-IF.
013200*
013300     OPEN INPUT DIST-FILE.
013400     IF WS-DIST-STATUS = "00"
015200         MOVE 8 TO RETURN-CODE
015300     END-IF.
015400*
015450 0000-MAINLINE-WRAP-UP.
015500     PERFORM 5000-WRITE-NEW-ACCUMULATOR
015600         THRU 5000-WRITE-NEW-ACCUMULATOR-EXIT.
015700     PERFORM 6000-PRINT-RUN-SUMMARY
015800         THRU 6000-PRINT-RUN-SUMMARY-EXIT.
015820     PERFORM 9800-RECORD-RUN-END
015840         THRU 9800-RECORD-RUN-END-EXIT.
015900     STOP RUN.
016000*
016100*===========================================================*
032800         EAC-THRU-DATE OF WS-ACC-RECORD.
032900 6000-PRINT-RUN-SUMMARY-EXIT.
033000     EXIT.
033100*
033200*===========================================================*
033300* 0800-CHECK-RUN-CONTROL                                     *
033400*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
033500*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
033600*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
033700*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
033800*     NWADJ ONLY RUNS ON NIGHTS WITH WORK TO DO, SO IT IS    *
033900*     NOT REQUIRED - BUT WHEN IT RAN FOR THE SAME BUSINESS   *
034000*     DATE AND DID NOT COMPLETE CLEANLY (FAILED, OR STILL    *
034100*     SHOWING STARTED) THIS RUN IS REFUSED (RC=12) AND       *
034200*     RECORDED AS REFUSED.                                   *
034300*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
034400*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
034500*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
034600*===========================================================*
034700 0800-CHECK-RUN-CONTROL.
034800     MOVE "NWEFFUPD" TO WS-RUN-JOB-NAME.
034900     MOVE "NWADJ"    TO WS-RUN-PREREQ-JOB.
035000     MOVE 'C'        TO WS-RUN-PREREQ-KIND.
035100     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
035200     ACCEPT WS-RUN-START-TIME FROM TIME.
035300     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
035400     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
035500         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
035600         COMPUTE WS-RUN-DATE-INTEGER =
035700             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
035800         COMPUTE WS-RUN-DATE-8 =
035900             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
036000         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
036100     END-IF.
036200*
036300     OPEN I-O RUNCTL-FILE.
036400     IF WS-RUNCTL-STATUS = "35"
036500         OPEN OUTPUT RUNCTL-FILE
036600         CLOSE RUNCTL-FILE
036700         OPEN I-O RUNCTL-FILE
036800     END-IF.
036900     IF WS-RUNCTL-STATUS NOT = "00"
037000         DISPLAY "NWEFFUPD: NWRUNCTL COULD NOT BE OPENED - "
037100             "FILE STATUS " WS-RUNCTL-STATUS
037200             " - RUN NOT RECORDED ON THE LEDGER."
037300         GO TO 0800-CHECK-RUN-CONTROL-EXIT
037400     END-IF.
037500     MOVE 'Y' TO WS-RUN-LEDGER-SW.
037600     PERFORM 0810-CHECK-PREREQUISITE
037700         THRU 0810-CHECK-PREREQUISITE-EXIT.
037800*
037900     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
038000     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
038100     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
038200     READ RUNCTL-FILE
038300         INVALID KEY
038400             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
038500             MOVE SPACES TO RUNCTL-RECORD
038600             MOVE ZERO   TO RUN-ATTEMPT-COUNT
038700     END-READ.
038800     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
038900     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
039000     MOVE 'S'               TO RUN-STATUS.
039100     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
039200     MOVE ZERO              TO RUN-END-TIME
039300                               RUN-COND-CODE
039400                               RUN-RECS-READ
039500                               RUN-RECS-WRITTEN
039600                               RUN-RECS-EXCEPTED.
039700     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
039800         MOVE ZERO TO RUN-ATTEMPT-COUNT
039900     END-IF.
040000     IF RUN-ATTEMPT-COUNT < 99
040100         ADD 1 TO RUN-ATTEMPT-COUNT
040200     END-IF.
040300     MOVE SPACES            TO RUN-REFUSED-FOR.
040400     IF WS-RUN-IS-REFUSED
040500         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
040600     END-IF.
040700     IF WS-RUN-REC-WAS-FOUND
040800         REWRITE RUNCTL-RECORD
040900     ELSE
041000         WRITE RUNCTL-RECORD
041100     END-IF.
041200     CLOSE RUNCTL-FILE.
041300 0800-CHECK-RUN-CONTROL-EXIT.
041400     EXIT.
041500*
041600*===========================================================*
041700* 0810-CHECK-PREREQUISITE                                    *
041800*     LOOKS UP THE PREREQUISITE JOB'S LEDGER RECORD FOR THE  *
041900*     SAME BUSINESS DATE AND SETS THE REFUSED SWITCH WHEN IT *
042000*     HAS NOT COMPLETED CLEANLY. A REQUIRED PREREQUISITE     *
042100*     THAT HAS NOT RUN AT ALL REFUSES THE RUN TOO.           *
042200*===========================================================*
042300 0810-CHECK-PREREQUISITE.
042400     MOVE WS-RUN-PREREQ-JOB TO RUN-JOB-NAME.
042500     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
042600     READ RUNCTL-FILE
042700         INVALID KEY
042800             IF WS-RUN-PREREQ-IS-REQUIRED
042900                 MOVE 'Y' TO WS-RUN-REFUSED-SW
043000             END-IF
043100         NOT INVALID KEY
043200             IF NOT RUN-ENDED-CLEAN
043300                 MOVE 'Y' TO WS-RUN-REFUSED-SW
043400             END-IF
043500     END-READ.
043600     IF WS-RUN-IS-REFUSED
043700         DISPLAY "NWEFFUPD: " WS-RUN-PREREQ-JOB
043800             " HAS NOT COMPLETED CLEANLY FOR BUSINESS DATE "
043900             WS-RUN-BUS-DATE " - RUN REFUSED."
044000     END-IF.
044100 0810-CHECK-PREREQUISITE-EXIT.
044200     EXIT.
044300*
044400*===========================================================*
044500* 9800-RECORD-RUN-END                                        *
044600*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
044700*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
044800*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
044900*     CODE IS FINAL.                                         *
045000*===========================================================*
045100 9800-RECORD-RUN-END.
045200     IF NOT WS-RUN-LEDGER-IS-USABLE
045300         GO TO 9800-RECORD-RUN-END-EXIT
045400     END-IF.
045500     OPEN I-O RUNCTL-FILE.
045600     IF WS-RUNCTL-STATUS NOT = "00"
045700         DISPLAY "NWEFFUPD: NWRUNCTL COULD NOT BE REOPENED - "
045800             "FILE STATUS " WS-RUNCTL-STATUS
045900             " - RUN END NOT RECORDED."
046000         GO TO 9800-RECORD-RUN-END-EXIT
046100     END-IF.
046200     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
046300     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
046400     READ RUNCTL-FILE
046500         INVALID KEY
046600             DISPLAY "NWEFFUPD: NWRUNCTL RECORD FOR THIS RUN IS "
046700                 "MISSING - RUN END NOT RECORDED."
046800             CLOSE RUNCTL-FILE
046900             GO TO 9800-RECORD-RUN-END-EXIT
047000     END-READ.
047100     ACCEPT RUN-END-TIME FROM TIME.
047200     MOVE RETURN-CODE TO RUN-COND-CODE.
047300     EVALUATE TRUE
047400         WHEN WS-RUN-IS-REFUSED
047500             MOVE 'R' TO RUN-STATUS
047600         WHEN WS-RUN-HAD-NO-WORK
047700             MOVE 'N' TO RUN-STATUS
047800         WHEN RETURN-CODE = ZERO
047900             MOVE 'C' TO RUN-STATUS
048000         WHEN RETURN-CODE = 4
048100             MOVE 'W' TO RUN-STATUS
048200         WHEN OTHER
048300             MOVE 'F' TO RUN-STATUS
048400     END-EVALUATE.
048500     MOVE WS-DIST-READ-COUNT     TO RUN-RECS-READ.
048600     MOVE WS-GAMES-FOLDED        TO RUN-RECS-WRITTEN.
048700     MOVE WS-GAMES-DEFERRED      TO RUN-RECS-EXCEPTED.
048800     REWRITE RUNCTL-RECORD.
048900     CLOSE RUNCTL-FILE.
049000 9800-RECORD-RUN-END-EXIT.
049100     EXIT.
