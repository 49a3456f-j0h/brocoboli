002780*                  FILE TO BE ARCHIVED AGAIN - AND COUNTED   *
002790*                  TWICE - BY THE NEXT GENERATION.           *
002792*-----------------------------------------------------------*
002793* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
002794*                  RUN-CONTROL LEDGER - STARTED, THEN ENDED  *
002795*                  WITH THE CONDITION CODE AND THE           *
002796*                  NWLOG/NWDIST RECORDS READ, ARCHIVED AND   *
002797*                  LEFT UNDATED - FOR THE NWSTRMST           *
002798*                  STREAM-STATUS REPORT.                     *
002799*-----------------------------------------------------------*
002809* 2026-10-15 RA    EVERY SESSION CUT TO THE NEW NWLOG        *
002819*                  ARCHIVE GENERATION HAS ITS NWSESDIR       *
002829*                  SESSION DIRECTORY ENTRY RE-POINTED AT     *
002839*                  THAT GENERATION (BY CUT DATE), OR ADDED   *
002849*                  IF MISSING. AN UNAVAILABLE DIRECTORY IS   *
002859*                  REPORTED BUT DOES NOT STOP THE PURGE.     *
002869*-----------------------------------------------------------*
002879*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
005600         FILE STATUS IS WS-DISTA-STATUS.
005700     SELECT HKPRPT-FILE ASSIGN TO NWHKPRPT
005800         ORGANIZATION IS SEQUENTIAL.
005810     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
005820         ORGANIZATION IS INDEXED
005830         ACCESS MODE IS RANDOM
005840         RECORD KEY IS RUN-KEY
005850         FILE STATUS IS WS-RUNCTL-STATUS.
005858     SELECT SESDIR-FILE ASSIGN TO NWSESDIR
005866         ORGANIZATION IS INDEXED
005874         ACCESS MODE IS RANDOM
005882         RECORD KEY IS SDR-KEY
005890         FILE STATUS IS WS-SESDIR-STATUS.
005900*
006000 DATA DIVISION.
006100 FILE SECTION.
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 133 CHARACTERS.
011200 01  HKPRPT-RECORD          PIC X(133).
011210*
011220 FD  RUNCTL-FILE
011230     RECORD CONTAINS 80 CHARACTERS.
011240 01  RUNCTL-RECORD.
011250     COPY CPYRUN01.
011258*
011266 FD  SESDIR-FILE
011274     RECORD CONTAINS 80 CHARACTERS.
011282 01  SESDIR-RECORD.
011290     COPY CPYSDR01.
011300*
011400 WORKING-STORAGE SECTION.
011500*
012000 77  WS-DIST-STATUS          PIC X(02) VALUE "00".
012100 77  WS-DISTN-STATUS         PIC X(02) VALUE "00".
012200 77  WS-DISTA-STATUS         PIC X(02) VALUE "00".
012250 77  WS-SESDIR-STATUS        PIC X(02) VALUE "00".
012300*
012400 77  WS-LOG-EOF-SW           PIC X(01) VALUE 'N'.
012500     88  WS-LOG-AT-END              VALUE 'Y'.
012900     88  WS-A-FILE-WAS-BYPASSED     VALUE 'Y'.
012910 77  WS-ABANDON-SW           PIC X(01) VALUE 'N'.
012920     88  WS-RUN-IS-ABANDONED        VALUE 'Y'.
012940 77  WS-SESDIR-SW            PIC X(01) VALUE 'N'.
012960     88  WS-SESDIR-IS-OPEN          VALUE 'Y'.
012980     88  WS-SESDIR-NOT-KEPT         VALUE 'X'.
013000*
013100*-----------------------------------------------------------*
013200* RETENTION-PERIOD / CUTOFF-DATE WORK AREAS                  *
015200 77  WS-DST-KEPT-COUNT       PIC 9(08) COMP VALUE ZERO.
015300 77  WS-DST-ARCH-COUNT       PIC 9(08) COMP VALUE ZERO.
015400 77  WS-DST-UNDATED-COUNT    PIC 9(08) COMP VALUE ZERO.
015406 77  WS-DIR-MOVED-COUNT      PIC 9(08) COMP VALUE ZERO.
015412 77  WS-DIR-ADDED-COUNT      PIC 9(08) COMP VALUE ZERO.
015420*
015440 01  WS-RUN-CONTROL.
015460     COPY CPYRUW01.
015500*
015600 77  WS-DST-DEST-SW          PIC X(01) VALUE 'K'.
015700     88  WS-DST-GAME-IS-KEPT        VALUE 'K'.
017910 01  WS-ABANDON-LINE         PIC X(133) VALUE
017920     "A LIVE FILE COULD NOT BE OPENED - RUN ABANDONED, NOTHING ARC
017930-    "HIVED. SEE CONSOLE LOG.".
017947 01  WS-NO-SESDIR-LINE       PIC X(133) VALUE
017964     "NWSESDIR NOT KEPT CURRENT BY THIS RUN - REBUILD IT WITH NWSD
017981-    "RBLD. SEE CONSOLE LOG.".
018000*
018100 PROCEDURE DIVISION.
018200*
018600 0000-MAINLINE.
018700     OPEN OUTPUT HKPRPT-FILE.
018800     WRITE HKPRPT-RECORD FROM WS-HEADING-LINE-1.
018820*
018840     PERFORM 0800-CHECK-RUN-CONTROL
018860         THRU 0800-CHECK-RUN-CONTROL-EXIT.
018900*
019000     PERFORM 1000-SET-CUTOFF-DATE
019100         THRU 1000-SET-CUTOFF-DATE-EXIT.
020450         AND RETURN-CODE < 8
020500         MOVE 8 TO RETURN-CODE
020600     END-IF.
020620     PERFORM 9800-RECORD-RUN-END
020640         THRU 9800-RECORD-RUN-END-EXIT.
020700     STOP RUN.
020800*
020900*===========================================================*
025700     END-IF.
025800     OPEN OUTPUT NWLOGNEW-FILE.
025900     OPEN OUTPUT NWLOGARC-FILE.
025933     PERFORM 2050-OPEN-SESSION-DIRECTORY
025966         THRU 2050-OPEN-SESSION-DIRECTORY-EXIT.
026000     PERFORM 2100-READ-LOG-RECORD
026100         THRU 2100-READ-LOG-RECORD-EXIT.
026200     PERFORM 2200-ROUTE-ONE-LOG-RECORD
026300         THRU 2200-ROUTE-ONE-LOG-RECORD-EXIT
026400         UNTIL WS-LOG-AT-END.
026500     CLOSE NWLOG-FILE NWLOGNEW-FILE NWLOGARC-FILE.
026525     IF WS-SESDIR-IS-OPEN
026550         CLOSE SESDIR-FILE
026575     END-IF.
026600 2000-PROCESS-NWLOG-EXIT.
026700     EXIT.
026705*
026710*===========================================================*
026715* 2050-OPEN-SESSION-DIRECTORY                                *
026720*     OPENS THE NWSESDIR SESSION DIRECTORY SO THAT EVERY     *
026725*     SESSION CUT TO THE NEW ARCHIVE GENERATION CAN BE       *
026730*     RE-POINTED AT IT. AN UNAVAILABLE DIRECTORY IS REPORTED *
026735*     BUT DOES NOT STOP THE PURGE - NWSDRBLD PUTS IT RIGHT.  *
026740*===========================================================*
026745 2050-OPEN-SESSION-DIRECTORY.
026750     OPEN I-O SESDIR-FILE.
026755     IF WS-SESDIR-STATUS NOT = "00"
026760         MOVE 'X' TO WS-SESDIR-SW
026765         DISPLAY "NWHSKP: NWSESDIR COULD NOT BE OPENED - STATUS "
026770             WS-SESDIR-STATUS " - DIRECTORY NOT UPDATED."
026775         GO TO 2050-OPEN-SESSION-DIRECTORY-EXIT
026780     END-IF.
026785     MOVE 'Y' TO WS-SESDIR-SW.
026790 2050-OPEN-SESSION-DIRECTORY-EXIT.
026795     EXIT.
026800*
026900*===========================================================*
027000* 2100-READ-LOG-RECORD                                       *
029900         END-IF
030000         WRITE LOGARC-RECORD FROM LOG-RECORD
030100         ADD 1 TO WS-LOG-ARCH-COUNT
030120         IF WS-SESDIR-IS-OPEN
030140             PERFORM 2300-MOVE-DIRECTORY-ENTRY
030160                 THRU 2300-MOVE-DIRECTORY-ENTRY-EXIT
030180         END-IF
030200     END-IF.
030300     PERFORM 2100-READ-LOG-RECORD
030400         THRU 2100-READ-LOG-RECORD-EXIT.
030500 2200-ROUTE-ONE-LOG-RECORD-EXIT.
030600     EXIT.
030601*
030602*===========================================================*
030603* 2300-MOVE-DIRECTORY-ENTRY                                  *
030604*     POINTS THE NWSESDIR ENTRY FOR ONE ARCHIVED SESSION AT  *
030605*     THE GENERATION BEING CUT TODAY (IDENTIFIED BY ITS CUT  *
030606*     DATE). A SESSION NOT YET ON THE DIRECTORY IS ADDED.    *
030607*     A RECORD WITH NO USABLE KEY IS LEFT OFF THE DIRECTORY. *
030608*     A WRITE FAILURE STOPS ALL FURTHER DIRECTORY UPDATES.   *
030609*===========================================================*
030610 2300-MOVE-DIRECTORY-ENTRY.
030611     IF LOG-OPERATOR-ID = SPACES
030612         OR LOG-DATE IS NOT NUMERIC
030613         OR LOG-TIME IS NOT NUMERIC
030614         GO TO 2300-MOVE-DIRECTORY-ENTRY-EXIT
030615     END-IF.
030616     MOVE LOG-OPERATOR-ID TO SDR-OPERATOR-ID.
030617     MOVE LOG-DATE        TO SDR-DATE.
030618     MOVE LOG-TIME        TO SDR-TIME.
030619     READ SESDIR-FILE
030620         INVALID KEY
030621             MOVE SPACES          TO SESDIR-RECORD
030622             MOVE LOG-OPERATOR-ID TO SDR-OPERATOR-ID
030623             MOVE LOG-DATE        TO SDR-DATE
030624             MOVE LOG-TIME        TO SDR-TIME
030625     END-READ.
030626     MOVE 'A'         TO SDR-SOURCE.
030627     MOVE WS-RUN-DATE TO SDR-ARCHIVE-DATE.
030628     MOVE LOG-OUTCOME TO SDR-OUTCOME.
030629     IF LOG-GUESS-COUNT IS NUMERIC
030630         MOVE LOG-GUESS-COUNT TO SDR-GUESS-COUNT
030631     ELSE
030632         MOVE ZERO            TO SDR-GUESS-COUNT
030633     END-IF.
030634     IF LOG-OUTCOME = "VOIDED"
030635         MOVE 'V'   TO SDR-VOID-SW
030636     ELSE
030637         MOVE SPACE TO SDR-VOID-SW
030638     END-IF.
030639     IF WS-SESDIR-STATUS = "00"
030640         REWRITE SESDIR-RECORD
030641             INVALID KEY
030642                 CONTINUE
030643             NOT INVALID KEY
030644                 ADD 1 TO WS-DIR-MOVED-COUNT
030645         END-REWRITE
030646     ELSE
030647         WRITE SESDIR-RECORD
030648             INVALID KEY
030649                 CONTINUE
030650             NOT INVALID KEY
030651                 ADD 1 TO WS-DIR-ADDED-COUNT
030652         END-WRITE
030653     END-IF.
030654     IF WS-SESDIR-STATUS NOT = "00"
030655         DISPLAY "NWHSKP: NWSESDIR UPDATE FAILED FOR "
030656             SDR-OPERATOR-ID " " SDR-DATE " " SDR-TIME
030657             " - FILE STATUS " WS-SESDIR-STATUS
030658             " - NO FURTHER DIRECTORY UPDATES."
030659         CLOSE SESDIR-FILE
030660         MOVE 'X' TO WS-SESDIR-SW
030661     END-IF.
030662 2300-MOVE-DIRECTORY-ENTRY-EXIT.
030663     EXIT.
030700*
030800*===========================================================*
030900* 3000-PROCESS-NWDIST                                        *
040900     MOVE WS-LOG-UNDATED-COUNT  TO RL-VALUE.
041000     WRITE HKPRPT-RECORD FROM WS-DETAIL-LINE.
041100*
041105     MOVE SPACES                TO WS-DETAIL-LINE.
041110     MOVE "NWSESDIR ENTRIES MOVED TO ARCHIVE"
041115         TO RL-LABEL.
041120     MOVE WS-DIR-MOVED-COUNT    TO RL-VALUE.
041125     WRITE HKPRPT-RECORD FROM WS-DETAIL-LINE.
041130*
041135     MOVE SPACES                TO WS-DETAIL-LINE.
041140     MOVE "NWSESDIR ENTRIES ADDED FOR ARCHIVE"
041145         TO RL-LABEL.
041150     MOVE WS-DIR-ADDED-COUNT    TO RL-VALUE.
041155     WRITE HKPRPT-RECORD FROM WS-DETAIL-LINE.
041160*
041165     IF WS-SESDIR-NOT-KEPT
041170         WRITE HKPRPT-RECORD FROM WS-NO-SESDIR-LINE
041175     END-IF.
041180*
041200     WRITE HKPRPT-RECORD FROM WS-BLANK-LINE.
041300*
041400     MOVE SPACES                TO WS-DETAIL-LINE.
046600     END-IF.
046700 1500-PRECHECK-LIVE-FILES-EXIT.
046800     EXIT.
046900*
047000*===========================================================*
047100* 0800-CHECK-RUN-CONTROL                                     *
047200*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
047300*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
047400*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
047500*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
047600*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
047700*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
047800*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
047900*===========================================================*
048000 0800-CHECK-RUN-CONTROL.
048100     MOVE "NWHSKP"   TO WS-RUN-JOB-NAME.
048200     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
048300     ACCEPT WS-RUN-START-TIME FROM TIME.
048400     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
048500     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
048600         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
048700         COMPUTE WS-RUN-DATE-INTEGER =
048800             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
048900         COMPUTE WS-RUN-DATE-8 =
049000             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
049100         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
049200     END-IF.
049300*
049400     OPEN I-O RUNCTL-FILE.
049500     IF WS-RUNCTL-STATUS = "35"
049600         OPEN OUTPUT RUNCTL-FILE
049700         CLOSE RUNCTL-FILE
049800         OPEN I-O RUNCTL-FILE
049900     END-IF.
050000     IF WS-RUNCTL-STATUS NOT = "00"
050100         DISPLAY "NWHSKP: NWRUNCTL COULD NOT BE OPENED - "
050200             "FILE STATUS " WS-RUNCTL-STATUS
050300             " - RUN NOT RECORDED ON THE LEDGER."
050400         GO TO 0800-CHECK-RUN-CONTROL-EXIT
050500     END-IF.
050600     MOVE 'Y' TO WS-RUN-LEDGER-SW.
050700*
050800     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
050900     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
051000     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
051100     READ RUNCTL-FILE
051200         INVALID KEY
051300             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
051400             MOVE SPACES TO RUNCTL-RECORD
051500             MOVE ZERO   TO RUN-ATTEMPT-COUNT
051600     END-READ.
051700     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
051800     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
051900     MOVE 'S'               TO RUN-STATUS.
052000     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
052100     MOVE ZERO              TO RUN-END-TIME
052200                               RUN-COND-CODE
052300                               RUN-RECS-READ
052400                               RUN-RECS-WRITTEN
052500                               RUN-RECS-EXCEPTED.
052600     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
052700         MOVE ZERO TO RUN-ATTEMPT-COUNT
052800     END-IF.
052900     IF RUN-ATTEMPT-COUNT < 99
053000         ADD 1 TO RUN-ATTEMPT-COUNT
053100     END-IF.
053200     MOVE SPACES            TO RUN-REFUSED-FOR.
053300     IF WS-RUN-IS-REFUSED
053400         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
053500     END-IF.
053600     IF WS-RUN-REC-WAS-FOUND
053700         REWRITE RUNCTL-RECORD
053800     ELSE
053900         WRITE RUNCTL-RECORD
054000     END-IF.
054100     CLOSE RUNCTL-FILE.
054200 0800-CHECK-RUN-CONTROL-EXIT.
054300     EXIT.
054400*
054500*===========================================================*
054600* 9800-RECORD-RUN-END                                        *
054700*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
054800*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
054900*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
055000*     CODE IS FINAL.                                         *
055100*===========================================================*
055200 9800-RECORD-RUN-END.
055300     IF NOT WS-RUN-LEDGER-IS-USABLE
055400         GO TO 9800-RECORD-RUN-END-EXIT
055500     END-IF.
055600     OPEN I-O RUNCTL-FILE.
055700     IF WS-RUNCTL-STATUS NOT = "00"
055800         DISPLAY "NWHSKP: NWRUNCTL COULD NOT BE REOPENED - "
055900             "FILE STATUS " WS-RUNCTL-STATUS
056000             " - RUN END NOT RECORDED."
056100         GO TO 9800-RECORD-RUN-END-EXIT
056200     END-IF.
056300     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
056400     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
056500     READ RUNCTL-FILE
056600         INVALID KEY
056700             DISPLAY "NWHSKP: NWRUNCTL RECORD FOR THIS RUN IS "
056800                 "MISSING - RUN END NOT RECORDED."
056900             CLOSE RUNCTL-FILE
057000             GO TO 9800-RECORD-RUN-END-EXIT
057100     END-READ.
057200     ACCEPT RUN-END-TIME FROM TIME.
057300     MOVE RETURN-CODE TO RUN-COND-CODE.
057400     EVALUATE TRUE
057500         WHEN WS-RUN-IS-REFUSED
057600             MOVE 'R' TO RUN-STATUS
057700         WHEN WS-RUN-HAD-NO-WORK
057800             MOVE 'N' TO RUN-STATUS
057900         WHEN RETURN-CODE = ZERO
058000             MOVE 'C' TO RUN-STATUS
058100         WHEN RETURN-CODE = 4
058200             MOVE 'W' TO RUN-STATUS
058300         WHEN OTHER
058400             MOVE 'F' TO RUN-STATUS
058500     END-EVALUATE.
058600     COMPUTE RUN-RECS-READ =
058700         WS-LOG-READ-COUNT + WS-DST-READ-COUNT.
058800     COMPUTE RUN-RECS-WRITTEN =
058900         WS-LOG-ARCH-COUNT + WS-DST-ARCH-COUNT.
059000     COMPUTE RUN-RECS-EXCEPTED =
059100         WS-LOG-UNDATED-COUNT + WS-DST-UNDATED-COUNT.
059200     REWRITE RUNCTL-RECORD.
059300     CLOSE RUNCTL-FILE.
059400 9800-RECORD-RUN-END-EXIT.
059500     EXIT.
