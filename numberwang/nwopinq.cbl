002500*                  ON THE SHEET AND GRADES RC=4; A MISSING   *
002600*                  OR BLANK REQUEST CARD GRADES RC=8.        *
002700*-----------------------------------------------------------*
002710* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
002720*                  RUN-CONTROL LEDGER - STARTED, THEN ENDED  *
002730*                  WITH THE CONDITION CODE AND THE SESSIONS  *
002740*                  AND HISTORY LINES FOUND - FOR THE         *
002750*                  NWSTRMST STREAM-STATUS REPORT.            *
002760*-----------------------------------------------------------*
002764* 2026-10-15 RA    THE MOST RECENT SESSIONS COME FROM THE    *
002768*                  NWSESDIR SESSION DIRECTORY - ONLY THE     *
002772*                  OPERATOR'S OWN ENTRIES ARE READ, ARCHIVED *
002776*                  SESSIONS INCLUDED, EACH SHOWING THE FILE  *
002780*                  OR ARCHIVE GENERATION IT IS ON. THE LIVE  *
002784*                  NWLOG IS STILL SCANNED WHEN THE DIRECTORY *
002788*                  CANNOT BE OPENED.                         *
002792*-----------------------------------------------------------*
002800*
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
006400     SELECT NWLOG-FILE ASSIGN TO NWLOG
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS WS-LOG-STATUS.
006616     SELECT SESDIR-FILE ASSIGN TO NWSESDIR
006632         ORGANIZATION IS INDEXED
006648         ACCESS MODE IS DYNAMIC
006664         RECORD KEY IS SDR-KEY
006680         FILE STATUS IS WS-SESDIR-STATUS.
006700     SELECT OPQRPT-FILE ASSIGN TO NWOPRPT
006800         ORGANIZATION IS SEQUENTIAL.
006810     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
006820         ORGANIZATION IS INDEXED
006830         ACCESS MODE IS RANDOM
006840         RECORD KEY IS RUN-KEY
006850         FILE STATUS IS WS-RUNCTL-STATUS.
006900*
007000 DATA DIVISION.
007100 FILE SECTION.
010900 01  LOG-RECORD.
011000     COPY CPYLOG01.
011100*
011132 FD  SESDIR-FILE
011148     RECORD CONTAINS 80 CHARACTERS.
011164 01  SESDIR-RECORD.
011180     COPY CPYSDR01.
011190*
011200 FD  OPQRPT-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 133 CHARACTERS.
011600 01  OPQRPT-RECORD          PIC X(133).
011610*
011620 FD  RUNCTL-FILE
011630     RECORD CONTAINS 80 CHARACTERS.
011640 01  RUNCTL-RECORD.
011650     COPY CPYRUN01.
011700*
011800 WORKING-STORAGE SECTION.
011900*
012400 77  WS-HIST-STATUS          PIC X(02) VALUE "00".
012500 77  WS-CKPT-STATUS          PIC X(02) VALUE "00".
012600 77  WS-LOG-STATUS           PIC X(02) VALUE "00".
012650 77  WS-SESDIR-STATUS        PIC X(02) VALUE "00".
012700*
012800 77  WS-OPERATOR-ID          PIC X(08) VALUE SPACES.
012900 77  WS-BYPASS-SW            PIC X(01) VALUE 'N'.
013000     88  WS-A-FILE-WAS-BYPASSED     VALUE 'Y'.
013100 77  WS-LOG-EOF-SW           PIC X(01) VALUE 'N'.
013200     88  WS-LOG-AT-END              VALUE 'Y'.
013233 77  WS-SDR-EOF-SW           PIC X(01) VALUE 'N'.
013266     88  WS-SDR-AT-END              VALUE 'Y'.
013300 77  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
013400     88  WS-HIST-AT-END             VALUE 'Y'.
013500 77  WS-HIST-LINE-COUNT      PIC 9(06) COMP VALUE ZERO.
013520*
013540 01  WS-RUN-CONTROL.
013560     COPY CPYRUW01.
013600*
013700*-----------------------------------------------------------*
013800* RECENT-SESSION RING BUFFER - THE LAST 10 NWLOG SESSIONS    *
019900     05  SD-GUESSES          PIC ZZZ9.
020000     05  FILLER              PIC X(02) VALUE SPACES.
020100     05  SD-OUTCOME          PIC X(10).
020120     05  FILLER              PIC X(02) VALUE SPACES.
020140     05  SD-SOURCE           PIC X(10).
020160     05  FILLER              PIC X(01) VALUE SPACES.
020180     05  SD-ARCHIVE-DATE     PIC X(06).
020200     05  FILLER              PIC X(71) VALUE SPACES.
020300*
020400 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
020500 01  WS-NO-CARD-LINE         PIC X(133) VALUE
021300*===========================================================*
021400 0000-MAINLINE.
021500     OPEN OUTPUT OPQRPT-FILE.
021520*
021540     PERFORM 0800-CHECK-RUN-CONTROL
021560         THRU 0800-CHECK-RUN-CONTROL-EXIT.
021600*
021700     PERFORM 0100-READ-REQUEST-CARD
021800         THRU 0100-READ-REQUEST-CARD-EXIT.
022200             "OPQCARD REQUEST CARD - NOTHING TO REPORT."
022300         CLOSE OPQRPT-FILE
022400         MOVE 8 TO RETURN-CODE
022420         PERFORM 9800-RECORD-RUN-END
022440             THRU 9800-RECORD-RUN-END-EXIT
022500         STOP RUN
022600     END-IF.
022700*
024700         AND RETURN-CODE < 4
024800         MOVE 4 TO RETURN-CODE
024900     END-IF.
024920     PERFORM 9800-RECORD-RUN-END
024940         THRU 9800-RECORD-RUN-END-EXIT.
025000     STOP RUN.
025100*
025200*===========================================================*
057500*
057600*===========================================================*
057700* 6000-REPORT-RECENT-SESSIONS                                *
057725*     TAKES THE OPERATOR'S SESSIONS FROM THE NWSESDIR         *
057750*     SESSION DIRECTORY (LIVE AND ARCHIVED ALIKE) WHEN IT     *
057775*     CAN BE OPENED. OTHERWISE IT NOTES THE FACT AND          *
057800*     READS THE AUDIT LOG THROUGH, KEEPING THE OPERATOR'S     *
057900*     LAST 10 SESSIONS (INCLUDING PIN EVENTS, PRACTICE AND    *
058000*     ANY OTHER OUTCOME AS LOGGED) IN A RING BUFFER, AND      *
058100*     PRINTS THEM OLDEST FIRST.                               *
058200*===========================================================*
058300 6000-REPORT-RECENT-SESSIONS.
058311     OPEN INPUT SESDIR-FILE.
058322     IF WS-SESDIR-STATUS = "00"
058333         PERFORM 6050-REPORT-FROM-DIRECTORY
058344             THRU 6050-REPORT-FROM-DIRECTORY-EXIT
058355         GO TO 6000-REPORT-RECENT-SESSIONS-EXIT
058366     END-IF.
058377     DISPLAY "NWOPINQ: NWSESDIR COULD NOT BE OPENED - STATUS "
058388         WS-SESDIR-STATUS " - LIVE NWLOG SCANNED INSTEAD."
058400     MOVE SPACES TO WS-SECTION-LINE.
058500     MOVE "MOST RECENT SESSIONS (NWLOG, OLDEST FIRST)"
058600         TO SE-TEXT.
058700     WRITE OPQRPT-RECORD FROM WS-SECTION-LINE.
058720     MOVE SPACES TO WS-LABEL-LINE.
058740     MOVE "SESSION DIRECTORY" TO LB-LABEL.
058760     MOVE "UNAVAILABLE - LIVE NWLOG SCANNED" TO LB-VALUE.
058780     WRITE OPQRPT-RECORD FROM WS-LABEL-LINE.
058800     OPEN INPUT NWLOG-FILE.
058900     IF WS-LOG-STATUS NOT = "00"
059000         PERFORM 9000-NOTE-BYPASSED-STORE
060800         THRU 6300-PRINT-BUFFERED-SESSIONS-EXIT.
060900 6000-REPORT-RECENT-SESSIONS-EXIT.
061000     EXIT.
061001*
061002*===========================================================*
061003* 6050-REPORT-FROM-DIRECTORY                                 *
061004*     POSITIONS THE SESSION DIRECTORY AT THE OPERATOR'S      *
061005*     FIRST ENTRY AND READS ONLY THAT OPERATOR'S ENTRIES     *
061006*     (OLDEST FIRST, BY THE DATE/TIME KEY) THROUGH THE SAME  *
061007*     RING BUFFER, SO THE LAST 10 ARE PRINTED WITH THE FILE  *
061008*     OR ARCHIVE GENERATION EACH SESSION LIVES IN. SESSIONS  *
061009*     LOGGED SINCE THE LAST NWSDMNT RUN ARE NOT YET ON IT.   *
061010*===========================================================*
061011 6050-REPORT-FROM-DIRECTORY.
061012     MOVE SPACES TO WS-SECTION-LINE.
061013     MOVE "MOST RECENT SESSIONS (SESSION DIRECTORY, OLDEST FIRST)"
061014         TO SE-TEXT.
061015     WRITE OPQRPT-RECORD FROM WS-SECTION-LINE.
061016     MOVE SPACES TO WS-LABEL-LINE.
061017     MOVE "SESSION DIRECTORY" TO LB-LABEL.
061018     MOVE "AS AT THE LAST NWSDMNT RUN" TO LB-VALUE.
061019     WRITE OPQRPT-RECORD FROM WS-LABEL-LINE.
061020*
061021     MOVE WS-OPERATOR-ID TO SDR-OPERATOR-ID.
061022     MOVE ZERO           TO SDR-DATE.
061023     MOVE ZERO           TO SDR-TIME.
061024     START SESDIR-FILE
061025         KEY IS NOT LESS THAN SDR-KEY
061026         INVALID KEY
061027             MOVE 'Y' TO WS-SDR-EOF-SW
061028     END-START.
061029     IF NOT WS-SDR-AT-END
061030         PERFORM 6070-READ-DIRECTORY-ENTRY
061031             THRU 6070-READ-DIRECTORY-ENTRY-EXIT
061032     END-IF.
061033     PERFORM 6060-BUFFER-ONE-ENTRY
061034         THRU 6060-BUFFER-ONE-ENTRY-EXIT
061035         UNTIL WS-SDR-AT-END.
061036     CLOSE SESDIR-FILE.
061037     IF WS-SESS-COUNT = ZERO
061038         MOVE SPACES TO WS-LABEL-LINE
061039         MOVE "SESSIONS" TO LB-LABEL
061040         MOVE "NONE ON THE SESSION DIRECTORY" TO LB-VALUE
061041         WRITE OPQRPT-RECORD FROM WS-LABEL-LINE
061042         GO TO 6050-REPORT-FROM-DIRECTORY-EXIT
061043     END-IF.
061044     PERFORM 6300-PRINT-BUFFERED-SESSIONS
061045         THRU 6300-PRINT-BUFFERED-SESSIONS-EXIT.
061046 6050-REPORT-FROM-DIRECTORY-EXIT.
061047     EXIT.
061048*
061049*===========================================================*
061050* 6060-BUFFER-ONE-ENTRY                                      *
061051*     FORMATS ONE OF THE OPERATOR'S DIRECTORY ENTRIES INTO   *
061052*     THE RING BUFFER. THE FIRST ENTRY FOR ANOTHER OPERATOR  *
061053*     ENDS THE READ.                                         *
061054*===========================================================*
061055 6060-BUFFER-ONE-ENTRY.
061056     IF SDR-OPERATOR-ID NOT = WS-OPERATOR-ID
061057         MOVE 'Y' TO WS-SDR-EOF-SW
061058         GO TO 6060-BUFFER-ONE-ENTRY-EXIT
061059     END-IF.
061060     MOVE SDR-DATE        TO SD-DATE.
061061     MOVE SDR-TIME        TO SD-TIME.
061062     MOVE SDR-GUESS-COUNT TO SD-GUESSES.
061063     MOVE SDR-OUTCOME     TO SD-OUTCOME.
061064     IF SDR-IS-ARCHIVED
061065         MOVE "ARCHIVE"        TO SD-SOURCE
061066         MOVE SDR-ARCHIVE-DATE TO SD-ARCHIVE-DATE
061067     ELSE
061068         MOVE "LIVE NWLOG"     TO SD-SOURCE
061069         MOVE SPACES           TO SD-ARCHIVE-DATE
061070     END-IF.
061071     ADD 1 TO WS-SESS-PTR.
061072     IF WS-SESS-PTR > WS-SESS-MAX
061073         MOVE 1 TO WS-SESS-PTR
061074     END-IF.
061075     MOVE WS-SESS-DETAIL-LINE TO WS-SESS-LINE (WS-SESS-PTR).
061076     ADD 1 TO WS-SESS-COUNT.
061077     PERFORM 6070-READ-DIRECTORY-ENTRY
061078         THRU 6070-READ-DIRECTORY-ENTRY-EXIT.
061079 6060-BUFFER-ONE-ENTRY-EXIT.
061080     EXIT.
061081*
061082*===========================================================*
061083* 6070-READ-DIRECTORY-ENTRY                                  *
061084*     READS THE NEXT SESSION DIRECTORY ENTRY IN KEY ORDER.   *
061085*===========================================================*
061086 6070-READ-DIRECTORY-ENTRY.
061087     READ SESDIR-FILE NEXT RECORD
061088         AT END
061089             MOVE 'Y' TO WS-SDR-EOF-SW
061090     END-READ.
061091     IF WS-SESDIR-STATUS NOT = "00"
061092         AND WS-SESDIR-STATUS NOT = "10"
061093         MOVE 'Y' TO WS-SDR-EOF-SW
061094     END-IF.
061095 6070-READ-DIRECTORY-ENTRY-EXIT.
061096     EXIT.
061100*
061200*===========================================================*
061300* 6100-READ-LOG-RECORD                                       *
065100         MOVE ZERO            TO SD-GUESSES
065200     END-IF.
065300     MOVE LOG-OUTCOME TO SD-OUTCOME.
065333     MOVE "LIVE NWLOG" TO SD-SOURCE.
065366     MOVE SPACES       TO SD-ARCHIVE-DATE.
065400     ADD 1 TO WS-SESS-PTR.
065500     IF WS-SESS-PTR > WS-SESS-MAX
065600         MOVE 1 TO WS-SESS-PTR
071400     MOVE 'Y' TO WS-BYPASS-SW.
071500 9000-NOTE-BYPASSED-STORE-EXIT.
071600     EXIT.
071700*
071800*===========================================================*
071900* 0800-CHECK-RUN-CONTROL                                     *
072000*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
072100*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
072200*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
072300*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
072400*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
072500*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
072600*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
072700*===========================================================*
072800 0800-CHECK-RUN-CONTROL.
072900     MOVE "NWOPINQ"  TO WS-RUN-JOB-NAME.
073000     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
073100     ACCEPT WS-RUN-START-TIME FROM TIME.
073200     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
073300     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
073400         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
073500         COMPUTE WS-RUN-DATE-INTEGER =
073600             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
073700         COMPUTE WS-RUN-DATE-8 =
073800             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
073900         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
074000     END-IF.
074100*
074200     OPEN I-O RUNCTL-FILE.
074300     IF WS-RUNCTL-STATUS = "35"
074400         OPEN OUTPUT RUNCTL-FILE
074500         CLOSE RUNCTL-FILE
074600         OPEN I-O RUNCTL-FILE
074700     END-IF.
074800     IF WS-RUNCTL-STATUS NOT = "00"
074900         DISPLAY "NWOPINQ: NWRUNCTL COULD NOT BE OPENED - "
075000             "FILE STATUS " WS-RUNCTL-STATUS
075100             " - RUN NOT RECORDED ON THE LEDGER."
075200         GO TO 0800-CHECK-RUN-CONTROL-EXIT
075300     END-IF.
075400     MOVE 'Y' TO WS-RUN-LEDGER-SW.
075500*
075600     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
075700     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
075800     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
075900     READ RUNCTL-FILE
076000         INVALID KEY
076100             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
076200             MOVE SPACES TO RUNCTL-RECORD
076300             MOVE ZERO   TO RUN-ATTEMPT-COUNT
076400     END-READ.
076500     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
076600     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
076700     MOVE 'S'               TO RUN-STATUS.
076800     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
076900     MOVE ZERO              TO RUN-END-TIME
077000                               RUN-COND-CODE
077100                               RUN-RECS-READ
077200                               RUN-RECS-WRITTEN
077300                               RUN-RECS-EXCEPTED.
077400     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
077500         MOVE ZERO TO RUN-ATTEMPT-COUNT
077600     END-IF.
077700     IF RUN-ATTEMPT-COUNT < 99
077800         ADD 1 TO RUN-ATTEMPT-COUNT
077900     END-IF.
078000     MOVE SPACES            TO RUN-REFUSED-FOR.
078100     IF WS-RUN-IS-REFUSED
078200         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
078300     END-IF.
078400     IF WS-RUN-REC-WAS-FOUND
078500         REWRITE RUNCTL-RECORD
078600     ELSE
078700         WRITE RUNCTL-RECORD
078800     END-IF.
078900     CLOSE RUNCTL-FILE.
079000 0800-CHECK-RUN-CONTROL-EXIT.
079100     EXIT.
079200*
079300*===========================================================*
079400* 9800-RECORD-RUN-END                                        *
079500*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
079600*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
079700*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
079800*     CODE IS FINAL.                                         *
079900*===========================================================*
080000 9800-RECORD-RUN-END.
080100     IF NOT WS-RUN-LEDGER-IS-USABLE
080200         GO TO 9800-RECORD-RUN-END-EXIT
080300     END-IF.
080400     OPEN I-O RUNCTL-FILE.
080500     IF WS-RUNCTL-STATUS NOT = "00"
080600         DISPLAY "NWOPINQ: NWRUNCTL COULD NOT BE REOPENED - "
080700             "FILE STATUS " WS-RUNCTL-STATUS
080800             " - RUN END NOT RECORDED."
080900         GO TO 9800-RECORD-RUN-END-EXIT
081000     END-IF.
081100     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
081200     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
081300     READ RUNCTL-FILE
081400         INVALID KEY
081500             DISPLAY "NWOPINQ: NWRUNCTL RECORD FOR THIS RUN IS "
081600                 "MISSING - RUN END NOT RECORDED."
081700             CLOSE RUNCTL-FILE
081800             GO TO 9800-RECORD-RUN-END-EXIT
081900     END-READ.
082000     ACCEPT RUN-END-TIME FROM TIME.
082100     MOVE RETURN-CODE TO RUN-COND-CODE.
082200     EVALUATE TRUE
082300         WHEN WS-RUN-IS-REFUSED
082400             MOVE 'R' TO RUN-STATUS
082500         WHEN WS-RUN-HAD-NO-WORK
082600             MOVE 'N' TO RUN-STATUS
082700         WHEN RETURN-CODE = ZERO
082800             MOVE 'C' TO RUN-STATUS
082900         WHEN RETURN-CODE = 4
083000             MOVE 'W' TO RUN-STATUS
083100         WHEN OTHER
083200             MOVE 'F' TO RUN-STATUS
083300     END-EVALUATE.
083400     MOVE WS-SESS-COUNT          TO RUN-RECS-READ.
083500     MOVE WS-HIST-LINE-COUNT     TO RUN-RECS-WRITTEN.
083600     MOVE ZERO                   TO RUN-RECS-EXCEPTED.
083700     REWRITE RUNCTL-RECORD.
083800     CLOSE RUNCTL-FILE.
083900 9800-RECORD-RUN-END-EXIT.
084000     EXIT.
