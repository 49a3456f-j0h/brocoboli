000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NWSDMNT.
000300 AUTHOR.        R ALLAN.
000400 INSTALLATION.  SHIFT-READINESS TRAINING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                               *
001200* 2026-10-15 RA    ORIGINAL SESSION DIRECTORY MAINTENANCE -  *
001300*                  POSTS EVERY NWLOG RECORD ON NWLOGIN TO    *
001400*                  THE INDEXED NWSESDIR DIRECTORY (CPYSDR01) *
001500*                  KEYED BY OPERATOR, DATE AND TIME, SAYING  *
001600*                  WHICH FILE THE SESSION LIVES IN AND       *
001700*                  CARRYING ITS OUTCOME, GUESS COUNT AND     *
001800*                  VOID SWITCH. NIGHTLY IT POSTS THE LIVE    *
001900*                  NWLOG; THE SDCCARD CARD (CPYSDC01) ASKS   *
002000*                  FOR A FULL REBUILD ('R' EMPTIES THE       *
002100*                  DIRECTORY AND POSTS THE LIVE NWLOG, THEN  *
002200*                  ONE 'A' STEP POSTS EACH ARCHIVE           *
002300*                  GENERATION). AN ENTRY ALREADY ON FILE IS  *
002400*                  REWRITTEN ONLY WHEN IT NO LONGER MATCHES  *
002500*                  THE FILE BEING POSTED. RC=4 WHEN A RECORD *
002600*                  HAD NO USABLE KEY AND WAS NOT POSTED;     *
002700*                  RC=8 WHEN THE CARD IS INVALID, A FILE     *
002800*                  COULD NOT BE OPENED OR A DIRECTORY WRITE  *
002900*                  FAILED. THE RUN IS RECORDED ON THE        *
003000*                  NWRUNCTL LEDGER.                          *
003100*-----------------------------------------------------------*
003110* 2026-10-15 RA    A NIGHTLY OR ARCHIVE RUN NO LONGER        *
003120*                  CREATES A MISSING NWSESDIR; IT STOPS AT   *
003130*                  RC=8 ASKING FOR NWSDRBLD TO BE RUN FIRST. *
003140*-----------------------------------------------------------*
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
003600 OBJECT-COMPUTER.  IBM-370.
003700*
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT SDCCARD-FILE ASSIGN TO SDCCARD
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-SDCCARD-STATUS.
004300     SELECT LOGIN-FILE ASSIGN TO NWLOGIN
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-LOGIN-STATUS.
004600     SELECT SESDIR-FILE ASSIGN TO NWSESDIR
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS SDR-KEY
005000         FILE STATUS IS WS-SESDIR-STATUS.
005100     SELECT SDMRPT-FILE ASSIGN TO NWSDMRPT
005200         ORGANIZATION IS SEQUENTIAL.
005300     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS RUN-KEY
005700         FILE STATUS IS WS-RUNCTL-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100*
006200 FD  SDCCARD-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  SDC-RECORD.
006700     COPY CPYSDC01.
006800*
006900 FD  LOGIN-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 535 CHARACTERS.
007300 01  LOG-RECORD.
007400     COPY CPYLOG01.
007500*
007600 FD  SESDIR-FILE
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  SESDIR-RECORD.
007900     COPY CPYSDR01.
008000*
008100 FD  SDMRPT-FILE
008200     RECORDING MODE IS F
008300     LABEL RECORDS ARE STANDARD
008400     RECORD CONTAINS 133 CHARACTERS.
008500 01  SDMRPT-RECORD          PIC X(133).
008600*
008700 FD  RUNCTL-FILE
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  RUNCTL-RECORD.
009000     COPY CPYRUN01.
009100*
009200 WORKING-STORAGE SECTION.
009300*
009400 77  WS-SDCCARD-STATUS       PIC X(02) VALUE "00".
009500 77  WS-LOGIN-STATUS         PIC X(02) VALUE "00".
009600 77  WS-SESDIR-STATUS        PIC X(02) VALUE "00".
009700*
009800 77  WS-LOG-EOF-SW           PIC X(01) VALUE 'N'.
009900     88  WS-LOG-AT-END              VALUE 'Y'.
010000 77  WS-ENTRY-FOUND-SW       PIC X(01) VALUE 'N'.
010100     88  WS-ENTRY-WAS-FOUND         VALUE 'Y'.
010200*
010300*-----------------------------------------------------------*
010400* RUN MODE FROM THE SDCCARD CARD - NIGHTLY WHEN THERE IS NO  *
010500* CARD. THE SOURCE AND ARCHIVE DATE ARE WHAT EVERY ENTRY     *
010600* POSTED IN THIS RUN IS GIVEN.                               *
010700*-----------------------------------------------------------*
010800 77  WS-SDM-MODE             PIC X(01) VALUE 'N'.
010900     88  WS-SDM-IS-NIGHTLY          VALUE 'N'.
011000     88  WS-SDM-IS-REBUILD          VALUE 'R'.
011100     88  WS-SDM-IS-ARCHIVE          VALUE 'A'.
011200 77  WS-SDM-SOURCE           PIC X(01) VALUE 'L'.
011300 77  WS-SDM-ARCHIVE-DATE     PIC 9(06) VALUE ZERO.
011400 77  WS-CARD-ERROR-SW        PIC X(01) VALUE 'N'.
011500     88  WS-CARD-IS-INVALID         VALUE 'Y'.
011510 77  WS-SESDIR-MISSING-SW    PIC X(01) VALUE 'N'.
011520     88  WS-SESDIR-NOT-BUILT        VALUE 'Y'.
011600*
011700*-----------------------------------------------------------*
011800* THE ENTRY AS IT STOOD BEFORE THIS RUN, FOR THE CHANGED OR  *
011900* ALREADY-CURRENT TEST.                                      *
012000*-----------------------------------------------------------*
012100 01  WS-OLD-ENTRY            PIC X(80).
012200*
012300 77  WS-LOG-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
012400 77  WS-ADDED-COUNT          PIC 9(08) COMP VALUE ZERO.
012500 77  WS-UPDATED-COUNT        PIC 9(08) COMP VALUE ZERO.
012600 77  WS-CURRENT-COUNT        PIC 9(08) COMP VALUE ZERO.
012700 77  WS-NO-KEY-COUNT         PIC 9(08) COMP VALUE ZERO.
012800*
012900 01  WS-RUN-CONTROL.
013000     COPY CPYRUW01.
013100*
013200*-----------------------------------------------------------*
013300* REPORT LINE LAYOUTS                                        *
013400*-----------------------------------------------------------*
013500 01  WS-HEADING-LINE-1       PIC X(133) VALUE
013600     "NUMBERWANG SESSION DIRECTORY MAINTENANCE - NWLOG POSTED TO N
013700-    "WSESDIR".
013800 01  WS-MODE-LINE.
013900     05  ML-TEXT             PIC X(60).
014000     05  ML-DATE             PIC 9(06).
014100     05  FILLER              PIC X(67).
014200 01  WS-TOTAL-LINE.
014300     05  TL-LABEL            PIC X(48).
014400     05  FILLER              PIC X(02).
014500     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
014600     05  FILLER              PIC X(72).
014700 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
014800 01  WS-BAD-MODE-LINE        PIC X(133) VALUE
014900     "THE SDCCARD MODE IS NOT N, R OR A - NOTHING WAS POSTED.".
015000 01  WS-BAD-DATE-LINE        PIC X(133) VALUE
015100     "AN ARCHIVE RUN MUST GIVE ITS GENERATION CUT DATE (YYMMDD) IN
015200-    " COLUMNS 2-7 - NOTHING WAS POSTED.".
015300 01  WS-NO-FILE-LINE         PIC X(133) VALUE
015400     "NWLOGIN OR NWSESDIR COULD NOT BE OPENED - NOTHING WAS POSTED
015500-    ". SEE CONSOLE LOG.".
015510 01  WS-NOT-BUILT-LINE       PIC X(133) VALUE
015520     "NWSESDIR NOT BUILT - RUN NWSDRBLD FIRST. NOTHING WAS POSTED
015530-    ".".
015600 01  WS-WRITE-FAIL-LINE      PIC X(133) VALUE
015700     "A DIRECTORY WRITE FAILED AND THE RUN STOPPED - RERUN AFTER T
015800-    "HE CAUSE IS CLEARED. SEE CONSOLE LOG.".
015900*
016000 PROCEDURE DIVISION.
016100*
016200*===========================================================*
016300* 0000-MAINLINE                                              *
016400*===========================================================*
016500 0000-MAINLINE.
016600     OPEN OUTPUT SDMRPT-FILE.
016700     WRITE SDMRPT-RECORD FROM WS-HEADING-LINE-1.
016800     WRITE SDMRPT-RECORD FROM WS-BLANK-LINE.
016900*
017000     PERFORM 0800-CHECK-RUN-CONTROL
017100         THRU 0800-CHECK-RUN-CONTROL-EXIT.
017200*
017300     PERFORM 0100-READ-RUN-CARD
017400         THRU 0100-READ-RUN-CARD-EXIT.
017500     IF WS-CARD-IS-INVALID
017600         MOVE 8 TO RETURN-CODE
017700         GO TO 0000-MAINLINE-WRAP-UP
017800     END-IF.
017900     WRITE SDMRPT-RECORD FROM WS-MODE-LINE.
018000     WRITE SDMRPT-RECORD FROM WS-BLANK-LINE.
018100*
018200     PERFORM 1000-OPEN-FILES
018300         THRU 1000-OPEN-FILES-EXIT.
018400     IF RETURN-CODE = 8
018410         IF WS-SESDIR-NOT-BUILT
018420             WRITE SDMRPT-RECORD FROM WS-NOT-BUILT-LINE
018430         ELSE
018500             WRITE SDMRPT-RECORD FROM WS-NO-FILE-LINE
018510         END-IF
018600         GO TO 0000-MAINLINE-WRAP-UP
018700     END-IF.
018800*
018900     PERFORM 2100-READ-LOG-RECORD
019000         THRU 2100-READ-LOG-RECORD-EXIT.
019100     PERFORM 2200-POST-ONE-SESSION
019200         THRU 2200-POST-ONE-SESSION-EXIT
019300         UNTIL WS-LOG-AT-END.
019400     CLOSE LOGIN-FILE SESDIR-FILE.
019500     IF RETURN-CODE = 8
019600         WRITE SDMRPT-RECORD FROM WS-WRITE-FAIL-LINE
019700     END-IF.
019800*
019900     PERFORM 8000-PRINT-TOTALS
020000         THRU 8000-PRINT-TOTALS-EXIT.
020100     IF WS-NO-KEY-COUNT > ZERO
020200         AND RETURN-CODE < 4
020300         MOVE 4 TO RETURN-CODE
020400     END-IF.
020500 0000-MAINLINE-WRAP-UP.
020600     CLOSE SDMRPT-FILE.
020700     PERFORM 9800-RECORD-RUN-END
020800         THRU 9800-RECORD-RUN-END-EXIT.
020900     STOP RUN.
021000*
021100*===========================================================*
021200* 0100-READ-RUN-CARD                                         *
021300*     READS THE OPTIONAL SDCCARD CARD AND SETS THE SOURCE    *
021400*     EVERY POSTED ENTRY IS GIVEN - THE LIVE NWLOG FOR A     *
021500*     NIGHTLY OR REBUILD RUN, THE NAMED ARCHIVE GENERATION   *
021600*     FOR AN ARCHIVE RUN. NO CARD MEANS THE NIGHTLY RUN.     *
021700*===========================================================*
021800 0100-READ-RUN-CARD.
021900     MOVE 'N' TO WS-SDM-MODE.
022000     OPEN INPUT SDCCARD-FILE.
022100     IF WS-SDCCARD-STATUS = "00"
022200         READ SDCCARD-FILE
022300             AT END
022400                 CONTINUE
022500             NOT AT END
022600                 EVALUATE TRUE
022700                     WHEN SDC-MODE-IS-NIGHTLY
022800                         MOVE 'N' TO WS-SDM-MODE
022900                     WHEN SDC-MODE-IS-REBUILD
023000                         MOVE 'R' TO WS-SDM-MODE
023100                     WHEN SDC-MODE-IS-ARCHIVE
023200                         MOVE 'A' TO WS-SDM-MODE
023300                         IF SDC-ARCHIVE-DATE IS NUMERIC
023400                             MOVE SDC-ARCHIVE-DATE
023500                                 TO WS-SDM-ARCHIVE-DATE
023600                         END-IF
023700                     WHEN OTHER
023800                         MOVE 'Y' TO WS-CARD-ERROR-SW
023900                         WRITE SDMRPT-RECORD
024000                             FROM WS-BAD-MODE-LINE
024100                 END-EVALUATE
024200         END-READ
024300         CLOSE SDCCARD-FILE
024400     END-IF.
024500     IF WS-CARD-IS-INVALID
024600         GO TO 0100-READ-RUN-CARD-EXIT
024700     END-IF.
024800*
024900     MOVE SPACES TO WS-MODE-LINE.
025000     EVALUATE TRUE
025100         WHEN WS-SDM-IS-NIGHTLY
025200             MOVE 'L'  TO WS-SDM-SOURCE
025300             MOVE ZERO TO WS-SDM-ARCHIVE-DATE
025400             MOVE "NIGHTLY RUN - THE LIVE NWLOG IS POSTED"
025500                 TO ML-TEXT
025600         WHEN WS-SDM-IS-REBUILD
025700             MOVE 'L'  TO WS-SDM-SOURCE
025800             MOVE ZERO TO WS-SDM-ARCHIVE-DATE
025900             MOVE "FULL REBUILD - DIRECTORY EMPTIED, LIVE NWLOG PO
026000-    "STED"
026100                 TO ML-TEXT
026200         WHEN WS-SDM-IS-ARCHIVE
026300             MOVE 'A'  TO WS-SDM-SOURCE
026400             MOVE "ARCHIVE RUN - LOG.ARCHIVE GENERATION POSTED, CU
026500-    "T ON"
026600                 TO ML-TEXT
026700             MOVE WS-SDM-ARCHIVE-DATE TO ML-DATE
026800             IF WS-SDM-ARCHIVE-DATE = ZERO
026900                 MOVE 'Y' TO WS-CARD-ERROR-SW
027000                 WRITE SDMRPT-RECORD FROM WS-BAD-DATE-LINE
027100             END-IF
027200     END-EVALUATE.
027300 0100-READ-RUN-CARD-EXIT.
027400     EXIT.
027500*
027600*===========================================================*
027700* 1000-OPEN-FILES                                            *
027800*     OPENS THE NWLOGIN INPUT AND THE DIRECTORY. A REBUILD   *
027900*     FIRST EMPTIES THE DIRECTORY, CREATING IT IF NEED BE. A *
028000*     NIGHTLY OR ARCHIVE RUN NEVER CREATES IT - POSTING LIVE *
028010*     SESSIONS ALONE TO A NEW DIRECTORY WOULD HIDE EVERY     *
028020*     ARCHIVED SESSION FROM NWEXTR - SO A DIRECTORY NOT YET  *
028030*     BUILT STOPS THE RUN AT RC=8 UNTIL NWSDRBLD HAS RUN.    *
028100*===========================================================*
028200 1000-OPEN-FILES.
028300     OPEN INPUT LOGIN-FILE.
028400     IF WS-LOGIN-STATUS NOT = "00"
028500         DISPLAY "NWSDMNT: NWLOGIN COULD NOT BE OPENED - "
028600             "FILE STATUS " WS-LOGIN-STATUS
028700         MOVE 8 TO RETURN-CODE
028800         GO TO 1000-OPEN-FILES-EXIT
028900     END-IF.
029000     IF WS-SDM-IS-REBUILD
029100         OPEN OUTPUT SESDIR-FILE
029200         IF WS-SESDIR-STATUS NOT = "00"
029300             DISPLAY "NWSDMNT: NWSESDIR COULD NOT BE EMPTIED - "
029400                 "FILE STATUS " WS-SESDIR-STATUS
029500             CLOSE LOGIN-FILE
029600             MOVE 8 TO RETURN-CODE
029700             GO TO 1000-OPEN-FILES-EXIT
029800         END-IF
029900         CLOSE SESDIR-FILE
030000     END-IF.
030100     OPEN I-O SESDIR-FILE.
030200     IF WS-SESDIR-STATUS = "35"
030300         DISPLAY "NWSDMNT: NWSESDIR HAS NOT BEEN BUILT - RUN "
030400             "NWSDRBLD FIRST. NOTHING WAS POSTED."
030500         MOVE 'Y' TO WS-SESDIR-MISSING-SW
030600         CLOSE LOGIN-FILE
030610         MOVE 8 TO RETURN-CODE
030620         GO TO 1000-OPEN-FILES-EXIT
030630     END-IF.
030700     IF WS-SESDIR-STATUS NOT = "00"
030800         DISPLAY "NWSDMNT: NWSESDIR COULD NOT BE OPENED - "
030900             "FILE STATUS " WS-SESDIR-STATUS
031000         CLOSE LOGIN-FILE
031100         MOVE 8 TO RETURN-CODE
031200     END-IF.
031300 1000-OPEN-FILES-EXIT.
031400     EXIT.
031500*
031600*===========================================================*
031700* 2100-READ-LOG-RECORD                                       *
031800*     READS THE NEXT NWLOGIN RECORD.                         *
031900*===========================================================*
032000 2100-READ-LOG-RECORD.
032100     READ LOGIN-FILE
032200         AT END
032300             MOVE 'Y' TO WS-LOG-EOF-SW
032400         NOT AT END
032500             ADD 1 TO WS-LOG-READ-COUNT
032600     END-READ.
032700     IF WS-LOGIN-STATUS NOT = "00" AND WS-LOGIN-STATUS NOT = "10"
032800         MOVE 'Y' TO WS-LOG-EOF-SW
032900     END-IF.
033000 2100-READ-LOG-RECORD-EXIT.
033100     EXIT.
033200*
033300*===========================================================*
033400* 2200-POST-ONE-SESSION                                      *
033500*     POSTS ONE NWLOG RECORD. A RECORD WITH A BLANK OPERATOR *
033600*     OR AN UNREADABLE DATE OR TIME HAS NO KEY AND IS ONLY   *
033700*     COUNTED. A NEW SESSION IS ADDED; AN ENTRY ALREADY ON   *
033800*     FILE IS REWRITTEN TO MATCH THE FILE BEING POSTED (A    *
033900*     VOID, OR AN ENTRY LEFT POINTING AT AN ARCHIVE WHOSE    *
034000*     COPY-BACK NEVER RAN) OR COUNTED AS ALREADY CURRENT.    *
034100*===========================================================*
034200 2200-POST-ONE-SESSION.
034300     IF LOG-OPERATOR-ID = SPACES
034400         OR LOG-DATE IS NOT NUMERIC
034500         OR LOG-TIME IS NOT NUMERIC
034600         ADD 1 TO WS-NO-KEY-COUNT
034700         GO TO 2200-POST-ONE-SESSION-NEXT
034800     END-IF.
034900     MOVE LOG-OPERATOR-ID TO SDR-OPERATOR-ID.
035000     MOVE LOG-DATE        TO SDR-DATE.
035100     MOVE LOG-TIME        TO SDR-TIME.
035200     MOVE 'Y' TO WS-ENTRY-FOUND-SW.
035300     READ SESDIR-FILE
035400         INVALID KEY
035500             MOVE 'N' TO WS-ENTRY-FOUND-SW
035600     END-READ.
035700     IF WS-ENTRY-WAS-FOUND
035800         MOVE SESDIR-RECORD TO WS-OLD-ENTRY
035900     ELSE
036000         MOVE SPACES          TO SESDIR-RECORD
036100         MOVE LOG-OPERATOR-ID TO SDR-OPERATOR-ID
036200         MOVE LOG-DATE        TO SDR-DATE
036300         MOVE LOG-TIME        TO SDR-TIME
036400     END-IF.
036500*
036600     MOVE WS-SDM-SOURCE       TO SDR-SOURCE.
036700     MOVE WS-SDM-ARCHIVE-DATE TO SDR-ARCHIVE-DATE.
036800     MOVE LOG-OUTCOME         TO SDR-OUTCOME.
036900     IF LOG-GUESS-COUNT IS NUMERIC
037000         MOVE LOG-GUESS-COUNT TO SDR-GUESS-COUNT
037100     ELSE
037200         MOVE ZERO            TO SDR-GUESS-COUNT
037300     END-IF.
037400     IF LOG-OUTCOME = "VOIDED"
037500         MOVE 'V'   TO SDR-VOID-SW
037600     ELSE
037700         MOVE SPACE TO SDR-VOID-SW
037800     END-IF.
037900*
038000     IF NOT WS-ENTRY-WAS-FOUND
038100         WRITE SESDIR-RECORD
038200             INVALID KEY
038300                 CONTINUE
038400         END-WRITE
038500         ADD 1 TO WS-ADDED-COUNT
038600     ELSE
038700         IF SESDIR-RECORD = WS-OLD-ENTRY
038800             ADD 1 TO WS-CURRENT-COUNT
038900             GO TO 2200-POST-ONE-SESSION-NEXT
039000         END-IF
039100         REWRITE SESDIR-RECORD
039200             INVALID KEY
039300                 CONTINUE
039400         END-REWRITE
039500         ADD 1 TO WS-UPDATED-COUNT
039600     END-IF.
039700     IF WS-SESDIR-STATUS NOT = "00"
039800         DISPLAY "NWSDMNT: NWSESDIR WRITE FAILED FOR "
039900             SDR-OPERATOR-ID " " SDR-DATE " " SDR-TIME
040000             " - FILE STATUS " WS-SESDIR-STATUS
040100         MOVE 8 TO RETURN-CODE
040200         MOVE 'Y' TO WS-LOG-EOF-SW
040300         GO TO 2200-POST-ONE-SESSION-EXIT
040400     END-IF.
040500 2200-POST-ONE-SESSION-NEXT.
040600     PERFORM 2100-READ-LOG-RECORD
040700         THRU 2100-READ-LOG-RECORD-EXIT.
040800 2200-POST-ONE-SESSION-EXIT.
040900     EXIT.
041000*
041100*===========================================================*
041200* 8000-PRINT-TOTALS                                          *
041300*     PRINTS THE RUN TOTALS AT THE FOOT OF THE REPORT.       *
041400*===========================================================*
041500 8000-PRINT-TOTALS.
041600     WRITE SDMRPT-RECORD FROM WS-BLANK-LINE.
041700     MOVE SPACES                TO WS-TOTAL-LINE.
041800     MOVE "NWLOG RECORDS READ"  TO TL-LABEL.
041900     MOVE WS-LOG-READ-COUNT     TO TL-VALUE.
042000     WRITE SDMRPT-RECORD FROM WS-TOTAL-LINE.
042100     MOVE SPACES                TO WS-TOTAL-LINE.
042200     MOVE "DIRECTORY ENTRIES ADDED" TO TL-LABEL.
042300     MOVE WS-ADDED-COUNT        TO TL-VALUE.
042400     WRITE SDMRPT-RECORD FROM WS-TOTAL-LINE.
042500     MOVE SPACES                TO WS-TOTAL-LINE.
042600     MOVE "DIRECTORY ENTRIES UPDATED" TO TL-LABEL.
042700     MOVE WS-UPDATED-COUNT      TO TL-VALUE.
042800     WRITE SDMRPT-RECORD FROM WS-TOTAL-LINE.
042900     MOVE SPACES                TO WS-TOTAL-LINE.
043000     MOVE "DIRECTORY ENTRIES ALREADY CURRENT" TO TL-LABEL.
043100     MOVE WS-CURRENT-COUNT      TO TL-VALUE.
043200     WRITE SDMRPT-RECORD FROM WS-TOTAL-LINE.
043300     MOVE SPACES                TO WS-TOTAL-LINE.
043400     MOVE "RECORDS WITH NO USABLE KEY (NOT POSTED)"
043500         TO TL-LABEL.
043600     MOVE WS-NO-KEY-COUNT       TO TL-VALUE.
043700     WRITE SDMRPT-RECORD FROM WS-TOTAL-LINE.
043800 8000-PRINT-TOTALS-EXIT.
043900     EXIT.
044000*
044100*===========================================================*
044200* 0800-CHECK-RUN-CONTROL                                     *
044300*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
044400*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
044500*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
044600*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
044700*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
044800*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
044900*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
045000*===========================================================*
045100 0800-CHECK-RUN-CONTROL.
045200     MOVE "NWSDMNT"  TO WS-RUN-JOB-NAME.
045300     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
045400     ACCEPT WS-RUN-START-TIME FROM TIME.
045500     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
045600     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
045700         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
045800         COMPUTE WS-RUN-DATE-INTEGER =
045900             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
046000         COMPUTE WS-RUN-DATE-8 =
046100             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
046200         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
046300     END-IF.
046400*
046500     OPEN I-O RUNCTL-FILE.
046600     IF WS-RUNCTL-STATUS = "35"
046700         OPEN OUTPUT RUNCTL-FILE
046800         CLOSE RUNCTL-FILE
046900         OPEN I-O RUNCTL-FILE
047000     END-IF.
047100     IF WS-RUNCTL-STATUS NOT = "00"
047200         DISPLAY "NWSDMNT: NWRUNCTL COULD NOT BE OPENED - "
047300             "FILE STATUS " WS-RUNCTL-STATUS
047400             " - RUN NOT RECORDED ON THE LEDGER."
047500         GO TO 0800-CHECK-RUN-CONTROL-EXIT
047600     END-IF.
047700     MOVE 'Y' TO WS-RUN-LEDGER-SW.
047800*
047900     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
048000     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
048100     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
048200     READ RUNCTL-FILE
048300         INVALID KEY
048400             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
048500             MOVE SPACES TO RUNCTL-RECORD
048600             MOVE ZERO   TO RUN-ATTEMPT-COUNT
048700     END-READ.
048800     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
048900     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
049000     MOVE 'S'               TO RUN-STATUS.
049100     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
049200     MOVE ZERO              TO RUN-END-TIME
049300                               RUN-COND-CODE
049400                               RUN-RECS-READ
049500                               RUN-RECS-WRITTEN
049600                               RUN-RECS-EXCEPTED.
049700     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
049800         MOVE ZERO TO RUN-ATTEMPT-COUNT
049900     END-IF.
050000     IF RUN-ATTEMPT-COUNT < 99
050100         ADD 1 TO RUN-ATTEMPT-COUNT
050200     END-IF.
050300     MOVE SPACES            TO RUN-REFUSED-FOR.
050400     IF WS-RUN-IS-REFUSED
050500         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
050600     END-IF.
050700     IF WS-RUN-REC-WAS-FOUND
050800         REWRITE RUNCTL-RECORD
050900     ELSE
051000         WRITE RUNCTL-RECORD
051100     END-IF.
051200     CLOSE RUNCTL-FILE.
051300 0800-CHECK-RUN-CONTROL-EXIT.
051400     EXIT.
051500*
051600*===========================================================*
051700* 9800-RECORD-RUN-END                                        *
051800*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
051900*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
052000*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
052100*     CODE IS FINAL.                                         *
052200*===========================================================*
052300 9800-RECORD-RUN-END.
052400     IF NOT WS-RUN-LEDGER-IS-USABLE
052500         GO TO 9800-RECORD-RUN-END-EXIT
052600     END-IF.
052700     OPEN I-O RUNCTL-FILE.
052800     IF WS-RUNCTL-STATUS NOT = "00"
052900         DISPLAY "NWSDMNT: NWRUNCTL COULD NOT BE REOPENED - "
053000             "FILE STATUS " WS-RUNCTL-STATUS
053100             " - RUN END NOT RECORDED."
053200         GO TO 9800-RECORD-RUN-END-EXIT
053300     END-IF.
053400     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
053500     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
053600     READ RUNCTL-FILE
053700         INVALID KEY
053800             DISPLAY "NWSDMNT: NWRUNCTL RECORD FOR THIS RUN "
053900                 "IS MISSING - RUN END NOT RECORDED."
054000             CLOSE RUNCTL-FILE
054100             GO TO 9800-RECORD-RUN-END-EXIT
054200     END-READ.
054300     ACCEPT RUN-END-TIME FROM TIME.
054400     MOVE RETURN-CODE TO RUN-COND-CODE.
054500     EVALUATE TRUE
054600         WHEN WS-RUN-IS-REFUSED
054700             MOVE 'R' TO RUN-STATUS
054800         WHEN WS-RUN-HAD-NO-WORK
054900             MOVE 'N' TO RUN-STATUS
055000         WHEN RETURN-CODE = ZERO
055100             MOVE 'C' TO RUN-STATUS
055200         WHEN RETURN-CODE = 4
055300             MOVE 'W' TO RUN-STATUS
055400         WHEN OTHER
055500             MOVE 'F' TO RUN-STATUS
055600     END-EVALUATE.
055700     MOVE WS-LOG-READ-COUNT      TO RUN-RECS-READ.
055800     COMPUTE RUN-RECS-WRITTEN =
055900         WS-ADDED-COUNT
056000       + WS-UPDATED-COUNT.
056100     MOVE WS-NO-KEY-COUNT        TO RUN-RECS-EXCEPTED.
056200     REWRITE RUNCTL-RECORD.
056300     CLOSE RUNCTL-FILE.
056400 9800-RECORD-RUN-END-EXIT.
056500     EXIT.
