000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NWFIXFF.
000300 AUTHOR.        R ALLAN.
000400 INSTALLATION.  SHIFT-READINESS TRAINING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                               *
001200* 2026-10-15 RA    ORIGINAL END-OF-WEEK DUEL-LEAGUE FORFEIT  *
001300*                  RUN - SETTLES EVERY NWFIXT FIXTURE STILL  *
001400*                  OPEN AT THE END OF ITS LEAGUE WEEK. A     *
001500*                  SIDE THAT TURNED UP THAT WEEK (A GAME OR  *
001600*                  PRACTICE SESSION ON NWLOG) WINS BY        *
001700*                  FORFEIT OVER ONE THAT DID NOT; WHEN BOTH  *
001800*                  OR NEITHER TURNED UP IT IS A DOUBLE       *
001900*                  FORFEIT. THE RUN IS RECORDED ON THE       *
002000*                  NWRUNCTL LEDGER.                          *
002100*-----------------------------------------------------------*
002110* 2026-10-15 RA    NWFIXT NOT OPENING FOR UPDATE NOW ENDS    *
002120*                  THE RUN RC=8 WITH A REPORT LINE, AS THE   *
002130*                  OTHER OPEN FAILURES DO, INSTEAD OF RC=4.  *
002140*-----------------------------------------------------------*
002200*
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
002600 OBJECT-COMPUTER.  IBM-370.
002700*
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT FFCCARD-FILE ASSIGN TO FFCCARD
003100         ORGANIZATION IS SEQUENTIAL
003200         FILE STATUS IS WS-FFCCARD-STATUS.
003300     SELECT LOG-FILE ASSIGN TO NWLOG
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-LOG-STATUS.
003600     SELECT FIXT-FILE ASSIGN TO NWFIXT
003700         ORGANIZATION IS INDEXED
003800         ACCESS MODE IS SEQUENTIAL
003900         RECORD KEY IS FIX-KEY
004000         FILE STATUS IS WS-FIXT-STATUS.
004100     SELECT FFRPT-FILE ASSIGN TO NWFIXFR
004200         ORGANIZATION IS SEQUENTIAL.
004300     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS RUN-KEY
004700         FILE STATUS IS WS-RUNCTL-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100*
005200 FD  FFCCARD-FILE
005300     RECORDING MODE IS F
005400     LABEL RECORDS ARE STANDARD
005500     RECORD CONTAINS 80 CHARACTERS.
005600 01  FFCCARD-RECORD.
005700     COPY CPYFFC01.
005800*
005900 FD  LOG-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 535 CHARACTERS.
006300 01  LOG-RECORD.
006400     COPY CPYLOG01.
006500*
006600 FD  FIXT-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  FIXT-RECORD.
006900     COPY CPYFIX01.
007000*
007100 FD  FFRPT-FILE
007200     RECORDING MODE IS F
007300     LABEL RECORDS ARE STANDARD
007400     RECORD CONTAINS 133 CHARACTERS.
007500 01  FFRPT-RECORD           PIC X(133).
007600*
007700 FD  RUNCTL-FILE
007800     RECORD CONTAINS 80 CHARACTERS.
007900 01  RUNCTL-RECORD.
008000     COPY CPYRUN01.
008100*
008200 WORKING-STORAGE SECTION.
008300*
008400 77  WS-FFCCARD-STATUS       PIC X(02) VALUE "00".
008500 77  WS-LOG-STATUS           PIC X(02) VALUE "00".
008600 77  WS-FIXT-STATUS          PIC X(02) VALUE "00".
008700 77  WS-LOG-EOF-SW           PIC X(01) VALUE 'N'.
008800     88  WS-LOG-AT-END              VALUE 'Y'.
008900 77  WS-FIXT-EOF-SW          PIC X(01) VALUE 'N'.
009000     88  WS-FIXT-AT-END             VALUE 'Y'.
009100 77  WS-SIDE-1-SW            PIC X(01) VALUE 'N'.
009200     88  WS-SIDE-1-TURNED-UP        VALUE 'Y'.
009300 77  WS-SIDE-2-SW            PIC X(01) VALUE 'N'.
009400     88  WS-SIDE-2-TURNED-UP        VALUE 'Y'.
009500 77  WS-FOUND-SW             PIC X(01) VALUE 'N'.
009600     88  WS-PRESENCE-FOUND          VALUE 'Y'.
009700*
009800*-----------------------------------------------------------*
009900* SETTLEMENT CUT-OFF. EVERY FIXTURE STILL OPEN IN AN EARLIER *
010000* PERIOD, OR IN THE CUT-OFF PERIOD AND DUE IN THE CUT-OFF    *
010100* WEEK OR BEFORE, IS SETTLED. BY DEFAULT THE CUT-OFF IS THE  *
010200* BUSINESS DATE'S PERIOD AND THE LAST LEAGUE WEEK TO HAVE    *
010300* ENDED BY IT (WEEK N ENDS ON DAY 7N; WEEK 5 ENDS WITH THE   *
010400* MONTH, SO IS SETTLED BY THE FIRST RUN OF THE NEXT PERIOD). *
010500*-----------------------------------------------------------*
010600 01  WS-CUT-DATE             PIC 9(06) VALUE ZERO.
010700 01  WS-CUT-DATE-R REDEFINES WS-CUT-DATE.
010800     05  WS-CUT-YY           PIC 9(02).
010900     05  WS-CUT-MM           PIC 9(02).
011000     05  WS-CUT-DD           PIC 9(02).
011100 77  WS-CUT-PERIOD           PIC 9(06) VALUE ZERO.
011200 77  WS-CUT-WEEK             PIC 9(01) VALUE ZERO.
011300 77  WS-LOW-PERIOD           PIC 9(06) VALUE 999999.
011400*
011500*-----------------------------------------------------------*
011600* ATTENDANCE - ONE ENTRY FOR EACH OPERATOR WHO LOGGED A      *
011700* GAME OR PRACTICE SESSION IN A LEAGUE WEEK BEING SETTLED.   *
011800* A FRIENDLY DUEL IS LOGGED LIKE ANY GAME AND COUNTS TOO; A  *
011900* FIXTURE THE PAIR DUELLED IS ALREADY PLAYED, NOT SETTLED.   *
012000*-----------------------------------------------------------*
012100 77  WS-PRS-MAX              PIC S9(4) COMP VALUE 5000.
012200 77  WS-PRS-COUNT            PIC S9(4) COMP VALUE ZERO.
012300 77  WS-PRS-IDX              PIC S9(4) COMP VALUE ZERO.
012400 01  WS-PRESENCE-TABLE.
012500     05  WS-PRS-ENTRY OCCURS 5000 TIMES.
012600         10  WS-PRS-OPERATOR     PIC X(08).
012700         10  WS-PRS-PERIOD       PIC 9(06).
012800         10  WS-PRS-WEEK         PIC 9(01).
012900 01  WS-PRS-KEY.
013000     05  WS-PRS-KEY-OPERATOR PIC X(08).
013100     05  WS-PRS-KEY-PERIOD   PIC 9(06).
013200     05  WS-PRS-KEY-WEEK     PIC 9(01).
013300 01  WS-LOG-DATE-WORK        PIC 9(06) VALUE ZERO.
013400 01  WS-LOG-DATE-WORK-R REDEFINES WS-LOG-DATE-WORK.
013500     05  WS-LOG-YY           PIC 9(02).
013600     05  WS-LOG-MM           PIC 9(02).
013700     05  WS-LOG-DD           PIC 9(02).
013800 77  WS-LOG-PERIOD           PIC 9(06) VALUE ZERO.
013900 77  WS-LOG-WEEK             PIC 9(01) VALUE ZERO.
014000*
014100*-----------------------------------------------------------*
014200* COUNTS FOR THE RUN.                                        *
014300*-----------------------------------------------------------*
014400 77  WS-FIXT-READ-COUNT      PIC 9(06) COMP VALUE ZERO.
014500 77  WS-DUE-COUNT            PIC 9(06) COMP VALUE ZERO.
014600 77  WS-NOT-DUE-COUNT        PIC 9(06) COMP VALUE ZERO.
014700 77  WS-SETTLED-COUNT        PIC 9(06) COMP VALUE ZERO.
014800 77  WS-LOG-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
014900 77  WS-PRESENT-COUNT        PIC 9(06) COMP VALUE ZERO.
015000 77  WS-UNTABLED-COUNT       PIC 9(06) COMP VALUE ZERO.
015100 77  WS-FORFEIT-COUNT        PIC 9(06) COMP VALUE ZERO.
015200 77  WS-SIDE-1-WIN-COUNT     PIC 9(06) COMP VALUE ZERO.
015300 77  WS-SIDE-2-WIN-COUNT     PIC 9(06) COMP VALUE ZERO.
015400 77  WS-DOUBLE-COUNT         PIC 9(06) COMP VALUE ZERO.
015500 77  WS-UNSETTLED-COUNT      PIC 9(06) COMP VALUE ZERO.
015600*
015700 01  WS-RUN-CONTROL.
015800     COPY CPYRUW01.
015900*
016000*-----------------------------------------------------------*
016100* REPORT LINE LAYOUTS                                        *
016200*-----------------------------------------------------------*
016300 01  WS-HEADING-LINE-1       PIC X(133) VALUE
016400     "NUMBERWANG DUEL LEAGUE - END-OF-WEEK FORFEITS".
016500 01  WS-CRIT-LINE.
016600     05  FILLER              PIC X(36) VALUE
016700         "OPEN FIXTURES SETTLED UP TO PERIOD ".
016800     05  CR-PERIOD           PIC 9(06).
016900     05  FILLER              PIC X(06) VALUE " WEEK ".
017000     05  CR-WEEK             PIC 9(01).
017100     05  FILLER              PIC X(84) VALUE SPACES.
017200 01  WS-COLUMN-LINE.
017300     05  FILLER              PIC X(46) VALUE
017400         "PERIOD WEEK  SIDE 1    TURNED UP SIDE 2    TUR".
017500     05  FILLER              PIC X(87) VALUE
017600         "NED UP  RESULT".
017700 01  WS-DETAIL-LINE.
017800     05  DL-PERIOD           PIC 9(06).
017900     05  FILLER              PIC X(03).
018000     05  DL-WEEK             PIC 9(01).
018100     05  FILLER              PIC X(03).
018200     05  DL-OPERATOR-1       PIC X(08).
018300     05  FILLER              PIC X(06).
018400     05  DL-PRESENT-1        PIC X(03).
018500     05  FILLER              PIC X(03).
018600     05  DL-OPERATOR-2       PIC X(08).
018700     05  FILLER              PIC X(06).
018800     05  DL-PRESENT-2        PIC X(03).
018900     05  FILLER              PIC X(04).
019000     05  DL-RESULT           PIC X(40).
019100     05  FILLER              PIC X(39).
019200 01  WS-TOTAL-LINE.
019300     05  TL-LABEL            PIC X(40).
019400     05  FILLER              PIC X(02).
019500     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
019600     05  FILLER              PIC X(80).
019700 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
019800 01  WS-NO-FIXT-LINE         PIC X(133) VALUE
019900     "NWFIXT COULD NOT BE OPENED - NO FIXTURES SETTLED. SEE CONSOL
020000-    "E LOG.".
020100 01  WS-NONE-DUE-LINE        PIC X(133) VALUE
020200     "NO OPEN FIXTURES ARE DUE FOR SETTLEMENT - NOTHING TO DO.".
020300 01  WS-NO-LOG-LINE          PIC X(133) VALUE
020400     "NWLOG COULD NOT BE OPENED - ATTENDANCE NOT KNOWN, NO FIXTURE
020500-    "S FORFEITED. SEE CONSOLE LOG.".
020600 01  WS-PRS-FULL-LINE        PIC X(133) VALUE
020700     "THE ATTENDANCE TABLE FILLED - ATTENDANCE INCOMPLETE, NO FIXT
020800-    "URES FORFEITED. SEE THE TOTALS.".
020900*
021000 PROCEDURE DIVISION.
021100*
021200*===========================================================*
021300* 0000-MAINLINE                                              *
021400*===========================================================*
021500 0000-MAINLINE.
021600     OPEN OUTPUT FFRPT-FILE.
021700     WRITE FFRPT-RECORD FROM WS-HEADING-LINE-1.
021800*
021900     PERFORM 0800-CHECK-RUN-CONTROL
022000         THRU 0800-CHECK-RUN-CONTROL-EXIT.
022100     PERFORM 0100-READ-FORFEIT-CARD
022200         THRU 0100-READ-FORFEIT-CARD-EXIT.
022300     MOVE WS-CUT-PERIOD TO CR-PERIOD.
022400     MOVE WS-CUT-WEEK   TO CR-WEEK.
022500     WRITE FFRPT-RECORD FROM WS-CRIT-LINE.
022600     WRITE FFRPT-RECORD FROM WS-BLANK-LINE.
022700*
022800     PERFORM 1000-FIND-DUE-FIXTURES
022900         THRU 1000-FIND-DUE-FIXTURES-EXIT.
023000     IF WS-FIXT-STATUS NOT = "00" AND WS-FIXT-STATUS NOT = "10"
023100         WRITE FFRPT-RECORD FROM WS-NO-FIXT-LINE
023200         MOVE 8 TO RETURN-CODE
023300         GO TO 0000-MAINLINE-WRAP-UP
023400     END-IF.
023500     IF WS-DUE-COUNT = ZERO
023600         WRITE FFRPT-RECORD FROM WS-NONE-DUE-LINE
023700         WRITE FFRPT-RECORD FROM WS-BLANK-LINE
023800         PERFORM 8000-PRINT-TOTALS
023900             THRU 8000-PRINT-TOTALS-EXIT
024000         MOVE 'Y' TO WS-RUN-NO-WORK-SW
024100         GO TO 0000-MAINLINE-WRAP-UP
024200     END-IF.
024300*
024400     PERFORM 2000-LOAD-ATTENDANCE
024500         THRU 2000-LOAD-ATTENDANCE-EXIT.
024600     IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "10"
024700         WRITE FFRPT-RECORD FROM WS-NO-LOG-LINE
024800         MOVE WS-DUE-COUNT TO WS-UNSETTLED-COUNT
024900         MOVE 8 TO RETURN-CODE
025000         GO TO 0000-MAINLINE-WRAP-UP
025100     END-IF.
025200     IF WS-UNTABLED-COUNT > ZERO
025300         WRITE FFRPT-RECORD FROM WS-PRS-FULL-LINE
025400         WRITE FFRPT-RECORD FROM WS-BLANK-LINE
025500         MOVE WS-DUE-COUNT TO WS-UNSETTLED-COUNT
025600         PERFORM 8000-PRINT-TOTALS
025700             THRU 8000-PRINT-TOTALS-EXIT
025800         MOVE 8 TO RETURN-CODE
025900         GO TO 0000-MAINLINE-WRAP-UP
026000     END-IF.
026100*
026200     WRITE FFRPT-RECORD FROM WS-COLUMN-LINE.
026300     WRITE FFRPT-RECORD FROM WS-BLANK-LINE.
026400     PERFORM 3000-SETTLE-DUE-FIXTURES
026500         THRU 3000-SETTLE-DUE-FIXTURES-EXIT.
026600     WRITE FFRPT-RECORD FROM WS-BLANK-LINE.
026700     PERFORM 8000-PRINT-TOTALS
026800         THRU 8000-PRINT-TOTALS-EXIT.
026900     IF WS-UNSETTLED-COUNT > ZERO
026910         AND RETURN-CODE < 4
027000         MOVE 4 TO RETURN-CODE
027100     END-IF.
027200*
027300 0000-MAINLINE-WRAP-UP.
027400     CLOSE FFRPT-FILE.
027500     PERFORM 9800-RECORD-RUN-END
027600         THRU 9800-RECORD-RUN-END-EXIT.
027700     STOP RUN.
027800*
027900*===========================================================*
028000* 0100-READ-FORFEIT-CARD                                     *
028100*     SETS THE DEFAULT CUT-OFF FROM THE BUSINESS DATE, THEN  *
028200*     APPLIES THE OPTIONAL FFCCARD CARD WHEN ITS PERIOD IS A *
028300*     VALID YYYYMM AND ITS WEEK IS 1-5. AN INVALID CARD IS   *
028400*     REPORTED ON THE CONSOLE AND THE DEFAULT IS KEPT.       *
028500*===========================================================*
028600 0100-READ-FORFEIT-CARD.
028700     MOVE WS-RUN-BUS-DATE TO WS-CUT-DATE.
028800     COMPUTE WS-CUT-PERIOD = 200000 + (WS-CUT-DATE / 100).
028900     COMPUTE WS-CUT-WEEK = WS-CUT-DD / 7.
029000     IF WS-CUT-WEEK > 4
029100         MOVE 4 TO WS-CUT-WEEK
029200     END-IF.
029300     OPEN INPUT FFCCARD-FILE.
029400     IF WS-FFCCARD-STATUS NOT = "00"
029500         GO TO 0100-READ-FORFEIT-CARD-EXIT
029600     END-IF.
029700     READ FFCCARD-FILE
029800         AT END
029900             CLOSE FFCCARD-FILE
030000             GO TO 0100-READ-FORFEIT-CARD-EXIT
030100     END-READ.
030200     CLOSE FFCCARD-FILE.
030300     IF FFC-PERIOD IS NOT NUMERIC
030400         OR FFC-PERIOD = ZERO
030500         GO TO 0100-READ-FORFEIT-CARD-EXIT
030600     END-IF.
030700     IF FFC-PERIOD (5 : 2) < "01"
030800         OR FFC-PERIOD (5 : 2) > "12"
030900         OR FFC-WEEK IS NOT NUMERIC
031000         OR FFC-WEEK < 1
031100         OR FFC-WEEK > 5
031200         DISPLAY "NWFIXFF: FFCCARD PERIOD " FFC-PERIOD
031300             " WEEK " FFC-WEEK " IS NOT VALID - THE WEEKS "
031400             "ENDED BY THE BUSINESS DATE ARE SETTLED."
031500         GO TO 0100-READ-FORFEIT-CARD-EXIT
031600     END-IF.
031700     MOVE FFC-PERIOD TO WS-CUT-PERIOD.
031800     MOVE FFC-WEEK   TO WS-CUT-WEEK.
031900 0100-READ-FORFEIT-CARD-EXIT.
032000     EXIT.
032100*
032200*===========================================================*
032300* 1000-FIND-DUE-FIXTURES                                     *
032400*     READS NWFIXT THROUGH TO COUNT THE OPEN FIXTURES DUE    *
032500*     FOR SETTLEMENT AND FIND THE EARLIEST PERIOD AMONG      *
032600*     THEM, SO THE NWLOG PASS ONLY TABLES THE WEEKS THAT     *
032700*     MATTER. LEAVES WS-FIXT-STATUS SET WHEN THE FILE COULD  *
032800*     NOT BE OPENED.                                         *
032900*===========================================================*
033000 1000-FIND-DUE-FIXTURES.
033100     OPEN INPUT FIXT-FILE.
033200     IF WS-FIXT-STATUS NOT = "00"
033300         DISPLAY "NWFIXFF: NWFIXT COULD NOT BE OPENED - "
033400             "FILE STATUS " WS-FIXT-STATUS
033500         GO TO 1000-FIND-DUE-FIXTURES-EXIT
033600     END-IF.
033700     PERFORM 1100-READ-FIXTURE
033800         THRU 1100-READ-FIXTURE-EXIT.
033900     PERFORM 1200-CHECK-ONE-FIXTURE
034000         THRU 1200-CHECK-ONE-FIXTURE-EXIT
034100         UNTIL WS-FIXT-AT-END.
034200     CLOSE FIXT-FILE.
034300     MOVE "00" TO WS-FIXT-STATUS.
034400 1000-FIND-DUE-FIXTURES-EXIT.
034500     EXIT.
034600*
034700 1100-READ-FIXTURE.
034800     READ FIXT-FILE NEXT RECORD
034900         AT END
035000             MOVE 'Y' TO WS-FIXT-EOF-SW
035100         NOT AT END
035200             ADD 1 TO WS-FIXT-READ-COUNT
035300     END-READ.
035400     IF WS-FIXT-STATUS NOT = "00" AND WS-FIXT-STATUS NOT = "10"
035500         DISPLAY "NWFIXFF: NWFIXT READ FAILED - "
035600             "FILE STATUS " WS-FIXT-STATUS
035700         MOVE 'Y' TO WS-FIXT-EOF-SW
035800     END-IF.
035900 1100-READ-FIXTURE-EXIT.
036000     EXIT.
036100*
036200 1200-CHECK-ONE-FIXTURE.
036300     EVALUATE TRUE
036400         WHEN NOT FIX-IS-OPEN
036500             ADD 1 TO WS-SETTLED-COUNT
036600         WHEN FIX-PERIOD < WS-CUT-PERIOD
036700         WHEN FIX-PERIOD = WS-CUT-PERIOD
036800              AND FIX-WEEK NOT > WS-CUT-WEEK
036900             ADD 1 TO WS-DUE-COUNT
037000             IF FIX-PERIOD < WS-LOW-PERIOD
037100                 MOVE FIX-PERIOD TO WS-LOW-PERIOD
037200             END-IF
037300         WHEN OTHER
037400             ADD 1 TO WS-NOT-DUE-COUNT
037500     END-EVALUATE.
037600     PERFORM 1100-READ-FIXTURE
037700         THRU 1100-READ-FIXTURE-EXIT.
037800 1200-CHECK-ONE-FIXTURE-EXIT.
037900     EXIT.
038000*
038100*===========================================================*
038200* 2000-LOAD-ATTENDANCE                                       *
038300*     READS NWLOG THROUGH AND TABLES WHO TURNED UP IN EACH   *
038400*     LEAGUE WEEK FROM THE EARLIEST DUE PERIOD TO THE        *
038500*     CUT-OFF. A GAME (SOLVED, FAILED OR INCOMPLETE) OR A    *
038600*     PRACTICE SESSION COUNTS; THE BATCH DRIVER'S DECK GAMES *
038700*     AND SIGN-ON FAILURES DO NOT. LEAVES WS-LOG-STATUS SET  *
038800*     WHEN THE FILE COULD NOT BE OPENED.                     *
038900*===========================================================*
039000 2000-LOAD-ATTENDANCE.
039100     OPEN INPUT LOG-FILE.
039200     IF WS-LOG-STATUS NOT = "00"
039300         DISPLAY "NWFIXFF: NWLOG COULD NOT BE OPENED - "
039400             "FILE STATUS " WS-LOG-STATUS
039500         GO TO 2000-LOAD-ATTENDANCE-EXIT
039600     END-IF.
039700     PERFORM 2100-READ-LOG-RECORD
039800         THRU 2100-READ-LOG-RECORD-EXIT.
039900     PERFORM 2200-NOTE-ONE-SESSION
040000         THRU 2200-NOTE-ONE-SESSION-EXIT
040100         UNTIL WS-LOG-AT-END.
040200     CLOSE LOG-FILE.
040300     MOVE "00" TO WS-LOG-STATUS.
040400 2000-LOAD-ATTENDANCE-EXIT.
040500     EXIT.
040600*
040700 2100-READ-LOG-RECORD.
040800     READ LOG-FILE
040900         AT END
041000             MOVE 'Y' TO WS-LOG-EOF-SW
041100         NOT AT END
041200             ADD 1 TO WS-LOG-READ-COUNT
041300     END-READ.
041400     IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "10"
041500         MOVE 'Y' TO WS-LOG-EOF-SW
041600     END-IF.
041700 2100-READ-LOG-RECORD-EXIT.
041800     EXIT.
041900*
042000 2200-NOTE-ONE-SESSION.
042100     IF LOG-DATE IS NOT NUMERIC
042200         OR LOG-OPERATOR-ID = "BATCH"
042300         GO TO 2200-NOTE-ONE-SESSION-NEXT
042400     END-IF.
042500     EVALUATE LOG-OUTCOME
042600         WHEN "SOLVED"
042700         WHEN "FAILED"
042800         WHEN "INCOMPLETE"
042900         WHEN "PRACTICE"
043000             CONTINUE
043100         WHEN OTHER
043200             GO TO 2200-NOTE-ONE-SESSION-NEXT
043300     END-EVALUATE.
043400     MOVE LOG-DATE TO WS-LOG-DATE-WORK.
043500     COMPUTE WS-LOG-PERIOD = 200000 + (WS-LOG-DATE-WORK / 100).
043600     COMPUTE WS-LOG-WEEK = ((WS-LOG-DD - 1) / 7) + 1.
043700     IF WS-LOG-PERIOD < WS-LOW-PERIOD
043800         OR WS-LOG-PERIOD > WS-CUT-PERIOD
043900         GO TO 2200-NOTE-ONE-SESSION-NEXT
044000     END-IF.
044100     IF WS-LOG-PERIOD = WS-CUT-PERIOD
044200         AND WS-LOG-WEEK > WS-CUT-WEEK
044300         GO TO 2200-NOTE-ONE-SESSION-NEXT
044400     END-IF.
044500     MOVE LOG-OPERATOR-ID TO WS-PRS-KEY-OPERATOR.
044600     MOVE WS-LOG-PERIOD   TO WS-PRS-KEY-PERIOD.
044700     MOVE WS-LOG-WEEK     TO WS-PRS-KEY-WEEK.
044800     PERFORM 2500-FIND-PRESENCE
044900         THRU 2500-FIND-PRESENCE-EXIT.
045000     IF WS-PRESENCE-FOUND
045100         GO TO 2200-NOTE-ONE-SESSION-NEXT
045200     END-IF.
045300     IF WS-PRS-COUNT NOT < WS-PRS-MAX
045400         ADD 1 TO WS-UNTABLED-COUNT
045500         GO TO 2200-NOTE-ONE-SESSION-NEXT
045600     END-IF.
045700     ADD 1 TO WS-PRS-COUNT.
045800     MOVE WS-PRS-KEY TO WS-PRS-ENTRY (WS-PRS-COUNT).
045900     ADD 1 TO WS-PRESENT-COUNT.
046000 2200-NOTE-ONE-SESSION-NEXT.
046100     PERFORM 2100-READ-LOG-RECORD
046200         THRU 2100-READ-LOG-RECORD-EXIT.
046300 2200-NOTE-ONE-SESSION-EXIT.
046400     EXIT.
046500*
046600*===========================================================*
046700* 2500-FIND-PRESENCE                                         *
046800*     SETS WS-FOUND-SW WHEN WS-PRS-KEY (OPERATOR, PERIOD AND *
046900*     WEEK) IS ALREADY IN THE ATTENDANCE TABLE.              *
047000*===========================================================*
047100 2500-FIND-PRESENCE.
047200     MOVE 'N' TO WS-FOUND-SW.
047300     PERFORM 2510-CHECK-ONE-PRESENCE
047400         THRU 2510-CHECK-ONE-PRESENCE-EXIT
047500         VARYING WS-PRS-IDX FROM 1 BY 1
047600         UNTIL WS-PRS-IDX > WS-PRS-COUNT
047700            OR WS-PRESENCE-FOUND.
047800 2500-FIND-PRESENCE-EXIT.
047900     EXIT.
048000*
048100 2510-CHECK-ONE-PRESENCE.
048200     IF WS-PRS-ENTRY (WS-PRS-IDX) = WS-PRS-KEY
048300         MOVE 'Y' TO WS-FOUND-SW
048400     END-IF.
048500 2510-CHECK-ONE-PRESENCE-EXIT.
048600     EXIT.
048700*
048800*===========================================================*
048900* 3000-SETTLE-DUE-FIXTURES                                   *
049000*     READS NWFIXT THROUGH FOR UPDATE AND FORFEITS EVERY     *
049100*     OPEN FIXTURE THAT IS DUE. A FIXTURE A DUEL SETTLED     *
049200*     SINCE THE FIRST PASS IS NO LONGER OPEN AND IS LEFT     *
049300*     ALONE. IF NWFIXT CANNOT BE OPENED FOR UPDATE NOTHING   *
049310*     IS FORFEITED AND THE RUN ENDS RC=8.                    *
049400*===========================================================*
049500 3000-SETTLE-DUE-FIXTURES.
049600     OPEN I-O FIXT-FILE.
049700     IF WS-FIXT-STATUS NOT = "00"
049800         DISPLAY "NWFIXFF: NWFIXT COULD NOT BE OPENED FOR "
049900             "UPDATE - FILE STATUS " WS-FIXT-STATUS
050000         MOVE WS-DUE-COUNT TO WS-UNSETTLED-COUNT
050010         WRITE FFRPT-RECORD FROM WS-NO-FIXT-LINE
050020         MOVE 8 TO RETURN-CODE
050100         GO TO 3000-SETTLE-DUE-FIXTURES-EXIT
050200     END-IF.
050300     MOVE 'N' TO WS-FIXT-EOF-SW.
050400     PERFORM 1100-READ-FIXTURE
050500         THRU 1100-READ-FIXTURE-EXIT.
050600     PERFORM 3100-SETTLE-ONE-FIXTURE
050700         THRU 3100-SETTLE-ONE-FIXTURE-EXIT
050800         UNTIL WS-FIXT-AT-END.
050900     CLOSE FIXT-FILE.
051000 3000-SETTLE-DUE-FIXTURES-EXIT.
051100     EXIT.
051200*
051300*===========================================================*
051400* 3100-SETTLE-ONE-FIXTURE                                    *
051500*     ONE SIDE TURNED UP IN THE FIXTURE'S WEEK - THAT SIDE   *
051600*     WINS BY FORFEIT. BOTH OR NEITHER - DOUBLE FORFEIT (A   *
051700*     PAIR WHO WERE BOTH ON SHIFT AND DID NOT DUEL BOTH      *
051800*     FAILED TO PLAY).                                       *
051900*===========================================================*
052000 3100-SETTLE-ONE-FIXTURE.
052100     IF NOT FIX-IS-OPEN
052200         GO TO 3100-SETTLE-ONE-FIXTURE-NEXT
052300     END-IF.
052400     IF FIX-PERIOD > WS-CUT-PERIOD
052500         GO TO 3100-SETTLE-ONE-FIXTURE-NEXT
052600     END-IF.
052700     IF FIX-PERIOD = WS-CUT-PERIOD
052800         AND FIX-WEEK > WS-CUT-WEEK
052900         GO TO 3100-SETTLE-ONE-FIXTURE-NEXT
053000     END-IF.
053100     MOVE FIX-PERIOD     TO WS-PRS-KEY-PERIOD.
053200     MOVE FIX-WEEK       TO WS-PRS-KEY-WEEK.
053300     MOVE FIX-OPERATOR-1 TO WS-PRS-KEY-OPERATOR.
053400     PERFORM 2500-FIND-PRESENCE
053500         THRU 2500-FIND-PRESENCE-EXIT.
053600     MOVE WS-FOUND-SW    TO WS-SIDE-1-SW.
053700     MOVE FIX-OPERATOR-2 TO WS-PRS-KEY-OPERATOR.
053800     PERFORM 2500-FIND-PRESENCE
053900         THRU 2500-FIND-PRESENCE-EXIT.
054000     MOVE WS-FOUND-SW    TO WS-SIDE-2-SW.
054100*
054200     MOVE SPACES         TO WS-DETAIL-LINE.
054300     MOVE FIX-PERIOD     TO DL-PERIOD.
054400     MOVE FIX-WEEK       TO DL-WEEK.
054500     MOVE FIX-OPERATOR-1 TO DL-OPERATOR-1.
054600     MOVE FIX-OPERATOR-2 TO DL-OPERATOR-2.
054700     MOVE "NO"           TO DL-PRESENT-1
054800                            DL-PRESENT-2.
054900     IF WS-SIDE-1-TURNED-UP
055000         MOVE "YES"      TO DL-PRESENT-1
055100     END-IF.
055200     IF WS-SIDE-2-TURNED-UP
055300         MOVE "YES"      TO DL-PRESENT-2
055400     END-IF.
055500     MOVE 'F'            TO FIX-STATUS.
055600     EVALUATE TRUE
055700         WHEN WS-SIDE-1-TURNED-UP AND NOT WS-SIDE-2-TURNED-UP
055800             MOVE '1' TO FIX-RESULT
055900             MOVE "SIDE 1 WINS BY FORFEIT" TO DL-RESULT
056000         WHEN WS-SIDE-2-TURNED-UP AND NOT WS-SIDE-1-TURNED-UP
056100             MOVE '2' TO FIX-RESULT
056200             MOVE "SIDE 2 WINS BY FORFEIT" TO DL-RESULT
056300         WHEN OTHER
056400             MOVE 'B' TO FIX-RESULT
056500             MOVE "DOUBLE FORFEIT" TO DL-RESULT
056600     END-EVALUATE.
056700     MOVE ZERO           TO FIX-GUESSES-1
056800                            FIX-GUESSES-2.
056900     ACCEPT FIX-SETTLED-DATE FROM DATE.
057000     ACCEPT FIX-SETTLED-TIME FROM TIME.
057100     REWRITE FIXT-RECORD.
057200     IF WS-FIXT-STATUS NOT = "00"
057300         DISPLAY "NWFIXFF: NWFIXT REWRITE FAILED FOR "
057400             FIX-OPERATOR-1 "/" FIX-OPERATOR-2
057500             " - FILE STATUS " WS-FIXT-STATUS
057600         MOVE "NOT SETTLED - REWRITE FAILED" TO DL-RESULT
057700         ADD 1 TO WS-UNSETTLED-COUNT
057800     ELSE
057900         ADD 1 TO WS-FORFEIT-COUNT
058000         EVALUATE TRUE
058100             WHEN FIX-SIDE-1-WON
058200                 ADD 1 TO WS-SIDE-1-WIN-COUNT
058300             WHEN FIX-SIDE-2-WON
058400                 ADD 1 TO WS-SIDE-2-WIN-COUNT
058500             WHEN OTHER
058600                 ADD 1 TO WS-DOUBLE-COUNT
058700         END-EVALUATE
058800     END-IF.
058900     WRITE FFRPT-RECORD FROM WS-DETAIL-LINE.
059000 3100-SETTLE-ONE-FIXTURE-NEXT.
059100     PERFORM 1100-READ-FIXTURE
059200         THRU 1100-READ-FIXTURE-EXIT.
059300 3100-SETTLE-ONE-FIXTURE-EXIT.
059400     EXIT.
059500*
059600*===========================================================*
059700* 8000-PRINT-TOTALS                                          *
059800*     PRINTS THE RUN TOTALS AT THE FOOT OF THE REPORT.       *
059900*===========================================================*
060000 8000-PRINT-TOTALS.
060100     MOVE SPACES                TO WS-TOTAL-LINE.
060200     MOVE "FIXTURES ALREADY SETTLED" TO TL-LABEL.
060300     MOVE WS-SETTLED-COUNT      TO TL-VALUE.
060400     WRITE FFRPT-RECORD FROM WS-TOTAL-LINE.
060500     MOVE SPACES                TO WS-TOTAL-LINE.
060600     MOVE "OPEN FIXTURES NOT YET DUE" TO TL-LABEL.
060700     MOVE WS-NOT-DUE-COUNT      TO TL-VALUE.
060800     WRITE FFRPT-RECORD FROM WS-TOTAL-LINE.
060900     MOVE SPACES                TO WS-TOTAL-LINE.
061000     MOVE "OPEN FIXTURES DUE" TO TL-LABEL.
061100     MOVE WS-DUE-COUNT          TO TL-VALUE.
061200     WRITE FFRPT-RECORD FROM WS-TOTAL-LINE.
061300     MOVE SPACES                TO WS-TOTAL-LINE.
061400     MOVE "NWLOG RECORDS READ"  TO TL-LABEL.
061500     MOVE WS-LOG-READ-COUNT     TO TL-VALUE.
061600     WRITE FFRPT-RECORD FROM WS-TOTAL-LINE.
061700     MOVE SPACES                TO WS-TOTAL-LINE.
061800     MOVE "OPERATOR-WEEKS TURNED UP" TO TL-LABEL.
061900     MOVE WS-PRESENT-COUNT      TO TL-VALUE.
062000     WRITE FFRPT-RECORD FROM WS-TOTAL-LINE.
062100     MOVE SPACES                TO WS-TOTAL-LINE.
062200     MOVE "  NOT TABLED - ATTENDANCE TABLE FULL" TO TL-LABEL.
062300     MOVE WS-UNTABLED-COUNT     TO TL-VALUE.
062400     WRITE FFRPT-RECORD FROM WS-TOTAL-LINE.
062500     MOVE SPACES                TO WS-TOTAL-LINE.
062600     MOVE "FIXTURES FORFEITED"  TO TL-LABEL.
062700     MOVE WS-FORFEIT-COUNT      TO TL-VALUE.
062800     WRITE FFRPT-RECORD FROM WS-TOTAL-LINE.
062900     MOVE SPACES                TO WS-TOTAL-LINE.
063000     MOVE "  WON BY SIDE 1"     TO TL-LABEL.
063100     MOVE WS-SIDE-1-WIN-COUNT   TO TL-VALUE.
063200     WRITE FFRPT-RECORD FROM WS-TOTAL-LINE.
063300     MOVE SPACES                TO WS-TOTAL-LINE.
063400     MOVE "  WON BY SIDE 2"     TO TL-LABEL.
063500     MOVE WS-SIDE-2-WIN-COUNT   TO TL-VALUE.
063600     WRITE FFRPT-RECORD FROM WS-TOTAL-LINE.
063700     MOVE SPACES                TO WS-TOTAL-LINE.
063800     MOVE "  DOUBLE FORFEITS"   TO TL-LABEL.
063900     MOVE WS-DOUBLE-COUNT       TO TL-VALUE.
064000     WRITE FFRPT-RECORD FROM WS-TOTAL-LINE.
064100     MOVE SPACES                TO WS-TOTAL-LINE.
064200     MOVE "FIXTURES DUE BUT NOT SETTLED" TO TL-LABEL.
064300     MOVE WS-UNSETTLED-COUNT    TO TL-VALUE.
064400     WRITE FFRPT-RECORD FROM WS-TOTAL-LINE.
064500 8000-PRINT-TOTALS-EXIT.
064600     EXIT.
064700*
064800*===========================================================*
064900* 0800-CHECK-RUN-CONTROL                                     *
065000*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
065100*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
065200*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
065300*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
065400*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
065500*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
065600*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
065700*===========================================================*
065800 0800-CHECK-RUN-CONTROL.
065900     MOVE "NWFIXFF"  TO WS-RUN-JOB-NAME.
066000     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
066100     ACCEPT WS-RUN-START-TIME FROM TIME.
066200     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
066300     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
066400         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
066500         COMPUTE WS-RUN-DATE-INTEGER =
066600             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
066700         COMPUTE WS-RUN-DATE-8 =
066800             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
066900         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
067000     END-IF.
067100*
067200     OPEN I-O RUNCTL-FILE.
067300     IF WS-RUNCTL-STATUS = "35"
067400         OPEN OUTPUT RUNCTL-FILE
067500         CLOSE RUNCTL-FILE
067600         OPEN I-O RUNCTL-FILE
067700     END-IF.
067800     IF WS-RUNCTL-STATUS NOT = "00"
067900         DISPLAY "NWFIXFF: NWRUNCTL COULD NOT BE OPENED - "
068000             "FILE STATUS " WS-RUNCTL-STATUS
068100             " - RUN NOT RECORDED ON THE LEDGER."
068200         GO TO 0800-CHECK-RUN-CONTROL-EXIT
068300     END-IF.
068400     MOVE 'Y' TO WS-RUN-LEDGER-SW.
068500*
068600     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
068700     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
068800     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
068900     READ RUNCTL-FILE
069000         INVALID KEY
069100             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
069200             MOVE SPACES TO RUNCTL-RECORD
069300             MOVE ZERO   TO RUN-ATTEMPT-COUNT
069400     END-READ.
069500     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
069600     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
069700     MOVE 'S'               TO RUN-STATUS.
069800     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
069900     MOVE ZERO              TO RUN-END-TIME
070000                               RUN-COND-CODE
070100                               RUN-RECS-READ
070200                               RUN-RECS-WRITTEN
070300                               RUN-RECS-EXCEPTED.
070400     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
070500         MOVE ZERO TO RUN-ATTEMPT-COUNT
070600     END-IF.
070700     IF RUN-ATTEMPT-COUNT < 99
070800         ADD 1 TO RUN-ATTEMPT-COUNT
070900     END-IF.
071000     MOVE SPACES            TO RUN-REFUSED-FOR.
071100     IF WS-RUN-IS-REFUSED
071200         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
071300     END-IF.
071400     IF WS-RUN-REC-WAS-FOUND
071500         REWRITE RUNCTL-RECORD
071600     ELSE
071700         WRITE RUNCTL-RECORD
071800     END-IF.
071900     CLOSE RUNCTL-FILE.
072000 0800-CHECK-RUN-CONTROL-EXIT.
072100     EXIT.
072200*
072300*===========================================================*
072400* 9800-RECORD-RUN-END                                        *
072500*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
072600*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
072700*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
072800*     CODE IS FINAL.                                         *
072900*===========================================================*
073000 9800-RECORD-RUN-END.
073100     IF NOT WS-RUN-LEDGER-IS-USABLE
073200         GO TO 9800-RECORD-RUN-END-EXIT
073300     END-IF.
073400     OPEN I-O RUNCTL-FILE.
073500     IF WS-RUNCTL-STATUS NOT = "00"
073600         DISPLAY "NWFIXFF: NWRUNCTL COULD NOT BE REOPENED - "
073700             "FILE STATUS " WS-RUNCTL-STATUS
073800             " - RUN END NOT RECORDED."
073900         GO TO 9800-RECORD-RUN-END-EXIT
074000     END-IF.
074100     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
074200     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
074300     READ RUNCTL-FILE
074400         INVALID KEY
074500             DISPLAY "NWFIXFF: NWRUNCTL RECORD FOR THIS RUN "
074600                 "IS MISSING - RUN END NOT RECORDED."
074700             CLOSE RUNCTL-FILE
074800             GO TO 9800-RECORD-RUN-END-EXIT
074900     END-READ.
075000     ACCEPT RUN-END-TIME FROM TIME.
075100     MOVE RETURN-CODE TO RUN-COND-CODE.
075200     EVALUATE TRUE
075300         WHEN WS-RUN-IS-REFUSED
075400             MOVE 'R' TO RUN-STATUS
075500         WHEN WS-RUN-HAD-NO-WORK
075600             MOVE 'N' TO RUN-STATUS
075700         WHEN RETURN-CODE = ZERO
075800             MOVE 'C' TO RUN-STATUS
075900         WHEN RETURN-CODE = 4
076000             MOVE 'W' TO RUN-STATUS
076100         WHEN OTHER
076200             MOVE 'F' TO RUN-STATUS
076300     END-EVALUATE.
076400     MOVE WS-LOG-READ-COUNT      TO RUN-RECS-READ.
076500     MOVE WS-FORFEIT-COUNT       TO RUN-RECS-WRITTEN.
076600     MOVE WS-UNSETTLED-COUNT     TO RUN-RECS-EXCEPTED.
076700     REWRITE RUNCTL-RECORD.
076800     CLOSE RUNCTL-FILE.
076900 9800-RECORD-RUN-END-EXIT.
077000     EXIT.
