000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NWLEAGUE.
000300 AUTHOR.        R ALLAN.
000400 INSTALLATION.  SHIFT-READINESS TRAINING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                               *
001200* 2026-10-15 RA    ORIGINAL DUEL-LEAGUE TABLE - READS THE    *
001300*                  PERIOD'S NWFIXT FIXTURES AND PRINTS THE   *
001400*                  STANDINGS PER OPERATOR AND PER CREW -     *
001500*                  PLAYED, WON, DRAWN, LOST, FORFEITED AND   *
001600*                  POINTS, WITH THE FIXTURES STILL OPEN.     *
001700*                  ONLY FIXTURE RESULTS COUNT - FRIENDLY     *
001800*                  DUELS ON NWDUELF NEVER REACH NWFIXT. THE  *
001900*                  RUN IS RECORDED ON THE NWRUNCTL LEDGER.   *
002000*-----------------------------------------------------------*
002100*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.  IBM-370.
002500 OBJECT-COMPUTER.  IBM-370.
002600*
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT LGCCARD-FILE ASSIGN TO LGCCARD
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-LGCCARD-STATUS.
003200     SELECT FIXT-FILE ASSIGN TO NWFIXT
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS SEQUENTIAL
003500         RECORD KEY IS FIX-KEY
003600         FILE STATUS IS WS-FIXT-STATUS.
003700     SELECT LGRPT-FILE ASSIGN TO NWLEAGR
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS RUN-KEY
004300         FILE STATUS IS WS-RUNCTL-STATUS.
004400*
004500 DATA DIVISION.
004600 FILE SECTION.
004700*
004800 FD  LGCCARD-FILE
004900     RECORDING MODE IS F
005000     LABEL RECORDS ARE STANDARD
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  LGCCARD-RECORD.
005300     COPY CPYLGC01.
005400*
005500 FD  FIXT-FILE
005600     RECORD CONTAINS 80 CHARACTERS.
005700 01  FIXT-RECORD.
005800     COPY CPYFIX01.
005900*
006000 FD  LGRPT-FILE
006100     RECORDING MODE IS F
006200     LABEL RECORDS ARE STANDARD
006300     RECORD CONTAINS 133 CHARACTERS.
006400 01  LGRPT-RECORD           PIC X(133).
006500*
006600 FD  RUNCTL-FILE
006700     RECORD CONTAINS 80 CHARACTERS.
006800 01  RUNCTL-RECORD.
006900     COPY CPYRUN01.
007000*
007100 WORKING-STORAGE SECTION.
007200*
007300 77  WS-LGCCARD-STATUS       PIC X(02) VALUE "00".
007400 77  WS-FIXT-STATUS          PIC X(02) VALUE "00".
007500 77  WS-FIXT-EOF-SW          PIC X(01) VALUE 'N'.
007600     88  WS-FIXT-AT-END             VALUE 'Y'.
007700 77  WS-LEAGUE-PERIOD        PIC 9(06) VALUE ZERO.
007800*
007900*-----------------------------------------------------------*
008000* STANDINGS TABLE - ONE ENTRY PER OPERATOR (TYPE 'O') AND    *
008100* PER CREW (TYPE 'C') IN THE PERIOD'S FIXTURES. A CREW'S     *
008200* FIGURES ARE THE SUM OF ITS SIDES' RESULTS, TAKING THE CREW *
008300* EACH SIDE WAS IN WHEN THE FIXTURES WERE MADE. PLAYED IS    *
008400* EVERY SETTLED FIXTURE - WON + DRAWN + LOST + FORFEITED.    *
008500* A WIN BY FORFEIT COUNTS AS WON. POINTS ARE 3 FOR A WIN, 1  *
008600* FOR A DRAW, NONE FOR A LOSS OR A FORFEIT.                  *
008700*-----------------------------------------------------------*
008800 77  WS-LGT-MAX              PIC S9(4) COMP VALUE 600.
008900 77  WS-LGT-COUNT            PIC S9(4) COMP VALUE ZERO.
009000 77  WS-LGT-IDX              PIC S9(4) COMP VALUE ZERO.
009100 77  WS-LGT-JDX              PIC S9(4) COMP VALUE ZERO.
009200 77  WS-LGT-LIMIT            PIC S9(4) COMP VALUE ZERO.
009300 01  WS-LEAGUE-TABLE.
009400     05  WS-LGT-ENTRY OCCURS 600 TIMES.
009500         10  WS-LGT-KEY.
009600             15  WS-LGT-TYPE     PIC X(01).
009700                 88  WS-LGT-IS-OPERATOR     VALUE 'O'.
009800                 88  WS-LGT-IS-CREW         VALUE 'C'.
009900             15  WS-LGT-ID       PIC X(08).
010000         10  WS-LGT-CREW         PIC X(04).
010100         10  WS-LGT-PLAYED       PIC 9(04) COMP.
010200         10  WS-LGT-WON          PIC 9(04) COMP.
010300         10  WS-LGT-DRAWN        PIC 9(04) COMP.
010400         10  WS-LGT-LOST         PIC 9(04) COMP.
010500         10  WS-LGT-FORFEITED    PIC 9(04) COMP.
010600         10  WS-LGT-POINTS       PIC 9(05) COMP.
010700         10  WS-LGT-OPEN         PIC 9(04) COMP.
010800 01  WS-LGT-SWAP-ENTRY       PIC X(29).
010900 01  WS-LGT-SEARCH-KEY.
011000     05  WS-LGT-SEARCH-TYPE  PIC X(01).
011100     05  WS-LGT-SEARCH-ID    PIC X(08).
011200 77  WS-LGT-SEARCH-CREW      PIC X(04).
011300 77  WS-LGT-FOUND-SW         PIC X(01) VALUE 'N'.
011400     88  WS-LGT-ENTRY-FOUND         VALUE 'Y'.
011500*
011600*-----------------------------------------------------------*
011700* ONE SIDE'S OUTCOME FROM A FIXTURE, APPLIED TO THE SIDE'S   *
011800* OPERATOR AND CREW ENTRIES.                                 *
011900*-----------------------------------------------------------*
012000 77  WS-SIDE-OUTCOME         PIC X(01) VALUE SPACE.
012100     88  WS-SIDE-WON                VALUE 'W'.
012200     88  WS-SIDE-DREW               VALUE 'D'.
012300     88  WS-SIDE-LOST               VALUE 'L'.
012400     88  WS-SIDE-FORFEITED          VALUE 'F'.
012500     88  WS-SIDE-STILL-OPEN         VALUE 'O'.
012600 77  WS-SIDE-ID              PIC X(08).
012700 77  WS-SIDE-CREW            PIC X(04).
012800*
012900 77  WS-RANK                 PIC 9(04) COMP VALUE ZERO.
013000 77  WS-PREV-TYPE            PIC X(01) VALUE SPACE.
013100*
013200*-----------------------------------------------------------*
013300* COUNTS FOR THE RUN.                                        *
013400*-----------------------------------------------------------*
013500 77  WS-FIXT-READ-COUNT      PIC 9(06) COMP VALUE ZERO.
013600 77  WS-PERIOD-COUNT         PIC 9(06) COMP VALUE ZERO.
013700 77  WS-PLAYED-COUNT         PIC 9(06) COMP VALUE ZERO.
013800 77  WS-FORFEITED-COUNT      PIC 9(06) COMP VALUE ZERO.
013900 77  WS-OPEN-COUNT           PIC 9(06) COMP VALUE ZERO.
014000 77  WS-UNTABLED-COUNT       PIC 9(06) COMP VALUE ZERO.
014100*
014200 01  WS-RUN-CONTROL.
014300     COPY CPYRUW01.
014400*
014500*-----------------------------------------------------------*
014600* REPORT LINE LAYOUTS                                        *
014700*-----------------------------------------------------------*
014800 01  WS-HEADING-LINE-1       PIC X(133) VALUE
014900     "NUMBERWANG DUEL LEAGUE - LEAGUE TABLE".
015000 01  WS-CRIT-LINE.
015100     05  FILLER              PIC X(14) VALUE "LEAGUE PERIOD ".
015200     05  CR-PERIOD           PIC 9(06).
015300     05  FILLER              PIC X(113) VALUE
015400         "   (WIN 3 POINTS, DRAW 1, LOSS OR FORFEIT 0)".
015500 01  WS-OPERATOR-HEAD-LINE   PIC X(133) VALUE
015600     "OPERATOR STANDINGS".
015700 01  WS-CREW-HEAD-LINE       PIC X(133) VALUE
015800     "CREW STANDINGS".
015900 01  WS-COLUMN-LINE.
016000     05  FILLER              PIC X(46) VALUE
016100         "RANK  ID        CREW     P     W     D     L  ".
016200     05  FILLER              PIC X(87) VALUE
016300         "   F   PTS  OPEN".
016400 01  WS-DETAIL-LINE.
016500     05  DL-RANK             PIC ZZZ9.
016600     05  FILLER              PIC X(02).
016700     05  DL-ID               PIC X(08).
016800     05  FILLER              PIC X(02).
016900     05  DL-CREW             PIC X(04).
017000     05  FILLER              PIC X(01).
017100     05  DL-PLAYED           PIC ZZZZ9.
017200     05  FILLER              PIC X(01).
017300     05  DL-WON              PIC ZZZZ9.
017400     05  FILLER              PIC X(01).
017500     05  DL-DRAWN            PIC ZZZZ9.
017600     05  FILLER              PIC X(01).
017700     05  DL-LOST             PIC ZZZZ9.
017800     05  FILLER              PIC X(01).
017900     05  DL-FORFEITED        PIC ZZZZ9.
018000     05  FILLER              PIC X(01).
018100     05  DL-POINTS           PIC ZZZZ9.
018200     05  FILLER              PIC X(01).
018300     05  DL-OPEN             PIC ZZZZ9.
018400     05  FILLER              PIC X(71).
018500 01  WS-TOTAL-LINE.
018600     05  TL-LABEL            PIC X(40).
018700     05  FILLER              PIC X(02).
018800     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
018900     05  FILLER              PIC X(80).
019000 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
019100 01  WS-NO-FIXT-LINE         PIC X(133) VALUE
019200     "NWFIXT COULD NOT BE OPENED - NO LEAGUE TABLE PRINTED. SEE CO
019300-    "NSOLE LOG.".
019400 01  WS-NO-PERIOD-LINE       PIC X(133) VALUE
019500     "NO FIXTURES ON NWFIXT FOR THIS PERIOD - RUN NWFIXGEN TO MAKE
019600-    " THE MONTH'S FIXTURES.".
019700 01  WS-UNTABLED-LINE        PIC X(133) VALUE
019800     "THE STANDINGS TABLE FILLED - SOME OPERATORS OR CREWS ARE MIS
019900-    "SING. SEE THE TOTALS.".
020000 01  WS-REFUSED-LINE         PIC X(133) VALUE
020100     "RUN REFUSED - NWFIXFF HAS NOT COMPLETED CLEANLY FOR THIS BUS
020200-    "INESS DATE. SEE CONSOLE LOG.".
020300*
020400 PROCEDURE DIVISION.
020500*
020600*===========================================================*
020700* 0000-MAINLINE                                              *
020800*===========================================================*
020900 0000-MAINLINE.
021000     OPEN OUTPUT LGRPT-FILE.
021100     WRITE LGRPT-RECORD FROM WS-HEADING-LINE-1.
021200*
021300     PERFORM 0800-CHECK-RUN-CONTROL
021400         THRU 0800-CHECK-RUN-CONTROL-EXIT.
021500     IF WS-RUN-IS-REFUSED
021600         WRITE LGRPT-RECORD FROM WS-REFUSED-LINE
021700         MOVE 12 TO RETURN-CODE
021800         GO TO 0000-MAINLINE-WRAP-UP
021900     END-IF.
022000*
022100     PERFORM 0100-READ-LEAGUE-CARD
022200         THRU 0100-READ-LEAGUE-CARD-EXIT.
022300     MOVE WS-LEAGUE-PERIOD TO CR-PERIOD.
022400     WRITE LGRPT-RECORD FROM WS-CRIT-LINE.
022500     WRITE LGRPT-RECORD FROM WS-BLANK-LINE.
022600*
022700     OPEN INPUT FIXT-FILE.
022800     IF WS-FIXT-STATUS NOT = "00"
022900         DISPLAY "NWLEAGUE: NWFIXT COULD NOT BE OPENED - "
023000             "FILE STATUS " WS-FIXT-STATUS
023100         WRITE LGRPT-RECORD FROM WS-NO-FIXT-LINE
023200         MOVE 8 TO RETURN-CODE
023300         GO TO 0000-MAINLINE-WRAP-UP
023400     END-IF.
023500     PERFORM 1100-READ-FIXTURE
023600         THRU 1100-READ-FIXTURE-EXIT.
023700     PERFORM 1000-TABLE-ONE-FIXTURE
023800         THRU 1000-TABLE-ONE-FIXTURE-EXIT
023900         UNTIL WS-FIXT-AT-END.
024000     CLOSE FIXT-FILE.
024100     IF WS-PERIOD-COUNT = ZERO
024200         WRITE LGRPT-RECORD FROM WS-NO-PERIOD-LINE
024300         MOVE 'Y' TO WS-RUN-NO-WORK-SW
024400         MOVE 4 TO RETURN-CODE
024500         GO TO 0000-MAINLINE-WRAP-UP
024600     END-IF.
024700     IF WS-UNTABLED-COUNT > ZERO
024800         WRITE LGRPT-RECORD FROM WS-UNTABLED-LINE
024900         WRITE LGRPT-RECORD FROM WS-BLANK-LINE
025000         MOVE 4 TO RETURN-CODE
025100     END-IF.
025200*
025300     PERFORM 3000-RANK-STANDINGS
025400         THRU 3000-RANK-STANDINGS-EXIT.
025500     PERFORM 4000-PRINT-ONE-ENTRY
025600         THRU 4000-PRINT-ONE-ENTRY-EXIT
025700         VARYING WS-LGT-IDX FROM 1 BY 1
025800         UNTIL WS-LGT-IDX > WS-LGT-COUNT.
025900     WRITE LGRPT-RECORD FROM WS-BLANK-LINE.
026000     PERFORM 8000-PRINT-TOTALS
026100         THRU 8000-PRINT-TOTALS-EXIT.
026200*
026300 0000-MAINLINE-WRAP-UP.
026400     CLOSE LGRPT-FILE.
026500     PERFORM 9800-RECORD-RUN-END
026600         THRU 9800-RECORD-RUN-END-EXIT.
026700     STOP RUN.
026800*
026900*===========================================================*
027000* 0100-READ-LEAGUE-CARD                                      *
027100*     DEFAULTS THE PERIOD TO THE MONTH OF THE BUSINESS DATE  *
027200*     AND APPLIES THE OPTIONAL LGCCARD CARD WHEN ITS PERIOD  *
027300*     IS A VALID YYYYMM.                                     *
027400*===========================================================*
027500 0100-READ-LEAGUE-CARD.
027600     COMPUTE WS-LEAGUE-PERIOD = 200000 + (WS-RUN-BUS-DATE / 100).
027700     OPEN INPUT LGCCARD-FILE.
027800     IF WS-LGCCARD-STATUS NOT = "00"
027900         GO TO 0100-READ-LEAGUE-CARD-EXIT
028000     END-IF.
028100     READ LGCCARD-FILE
028200         AT END
028300             CLOSE LGCCARD-FILE
028400             GO TO 0100-READ-LEAGUE-CARD-EXIT
028500     END-READ.
028600     CLOSE LGCCARD-FILE.
028700     IF LGC-PERIOD IS NOT NUMERIC
028800         OR LGC-PERIOD = ZERO
028900         GO TO 0100-READ-LEAGUE-CARD-EXIT
029000     END-IF.
029100     IF LGC-PERIOD (5 : 2) < "01"
029200         OR LGC-PERIOD (5 : 2) > "12"
029300         DISPLAY "NWLEAGUE: LGCCARD PERIOD " LGC-PERIOD
029400             " IS NOT A YYYYMM MONTH - CURRENT PERIOD USED."
029500         GO TO 0100-READ-LEAGUE-CARD-EXIT
029600     END-IF.
029700     MOVE LGC-PERIOD TO WS-LEAGUE-PERIOD.
029800 0100-READ-LEAGUE-CARD-EXIT.
029900     EXIT.
030000*
030100*===========================================================*
030200* 1000-TABLE-ONE-FIXTURE                                     *
030300*     WORKS OUT EACH SIDE'S OUTCOME FROM A FIXTURE IN THE    *
030400*     PERIOD AND APPLIES IT TO THE SIDE'S OPERATOR AND CREW  *
030500*     ENTRIES.                                               *
030600*===========================================================*
030700 1000-TABLE-ONE-FIXTURE.
030800     IF FIX-PERIOD NOT = WS-LEAGUE-PERIOD
030900         GO TO 1000-TABLE-ONE-FIXTURE-NEXT
031000     END-IF.
031100     ADD 1 TO WS-PERIOD-COUNT.
031200     EVALUATE TRUE
031300         WHEN FIX-IS-PLAYED
031400             ADD 1 TO WS-PLAYED-COUNT
031500         WHEN FIX-IS-FORFEITED
031600             ADD 1 TO WS-FORFEITED-COUNT
031700         WHEN OTHER
031800             ADD 1 TO WS-OPEN-COUNT
031900     END-EVALUATE.
032000*
032100     MOVE FIX-OPERATOR-1 TO WS-SIDE-ID.
032200     MOVE FIX-CREW-1     TO WS-SIDE-CREW.
032300     EVALUATE TRUE
032400         WHEN FIX-IS-OPEN
032500             MOVE 'O' TO WS-SIDE-OUTCOME
032600         WHEN FIX-SIDE-1-WON
032700             MOVE 'W' TO WS-SIDE-OUTCOME
032800         WHEN FIX-WAS-DRAWN
032900             MOVE 'D' TO WS-SIDE-OUTCOME
033000         WHEN FIX-IS-FORFEITED
033100             MOVE 'F' TO WS-SIDE-OUTCOME
033200         WHEN OTHER
033300             MOVE 'L' TO WS-SIDE-OUTCOME
033400     END-EVALUATE.
033500     PERFORM 1200-APPLY-ONE-SIDE
033600         THRU 1200-APPLY-ONE-SIDE-EXIT.
033700*
033800     MOVE FIX-OPERATOR-2 TO WS-SIDE-ID.
033900     MOVE FIX-CREW-2     TO WS-SIDE-CREW.
034000     EVALUATE TRUE
034100         WHEN FIX-IS-OPEN
034200             MOVE 'O' TO WS-SIDE-OUTCOME
034300         WHEN FIX-SIDE-2-WON
034400             MOVE 'W' TO WS-SIDE-OUTCOME
034500         WHEN FIX-WAS-DRAWN
034600             MOVE 'D' TO WS-SIDE-OUTCOME
034700         WHEN FIX-IS-FORFEITED
034800             MOVE 'F' TO WS-SIDE-OUTCOME
034900         WHEN OTHER
035000             MOVE 'L' TO WS-SIDE-OUTCOME
035100     END-EVALUATE.
035200     PERFORM 1200-APPLY-ONE-SIDE
035300         THRU 1200-APPLY-ONE-SIDE-EXIT.
035400 1000-TABLE-ONE-FIXTURE-NEXT.
035500     PERFORM 1100-READ-FIXTURE
035600         THRU 1100-READ-FIXTURE-EXIT.
035700 1000-TABLE-ONE-FIXTURE-EXIT.
035800     EXIT.
035900*
036000 1100-READ-FIXTURE.
036100     READ FIXT-FILE NEXT RECORD
036200         AT END
036300             MOVE 'Y' TO WS-FIXT-EOF-SW
036400         NOT AT END
036500             ADD 1 TO WS-FIXT-READ-COUNT
036600     END-READ.
036700     IF WS-FIXT-STATUS NOT = "00" AND WS-FIXT-STATUS NOT = "10"
036800         DISPLAY "NWLEAGUE: NWFIXT READ FAILED - "
036900             "FILE STATUS " WS-FIXT-STATUS
037000         MOVE 'Y' TO WS-FIXT-EOF-SW
037100     END-IF.
037200 1100-READ-FIXTURE-EXIT.
037300     EXIT.
037400*
037500*===========================================================*
037600* 1200-APPLY-ONE-SIDE                                        *
037700*     APPLIES WS-SIDE-OUTCOME TO THE SIDE'S OPERATOR ENTRY   *
037800*     AND, WHEN THE SIDE HAD A CREW, TO THE CREW'S ENTRY.    *
037900*===========================================================*
038000 1200-APPLY-ONE-SIDE.
038100     MOVE 'O'          TO WS-LGT-SEARCH-TYPE.
038200     MOVE WS-SIDE-ID   TO WS-LGT-SEARCH-ID.
038300     MOVE WS-SIDE-CREW TO WS-LGT-SEARCH-CREW.
038400     PERFORM 1300-FIND-ENTRY
038500         THRU 1300-FIND-ENTRY-EXIT.
038600     IF WS-LGT-IDX > ZERO
038700         PERFORM 1400-ADD-OUTCOME
038800             THRU 1400-ADD-OUTCOME-EXIT
038900     END-IF.
039000     IF WS-SIDE-CREW = SPACES
039100         GO TO 1200-APPLY-ONE-SIDE-EXIT
039200     END-IF.
039300     MOVE 'C'          TO WS-LGT-SEARCH-TYPE.
039400     MOVE WS-SIDE-CREW TO WS-LGT-SEARCH-ID.
039500     MOVE SPACES       TO WS-LGT-SEARCH-CREW.
039600     PERFORM 1300-FIND-ENTRY
039700         THRU 1300-FIND-ENTRY-EXIT.
039800     IF WS-LGT-IDX > ZERO
039900         PERFORM 1400-ADD-OUTCOME
040000             THRU 1400-ADD-OUTCOME-EXIT
040100     END-IF.
040200 1200-APPLY-ONE-SIDE-EXIT.
040300     EXIT.
040400*
040500*===========================================================*
040600* 1300-FIND-ENTRY                                            *
040700*     SETS WS-LGT-IDX TO THE ENTRY FOR WS-LGT-SEARCH-KEY,    *
040800*     ADDING IT WHEN IT IS NEW. ZERO MEANS THE TABLE IS FULL *
040900*     AND THE ENTRY COULD NOT BE ADDED.                      *
041000*===========================================================*
041100 1300-FIND-ENTRY.
041200     MOVE 'N' TO WS-LGT-FOUND-SW.
041300     PERFORM 1310-CHECK-ONE-ENTRY
041400         THRU 1310-CHECK-ONE-ENTRY-EXIT
041500         VARYING WS-LGT-JDX FROM 1 BY 1
041600         UNTIL WS-LGT-JDX > WS-LGT-COUNT
041700            OR WS-LGT-ENTRY-FOUND.
041800     IF WS-LGT-ENTRY-FOUND
041900         GO TO 1300-FIND-ENTRY-EXIT
042000     END-IF.
042100     IF WS-LGT-COUNT NOT < WS-LGT-MAX
042200         ADD 1 TO WS-UNTABLED-COUNT
042300         MOVE ZERO TO WS-LGT-IDX
042400         GO TO 1300-FIND-ENTRY-EXIT
042500     END-IF.
042600     ADD 1 TO WS-LGT-COUNT.
042700     MOVE WS-LGT-COUNT       TO WS-LGT-IDX.
042800     MOVE WS-LGT-SEARCH-KEY  TO WS-LGT-KEY (WS-LGT-IDX).
042900     MOVE WS-LGT-SEARCH-CREW TO WS-LGT-CREW (WS-LGT-IDX).
043000     MOVE ZERO TO WS-LGT-PLAYED (WS-LGT-IDX)
043100                  WS-LGT-WON (WS-LGT-IDX)
043200                  WS-LGT-DRAWN (WS-LGT-IDX)
043300                  WS-LGT-LOST (WS-LGT-IDX)
043400                  WS-LGT-FORFEITED (WS-LGT-IDX)
043500                  WS-LGT-POINTS (WS-LGT-IDX)
043600                  WS-LGT-OPEN (WS-LGT-IDX).
043700 1300-FIND-ENTRY-EXIT.
043800     EXIT.
043900*
044000 1310-CHECK-ONE-ENTRY.
044100     IF WS-LGT-KEY (WS-LGT-JDX) = WS-LGT-SEARCH-KEY
044200         MOVE 'Y'        TO WS-LGT-FOUND-SW
044300         MOVE WS-LGT-JDX TO WS-LGT-IDX
044400     END-IF.
044500 1310-CHECK-ONE-ENTRY-EXIT.
044600     EXIT.
044700*
044800 1400-ADD-OUTCOME.
044900     IF WS-SIDE-STILL-OPEN
045000         ADD 1 TO WS-LGT-OPEN (WS-LGT-IDX)
045100         GO TO 1400-ADD-OUTCOME-EXIT
045200     END-IF.
045300     ADD 1 TO WS-LGT-PLAYED (WS-LGT-IDX).
045400     EVALUATE TRUE
045500         WHEN WS-SIDE-WON
045600             ADD 1 TO WS-LGT-WON (WS-LGT-IDX)
045700             ADD 3 TO WS-LGT-POINTS (WS-LGT-IDX)
045800         WHEN WS-SIDE-DREW
045900             ADD 1 TO WS-LGT-DRAWN (WS-LGT-IDX)
046000             ADD 1 TO WS-LGT-POINTS (WS-LGT-IDX)
046100         WHEN WS-SIDE-LOST
046200             ADD 1 TO WS-LGT-LOST (WS-LGT-IDX)
046300         WHEN OTHER
046400             ADD 1 TO WS-LGT-FORFEITED (WS-LGT-IDX)
046500     END-EVALUATE.
046600 1400-ADD-OUTCOME-EXIT.
046700     EXIT.
046800*
046900*===========================================================*
047000* 3000-RANK-STANDINGS                                        *
047100*     EXCHANGE-SORTS THE TABLE - OPERATORS BEFORE CREWS,     *
047200*     THEN POINTS DESCENDING, WINS DESCENDING AND ID.        *
047300*===========================================================*
047400 3000-RANK-STANDINGS.
047500     PERFORM 3100-SORT-ONE-PASS
047600         THRU 3100-SORT-ONE-PASS-EXIT
047700         VARYING WS-LGT-IDX FROM 1 BY 1
047800         UNTIL WS-LGT-IDX NOT < WS-LGT-COUNT.
047900 3000-RANK-STANDINGS-EXIT.
048000     EXIT.
048100*
048200 3100-SORT-ONE-PASS.
048300     COMPUTE WS-LGT-LIMIT = WS-LGT-COUNT - WS-LGT-IDX.
048400     PERFORM 3200-COMPARE-ONE-PAIR
048500         THRU 3200-COMPARE-ONE-PAIR-EXIT
048600         VARYING WS-LGT-JDX FROM 1 BY 1
048700         UNTIL WS-LGT-JDX > WS-LGT-LIMIT.
048800 3100-SORT-ONE-PASS-EXIT.
048900     EXIT.
049000*
049100 3200-COMPARE-ONE-PAIR.
049200     EVALUATE TRUE
049300         WHEN WS-LGT-TYPE (WS-LGT-JDX) NOT =
049400              WS-LGT-TYPE (WS-LGT-JDX + 1)
049500             IF WS-LGT-IS-CREW (WS-LGT-JDX)
049600                 PERFORM 3300-SWAP-PAIR
049700                     THRU 3300-SWAP-PAIR-EXIT
049800             END-IF
049900         WHEN WS-LGT-POINTS (WS-LGT-JDX) NOT =
050000              WS-LGT-POINTS (WS-LGT-JDX + 1)
050100             IF WS-LGT-POINTS (WS-LGT-JDX) <
050200                WS-LGT-POINTS (WS-LGT-JDX + 1)
050300                 PERFORM 3300-SWAP-PAIR
050400                     THRU 3300-SWAP-PAIR-EXIT
050500             END-IF
050600         WHEN WS-LGT-WON (WS-LGT-JDX) NOT =
050700              WS-LGT-WON (WS-LGT-JDX + 1)
050800             IF WS-LGT-WON (WS-LGT-JDX) <
050900                WS-LGT-WON (WS-LGT-JDX + 1)
051000                 PERFORM 3300-SWAP-PAIR
051100                     THRU 3300-SWAP-PAIR-EXIT
051200             END-IF
051300         WHEN WS-LGT-ID (WS-LGT-JDX) > WS-LGT-ID (WS-LGT-JDX + 1)
051400             PERFORM 3300-SWAP-PAIR
051500                 THRU 3300-SWAP-PAIR-EXIT
051600     END-EVALUATE.
051700 3200-COMPARE-ONE-PAIR-EXIT.
051800     EXIT.
051900*
052000 3300-SWAP-PAIR.
052100     MOVE WS-LGT-ENTRY (WS-LGT-JDX)     TO WS-LGT-SWAP-ENTRY.
052200     MOVE WS-LGT-ENTRY (WS-LGT-JDX + 1)
052300         TO WS-LGT-ENTRY (WS-LGT-JDX).
052400     MOVE WS-LGT-SWAP-ENTRY
052500         TO WS-LGT-ENTRY (WS-LGT-JDX + 1).
052600 3300-SWAP-PAIR-EXIT.
052700     EXIT.
052800*
052900*===========================================================*
053000* 4000-PRINT-ONE-ENTRY                                       *
053100*     PRINTS ONE STANDINGS LINE, STARTING THE OPERATOR OR    *
053200*     CREW SECTION (AND ITS RANKING) WHEN THE TYPE CHANGES.  *
053300*===========================================================*
053400 4000-PRINT-ONE-ENTRY.
053500     IF WS-LGT-TYPE (WS-LGT-IDX) NOT = WS-PREV-TYPE
053600         IF WS-PREV-TYPE NOT = SPACE
053700             WRITE LGRPT-RECORD FROM WS-BLANK-LINE
053800         END-IF
053900         IF WS-LGT-IS-OPERATOR (WS-LGT-IDX)
054000             WRITE LGRPT-RECORD FROM WS-OPERATOR-HEAD-LINE
054100         ELSE
054200             WRITE LGRPT-RECORD FROM WS-CREW-HEAD-LINE
054300         END-IF
054400         WRITE LGRPT-RECORD FROM WS-COLUMN-LINE
054500         MOVE WS-LGT-TYPE (WS-LGT-IDX) TO WS-PREV-TYPE
054600         MOVE ZERO TO WS-RANK
054700     END-IF.
054800     ADD 1 TO WS-RANK.
054900     MOVE SPACES                         TO WS-DETAIL-LINE.
055000     MOVE WS-RANK                        TO DL-RANK.
055100     MOVE WS-LGT-ID (WS-LGT-IDX)         TO DL-ID.
055200     MOVE WS-LGT-CREW (WS-LGT-IDX)       TO DL-CREW.
055300     MOVE WS-LGT-PLAYED (WS-LGT-IDX)     TO DL-PLAYED.
055400     MOVE WS-LGT-WON (WS-LGT-IDX)        TO DL-WON.
055500     MOVE WS-LGT-DRAWN (WS-LGT-IDX)      TO DL-DRAWN.
055600     MOVE WS-LGT-LOST (WS-LGT-IDX)       TO DL-LOST.
055700     MOVE WS-LGT-FORFEITED (WS-LGT-IDX)  TO DL-FORFEITED.
055800     MOVE WS-LGT-POINTS (WS-LGT-IDX)     TO DL-POINTS.
055900     MOVE WS-LGT-OPEN (WS-LGT-IDX)       TO DL-OPEN.
056000     WRITE LGRPT-RECORD FROM WS-DETAIL-LINE.
056100 4000-PRINT-ONE-ENTRY-EXIT.
056200     EXIT.
056300*
056400*===========================================================*
056500* 8000-PRINT-TOTALS                                          *
056600*     PRINTS THE RUN TOTALS AT THE FOOT OF THE REPORT.       *
056700*===========================================================*
056800 8000-PRINT-TOTALS.
056900     MOVE SPACES                TO WS-TOTAL-LINE.
057000     MOVE "FIXTURES IN THE PERIOD" TO TL-LABEL.
057100     MOVE WS-PERIOD-COUNT       TO TL-VALUE.
057200     WRITE LGRPT-RECORD FROM WS-TOTAL-LINE.
057300     MOVE SPACES                TO WS-TOTAL-LINE.
057400     MOVE "  DUELLED"           TO TL-LABEL.
057500     MOVE WS-PLAYED-COUNT       TO TL-VALUE.
057600     WRITE LGRPT-RECORD FROM WS-TOTAL-LINE.
057700     MOVE SPACES                TO WS-TOTAL-LINE.
057800     MOVE "  FORFEITED"         TO TL-LABEL.
057900     MOVE WS-FORFEITED-COUNT    TO TL-VALUE.
058000     WRITE LGRPT-RECORD FROM WS-TOTAL-LINE.
058100     MOVE SPACES                TO WS-TOTAL-LINE.
058200     MOVE "  STILL OPEN"        TO TL-LABEL.
058300     MOVE WS-OPEN-COUNT         TO TL-VALUE.
058400     WRITE LGRPT-RECORD FROM WS-TOTAL-LINE.
058500     MOVE SPACES                TO WS-TOTAL-LINE.
058600     MOVE "ENTRIES LEFT OUT - TABLE FULL" TO TL-LABEL.
058700     MOVE WS-UNTABLED-COUNT     TO TL-VALUE.
058800     WRITE LGRPT-RECORD FROM WS-TOTAL-LINE.
058900 8000-PRINT-TOTALS-EXIT.
059000     EXIT.
059100*
059200*===========================================================*
059300* 0800-CHECK-RUN-CONTROL                                     *
059400*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
059500*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
059600*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
059700*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
059800*     NWFIXFF ONLY RUNS AT THE END OF A LEAGUE WEEK, SO IT   *
059900*     IS NOT REQUIRED - BUT WHEN IT RAN FOR THE SAME         *
060000*     BUSINESS DATE AND DID NOT COMPLETE CLEANLY (FAILED, OR *
060100*     STILL SHOWING STARTED) THIS RUN IS REFUSED (RC=12) AND *
060200*     RECORDED AS REFUSED.                                   *
060300*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
060400*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
060500*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
060600*===========================================================*
060700 0800-CHECK-RUN-CONTROL.
060800     MOVE "NWLEAGUE" TO WS-RUN-JOB-NAME.
060900     MOVE "NWFIXFF"  TO WS-RUN-PREREQ-JOB.
061000     MOVE 'C'        TO WS-RUN-PREREQ-KIND.
061100     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
061200     ACCEPT WS-RUN-START-TIME FROM TIME.
061300     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
061400     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
061500         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
061600         COMPUTE WS-RUN-DATE-INTEGER =
061700             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
061800         COMPUTE WS-RUN-DATE-8 =
061900             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
062000         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
062100     END-IF.
062200*
062300     OPEN I-O RUNCTL-FILE.
062400     IF WS-RUNCTL-STATUS = "35"
062500         OPEN OUTPUT RUNCTL-FILE
062600         CLOSE RUNCTL-FILE
062700         OPEN I-O RUNCTL-FILE
062800     END-IF.
062900     IF WS-RUNCTL-STATUS NOT = "00"
063000         DISPLAY "NWLEAGUE: NWRUNCTL COULD NOT BE OPENED - "
063100             "FILE STATUS " WS-RUNCTL-STATUS
063200             " - RUN NOT RECORDED ON THE LEDGER."
063300         GO TO 0800-CHECK-RUN-CONTROL-EXIT
063400     END-IF.
063500     MOVE 'Y' TO WS-RUN-LEDGER-SW.
063600     PERFORM 0810-CHECK-PREREQUISITE
063700         THRU 0810-CHECK-PREREQUISITE-EXIT.
063800*
063900     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
064000     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
064100     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
064200     READ RUNCTL-FILE
064300         INVALID KEY
064400             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
064500             MOVE SPACES TO RUNCTL-RECORD
064600             MOVE ZERO   TO RUN-ATTEMPT-COUNT
064700     END-READ.
064800     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
064900     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
065000     MOVE 'S'               TO RUN-STATUS.
065100     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
065200     MOVE ZERO              TO RUN-END-TIME
065300                               RUN-COND-CODE
065400                               RUN-RECS-READ
065500                               RUN-RECS-WRITTEN
065600                               RUN-RECS-EXCEPTED.
065700     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
065800         MOVE ZERO TO RUN-ATTEMPT-COUNT
065900     END-IF.
066000     IF RUN-ATTEMPT-COUNT < 99
066100         ADD 1 TO RUN-ATTEMPT-COUNT
066200     END-IF.
066300     MOVE SPACES            TO RUN-REFUSED-FOR.
066400     IF WS-RUN-IS-REFUSED
066500         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
066600     END-IF.
066700     IF WS-RUN-REC-WAS-FOUND
066800         REWRITE RUNCTL-RECORD
066900     ELSE
067000         WRITE RUNCTL-RECORD
067100     END-IF.
067200     CLOSE RUNCTL-FILE.
067300 0800-CHECK-RUN-CONTROL-EXIT.
067400     EXIT.
067500*
067600*===========================================================*
067700* 0810-CHECK-PREREQUISITE                                    *
067800*     LOOKS UP THE PREREQUISITE JOB'S LEDGER RECORD FOR THE  *
067900*     SAME BUSINESS DATE AND SETS THE REFUSED SWITCH WHEN IT *
068000*     HAS NOT COMPLETED CLEANLY. A REQUIRED PREREQUISITE     *
068100*     THAT HAS NOT RUN AT ALL REFUSES THE RUN TOO.           *
068200*===========================================================*
068300 0810-CHECK-PREREQUISITE.
068400     MOVE WS-RUN-PREREQ-JOB TO RUN-JOB-NAME.
068500     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
068600     READ RUNCTL-FILE
068700         INVALID KEY
068800             IF WS-RUN-PREREQ-IS-REQUIRED
068900                 MOVE 'Y' TO WS-RUN-REFUSED-SW
069000             END-IF
069100         NOT INVALID KEY
069200             IF NOT RUN-ENDED-CLEAN
069300                 MOVE 'Y' TO WS-RUN-REFUSED-SW
069400             END-IF
069500     END-READ.
069600     IF WS-RUN-IS-REFUSED
069700         DISPLAY "NWLEAGUE: " WS-RUN-PREREQ-JOB
069800             " HAS NOT COMPLETED CLEANLY FOR BUSINESS DATE "
069900             WS-RUN-BUS-DATE " - RUN REFUSED."
070000     END-IF.
070100 0810-CHECK-PREREQUISITE-EXIT.
070200     EXIT.
070300*
070400*===========================================================*
070500* 9800-RECORD-RUN-END                                        *
070600*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
070700*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
070800*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
070900*     CODE IS FINAL.                                         *
071000*===========================================================*
071100 9800-RECORD-RUN-END.
071200     IF NOT WS-RUN-LEDGER-IS-USABLE
071300         GO TO 9800-RECORD-RUN-END-EXIT
071400     END-IF.
071500     OPEN I-O RUNCTL-FILE.
071600     IF WS-RUNCTL-STATUS NOT = "00"
071700         DISPLAY "NWLEAGUE: NWRUNCTL COULD NOT BE REOPENED - "
071800             "FILE STATUS " WS-RUNCTL-STATUS
071900             " - RUN END NOT RECORDED."
072000         GO TO 9800-RECORD-RUN-END-EXIT
072100     END-IF.
072200     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
072300     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
072400     READ RUNCTL-FILE
072500         INVALID KEY
072600             DISPLAY "NWLEAGUE: NWRUNCTL RECORD FOR THIS RUN "
072700                 "IS MISSING - RUN END NOT RECORDED."
072800             CLOSE RUNCTL-FILE
072900             GO TO 9800-RECORD-RUN-END-EXIT
073000     END-READ.
073100     ACCEPT RUN-END-TIME FROM TIME.
073200     MOVE RETURN-CODE TO RUN-COND-CODE.
073300     EVALUATE TRUE
073400         WHEN WS-RUN-IS-REFUSED
073500             MOVE 'R' TO RUN-STATUS
073600         WHEN WS-RUN-HAD-NO-WORK
073700             MOVE 'N' TO RUN-STATUS
073800         WHEN RETURN-CODE = ZERO
073900             MOVE 'C' TO RUN-STATUS
074000         WHEN RETURN-CODE = 4
074100             MOVE 'W' TO RUN-STATUS
074200         WHEN OTHER
074300             MOVE 'F' TO RUN-STATUS
074400     END-EVALUATE.
074500     MOVE WS-FIXT-READ-COUNT     TO RUN-RECS-READ.
074600     MOVE WS-LGT-COUNT           TO RUN-RECS-WRITTEN.
074700     MOVE WS-UNTABLED-COUNT      TO RUN-RECS-EXCEPTED.
074800     REWRITE RUNCTL-RECORD.
074900     CLOSE RUNCTL-FILE.
075000 9800-RECORD-RUN-END-EXIT.
075100     EXIT.
