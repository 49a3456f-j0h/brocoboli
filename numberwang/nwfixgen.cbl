000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NWFIXGEN.
000300 AUTHOR.        R ALLAN.
000400 INSTALLATION.  SHIFT-READINESS TRAINING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                               *
001200* 2026-10-15 RA    ORIGINAL DUEL-LEAGUE FIXTURE GENERATOR -  *
001300*                  BUILDS THE MONTH'S NWFIXT FIXTURES BY     *
001400*                  ROUND-ROBIN, EITHER WITHIN EACH AUTHOP    *
001500*                  CREW OR ACROSS ALL CREWS, SO EVERY        *
001600*                  OPERATOR MEETS EVERY OTHER OPERATOR IN    *
001700*                  THEIR POOL ONCE. THE ROUNDS ARE SPREAD    *
001800*                  OVER THE LEAGUE WEEKS. ONLY ACTIVE        *
001900*                  OPERATORS IN A CREW ARE ENTERED. A        *
002000*                  FIXTURE ALREADY ON FILE IS KEPT AS IT IS, *
002100*                  SO A RERUN NEVER UNDOES A RESULT. THE RUN *
002200*                  IS RECORDED ON THE NWRUNCTL LEDGER.       *
002300*-----------------------------------------------------------*
002310* 2026-10-15 RA    THE DEFAULT PERIOD NOW COMES FROM THE     *
002320*                  BUSINESS DATE. ONLY A DUPLICATE KEY       *
002330*                  (STATUS 22) IS REPORTED AS A FIXTURE      *
002340*                  ALREADY ON FILE; ANY OTHER WRITE FAILURE  *
002350*                  IS COUNTED, DISPLAYED AND ENDS THE RUN    *
002360*                  RC=8.                                     *
002370*-----------------------------------------------------------*
002400*
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
002800 OBJECT-COMPUTER.  IBM-370.
002900*
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT FXGCARD-FILE ASSIGN TO FXGCARD
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-FXGCARD-STATUS.
003500     SELECT AUTH-FILE ASSIGN TO AUTHOP
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS AUT-OPERATOR-ID
003900         FILE STATUS IS WS-AUTH-STATUS.
004000     SELECT FIXT-FILE ASSIGN TO NWFIXT
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS FIX-KEY
004400         FILE STATUS IS WS-FIXT-STATUS.
004500     SELECT FXGRPT-FILE ASSIGN TO NWFIXGR
004600         ORGANIZATION IS SEQUENTIAL.
004700     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
004800         ORGANIZATION IS INDEXED
004900         ACCESS MODE IS RANDOM
005000         RECORD KEY IS RUN-KEY
005100         FILE STATUS IS WS-RUNCTL-STATUS.
005200*
005300 DATA DIVISION.
005400 FILE SECTION.
005500*
005600 FD  FXGCARD-FILE
005700     RECORDING MODE IS F
005800     LABEL RECORDS ARE STANDARD
005900     RECORD CONTAINS 80 CHARACTERS.
006000 01  FXGCARD-RECORD.
006100     COPY CPYFGC01.
006200*
006300 FD  AUTH-FILE
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  AUTH-RECORD.
006600     COPY CPYAUT01.
006700*
006800 FD  FIXT-FILE
006900     RECORD CONTAINS 80 CHARACTERS.
007000 01  FIXT-RECORD.
007100     COPY CPYFIX01.
007200*
007300 FD  FXGRPT-FILE
007400     RECORDING MODE IS F
007500     LABEL RECORDS ARE STANDARD
007600     RECORD CONTAINS 133 CHARACTERS.
007700 01  FXGRPT-RECORD          PIC X(133).
007800*
007900 FD  RUNCTL-FILE
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  RUNCTL-RECORD.
008200     COPY CPYRUN01.
008300*
008400 WORKING-STORAGE SECTION.
008500*
008600 77  WS-FXGCARD-STATUS       PIC X(02) VALUE "00".
008700 77  WS-AUTH-STATUS          PIC X(02) VALUE "00".
008800 77  WS-FIXT-STATUS          PIC X(02) VALUE "00".
008900 77  WS-AUTH-EOF-SW          PIC X(01) VALUE 'N'.
009000     88  WS-AUTH-AT-END             VALUE 'Y'.
009100*
009200*-----------------------------------------------------------*
009300* GENERATION OPTIONS - HOUSE DEFAULTS, OVERRIDDEN FROM THE   *
009400* FXGCARD CARD WHEN ONE IS SUPPLIED.                         *
009500*-----------------------------------------------------------*
009600 77  WS-LEAGUE-PERIOD        PIC 9(06) VALUE ZERO.
009700 77  WS-LEAGUE-SCOPE         PIC X(01) VALUE 'C'.
009800     88  WS-SCOPE-IS-CREW           VALUE 'C'.
009900     88  WS-SCOPE-IS-ACROSS         VALUE 'X'.
010000     88  WS-SCOPE-IS-VALID          VALUE 'C' 'X'.
010100 77  WS-LEAGUE-WEEKS         PIC 9(01) VALUE 4.
010200*
010300*-----------------------------------------------------------*
010400* LEAGUE ENTRANTS - EVERY ACTIVE AUTHOP OPERATOR IN A CREW.  *
010500* FOR A WITHIN-CREW LEAGUE THE TABLE IS PUT INTO CREW ORDER  *
010600* (OPERATOR ID ORDER WITHIN A CREW) SO EACH CREW IS ONE RUN  *
010700* OF ENTRIES.                                                *
010800*-----------------------------------------------------------*
010900 77  WS-OPR-MAX              PIC S9(4) COMP VALUE 500.
011000 77  WS-OPR-COUNT            PIC S9(4) COMP VALUE ZERO.
011100 77  WS-OPR-IDX              PIC S9(4) COMP VALUE ZERO.
011200 77  WS-OPR-JDX              PIC S9(4) COMP VALUE ZERO.
011300 77  WS-OPR-LIMIT            PIC S9(4) COMP VALUE ZERO.
011400 77  WS-GRP-END-SW           PIC X(01) VALUE 'N'.
011500     88  WS-GRP-AT-END              VALUE 'Y'.
011600 01  WS-OPERATOR-TABLE.
011700     05  WS-OPR-ENTRY OCCURS 500 TIMES.
011800         10  WS-OPR-KEY.
011900             15  WS-OPR-CREW     PIC X(04).
012000             15  WS-OPR-ID       PIC X(08).
012100 01  WS-OPR-SWAP-ENTRY       PIC X(12).
012200*
012300*-----------------------------------------------------------*
012400* ROUND-ROBIN WORK AREAS. THE POOL'S ENTRANTS ARE NUMBERED   *
012500* 0 TO N-1 (N ROUNDED UP TO EVEN - THE EXTRA SLOT IS THE     *
012600* BYE). ENTRANT N-1 STAYS PUT AND THE OTHERS ROTATE ROUND IT, *
012700* SO IN ROUND R PAIRING I MATCHES (R+I) MOD (N-1) WITH       *
012800* (R-I) MOD (N-1) - OR WITH N-1 FOR PAIRING 0. EVERY PAIR    *
012900* MEETS EXACTLY ONCE IN THE N-1 ROUNDS.                      *
013000*-----------------------------------------------------------*
013100 77  WS-GRP-FIRST            PIC S9(4) COMP VALUE ZERO.
013200 77  WS-GRP-SIZE             PIC S9(4) COMP VALUE ZERO.
013300 77  WS-RR-SLOTS             PIC S9(4) COMP VALUE ZERO.
013400 77  WS-RR-ROUNDS            PIC S9(4) COMP VALUE ZERO.
013500 77  WS-RR-PAIRINGS          PIC S9(4) COMP VALUE ZERO.
013600 77  WS-RR-ROUND             PIC S9(4) COMP VALUE ZERO.
013700 77  WS-RR-PAIRING           PIC S9(4) COMP VALUE ZERO.
013800 77  WS-RR-SLOT-A            PIC S9(4) COMP VALUE ZERO.
013900 77  WS-RR-SLOT-B            PIC S9(4) COMP VALUE ZERO.
014000 77  WS-RR-WORK              PIC S9(4) COMP VALUE ZERO.
014100 77  WS-RR-QUOTIENT          PIC S9(4) COMP VALUE ZERO.
014200 77  WS-RR-WEEK              PIC S9(4) COMP VALUE ZERO.
014300 77  WS-SIDE-A-IDX           PIC S9(4) COMP VALUE ZERO.
014400 77  WS-SIDE-B-IDX           PIC S9(4) COMP VALUE ZERO.
014500*
014600*-----------------------------------------------------------*
014700* COUNTS FOR THE RUN.                                        *
014800*-----------------------------------------------------------*
014900 77  WS-AUTH-READ-COUNT      PIC 9(06) COMP VALUE ZERO.
015000 77  WS-INACTIVE-COUNT       PIC 9(06) COMP VALUE ZERO.
015100 77  WS-NO-CREW-COUNT        PIC 9(06) COMP VALUE ZERO.
015200 77  WS-UNTABLED-COUNT       PIC 9(06) COMP VALUE ZERO.
015300 77  WS-POOL-COUNT           PIC 9(06) COMP VALUE ZERO.
015400 77  WS-SHORT-POOL-COUNT     PIC 9(06) COMP VALUE ZERO.
015500 77  WS-FIXT-WRITE-COUNT     PIC 9(06) COMP VALUE ZERO.
015600 77  WS-ALREADY-COUNT        PIC 9(06) COMP VALUE ZERO.
015610 77  WS-FIXT-FAIL-COUNT      PIC 9(06) COMP VALUE ZERO.
015700*
015800 01  WS-RUN-CONTROL.
015900     COPY CPYRUW01.
016000*
016100*-----------------------------------------------------------*
016200* REPORT LINE LAYOUTS                                        *
016300*-----------------------------------------------------------*
016400 01  WS-HEADING-LINE-1       PIC X(133) VALUE
016500     "NUMBERWANG DUEL LEAGUE - FIXTURE GENERATION".
016600 01  WS-CRIT-LINE.
016700     05  FILLER              PIC X(14) VALUE "LEAGUE PERIOD ".
016800     05  CR-PERIOD           PIC 9(06).
016900     05  FILLER              PIC X(10) VALUE "   SCOPE: ".
017000     05  CR-SCOPE-TEXT       PIC X(20).
017100     05  FILLER              PIC X(16) VALUE "   LEAGUE WEEKS ".
017200     05  CR-WEEKS            PIC 9(01).
017300     05  FILLER              PIC X(66) VALUE SPACES.
017400 01  WS-COLUMN-LINE.
017500     05  FILLER              PIC X(44) VALUE
017600         " WEEK  ROUND  CREW  OPERATOR  CREW  OPERATOR".
017700     05  FILLER              PIC X(89) VALUE
017800         "   FIXTURE".
017900 01  WS-DETAIL-LINE.
018000     05  FILLER              PIC X(04).
018100     05  DL-WEEK             PIC 9(01).
018200     05  FILLER              PIC X(04).
018300     05  DL-ROUND            PIC ZZ9.
018400     05  FILLER              PIC X(02).
018500     05  DL-CREW-1           PIC X(04).
018600     05  FILLER              PIC X(02).
018700     05  DL-OPERATOR-1       PIC X(08).
018800     05  FILLER              PIC X(02).
018900     05  DL-CREW-2           PIC X(04).
019000     05  FILLER              PIC X(02).
019100     05  DL-OPERATOR-2       PIC X(08).
019200     05  FILLER              PIC X(03).
019300     05  DL-NOTE             PIC X(40).
019400     05  FILLER              PIC X(46).
019500 01  WS-SHORT-POOL-LINE.
019600     05  FILLER              PIC X(07) VALUE "  CREW ".
019700     05  SP-CREW             PIC X(04).
019800     05  FILLER              PIC X(50) VALUE
019900         " HAS ONE ENTRANT ONLY - NO FIXTURES FOR THIS CREW".
020000     05  FILLER              PIC X(72) VALUE SPACES.
020100 01  WS-TOTAL-LINE.
020200     05  TL-LABEL            PIC X(40).
020300     05  FILLER              PIC X(02).
020400     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
020500     05  FILLER              PIC X(80).
020600 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
020700 01  WS-NO-AUTH-LINE         PIC X(133) VALUE
020800     "AUTHOP COULD NOT BE OPENED - NO FIXTURES GENERATED. SEE CONS
020900-    "OLE LOG.".
021000 01  WS-NO-FIXT-LINE         PIC X(133) VALUE
021100     "NWFIXT COULD NOT BE OPENED - NO FIXTURES GENERATED. SEE CONS
021200-    "OLE LOG.".
021300 01  WS-NO-ENTRANTS-LINE     PIC X(133) VALUE
021400     "NO ACTIVE OPERATORS IN A CREW ON AUTHOP - NO FIXTURES GENERA
021500-    "TED.".
021600 01  WS-UNTABLED-LINE        PIC X(133) VALUE
021700     "THE ENTRANT TABLE FILLED - SOME OPERATORS WERE LEFT OUT OF T
021800-    "HE LEAGUE. SEE THE TOTALS.".
021900 01  WS-REFUSED-LINE         PIC X(133) VALUE
022000     "RUN REFUSED - NWAUTMNT HAS NOT COMPLETED CLEANLY FOR THIS BU
022100-    "SINESS DATE. SEE CONSOLE LOG.".
022200*
022300 PROCEDURE DIVISION.
022400*
022500*===========================================================*
022600* 0000-MAINLINE                                              *
022700*===========================================================*
022800 0000-MAINLINE.
022900     OPEN OUTPUT FXGRPT-FILE.
023000     WRITE FXGRPT-RECORD FROM WS-HEADING-LINE-1.
023100*
023200     PERFORM 0800-CHECK-RUN-CONTROL
023300         THRU 0800-CHECK-RUN-CONTROL-EXIT.
023400     IF WS-RUN-IS-REFUSED
023500         WRITE FXGRPT-RECORD FROM WS-REFUSED-LINE
023600         MOVE 12 TO RETURN-CODE
023700         GO TO 0000-MAINLINE-WRAP-UP
023800     END-IF.
023900*
024000     PERFORM 0100-READ-GENERATION-CARD
024100         THRU 0100-READ-GENERATION-CARD-EXIT.
024200     MOVE WS-LEAGUE-PERIOD TO CR-PERIOD.
024300     MOVE WS-LEAGUE-WEEKS  TO CR-WEEKS.
024400     IF WS-SCOPE-IS-CREW
024500         MOVE "WITHIN EACH CREW"   TO CR-SCOPE-TEXT
024600     ELSE
024700         MOVE "ACROSS ALL CREWS"   TO CR-SCOPE-TEXT
024800     END-IF.
024900     WRITE FXGRPT-RECORD FROM WS-CRIT-LINE.
025000     WRITE FXGRPT-RECORD FROM WS-BLANK-LINE.
025100*
025200     OPEN INPUT AUTH-FILE.
025300     IF WS-AUTH-STATUS NOT = "00"
025400         DISPLAY "NWFIXGEN: AUTHOP COULD NOT BE OPENED - "
025500             "FILE STATUS " WS-AUTH-STATUS
025600         WRITE FXGRPT-RECORD FROM WS-NO-AUTH-LINE
025700         MOVE 8 TO RETURN-CODE
025800         GO TO 0000-MAINLINE-WRAP-UP
025900     END-IF.
026000     PERFORM 1000-LOAD-ENTRANTS
026100         THRU 1000-LOAD-ENTRANTS-EXIT.
026200     CLOSE AUTH-FILE.
026300     IF WS-OPR-COUNT = ZERO
026400         WRITE FXGRPT-RECORD FROM WS-NO-ENTRANTS-LINE
026500         MOVE 'Y' TO WS-RUN-NO-WORK-SW
026600         MOVE 4 TO RETURN-CODE
026700         GO TO 0000-MAINLINE-WRAP-UP
026800     END-IF.
026900     IF WS-UNTABLED-COUNT > ZERO
027000         WRITE FXGRPT-RECORD FROM WS-UNTABLED-LINE
027100         WRITE FXGRPT-RECORD FROM WS-BLANK-LINE
027200     END-IF.
027300*
027400     OPEN I-O FIXT-FILE.
027500     IF WS-FIXT-STATUS = "35"
027600         OPEN OUTPUT FIXT-FILE
027700         CLOSE FIXT-FILE
027800         OPEN I-O FIXT-FILE
027900     END-IF.
028000     IF WS-FIXT-STATUS NOT = "00"
028100         DISPLAY "NWFIXGEN: NWFIXT COULD NOT BE OPENED - "
028200             "FILE STATUS " WS-FIXT-STATUS
028300         WRITE FXGRPT-RECORD FROM WS-NO-FIXT-LINE
028400         MOVE 8 TO RETURN-CODE
028500         GO TO 0000-MAINLINE-WRAP-UP
028600     END-IF.
028700*
028800     WRITE FXGRPT-RECORD FROM WS-COLUMN-LINE.
028900     WRITE FXGRPT-RECORD FROM WS-BLANK-LINE.
029000     IF WS-SCOPE-IS-CREW
029100         PERFORM 1500-PUT-IN-CREW-ORDER
029200             THRU 1500-PUT-IN-CREW-ORDER-EXIT
029300         MOVE 1 TO WS-GRP-FIRST
029400         PERFORM 2000-GENERATE-ONE-CREW
029500             THRU 2000-GENERATE-ONE-CREW-EXIT
029600             UNTIL WS-GRP-FIRST > WS-OPR-COUNT
029700     ELSE
029800         MOVE 1            TO WS-GRP-FIRST
029900         MOVE WS-OPR-COUNT TO WS-GRP-SIZE
030000         PERFORM 3000-ROUND-ROBIN
030100             THRU 3000-ROUND-ROBIN-EXIT
030200     END-IF.
030300     CLOSE FIXT-FILE.
030400*
030500     WRITE FXGRPT-RECORD FROM WS-BLANK-LINE.
030600     PERFORM 8000-PRINT-TOTALS
030700         THRU 8000-PRINT-TOTALS-EXIT.
030800     IF WS-ALREADY-COUNT > ZERO
030900         OR WS-UNTABLED-COUNT > ZERO
031000         MOVE 4 TO RETURN-CODE
031100     END-IF.
031110     IF WS-FIXT-FAIL-COUNT > ZERO
031120         MOVE 8 TO RETURN-CODE
031130     END-IF.
031200*
031300 0000-MAINLINE-WRAP-UP.
031400     CLOSE FXGRPT-FILE.
031500     PERFORM 9800-RECORD-RUN-END
031600         THRU 9800-RECORD-RUN-END-EXIT.
031700     STOP RUN.
031800*
031900*===========================================================*
032000* 0100-READ-GENERATION-CARD                                  *
032100*     SETS THE HOUSE DEFAULTS - THE BUSINESS DATE'S MONTH,   *
032110*     AS NWLEAGUE AND NWFIXFF TAKE IT, WITHIN                *
032200*     EACH CREW, FOUR LEAGUE WEEKS - THEN APPLIES ANY FIELD  *
032300*     OF THE OPTIONAL FXGCARD CARD THAT IS VALID. AN INVALID *
032400*     FIELD IS REPORTED ON THE CONSOLE AND IGNORED.          *
032500*===========================================================*
032600 0100-READ-GENERATION-CARD.
032700     COMPUTE WS-LEAGUE-PERIOD = 200000 + (WS-RUN-BUS-DATE / 100).
032800     OPEN INPUT FXGCARD-FILE.
032900     IF WS-FXGCARD-STATUS NOT = "00"
033000         GO TO 0100-READ-GENERATION-CARD-EXIT
033100     END-IF.
033200     READ FXGCARD-FILE
033300         AT END
033400             CLOSE FXGCARD-FILE
033500             GO TO 0100-READ-GENERATION-CARD-EXIT
033600     END-READ.
033700     CLOSE FXGCARD-FILE.
033800     IF FGC-PERIOD IS NUMERIC
033900         AND FGC-PERIOD > ZERO
034000         IF FGC-PERIOD (5 : 2) < "01"
034100             OR FGC-PERIOD (5 : 2) > "12"
034200             DISPLAY "NWFIXGEN: FXGCARD PERIOD " FGC-PERIOD
034300                 " IS NOT A YYYYMM MONTH - IGNORED."
034400         ELSE
034500             MOVE FGC-PERIOD TO WS-LEAGUE-PERIOD
034600         END-IF
034700     END-IF.
034800     IF FGC-SCOPE NOT = SPACE
034900         MOVE FGC-SCOPE TO WS-LEAGUE-SCOPE
035000         IF NOT WS-SCOPE-IS-VALID
035100             DISPLAY "NWFIXGEN: FXGCARD SCOPE " FGC-SCOPE
035200                 " IS NOT C OR X - WITHIN-CREW USED."
035300             MOVE 'C' TO WS-LEAGUE-SCOPE
035400         END-IF
035500     END-IF.
035600     IF FGC-WEEKS IS NUMERIC
035700         AND FGC-WEEKS > ZERO
035800         IF FGC-WEEKS > 5
035900             DISPLAY "NWFIXGEN: FXGCARD WEEKS " FGC-WEEKS
036000                 " IS MORE THAN 5 - FOUR WEEKS USED."
036100         ELSE
036200             MOVE FGC-WEEKS TO WS-LEAGUE-WEEKS
036300         END-IF
036400     END-IF.
036500 0100-READ-GENERATION-CARD-EXIT.
036600     EXIT.
036700*
036800*===========================================================*
036900* 1000-LOAD-ENTRANTS                                         *
037000*     READS AUTHOP THROUGH AND TABLES EVERY ACTIVE OPERATOR  *
037100*     WHO IS IN A CREW. A LOCKED-OUT OPERATOR IS STILL       *
037200*     ENTERED - A LOCKOUT IS CLEARED BY NWAUTMNT, AND THE    *
037300*     END-OF-WEEK RUN FORFEITS ANY FIXTURE THEY MISS.        *
037400*===========================================================*
037500 1000-LOAD-ENTRANTS.
037600     PERFORM 1100-READ-AUTH-RECORD
037700         THRU 1100-READ-AUTH-RECORD-EXIT.
037800     PERFORM 1200-TABLE-ONE-OPERATOR
037900         THRU 1200-TABLE-ONE-OPERATOR-EXIT
038000         UNTIL WS-AUTH-AT-END.
038100 1000-LOAD-ENTRANTS-EXIT.
038200     EXIT.
038300*
038400 1100-READ-AUTH-RECORD.
038500     READ AUTH-FILE
038600         AT END
038700             MOVE 'Y' TO WS-AUTH-EOF-SW
038800         NOT AT END
038900             ADD 1 TO WS-AUTH-READ-COUNT
039000     END-READ.
039100     IF WS-AUTH-STATUS NOT = "00" AND WS-AUTH-STATUS NOT = "10"
039200         DISPLAY "NWFIXGEN: AUTHOP READ FAILED - "
039300             "FILE STATUS " WS-AUTH-STATUS
039400         MOVE 'Y' TO WS-AUTH-EOF-SW
039500     END-IF.
039600 1100-READ-AUTH-RECORD-EXIT.
039700     EXIT.
039800*
039900 1200-TABLE-ONE-OPERATOR.
040000     IF NOT AUT-OPERATOR-IS-ACTIVE
040100         ADD 1 TO WS-INACTIVE-COUNT
040200         GO TO 1200-TABLE-ONE-OPERATOR-NEXT
040300     END-IF.
040400     IF AUT-CREW-CODE = SPACES
040500         ADD 1 TO WS-NO-CREW-COUNT
040600         GO TO 1200-TABLE-ONE-OPERATOR-NEXT
040700     END-IF.
040800     IF WS-OPR-COUNT NOT < WS-OPR-MAX
040900         ADD 1 TO WS-UNTABLED-COUNT
041000         GO TO 1200-TABLE-ONE-OPERATOR-NEXT
041100     END-IF.
041200     ADD 1 TO WS-OPR-COUNT.
041300     MOVE AUT-CREW-CODE   TO WS-OPR-CREW (WS-OPR-COUNT).
041400     MOVE AUT-OPERATOR-ID TO WS-OPR-ID (WS-OPR-COUNT).
041500 1200-TABLE-ONE-OPERATOR-NEXT.
041600     PERFORM 1100-READ-AUTH-RECORD
041700         THRU 1100-READ-AUTH-RECORD-EXIT.
041800 1200-TABLE-ONE-OPERATOR-EXIT.
041900     EXIT.
042000*
042100*===========================================================*
042200* 1500-PUT-IN-CREW-ORDER                                     *
042300*     EXCHANGE-SORTS THE ENTRANT TABLE INTO CREW ORDER, THEN *
042400*     OPERATOR ID ORDER WITHIN A CREW.                       *
042500*===========================================================*
042600 1500-PUT-IN-CREW-ORDER.
042700     PERFORM 1510-SORT-ONE-PASS
042800         THRU 1510-SORT-ONE-PASS-EXIT
042900         VARYING WS-OPR-IDX FROM 1 BY 1
043000         UNTIL WS-OPR-IDX NOT < WS-OPR-COUNT.
043100 1500-PUT-IN-CREW-ORDER-EXIT.
043200     EXIT.
043300*
043400 1510-SORT-ONE-PASS.
043500     COMPUTE WS-OPR-LIMIT = WS-OPR-COUNT - WS-OPR-IDX.
043600     PERFORM 1520-COMPARE-ONE-PAIR
043700         THRU 1520-COMPARE-ONE-PAIR-EXIT
043800         VARYING WS-OPR-JDX FROM 1 BY 1
043900         UNTIL WS-OPR-JDX > WS-OPR-LIMIT.
044000 1510-SORT-ONE-PASS-EXIT.
044100     EXIT.
044200*
044300 1520-COMPARE-ONE-PAIR.
044400     IF WS-OPR-KEY (WS-OPR-JDX) > WS-OPR-KEY (WS-OPR-JDX + 1)
044500         MOVE WS-OPR-ENTRY (WS-OPR-JDX)     TO WS-OPR-SWAP-ENTRY
044600         MOVE WS-OPR-ENTRY (WS-OPR-JDX + 1)
044700             TO WS-OPR-ENTRY (WS-OPR-JDX)
044800         MOVE WS-OPR-SWAP-ENTRY
044900             TO WS-OPR-ENTRY (WS-OPR-JDX + 1)
045000     END-IF.
045100 1520-COMPARE-ONE-PAIR-EXIT.
045200     EXIT.
045300*
045400*===========================================================*
045500* 2000-GENERATE-ONE-CREW                                     *
045600*     MEASURES THE RUN OF ENTRANTS FROM WS-GRP-FIRST THAT    *
045700*     SHARE ONE CREW AND GENERATES THE CREW'S ROUND-ROBIN,   *
045800*     THEN MOVES ON TO THE NEXT CREW.                        *
045900*===========================================================*
046000 2000-GENERATE-ONE-CREW.
046100     MOVE WS-GRP-FIRST TO WS-OPR-IDX.
046200     MOVE 'N' TO WS-GRP-END-SW.
046300     PERFORM 2100-MEASURE-ONE-ENTRANT
046400         THRU 2100-MEASURE-ONE-ENTRANT-EXIT
046500         UNTIL WS-GRP-AT-END.
046600     COMPUTE WS-GRP-SIZE = WS-OPR-IDX - WS-GRP-FIRST + 1.
046700     PERFORM 3000-ROUND-ROBIN
046800         THRU 3000-ROUND-ROBIN-EXIT.
046900     ADD WS-GRP-SIZE TO WS-GRP-FIRST.
047000 2000-GENERATE-ONE-CREW-EXIT.
047100     EXIT.
047200*
047300 2100-MEASURE-ONE-ENTRANT.
047400     IF WS-OPR-IDX NOT < WS-OPR-COUNT
047500         MOVE 'Y' TO WS-GRP-END-SW
047600         GO TO 2100-MEASURE-ONE-ENTRANT-EXIT
047700     END-IF.
047800     IF WS-OPR-CREW (WS-OPR-IDX + 1)
047900         NOT = WS-OPR-CREW (WS-GRP-FIRST)
048000         MOVE 'Y' TO WS-GRP-END-SW
048100         GO TO 2100-MEASURE-ONE-ENTRANT-EXIT
048200     END-IF.
048300     ADD 1 TO WS-OPR-IDX.
048400 2100-MEASURE-ONE-ENTRANT-EXIT.
048500     EXIT.
048600*
048700*===========================================================*
048800* 3000-ROUND-ROBIN                                           *
048900*     GENERATES THE ROUND-ROBIN FOR THE POOL OF WS-GRP-SIZE  *
049000*     ENTRANTS STARTING AT WS-GRP-FIRST. ROUND R (COUNTING   *
049100*     FROM 0) IS DUE IN LEAGUE WEEK (R MOD WEEKS) + 1, SO    *
049200*     A POOL WITH MORE ROUNDS THAN WEEKS PLAYS SOME WEEKS    *
049300*     DOUBLE. A POOL OF ONE HAS NOBODY TO PLAY.              *
049400*===========================================================*
049500 3000-ROUND-ROBIN.
049600     ADD 1 TO WS-POOL-COUNT.
049700     IF WS-GRP-SIZE < 2
049800         MOVE WS-OPR-CREW (WS-GRP-FIRST) TO SP-CREW
049900         WRITE FXGRPT-RECORD FROM WS-SHORT-POOL-LINE
050000         ADD 1 TO WS-SHORT-POOL-COUNT
050100         GO TO 3000-ROUND-ROBIN-EXIT
050200     END-IF.
050300     DIVIDE WS-GRP-SIZE BY 2 GIVING WS-RR-QUOTIENT
050400         REMAINDER WS-RR-WORK.
050500     IF WS-RR-WORK = ZERO
050600         MOVE WS-GRP-SIZE TO WS-RR-SLOTS
050700     ELSE
050800         COMPUTE WS-RR-SLOTS = WS-GRP-SIZE + 1
050900     END-IF.
051000     COMPUTE WS-RR-ROUNDS   = WS-RR-SLOTS - 1.
051100     COMPUTE WS-RR-PAIRINGS = WS-RR-SLOTS / 2.
051200     PERFORM 3100-ONE-ROUND
051300         THRU 3100-ONE-ROUND-EXIT
051400         VARYING WS-RR-ROUND FROM 0 BY 1
051500         UNTIL WS-RR-ROUND NOT < WS-RR-ROUNDS.
051600 3000-ROUND-ROBIN-EXIT.
051700     EXIT.
051800*
051900 3100-ONE-ROUND.
052000     DIVIDE WS-RR-ROUND BY WS-LEAGUE-WEEKS GIVING WS-RR-QUOTIENT
052100         REMAINDER WS-RR-WEEK.
052200     ADD 1 TO WS-RR-WEEK.
052300     PERFORM 3200-ONE-PAIRING
052400         THRU 3200-ONE-PAIRING-EXIT
052500         VARYING WS-RR-PAIRING FROM 0 BY 1
052600         UNTIL WS-RR-PAIRING NOT < WS-RR-PAIRINGS.
052700 3100-ONE-ROUND-EXIT.
052800     EXIT.
052900*
053000*===========================================================*
053100* 3200-ONE-PAIRING                                           *
053200*     WORKS OUT THE TWO SLOTS OF ONE PAIRING IN THE ROUND.   *
053300*     THE BYE SLOT (POOL SIZE, WHEN THE POOL IS ODD) SITS    *
053400*     THE ROUND OUT - NO FIXTURE.                            *
053500*===========================================================*
053600 3200-ONE-PAIRING.
053700     COMPUTE WS-RR-WORK = WS-RR-ROUND + WS-RR-PAIRING.
053800     DIVIDE WS-RR-WORK BY WS-RR-ROUNDS GIVING WS-RR-QUOTIENT
053900         REMAINDER WS-RR-SLOT-A.
054000     IF WS-RR-PAIRING = ZERO
054100         MOVE WS-RR-ROUNDS TO WS-RR-SLOT-B
054200     ELSE
054300         COMPUTE WS-RR-WORK =
054400             WS-RR-ROUND - WS-RR-PAIRING + WS-RR-ROUNDS
054500         DIVIDE WS-RR-WORK BY WS-RR-ROUNDS GIVING WS-RR-QUOTIENT
054600             REMAINDER WS-RR-SLOT-B
054700     END-IF.
054800     IF WS-RR-SLOT-A NOT < WS-GRP-SIZE
054900         OR WS-RR-SLOT-B NOT < WS-GRP-SIZE
055000         GO TO 3200-ONE-PAIRING-EXIT
055100     END-IF.
055200     COMPUTE WS-SIDE-A-IDX = WS-GRP-FIRST + WS-RR-SLOT-A.
055300     COMPUTE WS-SIDE-B-IDX = WS-GRP-FIRST + WS-RR-SLOT-B.
055400     PERFORM 3300-WRITE-FIXTURE
055500         THRU 3300-WRITE-FIXTURE-EXIT.
055600 3200-ONE-PAIRING-EXIT.
055700     EXIT.
055800*
055900*===========================================================*
056000* 3300-WRITE-FIXTURE                                         *
056100*     WRITES ONE FIXTURE, LOWER OPERATOR ID AS SIDE 1, OPEN  *
056200*     AND DUE IN THE ROUND'S WEEK. A FIXTURE ALREADY ON FILE *
056300*     FOR THE PAIR AND PERIOD IS LEFT EXACTLY AS IT IS.      *
056400*===========================================================*
056500 3300-WRITE-FIXTURE.
056600     IF WS-OPR-ID (WS-SIDE-A-IDX) > WS-OPR-ID (WS-SIDE-B-IDX)
056700         MOVE WS-SIDE-A-IDX TO WS-RR-WORK
056800         MOVE WS-SIDE-B-IDX TO WS-SIDE-A-IDX
056900         MOVE WS-RR-WORK    TO WS-SIDE-B-IDX
057000     END-IF.
057100     MOVE SPACES                      TO FIXT-RECORD.
057200     MOVE WS-LEAGUE-PERIOD            TO FIX-PERIOD.
057300     MOVE WS-OPR-ID (WS-SIDE-A-IDX)   TO FIX-OPERATOR-1.
057400     MOVE WS-OPR-ID (WS-SIDE-B-IDX)   TO FIX-OPERATOR-2.
057500     MOVE WS-RR-WEEK                  TO FIX-WEEK.
057600     COMPUTE FIX-ROUND = WS-RR-ROUND + 1.
057700     MOVE WS-LEAGUE-SCOPE             TO FIX-SCOPE.
057800     MOVE WS-OPR-CREW (WS-SIDE-A-IDX) TO FIX-CREW-1.
057900     MOVE WS-OPR-CREW (WS-SIDE-B-IDX) TO FIX-CREW-2.
058000     MOVE 'O'                         TO FIX-STATUS.
058100     MOVE ZERO                        TO FIX-GUESSES-1
058200                                         FIX-GUESSES-2
058300                                         FIX-SETTLED-DATE
058400                                         FIX-SETTLED-TIME.
058500     MOVE SPACES                      TO WS-DETAIL-LINE.
058600     MOVE FIX-WEEK                    TO DL-WEEK.
058700     MOVE FIX-ROUND                   TO DL-ROUND.
058800     MOVE FIX-CREW-1                  TO DL-CREW-1.
058900     MOVE FIX-OPERATOR-1              TO DL-OPERATOR-1.
059000     MOVE FIX-CREW-2                  TO DL-CREW-2.
059100     MOVE FIX-OPERATOR-2              TO DL-OPERATOR-2.
059200     WRITE FIXT-RECORD
059300         INVALID KEY
059400             CONTINUE
059500     END-WRITE.
059600     EVALUATE WS-FIXT-STATUS
059700         WHEN "00"
059800             ADD 1 TO WS-FIXT-WRITE-COUNT
059900             MOVE "NEW" TO DL-NOTE
060000         WHEN "22"
060100             ADD 1 TO WS-ALREADY-COUNT
060110             MOVE "ALREADY ON FILE FOR THE PERIOD - KEPT"
060120                 TO DL-NOTE
060130         WHEN OTHER
060140             DISPLAY "NWFIXGEN: NWFIXT WRITE FAILED FOR WEEK "
060150                 FIX-WEEK " ROUND " FIX-ROUND " - FILE STATUS "
060160                 WS-FIXT-STATUS
060170             ADD 1 TO WS-FIXT-FAIL-COUNT
060180             MOVE "NOT WRITTEN - SEE CONSOLE LOG" TO DL-NOTE
060200     END-EVALUATE.
060300     WRITE FXGRPT-RECORD FROM WS-DETAIL-LINE.
060400 3300-WRITE-FIXTURE-EXIT.
060500     EXIT.
060600*
060700*===========================================================*
060800* 8000-PRINT-TOTALS                                          *
060900*     PRINTS THE RUN TOTALS AT THE FOOT OF THE REPORT.       *
061000*===========================================================*
061100 8000-PRINT-TOTALS.
061200     MOVE SPACES                TO WS-TOTAL-LINE.
061300     MOVE "AUTHOP RECORDS READ" TO TL-LABEL.
061400     MOVE WS-AUTH-READ-COUNT    TO TL-VALUE.
061500     WRITE FXGRPT-RECORD FROM WS-TOTAL-LINE.
061600     MOVE SPACES                TO WS-TOTAL-LINE.
061700     MOVE "OPERATORS ENTERED"   TO TL-LABEL.
061800     MOVE WS-OPR-COUNT          TO TL-VALUE.
061900     WRITE FXGRPT-RECORD FROM WS-TOTAL-LINE.
062000     MOVE SPACES                TO WS-TOTAL-LINE.
062100     MOVE "  LEFT OUT - INACTIVE" TO TL-LABEL.
062200     MOVE WS-INACTIVE-COUNT     TO TL-VALUE.
062300     WRITE FXGRPT-RECORD FROM WS-TOTAL-LINE.
062400     MOVE SPACES                TO WS-TOTAL-LINE.
062500     MOVE "  LEFT OUT - NOT IN A CREW" TO TL-LABEL.
062600     MOVE WS-NO-CREW-COUNT      TO TL-VALUE.
062700     WRITE FXGRPT-RECORD FROM WS-TOTAL-LINE.
062800     MOVE SPACES                TO WS-TOTAL-LINE.
062900     MOVE "  LEFT OUT - ENTRANT TABLE FULL" TO TL-LABEL.
063000     MOVE WS-UNTABLED-COUNT     TO TL-VALUE.
063100     WRITE FXGRPT-RECORD FROM WS-TOTAL-LINE.
063200     MOVE SPACES                TO WS-TOTAL-LINE.
063300     MOVE "ROUND-ROBIN POOLS"   TO TL-LABEL.
063400     MOVE WS-POOL-COUNT         TO TL-VALUE.
063500     WRITE FXGRPT-RECORD FROM WS-TOTAL-LINE.
063600     MOVE SPACES                TO WS-TOTAL-LINE.
063700     MOVE "  POOLS WITH ONE ENTRANT ONLY" TO TL-LABEL.
063800     MOVE WS-SHORT-POOL-COUNT   TO TL-VALUE.
063900     WRITE FXGRPT-RECORD FROM WS-TOTAL-LINE.
064000     MOVE SPACES                TO WS-TOTAL-LINE.
064100     MOVE "FIXTURES WRITTEN"    TO TL-LABEL.
064200     MOVE WS-FIXT-WRITE-COUNT   TO TL-VALUE.
064300     WRITE FXGRPT-RECORD FROM WS-TOTAL-LINE.
064400     MOVE SPACES                TO WS-TOTAL-LINE.
064500     MOVE "FIXTURES ALREADY ON FILE - KEPT" TO TL-LABEL.
064600     MOVE WS-ALREADY-COUNT      TO TL-VALUE.
064700     WRITE FXGRPT-RECORD FROM WS-TOTAL-LINE.
064710     MOVE SPACES                TO WS-TOTAL-LINE.
064720     MOVE "FIXTURES NOT WRITTEN - WRITE FAILED" TO TL-LABEL.
064730     MOVE WS-FIXT-FAIL-COUNT    TO TL-VALUE.
064740     WRITE FXGRPT-RECORD FROM WS-TOTAL-LINE.
064800 8000-PRINT-TOTALS-EXIT.
064900     EXIT.
065000*
065100*===========================================================*
065200* 0800-CHECK-RUN-CONTROL                                     *
065300*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
065400*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
065500*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
065600*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
065700*     NWAUTMNT ONLY RUNS ON NIGHTS WITH WORK TO DO, SO IT IS *
065800*     NOT REQUIRED - BUT WHEN IT RAN FOR THE SAME BUSINESS   *
065900*     DATE AND DID NOT COMPLETE CLEANLY (FAILED, OR STILL    *
066000*     SHOWING STARTED) THIS RUN IS REFUSED (RC=12) AND       *
066100*     RECORDED AS REFUSED.                                   *
066200*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
066300*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
066400*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
066500*===========================================================*
066600 0800-CHECK-RUN-CONTROL.
066700     MOVE "NWFIXGEN" TO WS-RUN-JOB-NAME.
066800     MOVE "NWAUTMNT" TO WS-RUN-PREREQ-JOB.
066900     MOVE 'C'        TO WS-RUN-PREREQ-KIND.
067000     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
067100     ACCEPT WS-RUN-START-TIME FROM TIME.
067200     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
067300     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
067400         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
067500         COMPUTE WS-RUN-DATE-INTEGER =
067600             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
067700         COMPUTE WS-RUN-DATE-8 =
067800             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
067900         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
068000     END-IF.
068100*
068200     OPEN I-O RUNCTL-FILE.
068300     IF WS-RUNCTL-STATUS = "35"
068400         OPEN OUTPUT RUNCTL-FILE
068500         CLOSE RUNCTL-FILE
068600         OPEN I-O RUNCTL-FILE
068700     END-IF.
068800     IF WS-RUNCTL-STATUS NOT = "00"
068900         DISPLAY "NWFIXGEN: NWRUNCTL COULD NOT BE OPENED - "
069000             "FILE STATUS " WS-RUNCTL-STATUS
069100             " - RUN NOT RECORDED ON THE LEDGER."
069200         GO TO 0800-CHECK-RUN-CONTROL-EXIT
069300     END-IF.
069400     MOVE 'Y' TO WS-RUN-LEDGER-SW.
069500     PERFORM 0810-CHECK-PREREQUISITE
069600         THRU 0810-CHECK-PREREQUISITE-EXIT.
069700*
069800     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
069900     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
070000     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
070100     READ RUNCTL-FILE
070200         INVALID KEY
070300             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
070400             MOVE SPACES TO RUNCTL-RECORD
070500             MOVE ZERO   TO RUN-ATTEMPT-COUNT
070600     END-READ.
070700     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
070800     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
070900     MOVE 'S'               TO RUN-STATUS.
071000     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
071100     MOVE ZERO              TO RUN-END-TIME
071200                               RUN-COND-CODE
071300                               RUN-RECS-READ
071400                               RUN-RECS-WRITTEN
071500                               RUN-RECS-EXCEPTED.
071600     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
071700         MOVE ZERO TO RUN-ATTEMPT-COUNT
071800     END-IF.
071900     IF RUN-ATTEMPT-COUNT < 99
072000         ADD 1 TO RUN-ATTEMPT-COUNT
072100     END-IF.
072200     MOVE SPACES            TO RUN-REFUSED-FOR.
072300     IF WS-RUN-IS-REFUSED
072400         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
072500     END-IF.
072600     IF WS-RUN-REC-WAS-FOUND
072700         REWRITE RUNCTL-RECORD
072800     ELSE
072900         WRITE RUNCTL-RECORD
073000     END-IF.
073100     CLOSE RUNCTL-FILE.
073200 0800-CHECK-RUN-CONTROL-EXIT.
073300     EXIT.
073400*
073500*===========================================================*
073600* 0810-CHECK-PREREQUISITE                                    *
073700*     LOOKS UP THE PREREQUISITE JOB'S LEDGER RECORD FOR THE  *
073800*     SAME BUSINESS DATE AND SETS THE REFUSED SWITCH WHEN IT *
073900*     HAS NOT COMPLETED CLEANLY. A REQUIRED PREREQUISITE     *
074000*     THAT HAS NOT RUN AT ALL REFUSES THE RUN TOO.           *
074100*===========================================================*
074200 0810-CHECK-PREREQUISITE.
074300     MOVE WS-RUN-PREREQ-JOB TO RUN-JOB-NAME.
074400     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
074500     READ RUNCTL-FILE
074600         INVALID KEY
074700             IF WS-RUN-PREREQ-IS-REQUIRED
074800                 MOVE 'Y' TO WS-RUN-REFUSED-SW
074900             END-IF
075000         NOT INVALID KEY
075100             IF NOT RUN-ENDED-CLEAN
075200                 MOVE 'Y' TO WS-RUN-REFUSED-SW
075300             END-IF
075400     END-READ.
075500     IF WS-RUN-IS-REFUSED
075600         DISPLAY "NWFIXGEN: " WS-RUN-PREREQ-JOB
075700             " HAS NOT COMPLETED CLEANLY FOR BUSINESS DATE "
075800             WS-RUN-BUS-DATE " - RUN REFUSED."
075900     END-IF.
076000 0810-CHECK-PREREQUISITE-EXIT.
076100     EXIT.
076200*
076300*===========================================================*
076400* 9800-RECORD-RUN-END                                        *
076500*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
076600*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
076700*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
076800*     CODE IS FINAL.                                         *
076900*===========================================================*
077000 9800-RECORD-RUN-END.
077100     IF NOT WS-RUN-LEDGER-IS-USABLE
077200         GO TO 9800-RECORD-RUN-END-EXIT
077300     END-IF.
077400     OPEN I-O RUNCTL-FILE.
077500     IF WS-RUNCTL-STATUS NOT = "00"
077600         DISPLAY "NWFIXGEN: NWRUNCTL COULD NOT BE REOPENED - "
077700             "FILE STATUS " WS-RUNCTL-STATUS
077800             " - RUN END NOT RECORDED."
077900         GO TO 9800-RECORD-RUN-END-EXIT
078000     END-IF.
078100     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
078200     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
078300     READ RUNCTL-FILE
078400         INVALID KEY
078500             DISPLAY "NWFIXGEN: NWRUNCTL RECORD FOR THIS RUN "
078600                 "IS MISSING - RUN END NOT RECORDED."
078700             CLOSE RUNCTL-FILE
078800             GO TO 9800-RECORD-RUN-END-EXIT
078900     END-READ.
079000     ACCEPT RUN-END-TIME FROM TIME.
079100     MOVE RETURN-CODE TO RUN-COND-CODE.
079200     EVALUATE TRUE
079300         WHEN WS-RUN-IS-REFUSED
079400             MOVE 'R' TO RUN-STATUS
079500         WHEN WS-RUN-HAD-NO-WORK
079600             MOVE 'N' TO RUN-STATUS
079700         WHEN RETURN-CODE = ZERO
079800             MOVE 'C' TO RUN-STATUS
079900         WHEN RETURN-CODE = 4
080000             MOVE 'W' TO RUN-STATUS
080100         WHEN OTHER
080200             MOVE 'F' TO RUN-STATUS
080300     END-EVALUATE.
080400     MOVE WS-AUTH-READ-COUNT     TO RUN-RECS-READ.
080500     MOVE WS-FIXT-WRITE-COUNT    TO RUN-RECS-WRITTEN.
080600     COMPUTE RUN-RECS-EXCEPTED =
080700         WS-ALREADY-COUNT
080800       + WS-UNTABLED-COUNT
080810       + WS-FIXT-FAIL-COUNT.
080900     REWRITE RUNCTL-RECORD.
081000     CLOSE RUNCTL-FILE.
081100 9800-RECORD-RUN-END-EXIT.
081200     EXIT.
