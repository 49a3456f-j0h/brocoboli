000710*                  WAS EMPTY - THE LIVE STORES ARE LEFT      *
000720*                  UNTOUCHED.                                *
000730*-----------------------------------------------------------*
000731* 2026-10-15 RA    THE RUN IS NOW RECORDED ON THE NWRUNCTL   *
000732*                  RUN-CONTROL LEDGER WITH ITS CONDITION     *
000733*                  CODE AND THE CARDS READ, NWLOG SESSIONS   *
000734*                  VOIDED AND EXCEPTION COUNTS. AN EMPTY     *
000735*                  ADJCARD DECK IS RECORDED AS NOTHING TO    *
000736*                  DO, SO NWEFFUPD AND NWEFFRPT ONLY REFUSE  *
000737*                  TO RUN AFTER AN ADJUSTMENT RUN THAT       *
000738*                  FAILED.                                   *
000739*-----------------------------------------------------------*
000740* 2026-10-15 RA    A REVERSAL NOW ALSO TAKES THE GAME OFF    *
000741*                  THE EASY OR HARD LEDGER AND ITS WEIGHTED  *
000742*                  POINTS, USING THE DIFFICULTY AND ATTEMPT  *
000743*                  LIMIT ON ITS NWDIST RECORDS.              *
000744*-----------------------------------------------------------*
000745* 2026-10-15 RA    EVERY TRANSACTION IS FIRST LOOKED UP ON   *
000746*                  THE NWSESDIR SESSION DIRECTORY - A        *
000747*                  SESSION ON AN ARCHIVE GENERATION, ALREADY *
000748*                  VOIDED OR NOT A GAME IS REJECTED BY NAME  *
000749*                  (RC=4). EACH VOID IS MARKED ON THE        *
000750*                  DIRECTORY. AN UNAVAILABLE DIRECTORY IS    *
000751*                  NOTED AND THE NWLOG PASS DECIDES AS       *
000752*                  BEFORE.                                   *
000753*-----------------------------------------------------------*
000754*
000755 ENVIRONMENT DIVISION.
000760 CONFIGURATION SECTION.
000770 SOURCE-COMPUTER.  IBM-370.
000780 OBJECT-COMPUTER.  IBM-370.
001070         FILE STATUS IS WS-ACCOUT-STATUS.
001080     SELECT ADJREG-FILE ASSIGN TO NWADJREG
001090         ORGANIZATION IS SEQUENTIAL.
001091     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
001092         ORGANIZATION IS INDEXED
001093         ACCESS MODE IS RANDOM
001094         RECORD KEY IS RUN-KEY
001095         FILE STATUS IS WS-RUNCTL-STATUS.
001097     SELECT SESDIR-FILE ASSIGN TO NWSESDIR
001099         ORGANIZATION IS INDEXED
001101         ACCESS MODE IS RANDOM
001103         RECORD KEY IS SDR-KEY
001105         FILE STATUS IS WS-SESDIR-STATUS.
001107*
001110 DATA DIVISION.
001120 FILE SECTION.
001130*
001670     LABEL RECORDS ARE STANDARD
001680     RECORD CONTAINS 133 CHARACTERS.
001690 01  ADJREG-RECORD          PIC X(133).
001691*
001692 FD  RUNCTL-FILE
001693     RECORD CONTAINS 80 CHARACTERS.
001694 01  RUNCTL-RECORD.
001695     COPY CPYRUN01.
001697*
001699 FD  SESDIR-FILE
001701     RECORD CONTAINS 80 CHARACTERS.
001703 01  SESDIR-RECORD.
001705     COPY CPYSDR01.
001707*
001710 WORKING-STORAGE SECTION.
001720*
001730 77  WS-ADJCARD-STATUS       PIC X(02) VALUE "00".
001780 77  WS-SCORE-STATUS         PIC X(02) VALUE "00".
001790 77  WS-ACCIN-STATUS         PIC X(02) VALUE "00".
001800 77  WS-ACCOUT-STATUS        PIC X(02) VALUE "00".
001805 77  WS-SESDIR-STATUS        PIC X(02) VALUE "00".
001810*
001820 77  WS-ADJCARD-EOF-SW       PIC X(01) VALUE 'N'.
001830     88  WS-ADJCARD-AT-END          VALUE 'Y'.
001880 77  WS-ABANDON-SW           PIC X(01) VALUE 'N'.
001890     88  WS-RUN-IS-ABANDONED        VALUE 'Y'.
001900 77  WS-REJECT-COUNT         PIC 9(06) COMP VALUE ZERO.
001902 77  WS-DIR-REJECT-COUNT     PIC 9(06) COMP VALUE ZERO.
001904 77  WS-SESDIR-SW            PIC X(01) VALUE 'N'.
001906     88  WS-SESDIR-IS-OPEN          VALUE 'Y'.
001910*
001920*-----------------------------------------------------------*
001930* ADJUSTMENT TRANSACTION TABLE - THE WHOLE DECK IS LOADED    *
002130             88  WS-ADT-CAND-IS-STAMPED VALUE 'S'.
002140             88  WS-ADT-CAND-IS-LEGACY  VALUE 'L'.
002150         10  WS-ADT-CAND-TIME    PIC 9(08).
002152         10  WS-ADT-DIR-SW       PIC X(01).
002154             88  WS-ADT-DIR-IS-LIVE     VALUE 'L'.
002156             88  WS-ADT-DIR-REJECTED    VALUE 'A' 'V' 'N'.
002157         10  WS-ADT-SCORE-SW     PIC X(01).
002158             88  WS-ADT-SCORE-IS-REVERSED VALUE 'Y'.
002160*
002170*-----------------------------------------------------------*
002180* CURRENT-PERIOD (YYMM) WORK AREAS - SCOREFIL ONLY CARRIES   *
002350 77  WS-SCORE-REV-COUNT      PIC 9(08) COMP VALUE ZERO.
002360 77  WS-UNMATCHED-COUNT      PIC 9(08) COMP VALUE ZERO.
002370 77  WS-NODIST-COUNT         PIC 9(08) COMP VALUE ZERO.
002371 77  WS-LEDGER-REV-COUNT     PIC 9(08) COMP VALUE ZERO.
002372*
002374 01  WS-RUN-CONTROL.
002376     COPY CPYRUW01.
002380*
002390 77  WS-DST-GAME-VOID-SW     PIC X(01) VALUE 'N'.
002400     88  WS-DST-GAME-IS-VOIDED      VALUE 'Y'.
002810     COPY CPYEAC01.
002820*
002830*-----------------------------------------------------------*
002831* EASY/HARD LEDGER REVERSAL - THE SCORING RULES ARE THOSE OF *
002832* NWPOST AND MUST BE KEPT IN STEP WITH IT. A SOLVED GAME     *
002833* EARNED THE BASE POINTS FOR ITS DIFFICULTY PLUS A BONUS FOR *
002834* EVERY ATTEMPT LEFT UNUSED UNDER THE LIMIT IN FORCE,        *
002835* COUNTED AT MOST UP TO THE HOUSE DEFAULT LIMIT.             *
002836*-----------------------------------------------------------*
002837 77  WS-EASY-SOLVE-POINTS    PIC 9(04) COMP VALUE 10.
002838 77  WS-EASY-SPARE-POINTS    PIC 9(04) COMP VALUE 1.
002839 77  WS-HARD-SOLVE-POINTS    PIC 9(04) COMP VALUE 30.
002840 77  WS-HARD-SPARE-POINTS    PIC 9(04) COMP VALUE 3.
002841 77  WS-EASY-SPARE-CAP       PIC 9(04) COMP VALUE 10.
002842 77  WS-HARD-SPARE-CAP       PIC 9(04) COMP VALUE 5.
002843 77  WS-SPARE-ATTEMPTS       PIC 9(04) COMP VALUE ZERO.
002844 77  WS-GAME-POINTS          PIC 9(04) COMP VALUE ZERO.
002845 77  WS-REV-DIFFICULTY       PIC X(01).
002846     88  WS-REV-IS-HARD             VALUE 'H'.
002847*
002848*-----------------------------------------------------------*
002849* REGISTER LINE LAYOUTS                                      *
002850*-----------------------------------------------------------*
002860 01  WS-TRAN-LINE.
002870     05  TR-TAG              PIC X(05).
003030     05  IL-GUESSES          PIC ZZZ9.
003040     05  FILLER              PIC X(89) VALUE SPACES.
003050*
003051 01  WS-ARCHIVE-NOTE-LINE.
003052     05  FILLER              PIC X(04) VALUE SPACES.
003053     05  FILLER              PIC X(30) VALUE
003054         "ON LOG.ARCHIVE GENERATION CUT ".
003055     05  AN-ARCHIVE-DATE     PIC 9(06).
003056     05  FILLER              PIC X(41) VALUE
003057         " - ONLY LIVE NWLOG SESSIONS CAN BE VOIDED".
003058     05  FILLER              PIC X(52) VALUE SPACES.
003059*
003060 01  WS-SCORE-LINE.
003070     05  FILLER              PIC X(04) VALUE SPACES.
003080     05  SC-IMAGE-TAG        PIC X(16).
003130     05  FILLER              PIC X(05) VALUE " AVG ".
003140     05  SC-AVG              PIC ZZZ9.99.
003150     05  FILLER              PIC X(71) VALUE SPACES.
003151*
003152 01  WS-LEDGER-LINE.
003153     05  FILLER              PIC X(04) VALUE SPACES.
003154     05  LG-IMAGE-TAG        PIC X(16).
003155     05  LG-LEDGER           PIC X(05).
003156     05  FILLER              PIC X(07) VALUE " GAMES ".
003157     05  LG-GAMES            PIC ZZZ,ZZ9.
003158     05  FILLER              PIC X(09) VALUE " GUESSES ".
003159     05  LG-GUESSES          PIC ZZ,ZZZ,ZZ9.
003160     05  FILLER              PIC X(08) VALUE " POINTS ".
003161     05  LG-POINTS           PIC ZZZ,ZZ9.
003162     05  FILLER              PIC X(60) VALUE SPACES.
003163*
003170 01  WS-NOTE-LINE.
003180     05  FILLER              PIC X(04) VALUE SPACES.
003190     05  NT-TEXT             PIC X(70).
003330 01  WS-ABANDON-LINE         PIC X(133) VALUE
003340     "A REQUIRED FILE COULD NOT BE OPENED - RUN ABANDONED, NOTHING
003350-    " TOUCHED. SEE CONSOLE LOG.".
003352 01  WS-NO-SESDIR-LINE       PIC X(133) VALUE
003354     "NWSESDIR SESSION DIRECTORY UNAVAILABLE - TRANSACTIONS CHECKE
003356-    "D AGAINST THE LIVE NWLOG ONLY. SEE CONSOLE LOG.".
003360*
003370 PROCEDURE DIVISION.
003380*
003480     MOVE WS-RUN-DATE    TO WS-WORK-DATE.
003490     MOVE WS-WORK-PERIOD TO WS-CURR-PERIOD.
003500*
003502*
003504     PERFORM 0800-CHECK-RUN-CONTROL
003506         THRU 0800-CHECK-RUN-CONTROL-EXIT.
003510     PERFORM 1000-LOAD-TRAN-DECK
003520         THRU 1000-LOAD-TRAN-DECK-EXIT.
003530*
003630         WRITE ADJREG-RECORD FROM WS-ABANDON-LINE
003640         CLOSE ADJREG-FILE
003650         MOVE 8 TO RETURN-CODE
003652         PERFORM 9800-RECORD-RUN-END
003654             THRU 9800-RECORD-RUN-END-EXIT
003660         STOP RUN
003670     END-IF.
003680*
003770         WRITE ADJREG-RECORD FROM WS-NO-TRANS-LINE
003780         CLOSE ADJREG-FILE
003790         MOVE 8 TO RETURN-CODE
003792         MOVE 'Y' TO WS-RUN-NO-WORK-SW
003794         PERFORM 9800-RECORD-RUN-END
003796             THRU 9800-RECORD-RUN-END-EXIT
003800         STOP RUN
003810     END-IF.
003812*
003814     PERFORM 1700-CHECK-SESSION-DIRECTORY
003816         THRU 1700-CHECK-SESSION-DIRECTORY-EXIT.
003820*
003830     OPEN I-O SCORE-FILE.
003840     PERFORM 2000-PROCESS-NWLOG
003850         THRU 2000-PROCESS-NWLOG-EXIT.
003852     IF WS-SESDIR-IS-OPEN
003854         CLOSE SESDIR-FILE
003856     END-IF.
003860     PERFORM 2600-SELECT-DIST-GAMES
003870         THRU 2600-SELECT-DIST-GAMES-EXIT.
003880     PERFORM 3000-PROCESS-NWDIST
004030     CLOSE ADJREG-FILE.
004040     IF (WS-UNMATCHED-COUNT > ZERO
004050         OR WS-REJECT-COUNT > ZERO
004055         OR WS-DIR-REJECT-COUNT > ZERO
004060         OR WS-NODIST-COUNT > ZERO)
004070         AND RETURN-CODE < 4
004080         MOVE 4 TO RETURN-CODE
004090     END-IF.
004092     PERFORM 9800-RECORD-RUN-END
004094         THRU 9800-RECORD-RUN-END-EXIT.
004100     STOP RUN.
004110*
004120*===========================================================*
004830     MOVE ZERO            TO WS-ADT-GAME-NUM (WS-TRAN-COUNT).
004840     MOVE 'N'             TO WS-ADT-CAND-SW (WS-TRAN-COUNT).
004850     MOVE ZERO            TO WS-ADT-CAND-TIME (WS-TRAN-COUNT).
004855     MOVE SPACE           TO WS-ADT-DIR-SW (WS-TRAN-COUNT).
004857     MOVE 'N'             TO WS-ADT-SCORE-SW (WS-TRAN-COUNT).
004860 1200-TABLE-ONE-TRAN-NEXT.
004870     PERFORM 1100-READ-TRAN-CARD
004880         THRU 1100-READ-TRAN-CARD-EXIT.
005660     CLOSE EFFACIN-FILE.
005670 1600-LOAD-EFF-ACCUMULATOR-EXIT.
005680     EXIT.
005681*
005682*===========================================================*
005683* 1700-CHECK-SESSION-DIRECTORY                              *
005684*     LOOKS EVERY TABLED TRANSACTION UP ON THE NWSESDIR      *
005685*     SESSION DIRECTORY BEFORE THE FILE PASSES. A SESSION    *
005686*     THE DIRECTORY PLACES ON AN ARCHIVE GENERATION, ONE     *
005687*     ALREADY VOIDED AND ONE THAT IS NOT A GAME ARE REJECTED *
005688*     HERE BY NAME RATHER THAN REPORTED AS UNMATCHED AFTER   *
005689*     THE PASSES. A SESSION NOT YET ON THE DIRECTORY IS LEFT *
005690*     FOR THE NWLOG PASS. AN UNAVAILABLE DIRECTORY IS NOTED  *
005691*     AND EVERY TRANSACTION GOES TO THE PASSES AS BEFORE.    *
005692*     THE DIRECTORY STAYS OPEN SO THE VOIDS CAN BE MARKED.   *
005693*===========================================================*
005694 1700-CHECK-SESSION-DIRECTORY.
005695     OPEN I-O SESDIR-FILE.
005696     IF WS-SESDIR-STATUS NOT = "00"
005697         DISPLAY "NWADJ: NWSESDIR COULD NOT BE OPENED - STATUS "
005698             WS-SESDIR-STATUS " - NWLOG CHECKED ONLY."
005699         WRITE ADJREG-RECORD FROM WS-NO-SESDIR-LINE
005700         WRITE ADJREG-RECORD FROM WS-BLANK-LINE
005701         GO TO 1700-CHECK-SESSION-DIRECTORY-EXIT
005702     END-IF.
005703     MOVE 'Y' TO WS-SESDIR-SW.
005704     PERFORM 1750-CHECK-ONE-TRAN
005705         THRU 1750-CHECK-ONE-TRAN-EXIT
005706         VARYING WS-IDX FROM 1 BY 1
005707         UNTIL WS-IDX > WS-TRAN-COUNT.
005708 1700-CHECK-SESSION-DIRECTORY-EXIT.
005709     EXIT.
005710*
005711*===========================================================*
005712* 1750-CHECK-ONE-TRAN                                       *
005713*     READS ONE TRANSACTION'S SESSION ON THE DIRECTORY AND   *
005714*     REJECTS IT WITH A REGISTER LINE WHEN IT CANNOT BE      *
005715*     VOIDED FROM THE LIVE FILES.                            *
005716*===========================================================*
005717 1750-CHECK-ONE-TRAN.
005718     MOVE WS-ADT-OPERATOR-ID (WS-IDX) TO SDR-OPERATOR-ID.
005719     MOVE WS-ADT-DATE (WS-IDX)        TO SDR-DATE.
005720     MOVE WS-ADT-TIME (WS-IDX)        TO SDR-TIME.
005721     READ SESDIR-FILE
005722         INVALID KEY
005723             GO TO 1750-CHECK-ONE-TRAN-EXIT
005724     END-READ.
005725     IF WS-SESDIR-STATUS NOT = "00"
005726         GO TO 1750-CHECK-ONE-TRAN-EXIT
005727     END-IF.
005728     MOVE "TRAN " TO TR-TAG.
005729     MOVE WS-ADT-OPERATOR-ID (WS-IDX) TO TR-OPERATOR-ID.
005730     MOVE WS-ADT-DATE (WS-IDX)        TO TR-DATE.
005731     MOVE WS-ADT-TIME (WS-IDX)        TO TR-TIME.
005732     EVALUATE TRUE
005733         WHEN SDR-IS-ARCHIVED
005734             MOVE 'A' TO WS-ADT-DIR-SW (WS-IDX)
005735             MOVE "REJECTED - SESSION IS ARCHIVED"
005736                 TO TR-DISPOSITION
005737         WHEN SDR-IS-VOIDED
005738             MOVE 'V' TO WS-ADT-DIR-SW (WS-IDX)
005739             MOVE "REJECTED - ALREADY VOIDED" TO TR-DISPOSITION
005740         WHEN SDR-OUTCOME NOT = "SOLVED"
005741             AND SDR-OUTCOME NOT = "FAILED"
005742             AND SDR-OUTCOME NOT = "INCOMPLETE"
005743             MOVE 'N' TO WS-ADT-DIR-SW (WS-IDX)
005744             MOVE "REJECTED - NOT A GAME SESSION"
005745                 TO TR-DISPOSITION
005746         WHEN OTHER
005747             MOVE 'L' TO WS-ADT-DIR-SW (WS-IDX)
005748             GO TO 1750-CHECK-ONE-TRAN-EXIT
005749     END-EVALUATE.
005750     WRITE ADJREG-RECORD FROM WS-TRAN-LINE.
005751     IF SDR-IS-ARCHIVED
005752         MOVE SDR-ARCHIVE-DATE TO AN-ARCHIVE-DATE
005753         WRITE ADJREG-RECORD FROM WS-ARCHIVE-NOTE-LINE
005754     END-IF.
005755     ADD 1 TO WS-DIR-REJECT-COUNT.
005756 1750-CHECK-ONE-TRAN-EXIT.
005757     EXIT.
005758*
005759*===========================================================*
005760* 2000-PROCESS-NWLOG                                        *
005761*     COPIES EVERY AUDIT LOG RECORD TO THE NEW FILE,         *
005762*     VOIDING THE ONES THE TRANSACTION DECK NAMES AND        *
005763*     REVERSING THEIR SCOREFIL CONTRIBUTION ON THE WAY.      *
005764*===========================================================*
005765 2000-PROCESS-NWLOG.
005770     OPEN INPUT NWLOG-FILE.
005780     OPEN OUTPUT NWLOGNEW-FILE.
005790     PERFORM 2100-READ-LOG-RECORD
006440*===========================================================*
006450 2250-MATCH-ONE-TRAN.
006460     IF NOT WS-ADT-WAS-MATCHED (WS-IDX)
006465         AND NOT WS-ADT-DIR-REJECTED (WS-IDX)
006470         AND WS-ADT-OPERATOR-ID (WS-IDX) = LOG-OPERATOR-ID
006480         AND WS-ADT-DATE (WS-IDX) = LOG-DATE
006490         AND WS-ADT-TIME (WS-IDX) = LOG-TIME
006880         THRU 2400-REVERSE-SCORE-POSTING-EXIT.
006890*
006900     MOVE "VOIDED" TO LOG-OUTCOME.
006902     IF WS-SESDIR-IS-OPEN
006904         PERFORM 2350-MARK-DIRECTORY-VOID
006906             THRU 2350-MARK-DIRECTORY-VOID-EXIT
006908     END-IF.
006910     ADD 1 TO WS-LOG-VOID-COUNT.
006920     MOVE "AFTER:" TO IL-IMAGE-TAG.
006930     MOVE LOG-OUTCOME TO IL-OUTCOME.
006950     WRITE ADJREG-RECORD FROM WS-BLANK-LINE.
006960 2300-VOID-ONE-SESSION-EXIT.
006970     EXIT.
006971*
006972*===========================================================*
006973* 2350-MARK-DIRECTORY-VOID                                  *
006974*     MARKS THE JUST-VOIDED SESSION'S NWSESDIR ENTRY VOIDED  *
006975*     (ADDING THE ENTRY IF THE NIGHTLY NWSDMNT RUN HAS NOT   *
006976*     POSTED IT YET). A FAILED UPDATE IS ONLY REPORTED ON    *
006977*     THE CONSOLE - THE NEXT NWSDMNT RUN RE-POSTS THE ENTRY  *
006978*     FROM THE REWRITTEN NWLOG.                              *
006979*===========================================================*
006980 2350-MARK-DIRECTORY-VOID.
006981     MOVE LOG-OPERATOR-ID TO SDR-OPERATOR-ID.
006982     MOVE LOG-DATE        TO SDR-DATE.
006983     MOVE LOG-TIME        TO SDR-TIME.
006984     READ SESDIR-FILE
006985         INVALID KEY
006986             MOVE SPACES          TO SESDIR-RECORD
006987             MOVE LOG-OPERATOR-ID TO SDR-OPERATOR-ID
006988             MOVE LOG-DATE        TO SDR-DATE
006989             MOVE LOG-TIME        TO SDR-TIME
006990             MOVE 'L'             TO SDR-SOURCE
006991             MOVE ZERO            TO SDR-ARCHIVE-DATE
006992     END-READ.
006993     MOVE LOG-OUTCOME TO SDR-OUTCOME.
006994     MOVE 'V'         TO SDR-VOID-SW.
006995     IF LOG-GUESS-COUNT IS NUMERIC
006996         MOVE LOG-GUESS-COUNT TO SDR-GUESS-COUNT
006997     ELSE
006998         MOVE ZERO            TO SDR-GUESS-COUNT
006999     END-IF.
007000     IF WS-SESDIR-STATUS = "00"
007001         REWRITE SESDIR-RECORD
007002             INVALID KEY
007003                 CONTINUE
007004         END-REWRITE
007005     ELSE
007006         WRITE SESDIR-RECORD
007007             INVALID KEY
007008                 CONTINUE
007009         END-WRITE
007010     END-IF.
007011     IF WS-SESDIR-STATUS NOT = "00"
007012         DISPLAY "NWADJ: NWSESDIR UPDATE FAILED FOR "
007013             SDR-OPERATOR-ID " " SDR-DATE " " SDR-TIME
007014             " - FILE STATUS " WS-SESDIR-STATUS
007015             " - NWSDMNT WILL CORRECT IT."
007016     END-IF.
007017 2350-MARK-DIRECTORY-VOID-EXIT.
007018     EXIT.
007019*
007020*===========================================================*
007021* 2400-REVERSE-SCORE-POSTING                                *
007022*     BACKS THE VOIDED SESSION OUT OF THE OPERATOR'S LIVE    *
007023*     SCOREFIL COUNTERS WITH BEFORE/AFTER IMAGES ON THE      *
007030*     REGISTER. A SESSION FROM AN ALREADY-CLOSED PERIOD IS   *
007040*     NOT REVERSED - ITS CONTRIBUTION LIVES IN NWHIST, NOT   *
007050*     THE LIVE COUNTERS. SCR-BEST-GUESSES IS LEFT AS         *
007060*     RECORDED; IT CANNOT BE RECOMPUTED FROM THE COUNTERS    *
007070*     ALONE. NWLOG DOES NOT SAY WHICH DIFFICULTY THE GAME    *
007073*     WAS PLAYED AT, SO THE EASY/HARD LEDGER AND WEIGHTED    *
007076*     POINTS ARE REVERSED BY 3800 IN THE NWDIST PASS.        *
007080*===========================================================*
007090 2400-REVERSE-SCORE-POSTING.
007100     MOVE LOG-DATE       TO WS-WORK-DATE.
007570     END-IF.
007580     REWRITE SCORE-RECORD.
007590     ADD 1 TO WS-SCORE-REV-COUNT.
007595     MOVE 'Y' TO WS-ADT-SCORE-SW (WS-FOUND-IDX).
007600     MOVE "SCOREFIL AFTER: " TO SC-IMAGE-TAG.
007610     MOVE SCR-GAMES-PLAYED   TO SC-GAMES.
007620     MOVE SCR-TOTAL-GUESSES  TO SC-GUESSES.
009130*     THE 2600 SELECTION PRE-PASS - THIS PASS COUNTS GAME    *
009140*     ORDINALS THE SAME WAY AND VOIDS EXACTLY THE CHOSEN     *
009150*     ONES. A GAME ALREADY FOLDED INTO THE                   *
009160*     NWEFFACC TOTALS IS REVERSED BACK OUT AS IT IS VOIDED,  *
009165*     AND THE GAME IS TAKEN OFF ITS EASY OR HARD LEDGER.     *
009170*===========================================================*
009180 3000-PROCESS-NWDIST.
009190     OPEN INPUT DIST-FILE.
010040*     CHOICES THE 2600 SELECTION PRE-PASS MADE. WHEN A       *
010050*     VOIDED SESSION CLAIMED THIS ORDINAL, THE GAME IS       *
010060*     VOIDED, AN ALREADY-FOLDED GAME IS REVERSED OUT OF      *
010070*     THE NWEFFACC TOTALS, IT IS TAKEN OFF ITS EASY OR HARD  *
010075*     LEDGER ON SCOREFIL, AND                                *
010080*     THE BUFFER IS WRITTEN, VOID SWITCH SET OR LEFT ALONE.  *
010090*===========================================================*
010100 3300-FLUSH-GAME-BUFFER.
010210             MOVE 'Y' TO WS-ADT-DIST-SW (WS-FOUND-IDX)
010220             PERFORM 3700-REVERSE-EFF-GAME
010230                 THRU 3700-REVERSE-EFF-GAME-EXIT
010233             PERFORM 3800-REVERSE-LEDGER-GAME
010236                 THRU 3800-REVERSE-LEDGER-GAME-EXIT
010240         END-IF
010250     END-IF.
010260     PERFORM 3400-WRITE-ONE-BUFFERED
011490     EXIT.
011500*
011510*===========================================================*
011511* 3800-REVERSE-LEDGER-GAME                                  *
011512*     TAKES THE GAME BEING VOIDED BACK OFF THE EASY OR HARD  *
011513*     LEDGER ON SCOREFIL - THE GAME, ITS GUESSES AND THE     *
011514*     WEIGHTED POINTS NWPOST AWARDED IT (SAME FORMULA, SAME  *
011515*     CAP ON SPARE ATTEMPTS) - ONCE 2400 HAS TAKEN THE       *
011516*     SESSION OFF THE BLENDED COUNTERS. THE DIFFICULTY AND   *
011517*     ATTEMPT LIMIT COME FROM THE GAME'S NWDIST RECORDS AND  *
011518*     THE RESULT FROM ITS LAST GUESS (SOLVED WHEN IT EQUALS  *
011519*     THE SECRET). A GAME WITH NO DIFFICULTY ON NWDIST WAS   *
011520*     POSTED UNCLASSIFIED AND HAS NO LEDGER TO REVERSE. THE  *
011521*     LEDGER BEST IS LEFT AS RECORDED, AS SCR-BEST-GUESSES   *
011522*     IS.                                                    *
011523*===========================================================*
011524 3800-REVERSE-LEDGER-GAME.
011525     IF NOT WS-ADT-SCORE-IS-REVERSED (WS-FOUND-IDX)
011526         GO TO 3800-REVERSE-LEDGER-GAME-EXIT
011527     END-IF.
011528     MOVE WS-BUF-RECORD (1) TO DST-RECORD.
011529     IF NOT DST-DIFFICULTY-IS-EASY
011530         AND NOT DST-DIFFICULTY-IS-HARD
011531         GO TO 3800-REVERSE-LEDGER-GAME-EXIT
011532     END-IF.
011533     MOVE DST-DIFFICULTY TO WS-REV-DIFFICULTY.
011534     MOVE ZERO TO WS-SPARE-ATTEMPTS.
011535     IF DST-MAX-ATTEMPTS IS NUMERIC
011536         AND DST-MAX-ATTEMPTS > WS-BUF-COUNT
011537         COMPUTE WS-SPARE-ATTEMPTS =
011538             DST-MAX-ATTEMPTS - WS-BUF-COUNT
011539     END-IF.
011540     MOVE ZERO TO WS-GAME-POINTS.
011541     MOVE WS-BUF-RECORD (WS-BUF-COUNT) TO DST-RECORD.
011542     IF DST-GUESS = DST-SECRET
011543         IF WS-REV-IS-HARD
011544             IF WS-SPARE-ATTEMPTS > WS-HARD-SPARE-CAP
011545                 MOVE WS-HARD-SPARE-CAP TO WS-SPARE-ATTEMPTS
011546             END-IF
011547             COMPUTE WS-GAME-POINTS = WS-HARD-SOLVE-POINTS
011548                 + (WS-SPARE-ATTEMPTS * WS-HARD-SPARE-POINTS)
011549         ELSE
011550             IF WS-SPARE-ATTEMPTS > WS-EASY-SPARE-CAP
011551                 MOVE WS-EASY-SPARE-CAP TO WS-SPARE-ATTEMPTS
011552             END-IF
011553             COMPUTE WS-GAME-POINTS = WS-EASY-SOLVE-POINTS
011554                 + (WS-SPARE-ATTEMPTS * WS-EASY-SPARE-POINTS)
011555         END-IF
011556     END-IF.
011557     MOVE SPACES TO SCORE-RECORD.
011558     MOVE WS-ADT-OPERATOR-ID (WS-FOUND-IDX) TO SCR-PLAYER-ID.
011559     MOVE "00" TO WS-SCORE-STATUS.
011560     READ SCORE-FILE
011561         INVALID KEY
011562             MOVE "23" TO WS-SCORE-STATUS
011563     END-READ.
011564     MOVE "TRAN " TO TR-TAG.
011565     MOVE WS-ADT-OPERATOR-ID (WS-FOUND-IDX) TO TR-OPERATOR-ID.
011566     MOVE WS-ADT-DATE (WS-FOUND-IDX)        TO TR-DATE.
011567     MOVE WS-ADT-TIME (WS-FOUND-IDX)        TO TR-TIME.
011568     IF WS-SCORE-STATUS NOT = "00"
011569         OR SCR-SPLIT-FIGURES IS NOT NUMERIC
011570         MOVE "LEDGER NOT REVERSED - NOT KEPT" TO TR-DISPOSITION
011571         WRITE ADJREG-RECORD FROM WS-TRAN-LINE
011572         GO TO 3800-REVERSE-LEDGER-GAME-EXIT
011573     END-IF.
011574     IF WS-REV-IS-HARD
011575         MOVE "HARD LEDGER REVERSED" TO TR-DISPOSITION
011576         MOVE "HARD "                TO LG-LEDGER
011577     ELSE
011578         MOVE "EASY LEDGER REVERSED" TO TR-DISPOSITION
011579         MOVE "EASY "                TO LG-LEDGER
011580     END-IF.
011581     WRITE ADJREG-RECORD FROM WS-TRAN-LINE.
011582     MOVE "LEDGER BEFORE:" TO LG-IMAGE-TAG.
011583     PERFORM 3850-WRITE-LEDGER-IMAGE
011584         THRU 3850-WRITE-LEDGER-IMAGE-EXIT.
011585     IF WS-REV-IS-HARD
011586         IF SCR-HARD-GAMES > ZERO
011587             SUBTRACT 1 FROM SCR-HARD-GAMES
011588         END-IF
011589         IF SCR-HARD-GUESSES >= WS-BUF-COUNT
011590             SUBTRACT WS-BUF-COUNT FROM SCR-HARD-GUESSES
011591         ELSE
011592             MOVE ZERO TO SCR-HARD-GUESSES
011593         END-IF
011594     ELSE
011595         IF SCR-EASY-GAMES > ZERO
011596             SUBTRACT 1 FROM SCR-EASY-GAMES
011597         END-IF
011598         IF SCR-EASY-GUESSES >= WS-BUF-COUNT
011599             SUBTRACT WS-BUF-COUNT FROM SCR-EASY-GUESSES
011600         ELSE
011601             MOVE ZERO TO SCR-EASY-GUESSES
011602         END-IF
011603     END-IF.
011604     IF SCR-WEIGHTED-POINTS >= WS-GAME-POINTS
011605         SUBTRACT WS-GAME-POINTS FROM SCR-WEIGHTED-POINTS
011606     ELSE
011607         MOVE ZERO TO SCR-WEIGHTED-POINTS
011608     END-IF.
011609     REWRITE SCORE-RECORD.
011610     ADD 1 TO WS-LEDGER-REV-COUNT.
011611     MOVE "LEDGER AFTER: " TO LG-IMAGE-TAG.
011612     PERFORM 3850-WRITE-LEDGER-IMAGE
011613         THRU 3850-WRITE-LEDGER-IMAGE-EXIT.
011614 3800-REVERSE-LEDGER-GAME-EXIT.
011615     EXIT.
011616*
011617*===========================================================*
011618* 3850-WRITE-LEDGER-IMAGE                                   *
011619*     PRINTS THE OPERATOR'S EASY OR HARD LEDGER AND WEIGHTED *
011620*     POINTS AS THEY STAND ON THE REGISTER.                  *
011621*===========================================================*
011622 3850-WRITE-LEDGER-IMAGE.
011623     IF WS-REV-IS-HARD
011624         MOVE SCR-HARD-GAMES   TO LG-GAMES
011625         MOVE SCR-HARD-GUESSES TO LG-GUESSES
011626     ELSE
011627         MOVE SCR-EASY-GAMES   TO LG-GAMES
011628         MOVE SCR-EASY-GUESSES TO LG-GUESSES
011629     END-IF.
011630     MOVE SCR-WEIGHTED-POINTS  TO LG-POINTS.
011631     WRITE ADJREG-RECORD FROM WS-LEDGER-LINE.
011632 3850-WRITE-LEDGER-IMAGE-EXIT.
011633     EXIT.
011634*
011635*===========================================================*
011636* 4000-REPORT-UNMATCHED                                     *
011637*     PRINTS A REGISTER LINE FOR EVERY TRANSACTION THAT      *
011638*     FOUND NO MATCHING SESSION, AND FOR EVERY VOIDED        *
011639*     SESSION WHOSE NWDIST GAME COULD NOT BE FOUND (ITS      *
011640*     GUESSES STAY LIVE AND NWRECON WILL SHOW THE GAP, SO    *
011641*     THE RUN GRADES RC=4 FOR REVIEW).                       *
011642*===========================================================*
011643 4000-REPORT-UNMATCHED.
011644     IF WS-ADT-DIR-REJECTED (WS-IDX)
011645         GO TO 4000-REPORT-UNMATCHED-EXIT
011646     END-IF.
011647     IF NOT WS-ADT-WAS-MATCHED (WS-IDX)
011648         MOVE "TRAN " TO TR-TAG
011649         MOVE WS-ADT-OPERATOR-ID (WS-IDX) TO TR-OPERATOR-ID
011650         MOVE WS-ADT-DATE (WS-IDX)        TO TR-DATE
011651         MOVE WS-ADT-TIME (WS-IDX)        TO TR-TIME
011652         MOVE "NO MATCHING SESSION" TO TR-DISPOSITION
011660         WRITE ADJREG-RECORD FROM WS-TRAN-LINE
011670         ADD 1 TO WS-UNMATCHED-COUNT
011680         GO TO 4000-REPORT-UNMATCHED-EXIT
011770             TO TR-DISPOSITION
011780         WRITE ADJREG-RECORD FROM WS-TRAN-LINE
011790         ADD 1 TO WS-NODIST-COUNT
011791         IF WS-ADT-SCORE-IS-REVERSED (WS-IDX)
011792             MOVE SPACES TO NT-TEXT
011793             MOVE "LEDGER/POINTS NOT REVERSED - NO NWDIST GAME"
011794                 TO NT-TEXT
011795             WRITE ADJREG-RECORD FROM WS-NOTE-LINE
011796         END-IF
011800     END-IF.
011810 4000-REPORT-UNMATCHED-EXIT.
011820     EXIT.
012070     MOVE SPACES                 TO WS-TOTAL-LINE.
012080     MOVE "EFFICIENCY GAMES REVERSED" TO TL-LABEL.
012090     MOVE WS-ACC-REV-COUNT       TO TL-VALUE.
012092     WRITE ADJREG-RECORD FROM WS-TOTAL-LINE.
012094     MOVE SPACES                 TO WS-TOTAL-LINE.
012096     MOVE "EASY/HARD LEDGER GAMES REVERSED" TO TL-LABEL.
012098     MOVE WS-LEDGER-REV-COUNT    TO TL-VALUE.
012100     WRITE ADJREG-RECORD FROM WS-TOTAL-LINE.
012110     MOVE SPACES                 TO WS-TOTAL-LINE.
012120     MOVE "TRANSACTIONS UNMATCHED" TO TL-LABEL.
012200     MOVE "TRANSACTIONS REJECTED" TO TL-LABEL.
012210     MOVE WS-REJECT-COUNT        TO TL-VALUE.
012220     WRITE ADJREG-RECORD FROM WS-TOTAL-LINE.
012222     MOVE SPACES                 TO WS-TOTAL-LINE.
012224     MOVE "TRANSACTIONS REJECTED BY NWSESDIR" TO TL-LABEL.
012226     MOVE WS-DIR-REJECT-COUNT    TO TL-VALUE.
012228     WRITE ADJREG-RECORD FROM WS-TOTAL-LINE.
012230 8000-PRINT-TOTALS-EXIT.
012240     EXIT.
012250*
012260*===========================================================*
012270* 0800-CHECK-RUN-CONTROL                                     *
012280*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
012290*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
012300*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
012310*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
012320*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
012330*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
012340*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
012350*===========================================================*
012360 0800-CHECK-RUN-CONTROL.
012370     MOVE "NWADJ"    TO WS-RUN-JOB-NAME.
012380     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
012390     ACCEPT WS-RUN-START-TIME FROM TIME.
012400     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
012410     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
012420         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
012430         COMPUTE WS-RUN-DATE-INTEGER =
012440             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
012450         COMPUTE WS-RUN-DATE-8 =
012460             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
012470         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
012480     END-IF.
012490*
012500     OPEN I-O RUNCTL-FILE.
012510     IF WS-RUNCTL-STATUS = "35"
012520         OPEN OUTPUT RUNCTL-FILE
012530         CLOSE RUNCTL-FILE
012540         OPEN I-O RUNCTL-FILE
012550     END-IF.
012560     IF WS-RUNCTL-STATUS NOT = "00"
012570         DISPLAY "NWADJ: NWRUNCTL COULD NOT BE OPENED - "
012580             "FILE STATUS " WS-RUNCTL-STATUS
012590             " - RUN NOT RECORDED ON THE LEDGER."
012600         GO TO 0800-CHECK-RUN-CONTROL-EXIT
012610     END-IF.
012620     MOVE 'Y' TO WS-RUN-LEDGER-SW.
012630*
012640     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
012650     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
012660     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
012670     READ RUNCTL-FILE
012680         INVALID KEY
012690             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
012700             MOVE SPACES TO RUNCTL-RECORD
012710             MOVE ZERO   TO RUN-ATTEMPT-COUNT
012720     END-READ.
012730     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
012740     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
012750     MOVE 'S'               TO RUN-STATUS.
012760     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
012770     MOVE ZERO              TO RUN-END-TIME
012780                               RUN-COND-CODE
012790                               RUN-RECS-READ
012800                               RUN-RECS-WRITTEN
012810                               RUN-RECS-EXCEPTED.
012820     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
012830         MOVE ZERO TO RUN-ATTEMPT-COUNT
012840     END-IF.
012850     IF RUN-ATTEMPT-COUNT < 99
012860         ADD 1 TO RUN-ATTEMPT-COUNT
012870     END-IF.
012880     MOVE SPACES            TO RUN-REFUSED-FOR.
012890     IF WS-RUN-IS-REFUSED
012900         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
012910     END-IF.
012920     IF WS-RUN-REC-WAS-FOUND
012930         REWRITE RUNCTL-RECORD
012940     ELSE
012950         WRITE RUNCTL-RECORD
012960     END-IF.
012970     CLOSE RUNCTL-FILE.
012980 0800-CHECK-RUN-CONTROL-EXIT.
012990     EXIT.
013000*
013010*===========================================================*
013020* 9800-RECORD-RUN-END                                        *
013030*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
013040*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
013050*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
013060*     CODE IS FINAL.                                         *
013070*===========================================================*
013080 9800-RECORD-RUN-END.
013090     IF NOT WS-RUN-LEDGER-IS-USABLE
013100         GO TO 9800-RECORD-RUN-END-EXIT
013110     END-IF.
013120     OPEN I-O RUNCTL-FILE.
013130     IF WS-RUNCTL-STATUS NOT = "00"
013140         DISPLAY "NWADJ: NWRUNCTL COULD NOT BE REOPENED - "
013150             "FILE STATUS " WS-RUNCTL-STATUS
013160             " - RUN END NOT RECORDED."
013170         GO TO 9800-RECORD-RUN-END-EXIT
013180     END-IF.
013190     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
013200     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
013210     READ RUNCTL-FILE
013220         INVALID KEY
013230             DISPLAY "NWADJ: NWRUNCTL RECORD FOR THIS RUN IS "
013240                 "MISSING - RUN END NOT RECORDED."
013250             CLOSE RUNCTL-FILE
013260             GO TO 9800-RECORD-RUN-END-EXIT
013270     END-READ.
013280     ACCEPT RUN-END-TIME FROM TIME.
013290     MOVE RETURN-CODE TO RUN-COND-CODE.
013300     EVALUATE TRUE
013310         WHEN WS-RUN-IS-REFUSED
013320             MOVE 'R' TO RUN-STATUS
013330         WHEN WS-RUN-HAD-NO-WORK
013340             MOVE 'N' TO RUN-STATUS
013350         WHEN RETURN-CODE = ZERO
013360             MOVE 'C' TO RUN-STATUS
013370         WHEN RETURN-CODE = 4
013380             MOVE 'W' TO RUN-STATUS
013390         WHEN OTHER
013400             MOVE 'F' TO RUN-STATUS
013410     END-EVALUATE.
013420     MOVE WS-TRAN-COUNT          TO RUN-RECS-READ.
013430     MOVE WS-LOG-VOID-COUNT      TO RUN-RECS-WRITTEN.
013440     COMPUTE RUN-RECS-EXCEPTED =
013450         WS-REJECT-COUNT + WS-UNMATCHED-COUNT + WS-NODIST-COUNT
013455       + WS-DIR-REJECT-COUNT.
013460     REWRITE RUNCTL-RECORD.
013470     CLOSE RUNCTL-FILE.
013480 9800-RECORD-RUN-END-EXIT.
013490     EXIT.
