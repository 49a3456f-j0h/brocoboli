000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NWREBLD.
000300 AUTHOR.        R ALLAN.
000400 INSTALLATION.  SHIFT-READINESS TRAINING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                               *
001200* 2026-10-15 RA    ORIGINAL POINT-IN-TIME REBUILD OF         *
001300*                  SCOREFIL AND NWRATE - REPLAYS THE POSTF   *
001400*                  AND DUELF JOURNAL GENERATIONS UP TO THE   *
001500*                  RESTORE POINT ON THE RBCCARD CARD,        *
001600*                  STARTING FROM THE LAST CLOSED-PERIOD      *
001700*                  NWHIST SNAPSHOT (OR FROM ZERO COUNTERS    *
001800*                  WHEN THE RESTORE POINT IS INSIDE A        *
001900*                  PERIOD), LEAVES OUT EVERY SESSION NWADJ   *
002000*                  HAS VOIDED ON NWLOG, AND WRITES THE       *
002100*                  REBUILT FILES TO NEW SEQUENTIAL DATASETS  *
002200*                  WITH A COMPARE REPORT LISTING EVERY       *
002300*                  COUNTER THAT DIFFERS FROM THE LIVE FILES, *
002400*                  OPERATOR BY OPERATOR. THE LIVE FILES ARE  *
002500*                  ONLY READ - NWREBCNF COPIES THE REBUILT   *
002600*                  FILES OVER THEM ONCE THE REPORT HAS BEEN  *
002700*                  CHECKED. THE SCORING AND RATING RULES ARE *
002800*                  THOSE OF NWPOST AND NWRATUPD AND MUST BE  *
002900*                  KEPT IN STEP WITH THEM. THE RUN IS        *
003000*                  RECORDED ON THE NWRUNCTL LEDGER.          *
003100*-----------------------------------------------------------*
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
003600 OBJECT-COMPUTER.  IBM-370.
003700*
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT RBCCARD-FILE ASSIGN TO RBCCARD
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-RBCCARD-STATUS.
004300     SELECT HIST-FILE ASSIGN TO NWHIST
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS HIS-KEY
004700         FILE STATUS IS WS-HIST-STATUS.
004800     SELECT LOGIN-FILE ASSIGN TO NWLOGIN
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-LOGIN-STATUS.
005100     SELECT PJRNL-FILE ASSIGN TO NWPJRNL
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS WS-PJRNL-STATUS.
005400     SELECT DJRNL-FILE ASSIGN TO NWDJRNL
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS WS-DJRNL-STATUS.
005700     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
005800     SELECT RBSCR-FILE ASSIGN TO NWRBSCR
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS WS-RBSCR-STATUS.
006100     SELECT RBRAT-FILE ASSIGN TO NWRBRAT
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS WS-RBRAT-STATUS.
006400     SELECT LIVE-SCORE-FILE ASSIGN TO SCOREFIL
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS SEQUENTIAL
006700         RECORD KEY IS SCR-PLAYER-ID IN LIVE-SCORE-RECORD
006800         FILE STATUS IS WS-LIVE-SCORE-STATUS.
006900     SELECT LIVE-RATE-FILE ASSIGN TO NWRATE
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS SEQUENTIAL
007200         RECORD KEY IS RAT-OPERATOR-ID IN LIVE-RATE-RECORD
007300         FILE STATUS IS WS-LIVE-RATE-STATUS.
007400     SELECT RBRPT-FILE ASSIGN TO NWRBRPT
007500         ORGANIZATION IS SEQUENTIAL.
007600     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
007700         ORGANIZATION IS INDEXED
007800         ACCESS MODE IS RANDOM
007900         RECORD KEY IS RUN-KEY
008000         FILE STATUS IS WS-RUNCTL-STATUS.
008100*
008200 DATA DIVISION.
008300 FILE SECTION.
008400*
008500 FD  RBCCARD-FILE
008600     RECORDING MODE IS F
008700     LABEL RECORDS ARE STANDARD
008800     RECORD CONTAINS 80 CHARACTERS.
008900 01  RBC-RECORD.
009000     COPY CPYRBC01.
009100*
009200 FD  HIST-FILE
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  HIST-RECORD.
009500     COPY CPYHIS01.
009600*
009700 FD  LOGIN-FILE
009800     RECORDING MODE IS F
009900     LABEL RECORDS ARE STANDARD
010000     RECORD CONTAINS 535 CHARACTERS.
010100 01  LOG-RECORD.
010200     COPY CPYLOG01.
010300*
010400 FD  PJRNL-FILE
010500     RECORDING MODE IS F
010600     LABEL RECORDS ARE STANDARD
010700     RECORD CONTAINS 80 CHARACTERS.
010800 01  POST-RECORD.
010900     COPY CPYPST01.
011000*
011100 FD  DJRNL-FILE
011200     RECORDING MODE IS F
011300     LABEL RECORDS ARE STANDARD
011400     RECORD CONTAINS 80 CHARACTERS.
011500 01  DJRNL-RECORD           PIC X(80).
011600*
011700 SD  SORT-WORK-FILE.
011800 01  SORT-RECORD.
011900     COPY CPYDRP01.
012000*
012100 FD  RBSCR-FILE
012200     RECORDING MODE IS F
012300     LABEL RECORDS ARE STANDARD
012400     RECORD CONTAINS 80 CHARACTERS.
012500 01  RB-SCORE-RECORD.
012600     COPY CPYSCR01.
012700*
012800 FD  RBRAT-FILE
012900     RECORDING MODE IS F
013000     LABEL RECORDS ARE STANDARD
013100     RECORD CONTAINS 80 CHARACTERS.
013200 01  RB-RATE-RECORD.
013300     COPY CPYRAT01.
013400*
013500 FD  LIVE-SCORE-FILE
013600     RECORD CONTAINS 80 CHARACTERS.
013700 01  LIVE-SCORE-RECORD.
013800     COPY CPYSCR01.
013900*
014000 FD  LIVE-RATE-FILE
014100     RECORD CONTAINS 80 CHARACTERS.
014200 01  LIVE-RATE-RECORD.
014300     COPY CPYRAT01.
014400*
014500 FD  RBRPT-FILE
014600     RECORDING MODE IS F
014700     LABEL RECORDS ARE STANDARD
014800     RECORD CONTAINS 133 CHARACTERS.
014900 01  RBRPT-RECORD           PIC X(133).
015000*
015100 FD  RUNCTL-FILE
015200     RECORD CONTAINS 80 CHARACTERS.
015300 01  RUNCTL-RECORD.
015400     COPY CPYRUN01.
015500*
015600 WORKING-STORAGE SECTION.
015700*
015800 77  WS-RBCCARD-STATUS       PIC X(02) VALUE "00".
015900 77  WS-HIST-STATUS          PIC X(02) VALUE "00".
016000 77  WS-LOGIN-STATUS         PIC X(02) VALUE "00".
016100 77  WS-PJRNL-STATUS         PIC X(02) VALUE "00".
016200 77  WS-DJRNL-STATUS         PIC X(02) VALUE "00".
016300 77  WS-RBSCR-STATUS         PIC X(02) VALUE "00".
016400 77  WS-RBRAT-STATUS         PIC X(02) VALUE "00".
016500 77  WS-LIVE-SCORE-STATUS    PIC X(02) VALUE "00".
016600 77  WS-LIVE-RATE-STATUS     PIC X(02) VALUE "00".
016700 77  WS-HIST-EOF-SW          PIC X(01) VALUE 'N'.
016800     88  WS-HIST-AT-END             VALUE 'Y'.
016900 77  WS-LOG-EOF-SW           PIC X(01) VALUE 'N'.
017000     88  WS-LOG-AT-END              VALUE 'Y'.
017100 77  WS-POST-EOF-SW          PIC X(01) VALUE 'N'.
017200     88  WS-POST-AT-END             VALUE 'Y'.
017300 77  WS-DJRNL-EOF-SW         PIC X(01) VALUE 'N'.
017400     88  WS-DJRNL-AT-END            VALUE 'Y'.
017500 77  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
017600     88  WS-SORT-AT-END             VALUE 'Y'.
017700 77  WS-DJRNL-OPEN-SW        PIC X(01) VALUE 'N'.
017800     88  WS-DJRNL-IS-OPEN           VALUE 'Y'.
017900 77  WS-CARD-OK-SW           PIC X(01) VALUE 'N'.
018000     88  WS-CARD-IS-OK              VALUE 'Y'.
018100*
018200*-----------------------------------------------------------*
018300* RESTORE POINT AND STARTING POINT. THE RESTORE POINT IS THE *
018400* END OF THE BUSINESS DAY ON THE CARD. NWCLOSE SNAPSHOTS     *
018500* SCOREFIL TO NWHIST AND RESETS IT, SO THE STARTING POINT IS *
018600* THE LATEST CLOSED PERIOD THAT ENDS ON OR BEFORE THE        *
018700* RESTORE POINT ('S' - THE SEED PERIOD). WHEN THE RESTORE    *
018800* POINT IS THE LAST DAY OF A CLOSED PERIOD THE REBUILD       *
018900* STARTS FROM THAT PERIOD'S SNAPSHOT FIGURES; OTHERWISE IT   *
019000* IS INSIDE A PERIOD AND STARTS FROM ZERO COUNTERS FOR EVERY *
019100* OPERATOR ON THE SEED SNAPSHOT, AS NWCLOSE LEFT THEM. EITHER*
019200* WAY ONLY POSTINGS DATED AFTER THE SEED PERIOD AND ON OR    *
019300* BEFORE THE RESTORE POINT ARE REPLAYED. NWRATE IS NEVER     *
019400* RESET, SO EVERY DUEL UP TO THE RESTORE POINT IS REPLAYED   *
019500* FROM THE HOUSE OPENING RATING.                             *
019600*-----------------------------------------------------------*
019700 77  WS-RESTORE-DATE         PIC 9(06) VALUE ZERO.
019800 77  WS-RESTORE-PERIOD       PIC 9(06) VALUE ZERO.
019900 77  WS-SEED-PERIOD          PIC 9(06) VALUE ZERO.
020000 77  WS-WORK-PERIOD          PIC 9(06) VALUE ZERO.
020100 77  WS-PERIOD-END-SW        PIC X(01) VALUE 'N'.
020200     88  WS-RESTORE-IS-PERIOD-END   VALUE 'Y'.
020300 77  WS-START-SW             PIC X(01) VALUE 'Z'.
020400     88  WS-START-FROM-ZERO         VALUE 'Z'.
020500     88  WS-START-FROM-SNAPSHOT     VALUE 'S'.
020600 77  WS-DATE-INTEGER         PIC S9(08) COMP VALUE ZERO.
020700 01  WS-DATE-8               PIC 9(08) VALUE ZERO.
020800 01  WS-DATE-8-R REDEFINES WS-DATE-8.
020900     05  FILLER              PIC 9(02).
021000     05  WS-DATE-6           PIC 9(06).
021100 01  WS-CARD-DATE-R.
021200     05  WS-CARD-YY          PIC 9(02).
021300     05  WS-CARD-MM          PIC 9(02).
021400     05  WS-CARD-DD          PIC 9(02).
021500*
021600*-----------------------------------------------------------*
021700* REBUILT OPERATOR TABLE - ONE ENTRY PER OPERATOR, KEPT IN   *
021800* OPERATOR ID ORDER SO THE REBUILT FILES COME OUT IN KEY     *
021900* ORDER AND CAN BE MATCHED AGAINST THE LIVE FILES. AN ENTRY  *
022000* CARRIES A SCOREFIL RECORD, AN NWRATE RECORD OR BOTH.       *
022100*-----------------------------------------------------------*
022200 77  WS-RBO-MAX              PIC S9(4) COMP VALUE 1000.
022300 77  WS-RBO-COUNT            PIC S9(4) COMP VALUE ZERO.
022400 77  WS-RBO-IDX              PIC S9(4) COMP VALUE ZERO.
022500 77  WS-RBO-JDX              PIC S9(4) COMP VALUE ZERO.
022600 77  WS-RBO-POS              PIC S9(4) COMP VALUE ZERO.
022700 77  WS-RBO-SEARCH-ID        PIC X(08) VALUE SPACES.
022800 01  WS-OPERATOR-TABLE.
022900     05  WS-RBO-ENTRY OCCURS 1000 TIMES.
023000         10  RBO-OPERATOR-ID     PIC X(08).
023100         10  RBO-SCORE-SW        PIC X(01).
023200             88  RBO-HAS-SCORE              VALUE 'Y'.
023300         10  RBO-RATE-SW         PIC X(01).
023400             88  RBO-HAS-RATE               VALUE 'Y'.
023500         10  RBO-SCORE-FIGS.
023600             15  RBO-GAMES           PIC 9(06).
023700             15  RBO-BEST            PIC 9(04).
023800             15  RBO-TOTAL           PIC 9(08).
023900             15  RBO-AVG             PIC 9(04)V9(02).
024000             15  RBO-SPLIT-FIGURES.
024100                 20  RBO-EASY-GAMES      PIC 9(06).
024200                 20  RBO-EASY-BEST       PIC 9(04).
024300                 20  RBO-EASY-GUESSES    PIC 9(08).
024400                 20  RBO-HARD-GAMES      PIC 9(06).
024500                 20  RBO-HARD-BEST       PIC 9(04).
024600                 20  RBO-HARD-GUESSES    PIC 9(08).
024700                 20  RBO-POINTS          PIC 9(06).
024800         10  RBO-RATE-FIGS.
024900             15  RBO-RATING          PIC 9(04).
025000             15  RBO-DUELS           PIC 9(06).
025100             15  RBO-WINS            PIC 9(06).
025200             15  RBO-LOSSES          PIC 9(06).
025300             15  RBO-DRAWS           PIC 9(06).
025400             15  RBO-LAST-DATE       PIC 9(06).
025500*
025600*-----------------------------------------------------------*
025700* VOIDED-SESSION TABLE - ONE ENTRY PER NWLOG RECORD NWADJ    *
025800* HAS MARKED VOIDED UP TO THE RESTORE POINT. A GAME'S SCORE  *
025900* POSTING IS STAMPED JUST AFTER ITS NWLOG RECORD, AND A DUEL *
026000* POSTING JUST AFTER BOTH DUELISTS' RECORDS, SO A POSTING    *
026100* BELONGS TO A VOIDED SESSION WHEN THE OPERATOR, DATE AND    *
026200* GUESS COUNT AGREE AND IT WAS STAMPED AT OR WITHIN THE      *
026300* WINDOW AFTER THE LOGGED TIME. EACH VOID IS USED ONCE FOR   *
026400* SCOREFIL AND ONCE FOR NWRATE.                              *
026500*-----------------------------------------------------------*
026600 77  WS-VDT-MAX              PIC S9(4) COMP VALUE 1000.
026700 77  WS-VDT-COUNT            PIC S9(4) COMP VALUE ZERO.
026800 77  WS-VDT-IDX              PIC S9(4) COMP VALUE ZERO.
026900 77  WS-VDT-FOUND            PIC S9(4) COMP VALUE ZERO.
027000 77  WS-VOID-WINDOW          PIC 9(04) COMP VALUE 500.
027100 01  WS-VOID-TABLE.
027200     05  WS-VDT-ENTRY OCCURS 1000 TIMES.
027300         10  VDT-OPERATOR-ID     PIC X(08).
027400         10  VDT-DATE            PIC 9(06).
027500         10  VDT-HUNDREDTHS      PIC 9(07).
027600         10  VDT-GUESSES         PIC 9(04).
027700         10  VDT-POST-SW         PIC X(01).
027800             88  VDT-POST-IS-USED           VALUE 'Y'.
027900         10  VDT-DUEL-SW         PIC X(01).
028000             88  VDT-DUEL-IS-USED           VALUE 'Y'.
028100*
028200*    THE SESSION BEING LOOKED FOR AMONG THE VOIDS, AND WHICH
028300*    FILE ('P' SCOREFIL POSTING, 'D' DUEL) IT IS WANTED FOR.
028400 77  WS-MATCH-OPERATOR       PIC X(08) VALUE SPACES.
028500 77  WS-MATCH-DATE           PIC 9(06) VALUE ZERO.
028600 77  WS-MATCH-GUESSES        PIC 9(04) VALUE ZERO.
028700 77  WS-MATCH-HUNDREDTHS     PIC 9(07) VALUE ZERO.
028800 77  WS-MATCH-KIND           PIC X(01) VALUE 'P'.
028900     88  WS-MATCH-FOR-POSTING       VALUE 'P'.
029000     88  WS-MATCH-FOR-DUEL          VALUE 'D'.
029100 77  WS-SIDE-1-VOID          PIC S9(4) COMP VALUE ZERO.
029200 77  WS-HUNDREDTHS           PIC 9(07) VALUE ZERO.
029300 01  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
029400 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
029500     05  WS-TIME-HH          PIC 9(02).
029600     05  WS-TIME-MM          PIC 9(02).
029700     05  WS-TIME-SS          PIC 9(02).
029800     05  WS-TIME-TT          PIC 9(02).
029900*
030000*-----------------------------------------------------------*
030100* SCORING RULES - AS NWPOST. A SOLVED GAME EARNS THE BASE    *
030200* POINTS FOR ITS DIFFICULTY PLUS A BONUS FOR EVERY ATTEMPT   *
030300* LEFT UNUSED UNDER THE LIMIT IN FORCE, COUNTED AT MOST UP   *
030350* TO THE HOUSE DEFAULT LIMIT FOR THE DIFFICULTY.             *
030400*-----------------------------------------------------------*
030500 77  WS-EASY-SOLVE-POINTS    PIC 9(04) COMP VALUE 10.
030600 77  WS-EASY-SPARE-POINTS    PIC 9(04) COMP VALUE 1.
030700 77  WS-HARD-SOLVE-POINTS    PIC 9(04) COMP VALUE 30.
030800 77  WS-HARD-SPARE-POINTS    PIC 9(04) COMP VALUE 3.
030830 77  WS-EASY-SPARE-CAP       PIC 9(04) COMP VALUE 10.
030860 77  WS-HARD-SPARE-CAP       PIC 9(04) COMP VALUE 5.
030900 77  WS-SPARE-ATTEMPTS       PIC 9(04) COMP VALUE ZERO.
031000 77  WS-GAME-POINTS          PIC 9(04) COMP VALUE ZERO.
031100*
031200*-----------------------------------------------------------*
031300* RATING RULES - AS NWRATUPD. EVERY OPERATOR STARTS AT 1200  *
031400* AND MOVES BY 32 TIMES (ACTUAL - EXPECTED) PER DUEL, FLOORED *
031500* AT 100.                                                    *
031600*-----------------------------------------------------------*
031700 77  WS-START-RATING         PIC 9(04) VALUE 1200.
031800 77  WS-K-FACTOR             PIC 9(02) VALUE 32.
031900 77  WS-RATING-FLOOR         PIC 9(04) VALUE 0100.
032000 77  WS-EXPONENT             PIC S9(02)V9(06).
032100 77  WS-EXPECTED-1           PIC S9(01)V9(06).
032200 77  WS-EXPECTED-2           PIC S9(01)V9(06).
032300 77  WS-ACTUAL-1             PIC S9(01)V9(01).
032400 77  WS-ACTUAL-2             PIC S9(01)V9(01).
032500 77  WS-NEW-RATING           PIC S9(05).
032600 01  WS-SIDE-WORK.
032700     05  WS-SIDE-ENTRY OCCURS 2 TIMES.
032800         10  WS-SIDE-OPER-ID     PIC X(08).
032900         10  WS-SIDE-RBO-IDX     PIC S9(4) COMP.
033000         10  WS-SIDE-OLD-RATING  PIC 9(04).
033100         10  WS-SIDE-NEW-RATING  PIC 9(04).
033200 77  WS-SIDE-IDX             PIC S9(4) COMP.
033300*
033400*-----------------------------------------------------------*
033500* COMPARE WORK AREAS. THE LIVE AND REBUILT FIGURES FOR ONE   *
033600* OPERATOR ARE LAID SIDE BY SIDE; A SIDE WITH NO RECORD      *
033700* COUNTS AS ALL ZERO. A LIVE COUNTER LEFT AS SPACES BY AN    *
033800* OLDER RECORD IS TREATED AS ZERO, AS THE READERS DO.        *
033900*-----------------------------------------------------------*
034000 77  WS-LIVE-KEY             PIC X(08) VALUE SPACES.
034100 77  WS-TBL-KEY              PIC X(08) VALUE SPACES.
034200 77  WS-LIVE-OPEN-SW         PIC X(01) VALUE 'N'.
034300     88  WS-LIVE-IS-OPEN            VALUE 'Y'.
034400 77  WS-LIVE-ON-FILE-SW      PIC X(01) VALUE 'N'.
034500     88  WS-LIVE-IS-ON-FILE         VALUE 'Y'.
034600 77  WS-REBUILT-ON-FILE-SW   PIC X(01) VALUE 'N'.
034700     88  WS-REBUILT-IS-ON-FILE      VALUE 'Y'.
034800 77  WS-OPER-DIFF-SW         PIC X(01) VALUE 'N'.
034900     88  WS-OPER-HAS-DIFFERED       VALUE 'Y'.
035000 77  WS-CMP-FILE             PIC X(08) VALUE SPACES.
035100 77  WS-CMP-NAME             PIC X(18) VALUE SPACES.
035200 77  WS-CMP-LIVE             PIC 9(08)V9(02) VALUE ZERO.
035300 77  WS-CMP-REBUILT          PIC 9(08)V9(02) VALUE ZERO.
035400 77  WS-CMP-DECIMAL-SW       PIC X(01) VALUE 'N'.
035500     88  WS-CMP-HAS-DECIMALS        VALUE 'Y'.
035600 01  WS-LIVE-SCORE-FIGS.
035700     05  LSF-GAMES               PIC 9(06).
035800     05  LSF-BEST                PIC 9(04).
035900     05  LSF-TOTAL               PIC 9(08).
036000     05  LSF-AVG                 PIC 9(04)V9(02).
036100     05  LSF-SPLIT-FIGURES.
036200         10  LSF-EASY-GAMES      PIC 9(06).
036300         10  LSF-EASY-BEST       PIC 9(04).
036400         10  LSF-EASY-GUESSES    PIC 9(08).
036500         10  LSF-HARD-GAMES      PIC 9(06).
036600         10  LSF-HARD-BEST       PIC 9(04).
036700         10  LSF-HARD-GUESSES    PIC 9(08).
036800         10  LSF-POINTS          PIC 9(06).
036900 01  WS-REBUILT-SCORE-FIGS.
037000     05  RSF-GAMES               PIC 9(06).
037100     05  RSF-BEST                PIC 9(04).
037200     05  RSF-TOTAL               PIC 9(08).
037300     05  RSF-AVG                 PIC 9(04)V9(02).
037400     05  RSF-SPLIT-FIGURES.
037500         10  RSF-EASY-GAMES      PIC 9(06).
037600         10  RSF-EASY-BEST       PIC 9(04).
037700         10  RSF-EASY-GUESSES    PIC 9(08).
037800         10  RSF-HARD-GAMES      PIC 9(06).
037900         10  RSF-HARD-BEST       PIC 9(04).
038000         10  RSF-HARD-GUESSES    PIC 9(08).
038100         10  RSF-POINTS          PIC 9(06).
038200 01  WS-LIVE-RATE-FIGS.
038300     05  LRF-RATING              PIC 9(04).
038400     05  LRF-DUELS               PIC 9(06).
038500     05  LRF-WINS                PIC 9(06).
038600     05  LRF-LOSSES              PIC 9(06).
038700     05  LRF-DRAWS               PIC 9(06).
038800     05  LRF-LAST-DATE           PIC 9(06).
038900 01  WS-REBUILT-RATE-FIGS.
039000     05  RRF-RATING              PIC 9(04).
039100     05  RRF-DUELS               PIC 9(06).
039200     05  RRF-WINS                PIC 9(06).
039300     05  RRF-LOSSES              PIC 9(06).
039400     05  RRF-DRAWS               PIC 9(06).
039500     05  RRF-LAST-DATE           PIC 9(06).
039600*
039700*-----------------------------------------------------------*
039800* COUNTS FOR THE RUN.                                        *
039900*-----------------------------------------------------------*
040000 77  WS-HIST-READ-COUNT      PIC 9(08) COMP VALUE ZERO.
040100 77  WS-SEED-COUNT           PIC 9(08) COMP VALUE ZERO.
040200 77  WS-LOG-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
040300 77  WS-VOID-UNTABLED-COUNT  PIC 9(08) COMP VALUE ZERO.
040400 77  WS-POST-READ-COUNT      PIC 9(08) COMP VALUE ZERO.
040500 77  WS-POST-OUTSIDE-COUNT   PIC 9(08) COMP VALUE ZERO.
040600 77  WS-POST-APPLIED-COUNT   PIC 9(08) COMP VALUE ZERO.
040700 77  WS-POST-VOIDED-COUNT    PIC 9(08) COMP VALUE ZERO.
040800 77  WS-POST-SKIPPED-COUNT   PIC 9(08) COMP VALUE ZERO.
040900 77  WS-DUEL-READ-COUNT      PIC 9(08) COMP VALUE ZERO.
041000 77  WS-DUEL-AFTER-COUNT     PIC 9(08) COMP VALUE ZERO.
041100 77  WS-DUEL-APPLIED-COUNT   PIC 9(08) COMP VALUE ZERO.
041200 77  WS-DUEL-VOIDED-COUNT    PIC 9(08) COMP VALUE ZERO.
041300 77  WS-DUEL-SKIPPED-COUNT   PIC 9(08) COMP VALUE ZERO.
041400 77  WS-OPR-UNTABLED-COUNT   PIC 9(08) COMP VALUE ZERO.
041500 77  WS-RBSCR-WRITE-COUNT    PIC 9(08) COMP VALUE ZERO.
041600 77  WS-RBRAT-WRITE-COUNT    PIC 9(08) COMP VALUE ZERO.
041700 77  WS-SCR-OPER-DIFF-COUNT  PIC 9(08) COMP VALUE ZERO.
041800 77  WS-SCR-CTR-DIFF-COUNT   PIC 9(08) COMP VALUE ZERO.
041900 77  WS-RAT-OPER-DIFF-COUNT  PIC 9(08) COMP VALUE ZERO.
042000 77  WS-RAT-CTR-DIFF-COUNT   PIC 9(08) COMP VALUE ZERO.
042100*
042200 01  WS-RUN-CONTROL.
042300     COPY CPYRUW01.
042400*
042500*-----------------------------------------------------------*
042600* REPORT LINE LAYOUTS                                        *
042700*-----------------------------------------------------------*
042800 01  WS-HEADING-LINE-1       PIC X(133) VALUE
042900     "NUMBERWANG POINT-IN-TIME REBUILD - SCOREFIL AND NWRATE COMPA
043000-    "RED WITH THE LIVE FILES".
043100 01  WS-CRIT-LINE.
043200     05  FILLER              PIC X(24) VALUE
043300         "RESTORE POINT (YYMMDD): ".
043400     05  CR-RESTORE-DATE     PIC 9(06).
043500     05  FILLER              PIC X(11) VALUE "   PERIOD: ".
043600     05  CR-RESTORE-PERIOD   PIC 9(06).
043700     05  FILLER              PIC X(86).
043800 01  WS-START-LINE.
043900     05  FILLER              PIC X(16) VALUE
044000         "SCOREFIL START: ".
044100     05  SL-TEXT             PIC X(48).
044200     05  SL-PERIOD           PIC 9(06).
044300     05  FILLER              PIC X(63).
044400 01  WS-RATE-START-LINE      PIC X(133) VALUE
044500     "NWRATE START:   EVERY OPERATOR AT 1200, EVERY DUEL UP TO THE
044600-    " RESTORE POINT REPLAYED".
044700 01  WS-SCORE-HEAD-LINE      PIC X(133) VALUE
044800     "SCOREFIL - COUNTERS THAT DIFFER (LIVE AGAINST REBUILT)".
044900 01  WS-RATE-HEAD-LINE       PIC X(133) VALUE
045000     "NWRATE - COUNTERS THAT DIFFER (LIVE AGAINST REBUILT)".
045100 01  WS-COLUMN-LINE          PIC X(133) VALUE
045200     "OPERATOR  FILE      COUNTER                   LIVE        RE
045300-    "BUILT".
045400 01  WS-COMPARE-LINE.
045500     05  CL-OPERATOR         PIC X(08).
045600     05  FILLER              PIC X(02).
045700     05  CL-FILE             PIC X(08).
045800     05  FILLER              PIC X(02).
045900     05  CL-COUNTER          PIC X(18).
046000     05  FILLER              PIC X(02).
046100     05  CL-LIVE             PIC X(13).
046200     05  FILLER              PIC X(02).
046300     05  CL-REBUILT          PIC X(13).
046400     05  FILLER              PIC X(65).
046500 01  WS-EDIT-INT-AREA.
046600     05  WS-EDIT-INT         PIC ZZ,ZZZ,ZZ9.
046700     05  FILLER              PIC X(03) VALUE SPACES.
046800 77  WS-EDIT-DEC             PIC ZZ,ZZZ,ZZ9.99.
046900 01  WS-TOTAL-LINE.
047000     05  TL-LABEL            PIC X(48).
047100     05  FILLER              PIC X(02).
047200     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
047300     05  FILLER              PIC X(72).
047400 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
047500 01  WS-NO-DIFF-LINE         PIC X(133) VALUE
047600     "  NONE - EVERY COUNTER AGREES WITH THE LIVE FILE.".
047700 01  WS-NO-LIVE-LINE         PIC X(133) VALUE
047800     "  THE LIVE FILE COULD NOT BE OPENED - NOT COMPARED. SEE CONS
047900-    "OLE LOG.".
048000 01  WS-BAD-CARD-LINE        PIC X(133) VALUE
048100     "RBCCARD IS MISSING OR DOES NOT HOLD A VALID PAST YYMMDD REST
048200-    "ORE POINT - NOTHING WAS REBUILT.".
048300 01  WS-OPEN-FAIL-LINE       PIC X(133) VALUE
048400     "A REQUIRED FILE COULD NOT BE OPENED - THE REBUILD IS INCOMPL
048500-    "ETE AND MUST NOT BE CONFIRMED. SEE CONSOLE LOG.".
048600 01  WS-TABLE-FULL-LINE      PIC X(133) VALUE
048700     "AN OPERATOR OR VOID TABLE FILLED - THE REBUILD IS INCOMPLETE
048800-    " AND MUST NOT BE CONFIRMED. SEE THE TOTALS.".
048900 01  WS-SKIPPED-LINE         PIC X(133) VALUE
049000     "SOME POSTINGS OR DUELS WERE MALFORMED OR UNDATED AND WERE LE
049100-    "FT OUT, AS THE APPLY JOBS LEFT THEM OUT. SEE THE TOTALS.".
049200 01  WS-CONFIRM-LINE         PIC X(133) VALUE
049300     "CHECK THE DIFFERENCES ABOVE, THEN RUN NWREBCNF TO COPY THE R
049400-    "EBUILT FILES OVER THE LIVE ONES.".
049500*
049600 PROCEDURE DIVISION.
049700*
049800*===========================================================*
049900* 0000-MAINLINE                                              *
050000*===========================================================*
050100 0000-MAINLINE.
050200     OPEN OUTPUT RBRPT-FILE.
050300     WRITE RBRPT-RECORD FROM WS-HEADING-LINE-1.
050400     WRITE RBRPT-RECORD FROM WS-BLANK-LINE.
050500*
050600     PERFORM 0800-CHECK-RUN-CONTROL
050700         THRU 0800-CHECK-RUN-CONTROL-EXIT.
050800*
050900     PERFORM 0100-READ-REBUILD-CARD
051000         THRU 0100-READ-REBUILD-CARD-EXIT.
051100     IF NOT WS-CARD-IS-OK
051200         WRITE RBRPT-RECORD FROM WS-BAD-CARD-LINE
051300         MOVE 8 TO RETURN-CODE
051400         GO TO 0000-MAINLINE-WRAP-UP
051500     END-IF.
051600     MOVE WS-RESTORE-DATE   TO CR-RESTORE-DATE.
051700     MOVE WS-RESTORE-PERIOD TO CR-RESTORE-PERIOD.
051800     WRITE RBRPT-RECORD FROM WS-CRIT-LINE.
051900*
052000     PERFORM 1000-FIND-SEED-PERIOD
052100         THRU 1000-FIND-SEED-PERIOD-EXIT.
052200     IF RETURN-CODE = 8
052300         GO TO 0000-MAINLINE-FAILED
052400     END-IF.
052500     PERFORM 1500-LOAD-SEED-SNAPSHOT
052600         THRU 1500-LOAD-SEED-SNAPSHOT-EXIT.
052700     IF RETURN-CODE = 8
052800         GO TO 0000-MAINLINE-FAILED
052900     END-IF.
053000     WRITE RBRPT-RECORD FROM WS-START-LINE.
053100     WRITE RBRPT-RECORD FROM WS-RATE-START-LINE.
053200     WRITE RBRPT-RECORD FROM WS-BLANK-LINE.
053300*
053400     PERFORM 2000-LOAD-VOIDS
053500         THRU 2000-LOAD-VOIDS-EXIT.
053600     IF RETURN-CODE = 8
053700         GO TO 0000-MAINLINE-FAILED
053800     END-IF.
053900     PERFORM 3000-REPLAY-POSTINGS
054000         THRU 3000-REPLAY-POSTINGS-EXIT.
054100     IF RETURN-CODE = 8
054200         GO TO 0000-MAINLINE-FAILED
054300     END-IF.
054400*
054500     SORT SORT-WORK-FILE
054600         ON ASCENDING KEY DRP-DATE
054700                          DRP-TIME
054800         INPUT PROCEDURE IS 4000-RELEASE-DUELS
054900             THRU 4000-RELEASE-DUELS-EXIT
055000         OUTPUT PROCEDURE IS 4500-REPLAY-DUELS
055100             THRU 4500-REPLAY-DUELS-EXIT.
055200     IF NOT WS-DJRNL-IS-OPEN
055300         MOVE 8 TO RETURN-CODE
055400         GO TO 0000-MAINLINE-FAILED
055500     END-IF.
055600     IF WS-OPR-UNTABLED-COUNT > ZERO
055700         OR WS-VOID-UNTABLED-COUNT > ZERO
055800         WRITE RBRPT-RECORD FROM WS-TABLE-FULL-LINE
055900         WRITE RBRPT-RECORD FROM WS-BLANK-LINE
056000         MOVE 8 TO RETURN-CODE
056100         GO TO 0000-MAINLINE-TOTALS
056200     END-IF.
056300*
056400     PERFORM 5000-WRITE-REBUILT-FILES
056500         THRU 5000-WRITE-REBUILT-FILES-EXIT.
056600     IF RETURN-CODE = 8
056700         GO TO 0000-MAINLINE-FAILED
056800     END-IF.
056900*
057000     PERFORM 6000-COMPARE-SCOREFIL
057100         THRU 6000-COMPARE-SCOREFIL-EXIT.
057200     PERFORM 7000-COMPARE-NWRATE
057300         THRU 7000-COMPARE-NWRATE-EXIT.
057400     IF WS-POST-SKIPPED-COUNT > ZERO
057500         OR WS-DUEL-SKIPPED-COUNT > ZERO
057600         WRITE RBRPT-RECORD FROM WS-SKIPPED-LINE
057700         WRITE RBRPT-RECORD FROM WS-BLANK-LINE
057800         IF RETURN-CODE < 4
057900             MOVE 4 TO RETURN-CODE
058000         END-IF
058100     END-IF.
058200     WRITE RBRPT-RECORD FROM WS-CONFIRM-LINE.
058300     WRITE RBRPT-RECORD FROM WS-BLANK-LINE.
058400     GO TO 0000-MAINLINE-TOTALS.
058500*
058600 0000-MAINLINE-FAILED.
058700     WRITE RBRPT-RECORD FROM WS-OPEN-FAIL-LINE.
058800     WRITE RBRPT-RECORD FROM WS-BLANK-LINE.
058900 0000-MAINLINE-TOTALS.
059000     PERFORM 8000-PRINT-TOTALS
059100         THRU 8000-PRINT-TOTALS-EXIT.
059200 0000-MAINLINE-WRAP-UP.
059300     CLOSE RBRPT-FILE.
059400     PERFORM 9800-RECORD-RUN-END
059500         THRU 9800-RECORD-RUN-END-EXIT.
059600     STOP RUN.
059700*
059800*===========================================================*
059900* 0100-READ-REBUILD-CARD                                     *
060000*     READS THE REQUIRED RBCCARD CARD. THE RESTORE POINT     *
060100*     MUST BE A VALID YYMMDD DATE NO LATER THAN TODAY - A    *
060200*     MISSING OR BAD CARD LEAVES THE CARD-OK SWITCH OFF AND  *
060300*     NOTHING IS REBUILT. ALSO WORKS OUT THE RESTORE PERIOD  *
060400*     AND WHETHER THE RESTORE POINT IS ITS LAST DAY.         *
060500*===========================================================*
060600 0100-READ-REBUILD-CARD.
060700     OPEN INPUT RBCCARD-FILE.
060800     IF WS-RBCCARD-STATUS NOT = "00"
060900         DISPLAY "NWREBLD: RBCCARD COULD NOT BE OPENED - "
061000             "FILE STATUS " WS-RBCCARD-STATUS
061100         GO TO 0100-READ-REBUILD-CARD-EXIT
061200     END-IF.
061300     READ RBCCARD-FILE
061400         AT END
061500             CLOSE RBCCARD-FILE
061600             DISPLAY "NWREBLD: RBCCARD IS EMPTY."
061700             GO TO 0100-READ-REBUILD-CARD-EXIT
061800     END-READ.
061900     CLOSE RBCCARD-FILE.
062000     IF RBC-RESTORE-DATE IS NOT NUMERIC
062100         DISPLAY "NWREBLD: RBCCARD RESTORE POINT IS NOT NUMERIC."
062200         GO TO 0100-READ-REBUILD-CARD-EXIT
062300     END-IF.
062400     MOVE RBC-RESTORE-DATE TO WS-CARD-DATE-R.
062500     IF WS-CARD-MM < 01 OR WS-CARD-MM > 12
062600         OR WS-CARD-DD < 01 OR WS-CARD-DD > 31
062700         DISPLAY "NWREBLD: RBCCARD RESTORE POINT "
062800             RBC-RESTORE-DATE " IS NOT A YYMMDD DATE."
062900         GO TO 0100-READ-REBUILD-CARD-EXIT
063000     END-IF.
063100     IF RBC-RESTORE-DATE > WS-RUN-CAL-DATE
063200         DISPLAY "NWREBLD: RBCCARD RESTORE POINT "
063300             RBC-RESTORE-DATE " IS IN THE FUTURE."
063400         GO TO 0100-READ-REBUILD-CARD-EXIT
063500     END-IF.
063600     MOVE RBC-RESTORE-DATE TO WS-RESTORE-DATE.
063700     COMPUTE WS-RESTORE-PERIOD =
063800         200000 + (WS-RESTORE-DATE / 100).
063900*
064000     COMPUTE WS-DATE-8 = 20000000 + WS-RESTORE-DATE.
064100     COMPUTE WS-DATE-INTEGER =
064200         FUNCTION INTEGER-OF-DATE(WS-DATE-8) + 1.
064300     COMPUTE WS-DATE-8 =
064400         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
064500     COMPUTE WS-WORK-PERIOD = 200000 + (WS-DATE-6 / 100).
064600     IF WS-WORK-PERIOD NOT = WS-RESTORE-PERIOD
064700         MOVE 'Y' TO WS-PERIOD-END-SW
064800     END-IF.
064900     MOVE 'Y' TO WS-CARD-OK-SW.
065000 0100-READ-REBUILD-CARD-EXIT.
065100     EXIT.
065200*
065300*===========================================================*
065400* 1000-FIND-SEED-PERIOD                                      *
065500*     FIRST PASS OVER NWHIST - FINDS THE LATEST PERIOD       *
065600*     CLOSED BEFORE THE RESTORE PERIOD, OR THE RESTORE       *
065700*     PERIOD ITSELF WHEN THE RESTORE POINT IS ITS LAST DAY   *
065800*     AND IT HAS BEEN CLOSED. NO NWHIST AT ALL (NO PERIOD    *
065900*     EVER CLOSED) LEAVES THE SEED PERIOD ZERO - EVERY       *
066000*     POSTING UP TO THE RESTORE POINT IS THEN REPLAYED.      *
066100*===========================================================*
066200 1000-FIND-SEED-PERIOD.
066300     OPEN INPUT HIST-FILE.
066400     IF WS-HIST-STATUS = "35"
066500         GO TO 1000-FIND-SEED-PERIOD-EXIT
066600     END-IF.
066700     IF WS-HIST-STATUS NOT = "00"
066800         DISPLAY "NWREBLD: NWHIST COULD NOT BE OPENED - "
066900             "FILE STATUS " WS-HIST-STATUS
067000         MOVE 8 TO RETURN-CODE
067100         GO TO 1000-FIND-SEED-PERIOD-EXIT
067200     END-IF.
067300     MOVE 'N' TO WS-HIST-EOF-SW.
067400     PERFORM 1100-READ-HIST-RECORD
067500         THRU 1100-READ-HIST-RECORD-EXIT.
067600     PERFORM 1200-TEST-ONE-PERIOD
067700         THRU 1200-TEST-ONE-PERIOD-EXIT
067800         UNTIL WS-HIST-AT-END.
067900     CLOSE HIST-FILE.
068000 1000-FIND-SEED-PERIOD-EXIT.
068100     EXIT.
068200*
068300*===========================================================*
068400* 1100-READ-HIST-RECORD                                      *
068500*     READS THE NEXT NWHIST RECORD IN KEY ORDER.             *
068600*===========================================================*
068700 1100-READ-HIST-RECORD.
068800     READ HIST-FILE
068900         AT END
069000             MOVE 'Y' TO WS-HIST-EOF-SW
069100     END-READ.
069200     IF WS-HIST-STATUS NOT = "00" AND WS-HIST-STATUS NOT = "10"
069300         MOVE 'Y' TO WS-HIST-EOF-SW
069400     END-IF.
069500 1100-READ-HIST-RECORD-EXIT.
069600     EXIT.
069700*
069800*===========================================================*
069900* 1200-TEST-ONE-PERIOD                                       *
070000*     KEEPS THE LATEST USABLE CLOSED PERIOD SEEN SO FAR.     *
070100*===========================================================*
070200 1200-TEST-ONE-PERIOD.
070300     ADD 1 TO WS-HIST-READ-COUNT.
070400     IF HIS-PERIOD < WS-RESTORE-PERIOD
070500         OR (HIS-PERIOD = WS-RESTORE-PERIOD
070600             AND WS-RESTORE-IS-PERIOD-END)
070700         IF HIS-PERIOD > WS-SEED-PERIOD
070800             MOVE HIS-PERIOD TO WS-SEED-PERIOD
070900         END-IF
071000     END-IF.
071100     PERFORM 1100-READ-HIST-RECORD
071200         THRU 1100-READ-HIST-RECORD-EXIT.
071300 1200-TEST-ONE-PERIOD-EXIT.
071400     EXIT.
071500*
071600*===========================================================*
071700* 1500-LOAD-SEED-SNAPSHOT                                    *
071800*     SECOND PASS OVER NWHIST - TABLES A SCOREFIL ENTRY FOR  *
071900*     EVERY OPERATOR ON THE SEED PERIOD'S SNAPSHOT. WHEN THE *
072000*     SEED IS THE RESTORE PERIOD ITSELF THE SNAPSHOT FIGURES *
072100*     ARE TAKEN AS THEY STOOD AT THE CLOSE; OTHERWISE THE    *
072200*     COUNTERS START AT ZERO, AS THE CLOSE RESET THEM.       *
072300*===========================================================*
072400 1500-LOAD-SEED-SNAPSHOT.
072500     MOVE "ZERO COUNTERS, OPERATORS FROM CLOSED PERIOD"
072600         TO SL-TEXT.
072700     IF WS-SEED-PERIOD = WS-RESTORE-PERIOD
072800         MOVE 'S' TO WS-START-SW
072900         MOVE "NWHIST SNAPSHOT FIGURES OF CLOSED PERIOD"
073000             TO SL-TEXT
073100     END-IF.
073200     MOVE WS-SEED-PERIOD TO SL-PERIOD.
073300     IF WS-SEED-PERIOD = ZERO
073400         MOVE "ZERO COUNTERS - NO PERIOD CLOSED YET" TO SL-TEXT
073500         GO TO 1500-LOAD-SEED-SNAPSHOT-EXIT
073600     END-IF.
073700     OPEN INPUT HIST-FILE.
073800     IF WS-HIST-STATUS NOT = "00"
073900         DISPLAY "NWREBLD: NWHIST COULD NOT BE REOPENED - "
074000             "FILE STATUS " WS-HIST-STATUS
074100         MOVE 8 TO RETURN-CODE
074200         GO TO 1500-LOAD-SEED-SNAPSHOT-EXIT
074300     END-IF.
074400     MOVE 'N' TO WS-HIST-EOF-SW.
074500     PERFORM 1100-READ-HIST-RECORD
074600         THRU 1100-READ-HIST-RECORD-EXIT.
074700     PERFORM 1600-SEED-ONE-OPERATOR
074800         THRU 1600-SEED-ONE-OPERATOR-EXIT
074900         UNTIL WS-HIST-AT-END.
075000     CLOSE HIST-FILE.
075100 1500-LOAD-SEED-SNAPSHOT-EXIT.
075200     EXIT.
075300*
075400*===========================================================*
075500* 1600-SEED-ONE-OPERATOR                                     *
075600*     TABLES ONE SEED-PERIOD SNAPSHOT RECORD. A SNAPSHOT     *
075700*     FROM BEFORE THE LEDGERS WERE KEPT HAS SPACES IN ITS    *
075800*     SPLIT FIGURES, TAKEN AS ZERO.                          *
075900*===========================================================*
076000 1600-SEED-ONE-OPERATOR.
076100     IF HIS-PERIOD NOT = WS-SEED-PERIOD
076200         GO TO 1600-SEED-ONE-OPERATOR-NEXT
076300     END-IF.
076400     MOVE HIS-PLAYER-ID TO WS-RBO-SEARCH-ID.
076500     PERFORM 2500-FIND-OPERATOR
076600         THRU 2500-FIND-OPERATOR-EXIT.
076700     IF WS-RBO-IDX = ZERO
076800         GO TO 1600-SEED-ONE-OPERATOR-NEXT
076900     END-IF.
077000     MOVE 'Y' TO RBO-SCORE-SW (WS-RBO-IDX).
077100     ADD 1 TO WS-SEED-COUNT.
077200     IF WS-START-FROM-ZERO
077300         GO TO 1600-SEED-ONE-OPERATOR-NEXT
077400     END-IF.
077500     MOVE HIS-GAMES-PLAYED  TO RBO-GAMES (WS-RBO-IDX).
077600     MOVE HIS-BEST-GUESSES  TO RBO-BEST (WS-RBO-IDX).
077700     MOVE HIS-TOTAL-GUESSES TO RBO-TOTAL (WS-RBO-IDX).
077800     MOVE HIS-AVG-GUESSES   TO RBO-AVG (WS-RBO-IDX).
077900     IF HIS-SPLIT-FIGURES IS NUMERIC
078000         MOVE HIS-SPLIT-FIGURES
078100             TO RBO-SPLIT-FIGURES (WS-RBO-IDX)
078200     END-IF.
078300 1600-SEED-ONE-OPERATOR-NEXT.
078400     PERFORM 1100-READ-HIST-RECORD
078500         THRU 1100-READ-HIST-RECORD-EXIT.
078600 1600-SEED-ONE-OPERATOR-EXIT.
078700     EXIT.
078800*
078900*===========================================================*
079000* 2000-LOAD-VOIDS                                            *
079100*     READS THE CONCATENATED AUDIT LOG (LIVE PLUS ARCHIVE    *
079200*     GENERATIONS) AND TABLES EVERY SESSION NWADJ HAS        *
079300*     VOIDED ON OR BEFORE THE RESTORE POINT.                 *
079400*===========================================================*
079500 2000-LOAD-VOIDS.
079600     OPEN INPUT LOGIN-FILE.
079700     IF WS-LOGIN-STATUS NOT = "00"
079800         DISPLAY "NWREBLD: NWLOGIN COULD NOT BE OPENED - "
079900             "FILE STATUS " WS-LOGIN-STATUS
080000         MOVE 8 TO RETURN-CODE
080100         GO TO 2000-LOAD-VOIDS-EXIT
080200     END-IF.
080300     PERFORM 2100-READ-LOG-RECORD
080400         THRU 2100-READ-LOG-RECORD-EXIT.
080500     PERFORM 2200-TABLE-ONE-VOID
080600         THRU 2200-TABLE-ONE-VOID-EXIT
080700         UNTIL WS-LOG-AT-END.
080800     CLOSE LOGIN-FILE.
080900 2000-LOAD-VOIDS-EXIT.
081000     EXIT.
081100*
081200*===========================================================*
081300* 2100-READ-LOG-RECORD                                       *
081400*     READS THE NEXT RECORD OF THE CONCATENATED LOG INPUT.   *
081500*===========================================================*
081600 2100-READ-LOG-RECORD.
081700     READ LOGIN-FILE
081800         AT END
081900             MOVE 'Y' TO WS-LOG-EOF-SW
082000         NOT AT END
082100             ADD 1 TO WS-LOG-READ-COUNT
082200     END-READ.
082300     IF WS-LOGIN-STATUS NOT = "00" AND WS-LOGIN-STATUS NOT = "10"
082400         MOVE 'Y' TO WS-LOG-EOF-SW
082500     END-IF.
082600 2100-READ-LOG-RECORD-EXIT.
082700     EXIT.
082800*
082900*===========================================================*
083000* 2200-TABLE-ONE-VOID                                        *
083100*     TABLES ONE VOIDED SESSION WITH ITS LOGGED TIME IN      *
083200*     HUNDREDTHS OF A SECOND. A VOID THAT WILL NOT FIT IS    *
083300*     COUNTED - THE REBUILD CANNOT THEN BE TRUSTED.          *
083400*===========================================================*
083500 2200-TABLE-ONE-VOID.
083600     IF LOG-OUTCOME NOT = "VOIDED"
083700         GO TO 2200-TABLE-ONE-VOID-NEXT
083800     END-IF.
083900     IF LOG-DATE IS NOT NUMERIC
084000         OR LOG-TIME IS NOT NUMERIC
084100         OR LOG-GUESS-COUNT IS NOT NUMERIC
084200         GO TO 2200-TABLE-ONE-VOID-NEXT
084300     END-IF.
084400     IF LOG-DATE > WS-RESTORE-DATE
084500         GO TO 2200-TABLE-ONE-VOID-NEXT
084600     END-IF.
084700     IF WS-VDT-COUNT NOT < WS-VDT-MAX
084800         ADD 1 TO WS-VOID-UNTABLED-COUNT
084900         GO TO 2200-TABLE-ONE-VOID-NEXT
085000     END-IF.
085100     ADD 1 TO WS-VDT-COUNT.
085200     MOVE LOG-OPERATOR-ID TO VDT-OPERATOR-ID (WS-VDT-COUNT).
085300     MOVE LOG-DATE        TO VDT-DATE (WS-VDT-COUNT).
085400     MOVE LOG-GUESS-COUNT TO VDT-GUESSES (WS-VDT-COUNT).
085500     MOVE LOG-TIME        TO WS-TIME-WORK.
085600     PERFORM 2900-CONVERT-TIME
085700         THRU 2900-CONVERT-TIME-EXIT.
085800     MOVE WS-HUNDREDTHS   TO VDT-HUNDREDTHS (WS-VDT-COUNT).
085900     MOVE 'N'             TO VDT-POST-SW (WS-VDT-COUNT)
086000                             VDT-DUEL-SW (WS-VDT-COUNT).
086100 2200-TABLE-ONE-VOID-NEXT.
086200     PERFORM 2100-READ-LOG-RECORD
086300         THRU 2100-READ-LOG-RECORD-EXIT.
086400 2200-TABLE-ONE-VOID-EXIT.
086500     EXIT.
086600*
086700*===========================================================*
086800* 2500-FIND-OPERATOR                                         *
086900*     SETS WS-RBO-IDX TO THE TABLE ENTRY FOR                 *
087000*     WS-RBO-SEARCH-ID, INSERTING A NEW ALL-ZERO ENTRY IN    *
087100*     OPERATOR ID ORDER WHEN THERE IS NONE. A FULL TABLE     *
087200*     LEAVES WS-RBO-IDX ZERO AND IS COUNTED.                 *
087300*===========================================================*
087400 2500-FIND-OPERATOR.
087500     MOVE ZERO TO WS-RBO-IDX.
087600     COMPUTE WS-RBO-POS = WS-RBO-COUNT + 1.
087700     PERFORM 2510-TEST-ONE-POSITION
087800         THRU 2510-TEST-ONE-POSITION-EXIT
087900         VARYING WS-RBO-JDX FROM 1 BY 1
088000         UNTIL WS-RBO-JDX > WS-RBO-COUNT
088100            OR WS-RBO-POS NOT > WS-RBO-COUNT.
088200     IF WS-RBO-POS NOT > WS-RBO-COUNT
088300         IF RBO-OPERATOR-ID (WS-RBO-POS) = WS-RBO-SEARCH-ID
088400             MOVE WS-RBO-POS TO WS-RBO-IDX
088500             GO TO 2500-FIND-OPERATOR-EXIT
088600         END-IF
088700     END-IF.
088800     IF WS-RBO-COUNT NOT < WS-RBO-MAX
088900         ADD 1 TO WS-OPR-UNTABLED-COUNT
089000         GO TO 2500-FIND-OPERATOR-EXIT
089100     END-IF.
089200     PERFORM 2520-SHIFT-ONE-ENTRY
089300         THRU 2520-SHIFT-ONE-ENTRY-EXIT
089400         VARYING WS-RBO-JDX FROM WS-RBO-COUNT BY -1
089500         UNTIL WS-RBO-JDX < WS-RBO-POS.
089600     ADD 1 TO WS-RBO-COUNT.
089700     MOVE WS-RBO-POS       TO WS-RBO-IDX.
089800     MOVE WS-RBO-SEARCH-ID TO RBO-OPERATOR-ID (WS-RBO-IDX).
089900     MOVE 'N'              TO RBO-SCORE-SW (WS-RBO-IDX)
090000                              RBO-RATE-SW (WS-RBO-IDX).
090100     MOVE ZEROS            TO RBO-SCORE-FIGS (WS-RBO-IDX)
090200                              RBO-RATE-FIGS (WS-RBO-IDX).
090300 2500-FIND-OPERATOR-EXIT.
090400     EXIT.
090500*
090600*===========================================================*
090700* 2510-TEST-ONE-POSITION                                     *
090800*     STOPS AT THE FIRST ENTRY NOT BELOW THE SEARCH ID -     *
090900*     EITHER THE OPERATOR'S OWN ENTRY OR WHERE IT GOES.      *
091000*===========================================================*
091100 2510-TEST-ONE-POSITION.
091200     IF RBO-OPERATOR-ID (WS-RBO-JDX) NOT < WS-RBO-SEARCH-ID
091300         MOVE WS-RBO-JDX TO WS-RBO-POS
091400     END-IF.
091500 2510-TEST-ONE-POSITION-EXIT.
091600     EXIT.
091700*
091800*===========================================================*
091900* 2520-SHIFT-ONE-ENTRY                                       *
092000*     MOVES ONE ENTRY UP A PLACE TO OPEN THE INSERT SLOT.    *
092100*===========================================================*
092200 2520-SHIFT-ONE-ENTRY.
092300     MOVE WS-RBO-ENTRY (WS-RBO-JDX)
092400         TO WS-RBO-ENTRY (WS-RBO-JDX + 1).
092500 2520-SHIFT-ONE-ENTRY-EXIT.
092600     EXIT.
092700*
092800*===========================================================*
092900* 2600-FIND-VOIDED-SESSION                                   *
093000*     LOOKS FOR AN UNUSED VOID MATCHING THE SESSION IN THE   *
093100*     WS-MATCH- FIELDS AND MARKS IT USED FOR SCOREFIL OR FOR *
093200*     NWRATE. WS-VDT-FOUND IS ITS ENTRY, OR ZERO.            *
093300*===========================================================*
093400 2600-FIND-VOIDED-SESSION.
093500     MOVE ZERO TO WS-VDT-FOUND.
093600     PERFORM 2610-MATCH-ONE-VOID
093700         THRU 2610-MATCH-ONE-VOID-EXIT
093800         VARYING WS-VDT-IDX FROM 1 BY 1
093900         UNTIL WS-VDT-IDX > WS-VDT-COUNT
094000            OR WS-VDT-FOUND > ZERO.
094100     IF WS-VDT-FOUND = ZERO
094200         GO TO 2600-FIND-VOIDED-SESSION-EXIT
094300     END-IF.
094400     IF WS-MATCH-FOR-POSTING
094500         MOVE 'Y' TO VDT-POST-SW (WS-VDT-FOUND)
094600     ELSE
094700         MOVE 'Y' TO VDT-DUEL-SW (WS-VDT-FOUND)
094800     END-IF.
094900 2600-FIND-VOIDED-SESSION-EXIT.
095000     EXIT.
095100*
095200*===========================================================*
095300* 2610-MATCH-ONE-VOID                                        *
095400*     TESTS ONE VOID AGAINST THE SESSION BEING LOOKED FOR.   *
095500*===========================================================*
095600 2610-MATCH-ONE-VOID.
095700     IF WS-MATCH-FOR-POSTING
095800         AND VDT-POST-IS-USED (WS-VDT-IDX)
095900         GO TO 2610-MATCH-ONE-VOID-EXIT
096000     END-IF.
096100     IF WS-MATCH-FOR-DUEL
096200         AND VDT-DUEL-IS-USED (WS-VDT-IDX)
096300         GO TO 2610-MATCH-ONE-VOID-EXIT
096400     END-IF.
096500     IF VDT-OPERATOR-ID (WS-VDT-IDX) = WS-MATCH-OPERATOR
096600         AND VDT-DATE (WS-VDT-IDX) = WS-MATCH-DATE
096700         AND VDT-GUESSES (WS-VDT-IDX) = WS-MATCH-GUESSES
096800         AND VDT-HUNDREDTHS (WS-VDT-IDX)
096900             NOT > WS-MATCH-HUNDREDTHS
097000         AND WS-MATCH-HUNDREDTHS - VDT-HUNDREDTHS (WS-VDT-IDX)
097100             NOT > WS-VOID-WINDOW
097200         MOVE WS-VDT-IDX TO WS-VDT-FOUND
097300     END-IF.
097400 2610-MATCH-ONE-VOID-EXIT.
097500     EXIT.
097600*
097700*===========================================================*
097800* 2900-CONVERT-TIME                                          *
097900*     TURNS THE HHMMSSTT TIME IN WS-TIME-WORK INTO           *
098000*     HUNDREDTHS OF A SECOND SINCE MIDNIGHT.                 *
098100*===========================================================*
098200 2900-CONVERT-TIME.
098300     COMPUTE WS-HUNDREDTHS =
098400         (WS-TIME-HH * 360000) + (WS-TIME-MM * 6000)
098500       + (WS-TIME-SS * 100) + WS-TIME-TT.
098600 2900-CONVERT-TIME-EXIT.
098700     EXIT.
098800*
098900*===========================================================*
099000* 3000-REPLAY-POSTINGS                                       *
099100*     REPLAYS THE POSTF JOURNAL GENERATIONS INTO THE TABLE.  *
099200*     THE SCOREFIL FIGURES DO NOT DEPEND ON THE ORDER THE    *
099300*     POSTINGS ARE APPLIED IN, SO THE GENERATIONS ARE READ   *
099400*     AS THEY COME. NOTHING IS REPLAYED WHEN THE REBUILD     *
099500*     STARTS FROM A SNAPSHOT - ITS POSTINGS ARE ALREADY IN   *
099600*     THE SNAPSHOT FIGURES.                                  *
099700*===========================================================*
099800 3000-REPLAY-POSTINGS.
099900     IF WS-START-FROM-SNAPSHOT
100000         GO TO 3000-REPLAY-POSTINGS-EXIT
100100     END-IF.
100200     OPEN INPUT PJRNL-FILE.
100300     IF WS-PJRNL-STATUS NOT = "00"
100400         DISPLAY "NWREBLD: NWPJRNL COULD NOT BE OPENED - "
100500             "FILE STATUS " WS-PJRNL-STATUS
100600         MOVE 8 TO RETURN-CODE
100700         GO TO 3000-REPLAY-POSTINGS-EXIT
100800     END-IF.
100900     PERFORM 3100-READ-POSTING
101000         THRU 3100-READ-POSTING-EXIT.
101100     PERFORM 3200-REPLAY-ONE-POSTING
101200         THRU 3200-REPLAY-ONE-POSTING-EXIT
101300         UNTIL WS-POST-AT-END.
101400     CLOSE PJRNL-FILE.
101500 3000-REPLAY-POSTINGS-EXIT.
101600     EXIT.
101700*
101800*===========================================================*
101900* 3100-READ-POSTING                                          *
102000*     READS THE NEXT JOURNALLED SCORE POSTING.               *
102100*===========================================================*
102200 3100-READ-POSTING.
102300     READ PJRNL-FILE
102400         AT END
102500             MOVE 'Y' TO WS-POST-EOF-SW
102600         NOT AT END
102700             ADD 1 TO WS-POST-READ-COUNT
102800     END-READ.
102900     IF WS-PJRNL-STATUS NOT = "00" AND WS-PJRNL-STATUS NOT = "10"
103000         MOVE 'Y' TO WS-POST-EOF-SW
103100     END-IF.
103200 3100-READ-POSTING-EXIT.
103300     EXIT.
103400*
103500*===========================================================*
103600* 3200-REPLAY-ONE-POSTING                                    *
103700*     REPLAYS ONE POSTING DATED AFTER THE SEED PERIOD AND ON *
103800*     OR BEFORE THE RESTORE POINT. A POSTING NWPOST SKIPPED  *
103900*     AS MALFORMED IS SKIPPED AGAIN; ONE THAT BELONGS TO A   *
104000*     VOIDED SESSION IS LEFT OUT. THE REST ARE APPLIED BY    *
104100*     NWPOST'S RULES.                                        *
104200*===========================================================*
104300 3200-REPLAY-ONE-POSTING.
104400     IF PST-DATE IS NOT NUMERIC
104500         ADD 1 TO WS-POST-SKIPPED-COUNT
104600         GO TO 3200-REPLAY-ONE-POSTING-NEXT
104700     END-IF.
104800     COMPUTE WS-WORK-PERIOD = 200000 + (PST-DATE / 100).
104900     IF PST-DATE > WS-RESTORE-DATE
105000         OR WS-WORK-PERIOD NOT > WS-SEED-PERIOD
105100         ADD 1 TO WS-POST-OUTSIDE-COUNT
105200         GO TO 3200-REPLAY-ONE-POSTING-NEXT
105300     END-IF.
105400     IF PST-OPERATOR-ID = SPACES
105500         OR PST-GUESS-COUNT IS NOT NUMERIC
105600         ADD 1 TO WS-POST-SKIPPED-COUNT
105700         GO TO 3200-REPLAY-ONE-POSTING-NEXT
105800     END-IF.
105900*
106000     IF PST-TIME IS NUMERIC
106100         MOVE PST-OPERATOR-ID TO WS-MATCH-OPERATOR
106200         MOVE PST-DATE        TO WS-MATCH-DATE
106300         MOVE PST-GUESS-COUNT TO WS-MATCH-GUESSES
106400         MOVE PST-TIME        TO WS-TIME-WORK
106500         PERFORM 2900-CONVERT-TIME
106600             THRU 2900-CONVERT-TIME-EXIT
106700         MOVE WS-HUNDREDTHS   TO WS-MATCH-HUNDREDTHS
106800         MOVE 'P'             TO WS-MATCH-KIND
106900         PERFORM 2600-FIND-VOIDED-SESSION
107000             THRU 2600-FIND-VOIDED-SESSION-EXIT
107100         IF WS-VDT-FOUND > ZERO
107200             ADD 1 TO WS-POST-VOIDED-COUNT
107300             GO TO 3200-REPLAY-ONE-POSTING-NEXT
107400         END-IF
107500     END-IF.
107600*
107700     MOVE PST-OPERATOR-ID TO WS-RBO-SEARCH-ID.
107800     PERFORM 2500-FIND-OPERATOR
107900         THRU 2500-FIND-OPERATOR-EXIT.
108000     IF WS-RBO-IDX = ZERO
108100         GO TO 3200-REPLAY-ONE-POSTING-NEXT
108200     END-IF.
108300     MOVE 'Y' TO RBO-SCORE-SW (WS-RBO-IDX).
108400     ADD 1 TO RBO-GAMES (WS-RBO-IDX).
108500     ADD PST-GUESS-COUNT TO RBO-TOTAL (WS-RBO-IDX).
108600     IF PST-OUTCOME = "SOLVED"
108700         IF RBO-BEST (WS-RBO-IDX) = ZERO
108800             OR PST-GUESS-COUNT < RBO-BEST (WS-RBO-IDX)
108900             MOVE PST-GUESS-COUNT TO RBO-BEST (WS-RBO-IDX)
109000         END-IF
109100     END-IF.
109200     DIVIDE RBO-TOTAL (WS-RBO-IDX) BY RBO-GAMES (WS-RBO-IDX)
109300         GIVING RBO-AVG (WS-RBO-IDX) ROUNDED.
109400     PERFORM 3300-POST-TO-LEDGER
109500         THRU 3300-POST-TO-LEDGER-EXIT.
109600     ADD 1 TO WS-POST-APPLIED-COUNT.
109700 3200-REPLAY-ONE-POSTING-NEXT.
109800     PERFORM 3100-READ-POSTING
109900         THRU 3100-READ-POSTING-EXIT.
110000 3200-REPLAY-ONE-POSTING-EXIT.
110100     EXIT.
110200*
110300*===========================================================*
110400* 3300-POST-TO-LEDGER                                        *
110500*     POSTS THE GAME TO THE EASY OR HARD LEDGER AND ADDS ITS *
110600*     WEIGHTED POINTS, AS NWPOST DOES. A POSTING WITH NO     *
110700*     DIFFICULTY STAYS IN THE BLENDED COUNTERS ONLY.         *
110800*===========================================================*
110900 3300-POST-TO-LEDGER.
111000     EVALUATE TRUE
111100         WHEN PST-DIFFICULTY-IS-EASY
111200             ADD 1 TO RBO-EASY-GAMES (WS-RBO-IDX)
111300             ADD PST-GUESS-COUNT TO RBO-EASY-GUESSES (WS-RBO-IDX)
111400             IF PST-OUTCOME = "SOLVED"
111500                 IF RBO-EASY-BEST (WS-RBO-IDX) = ZERO
111600                     OR PST-GUESS-COUNT
111700                         < RBO-EASY-BEST (WS-RBO-IDX)
111800                     MOVE PST-GUESS-COUNT
111900                         TO RBO-EASY-BEST (WS-RBO-IDX)
112000                 END-IF
112100             END-IF
112200         WHEN PST-DIFFICULTY-IS-HARD
112300             ADD 1 TO RBO-HARD-GAMES (WS-RBO-IDX)
112400             ADD PST-GUESS-COUNT TO RBO-HARD-GUESSES (WS-RBO-IDX)
112500             IF PST-OUTCOME = "SOLVED"
112600                 IF RBO-HARD-BEST (WS-RBO-IDX) = ZERO
112700                     OR PST-GUESS-COUNT
112800                         < RBO-HARD-BEST (WS-RBO-IDX)
112900                     MOVE PST-GUESS-COUNT
113000                         TO RBO-HARD-BEST (WS-RBO-IDX)
113100                 END-IF
113200             END-IF
113300         WHEN OTHER
113400             GO TO 3300-POST-TO-LEDGER-EXIT
113500     END-EVALUATE.
113600     IF PST-OUTCOME NOT = "SOLVED"
113700         GO TO 3300-POST-TO-LEDGER-EXIT
113800     END-IF.
113900     MOVE ZERO TO WS-SPARE-ATTEMPTS.
114000     IF PST-MAX-ATTEMPTS IS NUMERIC
114100         AND PST-MAX-ATTEMPTS > PST-GUESS-COUNT
114200         COMPUTE WS-SPARE-ATTEMPTS =
114300             PST-MAX-ATTEMPTS - PST-GUESS-COUNT
114400     END-IF.
114500     IF PST-DIFFICULTY-IS-HARD
114520         IF WS-SPARE-ATTEMPTS > WS-HARD-SPARE-CAP
114540             MOVE WS-HARD-SPARE-CAP TO WS-SPARE-ATTEMPTS
114560         END-IF
114600         COMPUTE WS-GAME-POINTS = WS-HARD-SOLVE-POINTS
114700             + (WS-SPARE-ATTEMPTS * WS-HARD-SPARE-POINTS)
114800     ELSE
114820         IF WS-SPARE-ATTEMPTS > WS-EASY-SPARE-CAP
114840             MOVE WS-EASY-SPARE-CAP TO WS-SPARE-ATTEMPTS
114860         END-IF
114900         COMPUTE WS-GAME-POINTS = WS-EASY-SOLVE-POINTS
115000             + (WS-SPARE-ATTEMPTS * WS-EASY-SPARE-POINTS)
115100     END-IF.
115200     ADD WS-GAME-POINTS TO RBO-POINTS (WS-RBO-IDX).
115300 3300-POST-TO-LEDGER-EXIT.
115400     EXIT.
115500*
115600*===========================================================*
115700* 4000-RELEASE-DUELS                                         *
115800*     SORT INPUT PROCEDURE - READS EVERY DUELF JOURNAL       *
115900*     GENERATION AND RELEASES EACH DUEL DATED ON OR BEFORE   *
116000*     THE RESTORE POINT. RATINGS DEPEND ON THE ORDER THE     *
116100*     DUELS ARE APPLIED IN, SO THE SORT PUTS THEM BACK INTO  *
116200*     DATE AND TIME ORDER WHATEVER ORDER THE GENERATIONS     *
116300*     ARE CONCATENATED IN.                                   *
116400*===========================================================*
116500 4000-RELEASE-DUELS.
116600     OPEN INPUT DJRNL-FILE.
116700     IF WS-DJRNL-STATUS NOT = "00"
116800         DISPLAY "NWREBLD: NWDJRNL COULD NOT BE OPENED - "
116900             "FILE STATUS " WS-DJRNL-STATUS
117000         GO TO 4000-RELEASE-DUELS-EXIT
117100     END-IF.
117200     MOVE 'Y' TO WS-DJRNL-OPEN-SW.
117300     PERFORM 4100-READ-DUEL-JOURNAL
117400         THRU 4100-READ-DUEL-JOURNAL-EXIT.
117500     PERFORM 4200-RELEASE-ONE-DUEL
117600         THRU 4200-RELEASE-ONE-DUEL-EXIT
117700         UNTIL WS-DJRNL-AT-END.
117800     CLOSE DJRNL-FILE.
117900 4000-RELEASE-DUELS-EXIT.
118000     EXIT.
118100*
118200*===========================================================*
118300* 4100-READ-DUEL-JOURNAL                                     *
118400*     READS THE NEXT JOURNALLED DUEL POSTING.                *
118500*===========================================================*
118600 4100-READ-DUEL-JOURNAL.
118700     READ DJRNL-FILE
118800         AT END
118900             MOVE 'Y' TO WS-DJRNL-EOF-SW
119000         NOT AT END
119100             ADD 1 TO WS-DUEL-READ-COUNT
119200     END-READ.
119300     IF WS-DJRNL-STATUS NOT = "00" AND WS-DJRNL-STATUS NOT = "10"
119400         MOVE 'Y' TO WS-DJRNL-EOF-SW
119500     END-IF.
119600 4100-READ-DUEL-JOURNAL-EXIT.
119700     EXIT.
119800*
119900*===========================================================*
120000* 4200-RELEASE-ONE-DUEL                                      *
120100*     RELEASES ONE DUEL TO THE SORT. AN UNDATED DUEL CANNOT  *
120200*     BE PLACED IN TIME AND IS LEFT OUT.                     *
120300*===========================================================*
120400 4200-RELEASE-ONE-DUEL.
120500     MOVE DJRNL-RECORD TO SORT-RECORD.
120600     IF DRP-DATE IS NOT NUMERIC
120700         ADD 1 TO WS-DUEL-SKIPPED-COUNT
120800         GO TO 4200-RELEASE-ONE-DUEL-NEXT
120900     END-IF.
121000     IF DRP-DATE > WS-RESTORE-DATE
121100         ADD 1 TO WS-DUEL-AFTER-COUNT
121200         GO TO 4200-RELEASE-ONE-DUEL-NEXT
121300     END-IF.
121400     RELEASE SORT-RECORD.
121500 4200-RELEASE-ONE-DUEL-NEXT.
121600     PERFORM 4100-READ-DUEL-JOURNAL
121700         THRU 4100-READ-DUEL-JOURNAL-EXIT.
121800 4200-RELEASE-ONE-DUEL-EXIT.
121900     EXIT.
122000*
122100*===========================================================*
122200* 4500-REPLAY-DUELS                                          *
122300*     SORT OUTPUT PROCEDURE - REPLAYS THE DUELS IN DATE AND  *
122400*     TIME ORDER.                                            *
122500*===========================================================*
122600 4500-REPLAY-DUELS.
122700     PERFORM 4600-RETURN-DUEL
122800         THRU 4600-RETURN-DUEL-EXIT.
122900     PERFORM 4700-REPLAY-ONE-DUEL
123000         THRU 4700-REPLAY-ONE-DUEL-EXIT
123100         UNTIL WS-SORT-AT-END.
123200 4500-REPLAY-DUELS-EXIT.
123300     EXIT.
123400*
123500*===========================================================*
123600* 4600-RETURN-DUEL                                           *
123700*     RETURNS THE NEXT DUEL FROM THE SORT.                   *
123800*===========================================================*
123900 4600-RETURN-DUEL.
124000     RETURN SORT-WORK-FILE
124100         AT END
124200             MOVE 'Y' TO WS-SORT-EOF-SW
124300     END-RETURN.
124400 4600-RETURN-DUEL-EXIT.
124500     EXIT.
124600*
124700*===========================================================*
124800* 4700-REPLAY-ONE-DUEL                                       *
124900*     REPLAYS ONE DUEL BY NWRATUPD'S RULES. A DUEL NWRATUPD  *
125000*     SKIPPED AS MALFORMED IS SKIPPED AGAIN. A DUEL IN WHICH *
125100*     EITHER DUELIST'S SESSION HAS BEEN VOIDED IS LEFT OUT - *
125200*     ITS RESULT NO LONGER STANDS.                           *
125300*===========================================================*
125400 4700-REPLAY-ONE-DUEL.
125500     IF DRP-OPERATOR-1 = SPACES
125600         OR DRP-OPERATOR-2 = SPACES
125700         OR DRP-OPERATOR-1 = DRP-OPERATOR-2
125800         ADD 1 TO WS-DUEL-SKIPPED-COUNT
125900         GO TO 4700-REPLAY-ONE-DUEL-NEXT
126000     END-IF.
126100     IF DRP-WINNER IS NOT NUMERIC OR DRP-WINNER > 2
126200         ADD 1 TO WS-DUEL-SKIPPED-COUNT
126300         GO TO 4700-REPLAY-ONE-DUEL-NEXT
126400     END-IF.
126500*
126600     PERFORM 4750-CHECK-DUEL-VOIDS
126700         THRU 4750-CHECK-DUEL-VOIDS-EXIT.
126800     IF WS-VDT-FOUND > ZERO
126900         ADD 1 TO WS-DUEL-VOIDED-COUNT
127000         GO TO 4700-REPLAY-ONE-DUEL-NEXT
127100     END-IF.
127200*
127300     MOVE DRP-OPERATOR-1 TO WS-SIDE-OPER-ID (1).
127400     MOVE DRP-OPERATOR-2 TO WS-SIDE-OPER-ID (2).
127500     PERFORM 4800-FETCH-ONE-RATING
127600         THRU 4800-FETCH-ONE-RATING-EXIT
127700         VARYING WS-SIDE-IDX FROM 1 BY 1
127800         UNTIL WS-SIDE-IDX > 2.
127900*    A NEW ENTRY FOR SIDE 2 MAY HAVE GONE IN AHEAD OF SIDE 1'S,
128000*    MOVING IT UP A PLACE - SIDE 1 IS LOOKED UP AGAIN.
128100     MOVE 1 TO WS-SIDE-IDX.
128200     PERFORM 4800-FETCH-ONE-RATING
128300         THRU 4800-FETCH-ONE-RATING-EXIT.
128400     IF WS-SIDE-RBO-IDX (1) = ZERO
128500         OR WS-SIDE-RBO-IDX (2) = ZERO
128600         GO TO 4700-REPLAY-ONE-DUEL-NEXT
128700     END-IF.
128800     PERFORM 4850-COMPUTE-ADJUSTMENT
128900         THRU 4850-COMPUTE-ADJUSTMENT-EXIT.
129000     PERFORM 4900-STORE-ONE-RATING
129100         THRU 4900-STORE-ONE-RATING-EXIT
129200         VARYING WS-SIDE-IDX FROM 1 BY 1
129300         UNTIL WS-SIDE-IDX > 2.
129400     ADD 1 TO WS-DUEL-APPLIED-COUNT.
129500 4700-REPLAY-ONE-DUEL-NEXT.
129600     PERFORM 4600-RETURN-DUEL
129700         THRU 4600-RETURN-DUEL-EXIT.
129800 4700-REPLAY-ONE-DUEL-EXIT.
129900     EXIT.
130000*
130100*===========================================================*
130200* 4750-CHECK-DUEL-VOIDS                                      *
130300*     LOOKS FOR A VOID OF EACH DUELIST'S SESSION. BOTH ARE   *
130400*     LOOKED FOR SO THAT A DUEL WITH BOTH SESSIONS VOIDED    *
130500*     USES UP BOTH VOIDS. WS-VDT-FOUND IS NON-ZERO WHEN      *
130600*     EITHER WAS FOUND.                                      *
130700*===========================================================*
130800 4750-CHECK-DUEL-VOIDS.
130900     MOVE ZERO TO WS-SIDE-1-VOID.
131000     MOVE ZERO TO WS-VDT-FOUND.
131100     IF DRP-TIME IS NOT NUMERIC
131200         GO TO 4750-CHECK-DUEL-VOIDS-EXIT
131300     END-IF.
131400     MOVE DRP-TIME      TO WS-TIME-WORK.
131500     PERFORM 2900-CONVERT-TIME
131600         THRU 2900-CONVERT-TIME-EXIT.
131700     MOVE WS-HUNDREDTHS TO WS-MATCH-HUNDREDTHS.
131800     MOVE DRP-DATE      TO WS-MATCH-DATE.
131900     MOVE 'D'           TO WS-MATCH-KIND.
132000     IF DRP-GUESSES-1 IS NUMERIC
132100         MOVE DRP-OPERATOR-1 TO WS-MATCH-OPERATOR
132200         MOVE DRP-GUESSES-1  TO WS-MATCH-GUESSES
132300         PERFORM 2600-FIND-VOIDED-SESSION
132400             THRU 2600-FIND-VOIDED-SESSION-EXIT
132500         MOVE WS-VDT-FOUND   TO WS-SIDE-1-VOID
132600     END-IF.
132700     MOVE ZERO TO WS-VDT-FOUND.
132800     IF DRP-GUESSES-2 IS NUMERIC
132900         MOVE DRP-OPERATOR-2 TO WS-MATCH-OPERATOR
133000         MOVE DRP-GUESSES-2  TO WS-MATCH-GUESSES
133100         PERFORM 2600-FIND-VOIDED-SESSION
133200             THRU 2600-FIND-VOIDED-SESSION-EXIT
133300     END-IF.
133400     IF WS-SIDE-1-VOID > ZERO
133500         MOVE WS-SIDE-1-VOID TO WS-VDT-FOUND
133600     END-IF.
133700 4750-CHECK-DUEL-VOIDS-EXIT.
133800     EXIT.
133900*
134000*===========================================================*
134100* 4800-FETCH-ONE-RATING                                      *
134200*     FINDS ONE SIDE'S TABLE ENTRY AND REMEMBERS ITS         *
134300*     CURRENT RATING - 1200 FOR AN OPERATOR WITH NO DUEL     *
134400*     REPLAYED YET.                                          *
134500*===========================================================*
134600 4800-FETCH-ONE-RATING.
134700     MOVE WS-SIDE-OPER-ID (WS-SIDE-IDX) TO WS-RBO-SEARCH-ID.
134800     PERFORM 2500-FIND-OPERATOR
134900         THRU 2500-FIND-OPERATOR-EXIT.
135000     MOVE WS-RBO-IDX TO WS-SIDE-RBO-IDX (WS-SIDE-IDX).
135100     IF WS-RBO-IDX = ZERO
135200         GO TO 4800-FETCH-ONE-RATING-EXIT
135300     END-IF.
135400     IF RBO-HAS-RATE (WS-RBO-IDX)
135500         MOVE RBO-RATING (WS-RBO-IDX)
135600             TO WS-SIDE-OLD-RATING (WS-SIDE-IDX)
135700     ELSE
135800         MOVE WS-START-RATING
135900             TO WS-SIDE-OLD-RATING (WS-SIDE-IDX)
136000     END-IF.
136100 4800-FETCH-ONE-RATING-EXIT.
136200     EXIT.
136300*
136400*===========================================================*
136500* 4850-COMPUTE-ADJUSTMENT                                    *
136600*     THE EXPECTED-VERSUS-ACTUAL RATING ARITHMETIC, EXACTLY  *
136700*     AS NWRATUPD WORKS IT.                                  *
136800*===========================================================*
136900 4850-COMPUTE-ADJUSTMENT.
137000     COMPUTE WS-EXPONENT ROUNDED =
137100         (WS-SIDE-OLD-RATING (2) - WS-SIDE-OLD-RATING (1))
137200             / 400.
137300     COMPUTE WS-EXPECTED-1 ROUNDED =
137400         1 / (1 + 10 ** WS-EXPONENT).
137500     COMPUTE WS-EXPECTED-2 = 1 - WS-EXPECTED-1.
137600*
137700     EVALUATE DRP-WINNER
137800         WHEN 1
137900             MOVE 1.0 TO WS-ACTUAL-1
138000             MOVE 0.0 TO WS-ACTUAL-2
138100         WHEN 2
138200             MOVE 0.0 TO WS-ACTUAL-1
138300             MOVE 1.0 TO WS-ACTUAL-2
138400         WHEN OTHER
138500             MOVE 0.5 TO WS-ACTUAL-1
138600             MOVE 0.5 TO WS-ACTUAL-2
138700     END-EVALUATE.
138800*
138900     COMPUTE WS-NEW-RATING ROUNDED =
139000         WS-SIDE-OLD-RATING (1)
139100             + WS-K-FACTOR * (WS-ACTUAL-1 - WS-EXPECTED-1).
139200     IF WS-NEW-RATING < WS-RATING-FLOOR
139300         MOVE WS-RATING-FLOOR TO WS-NEW-RATING
139400     END-IF.
139500     MOVE WS-NEW-RATING TO WS-SIDE-NEW-RATING (1).
139600*
139700     COMPUTE WS-NEW-RATING ROUNDED =
139800         WS-SIDE-OLD-RATING (2)
139900             + WS-K-FACTOR * (WS-ACTUAL-2 - WS-EXPECTED-2).
140000     IF WS-NEW-RATING < WS-RATING-FLOOR
140100         MOVE WS-RATING-FLOOR TO WS-NEW-RATING
140200     END-IF.
140300     MOVE WS-NEW-RATING TO WS-SIDE-NEW-RATING (2).
140400 4850-COMPUTE-ADJUSTMENT-EXIT.
140500     EXIT.
140600*
140700*===========================================================*
140800* 4900-STORE-ONE-RATING                                      *
140900*     STORES ONE SIDE'S NEW RATING AND DUEL/WIN/LOSS/DRAW    *
141000*     COUNTERS IN ITS TABLE ENTRY.                           *
141100*===========================================================*
141200 4900-STORE-ONE-RATING.
141300     MOVE WS-SIDE-RBO-IDX (WS-SIDE-IDX) TO WS-RBO-IDX.
141400     MOVE 'Y' TO RBO-RATE-SW (WS-RBO-IDX).
141500     MOVE WS-SIDE-NEW-RATING (WS-SIDE-IDX)
141600         TO RBO-RATING (WS-RBO-IDX).
141700     ADD 1 TO RBO-DUELS (WS-RBO-IDX).
141800     EVALUATE TRUE
141900         WHEN DRP-WINNER = WS-SIDE-IDX
142000             ADD 1 TO RBO-WINS (WS-RBO-IDX)
142100         WHEN DRP-WINNER = ZERO
142200             ADD 1 TO RBO-DRAWS (WS-RBO-IDX)
142300         WHEN OTHER
142400             ADD 1 TO RBO-LOSSES (WS-RBO-IDX)
142500     END-EVALUATE.
142600     MOVE DRP-DATE TO RBO-LAST-DATE (WS-RBO-IDX).
142700 4900-STORE-ONE-RATING-EXIT.
142800     EXIT.
142900*
143000*===========================================================*
143100* 5000-WRITE-REBUILT-FILES                                   *
143200*     WRITES THE REBUILT SCOREFIL AND NWRATE RECORDS, IN     *
143300*     OPERATOR ID ORDER, TO THE NWRBSCR AND NWRBRAT          *
143400*     DATASETS NWREBCNF LOADS FROM.                          *
143500*===========================================================*
143600 5000-WRITE-REBUILT-FILES.
143700     OPEN OUTPUT RBSCR-FILE.
143800     IF WS-RBSCR-STATUS NOT = "00"
143900         DISPLAY "NWREBLD: NWRBSCR COULD NOT BE OPENED - "
144000             "FILE STATUS " WS-RBSCR-STATUS
144100         MOVE 8 TO RETURN-CODE
144200         GO TO 5000-WRITE-REBUILT-FILES-EXIT
144300     END-IF.
144400     OPEN OUTPUT RBRAT-FILE.
144500     IF WS-RBRAT-STATUS NOT = "00"
144600         DISPLAY "NWREBLD: NWRBRAT COULD NOT BE OPENED - "
144700             "FILE STATUS " WS-RBRAT-STATUS
144800         CLOSE RBSCR-FILE
144900         MOVE 8 TO RETURN-CODE
145000         GO TO 5000-WRITE-REBUILT-FILES-EXIT
145100     END-IF.
145200     PERFORM 5100-WRITE-ONE-OPERATOR
145300         THRU 5100-WRITE-ONE-OPERATOR-EXIT
145400         VARYING WS-RBO-IDX FROM 1 BY 1
145500         UNTIL WS-RBO-IDX > WS-RBO-COUNT.
145600     CLOSE RBSCR-FILE RBRAT-FILE.
145700 5000-WRITE-REBUILT-FILES-EXIT.
145800     EXIT.
145900*
146000*===========================================================*
146100* 5100-WRITE-ONE-OPERATOR                                    *
146200*     WRITES ONE OPERATOR'S REBUILT RECORDS.                 *
146300*===========================================================*
146400 5100-WRITE-ONE-OPERATOR.
146500     IF RBO-HAS-SCORE (WS-RBO-IDX)
146600         MOVE SPACES TO RB-SCORE-RECORD
146700         MOVE RBO-OPERATOR-ID (WS-RBO-IDX)
146800             TO SCR-PLAYER-ID IN RB-SCORE-RECORD
146900         MOVE RBO-GAMES (WS-RBO-IDX)
147000             TO SCR-GAMES-PLAYED IN RB-SCORE-RECORD
147100         MOVE RBO-BEST (WS-RBO-IDX)
147200             TO SCR-BEST-GUESSES IN RB-SCORE-RECORD
147300         MOVE RBO-TOTAL (WS-RBO-IDX)
147400             TO SCR-TOTAL-GUESSES IN RB-SCORE-RECORD
147500         MOVE RBO-AVG (WS-RBO-IDX)
147600             TO SCR-AVG-GUESSES IN RB-SCORE-RECORD
147700         MOVE RBO-SPLIT-FIGURES (WS-RBO-IDX)
147800             TO SCR-SPLIT-FIGURES IN RB-SCORE-RECORD
147900         WRITE RB-SCORE-RECORD
148000         ADD 1 TO WS-RBSCR-WRITE-COUNT
148100     END-IF.
148200     IF RBO-HAS-RATE (WS-RBO-IDX)
148300         MOVE SPACES TO RB-RATE-RECORD
148400         MOVE RBO-OPERATOR-ID (WS-RBO-IDX)
148500             TO RAT-OPERATOR-ID IN RB-RATE-RECORD
148600         MOVE RBO-RATING (WS-RBO-IDX)
148700             TO RAT-RATING IN RB-RATE-RECORD
148800         MOVE RBO-DUELS (WS-RBO-IDX)
148900             TO RAT-DUELS IN RB-RATE-RECORD
149000         MOVE RBO-WINS (WS-RBO-IDX)
149100             TO RAT-WINS IN RB-RATE-RECORD
149200         MOVE RBO-LOSSES (WS-RBO-IDX)
149300             TO RAT-LOSSES IN RB-RATE-RECORD
149400         MOVE RBO-DRAWS (WS-RBO-IDX)
149500             TO RAT-DRAWS IN RB-RATE-RECORD
149600         MOVE RBO-LAST-DATE (WS-RBO-IDX)
149700             TO RAT-LAST-DATE IN RB-RATE-RECORD
149800         WRITE RB-RATE-RECORD
149900         ADD 1 TO WS-RBRAT-WRITE-COUNT
150000     END-IF.
150100 5100-WRITE-ONE-OPERATOR-EXIT.
150200     EXIT.
150300*
150400*===========================================================*
150500* 6000-COMPARE-SCOREFIL                                      *
150600*     MATCHES THE LIVE SCOREFIL, READ IN KEY ORDER, AGAINST  *
150700*     THE REBUILT ENTRIES AND PRINTS EVERY COUNTER THAT      *
150800*     DIFFERS. AN UNOPENABLE LIVE FILE IS NOTED (RC=4) - THE *
150900*     REBUILT FILE IS STILL GOOD.                            *
151000*===========================================================*
151100 6000-COMPARE-SCOREFIL.
151200     WRITE RBRPT-RECORD FROM WS-SCORE-HEAD-LINE.
151300     WRITE RBRPT-RECORD FROM WS-COLUMN-LINE.
151400     MOVE "SCOREFIL" TO WS-CMP-FILE.
151500     MOVE 'N' TO WS-LIVE-OPEN-SW.
151600     OPEN INPUT LIVE-SCORE-FILE.
151700     IF WS-LIVE-SCORE-STATUS NOT = "00"
151800         DISPLAY "NWREBLD: SCOREFIL COULD NOT BE OPENED - "
151900             "FILE STATUS " WS-LIVE-SCORE-STATUS
152000         WRITE RBRPT-RECORD FROM WS-NO-LIVE-LINE
152100         WRITE RBRPT-RECORD FROM WS-BLANK-LINE
152200         IF RETURN-CODE < 4
152300             MOVE 4 TO RETURN-CODE
152400         END-IF
152500         GO TO 6000-COMPARE-SCOREFIL-EXIT
152600     END-IF.
152700     MOVE 'Y' TO WS-LIVE-OPEN-SW.
152800     PERFORM 6100-READ-LIVE-SCORE
152900         THRU 6100-READ-LIVE-SCORE-EXIT.
153000     MOVE ZERO TO WS-RBO-IDX.
153100     PERFORM 6150-NEXT-SCORE-ENTRY
153200         THRU 6150-NEXT-SCORE-ENTRY-EXIT.
153300     PERFORM 6200-MATCH-ONE-SCORE
153400         THRU 6200-MATCH-ONE-SCORE-EXIT
153500         UNTIL WS-LIVE-KEY = HIGH-VALUES
153600           AND WS-TBL-KEY = HIGH-VALUES.
153700     CLOSE LIVE-SCORE-FILE.
153800     IF WS-SCR-OPER-DIFF-COUNT = ZERO
153900         WRITE RBRPT-RECORD FROM WS-NO-DIFF-LINE
154000     END-IF.
154100     WRITE RBRPT-RECORD FROM WS-BLANK-LINE.
154200 6000-COMPARE-SCOREFIL-EXIT.
154300     EXIT.
154400*
154500*===========================================================*
154600* 6100-READ-LIVE-SCORE                                       *
154700*     READS THE NEXT LIVE SCOREFIL RECORD - HIGH-VALUES AS   *
154800*     THE KEY AT THE END OF THE FILE.                        *
154900*===========================================================*
155000 6100-READ-LIVE-SCORE.
155100     READ LIVE-SCORE-FILE
155200         AT END
155300             MOVE HIGH-VALUES TO WS-LIVE-KEY
155400             GO TO 6100-READ-LIVE-SCORE-EXIT
155500     END-READ.
155600     IF WS-LIVE-SCORE-STATUS NOT = "00"
155700         MOVE HIGH-VALUES TO WS-LIVE-KEY
155800         GO TO 6100-READ-LIVE-SCORE-EXIT
155900     END-IF.
156000     MOVE SCR-PLAYER-ID IN LIVE-SCORE-RECORD TO WS-LIVE-KEY.
156100 6100-READ-LIVE-SCORE-EXIT.
156200     EXIT.
156300*
156400*===========================================================*
156500* 6150-NEXT-SCORE-ENTRY                                      *
156600*     STEPS TO THE NEXT TABLE ENTRY CARRYING A SCOREFIL      *
156700*     RECORD - HIGH-VALUES AS THE KEY WHEN THERE ARE NO      *
156800*     MORE.                                                  *
156900*===========================================================*
157000 6150-NEXT-SCORE-ENTRY.
157100     MOVE HIGH-VALUES TO WS-TBL-KEY.
157200     PERFORM 6160-TRY-NEXT-SCORE-ENTRY
157300         THRU 6160-TRY-NEXT-SCORE-ENTRY-EXIT
157400         UNTIL WS-RBO-IDX NOT < WS-RBO-COUNT
157500            OR WS-TBL-KEY NOT = HIGH-VALUES.
157600 6150-NEXT-SCORE-ENTRY-EXIT.
157700     EXIT.
157800*
157900*===========================================================*
158000* 6160-TRY-NEXT-SCORE-ENTRY                                  *
158100*     TAKES THE NEXT ENTRY'S KEY WHEN IT CARRIES AN SCOREFIL *
158200*     RECORD.                                                *
158300*===========================================================*
158400 6160-TRY-NEXT-SCORE-ENTRY.
158500     ADD 1 TO WS-RBO-IDX.
158600     IF RBO-HAS-SCORE (WS-RBO-IDX)
158700         MOVE RBO-OPERATOR-ID (WS-RBO-IDX) TO WS-TBL-KEY
158800     END-IF.
158900 6160-TRY-NEXT-SCORE-ENTRY-EXIT.
159000     EXIT.
159100*
159200*===========================================================*
159300* 6200-MATCH-ONE-SCORE                                       *
159400*     LINES UP THE LOWER OF THE TWO KEYS - A LIVE RECORD     *
159500*     WITH NO REBUILT ENTRY, A REBUILT ENTRY WITH NO LIVE    *
159600*     RECORD, OR BOTH - AND COMPARES THEIR FIGURES.          *
159700*===========================================================*
159800 6200-MATCH-ONE-SCORE.
159900     MOVE 'N'   TO WS-LIVE-ON-FILE-SW
160000                   WS-REBUILT-ON-FILE-SW.
160100     MOVE ZEROS TO WS-LIVE-SCORE-FIGS
160200                   WS-REBUILT-SCORE-FIGS.
160300     IF WS-LIVE-KEY NOT > WS-TBL-KEY
160400         MOVE 'Y' TO WS-LIVE-ON-FILE-SW
160500         PERFORM 6250-LOAD-LIVE-SCORE
160600             THRU 6250-LOAD-LIVE-SCORE-EXIT
160700     END-IF.
160800     IF WS-TBL-KEY NOT > WS-LIVE-KEY
160900         MOVE 'Y' TO WS-REBUILT-ON-FILE-SW
161000         MOVE RBO-SCORE-FIGS (WS-RBO-IDX)
161100             TO WS-REBUILT-SCORE-FIGS
161200     END-IF.
161300     IF WS-LIVE-IS-ON-FILE
161400         MOVE WS-LIVE-KEY TO CL-OPERATOR
161500     ELSE
161600         MOVE WS-TBL-KEY  TO CL-OPERATOR
161700     END-IF.
161800     PERFORM 6300-COMPARE-SCORE-FIGURES
161900         THRU 6300-COMPARE-SCORE-FIGURES-EXIT.
162000*
162100     IF WS-LIVE-IS-ON-FILE
162200         PERFORM 6100-READ-LIVE-SCORE
162300             THRU 6100-READ-LIVE-SCORE-EXIT
162400     END-IF.
162500     IF WS-REBUILT-IS-ON-FILE
162600         PERFORM 6150-NEXT-SCORE-ENTRY
162700             THRU 6150-NEXT-SCORE-ENTRY-EXIT
162800     END-IF.
162900 6200-MATCH-ONE-SCORE-EXIT.
163000     EXIT.
163100*
163200*===========================================================*
163300* 6250-LOAD-LIVE-SCORE                                       *
163400*     TAKES THE LIVE FIGURES, ANY LEFT AS SPACES READ AS     *
163500*     ZERO.                                                  *
163600*===========================================================*
163700 6250-LOAD-LIVE-SCORE.
163800     IF SCR-GAMES-PLAYED IN LIVE-SCORE-RECORD IS NUMERIC
163900         MOVE SCR-GAMES-PLAYED IN LIVE-SCORE-RECORD TO LSF-GAMES
164000     END-IF.
164100     IF SCR-BEST-GUESSES IN LIVE-SCORE-RECORD IS NUMERIC
164200         MOVE SCR-BEST-GUESSES IN LIVE-SCORE-RECORD TO LSF-BEST
164300     END-IF.
164400     IF SCR-TOTAL-GUESSES IN LIVE-SCORE-RECORD IS NUMERIC
164500         MOVE SCR-TOTAL-GUESSES IN LIVE-SCORE-RECORD TO LSF-TOTAL
164600     END-IF.
164700     IF SCR-AVG-GUESSES IN LIVE-SCORE-RECORD IS NUMERIC
164800         MOVE SCR-AVG-GUESSES IN LIVE-SCORE-RECORD TO LSF-AVG
164900     END-IF.
165000     IF SCR-SPLIT-FIGURES IN LIVE-SCORE-RECORD IS NUMERIC
165100         MOVE SCR-SPLIT-FIGURES IN LIVE-SCORE-RECORD
165200             TO LSF-SPLIT-FIGURES
165300     END-IF.
165400 6250-LOAD-LIVE-SCORE-EXIT.
165500     EXIT.
165600*
165700*===========================================================*
165800* 6300-COMPARE-SCORE-FIGURES                                 *
165900*     COMPARES ONE OPERATOR'S SCOREFIL FIGURES COUNTER BY    *
166000*     COUNTER, AFTER A LINE FOR A RECORD ON ONE SIDE ONLY.   *
166100*===========================================================*
166200 6300-COMPARE-SCORE-FIGURES.
166300     MOVE 'N' TO WS-OPER-DIFF-SW.
166400     PERFORM 6900-COMPARE-RECORD-PRESENCE
166500         THRU 6900-COMPARE-RECORD-PRESENCE-EXIT.
166600     MOVE 'N' TO WS-CMP-DECIMAL-SW.
166700     MOVE "GAMES PLAYED"     TO WS-CMP-NAME.
166800     MOVE LSF-GAMES          TO WS-CMP-LIVE.
166900     MOVE RSF-GAMES          TO WS-CMP-REBUILT.
167000     PERFORM 6950-COMPARE-ONE-COUNTER
167100         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
167200     MOVE "BEST GUESSES"     TO WS-CMP-NAME.
167300     MOVE LSF-BEST           TO WS-CMP-LIVE.
167400     MOVE RSF-BEST           TO WS-CMP-REBUILT.
167500     PERFORM 6950-COMPARE-ONE-COUNTER
167600         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
167700     MOVE "TOTAL GUESSES"    TO WS-CMP-NAME.
167800     MOVE LSF-TOTAL          TO WS-CMP-LIVE.
167900     MOVE RSF-TOTAL          TO WS-CMP-REBUILT.
168000     PERFORM 6950-COMPARE-ONE-COUNTER
168100         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
168200     MOVE 'Y' TO WS-CMP-DECIMAL-SW.
168300     MOVE "AVERAGE GUESSES"  TO WS-CMP-NAME.
168400     MOVE LSF-AVG            TO WS-CMP-LIVE.
168500     MOVE RSF-AVG            TO WS-CMP-REBUILT.
168600     PERFORM 6950-COMPARE-ONE-COUNTER
168700         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
168800     MOVE 'N' TO WS-CMP-DECIMAL-SW.
168900     MOVE "EASY GAMES"       TO WS-CMP-NAME.
169000     MOVE LSF-EASY-GAMES     TO WS-CMP-LIVE.
169100     MOVE RSF-EASY-GAMES     TO WS-CMP-REBUILT.
169200     PERFORM 6950-COMPARE-ONE-COUNTER
169300         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
169400     MOVE "EASY BEST"        TO WS-CMP-NAME.
169500     MOVE LSF-EASY-BEST      TO WS-CMP-LIVE.
169600     MOVE RSF-EASY-BEST      TO WS-CMP-REBUILT.
169700     PERFORM 6950-COMPARE-ONE-COUNTER
169800         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
169900     MOVE "EASY GUESSES"     TO WS-CMP-NAME.
170000     MOVE LSF-EASY-GUESSES   TO WS-CMP-LIVE.
170100     MOVE RSF-EASY-GUESSES   TO WS-CMP-REBUILT.
170200     PERFORM 6950-COMPARE-ONE-COUNTER
170300         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
170400     MOVE "HARD GAMES"       TO WS-CMP-NAME.
170500     MOVE LSF-HARD-GAMES     TO WS-CMP-LIVE.
170600     MOVE RSF-HARD-GAMES     TO WS-CMP-REBUILT.
170700     PERFORM 6950-COMPARE-ONE-COUNTER
170800         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
170900     MOVE "HARD BEST"        TO WS-CMP-NAME.
171000     MOVE LSF-HARD-BEST      TO WS-CMP-LIVE.
171100     MOVE RSF-HARD-BEST      TO WS-CMP-REBUILT.
171200     PERFORM 6950-COMPARE-ONE-COUNTER
171300         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
171400     MOVE "HARD GUESSES"     TO WS-CMP-NAME.
171500     MOVE LSF-HARD-GUESSES   TO WS-CMP-LIVE.
171600     MOVE RSF-HARD-GUESSES   TO WS-CMP-REBUILT.
171700     PERFORM 6950-COMPARE-ONE-COUNTER
171800         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
171900     MOVE "WEIGHTED POINTS"  TO WS-CMP-NAME.
172000     MOVE LSF-POINTS         TO WS-CMP-LIVE.
172100     MOVE RSF-POINTS         TO WS-CMP-REBUILT.
172200     PERFORM 6950-COMPARE-ONE-COUNTER
172300         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
172400     IF WS-OPER-HAS-DIFFERED
172500         ADD 1 TO WS-SCR-OPER-DIFF-COUNT
172600     END-IF.
172700 6300-COMPARE-SCORE-FIGURES-EXIT.
172800     EXIT.
172900*
173000*===========================================================*
173100* 6900-COMPARE-RECORD-PRESENCE                               *
173200*     PRINTS A LINE WHEN THE OPERATOR HAS A RECORD ON ONLY   *
173300*     ONE SIDE - THE CONFIRM STEP WOULD ADD OR DROP IT.      *
173400*===========================================================*
173500 6900-COMPARE-RECORD-PRESENCE.
173600     IF WS-LIVE-IS-ON-FILE AND WS-REBUILT-IS-ON-FILE
173700         GO TO 6900-COMPARE-RECORD-PRESENCE-EXIT
173800     END-IF.
173900     MOVE WS-CMP-FILE      TO CL-FILE.
174000     MOVE "RECORD"         TO CL-COUNTER.
174100     MOVE "ON FILE"        TO CL-LIVE.
174200     MOVE "NOT ON FILE"    TO CL-REBUILT.
174300     IF WS-REBUILT-IS-ON-FILE
174400         MOVE "NOT ON FILE" TO CL-LIVE
174500         MOVE "ON FILE"     TO CL-REBUILT
174600     END-IF.
174700     WRITE RBRPT-RECORD FROM WS-COMPARE-LINE.
174800     MOVE 'Y' TO WS-OPER-DIFF-SW.
174900 6900-COMPARE-RECORD-PRESENCE-EXIT.
175000     EXIT.
175100*
175200*===========================================================*
175300* 6950-COMPARE-ONE-COUNTER                                   *
175400*     PRINTS ONE COUNTER'S LIVE AND REBUILT VALUES WHEN THEY *
175500*     DIFFER.                                                *
175600*===========================================================*
175700 6950-COMPARE-ONE-COUNTER.
175800     IF WS-CMP-LIVE = WS-CMP-REBUILT
175900         GO TO 6950-COMPARE-ONE-COUNTER-EXIT
176000     END-IF.
176100     MOVE WS-CMP-FILE TO CL-FILE.
176200     MOVE WS-CMP-NAME TO CL-COUNTER.
176300     IF WS-CMP-HAS-DECIMALS
176400         MOVE WS-CMP-LIVE      TO WS-EDIT-DEC
176500         MOVE WS-EDIT-DEC      TO CL-LIVE
176600         MOVE WS-CMP-REBUILT   TO WS-EDIT-DEC
176700         MOVE WS-EDIT-DEC      TO CL-REBUILT
176800     ELSE
176900         MOVE WS-CMP-LIVE      TO WS-EDIT-INT
177000         MOVE WS-EDIT-INT-AREA TO CL-LIVE
177100         MOVE WS-CMP-REBUILT   TO WS-EDIT-INT
177200         MOVE WS-EDIT-INT-AREA TO CL-REBUILT
177300     END-IF.
177400     WRITE RBRPT-RECORD FROM WS-COMPARE-LINE.
177500     MOVE 'Y' TO WS-OPER-DIFF-SW.
177600     IF WS-CMP-FILE = "SCOREFIL"
177700         ADD 1 TO WS-SCR-CTR-DIFF-COUNT
177800     ELSE
177900         ADD 1 TO WS-RAT-CTR-DIFF-COUNT
178000     END-IF.
178100 6950-COMPARE-ONE-COUNTER-EXIT.
178200     EXIT.
178300*
178400*===========================================================*
178500* 7000-COMPARE-NWRATE                                        *
178600*     MATCHES THE LIVE NWRATE, READ IN KEY ORDER, AGAINST    *
178700*     THE REBUILT ENTRIES AND PRINTS EVERY COUNTER THAT      *
178800*     DIFFERS, AS 6000 DOES FOR SCOREFIL.                    *
178900*===========================================================*
179000 7000-COMPARE-NWRATE.
179100     WRITE RBRPT-RECORD FROM WS-RATE-HEAD-LINE.
179200     WRITE RBRPT-RECORD FROM WS-COLUMN-LINE.
179300     MOVE "NWRATE" TO WS-CMP-FILE.
179400     MOVE 'N' TO WS-LIVE-OPEN-SW.
179500     OPEN INPUT LIVE-RATE-FILE.
179600     IF WS-LIVE-RATE-STATUS NOT = "00"
179700         DISPLAY "NWREBLD: NWRATE COULD NOT BE OPENED - "
179800             "FILE STATUS " WS-LIVE-RATE-STATUS
179900         WRITE RBRPT-RECORD FROM WS-NO-LIVE-LINE
180000         WRITE RBRPT-RECORD FROM WS-BLANK-LINE
180100         IF RETURN-CODE < 4
180200             MOVE 4 TO RETURN-CODE
180300         END-IF
180400         GO TO 7000-COMPARE-NWRATE-EXIT
180500     END-IF.
180600     MOVE 'Y' TO WS-LIVE-OPEN-SW.
180700     PERFORM 7100-READ-LIVE-RATE
180800         THRU 7100-READ-LIVE-RATE-EXIT.
180900     MOVE ZERO TO WS-RBO-IDX.
181000     PERFORM 7150-NEXT-RATE-ENTRY
181100         THRU 7150-NEXT-RATE-ENTRY-EXIT.
181200     PERFORM 7200-MATCH-ONE-RATE
181300         THRU 7200-MATCH-ONE-RATE-EXIT
181400         UNTIL WS-LIVE-KEY = HIGH-VALUES
181500           AND WS-TBL-KEY = HIGH-VALUES.
181600     CLOSE LIVE-RATE-FILE.
181700     IF WS-RAT-OPER-DIFF-COUNT = ZERO
181800         WRITE RBRPT-RECORD FROM WS-NO-DIFF-LINE
181900     END-IF.
182000     WRITE RBRPT-RECORD FROM WS-BLANK-LINE.
182100 7000-COMPARE-NWRATE-EXIT.
182200     EXIT.
182300*
182400*===========================================================*
182500* 7100-READ-LIVE-RATE                                        *
182600*     READS THE NEXT LIVE NWRATE RECORD - HIGH-VALUES AS THE *
182700*     KEY AT THE END OF THE FILE.                            *
182800*===========================================================*
182900 7100-READ-LIVE-RATE.
183000     READ LIVE-RATE-FILE
183100         AT END
183200             MOVE HIGH-VALUES TO WS-LIVE-KEY
183300             GO TO 7100-READ-LIVE-RATE-EXIT
183400     END-READ.
183500     IF WS-LIVE-RATE-STATUS NOT = "00"
183600         MOVE HIGH-VALUES TO WS-LIVE-KEY
183700         GO TO 7100-READ-LIVE-RATE-EXIT
183800     END-IF.
183900     MOVE RAT-OPERATOR-ID IN LIVE-RATE-RECORD TO WS-LIVE-KEY.
184000 7100-READ-LIVE-RATE-EXIT.
184100     EXIT.
184200*
184300*===========================================================*
184400* 7150-NEXT-RATE-ENTRY                                       *
184500*     STEPS TO THE NEXT TABLE ENTRY CARRYING AN NWRATE       *
184600*     RECORD - HIGH-VALUES AS THE KEY WHEN THERE ARE NO      *
184700*     MORE.                                                  *
184800*===========================================================*
184900 7150-NEXT-RATE-ENTRY.
185000     MOVE HIGH-VALUES TO WS-TBL-KEY.
185100     PERFORM 7160-TRY-NEXT-RATE-ENTRY
185200         THRU 7160-TRY-NEXT-RATE-ENTRY-EXIT
185300         UNTIL WS-RBO-IDX NOT < WS-RBO-COUNT
185400            OR WS-TBL-KEY NOT = HIGH-VALUES.
185500 7150-NEXT-RATE-ENTRY-EXIT.
185600     EXIT.
185700*
185800*===========================================================*
185900* 7160-TRY-NEXT-RATE-ENTRY                                   *
186000*     TAKES THE NEXT ENTRY'S KEY WHEN IT CARRIES AN NWRATE   *
186100*     RECORD.                                                *
186200*===========================================================*
186300 7160-TRY-NEXT-RATE-ENTRY.
186400     ADD 1 TO WS-RBO-IDX.
186500     IF RBO-HAS-RATE (WS-RBO-IDX)
186600         MOVE RBO-OPERATOR-ID (WS-RBO-IDX) TO WS-TBL-KEY
186700     END-IF.
186800 7160-TRY-NEXT-RATE-ENTRY-EXIT.
186900     EXIT.
187000*
187100*===========================================================*
187200* 7200-MATCH-ONE-RATE                                        *
187300*     LINES UP THE LOWER OF THE TWO KEYS AND COMPARES THE    *
187400*     RATING FIGURES, AS 6200 DOES FOR SCOREFIL.             *
187500*===========================================================*
187600 7200-MATCH-ONE-RATE.
187700     MOVE 'N'   TO WS-LIVE-ON-FILE-SW
187800                   WS-REBUILT-ON-FILE-SW.
187900     MOVE ZEROS TO WS-LIVE-RATE-FIGS
188000                   WS-REBUILT-RATE-FIGS.
188100     IF WS-LIVE-KEY NOT > WS-TBL-KEY
188200         MOVE 'Y' TO WS-LIVE-ON-FILE-SW
188300         PERFORM 7250-LOAD-LIVE-RATE
188400             THRU 7250-LOAD-LIVE-RATE-EXIT
188500     END-IF.
188600     IF WS-TBL-KEY NOT > WS-LIVE-KEY
188700         MOVE 'Y' TO WS-REBUILT-ON-FILE-SW
188800         MOVE RBO-RATE-FIGS (WS-RBO-IDX)
188900             TO WS-REBUILT-RATE-FIGS
189000     END-IF.
189100     IF WS-LIVE-IS-ON-FILE
189200         MOVE WS-LIVE-KEY TO CL-OPERATOR
189300     ELSE
189400         MOVE WS-TBL-KEY  TO CL-OPERATOR
189500     END-IF.
189600     PERFORM 7300-COMPARE-RATE-FIGURES
189700         THRU 7300-COMPARE-RATE-FIGURES-EXIT.
189800*
189900     IF WS-LIVE-IS-ON-FILE
190000         PERFORM 7100-READ-LIVE-RATE
190100             THRU 7100-READ-LIVE-RATE-EXIT
190200     END-IF.
190300     IF WS-REBUILT-IS-ON-FILE
190400         PERFORM 7150-NEXT-RATE-ENTRY
190500             THRU 7150-NEXT-RATE-ENTRY-EXIT
190600     END-IF.
190700 7200-MATCH-ONE-RATE-EXIT.
190800     EXIT.
190900*
191000*===========================================================*
191100* 7250-LOAD-LIVE-RATE                                        *
191200*     TAKES THE LIVE FIGURES, ANY LEFT AS SPACES READ AS     *
191300*     ZERO.                                                  *
191400*===========================================================*
191500 7250-LOAD-LIVE-RATE.
191600     IF RAT-RATING IN LIVE-RATE-RECORD IS NUMERIC
191700         MOVE RAT-RATING IN LIVE-RATE-RECORD TO LRF-RATING
191800     END-IF.
191900     IF RAT-DUELS IN LIVE-RATE-RECORD IS NUMERIC
192000         MOVE RAT-DUELS IN LIVE-RATE-RECORD TO LRF-DUELS
192100     END-IF.
192200     IF RAT-WINS IN LIVE-RATE-RECORD IS NUMERIC
192300         MOVE RAT-WINS IN LIVE-RATE-RECORD TO LRF-WINS
192400     END-IF.
192500     IF RAT-LOSSES IN LIVE-RATE-RECORD IS NUMERIC
192600         MOVE RAT-LOSSES IN LIVE-RATE-RECORD TO LRF-LOSSES
192700     END-IF.
192800     IF RAT-DRAWS IN LIVE-RATE-RECORD IS NUMERIC
192900         MOVE RAT-DRAWS IN LIVE-RATE-RECORD TO LRF-DRAWS
193000     END-IF.
193100     IF RAT-LAST-DATE IN LIVE-RATE-RECORD IS NUMERIC
193200         MOVE RAT-LAST-DATE IN LIVE-RATE-RECORD TO LRF-LAST-DATE
193300     END-IF.
193400 7250-LOAD-LIVE-RATE-EXIT.
193500     EXIT.
193600*
193700*===========================================================*
193800* 7300-COMPARE-RATE-FIGURES                                  *
193900*     COMPARES ONE OPERATOR'S NWRATE FIGURES COUNTER BY      *
194000*     COUNTER, AFTER A LINE FOR A RECORD ON ONE SIDE ONLY.   *
194100*===========================================================*
194200 7300-COMPARE-RATE-FIGURES.
194300     MOVE 'N' TO WS-OPER-DIFF-SW.
194400     PERFORM 6900-COMPARE-RECORD-PRESENCE
194500         THRU 6900-COMPARE-RECORD-PRESENCE-EXIT.
194600     MOVE 'N' TO WS-CMP-DECIMAL-SW.
194700     MOVE "RATING"           TO WS-CMP-NAME.
194800     MOVE LRF-RATING         TO WS-CMP-LIVE.
194900     MOVE RRF-RATING         TO WS-CMP-REBUILT.
195000     PERFORM 6950-COMPARE-ONE-COUNTER
195100         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
195200     MOVE "DUELS"            TO WS-CMP-NAME.
195300     MOVE LRF-DUELS          TO WS-CMP-LIVE.
195400     MOVE RRF-DUELS          TO WS-CMP-REBUILT.
195500     PERFORM 6950-COMPARE-ONE-COUNTER
195600         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
195700     MOVE "WINS"             TO WS-CMP-NAME.
195800     MOVE LRF-WINS           TO WS-CMP-LIVE.
195900     MOVE RRF-WINS           TO WS-CMP-REBUILT.
196000     PERFORM 6950-COMPARE-ONE-COUNTER
196100         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
196200     MOVE "LOSSES"           TO WS-CMP-NAME.
196300     MOVE LRF-LOSSES         TO WS-CMP-LIVE.
196400     MOVE RRF-LOSSES         TO WS-CMP-REBUILT.
196500     PERFORM 6950-COMPARE-ONE-COUNTER
196600         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
196700     MOVE "DRAWS"            TO WS-CMP-NAME.
196800     MOVE LRF-DRAWS          TO WS-CMP-LIVE.
196900     MOVE RRF-DRAWS          TO WS-CMP-REBUILT.
197000     PERFORM 6950-COMPARE-ONE-COUNTER
197100         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
197200     MOVE "LAST DUEL DATE"   TO WS-CMP-NAME.
197300     MOVE LRF-LAST-DATE      TO WS-CMP-LIVE.
197400     MOVE RRF-LAST-DATE      TO WS-CMP-REBUILT.
197500     PERFORM 6950-COMPARE-ONE-COUNTER
197600         THRU 6950-COMPARE-ONE-COUNTER-EXIT.
197700     IF WS-OPER-HAS-DIFFERED
197800         ADD 1 TO WS-RAT-OPER-DIFF-COUNT
197900     END-IF.
198000 7300-COMPARE-RATE-FIGURES-EXIT.
198100     EXIT.
198200*
198300*===========================================================*
198400* 8000-PRINT-TOTALS                                          *
198500*     PRINTS THE REPLAY AND COMPARE COUNTS.                  *
198600*===========================================================*
198700 8000-PRINT-TOTALS.
198800     MOVE "NWHIST RECORDS READ"               TO TL-LABEL.
198900     MOVE WS-HIST-READ-COUNT                  TO TL-VALUE.
199000     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
199100     MOVE "OPERATORS SEEDED FROM THE SNAPSHOT" TO TL-LABEL.
199200     MOVE WS-SEED-COUNT                       TO TL-VALUE.
199300     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
199400     MOVE "NWLOG RECORDS READ"                TO TL-LABEL.
199500     MOVE WS-LOG-READ-COUNT                   TO TL-VALUE.
199600     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
199700     MOVE "VOIDED SESSIONS TABLED"            TO TL-LABEL.
199800     MOVE WS-VDT-COUNT                        TO TL-VALUE.
199900     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
200000     MOVE "VOIDED SESSIONS NOT TABLED (TABLE FULL)"
200100         TO TL-LABEL.
200200     MOVE WS-VOID-UNTABLED-COUNT              TO TL-VALUE.
200300     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
200400     WRITE RBRPT-RECORD FROM WS-BLANK-LINE.
200500     MOVE "JOURNALLED POSTINGS READ"          TO TL-LABEL.
200600     MOVE WS-POST-READ-COUNT                  TO TL-VALUE.
200700     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
200800     MOVE "POSTINGS OUTSIDE THE REPLAY SPAN"  TO TL-LABEL.
200900     MOVE WS-POST-OUTSIDE-COUNT               TO TL-VALUE.
201000     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
201100     MOVE "POSTINGS REPLAYED"                 TO TL-LABEL.
201200     MOVE WS-POST-APPLIED-COUNT               TO TL-VALUE.
201300     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
201400     MOVE "POSTINGS LEFT OUT (SESSION VOIDED)" TO TL-LABEL.
201500     MOVE WS-POST-VOIDED-COUNT                TO TL-VALUE.
201600     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
201700     MOVE "POSTINGS SKIPPED (MALFORMED OR UNDATED)"
201800         TO TL-LABEL.
201900     MOVE WS-POST-SKIPPED-COUNT               TO TL-VALUE.
202000     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
202100     WRITE RBRPT-RECORD FROM WS-BLANK-LINE.
202200     MOVE "JOURNALLED DUELS READ"             TO TL-LABEL.
202300     MOVE WS-DUEL-READ-COUNT                  TO TL-VALUE.
202400     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
202500     MOVE "DUELS AFTER THE RESTORE POINT"     TO TL-LABEL.
202600     MOVE WS-DUEL-AFTER-COUNT                 TO TL-VALUE.
202700     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
202800     MOVE "DUELS REPLAYED"                    TO TL-LABEL.
202900     MOVE WS-DUEL-APPLIED-COUNT               TO TL-VALUE.
203000     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
203100     MOVE "DUELS LEFT OUT (A SESSION VOIDED)" TO TL-LABEL.
203200     MOVE WS-DUEL-VOIDED-COUNT                TO TL-VALUE.
203300     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
203400     MOVE "DUELS SKIPPED (MALFORMED OR UNDATED)" TO TL-LABEL.
203500     MOVE WS-DUEL-SKIPPED-COUNT               TO TL-VALUE.
203600     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
203700     WRITE RBRPT-RECORD FROM WS-BLANK-LINE.
203800     MOVE "OPERATORS NOT TABLED (TABLE FULL)" TO TL-LABEL.
203900     MOVE WS-OPR-UNTABLED-COUNT               TO TL-VALUE.
204000     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
204100     MOVE "REBUILT SCOREFIL RECORDS WRITTEN"  TO TL-LABEL.
204200     MOVE WS-RBSCR-WRITE-COUNT                TO TL-VALUE.
204300     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
204400     MOVE "REBUILT NWRATE RECORDS WRITTEN"    TO TL-LABEL.
204500     MOVE WS-RBRAT-WRITE-COUNT                TO TL-VALUE.
204600     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
204700     MOVE "SCOREFIL OPERATORS THAT DIFFER"    TO TL-LABEL.
204800     MOVE WS-SCR-OPER-DIFF-COUNT              TO TL-VALUE.
204900     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
205000     MOVE "SCOREFIL COUNTERS THAT DIFFER"     TO TL-LABEL.
205100     MOVE WS-SCR-CTR-DIFF-COUNT               TO TL-VALUE.
205200     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
205300     MOVE "NWRATE OPERATORS THAT DIFFER"      TO TL-LABEL.
205400     MOVE WS-RAT-OPER-DIFF-COUNT              TO TL-VALUE.
205500     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
205600     MOVE "NWRATE COUNTERS THAT DIFFER"       TO TL-LABEL.
205700     MOVE WS-RAT-CTR-DIFF-COUNT               TO TL-VALUE.
205800     WRITE RBRPT-RECORD FROM WS-TOTAL-LINE.
205900 8000-PRINT-TOTALS-EXIT.
206000     EXIT.
206100*
206200*===========================================================*
206300* 0800-CHECK-RUN-CONTROL                                     *
206400*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
206500*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
206600*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
206700*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
206800*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
206900*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
207000*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
207100*===========================================================*
207200 0800-CHECK-RUN-CONTROL.
207300     MOVE "NWREBLD"  TO WS-RUN-JOB-NAME.
207400     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
207500     ACCEPT WS-RUN-START-TIME FROM TIME.
207600     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
207700     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
207800         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
207900         COMPUTE WS-RUN-DATE-INTEGER =
208000             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
208100         COMPUTE WS-RUN-DATE-8 =
208200             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
208300         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
208400     END-IF.
208500*
208600     OPEN I-O RUNCTL-FILE.
208700     IF WS-RUNCTL-STATUS = "35"
208800         OPEN OUTPUT RUNCTL-FILE
208900         CLOSE RUNCTL-FILE
209000         OPEN I-O RUNCTL-FILE
209100     END-IF.
209200     IF WS-RUNCTL-STATUS NOT = "00"
209300         DISPLAY "NWREBLD: NWRUNCTL COULD NOT BE OPENED - "
209400             "FILE STATUS " WS-RUNCTL-STATUS
209500             " - RUN NOT RECORDED ON THE LEDGER."
209600         GO TO 0800-CHECK-RUN-CONTROL-EXIT
209700     END-IF.
209800     MOVE 'Y' TO WS-RUN-LEDGER-SW.
209900*
210000     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
210100     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
210200     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
210300     READ RUNCTL-FILE
210400         INVALID KEY
210500             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
210600             MOVE SPACES TO RUNCTL-RECORD
210700             MOVE ZERO   TO RUN-ATTEMPT-COUNT
210800     END-READ.
210900     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
211000     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
211100     MOVE 'S'               TO RUN-STATUS.
211200     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
211300     MOVE ZERO              TO RUN-END-TIME
211400                               RUN-COND-CODE
211500                               RUN-RECS-READ
211600                               RUN-RECS-WRITTEN
211700                               RUN-RECS-EXCEPTED.
211800     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
211900         MOVE ZERO TO RUN-ATTEMPT-COUNT
212000     END-IF.
212100     IF RUN-ATTEMPT-COUNT < 99
212200         ADD 1 TO RUN-ATTEMPT-COUNT
212300     END-IF.
212400     MOVE SPACES            TO RUN-REFUSED-FOR.
212500     IF WS-RUN-IS-REFUSED
212600         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
212700     END-IF.
212800     IF WS-RUN-REC-WAS-FOUND
212900         REWRITE RUNCTL-RECORD
213000     ELSE
213100         WRITE RUNCTL-RECORD
213200     END-IF.
213300     CLOSE RUNCTL-FILE.
213400 0800-CHECK-RUN-CONTROL-EXIT.
213500     EXIT.
213600*
213700*===========================================================*
213800* 9800-RECORD-RUN-END                                        *
213900*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
214000*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
214100*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
214200*     CODE IS FINAL.                                         *
214300*===========================================================*
214400 9800-RECORD-RUN-END.
214500     IF NOT WS-RUN-LEDGER-IS-USABLE
214600         GO TO 9800-RECORD-RUN-END-EXIT
214700     END-IF.
214800     OPEN I-O RUNCTL-FILE.
214900     IF WS-RUNCTL-STATUS NOT = "00"
215000         DISPLAY "NWREBLD: NWRUNCTL COULD NOT BE REOPENED - "
215100             "FILE STATUS " WS-RUNCTL-STATUS
215200             " - RUN END NOT RECORDED."
215300         GO TO 9800-RECORD-RUN-END-EXIT
215400     END-IF.
215500     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
215600     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
215700     READ RUNCTL-FILE
215800         INVALID KEY
215900             DISPLAY "NWREBLD: NWRUNCTL RECORD FOR THIS RUN "
216000                 "IS MISSING - RUN END NOT RECORDED."
216100             CLOSE RUNCTL-FILE
216200             GO TO 9800-RECORD-RUN-END-EXIT
216300     END-READ.
216400     ACCEPT RUN-END-TIME FROM TIME.
216500     MOVE RETURN-CODE TO RUN-COND-CODE.
216600     EVALUATE TRUE
216700         WHEN WS-RUN-IS-REFUSED
216800             MOVE 'R' TO RUN-STATUS
216900         WHEN WS-RUN-HAD-NO-WORK
217000             MOVE 'N' TO RUN-STATUS
217100         WHEN RETURN-CODE = ZERO
217200             MOVE 'C' TO RUN-STATUS
217300         WHEN RETURN-CODE = 4
217400             MOVE 'W' TO RUN-STATUS
217500         WHEN OTHER
217600             MOVE 'F' TO RUN-STATUS
217700     END-EVALUATE.
217800     COMPUTE RUN-RECS-READ =
217900         WS-POST-READ-COUNT
218000       + WS-DUEL-READ-COUNT.
218100     COMPUTE RUN-RECS-WRITTEN =
218200         WS-RBSCR-WRITE-COUNT
218300       + WS-RBRAT-WRITE-COUNT.
218400     COMPUTE RUN-RECS-EXCEPTED =
218500         WS-POST-SKIPPED-COUNT
218600       + WS-DUEL-SKIPPED-COUNT.
218700     REWRITE RUNCTL-RECORD.
218800     CLOSE RUNCTL-FILE.
218900 9800-RECORD-RUN-END-EXIT.
219000     EXIT.
