000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NWINTEG.
000300 AUTHOR.        R ALLAN.
000400 INSTALLATION.  SHIFT-READINESS TRAINING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                               *
001200* 2026-10-15 RA    ORIGINAL NIGHTLY INTEGRITY SCREEN - READS *
001300*                  NWLOG, NWDIST AND AUTHOP AND SCORES EVERY *
001400*                  NON-VOIDED GAME SESSION IN THE SCREENING  *
001500*                  WINDOW AGAINST FOUR RED FLAGS: A SOLVE IN *
001600*                  1-2 GUESSES BY AN OPERATOR WHO DOES THAT  *
001700*                  FAR MORE OFTEN THAN CHANCE ALLOWS, GUESSES*
001800*                  MADE TOO SOON AFTER A HINT TO HAVE READ   *
001900*                  IT, A SOLVE SHORTLY AFTER A RUN OF PIN    *
002000*                  FAILURES ON THE SAME ID, AND PLAY CREDITED*
002100*                  TO AN OPERATOR NOW INACTIVE ON AUTHOP.    *
002200*                  PRINTS THE REFERRALS RANKED BY SCORE WITH *
002300*                  THE EVIDENCE, AND WRITES ONE CANDIDATE    *
002400*                  CARD PER REFERRAL IN THE NWADJ ADJCARD    *
002500*                  LAYOUT (CPYADJ01) FOR THE SUPERVISORS TO  *
002600*                  REVIEW. THE RUN IS RECORDED ON THE        *
002700*                  NWRUNCTL LEDGER.                          *
002800*-----------------------------------------------------------*
002810* 2026-10-15 RA    PIN-CHANGE EVENTS FROM THE SELF-SERVICE   *
002820*                  RUN MODE ARE NOW COUNTED WITH THE PIN     *
002830*                  EVENTS READ INSTEAD OF FALLING IN WITH    *
002840*                  THE VOIDED SESSIONS, AND DO NOT ADD TO AN *
002850*                  OPERATOR'S PIN-FAILURE RUN.               *
002860*-----------------------------------------------------------*
002866* 2026-10-15 RA    AN INTSRT THAT CANNOT BE OPENED NOW PUTS  *
002872*                  A LINE ON THE REPORT SAYING THE REFERRAL  *
002878*                  LIST COULD NOT BE PRODUCED AND ENDS THE   *
002884*                  RUN RC=8.                                 *
002890*-----------------------------------------------------------*
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
003300 OBJECT-COMPUTER.  IBM-370.
003400*
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT INTCARD-FILE ASSIGN TO INTCARD
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-INTCARD-STATUS.
004000     SELECT LOG-FILE ASSIGN TO NWLOG
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-LOG-STATUS.
004300     SELECT DIST-FILE ASSIGN TO NWDIST
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-DIST-STATUS.
004600     SELECT AUTH-FILE ASSIGN TO AUTHOP
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS AUT-OPERATOR-ID
005000         FILE STATUS IS WS-AUTH-STATUS.
005100     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
005200     SELECT REFERRAL-FILE ASSIGN TO INTSRT
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS WS-INTSRT-STATUS.
005500     SELECT CAND-FILE ASSIGN TO NWINTCRD
005600         ORGANIZATION IS SEQUENTIAL.
005700     SELECT INTRPT-FILE ASSIGN TO NWINTRPT
005800         ORGANIZATION IS SEQUENTIAL.
005900     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS RUN-KEY
006300         FILE STATUS IS WS-RUNCTL-STATUS.
006400*
006500 DATA DIVISION.
006600 FILE SECTION.
006700*
006800 FD  INTCARD-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  INC-RECORD.
007300     COPY CPYINC01.
007400*
007500 FD  LOG-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 535 CHARACTERS.
007900 01  LOG-RECORD.
008000     COPY CPYLOG01.
008100*
008200 FD  DIST-FILE
008300     RECORDING MODE IS F
008400     LABEL RECORDS ARE STANDARD
008500     RECORD CONTAINS 80 CHARACTERS.
008600 01  DIST-RECORD.
008700     COPY CPYDST01.
008800*
008900 FD  AUTH-FILE
009000     RECORD CONTAINS 80 CHARACTERS.
009100 01  AUTH-RECORD.
009200     COPY CPYAUT01.
009300*
009400 SD  SORT-WORK-FILE.
009500 01  SORT-RECORD.
009600     COPY CPYINX01.
009700*
009800 FD  REFERRAL-FILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 80 CHARACTERS.
010200 01  REFERRAL-RECORD.
010300     COPY CPYINX01.
010400*
010500 FD  CAND-FILE
010600     RECORDING MODE IS F
010700     LABEL RECORDS ARE STANDARD
010800     RECORD CONTAINS 80 CHARACTERS.
010900 01  CAND-RECORD.
011000     COPY CPYADJ01.
011100*
011200 FD  INTRPT-FILE
011300     RECORDING MODE IS F
011400     LABEL RECORDS ARE STANDARD
011500     RECORD CONTAINS 133 CHARACTERS.
011600 01  INTRPT-RECORD          PIC X(133).
011700*
011800 FD  RUNCTL-FILE
011900     RECORD CONTAINS 80 CHARACTERS.
012000 01  RUNCTL-RECORD.
012100     COPY CPYRUN01.
012200*
012300 WORKING-STORAGE SECTION.
012400*
012500 77  WS-INTCARD-STATUS       PIC X(02) VALUE "00".
012600 77  WS-LOG-STATUS           PIC X(02) VALUE "00".
012700 77  WS-DIST-STATUS          PIC X(02) VALUE "00".
012800 77  WS-AUTH-STATUS          PIC X(02) VALUE "00".
012900 77  WS-INTSRT-STATUS        PIC X(02) VALUE "00".
013000*
013100 77  WS-LOG-EOF-SW           PIC X(01) VALUE 'N'.
013200     88  WS-LOG-AT-END              VALUE 'Y'.
013300 77  WS-DIST-EOF-SW          PIC X(01) VALUE 'N'.
013400     88  WS-DIST-AT-END             VALUE 'Y'.
013500 77  WS-REFERRAL-EOF-SW      PIC X(01) VALUE 'N'.
013600     88  WS-REFERRAL-AT-END         VALUE 'Y'.
013700 77  WS-LOG-OPEN-SW          PIC X(01) VALUE 'N'.
013800     88  WS-LOG-FILE-WAS-OPENED     VALUE 'Y'.
013900 77  WS-DIST-OPEN-SW         PIC X(01) VALUE 'N'.
014000     88  WS-DIST-FILE-WAS-OPENED    VALUE 'Y'.
014100 77  WS-AUTH-OPEN-SW         PIC X(01) VALUE 'N'.
014200     88  WS-AUTH-FILE-WAS-OPENED    VALUE 'Y'.
014210 77  WS-INTSRT-OPEN-SW       PIC X(01) VALUE 'Y'.
014220     88  WS-INTSRT-FILE-WAS-OPENED  VALUE 'Y'.
014300*
014400*-----------------------------------------------------------*
014500* SCREENING LIMITS FROM THE INTCARD CARD                     *
014600*-----------------------------------------------------------*
014700 77  WS-SEL-FROM-DATE        PIC 9(06) VALUE ZERO.
014800 77  WS-SEL-TO-DATE          PIC 9(06) VALUE ZERO.
014900 77  WS-QUICK-MIN            PIC 9(02) VALUE 2.
015000 77  WS-SIGMA                PIC 9(01)V9(01) VALUE 3.0.
015100 77  WS-MIN-SECS             PIC 9(02) VALUE 2.
015200 77  WS-PIN-FAIL-LIMIT       PIC 9(02) VALUE 3.
015300 77  WS-PIN-WINDOW-MINS      PIC 9(03) VALUE 30.
015400 77  WS-MIN-SCORE            PIC 9(03) VALUE 20.
015500*
015600*-----------------------------------------------------------*
015700* RED-FLAG POINTS. A SESSION'S SCORE IS THE SUM OF THE       *
015800* POINTS FOR EVERY FLAG IT RAISES; EACH FAST GUESS AFTER     *
015900* THE FIRST ADDS A FURTHER FEW POINTS.                       *
016000*-----------------------------------------------------------*
016100 77  WS-QUICK-POINTS         PIC 9(03) VALUE 40.
016200 77  WS-FAST-POINTS          PIC 9(03) VALUE 30.
016300 77  WS-EXTRA-FAST-POINTS    PIC 9(03) VALUE 5.
016400 77  WS-PIN-POINTS           PIC 9(03) VALUE 30.
016500 77  WS-INACTIVE-POINTS      PIC 9(03) VALUE 20.
016600 77  WS-SCORE                PIC 9(05) VALUE ZERO.
016700*
016800*-----------------------------------------------------------*
016900* CHANCE OF A 1-2-GUESS SOLVE. A FIRST GUESS HITS THE SECRET *
017000* 1 TIME IN 9999; A SECOND GUESS, AFTER ONE HINT HAS HALVED  *
017100* THE RANGE, ABOUT 2 TIMES IN 9999 - SO 3 IN 9999 IN ALL.    *
017200*-----------------------------------------------------------*
017300 77  WS-QUICK-CHANCE-HITS    PIC 9(01) VALUE 3.
017400 77  WS-SECRET-RANGE         PIC 9(04) VALUE 9999.
017450 77  WS-QUICK-CHANCES        PIC 9(09) VALUE ZERO.
017500 77  WS-DEVIATION            PIC S9(07)V9(04).
017600 77  WS-DEVIATION-SQ         PIC 9(14)V9(04).
017700 77  WS-LIMIT-SQ             PIC 9(14)V9(04).
017800*
017900*-----------------------------------------------------------*
018000* OPERATOR TABLE - ONE ENTRY PER OPERATOR SEEN ON NWLOG UP   *
018100* TO THE END OF THE WINDOW, CARRYING THEIR QUICK-SOLVE       *
018200* HISTORY, ANY PIN-FAILURE RUN NOT YET FOLLOWED BY A GAME    *
018300* AND THEIR AUTHOP STANDING ('A' ACTIVE, 'I' INACTIVE, 'M'   *
018400* NOT ON FILE, 'U' NOT LOOKED UP).                           *
018500*-----------------------------------------------------------*
018600 77  WS-OP-MAX               PIC S9(4) COMP VALUE 1000.
018700 77  WS-OP-COUNT             PIC S9(4) COMP VALUE ZERO.
018800 77  WS-OP-IDX               PIC S9(4) COMP VALUE ZERO.
018900 77  WS-OP-SUB               PIC S9(4) COMP VALUE ZERO.
019000 01  WS-OPERATOR-TABLE.
019100     05  WS-OPERATOR-ENTRY OCCURS 1000 TIMES.
019200         10  OPT-OPERATOR-ID     PIC X(08).
019300         10  OPT-SESSIONS        PIC 9(06) COMP.
019400         10  OPT-QUICK           PIC 9(06) COMP.
019500         10  OPT-EXPECTED        PIC 9(03)V9(04).
019600         10  OPT-QUICK-FLAG-SW   PIC X(01).
019700             88  OPT-QUICK-IS-FLAGGED       VALUE 'Y'.
019800         10  OPT-RUN-FAILS       PIC 9(03) COMP.
019900         10  OPT-RUN-DATE        PIC 9(06).
020000         10  OPT-RUN-TIME        PIC 9(08).
020100         10  OPT-WINDOW-SW       PIC X(01).
020200             88  OPT-PLAYED-IN-WINDOW       VALUE 'Y'.
020300         10  OPT-AUTH-SW         PIC X(01).
020400             88  OPT-IS-INACTIVE            VALUE 'I'.
020500             88  OPT-IS-NOT-ON-FILE         VALUE 'M'.
020600*
020700*-----------------------------------------------------------*
020800* SESSION TABLE - ONE ENTRY PER NON-VOIDED GAME SESSION IN   *
020900* THE WINDOW. THE NWDIST GAME IS PAIRED WITH ITS SESSION THE *
021000* WAY NWADJ PAIRS THEM: SAME OPERATOR, DATE AND GUESS COUNT, *
021100* THE LATEST TIME-STAMPED GAME STARTING AT OR BEFORE THE     *
021200* SESSION'S LOGGED TIME WINNING ('S'); AN UNSTAMPED LEGACY   *
021300* GAME ONLY FILLS AN EMPTY SLOT ('L').                       *
021400*-----------------------------------------------------------*
021500 77  WS-SES-MAX              PIC S9(4) COMP VALUE 3000.
021600 77  WS-SES-COUNT            PIC S9(4) COMP VALUE ZERO.
021700 77  WS-SES-IDX              PIC S9(4) COMP VALUE ZERO.
021800 01  WS-SESSION-TABLE.
021900     05  WS-SESSION-ENTRY OCCURS 3000 TIMES.
022000         10  SES-OPERATOR-ID     PIC X(08).
022100         10  SES-DATE            PIC 9(06).
022200         10  SES-TIME            PIC 9(08).
022300         10  SES-GUESSES         PIC 9(04).
022400         10  SES-OUTCOME         PIC X(10).
022500         10  SES-OP-IDX          PIC S9(4) COMP.
022600         10  SES-CAND-SW         PIC X(01).
022700             88  SES-HAS-NO-GAME            VALUE 'N'.
022800             88  SES-GAME-IS-STAMPED        VALUE 'S'.
022900         10  SES-CAND-TIME       PIC 9(08).
023000         10  SES-FAST-COUNT      PIC 9(04) COMP.
023100         10  SES-MIN-ELAPSED     PIC 9(05).
023200         10  SES-PIN-SW          PIC X(01).
023300             88  SES-FOLLOWS-PIN-RUN        VALUE 'Y'.
023400         10  SES-PIN-FAILS       PIC 9(03).
023500         10  SES-PIN-GAP-MINS    PIC 9(05).
023600*
023700*-----------------------------------------------------------*
023800* THE NWDIST GAME IN PROGRESS                                *
023900*-----------------------------------------------------------*
024000 77  WS-GAME-GUESSES         PIC 9(04) VALUE ZERO.
024100 77  WS-GAME-OPERATOR-ID     PIC X(08) VALUE SPACES.
024200 77  WS-GAME-DATE            PIC 9(06) VALUE ZERO.
024300 77  WS-GAME-DATE-OK-SW      PIC X(01) VALUE 'N'.
024400     88  WS-GAME-DATE-IS-NUMERIC    VALUE 'Y'.
024500 77  WS-GAME-VOIDED-SW       PIC X(01) VALUE 'N'.
024600     88  WS-GAME-IS-VOIDED          VALUE 'Y'.
024700 77  WS-GAME-TIME-OK-SW      PIC X(01) VALUE 'N'.
024800     88  WS-GAME-TIME-IS-NUMERIC    VALUE 'Y'.
024900 77  WS-GAME-START-TIME      PIC 9(08) VALUE ZERO.
025000 77  WS-GAME-TIMED-COUNT     PIC 9(04) VALUE ZERO.
025100 77  WS-GAME-FAST-COUNT      PIC 9(04) VALUE ZERO.
025200 77  WS-GAME-MIN-ELAPSED     PIC 9(05) VALUE ZERO.
025300*
025400 01  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
025500 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
025600     05  WS-TIME-HH          PIC 9(02).
025700     05  WS-TIME-MM          PIC 9(02).
025800     05  WS-TIME-SS          PIC 9(02).
025900     05  WS-TIME-TT          PIC 9(02).
026000 77  WS-STAMP-DATE           PIC 9(06) VALUE ZERO.
026100 77  WS-STAMP-DATE-8         PIC 9(08) VALUE ZERO.
026200 77  WS-STAMP-SECS           PIC 9(11) VALUE ZERO.
026300 77  WS-FAIL-SECS            PIC 9(11) VALUE ZERO.
026400 77  WS-GAP-MINS             PIC 9(07) VALUE ZERO.
026500*
026600 01  WS-REFERRAL.
026700     COPY CPYINX01.
026800 77  WS-RANK                 PIC 9(04) VALUE ZERO.
026900*
027000*-----------------------------------------------------------*
027100* RUN COUNTERS                                               *
027200*-----------------------------------------------------------*
027300 77  WS-LOG-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
027400 77  WS-DIST-READ-COUNT      PIC 9(08) COMP VALUE ZERO.
027500 77  WS-HISTORY-COUNT        PIC 9(08) COMP VALUE ZERO.
027600 77  WS-WINDOW-COUNT         PIC 9(08) COMP VALUE ZERO.
027700 77  WS-AFTER-WINDOW-COUNT   PIC 9(08) COMP VALUE ZERO.
027800 77  WS-VOIDED-COUNT         PIC 9(08) COMP VALUE ZERO.
027900 77  WS-PRACTICE-COUNT       PIC 9(08) COMP VALUE ZERO.
028000 77  WS-BATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
028100 77  WS-PIN-EVENT-COUNT      PIC 9(08) COMP VALUE ZERO.
028200 77  WS-UNSCREENED-COUNT     PIC 9(08) COMP VALUE ZERO.
028300 77  WS-MATCHED-COUNT        PIC 9(08) COMP VALUE ZERO.
028400 77  WS-QUICK-OPERATOR-COUNT PIC 9(08) COMP VALUE ZERO.
028500 77  WS-QUICK-FLAG-COUNT     PIC 9(08) COMP VALUE ZERO.
028600 77  WS-FAST-FLAG-COUNT      PIC 9(08) COMP VALUE ZERO.
028700 77  WS-PIN-FLAG-COUNT       PIC 9(08) COMP VALUE ZERO.
028800 77  WS-INACTIVE-FLAG-COUNT  PIC 9(08) COMP VALUE ZERO.
028900 77  WS-REFERRAL-COUNT       PIC 9(08) COMP VALUE ZERO.
029000 77  WS-CARD-COUNT           PIC 9(08) COMP VALUE ZERO.
029100*
029200 01  WS-RUN-CONTROL.
029300     COPY CPYRUW01.
029400*
029500*-----------------------------------------------------------*
029600* REPORT LINE LAYOUTS                                        *
029700*-----------------------------------------------------------*
029800 01  WS-HEADING-LINE-1       PIC X(133) VALUE
029900     "NUMBERWANG NIGHTLY INTEGRITY SCREEN - GAME SESSIONS REFERRED
030000-    " FOR SUPERVISOR REVIEW".
030100 01  WS-CRIT-LINE-1.
030200     05  FILLER              PIC X(17) VALUE
030300         "SCREENING WINDOW ".
030400     05  CR-FROM-DATE        PIC 9(06).
030500     05  FILLER              PIC X(04) VALUE " TO ".
030600     05  CR-TO-DATE          PIC 9(06).
030700     05  FILLER              PIC X(18) VALUE
030800         "   REFER AT SCORE ".
030900     05  CR-MIN-SCORE        PIC ZZ9.
031000     05  FILLER              PIC X(79) VALUE SPACES.
031100 01  WS-CRIT-LINE-2.
031200     05  FILLER              PIC X(14) VALUE "QUICK SOLVES: ".
031300     05  CR-QUICK-MIN        PIC Z9.
031400     05  FILLER              PIC X(12) VALUE " OR MORE AT ".
031500     05  CR-SIGMA            PIC 9.9.
031600     05  FILLER              PIC X(30) VALUE
031700         " STD DEVS   FAST GUESS: UNDER ".
031800     05  CR-MIN-SECS         PIC Z9.
031900     05  FILLER              PIC X(17) VALUE
032000         " SECS   PIN RUN: ".
032100     05  CR-PIN-FAILS        PIC Z9.
032200     05  FILLER              PIC X(14) VALUE " FAILS WITHIN ".
032300     05  CR-PIN-MINS         PIC ZZ9.
032400     05  FILLER              PIC X(05) VALUE " MINS".
032500     05  FILLER              PIC X(29) VALUE SPACES.
032600 01  WS-POINTS-LINE          PIC X(133) VALUE
032700     "POINTS: QUICK SOLVE 40, FAST GUESSES 30 (+5 EACH AFTER THE F
032800-    "IRST), PIN RUN 30, INACTIVE OPERATOR 20".
032900 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
033000*
033100 01  WS-REFERRAL-HEADING-1   PIC X(133) VALUE
033200     "REFERRALS IN RANK ORDER (THE SESSION TIME IS THE NWLOG END T
033300-    "IME - THE NWINTCRD CANDIDATE CARDS CARRY THE SAME KEY)".
033400 01  WS-REFERRAL-HEADING-2   PIC X(133) VALUE
033500     "  RANK SCORE   OPERATOR  DATE    TIME    GUESSES   OUTCOME".
033600 01  WS-REFERRAL-LINE.
033700     05  FILLER              PIC X(02) VALUE SPACES.
033800     05  RL-RANK             PIC ZZZ9.
033900     05  FILLER              PIC X(03) VALUE SPACES.
034000     05  RL-SCORE            PIC ZZ9.
034100     05  FILLER              PIC X(03) VALUE SPACES.
034200     05  RL-OPERATOR-ID      PIC X(08).
034300     05  FILLER              PIC X(02) VALUE SPACES.
034400     05  RL-DATE             PIC 9(06).
034500     05  FILLER              PIC X(02) VALUE SPACES.
034600     05  RL-TIME             PIC 9(08).
034700     05  FILLER              PIC X(03) VALUE SPACES.
034800     05  RL-GUESSES          PIC ZZZ9.
034900     05  FILLER              PIC X(03) VALUE SPACES.
035000     05  RL-OUTCOME          PIC X(10).
035100     05  FILLER              PIC X(72) VALUE SPACES.
035200 01  WS-QUICK-EVIDENCE.
035300     05  FILLER              PIC X(12) VALUE SPACES.
035400     05  FILLER              PIC X(31) VALUE
035500         "QUICK SOLVES - OPERATOR SOLVED ".
035600     05  EQ-QUICK            PIC ZZZ,ZZ9.
035700     05  FILLER              PIC X(04) VALUE " OF ".
035800     05  EQ-SESSIONS         PIC ZZZ,ZZ9.
035900     05  FILLER              PIC X(27) VALUE
036000         " SESSIONS IN 1-2 GUESSES - ".
036100     05  EQ-EXPECTED         PIC ZZ9.99.
036200     05  FILLER              PIC X(20) VALUE
036300         " EXPECTED BY CHANCE".
036400     05  FILLER              PIC X(19) VALUE SPACES.
036500 01  WS-FAST-EVIDENCE.
036600     05  FILLER              PIC X(12) VALUE SPACES.
036700     05  FILLER              PIC X(15) VALUE "FAST GUESSES - ".
036800     05  EF-FAST-COUNT       PIC ZZZ9.
036900     05  FILLER              PIC X(20) VALUE
037000         " GUESSES MADE UNDER ".
037100     05  EF-MIN-SECS         PIC Z9.
037200     05  FILLER              PIC X(29) VALUE
037300         " SECS AFTER A HINT - FASTEST ".
037400     05  EF-FASTEST          PIC ZZZZ9.
037500     05  FILLER              PIC X(05) VALUE " SECS".
037600     05  FILLER              PIC X(41) VALUE SPACES.
037700 01  WS-PIN-EVIDENCE.
037800     05  FILLER              PIC X(12) VALUE SPACES.
037900     05  FILLER              PIC X(22) VALUE
038000         "PIN FAILURES - SOLVED ".
038100     05  EP-GAP-MINS         PIC ZZ9.
038200     05  FILLER              PIC X(21) VALUE
038300         " MINS AFTER A RUN OF ".
038400     05  EP-FAILS            PIC ZZ9.
038500     05  FILLER              PIC X(29) VALUE
038600         " PIN-FAILED/LOCKED-OUT EVENTS".
038700     05  FILLER              PIC X(43) VALUE SPACES.
038800 01  WS-INACTIVE-EVIDENCE    PIC X(133) VALUE
038900     "            INACTIVE OPERATOR - NOW MARKED INACTIVE ON AUTHO
039000-    "P".
039100 01  WS-NOT-ON-FILE-EVIDENCE PIC X(133) VALUE
039200     "            INACTIVE OPERATOR - NO LONGER ON AUTHOP".
039300 01  WS-NO-REFERRAL-LINE     PIC X(133) VALUE
039400     "  NONE - NO SESSION IN THE WINDOW SCORED HIGH ENOUGH TO REFE
039500-    "R.".
039600*
039700 01  WS-TOTAL-LINE.
039800     05  TL-LABEL            PIC X(40).
039900     05  FILLER              PIC X(02).
040000     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
040100     05  FILLER              PIC X(80).
040200*
040300 01  WS-NO-LOG-LINE          PIC X(133) VALUE
040400     "NWLOG COULD NOT BE OPENED - NOTHING WAS SCREENED. SEE CONSOL
040500-    "E LOG.".
040600 01  WS-NO-DIST-LINE         PIC X(133) VALUE
040700     "NWDIST COULD NOT BE OPENED - FAST-GUESS FLAG NOT CHECKED. SE
040800-    "E CONSOLE LOG.".
040900 01  WS-NO-AUTH-LINE         PIC X(133) VALUE
041000     "AUTHOP COULD NOT BE OPENED - INACTIVE-OPERATOR FLAG NOT CHEC
041100-    "KED. SEE CONSOLE LOG.".
041200 01  WS-NO-SESSION-LINE      PIC X(133) VALUE
041300     "NO NON-VOIDED GAME SESSIONS WERE FOUND IN THE SCREENING WIND
041400-    "OW.".
041500 01  WS-UNSCREENED-LINE      PIC X(133) VALUE
041600     "SOME SESSIONS WERE NOT SCREENED - THE OPERATOR OR SESSION TA
041700-    "BLE FILLED. NARROW THE WINDOW.".
041710 01  WS-NO-INTSRT-LINE       PIC X(133) VALUE
041720     "  INTSRT COULD NOT BE OPENED - THE REFERRAL LIST AND NWADJ C
041730-    "ANDIDATE CARDS COULD NOT BE PRODUCED. SEE CONSOLE LOG.".
041800 01  WS-REFUSED-LINE         PIC X(133) VALUE
041900     "RUN REFUSED - NWADJ HAS NOT COMPLETED CLEANLY FOR THIS BUSIN
042000-    "ESS DATE. SEE CONSOLE LOG.".
042100*
042200 PROCEDURE DIVISION.
042300*
042400*===========================================================*
042500* 0000-MAINLINE                                              *
042600*===========================================================*
042700 0000-MAINLINE.
042800     OPEN OUTPUT INTRPT-FILE.
042900     OPEN OUTPUT CAND-FILE.
043000     WRITE INTRPT-RECORD FROM WS-HEADING-LINE-1.
043100*
043200     PERFORM 0800-CHECK-RUN-CONTROL
043300         THRU 0800-CHECK-RUN-CONTROL-EXIT.
043400     IF WS-RUN-IS-REFUSED
043500         WRITE INTRPT-RECORD FROM WS-REFUSED-LINE
043600         MOVE 12 TO RETURN-CODE
043700         GO TO 0000-MAINLINE-WRAP-UP
043800     END-IF.
043900*
044000     PERFORM 0100-READ-SCREEN-CARD
044100         THRU 0100-READ-SCREEN-CARD-EXIT.
044200     MOVE WS-SEL-FROM-DATE   TO CR-FROM-DATE.
044300     MOVE WS-SEL-TO-DATE     TO CR-TO-DATE.
044400     MOVE WS-MIN-SCORE       TO CR-MIN-SCORE.
044500     MOVE WS-QUICK-MIN       TO CR-QUICK-MIN.
044600     MOVE WS-SIGMA           TO CR-SIGMA.
044700     MOVE WS-MIN-SECS        TO CR-MIN-SECS.
044800     MOVE WS-PIN-FAIL-LIMIT  TO CR-PIN-FAILS.
044900     MOVE WS-PIN-WINDOW-MINS TO CR-PIN-MINS.
045000     WRITE INTRPT-RECORD FROM WS-CRIT-LINE-1.
045100     WRITE INTRPT-RECORD FROM WS-CRIT-LINE-2.
045200     WRITE INTRPT-RECORD FROM WS-POINTS-LINE.
045300     WRITE INTRPT-RECORD FROM WS-BLANK-LINE.
045400*
045500     PERFORM 1000-SCAN-NWLOG
045600         THRU 1000-SCAN-NWLOG-EXIT.
045700     IF NOT WS-LOG-FILE-WAS-OPENED
045800         WRITE INTRPT-RECORD FROM WS-NO-LOG-LINE
045900         MOVE 8 TO RETURN-CODE
046000         GO TO 0000-MAINLINE-WRAP-UP
046100     END-IF.
046200     IF WS-SES-COUNT = ZERO
046300         AND WS-UNSCREENED-COUNT = ZERO
046400         WRITE INTRPT-RECORD FROM WS-NO-SESSION-LINE
046500         MOVE 'Y' TO WS-RUN-NO-WORK-SW
046600         GO TO 0000-MAINLINE-TOTALS
046700     END-IF.
046800*
046900     PERFORM 2000-SCAN-NWDIST
047000         THRU 2000-SCAN-NWDIST-EXIT.
047100     PERFORM 3000-CHECK-AUTHOP
047200         THRU 3000-CHECK-AUTHOP-EXIT.
047300     PERFORM 3500-JUDGE-QUICK-SOLVES
047400         THRU 3500-JUDGE-QUICK-SOLVES-EXIT
047500         VARYING WS-OP-IDX FROM 1 BY 1
047600         UNTIL WS-OP-IDX > WS-OP-COUNT.
047700*
047800     SORT SORT-WORK-FILE
047900         ON DESCENDING KEY INX-SCORE IN SORT-RECORD
048000         ON ASCENDING KEY INX-OPERATOR-ID IN SORT-RECORD
048100                          INX-DATE IN SORT-RECORD
048200                          INX-TIME IN SORT-RECORD
048300         INPUT PROCEDURE IS 4000-SCORE-SESSIONS
048400             THRU 4000-SCORE-SESSIONS-EXIT
048500         GIVING REFERRAL-FILE.
048600     PERFORM 5000-PRINT-REFERRALS
048700         THRU 5000-PRINT-REFERRALS-EXIT.
048800*
048900     IF WS-REFERRAL-COUNT > ZERO
049000         OR WS-UNSCREENED-COUNT > ZERO
049100         MOVE 4 TO RETURN-CODE
049200     END-IF.
049300     IF NOT WS-DIST-FILE-WAS-OPENED
049400         OR NOT WS-AUTH-FILE-WAS-OPENED
049410         OR NOT WS-INTSRT-FILE-WAS-OPENED
049500         MOVE 8 TO RETURN-CODE
049600     END-IF.
049700 0000-MAINLINE-TOTALS.
049800     PERFORM 8000-PRINT-TOTALS
049900         THRU 8000-PRINT-TOTALS-EXIT.
050000 0000-MAINLINE-WRAP-UP.
050100     CLOSE INTRPT-FILE CAND-FILE.
050200     PERFORM 9800-RECORD-RUN-END
050300         THRU 9800-RECORD-RUN-END-EXIT.
050400     STOP RUN.
050500*
050600*===========================================================*
050700* 0100-READ-SCREEN-CARD                                      *
050800*     READS THE OPTIONAL INTCARD CARD. THE WINDOW DEFAULTS TO *
050900*     THE BUSINESS DATE; A MISSING CARD, OR A BLANK OR ZERO   *
051000*     FIELD, KEEPS THE DEFAULT.                               *
051100*===========================================================*
051200 0100-READ-SCREEN-CARD.
051300     MOVE WS-RUN-BUS-DATE TO WS-SEL-FROM-DATE
051400                             WS-SEL-TO-DATE.
051500     OPEN INPUT INTCARD-FILE.
051600     IF WS-INTCARD-STATUS NOT = "00"
051700         GO TO 0100-READ-SCREEN-CARD-EXIT
051800     END-IF.
051900     READ INTCARD-FILE
052000         AT END
052100             CONTINUE
052200         NOT AT END
052300             PERFORM 0150-APPLY-CARD-FIELDS
052400                 THRU 0150-APPLY-CARD-FIELDS-EXIT
052500     END-READ.
052600     CLOSE INTCARD-FILE.
052700 0100-READ-SCREEN-CARD-EXIT.
052800     EXIT.
052900*
053000*===========================================================*
053100* 0150-APPLY-CARD-FIELDS                                     *
053200*     TAKES EACH INTCARD FIELD THAT IS NUMERIC AND NOT ZERO.  *
053300*     A FROM DATE ALONE SCREENS FROM THEN TO THE BUSINESS     *
053400*     DATE.                                                   *
053500*===========================================================*
053600 0150-APPLY-CARD-FIELDS.
053700     IF INC-FROM-DATE IS NUMERIC
053800         AND INC-FROM-DATE > ZERO
053900         MOVE INC-FROM-DATE TO WS-SEL-FROM-DATE
054000     END-IF.
054100     IF INC-TO-DATE IS NUMERIC
054200         AND INC-TO-DATE > ZERO
054300         MOVE INC-TO-DATE TO WS-SEL-TO-DATE
054400     END-IF.
054500     IF INC-QUICK-MIN IS NUMERIC
054600         AND INC-QUICK-MIN > ZERO
054700         MOVE INC-QUICK-MIN TO WS-QUICK-MIN
054800     END-IF.
054900     IF INC-SIGMA IS NUMERIC
055000         AND INC-SIGMA > ZERO
055100         MOVE INC-SIGMA TO WS-SIGMA
055200     END-IF.
055300     IF INC-MIN-SECS IS NUMERIC
055400         AND INC-MIN-SECS > ZERO
055500         MOVE INC-MIN-SECS TO WS-MIN-SECS
055600     END-IF.
055700     IF INC-PIN-FAILS IS NUMERIC
055800         AND INC-PIN-FAILS > ZERO
055900         MOVE INC-PIN-FAILS TO WS-PIN-FAIL-LIMIT
056000     END-IF.
056100     IF INC-PIN-MINS IS NUMERIC
056200         AND INC-PIN-MINS > ZERO
056300         MOVE INC-PIN-MINS TO WS-PIN-WINDOW-MINS
056400     END-IF.
056500     IF INC-MIN-SCORE IS NUMERIC
056600         AND INC-MIN-SCORE > ZERO
056700         MOVE INC-MIN-SCORE TO WS-MIN-SCORE
056800     END-IF.
056900 0150-APPLY-CARD-FIELDS-EXIT.
057000     EXIT.
057100*
057200*===========================================================*
057300* 1000-SCAN-NWLOG                                            *
057400*     ONE PASS OF THE AUDIT LOG UP TO THE END OF THE WINDOW.  *
057500*     EVERY NON-VOIDED GAME SESSION FEEDS ITS OPERATOR'S      *
057600*     QUICK-SOLVE HISTORY; THOSE INSIDE THE WINDOW ARE ALSO   *
057700*     TABLED FOR SCORING. PIN EVENTS BUILD EACH OPERATOR'S    *
057800*     CURRENT RUN OF FAILURES.                                *
057900*===========================================================*
058000 1000-SCAN-NWLOG.
058100     OPEN INPUT LOG-FILE.
058200     IF WS-LOG-STATUS NOT = "00"
058300         DISPLAY "NWINTEG: NWLOG COULD NOT BE OPENED - "
058400             "FILE STATUS " WS-LOG-STATUS
058500         GO TO 1000-SCAN-NWLOG-EXIT
058600     END-IF.
058700     MOVE 'Y' TO WS-LOG-OPEN-SW.
058800     PERFORM 1100-READ-LOG-RECORD
058900         THRU 1100-READ-LOG-RECORD-EXIT.
059000     PERFORM 1200-SCREEN-ONE-LOG-RECORD
059100         THRU 1200-SCREEN-ONE-LOG-RECORD-EXIT
059200         UNTIL WS-LOG-AT-END.
059300     CLOSE LOG-FILE.
059400 1000-SCAN-NWLOG-EXIT.
059500     EXIT.
059600*
059700*===========================================================*
059800* 1100-READ-LOG-RECORD                                       *
059900*===========================================================*
060000 1100-READ-LOG-RECORD.
060100     READ LOG-FILE
060200         AT END
060300             MOVE 'Y' TO WS-LOG-EOF-SW
060400         NOT AT END
060500             ADD 1 TO WS-LOG-READ-COUNT
060600     END-READ.
060700     IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "10"
060800         MOVE 'Y' TO WS-LOG-EOF-SW
060900     END-IF.
061000 1100-READ-LOG-RECORD-EXIT.
061100     EXIT.
061200*
061300*===========================================================*
061400* 1200-SCREEN-ONE-LOG-RECORD                                 *
061500*     RECORDS AFTER THE WINDOW, THE BATCH DRIVER'S DECK       *
061600*     GAMES, PRACTICE GAMES AND VOIDED SESSIONS ARE LEFT OUT. *
061610*     A SELF-SERVICE PIN-CHANGE IS COUNTED WITH THE PIN EVENTS *
061620*     BUT IS NOT A FAILURE, SO IT ADDS NOTHING TO A RUN.       *
061700*     A GAME SESSION ENDS ITS OPERATOR'S PIN-FAILURE RUN ONCE *
061800*     IT HAS BEEN CHECKED AGAINST IT.                         *
061900*===========================================================*
062000 1200-SCREEN-ONE-LOG-RECORD.
062100     IF LOG-DATE IS NOT NUMERIC
062200         OR LOG-DATE > WS-SEL-TO-DATE
062300         ADD 1 TO WS-AFTER-WINDOW-COUNT
062400         GO TO 1200-SCREEN-ONE-LOG-RECORD-NEXT
062500     END-IF.
062600     IF LOG-OPERATOR-ID = "BATCH"
062700         ADD 1 TO WS-BATCH-COUNT
062800         GO TO 1200-SCREEN-ONE-LOG-RECORD-NEXT
062900     END-IF.
063000     EVALUATE LOG-OUTCOME
063100         WHEN "SOLVED"
063200         WHEN "FAILED"
063300         WHEN "INCOMPLETE"
063400             CONTINUE
063500         WHEN "PIN-FAILED"
063600         WHEN "LOCKED-OUT"
063700             ADD 1 TO WS-PIN-EVENT-COUNT
063800             PERFORM 1300-NOTE-PIN-FAILURE
063900                 THRU 1300-NOTE-PIN-FAILURE-EXIT
064000             GO TO 1200-SCREEN-ONE-LOG-RECORD-NEXT
064010         WHEN "PIN-CHANGE"
064020             ADD 1 TO WS-PIN-EVENT-COUNT
064030             GO TO 1200-SCREEN-ONE-LOG-RECORD-NEXT
064100         WHEN "PRACTICE"
064200             ADD 1 TO WS-PRACTICE-COUNT
064300             GO TO 1200-SCREEN-ONE-LOG-RECORD-NEXT
064400         WHEN OTHER
064500             ADD 1 TO WS-VOIDED-COUNT
064600             GO TO 1200-SCREEN-ONE-LOG-RECORD-NEXT
064700     END-EVALUATE.
064800     IF LOG-DATE NOT < WS-SEL-FROM-DATE
064900         ADD 1 TO WS-WINDOW-COUNT
065000     ELSE
065100         ADD 1 TO WS-HISTORY-COUNT
065200     END-IF.
065300     PERFORM 1250-FIND-OPERATOR
065400         THRU 1250-FIND-OPERATOR-EXIT.
065500     IF WS-OP-IDX = ZERO
065600         IF LOG-DATE NOT < WS-SEL-FROM-DATE
065700             ADD 1 TO WS-UNSCREENED-COUNT
065800         END-IF
065900         GO TO 1200-SCREEN-ONE-LOG-RECORD-NEXT
066000     END-IF.
066100     ADD 1 TO OPT-SESSIONS (WS-OP-IDX).
066200     IF LOG-OUTCOME = "SOLVED"
066300         AND LOG-GUESS-COUNT NOT > 2
066400         ADD 1 TO OPT-QUICK (WS-OP-IDX)
066500     END-IF.
066600     IF LOG-DATE NOT < WS-SEL-FROM-DATE
066700         PERFORM 1400-TABLE-ONE-SESSION
066800             THRU 1400-TABLE-ONE-SESSION-EXIT
066900     END-IF.
067000     MOVE ZERO TO OPT-RUN-FAILS (WS-OP-IDX).
067100 1200-SCREEN-ONE-LOG-RECORD-NEXT.
067200     PERFORM 1100-READ-LOG-RECORD
067300         THRU 1100-READ-LOG-RECORD-EXIT.
067400 1200-SCREEN-ONE-LOG-RECORD-EXIT.
067500     EXIT.
067600*
067700*===========================================================*
067800* 1250-FIND-OPERATOR                                         *
067900*     SETS WS-OP-IDX TO THE LOG RECORD'S OPERATOR ENTRY,      *
068000*     ADDING ONE IF NEEDED. LEFT AT ZERO WHEN THE TABLE IS    *
068100*     FULL.                                                   *
068200*===========================================================*
068300 1250-FIND-OPERATOR.
068400     MOVE ZERO TO WS-OP-IDX.
068500     PERFORM 1260-MATCH-ONE-OPERATOR
068600         THRU 1260-MATCH-ONE-OPERATOR-EXIT
068700         VARYING WS-OP-SUB FROM 1 BY 1
068800         UNTIL WS-OP-SUB > WS-OP-COUNT
068900            OR WS-OP-IDX > ZERO.
069000     IF WS-OP-IDX > ZERO
069100         OR WS-OP-COUNT NOT < WS-OP-MAX
069200         GO TO 1250-FIND-OPERATOR-EXIT
069300     END-IF.
069400     ADD 1 TO WS-OP-COUNT.
069500     MOVE WS-OP-COUNT     TO WS-OP-IDX.
069600     MOVE LOG-OPERATOR-ID TO OPT-OPERATOR-ID (WS-OP-IDX).
069700     MOVE ZERO            TO OPT-SESSIONS (WS-OP-IDX)
069800                             OPT-QUICK (WS-OP-IDX)
069900                             OPT-EXPECTED (WS-OP-IDX)
070000                             OPT-RUN-FAILS (WS-OP-IDX)
070100                             OPT-RUN-DATE (WS-OP-IDX)
070200                             OPT-RUN-TIME (WS-OP-IDX).
070300     MOVE 'N'             TO OPT-QUICK-FLAG-SW (WS-OP-IDX)
070400                             OPT-WINDOW-SW (WS-OP-IDX).
070500     MOVE 'U'             TO OPT-AUTH-SW (WS-OP-IDX).
070600 1250-FIND-OPERATOR-EXIT.
070700     EXIT.
070800*
070900 1260-MATCH-ONE-OPERATOR.
071000     IF OPT-OPERATOR-ID (WS-OP-SUB) = LOG-OPERATOR-ID
071100         MOVE WS-OP-SUB TO WS-OP-IDX
071200     END-IF.
071300 1260-MATCH-ONE-OPERATOR-EXIT.
071400     EXIT.
071500*
071600*===========================================================*
071700* 1300-NOTE-PIN-FAILURE                                      *
071800*     ADDS A PIN-FAILED OR LOCKED-OUT EVENT TO THE            *
071900*     OPERATOR'S CURRENT RUN AND REMEMBERS WHEN IT HAPPENED.  *
072000*===========================================================*
072100 1300-NOTE-PIN-FAILURE.
072200     PERFORM 1250-FIND-OPERATOR
072300         THRU 1250-FIND-OPERATOR-EXIT.
072400     IF WS-OP-IDX = ZERO
072500         GO TO 1300-NOTE-PIN-FAILURE-EXIT
072600     END-IF.
072700     IF OPT-RUN-FAILS (WS-OP-IDX) < 999
072800         ADD 1 TO OPT-RUN-FAILS (WS-OP-IDX)
072900     END-IF.
073000     MOVE LOG-DATE TO OPT-RUN-DATE (WS-OP-IDX).
073100     MOVE LOG-TIME TO OPT-RUN-TIME (WS-OP-IDX).
073200 1300-NOTE-PIN-FAILURE-EXIT.
073300     EXIT.
073400*
073500*===========================================================*
073600* 1400-TABLE-ONE-SESSION                                     *
073700*     ADDS A WINDOW SESSION TO THE SESSION TABLE. A SOLVED    *
073800*     SESSION ENDING WITHIN THE PIN WINDOW OF THE LAST        *
073900*     FAILURE IN A LONG ENOUGH RUN IS MARKED HERE, WHILE THE  *
074000*     RUN IS STILL ON HAND.                                   *
074100*===========================================================*
074200 1400-TABLE-ONE-SESSION.
074300     IF WS-SES-COUNT NOT < WS-SES-MAX
074400         ADD 1 TO WS-UNSCREENED-COUNT
074500         GO TO 1400-TABLE-ONE-SESSION-EXIT
074600     END-IF.
074700     ADD 1 TO WS-SES-COUNT.
074800     MOVE WS-SES-COUNT    TO WS-SES-IDX.
074900     MOVE LOG-OPERATOR-ID TO SES-OPERATOR-ID (WS-SES-IDX).
075000     MOVE LOG-DATE        TO SES-DATE (WS-SES-IDX).
075100     MOVE LOG-TIME        TO SES-TIME (WS-SES-IDX).
075200     MOVE LOG-GUESS-COUNT TO SES-GUESSES (WS-SES-IDX).
075300     MOVE LOG-OUTCOME     TO SES-OUTCOME (WS-SES-IDX).
075400     MOVE WS-OP-IDX       TO SES-OP-IDX (WS-SES-IDX).
075500     MOVE 'N'             TO SES-CAND-SW (WS-SES-IDX)
075600                             SES-PIN-SW (WS-SES-IDX).
075700     MOVE ZERO            TO SES-CAND-TIME (WS-SES-IDX)
075800                             SES-FAST-COUNT (WS-SES-IDX)
075900                             SES-MIN-ELAPSED (WS-SES-IDX)
076000                             SES-PIN-FAILS (WS-SES-IDX)
076100                             SES-PIN-GAP-MINS (WS-SES-IDX).
076200     MOVE 'Y'             TO OPT-WINDOW-SW (WS-OP-IDX).
076300*
076400     IF LOG-OUTCOME NOT = "SOLVED"
076500         OR OPT-RUN-FAILS (WS-OP-IDX) < WS-PIN-FAIL-LIMIT
076600         OR LOG-TIME IS NOT NUMERIC
076700         OR OPT-RUN-TIME (WS-OP-IDX) IS NOT NUMERIC
076800         GO TO 1400-TABLE-ONE-SESSION-EXIT
076900     END-IF.
077000     MOVE OPT-RUN-DATE (WS-OP-IDX) TO WS-STAMP-DATE.
077100     MOVE OPT-RUN-TIME (WS-OP-IDX) TO WS-TIME-WORK.
077200     PERFORM 7100-STAMP-TO-SECONDS
077300         THRU 7100-STAMP-TO-SECONDS-EXIT.
077400     MOVE WS-STAMP-SECS TO WS-FAIL-SECS.
077500     MOVE LOG-DATE      TO WS-STAMP-DATE.
077600     MOVE LOG-TIME      TO WS-TIME-WORK.
077700     PERFORM 7100-STAMP-TO-SECONDS
077800         THRU 7100-STAMP-TO-SECONDS-EXIT.
077900     IF WS-STAMP-SECS < WS-FAIL-SECS
078000         GO TO 1400-TABLE-ONE-SESSION-EXIT
078100     END-IF.
078200     COMPUTE WS-GAP-MINS = (WS-STAMP-SECS - WS-FAIL-SECS) / 60.
078300     IF WS-GAP-MINS > WS-PIN-WINDOW-MINS
078400         GO TO 1400-TABLE-ONE-SESSION-EXIT
078500     END-IF.
078600     MOVE 'Y'                       TO SES-PIN-SW (WS-SES-IDX).
078700     MOVE OPT-RUN-FAILS (WS-OP-IDX)
078800         TO SES-PIN-FAILS (WS-SES-IDX).
078900     MOVE WS-GAP-MINS TO SES-PIN-GAP-MINS (WS-SES-IDX).
079000 1400-TABLE-ONE-SESSION-EXIT.
079100     EXIT.
079200*
079300*===========================================================*
079400* 2000-SCAN-NWDIST                                           *
079500*     ONE PASS OF THE PER-GUESS FILE. EACH FINISHED GAME IS   *
079600*     OFFERED TO THE TABLED SESSIONS WITH THE COUNT OF ITS    *
079700*     GUESSES MADE TOO SOON AFTER A HINT. ONLY GUESSES AFTER  *
079800*     THE FIRST FOLLOW A HINT, AND ONLY TIME-STAMPED ONES     *
079900*     CAN BE JUDGED - BATCH AND LEGACY RECORDS CARRY NO TIMES.*
080000*===========================================================*
080100 2000-SCAN-NWDIST.
080200     OPEN INPUT DIST-FILE.
080300     IF WS-DIST-STATUS NOT = "00"
080400         DISPLAY "NWINTEG: NWDIST COULD NOT BE OPENED - "
080500             "FILE STATUS " WS-DIST-STATUS
080600         WRITE INTRPT-RECORD FROM WS-NO-DIST-LINE
080700         GO TO 2000-SCAN-NWDIST-EXIT
080800     END-IF.
080900     MOVE 'Y'  TO WS-DIST-OPEN-SW.
081000     MOVE ZERO TO WS-GAME-GUESSES.
081100     PERFORM 2100-READ-DIST-RECORD
081200         THRU 2100-READ-DIST-RECORD-EXIT.
081300     PERFORM 2200-SCAN-ONE-DIST-RECORD
081400         THRU 2200-SCAN-ONE-DIST-RECORD-EXIT
081500         UNTIL WS-DIST-AT-END.
081600     IF WS-GAME-GUESSES > ZERO
081700         PERFORM 2300-OFFER-GAME
081800             THRU 2300-OFFER-GAME-EXIT
081900     END-IF.
082000     CLOSE DIST-FILE.
082100 2000-SCAN-NWDIST-EXIT.
082200     EXIT.
082300*
082400*===========================================================*
082500* 2100-READ-DIST-RECORD                                      *
082600*===========================================================*
082700 2100-READ-DIST-RECORD.
082800     READ DIST-FILE
082900         AT END
083000             MOVE 'Y' TO WS-DIST-EOF-SW
083100         NOT AT END
083200             ADD 1 TO WS-DIST-READ-COUNT
083300     END-READ.
083400     IF WS-DIST-STATUS NOT = "00" AND WS-DIST-STATUS NOT = "10"
083500         MOVE 'Y' TO WS-DIST-EOF-SW
083600     END-IF.
083700 2100-READ-DIST-RECORD-EXIT.
083800     EXIT.
083900*
084000*===========================================================*
084100* 2200-SCAN-ONE-DIST-RECORD                                  *
084200*     TRACKS THE GAME IN PROGRESS; GUESS 1 STARTS A NEW ONE.  *
084300*===========================================================*
084400 2200-SCAN-ONE-DIST-RECORD.
084500     IF DST-GUESS-NUM = 1
084600         AND WS-GAME-GUESSES > ZERO
084700         PERFORM 2300-OFFER-GAME
084800             THRU 2300-OFFER-GAME-EXIT
084900     END-IF.
085000     IF WS-GAME-GUESSES = ZERO
085100         MOVE DST-OPERATOR-ID TO WS-GAME-OPERATOR-ID
085200         MOVE ZERO            TO WS-GAME-TIMED-COUNT
085300                                 WS-GAME-FAST-COUNT
085400                                 WS-GAME-MIN-ELAPSED
085500         IF DST-DATE IS NUMERIC
085600             MOVE 'Y'      TO WS-GAME-DATE-OK-SW
085700             MOVE DST-DATE TO WS-GAME-DATE
085800         ELSE
085900             MOVE 'N'      TO WS-GAME-DATE-OK-SW
086000             MOVE ZERO     TO WS-GAME-DATE
086100         END-IF
086200         IF DST-GUESS-IS-VOIDED
086300             MOVE 'Y' TO WS-GAME-VOIDED-SW
086400         ELSE
086500             MOVE 'N' TO WS-GAME-VOIDED-SW
086600         END-IF
086700         IF DST-GUESS-TIME IS NUMERIC
086800             MOVE 'Y'            TO WS-GAME-TIME-OK-SW
086900             MOVE DST-GUESS-TIME TO WS-GAME-START-TIME
087000         ELSE
087100             MOVE 'N'            TO WS-GAME-TIME-OK-SW
087200             MOVE ZERO           TO WS-GAME-START-TIME
087300         END-IF
087400     END-IF.
087500     ADD 1 TO WS-GAME-GUESSES.
087600     IF DST-GUESS-NUM > 1
087700         AND DST-GUESS-TIME IS NUMERIC
087800         AND DST-GUESS-TIME > ZERO
087900         AND DST-ELAPSED-SECS IS NUMERIC
088000         PERFORM 2250-TIME-ONE-GUESS
088100             THRU 2250-TIME-ONE-GUESS-EXIT
088200     END-IF.
088300     PERFORM 2100-READ-DIST-RECORD
088400         THRU 2100-READ-DIST-RECORD-EXIT.
088500 2200-SCAN-ONE-DIST-RECORD-EXIT.
088600     EXIT.
088700*
088800*===========================================================*
088900* 2250-TIME-ONE-GUESS                                        *
089000*     KEEPS THE GAME'S FASTEST GUESS AFTER A HINT AND COUNTS  *
089100*     THOSE MADE UNDER THE MINIMUM READING TIME.              *
089200*===========================================================*
089300 2250-TIME-ONE-GUESS.
089400     IF WS-GAME-TIMED-COUNT = ZERO
089500         OR DST-ELAPSED-SECS < WS-GAME-MIN-ELAPSED
089600         MOVE DST-ELAPSED-SECS TO WS-GAME-MIN-ELAPSED
089700     END-IF.
089800     ADD 1 TO WS-GAME-TIMED-COUNT.
089900     IF DST-ELAPSED-SECS < WS-MIN-SECS
090000         ADD 1 TO WS-GAME-FAST-COUNT
090100     END-IF.
090200 2250-TIME-ONE-GUESS-EXIT.
090300     EXIT.
090400*
090500*===========================================================*
090600* 2300-OFFER-GAME                                            *
090700*     OFFERS THE FINISHED GAME TO EVERY TABLED SESSION AND    *
090800*     CLEARS THE GAME TRACKER. A VOIDED GAME, OR ONE WITHOUT  *
090900*     A USABLE DATE, IS NEVER A CANDIDATE.                    *
091000*===========================================================*
091100 2300-OFFER-GAME.
091200     IF WS-GAME-IS-VOIDED
091300         OR NOT WS-GAME-DATE-IS-NUMERIC
091400         GO TO 2300-OFFER-GAME-WRAP-UP
091500     END-IF.
091600     PERFORM 2350-OFFER-GAME-TO-SESSION
091700         THRU 2350-OFFER-GAME-TO-SESSION-EXIT
091800         VARYING WS-SES-IDX FROM 1 BY 1
091900         UNTIL WS-SES-IDX > WS-SES-COUNT.
092000 2300-OFFER-GAME-WRAP-UP.
092100     MOVE ZERO TO WS-GAME-GUESSES.
092200 2300-OFFER-GAME-EXIT.
092300     EXIT.
092400*
092500*===========================================================*
092600* 2350-OFFER-GAME-TO-SESSION                                 *
092700*     A TIME-STAMPED GAME STARTING AT OR BEFORE THE SESSION'S *
092800*     LOGGED TIME DISPLACES ANY EARLIER-STARTING CANDIDATE,   *
092900*     SO THE LATEST QUALIFYING GAME ENDS UP CHOSEN; AN        *
093000*     UNSTAMPED LEGACY GAME ONLY FILLS AN EMPTY SLOT AND      *
093100*     BRINGS NO TIMINGS WITH IT.                              *
093200*===========================================================*
093300 2350-OFFER-GAME-TO-SESSION.
093400     IF SES-OPERATOR-ID (WS-SES-IDX) NOT = WS-GAME-OPERATOR-ID
093500         OR SES-DATE (WS-SES-IDX) NOT = WS-GAME-DATE
093600         OR SES-GUESSES (WS-SES-IDX) NOT = WS-GAME-GUESSES
093700         GO TO 2350-OFFER-GAME-TO-SESSION-EXIT
093800     END-IF.
093900     IF WS-GAME-TIME-IS-NUMERIC
094000         IF WS-GAME-START-TIME <= SES-TIME (WS-SES-IDX)
094100             AND (NOT SES-GAME-IS-STAMPED (WS-SES-IDX)
094200                  OR WS-GAME-START-TIME
094300                     > SES-CAND-TIME (WS-SES-IDX))
094400             MOVE 'S' TO SES-CAND-SW (WS-SES-IDX)
094500             MOVE WS-GAME-START-TIME
094600                 TO SES-CAND-TIME (WS-SES-IDX)
094700             MOVE WS-GAME-FAST-COUNT
094800                 TO SES-FAST-COUNT (WS-SES-IDX)
094900             MOVE WS-GAME-MIN-ELAPSED
095000                 TO SES-MIN-ELAPSED (WS-SES-IDX)
095100         END-IF
095200     ELSE
095300         IF SES-HAS-NO-GAME (WS-SES-IDX)
095400             MOVE 'L' TO SES-CAND-SW (WS-SES-IDX)
095500         END-IF
095600     END-IF.
095700 2350-OFFER-GAME-TO-SESSION-EXIT.
095800     EXIT.
095900*
096000*===========================================================*
096100* 3000-CHECK-AUTHOP                                          *
096200*     LOOKS UP EVERY OPERATOR WITH A SESSION IN THE WINDOW.   *
096300*===========================================================*
096400 3000-CHECK-AUTHOP.
096500     OPEN INPUT AUTH-FILE.
096600     IF WS-AUTH-STATUS NOT = "00"
096700         DISPLAY "NWINTEG: AUTHOP COULD NOT BE OPENED - "
096800             "FILE STATUS " WS-AUTH-STATUS
096900         WRITE INTRPT-RECORD FROM WS-NO-AUTH-LINE
097000         GO TO 3000-CHECK-AUTHOP-EXIT
097100     END-IF.
097200     MOVE 'Y' TO WS-AUTH-OPEN-SW.
097300     PERFORM 3100-LOOK-UP-ONE-OPERATOR
097400         THRU 3100-LOOK-UP-ONE-OPERATOR-EXIT
097500         VARYING WS-OP-IDX FROM 1 BY 1
097600         UNTIL WS-OP-IDX > WS-OP-COUNT.
097700     CLOSE AUTH-FILE.
097800 3000-CHECK-AUTHOP-EXIT.
097900     EXIT.
098000*
098100 3100-LOOK-UP-ONE-OPERATOR.
098200     IF NOT OPT-PLAYED-IN-WINDOW (WS-OP-IDX)
098300         GO TO 3100-LOOK-UP-ONE-OPERATOR-EXIT
098400     END-IF.
098500     MOVE OPT-OPERATOR-ID (WS-OP-IDX) TO AUT-OPERATOR-ID.
098600     READ AUTH-FILE
098700         INVALID KEY
098800             MOVE 'M' TO OPT-AUTH-SW (WS-OP-IDX)
098900         NOT INVALID KEY
099000             IF AUT-OPERATOR-IS-ACTIVE
099100                 MOVE 'A' TO OPT-AUTH-SW (WS-OP-IDX)
099200             ELSE
099300                 MOVE 'I' TO OPT-AUTH-SW (WS-OP-IDX)
099400             END-IF
099500     END-READ.
099600 3100-LOOK-UP-ONE-OPERATOR-EXIT.
099700     EXIT.
099800*
099900*===========================================================*
100000* 3500-JUDGE-QUICK-SOLVES                                    *
100100*     FLAGS AN OPERATOR WHOSE 1-2-GUESS SOLVES REACH THE CARD *
100200*     MINIMUM AND EXCEED THE NUMBER EXPECTED BY CHANCE BY     *
100300*     MORE THAN THE CARD'S STANDARD DEVIATIONS - COMPARED AS  *
100400*     SQUARES, (QUICK - EXPECTED)**2 > SIGMA**2 * EXPECTED,   *
100500*     THE EXPECTED COUNT STANDING IN FOR ITS OWN VARIANCE.    *
100600*===========================================================*
100700 3500-JUDGE-QUICK-SOLVES.
100800     MOVE 'N' TO OPT-QUICK-FLAG-SW (WS-OP-IDX).
100900     COMPUTE WS-QUICK-CHANCES =
101000         OPT-SESSIONS (WS-OP-IDX) * WS-QUICK-CHANCE-HITS.
101100     COMPUTE OPT-EXPECTED (WS-OP-IDX) ROUNDED =
101150         WS-QUICK-CHANCES / WS-SECRET-RANGE.
101200     IF OPT-QUICK (WS-OP-IDX) < WS-QUICK-MIN
101300         OR OPT-QUICK (WS-OP-IDX) NOT > OPT-EXPECTED (WS-OP-IDX)
101400         GO TO 3500-JUDGE-QUICK-SOLVES-EXIT
101500     END-IF.
101600     COMPUTE WS-DEVIATION =
101700         OPT-QUICK (WS-OP-IDX) - OPT-EXPECTED (WS-OP-IDX).
101800     COMPUTE WS-DEVIATION-SQ = WS-DEVIATION * WS-DEVIATION.
101900     COMPUTE WS-LIMIT-SQ =
102000         WS-SIGMA * WS-SIGMA * OPT-EXPECTED (WS-OP-IDX).
102100     IF WS-DEVIATION-SQ > WS-LIMIT-SQ
102200         MOVE 'Y' TO OPT-QUICK-FLAG-SW (WS-OP-IDX)
102300         IF OPT-PLAYED-IN-WINDOW (WS-OP-IDX)
102400             ADD 1 TO WS-QUICK-OPERATOR-COUNT
102500         END-IF
102600     END-IF.
102700 3500-JUDGE-QUICK-SOLVES-EXIT.
102800     EXIT.
102900*
103000*===========================================================*
103100* 4000-SCORE-SESSIONS                                        *
103200*     SORT INPUT PROCEDURE - SCORES EVERY TABLED SESSION AND  *
103300*     RELEASES THOSE AT OR ABOVE THE REFERRAL LIMIT.          *
103400*===========================================================*
103500 4000-SCORE-SESSIONS.
103600     PERFORM 4100-SCORE-ONE-SESSION
103700         THRU 4100-SCORE-ONE-SESSION-EXIT
103800         VARYING WS-SES-IDX FROM 1 BY 1
103900         UNTIL WS-SES-IDX > WS-SES-COUNT.
104000 4000-SCORE-SESSIONS-EXIT.
104100     EXIT.
104200*
104300*===========================================================*
104400* 4100-SCORE-ONE-SESSION                                     *
104500*===========================================================*
104600 4100-SCORE-ONE-SESSION.
104700     MOVE SES-OP-IDX (WS-SES-IDX) TO WS-OP-IDX.
104800     IF NOT SES-HAS-NO-GAME (WS-SES-IDX)
104900         ADD 1 TO WS-MATCHED-COUNT
105000     END-IF.
105100     MOVE SPACES                       TO WS-REFERRAL.
105200     MOVE ZERO                         TO WS-SCORE.
105300     MOVE SES-OPERATOR-ID (WS-SES-IDX) TO INX-OPERATOR-ID
105400                                           IN WS-REFERRAL.
105500     MOVE SES-DATE (WS-SES-IDX)        TO INX-DATE
105600                                           IN WS-REFERRAL.
105700     MOVE SES-TIME (WS-SES-IDX)        TO INX-TIME
105800                                           IN WS-REFERRAL.
105900     MOVE SES-GUESSES (WS-SES-IDX)     TO INX-GUESSES
106000                                           IN WS-REFERRAL.
106100     MOVE SES-OUTCOME (WS-SES-IDX)     TO INX-OUTCOME
106200                                           IN WS-REFERRAL.
106300     MOVE OPT-SESSIONS (WS-OP-IDX)     TO INX-OP-SESSIONS
106400                                           IN WS-REFERRAL.
106500     MOVE OPT-QUICK (WS-OP-IDX)        TO INX-OP-QUICK
106600                                           IN WS-REFERRAL.
106700     MOVE OPT-EXPECTED (WS-OP-IDX)     TO INX-OP-EXPECTED
106800                                           IN WS-REFERRAL.
106900     MOVE SES-FAST-COUNT (WS-SES-IDX)  TO INX-FAST-COUNT
107000                                           IN WS-REFERRAL.
107100     MOVE SES-MIN-ELAPSED (WS-SES-IDX) TO INX-MIN-ELAPSED
107200                                           IN WS-REFERRAL.
107300     MOVE SES-PIN-FAILS (WS-SES-IDX)   TO INX-PIN-FAILS
107400                                           IN WS-REFERRAL.
107500     MOVE SES-PIN-GAP-MINS (WS-SES-IDX) TO INX-PIN-GAP-MINS
107600                                           IN WS-REFERRAL.
107700     MOVE 'N' TO INX-QUICK-SW IN WS-REFERRAL
107800                 INX-FAST-SW IN WS-REFERRAL
107900                 INX-PIN-SW IN WS-REFERRAL.
108000*
108100     IF SES-OUTCOME (WS-SES-IDX) = "SOLVED"
108200         AND SES-GUESSES (WS-SES-IDX) NOT > 2
108300         AND OPT-QUICK-IS-FLAGGED (WS-OP-IDX)
108400         MOVE 'Y' TO INX-QUICK-SW IN WS-REFERRAL
108500         ADD WS-QUICK-POINTS TO WS-SCORE
108600         ADD 1 TO WS-QUICK-FLAG-COUNT
108700     END-IF.
108800     IF SES-FAST-COUNT (WS-SES-IDX) > ZERO
108900         MOVE 'Y' TO INX-FAST-SW IN WS-REFERRAL
109000         COMPUTE WS-SCORE = WS-SCORE + WS-FAST-POINTS
109100             + (SES-FAST-COUNT (WS-SES-IDX) - 1)
109200             * WS-EXTRA-FAST-POINTS
109300         ADD 1 TO WS-FAST-FLAG-COUNT
109400     END-IF.
109500     IF SES-FOLLOWS-PIN-RUN (WS-SES-IDX)
109600         MOVE 'Y' TO INX-PIN-SW IN WS-REFERRAL
109700         ADD WS-PIN-POINTS TO WS-SCORE
109800         ADD 1 TO WS-PIN-FLAG-COUNT
109900     END-IF.
110000     IF OPT-IS-INACTIVE (WS-OP-IDX)
110100         OR OPT-IS-NOT-ON-FILE (WS-OP-IDX)
110200         MOVE OPT-AUTH-SW (WS-OP-IDX)
110300             TO INX-AUTH-SW IN WS-REFERRAL
110400         ADD WS-INACTIVE-POINTS TO WS-SCORE
110500         ADD 1 TO WS-INACTIVE-FLAG-COUNT
110600     END-IF.
110700*
110800     IF WS-SCORE = ZERO
110900         OR WS-SCORE < WS-MIN-SCORE
111000         GO TO 4100-SCORE-ONE-SESSION-EXIT
111100     END-IF.
111200     IF WS-SCORE > 999
111300         MOVE 999 TO WS-SCORE
111400     END-IF.
111500     MOVE WS-SCORE TO INX-SCORE IN WS-REFERRAL.
111600     RELEASE SORT-RECORD FROM WS-REFERRAL.
111700     ADD 1 TO WS-REFERRAL-COUNT.
111800 4100-SCORE-ONE-SESSION-EXIT.
111900     EXIT.
112000*
112100*===========================================================*
112200* 5000-PRINT-REFERRALS                                       *
112300*     PRINTS THE RANKED REFERRALS WITH THEIR EVIDENCE AND     *
112400*     WRITES ONE NWADJ CANDIDATE CARD FOR EACH. IF THE SORTED *
112410*     REFERRALS CANNOT BE READ BACK THE REPORT SAYS SO AND    *
112420*     THE RUN ENDS RC=8.                                      *
112500*===========================================================*
112600 5000-PRINT-REFERRALS.
112700     WRITE INTRPT-RECORD FROM WS-REFERRAL-HEADING-1.
112800     WRITE INTRPT-RECORD FROM WS-REFERRAL-HEADING-2.
112900     IF WS-REFERRAL-COUNT = ZERO
113000         WRITE INTRPT-RECORD FROM WS-NO-REFERRAL-LINE
113100         GO TO 5000-PRINT-REFERRALS-EXIT
113200     END-IF.
113300     OPEN INPUT REFERRAL-FILE.
113400     IF WS-INTSRT-STATUS NOT = "00"
113500         DISPLAY "NWINTEG: INTSRT COULD NOT BE OPENED - "
113600             "FILE STATUS " WS-INTSRT-STATUS
113610         MOVE 'N' TO WS-INTSRT-OPEN-SW
113620         WRITE INTRPT-RECORD FROM WS-NO-INTSRT-LINE
113700         GO TO 5000-PRINT-REFERRALS-EXIT
113800     END-IF.
113900     PERFORM 5100-READ-REFERRAL
114000         THRU 5100-READ-REFERRAL-EXIT.
114100     PERFORM 5200-PRINT-ONE-REFERRAL
114200         THRU 5200-PRINT-ONE-REFERRAL-EXIT
114300         UNTIL WS-REFERRAL-AT-END.
114400     CLOSE REFERRAL-FILE.
114500 5000-PRINT-REFERRALS-EXIT.
114600     EXIT.
114700*
114800 5100-READ-REFERRAL.
114900     READ REFERRAL-FILE
115000         AT END
115100             MOVE 'Y' TO WS-REFERRAL-EOF-SW
115200     END-READ.
115300     IF WS-INTSRT-STATUS NOT = "00"
115400         AND WS-INTSRT-STATUS NOT = "10"
115500         MOVE 'Y' TO WS-REFERRAL-EOF-SW
115600     END-IF.
115700 5100-READ-REFERRAL-EXIT.
115800     EXIT.
115900*
116000*===========================================================*
116100* 5200-PRINT-ONE-REFERRAL                                    *
116200*===========================================================*
116300 5200-PRINT-ONE-REFERRAL.
116400     ADD 1 TO WS-RANK.
116500     MOVE WS-RANK                            TO RL-RANK.
116600     MOVE INX-SCORE IN REFERRAL-RECORD       TO RL-SCORE.
116700     MOVE INX-OPERATOR-ID IN REFERRAL-RECORD TO RL-OPERATOR-ID.
116800     MOVE INX-DATE IN REFERRAL-RECORD        TO RL-DATE.
116900     MOVE INX-TIME IN REFERRAL-RECORD        TO RL-TIME.
117000     MOVE INX-GUESSES IN REFERRAL-RECORD     TO RL-GUESSES.
117100     MOVE INX-OUTCOME IN REFERRAL-RECORD     TO RL-OUTCOME.
117200     WRITE INTRPT-RECORD FROM WS-BLANK-LINE.
117300     WRITE INTRPT-RECORD FROM WS-REFERRAL-LINE.
117400*
117500     IF INX-HAS-QUICK-FLAG IN REFERRAL-RECORD
117600         MOVE INX-OP-QUICK IN REFERRAL-RECORD    TO EQ-QUICK
117700         MOVE INX-OP-SESSIONS IN REFERRAL-RECORD TO EQ-SESSIONS
117800         MOVE INX-OP-EXPECTED IN REFERRAL-RECORD TO EQ-EXPECTED
117900         WRITE INTRPT-RECORD FROM WS-QUICK-EVIDENCE
118000     END-IF.
118100     IF INX-HAS-FAST-FLAG IN REFERRAL-RECORD
118200         MOVE INX-FAST-COUNT IN REFERRAL-RECORD
118300             TO EF-FAST-COUNT
118400         MOVE WS-MIN-SECS TO EF-MIN-SECS
118500         MOVE INX-MIN-ELAPSED IN REFERRAL-RECORD
118600             TO EF-FASTEST
118700         WRITE INTRPT-RECORD FROM WS-FAST-EVIDENCE
118800     END-IF.
118900     IF INX-HAS-PIN-FLAG IN REFERRAL-RECORD
119000         MOVE INX-PIN-GAP-MINS IN REFERRAL-RECORD
119100             TO EP-GAP-MINS
119200         MOVE INX-PIN-FAILS IN REFERRAL-RECORD TO EP-FAILS
119300         WRITE INTRPT-RECORD FROM WS-PIN-EVIDENCE
119400     END-IF.
119500     IF INX-OPERATOR-INACTIVE IN REFERRAL-RECORD
119600         WRITE INTRPT-RECORD FROM WS-INACTIVE-EVIDENCE
119700     END-IF.
119800     IF INX-OPERATOR-NOT-ON-FILE IN REFERRAL-RECORD
119900         WRITE INTRPT-RECORD FROM WS-NOT-ON-FILE-EVIDENCE
120000     END-IF.
120100*
120200     MOVE SPACES                             TO CAND-RECORD.
120300     MOVE INX-OPERATOR-ID IN REFERRAL-RECORD TO ADJ-OPERATOR-ID.
120400     MOVE INX-DATE IN REFERRAL-RECORD        TO ADJ-DATE.
120500     MOVE INX-TIME IN REFERRAL-RECORD        TO ADJ-TIME.
120600     WRITE CAND-RECORD.
120700     ADD 1 TO WS-CARD-COUNT.
120800*
120900     PERFORM 5100-READ-REFERRAL
121000         THRU 5100-READ-REFERRAL-EXIT.
121100 5200-PRINT-ONE-REFERRAL-EXIT.
121200     EXIT.
121300*
121400*===========================================================*
121500* 7100-STAMP-TO-SECONDS                                      *
121600*     TURNS WS-STAMP-DATE (YYMMDD) AND WS-TIME-WORK           *
121700*     (HHMMSSTT) INTO SECONDS FROM A FIXED POINT, SO TWO      *
121800*     STAMPS ON DIFFERENT DAYS CAN BE SUBTRACTED.             *
121900*===========================================================*
122000 7100-STAMP-TO-SECONDS.
122100     COMPUTE WS-STAMP-DATE-8 = 20000000 + WS-STAMP-DATE.
122200     COMPUTE WS-STAMP-SECS =
122300         FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE-8) * 86400
122400       + WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
122500 7100-STAMP-TO-SECONDS-EXIT.
122600     EXIT.
122700*
122800*===========================================================*
122900* 8000-PRINT-TOTALS                                          *
123000*===========================================================*
123100 8000-PRINT-TOTALS.
123200     WRITE INTRPT-RECORD FROM WS-BLANK-LINE.
123300     IF WS-UNSCREENED-COUNT > ZERO
123400         WRITE INTRPT-RECORD FROM WS-UNSCREENED-LINE
123500     END-IF.
123600     MOVE SPACES                      TO WS-TOTAL-LINE.
123700     MOVE "NWLOG RECORDS READ"        TO TL-LABEL.
123800     MOVE WS-LOG-READ-COUNT           TO TL-VALUE.
123900     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
124000     MOVE SPACES                      TO WS-TOTAL-LINE.
124100     MOVE "NWDIST RECORDS READ"       TO TL-LABEL.
124200     MOVE WS-DIST-READ-COUNT          TO TL-VALUE.
124300     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
124400     MOVE SPACES                      TO WS-TOTAL-LINE.
124500     MOVE "SESSIONS IN THE WINDOW"    TO TL-LABEL.
124600     MOVE WS-WINDOW-COUNT             TO TL-VALUE.
124700     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
124800     MOVE SPACES                      TO WS-TOTAL-LINE.
124900     MOVE "  MATCHED TO THEIR NWDIST GAME" TO TL-LABEL.
125000     MOVE WS-MATCHED-COUNT            TO TL-VALUE.
125100     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
125200     MOVE SPACES                      TO WS-TOTAL-LINE.
125300     MOVE "  NOT SCREENED (TABLE FULL)" TO TL-LABEL.
125400     MOVE WS-UNSCREENED-COUNT         TO TL-VALUE.
125500     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
125600     MOVE SPACES                      TO WS-TOTAL-LINE.
125700     MOVE "EARLIER SESSIONS (HISTORY ONLY)" TO TL-LABEL.
125800     MOVE WS-HISTORY-COUNT            TO TL-VALUE.
125900     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
126000     MOVE SPACES                      TO WS-TOTAL-LINE.
126100     MOVE "VOIDED SESSIONS LEFT OUT"  TO TL-LABEL.
126200     MOVE WS-VOIDED-COUNT             TO TL-VALUE.
126300     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
126400     MOVE SPACES                      TO WS-TOTAL-LINE.
126500     MOVE "PRACTICE GAMES LEFT OUT"   TO TL-LABEL.
126600     MOVE WS-PRACTICE-COUNT           TO TL-VALUE.
126700     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
126800     MOVE SPACES                      TO WS-TOTAL-LINE.
126900     MOVE "BATCH DECK GAMES LEFT OUT" TO TL-LABEL.
127000     MOVE WS-BATCH-COUNT              TO TL-VALUE.
127100     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
127200     MOVE SPACES                      TO WS-TOTAL-LINE.
127300     MOVE "AFTER THE WINDOW LEFT OUT" TO TL-LABEL.
127400     MOVE WS-AFTER-WINDOW-COUNT       TO TL-VALUE.
127500     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
127600     MOVE SPACES                      TO WS-TOTAL-LINE.
127700     MOVE "PIN EVENTS READ"           TO TL-LABEL.
127800     MOVE WS-PIN-EVENT-COUNT          TO TL-VALUE.
127900     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
128000     MOVE SPACES                      TO WS-TOTAL-LINE.
128100     MOVE "OPERATORS WITH TOO MANY QUICK SOLVES" TO TL-LABEL.
128200     MOVE WS-QUICK-OPERATOR-COUNT     TO TL-VALUE.
128300     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
128400     MOVE SPACES                      TO WS-TOTAL-LINE.
128500     MOVE "SESSIONS FLAGGED - QUICK SOLVE" TO TL-LABEL.
128600     MOVE WS-QUICK-FLAG-COUNT         TO TL-VALUE.
128700     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
128800     MOVE SPACES                      TO WS-TOTAL-LINE.
128900     MOVE "SESSIONS FLAGGED - FAST GUESSES" TO TL-LABEL.
129000     MOVE WS-FAST-FLAG-COUNT          TO TL-VALUE.
129100     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
129200     MOVE SPACES                      TO WS-TOTAL-LINE.
129300     MOVE "SESSIONS FLAGGED - PIN RUN" TO TL-LABEL.
129400     MOVE WS-PIN-FLAG-COUNT           TO TL-VALUE.
129500     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
129600     MOVE SPACES                      TO WS-TOTAL-LINE.
129700     MOVE "SESSIONS FLAGGED - INACTIVE OPERATOR" TO TL-LABEL.
129800     MOVE WS-INACTIVE-FLAG-COUNT      TO TL-VALUE.
129900     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
130000     MOVE SPACES                      TO WS-TOTAL-LINE.
130100     MOVE "SESSIONS REFERRED"         TO TL-LABEL.
130200     MOVE WS-REFERRAL-COUNT           TO TL-VALUE.
130300     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
130400     MOVE SPACES                      TO WS-TOTAL-LINE.
130500     MOVE "NWADJ CANDIDATE CARDS WRITTEN" TO TL-LABEL.
130600     MOVE WS-CARD-COUNT               TO TL-VALUE.
130700     WRITE INTRPT-RECORD FROM WS-TOTAL-LINE.
130800 8000-PRINT-TOTALS-EXIT.
130900     EXIT.
131000*
131100*===========================================================*
131200* 0800-CHECK-RUN-CONTROL                                     *
131300*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
131400*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
131500*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
131600*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
131700*     NWADJ ONLY RUNS ON NIGHTS WITH WORK TO DO, SO IT IS    *
131800*     NOT REQUIRED - BUT WHEN IT RAN FOR THE SAME BUSINESS   *
131900*     DATE AND DID NOT COMPLETE CLEANLY (FAILED, OR STILL    *
132000*     SHOWING STARTED) THIS RUN IS REFUSED (RC=12) AND       *
132100*     RECORDED AS REFUSED.                                   *
132200*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
132300*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
132400*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
132500*===========================================================*
132600 0800-CHECK-RUN-CONTROL.
132700     MOVE "NWINTEG"  TO WS-RUN-JOB-NAME.
132800     MOVE "NWADJ"    TO WS-RUN-PREREQ-JOB.
132900     MOVE 'C'        TO WS-RUN-PREREQ-KIND.
133000     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
133100     ACCEPT WS-RUN-START-TIME FROM TIME.
133200     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
133300     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
133400         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
133500         COMPUTE WS-RUN-DATE-INTEGER =
133600             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
133700         COMPUTE WS-RUN-DATE-8 =
133800             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
133900         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
134000     END-IF.
134100*
134200     OPEN I-O RUNCTL-FILE.
134300     IF WS-RUNCTL-STATUS = "35"
134400         OPEN OUTPUT RUNCTL-FILE
134500         CLOSE RUNCTL-FILE
134600         OPEN I-O RUNCTL-FILE
134700     END-IF.
134800     IF WS-RUNCTL-STATUS NOT = "00"
134900         DISPLAY "NWINTEG: NWRUNCTL COULD NOT BE OPENED - "
135000             "FILE STATUS " WS-RUNCTL-STATUS
135100             " - RUN NOT RECORDED ON THE LEDGER."
135200         GO TO 0800-CHECK-RUN-CONTROL-EXIT
135300     END-IF.
135400     MOVE 'Y' TO WS-RUN-LEDGER-SW.
135500     PERFORM 0810-CHECK-PREREQUISITE
135600         THRU 0810-CHECK-PREREQUISITE-EXIT.
135700*
135800     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
135900     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
136000     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
136100     READ RUNCTL-FILE
136200         INVALID KEY
136300             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
136400             MOVE SPACES TO RUNCTL-RECORD
136500             MOVE ZERO   TO RUN-ATTEMPT-COUNT
136600     END-READ.
136700     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
136800     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
136900     MOVE 'S'               TO RUN-STATUS.
137000     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
137100     MOVE ZERO              TO RUN-END-TIME
137200                               RUN-COND-CODE
137300                               RUN-RECS-READ
137400                               RUN-RECS-WRITTEN
137500                               RUN-RECS-EXCEPTED.
137600     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
137700         MOVE ZERO TO RUN-ATTEMPT-COUNT
137800     END-IF.
137900     IF RUN-ATTEMPT-COUNT < 99
138000         ADD 1 TO RUN-ATTEMPT-COUNT
138100     END-IF.
138200     MOVE SPACES            TO RUN-REFUSED-FOR.
138300     IF WS-RUN-IS-REFUSED
138400         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
138500     END-IF.
138600     IF WS-RUN-REC-WAS-FOUND
138700         REWRITE RUNCTL-RECORD
138800     ELSE
138900         WRITE RUNCTL-RECORD
139000     END-IF.
139100     CLOSE RUNCTL-FILE.
139200 0800-CHECK-RUN-CONTROL-EXIT.
139300     EXIT.
139400*
139500*===========================================================*
139600* 0810-CHECK-PREREQUISITE                                    *
139700*     LOOKS UP THE PREREQUISITE JOB'S LEDGER RECORD FOR THE  *
139800*     SAME BUSINESS DATE AND SETS THE REFUSED SWITCH WHEN IT *
139900*     HAS NOT COMPLETED CLEANLY. A REQUIRED PREREQUISITE     *
140000*     THAT HAS NOT RUN AT ALL REFUSES THE RUN TOO.           *
140100*===========================================================*
140200 0810-CHECK-PREREQUISITE.
140300     MOVE WS-RUN-PREREQ-JOB TO RUN-JOB-NAME.
140400     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
140500     READ RUNCTL-FILE
140600         INVALID KEY
140700             IF WS-RUN-PREREQ-IS-REQUIRED
140800                 MOVE 'Y' TO WS-RUN-REFUSED-SW
140900             END-IF
141000         NOT INVALID KEY
141100             IF NOT RUN-ENDED-CLEAN
141200                 MOVE 'Y' TO WS-RUN-REFUSED-SW
141300             END-IF
141400     END-READ.
141500     IF WS-RUN-IS-REFUSED
141600         DISPLAY "NWINTEG: " WS-RUN-PREREQ-JOB
141700             " HAS NOT COMPLETED CLEANLY FOR BUSINESS DATE "
141800             WS-RUN-BUS-DATE " - RUN REFUSED."
141900     END-IF.
142000 0810-CHECK-PREREQUISITE-EXIT.
142100     EXIT.
142200*
142300*===========================================================*
142400* 9800-RECORD-RUN-END                                        *
142500*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
142600*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
142700*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
142800*     CODE IS FINAL.                                         *
142900*===========================================================*
143000 9800-RECORD-RUN-END.
143100     IF NOT WS-RUN-LEDGER-IS-USABLE
143200         GO TO 9800-RECORD-RUN-END-EXIT
143300     END-IF.
143400     OPEN I-O RUNCTL-FILE.
143500     IF WS-RUNCTL-STATUS NOT = "00"
143600         DISPLAY "NWINTEG: NWRUNCTL COULD NOT BE REOPENED - "
143700             "FILE STATUS " WS-RUNCTL-STATUS
143800             " - RUN END NOT RECORDED."
143900         GO TO 9800-RECORD-RUN-END-EXIT
144000     END-IF.
144100     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
144200     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
144300     READ RUNCTL-FILE
144400         INVALID KEY
144500             DISPLAY "NWINTEG: NWRUNCTL RECORD FOR THIS RUN "
144600                 "IS MISSING - RUN END NOT RECORDED."
144700             CLOSE RUNCTL-FILE
144800             GO TO 9800-RECORD-RUN-END-EXIT
144900     END-READ.
145000     ACCEPT RUN-END-TIME FROM TIME.
145100     MOVE RETURN-CODE TO RUN-COND-CODE.
145200     EVALUATE TRUE
145300         WHEN WS-RUN-IS-REFUSED
145400             MOVE 'R' TO RUN-STATUS
145500         WHEN WS-RUN-HAD-NO-WORK
145600             MOVE 'N' TO RUN-STATUS
145700         WHEN RETURN-CODE = ZERO
145800             MOVE 'C' TO RUN-STATUS
145900         WHEN RETURN-CODE = 4
146000             MOVE 'W' TO RUN-STATUS
146100         WHEN OTHER
146200             MOVE 'F' TO RUN-STATUS
146300     END-EVALUATE.
146400     MOVE WS-LOG-READ-COUNT      TO RUN-RECS-READ.
146500     MOVE WS-CARD-COUNT          TO RUN-RECS-WRITTEN.
146600     MOVE WS-UNSCREENED-COUNT    TO RUN-RECS-EXCEPTED.
146700     REWRITE RUNCTL-RECORD.
146800     CLOSE RUNCTL-FILE.
146900 9800-RECORD-RUN-END-EXIT.
147000     EXIT.
