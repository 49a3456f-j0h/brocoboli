000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NWSECAUD.
000300 AUTHOR.        R ALLAN.
000400 INSTALLATION.  SHIFT-READINESS TRAINING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                               *
001200* 2026-10-15 RA    ORIGINAL SECRET-DEALING FAIRNESS AUDIT -  *
001300*                  READS LOG-SECRET FROM THE LIVE NWLOG PLUS *
001400*                  AS MANY LOG.ARCHIVE GENERATIONS AS THE    *
001500*                  JCL CONCATENATES ON NWLOGIN AND PRINTS    *
001600*                  THE SPREAD OF DEALT SECRETS ACROSS EQUAL  *
001700*                  BANDS OF 1-9999 (FLAGGING ANY BAND OVER-  *
001800*                  OR UNDER-DEALT BEYOND THE SACCARD LIMIT), *
001900*                  ONE SECRET DEALT TO DIFFERENT OPERATORS   *
002000*                  WITHIN THE SAME MINUTE, AND OPERATORS     *
002100*                  DEALT THE SAME SECRET MORE THAN ONCE IN A *
002200*                  MONTH. PRACTICE GAMES, PIN EVENTS AND THE *
002300*                  BATCH DRIVER'S DECK SECRETS ARE LEFT OUT; *
002400*                  A DUEL'S ONE SECRET IS COUNTED ONCE. THE  *
002500*                  RUN IS RECORDED ON THE NWRUNCTL LEDGER.   *
002600*-----------------------------------------------------------*
002700*
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.  IBM-370.
003100 OBJECT-COMPUTER.  IBM-370.
003200*
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT SACCARD-FILE ASSIGN TO SACCARD
003600         ORGANIZATION IS SEQUENTIAL
003700         FILE STATUS IS WS-SACCARD-STATUS.
003800     SELECT LOGIN-FILE ASSIGN TO NWLOGIN
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS WS-LOGIN-STATUS.
004100     SELECT SORT-WORK-FILE ASSIGN TO SORTWK01.
004200     SELECT DEAL-BY-SECRET-FILE ASSIGN TO SAXSRT1
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS WS-SAXSRT1-STATUS.
004500     SELECT DEAL-BY-OPERATOR-FILE ASSIGN TO SAXSRT2
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-SAXSRT2-STATUS.
004800     SELECT SECRPT-FILE ASSIGN TO NWSECRPT
004900         ORGANIZATION IS SEQUENTIAL.
005000     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS RUN-KEY
005400         FILE STATUS IS WS-RUNCTL-STATUS.
005500*
005600 DATA DIVISION.
005700 FILE SECTION.
005800*
005900 FD  SACCARD-FILE
006000     RECORDING MODE IS F
006100     LABEL RECORDS ARE STANDARD
006200     RECORD CONTAINS 80 CHARACTERS.
006300 01  SAC-RECORD.
006400     COPY CPYSAC01.
006500*
006600 FD  LOGIN-FILE
006700     RECORDING MODE IS F
006800     LABEL RECORDS ARE STANDARD
006900     RECORD CONTAINS 535 CHARACTERS.
007000 01  LOG-RECORD.
007100     COPY CPYLOG01.
007200*
007300 SD  SORT-WORK-FILE.
007400 01  SORT-RECORD.
007500     COPY CPYSAX01.
007600*
007700 FD  DEAL-BY-SECRET-FILE
007800     RECORDING MODE IS F
007900     LABEL RECORDS ARE STANDARD
008000     RECORD CONTAINS 33 CHARACTERS.
008100 01  BYSEC-RECORD.
008200     COPY CPYSAX01.
008300*
008400 FD  DEAL-BY-OPERATOR-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 33 CHARACTERS.
008800 01  BYOPR-RECORD.
008900     COPY CPYSAX01.
009000*
009100 FD  SECRPT-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 133 CHARACTERS.
009500 01  SECRPT-RECORD          PIC X(133).
009600*
009700 FD  RUNCTL-FILE
009800     RECORD CONTAINS 80 CHARACTERS.
009900 01  RUNCTL-RECORD.
010000     COPY CPYRUN01.
010100*
010200 WORKING-STORAGE SECTION.
010300*
010400 77  WS-SACCARD-STATUS       PIC X(02) VALUE "00".
010500 77  WS-LOGIN-STATUS         PIC X(02) VALUE "00".
010600 77  WS-SAXSRT1-STATUS       PIC X(02) VALUE "00".
010700 77  WS-SAXSRT2-STATUS       PIC X(02) VALUE "00".
010800*
010900 77  WS-LOG-EOF-SW           PIC X(01) VALUE 'N'.
011000     88  WS-LOG-AT-END              VALUE 'Y'.
011100 77  WS-SORT-EOF-SW          PIC X(01) VALUE 'N'.
011200     88  WS-SORT-AT-END             VALUE 'Y'.
011300 77  WS-LOG-OPEN-SW          PIC X(01) VALUE 'N'.
011400     88  WS-LOG-FILE-IS-OPEN        VALUE 'Y'.
011500 77  WS-HELD-SW              PIC X(01) VALUE 'N'.
011600     88  WS-A-DEAL-IS-HELD          VALUE 'Y'.
011700 77  WS-PREV-SW              PIC X(01) VALUE 'N'.
011800     88  WS-HAS-PREVIOUS            VALUE 'Y'.
011900*
012000*-----------------------------------------------------------*
012100* AUDIT LIMITS FROM THE SACCARD CARD                         *
012200*-----------------------------------------------------------*
012300 77  WS-SEL-FROM-DATE        PIC 9(06) VALUE ZERO.
012400 77  WS-SEL-TO-DATE          PIC 9(06) VALUE ZERO.
012500 77  WS-BAND-COUNT           PIC S9(4) COMP VALUE 10.
012600 77  WS-SIGMA                PIC 9(01)V9(01) VALUE 3.0.
012700 77  WS-WINDOW-SECS          PIC 9(03) VALUE 60.
012800 77  WS-DUEL-GAP-SECS        PIC 9(03) VALUE 2.
012900 77  WS-SECRET-RANGE         PIC 9(04) VALUE 9999.
013000*
013100*-----------------------------------------------------------*
013200* DISTRIBUTION BANDS - BAND B HOLDS SECRETS FROM              *
013300* (B-1)*9999/N + 1 TO B*9999/N, SO A SECRET S FALLS IN BAND   *
013400* (S*N + 9998) / 9999. THE EXPECTED COUNT FOR A BAND IS IN    *
013500* PROPORTION TO ITS WIDTH.                                    *
013600*-----------------------------------------------------------*
013700 77  WS-BAND-MAX             PIC S9(4) COMP VALUE 50.
013800 77  WS-BAND-IDX             PIC S9(4) COMP.
013900 01  WS-BAND-TABLE.
014000     05  WS-BAND-ENTRY OCCURS 50 TIMES.
014100         10  BT-LOW          PIC 9(04).
014200         10  BT-HIGH         PIC 9(04).
014300         10  BT-DEALT        PIC 9(08) COMP.
014400*
014500 77  WS-BAND-WIDTH           PIC 9(04).
014600 77  WS-EXPECTED             PIC 9(07)V9(02).
014700 77  WS-DEVIATION            PIC S9(07)V9(02).
014800 77  WS-DEVIATION-SQ         PIC 9(14)V9(02).
014900 77  WS-LIMIT-SQ             PIC 9(14)V9(02).
015000 77  WS-DEVIATION-PCT        PIC S9(05)V9(01).
015100 77  WS-MIN-EXPECTED         PIC 9(02) VALUE 5.
015200*
015300*-----------------------------------------------------------*
015400* WORK AREAS FOR HOLDING ONE DEAL BACK FROM THE SORT, SO THE  *
015500* TWO LOG RECORDS OF A DUEL (WRITTEN BACK TO BACK, SAME       *
015600* SECRET, SECONDS APART) CAN BE RECOGNISED AS ONE DEAL.       *
015700*-----------------------------------------------------------*
015800 01  WS-HELD-DEAL.
015900     COPY CPYSAX01.
016000 01  WS-THIS-DEAL.
016100     COPY CPYSAX01.
016200 77  WS-HELD-SECS            PIC 9(05) VALUE ZERO.
016300 77  WS-THIS-SECS            PIC 9(05) VALUE ZERO.
016400 77  WS-GAP-SECS             PIC 9(05) VALUE ZERO.
016500 77  WS-DUEL-NUM             PIC 9(06) VALUE ZERO.
016600*
016700 01  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
016800 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
016900     05  WS-TIME-HH          PIC 9(02).
017000     05  WS-TIME-MM          PIC 9(02).
017100     05  WS-TIME-SS          PIC 9(02).
017200     05  WS-TIME-TT          PIC 9(02).
017300 77  WS-TIME-SECS            PIC 9(05) VALUE ZERO.
017400*
017500*-----------------------------------------------------------*
017600* PREVIOUS-RECORD AND CONTROL-BREAK AREAS FOR THE TWO SORTED  *
017700* PASSES                                                      *
017800*-----------------------------------------------------------*
017900 01  WS-PREV-DEAL.
018000     COPY CPYSAX01.
018100 77  WS-PREV-SECS            PIC 9(05) VALUE ZERO.
018200 77  WS-PREV-OPERATOR        PIC X(08) VALUE SPACES.
018300 77  WS-PREV-PERIOD          PIC 9(04) VALUE ZERO.
018400 77  WS-PREV-SECRET          PIC 9(04) VALUE ZERO.
018500 77  WS-SECRET-TIMES         PIC 9(04) COMP VALUE ZERO.
018600 77  WS-SECRET-FIRST-DATE    PIC 9(06) VALUE ZERO.
018700 77  WS-SECRET-LAST-DATE     PIC 9(06) VALUE ZERO.
018800 77  WS-PERIOD-DEALS         PIC 9(06) COMP VALUE ZERO.
018900 77  WS-PERIOD-REPEATS       PIC 9(06) COMP VALUE ZERO.
019000 77  WS-DEAL-PAIRS           PIC 9(12) VALUE ZERO.
019100 77  WS-REPEATS-EXPECTED     PIC 9(05)V9(02) VALUE ZERO.
019200*
019300*-----------------------------------------------------------*
019400* RUN COUNTERS                                               *
019500*-----------------------------------------------------------*
019600 77  WS-LOG-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
019700 77  WS-DEAL-COUNT           PIC 9(08) COMP VALUE ZERO.
019800 77  WS-DUEL-HALF-COUNT      PIC 9(08) COMP VALUE ZERO.
019900 77  WS-PRACTICE-COUNT       PIC 9(08) COMP VALUE ZERO.
020000 77  WS-PIN-EVENT-COUNT      PIC 9(08) COMP VALUE ZERO.
020100 77  WS-BATCH-COUNT          PIC 9(08) COMP VALUE ZERO.
020200 77  WS-OUT-OF-RANGE-COUNT   PIC 9(08) COMP VALUE ZERO.
020300 77  WS-BAD-SECRET-COUNT     PIC 9(08) COMP VALUE ZERO.
020400 77  WS-FLAGGED-BAND-COUNT   PIC 9(04) COMP VALUE ZERO.
020500 77  WS-SHARED-PAIR-COUNT    PIC 9(08) COMP VALUE ZERO.
020600 77  WS-REPEAT-COUNT         PIC 9(08) COMP VALUE ZERO.
020700*
020800 01  WS-RUN-CONTROL.
020900     COPY CPYRUW01.
021000*
021100*-----------------------------------------------------------*
021200* REPORT LINE LAYOUTS                                        *
021300*-----------------------------------------------------------*
021400 01  WS-HEADING-LINE-1       PIC X(133) VALUE
021500     "NUMBERWANG SECRET-DEALING FAIRNESS AUDIT".
021600 01  WS-CRIT-LINE.
021700     05  FILLER              PIC X(05) VALUE "FROM ".
021800     05  CR-FROM-DATE        PIC 9(06).
021900     05  FILLER              PIC X(05) VALUE "  TO ".
022000     05  CR-TO-DATE          PIC 9(06).
022100     05  FILLER              PIC X(09) VALUE "   BANDS ".
022200     05  CR-BAND-COUNT       PIC Z9.
022300     05  FILLER              PIC X(17) VALUE "   FLAG BEYOND ".
022400     05  CR-SIGMA            PIC 9.9.
022500     05  FILLER              PIC X(22) VALUE
022600         " STD DEVS   WINDOW    ".
022700     05  CR-WINDOW-SECS      PIC ZZ9.
022800     05  FILLER              PIC X(55) VALUE
022900         " SECONDS   (ZERO DATE = OPEN)".
023000 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
023100*
023200 01  WS-DIST-HEADING-1       PIC X(133) VALUE
023300     "SPREAD OF DEALT SECRETS ACROSS THE 1-9999 RANGE".
023400 01  WS-DIST-HEADING-2       PIC X(133) VALUE
023500     "  BAND           DEALT     EXPECTED   DEVIATION  FLAG".
023600 01  WS-BAND-LINE.
023700     05  FILLER              PIC X(02) VALUE SPACES.
023800     05  BL-LOW              PIC 9(04).
023900     05  FILLER              PIC X(03) VALUE " - ".
024000     05  BL-HIGH             PIC 9(04).
024100     05  FILLER              PIC X(02) VALUE SPACES.
024200     05  BL-DEALT            PIC ZZZ,ZZ9.
024300     05  FILLER              PIC X(02) VALUE SPACES.
024400     05  BL-EXPECTED         PIC ZZZ,ZZ9.99.
024500     05  FILLER              PIC X(03) VALUE SPACES.
024600     05  BL-DEVIATION-PCT    PIC ----9.9.
024700     05  FILLER              PIC X(01) VALUE "%".
024800     05  FILLER              PIC X(03) VALUE SPACES.
024900     05  BL-FLAG             PIC X(30).
025000     05  FILLER              PIC X(55) VALUE SPACES.
025100*
025200 01  WS-SHARED-HEADING-1     PIC X(133) VALUE
025300     "ONE SECRET DEALT TO DIFFERENT OPERATORS WITHIN THE WINDOW (S
025400-    "ESSION END TIMES FROM THE AUDIT LOG)".
025500 01  WS-SHARED-HEADING-2     PIC X(133) VALUE
025600     "  SECRET  DATE    OPERATOR  TIME      OPERATOR  TIME      GA
025700-    "P SECS".
025800 01  WS-SHARED-LINE.
025900     05  FILLER              PIC X(02) VALUE SPACES.
026000     05  SH-SECRET           PIC 9(04).
026100     05  FILLER              PIC X(02) VALUE SPACES.
026200     05  SH-DATE             PIC 9(06).
026300     05  FILLER              PIC X(02) VALUE SPACES.
026400     05  SH-OPERATOR-1       PIC X(08).
026500     05  FILLER              PIC X(02) VALUE SPACES.
026600     05  SH-TIME-1           PIC 9(08).
026700     05  FILLER              PIC X(02) VALUE SPACES.
026800     05  SH-OPERATOR-2       PIC X(08).
026900     05  FILLER              PIC X(02) VALUE SPACES.
027000     05  SH-TIME-2           PIC 9(08).
027100     05  FILLER              PIC X(02) VALUE SPACES.
027200     05  SH-GAP-SECS         PIC ZZZ,ZZ9.
027300     05  FILLER              PIC X(70) VALUE SPACES.
027400 01  WS-NO-SHARED-LINE       PIC X(133) VALUE
027500     "  NONE - NO SECRET WAS DEALT TO TWO OPERATORS WITHIN THE WIN
027600-    "DOW.".
027700*
027800 01  WS-REPEAT-HEADING-1     PIC X(133) VALUE
027900     "OPERATORS DEALT THE SAME SECRET MORE THAN ONCE IN A MONTH".
028000 01  WS-REPEAT-HEADING-2     PIC X(133) VALUE
028100     "  OPERATOR  PERIOD  SECRET  TIMES  FIRST   LAST".
028200 01  WS-REPEAT-LINE.
028300     05  FILLER              PIC X(02) VALUE SPACES.
028400     05  RP-OPERATOR-ID      PIC X(08).
028500     05  FILLER              PIC X(02) VALUE SPACES.
028600     05  RP-PERIOD           PIC 9(04).
028700     05  FILLER              PIC X(04) VALUE SPACES.
028800     05  RP-SECRET           PIC 9(04).
028900     05  FILLER              PIC X(02) VALUE SPACES.
029000     05  RP-TIMES            PIC ZZZ9.
029100     05  FILLER              PIC X(03) VALUE SPACES.
029200     05  RP-FIRST-DATE       PIC 9(06).
029300     05  FILLER              PIC X(02) VALUE SPACES.
029400     05  RP-LAST-DATE        PIC 9(06).
029500     05  FILLER              PIC X(86) VALUE SPACES.
029600 01  WS-REPEAT-SUMMARY-LINE.
029700     05  FILLER              PIC X(12) VALUE SPACES.
029800     05  FILLER              PIC X(07) VALUE "DEALS ".
029900     05  RS-DEALS            PIC ZZZ,ZZ9.
030000     05  FILLER              PIC X(10) VALUE "  REPEATS ".
030100     05  RS-REPEATS          PIC ZZZ,ZZ9.
030200     05  FILLER              PIC X(22) VALUE
030300         "  EXPECTED BY CHANCE ".
030400     05  RS-EXPECTED         PIC ZZ,ZZ9.99.
030500     05  FILLER              PIC X(59) VALUE SPACES.
030600 01  WS-NO-REPEAT-LINE       PIC X(133) VALUE
030700     "  NONE - NO OPERATOR WAS DEALT THE SAME SECRET TWICE IN A MO
030800-    "NTH.".
030900*
031000 01  WS-TOTAL-LINE.
031100     05  TL-LABEL            PIC X(40).
031200     05  FILLER              PIC X(02).
031300     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
031400     05  FILLER              PIC X(80).
031500*
031600 01  WS-NO-LOG-LINE          PIC X(133) VALUE
031700     "NWLOGIN COULD NOT BE OPENED - NOTHING WAS AUDITED. SEE CONSO
031800-    "LE LOG.".
031900 01  WS-NO-DEALS-LINE        PIC X(133) VALUE
032000     "NO DEALT GAME SESSIONS WERE FOUND FOR THE AUDIT PERIOD.".
032100*
032200 PROCEDURE DIVISION.
032300*
032400*===========================================================*
032500* 0000-MAINLINE                                              *
032600*===========================================================*
032700 0000-MAINLINE.
032800     OPEN OUTPUT SECRPT-FILE.
032900     WRITE SECRPT-RECORD FROM WS-HEADING-LINE-1.
033000*
033100     PERFORM 0800-CHECK-RUN-CONTROL
033200         THRU 0800-CHECK-RUN-CONTROL-EXIT.
033300*
033400     PERFORM 0100-READ-AUDIT-CARD
033500         THRU 0100-READ-AUDIT-CARD-EXIT.
033600     MOVE WS-SEL-FROM-DATE TO CR-FROM-DATE.
033700     MOVE WS-SEL-TO-DATE   TO CR-TO-DATE.
033800     MOVE WS-BAND-COUNT    TO CR-BAND-COUNT.
033900     MOVE WS-SIGMA         TO CR-SIGMA.
034000     MOVE WS-WINDOW-SECS   TO CR-WINDOW-SECS.
034100     WRITE SECRPT-RECORD FROM WS-CRIT-LINE.
034200     WRITE SECRPT-RECORD FROM WS-BLANK-LINE.
034300     PERFORM 0200-SET-BAND-LIMITS
034400         THRU 0200-SET-BAND-LIMITS-EXIT
034500         VARYING WS-BAND-IDX FROM 1 BY 1
034600         UNTIL WS-BAND-IDX > WS-BAND-COUNT.
034700*
034800     SORT SORT-WORK-FILE
034900         ON ASCENDING KEY SAX-SECRET IN SORT-RECORD
035000                          SAX-DATE IN SORT-RECORD
035100                          SAX-TIME IN SORT-RECORD
035200         INPUT PROCEDURE IS 1000-EXTRACT-DEALS
035300             THRU 1000-EXTRACT-DEALS-EXIT
035400         GIVING DEAL-BY-SECRET-FILE.
035500*
035600     IF NOT WS-LOG-FILE-IS-OPEN
035700         WRITE SECRPT-RECORD FROM WS-NO-LOG-LINE
035800         MOVE 8 TO RETURN-CODE
035900         GO TO 0000-MAINLINE-WRAP-UP
036000     END-IF.
036100     IF WS-DEAL-COUNT = ZERO
036200         WRITE SECRPT-RECORD FROM WS-NO-DEALS-LINE
036300         MOVE 4 TO RETURN-CODE
036400         GO TO 0000-MAINLINE-TOTALS
036500     END-IF.
036600*
036700     PERFORM 2000-PRINT-DISTRIBUTION
036800         THRU 2000-PRINT-DISTRIBUTION-EXIT.
036900     PERFORM 3000-LIST-SHARED-SECRETS
037000         THRU 3000-LIST-SHARED-SECRETS-EXIT.
037100*
037200     SORT SORT-WORK-FILE
037300         ON ASCENDING KEY SAX-OPERATOR-ID IN SORT-RECORD
037400                          SAX-PERIOD IN SORT-RECORD
037500                          SAX-SECRET IN SORT-RECORD
037600                          SAX-DATE IN SORT-RECORD
037700                          SAX-TIME IN SORT-RECORD
037800         USING DEAL-BY-SECRET-FILE
037900         GIVING DEAL-BY-OPERATOR-FILE.
038000     PERFORM 4000-LIST-REPEATED-SECRETS
038100         THRU 4000-LIST-REPEATED-SECRETS-EXIT.
038200*
038300     IF WS-FLAGGED-BAND-COUNT > ZERO
038400         OR WS-SHARED-PAIR-COUNT > ZERO
038500         MOVE 4 TO RETURN-CODE
038600     END-IF.
038700 0000-MAINLINE-TOTALS.
038800     PERFORM 8000-PRINT-TOTALS
038900         THRU 8000-PRINT-TOTALS-EXIT.
039000 0000-MAINLINE-WRAP-UP.
039100     CLOSE SECRPT-FILE.
039200     PERFORM 9800-RECORD-RUN-END
039300         THRU 9800-RECORD-RUN-END-EXIT.
039400     STOP RUN.
039500*
039600*===========================================================*
039700* 0100-READ-AUDIT-CARD                                       *
039800*     READS THE OPTIONAL SACCARD CARD. A MISSING CARD, OR A   *
039900*     BLANK, ZERO OR OUT-OF-RANGE FIELD, KEEPS THE DEFAULT.   *
040000*===========================================================*
040100 0100-READ-AUDIT-CARD.
040200     OPEN INPUT SACCARD-FILE.
040300     IF WS-SACCARD-STATUS NOT = "00"
040400         GO TO 0100-READ-AUDIT-CARD-EXIT
040500     END-IF.
040600     READ SACCARD-FILE
040700         AT END
040800             CONTINUE
040900         NOT AT END
041000             IF SAC-FROM-DATE IS NUMERIC
041100                 MOVE SAC-FROM-DATE TO WS-SEL-FROM-DATE
041200             END-IF
041300             IF SAC-TO-DATE IS NUMERIC
041400                 MOVE SAC-TO-DATE TO WS-SEL-TO-DATE
041500             END-IF
041600             IF SAC-BAND-COUNT IS NUMERIC
041700                 AND SAC-BAND-COUNT > 1
041800                 AND SAC-BAND-COUNT NOT > WS-BAND-MAX
041900                 MOVE SAC-BAND-COUNT TO WS-BAND-COUNT
042000             END-IF
042100             IF SAC-SIGMA IS NUMERIC
042200                 AND SAC-SIGMA > ZERO
042300                 MOVE SAC-SIGMA TO WS-SIGMA
042400             END-IF
042500             IF SAC-WINDOW-SECS IS NUMERIC
042600                 AND SAC-WINDOW-SECS > ZERO
042700                 MOVE SAC-WINDOW-SECS TO WS-WINDOW-SECS
042800             END-IF
042900     END-READ.
043000     CLOSE SACCARD-FILE.
043100 0100-READ-AUDIT-CARD-EXIT.
043200     EXIT.
043300*
043400*===========================================================*
043500* 0200-SET-BAND-LIMITS                                       *
043600*     SETS THE LOW AND HIGH SECRET OF ONE DISTRIBUTION BAND.  *
043700*===========================================================*
043800 0200-SET-BAND-LIMITS.
043900     COMPUTE BT-LOW (WS-BAND-IDX) =
044000         (WS-BAND-IDX - 1) * WS-SECRET-RANGE / WS-BAND-COUNT + 1.
044100     COMPUTE BT-HIGH (WS-BAND-IDX) =
044200         WS-BAND-IDX * WS-SECRET-RANGE / WS-BAND-COUNT.
044300     MOVE ZERO TO BT-DEALT (WS-BAND-IDX).
044400 0200-SET-BAND-LIMITS-EXIT.
044500     EXIT.
044600*
044700*===========================================================*
044800* 1000-EXTRACT-DEALS                                         *
044900*     SORT INPUT PROCEDURE - READS THE CONCATENATED AUDIT LOG *
045000*     (LIVE PLUS ARCHIVE GENERATIONS) AND RELEASES ONE        *
045100*     EXTRACT RECORD PER DEALT GAME SESSION IN THE AUDIT      *
045200*     PERIOD. EACH DEAL IS HELD BACK ONE RECORD SO THE        *
045300*     SECOND LOG RECORD OF A DUEL CAN BE PAIRED WITH THE      *
045400*     FIRST BEFORE EITHER IS RELEASED.                        *
045500*===========================================================*
045600 1000-EXTRACT-DEALS.
045700     OPEN INPUT LOGIN-FILE.
045800     IF WS-LOGIN-STATUS NOT = "00"
045900         DISPLAY "NWSECAUD: NWLOGIN COULD NOT BE OPENED - "
046000             "FILE STATUS " WS-LOGIN-STATUS
046100         GO TO 1000-EXTRACT-DEALS-EXIT
046200     END-IF.
046300     MOVE 'Y' TO WS-LOG-OPEN-SW.
046400     PERFORM 1100-READ-LOG-RECORD
046500         THRU 1100-READ-LOG-RECORD-EXIT.
046600     PERFORM 1200-EXTRACT-ONE-DEAL
046700         THRU 1200-EXTRACT-ONE-DEAL-EXIT
046800         UNTIL WS-LOG-AT-END.
046900     IF WS-A-DEAL-IS-HELD
047000         PERFORM 1300-RELEASE-HELD-DEAL
047100             THRU 1300-RELEASE-HELD-DEAL-EXIT
047200     END-IF.
047300     CLOSE LOGIN-FILE.
047400 1000-EXTRACT-DEALS-EXIT.
047500     EXIT.
047600*
047700*===========================================================*
047800* 1100-READ-LOG-RECORD                                       *
047900*     READS THE NEXT RECORD OF THE CONCATENATED LOG INPUT.    *
048000*===========================================================*
048100 1100-READ-LOG-RECORD.
048200     READ LOGIN-FILE
048300         AT END
048400             MOVE 'Y' TO WS-LOG-EOF-SW
048500         NOT AT END
048600             ADD 1 TO WS-LOG-READ-COUNT
048700     END-READ.
048800     IF WS-LOGIN-STATUS NOT = "00" AND WS-LOGIN-STATUS NOT = "10"
048900         MOVE 'Y' TO WS-LOG-EOF-SW
049000     END-IF.
049100 1100-READ-LOG-RECORD-EXIT.
049200     EXIT.
049300*
049400*===========================================================*
049500* 1200-EXTRACT-ONE-DEAL                                      *
049600*     KEEPS ONLY SESSIONS THE RANDOM DEAL PRODUCED - SOLVED,  *
049700*     FAILED, INCOMPLETE, OR LATER VOIDED BY NWADJ (THE DEAL  *
049800*     STILL HAPPENED). PRACTICE GAMES AND THE SIGN-ON PIN     *
049900*     EVENTS ARE LEFT OUT, AS ARE THE BATCH DRIVER'S GAMES -  *
050000*     THEIR SECRETS COME FROM THE INPUT DECK, NOT THE DEAL.   *
050100*     A RECORD WITH THE SAME SECRET AS THE HELD ONE, A        *
050200*     DIFFERENT OPERATOR AND AN END TIME WITHIN A COUPLE OF   *
050300*     SECONDS IS THE OTHER HALF OF A DUEL.                    *
050400*===========================================================*
050500 1200-EXTRACT-ONE-DEAL.
050600     EVALUATE LOG-OUTCOME
050700         WHEN "SOLVED"
050800         WHEN "FAILED"
050900         WHEN "INCOMPLETE"
051000         WHEN "VOIDED"
051100             CONTINUE
051200         WHEN "PRACTICE"
051300             ADD 1 TO WS-PRACTICE-COUNT
051400             GO TO 1200-EXTRACT-ONE-DEAL-NEXT
051500         WHEN OTHER
051600             ADD 1 TO WS-PIN-EVENT-COUNT
051700             GO TO 1200-EXTRACT-ONE-DEAL-NEXT
051800     END-EVALUATE.
051900     IF LOG-OPERATOR-ID = "BATCH"
052000         ADD 1 TO WS-BATCH-COUNT
052100         GO TO 1200-EXTRACT-ONE-DEAL-NEXT
052200     END-IF.
052300     IF LOG-DATE IS NOT NUMERIC
052400         OR (WS-SEL-FROM-DATE > ZERO
052500             AND LOG-DATE < WS-SEL-FROM-DATE)
052600         OR (WS-SEL-TO-DATE > ZERO
052700             AND LOG-DATE > WS-SEL-TO-DATE)
052800         ADD 1 TO WS-OUT-OF-RANGE-COUNT
052900         GO TO 1200-EXTRACT-ONE-DEAL-NEXT
053000     END-IF.
053100     IF LOG-SECRET IS NOT NUMERIC
053200         OR LOG-SECRET = ZERO
053300         ADD 1 TO WS-BAD-SECRET-COUNT
053400         GO TO 1200-EXTRACT-ONE-DEAL-NEXT
053500     END-IF.
053600*
053700     MOVE SPACES          TO WS-THIS-DEAL.
053800     MOVE LOG-SECRET      TO SAX-SECRET IN WS-THIS-DEAL.
053900     MOVE LOG-DATE        TO SAX-DATE IN WS-THIS-DEAL.
054000     IF LOG-TIME IS NUMERIC
054100         MOVE LOG-TIME    TO SAX-TIME IN WS-THIS-DEAL
054200     ELSE
054300         MOVE ZERO        TO SAX-TIME IN WS-THIS-DEAL
054400     END-IF.
054500     MOVE LOG-OPERATOR-ID TO SAX-OPERATOR-ID IN WS-THIS-DEAL.
054600     MOVE ZERO            TO SAX-DUEL-NUM IN WS-THIS-DEAL.
054700     MOVE SAX-TIME IN WS-THIS-DEAL TO WS-TIME-WORK.
054800     PERFORM 7000-TIME-TO-SECONDS
054900         THRU 7000-TIME-TO-SECONDS-EXIT.
055000     MOVE WS-TIME-SECS TO WS-THIS-SECS.
055100*
055200     IF WS-A-DEAL-IS-HELD
055300         AND NOT SAX-IS-DUEL-SECOND-HALF IN WS-HELD-DEAL
055400         AND SAX-SECRET IN WS-THIS-DEAL
055500             = SAX-SECRET IN WS-HELD-DEAL
055600         AND SAX-DATE IN WS-THIS-DEAL
055700             = SAX-DATE IN WS-HELD-DEAL
055800         AND SAX-OPERATOR-ID IN WS-THIS-DEAL
055900             NOT = SAX-OPERATOR-ID IN WS-HELD-DEAL
056000         IF WS-THIS-SECS < WS-HELD-SECS
056100             COMPUTE WS-GAP-SECS = WS-HELD-SECS - WS-THIS-SECS
056200         ELSE
056300             COMPUTE WS-GAP-SECS = WS-THIS-SECS - WS-HELD-SECS
056400         END-IF
056500         IF WS-GAP-SECS NOT > WS-DUEL-GAP-SECS
056600             ADD 1 TO WS-DUEL-NUM
056700             MOVE WS-DUEL-NUM TO SAX-DUEL-NUM IN WS-HELD-DEAL
056800             MOVE WS-DUEL-NUM TO SAX-DUEL-NUM IN WS-THIS-DEAL
056900             MOVE 'S' TO SAX-DUEL-HALF-SW IN WS-THIS-DEAL
057000         END-IF
057100     END-IF.
057200*
057300     IF WS-A-DEAL-IS-HELD
057400         PERFORM 1300-RELEASE-HELD-DEAL
057500             THRU 1300-RELEASE-HELD-DEAL-EXIT
057600     END-IF.
057700     MOVE WS-THIS-DEAL TO WS-HELD-DEAL.
057800     MOVE WS-THIS-SECS TO WS-HELD-SECS.
057900     MOVE 'Y'          TO WS-HELD-SW.
058000 1200-EXTRACT-ONE-DEAL-NEXT.
058100     PERFORM 1100-READ-LOG-RECORD
058200         THRU 1100-READ-LOG-RECORD-EXIT.
058300 1200-EXTRACT-ONE-DEAL-EXIT.
058400     EXIT.
058500*
058600*===========================================================*
058700* 1300-RELEASE-HELD-DEAL                                     *
058800*     COUNTS THE HELD DEAL INTO ITS DISTRIBUTION BAND (THE    *
058900*     SECOND HALF OF A DUEL IS NOT A SEPARATE DEAL) AND       *
059000*     RELEASES IT TO THE SORT.                                *
059100*===========================================================*
059200 1300-RELEASE-HELD-DEAL.
059300     IF SAX-IS-DUEL-SECOND-HALF IN WS-HELD-DEAL
059400         ADD 1 TO WS-DUEL-HALF-COUNT
059500     ELSE
059600         ADD 1 TO WS-DEAL-COUNT
059700         COMPUTE WS-BAND-IDX =
059800             (SAX-SECRET IN WS-HELD-DEAL * WS-BAND-COUNT
059900                 + WS-SECRET-RANGE - 1) / WS-SECRET-RANGE
060000         ADD 1 TO BT-DEALT (WS-BAND-IDX)
060100     END-IF.
060200     MOVE WS-HELD-DEAL TO SORT-RECORD.
060300     RELEASE SORT-RECORD.
060400     MOVE 'N' TO WS-HELD-SW.
060500 1300-RELEASE-HELD-DEAL-EXIT.
060600     EXIT.
060700*
060800*===========================================================*
060900* 2000-PRINT-DISTRIBUTION                                    *
061000*     PRINTS ONE LINE PER BAND WITH THE COUNT DEALT AGAINST   *
061100*     THE COUNT A FAIR DEAL WOULD GIVE.                       *
061200*===========================================================*
061300 2000-PRINT-DISTRIBUTION.
061400     WRITE SECRPT-RECORD FROM WS-DIST-HEADING-1.
061500     WRITE SECRPT-RECORD FROM WS-DIST-HEADING-2.
061600     PERFORM 2100-PRINT-ONE-BAND
061700         THRU 2100-PRINT-ONE-BAND-EXIT
061800         VARYING WS-BAND-IDX FROM 1 BY 1
061900         UNTIL WS-BAND-IDX > WS-BAND-COUNT.
062000     WRITE SECRPT-RECORD FROM WS-BLANK-LINE.
062100 2000-PRINT-DISTRIBUTION-EXIT.
062200     EXIT.
062300*
062400*===========================================================*
062500* 2100-PRINT-ONE-BAND                                        *
062600*     A FAIR DEAL PUTS EACH SECRET IN A BAND WITH PROBABILITY *
062700*     P = WIDTH / 9999, SO THE BAND COUNT HAS MEAN N*P AND    *
062800*     VARIANCE N*P*(1-P). THE BAND IS FLAGGED WHEN IT SITS    *
062900*     MORE THAN THE SACCARD NUMBER OF STANDARD DEVIATIONS     *
063000*     FROM THE MEAN (TESTED ON THE SQUARES). A BAND EXPECTING *
063100*     FEWER THAN FIVE DEALS IS TOO SMALL TO JUDGE.            *
063200*===========================================================*
063300 2100-PRINT-ONE-BAND.
063400     MOVE BT-LOW (WS-BAND-IDX)   TO BL-LOW.
063500     MOVE BT-HIGH (WS-BAND-IDX)  TO BL-HIGH.
063600     MOVE BT-DEALT (WS-BAND-IDX) TO BL-DEALT.
063700     COMPUTE WS-BAND-WIDTH =
063800         BT-HIGH (WS-BAND-IDX) - BT-LOW (WS-BAND-IDX) + 1.
063900     COMPUTE WS-EXPECTED ROUNDED =
064000         WS-DEAL-COUNT * WS-BAND-WIDTH / WS-SECRET-RANGE.
064100     MOVE WS-EXPECTED TO BL-EXPECTED.
064200     COMPUTE WS-DEVIATION =
064300         BT-DEALT (WS-BAND-IDX) - WS-EXPECTED.
064400     IF WS-EXPECTED > ZERO
064500         COMPUTE WS-DEVIATION-PCT ROUNDED =
064600             WS-DEVIATION * 100 / WS-EXPECTED
064700     ELSE
064800         MOVE ZERO TO WS-DEVIATION-PCT
064900     END-IF.
065000     MOVE WS-DEVIATION-PCT TO BL-DEVIATION-PCT.
065100     MOVE SPACES TO BL-FLAG.
065200*
065300     IF WS-EXPECTED < WS-MIN-EXPECTED
065400         MOVE "TOO FEW DEALS TO JUDGE" TO BL-FLAG
065500         GO TO 2100-PRINT-ONE-BAND-WRITE
065600     END-IF.
065700     COMPUTE WS-DEVIATION-SQ = WS-DEVIATION * WS-DEVIATION.
065800     COMPUTE WS-LIMIT-SQ ROUNDED =
065900         WS-SIGMA * WS-SIGMA * WS-EXPECTED
066000             * (WS-SECRET-RANGE - WS-BAND-WIDTH)
066100             / WS-SECRET-RANGE.
066200     IF WS-DEVIATION-SQ > WS-LIMIT-SQ
066300         ADD 1 TO WS-FLAGGED-BAND-COUNT
066400         IF WS-DEVIATION > ZERO
066500             MOVE "*** OVER-DEALT ***"  TO BL-FLAG
066600         ELSE
066700             MOVE "*** UNDER-DEALT ***" TO BL-FLAG
066800         END-IF
066900     END-IF.
067000 2100-PRINT-ONE-BAND-WRITE.
067100     WRITE SECRPT-RECORD FROM WS-BAND-LINE.
067200 2100-PRINT-ONE-BAND-EXIT.
067300     EXIT.
067400*
067500*===========================================================*
067600* 3000-LIST-SHARED-SECRETS                                   *
067700*     READS THE DEALS IN SECRET / DATE / TIME ORDER AND LISTS *
067800*     EVERY NEIGHBOURING PAIR WITH THE SAME SECRET, THE SAME  *
067900*     DATE, DIFFERENT OPERATORS AND END TIMES WITHIN THE      *
068000*     WINDOW - EXCEPT THE TWO HALVES OF ONE DUEL, WHICH SHARE *
068100*     THEIR SECRET BY DESIGN.                                 *
068200*===========================================================*
068300 3000-LIST-SHARED-SECRETS.
068400     WRITE SECRPT-RECORD FROM WS-SHARED-HEADING-1.
068500     WRITE SECRPT-RECORD FROM WS-SHARED-HEADING-2.
068600     OPEN INPUT DEAL-BY-SECRET-FILE.
068700     MOVE 'N' TO WS-SORT-EOF-SW.
068800     MOVE 'N' TO WS-PREV-SW.
068900     PERFORM 3100-READ-BY-SECRET
069000         THRU 3100-READ-BY-SECRET-EXIT.
069100     PERFORM 3200-CHECK-ONE-DEAL
069200         THRU 3200-CHECK-ONE-DEAL-EXIT
069300         UNTIL WS-SORT-AT-END.
069400     CLOSE DEAL-BY-SECRET-FILE.
069500     IF WS-SHARED-PAIR-COUNT = ZERO
069600         WRITE SECRPT-RECORD FROM WS-NO-SHARED-LINE
069700     END-IF.
069800     WRITE SECRPT-RECORD FROM WS-BLANK-LINE.
069900 3000-LIST-SHARED-SECRETS-EXIT.
070000     EXIT.
070100*
070200*===========================================================*
070300* 3100-READ-BY-SECRET                                        *
070400*===========================================================*
070500 3100-READ-BY-SECRET.
070600     READ DEAL-BY-SECRET-FILE
070700         AT END
070800             MOVE 'Y' TO WS-SORT-EOF-SW
070900     END-READ.
071000     IF WS-SAXSRT1-STATUS NOT = "00"
071100         AND WS-SAXSRT1-STATUS NOT = "10"
071200         MOVE 'Y' TO WS-SORT-EOF-SW
071300     END-IF.
071400 3100-READ-BY-SECRET-EXIT.
071500     EXIT.
071600*
071700*===========================================================*
071800* 3200-CHECK-ONE-DEAL                                        *
071900*===========================================================*
072000 3200-CHECK-ONE-DEAL.
072100     MOVE SAX-TIME IN BYSEC-RECORD TO WS-TIME-WORK.
072200     PERFORM 7000-TIME-TO-SECONDS
072300         THRU 7000-TIME-TO-SECONDS-EXIT.
072400     IF NOT WS-HAS-PREVIOUS
072500         GO TO 3200-CHECK-ONE-DEAL-SAVE
072600     END-IF.
072700     IF SAX-SECRET IN BYSEC-RECORD
072800             NOT = SAX-SECRET IN WS-PREV-DEAL
072900         OR SAX-DATE IN BYSEC-RECORD
073000             NOT = SAX-DATE IN WS-PREV-DEAL
073100         OR SAX-OPERATOR-ID IN BYSEC-RECORD
073200             = SAX-OPERATOR-ID IN WS-PREV-DEAL
073300         GO TO 3200-CHECK-ONE-DEAL-SAVE
073400     END-IF.
073500     IF SAX-DUEL-NUM IN BYSEC-RECORD > ZERO
073600         AND SAX-DUEL-NUM IN BYSEC-RECORD
073700             = SAX-DUEL-NUM IN WS-PREV-DEAL
073800         GO TO 3200-CHECK-ONE-DEAL-SAVE
073900     END-IF.
074000     COMPUTE WS-GAP-SECS = WS-TIME-SECS - WS-PREV-SECS.
074100     IF WS-GAP-SECS > WS-WINDOW-SECS
074200         GO TO 3200-CHECK-ONE-DEAL-SAVE
074300     END-IF.
074400*
074500     ADD 1 TO WS-SHARED-PAIR-COUNT.
074600     MOVE SAX-SECRET IN BYSEC-RECORD      TO SH-SECRET.
074700     MOVE SAX-DATE IN BYSEC-RECORD        TO SH-DATE.
074800     MOVE SAX-OPERATOR-ID IN WS-PREV-DEAL TO SH-OPERATOR-1.
074900     MOVE SAX-TIME IN WS-PREV-DEAL        TO SH-TIME-1.
075000     MOVE SAX-OPERATOR-ID IN BYSEC-RECORD TO SH-OPERATOR-2.
075100     MOVE SAX-TIME IN BYSEC-RECORD        TO SH-TIME-2.
075200     MOVE WS-GAP-SECS                     TO SH-GAP-SECS.
075300     WRITE SECRPT-RECORD FROM WS-SHARED-LINE.
075400 3200-CHECK-ONE-DEAL-SAVE.
075500     MOVE BYSEC-RECORD TO WS-PREV-DEAL.
075600     MOVE WS-TIME-SECS TO WS-PREV-SECS.
075700     MOVE 'Y'          TO WS-PREV-SW.
075800     PERFORM 3100-READ-BY-SECRET
075900         THRU 3100-READ-BY-SECRET-EXIT.
076000 3200-CHECK-ONE-DEAL-EXIT.
076100     EXIT.
076200*
076300*===========================================================*
076400* 4000-LIST-REPEATED-SECRETS                                 *
076500*     READS THE DEALS IN OPERATOR / MONTH / SECRET ORDER AND  *
076600*     LISTS EVERY SECRET AN OPERATOR WAS DEALT MORE THAN ONCE *
076700*     IN ONE MONTH. UNDER EACH OPERATOR-MONTH WITH A REPEAT   *
076800*     GOES THE NUMBER OF REPEATS A FAIR DEAL WOULD GIVE BY    *
076900*     CHANCE - ROUGHLY N*(N-1)/(2*9999) FOR N DEALS - SO A    *
077000*     HEAVY DRILLER'S ORDINARY COINCIDENCES CAN BE TOLD FROM  *
077100*     A DEAL THAT REPEATS ITSELF.                             *
077200*===========================================================*
077300 4000-LIST-REPEATED-SECRETS.
077400     WRITE SECRPT-RECORD FROM WS-REPEAT-HEADING-1.
077500     WRITE SECRPT-RECORD FROM WS-REPEAT-HEADING-2.
077600     OPEN INPUT DEAL-BY-OPERATOR-FILE.
077700     MOVE 'N' TO WS-SORT-EOF-SW.
077800     PERFORM 4100-READ-BY-OPERATOR
077900         THRU 4100-READ-BY-OPERATOR-EXIT.
078000     IF WS-SORT-AT-END
078100         GO TO 4000-LIST-REPEATED-SECRETS-CLOSE
078200     END-IF.
078300     PERFORM 4150-START-NEW-PERIOD
078400         THRU 4150-START-NEW-PERIOD-EXIT.
078500     PERFORM 4200-FOLD-ONE-DEAL
078600         THRU 4200-FOLD-ONE-DEAL-EXIT
078700         UNTIL WS-SORT-AT-END.
078800     PERFORM 4300-CLOSE-SECRET
078900         THRU 4300-CLOSE-SECRET-EXIT.
079000     PERFORM 4400-CLOSE-PERIOD
079100         THRU 4400-CLOSE-PERIOD-EXIT.
079200 4000-LIST-REPEATED-SECRETS-CLOSE.
079300     CLOSE DEAL-BY-OPERATOR-FILE.
079400     IF WS-REPEAT-COUNT = ZERO
079500         WRITE SECRPT-RECORD FROM WS-NO-REPEAT-LINE
079600     END-IF.
079700     WRITE SECRPT-RECORD FROM WS-BLANK-LINE.
079800 4000-LIST-REPEATED-SECRETS-EXIT.
079900     EXIT.
080000*
080100*===========================================================*
080200* 4100-READ-BY-OPERATOR                                      *
080300*===========================================================*
080400 4100-READ-BY-OPERATOR.
080500     READ DEAL-BY-OPERATOR-FILE
080600         AT END
080700             MOVE 'Y' TO WS-SORT-EOF-SW
080800     END-READ.
080900     IF WS-SAXSRT2-STATUS NOT = "00"
081000         AND WS-SAXSRT2-STATUS NOT = "10"
081100         MOVE 'Y' TO WS-SORT-EOF-SW
081200     END-IF.
081300 4100-READ-BY-OPERATOR-EXIT.
081400     EXIT.
081500*
081600*===========================================================*
081700* 4150-START-NEW-PERIOD                                      *
081800*     PRIMES THE OPERATOR-MONTH AND SECRET BREAK FIELDS FROM  *
081900*     THE RECORD JUST READ.                                   *
082000*===========================================================*
082100 4150-START-NEW-PERIOD.
082200     MOVE SAX-OPERATOR-ID IN BYOPR-RECORD TO WS-PREV-OPERATOR.
082300     MOVE SAX-PERIOD IN BYOPR-RECORD      TO WS-PREV-PERIOD.
082400     MOVE ZERO TO WS-PERIOD-DEALS WS-PERIOD-REPEATS.
082500     PERFORM 4160-START-NEW-SECRET
082600         THRU 4160-START-NEW-SECRET-EXIT.
082700 4150-START-NEW-PERIOD-EXIT.
082800     EXIT.
082900*
083000*===========================================================*
083100* 4160-START-NEW-SECRET                                      *
083200*===========================================================*
083300 4160-START-NEW-SECRET.
083400     MOVE SAX-SECRET IN BYOPR-RECORD TO WS-PREV-SECRET.
083500     MOVE SAX-DATE IN BYOPR-RECORD   TO WS-SECRET-FIRST-DATE.
083600     MOVE ZERO TO WS-SECRET-TIMES.
083700 4160-START-NEW-SECRET-EXIT.
083800     EXIT.
083900*
084000*===========================================================*
084100* 4200-FOLD-ONE-DEAL                                         *
084200*     COUNTS ONE DEAL INTO ITS SECRET AND OPERATOR-MONTH,     *
084300*     CLOSING THE SECRET AND/OR MONTH WHEN THE KEYS BREAK.    *
084400*===========================================================*
084500 4200-FOLD-ONE-DEAL.
084600     IF SAX-OPERATOR-ID IN BYOPR-RECORD NOT = WS-PREV-OPERATOR
084700         OR SAX-PERIOD IN BYOPR-RECORD NOT = WS-PREV-PERIOD
084800         PERFORM 4300-CLOSE-SECRET
084900             THRU 4300-CLOSE-SECRET-EXIT
085000         PERFORM 4400-CLOSE-PERIOD
085100             THRU 4400-CLOSE-PERIOD-EXIT
085200         PERFORM 4150-START-NEW-PERIOD
085300             THRU 4150-START-NEW-PERIOD-EXIT
085400     ELSE
085500         IF SAX-SECRET IN BYOPR-RECORD NOT = WS-PREV-SECRET
085600             PERFORM 4300-CLOSE-SECRET
085700                 THRU 4300-CLOSE-SECRET-EXIT
085800             PERFORM 4160-START-NEW-SECRET
085900                 THRU 4160-START-NEW-SECRET-EXIT
086000         END-IF
086100     END-IF.
086200     ADD 1 TO WS-SECRET-TIMES.
086300     ADD 1 TO WS-PERIOD-DEALS.
086400     MOVE SAX-DATE IN BYOPR-RECORD TO WS-SECRET-LAST-DATE.
086500     PERFORM 4100-READ-BY-OPERATOR
086600         THRU 4100-READ-BY-OPERATOR-EXIT.
086700 4200-FOLD-ONE-DEAL-EXIT.
086800     EXIT.
086900*
087000*===========================================================*
087100* 4300-CLOSE-SECRET                                          *
087200*     LISTS THE SECRET JUST FINISHED WHEN IT WAS DEALT TO THE *
087300*     OPERATOR MORE THAN ONCE IN THE MONTH.                   *
087400*===========================================================*
087500 4300-CLOSE-SECRET.
087600     IF WS-SECRET-TIMES < 2
087700         GO TO 4300-CLOSE-SECRET-EXIT
087800     END-IF.
087900     ADD 1 TO WS-REPEAT-COUNT.
088000     COMPUTE WS-PERIOD-REPEATS =
088100         WS-PERIOD-REPEATS + WS-SECRET-TIMES - 1.
088200     MOVE WS-PREV-OPERATOR     TO RP-OPERATOR-ID.
088300     MOVE WS-PREV-PERIOD       TO RP-PERIOD.
088400     MOVE WS-PREV-SECRET       TO RP-SECRET.
088500     MOVE WS-SECRET-TIMES      TO RP-TIMES.
088600     MOVE WS-SECRET-FIRST-DATE TO RP-FIRST-DATE.
088700     MOVE WS-SECRET-LAST-DATE  TO RP-LAST-DATE.
088800     WRITE SECRPT-RECORD FROM WS-REPEAT-LINE.
088900 4300-CLOSE-SECRET-EXIT.
089000     EXIT.
089100*
089200*===========================================================*
089300* 4400-CLOSE-PERIOD                                          *
089400*     UNDER AN OPERATOR-MONTH THAT HAD REPEATS, PRINTS ITS    *
089500*     DEAL COUNT, REPEATS AND THE REPEATS EXPECTED BY CHANCE. *
089600*===========================================================*
089700 4400-CLOSE-PERIOD.
089800     IF WS-PERIOD-REPEATS = ZERO
089900         GO TO 4400-CLOSE-PERIOD-EXIT
090000     END-IF.
090100     COMPUTE WS-DEAL-PAIRS =
090200         WS-PERIOD-DEALS * (WS-PERIOD-DEALS - 1) / 2.
090300     COMPUTE WS-REPEATS-EXPECTED ROUNDED =
090400         WS-DEAL-PAIRS / WS-SECRET-RANGE.
090500     MOVE WS-PERIOD-DEALS     TO RS-DEALS.
090600     MOVE WS-PERIOD-REPEATS   TO RS-REPEATS.
090700     MOVE WS-REPEATS-EXPECTED TO RS-EXPECTED.
090800     WRITE SECRPT-RECORD FROM WS-REPEAT-SUMMARY-LINE.
090900 4400-CLOSE-PERIOD-EXIT.
091000     EXIT.
091100*
091200*===========================================================*
091300* 7000-TIME-TO-SECONDS                                       *
091400*     TURNS THE HHMMSSTT TIME IN WS-TIME-WORK INTO SECONDS    *
091500*     SINCE MIDNIGHT.                                         *
091600*===========================================================*
091700 7000-TIME-TO-SECONDS.
091800     COMPUTE WS-TIME-SECS =
091900         WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
092000 7000-TIME-TO-SECONDS-EXIT.
092100     EXIT.
092200*
092300*===========================================================*
092400* 8000-PRINT-TOTALS                                          *
092500*===========================================================*
092600 8000-PRINT-TOTALS.
092700     MOVE SPACES                   TO WS-TOTAL-LINE.
092800     MOVE "AUDIT LOG RECORDS READ"  TO TL-LABEL.
092900     MOVE WS-LOG-READ-COUNT        TO TL-VALUE.
093000     WRITE SECRPT-RECORD FROM WS-TOTAL-LINE.
093100     MOVE SPACES                   TO WS-TOTAL-LINE.
093200     MOVE "DEALS AUDITED"          TO TL-LABEL.
093300     MOVE WS-DEAL-COUNT            TO TL-VALUE.
093400     WRITE SECRPT-RECORD FROM WS-TOTAL-LINE.
093500     MOVE SPACES                   TO WS-TOTAL-LINE.
093600     MOVE "DUEL SECOND HALVES (DEAL COUNTED ONCE)"
093700                                   TO TL-LABEL.
093800     MOVE WS-DUEL-HALF-COUNT       TO TL-VALUE.
093900     WRITE SECRPT-RECORD FROM WS-TOTAL-LINE.
094000     MOVE SPACES                   TO WS-TOTAL-LINE.
094100     MOVE "PRACTICE GAMES LEFT OUT" TO TL-LABEL.
094200     MOVE WS-PRACTICE-COUNT        TO TL-VALUE.
094300     WRITE SECRPT-RECORD FROM WS-TOTAL-LINE.
094400     MOVE SPACES                   TO WS-TOTAL-LINE.
094500     MOVE "PIN EVENTS LEFT OUT"    TO TL-LABEL.
094600     MOVE WS-PIN-EVENT-COUNT       TO TL-VALUE.
094700     WRITE SECRPT-RECORD FROM WS-TOTAL-LINE.
094800     MOVE SPACES                   TO WS-TOTAL-LINE.
094900     MOVE "BATCH DECK GAMES LEFT OUT" TO TL-LABEL.
095000     MOVE WS-BATCH-COUNT           TO TL-VALUE.
095100     WRITE SECRPT-RECORD FROM WS-TOTAL-LINE.
095200     MOVE SPACES                   TO WS-TOTAL-LINE.
095300     MOVE "OUTSIDE THE AUDIT PERIOD" TO TL-LABEL.
095400     MOVE WS-OUT-OF-RANGE-COUNT    TO TL-VALUE.
095500     WRITE SECRPT-RECORD FROM WS-TOTAL-LINE.
095600     MOVE SPACES                   TO WS-TOTAL-LINE.
095700     MOVE "UNREADABLE SECRET (LEFT OUT)" TO TL-LABEL.
095800     MOVE WS-BAD-SECRET-COUNT      TO TL-VALUE.
095900     WRITE SECRPT-RECORD FROM WS-TOTAL-LINE.
096000     MOVE SPACES                   TO WS-TOTAL-LINE.
096100     MOVE "BANDS FLAGGED"          TO TL-LABEL.
096200     MOVE WS-FLAGGED-BAND-COUNT    TO TL-VALUE.
096300     WRITE SECRPT-RECORD FROM WS-TOTAL-LINE.
096400     MOVE SPACES                   TO WS-TOTAL-LINE.
096500     MOVE "SHARED-SECRET PAIRS LISTED" TO TL-LABEL.
096600     MOVE WS-SHARED-PAIR-COUNT     TO TL-VALUE.
096700     WRITE SECRPT-RECORD FROM WS-TOTAL-LINE.
096800     MOVE SPACES                   TO WS-TOTAL-LINE.
096900     MOVE "REPEATED SECRETS LISTED" TO TL-LABEL.
097000     MOVE WS-REPEAT-COUNT          TO TL-VALUE.
097100     WRITE SECRPT-RECORD FROM WS-TOTAL-LINE.
097200 8000-PRINT-TOTALS-EXIT.
097300     EXIT.
097400*
097500*===========================================================*
097600* 0800-CHECK-RUN-CONTROL                                     *
097700*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
097800*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
097900*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
098000*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
098100*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
098200*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
098300*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
098400*===========================================================*
098500 0800-CHECK-RUN-CONTROL.
098600     MOVE "NWSECAUD" TO WS-RUN-JOB-NAME.
098700     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
098800     ACCEPT WS-RUN-START-TIME FROM TIME.
098900     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
099000     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
099100         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
099200         COMPUTE WS-RUN-DATE-INTEGER =
099300             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
099400         COMPUTE WS-RUN-DATE-8 =
099500             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
099600         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
099700     END-IF.
099800*
099900     OPEN I-O RUNCTL-FILE.
100000     IF WS-RUNCTL-STATUS = "35"
100100         OPEN OUTPUT RUNCTL-FILE
100200         CLOSE RUNCTL-FILE
100300         OPEN I-O RUNCTL-FILE
100400     END-IF.
100500     IF WS-RUNCTL-STATUS NOT = "00"
100600         DISPLAY "NWSECAUD: NWRUNCTL COULD NOT BE OPENED - "
100700             "FILE STATUS " WS-RUNCTL-STATUS
100800             " - RUN NOT RECORDED ON THE LEDGER."
100900         GO TO 0800-CHECK-RUN-CONTROL-EXIT
101000     END-IF.
101100     MOVE 'Y' TO WS-RUN-LEDGER-SW.
101200*
101300     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
101400     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
101500     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
101600     READ RUNCTL-FILE
101700         INVALID KEY
101800             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
101900             MOVE SPACES TO RUNCTL-RECORD
102000             MOVE ZERO   TO RUN-ATTEMPT-COUNT
102100     END-READ.
102200     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
102300     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
102400     MOVE 'S'               TO RUN-STATUS.
102500     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
102600     MOVE ZERO              TO RUN-END-TIME
102700                               RUN-COND-CODE
102800                               RUN-RECS-READ
102900                               RUN-RECS-WRITTEN
103000                               RUN-RECS-EXCEPTED.
103100     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
103200         MOVE ZERO TO RUN-ATTEMPT-COUNT
103300     END-IF.
103400     IF RUN-ATTEMPT-COUNT < 99
103500         ADD 1 TO RUN-ATTEMPT-COUNT
103600     END-IF.
103700     MOVE SPACES            TO RUN-REFUSED-FOR.
103800     IF WS-RUN-IS-REFUSED
103900         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
104000     END-IF.
104100     IF WS-RUN-REC-WAS-FOUND
104200         REWRITE RUNCTL-RECORD
104300     ELSE
104400         WRITE RUNCTL-RECORD
104500     END-IF.
104600     CLOSE RUNCTL-FILE.
104700 0800-CHECK-RUN-CONTROL-EXIT.
104800     EXIT.
104900*
105000*===========================================================*
105100* 9800-RECORD-RUN-END                                        *
105200*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
105300*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
105400*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
105500*     CODE IS FINAL.                                         *
105600*===========================================================*
105700 9800-RECORD-RUN-END.
105800     IF NOT WS-RUN-LEDGER-IS-USABLE
105900         GO TO 9800-RECORD-RUN-END-EXIT
106000     END-IF.
106100     OPEN I-O RUNCTL-FILE.
106200     IF WS-RUNCTL-STATUS NOT = "00"
106300         DISPLAY "NWSECAUD: NWRUNCTL COULD NOT BE REOPENED - "
106400             "FILE STATUS " WS-RUNCTL-STATUS
106500             " - RUN END NOT RECORDED."
106600         GO TO 9800-RECORD-RUN-END-EXIT
106700     END-IF.
106800     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
106900     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
107000     READ RUNCTL-FILE
107100         INVALID KEY
107200             DISPLAY "NWSECAUD: NWRUNCTL RECORD FOR THIS RUN "
107300                 "IS MISSING - RUN END NOT RECORDED."
107400             CLOSE RUNCTL-FILE
107500             GO TO 9800-RECORD-RUN-END-EXIT
107600     END-READ.
107700     ACCEPT RUN-END-TIME FROM TIME.
107800     MOVE RETURN-CODE TO RUN-COND-CODE.
107900     EVALUATE TRUE
108000         WHEN WS-RUN-IS-REFUSED
108100             MOVE 'R' TO RUN-STATUS
108200         WHEN WS-RUN-HAD-NO-WORK
108300             MOVE 'N' TO RUN-STATUS
108400         WHEN RETURN-CODE = ZERO
108500             MOVE 'C' TO RUN-STATUS
108600         WHEN RETURN-CODE = 4
108700             MOVE 'W' TO RUN-STATUS
108800         WHEN OTHER
108900             MOVE 'F' TO RUN-STATUS
109000     END-EVALUATE.
109100     MOVE WS-LOG-READ-COUNT      TO RUN-RECS-READ.
109200     MOVE WS-DEAL-COUNT          TO RUN-RECS-WRITTEN.
109300     COMPUTE RUN-RECS-EXCEPTED =
109400         WS-FLAGGED-BAND-COUNT
109500       + WS-SHARED-PAIR-COUNT.
109600     REWRITE RUNCTL-RECORD.
109700     CLOSE RUNCTL-FILE.
109800 9800-RECORD-RUN-END-EXIT.
109900     EXIT.
