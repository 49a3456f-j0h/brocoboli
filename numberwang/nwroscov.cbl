000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NWROSCOV.
000300 AUTHOR.        R ALLAN.
000400 INSTALLATION.  SHIFT-READINESS TRAINING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                               *
001200* 2026-10-15 RA    ORIGINAL SHIFT-ROSTER COVERAGE REPORT -   *
001300*                  WALKS EVERY SHIFT (DATE AND BAND 00-08,   *
001400*                  08-16, 16-24) IN THE REPORTING WINDOW AND *
001500*                  MATCHES EACH OPERATOR ROSTERED ON IT IN   *
001600*                  NWROSTER AGAINST THEIR NWCERTF STATUS AND *
001700*                  THEIR AUTHOP ACTIVE/LOCKOUT STATE AND     *
001800*                  CREW. FLAGS ROSTERED OPERATORS WHO ARE    *
001900*                  NOT READY, NOT YET GRADED, LOCKED OUT,    *
002000*                  INACTIVE OR NOT ON AUTHOP, AND THOSE WITH *
002100*                  NO DRILL SESSION ON NWLOG IN THE SHIFT'S  *
002200*                  BAND WITHIN THE LOOK-BACK. A SHIFT WITH   *
002300*                  FEWER CERTIFIED OPERATORS ABLE TO SIGN ON *
002400*                  THAN THE MINIMUM - INCLUDING A SHIFT WITH *
002500*                  NOBODY ROSTERED - IS FLAGGED BELOW        *
002600*                  MINIMUM. THE RUN IS RECORDED ON THE       *
002700*                  NWRUNCTL LEDGER.                          *
002800*-----------------------------------------------------------*
002900*
003000 ENVIRONMENT DIVISION.
003100 CONFIGURATION SECTION.
003200 SOURCE-COMPUTER.  IBM-370.
003300 OBJECT-COMPUTER.  IBM-370.
003400*
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT COVCARD-FILE ASSIGN TO COVCARD
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS WS-COVCARD-STATUS.
004000     SELECT ROSTER-FILE ASSIGN TO NWROSTER
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS ROS-KEY
004400         FILE STATUS IS WS-ROSTER-STATUS.
004500     SELECT AUTH-FILE ASSIGN TO AUTHOP
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS AUT-OPERATOR-ID
004900         FILE STATUS IS WS-AUTH-STATUS.
005000     SELECT CERT-FILE ASSIGN TO NWCERTF
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS CER-OPERATOR-ID
005400         FILE STATUS IS WS-CERT-STATUS.
005500     SELECT LOG-FILE ASSIGN TO NWLOG
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS WS-LOG-STATUS.
005800     SELECT COVRPT-FILE ASSIGN TO NWROSCVR
005900         ORGANIZATION IS SEQUENTIAL.
006000     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS RUN-KEY
006400         FILE STATUS IS WS-RUNCTL-STATUS.
006500*
006600 DATA DIVISION.
006700 FILE SECTION.
006800*
006900 FD  COVCARD-FILE
007000     RECORDING MODE IS F
007100     LABEL RECORDS ARE STANDARD
007200     RECORD CONTAINS 80 CHARACTERS.
007300 01  COVCARD-RECORD.
007400     COPY CPYRCC01.
007500*
007600 FD  ROSTER-FILE
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  ROSTER-RECORD.
007900     COPY CPYROS01.
008000*
008100 FD  AUTH-FILE
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  AUTH-RECORD.
008400     COPY CPYAUT01.
008500*
008600 FD  CERT-FILE
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  CERT-RECORD.
008900     COPY CPYCER01.
009000*
009100 FD  LOG-FILE
009200     RECORDING MODE IS F
009300     LABEL RECORDS ARE STANDARD
009400     RECORD CONTAINS 535 CHARACTERS.
009500 01  LOG-RECORD.
009600     COPY CPYLOG01.
009700*
009800 FD  COVRPT-FILE
009900     RECORDING MODE IS F
010000     LABEL RECORDS ARE STANDARD
010100     RECORD CONTAINS 133 CHARACTERS.
010200 01  COVRPT-RECORD          PIC X(133).
010300*
010400 FD  RUNCTL-FILE
010500     RECORD CONTAINS 80 CHARACTERS.
010600 01  RUNCTL-RECORD.
010700     COPY CPYRUN01.
010800*
010900 WORKING-STORAGE SECTION.
011000*
011100 77  WS-COVCARD-STATUS       PIC X(02) VALUE "00".
011200 77  WS-ROSTER-STATUS        PIC X(02) VALUE "00".
011300 77  WS-AUTH-STATUS          PIC X(02) VALUE "00".
011400 77  WS-CERT-STATUS          PIC X(02) VALUE "00".
011500 77  WS-LOG-STATUS           PIC X(02) VALUE "00".
011600 77  WS-ROSTER-EOF-SW        PIC X(01) VALUE 'N'.
011700     88  WS-ROSTER-AT-END           VALUE 'Y'.
011800 77  WS-LOG-EOF-SW           PIC X(01) VALUE 'N'.
011900     88  WS-LOG-AT-END              VALUE 'Y'.
012000 77  WS-LOG-OPEN-SW          PIC X(01) VALUE 'N'.
012100     88  WS-LOG-FILE-WAS-OPENED     VALUE 'Y'.
012200 77  WS-AUTH-FOUND-SW        PIC X(01) VALUE 'N'.
012300     88  WS-AUTH-WAS-FOUND          VALUE 'Y'.
012400 77  WS-CERT-FOUND-SW        PIC X(01) VALUE 'N'.
012500     88  WS-CERT-WAS-FOUND          VALUE 'Y'.
012600 77  WS-OPERATOR-FLAGGED-SW  PIC X(01) VALUE 'N'.
012700     88  WS-OPERATOR-IS-FLAGGED     VALUE 'Y'.
012800*
012900*-----------------------------------------------------------*
013000* REPORTING LIMITS - HOUSE DEFAULTS, OVERRIDDEN FROM THE     *
013100* COVCARD CARD WHEN ONE IS SUPPLIED.                         *
013200*-----------------------------------------------------------*
013300 77  WS-FROM-DATE            PIC 9(06) VALUE ZERO.
013400 77  WS-TO-DATE              PIC 9(06) VALUE ZERO.
013500 77  WS-WINDOW-DAYS          PIC 9(02) VALUE 6.
013600 77  WS-MIN-CERTIFIED        PIC 9(02) VALUE 2.
013700 77  WS-LOOKBACK-DAYS        PIC 9(03) VALUE 30.
013800 77  WS-DRILL-SINCE-DATE     PIC 9(06) VALUE ZERO.
013900*
014000 77  WS-DATE-8               PIC 9(08) VALUE ZERO.
014100 77  WS-DATE-INTEGER         PIC S9(08) COMP VALUE ZERO.
014200 01  WS-DATE-8-VIEW.
014300     05  FILLER              PIC 9(02).
014400     05  WS-DATE-6           PIC 9(06).
014500 01  WS-CHECK-DATE.
014600     05  WS-CHECK-YY         PIC 9(02).
014700     05  WS-CHECK-MM         PIC 9(02).
014800     05  WS-CHECK-DD         PIC 9(02).
014900 77  WS-CHECK-DATE-SW        PIC X(01) VALUE 'N'.
015000     88  WS-CHECK-DATE-IS-VALID     VALUE 'Y'.
015100 77  WS-LOG-HOUR             PIC 9(02) VALUE ZERO.
015200 77  WS-LOG-BAND             PIC 9(01) VALUE ZERO.
015300*
015400*-----------------------------------------------------------*
015500* THE SHIFT BEING REPORTED, AND THE SHIFT OF THE ROSTER      *
015600* RECORD IN HAND. BOTH ARE DATE THEN BAND SO THEY COMPARE IN *
015700* SHIFT ORDER.                                               *
015800*-----------------------------------------------------------*
015900 01  WS-SHIFT-KEY.
016000     05  WS-SHIFT-DATE       PIC 9(06).
016100     05  WS-SHIFT-BAND       PIC 9(01).
016200 01  WS-ROSTER-SHIFT-KEY.
016300     05  WS-ROSTER-SHIFT-DATE PIC 9(06).
016400     05  WS-ROSTER-SHIFT-BAND PIC 9(01).
016500*
016600 01  WS-BAND-LABELS.
016700     05  FILLER              PIC X(05) VALUE "00-08".
016800     05  FILLER              PIC X(05) VALUE "08-16".
016900     05  FILLER              PIC X(05) VALUE "16-24".
017000 01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
017100     05  WS-BAND-LABEL       PIC X(05) OCCURS 3 TIMES.
017200*
017300*-----------------------------------------------------------*
017400* LATEST DRILL SESSION PER OPERATOR PER BAND, FROM NWLOG.    *
017500* A ZERO DATE MEANS NO DRILL IN THAT BAND WITHIN THE         *
017600* LOOK-BACK.                                                 *
017700*-----------------------------------------------------------*
017800 77  WS-DRL-MAX              PIC S9(4) COMP VALUE 1000.
017900 77  WS-DRL-COUNT            PIC S9(4) COMP VALUE ZERO.
018000 77  WS-DRL-IDX              PIC S9(4) COMP VALUE ZERO.
018100 77  WS-DRL-SUB              PIC S9(4) COMP VALUE ZERO.
018200 77  WS-DRL-FIND-ID          PIC X(08) VALUE SPACES.
018300 01  WS-DRILL-TABLE.
018400     05  WS-DRILL-ENTRY OCCURS 1000 TIMES.
018500         10  DRL-OPERATOR-ID     PIC X(08).
018600         10  DRL-LAST-DATE       PIC 9(06) OCCURS 3 TIMES.
018700*
018800*-----------------------------------------------------------*
018900* COUNTS - PER SHIFT AND FOR THE RUN.                        *
019000*-----------------------------------------------------------*
019100 77  WS-SHIFT-ROSTERED       PIC 9(04) COMP VALUE ZERO.
019200 77  WS-SHIFT-CERTIFIED      PIC 9(04) COMP VALUE ZERO.
019300 77  WS-SHIFT-COUNT          PIC 9(06) COMP VALUE ZERO.
019400 77  WS-BELOW-MIN-COUNT      PIC 9(06) COMP VALUE ZERO.
019500 77  WS-ROSTERED-COUNT       PIC 9(06) COMP VALUE ZERO.
019600 77  WS-FLAGGED-COUNT        PIC 9(06) COMP VALUE ZERO.
019700 77  WS-NOT-READY-COUNT      PIC 9(06) COMP VALUE ZERO.
019800 77  WS-NOT-GRADED-COUNT     PIC 9(06) COMP VALUE ZERO.
019900 77  WS-LOCKED-COUNT         PIC 9(06) COMP VALUE ZERO.
020000 77  WS-INACTIVE-COUNT       PIC 9(06) COMP VALUE ZERO.
020100 77  WS-NO-DRILL-COUNT       PIC 9(06) COMP VALUE ZERO.
020200 77  WS-LOG-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
020300 77  WS-UNTABLED-COUNT       PIC 9(06) COMP VALUE ZERO.
020400*
020500 01  WS-RUN-CONTROL.
020600     COPY CPYRUW01.
020700*
020800 01  WS-CRIT-LINE-1.
020900     05  FILLER              PIC X(12) VALUE "SHIFTS FROM ".
021000     05  CR-FROM-DATE        PIC 9(06).
021100     05  FILLER              PIC X(04) VALUE " TO ".
021200     05  CR-TO-DATE          PIC 9(06).
021300     05  FILLER              PIC X(38) VALUE
021400         "   MINIMUM CERTIFIED OPERATORS/SHIFT ".
021500     05  CR-MIN-CERTIFIED    PIC Z9.
021600     05  FILLER              PIC X(65) VALUE SPACES.
021700 01  WS-CRIT-LINE-2.
021800     05  FILLER              PIC X(33) VALUE
021900         "DRILL SESSIONS COUNTED FROM DATE ".
022000     05  CR-DRILL-SINCE      PIC 9(06).
022100     05  FILLER              PIC X(02) VALUE " (".
022200     05  CR-LOOKBACK-DAYS    PIC ZZ9.
022300     05  FILLER              PIC X(33) VALUE
022400         " DAYS), IN THE SAME SHIFT BAND".
022500     05  FILLER              PIC X(56) VALUE SPACES.
022600*
022700 01  WS-SHIFT-HEADER-LINE.
022800     05  FILLER              PIC X(05) VALUE "DATE ".
022900     05  SH-DATE             PIC 9(06).
023000     05  FILLER              PIC X(08) VALUE "  SHIFT ".
023100     05  SH-BAND-LABEL       PIC X(05).
023200     05  FILLER              PIC X(109) VALUE SPACES.
023300*
023400 01  WS-DETAIL-LINE.
023500     05  FILLER              PIC X(04).
023600     05  DL-OPERATOR-ID      PIC X(08).
023700     05  FILLER              PIC X(02).
023800     05  DL-NAME             PIC X(20).
023900     05  FILLER              PIC X(02).
024000     05  DL-CREW             PIC X(04).
024100     05  FILLER              PIC X(02).
024200     05  DL-CERT-STATUS      PIC X(12).
024300     05  FILLER              PIC X(02).
024400     05  DL-EVAL-DATE        PIC X(06).
024500     05  FILLER              PIC X(02).
024600     05  DL-SIGN-ON          PIC X(11).
024700     05  FILLER              PIC X(02).
024800     05  DL-LAST-DRILL       PIC X(06).
024900     05  FILLER              PIC X(02).
025000     05  DL-CERT-FLAG        PIC X(12).
025100     05  FILLER              PIC X(01).
025200     05  DL-SIGN-ON-FLAG     PIC X(14).
025300     05  FILLER              PIC X(01).
025400     05  DL-DRILL-FLAG       PIC X(08).
025500     05  FILLER              PIC X(12).
025600*
025700 01  WS-SHIFT-SUMMARY-LINE.
025800     05  FILLER              PIC X(04) VALUE SPACES.
025900     05  FILLER              PIC X(31) VALUE
026000         "CERTIFIED AND ABLE TO SIGN ON:".
026100     05  SS-CERTIFIED        PIC ZZZ9.
026200     05  FILLER              PIC X(04) VALUE " OF ".
026300     05  SS-ROSTERED         PIC ZZZ9.
026400     05  FILLER              PIC X(19) VALUE
026500         " ROSTERED (MINIMUM ".
026600     05  SS-MINIMUM          PIC Z9.
026700     05  FILLER              PIC X(01) VALUE ")".
026800     05  FILLER              PIC X(02) VALUE SPACES.
026900     05  SS-BELOW-FLAG       PIC X(23).
027000     05  FILLER              PIC X(39) VALUE SPACES.
027100*
027200 01  WS-EMPTY-SHIFT-LINE.
027300     05  FILLER              PIC X(04) VALUE SPACES.
027400     05  FILLER              PIC X(31) VALUE
027500         "NO OPERATORS ROSTERED (MINIMUM ".
027600     05  ES-MINIMUM          PIC Z9.
027700     05  FILLER              PIC X(01) VALUE ")".
027800     05  FILLER              PIC X(02) VALUE SPACES.
027900     05  FILLER              PIC X(23) VALUE
028000         "*** BELOW MINIMUM ***".
028100     05  FILLER              PIC X(70) VALUE SPACES.
028200*
028300 01  WS-TOTAL-LINE.
028400     05  TL-LABEL            PIC X(40).
028500     05  FILLER              PIC X(02).
028600     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
028700     05  FILLER              PIC X(80).
028800*
028900 01  WS-HEADING-LINE-1       PIC X(133) VALUE
029000     "NUMBERWANG SHIFT-ROSTER COVERAGE REPORT".
029100 01  WS-COLUMN-LINE.
029200     05  FILLER              PIC X(50) VALUE
029300         "    OPERATOR  NAME                  CREW  CERT STA".
029400     05  FILLER              PIC X(83) VALUE
029500         "TUS   EVAL    SIGN-ON      DRILL   FLAGS".
029600 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
029700 01  WS-NO-ROSTER-LINE       PIC X(133) VALUE
029800     "NWROSTER COULD NOT BE OPENED - NO COVERAGE REPORTED. SEE CON
029900-    "SOLE LOG.".
030000 01  WS-NO-AUTH-LINE         PIC X(133) VALUE
030100     "AUTHOP COULD NOT BE OPENED - NO COVERAGE REPORTED. SEE CONSO
030200-    "LE LOG.".
030300 01  WS-NO-CERT-LINE         PIC X(133) VALUE
030400     "NWCERTF COULD NOT BE OPENED - NO COVERAGE REPORTED. SEE CONS
030500-    "OLE LOG.".
030600 01  WS-NO-LOG-LINE          PIC X(133) VALUE
030700     "NWLOG COULD NOT BE OPENED - THE NO-DRILL FLAG WAS NOT CHECKE
030800-    "D. SEE CONSOLE LOG.".
030900 01  WS-BAD-WINDOW-LINE      PIC X(133) VALUE
031000     "THE COVCARD TO DATE IS BEFORE ITS FROM DATE - NO COVERAGE RE
031100-    "PORTED.".
031200 01  WS-UNTABLED-LINE        PIC X(133) VALUE
031300     "SOME DRILL SESSIONS WERE NOT TABLED - THE OPERATOR TABLE FIL
031400-    "LED. NO-DRILL FLAGS MAY BE OVERSTATED.".
031500 01  WS-REFUSED-LINE         PIC X(133) VALUE
031600     "RUN REFUSED - NWCERT HAS NOT COMPLETED CLEANLY FOR THIS BUSI
031700-    "NESS DATE. SEE CONSOLE LOG.".
031800*
031900 PROCEDURE DIVISION.
032000*
032100*===========================================================*
032200* 0000-MAINLINE                                              *
032300*===========================================================*
032400 0000-MAINLINE.
032500     OPEN OUTPUT COVRPT-FILE.
032600     WRITE COVRPT-RECORD FROM WS-HEADING-LINE-1.
032700*
032800     PERFORM 0800-CHECK-RUN-CONTROL
032900         THRU 0800-CHECK-RUN-CONTROL-EXIT.
033000     IF WS-RUN-IS-REFUSED
033100         WRITE COVRPT-RECORD FROM WS-REFUSED-LINE
033200         MOVE 12 TO RETURN-CODE
033300         GO TO 0000-MAINLINE-WRAP-UP
033400     END-IF.
033500*
033600     PERFORM 0100-READ-COVERAGE-CARD
033700         THRU 0100-READ-COVERAGE-CARD-EXIT.
033800     MOVE WS-FROM-DATE        TO CR-FROM-DATE.
033900     MOVE WS-TO-DATE          TO CR-TO-DATE.
034000     MOVE WS-MIN-CERTIFIED    TO CR-MIN-CERTIFIED.
034100     MOVE WS-DRILL-SINCE-DATE TO CR-DRILL-SINCE.
034200     MOVE WS-LOOKBACK-DAYS    TO CR-LOOKBACK-DAYS.
034300     WRITE COVRPT-RECORD FROM WS-CRIT-LINE-1.
034400     WRITE COVRPT-RECORD FROM WS-CRIT-LINE-2.
034500     WRITE COVRPT-RECORD FROM WS-BLANK-LINE.
034600     IF WS-TO-DATE < WS-FROM-DATE
034700         WRITE COVRPT-RECORD FROM WS-BAD-WINDOW-LINE
034800         MOVE 8 TO RETURN-CODE
034900         GO TO 0000-MAINLINE-WRAP-UP
035000     END-IF.
035100*
035200     OPEN INPUT ROSTER-FILE.
035300     IF WS-ROSTER-STATUS NOT = "00"
035400         DISPLAY "NWROSCOV: NWROSTER COULD NOT BE OPENED - "
035500             "FILE STATUS " WS-ROSTER-STATUS
035600         WRITE COVRPT-RECORD FROM WS-NO-ROSTER-LINE
035700         MOVE 8 TO RETURN-CODE
035800         GO TO 0000-MAINLINE-WRAP-UP
035900     END-IF.
036000     OPEN INPUT AUTH-FILE.
036100     IF WS-AUTH-STATUS NOT = "00"
036200         DISPLAY "NWROSCOV: AUTHOP COULD NOT BE OPENED - "
036300             "FILE STATUS " WS-AUTH-STATUS
036400         WRITE COVRPT-RECORD FROM WS-NO-AUTH-LINE
036500         CLOSE ROSTER-FILE
036600         MOVE 8 TO RETURN-CODE
036700         GO TO 0000-MAINLINE-WRAP-UP
036800     END-IF.
036900     OPEN INPUT CERT-FILE.
037000     IF WS-CERT-STATUS NOT = "00"
037100         DISPLAY "NWROSCOV: NWCERTF COULD NOT BE OPENED - "
037200             "FILE STATUS " WS-CERT-STATUS
037300         WRITE COVRPT-RECORD FROM WS-NO-CERT-LINE
037400         CLOSE ROSTER-FILE
037500         CLOSE AUTH-FILE
037600         MOVE 8 TO RETURN-CODE
037700         GO TO 0000-MAINLINE-WRAP-UP
037800     END-IF.
037900*
038000     PERFORM 1000-LOAD-DRILLS
038100         THRU 1000-LOAD-DRILLS-EXIT.
038200     IF NOT WS-LOG-FILE-WAS-OPENED
038300         WRITE COVRPT-RECORD FROM WS-NO-LOG-LINE
038400         WRITE COVRPT-RECORD FROM WS-BLANK-LINE
038500         MOVE 8 TO RETURN-CODE
038600     END-IF.
038700     IF WS-UNTABLED-COUNT > ZERO
038800         WRITE COVRPT-RECORD FROM WS-UNTABLED-LINE
038900         WRITE COVRPT-RECORD FROM WS-BLANK-LINE
039000     END-IF.
039100     WRITE COVRPT-RECORD FROM WS-COLUMN-LINE.
039200     WRITE COVRPT-RECORD FROM WS-BLANK-LINE.
039300*
039400     MOVE WS-FROM-DATE TO WS-SHIFT-DATE.
039500     MOVE 1            TO WS-SHIFT-BAND.
039600     PERFORM 2000-READ-ROSTER
039700         THRU 2000-READ-ROSTER-EXIT.
039800     PERFORM 3000-REPORT-ONE-SHIFT
039900         THRU 3000-REPORT-ONE-SHIFT-EXIT
040000         UNTIL WS-SHIFT-DATE > WS-TO-DATE.
040100*
040200     CLOSE ROSTER-FILE.
040300     CLOSE AUTH-FILE.
040400     CLOSE CERT-FILE.
040500     PERFORM 8000-PRINT-TOTALS
040600         THRU 8000-PRINT-TOTALS-EXIT.
040700     IF (WS-BELOW-MIN-COUNT > ZERO
040800         OR WS-FLAGGED-COUNT > ZERO
040900         OR WS-UNTABLED-COUNT > ZERO)
041000         AND RETURN-CODE < 4
041100         MOVE 4 TO RETURN-CODE
041200     END-IF.
041300*
041400 0000-MAINLINE-WRAP-UP.
041500     CLOSE COVRPT-FILE.
041600     PERFORM 9800-RECORD-RUN-END
041700         THRU 9800-RECORD-RUN-END-EXIT.
041800     STOP RUN.
041900*
042000*===========================================================*
042100* 0100-READ-COVERAGE-CARD                                    *
042200*     SETS THE HOUSE DEFAULTS - THE RUN DATE AND THE SIX     *
042300*     DAYS AFTER IT - THEN READS THE OPTIONAL COVCARD CARD   *
042400*     AND WORKS OUT THE FIRST DATE A DRILL STILL COUNTS.     *
042500*===========================================================*
042600 0100-READ-COVERAGE-CARD.
042700     MOVE WS-RUN-CAL-DATE TO WS-FROM-DATE.
042800     MOVE ZERO            TO WS-TO-DATE.
042900     OPEN INPUT COVCARD-FILE.
043000     IF WS-COVCARD-STATUS NOT = "00"
043100         GO TO 0100-READ-COVERAGE-CARD-DATES
043200     END-IF.
043300     READ COVCARD-FILE
043400         AT END
043500             CONTINUE
043600         NOT AT END
043700             PERFORM 0150-APPLY-CARD-FIELDS
043800                 THRU 0150-APPLY-CARD-FIELDS-EXIT
043900     END-READ.
044000     CLOSE COVCARD-FILE.
044100 0100-READ-COVERAGE-CARD-DATES.
044200     IF WS-TO-DATE = ZERO
044300         COMPUTE WS-DATE-8 = 20000000 + WS-FROM-DATE
044400         COMPUTE WS-DATE-INTEGER =
044500             FUNCTION INTEGER-OF-DATE(WS-DATE-8) + WS-WINDOW-DAYS
044600         COMPUTE WS-DATE-8 =
044700             FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
044800         MOVE WS-DATE-8 TO WS-DATE-8-VIEW
044900         MOVE WS-DATE-6 TO WS-TO-DATE
045000     END-IF.
045100     COMPUTE WS-DATE-8 = 20000000 + WS-RUN-CAL-DATE.
045200     COMPUTE WS-DATE-INTEGER =
045300         FUNCTION INTEGER-OF-DATE(WS-DATE-8) - WS-LOOKBACK-DAYS.
045400     COMPUTE WS-DATE-8 =
045500         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
045600     MOVE WS-DATE-8 TO WS-DATE-8-VIEW.
045700     MOVE WS-DATE-6 TO WS-DRILL-SINCE-DATE.
045800 0100-READ-COVERAGE-CARD-EXIT.
045900     EXIT.
046000*
046100*===========================================================*
046200* 0150-APPLY-CARD-FIELDS                                     *
046300*     TAKES EACH COVCARD FIELD THAT IS NUMERIC AND NOT ZERO. *
046400*     A WINDOW DATE THAT IS NOT A CALENDAR DATE IS IGNORED   *
046500*     AND REPORTED ON THE CONSOLE. A FROM DATE ALONE REPORTS *
046600*     THAT DAY AND THE SIX AFTER IT.                         *
046700*===========================================================*
046800 0150-APPLY-CARD-FIELDS.
046900     IF RCC-FROM-DATE IS NUMERIC
047000         AND RCC-FROM-DATE > ZERO
047100         MOVE RCC-FROM-DATE TO WS-CHECK-DATE
047200         PERFORM 0160-CHECK-CARD-DATE
047300             THRU 0160-CHECK-CARD-DATE-EXIT
047400         IF WS-CHECK-DATE-IS-VALID
047500             MOVE RCC-FROM-DATE TO WS-FROM-DATE
047600         END-IF
047700     END-IF.
047800     IF RCC-TO-DATE IS NUMERIC
047900         AND RCC-TO-DATE > ZERO
048000         MOVE RCC-TO-DATE TO WS-CHECK-DATE
048100         PERFORM 0160-CHECK-CARD-DATE
048200             THRU 0160-CHECK-CARD-DATE-EXIT
048300         IF WS-CHECK-DATE-IS-VALID
048400             MOVE RCC-TO-DATE TO WS-TO-DATE
048500         END-IF
048600     END-IF.
048700     IF RCC-MIN-CERTIFIED IS NUMERIC
048800         AND RCC-MIN-CERTIFIED > ZERO
048900         MOVE RCC-MIN-CERTIFIED TO WS-MIN-CERTIFIED
049000     END-IF.
049100     IF RCC-LOOKBACK-DAYS IS NUMERIC
049200         AND RCC-LOOKBACK-DAYS > ZERO
049300         MOVE RCC-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
049400     END-IF.
049500 0150-APPLY-CARD-FIELDS-EXIT.
049600     EXIT.
049700*
049800 0160-CHECK-CARD-DATE.
049900     MOVE 'Y' TO WS-CHECK-DATE-SW.
050000     IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
050100         OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
050200         MOVE 'N' TO WS-CHECK-DATE-SW
050300         DISPLAY "NWROSCOV: COVCARD DATE " WS-CHECK-DATE
050400             " IS NOT A CALENDAR DATE - IGNORED."
050500     END-IF.
050600 0160-CHECK-CARD-DATE-EXIT.
050700     EXIT.
050800*
050900*===========================================================*
051000* 1000-LOAD-DRILLS                                           *
051100*     ONE PASS OF THE AUDIT LOG. EVERY GAME SESSION (SOLVED, *
051200*     FAILED OR INCOMPLETE - NOT BATCH PLAY) DATED ON OR     *
051300*     AFTER THE LOOK-BACK DATE IS A DRILL IN THE BAND ITS    *
051400*     LOG-TIME FALLS IN, AND THE OPERATOR'S LATEST DRILL IN  *
051500*     EACH BAND IS KEPT. THE BANDS FOLLOW NWSHFRPT.          *
051600*===========================================================*
051700 1000-LOAD-DRILLS.
051800     OPEN INPUT LOG-FILE.
051900     IF WS-LOG-STATUS NOT = "00"
052000         DISPLAY "NWROSCOV: NWLOG COULD NOT BE OPENED - "
052100             "FILE STATUS " WS-LOG-STATUS
052200         GO TO 1000-LOAD-DRILLS-EXIT
052300     END-IF.
052400     MOVE 'Y' TO WS-LOG-OPEN-SW.
052500     PERFORM 1100-READ-LOG-RECORD
052600         THRU 1100-READ-LOG-RECORD-EXIT.
052700     PERFORM 1200-NOTE-ONE-DRILL
052800         THRU 1200-NOTE-ONE-DRILL-EXIT
052900         UNTIL WS-LOG-AT-END.
053000     CLOSE LOG-FILE.
053100 1000-LOAD-DRILLS-EXIT.
053200     EXIT.
053300*
053400 1100-READ-LOG-RECORD.
053500     READ LOG-FILE
053600         AT END
053700             MOVE 'Y' TO WS-LOG-EOF-SW
053800         NOT AT END
053900             ADD 1 TO WS-LOG-READ-COUNT
054000     END-READ.
054100     IF WS-LOG-STATUS NOT = "00" AND WS-LOG-STATUS NOT = "10"
054200         MOVE 'Y' TO WS-LOG-EOF-SW
054300     END-IF.
054400 1100-READ-LOG-RECORD-EXIT.
054500     EXIT.
054600*
054700 1200-NOTE-ONE-DRILL.
054800     IF LOG-OUTCOME NOT = "SOLVED"
054900         AND LOG-OUTCOME NOT = "FAILED"
055000         AND LOG-OUTCOME NOT = "INCOMPLETE"
055100         GO TO 1200-NOTE-ONE-DRILL-NEXT
055200     END-IF.
055300     IF LOG-OPERATOR-ID = "BATCH"
055400         OR LOG-DATE IS NOT NUMERIC
055500         OR LOG-TIME IS NOT NUMERIC
055600         GO TO 1200-NOTE-ONE-DRILL-NEXT
055700     END-IF.
055800     IF LOG-DATE < WS-DRILL-SINCE-DATE
055900         GO TO 1200-NOTE-ONE-DRILL-NEXT
056000     END-IF.
056100     MOVE LOG-TIME (1 : 2) TO WS-LOG-HOUR.
056200     IF WS-LOG-HOUR < 8
056300         MOVE 1 TO WS-LOG-BAND
056400     ELSE
056500         IF WS-LOG-HOUR < 16
056600             MOVE 2 TO WS-LOG-BAND
056700         ELSE
056800             MOVE 3 TO WS-LOG-BAND
056900         END-IF
057000     END-IF.
057100     MOVE LOG-OPERATOR-ID TO WS-DRL-FIND-ID.
057200     PERFORM 1250-FIND-OPERATOR
057300         THRU 1250-FIND-OPERATOR-EXIT.
057400     IF WS-DRL-IDX = ZERO
057500         PERFORM 1300-ADD-OPERATOR
057600             THRU 1300-ADD-OPERATOR-EXIT
057700     END-IF.
057800     IF WS-DRL-IDX = ZERO
057900         ADD 1 TO WS-UNTABLED-COUNT
058000         GO TO 1200-NOTE-ONE-DRILL-NEXT
058100     END-IF.
058200     IF LOG-DATE > DRL-LAST-DATE (WS-DRL-IDX, WS-LOG-BAND)
058300         MOVE LOG-DATE TO DRL-LAST-DATE (WS-DRL-IDX, WS-LOG-BAND)
058400     END-IF.
058500 1200-NOTE-ONE-DRILL-NEXT.
058600     PERFORM 1100-READ-LOG-RECORD
058700         THRU 1100-READ-LOG-RECORD-EXIT.
058800 1200-NOTE-ONE-DRILL-EXIT.
058900     EXIT.
059000*
059100*===========================================================*
059200* 1250-FIND-OPERATOR                                         *
059300*     SETS WS-DRL-IDX TO THE DRILL-TABLE ENTRY FOR           *
059400*     WS-DRL-FIND-ID, OR LEAVES IT AT ZERO WHEN THE OPERATOR *
059500*     HAS NOT BEEN TABLED.                                   *
059600*===========================================================*
059700 1250-FIND-OPERATOR.
059800     MOVE ZERO TO WS-DRL-IDX.
059900     PERFORM 1260-MATCH-ONE-OPERATOR
060000         THRU 1260-MATCH-ONE-OPERATOR-EXIT
060100         VARYING WS-DRL-SUB FROM 1 BY 1
060200         UNTIL WS-DRL-SUB > WS-DRL-COUNT
060300            OR WS-DRL-IDX > ZERO.
060400 1250-FIND-OPERATOR-EXIT.
060500     EXIT.
060600*
060700 1260-MATCH-ONE-OPERATOR.
060800     IF DRL-OPERATOR-ID (WS-DRL-SUB) = WS-DRL-FIND-ID
060900         MOVE WS-DRL-SUB TO WS-DRL-IDX
061000     END-IF.
061100 1260-MATCH-ONE-OPERATOR-EXIT.
061200     EXIT.
061300*
061400*===========================================================*
061500* 1300-ADD-OPERATOR                                          *
061600*     TABLES A NEW OPERATOR WITH NO DRILLS YET. LEAVES       *
061700*     WS-DRL-IDX AT ZERO WHEN THE TABLE IS FULL.             *
061800*===========================================================*
061900 1300-ADD-OPERATOR.
062000     IF WS-DRL-COUNT NOT < WS-DRL-MAX
062100         GO TO 1300-ADD-OPERATOR-EXIT
062200     END-IF.
062300     ADD 1 TO WS-DRL-COUNT.
062400     MOVE WS-DRL-COUNT   TO WS-DRL-IDX.
062500     MOVE WS-DRL-FIND-ID TO DRL-OPERATOR-ID (WS-DRL-IDX).
062600     MOVE ZERO           TO DRL-LAST-DATE (WS-DRL-IDX, 1)
062700                            DRL-LAST-DATE (WS-DRL-IDX, 2)
062800                            DRL-LAST-DATE (WS-DRL-IDX, 3).
062900 1300-ADD-OPERATOR-EXIT.
063000     EXIT.
063100*
063200*===========================================================*
063300* 2000-READ-ROSTER                                           *
063400*     READS THE NEXT NWROSTER RECORD, SKIPPING ANY FOR A     *
063500*     SHIFT BEFORE THE ONE BEING REPORTED. A RECORD PAST THE *
063600*     END OF THE WINDOW ENDS THE ROSTER - THE FILE IS IN     *
063700*     SHIFT ORDER.                                           *
063800*===========================================================*
063900 2000-READ-ROSTER.
064000     READ ROSTER-FILE
064100         AT END
064200             MOVE 'Y' TO WS-ROSTER-EOF-SW
064300             GO TO 2000-READ-ROSTER-EXIT
064400     END-READ.
064500     IF WS-ROSTER-STATUS NOT = "00"
064600         DISPLAY "NWROSCOV: NWROSTER READ FAILED - "
064700             "FILE STATUS " WS-ROSTER-STATUS
064800         MOVE 8 TO RETURN-CODE
064900         MOVE 'Y' TO WS-ROSTER-EOF-SW
065000         GO TO 2000-READ-ROSTER-EXIT
065100     END-IF.
065200     MOVE ROS-DATE TO WS-ROSTER-SHIFT-DATE.
065300     MOVE ROS-BAND TO WS-ROSTER-SHIFT-BAND.
065400     IF ROS-DATE > WS-TO-DATE
065500         MOVE 'Y' TO WS-ROSTER-EOF-SW
065600         GO TO 2000-READ-ROSTER-EXIT
065700     END-IF.
065800     IF WS-ROSTER-SHIFT-KEY < WS-SHIFT-KEY
065900         GO TO 2000-READ-ROSTER
066000     END-IF.
066100 2000-READ-ROSTER-EXIT.
066200     EXIT.
066300*
066400*===========================================================*
066500* 3000-REPORT-ONE-SHIFT                                      *
066600*     PRINTS THE SHIFT HEADER, ONE LINE PER OPERATOR         *
066700*     ROSTERED ON THE SHIFT AND THE SHIFT'S CERTIFIED COUNT  *
066800*     AGAINST THE MINIMUM, THEN MOVES ON TO THE NEXT BAND -  *
066900*     OR THE FIRST BAND OF THE NEXT DAY.                     *
067000*===========================================================*
067100 3000-REPORT-ONE-SHIFT.
067200     ADD 1 TO WS-SHIFT-COUNT.
067300     MOVE ZERO TO WS-SHIFT-ROSTERED
067400                  WS-SHIFT-CERTIFIED.
067500     MOVE WS-SHIFT-DATE TO SH-DATE.
067600     MOVE WS-BAND-LABEL (WS-SHIFT-BAND) TO SH-BAND-LABEL.
067700     WRITE COVRPT-RECORD FROM WS-SHIFT-HEADER-LINE.
067800*
067900     PERFORM 3100-REPORT-ONE-OPERATOR
068000         THRU 3100-REPORT-ONE-OPERATOR-EXIT
068100         UNTIL WS-ROSTER-AT-END
068200            OR WS-ROSTER-SHIFT-KEY NOT = WS-SHIFT-KEY.
068300*
068400     IF WS-SHIFT-ROSTERED = ZERO
068500         MOVE WS-MIN-CERTIFIED TO ES-MINIMUM
068600         WRITE COVRPT-RECORD FROM WS-EMPTY-SHIFT-LINE
068700         ADD 1 TO WS-BELOW-MIN-COUNT
068800     ELSE
068900         MOVE WS-SHIFT-CERTIFIED TO SS-CERTIFIED
069000         MOVE WS-SHIFT-ROSTERED  TO SS-ROSTERED
069100         MOVE WS-MIN-CERTIFIED   TO SS-MINIMUM
069200         MOVE SPACES             TO SS-BELOW-FLAG
069300         IF WS-SHIFT-CERTIFIED < WS-MIN-CERTIFIED
069400             MOVE "*** BELOW MINIMUM ***" TO SS-BELOW-FLAG
069500             ADD 1 TO WS-BELOW-MIN-COUNT
069600         END-IF
069700         WRITE COVRPT-RECORD FROM WS-SHIFT-SUMMARY-LINE
069800     END-IF.
069900     WRITE COVRPT-RECORD FROM WS-BLANK-LINE.
070000*
070100     IF WS-SHIFT-BAND < 3
070200         ADD 1 TO WS-SHIFT-BAND
070300         GO TO 3000-REPORT-ONE-SHIFT-EXIT
070400     END-IF.
070500     MOVE 1 TO WS-SHIFT-BAND.
070600     COMPUTE WS-DATE-8 = 20000000 + WS-SHIFT-DATE.
070700     COMPUTE WS-DATE-INTEGER =
070800         FUNCTION INTEGER-OF-DATE(WS-DATE-8) + 1.
070900     COMPUTE WS-DATE-8 =
071000         FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER).
071100     MOVE WS-DATE-8 TO WS-DATE-8-VIEW.
071200     MOVE WS-DATE-6 TO WS-SHIFT-DATE.
071300 3000-REPORT-ONE-SHIFT-EXIT.
071400     EXIT.
071500*
071600*===========================================================*
071700* 3100-REPORT-ONE-OPERATOR                                   *
071800*     LOOKS THE ROSTERED OPERATOR UP ON AUTHOP, NWCERTF AND  *
071900*     THE DRILL TABLE, PRINTS THEIR LINE WITH ANY FLAGS AND  *
072000*     COUNTS THEM TOWARDS THE SHIFT'S MINIMUM WHEN THEY ARE  *
072100*     CERTIFIED, ACTIVE AND NOT LOCKED OUT.                  *
072200*===========================================================*
072300 3100-REPORT-ONE-OPERATOR.
072400     ADD 1 TO WS-SHIFT-ROSTERED.
072500     ADD 1 TO WS-ROSTERED-COUNT.
072600     MOVE 'N'    TO WS-OPERATOR-FLAGGED-SW.
072700     MOVE SPACES TO WS-DETAIL-LINE.
072800     MOVE ROS-OPERATOR-ID TO DL-OPERATOR-ID.
072900*
073000     MOVE 'N'             TO WS-AUTH-FOUND-SW.
073100     MOVE SPACES          TO AUTH-RECORD.
073200     MOVE ROS-OPERATOR-ID TO AUT-OPERATOR-ID.
073300     READ AUTH-FILE
073400         INVALID KEY
073500             CONTINUE
073600         NOT INVALID KEY
073700             MOVE 'Y' TO WS-AUTH-FOUND-SW
073800     END-READ.
073900     IF NOT WS-AUTH-WAS-FOUND
074000         MOVE "(NOT ON AUTHOP)" TO DL-NAME
074100         MOVE "NOT ON FILE"     TO DL-SIGN-ON
074200         MOVE "NOT ON AUTHOP"   TO DL-SIGN-ON-FLAG
074300         ADD 1 TO WS-INACTIVE-COUNT
074400         MOVE 'Y' TO WS-OPERATOR-FLAGGED-SW
074500     ELSE
074600         MOVE AUT-OPERATOR-NAME TO DL-NAME
074700         MOVE AUT-CREW-CODE     TO DL-CREW
074800         EVALUATE TRUE
074900             WHEN NOT AUT-OPERATOR-IS-ACTIVE
075000                 MOVE "INACTIVE"   TO DL-SIGN-ON
075100                 MOVE "INACTIVE"   TO DL-SIGN-ON-FLAG
075200                 ADD 1 TO WS-INACTIVE-COUNT
075300                 MOVE 'Y' TO WS-OPERATOR-FLAGGED-SW
075400             WHEN AUT-OPERATOR-IS-LOCKED
075500                 MOVE "LOCKED OUT" TO DL-SIGN-ON
075600                 MOVE "LOCKED OUT" TO DL-SIGN-ON-FLAG
075700                 ADD 1 TO WS-LOCKED-COUNT
075800                 MOVE 'Y' TO WS-OPERATOR-FLAGGED-SW
075900             WHEN OTHER
076000                 MOVE "ACTIVE"     TO DL-SIGN-ON
076100         END-EVALUATE
076200     END-IF.
076300*
076400     MOVE 'N'             TO WS-CERT-FOUND-SW.
076500     MOVE SPACES          TO CERT-RECORD.
076600     MOVE ROS-OPERATOR-ID TO CER-OPERATOR-ID.
076700     READ CERT-FILE
076800         INVALID KEY
076900             CONTINUE
077000         NOT INVALID KEY
077100             MOVE 'Y' TO WS-CERT-FOUND-SW
077200     END-READ.
077300     IF NOT WS-CERT-WAS-FOUND
077400         MOVE "(NONE)"     TO DL-CERT-STATUS
077500         MOVE "NOT GRADED" TO DL-CERT-FLAG
077600         ADD 1 TO WS-NOT-GRADED-COUNT
077700         MOVE 'Y' TO WS-OPERATOR-FLAGGED-SW
077800     ELSE
077900         MOVE CER-STATUS    TO DL-CERT-STATUS
078000         MOVE CER-EVAL-DATE TO DL-EVAL-DATE
078100         IF CER-IS-NOT-READY
078200             MOVE "NOT READY" TO DL-CERT-FLAG
078300             ADD 1 TO WS-NOT-READY-COUNT
078400             MOVE 'Y' TO WS-OPERATOR-FLAGGED-SW
078500         END-IF
078600     END-IF.
078700*
078800     IF WS-LOG-FILE-WAS-OPENED
078900         MOVE ROS-OPERATOR-ID TO WS-DRL-FIND-ID
079000         PERFORM 1250-FIND-OPERATOR
079100             THRU 1250-FIND-OPERATOR-EXIT
079200         IF WS-DRL-IDX > ZERO
079300             AND DRL-LAST-DATE (WS-DRL-IDX, ROS-BAND) > ZERO
079400             MOVE DRL-LAST-DATE (WS-DRL-IDX, ROS-BAND)
079500                 TO DL-LAST-DRILL
079600         ELSE
079700             MOVE "NONE"     TO DL-LAST-DRILL
079800             MOVE "NO DRILL" TO DL-DRILL-FLAG
079900             ADD 1 TO WS-NO-DRILL-COUNT
080000             MOVE 'Y' TO WS-OPERATOR-FLAGGED-SW
080100         END-IF
080200     END-IF.
080300*
080400     IF WS-AUTH-WAS-FOUND
080500         AND AUT-OPERATOR-IS-ACTIVE
080600         AND NOT AUT-OPERATOR-IS-LOCKED
080700         AND WS-CERT-WAS-FOUND
080800         AND CER-IS-CERTIFIED
080900         ADD 1 TO WS-SHIFT-CERTIFIED
081000     END-IF.
081100     IF WS-OPERATOR-IS-FLAGGED
081200         ADD 1 TO WS-FLAGGED-COUNT
081300     END-IF.
081400     WRITE COVRPT-RECORD FROM WS-DETAIL-LINE.
081500*
081600     PERFORM 2000-READ-ROSTER
081700         THRU 2000-READ-ROSTER-EXIT.
081800 3100-REPORT-ONE-OPERATOR-EXIT.
081900     EXIT.
082000*
082100*===========================================================*
082200* 8000-PRINT-TOTALS                                          *
082300*     PRINTS THE RUN TOTALS AT THE FOOT OF THE REPORT.       *
082400*===========================================================*
082500 8000-PRINT-TOTALS.
082600     MOVE SPACES               TO WS-TOTAL-LINE.
082700     MOVE "SHIFTS REPORTED"    TO TL-LABEL.
082800     MOVE WS-SHIFT-COUNT       TO TL-VALUE.
082900     WRITE COVRPT-RECORD FROM WS-TOTAL-LINE.
083000     MOVE SPACES               TO WS-TOTAL-LINE.
083100     MOVE "SHIFTS BELOW THE CERTIFIED MINIMUM" TO TL-LABEL.
083200     MOVE WS-BELOW-MIN-COUNT   TO TL-VALUE.
083300     WRITE COVRPT-RECORD FROM WS-TOTAL-LINE.
083400     MOVE SPACES               TO WS-TOTAL-LINE.
083500     MOVE "OPERATOR SHIFTS ROSTERED" TO TL-LABEL.
083600     MOVE WS-ROSTERED-COUNT    TO TL-VALUE.
083700     WRITE COVRPT-RECORD FROM WS-TOTAL-LINE.
083800     MOVE SPACES               TO WS-TOTAL-LINE.
083900     MOVE "ROSTERED OPERATORS FLAGGED" TO TL-LABEL.
084000     MOVE WS-FLAGGED-COUNT     TO TL-VALUE.
084100     WRITE COVRPT-RECORD FROM WS-TOTAL-LINE.
084200     MOVE SPACES               TO WS-TOTAL-LINE.
084300     MOVE "  NOT READY"        TO TL-LABEL.
084400     MOVE WS-NOT-READY-COUNT   TO TL-VALUE.
084500     WRITE COVRPT-RECORD FROM WS-TOTAL-LINE.
084600     MOVE SPACES               TO WS-TOTAL-LINE.
084700     MOVE "  NOT GRADED ON NWCERTF" TO TL-LABEL.
084800     MOVE WS-NOT-GRADED-COUNT  TO TL-VALUE.
084900     WRITE COVRPT-RECORD FROM WS-TOTAL-LINE.
085000     MOVE SPACES               TO WS-TOTAL-LINE.
085100     MOVE "  LOCKED OUT"       TO TL-LABEL.
085200     MOVE WS-LOCKED-COUNT      TO TL-VALUE.
085300     WRITE COVRPT-RECORD FROM WS-TOTAL-LINE.
085400     MOVE SPACES               TO WS-TOTAL-LINE.
085500     MOVE "  INACTIVE OR NOT ON AUTHOP" TO TL-LABEL.
085600     MOVE WS-INACTIVE-COUNT    TO TL-VALUE.
085700     WRITE COVRPT-RECORD FROM WS-TOTAL-LINE.
085800     MOVE SPACES               TO WS-TOTAL-LINE.
085900     MOVE "  NO DRILL IN THE SHIFT BAND" TO TL-LABEL.
086000     MOVE WS-NO-DRILL-COUNT    TO TL-VALUE.
086100     WRITE COVRPT-RECORD FROM WS-TOTAL-LINE.
086200     MOVE SPACES               TO WS-TOTAL-LINE.
086300     MOVE "NWLOG RECORDS READ" TO TL-LABEL.
086400     MOVE WS-LOG-READ-COUNT    TO TL-VALUE.
086500     WRITE COVRPT-RECORD FROM WS-TOTAL-LINE.
086600 8000-PRINT-TOTALS-EXIT.
086700     EXIT.
086800*
086900*===========================================================*
087000* 0800-CHECK-RUN-CONTROL                                     *
087100*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
087200*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
087300*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
087400*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
087500*     NWCERT ONLY RUNS ON NIGHTS WITH WORK TO DO, SO IT IS   *
087600*     NOT REQUIRED - BUT WHEN IT RAN FOR THE SAME BUSINESS   *
087700*     DATE AND DID NOT COMPLETE CLEANLY (FAILED, OR STILL    *
087800*     SHOWING STARTED) THIS RUN IS REFUSED (RC=12) AND       *
087900*     RECORDED AS REFUSED.                                   *
088000*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
088100*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
088200*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
088300*===========================================================*
088400 0800-CHECK-RUN-CONTROL.
088500     MOVE "NWROSCOV" TO WS-RUN-JOB-NAME.
088600     MOVE "NWCERT"   TO WS-RUN-PREREQ-JOB.
088700     MOVE 'C'        TO WS-RUN-PREREQ-KIND.
088800     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
088900     ACCEPT WS-RUN-START-TIME FROM TIME.
089000     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
089100     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
089200         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
089300         COMPUTE WS-RUN-DATE-INTEGER =
089400             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
089500         COMPUTE WS-RUN-DATE-8 =
089600             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
089700         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
089800     END-IF.
089900*
090000     OPEN I-O RUNCTL-FILE.
090100     IF WS-RUNCTL-STATUS = "35"
090200         OPEN OUTPUT RUNCTL-FILE
090300         CLOSE RUNCTL-FILE
090400         OPEN I-O RUNCTL-FILE
090500     END-IF.
090600     IF WS-RUNCTL-STATUS NOT = "00"
090700         DISPLAY "NWROSCOV: NWRUNCTL COULD NOT BE OPENED - "
090800             "FILE STATUS " WS-RUNCTL-STATUS
090900             " - RUN NOT RECORDED ON THE LEDGER."
091000         GO TO 0800-CHECK-RUN-CONTROL-EXIT
091100     END-IF.
091200     MOVE 'Y' TO WS-RUN-LEDGER-SW.
091300     PERFORM 0810-CHECK-PREREQUISITE
091400         THRU 0810-CHECK-PREREQUISITE-EXIT.
091500*
091600     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
091700     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
091800     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
091900     READ RUNCTL-FILE
092000         INVALID KEY
092100             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
092200             MOVE SPACES TO RUNCTL-RECORD
092300             MOVE ZERO   TO RUN-ATTEMPT-COUNT
092400     END-READ.
092500     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
092600     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
092700     MOVE 'S'               TO RUN-STATUS.
092800     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
092900     MOVE ZERO              TO RUN-END-TIME
093000                               RUN-COND-CODE
093100                               RUN-RECS-READ
093200                               RUN-RECS-WRITTEN
093300                               RUN-RECS-EXCEPTED.
093400     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
093500         MOVE ZERO TO RUN-ATTEMPT-COUNT
093600     END-IF.
093700     IF RUN-ATTEMPT-COUNT < 99
093800         ADD 1 TO RUN-ATTEMPT-COUNT
093900     END-IF.
094000     MOVE SPACES            TO RUN-REFUSED-FOR.
094100     IF WS-RUN-IS-REFUSED
094200         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
094300     END-IF.
094400     IF WS-RUN-REC-WAS-FOUND
094500         REWRITE RUNCTL-RECORD
094600     ELSE
094700         WRITE RUNCTL-RECORD
094800     END-IF.
094900     CLOSE RUNCTL-FILE.
095000 0800-CHECK-RUN-CONTROL-EXIT.
095100     EXIT.
095200*
095300*===========================================================*
095400* 0810-CHECK-PREREQUISITE                                    *
095500*     LOOKS UP THE PREREQUISITE JOB'S LEDGER RECORD FOR THE  *
095600*     SAME BUSINESS DATE AND SETS THE REFUSED SWITCH WHEN IT *
095700*     HAS NOT COMPLETED CLEANLY. A REQUIRED PREREQUISITE     *
095800*     THAT HAS NOT RUN AT ALL REFUSES THE RUN TOO.           *
095900*===========================================================*
096000 0810-CHECK-PREREQUISITE.
096100     MOVE WS-RUN-PREREQ-JOB TO RUN-JOB-NAME.
096200     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
096300     READ RUNCTL-FILE
096400         INVALID KEY
096500             IF WS-RUN-PREREQ-IS-REQUIRED
096600                 MOVE 'Y' TO WS-RUN-REFUSED-SW
096700             END-IF
096800         NOT INVALID KEY
096900             IF NOT RUN-ENDED-CLEAN
097000                 MOVE 'Y' TO WS-RUN-REFUSED-SW
097100             END-IF
097200     END-READ.
097300     IF WS-RUN-IS-REFUSED
097400         DISPLAY "NWROSCOV: " WS-RUN-PREREQ-JOB
097500             " HAS NOT COMPLETED CLEANLY FOR BUSINESS DATE "
097600             WS-RUN-BUS-DATE " - RUN REFUSED."
097700     END-IF.
097800 0810-CHECK-PREREQUISITE-EXIT.
097900     EXIT.
098000*
098100*===========================================================*
098200* 9800-RECORD-RUN-END                                        *
098300*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
098400*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
098500*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
098600*     CODE IS FINAL.                                         *
098700*===========================================================*
098800 9800-RECORD-RUN-END.
098900     IF NOT WS-RUN-LEDGER-IS-USABLE
099000         GO TO 9800-RECORD-RUN-END-EXIT
099100     END-IF.
099200     OPEN I-O RUNCTL-FILE.
099300     IF WS-RUNCTL-STATUS NOT = "00"
099400         DISPLAY "NWROSCOV: NWRUNCTL COULD NOT BE REOPENED - "
099500             "FILE STATUS " WS-RUNCTL-STATUS
099600             " - RUN END NOT RECORDED."
099700         GO TO 9800-RECORD-RUN-END-EXIT
099800     END-IF.
099900     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
100000     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
100100     READ RUNCTL-FILE
100200         INVALID KEY
100300             DISPLAY "NWROSCOV: NWRUNCTL RECORD FOR THIS RUN "
100400                 "IS MISSING - RUN END NOT RECORDED."
100500             CLOSE RUNCTL-FILE
100600             GO TO 9800-RECORD-RUN-END-EXIT
100700     END-READ.
100800     ACCEPT RUN-END-TIME FROM TIME.
100900     MOVE RETURN-CODE TO RUN-COND-CODE.
101000     EVALUATE TRUE
101100         WHEN WS-RUN-IS-REFUSED
101200             MOVE 'R' TO RUN-STATUS
101300         WHEN WS-RUN-HAD-NO-WORK
101400             MOVE 'N' TO RUN-STATUS
101500         WHEN RETURN-CODE = ZERO
101600             MOVE 'C' TO RUN-STATUS
101700         WHEN RETURN-CODE = 4
101800             MOVE 'W' TO RUN-STATUS
101900         WHEN OTHER
102000             MOVE 'F' TO RUN-STATUS
102100     END-EVALUATE.
102200     MOVE WS-ROSTERED-COUNT      TO RUN-RECS-READ.
102300     MOVE WS-SHIFT-COUNT         TO RUN-RECS-WRITTEN.
102400     COMPUTE RUN-RECS-EXCEPTED =
102500         WS-BELOW-MIN-COUNT
102600       + WS-FLAGGED-COUNT.
102700     REWRITE RUNCTL-RECORD.
102800     CLOSE RUNCTL-FILE.
102900 9800-RECORD-RUN-END-EXIT.
103000     EXIT.
