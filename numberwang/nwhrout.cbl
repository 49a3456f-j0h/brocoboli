000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NWHROUT.
000300 AUTHOR.        R ALLAN.
000400 INSTALLATION.  SHIFT-READINESS TRAINING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                               *
001200* 2026-10-15 RA    ORIGINAL HR TRAINING-RECORDS FEED - BUILDS *
001300*                  ONE FIXED-FORMAT, '|'-DELIMITED RECORD    *
001400*                  (CPYHRF01) PER AUTHOP OPERATOR CARRYING   *
001500*                  THE NWCERTF STATUS AND EVALUATION DATE,   *
001600*                  THE CREW CODE AND THE NWHIST FIGURES FOR  *
001700*                  THE CLOSED PERIOD ON THE HRCCARD CARD     *
001800*                  (DEFAULT: LAST MONTH). EACH RECORD IS     *
001900*                  MATCHED AGAINST THE PREVIOUS NWHRSNAP     *
002000*                  SNAPSHOT GENERATION AND ONLY OPERATORS    *
002100*                  WHO ARE NEW, WHOSE STATUS, CREW OR        *
002200*                  FIGURES MOVED, OR WHO HAVE LEFT AUTHOP    *
002300*                  ARE SENT ON NWHRFEED; AN 'F' ON THE CARD  *
002400*                  SENDS EVERY OPERATOR. THE FULL SET IS     *
002500*                  KEPT ON A NEW NWHRSNAP GENERATION FOR THE *
002600*                  NEXT RUN. RC=8 MEANS AUTHOP, NWCERTF,     *
002700*                  NWHIST OR AN OUTPUT COULD NOT BE OPENED   *
002800*                  OR AUTHOP WAS EMPTY - NOTHING IS SENT AND *
002900*                  THE SNAPSHOT IS CARRIED FORWARD           *
003000*                  UNCHANGED. THE RUN IS RECORDED ON THE     *
003100*                  NWRUNCTL LEDGER.                          *
003200*-----------------------------------------------------------*
003210* 2026-10-15 RA    THE DEFAULT FEED PERIOD NOW COMES FROM    *
003220*                  THE BUSINESS DATE SET BY THE RUN-CONTROL  *
003230*                  CHECK, WHICH NOW RUNS FIRST.              *
003240*-----------------------------------------------------------*
003300*
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM-370.
003700 OBJECT-COMPUTER.  IBM-370.
003800*
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT HRCCARD-FILE ASSIGN TO HRCCARD
004200         ORGANIZATION IS SEQUENTIAL
004300         FILE STATUS IS WS-HRCCARD-STATUS.
004400     SELECT AUTH-FILE ASSIGN TO AUTHOP
004500         ORGANIZATION IS INDEXED
004600         ACCESS MODE IS SEQUENTIAL
004700         RECORD KEY IS AUT-OPERATOR-ID
004800         FILE STATUS IS WS-AUTH-STATUS.
004900     SELECT CERT-FILE ASSIGN TO NWCERTF
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS CER-OPERATOR-ID
005300         FILE STATUS IS WS-CERT-STATUS.
005400     SELECT HIST-FILE ASSIGN TO NWHIST
005500         ORGANIZATION IS INDEXED
005600         ACCESS MODE IS RANDOM
005700         RECORD KEY IS HIS-KEY
005800         FILE STATUS IS WS-HIST-STATUS.
005900     SELECT SNAPIN-FILE ASSIGN TO HRSNPIN
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS WS-SNAPIN-STATUS.
006200     SELECT SNAPOUT-FILE ASSIGN TO HRSNPOUT
006300         ORGANIZATION IS SEQUENTIAL
006400         FILE STATUS IS WS-SNAPOUT-STATUS.
006500     SELECT FEED-FILE ASSIGN TO NWHRFEED
006600         ORGANIZATION IS SEQUENTIAL
006700         FILE STATUS IS WS-FEED-STATUS.
006800     SELECT HRORPT-FILE ASSIGN TO NWHRORPT
006900         ORGANIZATION IS SEQUENTIAL.
007000     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
007100         ORGANIZATION IS INDEXED
007200         ACCESS MODE IS RANDOM
007300         RECORD KEY IS RUN-KEY
007400         FILE STATUS IS WS-RUNCTL-STATUS.
007500*
007600 DATA DIVISION.
007700 FILE SECTION.
007800*
007900 FD  HRCCARD-FILE
008000     RECORDING MODE IS F
008100     LABEL RECORDS ARE STANDARD
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  HRC-RECORD.
008400     COPY CPYHRC01.
008500*
008600 FD  AUTH-FILE
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  AUTH-RECORD.
008900     COPY CPYAUT01.
009000*
009100 FD  CERT-FILE
009200     RECORD CONTAINS 80 CHARACTERS.
009300 01  CERT-RECORD.
009400     COPY CPYCER01.
009500*
009600 FD  HIST-FILE
009700     RECORD CONTAINS 80 CHARACTERS.
009800 01  HIST-RECORD.
009900     COPY CPYHIS01.
010000*
010100 FD  SNAPIN-FILE
010200     RECORDING MODE IS F
010300     LABEL RECORDS ARE STANDARD
010400     RECORD CONTAINS 80 CHARACTERS.
010500 01  SNAPIN-RECORD.
010600     COPY CPYHRF01.
010700*
010800 FD  SNAPOUT-FILE
010900     RECORDING MODE IS F
011000     LABEL RECORDS ARE STANDARD
011100     RECORD CONTAINS 80 CHARACTERS.
011200 01  SNAPOUT-RECORD         PIC X(80).
011300*
011400 FD  FEED-FILE
011500     RECORDING MODE IS F
011600     LABEL RECORDS ARE STANDARD
011700     RECORD CONTAINS 80 CHARACTERS.
011800 01  FEED-RECORD            PIC X(80).
011900*
012000 FD  HRORPT-FILE
012100     RECORDING MODE IS F
012200     LABEL RECORDS ARE STANDARD
012300     RECORD CONTAINS 133 CHARACTERS.
012400 01  HRORPT-RECORD          PIC X(133).
012500*
012600 FD  RUNCTL-FILE
012700     RECORD CONTAINS 80 CHARACTERS.
012800 01  RUNCTL-RECORD.
012900     COPY CPYRUN01.
013000*
013100 WORKING-STORAGE SECTION.
013200*
013300 77  WS-HRCCARD-STATUS       PIC X(02) VALUE "00".
013400 77  WS-AUTH-STATUS          PIC X(02) VALUE "00".
013500 77  WS-CERT-STATUS          PIC X(02) VALUE "00".
013600 77  WS-HIST-STATUS          PIC X(02) VALUE "00".
013700 77  WS-SNAPIN-STATUS        PIC X(02) VALUE "00".
013800 77  WS-SNAPOUT-STATUS       PIC X(02) VALUE "00".
013900 77  WS-FEED-STATUS          PIC X(02) VALUE "00".
014000*
014100 77  WS-AUTH-EOF-SW          PIC X(01) VALUE 'N'.
014200     88  WS-AUTH-AT-END             VALUE 'Y'.
014300 77  WS-SNAPIN-OPEN-SW       PIC X(01) VALUE 'N'.
014400     88  WS-SNAPIN-IS-OPEN          VALUE 'Y'.
014500 77  WS-FIRST-RUN-SW         PIC X(01) VALUE 'N'.
014600     88  WS-NO-PREVIOUS-SNAPSHOT    VALUE 'Y'.
014700 77  WS-REFRESH-SW           PIC X(01) VALUE 'N'.
014800     88  WS-FULL-REFRESH            VALUE 'Y'.
014900*
015000*-----------------------------------------------------------*
015100* FEED PERIOD (YYYYMM) - FROM THE HRCCARD CARD, OR THE MONTH *
015200* BEFORE THE BUSINESS DATE.                                  *
015300*-----------------------------------------------------------*
015500 01  WS-FEED-PERIOD          PIC 9(06) VALUE ZERO.
015600 01  WS-FEED-PERIOD-R REDEFINES WS-FEED-PERIOD.
015700     05  WS-FEED-YYYY        PIC 9(04).
015800     05  WS-FEED-MM          PIC 9(02).
015900*
016000*-----------------------------------------------------------*
016100* BALANCE-LINE MATCH KEYS - HIGH-VALUES ONCE A FILE IS SPENT *
016200*-----------------------------------------------------------*
016300 77  WS-AUTH-KEY             PIC X(08) VALUE LOW-VALUES.
016400 77  WS-PREV-KEY             PIC X(08) VALUE LOW-VALUES.
016500 77  WS-FEED-DELIMITER       PIC X(01) VALUE '|'.
016600*
016700*-----------------------------------------------------------*
016800* THE FEED RECORD BEING BUILT FOR THE CURRENT OPERATOR       *
016900*-----------------------------------------------------------*
017000 01  WS-NEW-FEED.
017100     COPY CPYHRF01.
017200*
017300 77  WS-AUTH-READ-COUNT      PIC 9(06) COMP VALUE ZERO.
017400 77  WS-NEW-COUNT            PIC 9(06) COMP VALUE ZERO.
017500 77  WS-CHANGED-COUNT        PIC 9(06) COMP VALUE ZERO.
017600 77  WS-UNCHANGED-COUNT      PIC 9(06) COMP VALUE ZERO.
017700 77  WS-DROPPED-COUNT        PIC 9(06) COMP VALUE ZERO.
017800 77  WS-SENT-COUNT           PIC 9(06) COMP VALUE ZERO.
017900 77  WS-KEPT-COUNT           PIC 9(06) COMP VALUE ZERO.
018000 77  WS-NO-CERT-COUNT        PIC 9(06) COMP VALUE ZERO.
018100 77  WS-NO-HIST-COUNT        PIC 9(06) COMP VALUE ZERO.
018200 77  WS-CARRIED-COUNT        PIC 9(06) COMP VALUE ZERO.
018300*
018400 01  WS-RUN-CONTROL.
018500     COPY CPYRUW01.
018600*
018700*-----------------------------------------------------------*
018800* REPORT LINE LAYOUTS                                        *
018900*-----------------------------------------------------------*
019000 01  WS-HEADING-LINE-1       PIC X(133) VALUE
019100     "NUMBERWANG HR TRAINING-RECORDS FEED - OPERATORS SENT ON NWHR
019200-    "FEED".
019300 01  WS-HEADING-LINE-2.
019400     05  FILLER              PIC X(39) VALUE
019500         "OPERATOR  CHANGE      ACTIVE    CREW   ".
019600     05  FILLER              PIC X(22) VALUE
019700         "CERT STATUS   EVAL    ".
019800     05  FILLER              PIC X(34) VALUE
019900         "  GAMES   BEST      AVG    POINTS".
020000     05  FILLER              PIC X(38) VALUE SPACES.
020100 01  WS-PERIOD-LINE.
020200     05  FILLER              PIC X(44) VALUE
020300         "NWHIST FIGURES FOR CLOSED PERIOD (YYYYMM)   ".
020400     05  PL-PERIOD           PIC 9(06).
020500     05  FILLER              PIC X(83).
020600 01  WS-MODE-LINE            PIC X(133) VALUE SPACES.
020700 01  WS-DETAIL-LINE.
020800     05  DL-OPERATOR-ID      PIC X(08).
020900     05  FILLER              PIC X(02).
021000     05  DL-CHANGE           PIC X(10).
021100     05  FILLER              PIC X(02).
021200     05  DL-ACTIVE           PIC X(08).
021300     05  FILLER              PIC X(02).
021400     05  DL-CREW-CODE        PIC X(04).
021500     05  FILLER              PIC X(03).
021600     05  DL-CERT-STATUS      PIC X(12).
021700     05  FILLER              PIC X(02).
021800     05  DL-EVAL-DATE        PIC X(06).
021900     05  FILLER              PIC X(02).
022000     05  DL-GAMES            PIC ZZZ,ZZ9.
022100     05  FILLER              PIC X(03).
022200     05  DL-BEST             PIC ZZZ9.
022300     05  FILLER              PIC X(02).
022400     05  DL-AVG              PIC X(07).
022500     05  FILLER              PIC X(03).
022600     05  DL-POINTS           PIC ZZZ,ZZ9.
022700     05  FILLER              PIC X(39).
022800 01  WS-TOTAL-LINE.
022900     05  TL-LABEL            PIC X(48).
023000     05  FILLER              PIC X(02).
023100     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
023200     05  FILLER              PIC X(72).
023300 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
023400 01  WS-FIRST-RUN-LINE       PIC X(133) VALUE
023500     "NO PREVIOUS NWHRSNAP GENERATION WAS FOUND - EVERY OPERATOR I
023600-    "S SENT AS NEW.".
023700 01  WS-NONE-SENT-LINE       PIC X(133) VALUE
023800     "NO OPERATOR'S STATUS, CREW OR FIGURES MOVED SINCE THE LAST F
023900-    "EED - NOTHING WAS SENT.".
024000 01  WS-NO-FILE-LINE         PIC X(133) VALUE
024100     "AUTHOP, NWCERTF, NWHIST OR AN OUTPUT COULD NOT BE OPENED - N
024200-    "OTHING WAS SENT. SEE CONSOLE LOG.".
024300 01  WS-NO-OPER-LINE         PIC X(133) VALUE
024400     "NO OPERATORS ARE ON THE AUTHOP FILE - NOTHING WAS SENT.".
024500 01  WS-CARRIED-LINE         PIC X(133) VALUE
024600     "THE PREVIOUS NWHRSNAP SNAPSHOT WAS CARRIED FORWARD UNCHANGED
024700-    ".".
024800 01  WS-REFUSED-LINE         PIC X(133) VALUE
024900     "RUN REFUSED - NWCERT HAS NOT COMPLETED CLEANLY FOR THIS BUSI
025000-    "NESS DATE. SEE CONSOLE LOG.".
025100*
025200 PROCEDURE DIVISION.
025300*
025400*===========================================================*
025500* 0000-MAINLINE                                              *
025600*===========================================================*
025700 0000-MAINLINE.
025800     OPEN OUTPUT HRORPT-FILE.
025900     WRITE HRORPT-RECORD FROM WS-HEADING-LINE-1.
026000     WRITE HRORPT-RECORD FROM WS-BLANK-LINE.
026100*
026200     PERFORM 0800-CHECK-RUN-CONTROL
026300         THRU 0800-CHECK-RUN-CONTROL-EXIT.
026400*
026500     PERFORM 1000-SET-PERIOD
026600         THRU 1000-SET-PERIOD-EXIT.
026700     IF WS-RUN-IS-REFUSED
026800         WRITE HRORPT-RECORD FROM WS-REFUSED-LINE
026900         MOVE 12 TO RETURN-CODE
027000         GO TO 0000-MAINLINE-CARRY-FORWARD
027100     END-IF.
027200     WRITE HRORPT-RECORD FROM WS-PERIOD-LINE.
027300     WRITE HRORPT-RECORD FROM WS-MODE-LINE.
027400     WRITE HRORPT-RECORD FROM WS-BLANK-LINE.
027500*
027600     PERFORM 1100-OPEN-FILES
027700         THRU 1100-OPEN-FILES-EXIT.
027800     IF RETURN-CODE = 8
027900         WRITE HRORPT-RECORD FROM WS-NO-FILE-LINE
028000         GO TO 0000-MAINLINE-CARRY-FORWARD
028100     END-IF.
028200*
028300     PERFORM 2000-READ-AUTH-RECORD
028400         THRU 2000-READ-AUTH-RECORD-EXIT.
028500     IF WS-AUTH-AT-END
028600         WRITE HRORPT-RECORD FROM WS-NO-OPER-LINE
028700         MOVE 8 TO RETURN-CODE
028800         CLOSE AUTH-FILE CERT-FILE HIST-FILE
028900         CLOSE SNAPOUT-FILE FEED-FILE
029000         IF WS-SNAPIN-IS-OPEN
029100             CLOSE SNAPIN-FILE
029200             MOVE 'N' TO WS-SNAPIN-OPEN-SW
029300         END-IF
029400         GO TO 0000-MAINLINE-CARRY-FORWARD
029500     END-IF.
029600     PERFORM 2100-READ-PREV-SNAPSHOT
029700         THRU 2100-READ-PREV-SNAPSHOT-EXIT.
029800     IF WS-NO-PREVIOUS-SNAPSHOT
029900         WRITE HRORPT-RECORD FROM WS-FIRST-RUN-LINE
030000         WRITE HRORPT-RECORD FROM WS-BLANK-LINE
030100     END-IF.
030200     WRITE HRORPT-RECORD FROM WS-HEADING-LINE-2.
030300     PERFORM 3000-MATCH-ONE-KEY
030400         THRU 3000-MATCH-ONE-KEY-EXIT
030500         UNTIL WS-AUTH-KEY = HIGH-VALUES
030600           AND WS-PREV-KEY = HIGH-VALUES.
030700*
030800     CLOSE AUTH-FILE CERT-FILE HIST-FILE.
030900     CLOSE SNAPOUT-FILE FEED-FILE.
031000     IF WS-SNAPIN-IS-OPEN
031100         CLOSE SNAPIN-FILE
031200         MOVE 'N' TO WS-SNAPIN-OPEN-SW
031300     END-IF.
031400     IF WS-SENT-COUNT = ZERO
031500         WRITE HRORPT-RECORD FROM WS-BLANK-LINE
031600         WRITE HRORPT-RECORD FROM WS-NONE-SENT-LINE
031700     END-IF.
031800     PERFORM 8000-PRINT-TOTALS
031900         THRU 8000-PRINT-TOTALS-EXIT.
032000     GO TO 0000-MAINLINE-WRAP-UP.
032100*
032200 0000-MAINLINE-CARRY-FORWARD.
032300     PERFORM 7000-CARRY-SNAPSHOT-FORWARD
032400         THRU 7000-CARRY-SNAPSHOT-FORWARD-EXIT.
032500 0000-MAINLINE-WRAP-UP.
032600     CLOSE HRORPT-FILE.
032700     PERFORM 9800-RECORD-RUN-END
032800         THRU 9800-RECORD-RUN-END-EXIT.
032900     STOP RUN.
033000*
033100*===========================================================*
033200* 1000-SET-PERIOD                                            *
033300*     TAKES THE FEED PERIOD AND THE FULL-REFRESH SWITCH FROM *
033400*     THE OPTIONAL HRCCARD CARD. NO CARD (OR NO PERIOD ON    *
033500*     IT) MEANS THE MONTH BEFORE THE BUSINESS DATE SET BY    *
033600*     0800-CHECK-RUN-CONTROL AND A CHANGES-ONLY FEED.        *
033700*===========================================================*
033800 1000-SET-PERIOD.
033900     COMPUTE WS-FEED-PERIOD = 200000 + (WS-RUN-BUS-DATE / 100).
034100     PERFORM 1050-BACK-UP-ONE-MONTH
034200         THRU 1050-BACK-UP-ONE-MONTH-EXIT.
034300     OPEN INPUT HRCCARD-FILE.
034400     IF WS-HRCCARD-STATUS = "00"
034500         READ HRCCARD-FILE
034600             AT END
034700                 CONTINUE
034800             NOT AT END
034900                 IF HRC-PERIOD IS NUMERIC
035000                     AND HRC-PERIOD > ZERO
035100                     MOVE HRC-PERIOD TO WS-FEED-PERIOD
035200                 END-IF
035300                 IF HRC-IS-FULL-REFRESH
035400                     MOVE 'Y' TO WS-REFRESH-SW
035500                 END-IF
035600         END-READ
035700         CLOSE HRCCARD-FILE
035800     END-IF.
035900     MOVE WS-FEED-PERIOD TO PL-PERIOD.
036000     IF WS-FULL-REFRESH
036100         MOVE "FULL REFRESH - EVERY AUTHOP OPERATOR IS SENT, CHANG
036200-    "ED OR NOT."
036300             TO WS-MODE-LINE
036400     ELSE
036500         MOVE "CHANGES ONLY - OPERATORS WHOSE STATUS, CREW OR FIGU
036600-    "RES MOVED SINCE THE LAST FEED."
036700             TO WS-MODE-LINE
036800     END-IF.
036900 1000-SET-PERIOD-EXIT.
037000     EXIT.
037100*
037200*===========================================================*
037300* 1050-BACK-UP-ONE-MONTH                                     *
037400*     STEPS THE DEFAULT FEED PERIOD BACK ONE MONTH FROM THE  *
037500*     CURRENT MONTH - THE PERIOD THE LAST NWCLOSE WILL       *
037600*     NORMALLY JUST HAVE CLOSED.                             *
037700*===========================================================*
037800 1050-BACK-UP-ONE-MONTH.
037900     IF WS-FEED-MM = 1
038000         SUBTRACT 1 FROM WS-FEED-YYYY
038100         MOVE 12 TO WS-FEED-MM
038200     ELSE
038300         SUBTRACT 1 FROM WS-FEED-MM
038400     END-IF.
038500 1050-BACK-UP-ONE-MONTH-EXIT.
038600     EXIT.
038700*
038800*===========================================================*
038900* 1100-OPEN-FILES                                            *
039000*     OPENS AUTHOP, NWCERTF AND NWHIST - ALL THREE ARE       *
039100*     NEEDED, AS A FEED BUILT WITHOUT ONE OF THEM WOULD SHOW *
039200*     EVERY OPERATOR AS CHANGED - THEN THE NEW SNAPSHOT AND  *
039300*     FEED GENERATIONS, THEN THE PREVIOUS SNAPSHOT. A        *
039400*     MISSING PREVIOUS SNAPSHOT IS THE FIRST-EVER RUN.       *
039500*===========================================================*
039600 1100-OPEN-FILES.
039700     OPEN INPUT AUTH-FILE.
039800     IF WS-AUTH-STATUS NOT = "00"
039900         DISPLAY "NWHROUT: AUTHOP COULD NOT BE OPENED - "
040000             "FILE STATUS " WS-AUTH-STATUS
040100         MOVE 8 TO RETURN-CODE
040200         GO TO 1100-OPEN-FILES-EXIT
040300     END-IF.
040400     OPEN INPUT CERT-FILE.
040500     IF WS-CERT-STATUS NOT = "00"
040600         DISPLAY "NWHROUT: NWCERTF COULD NOT BE OPENED - "
040700             "FILE STATUS " WS-CERT-STATUS
040800         CLOSE AUTH-FILE
040900         MOVE 8 TO RETURN-CODE
041000         GO TO 1100-OPEN-FILES-EXIT
041100     END-IF.
041200     OPEN INPUT HIST-FILE.
041300     IF WS-HIST-STATUS NOT = "00"
041400         DISPLAY "NWHROUT: NWHIST COULD NOT BE OPENED - "
041500             "FILE STATUS " WS-HIST-STATUS
041600         CLOSE AUTH-FILE CERT-FILE
041700         MOVE 8 TO RETURN-CODE
041800         GO TO 1100-OPEN-FILES-EXIT
041900     END-IF.
042000     OPEN OUTPUT SNAPOUT-FILE.
042100     IF WS-SNAPOUT-STATUS NOT = "00"
042200         DISPLAY "NWHROUT: HRSNPOUT COULD NOT BE OPENED - "
042300             "FILE STATUS " WS-SNAPOUT-STATUS
042400         CLOSE AUTH-FILE CERT-FILE HIST-FILE
042500         MOVE 8 TO RETURN-CODE
042600         GO TO 1100-OPEN-FILES-EXIT
042700     END-IF.
042800     OPEN OUTPUT FEED-FILE.
042900     IF WS-FEED-STATUS NOT = "00"
043000         DISPLAY "NWHROUT: NWHRFEED COULD NOT BE OPENED - "
043100             "FILE STATUS " WS-FEED-STATUS
043200         CLOSE AUTH-FILE CERT-FILE HIST-FILE SNAPOUT-FILE
043300         MOVE 8 TO RETURN-CODE
043400         GO TO 1100-OPEN-FILES-EXIT
043500     END-IF.
043600     OPEN INPUT SNAPIN-FILE.
043700     IF WS-SNAPIN-STATUS = "00"
043800         MOVE 'Y' TO WS-SNAPIN-OPEN-SW
043900     ELSE
044000         MOVE 'Y' TO WS-FIRST-RUN-SW
044100     END-IF.
044200 1100-OPEN-FILES-EXIT.
044300     EXIT.
044400*
044500*===========================================================*
044600* 2000-READ-AUTH-RECORD                                      *
044700*     READS THE NEXT AUTHOP RECORD IN KEY ORDER, SETTING THE *
044800*     MATCH KEY TO HIGH-VALUES AT END OF FILE.               *
044900*===========================================================*
045000 2000-READ-AUTH-RECORD.
045100     READ AUTH-FILE
045200         AT END
045300             MOVE 'Y' TO WS-AUTH-EOF-SW
045400         NOT AT END
045500             ADD 1 TO WS-AUTH-READ-COUNT
045600     END-READ.
045700     IF WS-AUTH-STATUS NOT = "00" AND WS-AUTH-STATUS NOT = "10"
045800         MOVE 'Y' TO WS-AUTH-EOF-SW
045900     END-IF.
046000     IF WS-AUTH-AT-END
046100         MOVE HIGH-VALUES     TO WS-AUTH-KEY
046200     ELSE
046300         MOVE AUT-OPERATOR-ID TO WS-AUTH-KEY
046400     END-IF.
046500 2000-READ-AUTH-RECORD-EXIT.
046600     EXIT.
046700*
046800*===========================================================*
046900* 2100-READ-PREV-SNAPSHOT                                    *
047000*     READS THE NEXT RECORD OF THE PREVIOUS NWHRSNAP         *
047100*     GENERATION, SETTING THE MATCH KEY TO HIGH-VALUES AT    *
047200*     END OF FILE OR WHEN THERE IS NO PREVIOUS GENERATION.   *
047300*===========================================================*
047400 2100-READ-PREV-SNAPSHOT.
047500     IF NOT WS-SNAPIN-IS-OPEN
047600         MOVE HIGH-VALUES TO WS-PREV-KEY
047700         GO TO 2100-READ-PREV-SNAPSHOT-EXIT
047800     END-IF.
047900     READ SNAPIN-FILE
048000         AT END
048100             MOVE HIGH-VALUES TO WS-PREV-KEY
048200         NOT AT END
048300             MOVE HRF-OPERATOR-ID OF SNAPIN-RECORD
048400                 TO WS-PREV-KEY
048500     END-READ.
048600     IF WS-SNAPIN-STATUS NOT = "00"
048700         AND WS-SNAPIN-STATUS NOT = "10"
048800         MOVE HIGH-VALUES TO WS-PREV-KEY
048900     END-IF.
049000 2100-READ-PREV-SNAPSHOT-EXIT.
049100     EXIT.
049200*
049300*===========================================================*
049400* 3000-MATCH-ONE-KEY                                         *
049500*     ONE STEP OF THE BALANCE LINE BETWEEN AUTHOP AND THE    *
049600*     PREVIOUS SNAPSHOT, BOTH IN OPERATOR-ID ORDER. AN       *
049700*     OPERATOR ONLY ON AUTHOP IS NEW; ONE ON BOTH IS CHANGED *
049800*     OR UNCHANGED ACCORDING TO HRF-COMPARED-FIELDS; ONE     *
049900*     ONLY ON THE SNAPSHOT HAS LEFT AUTHOP AND IS SENT ONCE  *
050000*     AS DROPPED, THEN NOT KEPT.                             *
050100*===========================================================*
050200 3000-MATCH-ONE-KEY.
050300     EVALUATE TRUE
050400         WHEN WS-AUTH-KEY < WS-PREV-KEY
050500             PERFORM 3100-BUILD-FEED-RECORD
050600                 THRU 3100-BUILD-FEED-RECORD-EXIT
050700             MOVE 'N' TO HRF-CHANGE-CODE OF WS-NEW-FEED
050800             ADD 1 TO WS-NEW-COUNT
050900             PERFORM 3500-WRITE-FEED-RECORD
051000                 THRU 3500-WRITE-FEED-RECORD-EXIT
051100             PERFORM 2000-READ-AUTH-RECORD
051200                 THRU 2000-READ-AUTH-RECORD-EXIT
051300         WHEN WS-AUTH-KEY = WS-PREV-KEY
051400             PERFORM 3100-BUILD-FEED-RECORD
051500                 THRU 3100-BUILD-FEED-RECORD-EXIT
051600             IF HRF-COMPARED-FIELDS OF WS-NEW-FEED =
051700                HRF-COMPARED-FIELDS OF SNAPIN-RECORD
051800                 MOVE 'U' TO HRF-CHANGE-CODE OF WS-NEW-FEED
051900                 ADD 1 TO WS-UNCHANGED-COUNT
052000             ELSE
052100                 MOVE 'C' TO HRF-CHANGE-CODE OF WS-NEW-FEED
052200                 ADD 1 TO WS-CHANGED-COUNT
052300             END-IF
052400             PERFORM 3500-WRITE-FEED-RECORD
052500                 THRU 3500-WRITE-FEED-RECORD-EXIT
052600             PERFORM 2000-READ-AUTH-RECORD
052700                 THRU 2000-READ-AUTH-RECORD-EXIT
052800             PERFORM 2100-READ-PREV-SNAPSHOT
052900                 THRU 2100-READ-PREV-SNAPSHOT-EXIT
053000         WHEN OTHER
053100             MOVE SNAPIN-RECORD TO WS-NEW-FEED
053200             MOVE 'D' TO HRF-CHANGE-CODE OF WS-NEW-FEED
053300             ADD 1 TO WS-DROPPED-COUNT
053400             PERFORM 3500-WRITE-FEED-RECORD
053500                 THRU 3500-WRITE-FEED-RECORD-EXIT
053600             PERFORM 2100-READ-PREV-SNAPSHOT
053700                 THRU 2100-READ-PREV-SNAPSHOT-EXIT
053800     END-EVALUATE.
053900 3000-MATCH-ONE-KEY-EXIT.
054000     EXIT.
054100*
054200*===========================================================*
054300* 3100-BUILD-FEED-RECORD                                     *
054400*     BUILDS THE CURRENT AUTHOP OPERATOR'S FEED RECORD FROM  *
054500*     AUTHOP, NWCERTF AND THE PERIOD'S NWHIST RECORD.        *
054600*===========================================================*
054700 3100-BUILD-FEED-RECORD.
054800     MOVE SPACES            TO WS-NEW-FEED.
054900     MOVE WS-FEED-DELIMITER TO HRF-DELIM-1  OF WS-NEW-FEED
055000                               HRF-DELIM-2  OF WS-NEW-FEED
055100                               HRF-DELIM-3  OF WS-NEW-FEED
055200                               HRF-DELIM-4  OF WS-NEW-FEED
055300                               HRF-DELIM-5  OF WS-NEW-FEED
055400                               HRF-DELIM-6  OF WS-NEW-FEED
055500                               HRF-DELIM-7  OF WS-NEW-FEED
055600                               HRF-DELIM-8  OF WS-NEW-FEED
055700                               HRF-DELIM-9  OF WS-NEW-FEED
055800                               HRF-DELIM-10 OF WS-NEW-FEED.
055900     MOVE AUT-OPERATOR-ID   TO HRF-OPERATOR-ID OF WS-NEW-FEED.
056000     MOVE WS-FEED-PERIOD    TO HRF-PERIOD OF WS-NEW-FEED.
056100     IF AUT-OPERATOR-IS-ACTIVE
056200         MOVE 'Y' TO HRF-ACTIVE-SW OF WS-NEW-FEED
056300     ELSE
056400         MOVE 'N' TO HRF-ACTIVE-SW OF WS-NEW-FEED
056500     END-IF.
056600     MOVE AUT-CREW-CODE     TO HRF-CREW-CODE OF WS-NEW-FEED.
056700*
056800     MOVE SPACES            TO CERT-RECORD.
056900     MOVE AUT-OPERATOR-ID   TO CER-OPERATOR-ID.
057000     MOVE "00"              TO WS-CERT-STATUS.
057100     READ CERT-FILE
057200         INVALID KEY
057300             MOVE "23" TO WS-CERT-STATUS
057400     END-READ.
057500     IF WS-CERT-STATUS = "00"
057600         AND CER-EVAL-DATE IS NUMERIC
057700         MOVE CER-STATUS    TO HRF-CERT-STATUS OF WS-NEW-FEED
057800         MOVE CER-EVAL-DATE TO HRF-EVAL-DATE OF WS-NEW-FEED
057900     ELSE
058000         MOVE SPACES TO HRF-CERT-STATUS OF WS-NEW-FEED
058100         MOVE ZERO   TO HRF-EVAL-DATE OF WS-NEW-FEED
058200         ADD 1 TO WS-NO-CERT-COUNT
058300     END-IF.
058400*
058500     MOVE ZERO TO HRF-GAMES-PLAYED    OF WS-NEW-FEED
058600                  HRF-BEST-GUESSES    OF WS-NEW-FEED
058700                  HRF-AVG-GUESSES     OF WS-NEW-FEED
058800                  HRF-WEIGHTED-POINTS OF WS-NEW-FEED.
058900     MOVE SPACES            TO HIST-RECORD.
059000     MOVE WS-FEED-PERIOD    TO HIS-PERIOD.
059100     MOVE AUT-OPERATOR-ID   TO HIS-PLAYER-ID.
059200     MOVE "00"              TO WS-HIST-STATUS.
059300     READ HIST-FILE
059400         INVALID KEY
059500             MOVE "23" TO WS-HIST-STATUS
059600     END-READ.
059700     IF WS-HIST-STATUS NOT = "00"
059800         ADD 1 TO WS-NO-HIST-COUNT
059900         GO TO 3100-BUILD-FEED-RECORD-EXIT
060000     END-IF.
060100     IF HIS-GAMES-PLAYED IS NUMERIC
060200         MOVE HIS-GAMES-PLAYED
060300             TO HRF-GAMES-PLAYED OF WS-NEW-FEED
060400     END-IF.
060500     IF HIS-BEST-GUESSES IS NUMERIC
060600         MOVE HIS-BEST-GUESSES
060700             TO HRF-BEST-GUESSES OF WS-NEW-FEED
060800     END-IF.
060900     IF HIS-AVG-GUESSES IS NUMERIC
061000         MOVE HIS-AVG-GUESSES
061100             TO HRF-AVG-GUESSES OF WS-NEW-FEED
061200     END-IF.
061300     IF HIS-WEIGHTED-POINTS IS NUMERIC
061400         MOVE HIS-WEIGHTED-POINTS
061500             TO HRF-WEIGHTED-POINTS OF WS-NEW-FEED
061600     END-IF.
061700 3100-BUILD-FEED-RECORD-EXIT.
061800     EXIT.
061900*
062000*===========================================================*
062100* 3500-WRITE-FEED-RECORD                                     *
062200*     KEEPS EVERY OPERATOR STILL ON AUTHOP ON THE NEW        *
062300*     SNAPSHOT, AND SENDS THE RECORD ON NWHRFEED - WITH A    *
062400*     REPORT LINE - UNLESS IT IS UNCHANGED AND THIS IS NOT A *
062500*     FULL REFRESH.                                          *
062600*===========================================================*
062700 3500-WRITE-FEED-RECORD.
062800     IF NOT HRF-IS-DROPPED OF WS-NEW-FEED
062900         WRITE SNAPOUT-RECORD FROM WS-NEW-FEED
063000         ADD 1 TO WS-KEPT-COUNT
063100     END-IF.
063200     IF HRF-IS-UNCHANGED OF WS-NEW-FEED
063300         AND NOT WS-FULL-REFRESH
063400         GO TO 3500-WRITE-FEED-RECORD-EXIT
063500     END-IF.
063600     WRITE FEED-RECORD FROM WS-NEW-FEED.
063700     ADD 1 TO WS-SENT-COUNT.
063800*
063900     MOVE SPACES TO WS-DETAIL-LINE.
064000     MOVE HRF-OPERATOR-ID OF WS-NEW-FEED TO DL-OPERATOR-ID.
064100     EVALUATE TRUE
064200         WHEN HRF-IS-NEW OF WS-NEW-FEED
064300             MOVE "NEW"       TO DL-CHANGE
064400         WHEN HRF-IS-CHANGED OF WS-NEW-FEED
064500             MOVE "CHANGED"   TO DL-CHANGE
064600         WHEN HRF-IS-DROPPED OF WS-NEW-FEED
064700             MOVE "DROPPED"   TO DL-CHANGE
064800         WHEN OTHER
064900             MOVE "UNCHANGED" TO DL-CHANGE
065000     END-EVALUATE.
065100     IF HRF-ACTIVE-SW OF WS-NEW-FEED = 'Y'
065200         MOVE "ACTIVE"   TO DL-ACTIVE
065300     ELSE
065400         MOVE "INACTIVE" TO DL-ACTIVE
065500     END-IF.
065600     MOVE HRF-CREW-CODE       OF WS-NEW-FEED TO DL-CREW-CODE.
065700     MOVE HRF-CERT-STATUS     OF WS-NEW-FEED TO DL-CERT-STATUS.
065800     MOVE HRF-EVAL-DATE       OF WS-NEW-FEED TO DL-EVAL-DATE.
065900     MOVE HRF-GAMES-PLAYED    OF WS-NEW-FEED TO DL-GAMES.
066000     MOVE HRF-BEST-GUESSES    OF WS-NEW-FEED TO DL-BEST.
066100     MOVE HRF-AVG-GUESSES     OF WS-NEW-FEED TO DL-AVG.
066200     MOVE HRF-WEIGHTED-POINTS OF WS-NEW-FEED TO DL-POINTS.
066300     WRITE HRORPT-RECORD FROM WS-DETAIL-LINE.
066400 3500-WRITE-FEED-RECORD-EXIT.
066500     EXIT.
066600*
066700*===========================================================*
066800* 7000-CARRY-SNAPSHOT-FORWARD                                *
066900*     A RUN THAT CANNOT BUILD THE FEED STILL CUTS THE NEW    *
067000*     SNAPSHOT AND FEED GENERATIONS - THE FEED EMPTY, THE    *
067100*     SNAPSHOT A STRAIGHT COPY OF THE PREVIOUS ONE - SO THE  *
067200*     NEXT GOOD RUN STILL SENDS ONLY WHAT HAS MOVED.         *
067300*===========================================================*
067400 7000-CARRY-SNAPSHOT-FORWARD.
067500     OPEN OUTPUT SNAPOUT-FILE.
067600     IF WS-SNAPOUT-STATUS NOT = "00"
067700         DISPLAY "NWHROUT: HRSNPOUT COULD NOT BE OPENED - "
067800             "FILE STATUS " WS-SNAPOUT-STATUS
067900             " - SNAPSHOT NOT CARRIED FORWARD."
068000         GO TO 7000-CARRY-SNAPSHOT-FORWARD-EXIT
068100     END-IF.
068200     OPEN OUTPUT FEED-FILE.
068300     IF WS-FEED-STATUS = "00"
068400         CLOSE FEED-FILE
068500     END-IF.
068600     OPEN INPUT SNAPIN-FILE.
068700     IF WS-SNAPIN-STATUS = "00"
068800         MOVE 'Y' TO WS-SNAPIN-OPEN-SW
068900         PERFORM 2100-READ-PREV-SNAPSHOT
069000             THRU 2100-READ-PREV-SNAPSHOT-EXIT
069100         PERFORM 7100-COPY-ONE-SNAPSHOT-RECORD
069200             THRU 7100-COPY-ONE-SNAPSHOT-RECORD-EXIT
069300             UNTIL WS-PREV-KEY = HIGH-VALUES
069400         CLOSE SNAPIN-FILE
069500         MOVE 'N' TO WS-SNAPIN-OPEN-SW
069600     END-IF.
069700     CLOSE SNAPOUT-FILE.
069800     WRITE HRORPT-RECORD FROM WS-BLANK-LINE.
069900     WRITE HRORPT-RECORD FROM WS-CARRIED-LINE.
070000     MOVE SPACES TO WS-TOTAL-LINE.
070100     MOVE "SNAPSHOT RECORDS CARRIED FORWARD" TO TL-LABEL.
070200     MOVE WS-CARRIED-COUNT TO TL-VALUE.
070300     WRITE HRORPT-RECORD FROM WS-TOTAL-LINE.
070400 7000-CARRY-SNAPSHOT-FORWARD-EXIT.
070500     EXIT.
070600*
070700*===========================================================*
070800* 7100-COPY-ONE-SNAPSHOT-RECORD                              *
070900*     COPIES ONE PREVIOUS SNAPSHOT RECORD TO THE NEW         *
071000*     GENERATION AS IT STANDS.                               *
071100*===========================================================*
071200 7100-COPY-ONE-SNAPSHOT-RECORD.
071300     WRITE SNAPOUT-RECORD FROM SNAPIN-RECORD.
071400     ADD 1 TO WS-CARRIED-COUNT.
071500     PERFORM 2100-READ-PREV-SNAPSHOT
071600         THRU 2100-READ-PREV-SNAPSHOT-EXIT.
071700 7100-COPY-ONE-SNAPSHOT-RECORD-EXIT.
071800     EXIT.
071900*
072000*===========================================================*
072100* 8000-PRINT-TOTALS                                          *
072200*     PRINTS THE RUN TOTALS.                                 *
072300*===========================================================*
072400 8000-PRINT-TOTALS.
072500     WRITE HRORPT-RECORD FROM WS-BLANK-LINE.
072600     MOVE SPACES TO WS-TOTAL-LINE.
072700     MOVE "OPERATORS READ FROM AUTHOP" TO TL-LABEL.
072800     MOVE WS-AUTH-READ-COUNT TO TL-VALUE.
072900     WRITE HRORPT-RECORD FROM WS-TOTAL-LINE.
073000     MOVE "  NEW TO THE FEED" TO TL-LABEL.
073100     MOVE WS-NEW-COUNT TO TL-VALUE.
073200     WRITE HRORPT-RECORD FROM WS-TOTAL-LINE.
073300     MOVE "  STATUS, CREW OR FIGURES CHANGED" TO TL-LABEL.
073400     MOVE WS-CHANGED-COUNT TO TL-VALUE.
073500     WRITE HRORPT-RECORD FROM WS-TOTAL-LINE.
073600     MOVE "  UNCHANGED" TO TL-LABEL.
073700     MOVE WS-UNCHANGED-COUNT TO TL-VALUE.
073800     WRITE HRORPT-RECORD FROM WS-TOTAL-LINE.
073900     MOVE "OPERATORS NO LONGER ON AUTHOP (DROPPED)" TO TL-LABEL.
074000     MOVE WS-DROPPED-COUNT TO TL-VALUE.
074100     WRITE HRORPT-RECORD FROM WS-TOTAL-LINE.
074200     MOVE "RECORDS SENT ON NWHRFEED" TO TL-LABEL.
074300     MOVE WS-SENT-COUNT TO TL-VALUE.
074400     WRITE HRORPT-RECORD FROM WS-TOTAL-LINE.
074500     MOVE "OPERATORS KEPT ON THE NEW NWHRSNAP" TO TL-LABEL.
074600     MOVE WS-KEPT-COUNT TO TL-VALUE.
074700     WRITE HRORPT-RECORD FROM WS-TOTAL-LINE.
074800     MOVE "OPERATORS NOT YET GRADED BY NWCERT" TO TL-LABEL.
074900     MOVE WS-NO-CERT-COUNT TO TL-VALUE.
075000     WRITE HRORPT-RECORD FROM WS-TOTAL-LINE.
075100     MOVE "OPERATORS WITH NO NWHIST RECORD FOR THE PERIOD"
075200         TO TL-LABEL.
075300     MOVE WS-NO-HIST-COUNT TO TL-VALUE.
075400     WRITE HRORPT-RECORD FROM WS-TOTAL-LINE.
075500 8000-PRINT-TOTALS-EXIT.
075600     EXIT.
075700*
075800*===========================================================*
075900* 0800-CHECK-RUN-CONTROL                                     *
076000*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
076100*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
076200*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
076300*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
076400*     NWCERT ONLY RUNS ON NIGHTS WITH WORK TO DO, SO IT IS   *
076500*     NOT REQUIRED - BUT WHEN IT RAN FOR THE SAME BUSINESS   *
076600*     DATE AND DID NOT COMPLETE CLEANLY (FAILED, OR STILL    *
076700*     SHOWING STARTED) THIS RUN IS REFUSED (RC=12) AND       *
076800*     RECORDED AS REFUSED.                                   *
076900*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
077000*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
077100*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
077200*===========================================================*
077300 0800-CHECK-RUN-CONTROL.
077400     MOVE "NWHROUT"  TO WS-RUN-JOB-NAME.
077500     MOVE "NWCERT"   TO WS-RUN-PREREQ-JOB.
077600     MOVE 'C'        TO WS-RUN-PREREQ-KIND.
077700     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
077800     ACCEPT WS-RUN-START-TIME FROM TIME.
077900     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
078000     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
078100         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
078200         COMPUTE WS-RUN-DATE-INTEGER =
078300             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
078400         COMPUTE WS-RUN-DATE-8 =
078500             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
078600         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
078700     END-IF.
078800*
078900     OPEN I-O RUNCTL-FILE.
079000     IF WS-RUNCTL-STATUS = "35"
079100         OPEN OUTPUT RUNCTL-FILE
079200         CLOSE RUNCTL-FILE
079300         OPEN I-O RUNCTL-FILE
079400     END-IF.
079500     IF WS-RUNCTL-STATUS NOT = "00"
079600         DISPLAY "NWHROUT: NWRUNCTL COULD NOT BE OPENED - "
079700             "FILE STATUS " WS-RUNCTL-STATUS
079800             " - RUN NOT RECORDED ON THE LEDGER."
079900         GO TO 0800-CHECK-RUN-CONTROL-EXIT
080000     END-IF.
080100     MOVE 'Y' TO WS-RUN-LEDGER-SW.
080200     PERFORM 0810-CHECK-PREREQUISITE
080300         THRU 0810-CHECK-PREREQUISITE-EXIT.
080400*
080500     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
080600     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
080700     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
080800     READ RUNCTL-FILE
080900         INVALID KEY
081000             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
081100             MOVE SPACES TO RUNCTL-RECORD
081200             MOVE ZERO   TO RUN-ATTEMPT-COUNT
081300     END-READ.
081400     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
081500     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
081600     MOVE 'S'               TO RUN-STATUS.
081700     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
081800     MOVE ZERO              TO RUN-END-TIME
081900                               RUN-COND-CODE
082000                               RUN-RECS-READ
082100                               RUN-RECS-WRITTEN
082200                               RUN-RECS-EXCEPTED.
082300     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
082400         MOVE ZERO TO RUN-ATTEMPT-COUNT
082500     END-IF.
082600     IF RUN-ATTEMPT-COUNT < 99
082700         ADD 1 TO RUN-ATTEMPT-COUNT
082800     END-IF.
082900     MOVE SPACES            TO RUN-REFUSED-FOR.
083000     IF WS-RUN-IS-REFUSED
083100         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
083200     END-IF.
083300     IF WS-RUN-REC-WAS-FOUND
083400         REWRITE RUNCTL-RECORD
083500     ELSE
083600         WRITE RUNCTL-RECORD
083700     END-IF.
083800     CLOSE RUNCTL-FILE.
083900 0800-CHECK-RUN-CONTROL-EXIT.
084000     EXIT.
084100*
084200*===========================================================*
084300* 0810-CHECK-PREREQUISITE                                    *
084400*     LOOKS UP THE PREREQUISITE JOB'S LEDGER RECORD FOR THE  *
084500*     SAME BUSINESS DATE AND SETS THE REFUSED SWITCH WHEN IT *
084600*     HAS NOT COMPLETED CLEANLY. A REQUIRED PREREQUISITE     *
084700*     THAT HAS NOT RUN AT ALL REFUSES THE RUN TOO.           *
084800*===========================================================*
084900 0810-CHECK-PREREQUISITE.
085000     MOVE WS-RUN-PREREQ-JOB TO RUN-JOB-NAME.
085100     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
085200     READ RUNCTL-FILE
085300         INVALID KEY
085400             IF WS-RUN-PREREQ-IS-REQUIRED
085500                 MOVE 'Y' TO WS-RUN-REFUSED-SW
085600             END-IF
085700         NOT INVALID KEY
085800             IF NOT RUN-ENDED-CLEAN
085900                 MOVE 'Y' TO WS-RUN-REFUSED-SW
086000             END-IF
086100     END-READ.
086200     IF WS-RUN-IS-REFUSED
086300         DISPLAY "NWHROUT: " WS-RUN-PREREQ-JOB
086400             " HAS NOT COMPLETED CLEANLY FOR BUSINESS DATE "
086500             WS-RUN-BUS-DATE " - RUN REFUSED."
086600     END-IF.
086700 0810-CHECK-PREREQUISITE-EXIT.
086800     EXIT.
086900*
087000*===========================================================*
087100* 9800-RECORD-RUN-END                                        *
087200*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
087300*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
087400*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
087500*     CODE IS FINAL.                                         *
087600*===========================================================*
087700 9800-RECORD-RUN-END.
087800     IF NOT WS-RUN-LEDGER-IS-USABLE
087900         GO TO 9800-RECORD-RUN-END-EXIT
088000     END-IF.
088100     OPEN I-O RUNCTL-FILE.
088200     IF WS-RUNCTL-STATUS NOT = "00"
088300         DISPLAY "NWHROUT: NWRUNCTL COULD NOT BE REOPENED - "
088400             "FILE STATUS " WS-RUNCTL-STATUS
088500             " - RUN END NOT RECORDED."
088600         GO TO 9800-RECORD-RUN-END-EXIT
088700     END-IF.
088800     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
088900     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
089000     READ RUNCTL-FILE
089100         INVALID KEY
089200             DISPLAY "NWHROUT: NWRUNCTL RECORD FOR THIS RUN "
089300                 "IS MISSING - RUN END NOT RECORDED."
089400             CLOSE RUNCTL-FILE
089500             GO TO 9800-RECORD-RUN-END-EXIT
089600     END-READ.
089700     ACCEPT RUN-END-TIME FROM TIME.
089800     MOVE RETURN-CODE TO RUN-COND-CODE.
089900     EVALUATE TRUE
090000         WHEN WS-RUN-IS-REFUSED
090100             MOVE 'R' TO RUN-STATUS
090200         WHEN WS-RUN-HAD-NO-WORK
090300             MOVE 'N' TO RUN-STATUS
090400         WHEN RETURN-CODE = ZERO
090500             MOVE 'C' TO RUN-STATUS
090600         WHEN RETURN-CODE = 4
090700             MOVE 'W' TO RUN-STATUS
090800         WHEN OTHER
090900             MOVE 'F' TO RUN-STATUS
091000     END-EVALUATE.
091100     MOVE WS-AUTH-READ-COUNT     TO RUN-RECS-READ.
091200     MOVE WS-SENT-COUNT          TO RUN-RECS-WRITTEN.
091300     MOVE ZERO                   TO RUN-RECS-EXCEPTED.
091400     REWRITE RUNCTL-RECORD.
091500     CLOSE RUNCTL-FILE.
091600 9800-RECORD-RUN-END-EXIT.
091700     EXIT.
