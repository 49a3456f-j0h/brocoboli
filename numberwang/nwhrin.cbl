000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NWHRIN.
000300 AUTHOR.        R ALLAN.
000400 INSTALLATION.  SHIFT-READINESS TRAINING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                               *
001200* 2026-10-15 RA    ORIGINAL HR STARTERS/LEAVERS/CREW-MOVES   *
001300*                  EDIT - READS THE HRMOVES FILE SENT BY THE *
001400*                  HR TRAINING-RECORDS SYSTEM (CPYHRI01),    *
001500*                  CHECKS EACH RECORD AGAINST AUTHOP AND     *
001600*                  WRITES THE AUTMNT TRANSACTION CARDS       *
001700*                  (CPYATX01) THAT CARRY IT OUT ON THE NEXT  *
001800*                  NORMAL NWAUTMNT RUN - ADD FOR A STARTER   *
001900*                  (REACT, PLUS RENAME WHEN THE NAME HAS     *
002000*                  CHANGED, FOR A RETURNING ONE), DEACT FOR  *
002100*                  A LEAVER, AND ASSIGN OR TRANSFER FOR A    *
002200*                  CREW MOVE OR A STARTER'S CREW. A RECORD   *
002300*                  THAT CANNOT BE MAPPED IS LEFT OFF THE     *
002400*                  DECK AND PRINTED ON THE NWHRIRPT REJECT   *
002500*                  REPORT WITH A REASON CODE. RC=4 MEANS     *
002600*                  ONE OR MORE RECORDS WERE REJECTED; RC=8   *
002700*                  MEANS AUTHOP, HRMOVES OR THE CARD OUTPUT  *
002800*                  COULD NOT BE OPENED, OR HRMOVES WAS       *
002900*                  EMPTY. THE RUN IS RECORDED ON THE         *
003000*                  NWRUNCTL LEDGER.                          *
003100*-----------------------------------------------------------*
003200*
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
003500 SOURCE-COMPUTER.  IBM-370.
003600 OBJECT-COMPUTER.  IBM-370.
003700*
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT HRIN-FILE ASSIGN TO HRMOVES
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS WS-HRIN-STATUS.
004300     SELECT AUTH-FILE ASSIGN TO AUTHOP
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS AUT-OPERATOR-ID
004700         FILE STATUS IS WS-AUTH-STATUS.
004800     SELECT CARD-FILE ASSIGN TO HRAUTMNT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-CARD-STATUS.
005100     SELECT HRIRPT-FILE ASSIGN TO NWHRIRPT
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
006200 FD  HRIN-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  HRI-RECORD.
006700     COPY CPYHRI01.
006800*
006900 FD  AUTH-FILE
007000     RECORD CONTAINS 80 CHARACTERS.
007100 01  AUTH-RECORD.
007200     COPY CPYAUT01.
007300*
007400 FD  CARD-FILE
007500     RECORDING MODE IS F
007600     LABEL RECORDS ARE STANDARD
007700     RECORD CONTAINS 80 CHARACTERS.
007800 01  CARD-RECORD            PIC X(80).
007900*
008000 FD  HRIRPT-FILE
008100     RECORDING MODE IS F
008200     LABEL RECORDS ARE STANDARD
008300     RECORD CONTAINS 133 CHARACTERS.
008400 01  HRIRPT-RECORD          PIC X(133).
008500*
008600 FD  RUNCTL-FILE
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  RUNCTL-RECORD.
008900     COPY CPYRUN01.
009000*
009100 WORKING-STORAGE SECTION.
009200*
009300 77  WS-HRIN-STATUS          PIC X(02) VALUE "00".
009400 77  WS-AUTH-STATUS          PIC X(02) VALUE "00".
009500 77  WS-CARD-STATUS          PIC X(02) VALUE "00".
009600*
009700 77  WS-HRIN-EOF-SW          PIC X(01) VALUE 'N'.
009800     88  WS-HRIN-AT-END             VALUE 'Y'.
009900 77  WS-HRIN-OPEN-SW         PIC X(01) VALUE 'N'.
010000     88  WS-HRIN-IS-OPEN            VALUE 'Y'.
010100 77  WS-RECORD-FOUND-SW      PIC X(01) VALUE 'N'.
010200     88  WS-RECORD-WAS-FOUND        VALUE 'Y'.
010300 77  WS-REJECT-SW            PIC X(01) VALUE 'N'.
010400     88  WS-RECORD-IS-REJECTED      VALUE 'Y'.
010500 77  WS-REASON-CODE          PIC X(04) VALUE SPACES.
010600 77  WS-REASON-TEXT          PIC X(32) VALUE SPACES.
010700*
010800*-----------------------------------------------------------*
010900* OPERATORS ALREADY ACCEPTED FROM THIS HRMOVES FILE - EVERY  *
011000* CARD IS EDITED AGAINST AUTHOP AS IT STANDS BEFORE          *
011100* NWAUTMNT RUNS, SO A SECOND RECORD FOR THE SAME OPERATOR    *
011200* CANNOT BE CHECKED AND IS REJECTED.                         *
011300*-----------------------------------------------------------*
011400 77  WS-SEEN-COUNT           PIC S9(4) COMP VALUE ZERO.
011500 77  WS-SEEN-MAX             PIC S9(4) COMP VALUE 500.
011600 77  WS-IDX                  PIC S9(4) COMP.
011700 77  WS-FOUND-IDX            PIC S9(4) COMP.
011800 01  WS-SEEN-TABLE.
011900     05  WS-SEEN-OPERATOR-ID PIC X(08) OCCURS 500 TIMES.
012000*
012100*-----------------------------------------------------------*
012200* THE AUTMNT CARD BEING BUILT                                *
012300*-----------------------------------------------------------*
012400 01  WS-ATX-CARD.
012500     COPY CPYATX01.
012600*
012700 77  WS-HR-READ-COUNT        PIC 9(06) COMP VALUE ZERO.
012800 77  WS-ACCEPTED-COUNT       PIC 9(06) COMP VALUE ZERO.
012900 77  WS-REJECTED-COUNT       PIC 9(06) COMP VALUE ZERO.
013000 77  WS-CARD-COUNT           PIC 9(06) COMP VALUE ZERO.
013100 77  WS-ADD-COUNT            PIC 9(06) COMP VALUE ZERO.
013200 77  WS-REACT-COUNT          PIC 9(06) COMP VALUE ZERO.
013300 77  WS-RENAME-COUNT         PIC 9(06) COMP VALUE ZERO.
013400 77  WS-DEACT-COUNT          PIC 9(06) COMP VALUE ZERO.
013500 77  WS-ASSIGN-COUNT         PIC 9(06) COMP VALUE ZERO.
013600 77  WS-TRANSFER-COUNT       PIC 9(06) COMP VALUE ZERO.
013700*
013800 01  WS-RUN-CONTROL.
013900     COPY CPYRUW01.
014000*
014100*-----------------------------------------------------------*
014200* REPORT LINE LAYOUTS                                        *
014300*-----------------------------------------------------------*
014400 01  WS-HEADING-LINE-1       PIC X(133) VALUE
014500     "NUMBERWANG HR STARTERS/LEAVERS/CREW-MOVES EDIT - REJECT REPO
014600-    "RT".
014700 01  WS-HEADING-LINE-2.
014800     05  FILLER              PIC X(42) VALUE
014900         "EVENT     OPERATOR  HR REF      EFF DATE  ".
015000     05  FILLER              PIC X(40) VALUE
015100         "NAME                  CREW  RSN   REASON".
015200     05  FILLER              PIC X(51) VALUE SPACES.
015300 01  WS-REJECT-LINE.
015400     05  RL-EVENT            PIC X(08).
015500     05  FILLER              PIC X(02).
015600     05  RL-OPERATOR-ID      PIC X(08).
015700     05  FILLER              PIC X(02).
015800     05  RL-HR-REFERENCE     PIC X(10).
015900     05  FILLER              PIC X(02).
016000     05  RL-EFFECTIVE-DATE   PIC X(08).
016100     05  FILLER              PIC X(02).
016200     05  RL-OPERATOR-NAME    PIC X(20).
016300     05  FILLER              PIC X(02).
016400     05  RL-CREW-CODE        PIC X(04).
016500     05  FILLER              PIC X(02).
016600     05  RL-REASON-CODE      PIC X(04).
016700     05  FILLER              PIC X(02).
016800     05  RL-REASON-TEXT      PIC X(32).
016900     05  FILLER              PIC X(25).
017000 01  WS-TOTAL-LINE.
017100     05  TL-LABEL            PIC X(40).
017200     05  FILLER              PIC X(02).
017300     05  TL-VALUE            PIC ZZZ,ZZ9.
017400     05  FILLER              PIC X(84).
017500 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
017600 01  WS-NO-REJECTS-LINE      PIC X(133) VALUE
017700     "NO HR RECORDS WERE REJECTED.".
017800 01  WS-NO-FILE-LINE         PIC X(133) VALUE
017900     "AUTHOP, HRMOVES OR THE HRAUTMNT CARD OUTPUT COULD NOT BE OPE
018000-    "NED - NO CARDS WERE WRITTEN. SEE CONSOLE LOG.".
018100 01  WS-NO-RECORDS-LINE      PIC X(133) VALUE
018200     "THE HRMOVES FILE HELD NO RECORDS - NO CARDS WERE WRITTEN.".
018300*
018400 PROCEDURE DIVISION.
018500*
018600*===========================================================*
018700* 0000-MAINLINE                                              *
018800*===========================================================*
018900 0000-MAINLINE.
019000     PERFORM 0800-CHECK-RUN-CONTROL
019100         THRU 0800-CHECK-RUN-CONTROL-EXIT.
019200     OPEN OUTPUT HRIRPT-FILE.
019300     WRITE HRIRPT-RECORD FROM WS-HEADING-LINE-1.
019400     WRITE HRIRPT-RECORD FROM WS-BLANK-LINE.
019500*
019600     OPEN OUTPUT CARD-FILE.
019700     IF WS-CARD-STATUS NOT = "00"
019800         DISPLAY "NWHRIN: HRAUTMNT COULD NOT BE OPENED - "
019900             "FILE STATUS " WS-CARD-STATUS " - RUN ABANDONED."
020000         WRITE HRIRPT-RECORD FROM WS-NO-FILE-LINE
020100         CLOSE HRIRPT-FILE
020200         MOVE 8 TO RETURN-CODE
020300         PERFORM 9800-RECORD-RUN-END
020400             THRU 9800-RECORD-RUN-END-EXIT
020500         STOP RUN
020600     END-IF.
020700     OPEN INPUT AUTH-FILE.
020800     IF WS-AUTH-STATUS NOT = "00"
020900         DISPLAY "NWHRIN: AUTHOP COULD NOT BE OPENED - "
021000             "FILE STATUS " WS-AUTH-STATUS " - RUN ABANDONED."
021100         WRITE HRIRPT-RECORD FROM WS-NO-FILE-LINE
021200         CLOSE CARD-FILE HRIRPT-FILE
021300         MOVE 8 TO RETURN-CODE
021400         PERFORM 9800-RECORD-RUN-END
021500             THRU 9800-RECORD-RUN-END-EXIT
021600         STOP RUN
021700     END-IF.
021800     OPEN INPUT HRIN-FILE.
021900     IF WS-HRIN-STATUS = "00"
022000         MOVE 'Y' TO WS-HRIN-OPEN-SW
022100     ELSE
022200         DISPLAY "NWHRIN: HRMOVES COULD NOT BE OPENED - "
022300             "FILE STATUS " WS-HRIN-STATUS
022400             " - NO CARDS WRITTEN."
022500         WRITE HRIRPT-RECORD FROM WS-NO-FILE-LINE
022600         MOVE 8 TO RETURN-CODE
022700         MOVE 'Y' TO WS-HRIN-EOF-SW
022800     END-IF.
022900*
023000     WRITE HRIRPT-RECORD FROM WS-HEADING-LINE-2.
023100     IF NOT WS-HRIN-AT-END
023200         PERFORM 1000-READ-HR-RECORD
023300             THRU 1000-READ-HR-RECORD-EXIT
023400     END-IF.
023500     PERFORM 2000-EDIT-ONE-RECORD
023600         THRU 2000-EDIT-ONE-RECORD-EXIT
023700         UNTIL WS-HRIN-AT-END.
023800*
023900     IF WS-HRIN-IS-OPEN
024000         CLOSE HRIN-FILE
024100     END-IF.
024200     CLOSE AUTH-FILE CARD-FILE.
024300     IF WS-HR-READ-COUNT = ZERO
024400         MOVE 8 TO RETURN-CODE
024500         IF WS-HRIN-IS-OPEN
024600             WRITE HRIRPT-RECORD FROM WS-NO-RECORDS-LINE
024700             MOVE 'Y' TO WS-RUN-NO-WORK-SW
024800         END-IF
024900     ELSE
025000         IF WS-REJECTED-COUNT = ZERO
025100             WRITE HRIRPT-RECORD FROM WS-NO-REJECTS-LINE
025200         END-IF
025300         IF WS-REJECTED-COUNT > ZERO
025400             AND RETURN-CODE < 4
025500             MOVE 4 TO RETURN-CODE
025600         END-IF
025700     END-IF.
025800     PERFORM 8000-PRINT-TOTALS
025900         THRU 8000-PRINT-TOTALS-EXIT.
026000     CLOSE HRIRPT-FILE.
026100     PERFORM 9800-RECORD-RUN-END
026200         THRU 9800-RECORD-RUN-END-EXIT.
026300     STOP RUN.
026400*
026500*===========================================================*
026600* 1000-READ-HR-RECORD                                        *
026700*     READS THE NEXT HRMOVES RECORD, SETTING THE EOF SWITCH  *
026800*     WHEN THE FILE IS EXHAUSTED.                            *
026900*===========================================================*
027000 1000-READ-HR-RECORD.
027100     READ HRIN-FILE
027200         AT END
027300             MOVE 'Y' TO WS-HRIN-EOF-SW
027400         NOT AT END
027500             ADD 1 TO WS-HR-READ-COUNT
027600     END-READ.
027700     IF WS-HRIN-STATUS NOT = "00" AND WS-HRIN-STATUS NOT = "10"
027800         MOVE 'Y' TO WS-HRIN-EOF-SW
027900     END-IF.
028000 1000-READ-HR-RECORD-EXIT.
028100     EXIT.
028200*
028300*===========================================================*
028400* 2000-EDIT-ONE-RECORD                                       *
028500*     EDITS ONE HR RECORD AND, WHEN IT PASSES, MAPS IT ONTO  *
028600*     AUTMNT CARDS AGAINST THE OPERATOR'S AUTHOP RECORD. A   *
028700*     RECORD THAT FAILS ANY CHECK WRITES NO CARDS AND IS     *
028800*     PRINTED ON THE REJECT REPORT.                          *
028900*===========================================================*
029000 2000-EDIT-ONE-RECORD.
029100     MOVE 'N'    TO WS-REJECT-SW.
029200     MOVE SPACES TO WS-REASON-CODE.
029300     MOVE SPACES TO WS-REASON-TEXT.
029400*
029500     PERFORM 2100-EDIT-FIELDS
029600         THRU 2100-EDIT-FIELDS-EXIT.
029700     IF NOT WS-RECORD-IS-REJECTED
029800         PERFORM 2200-CHECK-DUPLICATE
029900             THRU 2200-CHECK-DUPLICATE-EXIT
030000     END-IF.
030100     IF NOT WS-RECORD-IS-REJECTED
030200         PERFORM 2300-READ-AUTH-RECORD
030300             THRU 2300-READ-AUTH-RECORD-EXIT
030400         EVALUATE TRUE
030500             WHEN HRI-IS-STARTER
030600                 PERFORM 3000-MAP-STARTER
030700                     THRU 3000-MAP-STARTER-EXIT
030800             WHEN HRI-IS-LEAVER
030900                 PERFORM 3100-MAP-LEAVER
031000                     THRU 3100-MAP-LEAVER-EXIT
031100             WHEN OTHER
031200                 PERFORM 3200-MAP-CREW-MOVE
031300                     THRU 3200-MAP-CREW-MOVE-EXIT
031400         END-EVALUATE
031500     END-IF.
031600*
031700     IF WS-RECORD-IS-REJECTED
031800         ADD 1 TO WS-REJECTED-COUNT
031900         PERFORM 4000-WRITE-REJECT-LINE
032000             THRU 4000-WRITE-REJECT-LINE-EXIT
032100     ELSE
032200         ADD 1 TO WS-ACCEPTED-COUNT
032300         ADD 1 TO WS-SEEN-COUNT
032400         MOVE HRI-OPERATOR-ID
032500             TO WS-SEEN-OPERATOR-ID (WS-SEEN-COUNT)
032600     END-IF.
032700*
032800     PERFORM 1000-READ-HR-RECORD
032900         THRU 1000-READ-HR-RECORD-EXIT.
033000 2000-EDIT-ONE-RECORD-EXIT.
033100     EXIT.
033200*
033300*===========================================================*
033400* 2100-EDIT-FIELDS                                           *
033500*     FIELD-LEVEL EDITS - A KNOWN EVENT TYPE, AN OPERATOR    *
033600*     ID, A NUMERIC EFFECTIVE DATE, A NAME ON A STARTER AND  *
033700*     A CREW CODE ON A CREW MOVE.                            *
033800*===========================================================*
033900 2100-EDIT-FIELDS.
034000     IF NOT HRI-IS-STARTER
034100         AND NOT HRI-IS-LEAVER
034200         AND NOT HRI-IS-CREW-MOVE
034300         MOVE 'Y'    TO WS-REJECT-SW
034400         MOVE "H001" TO WS-REASON-CODE
034500         MOVE "EVENT TYPE NOT S, L OR M" TO WS-REASON-TEXT
034600         GO TO 2100-EDIT-FIELDS-EXIT
034700     END-IF.
034800     IF HRI-OPERATOR-ID = SPACES
034900         MOVE 'Y'    TO WS-REJECT-SW
035000         MOVE "H002" TO WS-REASON-CODE
035100         MOVE "OPERATOR ID MISSING" TO WS-REASON-TEXT
035200         GO TO 2100-EDIT-FIELDS-EXIT
035300     END-IF.
035400     IF HRI-EFFECTIVE-DATE IS NOT NUMERIC
035500         MOVE 'Y'    TO WS-REJECT-SW
035600         MOVE "H003" TO WS-REASON-CODE
035700         MOVE "EFFECTIVE DATE NOT YYYYMMDD" TO WS-REASON-TEXT
035800         GO TO 2100-EDIT-FIELDS-EXIT
035900     END-IF.
036000     IF HRI-IS-STARTER
036100         AND HRI-OPERATOR-NAME = SPACES
036200         MOVE 'Y'    TO WS-REJECT-SW
036300         MOVE "H004" TO WS-REASON-CODE
036400         MOVE "STARTER HAS NO OPERATOR NAME" TO WS-REASON-TEXT
036500         GO TO 2100-EDIT-FIELDS-EXIT
036600     END-IF.
036700     IF HRI-IS-CREW-MOVE
036800         AND HRI-CREW-CODE = SPACES
036900         MOVE 'Y'    TO WS-REJECT-SW
037000         MOVE "H005" TO WS-REASON-CODE
037100         MOVE "CREW MOVE HAS NO CREW CODE" TO WS-REASON-TEXT
037200         GO TO 2100-EDIT-FIELDS-EXIT
037300     END-IF.
037400 2100-EDIT-FIELDS-EXIT.
037500     EXIT.
037600*
037700*===========================================================*
037800* 2200-CHECK-DUPLICATE                                       *
037900*     REJECTS A SECOND RECORD FOR AN OPERATOR ALREADY        *
038000*     ACCEPTED FROM THIS FILE, AND ANY RECORD ONCE THE       *
038100*     TABLE OF ACCEPTED OPERATORS IS FULL.                   *
038200*===========================================================*
038300 2200-CHECK-DUPLICATE.
038400     MOVE ZERO TO WS-FOUND-IDX.
038500     PERFORM 2250-SCAN-ONE-OPERATOR
038600         THRU 2250-SCAN-ONE-OPERATOR-EXIT
038700         VARYING WS-IDX FROM 1 BY 1
038800         UNTIL WS-IDX > WS-SEEN-COUNT
038900            OR WS-FOUND-IDX > ZERO.
039000     IF WS-FOUND-IDX > ZERO
039100         MOVE 'Y'    TO WS-REJECT-SW
039200         MOVE "H006" TO WS-REASON-CODE
039300         MOVE "OPERATOR ALREADY ON THIS FILE" TO WS-REASON-TEXT
039400         GO TO 2200-CHECK-DUPLICATE-EXIT
039500     END-IF.
039600     IF WS-SEEN-COUNT NOT < WS-SEEN-MAX
039700         MOVE 'Y'    TO WS-REJECT-SW
039800         MOVE "H012" TO WS-REASON-CODE
039900         MOVE "OVER 500 OPERATORS - RESEND" TO WS-REASON-TEXT
040000     END-IF.
040100 2200-CHECK-DUPLICATE-EXIT.
040200     EXIT.
040300*
040400*===========================================================*
040500* 2250-SCAN-ONE-OPERATOR                                     *
040600*     COMPARES ONE ACCEPTED OPERATOR AGAINST THE RECORD.     *
040700*===========================================================*
040800 2250-SCAN-ONE-OPERATOR.
040900     IF WS-SEEN-OPERATOR-ID (WS-IDX) = HRI-OPERATOR-ID
041000         MOVE WS-IDX TO WS-FOUND-IDX
041100     END-IF.
041200 2250-SCAN-ONE-OPERATOR-EXIT.
041300     EXIT.
041400*
041500*===========================================================*
041600* 2300-READ-AUTH-RECORD                                      *
041700*     RANDOM READ OF AUTHOP FOR THE RECORD'S OPERATOR ID,    *
041800*     SETTING THE FOUND SWITCH. AN OPERATOR NOT ON FILE IS   *
041900*     LEFT WITH A BLANK RECORD (NO CREW).                    *
042000*===========================================================*
042100 2300-READ-AUTH-RECORD.
042200     MOVE 'N'             TO WS-RECORD-FOUND-SW.
042300     MOVE SPACES          TO AUTH-RECORD.
042400     MOVE HRI-OPERATOR-ID TO AUT-OPERATOR-ID.
042500     MOVE "00"            TO WS-AUTH-STATUS.
042600     READ AUTH-FILE
042700         INVALID KEY
042800             MOVE "23" TO WS-AUTH-STATUS
042900     END-READ.
043000     IF WS-AUTH-STATUS = "00"
043100         MOVE 'Y' TO WS-RECORD-FOUND-SW
043200     ELSE
043300         MOVE SPACES          TO AUTH-RECORD
043400         MOVE HRI-OPERATOR-ID TO AUT-OPERATOR-ID
043500     END-IF.
043600 2300-READ-AUTH-RECORD-EXIT.
043700     EXIT.
043800*
043900*===========================================================*
044000* 3000-MAP-STARTER                                           *
044100*     A NEW STARTER IS ADDED. ONE ALREADY ON AUTHOP BUT      *
044200*     INACTIVE IS RETURNING - REACTIVATED, AND RENAMED IF    *
044300*     HR HOLDS A DIFFERENT NAME. ONE ALREADY ACTIVE IS       *
044400*     REJECTED. A CREW CODE ON THE RECORD THEN PUTS THE      *
044500*     OPERATOR IN THAT CREW.                                 *
044600*===========================================================*
044700 3000-MAP-STARTER.
044800     IF WS-RECORD-WAS-FOUND
044900         AND AUT-OPERATOR-IS-ACTIVE
045000         MOVE 'Y'    TO WS-REJECT-SW
045100         MOVE "H008" TO WS-REASON-CODE
045200         MOVE "STARTER ALREADY ACTIVE ON AUTHOP" TO WS-REASON-TEXT
045300         GO TO 3000-MAP-STARTER-EXIT
045400     END-IF.
045500     MOVE SPACES          TO WS-ATX-CARD.
045600     MOVE HRI-OPERATOR-ID TO ATX-OPERATOR-ID.
045700     IF WS-RECORD-WAS-FOUND
045800         MOVE "REACT"           TO ATX-ACTION
045900         PERFORM 5000-WRITE-CARD
046000             THRU 5000-WRITE-CARD-EXIT
046100         IF HRI-OPERATOR-NAME NOT = AUT-OPERATOR-NAME
046200             MOVE "RENAME"          TO ATX-ACTION
046300             MOVE HRI-OPERATOR-NAME TO ATX-OPERATOR-NAME
046400             PERFORM 5000-WRITE-CARD
046500                 THRU 5000-WRITE-CARD-EXIT
046600         END-IF
046700     ELSE
046800         MOVE "ADD"             TO ATX-ACTION
046900         MOVE HRI-OPERATOR-NAME TO ATX-OPERATOR-NAME
047000         PERFORM 5000-WRITE-CARD
047100             THRU 5000-WRITE-CARD-EXIT
047200     END-IF.
047300     IF HRI-CREW-CODE NOT = SPACES
047400         AND HRI-CREW-CODE NOT = AUT-CREW-CODE
047500         PERFORM 3300-WRITE-CREW-CARD
047600             THRU 3300-WRITE-CREW-CARD-EXIT
047700     END-IF.
047800 3000-MAP-STARTER-EXIT.
047900     EXIT.
048000*
048100*===========================================================*
048200* 3100-MAP-LEAVER                                            *
048300*     A LEAVER ON AUTHOP AND STILL ACTIVE IS DEACTIVATED.    *
048400*===========================================================*
048500 3100-MAP-LEAVER.
048600     IF NOT WS-RECORD-WAS-FOUND
048700         MOVE 'Y'    TO WS-REJECT-SW
048800         MOVE "H007" TO WS-REASON-CODE
048900         MOVE "OPERATOR NOT ON AUTHOP" TO WS-REASON-TEXT
049000         GO TO 3100-MAP-LEAVER-EXIT
049100     END-IF.
049200     IF NOT AUT-OPERATOR-IS-ACTIVE
049300         MOVE 'Y'    TO WS-REJECT-SW
049400         MOVE "H009" TO WS-REASON-CODE
049500         MOVE "LEAVER ALREADY INACTIVE" TO WS-REASON-TEXT
049600         GO TO 3100-MAP-LEAVER-EXIT
049700     END-IF.
049800     MOVE SPACES          TO WS-ATX-CARD.
049900     MOVE "DEACT"         TO ATX-ACTION.
050000     MOVE HRI-OPERATOR-ID TO ATX-OPERATOR-ID.
050100     PERFORM 5000-WRITE-CARD
050200         THRU 5000-WRITE-CARD-EXIT.
050300 3100-MAP-LEAVER-EXIT.
050400     EXIT.
050500*
050600*===========================================================*
050700* 3200-MAP-CREW-MOVE                                         *
050800*     A CREW MOVE FOR AN ACTIVE AUTHOP OPERATOR NOT ALREADY  *
050900*     IN THAT CREW.                                          *
051000*===========================================================*
051100 3200-MAP-CREW-MOVE.
051200     IF NOT WS-RECORD-WAS-FOUND
051300         MOVE 'Y'    TO WS-REJECT-SW
051400         MOVE "H007" TO WS-REASON-CODE
051500         MOVE "OPERATOR NOT ON AUTHOP" TO WS-REASON-TEXT
051600         GO TO 3200-MAP-CREW-MOVE-EXIT
051700     END-IF.
051800     IF NOT AUT-OPERATOR-IS-ACTIVE
051900         MOVE 'Y'    TO WS-REJECT-SW
052000         MOVE "H010" TO WS-REASON-CODE
052100         MOVE "CREW MOVE FOR INACTIVE OPERATOR" TO WS-REASON-TEXT
052200         GO TO 3200-MAP-CREW-MOVE-EXIT
052300     END-IF.
052400     IF AUT-CREW-CODE = HRI-CREW-CODE
052500         MOVE 'Y'    TO WS-REJECT-SW
052600         MOVE "H011" TO WS-REASON-CODE
052700         MOVE "ALREADY IN THAT CREW" TO WS-REASON-TEXT
052800         GO TO 3200-MAP-CREW-MOVE-EXIT
052900     END-IF.
053000     PERFORM 3300-WRITE-CREW-CARD
053100         THRU 3300-WRITE-CREW-CARD-EXIT.
053200 3200-MAP-CREW-MOVE-EXIT.
053300     EXIT.
053400*
053500*===========================================================*
053600* 3300-WRITE-CREW-CARD                                       *
053700*     PUTS THE OPERATOR IN THE RECORD'S CREW - ASSIGN WHEN   *
053800*     AUTHOP HAS THEM IN NO CREW, TRANSFER OTHERWISE, AS     *
053900*     NWAUTMNT REJECTS ANY OTHER COMBINATION.                *
054000*===========================================================*
054100 3300-WRITE-CREW-CARD.
054200     MOVE SPACES          TO WS-ATX-CARD.
054300     IF AUT-CREW-CODE = SPACES
054400         MOVE "ASSIGN"    TO ATX-ACTION
054500     ELSE
054600         MOVE "TRANSFER"  TO ATX-ACTION
054700     END-IF.
054800     MOVE HRI-OPERATOR-ID TO ATX-OPERATOR-ID.
054900     MOVE HRI-CREW-CODE   TO ATX-CREW-CODE.
055000     PERFORM 5000-WRITE-CARD
055100         THRU 5000-WRITE-CARD-EXIT.
055200 3300-WRITE-CREW-CARD-EXIT.
055300     EXIT.
055400*
055500*===========================================================*
055600* 4000-WRITE-REJECT-LINE                                     *
055700*     PRINTS A REJECTED RECORD WITH ITS REASON.              *
055800*===========================================================*
055900 4000-WRITE-REJECT-LINE.
056000     MOVE SPACES TO WS-REJECT-LINE.
056100     EVALUATE TRUE
056200         WHEN HRI-IS-STARTER
056300             MOVE "STARTER"  TO RL-EVENT
056400         WHEN HRI-IS-LEAVER
056500             MOVE "LEAVER"   TO RL-EVENT
056600         WHEN HRI-IS-CREW-MOVE
056700             MOVE "CREWMOVE" TO RL-EVENT
056800         WHEN OTHER
056900             MOVE HRI-EVENT-TYPE TO RL-EVENT
057000     END-EVALUATE.
057100     MOVE HRI-OPERATOR-ID    TO RL-OPERATOR-ID.
057200     MOVE HRI-HR-REFERENCE   TO RL-HR-REFERENCE.
057300     MOVE HRI-EFFECTIVE-DATE TO RL-EFFECTIVE-DATE.
057400     MOVE HRI-OPERATOR-NAME  TO RL-OPERATOR-NAME.
057500     MOVE HRI-CREW-CODE      TO RL-CREW-CODE.
057600     MOVE WS-REASON-CODE     TO RL-REASON-CODE.
057700     MOVE WS-REASON-TEXT     TO RL-REASON-TEXT.
057800     WRITE HRIRPT-RECORD FROM WS-REJECT-LINE.
057900 4000-WRITE-REJECT-LINE-EXIT.
058000     EXIT.
058100*
058200*===========================================================*
058300* 5000-WRITE-CARD                                            *
058400*     WRITES THE AUTMNT CARD BUILT IN WS-ATX-CARD AND COUNTS *
058500*     IT BY ACTION.                                          *
058600*===========================================================*
058700 5000-WRITE-CARD.
058800     WRITE CARD-RECORD FROM WS-ATX-CARD.
058900     ADD 1 TO WS-CARD-COUNT.
059000     EVALUATE TRUE
059100         WHEN ATX-ACTION-IS-ADD
059200             ADD 1 TO WS-ADD-COUNT
059300         WHEN ATX-ACTION-IS-REACTIVATE
059400             ADD 1 TO WS-REACT-COUNT
059500         WHEN ATX-ACTION-IS-RENAME
059600             ADD 1 TO WS-RENAME-COUNT
059700         WHEN ATX-ACTION-IS-DEACTIVATE
059800             ADD 1 TO WS-DEACT-COUNT
059900         WHEN ATX-ACTION-IS-ASSIGN
060000             ADD 1 TO WS-ASSIGN-COUNT
060100         WHEN ATX-ACTION-IS-TRANSFER
060200             ADD 1 TO WS-TRANSFER-COUNT
060300     END-EVALUATE.
060400 5000-WRITE-CARD-EXIT.
060500     EXIT.
060600*
060700*===========================================================*
060800* 8000-PRINT-TOTALS                                          *
060900*     PRINTS THE RECORD AND CARD TOTALS.                     *
061000*===========================================================*
061100 8000-PRINT-TOTALS.
061200     WRITE HRIRPT-RECORD FROM WS-BLANK-LINE.
061300     MOVE SPACES TO WS-TOTAL-LINE.
061400     MOVE "HR RECORDS READ" TO TL-LABEL.
061500     MOVE WS-HR-READ-COUNT TO TL-VALUE.
061600     WRITE HRIRPT-RECORD FROM WS-TOTAL-LINE.
061700     MOVE "HR RECORDS ACCEPTED" TO TL-LABEL.
061800     MOVE WS-ACCEPTED-COUNT TO TL-VALUE.
061900     WRITE HRIRPT-RECORD FROM WS-TOTAL-LINE.
062000     MOVE "HR RECORDS REJECTED" TO TL-LABEL.
062100     MOVE WS-REJECTED-COUNT TO TL-VALUE.
062200     WRITE HRIRPT-RECORD FROM WS-TOTAL-LINE.
062300     MOVE "AUTMNT CARDS WRITTEN TO HRAUTMNT" TO TL-LABEL.
062400     MOVE WS-CARD-COUNT TO TL-VALUE.
062500     WRITE HRIRPT-RECORD FROM WS-TOTAL-LINE.
062600     MOVE "  ADD" TO TL-LABEL.
062700     MOVE WS-ADD-COUNT TO TL-VALUE.
062800     WRITE HRIRPT-RECORD FROM WS-TOTAL-LINE.
062900     MOVE "  REACT" TO TL-LABEL.
063000     MOVE WS-REACT-COUNT TO TL-VALUE.
063100     WRITE HRIRPT-RECORD FROM WS-TOTAL-LINE.
063200     MOVE "  RENAME" TO TL-LABEL.
063300     MOVE WS-RENAME-COUNT TO TL-VALUE.
063400     WRITE HRIRPT-RECORD FROM WS-TOTAL-LINE.
063500     MOVE "  DEACT" TO TL-LABEL.
063600     MOVE WS-DEACT-COUNT TO TL-VALUE.
063700     WRITE HRIRPT-RECORD FROM WS-TOTAL-LINE.
063800     MOVE "  ASSIGN" TO TL-LABEL.
063900     MOVE WS-ASSIGN-COUNT TO TL-VALUE.
064000     WRITE HRIRPT-RECORD FROM WS-TOTAL-LINE.
064100     MOVE "  TRANSFER" TO TL-LABEL.
064200     MOVE WS-TRANSFER-COUNT TO TL-VALUE.
064300     WRITE HRIRPT-RECORD FROM WS-TOTAL-LINE.
064400 8000-PRINT-TOTALS-EXIT.
064500     EXIT.
064600*
064700*===========================================================*
064800* 0800-CHECK-RUN-CONTROL                                     *
064900*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
065000*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
065100*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
065200*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
065300*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
065400*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
065500*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
065600*===========================================================*
065700 0800-CHECK-RUN-CONTROL.
065800     MOVE "NWHRIN"   TO WS-RUN-JOB-NAME.
065900     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
066000     ACCEPT WS-RUN-START-TIME FROM TIME.
066100     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
066200     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
066300         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
066400         COMPUTE WS-RUN-DATE-INTEGER =
066500             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
066600         COMPUTE WS-RUN-DATE-8 =
066700             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
066800         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
066900     END-IF.
067000*
067100     OPEN I-O RUNCTL-FILE.
067200     IF WS-RUNCTL-STATUS = "35"
067300         OPEN OUTPUT RUNCTL-FILE
067400         CLOSE RUNCTL-FILE
067500         OPEN I-O RUNCTL-FILE
067600     END-IF.
067700     IF WS-RUNCTL-STATUS NOT = "00"
067800         DISPLAY "NWHRIN: NWRUNCTL COULD NOT BE OPENED - "
067900             "FILE STATUS " WS-RUNCTL-STATUS
068000             " - RUN NOT RECORDED ON THE LEDGER."
068100         GO TO 0800-CHECK-RUN-CONTROL-EXIT
068200     END-IF.
068300     MOVE 'Y' TO WS-RUN-LEDGER-SW.
068400*
068500     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
068600     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
068700     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
068800     READ RUNCTL-FILE
068900         INVALID KEY
069000             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
069100             MOVE SPACES TO RUNCTL-RECORD
069200             MOVE ZERO   TO RUN-ATTEMPT-COUNT
069300     END-READ.
069400     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
069500     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
069600     MOVE 'S'               TO RUN-STATUS.
069700     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
069800     MOVE ZERO              TO RUN-END-TIME
069900                               RUN-COND-CODE
070000                               RUN-RECS-READ
070100                               RUN-RECS-WRITTEN
070200                               RUN-RECS-EXCEPTED.
070300     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
070400         MOVE ZERO TO RUN-ATTEMPT-COUNT
070500     END-IF.
070600     IF RUN-ATTEMPT-COUNT < 99
070700         ADD 1 TO RUN-ATTEMPT-COUNT
070800     END-IF.
070900     MOVE SPACES            TO RUN-REFUSED-FOR.
071000     IF WS-RUN-IS-REFUSED
071100         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
071200     END-IF.
071300     IF WS-RUN-REC-WAS-FOUND
071400         REWRITE RUNCTL-RECORD
071500     ELSE
071600         WRITE RUNCTL-RECORD
071700     END-IF.
071800     CLOSE RUNCTL-FILE.
071900 0800-CHECK-RUN-CONTROL-EXIT.
072000     EXIT.
072100*
072200*===========================================================*
072300* 9800-RECORD-RUN-END                                        *
072400*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
072500*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
072600*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
072700*     CODE IS FINAL.                                         *
072800*===========================================================*
072900 9800-RECORD-RUN-END.
073000     IF NOT WS-RUN-LEDGER-IS-USABLE
073100         GO TO 9800-RECORD-RUN-END-EXIT
073200     END-IF.
073300     OPEN I-O RUNCTL-FILE.
073400     IF WS-RUNCTL-STATUS NOT = "00"
073500         DISPLAY "NWHRIN: NWRUNCTL COULD NOT BE REOPENED - "
073600             "FILE STATUS " WS-RUNCTL-STATUS
073700             " - RUN END NOT RECORDED."
073800         GO TO 9800-RECORD-RUN-END-EXIT
073900     END-IF.
074000     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
074100     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
074200     READ RUNCTL-FILE
074300         INVALID KEY
074400             DISPLAY "NWHRIN: NWRUNCTL RECORD FOR THIS RUN "
074500                 "IS MISSING - RUN END NOT RECORDED."
074600             CLOSE RUNCTL-FILE
074700             GO TO 9800-RECORD-RUN-END-EXIT
074800     END-READ.
074900     ACCEPT RUN-END-TIME FROM TIME.
075000     MOVE RETURN-CODE TO RUN-COND-CODE.
075100     EVALUATE TRUE
075200         WHEN WS-RUN-IS-REFUSED
075300             MOVE 'R' TO RUN-STATUS
075400         WHEN WS-RUN-HAD-NO-WORK
075500             MOVE 'N' TO RUN-STATUS
075600         WHEN RETURN-CODE = ZERO
075700             MOVE 'C' TO RUN-STATUS
075800         WHEN RETURN-CODE = 4
075900             MOVE 'W' TO RUN-STATUS
076000         WHEN OTHER
076100             MOVE 'F' TO RUN-STATUS
076200     END-EVALUATE.
076300     MOVE WS-HR-READ-COUNT       TO RUN-RECS-READ.
076400     MOVE WS-CARD-COUNT          TO RUN-RECS-WRITTEN.
076500     MOVE WS-REJECTED-COUNT      TO RUN-RECS-EXCEPTED.
076600     REWRITE RUNCTL-RECORD.
076700     CLOSE RUNCTL-FILE.
076800 9800-RECORD-RUN-END-EXIT.
076900     EXIT.
