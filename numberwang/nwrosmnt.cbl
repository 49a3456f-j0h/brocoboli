000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NWROSMNT.
000300 AUTHOR.        R ALLAN.
000400 INSTALLATION.  SHIFT-READINESS TRAINING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                               *
001200* 2026-10-15 RA    ORIGINAL NWROSTER SHIFT-ROSTER            *
001300*                  MAINTENANCE PROGRAM - READS A ROSMNT      *
001400*                  TRANSACTION CARD DECK OF ADD/DROP/SWAP    *
001500*                  ACTIONS, APPLIES THEM TO THE NWROSTER     *
001600*                  FILE (ONE RECORD PER OPERATOR PER DATE    *
001700*                  PER SHIFT BAND) AND PRINTS A CHANGE       *
001800*                  REPORT WITH BEFORE/AFTER IMAGES IN THE    *
001900*                  SAME FORM AS NWAUTMNT'S. AN OPERATOR      *
002000*                  MUST BE ON AUTHOP AND ACTIVE TO BE        *
002100*                  ROSTERED. MALFORMED OR DUPLICATE          *
002200*                  TRANSACTIONS ARE REJECTED WITH A REASON   *
002300*                  CODE INSTEAD OF APPLIED. THE RUN IS       *
002400*                  RECORDED ON THE NWRUNCTL LEDGER.          *
002500*-----------------------------------------------------------*
002510* 2026-10-15 RA    A SWAP WHOSE OUTGOING OPERATOR CANNOT BE  *
002520*                  DELETED NOW TAKES THE REPLACEMENT'S NEW   *
002530*                  RECORD OFF AGAIN, SO THE SHIFT IS LEFT    *
002540*                  UNCHANGED.                                *
002550*-----------------------------------------------------------*
002600*
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.  IBM-370.
003000 OBJECT-COMPUTER.  IBM-370.
003100*
003200 INPUT-OUTPUT SECTION.
003300 FILE-CONTROL.
003400     SELECT ROSTER-FILE ASSIGN TO NWROSTER
003500         ORGANIZATION IS INDEXED
003600         ACCESS MODE IS RANDOM
003700         RECORD KEY IS ROS-KEY
003800         FILE STATUS IS WS-ROSTER-STATUS.
003900     SELECT AUTH-FILE ASSIGN TO AUTHOP
004000         ORGANIZATION IS INDEXED
004100         ACCESS MODE IS RANDOM
004200         RECORD KEY IS AUT-OPERATOR-ID
004300         FILE STATUS IS WS-AUTH-STATUS.
004400     SELECT TRANS-FILE ASSIGN TO ROSMNT
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS WS-TRANS-STATUS.
004700     SELECT CHGRPT-FILE ASSIGN TO NWROSRPT
004800         ORGANIZATION IS SEQUENTIAL.
004900     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS RUN-KEY
005300         FILE STATUS IS WS-RUNCTL-STATUS.
005400*
005500 DATA DIVISION.
005600 FILE SECTION.
005700*
005800 FD  ROSTER-FILE
005900     RECORD CONTAINS 80 CHARACTERS.
006000 01  ROSTER-RECORD.
006100     COPY CPYROS01.
006200*
006300 FD  AUTH-FILE
006400     RECORD CONTAINS 80 CHARACTERS.
006500 01  AUTH-RECORD.
006600     COPY CPYAUT01.
006700*
006800 FD  TRANS-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  TRANS-RECORD.
007300     COPY CPYRTX01.
007400*
007500 FD  CHGRPT-FILE
007600     RECORDING MODE IS F
007700     LABEL RECORDS ARE STANDARD
007800     RECORD CONTAINS 133 CHARACTERS.
007900 01  CHGRPT-RECORD          PIC X(133).
008000*
008100 FD  RUNCTL-FILE
008200     RECORD CONTAINS 80 CHARACTERS.
008300 01  RUNCTL-RECORD.
008400     COPY CPYRUN01.
008500*
008600 WORKING-STORAGE SECTION.
008700*
008800 77  WS-ROSTER-STATUS        PIC X(02) VALUE "00".
008900 77  WS-AUTH-STATUS          PIC X(02) VALUE "00".
009000 77  WS-TRANS-STATUS         PIC X(02) VALUE "00".
009100 77  WS-TRANS-EOF-SW         PIC X(01) VALUE 'N'.
009200     88  WS-TRANS-AT-END            VALUE 'Y'.
009300 77  WS-RECORD-FOUND-SW      PIC X(01) VALUE 'N'.
009400     88  WS-RECORD-WAS-FOUND        VALUE 'Y'.
009500 77  WS-REJECT-SW            PIC X(01) VALUE 'N'.
009600     88  WS-TRANS-IS-REJECTED       VALUE 'Y'.
009700 77  WS-REASON-CODE          PIC X(04) VALUE SPACES.
009800 77  WS-REASON-TEXT          PIC X(28) VALUE SPACES.
009900*
010000 77  WS-TRANS-READ-COUNT     PIC 9(06) COMP VALUE ZERO.
010100 77  WS-APPLIED-COUNT        PIC 9(06) COMP VALUE ZERO.
010200 77  WS-REJECTED-COUNT       PIC 9(06) COMP VALUE ZERO.
010300*
010400 01  WS-RUN-CONTROL.
010500     COPY CPYRUW01.
010600*
010700*-----------------------------------------------------------*
010800* DATE CHECKING. A CARD'S SHIFT DATE MUST HAVE A MONTH OF    *
010900* 01-12 AND A DAY OF 01-31.                                  *
011000*-----------------------------------------------------------*
011100 01  WS-CHECK-DATE.
011200     05  WS-CHECK-YY         PIC 9(02).
011300     05  WS-CHECK-MM         PIC 9(02).
011400     05  WS-CHECK-DD         PIC 9(02).
011500*
011600*-----------------------------------------------------------*
011700* THE OPERATOR BEING PUT ON A SHIFT - THE CARD'S OPERATOR    *
011800* FOR AN ADD, THE NEW OPERATOR FOR A SWAP - AND THE AUTHOP   *
011900* NAME AND CREW PRINTED ON THE IMAGE LINES.                  *
012000*-----------------------------------------------------------*
012100 77  WS-LOOKUP-OPERATOR-ID   PIC X(08) VALUE SPACES.
012200*
012300 01  WS-BEFORE-IMAGE.
012400     05  WS-BEF-OPERATOR-ID  PIC X(08).
012500     05  WS-BEF-NAME         PIC X(20).
012600     05  WS-BEF-CREW         PIC X(04).
012700     05  WS-BEF-ADDED-DATE   PIC 9(06).
012800 01  WS-AFTER-IMAGE.
012900     05  WS-AFT-OPERATOR-ID  PIC X(08).
013000     05  WS-AFT-NAME         PIC X(20).
013100     05  WS-AFT-CREW         PIC X(04).
013200     05  WS-AFT-ADDED-DATE   PIC 9(06).
013300*
013400 01  WS-BAND-LABELS.
013500     05  FILLER              PIC X(05) VALUE "00-08".
013600     05  FILLER              PIC X(05) VALUE "08-16".
013700     05  FILLER              PIC X(05) VALUE "16-24".
013800 01  WS-BAND-LABEL-TABLE REDEFINES WS-BAND-LABELS.
013900     05  WS-BAND-LABEL       PIC X(05) OCCURS 3 TIMES.
014000*
014100 01  WS-DETAIL-LINE.
014200     05  DL-ACTION           PIC X(08).
014300     05  FILLER              PIC X(02).
014400     05  DL-OPERATOR-ID      PIC X(08).
014500     05  FILLER              PIC X(02).
014600     05  DL-DATE             PIC X(06).
014700     05  FILLER              PIC X(02).
014800     05  DL-BAND             PIC X(05).
014900     05  FILLER              PIC X(02).
015000     05  DL-NEW-OPERATOR-ID  PIC X(08).
015100     05  FILLER              PIC X(02).
015200     05  DL-DISPOSITION      PIC X(08).
015300     05  FILLER              PIC X(02).
015400     05  DL-REASON-CODE      PIC X(04).
015500     05  FILLER              PIC X(01).
015600     05  DL-REASON-TEXT      PIC X(28).
015700     05  FILLER              PIC X(45).
015800*
015900 01  WS-IMAGE-LINE.
016000     05  FILLER              PIC X(04).
016100     05  IL-IMAGE-TAG        PIC X(08).
016200     05  FILLER              PIC X(02).
016300     05  IL-OPERATOR-ID      PIC X(08).
016400     05  FILLER              PIC X(02).
016500     05  IL-NAME             PIC X(20).
016600     05  FILLER              PIC X(02).
016700     05  IL-CREW-LABEL       PIC X(05).
016800     05  IL-CREW             PIC X(04).
016900     05  FILLER              PIC X(02).
017000     05  IL-ADDED-LABEL      PIC X(09).
017100     05  IL-ADDED-DATE       PIC X(06).
017200     05  FILLER              PIC X(61).
017300*
017400 01  WS-TOTAL-LINE.
017500     05  TL-LABEL            PIC X(32).
017600     05  FILLER              PIC X(02).
017700     05  TL-VALUE            PIC ZZZ,ZZ9.
017800     05  FILLER              PIC X(92).
017900*
018000 01  WS-HEADING-LINE-1       PIC X(133) VALUE
018100     "NUMBERWANG NWROSTER SHIFT-ROSTER MAINTENANCE CHANGE REPORT".
018200 01  WS-HEADING-LINE-2.
018300     05  FILLER              PIC X(35) VALUE
018400         "ACTION    OPERATOR  DATE    SHIFT  ".
018500     05  FILLER              PIC X(98) VALUE
018600         "NEW OPER  DISPOSE   RSN  REASON".
018700 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
018800*
018900 PROCEDURE DIVISION.
019000*
019100*===========================================================*
019200* 0000-MAINLINE                                              *
019300*===========================================================*
019400 0000-MAINLINE.
019500*
019600     PERFORM 0800-CHECK-RUN-CONTROL
019700         THRU 0800-CHECK-RUN-CONTROL-EXIT.
019800     OPEN I-O ROSTER-FILE.
019900     IF WS-ROSTER-STATUS = "35"
020000         OPEN OUTPUT ROSTER-FILE
020100         CLOSE ROSTER-FILE
020200         OPEN I-O ROSTER-FILE
020300     END-IF.
020400     IF WS-ROSTER-STATUS NOT = "00"
020500         DISPLAY "NWROSMNT: NWROSTER COULD NOT BE OPENED - "
020600             "FILE STATUS " WS-ROSTER-STATUS " - RUN ABANDONED."
020700         MOVE 8 TO RETURN-CODE
020800         PERFORM 9800-RECORD-RUN-END
020900             THRU 9800-RECORD-RUN-END-EXIT
021000         STOP RUN
021100     END-IF.
021200     OPEN INPUT AUTH-FILE.
021300     IF WS-AUTH-STATUS NOT = "00"
021400         DISPLAY "NWROSMNT: AUTHOP COULD NOT BE OPENED - "
021500             "FILE STATUS " WS-AUTH-STATUS " - RUN ABANDONED."
021600         CLOSE ROSTER-FILE
021700         MOVE 8 TO RETURN-CODE
021800         PERFORM 9800-RECORD-RUN-END
021900             THRU 9800-RECORD-RUN-END-EXIT
022000         STOP RUN
022100     END-IF.
022200*
022300     OPEN INPUT TRANS-FILE.
022400     IF WS-TRANS-STATUS NOT = "00"
022500         DISPLAY "NWROSMNT: ROSMNT DECK COULD NOT BE OPENED - "
022600             "FILE STATUS " WS-TRANS-STATUS
022700             " - NO TRANSACTIONS APPLIED."
022800         MOVE 8 TO RETURN-CODE
022900         MOVE 'Y' TO WS-TRANS-EOF-SW
023000     END-IF.
023100     OPEN OUTPUT CHGRPT-FILE.
023200     WRITE CHGRPT-RECORD FROM WS-HEADING-LINE-1.
023300     WRITE CHGRPT-RECORD FROM WS-HEADING-LINE-2.
023400     WRITE CHGRPT-RECORD FROM WS-BLANK-LINE.
023500*
023600     IF NOT WS-TRANS-AT-END
023700         PERFORM 1000-READ-TRANSACTION
023800             THRU 1000-READ-TRANSACTION-EXIT
023900     END-IF.
024000     PERFORM 2000-APPLY-ONE-TRANSACTION
024100         THRU 2000-APPLY-ONE-TRANSACTION-EXIT
024200         UNTIL WS-TRANS-AT-END.
024300*
024400     PERFORM 8000-PRINT-TOTALS
024500         THRU 8000-PRINT-TOTALS-EXIT.
024600*
024700     CLOSE TRANS-FILE.
024800     CLOSE CHGRPT-FILE.
024900     CLOSE AUTH-FILE.
025000     CLOSE ROSTER-FILE.
025100     IF WS-TRANS-READ-COUNT = ZERO
025200         MOVE 8 TO RETURN-CODE
025300         IF WS-TRANS-STATUS = "00"
025400             MOVE 'Y' TO WS-RUN-NO-WORK-SW
025500         END-IF
025600     ELSE
025700         IF WS-REJECTED-COUNT > ZERO
025800             AND RETURN-CODE < 4
025900             MOVE 4 TO RETURN-CODE
026000         END-IF
026100     END-IF.
026200     PERFORM 9800-RECORD-RUN-END
026300         THRU 9800-RECORD-RUN-END-EXIT.
026400     STOP RUN.
026500*
026600*===========================================================*
026700* 1000-READ-TRANSACTION                                      *
026800*     READS THE NEXT ROSMNT TRANSACTION CARD, SETTING THE    *
026900*     EOF SWITCH WHEN THE DECK IS EXHAUSTED.                 *
027000*===========================================================*
027100 1000-READ-TRANSACTION.
027200     READ TRANS-FILE
027300         AT END
027400             MOVE 'Y' TO WS-TRANS-EOF-SW
027500         NOT AT END
027600             ADD 1 TO WS-TRANS-READ-COUNT
027700     END-READ.
027800     IF WS-TRANS-STATUS NOT = "00" AND WS-TRANS-STATUS NOT = "10"
027900         MOVE 'Y' TO WS-TRANS-EOF-SW
028000     END-IF.
028100 1000-READ-TRANSACTION-EXIT.
028200     EXIT.
028300*
028400*===========================================================*
028500* 2000-APPLY-ONE-TRANSACTION                                 *
028600*     EDITS ONE TRANSACTION CARD, APPLIES IT TO NWROSTER     *
028700*     WHEN IT PASSES, AND WRITES THE CHANGE-REPORT LINES     *
028800*     EITHER WAY. A TRANSACTION THAT FAILS ANY EDIT IS       *
028900*     REJECTED WITH A REASON CODE AND LEAVES THE FILE        *
029000*     UNTOUCHED.                                             *
029100*===========================================================*
029200 2000-APPLY-ONE-TRANSACTION.
029300     MOVE 'N'    TO WS-REJECT-SW.
029400     MOVE SPACES TO WS-REASON-CODE.
029500     MOVE SPACES TO WS-REASON-TEXT.
029600     MOVE SPACES TO WS-BEFORE-IMAGE.
029700     MOVE SPACES TO WS-AFTER-IMAGE.
029800*
029900     PERFORM 2100-EDIT-TRANSACTION
030000         THRU 2100-EDIT-TRANSACTION-EXIT.
030100*
030200     IF NOT WS-TRANS-IS-REJECTED
030300         EVALUATE TRUE
030400             WHEN RTX-ACTION-IS-ADD
030500                 PERFORM 3000-APPLY-ADD
030600                     THRU 3000-APPLY-ADD-EXIT
030700             WHEN RTX-ACTION-IS-DROP
030800                 PERFORM 3100-APPLY-DROP
030900                     THRU 3100-APPLY-DROP-EXIT
031000             WHEN OTHER
031100                 PERFORM 3200-APPLY-SWAP
031200                     THRU 3200-APPLY-SWAP-EXIT
031300         END-EVALUATE
031400     END-IF.
031500*
031600     PERFORM 4000-WRITE-REPORT-LINES
031700         THRU 4000-WRITE-REPORT-LINES-EXIT.
031800*
031900     IF WS-TRANS-IS-REJECTED
032000         ADD 1 TO WS-REJECTED-COUNT
032100     ELSE
032200         ADD 1 TO WS-APPLIED-COUNT
032300     END-IF.
032400*
032500     PERFORM 1000-READ-TRANSACTION
032600         THRU 1000-READ-TRANSACTION-EXIT.
032700 2000-APPLY-ONE-TRANSACTION-EXIT.
032800     EXIT.
032900*
033000*===========================================================*
033100* 2100-EDIT-TRANSACTION                                      *
033200*     FIELD-LEVEL EDITS COMMON TO EVERY ACTION - A KNOWN     *
033300*     ACTION CODE, AN OPERATOR ID, A REAL SHIFT DATE, A BAND *
033400*     OF 1 TO 3, AND ON A SWAP A NEW OPERATOR WHO IS NOT THE *
033500*     ONE ALREADY ON THE SHIFT.                              *
033600*===========================================================*
033700 2100-EDIT-TRANSACTION.
033800     IF NOT RTX-ACTION-IS-ADD
033900         AND NOT RTX-ACTION-IS-DROP
034000         AND NOT RTX-ACTION-IS-SWAP
034100         MOVE 'Y'    TO WS-REJECT-SW
034200         MOVE "R001" TO WS-REASON-CODE
034300         MOVE "UNKNOWN ACTION CODE" TO WS-REASON-TEXT
034400         GO TO 2100-EDIT-TRANSACTION-EXIT
034500     END-IF.
034600     IF RTX-OPERATOR-ID = SPACES
034700         MOVE 'Y'    TO WS-REJECT-SW
034800         MOVE "R002" TO WS-REASON-CODE
034900         MOVE "OPERATOR ID MISSING" TO WS-REASON-TEXT
035000         GO TO 2100-EDIT-TRANSACTION-EXIT
035100     END-IF.
035200     IF RTX-DATE IS NOT NUMERIC
035300         OR RTX-DATE = ZERO
035400         MOVE 'Y'    TO WS-REJECT-SW
035500         MOVE "R003" TO WS-REASON-CODE
035600         MOVE "SHIFT DATE MISSING OR INVALID" TO WS-REASON-TEXT
035700         GO TO 2100-EDIT-TRANSACTION-EXIT
035800     END-IF.
035900     MOVE RTX-DATE TO WS-CHECK-DATE.
036000     IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
036100         OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
036200         MOVE 'Y'    TO WS-REJECT-SW
036300         MOVE "R003" TO WS-REASON-CODE
036400         MOVE "SHIFT DATE MISSING OR INVALID" TO WS-REASON-TEXT
036500         GO TO 2100-EDIT-TRANSACTION-EXIT
036600     END-IF.
036700     IF RTX-BAND IS NOT NUMERIC
036800         OR RTX-BAND < 1
036900         OR RTX-BAND > 3
037000         MOVE 'Y'    TO WS-REJECT-SW
037100         MOVE "R004" TO WS-REASON-CODE
037200         MOVE "SHIFT BAND NOT 1, 2 OR 3" TO WS-REASON-TEXT
037300         GO TO 2100-EDIT-TRANSACTION-EXIT
037400     END-IF.
037500     IF RTX-ACTION-IS-SWAP
037600         AND RTX-NEW-OPERATOR-ID = SPACES
037700         MOVE 'Y'    TO WS-REJECT-SW
037800         MOVE "R005" TO WS-REASON-CODE
037900         MOVE "NEW OPERATOR ID MISSING" TO WS-REASON-TEXT
038000         GO TO 2100-EDIT-TRANSACTION-EXIT
038100     END-IF.
038200     IF RTX-ACTION-IS-SWAP
038300         AND RTX-NEW-OPERATOR-ID = RTX-OPERATOR-ID
038400         MOVE 'Y'    TO WS-REJECT-SW
038500         MOVE "R006" TO WS-REASON-CODE
038600         MOVE "SWAP TO THE SAME OPERATOR" TO WS-REASON-TEXT
038700         GO TO 2100-EDIT-TRANSACTION-EXIT
038800     END-IF.
038900 2100-EDIT-TRANSACTION-EXIT.
039000     EXIT.
039100*
039200*===========================================================*
039300* 3000-APPLY-ADD                                             *
039400*     PUTS AN OPERATOR ON A SHIFT. THE OPERATOR MUST BE ON   *
039500*     AUTHOP AND ACTIVE; ONE ALREADY ON THE SHIFT (A DUPLICATE *
039600*     ADD) IS REJECTED RATHER THAN OVERWRITTEN.              *
039700*===========================================================*
039800 3000-APPLY-ADD.
039900     MOVE RTX-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID.
040000     PERFORM 5100-CHECK-AUTHOP
040100         THRU 5100-CHECK-AUTHOP-EXIT.
040200     IF WS-TRANS-IS-REJECTED
040300         GO TO 3000-APPLY-ADD-EXIT
040400     END-IF.
040500     MOVE RTX-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID.
040600     PERFORM 5000-READ-ROSTER-RECORD
040700         THRU 5000-READ-ROSTER-RECORD-EXIT.
040800     IF WS-RECORD-WAS-FOUND
040900         MOVE 'Y'    TO WS-REJECT-SW
041000         MOVE "R009" TO WS-REASON-CODE
041100         MOVE "ALREADY ROSTERED ON SHIFT" TO WS-REASON-TEXT
041200         GO TO 3000-APPLY-ADD-EXIT
041300     END-IF.
041400     MOVE SPACES            TO ROSTER-RECORD.
041500     MOVE RTX-DATE          TO ROS-DATE.
041600     MOVE RTX-BAND          TO ROS-BAND.
041700     MOVE RTX-OPERATOR-ID   TO ROS-OPERATOR-ID.
041800     MOVE WS-RUN-CAL-DATE   TO ROS-ADDED-DATE.
041900     MOVE RTX-ACTION        TO ROS-ADDED-BY-ACTION.
042000     WRITE ROSTER-RECORD
042100         INVALID KEY
042200             MOVE 'Y'    TO WS-REJECT-SW
042300             MOVE "R010" TO WS-REASON-CODE
042400             MOVE "NWROSTER WRITE FAILED" TO WS-REASON-TEXT
042500     END-WRITE.
042600     IF NOT WS-TRANS-IS-REJECTED
042700         MOVE ROS-OPERATOR-ID   TO WS-AFT-OPERATOR-ID
042800         MOVE AUT-OPERATOR-NAME TO WS-AFT-NAME
042900         MOVE AUT-CREW-CODE     TO WS-AFT-CREW
043000         MOVE ROS-ADDED-DATE    TO WS-AFT-ADDED-DATE
043100     END-IF.
043200 3000-APPLY-ADD-EXIT.
043300     EXIT.
043400*
043500*===========================================================*
043600* 3100-APPLY-DROP                                            *
043700*     TAKES AN OPERATOR OFF A SHIFT. DROPPING AN OPERATOR WHO  *
043800*     IS NOT ON THE SHIFT IS REJECTED SO A DOUBLED-UP CARD IN  *
043900*     THE DECK SHOWS UP ON THE REPORT. THE OPERATOR NEED NOT *
044000*     STILL BE ACTIVE ON AUTHOP - A LEAVER MUST BE DROPPABLE.  *
044100*===========================================================*
044200 3100-APPLY-DROP.
044300     MOVE RTX-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID.
044400     PERFORM 5000-READ-ROSTER-RECORD
044500         THRU 5000-READ-ROSTER-RECORD-EXIT.
044600     IF NOT WS-RECORD-WAS-FOUND
044700         MOVE 'Y'    TO WS-REJECT-SW
044800         MOVE "R011" TO WS-REASON-CODE
044900         MOVE "NOT ROSTERED ON SHIFT" TO WS-REASON-TEXT
045000         GO TO 3100-APPLY-DROP-EXIT
045100     END-IF.
045200     PERFORM 5200-SAVE-BEFORE-IMAGE
045300         THRU 5200-SAVE-BEFORE-IMAGE-EXIT.
045400     DELETE ROSTER-FILE
045500         INVALID KEY
045600             MOVE 'Y'    TO WS-REJECT-SW
045700             MOVE "R010" TO WS-REASON-CODE
045800             MOVE "NWROSTER WRITE FAILED" TO WS-REASON-TEXT
045900     END-DELETE.
046000 3100-APPLY-DROP-EXIT.
046100     EXIT.
046200*
046300*===========================================================*
046400* 3200-APPLY-SWAP                                            *
046500*     HANDS AN OPERATOR'S PLACE ON A SHIFT TO ANOTHER        *
046600*     OPERATOR. THE OLD OPERATOR MUST BE ON THE SHIFT, THE   *
046700*     NEW ONE MUST BE ON AUTHOP, ACTIVE AND NOT ALREADY ON   *
046800*     THE SHIFT. THE NEW RECORD IS WRITTEN BEFORE THE OLD    *
046900*     ONE IS DELETED, SO A FAILED WRITE LEAVES THE SHIFT AS  *
047000*     IT WAS; IF THE OLD ONE THEN CANNOT BE DELETED THE NEW  *
047010*     RECORD IS TAKEN OFF AGAIN, SO THE SHIFT IS STILL LEFT  *
047020*     AS IT WAS.                                             *
047100*===========================================================*
047200 3200-APPLY-SWAP.
047300     MOVE RTX-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID.
047400     PERFORM 5000-READ-ROSTER-RECORD
047500         THRU 5000-READ-ROSTER-RECORD-EXIT.
047600     IF NOT WS-RECORD-WAS-FOUND
047700         MOVE 'Y'    TO WS-REJECT-SW
047800         MOVE "R011" TO WS-REASON-CODE
047900         MOVE "NOT ROSTERED ON SHIFT" TO WS-REASON-TEXT
048000         GO TO 3200-APPLY-SWAP-EXIT
048100     END-IF.
048200     PERFORM 5200-SAVE-BEFORE-IMAGE
048300         THRU 5200-SAVE-BEFORE-IMAGE-EXIT.
048400*
048500     MOVE RTX-NEW-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID.
048600     PERFORM 5100-CHECK-AUTHOP
048700         THRU 5100-CHECK-AUTHOP-EXIT.
048800     IF WS-TRANS-IS-REJECTED
048900         GO TO 3200-APPLY-SWAP-EXIT
049000     END-IF.
049100     MOVE RTX-NEW-OPERATOR-ID TO WS-LOOKUP-OPERATOR-ID.
049200     PERFORM 5000-READ-ROSTER-RECORD
049300         THRU 5000-READ-ROSTER-RECORD-EXIT.
049400     IF WS-RECORD-WAS-FOUND
049500         MOVE 'Y'    TO WS-REJECT-SW
049600         MOVE "R009" TO WS-REASON-CODE
049700         MOVE "ALREADY ROSTERED ON SHIFT" TO WS-REASON-TEXT
049800         GO TO 3200-APPLY-SWAP-EXIT
049900     END-IF.
050000*
050100     MOVE SPACES              TO ROSTER-RECORD.
050200     MOVE RTX-DATE            TO ROS-DATE.
050300     MOVE RTX-BAND            TO ROS-BAND.
050400     MOVE RTX-NEW-OPERATOR-ID TO ROS-OPERATOR-ID.
050500     MOVE WS-RUN-CAL-DATE     TO ROS-ADDED-DATE.
050600     MOVE RTX-ACTION          TO ROS-ADDED-BY-ACTION.
050700     MOVE RTX-OPERATOR-ID     TO ROS-SWAPPED-FOR.
050800     WRITE ROSTER-RECORD
050900         INVALID KEY
051000             MOVE 'Y'    TO WS-REJECT-SW
051100             MOVE "R010" TO WS-REASON-CODE
051200             MOVE "NWROSTER WRITE FAILED" TO WS-REASON-TEXT
051300             GO TO 3200-APPLY-SWAP-EXIT
051400     END-WRITE.
051500     MOVE ROS-OPERATOR-ID     TO WS-AFT-OPERATOR-ID.
051600     MOVE AUT-OPERATOR-NAME   TO WS-AFT-NAME.
051700     MOVE AUT-CREW-CODE       TO WS-AFT-CREW.
051800     MOVE ROS-ADDED-DATE      TO WS-AFT-ADDED-DATE.
051900*
052000     MOVE RTX-DATE            TO ROS-DATE.
052100     MOVE RTX-BAND            TO ROS-BAND.
052200     MOVE RTX-OPERATOR-ID     TO ROS-OPERATOR-ID.
052300     DELETE ROSTER-FILE
052400         INVALID KEY
052500             DISPLAY "NWROSMNT: SWAP ON " RTX-DATE " BAND "
052600                 RTX-BAND " - " RTX-OPERATOR-ID
052700                 " COULD NOT BE REMOVED - FILE STATUS "
052800                 WS-ROSTER-STATUS
052900             MOVE 'Y'    TO WS-REJECT-SW
053000             MOVE "R010" TO WS-REASON-CODE
053100             MOVE "NWROSTER WRITE FAILED" TO WS-REASON-TEXT
053110             MOVE RTX-NEW-OPERATOR-ID TO ROS-OPERATOR-ID
053120             DELETE ROSTER-FILE
053130                 INVALID KEY
053140                     DISPLAY "NWROSMNT: SWAP ON " RTX-DATE
053150                         " BAND " RTX-BAND " - "
053160                         RTX-NEW-OPERATOR-ID
053170                         " COULD NOT BE TAKEN OFF AGAIN - FILE "
053180                         "STATUS " WS-ROSTER-STATUS
053190             END-DELETE
053200     END-DELETE.
053300 3200-APPLY-SWAP-EXIT.
053400     EXIT.
053500*
053600*===========================================================*
053700* 4000-WRITE-REPORT-LINES                                    *
053800*     WRITES THE CHANGE-REPORT DETAIL LINE FOR THE           *
053900*     TRANSACTION JUST PROCESSED, FOLLOWED BY ITS BEFORE     *
054000*     AND AFTER IMAGES WHEN THE FILE WAS TOUCHED.            *
054100*===========================================================*
054200 4000-WRITE-REPORT-LINES.
054300     MOVE SPACES              TO WS-DETAIL-LINE.
054400     MOVE RTX-ACTION          TO DL-ACTION.
054500     MOVE RTX-OPERATOR-ID     TO DL-OPERATOR-ID.
054600     MOVE RTX-DATE            TO DL-DATE.
054700     IF RTX-BAND IS NUMERIC
054800         AND RTX-BAND NOT < 1
054900         AND RTX-BAND NOT > 3
055000         MOVE WS-BAND-LABEL (RTX-BAND) TO DL-BAND
055100     ELSE
055200         MOVE RTX-BAND TO DL-BAND
055300     END-IF.
055400     MOVE RTX-NEW-OPERATOR-ID TO DL-NEW-OPERATOR-ID.
055500     IF WS-TRANS-IS-REJECTED
055600         MOVE "REJECTED"       TO DL-DISPOSITION
055700         MOVE WS-REASON-CODE   TO DL-REASON-CODE
055800         MOVE WS-REASON-TEXT   TO DL-REASON-TEXT
055900     ELSE
056000         MOVE "APPLIED"        TO DL-DISPOSITION
056100     END-IF.
056200     WRITE CHGRPT-RECORD FROM WS-DETAIL-LINE.
056300*
056400     IF NOT WS-TRANS-IS-REJECTED
056500         PERFORM 4100-WRITE-BEFORE-IMAGE
056600             THRU 4100-WRITE-BEFORE-IMAGE-EXIT
056700         PERFORM 4200-WRITE-AFTER-IMAGE
056800             THRU 4200-WRITE-AFTER-IMAGE-EXIT
056900     END-IF.
057000 4000-WRITE-REPORT-LINES-EXIT.
057100     EXIT.
057200*
057300*===========================================================*
057400* 4100-WRITE-BEFORE-IMAGE                                    *
057500*     PRINTS WHO WAS ON THE SHIFT IN THIS PLACE BEFORE THE   *
057600*     CHANGE - OR "(NO RECORD)" FOR AN ADD, WHICH HAD NOTHING  *
057700*     TO SHOW.                                               *
057800*===========================================================*
057900 4100-WRITE-BEFORE-IMAGE.
058000     MOVE SPACES    TO WS-IMAGE-LINE.
058100     MOVE "BEFORE:" TO IL-IMAGE-TAG.
058200     IF RTX-ACTION-IS-ADD
058300         MOVE "(NO RECORD)" TO IL-NAME
058400     ELSE
058500         MOVE WS-BEF-OPERATOR-ID TO IL-OPERATOR-ID
058600         MOVE WS-BEF-NAME        TO IL-NAME
058700         IF WS-BEF-CREW NOT = SPACES
058800             MOVE "CREW "    TO IL-CREW-LABEL
058900             MOVE WS-BEF-CREW TO IL-CREW
059000         END-IF
059100         MOVE "ROSTERED "       TO IL-ADDED-LABEL
059200         MOVE WS-BEF-ADDED-DATE TO IL-ADDED-DATE
059300     END-IF.
059400     WRITE CHGRPT-RECORD FROM WS-IMAGE-LINE.
059500 4100-WRITE-BEFORE-IMAGE-EXIT.
059600     EXIT.
059700*
059800*===========================================================*
059900* 4200-WRITE-AFTER-IMAGE                                     *
060000*     PRINTS WHO IS ON THE SHIFT IN THIS PLACE AFTER THE     *
060100*     CHANGE WAS APPLIED - OR "(NO RECORD)" FOR A DROP.      *
060200*===========================================================*
060300 4200-WRITE-AFTER-IMAGE.
060400     MOVE SPACES    TO WS-IMAGE-LINE.
060500     MOVE "AFTER:"  TO IL-IMAGE-TAG.
060600     IF RTX-ACTION-IS-DROP
060700         MOVE "(NO RECORD)" TO IL-NAME
060800     ELSE
060900         MOVE WS-AFT-OPERATOR-ID TO IL-OPERATOR-ID
061000         MOVE WS-AFT-NAME        TO IL-NAME
061100         IF WS-AFT-CREW NOT = SPACES
061200             MOVE "CREW "    TO IL-CREW-LABEL
061300             MOVE WS-AFT-CREW TO IL-CREW
061400         END-IF
061500         MOVE "ROSTERED "       TO IL-ADDED-LABEL
061600         MOVE WS-AFT-ADDED-DATE TO IL-ADDED-DATE
061700     END-IF.
061800     WRITE CHGRPT-RECORD FROM WS-IMAGE-LINE.
061900 4200-WRITE-AFTER-IMAGE-EXIT.
062000     EXIT.
062100*
062200*===========================================================*
062300* 5000-READ-ROSTER-RECORD                                    *
062400*     RANDOM READ OF NWROSTER FOR THE CARD'S SHIFT AND THE   *
062500*     LOOKUP OPERATOR ID, SETTING THE FOUND SWITCH.          *
062600*===========================================================*
062700 5000-READ-ROSTER-RECORD.
062800     MOVE 'N'                   TO WS-RECORD-FOUND-SW.
062900     MOVE SPACES                TO ROSTER-RECORD.
063000     MOVE RTX-DATE              TO ROS-DATE.
063100     MOVE RTX-BAND              TO ROS-BAND.
063200     MOVE WS-LOOKUP-OPERATOR-ID TO ROS-OPERATOR-ID.
063300     MOVE "00"                  TO WS-ROSTER-STATUS.
063400     READ ROSTER-FILE
063500         INVALID KEY
063600             MOVE "23" TO WS-ROSTER-STATUS
063700     END-READ.
063800     IF WS-ROSTER-STATUS = "00"
063900         MOVE 'Y' TO WS-RECORD-FOUND-SW
064000     END-IF.
064100 5000-READ-ROSTER-RECORD-EXIT.
064200     EXIT.
064300*
064400*===========================================================*
064500* 5100-CHECK-AUTHOP                                          *
064600*     RANDOM READ OF AUTHOP FOR THE LOOKUP OPERATOR ID. AN   *
064700*     OPERATOR NOT ON FILE, OR ON FILE BUT INACTIVE, CANNOT  *
064800*     BE PUT ON A SHIFT AND THE CARD IS REJECTED. A LOCKED-OUT *
064900*     OPERATOR CAN STILL BE ROSTERED - THE COVERAGE REPORT   *
065000*     FLAGS THEM UNTIL THEY ARE UNLOCKED.                    *
065100*===========================================================*
065200 5100-CHECK-AUTHOP.
065300     MOVE SPACES                TO AUTH-RECORD.
065400     MOVE WS-LOOKUP-OPERATOR-ID TO AUT-OPERATOR-ID.
065500     MOVE "00"                  TO WS-AUTH-STATUS.
065600     READ AUTH-FILE
065700         INVALID KEY
065800             MOVE "23" TO WS-AUTH-STATUS
065900     END-READ.
066000     IF WS-AUTH-STATUS NOT = "00"
066100         MOVE 'Y'    TO WS-REJECT-SW
066200         MOVE "R007" TO WS-REASON-CODE
066300         MOVE "OPERATOR NOT ON AUTHOP" TO WS-REASON-TEXT
066400         GO TO 5100-CHECK-AUTHOP-EXIT
066500     END-IF.
066600     IF NOT AUT-OPERATOR-IS-ACTIVE
066700         MOVE 'Y'    TO WS-REJECT-SW
066800         MOVE "R008" TO WS-REASON-CODE
066900         MOVE "OPERATOR INACTIVE ON AUTHOP" TO WS-REASON-TEXT
067000         GO TO 5100-CHECK-AUTHOP-EXIT
067100     END-IF.
067200 5100-CHECK-AUTHOP-EXIT.
067300     EXIT.
067400*
067500*===========================================================*
067600* 5200-SAVE-BEFORE-IMAGE                                     *
067700*     KEEPS THE ROSTER RECORD JUST READ AS THE BEFORE IMAGE, *
067800*     WITH THE OPERATOR'S NAME AND CREW FROM AUTHOP WHEN THEY  *
067900*     ARE STILL ON FILE.                                     *
068000*===========================================================*
068100 5200-SAVE-BEFORE-IMAGE.
068200     MOVE ROS-OPERATOR-ID   TO WS-BEF-OPERATOR-ID.
068300     MOVE ROS-ADDED-DATE    TO WS-BEF-ADDED-DATE.
068400     MOVE SPACES            TO AUTH-RECORD.
068500     MOVE ROS-OPERATOR-ID   TO AUT-OPERATOR-ID.
068600     READ AUTH-FILE
068700         INVALID KEY
068800             MOVE "(NOT ON AUTHOP)" TO WS-BEF-NAME
068900             GO TO 5200-SAVE-BEFORE-IMAGE-EXIT
069000     END-READ.
069100     MOVE AUT-OPERATOR-NAME TO WS-BEF-NAME.
069200     MOVE AUT-CREW-CODE     TO WS-BEF-CREW.
069300 5200-SAVE-BEFORE-IMAGE-EXIT.
069400     EXIT.
069500*
069600*===========================================================*
069700* 8000-PRINT-TOTALS                                          *
069800*     PRINTS THE TRANSACTIONS-READ/APPLIED/REJECTED TOTALS   *
069900*     AT THE FOOT OF THE CHANGE REPORT.                      *
070000*===========================================================*
070100 8000-PRINT-TOTALS.
070200     WRITE CHGRPT-RECORD FROM WS-BLANK-LINE.
070300     MOVE SPACES               TO WS-TOTAL-LINE.
070400     MOVE "TRANSACTIONS READ"  TO TL-LABEL.
070500     MOVE WS-TRANS-READ-COUNT  TO TL-VALUE.
070600     WRITE CHGRPT-RECORD FROM WS-TOTAL-LINE.
070700     MOVE SPACES               TO WS-TOTAL-LINE.
070800     MOVE "TRANSACTIONS APPLIED" TO TL-LABEL.
070900     MOVE WS-APPLIED-COUNT     TO TL-VALUE.
071000     WRITE CHGRPT-RECORD FROM WS-TOTAL-LINE.
071100     MOVE SPACES               TO WS-TOTAL-LINE.
071200     MOVE "TRANSACTIONS REJECTED" TO TL-LABEL.
071300     MOVE WS-REJECTED-COUNT    TO TL-VALUE.
071400     WRITE CHGRPT-RECORD FROM WS-TOTAL-LINE.
071500 8000-PRINT-TOTALS-EXIT.
071600     EXIT.
071700*
071800*===========================================================*
071900* 0800-CHECK-RUN-CONTROL                                     *
072000*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
072100*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
072200*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
072300*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
072400*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
072500*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
072600*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
072700*===========================================================*
072800 0800-CHECK-RUN-CONTROL.
072900     MOVE "NWROSMNT" TO WS-RUN-JOB-NAME.
073000     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
073100     ACCEPT WS-RUN-START-TIME FROM TIME.
073200     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
073300     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
073400         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
073500         COMPUTE WS-RUN-DATE-INTEGER =
073600             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
073700         COMPUTE WS-RUN-DATE-8 =
073800             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
073900         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
074000     END-IF.
074100*
074200     OPEN I-O RUNCTL-FILE.
074300     IF WS-RUNCTL-STATUS = "35"
074400         OPEN OUTPUT RUNCTL-FILE
074500         CLOSE RUNCTL-FILE
074600         OPEN I-O RUNCTL-FILE
074700     END-IF.
074800     IF WS-RUNCTL-STATUS NOT = "00"
074900         DISPLAY "NWROSMNT: NWRUNCTL COULD NOT BE OPENED - "
075000             "FILE STATUS " WS-RUNCTL-STATUS
075100             " - RUN NOT RECORDED ON THE LEDGER."
075200         GO TO 0800-CHECK-RUN-CONTROL-EXIT
075300     END-IF.
075400     MOVE 'Y' TO WS-RUN-LEDGER-SW.
075500*
075600     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
075700     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
075800     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
075900     READ RUNCTL-FILE
076000         INVALID KEY
076100             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
076200             MOVE SPACES TO RUNCTL-RECORD
076300             MOVE ZERO   TO RUN-ATTEMPT-COUNT
076400     END-READ.
076500     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
076600     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
076700     MOVE 'S'               TO RUN-STATUS.
076800     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
076900     MOVE ZERO              TO RUN-END-TIME
077000                               RUN-COND-CODE
077100                               RUN-RECS-READ
077200                               RUN-RECS-WRITTEN
077300                               RUN-RECS-EXCEPTED.
077400     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
077500         MOVE ZERO TO RUN-ATTEMPT-COUNT
077600     END-IF.
077700     IF RUN-ATTEMPT-COUNT < 99
077800         ADD 1 TO RUN-ATTEMPT-COUNT
077900     END-IF.
078000     MOVE SPACES            TO RUN-REFUSED-FOR.
078100     IF WS-RUN-IS-REFUSED
078200         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
078300     END-IF.
078400     IF WS-RUN-REC-WAS-FOUND
078500         REWRITE RUNCTL-RECORD
078600     ELSE
078700         WRITE RUNCTL-RECORD
078800     END-IF.
078900     CLOSE RUNCTL-FILE.
079000 0800-CHECK-RUN-CONTROL-EXIT.
079100     EXIT.
079200*
079300*===========================================================*
079400* 9800-RECORD-RUN-END                                        *
079500*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
079600*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
079700*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
079800*     CODE IS FINAL.                                         *
079900*===========================================================*
080000 9800-RECORD-RUN-END.
080100     IF NOT WS-RUN-LEDGER-IS-USABLE
080200         GO TO 9800-RECORD-RUN-END-EXIT
080300     END-IF.
080400     OPEN I-O RUNCTL-FILE.
080500     IF WS-RUNCTL-STATUS NOT = "00"
080600         DISPLAY "NWROSMNT: NWRUNCTL COULD NOT BE REOPENED - "
080700             "FILE STATUS " WS-RUNCTL-STATUS
080800             " - RUN END NOT RECORDED."
080900         GO TO 9800-RECORD-RUN-END-EXIT
081000     END-IF.
081100     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
081200     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
081300     READ RUNCTL-FILE
081400         INVALID KEY
081500             DISPLAY "NWROSMNT: NWRUNCTL RECORD FOR THIS RUN "
081600                 "IS MISSING - RUN END NOT RECORDED."
081700             CLOSE RUNCTL-FILE
081800             GO TO 9800-RECORD-RUN-END-EXIT
081900     END-READ.
082000     ACCEPT RUN-END-TIME FROM TIME.
082100     MOVE RETURN-CODE TO RUN-COND-CODE.
082200     EVALUATE TRUE
082300         WHEN WS-RUN-IS-REFUSED
082400             MOVE 'R' TO RUN-STATUS
082500         WHEN WS-RUN-HAD-NO-WORK
082600             MOVE 'N' TO RUN-STATUS
082700         WHEN RETURN-CODE = ZERO
082800             MOVE 'C' TO RUN-STATUS
082900         WHEN RETURN-CODE = 4
083000             MOVE 'W' TO RUN-STATUS
083100         WHEN OTHER
083200             MOVE 'F' TO RUN-STATUS
083300     END-EVALUATE.
083400     MOVE WS-TRANS-READ-COUNT    TO RUN-RECS-READ.
083500     MOVE WS-APPLIED-COUNT       TO RUN-RECS-WRITTEN.
083600     MOVE WS-REJECTED-COUNT      TO RUN-RECS-EXCEPTED.
083700     REWRITE RUNCTL-RECORD.
083800     CLOSE RUNCTL-FILE.
083900 9800-RECORD-RUN-END-EXIT.
084000     EXIT.
