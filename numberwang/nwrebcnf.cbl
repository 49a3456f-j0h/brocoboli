000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NWREBCNF.
000300 AUTHOR.        R ALLAN.
000400 INSTALLATION.  SHIFT-READINESS TRAINING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                       *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                               *
001200* 2026-10-15 RA    ORIGINAL CONFIRM STEP FOR THE NWREBLD     *
001300*                  POINT-IN-TIME REBUILD - SAVES THE LIVE    *
001400*                  SCOREFIL AND NWRATE TO NEW SAVE DATASETS, *
001500*                  THEN RELOADS BOTH LIVE FILES FROM THE     *
001600*                  REBUILT DATASETS NWREBLD WROTE. REFUSED   *
001700*                  (RC=12) UNLESS NWREBLD COMPLETED CLEANLY  *
001800*                  FOR THE SAME BUSINESS DATE. THE RUN IS    *
001900*                  RECORDED ON THE NWRUNCTL LEDGER.          *
002000*-----------------------------------------------------------*
002100*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.  IBM-370.
002500 OBJECT-COMPUTER.  IBM-370.
002600*
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT RBSCR-FILE ASSIGN TO NWRBSCR
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-RBSCR-STATUS.
003200     SELECT RBRAT-FILE ASSIGN TO NWRBRAT
003300         ORGANIZATION IS SEQUENTIAL
003400         FILE STATUS IS WS-RBRAT-STATUS.
003500     SELECT SCORE-FILE ASSIGN TO SCOREFIL
003600         ORGANIZATION IS INDEXED
003700         ACCESS MODE IS SEQUENTIAL
003800         RECORD KEY IS SCR-PLAYER-ID
003900         FILE STATUS IS WS-SCORE-STATUS.
004000     SELECT RATE-FILE ASSIGN TO NWRATE
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS RAT-OPERATOR-ID
004400         FILE STATUS IS WS-RATE-STATUS.
004500     SELECT SVSCR-FILE ASSIGN TO NWSVSCR
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS WS-SVSCR-STATUS.
004800     SELECT SVRAT-FILE ASSIGN TO NWSVRAT
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS WS-SVRAT-STATUS.
005100     SELECT CNFRPT-FILE ASSIGN TO NWRBCRPT
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
006200 FD  RBSCR-FILE
006300     RECORDING MODE IS F
006400     LABEL RECORDS ARE STANDARD
006500     RECORD CONTAINS 80 CHARACTERS.
006600 01  RBSCR-RECORD           PIC X(80).
006700*
006800 FD  RBRAT-FILE
006900     RECORDING MODE IS F
007000     LABEL RECORDS ARE STANDARD
007100     RECORD CONTAINS 80 CHARACTERS.
007200 01  RBRAT-RECORD           PIC X(80).
007300*
007400 FD  SCORE-FILE
007500     RECORD CONTAINS 80 CHARACTERS.
007600 01  SCORE-RECORD.
007700     COPY CPYSCR01.
007800*
007900 FD  RATE-FILE
008000     RECORD CONTAINS 80 CHARACTERS.
008100 01  RATE-RECORD.
008200     COPY CPYRAT01.
008300*
008400 FD  SVSCR-FILE
008500     RECORDING MODE IS F
008600     LABEL RECORDS ARE STANDARD
008700     RECORD CONTAINS 80 CHARACTERS.
008800 01  SVSCR-RECORD           PIC X(80).
008900*
009000 FD  SVRAT-FILE
009100     RECORDING MODE IS F
009200     LABEL RECORDS ARE STANDARD
009300     RECORD CONTAINS 80 CHARACTERS.
009400 01  SVRAT-RECORD           PIC X(80).
009500*
009600 FD  CNFRPT-FILE
009700     RECORDING MODE IS F
009800     LABEL RECORDS ARE STANDARD
009900     RECORD CONTAINS 133 CHARACTERS.
010000 01  CNFRPT-RECORD          PIC X(133).
010100*
010200 FD  RUNCTL-FILE
010300     RECORD CONTAINS 80 CHARACTERS.
010400 01  RUNCTL-RECORD.
010500     COPY CPYRUN01.
010600*
010700 WORKING-STORAGE SECTION.
010800*
010900 77  WS-RBSCR-STATUS         PIC X(02) VALUE "00".
011000 77  WS-RBRAT-STATUS         PIC X(02) VALUE "00".
011100 77  WS-SCORE-STATUS         PIC X(02) VALUE "00".
011200 77  WS-RATE-STATUS          PIC X(02) VALUE "00".
011300 77  WS-SVSCR-STATUS         PIC X(02) VALUE "00".
011400 77  WS-SVRAT-STATUS         PIC X(02) VALUE "00".
011500 77  WS-EOF-SW               PIC X(01) VALUE 'N'.
011600     88  WS-AT-END                  VALUE 'Y'.
011700*
011800 77  WS-SCR-SAVED-COUNT      PIC 9(08) COMP VALUE ZERO.
011900 77  WS-RAT-SAVED-COUNT      PIC 9(08) COMP VALUE ZERO.
012000 77  WS-SCR-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
012100 77  WS-RAT-READ-COUNT       PIC 9(08) COMP VALUE ZERO.
012200 77  WS-SCR-LOAD-COUNT       PIC 9(08) COMP VALUE ZERO.
012300 77  WS-RAT-LOAD-COUNT       PIC 9(08) COMP VALUE ZERO.
012400 77  WS-REJECT-COUNT         PIC 9(08) COMP VALUE ZERO.
012500*
012600 01  WS-RUN-CONTROL.
012700     COPY CPYRUW01.
012800 01  WS-REFUSED-LINE         PIC X(133) VALUE
012900     "RUN REFUSED - NWREBLD HAS NOT COMPLETED CLEANLY FOR THIS BUS
013000-    "INESS DATE. SEE CONSOLE LOG.".
013100*
013200*-----------------------------------------------------------*
013300* REPORT LINE LAYOUTS                                        *
013400*-----------------------------------------------------------*
013500 01  WS-HEADING-LINE-1       PIC X(133) VALUE
013600     "NUMBERWANG REBUILD CONFIRM - LIVE SCOREFIL AND NWRATE REPLAC
013700-    "ED FROM THE NWREBLD REBUILT FILES".
013800 01  WS-TOTAL-LINE.
013900     05  TL-LABEL            PIC X(48).
014000     05  FILLER              PIC X(02).
014100     05  TL-VALUE            PIC ZZZ,ZZZ,ZZ9.
014200     05  FILLER              PIC X(72).
014300 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
014400 01  WS-NO-REBUILT-LINE      PIC X(133) VALUE
014500     "THE REBUILT FILES COULD NOT BE OPENED - NEITHER LIVE FILE HA
014600-    "S BEEN TOUCHED. SEE CONSOLE LOG.".
014700 01  WS-SAVE-FAIL-LINE       PIC X(133) VALUE
014800     "THE LIVE FILES COULD NOT BE SAVED - THEY HAVE NOT BEEN REPLA
014900-    "CED. SEE CONSOLE LOG.".
015000 01  WS-NO-LIVE-SCORE-LINE   PIC X(133) VALUE
015100     "NO LIVE SCOREFIL EXISTED TO BE SAVED - IT IS CREATED FROM TH
015200-    "E REBUILT FILE.".
015300 01  WS-NO-LIVE-RATE-LINE    PIC X(133) VALUE
015400     "THERE WAS NO LIVE NWRATE TO SAVE - IT IS CREATED FROM THE RE
015500-    "BUILT FILE.".
015600 01  WS-LOAD-FAIL-LINE       PIC X(133) VALUE
015700     "THE RELOAD DID NOT COMPLETE - RERUN NWREBCNF WITH THE NWSVSC
015800-    "R AND NWSVRAT SAVE DATASETS AS INPUT TO PUT THE LIVE FILES B
015900-    "ACK.".
016000 01  WS-DONE-LINE            PIC X(133) VALUE
016100     "THE LIVE FILES NOW HOLD THE REBUILT FIGURES. THE PREVIOUS LI
016200-    "VE RECORDS ARE ON THE NWSVSCR AND NWSVRAT SAVE DATASETS.".
016300*
016400 PROCEDURE DIVISION.
016500*
016600*===========================================================*
016700* 0000-MAINLINE                                              *
016800*===========================================================*
016900 0000-MAINLINE.
017000     OPEN OUTPUT CNFRPT-FILE.
017100     WRITE CNFRPT-RECORD FROM WS-HEADING-LINE-1.
017200     WRITE CNFRPT-RECORD FROM WS-BLANK-LINE.
017300*
017400     PERFORM 0800-CHECK-RUN-CONTROL
017500         THRU 0800-CHECK-RUN-CONTROL-EXIT.
017600     IF WS-RUN-IS-REFUSED
017700         WRITE CNFRPT-RECORD FROM WS-REFUSED-LINE
017800         MOVE 12 TO RETURN-CODE
017900         GO TO 0000-MAINLINE-WRAP-UP
018000     END-IF.
018100*
018200     PERFORM 1000-OPEN-REBUILT
018300         THRU 1000-OPEN-REBUILT-EXIT.
018400     IF RETURN-CODE = 8
018500         WRITE CNFRPT-RECORD FROM WS-NO-REBUILT-LINE
018600         GO TO 0000-MAINLINE-WRAP-UP
018700     END-IF.
018800     PERFORM 2000-SAVE-LIVE-SCOREFIL
018900         THRU 2000-SAVE-LIVE-SCOREFIL-EXIT.
019000     IF RETURN-CODE NOT = 8
019100         PERFORM 2500-SAVE-LIVE-NWRATE
019200             THRU 2500-SAVE-LIVE-NWRATE-EXIT
019300     END-IF.
019400     IF RETURN-CODE = 8
019500         CLOSE RBSCR-FILE RBRAT-FILE
019600         WRITE CNFRPT-RECORD FROM WS-SAVE-FAIL-LINE
019700         GO TO 0000-MAINLINE-TOTALS
019800     END-IF.
019900*
020000     PERFORM 3000-LOAD-SCOREFIL
020100         THRU 3000-LOAD-SCOREFIL-EXIT.
020200     IF RETURN-CODE NOT = 8
020300         PERFORM 3500-LOAD-NWRATE
020400             THRU 3500-LOAD-NWRATE-EXIT
020500     END-IF.
020600     CLOSE RBSCR-FILE RBRAT-FILE.
020700     IF WS-REJECT-COUNT > ZERO
020800         MOVE 8 TO RETURN-CODE
020900     END-IF.
021000     IF RETURN-CODE = 8
021100         WRITE CNFRPT-RECORD FROM WS-LOAD-FAIL-LINE
021200     ELSE
021300         WRITE CNFRPT-RECORD FROM WS-DONE-LINE
021400     END-IF.
021500 0000-MAINLINE-TOTALS.
021600     WRITE CNFRPT-RECORD FROM WS-BLANK-LINE.
021700     PERFORM 8000-PRINT-TOTALS
021800         THRU 8000-PRINT-TOTALS-EXIT.
021900 0000-MAINLINE-WRAP-UP.
022000     CLOSE CNFRPT-FILE.
022100     PERFORM 9800-RECORD-RUN-END
022200         THRU 9800-RECORD-RUN-END-EXIT.
022300     STOP RUN.
022400*
022500*===========================================================*
022600* 1000-OPEN-REBUILT                                          *
022700*     OPENS THE TWO REBUILT DATASETS. NOTHING LIVE IS        *
022800*     TOUCHED UNTIL BOTH ARE OPEN.                           *
022900*===========================================================*
023000 1000-OPEN-REBUILT.
023100     OPEN INPUT RBSCR-FILE.
023200     IF WS-RBSCR-STATUS NOT = "00"
023300         DISPLAY "NWREBCNF: NWRBSCR COULD NOT BE OPENED - "
023400             "FILE STATUS " WS-RBSCR-STATUS
023500         MOVE 8 TO RETURN-CODE
023600         GO TO 1000-OPEN-REBUILT-EXIT
023700     END-IF.
023800     OPEN INPUT RBRAT-FILE.
023900     IF WS-RBRAT-STATUS NOT = "00"
024000         DISPLAY "NWREBCNF: NWRBRAT COULD NOT BE OPENED - "
024100             "FILE STATUS " WS-RBRAT-STATUS
024200         CLOSE RBSCR-FILE
024300         MOVE 8 TO RETURN-CODE
024400     END-IF.
024500 1000-OPEN-REBUILT-EXIT.
024600     EXIT.
024700*
024800*===========================================================*
024900* 2000-SAVE-LIVE-SCOREFIL                                    *
025000*     COPIES THE LIVE SCOREFIL, IN KEY ORDER, TO THE NWSVSCR *
025100*     SAVE DATASET. NO LIVE FILE YET (STATUS 35) LEAVES AN   *
025200*     EMPTY SAVE DATASET.                                    *
025300*===========================================================*
025400 2000-SAVE-LIVE-SCOREFIL.
025500     OPEN OUTPUT SVSCR-FILE.
025600     IF WS-SVSCR-STATUS NOT = "00"
025700         DISPLAY "NWREBCNF: NWSVSCR COULD NOT BE OPENED - "
025800             "FILE STATUS " WS-SVSCR-STATUS
025900         MOVE 8 TO RETURN-CODE
026000         GO TO 2000-SAVE-LIVE-SCOREFIL-EXIT
026100     END-IF.
026200     OPEN INPUT SCORE-FILE.
026300     IF WS-SCORE-STATUS = "35"
026400         WRITE CNFRPT-RECORD FROM WS-NO-LIVE-SCORE-LINE
026500         CLOSE SVSCR-FILE
026600         GO TO 2000-SAVE-LIVE-SCOREFIL-EXIT
026700     END-IF.
026800     IF WS-SCORE-STATUS NOT = "00"
026900         DISPLAY "NWREBCNF: SCOREFIL COULD NOT BE OPENED - "
027000             "FILE STATUS " WS-SCORE-STATUS
027100         CLOSE SVSCR-FILE
027200         MOVE 8 TO RETURN-CODE
027300         GO TO 2000-SAVE-LIVE-SCOREFIL-EXIT
027400     END-IF.
027500     MOVE 'N' TO WS-EOF-SW.
027600     PERFORM 2100-READ-LIVE-SCORE
027700         THRU 2100-READ-LIVE-SCORE-EXIT.
027800     PERFORM 2200-SAVE-ONE-SCORE
027900         THRU 2200-SAVE-ONE-SCORE-EXIT
028000         UNTIL WS-AT-END.
028100     CLOSE SCORE-FILE SVSCR-FILE.
028200 2000-SAVE-LIVE-SCOREFIL-EXIT.
028300     EXIT.
028400*
028500*===========================================================*
028600* 2100-READ-LIVE-SCORE                                       *
028700*     READS THE NEXT LIVE SCOREFIL RECORD. A READ ERROR      *
028800*     FAILS THE SAVE - THE FILES ARE THEN NOT REPLACED.      *
028900*===========================================================*
029000 2100-READ-LIVE-SCORE.
029100     READ SCORE-FILE
029200         AT END
029300             MOVE 'Y' TO WS-EOF-SW
029400     END-READ.
029500     IF WS-SCORE-STATUS NOT = "00" AND WS-SCORE-STATUS NOT = "10"
029600         DISPLAY "NWREBCNF: SCOREFIL READ FAILED - "
029700             "FILE STATUS " WS-SCORE-STATUS
029800         MOVE 8 TO RETURN-CODE
029900         MOVE 'Y' TO WS-EOF-SW
030000     END-IF.
030100 2100-READ-LIVE-SCORE-EXIT.
030200     EXIT.
030300*
030400*===========================================================*
030500* 2200-SAVE-ONE-SCORE                                        *
030600*     WRITES ONE LIVE SCOREFIL RECORD TO THE SAVE DATASET.   *
030700*===========================================================*
030800 2200-SAVE-ONE-SCORE.
030900     WRITE SVSCR-RECORD FROM SCORE-RECORD.
031000     ADD 1 TO WS-SCR-SAVED-COUNT.
031100     PERFORM 2100-READ-LIVE-SCORE
031200         THRU 2100-READ-LIVE-SCORE-EXIT.
031300 2200-SAVE-ONE-SCORE-EXIT.
031400     EXIT.
031500*
031600*===========================================================*
031700* 2500-SAVE-LIVE-NWRATE                                      *
031800*     COPIES THE LIVE NWRATE, IN KEY ORDER, TO THE NWSVRAT   *
031900*     SAVE DATASET, AS 2000 DOES FOR SCOREFIL.               *
032000*===========================================================*
032100 2500-SAVE-LIVE-NWRATE.
032200     OPEN OUTPUT SVRAT-FILE.
032300     IF WS-SVRAT-STATUS NOT = "00"
032400         DISPLAY "NWREBCNF: NWSVRAT COULD NOT BE OPENED - "
032500             "FILE STATUS " WS-SVRAT-STATUS
032600         MOVE 8 TO RETURN-CODE
032700         GO TO 2500-SAVE-LIVE-NWRATE-EXIT
032800     END-IF.
032900     OPEN INPUT RATE-FILE.
033000     IF WS-RATE-STATUS = "35"
033100         WRITE CNFRPT-RECORD FROM WS-NO-LIVE-RATE-LINE
033200         CLOSE SVRAT-FILE
033300         GO TO 2500-SAVE-LIVE-NWRATE-EXIT
033400     END-IF.
033500     IF WS-RATE-STATUS NOT = "00"
033600         DISPLAY "NWREBCNF: NWRATE COULD NOT BE OPENED - "
033700             "FILE STATUS " WS-RATE-STATUS
033800         CLOSE SVRAT-FILE
033900         MOVE 8 TO RETURN-CODE
034000         GO TO 2500-SAVE-LIVE-NWRATE-EXIT
034100     END-IF.
034200     MOVE 'N' TO WS-EOF-SW.
034300     PERFORM 2600-READ-LIVE-RATE
034400         THRU 2600-READ-LIVE-RATE-EXIT.
034500     PERFORM 2700-SAVE-ONE-RATE
034600         THRU 2700-SAVE-ONE-RATE-EXIT
034700         UNTIL WS-AT-END.
034800     CLOSE RATE-FILE SVRAT-FILE.
034900 2500-SAVE-LIVE-NWRATE-EXIT.
035000     EXIT.
035100*
035200*===========================================================*
035300* 2600-READ-LIVE-RATE                                        *
035400*     READS THE NEXT LIVE NWRATE RECORD. A READ ERROR FAILS  *
035500*     THE SAVE - THE FILES ARE THEN NOT REPLACED.            *
035600*===========================================================*
035700 2600-READ-LIVE-RATE.
035800     READ RATE-FILE
035900         AT END
036000             MOVE 'Y' TO WS-EOF-SW
036100     END-READ.
036200     IF WS-RATE-STATUS NOT = "00" AND WS-RATE-STATUS NOT = "10"
036300         DISPLAY "NWREBCNF: NWRATE READ FAILED - "
036400             "FILE STATUS " WS-RATE-STATUS
036500         MOVE 8 TO RETURN-CODE
036600         MOVE 'Y' TO WS-EOF-SW
036700     END-IF.
036800 2600-READ-LIVE-RATE-EXIT.
036900     EXIT.
037000*
037100*===========================================================*
037200* 2700-SAVE-ONE-RATE                                         *
037300*     WRITES ONE LIVE NWRATE RECORD TO THE SAVE DATASET.     *
037400*===========================================================*
037500 2700-SAVE-ONE-RATE.
037600     WRITE SVRAT-RECORD FROM RATE-RECORD.
037700     ADD 1 TO WS-RAT-SAVED-COUNT.
037800     PERFORM 2600-READ-LIVE-RATE
037900         THRU 2600-READ-LIVE-RATE-EXIT.
038000 2700-SAVE-ONE-RATE-EXIT.
038100     EXIT.
038200*
038300*===========================================================*
038400* 3000-LOAD-SCOREFIL                                         *
038500*     RECREATES THE LIVE SCOREFIL FROM THE REBUILT DATASET,  *
038600*     WHICH NWREBLD WROTE IN KEY ORDER.                      *
038700*===========================================================*
038800 3000-LOAD-SCOREFIL.
038900     OPEN OUTPUT SCORE-FILE.
039000     IF WS-SCORE-STATUS NOT = "00"
039100         DISPLAY "NWREBCNF: SCOREFIL COULD NOT BE OPENED FOR "
039200             "OUTPUT - FILE STATUS " WS-SCORE-STATUS
039300         MOVE 8 TO RETURN-CODE
039400         GO TO 3000-LOAD-SCOREFIL-EXIT
039500     END-IF.
039600     MOVE 'N' TO WS-EOF-SW.
039700     PERFORM 3100-READ-REBUILT-SCORE
039800         THRU 3100-READ-REBUILT-SCORE-EXIT.
039900     PERFORM 3200-LOAD-ONE-SCORE
040000         THRU 3200-LOAD-ONE-SCORE-EXIT
040100         UNTIL WS-AT-END.
040200     CLOSE SCORE-FILE.
040300 3000-LOAD-SCOREFIL-EXIT.
040400     EXIT.
040500*
040600*===========================================================*
040700* 3100-READ-REBUILT-SCORE                                    *
040800*     READS THE NEXT REBUILT SCOREFIL RECORD.                *
040900*===========================================================*
041000 3100-READ-REBUILT-SCORE.
041100     READ RBSCR-FILE
041200         AT END
041300             MOVE 'Y' TO WS-EOF-SW
041400         NOT AT END
041500             ADD 1 TO WS-SCR-READ-COUNT
041600     END-READ.
041700     IF WS-RBSCR-STATUS NOT = "00" AND WS-RBSCR-STATUS NOT = "10"
041800         DISPLAY "NWREBCNF: NWRBSCR READ FAILED - "
041900             "FILE STATUS " WS-RBSCR-STATUS
042000         MOVE 8 TO RETURN-CODE
042100         MOVE 'Y' TO WS-EOF-SW
042200     END-IF.
042300 3100-READ-REBUILT-SCORE-EXIT.
042400     EXIT.
042500*
042600*===========================================================*
042700* 3200-LOAD-ONE-SCORE                                        *
042800*     WRITES ONE REBUILT RECORD TO THE LIVE SCOREFIL.        *
042900*===========================================================*
043000 3200-LOAD-ONE-SCORE.
043100     WRITE SCORE-RECORD FROM RBSCR-RECORD
043200         INVALID KEY
043300             DISPLAY "NWREBCNF: SCOREFIL WRITE REJECTED FOR "
043400                 SCR-PLAYER-ID " - FILE STATUS "
043500                 WS-SCORE-STATUS
043600             ADD 1 TO WS-REJECT-COUNT
043700         NOT INVALID KEY
043800             ADD 1 TO WS-SCR-LOAD-COUNT
043900     END-WRITE.
044000     PERFORM 3100-READ-REBUILT-SCORE
044100         THRU 3100-READ-REBUILT-SCORE-EXIT.
044200 3200-LOAD-ONE-SCORE-EXIT.
044300     EXIT.
044400*
044500*===========================================================*
044600* 3500-LOAD-NWRATE                                           *
044700*     RECREATES THE LIVE NWRATE FROM THE REBUILT DATASET, AS *
044800*     3000 DOES FOR SCOREFIL.                                *
044900*===========================================================*
045000 3500-LOAD-NWRATE.
045100     OPEN OUTPUT RATE-FILE.
045200     IF WS-RATE-STATUS NOT = "00"
045300         DISPLAY "NWREBCNF: NWRATE COULD NOT BE OPENED FOR "
045400             "OUTPUT - FILE STATUS " WS-RATE-STATUS
045500         MOVE 8 TO RETURN-CODE
045600         GO TO 3500-LOAD-NWRATE-EXIT
045700     END-IF.
045800     MOVE 'N' TO WS-EOF-SW.
045900     PERFORM 3600-READ-REBUILT-RATE
046000         THRU 3600-READ-REBUILT-RATE-EXIT.
046100     PERFORM 3700-LOAD-ONE-RATE
046200         THRU 3700-LOAD-ONE-RATE-EXIT
046300         UNTIL WS-AT-END.
046400     CLOSE RATE-FILE.
046500 3500-LOAD-NWRATE-EXIT.
046600     EXIT.
046700*
046800*===========================================================*
046900* 3600-READ-REBUILT-RATE                                     *
047000*     READS THE NEXT REBUILT NWRATE RECORD.                  *
047100*===========================================================*
047200 3600-READ-REBUILT-RATE.
047300     READ RBRAT-FILE
047400         AT END
047500             MOVE 'Y' TO WS-EOF-SW
047600         NOT AT END
047700             ADD 1 TO WS-RAT-READ-COUNT
047800     END-READ.
047900     IF WS-RBRAT-STATUS NOT = "00" AND WS-RBRAT-STATUS NOT = "10"
048000         DISPLAY "NWREBCNF: NWRBRAT READ FAILED - "
048100             "FILE STATUS " WS-RBRAT-STATUS
048200         MOVE 8 TO RETURN-CODE
048300         MOVE 'Y' TO WS-EOF-SW
048400     END-IF.
048500 3600-READ-REBUILT-RATE-EXIT.
048600     EXIT.
048700*
048800*===========================================================*
048900* 3700-LOAD-ONE-RATE                                         *
049000*     WRITES ONE REBUILT RECORD TO THE LIVE NWRATE.          *
049100*===========================================================*
049200 3700-LOAD-ONE-RATE.
049300     WRITE RATE-RECORD FROM RBRAT-RECORD
049400         INVALID KEY
049500             DISPLAY "NWREBCNF: NWRATE WRITE REJECTED FOR "
049600                 RAT-OPERATOR-ID " - FILE STATUS "
049700                 WS-RATE-STATUS
049800             ADD 1 TO WS-REJECT-COUNT
049900         NOT INVALID KEY
050000             ADD 1 TO WS-RAT-LOAD-COUNT
050100     END-WRITE.
050200     PERFORM 3600-READ-REBUILT-RATE
050300         THRU 3600-READ-REBUILT-RATE-EXIT.
050400 3700-LOAD-ONE-RATE-EXIT.
050500     EXIT.
050600*
050700*===========================================================*
050800* 8000-PRINT-TOTALS                                          *
050900*     PRINTS THE SAVE AND RELOAD COUNTS.                     *
051000*===========================================================*
051100 8000-PRINT-TOTALS.
051200     MOVE "LIVE SCOREFIL RECORDS SAVED"       TO TL-LABEL.
051300     MOVE WS-SCR-SAVED-COUNT                  TO TL-VALUE.
051400     WRITE CNFRPT-RECORD FROM WS-TOTAL-LINE.
051500     MOVE "LIVE NWRATE RECORDS SAVED"         TO TL-LABEL.
051600     MOVE WS-RAT-SAVED-COUNT                  TO TL-VALUE.
051700     WRITE CNFRPT-RECORD FROM WS-TOTAL-LINE.
051800     MOVE "REBUILT SCOREFIL RECORDS READ"     TO TL-LABEL.
051900     MOVE WS-SCR-READ-COUNT                   TO TL-VALUE.
052000     WRITE CNFRPT-RECORD FROM WS-TOTAL-LINE.
052100     MOVE "SCOREFIL RECORDS LOADED"           TO TL-LABEL.
052200     MOVE WS-SCR-LOAD-COUNT                   TO TL-VALUE.
052300     WRITE CNFRPT-RECORD FROM WS-TOTAL-LINE.
052400     MOVE "REBUILT NWRATE RECORDS READ"       TO TL-LABEL.
052500     MOVE WS-RAT-READ-COUNT                   TO TL-VALUE.
052600     WRITE CNFRPT-RECORD FROM WS-TOTAL-LINE.
052700     MOVE "NWRATE RECORDS LOADED"             TO TL-LABEL.
052800     MOVE WS-RAT-LOAD-COUNT                   TO TL-VALUE.
052900     WRITE CNFRPT-RECORD FROM WS-TOTAL-LINE.
053000     MOVE "RECORDS REJECTED ON LOAD"          TO TL-LABEL.
053100     MOVE WS-REJECT-COUNT                     TO TL-VALUE.
053200     WRITE CNFRPT-RECORD FROM WS-TOTAL-LINE.
053300 8000-PRINT-TOTALS-EXIT.
053400     EXIT.
053500*
053600*===========================================================*
053700* 0800-CHECK-RUN-CONTROL                                     *
053800*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
053900*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
054000*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
054100*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
054200*     NWREBLD MUST HAVE COMPLETED CLEANLY (RC=0, RC=4 OR     *
054300*     NOTHING TO DO) FOR THE SAME BUSINESS DATE, OR THIS RUN *
054400*     IS REFUSED (RC=12) AND RECORDED AS REFUSED.            *
054500*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
054600*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
054700*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
054800*===========================================================*
054900 0800-CHECK-RUN-CONTROL.
055000     MOVE "NWREBCNF" TO WS-RUN-JOB-NAME.
055100     MOVE "NWREBLD"  TO WS-RUN-PREREQ-JOB.
055200     MOVE 'M'        TO WS-RUN-PREREQ-KIND.
055300     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
055400     ACCEPT WS-RUN-START-TIME FROM TIME.
055500     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
055600     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
055700         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
055800         COMPUTE WS-RUN-DATE-INTEGER =
055900             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
056000         COMPUTE WS-RUN-DATE-8 =
056100             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
056200         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
056300     END-IF.
056400*
056500     OPEN I-O RUNCTL-FILE.
056600     IF WS-RUNCTL-STATUS = "35"
056700         OPEN OUTPUT RUNCTL-FILE
056800         CLOSE RUNCTL-FILE
056900         OPEN I-O RUNCTL-FILE
057000     END-IF.
057100     IF WS-RUNCTL-STATUS NOT = "00"
057200         DISPLAY "NWREBCNF: NWRUNCTL COULD NOT BE OPENED - "
057300             "FILE STATUS " WS-RUNCTL-STATUS
057400             " - RUN NOT RECORDED ON THE LEDGER."
057500         GO TO 0800-CHECK-RUN-CONTROL-EXIT
057600     END-IF.
057700     MOVE 'Y' TO WS-RUN-LEDGER-SW.
057800     PERFORM 0810-CHECK-PREREQUISITE
057900         THRU 0810-CHECK-PREREQUISITE-EXIT.
058000*
058100     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
058200     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
058300     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
058400     READ RUNCTL-FILE
058500         INVALID KEY
058600             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
058700             MOVE SPACES TO RUNCTL-RECORD
058800             MOVE ZERO   TO RUN-ATTEMPT-COUNT
058900     END-READ.
059000     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
059100     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
059200     MOVE 'S'               TO RUN-STATUS.
059300     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
059400     MOVE ZERO              TO RUN-END-TIME
059500                               RUN-COND-CODE
059600                               RUN-RECS-READ
059700                               RUN-RECS-WRITTEN
059800                               RUN-RECS-EXCEPTED.
059900     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
060000         MOVE ZERO TO RUN-ATTEMPT-COUNT
060100     END-IF.
060200     IF RUN-ATTEMPT-COUNT < 99
060300         ADD 1 TO RUN-ATTEMPT-COUNT
060400     END-IF.
060500     MOVE SPACES            TO RUN-REFUSED-FOR.
060600     IF WS-RUN-IS-REFUSED
060700         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
060800     END-IF.
060900     IF WS-RUN-REC-WAS-FOUND
061000         REWRITE RUNCTL-RECORD
061100     ELSE
061200         WRITE RUNCTL-RECORD
061300     END-IF.
061400     CLOSE RUNCTL-FILE.
061500 0800-CHECK-RUN-CONTROL-EXIT.
061600     EXIT.
061700*
061800*===========================================================*
061900* 0810-CHECK-PREREQUISITE                                    *
062000*     LOOKS UP THE PREREQUISITE JOB'S LEDGER RECORD FOR THE  *
062100*     SAME BUSINESS DATE AND SETS THE REFUSED SWITCH WHEN IT *
062200*     HAS NOT COMPLETED CLEANLY. A REQUIRED PREREQUISITE     *
062300*     THAT HAS NOT RUN AT ALL REFUSES THE RUN TOO.           *
062400*===========================================================*
062500 0810-CHECK-PREREQUISITE.
062600     MOVE WS-RUN-PREREQ-JOB TO RUN-JOB-NAME.
062700     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
062800     READ RUNCTL-FILE
062900         INVALID KEY
063000             IF WS-RUN-PREREQ-IS-REQUIRED
063100                 MOVE 'Y' TO WS-RUN-REFUSED-SW
063200             END-IF
063300         NOT INVALID KEY
063400             IF NOT RUN-ENDED-CLEAN
063500                 MOVE 'Y' TO WS-RUN-REFUSED-SW
063600             END-IF
063700     END-READ.
063800     IF WS-RUN-IS-REFUSED
063900         DISPLAY "NWREBCNF: " WS-RUN-PREREQ-JOB
064000             " HAS NOT COMPLETED CLEANLY FOR BUSINESS DATE "
064100             WS-RUN-BUS-DATE " - RUN REFUSED."
064200     END-IF.
064300 0810-CHECK-PREREQUISITE-EXIT.
064400     EXIT.
064500*
064600*===========================================================*
064700* 9800-RECORD-RUN-END                                        *
064800*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
064900*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
065000*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
065100*     CODE IS FINAL.                                         *
065200*===========================================================*
065300 9800-RECORD-RUN-END.
065400     IF NOT WS-RUN-LEDGER-IS-USABLE
065500         GO TO 9800-RECORD-RUN-END-EXIT
065600     END-IF.
065700     OPEN I-O RUNCTL-FILE.
065800     IF WS-RUNCTL-STATUS NOT = "00"
065900         DISPLAY "NWREBCNF: NWRUNCTL COULD NOT BE REOPENED - "
066000             "FILE STATUS " WS-RUNCTL-STATUS
066100             " - RUN END NOT RECORDED."
066200         GO TO 9800-RECORD-RUN-END-EXIT
066300     END-IF.
066400     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
066500     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
066600     READ RUNCTL-FILE
066700         INVALID KEY
066800             DISPLAY "NWREBCNF: NWRUNCTL RECORD FOR THIS RUN "
066900                 "IS MISSING - RUN END NOT RECORDED."
067000             CLOSE RUNCTL-FILE
067100             GO TO 9800-RECORD-RUN-END-EXIT
067200     END-READ.
067300     ACCEPT RUN-END-TIME FROM TIME.
067400     MOVE RETURN-CODE TO RUN-COND-CODE.
067500     EVALUATE TRUE
067600         WHEN WS-RUN-IS-REFUSED
067700             MOVE 'R' TO RUN-STATUS
067800         WHEN WS-RUN-HAD-NO-WORK
067900             MOVE 'N' TO RUN-STATUS
068000         WHEN RETURN-CODE = ZERO
068100             MOVE 'C' TO RUN-STATUS
068200         WHEN RETURN-CODE = 4
068300             MOVE 'W' TO RUN-STATUS
068400         WHEN OTHER
068500             MOVE 'F' TO RUN-STATUS
068600     END-EVALUATE.
068700     COMPUTE RUN-RECS-READ =
068800         WS-SCR-READ-COUNT
068900       + WS-RAT-READ-COUNT.
069000     COMPUTE RUN-RECS-WRITTEN =
069100         WS-SCR-LOAD-COUNT
069200       + WS-RAT-LOAD-COUNT.
069300     MOVE WS-REJECT-COUNT        TO RUN-RECS-EXCEPTED.
069400     REWRITE RUNCTL-RECORD.
069500     CLOSE RUNCTL-FILE.
069600 9800-RECORD-RUN-END-EXIT.
069700     EXIT.
