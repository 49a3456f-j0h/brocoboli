000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    NWSTRMST.
000300 AUTHOR.        R ALLAN.
000400 INSTALLATION.  SHIFT-READINESS TRAINING GROUP.
000500 DATE-WRITTEN.  2026-10-15.
000600 DATE-COMPILED.
000700*
000800*-----------------------------------------------------------*
000900* MODIFICATION HISTORY                                      *
001000*-----------------------------------------------------------*
001100* DATE       INIT  DESCRIPTION                               *
001200* 2026-10-15 RA    ORIGINAL MORNING STREAM-STATUS PAGE -     *
001300*                  READS THE NWRUNCTL RUN-CONTROL LEDGER FOR *
001400*                  ONE BUSINESS DATE (SSCCARD, DEFAULT LAST  *
001500*                  NIGHT) AND PRINTS ONE LINE PER JOB IN     *
001600*                  STREAM ORDER SHOWING IT AS RUN, SKIPPED,  *
001700*                  FAILED OR OUT OF ORDER, WITH A VERDICT ON *
001800*                  WHETHER THE NIGHT'S FIGURES CAN BE        *
001900*                  TRUSTED.                                  *
002000*-----------------------------------------------------------*
002010* 2026-10-15 RA    NWSECAUD (SECRET-DEALING AUDIT) ADDED TO  *
002020*                  THE STREAM TABLE AS AN ON-DEMAND JOB.     *
002030*-----------------------------------------------------------*
002040* 2026-10-15 RA    NWINTEG (NIGHTLY INTEGRITY SCREEN) ADDED  *
002050*                  TO THE STREAM TABLE AFTER NWEFFUPD, NWADJ *
002060*                  AS ITS IF-IT-RAN PREREQUISITE.            *
002070*-----------------------------------------------------------*
002074* 2026-10-15 RA    ADDED THE ON-DEMAND SHIFT-ROSTER JOBS TO  *
002078*                  THE STREAM TABLE - NWROSMNT AFTER         *
002082*                  NWAUTMNT, AND NWROSCOV AFTER NWTEAMR      *
002086*                  (REFUSED WHEN NWCERT RAN AND DID NOT      *
002090*                  COMPLETE CLEANLY).                        *
002094*-----------------------------------------------------------*
002104* 2026-10-15 RA    ADDED THE DUEL-LEAGUE JOBS TO THE STREAM  *
002114*                  TABLE - NWFIXGEN ON DEMAND AFTER          *
002124*                  NWAUTMNT, AND THE END-OF-WEEK NWFIXFF     *
002134*                  FORFEIT RUN AND NWLEAGUE LEAGUE TABLE     *
002144*                  WITH A NEW 'W' (END OF LEAGUE WEEK)       *
002154*                  SCHEDULE, SHOWN AS NOT RUN ON OTHER       *
002164*                  NIGHTS.                                   *
002174*-----------------------------------------------------------*
002175* 2026-10-15 RA    ADDED THE ON-DEMAND POINT-IN-TIME REBUILD *
002176*                  JOBS TO THE STREAM TABLE - NWREBLD, AND   *
002177*                  NWREBCNF REFUSED UNLESS NWREBLD COMPLETED *
002178*                  CLEANLY.                                  *
002179*-----------------------------------------------------------*
002180* 2026-10-15 RA    ADDED THE NIGHTLY NWSDMNT SESSION         *
002181*                  DIRECTORY UPKEEP JOB TO THE STREAM TABLE. *
002182*-----------------------------------------------------------*
002184* 2026-10-15 RA    ADDED THE HR INTERFACE JOBS TO THE STREAM *
002186*                  TABLE - NWHRIN ON DEMAND AHEAD OF         *
002188*                  NWAUTMNT, AND THE NIGHTLY NWHROUT FEED,   *
002190*                  CHECKED AGAINST NWCERT WHEN IT RAN.       *
002192*-----------------------------------------------------------*
002193* 2026-10-15 RA    NWTEAMR NOW REFUSED UNLESS NWPOST HAS     *
002194*                  COMPLETED CLEANLY, AS NWLEADR IS.         *
002195*-----------------------------------------------------------*
002196*
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
002400 SOURCE-COMPUTER.  IBM-370.
002500 OBJECT-COMPUTER.  IBM-370.
002600*
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT SSCCARD-FILE ASSIGN TO SSCCARD
003000         ORGANIZATION IS SEQUENTIAL
003100         FILE STATUS IS WS-SSCCARD-STATUS.
003200     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS RUN-KEY
003600         FILE STATUS IS WS-RUNCTL-STATUS.
003700     SELECT SSTRPT-FILE ASSIGN TO NWSSTRPT
003800         ORGANIZATION IS SEQUENTIAL.
003900*
004000 DATA DIVISION.
004100 FILE SECTION.
004200*
004300 FD  SSCCARD-FILE
004400     RECORDING MODE IS F
004500     LABEL RECORDS ARE STANDARD
004600     RECORD CONTAINS 80 CHARACTERS.
004700 01  SSC-RECORD.
004800     COPY CPYSSC01.
004900*
005000 FD  RUNCTL-FILE
005100     RECORD CONTAINS 80 CHARACTERS.
005200 01  RUNCTL-RECORD.
005300     COPY CPYRUN01.
005400*
005500 FD  SSTRPT-FILE
005600     RECORDING MODE IS F
005700     LABEL RECORDS ARE STANDARD
005800     RECORD CONTAINS 133 CHARACTERS.
005900 01  SSTRPT-RECORD          PIC X(133).
006000*
006100 WORKING-STORAGE SECTION.
006200*
006300 77  WS-SSCCARD-STATUS       PIC X(02) VALUE "00".
006400 77  WS-JOB-IDX              PIC S9(4) COMP VALUE ZERO.
006500 77  WS-JOB-MAX              PIC S9(4) COMP VALUE 32.
006600 77  WS-CLEAN-COUNT          PIC S9(4) COMP VALUE ZERO.
006700 77  WS-FAILED-COUNT         PIC S9(4) COMP VALUE ZERO.
006800 77  WS-SKIPPED-COUNT        PIC S9(4) COMP VALUE ZERO.
006900 77  WS-OUT-OF-ORDER-COUNT   PIC S9(4) COMP VALUE ZERO.
007000 77  WS-NOT-RUN-COUNT        PIC S9(4) COMP VALUE ZERO.
007100 77  WS-PROBLEM-COUNT        PIC S9(4) COMP VALUE ZERO.
007200 77  WS-JOB-FOUND-SW         PIC X(01) VALUE 'N'.
007300     88  WS-JOB-WAS-FOUND           VALUE 'Y'.
007400 77  WS-REPORT-DATE          PIC 9(06) VALUE ZERO.
007500 77  WS-THIS-START-TIME      PIC 9(08) VALUE ZERO.
007600 77  WS-THIS-START-ADJ       PIC 9(08) VALUE ZERO.
007700 77  WS-PREREQ-END-ADJ       PIC 9(08) VALUE ZERO.
007800*
007900 01  WS-RUN-CONTROL.
008000     COPY CPYRUW01.
008100*
008200*-----------------------------------------------------------*
008300* THE NIGHT STREAM IN RUNNING ORDER. EACH ENTRY IS THE JOB   *
008400* NAME, ITS PREREQUISITE JOB (IF ANY), THE PREREQUISITE KIND *
008500* ('M' REQUIRED, 'C' ONLY IF IT RAN) AND HOW OFTEN THE JOB   *
008600* IS SCHEDULED ('N' EVERY NIGHT, 'M' MONTH-END ONLY, 'W' AT  *
008650* THE END OF A LEAGUE WEEK, 'D' ON DEMAND). ONLY A NIGHTLY   *
008700* JOB WITH NO LEDGER RECORD COUNTS AS SKIPPED. KEEP          *
008800* WS-JOB-MAX IN STEP WITH THE ENTRIES.                       *
008900*-----------------------------------------------------------*
009000 01  WS-STREAM-TABLE-VALUES.
009100     05  FILLER              PIC X(18) VALUE "NWBATCH          N".
009150     05  FILLER              PIC X(18) VALUE "NWSDMNT          N".
009170     05  FILLER              PIC X(18) VALUE "NWHRIN           D".
009200     05  FILLER              PIC X(18) VALUE "NWAUTMNT         D".
009250     05  FILLER              PIC X(18) VALUE "NWROSMNT         D".
009270     05  FILLER              PIC X(18) VALUE "NWFIXGENNWAUTMNTCD".
009300     05  FILLER              PIC X(18) VALUE "NWPOST           N".
009400     05  FILLER              PIC X(18) VALUE "NWRATUPD         N".
009430     05  FILLER              PIC X(18) VALUE "NWFIXFF          W".
009460     05  FILLER              PIC X(18) VALUE "NWLEAGUENWFIXFF CW".
009500     05  FILLER              PIC X(18) VALUE "NWADJ            D".
009600     05  FILLER              PIC X(18) VALUE "NWEFFUPDNWADJ   CN".
009650     05  FILLER              PIC X(18) VALUE "NWINTEG NWADJ   CN".
009700     05  FILLER              PIC X(18) VALUE "NWHSKP           D".
009800     05  FILLER              PIC X(18) VALUE "NWLEADR NWPOST  MN".
009900     05  FILLER              PIC X(18) VALUE "NWRATRPTNWRATUPDMN".
010000     05  FILLER              PIC X(18) VALUE "NWEFFRPTNWEFFUPDMN".
010100     05  FILLER              PIC X(18) VALUE "NWRECON NWPOST  MN".
010200     05  FILLER              PIC X(18) VALUE "NWCERT           D".
010300     05  FILLER              PIC X(18) VALUE "NWTEAMR NWPOST  MD".
010350     05  FILLER              PIC X(18) VALUE "NWROSCOVNWCERT  CD".
010400     05  FILLER              PIC X(18) VALUE "NWSHFRPT         N".
010500     05  FILLER              PIC X(18) VALUE "NWPACER          D".
010600     05  FILLER              PIC X(18) VALUE "NWCLOSE          M".
010700     05  FILLER              PIC X(18) VALUE "NWSTMT  NWCLOSE MM".
010750     05  FILLER              PIC X(18) VALUE "NWHROUT NWCERT  CN".
010800     05  FILLER              PIC X(18) VALUE "NWTREND          D".
010900     05  FILLER              PIC X(18) VALUE "NWEXTR           D".
011000     05  FILLER              PIC X(18) VALUE "NWOPINQ          D".
011050     05  FILLER              PIC X(18) VALUE "NWSECAUD         D".
011060     05  FILLER              PIC X(18) VALUE "NWREBLD          D".
011070     05  FILLER              PIC X(18) VALUE "NWREBCNFNWREBLD MD".
011100 01  WS-STREAM-TABLE REDEFINES WS-STREAM-TABLE-VALUES.
011200     05  WS-STREAM-ENTRY     OCCURS 32 TIMES.
011300         10  ST-JOB-NAME     PIC X(08).
011400         10  ST-PREREQ-JOB   PIC X(08).
011500         10  ST-PREREQ-KIND  PIC X(01).
011600             88  ST-PREREQ-IS-REQUIRED  VALUE 'M'.
011700         10  ST-SCHEDULE     PIC X(01).
011800             88  ST-RUNS-NIGHTLY        VALUE 'N'.
011900             88  ST-RUNS-AT-MONTH-END   VALUE 'M'.
011950             88  ST-RUNS-WEEKLY         VALUE 'W'.
012000*
012100 01  WS-TIME-WORK            PIC 9(08) VALUE ZERO.
012200 01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.
012300     05  WS-TIME-HH          PIC 9(02).
012400     05  WS-TIME-MM          PIC 9(02).
012500     05  WS-TIME-SS          PIC 9(02).
012600     05  WS-TIME-TT          PIC 9(02).
012700 01  WS-TIME-EDIT.
012800     05  TE-HH               PIC 9(02).
012900     05  FILLER              PIC X(01) VALUE ":".
013000     05  TE-MM               PIC 9(02).
013100     05  FILLER              PIC X(01) VALUE ":".
013200     05  TE-SS               PIC 9(02).
013300*
013400 01  WS-HEADING-LINE-1       PIC X(133) VALUE
013500     "NUMBERWANG NIGHT STREAM STATUS - RUN-CONTROL LEDGER".
013600 01  WS-HEADING-LINE-2.
013700     05  FILLER              PIC X(34) VALUE
013800         "BUSINESS DATE (YYMMDD) REPORTED:  ".
013900     05  HL-REPORT-DATE      PIC 9(06).
014000     05  FILLER              PIC X(93) VALUE
014100         "  (A RUN STARTED BEFORE 12:00 IS THE DAY BEFORE)".
014300 01  WS-HEADING-LINE-3       PIC X(133) VALUE
014400     "JOB       STATUS        START     END        RC      READ  W
014500-    "RITTEN  EXCEPTED  TRIES  NOTE".
014600 01  WS-BLANK-LINE           PIC X(133) VALUE SPACES.
014700 01  WS-NO-LEDGER-LINE       PIC X(133) VALUE
014800     "THE NWRUNCTL LEDGER COULD NOT BE OPENED - STREAM STATUS IS U
014900-    "NKNOWN. SEE CONSOLE LOG.".
015000*
015100 01  WS-STATUS-LINE.
015200     05  SL-JOB-NAME         PIC X(08).
015300     05  FILLER              PIC X(02).
015400     05  SL-STATUS           PIC X(12).
015500     05  FILLER              PIC X(02).
015600     05  SL-START-TIME       PIC X(08).
015700     05  FILLER              PIC X(02).
015800     05  SL-END-TIME         PIC X(08).
015900     05  FILLER              PIC X(02).
016000     05  SL-COND-CODE        PIC ZZZ9.
016100     05  FILLER              PIC X(01).
016200     05  SL-RECS-READ        PIC Z(08)9.
016300     05  FILLER              PIC X(01).
016400     05  SL-RECS-WRITTEN     PIC Z(08)9.
016500     05  FILLER              PIC X(01).
016600     05  SL-RECS-EXCEPTED    PIC Z(08)9.
016700     05  FILLER              PIC X(02).
016800     05  SL-ATTEMPTS         PIC Z9.
016900     05  FILLER              PIC X(03).
017000     05  SL-NOTE             PIC X(48).
017100*
017200 01  WS-TOTAL-LINE.
017300     05  TL-LABEL            PIC X(32).
017400     05  TL-VALUE            PIC ZZZ9.
017500     05  FILLER              PIC X(97).
017600*
017700 01  WS-VERDICT-TRUSTED-LINE PIC X(133) VALUE
017800     "VERDICT: EVERY NIGHTLY JOB RAN CLEANLY AND IN ORDER - THE FI
017900-    "GURES CAN BE TRUSTED.".
018000 01  WS-VERDICT-SUSPECT-LINE PIC X(133) VALUE
018100     "VERDICT: DO NOT TRUST THE FIGURES UNTIL THE JOBS FLAGGED ABO
018200-    "VE HAVE BEEN RERUN IN STREAM ORDER.".
018300*
018400 PROCEDURE DIVISION.
018500*
018600*===========================================================*
018700* 0000-MAINLINE                                              *
018800*===========================================================*
018900 0000-MAINLINE.
019000     OPEN OUTPUT SSTRPT-FILE.
019100     PERFORM 0800-CHECK-RUN-CONTROL
019200         THRU 0800-CHECK-RUN-CONTROL-EXIT.
019300     PERFORM 1000-SET-REPORT-DATE
019400         THRU 1000-SET-REPORT-DATE-EXIT.
019500     MOVE WS-REPORT-DATE TO HL-REPORT-DATE.
019600     WRITE SSTRPT-RECORD FROM WS-HEADING-LINE-1.
019700     WRITE SSTRPT-RECORD FROM WS-HEADING-LINE-2.
019800     WRITE SSTRPT-RECORD FROM WS-BLANK-LINE.
019900     WRITE SSTRPT-RECORD FROM WS-HEADING-LINE-3.
020000*
020100     OPEN INPUT RUNCTL-FILE.
020200     IF WS-RUNCTL-STATUS NOT = "00"
020300         DISPLAY "NWSTRMST: NWRUNCTL COULD NOT BE OPENED FOR "
020400             "READING - FILE STATUS " WS-RUNCTL-STATUS
020500         WRITE SSTRPT-RECORD FROM WS-NO-LEDGER-LINE
020600         MOVE 8 TO RETURN-CODE
020700         GO TO 0000-MAINLINE-WRAP-UP
020800     END-IF.
020900*
021000     PERFORM 2000-REPORT-ONE-JOB
021100         THRU 2000-REPORT-ONE-JOB-EXIT
021200         VARYING WS-JOB-IDX FROM 1 BY 1
021300         UNTIL WS-JOB-IDX > WS-JOB-MAX.
021400     CLOSE RUNCTL-FILE.
021500*
021600     PERFORM 8000-PRINT-TOTALS
021700         THRU 8000-PRINT-TOTALS-EXIT.
021800     IF WS-PROBLEM-COUNT > ZERO
021900         MOVE 4 TO RETURN-CODE
022000     END-IF.
022100*
022200 0000-MAINLINE-WRAP-UP.
022300     CLOSE SSTRPT-FILE.
022400     PERFORM 9800-RECORD-RUN-END
022500         THRU 9800-RECORD-RUN-END-EXIT.
022600     STOP RUN.
022700*
022800*===========================================================*
022900* 1000-SET-REPORT-DATE                                       *
023000*     READS THE OPTIONAL SSCCARD FOR THE BUSINESS DATE TO    *
023100*     REPORT ON. WITHOUT A USABLE CARD THE REPORT COVERS     *
023200*     LAST NIGHT'S STREAM - THE PREVIOUS CALENDAR DAY,       *
023300*     WHETHER THE PAGE IS PRINTED THE SAME MORNING OR LATER  *
023400*     IN THE DAY.                                            *
023500*===========================================================*
023600 1000-SET-REPORT-DATE.
023700     COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE.
023800     COMPUTE WS-RUN-DATE-INTEGER =
023900         FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1.
024000     COMPUTE WS-RUN-DATE-8 =
024100         FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER).
024200     MOVE WS-RUN-DATE-6 TO WS-REPORT-DATE.
024300*
024400     OPEN INPUT SSCCARD-FILE.
024500     IF WS-SSCCARD-STATUS = "00"
024600         READ SSCCARD-FILE
024700             AT END
024800                 CONTINUE
024900             NOT AT END
025000                 IF SSC-BUS-DATE IS NUMERIC
025100                     AND SSC-BUS-DATE > ZERO
025200                     MOVE SSC-BUS-DATE TO WS-REPORT-DATE
025300                 END-IF
025400         END-READ
025500         CLOSE SSCCARD-FILE
025600     END-IF.
025700 1000-SET-REPORT-DATE-EXIT.
025800     EXIT.
025900*
026000*===========================================================*
026100* 2000-REPORT-ONE-JOB                                        *
026200*     LOOKS UP ONE STREAM JOB'S LEDGER RECORD FOR THE        *
026300*     REPORT DATE AND PRINTS ITS STATUS LINE. A JOB THAT     *
026400*     ENDED CLEANLY IS STILL SHOWN OUT OF ORDER WHEN ITS     *
026500*     PREREQUISITE WAS MISSING, DID NOT END CLEANLY, OR      *
026600*     FINISHED AFTER THIS JOB STARTED.                       *
026700*===========================================================*
026800 2000-REPORT-ONE-JOB.
026900     MOVE SPACES TO WS-STATUS-LINE.
027000     MOVE ST-JOB-NAME (WS-JOB-IDX) TO SL-JOB-NAME.
027100     MOVE ST-JOB-NAME (WS-JOB-IDX) TO RUN-JOB-NAME.
027200     MOVE WS-REPORT-DATE           TO RUN-BUS-DATE.
027300     MOVE 'Y' TO WS-JOB-FOUND-SW.
027400     READ RUNCTL-FILE
027500         INVALID KEY
027600             MOVE 'N' TO WS-JOB-FOUND-SW
027700     END-READ.
027800*
027900     IF NOT WS-JOB-WAS-FOUND
028000         EVALUATE TRUE
028100             WHEN ST-RUNS-NIGHTLY (WS-JOB-IDX)
028200                 MOVE "SKIPPED" TO SL-STATUS
028300                 MOVE "NIGHTLY JOB HAS NO LEDGER RECORD"
028400                     TO SL-NOTE
028500                 ADD 1 TO WS-SKIPPED-COUNT
028600                 ADD 1 TO WS-PROBLEM-COUNT
028700             WHEN ST-RUNS-AT-MONTH-END (WS-JOB-IDX)
028800                 MOVE "NOT RUN" TO SL-STATUS
028900                 MOVE "MONTH-END ONLY" TO SL-NOTE
029000                 ADD 1 TO WS-NOT-RUN-COUNT
029030             WHEN ST-RUNS-WEEKLY (WS-JOB-IDX)
029040                 MOVE "NOT RUN" TO SL-STATUS
029050                 MOVE "END OF LEAGUE WEEK ONLY" TO SL-NOTE
029060                 ADD 1 TO WS-NOT-RUN-COUNT
029100             WHEN OTHER
029200                 MOVE "NOT RUN" TO SL-STATUS
029300                 MOVE "RUNS ON DEMAND" TO SL-NOTE
029400                 ADD 1 TO WS-NOT-RUN-COUNT
029500         END-EVALUATE
029600         WRITE SSTRPT-RECORD FROM WS-STATUS-LINE
029700         GO TO 2000-REPORT-ONE-JOB-EXIT
029800     END-IF.
029900*
030000     MOVE RUN-START-TIME TO WS-TIME-WORK.
030100     PERFORM 2200-EDIT-TIME THRU 2200-EDIT-TIME-EXIT.
030200     MOVE WS-TIME-EDIT   TO SL-START-TIME.
030300     IF RUN-END-TIME > ZERO
030400         MOVE RUN-END-TIME TO WS-TIME-WORK
030500         PERFORM 2200-EDIT-TIME THRU 2200-EDIT-TIME-EXIT
030600         MOVE WS-TIME-EDIT TO SL-END-TIME
030700     END-IF.
030800     MOVE RUN-COND-CODE     TO SL-COND-CODE.
030900     MOVE RUN-RECS-READ     TO SL-RECS-READ.
031000     MOVE RUN-RECS-WRITTEN  TO SL-RECS-WRITTEN.
031100     MOVE RUN-RECS-EXCEPTED TO SL-RECS-EXCEPTED.
031200     MOVE RUN-ATTEMPT-COUNT TO SL-ATTEMPTS.
031300*
031400     EVALUATE TRUE
031500         WHEN RUN-IS-REFUSED
031600             MOVE "OUT OF ORDER" TO SL-STATUS
031700             STRING "REFUSED - " DELIMITED BY SIZE
031800                 RUN-REFUSED-FOR DELIMITED BY SPACE
031900                 " HAD NOT COMPLETED CLEANLY" DELIMITED BY SIZE
032000                 INTO SL-NOTE
032100             END-STRING
032200             ADD 1 TO WS-OUT-OF-ORDER-COUNT
032300             ADD 1 TO WS-PROBLEM-COUNT
032400         WHEN RUN-IS-STARTED
032500             MOVE "FAILED" TO SL-STATUS
032600             MOVE "NEVER RECORDED AN END - ABEND OR CANCEL"
032700                 TO SL-NOTE
032800             ADD 1 TO WS-FAILED-COUNT
032900             ADD 1 TO WS-PROBLEM-COUNT
033000         WHEN RUN-IS-FAILED
033100             MOVE "FAILED" TO SL-STATUS
033200             MOVE "ENDED WITH A CONDITION CODE ABOVE 4"
033300                 TO SL-NOTE
033400             ADD 1 TO WS-FAILED-COUNT
033500             ADD 1 TO WS-PROBLEM-COUNT
033600         WHEN OTHER
033700             MOVE "RUN" TO SL-STATUS
033800             IF RUN-IS-COMPLETE-WARN
033900                 MOVE "COMPLETED WITH WARNINGS" TO SL-NOTE
034000             END-IF
034100             IF RUN-HAD-NO-WORK
034200                 MOVE "NOTHING TO DO" TO SL-NOTE
034300             END-IF
034400             IF ST-PREREQ-JOB (WS-JOB-IDX) NOT = SPACES
034500                 PERFORM 2100-CHECK-ORDER
034600                     THRU 2100-CHECK-ORDER-EXIT
034700             END-IF
034800             IF SL-STATUS = "RUN"
034900                 ADD 1 TO WS-CLEAN-COUNT
035000             ELSE
035100                 ADD 1 TO WS-OUT-OF-ORDER-COUNT
035200                 ADD 1 TO WS-PROBLEM-COUNT
035300             END-IF
035400     END-EVALUATE.
035500     WRITE SSTRPT-RECORD FROM WS-STATUS-LINE.
035600 2000-REPORT-ONE-JOB-EXIT.
035700     EXIT.
035800*
035900*===========================================================*
036000* 2100-CHECK-ORDER                                           *
036100*     FOR A JOB THAT ENDED CLEANLY, READS ITS PREREQUISITE'S *
036200*     LEDGER RECORD FOR THE SAME DATE. TIMES BEFORE THE      *
036300*     12:00 CUTOVER ARE MOVED ON 24 HOURS SO A STREAM THAT   *
036400*     RUNS PAST MIDNIGHT STILL COMPARES IN ORDER.            *
036500*===========================================================*
036600 2100-CHECK-ORDER.
036700     MOVE RUN-START-TIME TO WS-THIS-START-TIME.
036800     MOVE ST-PREREQ-JOB (WS-JOB-IDX) TO RUN-JOB-NAME.
036900     MOVE WS-REPORT-DATE             TO RUN-BUS-DATE.
037000     MOVE 'Y' TO WS-JOB-FOUND-SW.
037100     READ RUNCTL-FILE
037200         INVALID KEY
037300             MOVE 'N' TO WS-JOB-FOUND-SW
037400     END-READ.
037500*
037600     IF NOT WS-JOB-WAS-FOUND
037700         IF ST-PREREQ-IS-REQUIRED (WS-JOB-IDX)
037800             MOVE "OUT OF ORDER" TO SL-STATUS
037900             MOVE SPACES TO SL-NOTE
038000             STRING "RAN WITHOUT " DELIMITED BY SIZE
038100                 ST-PREREQ-JOB (WS-JOB-IDX) DELIMITED BY SPACE
038200                 INTO SL-NOTE
038300             END-STRING
038400         END-IF
038500         GO TO 2100-CHECK-ORDER-EXIT
038600     END-IF.
038700*
038800     IF NOT RUN-ENDED-CLEAN
038900         MOVE "OUT OF ORDER" TO SL-STATUS
039000         MOVE SPACES TO SL-NOTE
039100         STRING "RAN THOUGH " DELIMITED BY SIZE
039200             ST-PREREQ-JOB (WS-JOB-IDX) DELIMITED BY SPACE
039300             " DID NOT END CLEANLY" DELIMITED BY SIZE
039400             INTO SL-NOTE
039500         END-STRING
039600         GO TO 2100-CHECK-ORDER-EXIT
039700     END-IF.
039800*
039900     MOVE WS-THIS-START-TIME TO WS-THIS-START-ADJ.
040000     MOVE WS-THIS-START-TIME TO WS-TIME-WORK.
040100     IF WS-TIME-HH < WS-RUN-CUTOVER-HH
040200         ADD 24000000 TO WS-THIS-START-ADJ
040300     END-IF.
040400     MOVE RUN-END-TIME TO WS-PREREQ-END-ADJ.
040500     MOVE RUN-END-TIME TO WS-TIME-WORK.
040600     IF WS-TIME-HH < WS-RUN-CUTOVER-HH
040700         ADD 24000000 TO WS-PREREQ-END-ADJ
040800     END-IF.
040900     IF WS-PREREQ-END-ADJ > WS-THIS-START-ADJ
041000         MOVE "OUT OF ORDER" TO SL-STATUS
041100         MOVE SPACES TO SL-NOTE
041200         STRING "STARTED BEFORE " DELIMITED BY SIZE
041300             ST-PREREQ-JOB (WS-JOB-IDX) DELIMITED BY SPACE
041400             " HAD ENDED" DELIMITED BY SIZE
041500             INTO SL-NOTE
041600         END-STRING
041700     END-IF.
041800 2100-CHECK-ORDER-EXIT.
041900     EXIT.
042000*
042100*===========================================================*
042200* 2200-EDIT-TIME                                             *
042300*     EDITS A LEDGER TIME (HHMMSSTT) AS HH:MM:SS.            *
042400*===========================================================*
042500 2200-EDIT-TIME.
042600     MOVE WS-TIME-HH TO TE-HH.
042700     MOVE WS-TIME-MM TO TE-MM.
042800     MOVE WS-TIME-SS TO TE-SS.
042900 2200-EDIT-TIME-EXIT.
043000     EXIT.
043100*
043200*===========================================================*
043300* 8000-PRINT-TOTALS                                          *
043400*===========================================================*
043500 8000-PRINT-TOTALS.
043600     WRITE SSTRPT-RECORD FROM WS-BLANK-LINE.
043700     MOVE SPACES                TO WS-TOTAL-LINE.
043800     MOVE "JOBS RUN CLEANLY"    TO TL-LABEL.
043900     MOVE WS-CLEAN-COUNT        TO TL-VALUE.
044000     WRITE SSTRPT-RECORD FROM WS-TOTAL-LINE.
044100     MOVE SPACES                TO WS-TOTAL-LINE.
044200     MOVE "JOBS FAILED"         TO TL-LABEL.
044300     MOVE WS-FAILED-COUNT       TO TL-VALUE.
044400     WRITE SSTRPT-RECORD FROM WS-TOTAL-LINE.
044500     MOVE SPACES                TO WS-TOTAL-LINE.
044600     MOVE "NIGHTLY JOBS SKIPPED" TO TL-LABEL.
044700     MOVE WS-SKIPPED-COUNT      TO TL-VALUE.
044800     WRITE SSTRPT-RECORD FROM WS-TOTAL-LINE.
044900     MOVE SPACES                TO WS-TOTAL-LINE.
045000     MOVE "JOBS OUT OF ORDER"   TO TL-LABEL.
045100     MOVE WS-OUT-OF-ORDER-COUNT TO TL-VALUE.
045200     WRITE SSTRPT-RECORD FROM WS-TOTAL-LINE.
045300     MOVE SPACES                TO WS-TOTAL-LINE.
045400     MOVE "OTHER JOBS NOT RUN"  TO TL-LABEL.
045500     MOVE WS-NOT-RUN-COUNT      TO TL-VALUE.
045600     WRITE SSTRPT-RECORD FROM WS-TOTAL-LINE.
045700     WRITE SSTRPT-RECORD FROM WS-BLANK-LINE.
045800     IF WS-PROBLEM-COUNT = ZERO
045900         WRITE SSTRPT-RECORD FROM WS-VERDICT-TRUSTED-LINE
046000     ELSE
046100         WRITE SSTRPT-RECORD FROM WS-VERDICT-SUSPECT-LINE
046200     END-IF.
046300 8000-PRINT-TOTALS-EXIT.
046400     EXIT.
046500*
046600*===========================================================*
046700* 0800-CHECK-RUN-CONTROL                                     *
046800*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
046900*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
047000*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
047100*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
047200*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
047300*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
047400*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
047500*===========================================================*
047600 0800-CHECK-RUN-CONTROL.
047700     MOVE "NWSTRMST" TO WS-RUN-JOB-NAME.
047800     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
047900     ACCEPT WS-RUN-START-TIME FROM TIME.
048000     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
048100     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
048200         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
048300         COMPUTE WS-RUN-DATE-INTEGER =
048400             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
048500         COMPUTE WS-RUN-DATE-8 =
048600             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
048700         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
048800     END-IF.
048900*
049000     OPEN I-O RUNCTL-FILE.
049100     IF WS-RUNCTL-STATUS = "35"
049200         OPEN OUTPUT RUNCTL-FILE
049300         CLOSE RUNCTL-FILE
049400         OPEN I-O RUNCTL-FILE
049500     END-IF.
049600     IF WS-RUNCTL-STATUS NOT = "00"
049700         DISPLAY "NWSTRMST: NWRUNCTL COULD NOT BE OPENED - "
049800             "FILE STATUS " WS-RUNCTL-STATUS
049900             " - RUN NOT RECORDED ON THE LEDGER."
050000         GO TO 0800-CHECK-RUN-CONTROL-EXIT
050100     END-IF.
050200     MOVE 'Y' TO WS-RUN-LEDGER-SW.
050300*
050400     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
050500     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
050600     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
050700     READ RUNCTL-FILE
050800         INVALID KEY
050900             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
051000             MOVE SPACES TO RUNCTL-RECORD
051100             MOVE ZERO   TO RUN-ATTEMPT-COUNT
051200     END-READ.
051300     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
051400     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
051500     MOVE 'S'               TO RUN-STATUS.
051600     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
051700     MOVE ZERO              TO RUN-END-TIME
051800                               RUN-COND-CODE
051900                               RUN-RECS-READ
052000                               RUN-RECS-WRITTEN
052100                               RUN-RECS-EXCEPTED.
052200     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
052300         MOVE ZERO TO RUN-ATTEMPT-COUNT
052400     END-IF.
052500     IF RUN-ATTEMPT-COUNT < 99
052600         ADD 1 TO RUN-ATTEMPT-COUNT
052700     END-IF.
052800     MOVE SPACES            TO RUN-REFUSED-FOR.
052900     IF WS-RUN-IS-REFUSED
053000         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
053100     END-IF.
053200     IF WS-RUN-REC-WAS-FOUND
053300         REWRITE RUNCTL-RECORD
053400     ELSE
053500         WRITE RUNCTL-RECORD
053600     END-IF.
053700     CLOSE RUNCTL-FILE.
053800 0800-CHECK-RUN-CONTROL-EXIT.
053900     EXIT.
054000*
054100*===========================================================*
054200* 9800-RECORD-RUN-END                                        *
054300*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
054400*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
054500*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
054600*     CODE IS FINAL.                                         *
054700*===========================================================*
054800 9800-RECORD-RUN-END.
054900     IF NOT WS-RUN-LEDGER-IS-USABLE
055000         GO TO 9800-RECORD-RUN-END-EXIT
055100     END-IF.
055200     OPEN I-O RUNCTL-FILE.
055300     IF WS-RUNCTL-STATUS NOT = "00"
055400         DISPLAY "NWSTRMST: NWRUNCTL COULD NOT BE REOPENED - "
055500             "FILE STATUS " WS-RUNCTL-STATUS
055600             " - RUN END NOT RECORDED."
055700         GO TO 9800-RECORD-RUN-END-EXIT
055800     END-IF.
055900     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
056000     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
056100     READ RUNCTL-FILE
056200         INVALID KEY
056300             DISPLAY "NWSTRMST: NWRUNCTL RECORD FOR THIS RUN "
056400                 "IS MISSING - RUN END NOT RECORDED."
056500             CLOSE RUNCTL-FILE
056600             GO TO 9800-RECORD-RUN-END-EXIT
056700     END-READ.
056800     ACCEPT RUN-END-TIME FROM TIME.
056900     MOVE RETURN-CODE TO RUN-COND-CODE.
057000     EVALUATE TRUE
057100         WHEN WS-RUN-IS-REFUSED
057200             MOVE 'R' TO RUN-STATUS
057300         WHEN WS-RUN-HAD-NO-WORK
057400             MOVE 'N' TO RUN-STATUS
057500         WHEN RETURN-CODE = ZERO
057600             MOVE 'C' TO RUN-STATUS
057700         WHEN RETURN-CODE = 4
057800             MOVE 'W' TO RUN-STATUS
057900         WHEN OTHER
058000             MOVE 'F' TO RUN-STATUS
058100     END-EVALUATE.
058200     MOVE WS-JOB-MAX             TO RUN-RECS-READ.
058300     MOVE WS-CLEAN-COUNT         TO RUN-RECS-WRITTEN.
058400     MOVE WS-PROBLEM-COUNT       TO RUN-RECS-EXCEPTED.
058500     REWRITE RUNCTL-RECORD.
058600     CLOSE RUNCTL-FILE.
058700 9800-RECORD-RUN-END-EXIT.
058800     EXIT.
