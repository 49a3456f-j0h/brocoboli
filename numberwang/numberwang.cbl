000921*                  ITS RECORDS CARRY ZERO ELAPSED AND ARE   *
000922*                  LEFT OUT OF THE PACE FIGURES.            *
000923*-----------------------------------------------------------*
000924* 2026-10-15 RA    THE BATCH DRIVER (CTL-RUN-MODE 'B') NOW  *
000925*                  RECORDS ITS RUN ON THE NWRUNCTL          *
000926*                  RUN-CONTROL LEDGER AS JOB NWBATCH -      *
000927*                  STARTED, THEN ENDED WITH THE CONDITION   *
000928*                  CODE AND THE CARDS READ, GAMES PLAYED    *
000929*                  AND CARDS REJECTED. TERMINAL SESSIONS    *
000930*                  ARE NOT RECORDED.                        *
000931*-----------------------------------------------------------*
000932* 2026-10-15 RA    EACH SCORE POSTING AND NWDIST RECORD NOW  *
000933*                  CARRIES THE DIFFICULTY (E/H) AND          *
000934*                  MAXIMUM-ATTEMPTS LIMIT THE GAME WAS       *
000935*                  PLAYED UNDER, SO NWPOST CAN KEEP SEPARATE *
000936*                  EASY AND HARD LEDGERS ON SCOREFIL AND     *
000937*                  SCORE WEIGHTED POINTS, AND NWADJ CAN TAKE *
000938*                  A VOIDED GAME BACK OFF THEM.              *
000939*-----------------------------------------------------------*
000940* 2026-10-15 RA    A DUEL BETWEEN TWO OPERATORS WITH AN OPEN *
000941*                  NWFIXT LEAGUE FIXTURE DUE THIS WEEK OR    *
000942*                  EARLIER NOW SETTLES THE FIXTURE WITH THE  *
000943*                  RESULT AND BOTH GUESS COUNTS; ANY OTHER   *
000944*                  DUEL IS A FRIENDLY. THE NWDUELF POSTING   *
000945*                  SAYS WHICH.                               *
000946*-----------------------------------------------------------*
000947* 2026-10-15 RA    ADDED A SELF-SERVICE RUN MODE             *
000948*                  (CTL-RUN-MODE 'S'). AFTER THE USUAL       *
000949*                  AUTHOP AND PIN SIGN-ON THE OPERATOR GETS  *
000950*                  A MENU TO VIEW THEIR OWN SCOREFIL         *
000951*                  COUNTERS (WITH THE EASY/HARD LEDGERS AND  *
000952*                  WEIGHTED POINTS), THEIR NWCERTF STANDING  *
000953*                  WITH EACH FAILED CRITERION SPELLED OUT,   *
000954*                  THEIR NWRATE RATING AND WON/LOST/DRAWN    *
000955*                  RECORD AND ANY OPEN NWCKPT CHECKPOINT,    *
000956*                  AND TO CHANGE THEIR OWN PIN. THE PIN      *
000957*                  CHANGE ASKS FOR THE OLD PIN AND THE NEW   *
000958*                  ONE TWICE, RE-READS THE AUTHOP RECORD     *
000959*                  JUST BEFORE REWRITING ONLY THE PIN,       *
000960*                  COUNTS A WRONG OLD PIN TOWARDS THE        *
000961*                  LOCKOUT, AND IS LOGGED TO NWLOG AS A      *
000962*                  PIN-CHANGE EVENT.                         *
000963*-----------------------------------------------------------*
000964*
000965 ENVIRONMENT DIVISION.
000966 CONFIGURATION SECTION.
000967 SOURCE-COMPUTER.  IBM-370.
000968 OBJECT-COMPUTER.  IBM-370.
000969*
000970 INPUT-OUTPUT SECTION.
000971 FILE-CONTROL.
000972     SELECT NWLOG-FILE ASSIGN TO NWLOG
000973         ORGANIZATION IS SEQUENTIAL
000974         FILE STATUS IS WS-LOG-FILE-STATUS.
000975     SELECT CTLCARD-FILE ASSIGN TO CTLCARD
000976         ORGANIZATION IS SEQUENTIAL
000977         FILE STATUS IS WS-CTLCARD-STATUS.
000978     SELECT NWBATCH-FILE ASSIGN TO NWBATCH
000979         ORGANIZATION IS SEQUENTIAL
000980         FILE STATUS IS WS-BATCH-STATUS.
000990     SELECT NWBATRPT-FILE ASSIGN TO NWBATRPT
001000         ORGANIZATION IS SEQUENTIAL.
001032     SELECT DUEL-FILE ASSIGN TO NWDUELF
001034         ORGANIZATION IS SEQUENTIAL
001036         FILE STATUS IS WS-DUELF-STATUS.
001037     SELECT FIXT-FILE ASSIGN TO NWFIXT
001038         ORGANIZATION IS INDEXED
001039         ACCESS MODE IS RANDOM
001040         RECORD KEY IS FIX-KEY
001041         FILE STATUS IS WS-FIXT-STATUS.
001042     SELECT RUNCTL-FILE ASSIGN TO NWRUNCTL
001043         ORGANIZATION IS INDEXED
001044         ACCESS MODE IS RANDOM
001045         RECORD KEY IS RUN-KEY
001046         FILE STATUS IS WS-RUNCTL-STATUS.
001047     SELECT SCORE-FILE ASSIGN TO SCOREFIL
001048         ORGANIZATION IS INDEXED
001049         ACCESS MODE IS RANDOM
001050         RECORD KEY IS SCR-PLAYER-ID
001051         FILE STATUS IS WS-SCORE-STATUS.
001052     SELECT RATE-FILE ASSIGN TO NWRATE
001053         ORGANIZATION IS INDEXED
001054         ACCESS MODE IS RANDOM
001055         RECORD KEY IS RAT-OPERATOR-ID
001056         FILE STATUS IS WS-RATE-STATUS.
001060     SELECT CKPT-FILE ASSIGN TO NWCKPT
001070         ORGANIZATION IS INDEXED
001080         ACCESS MODE IS RANDOM
001330     RECORD CONTAINS 80 CHARACTERS.
001340 01  CTL-RECORD.
001350     COPY CPYCTL01.
001351*
001352 FD  RUNCTL-FILE
001353     RECORD CONTAINS 80 CHARACTERS.
001354 01  RUNCTL-RECORD.
001355     COPY CPYRUN01.
001360*
001370 FD  NWBATCH-FILE
001380     RECORDING MODE IS F
001580 01  CKPT-RECORD.
001590     COPY CPYCKP01.
001600*
001601 FD  FIXT-FILE
001602     RECORD CONTAINS 80 CHARACTERS.
001603 01  FIXT-RECORD.
001604     COPY CPYFIX01.
001605*
001610 FD  AUTH-FILE
001620     RECORD CONTAINS 80 CHARACTERS.
001630 01  AUTH-RECORD.
001640     COPY CPYAUT01.
001641*
001642 FD  RATE-FILE
001643     RECORD CONTAINS 80 CHARACTERS.
001644 01  RATE-RECORD.
001645     COPY CPYRAT01.
001650*
001660 FD  DIST-FILE
001670     RECORDING MODE IS F
001715 01  CERT-RECORD.
001716     COPY CPYCER01.
001720*
001721 FD  SCORE-FILE
001722     RECORD CONTAINS 80 CHARACTERS.
001723 01  SCORE-RECORD.
001724     COPY CPYSCR01.
001725*
001730 WORKING-STORAGE SECTION.
001740*
001750*-----------------------------------------------------------*
002200     88  WS-RUN-MODE-IS-INTERACTIVE VALUE 'I'.
002205     88  WS-RUN-MODE-IS-DUEL        VALUE 'D'.
002206     88  WS-RUN-MODE-IS-PRACTICE    VALUE 'P'.
002208     88  WS-RUN-MODE-IS-SELF-SERVICE VALUE 'S'.
002210 77  WS-BATCH-EOF-SW         PIC X(01) VALUE 'N'.
002220     88  WS-BATCH-AT-END            VALUE 'Y'.
002222*
002224 01  WS-RUN-CONTROL.
002226     COPY CPYRUW01.
002230 77  WS-CURR-GAME-NUM        PIC 9(04).
002240 77  WS-GAME-SOLVED-SW       PIC X(01) VALUE 'N'.
002250     88  WS-GAME-WAS-SOLVED         VALUE 'Y'.
002447     88  WS-DUELF-FILE-IS-OPEN      VALUE 'Y'.
002448 77  WS-DUELF-WRITE-COUNT    PIC 9(08) COMP VALUE ZERO.
002450*
002451*-----------------------------------------------------------*
002452* NWFIXT DUEL-LEAGUE FIXTURE WORK AREAS                      *
002453*-----------------------------------------------------------*
002454 77  WS-FIXT-STATUS          PIC X(02) VALUE "00".
002455 77  WS-LEAGUE-SW            PIC X(01) VALUE 'N'.
002456     88  WS-DUEL-IS-LEAGUE          VALUE 'Y'.
002457 77  WS-FIX-PERIOD           PIC 9(06) VALUE ZERO.
002458 77  WS-FIX-WEEK             PIC 9(01) VALUE ZERO.
002459 01  WS-FIX-TODAY            PIC 9(06) VALUE ZERO.
002460 01  WS-FIX-TODAY-R REDEFINES WS-FIX-TODAY.
002461     05  WS-FIX-TODAY-YY     PIC 9(02).
002462     05  WS-FIX-TODAY-MM     PIC 9(02).
002463     05  WS-FIX-TODAY-DD     PIC 9(02).
002464*
002465*-----------------------------------------------------------*
002470* NWCKPT CHECKPOINT/RESTART WORK AREAS                       *
002480*-----------------------------------------------------------*
002490 77  WS-CKPT-STATUS          PIC X(02) VALUE "00".
002867 77  WS-PIN-LOCKOUT-LIMIT    PIC S9(4) COMP VALUE 3.
002868 77  WS-PIN-EVENT            PIC X(10) VALUE SPACES.
002870*
002871*-----------------------------------------------------------*
002872* SELF-SERVICE INQUIRY AND PIN-CHANGE WORK AREAS             *
002873*-----------------------------------------------------------*
002874 77  WS-SCORE-STATUS         PIC X(02) VALUE "00".
002875 77  WS-SCORE-FILE-OPEN-SW   PIC X(01) VALUE 'N'.
002876     88  WS-SCORE-FILE-IS-OPEN      VALUE 'Y'.
002877 77  WS-RATE-STATUS          PIC X(02) VALUE "00".
002878 77  WS-RATE-FILE-OPEN-SW    PIC X(01) VALUE 'N'.
002879     88  WS-RATE-FILE-IS-OPEN       VALUE 'Y'.
002880 77  WS-SELF-SIGNED-ON-SW    PIC X(01) VALUE 'N'.
002881     88  WS-SELF-IS-SIGNED-ON       VALUE 'Y'.
002882 77  WS-SELF-DONE-SW         PIC X(01) VALUE 'N'.
002883     88  WS-SELF-IS-DONE            VALUE 'Y'.
002884 77  WS-SELF-CHOICE          PIC X(01) VALUE SPACE.
002885 77  WS-SELF-BAD-CHOICES     PIC S9(4) COMP VALUE ZERO.
002886 77  WS-SELF-BAD-CHOICE-MAX  PIC S9(4) COMP VALUE 3.
002887 77  WS-SELF-NEW-PIN         PIC X(04) VALUE SPACES.
002888 77  WS-SELF-NEW-PIN-AGAIN   PIC X(04) VALUE SPACES.
002889 77  WS-SELF-PIN-CHANGE-COUNT PIC 9(08) COMP VALUE ZERO.
002890 77  WS-SELF-UNCLASSIFIED    PIC S9(07) COMP VALUE ZERO.
002891 77  WS-SELF-GAMES-EDIT      PIC ZZZ,ZZ9.
002892 77  WS-SELF-BEST-EDIT       PIC ZZZ9.
002893 77  WS-SELF-GUESS-EDIT      PIC ZZ,ZZZ,ZZ9.
002894 77  WS-SELF-AVG-EDIT        PIC ZZZ9.99.
002895 77  WS-SELF-POINTS-EDIT     PIC ZZZ,ZZ9.
002896 77  WS-SELF-PCT-EDIT        PIC ZZ9.
002897 77  WS-SELF-RATING-EDIT     PIC ZZZ9.
002898 77  WS-SELF-WINS-EDIT       PIC ZZZ,ZZ9.
002899 77  WS-SELF-LOSSES-EDIT     PIC ZZZ,ZZ9.
002900 77  WS-SELF-DRAWS-EDIT      PIC ZZZ,ZZ9.
002901 77  WS-SELF-CKP-EDIT        PIC ZZZ9.
002902*
002903*-----------------------------------------------------------*
002904* NWDIST PER-GUESS DISTANCE WORK AREAS                      *
002905*-----------------------------------------------------------*
002910 77  WS-DIST-STATUS          PIC X(02) VALUE "00".
002920 77  WS-DIST-FILE-OPEN-SW    PIC X(01) VALUE 'N'.
002930     88  WS-DIST-FILE-IS-OPEN       VALUE 'Y'.
003410*
003420     PERFORM 0100-READ-CONTROL-CARD
003430         THRU 0100-READ-CONTROL-CARD-EXIT.
003432     IF WS-RUN-MODE-IS-BATCH
003434         PERFORM 0800-CHECK-RUN-CONTROL
003436             THRU 0800-CHECK-RUN-CONTROL-EXIT
003438     END-IF.
003440*
003450     IF WS-RUN-MODE-IS-BATCH
003460         PERFORM 5000-BATCH-DRIVER
003484             PERFORM 0300-DUEL-SESSION
003486                 THRU 0300-DUEL-SESSION-EXIT
003488         ELSE
003490             IF WS-RUN-MODE-IS-SELF-SERVICE
003492                 PERFORM 0400-SELF-SERVICE-SESSION
003494                     THRU 0400-SELF-SERVICE-SESSION-EXIT
003496             ELSE
003498                 PERFORM 0200-INTERACTIVE-SESSION
003500                     THRU 0200-INTERACTIVE-SESSION-EXIT
003502             END-IF
003505         END-IF
003510     END-IF.
003520*
003664         THRU 9000-PRINT-RUN-SUMMARY-EXIT.
003666     PERFORM 9100-SET-CONDITION-CODE
003668         THRU 9100-SET-CONDITION-CODE-EXIT.
003671     PERFORM 9800-RECORD-RUN-END
003674         THRU 9800-RECORD-RUN-END-EXIT.
003677     STOP RUN.
003680*
003690*===========================================================*
003700* 0100-READ-CONTROL-CARD                                    *
006432         GO TO 0513-PROMPT-FOR-PIN-EXIT
006433     END-IF.
006434     DISPLAY "That is not the PIN on file for this operator.".
006435     PERFORM 0514-RECORD-PIN-FAILURE
006436         THRU 0514-RECORD-PIN-FAILURE-EXIT.
006448 0513-PROMPT-FOR-PIN-EXIT.
006449     EXIT.
006450*
008722*
008724*===========================================================*
008726* 7050-WRITE-PIN-EVENT                                       *
008728*     WRITES ONE AUDIT LOG RECORD FOR A PIN EVENT            *
008730*     (WS-PIN-EVENT) - PIN-FAILED OR LOCKED-OUT AT SIGN-ON,  *
008732*     PIN-CHANGE FROM A SELF-SERVICE SESSION. NO GAME WAS    *
008734*     PLAYED, SO THE SECRET AND GUESS FIELDS CARRY ZEROS -   *
008736*     THE DOWNSTREAM JOBS RECOGNIZE THESE RECORDS BY THEIR   *
008737*     OUTCOME AND KEEP THEM OUT OF THE GAME TALLIES.         *
008738*===========================================================*
008740 7050-WRITE-PIN-EVENT.
008742     IF NOT WS-LOG-FILE-IS-OPEN
008772* 7600-WRITE-DISTANCE-RECORD                                 *
008773*     WRITES ONE NWDIST RECORD FOR THE GUESS JUST MADE,       *
008774*     CAPTURING ITS SIGNED DISTANCE FROM THE SECRET (GUESS     *
008780*     MINUS SECRET - POSITIVE MEANS THE GUESS WAS TOO LARGE),  *
008782*     AND THE DIFFICULTY AND ATTEMPT LIMIT THE GAME IS PLAYED  *
008784*     UNDER, SO NWADJ CAN TAKE A VOIDED GAME OFF ITS LEDGER.   *
008790*===========================================================*
008800 7600-WRITE-DISTANCE-RECORD.
008810     MOVE SPACES          TO DST-RECORD.
008865     ACCEPT DST-DATE FROM DATE.
008866     MOVE WS-GUESS-TIME-RAW TO DST-GUESS-TIME.
008867     MOVE WS-GUESS-ELAPSED  TO DST-ELAPSED-SECS.
008868     MOVE WS-DIFFICULTY     TO DST-DIFFICULTY.
008869     MOVE WS-MAX-ATTEMPTS   TO DST-MAX-ATTEMPTS.
008870     WRITE DST-RECORD.
008875     ADD 1 TO WS-DIST-WRITE-COUNT.
008880 7600-WRITE-DISTANCE-RECORD-EXIT.
010272*     THE DAY'S POSTINGS IN ONE SINGLE-WRITER PASS, SO TWO     *
010274*     TERMINALS FINISHING AT THE SAME MOMENT CAN NO LONGER     *
010276*     RACE EACH OTHER THROUGH A SHARED READ/ADD/REWRITE AND    *
010278*     LOSE A GAME. THE POSTING CARRIES THE DIFFICULTY AND THE  *
010279*     ATTEMPT LIMIT THE GAME WAS PLAYED UNDER.                 *
010280*===========================================================*
010290 7500-WRITE-SCORE-POSTING.
010300     MOVE SPACES         TO POST-RECORD.
010410     END-IF.
010420     ACCEPT PST-DATE FROM DATE.
010430     ACCEPT PST-TIME FROM TIME.
010433     MOVE WS-DIFFICULTY   TO PST-DIFFICULTY.
010436     MOVE WS-MAX-ATTEMPTS TO PST-MAX-ATTEMPTS.
010440     WRITE POST-RECORD.
010450     ADD 1 TO WS-SCORE-POST-COUNT.
010460 7500-WRITE-SCORE-POSTING-EXIT.
010710*     MACHINE-DEALT SECRET, ALTERNATING GUESSES UNTIL ONE       *
010720*     HITS IT OR BOTH RUN OUT OF ATTEMPTS. BOTH OPERATORS       *
010730*     MUST BE REGISTERED AND ACTIVE IN AUTHOP. THE RESULT IS     *
010740*     LOGGED AND A SCORE POSTING WRITTEN FOR EACH PLAYER.        *
010742*     WHEN THE PAIR HAS AN OPEN NWFIXT LEAGUE FIXTURE THAT       *
010744*     IS DUE, THE DUEL COUNTS AS THAT FIXTURE AND THE            *
010746*     FIXTURE IS SETTLED; ANY OTHER DUEL IS A FRIENDLY AND       *
010748*     STAYS OUT OF THE LEAGUE. THE                               *
010750*     CHECKPOINT/RESTART FACILITY STAYS SCOPED TO THE SOLO        *
010760*     INTERACTIVE SESSION - A DUEL IS NEVER RESUMED.              *
010770*===========================================================*
010900             "session ended."
010910         GO TO 0300-DUEL-SESSION-EXIT
010920     END-IF.
010923     PERFORM 0330-FIND-LEAGUE-FIXTURE
010926         THRU 0330-FIND-LEAGUE-FIXTURE-EXIT.
010930*
010932     OPEN EXTEND DUEL-FILE.
010934     IF WS-DUELF-STATUS = "35"
011060*
011070     PERFORM 0350-PRINT-DUEL-SUMMARY
011080         THRU 0350-PRINT-DUEL-SUMMARY-EXIT.
011082     IF WS-DUEL-IS-LEAGUE
011084         PERFORM 0390-SETTLE-LEAGUE-FIXTURE
011086             THRU 0390-SETTLE-LEAGUE-FIXTURE-EXIT
011088     END-IF.
011090     PERFORM 0360-POST-ONE-DUELIST
011100         THRU 0360-POST-ONE-DUELIST-EXIT
011110         VARYING WS-DUEL-IDX FROM 1 BY 1
012888*===========================================================*
012889* 0380-WRITE-DUEL-POSTING                                    *
012890*     APPENDS ONE NWDUELF DUEL-RESULT POSTING FOR THE DUEL    *
012891*     JUST COMPLETED - BOTH SIDES, THE WINNER (ZERO FOR A     *
012892*     DRAW), THE GUESS COUNTS AND WHETHER IT SETTLED A LEAGUE *
012893*     FIXTURE. THE NWRATUPD BATCH JOB TURNS THESE INTO RATING *
012894*     ADJUSTMENTS ON THE NWRATE FILE IN ONE SINGLE-WRITER     *
012895*     PASS, THE SAME PATTERN THE NWPOSTF SCORE POSTINGS USE.  *
012896*===========================================================*
012897 0380-WRITE-DUEL-POSTING.
012898     MOVE SPACES               TO DUEL-RECORD.
012903     MOVE WS-DUEL-GUESS-CT (2) TO DRP-GUESSES-2.
012904     ACCEPT DRP-DATE FROM DATE.
012905     ACCEPT DRP-TIME FROM TIME.
012906     IF WS-DUEL-IS-LEAGUE
012907         MOVE 'L'              TO DRP-FIXTURE-SW
012908     END-IF.
012909     WRITE DUEL-RECORD.
012910     ADD 1 TO WS-DUELF-WRITE-COUNT.
012911 0380-WRITE-DUEL-POSTING-EXIT.
012912     EXIT.
012920*
012930*===========================================================*
012940* 5500-EDIT-BATCH-DECK                                       *
014202*     GAME COUNTS PRODUCED - SO OPERATIONS CAN SEE A DEGRADED   *
014204*     RUN AT A GLANCE. FILES A MODE NEVER TOUCHES (NWPOSTF,     *
014206*     NWCKPT, AUTHOP AND NWCERTF IN BATCH; NWCKPT AND NWCERTF   *
014208*     IN A DUEL; NWDIST, NWPOSTF AND NWCKPT IN PRACTICE;        *
014209*     NWDIST AND NWPOSTF IN SELF-SERVICE; SCOREFIL AND NWRATE   *
014210*     OUTSIDE SELF-SERVICE) ARE NOT LISTED - A MISSING DD       *
014215*     THERE IS NOT A DEGRADED RUN.                              *
014220*===========================================================*
014230 9000-PRINT-RUN-SUMMARY.
014240     DISPLAY "NUMBERWANG RUN SUMMARY".
014300             WS-LOG-FILE-STATUS ")"
014310     END-IF.
014320     IF NOT WS-RUN-MODE-IS-PRACTICE
014321         AND NOT WS-RUN-MODE-IS-SELF-SERVICE
014322         IF WS-DIST-FILE-IS-OPEN
014330             DISPLAY "  NWDIST   OPENED   (FILE STATUS 00)"
014350         ELSE
014370                 WS-DIST-STATUS ")"
014380         END-IF
014382     END-IF.
014390     IF WS-RUN-MODE-IS-INTERACTIVE
014391         OR WS-RUN-MODE-IS-DUEL
014392         IF WS-POST-FILE-IS-OPEN
014400             DISPLAY "  NWPOSTF  OPENED   (FILE STATUS 00)"
014420         ELSE
014580                 WS-CERT-STATUS ")"
014590         END-IF
014600     END-IF.
014604     IF WS-RUN-MODE-IS-SELF-SERVICE
014608         IF WS-SCORE-FILE-IS-OPEN
014612             DISPLAY "  SCOREFIL OPENED   (FILE STATUS 00)"
014616         ELSE
014620             DISPLAY "  SCOREFIL BYPASSED (FILE STATUS "
014624                 WS-SCORE-STATUS ")"
014628         END-IF
014632         IF WS-RATE-FILE-IS-OPEN
014636             DISPLAY "  NWRATE   OPENED   (FILE STATUS 00)"
014640         ELSE
014644             DISPLAY "  NWRATE   BYPASSED (FILE STATUS "
014648                 WS-RATE-STATUS ")"
014652         END-IF
014656     END-IF.
014670     MOVE WS-GAMES-PROCESSED TO WS-SUMMARY-COUNT-EDIT.
014680     DISPLAY "  GAMES PROCESSED:           "
014690         WS-SUMMARY-COUNT-EDIT.
014750         WS-SUMMARY-COUNT-EDIT.
014760     IF NOT WS-RUN-MODE-IS-BATCH
014762         AND NOT WS-RUN-MODE-IS-PRACTICE
014763         AND NOT WS-RUN-MODE-IS-SELF-SERVICE
014765         MOVE WS-SCORE-POST-COUNT TO WS-SUMMARY-COUNT-EDIT
014770         DISPLAY "  SCORE POSTINGS WRITTEN:    "
014780             WS-SUMMARY-COUNT-EDIT
014870         DISPLAY "  BATCH GAMES SKIPPED:       "
014880             WS-SUMMARY-COUNT-EDIT
014890     END-IF.
014891     IF WS-RUN-MODE-IS-SELF-SERVICE
014892         MOVE WS-SELF-PIN-CHANGE-COUNT TO WS-SUMMARY-COUNT-EDIT
014893         DISPLAY "  PIN CHANGES MADE:          "
014894             WS-SUMMARY-COUNT-EDIT
014895     END-IF.
014900 9000-PRINT-RUN-SUMMARY-EXIT.
014910     EXIT.
014920*
014930*===========================================================*
014940* 9100-SET-CONDITION-CODE                                    *
014950*     GRADES THE RUN FOR THE SCHEDULER: RC=8 WHEN THE AUDIT  *
014960*     LOG (THE SYSTEM OF RECORD) COULD NOT BE OPENED OR NO   *
014970*     GAMES WERE PROCESSED - IN SELF-SERVICE, WHERE NO GAME  *
014980*     IS PLAYED, WHEN THE SIGN-ON WAS REFUSED; RC=4 WHEN AN  *
014990*     OPTIONAL FILE THE SELECTED RUN MODE ACTUALLY USES WAS  *
015000*     BYPASSED AND THE RUN WAS DEGRADED - NWDIST IN EVERY    *
015001*     MODE BUT PRACTICE AND SELF-SERVICE (NEITHER WRITES     *
015002*     NWDIST); NWPOSTF OUTSIDE BATCH, PRACTICE AND           *
015003*     SELF-SERVICE (7900-FINISH-GAME NEVER POSTS IN ANY OF   *
015004*     THEM); AUTHOP WHEREVER AN OPERATOR SIGNS ON; NWDUELF   *
015005*     IN A DUEL; NWCKPT IN SOLO INTERACTIVE AND SELF-SERVICE *
015006*     SESSIONS; NWCERTF IN SOLO, PRACTICE AND SELF-SERVICE   *
015007*     SESSIONS; SCOREFIL AND NWRATE IN SELF-SERVICE. A BATCH *
015008*     DECK WITH REJECTED CARDS ALSO GRADES RC=4 - REJECTS    *
015009*     MUST NOT SHOW GREEN.                                   *
015010*===========================================================*
015020 9100-SET-CONDITION-CODE.
015030     IF NOT WS-LOG-FILE-IS-OPEN
015040         OR (WS-GAMES-PROCESSED = ZERO
015042             AND NOT WS-RUN-MODE-IS-SELF-SERVICE)
015044         OR (WS-RUN-MODE-IS-SELF-SERVICE
015046             AND NOT WS-SELF-IS-SIGNED-ON)
015050         MOVE 8 TO RETURN-CODE
015060         GO TO 9100-SET-CONDITION-CODE-EXIT
015061     END-IF.
015062     IF WS-RUN-MODE-IS-SELF-SERVICE
015063         AND (NOT WS-SCORE-FILE-IS-OPEN
015064              OR NOT WS-RATE-FILE-IS-OPEN)
015065         AND RETURN-CODE < 4
015066         MOVE 4 TO RETURN-CODE
015070     END-IF.
015080     IF NOT WS-DIST-FILE-IS-OPEN
015081         AND NOT WS-RUN-MODE-IS-PRACTICE
015082         AND RETURN-CODE < 4
015083         AND NOT WS-RUN-MODE-IS-SELF-SERVICE
015084         MOVE 4 TO RETURN-CODE
015086     END-IF.
015090     IF NOT WS-RUN-MODE-IS-BATCH
015092         AND NOT WS-RUN-MODE-IS-PRACTICE
015096         AND NOT WS-RUN-MODE-IS-SELF-SERVICE
015100         AND NOT WS-POST-FILE-IS-OPEN
015104         AND RETURN-CODE < 4
015106         MOVE 4 TO RETURN-CODE
015156     END-IF.
015160 9100-SET-CONDITION-CODE-EXIT.
015170     EXIT.
015180*
015190*===========================================================*
015200* 0800-CHECK-RUN-CONTROL                                     *
015210*     WORKS OUT THE BUSINESS DATE (A RUN STARTED BEFORE      *
015220*     12:00 BELONGS TO THE PREVIOUS DAY'S NIGHT STREAM),     *
015230*     OPENS THE NWRUNCTL RUN-CONTROL LEDGER - CREATING IT    *
015240*     ON FIRST USE - AND RECORDS THIS RUN AS STARTED.        *
015250*     AN UNOPENABLE LEDGER IS REPORTED ON THE CONSOLE AND    *
015260*     THE RUN CARRIES ON UNRECORDED - THE NWSTRMST STREAM    *
015270*     STATUS REPORT THEN SHOWS THE JOB AS NOT RUN.           *
015280*===========================================================*
015290 0800-CHECK-RUN-CONTROL.
015300     MOVE "NWBATCH"  TO WS-RUN-JOB-NAME.
015310     ACCEPT WS-RUN-CAL-DATE   FROM DATE.
015320     ACCEPT WS-RUN-START-TIME FROM TIME.
015330     MOVE WS-RUN-CAL-DATE TO WS-RUN-BUS-DATE.
015340     IF WS-RUN-START-HH < WS-RUN-CUTOVER-HH
015350         COMPUTE WS-RUN-DATE-8 = 20000000 + WS-RUN-CAL-DATE
015360         COMPUTE WS-RUN-DATE-INTEGER =
015370             FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-8) - 1
015380         COMPUTE WS-RUN-DATE-8 =
015390             FUNCTION DATE-OF-INTEGER(WS-RUN-DATE-INTEGER)
015400         MOVE WS-RUN-DATE-6 TO WS-RUN-BUS-DATE
015410     END-IF.
015420*
015430     OPEN I-O RUNCTL-FILE.
015440     IF WS-RUNCTL-STATUS = "35"
015450         OPEN OUTPUT RUNCTL-FILE
015460         CLOSE RUNCTL-FILE
015470         OPEN I-O RUNCTL-FILE
015480     END-IF.
015490     IF WS-RUNCTL-STATUS NOT = "00"
015500         DISPLAY "NUMBERWANG: NWRUNCTL COULD NOT BE OPENED - "
015510             "FILE STATUS " WS-RUNCTL-STATUS
015520             " - RUN NOT RECORDED ON THE LEDGER."
015530         GO TO 0800-CHECK-RUN-CONTROL-EXIT
015540     END-IF.
015550     MOVE 'Y' TO WS-RUN-LEDGER-SW.
015560*
015570     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
015580     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
015590     MOVE 'Y' TO WS-RUN-REC-FOUND-SW.
015600     READ RUNCTL-FILE
015610         INVALID KEY
015620             MOVE 'N'    TO WS-RUN-REC-FOUND-SW
015630             MOVE SPACES TO RUNCTL-RECORD
015640             MOVE ZERO   TO RUN-ATTEMPT-COUNT
015650     END-READ.
015660     MOVE WS-RUN-JOB-NAME   TO RUN-JOB-NAME.
015670     MOVE WS-RUN-BUS-DATE   TO RUN-BUS-DATE.
015680     MOVE 'S'               TO RUN-STATUS.
015690     MOVE WS-RUN-START-TIME TO RUN-START-TIME.
015700     MOVE ZERO              TO RUN-END-TIME
015710                               RUN-COND-CODE
015720                               RUN-RECS-READ
015730                               RUN-RECS-WRITTEN
015740                               RUN-RECS-EXCEPTED.
015750     IF RUN-ATTEMPT-COUNT IS NOT NUMERIC
015760         MOVE ZERO TO RUN-ATTEMPT-COUNT
015770     END-IF.
015780     IF RUN-ATTEMPT-COUNT < 99
015790         ADD 1 TO RUN-ATTEMPT-COUNT
015800     END-IF.
015810     MOVE SPACES            TO RUN-REFUSED-FOR.
015820     IF WS-RUN-IS-REFUSED
015830         MOVE WS-RUN-PREREQ-JOB TO RUN-REFUSED-FOR
015840     END-IF.
015850     IF WS-RUN-REC-WAS-FOUND
015860         REWRITE RUNCTL-RECORD
015870     ELSE
015880         WRITE RUNCTL-RECORD
015890     END-IF.
015900     CLOSE RUNCTL-FILE.
015910 0800-CHECK-RUN-CONTROL-EXIT.
015920     EXIT.
015930*
015940*===========================================================*
015950* 9800-RECORD-RUN-END                                        *
015960*     REWRITES THIS RUN'S NWRUNCTL LEDGER RECORD WITH THE    *
015970*     END TIME, THE CONDITION CODE AND THE KEY RECORD        *
015980*     COUNTS. PERFORMED ON EVERY EXIT PATH ONCE THE RETURN   *
015990*     CODE IS FINAL.                                         *
016000*===========================================================*
016010 9800-RECORD-RUN-END.
016020     IF NOT WS-RUN-LEDGER-IS-USABLE
016030         GO TO 9800-RECORD-RUN-END-EXIT
016040     END-IF.
016050     OPEN I-O RUNCTL-FILE.
016060     IF WS-RUNCTL-STATUS NOT = "00"
016070         DISPLAY "NUMBERWANG: NWRUNCTL COULD NOT BE REOPENED - "
016080             "FILE STATUS " WS-RUNCTL-STATUS
016090             " - RUN END NOT RECORDED."
016100         GO TO 9800-RECORD-RUN-END-EXIT
016110     END-IF.
016120     MOVE WS-RUN-JOB-NAME TO RUN-JOB-NAME.
016130     MOVE WS-RUN-BUS-DATE TO RUN-BUS-DATE.
016140     READ RUNCTL-FILE
016150         INVALID KEY
016160             DISPLAY "NUMBERWANG: NWRUNCTL RECORD FOR THIS RUN "
016170                 "IS MISSING - RUN END NOT RECORDED."
016180             CLOSE RUNCTL-FILE
016190             GO TO 9800-RECORD-RUN-END-EXIT
016200     END-READ.
016210     ACCEPT RUN-END-TIME FROM TIME.
016220     MOVE RETURN-CODE TO RUN-COND-CODE.
016230     EVALUATE TRUE
016240         WHEN WS-RUN-IS-REFUSED
016250             MOVE 'R' TO RUN-STATUS
016260         WHEN WS-RUN-HAD-NO-WORK
016270             MOVE 'N' TO RUN-STATUS
016280         WHEN RETURN-CODE = ZERO
016290             MOVE 'C' TO RUN-STATUS
016300         WHEN RETURN-CODE = 4
016310             MOVE 'W' TO RUN-STATUS
016320         WHEN OTHER
016330             MOVE 'F' TO RUN-STATUS
016340     END-EVALUATE.
016350     MOVE WS-BATCARD-COUNT       TO RUN-RECS-READ.
016360     MOVE WS-GAMES-PROCESSED     TO RUN-RECS-WRITTEN.
016370     MOVE WS-BATREJ-COUNT        TO RUN-RECS-EXCEPTED.
016380     REWRITE RUNCTL-RECORD.
016390     CLOSE RUNCTL-FILE.
016400 9800-RECORD-RUN-END-EXIT.
016410     EXIT.
016420*
016430*===========================================================*
016440* 0400-SELF-SERVICE-SESSION                                  *
016450*     ONE OPERATOR LOOKS UP THEIR OWN STANDING AND MAY       *
016460*     CHANGE THEIR OWN PIN WITHOUT WAITING FOR A SUPERVISOR. *
016470*     SIGN-ON IS THE SOLO SESSION'S AUTHOP AND PIN CHECK     *
016480*     (0510/0512), EXCEPT THAT AUTHOP MUST BE AVAILABLE -    *
016490*     WITHOUT IT THERE IS NO KNOWING WHO IS ASKING, SO THE   *
016500*     SESSION IS REFUSED. NO GAME IS PLAYED AND NOTHING IS   *
016510*     POSTED. SCOREFIL AND NWRATE ARE OPENED INPUT FOR THE   *
016520*     LENGTH OF THE SESSION; A MISSING ONE ONLY TAKES ITS    *
016530*     MENU CHOICE AWAY. THREE INVALID MENU CHOICES IN A ROW  *
016540*     END THE SESSION SO AN UNATTENDED TERMINAL IS NOT LEFT  *
016550*     SIGNED ON.                                             *
016560*===========================================================*
016570 0400-SELF-SERVICE-SESSION.
016580     OPEN INPUT SCORE-FILE.
016590     IF WS-SCORE-STATUS = "00"
016600         MOVE 'Y' TO WS-SCORE-FILE-OPEN-SW
016610     END-IF.
016620     OPEN INPUT RATE-FILE.
016630     IF WS-RATE-STATUS = "00"
016640         MOVE 'Y' TO WS-RATE-FILE-OPEN-SW
016650     END-IF.
016660*
016670     IF NOT WS-AUTH-FILE-IS-OPEN
016680         DISPLAY "Self-service is not available - AUTHOP could "
016690             "not be opened (file status " WS-AUTH-STATUS ")."
016700         GO TO 0400-SELF-SERVICE-WRAP-UP
016710     END-IF.
016720     PERFORM 0500-ACCEPT-OPERATOR-ID
016730         THRU 0500-ACCEPT-OPERATOR-ID-EXIT.
016740     PERFORM 0510-CHECK-OPERATOR-AUTH
016750         THRU 0510-CHECK-OPERATOR-AUTH-EXIT.
016760     IF NOT WS-OPERATOR-IS-AUTHORIZED
016770         DISPLAY "Operator " WS-OPERATOR-ID
016780             " is not a registered NUMBERWANG operator - "
016790             "session ended."
016800         GO TO 0400-SELF-SERVICE-WRAP-UP
016810     END-IF.
016820     PERFORM 0512-VERIFY-OPERATOR-PIN
016830         THRU 0512-VERIFY-OPERATOR-PIN-EXIT.
016840     IF NOT WS-PIN-IS-VERIFIED
016850         DISPLAY "Sign-on refused for operator " WS-OPERATOR-ID
016860             " - session ended."
016870         GO TO 0400-SELF-SERVICE-WRAP-UP
016880     END-IF.
016890     MOVE 'Y' TO WS-SELF-SIGNED-ON-SW.
016900*
016910     MOVE 'N'  TO WS-SELF-DONE-SW.
016920     MOVE ZERO TO WS-SELF-BAD-CHOICES.
016930     PERFORM 0410-SELF-SERVICE-MENU
016940         THRU 0410-SELF-SERVICE-MENU-EXIT
016950         UNTIL WS-SELF-IS-DONE.
016960     DISPLAY "Self-service session ended for operator "
016970         WS-OPERATOR-ID ".".
016980 0400-SELF-SERVICE-WRAP-UP.
016990     IF WS-SCORE-FILE-IS-OPEN
017000         CLOSE SCORE-FILE
017010     END-IF.
017020     IF WS-RATE-FILE-IS-OPEN
017030         CLOSE RATE-FILE
017040     END-IF.
017050 0400-SELF-SERVICE-SESSION-EXIT.
017060     EXIT.
017070*
017080*===========================================================*
017090* 0410-SELF-SERVICE-MENU                                     *
017100*     SHOWS THE MENU, TAKES ONE CHOICE AND CARRIES IT OUT.   *
017110*===========================================================*
017120 0410-SELF-SERVICE-MENU.
017130     DISPLAY " ".
017140     DISPLAY "NUMBERWANG self-service - operator " WS-OPERATOR-ID.
017150     DISPLAY "  1  Score counters".
017160     DISPLAY "  2  Certification status".
017170     DISPLAY "  3  Duel rating and record".
017180     DISPLAY "  4  Open checkpoint".
017190     DISPLAY "  5  Change PIN".
017200     DISPLAY "  X  End the session".
017210     DISPLAY "Enter choice: " WITH NO ADVANCING.
017220     MOVE SPACE TO WS-SELF-CHOICE.
017230     ACCEPT WS-SELF-CHOICE.
017240     EVALUATE WS-SELF-CHOICE
017250         WHEN "1"
017260             PERFORM 0420-SHOW-SCORE-COUNTERS
017270                 THRU 0420-SHOW-SCORE-COUNTERS-EXIT
017280         WHEN "2"
017290             PERFORM 0430-SHOW-CERT-DETAIL
017300                 THRU 0430-SHOW-CERT-DETAIL-EXIT
017310         WHEN "3"
017320             PERFORM 0440-SHOW-DUEL-RATING
017330                 THRU 0440-SHOW-DUEL-RATING-EXIT
017340         WHEN "4"
017350             PERFORM 0450-SHOW-CHECKPOINT
017360                 THRU 0450-SHOW-CHECKPOINT-EXIT
017370         WHEN "5"
017380             PERFORM 0460-CHANGE-PIN
017390                 THRU 0460-CHANGE-PIN-EXIT
017400         WHEN "X"
017410         WHEN "x"
017420             MOVE 'Y' TO WS-SELF-DONE-SW
017430         WHEN OTHER
017440             ADD 1 TO WS-SELF-BAD-CHOICES
017450             IF WS-SELF-BAD-CHOICES >= WS-SELF-BAD-CHOICE-MAX
017460                 DISPLAY "No valid choice made - session ended."
017470                 MOVE 'Y' TO WS-SELF-DONE-SW
017480             ELSE
017490                 DISPLAY "Please enter 1 to 5, or X to end."
017500             END-IF
017510             GO TO 0410-SELF-SERVICE-MENU-EXIT
017520     END-EVALUATE.
017530     MOVE ZERO TO WS-SELF-BAD-CHOICES.
017540 0410-SELF-SERVICE-MENU-EXIT.
017550     EXIT.
017560*
017570*===========================================================*
017580* 0420-SHOW-SCORE-COUNTERS                                   *
017590*     SHOWS THE OPERATOR'S SCOREFIL COUNTERS AS THE LAST     *
017600*     NWPOST RUN LEFT THEM - THE BLENDED FIGURES, THE EASY   *
017610*     AND HARD LEDGERS, THE GAMES IN NEITHER LEDGER AND THE  *
017620*     WEIGHTED POINTS. A RECORD WRITTEN BEFORE THE LEDGERS   *
017630*     WERE KEPT SHOWS ALL OF ITS GAMES AS UNCLASSIFIED.      *
017640*===========================================================*
017650 0420-SHOW-SCORE-COUNTERS.
017660     IF NOT WS-SCORE-FILE-IS-OPEN
017670         DISPLAY "Score counters are not available - SCOREFIL "
017680             "could not be opened (file status "
017690             WS-SCORE-STATUS ")."
017700         GO TO 0420-SHOW-SCORE-COUNTERS-EXIT
017710     END-IF.
017720     MOVE SPACES         TO SCORE-RECORD.
017730     MOVE WS-OPERATOR-ID TO SCR-PLAYER-ID.
017740     MOVE "00"           TO WS-SCORE-STATUS.
017750     READ SCORE-FILE
017760         INVALID KEY
017770             MOVE "23" TO WS-SCORE-STATUS
017780     END-READ.
017790     IF WS-SCORE-STATUS NOT = "00"
017800         DISPLAY "No games have been posted to your score "
017810             "counters yet."
017820         GO TO 0420-SHOW-SCORE-COUNTERS-EXIT
017830     END-IF.
017840     IF SCR-SPLIT-FIGURES IS NOT NUMERIC
017850         MOVE ZERO TO SCR-SPLIT-FIGURES
017860     END-IF.
017870     DISPLAY "Score counters (as at the last nightly posting):".
017880     MOVE SCR-GAMES-PLAYED  TO WS-SELF-GAMES-EDIT.
017890     MOVE SCR-BEST-GUESSES  TO WS-SELF-BEST-EDIT.
017900     MOVE SCR-TOTAL-GUESSES TO WS-SELF-GUESS-EDIT.
017910     MOVE SCR-AVG-GUESSES   TO WS-SELF-AVG-EDIT.
017920     DISPLAY "  All games     played " WS-SELF-GAMES-EDIT
017930         "  best " WS-SELF-BEST-EDIT
017940         "  guesses " WS-SELF-GUESS-EDIT
017950         "  average " WS-SELF-AVG-EDIT.
017960     MOVE SCR-EASY-GAMES    TO WS-SELF-GAMES-EDIT.
017970     MOVE SCR-EASY-BEST     TO WS-SELF-BEST-EDIT.
017980     MOVE SCR-EASY-GUESSES  TO WS-SELF-GUESS-EDIT.
017990     DISPLAY "  Easy          played " WS-SELF-GAMES-EDIT
018000         "  best " WS-SELF-BEST-EDIT
018010         "  guesses " WS-SELF-GUESS-EDIT.
018020     MOVE SCR-HARD-GAMES    TO WS-SELF-GAMES-EDIT.
018030     MOVE SCR-HARD-BEST     TO WS-SELF-BEST-EDIT.
018040     MOVE SCR-HARD-GUESSES  TO WS-SELF-GUESS-EDIT.
018050     DISPLAY "  Hard          played " WS-SELF-GAMES-EDIT
018060         "  best " WS-SELF-BEST-EDIT
018070         "  guesses " WS-SELF-GUESS-EDIT.
018080     COMPUTE WS-SELF-UNCLASSIFIED =
018090         SCR-GAMES-PLAYED - SCR-EASY-GAMES - SCR-HARD-GAMES.
018100     IF WS-SELF-UNCLASSIFIED < ZERO
018110         MOVE ZERO TO WS-SELF-UNCLASSIFIED
018120     END-IF.
018130     MOVE WS-SELF-UNCLASSIFIED TO WS-SELF-GAMES-EDIT.
018140     DISPLAY "  Unclassified  played " WS-SELF-GAMES-EDIT.
018150     MOVE SCR-WEIGHTED-POINTS TO WS-SELF-POINTS-EDIT.
018160     DISPLAY "  Weighted points      " WS-SELF-POINTS-EDIT.
018170 0420-SHOW-SCORE-COUNTERS-EXIT.
018180     EXIT.
018190*
018200*===========================================================*
018210* 0430-SHOW-CERT-DETAIL                                      *
018220*     SHOWS THE OPERATOR'S NWCERTF STANDING WITH EVERY FAILED*
018230*     CRITERION SPELLED OUT (THE SAME WORDING AS THE NWOPINQ *
018240*     OPERATOR INQUIRY) AND THE MEASURED FIGURES BEHIND THE  *
018250*     GRADE.                                                 *
018260*===========================================================*
018270 0430-SHOW-CERT-DETAIL.
018280     IF NOT WS-CERT-FILE-IS-OPEN
018290         DISPLAY "Certification status is not available - "
018300             "NWCERTF could not be opened (file status "
018310             WS-CERT-STATUS ")."
018320         GO TO 0430-SHOW-CERT-DETAIL-EXIT
018330     END-IF.
018340     MOVE SPACES         TO CERT-RECORD.
018350     MOVE WS-OPERATOR-ID TO CER-OPERATOR-ID.
018360     MOVE "00"           TO WS-CERT-STATUS.
018370     READ CERT-FILE
018380         INVALID KEY
018390             MOVE "23" TO WS-CERT-STATUS
018400     END-READ.
018410     IF WS-CERT-STATUS NOT = "00"
018420         DISPLAY "No certification status on file for you yet - "
018430             "you are graded on the next NWCERT run."
018440         GO TO 0430-SHOW-CERT-DETAIL-EXIT
018450     END-IF.
018460     DISPLAY "Certification status: " CER-STATUS
018470         " (evaluated " CER-EVAL-DATE ")".
018480     IF CER-FAILED-MIN-GAMES
018490         DISPLAY "  Criterion not met: MIN-GAMES - too few "
018500             "games played"
018510     END-IF.
018520     IF CER-FAILED-MAX-AVG
018530         DISPLAY "  Criterion not met: AVG-GUESSES - average "
018540             "over the limit"
018550     END-IF.
018560     IF CER-FAILED-FAIL-RATE
018570         DISPLAY "  Criterion not met: FAIL-RATE - failed "
018580             "outcomes over the limit"
018590     END-IF.
018600     IF NOT CER-FAILED-MIN-GAMES
018610         AND NOT CER-FAILED-MAX-AVG
018620         AND NOT CER-FAILED-FAIL-RATE
018630         DISPLAY "  Every criterion met."
018640     END-IF.
018650     MOVE CER-GAMES-PLAYED TO WS-SELF-GAMES-EDIT.
018660     MOVE CER-AVG-GUESSES  TO WS-SELF-AVG-EDIT.
018670     MOVE CER-FAIL-PCT     TO WS-SELF-PCT-EDIT.
018680     DISPLAY "  Measured: games " WS-SELF-GAMES-EDIT
018690         "  average guesses " WS-SELF-AVG-EDIT
018700         "  failed outcomes " WS-SELF-PCT-EDIT "%".
018710 0430-SHOW-CERT-DETAIL-EXIT.
018720     EXIT.
018730*
018740*===========================================================*
018750* 0440-SHOW-DUEL-RATING                                      *
018760*     SHOWS THE OPERATOR'S NWRATE DUEL RATING AND THEIR      *
018770*     WON/LOST/DRAWN RECORD AS THE LAST NWRATUPD RUN LEFT IT.*
018780*===========================================================*
018790 0440-SHOW-DUEL-RATING.
018800     IF NOT WS-RATE-FILE-IS-OPEN
018810         DISPLAY "Duel ratings are not available - NWRATE could "
018820             "not be opened (file status " WS-RATE-STATUS ")."
018830         GO TO 0440-SHOW-DUEL-RATING-EXIT
018840     END-IF.
018850     MOVE SPACES         TO RATE-RECORD.
018860     MOVE WS-OPERATOR-ID TO RAT-OPERATOR-ID.
018870     MOVE "00"           TO WS-RATE-STATUS.
018880     READ RATE-FILE
018890         INVALID KEY
018900             MOVE "23" TO WS-RATE-STATUS
018910     END-READ.
018920     IF WS-RATE-STATUS NOT = "00"
018930         DISPLAY "No duels rated for you yet - every operator "
018940             "starts at a rating of 1200."
018950         GO TO 0440-SHOW-DUEL-RATING-EXIT
018960     END-IF.
018970     MOVE RAT-RATING TO WS-SELF-RATING-EDIT.
018980     MOVE RAT-DUELS  TO WS-SELF-GAMES-EDIT.
018990     DISPLAY "Duel rating " WS-SELF-RATING-EDIT " after "
019000         WS-SELF-GAMES-EDIT " duels (last duel "
019010         RAT-LAST-DATE ")".
019020     MOVE RAT-WINS   TO WS-SELF-WINS-EDIT.
019030     MOVE RAT-LOSSES TO WS-SELF-LOSSES-EDIT.
019040     MOVE RAT-DRAWS  TO WS-SELF-DRAWS-EDIT.
019050     DISPLAY "  Won " WS-SELF-WINS-EDIT
019060         "  lost " WS-SELF-LOSSES-EDIT
019070         "  drawn " WS-SELF-DRAWS-EDIT.
019080 0440-SHOW-DUEL-RATING-EXIT.
019090     EXIT.
019100*
019110*===========================================================*
019120* 0450-SHOW-CHECKPOINT                                       *
019130*     TELLS THE OPERATOR WHETHER NWCKPT HOLDS AN UNFINISHED  *
019140*     GAME FOR THEM. THE CHECKPOINT IS ONLY LOOKED AT - THE  *
019150*     NEXT SOLO SESSION OFFERS THE RESUME AS USUAL.          *
019160*===========================================================*
019170 0450-SHOW-CHECKPOINT.
019180     IF NOT WS-CKPT-FILE-IS-OPEN
019190         DISPLAY "Checkpoints are not available - NWCKPT could "
019200             "not be opened (file status " WS-CKPT-STATUS ")."
019210         GO TO 0450-SHOW-CHECKPOINT-EXIT
019220     END-IF.
019230     MOVE SPACES         TO CKPT-RECORD.
019240     MOVE WS-OPERATOR-ID TO CKP-OPERATOR-ID.
019250     MOVE "00"           TO WS-CKPT-STATUS.
019260     READ CKPT-FILE
019270         INVALID KEY
019280             MOVE "23" TO WS-CKPT-STATUS
019290     END-READ.
019300     IF WS-CKPT-STATUS = "00" AND CKP-GAME-IN-PROGRESS
019310         MOVE CKP-GUESS-COUNT TO WS-SELF-CKP-EDIT
019320         DISPLAY "You have an unfinished game checkpointed "
019330             "after " WS-SELF-CKP-EDIT " guesses - your next "
019340             "solo session will offer to resume it."
019350     ELSE
019360         DISPLAY "You have no open checkpoint."
019370     END-IF.
019380 0450-SHOW-CHECKPOINT-EXIT.
019390     EXIT.
019400*
019410*===========================================================*
019420* 0460-CHANGE-PIN                                            *
019430*     LETS THE SIGNED-ON OPERATOR REPLACE THEIR OWN PIN. THE *
019440*     OLD PIN IS ASKED FOR AGAIN AND THE NEW ONE TWICE; THE  *
019450*     NEW PIN MUST BE 4 DIGITS (THE NWAUTMNT SETPIN RULE) AND*
019460*     DIFFERENT FROM THE OLD ONE. OTHER TERMINALS SIGNING ON *
019470*     KEEP REWRITING AUTHOP RECORDS (FAIL COUNTS, LOCKOUTS), *
019480*     SO NOTHING FROM THE SIGN-ON-TIME BUFFER IS WRITTEN     *
019490*     BACK - ONCE ALL THREE ENTRIES ARE IN, THE RECORD IS    *
019500*     READ AFRESH, THE OLD PIN IS CHECKED AGAINST THAT COPY  *
019510*     AND ONLY THE PIN AND FAIL COUNT ARE CHANGED ON IT      *
019520*     BEFORE THE REWRITE. A WRONG OLD PIN COUNTS AGAINST THE *
019530*     FAIL COUNT EXACTLY LIKE A WRONG SIGN-ON PIN (0514), SO *
019540*     THE CHANGE SCREEN IS NO WAY ROUND THE LOCKOUT. AN      *
019550*     OPERATOR WITH NO PIN ON FILE IS SENT TO A SUPERVISOR - *
019560*     THE FIRST PIN IS ISSUED THROUGH NWAUTMNT. NO CHANGE IS *
019570*     MADE WHILE THE AUDIT LOG IS UNAVAILABLE, AND EVERY     *
019580*     CHANGE MADE IS LOGGED AS A PIN-CHANGE EVENT.           *
019590*===========================================================*
019600 0460-CHANGE-PIN.
019610     IF NOT WS-LOG-FILE-IS-OPEN
019620         DISPLAY "PIN changes cannot be made while the audit "
019630             "log is unavailable - please try again later."
019640         GO TO 0460-CHANGE-PIN-EXIT
019650     END-IF.
019660     DISPLAY "Enter your current PIN: " WITH NO ADVANCING.
019670     MOVE SPACES TO WS-PIN-ENTRY.
019680     ACCEPT WS-PIN-ENTRY.
019690     DISPLAY "Enter your new PIN (4 digits): " WITH NO ADVANCING.
019700     MOVE SPACES TO WS-SELF-NEW-PIN.
019710     ACCEPT WS-SELF-NEW-PIN.
019720     DISPLAY "Enter your new PIN again: " WITH NO ADVANCING.
019730     MOVE SPACES TO WS-SELF-NEW-PIN-AGAIN.
019740     ACCEPT WS-SELF-NEW-PIN-AGAIN.
019750     IF WS-SELF-NEW-PIN IS NOT NUMERIC
019760         DISPLAY "The new PIN must be 4 digits - PIN not "
019770             "changed."
019780         GO TO 0460-CHANGE-PIN-EXIT
019790     END-IF.
019800     IF WS-SELF-NEW-PIN-AGAIN NOT = WS-SELF-NEW-PIN
019810         DISPLAY "The two new PIN entries do not match - PIN "
019820             "not changed."
019830         GO TO 0460-CHANGE-PIN-EXIT
019840     END-IF.
019850*
019860     MOVE SPACES         TO AUTH-RECORD.
019870     MOVE WS-OPERATOR-ID TO AUT-OPERATOR-ID.
019880     MOVE "00"           TO WS-AUTH-STATUS.
019890     READ AUTH-FILE
019900         INVALID KEY
019910             MOVE "23" TO WS-AUTH-STATUS
019920     END-READ.
019930     IF WS-AUTH-STATUS NOT = "00"
019940         DISPLAY "Your AUTHOP record could not be read (file "
019950             "status " WS-AUTH-STATUS ") - PIN not changed."
019960         GO TO 0460-CHANGE-PIN-EXIT
019970     END-IF.
019980     IF NOT AUT-OPERATOR-IS-ACTIVE
019990         OR AUT-OPERATOR-IS-LOCKED
020000         DISPLAY "This operator is no longer active or is "
020010             "locked out - see a supervisor."
020020         MOVE 'Y' TO WS-SELF-DONE-SW
020030         GO TO 0460-CHANGE-PIN-EXIT
020040     END-IF.
020050     IF AUT-PIN = SPACES
020060         DISPLAY "You have no PIN on file yet - your first PIN "
020070             "is issued by a supervisor."
020080         GO TO 0460-CHANGE-PIN-EXIT
020090     END-IF.
020100     IF WS-PIN-ENTRY NOT = AUT-PIN
020110         DISPLAY "That is not the PIN on file for this "
020120             "operator - PIN not changed."
020130         PERFORM 0514-RECORD-PIN-FAILURE
020140             THRU 0514-RECORD-PIN-FAILURE-EXIT
020150         IF AUT-OPERATOR-IS-LOCKED
020160             MOVE 'Y' TO WS-SELF-DONE-SW
020170         END-IF
020180         GO TO 0460-CHANGE-PIN-EXIT
020190     END-IF.
020200     IF WS-SELF-NEW-PIN = AUT-PIN
020210         DISPLAY "The new PIN is the same as the old one - PIN "
020220             "not changed."
020230         GO TO 0460-CHANGE-PIN-EXIT
020240     END-IF.
020250     MOVE WS-SELF-NEW-PIN TO AUT-PIN.
020260     MOVE ZERO            TO AUT-PIN-FAIL-COUNT.
020270     REWRITE AUTH-RECORD.
020280     IF WS-AUTH-STATUS NOT = "00"
020290         DISPLAY "AUTHOP could not be updated (file status "
020300             WS-AUTH-STATUS ") - PIN not changed, please try "
020310             "again."
020320         GO TO 0460-CHANGE-PIN-EXIT
020330     END-IF.
020340     MOVE "PIN-CHANGE" TO WS-PIN-EVENT.
020350     PERFORM 7050-WRITE-PIN-EVENT
020360         THRU 7050-WRITE-PIN-EVENT-EXIT.
020370     ADD 1 TO WS-SELF-PIN-CHANGE-COUNT.
020380     DISPLAY "Your PIN has been changed - use the new PIN from "
020390         "your next sign-on.".
020400 0460-CHANGE-PIN-EXIT.
020410     EXIT.
020420*
020430*===========================================================*
020440* 0514-RECORD-PIN-FAILURE                                    *
020450*     COUNTS ONE WRONG PIN AGAINST THE OPERATOR'S AUTHOP     *
020460*     RECORD (THE ONE IN THE BUFFER), LOCKS THE RECORD AT THE*
020470*     LOCKOUT LIMIT, REWRITES IT AND LOGS A PIN-FAILED EVENT.*
020480*     SHARED BY THE SIGN-ON PROMPT (0513) AND THE SELF-      *
020490*     SERVICE PIN CHANGE (0460). A FAIL COUNT LEFT AS SPACES *
020500*     BY PRE-PIN AUTHOP DATA IS TREATED AS ZERO.             *
020510*===========================================================*
020520 0514-RECORD-PIN-FAILURE.
020530     IF AUT-PIN-FAIL-COUNT IS NOT NUMERIC
020540         MOVE ZERO TO AUT-PIN-FAIL-COUNT
020550     END-IF.
020560     ADD 1 TO AUT-PIN-FAIL-COUNT.
020570     IF AUT-PIN-FAIL-COUNT >= WS-PIN-LOCKOUT-LIMIT
020580         MOVE 'Y' TO AUT-LOCKOUT-SW
020590         DISPLAY "This operator is now locked out - see a "
020600             "supervisor."
020610     END-IF.
020620     REWRITE AUTH-RECORD.
020630     MOVE "PIN-FAILED" TO WS-PIN-EVENT.
020640     PERFORM 7050-WRITE-PIN-EVENT
020650         THRU 7050-WRITE-PIN-EVENT-EXIT.
020660 0514-RECORD-PIN-FAILURE-EXIT.
020670     EXIT.
020680*
020690*===========================================================*
020700* 0330-FIND-LEAGUE-FIXTURE                                   *
020710*     LOOKS THE TWO SIGNED-ON DUELISTS UP ON NWFIXT FOR THE   *
020720*     CURRENT LEAGUE PERIOD (LOWER OPERATOR ID FIRST, AS THE  *
020730*     KEY IS BUILT). AN OPEN FIXTURE DUE THIS LEAGUE WEEK OR  *
020740*     AN EARLIER ONE NOT YET FORFEITED MAKES THIS A LEAGUE    *
020750*     DUEL. NO NWFIXT, NO FIXTURE, ONE DUE IN A LATER WEEK OR *
020760*     ONE ALREADY SETTLED LEAVES IT A FRIENDLY - THE DUEL IS  *
020770*     PLAYED AND POSTED EXACTLY AS BEFORE. THE FILE IS NOT    *
020780*     HELD OPEN WHILE THE DUEL IS PLAYED.                     *
020790*===========================================================*
020800 0330-FIND-LEAGUE-FIXTURE.
020810     MOVE 'N' TO WS-LEAGUE-SW.
020820     ACCEPT WS-FIX-TODAY FROM DATE.
020830     COMPUTE WS-FIX-PERIOD = 200000 + (WS-FIX-TODAY / 100).
020840     COMPUTE WS-FIX-WEEK = ((WS-FIX-TODAY-DD - 1) / 7) + 1.
020850     OPEN INPUT FIXT-FILE.
020860     IF WS-FIXT-STATUS NOT = "00"
020870         DISPLAY "No league fixtures on file - this duel is a "
020880             "friendly."
020890         GO TO 0330-FIND-LEAGUE-FIXTURE-EXIT
020900     END-IF.
020910     PERFORM 0335-BUILD-FIXTURE-KEY
020920         THRU 0335-BUILD-FIXTURE-KEY-EXIT.
020930     READ FIXT-FILE
020940         INVALID KEY
020950             MOVE "23" TO WS-FIXT-STATUS
020960     END-READ.
020970     EVALUATE TRUE
020980         WHEN WS-FIXT-STATUS NOT = "00"
020990             DISPLAY "No league fixture between these operators "
021000                 "this month - this duel is a friendly."
021010         WHEN NOT FIX-IS-OPEN
021020             DISPLAY "Their league fixture has already been "
021030                 "settled - this duel is a friendly."
021040         WHEN FIX-WEEK > WS-FIX-WEEK
021050             DISPLAY "Their league fixture is not due until week "
021060                 FIX-WEEK " - this duel is a friendly."
021070         WHEN OTHER
021080             MOVE 'Y' TO WS-LEAGUE-SW
021090             DISPLAY "League fixture, week " FIX-WEEK
021100                 " - this duel counts in the league."
021110     END-EVALUATE.
021120     CLOSE FIXT-FILE.
021130 0330-FIND-LEAGUE-FIXTURE-EXIT.
021140     EXIT.
021150*
021160*===========================================================*
021170* 0335-BUILD-FIXTURE-KEY                                     *
021180*     BUILDS THE NWFIXT KEY FOR THE CURRENT PERIOD AND THE    *
021190*     TWO DUELISTS, LOWER OPERATOR ID FIRST.                  *
021200*===========================================================*
021210 0335-BUILD-FIXTURE-KEY.
021220     MOVE SPACES        TO FIXT-RECORD.
021230     MOVE WS-FIX-PERIOD TO FIX-PERIOD.
021240     IF WS-DUEL-OPER-ID (1) < WS-DUEL-OPER-ID (2)
021250         MOVE WS-DUEL-OPER-ID (1) TO FIX-OPERATOR-1
021260         MOVE WS-DUEL-OPER-ID (2) TO FIX-OPERATOR-2
021270     ELSE
021280         MOVE WS-DUEL-OPER-ID (2) TO FIX-OPERATOR-1
021290         MOVE WS-DUEL-OPER-ID (1) TO FIX-OPERATOR-2
021300     END-IF.
021310 0335-BUILD-FIXTURE-KEY-EXIT.
021320     EXIT.
021330*
021340*===========================================================*
021350* 0390-SETTLE-LEAGUE-FIXTURE                                 *
021360*     RECORDS THE DUEL'S RESULT ON ITS NWFIXT FIXTURE - THE   *
021370*     WINNING SIDE (OR A DRAW) AND BOTH GUESS COUNTS, IN THE  *
021380*     FIXTURE'S OWN SIDE ORDER. THE FIXTURE IS READ AGAIN     *
021390*     FIRST: IF ANOTHER TERMINAL OR THE FORFEIT RUN SETTLED   *
021400*     IT WHILE THIS DUEL WAS BEING PLAYED, THE DUEL STANDS AS *
021410*     A FRIENDLY.                                             *
021420*===========================================================*
021430 0390-SETTLE-LEAGUE-FIXTURE.
021440     OPEN I-O FIXT-FILE.
021450     IF WS-FIXT-STATUS NOT = "00"
021460         DISPLAY "NWFIXT could not be reopened - league result "
021470             "not recorded, duel stands as a friendly."
021480         MOVE 'N' TO WS-LEAGUE-SW
021490         GO TO 0390-SETTLE-LEAGUE-FIXTURE-EXIT
021500     END-IF.
021510     PERFORM 0335-BUILD-FIXTURE-KEY
021520         THRU 0335-BUILD-FIXTURE-KEY-EXIT.
021530     READ FIXT-FILE
021540         INVALID KEY
021550             MOVE "23" TO WS-FIXT-STATUS
021560     END-READ.
021570     IF WS-FIXT-STATUS NOT = "00"
021580         OR NOT FIX-IS-OPEN
021590         DISPLAY "The league fixture was settled meanwhile - "
021600             "duel stands as a friendly."
021610         MOVE 'N' TO WS-LEAGUE-SW
021620         CLOSE FIXT-FILE
021630         GO TO 0390-SETTLE-LEAGUE-FIXTURE-EXIT
021640     END-IF.
021650     MOVE 'P' TO FIX-STATUS.
021660     IF WS-DUEL-OPER-ID (1) = FIX-OPERATOR-1
021670         MOVE WS-DUEL-GUESS-CT (1) TO FIX-GUESSES-1
021680         MOVE WS-DUEL-GUESS-CT (2) TO FIX-GUESSES-2
021690     ELSE
021700         MOVE WS-DUEL-GUESS-CT (2) TO FIX-GUESSES-1
021710         MOVE WS-DUEL-GUESS-CT (1) TO FIX-GUESSES-2
021720     END-IF.
021730     EVALUATE TRUE
021740         WHEN WS-DUEL-WINNER = ZERO
021750             MOVE 'D' TO FIX-RESULT
021760         WHEN WS-DUEL-OPER-ID (WS-DUEL-WINNER) = FIX-OPERATOR-1
021770             MOVE '1' TO FIX-RESULT
021780         WHEN OTHER
021790             MOVE '2' TO FIX-RESULT
021800     END-EVALUATE.
021810     ACCEPT FIX-SETTLED-DATE FROM DATE.
021820     ACCEPT FIX-SETTLED-TIME FROM TIME.
021830     REWRITE FIXT-RECORD.
021840     IF WS-FIXT-STATUS = "00"
021850         DISPLAY "League fixture settled."
021860     ELSE
021870         DISPLAY "NWFIXT rewrite failed - file status "
021880             WS-FIXT-STATUS " - duel stands as a friendly."
021890         MOVE 'N' TO WS-LEAGUE-SW
021900     END-IF.
021910     CLOSE FIXT-FILE.
021920 0390-SETTLE-LEAGUE-FIXTURE-EXIT.
021930     EXIT.
