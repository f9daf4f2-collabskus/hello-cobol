000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COBOL-CYCLE.
000300 AUTHOR. D-SHIFT BATCH SUPPORT.
000400 INSTALLATION. MIS PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 10/15/2026  DLH   ORIGINAL VERSION. DRIVES THE NIGHTLY
001100*                   CYCLE (COBOL-STNDGEN, THE CONCATENATION
001200*                   OF STNDPAIR AND CARRYFWD IN FRONT OF
001300*                   PAIRS, COBOL-SPLIT, THE FOUR COBOL-MATH
001400*                   WORKERS, COBOL-MERGE, COBOL-AGETRK AND
001500*                   COBOL-AUDARCH) FROM A STEP CARD FILE,
001600*                   IN CARD ORDER. EVERY STEP'S RUN DATE,
001700*                   START AND END TIME AND RETURN CODE GO
001800*                   TO AN APPENDED RUN-CONTROL LEDGER. THE
001900*                   CYCLE STOPS AT THE FIRST STEP WHOSE RC
002000*                   EXCEEDS ITS CARD'S THRESHOLD; A RERUN
002100*                   FOR THE SAME BUSINESS DATE SKIPS THE
002200*                   STEPS THE LEDGER SHOWS DONE AND RESUMES
002300*                   AT THE FAILED ONE. A NEW BUSINESS DATE
002400*                   IS REFUSED WHILE THE PRIOR CYCLE IS
002500*                   STILL INCOMPLETE. A ONE-PAGE CYCLE
002600*                   SUMMARY PRINTS AT THE END.
002610* 10/15/2026  DLH   THE CONCATENATION NOW ALSO TAKES
002620*                   RELPAIRS, THE LIMIT REFERRALS RELEASED
002630*                   BY COBOL-REFREL, AFTER CARRYFWD; RELPAIRS
002640*                   IS EMPTIED ONCE THE NEW PAIRS IS IN
002650*                   PLACE SO NO RELEASE RUNS TWICE.
002660* 10/15/2026  DLH   REVPAIRS, THE REVERSING BATCHES WRITTEN
002670*                   BY COBOL-REVERSE, IS NOW COPIED AFTER
002680*                   RELPAIRS AND EMPTIED THE SAME WAY.
002690* 10/15/2026  DLH   ONCE THE NEW PAIRS IS IN PLACE, FAILING
002691*                   TO EMPTY RELPAIRS OR REVPAIRS IS AN RC 04
002692*                   WARNING AND CONCAT IS STILL LEDGERED DONE,
002693*                   SO A RERUN CANNOT COPY EVERYTHING IN TWICE.
002700*----------------------------------------------------------
002800* STEP CARDS (CYCLSTEP), ONE PER STEP, IN RUN ORDER:
002900*     COLS  1-8    STEP NAME
003000*     COLS 10-11   HIGHEST ACCEPTABLE RETURN CODE
003100*     COLS 13-112  COMMAND THAT RUNS THE STEP
003200* A CARD WITH "*" IN COLUMN 1 IS A COMMENT. THE STEP NAMED
003300* CONCAT IS PERFORMED HERE (ITS COMMAND IS IGNORED): IT
003400* REBUILDS PAIRS AS STNDPAIR, THEN CARRYFWD, THEN THE
003500* ORIGINAL PAIRS, UNDER A WORK NAME SWAPPED IN ONLY AFTER A
003600* CLEAN COPY. THE COMMAND LINE MAY NAME THE BUSINESS DATE
003700* (CCYYMMDD); WITHOUT ONE IT IS TODAY'S DATE.
003710* RELPAIRS (RELEASED LIMIT REFERRALS) FOLLOWS CARRYFWD AND
003720* IS EMPTIED AFTER THE SWAP.
003730* REVPAIRS (BATCH REVERSALS) FOLLOWS RELPAIRS AND IS ALSO
003740* EMPTIED AFTER THE SWAP. ONCE PAIRS HAS BEEN SWAPPED,
003750* CONCAT IS LEDGERED DONE WHATEVER ITS THRESHOLD; A FILE
003760* THAT COULD NOT BE EMPTIED IS RC 04 AND IS EMPTIED BY HAND
003770* BEFORE THE NEXT CONCATENATION.
003800*----------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 CONFIGURATION SECTION.
004100 SOURCE-COMPUTER. IBM-370.
004200 OBJECT-COMPUTER. IBM-370.
004300 INPUT-OUTPUT SECTION.
004400 FILE-CONTROL.
004500     SELECT STEP-FILE ASSIGN TO "CYCLSTEP"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-STEP-STATUS.
004800     SELECT LEDGER-FILE ASSIGN TO "CYCLCTL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-LEDGER-STATUS.
005100     SELECT STND-FILE ASSIGN TO "STNDPAIR"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-STND-STATUS.
005400     SELECT CARRY-FILE ASSIGN TO "CARRYFWD"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CARRY-STATUS.
005610     SELECT RELEASE-FILE ASSIGN TO "RELPAIRS"
005620         ORGANIZATION IS LINE SEQUENTIAL
005630         FILE STATUS IS WS-RELEASE-STATUS.
005640     SELECT REVERSAL-FILE ASSIGN TO "REVPAIRS"
005650         ORGANIZATION IS LINE SEQUENTIAL
005660         FILE STATUS IS WS-REVERSAL-STATUS.
005700     SELECT PAIRS-FILE ASSIGN TO "PAIRS"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-PAIRS-STATUS.
006000     SELECT PAIRS-NEW-FILE ASSIGN TO "PAIRS.NEW"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-PAIRS-NEW-STATUS.
006300     SELECT REPORT-FILE ASSIGN TO "CYCLRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-REPORT-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  STEP-FILE
006900     RECORDING MODE IS F.
007000 01  SC-RECORD                  PIC X(120).
007100 FD  LEDGER-FILE
007200     RECORDING MODE IS F.
007300 01  LG-RECORD                  PIC X(80).
007400 FD  STND-FILE
007500     RECORDING MODE IS F.
007600 01  SP-RECORD                  PIC X(80).
007700 FD  CARRY-FILE
007800     RECORDING MODE IS F.
007900 01  CI-RECORD                  PIC X(80).
007910 FD  RELEASE-FILE
007920     RECORDING MODE IS F.
007930 01  RR-RECORD                  PIC X(80).
007940 FD  REVERSAL-FILE
007950     RECORDING MODE IS F.
007960 01  RV-RECORD                  PIC X(80).
008000 FD  PAIRS-FILE
008100     RECORDING MODE IS F.
008200 01  PR-RECORD                  PIC X(80).
008300 FD  PAIRS-NEW-FILE
008400     RECORDING MODE IS F.
008500 01  PN-RECORD                  PIC X(80).
008600 FD  REPORT-FILE
008700     RECORDING MODE IS F.
008800 01  RL-RECORD                  PIC X(132).
008900 WORKING-STORAGE SECTION.
009000*----------------------------------------------------------
009100* FILE STATUS SWITCHES
009200*----------------------------------------------------------
009300 77  WS-STEP-STATUS             PIC X(02).
009400     88  STEP-FILE-OK             VALUE "00".
009500     88  STEP-FILE-MISSING        VALUE "35".
009600 77  WS-LEDGER-STATUS           PIC X(02).
009700     88  LEDGER-OK                VALUE "00".
009800     88  LEDGER-MISSING           VALUE "35".
009900 77  WS-STND-STATUS             PIC X(02).
010000     88  STND-OK                  VALUE "00".
010100     88  STND-MISSING             VALUE "35".
010200 77  WS-CARRY-STATUS            PIC X(02).
010300     88  CARRY-OK                 VALUE "00".
010400     88  CARRY-MISSING            VALUE "35".
010410 77  WS-RELEASE-STATUS          PIC X(02).
010420     88  RELEASE-OK               VALUE "00".
010430     88  RELEASE-MISSING          VALUE "35".
010440 77  WS-REVERSAL-STATUS         PIC X(02).
010450     88  REVERSAL-OK              VALUE "00".
010460     88  REVERSAL-MISSING         VALUE "35".
010500 77  WS-PAIRS-STATUS            PIC X(02).
010600     88  PAIRS-OK                 VALUE "00".
010700     88  PAIRS-MISSING            VALUE "35".
010800 77  WS-PAIRS-NEW-STATUS        PIC X(02).
010900     88  PAIRS-NEW-OK             VALUE "00".
011000 77  WS-REPORT-STATUS           PIC X(02).
011100     88  REPORT-OK                VALUE "00".
011200 77  WS-STEP-EOF-SW             PIC X(01)    VALUE "N".
011300     88  END-OF-STEPS             VALUE "Y".
011400 77  WS-LEDGER-EOF-SW           PIC X(01)    VALUE "N".
011500     88  END-OF-LEDGER            VALUE "Y".
011600 77  WS-COPY-EOF-SW             PIC X(01)    VALUE "N".
011700     88  END-OF-COPY              VALUE "Y".
011800 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
011900*----------------------------------------------------------
012000* STEP CARD LAYOUT
012100*----------------------------------------------------------
012200 01  WS-STEP-CARD.
012300     05  SC-STEP-NAME           PIC X(08).
012400     05  FILLER                 PIC X(01).
012500     05  SC-THRESHOLD           PIC X(02).
012600     05  FILLER                 PIC X(01).
012700     05  SC-COMMAND             PIC X(100).
012800     05  FILLER                 PIC X(08).
012900*----------------------------------------------------------
013000* STEP TABLE - ONE ENTRY PER CARD, IN RUN ORDER. STATUS IS
013100* SPACE (NOT RUN), "S" (DONE ON AN EARLIER RUN, SKIPPED),
013200* "C" (COMPLETED THIS RUN) OR "F" (FAILED THIS RUN).
013300*----------------------------------------------------------
013400 77  WS-STP-MAX                 PIC 9(04)    VALUE 20.
013500 77  WS-STP-COUNT               PIC 9(04)    VALUE ZERO.
013600 77  WS-STP-IX                  PIC S9(04)   COMP VALUE ZERO.
013700 77  WS-STP-CHK-IX              PIC S9(04)   COMP VALUE ZERO.
013800 77  WS-STP-FOUND-IX            PIC S9(04)   COMP VALUE ZERO.
013900 01  STEP-TABLE.
014000     05  STP-ENTRY OCCURS 20 TIMES.
014100         10  STP-NAME           PIC X(08).
014200         10  STP-THRESHOLD      PIC 9(02).
014300         10  STP-COMMAND        PIC X(100).
014400         10  STP-STATUS         PIC X(01).
014500             88  STP-NOT-RUN      VALUE SPACE.
014600             88  STP-SKIPPED      VALUE "S".
014700             88  STP-COMPLETED    VALUE "C".
014800             88  STP-FAILED       VALUE "F".
014900         10  STP-PRIOR-DONE-SW  PIC X(01).
015000             88  STP-PRIOR-DONE   VALUE "Y".
015100         10  STP-RUN-DATE       PIC 9(08).
015200         10  STP-START-TIME     PIC 9(06).
015300         10  STP-END-TIME       PIC 9(06).
015400         10  STP-RC             PIC 9(04).
015500*----------------------------------------------------------
015600* RUN-CONTROL LEDGER RECORD - ONE PER STEP EXECUTION. THE
015700* LEDGER IS NEVER REWRITTEN; A RERUN ADDS NEW RECORDS AND
015800* THE LATEST "DONE" FOR A STEP AND BUSINESS DATE STANDS.
015900*----------------------------------------------------------
016000 01  WS-LEDGER-LINE.
016100     05  LG-BUS-DATE            PIC 9(08).
016200     05  FILLER                 PIC X(01)    VALUE SPACES.
016300     05  LG-STEP-NO             PIC 9(02).
016400     05  FILLER                 PIC X(01)    VALUE SPACES.
016500     05  LG-STEP-NAME           PIC X(08).
016600     05  FILLER                 PIC X(01)    VALUE SPACES.
016700     05  LG-RUN-DATE            PIC 9(08).
016800     05  FILLER                 PIC X(01)    VALUE SPACES.
016900     05  LG-START-TIME          PIC 9(06).
017000     05  FILLER                 PIC X(01)    VALUE SPACES.
017100     05  LG-END-TIME            PIC 9(06).
017200     05  FILLER                 PIC X(01)    VALUE SPACES.
017300     05  LG-RC                  PIC 9(04).
017400     05  FILLER                 PIC X(01)    VALUE SPACES.
017500     05  LG-THRESHOLD           PIC 9(02).
017600     05  FILLER                 PIC X(01)    VALUE SPACES.
017700     05  LG-STATUS              PIC X(04).
017800         88  LG-STEP-DONE         VALUE "DONE".
017900         88  LG-STEP-FAILED       VALUE "FAIL".
018000     05  FILLER                 PIC X(23)    VALUE SPACES.
018100 01  WS-LEDGER-DATES REDEFINES WS-LEDGER-LINE.
018200     05  LG-BUS-DATE-X          PIC X(08).
018300     05  FILLER                 PIC X(72).
018400*----------------------------------------------------------
018500* CYCLE STATE. THE LAST CYCLE IS THE LATEST BUSINESS DATE
018600* ON THE LEDGER; ITS DONE STEPS ARE FLAGGED IN THE STEP
018700* TABLE SO ITS COMPLETENESS CAN BE JUDGED AGAINST TONIGHT'S
018800* CARDS.
018900*----------------------------------------------------------
019000 77  WS-BUS-DATE-N              PIC 9(08)    VALUE ZERO.
019100 01  WS-BUS-DATE-R              PIC 9999/99/99.
019200 77  WS-LAST-BUS-DATE           PIC 9(08)    VALUE ZERO.
019300 01  WS-LAST-BUS-DATE-R         PIC 9999/99/99.
019400 77  WS-REFUSED-SW              PIC X(01)    VALUE "N".
019500     88  CYCLE-REFUSED            VALUE "Y".
019600 77  WS-STOPPED-SW              PIC X(01)    VALUE "N".
019700     88  CYCLE-STOPPED            VALUE "Y".
019800 77  WS-REFUSE-REASON           PIC X(60)    VALUE SPACES.
019900 77  WS-MISSING-STEP            PIC X(08)    VALUE SPACES.
020000 77  WS-STEPS-RUN               PIC 9(04)    VALUE ZERO.
020100 77  WS-STEPS-SKIPPED           PIC 9(04)    VALUE ZERO.
020200 77  WS-STEPS-FAILED            PIC 9(04)    VALUE ZERO.
020300 77  WS-STEPS-WARNED            PIC 9(04)    VALUE ZERO.
020400 77  WS-CARD-COUNT              PIC 9(04)    VALUE ZERO.
020500*----------------------------------------------------------
020600* STEP EXECUTION WORK AREAS
020700*----------------------------------------------------------
020800 77  WS-COMMAND-TEXT            PIC X(100)   VALUE SPACES.
020900 77  WS-STEP-RC                 PIC S9(09)   VALUE ZERO.
021000 77  WS-TIME-N                  PIC 9(08)    VALUE ZERO.
021100 77  WS-TODAY-N                 PIC 9(08)    VALUE ZERO.
021200*----------------------------------------------------------
021300* CONCATENATION STEP WORK AREAS. PAIRS IS REBUILT UNDER A
021400* WORK NAME AND ONLY RENAMED OVER THE LIVE FILE AFTER A
021500* CLEAN COPY, SO A FAILURE LEAVES TONIGHT'S INPUT UNTOUCHED.
021600*----------------------------------------------------------
021700 77  WS-PAIRS-LIVE-NAME         PIC X(20)    VALUE "PAIRS".
021800 77  WS-PAIRS-NEW-NAME          PIC X(20)
021900         VALUE "PAIRS.NEW".
022000 77  WS-RENAME-RC               PIC S9(09)   VALUE ZERO.
022100 77  WS-STND-COPIED             PIC 9(08)    VALUE ZERO.
022200 77  WS-CARRY-COPIED            PIC 9(08)    VALUE ZERO.
022210 77  WS-RELEASE-COPIED          PIC 9(08)    VALUE ZERO.
022220 77  WS-REVERSAL-COPIED         PIC 9(08)    VALUE ZERO.
022300 77  WS-PAIRS-COPIED            PIC 9(08)    VALUE ZERO.
022400 77  WS-CONCAT-RAN-SW           PIC X(01)    VALUE "N".
022500     88  CONCAT-RAN               VALUE "Y".
022510 77  WS-PAIRS-COMMITTED-SW      PIC X(01)    VALUE "N".
022520     88  PAIRS-COMMITTED          VALUE "Y".
022600*----------------------------------------------------------
022700* COMMAND-LINE WORK AREAS
022800*----------------------------------------------------------
022900 01  CMD-ARGS                   PIC X(100).
023000 77  WS-ARG-DATE-TEXT           PIC X(10)    VALUE SPACES.
023100 77  WS-ARG-DATE-LEN            PIC 9(03)    VALUE ZERO.
023200*----------------------------------------------------------
023300* REPORT HEADING AND DETAIL LINE LAYOUTS
023400*----------------------------------------------------------
023500 77  WS-RUN-DATE-N              PIC 9(08).
023600 01  WS-RUN-DATE-R              PIC 9999/99/99.
023700 77  WS-PAGE-NO                 PIC 9(04)    VALUE 1.
023800 01  RL-HEADING-1.
023900     05  FILLER                 PIC X(11)
024000         VALUE "COBOL-CYCLE".
024100     05  FILLER                 PIC X(31)
024200         VALUE "  NIGHTLY CYCLE SUMMARY".
024300     05  FILLER                 PIC X(10)    VALUE "RUN DATE ".
024400     05  RH1-RUN-DATE           PIC 9999/99/99.
024500     05  FILLER                 PIC X(08)    VALUE "  PAGE ".
024600     05  RH1-PAGE-NO            PIC ZZZ9.
024700 01  RL-BUS-DATE-LINE.
024800     05  FILLER                 PIC X(14)
024900         VALUE "BUSINESS DATE ".
025000     05  RB-BUS-DATE            PIC 9999/99/99.
025100 01  RL-HEADING-2.
025200     05  FILLER                 PIC X(06)    VALUE "STEP".
025300     05  FILLER                 PIC X(10)    VALUE "NAME".
025400     05  FILLER                 PIC X(07)    VALUE "LIMIT".
025500     05  FILLER                 PIC X(14)    VALUE "STATUS".
025600     05  FILLER                 PIC X(12)    VALUE "RUN DATE".
025700     05  FILLER                 PIC X(08)    VALUE "START".
025800     05  FILLER                 PIC X(08)    VALUE "END".
025900     05  FILLER                 PIC X(04)    VALUE "  RC".
026000 01  RL-DETAIL-LINE.
026100     05  RD-STEP-NO             PIC Z9.
026200     05  FILLER                 PIC X(04)    VALUE SPACES.
026300     05  RD-STEP-NAME           PIC X(08).
026400     05  FILLER                 PIC X(04)    VALUE SPACES.
026500     05  RD-THRESHOLD           PIC Z9.
026600     05  FILLER                 PIC X(03)    VALUE SPACES.
026700     05  RD-STATUS              PIC X(12).
026800     05  FILLER                 PIC X(02)    VALUE SPACES.
026900     05  RD-RUN-DATE            PIC 9999/99/99.
027000     05  FILLER                 PIC X(02)    VALUE SPACES.
027100     05  RD-START-TIME          PIC 9(06).
027200     05  FILLER                 PIC X(02)    VALUE SPACES.
027300     05  RD-END-TIME            PIC 9(06).
027400     05  FILLER                 PIC X(02)    VALUE SPACES.
027500     05  RD-RC                  PIC ZZZ9.
027600 01  RL-MESSAGE-LINE.
027700     05  FILLER                 PIC X(04)    VALUE "*** ".
027800     05  RM-MESSAGE             PIC X(60).
027900     05  FILLER                 PIC X(04)    VALUE " ***".
028000*----------------------------------------------------------
028100* CYCLE SUMMARY LINE LAYOUTS
028200*----------------------------------------------------------
028300 01  SM-LINE-CARDS.
028400     05  FILLER                 PIC X(24)
028500         VALUE "STEPS IN CYCLE......... ".
028600     05  SM-CARDS               PIC ZZZ9.
028700 01  SM-LINE-RUN.
028800     05  FILLER                 PIC X(24)
028900         VALUE "STEPS RUN THIS TIME.... ".
029000     05  SM-RUN                 PIC ZZZ9.
029100 01  SM-LINE-SKIPPED.
029200     05  FILLER                 PIC X(24)
029300         VALUE "STEPS ALREADY DONE..... ".
029400     05  SM-SKIPPED             PIC ZZZ9.
029500 01  SM-LINE-WARNED.
029600     05  FILLER                 PIC X(24)
029700         VALUE "STEPS ENDING RC > 0.... ".
029800     05  SM-WARNED              PIC ZZZ9.
029900 01  SM-LINE-FAILED.
030000     05  FILLER                 PIC X(24)
030100         VALUE "STEPS FAILED........... ".
030200     05  SM-FAILED              PIC ZZZ9.
030300 01  SM-LINE-STND.
030400     05  FILLER                 PIC X(24)
030500         VALUE "STANDING ORDERS COPIED. ".
030600     05  SM-STND                PIC ZZZZZZZ9.
030700 01  SM-LINE-CARRY.
030800     05  FILLER                 PIC X(24)
030900         VALUE "CARRY-FORWARD COPIED... ".
031000     05  SM-CARRY               PIC ZZZZZZZ9.
031010 01  SM-LINE-RELEASE.
031020     05  FILLER                 PIC X(24)
031030         VALUE "RELEASED REFERRALS..... ".
031040     05  SM-RELEASE             PIC ZZZZZZZ9.
031050 01  SM-LINE-REVERSAL.
031060     05  FILLER                 PIC X(24)
031070         VALUE "REVERSALS COPIED....... ".
031080     05  SM-REVERSAL            PIC ZZZZZZZ9.
031100 01  SM-LINE-PAIRS.
031200     05  FILLER                 PIC X(24)
031300         VALUE "PAIRS RECORDS COPIED... ".
031400     05  SM-PAIRS               PIC ZZZZZZZ9.
031500 PROCEDURE DIVISION.
031600*----------------------------------------------------------
031700* 0000-MAINLINE
031800*----------------------------------------------------------
031900 0000-MAINLINE.
032000     PERFORM 1000-INITIALIZE
032100         THRU 1000-EXIT.
032200     PERFORM 1200-LOAD-STEP-CARDS
032300         THRU 1200-EXIT.
032400     PERFORM 1400-LOAD-LEDGER
032500         THRU 1400-EXIT.
032600     PERFORM 1600-CHECK-PRIOR-CYCLE
032700         THRU 1600-EXIT.
032800     IF NOT CYCLE-REFUSED
032900         PERFORM 2000-RUN-CYCLE
033000             THRU 2000-EXIT
033100     END-IF.
033200     PERFORM 8000-WRITE-SUMMARY
033300         THRU 8000-EXIT.
033400     PERFORM 9000-TERMINATE
033500         THRU 9000-EXIT.
033600     STOP RUN.
033700*----------------------------------------------------------
033800* 1000-INITIALIZE - SETTLE THE BUSINESS DATE AND OPEN THE
033900*     SUMMARY REPORT
034000*----------------------------------------------------------
034100 1000-INITIALIZE.
034200     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
034300     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-R.
034400     MOVE WS-RUN-DATE-N TO WS-BUS-DATE-N.
034500
034600     ACCEPT CMD-ARGS FROM COMMAND-LINE.
034700     IF CMD-ARGS NOT = SPACES
034800         UNSTRING CMD-ARGS DELIMITED BY ALL SPACES
034900             INTO WS-ARG-DATE-TEXT COUNT IN WS-ARG-DATE-LEN
035000         IF WS-ARG-DATE-LEN NOT = 8
035100             OR NOT WS-ARG-DATE-TEXT(1:8) NUMERIC
035200             DISPLAY "USAGE: COBOL-CYCLE [CCYYMMDD]"
035300             MOVE 16 TO RETURN-CODE
035400             STOP RUN
035500         END-IF
035600         MOVE WS-ARG-DATE-TEXT(1:8) TO WS-BUS-DATE-N
035700     END-IF.
035800     MOVE WS-BUS-DATE-N TO WS-BUS-DATE-R.
035900
036000     OPEN OUTPUT REPORT-FILE.
036100     IF NOT REPORT-OK
036200         DISPLAY "UNABLE TO OPEN REPORT FILE, STATUS = "
036300             WS-REPORT-STATUS
036400         MOVE 16 TO RETURN-CODE
036500         STOP RUN
036600     END-IF.
036700     GO TO 1000-EXIT.
036800 1000-EXIT.
036900     EXIT.
037000*----------------------------------------------------------
037100* 1200-LOAD-STEP-CARDS - TABLE THE CYCLE'S STEPS IN CARD
037200*     ORDER. A MISSING, EMPTY OR MALFORMED CARD FILE STOPS
037300*     THE JOB BEFORE ANYTHING RUNS.
037400*----------------------------------------------------------
037500 1200-LOAD-STEP-CARDS.
037600     OPEN INPUT STEP-FILE.
037700     IF NOT STEP-FILE-OK
037800         DISPLAY "UNABLE TO OPEN STEP CARD FILE, STATUS = "
037900             WS-STEP-STATUS
038000         MOVE 16 TO RETURN-CODE
038100         STOP RUN
038200     END-IF.
038300     INITIALIZE STEP-TABLE.
038400     PERFORM 1250-READ-STEP-CARD
038500         THRU 1250-EXIT.
038600     PERFORM UNTIL END-OF-STEPS
038700         PERFORM 1300-TABLE-STEP-CARD
038800             THRU 1300-EXIT
038900         PERFORM 1250-READ-STEP-CARD
039000             THRU 1250-EXIT
039100     END-PERFORM.
039200     CLOSE STEP-FILE.
039300     IF WS-STP-COUNT = ZERO
039400         DISPLAY "STEP CARD FILE HOLDS NO STEPS"
039500         MOVE 16 TO RETURN-CODE
039600         STOP RUN
039700     END-IF.
039800     GO TO 1200-EXIT.
039900 1200-EXIT.
040000     EXIT.
040100*----------------------------------------------------------
040200* 1250-READ-STEP-CARD
040300*----------------------------------------------------------
040400 1250-READ-STEP-CARD.
040500     READ STEP-FILE INTO WS-STEP-CARD
040600         AT END
040700             SET END-OF-STEPS TO TRUE
040800     END-READ.
040900     GO TO 1250-EXIT.
041000 1250-EXIT.
041100     EXIT.
041200*----------------------------------------------------------
041300* 1300-TABLE-STEP-CARD - EDIT ONE CARD INTO THE TABLE. A
041400*     BAD THRESHOLD, A DUPLICATE STEP NAME, A RUNNABLE STEP
041500*     WITH NO COMMAND, OR TOO MANY CARDS IS FATAL - THE
041600*     LEDGER KEYS ON THE STEP NAME, SO IT MUST BE UNIQUE.
041700*----------------------------------------------------------
041800 1300-TABLE-STEP-CARD.
041900     IF WS-STEP-CARD = SPACES
042000         OR WS-STEP-CARD(1:1) = "*"
042100         GO TO 1300-EXIT
042200     END-IF.
042300     ADD 1 TO WS-CARD-COUNT.
042400     IF SC-STEP-NAME = SPACES
042500         OR NOT SC-THRESHOLD NUMERIC
042600         OR (SC-COMMAND = SPACES
042700             AND SC-STEP-NAME NOT = "CONCAT")
042800         DISPLAY "INVALID STEP CARD: " WS-STEP-CARD(1:60)
042900         MOVE 16 TO RETURN-CODE
043000         STOP RUN
043100     END-IF.
043200     IF WS-STP-COUNT >= WS-STP-MAX
043300         DISPLAY "MORE THAN " WS-STP-MAX " STEP CARDS"
043400         MOVE 16 TO RETURN-CODE
043500         STOP RUN
043600     END-IF.
043700     MOVE ZERO TO WS-STP-FOUND-IX.
043800     MOVE SC-STEP-NAME TO WS-MISSING-STEP.
043900     PERFORM 1350-MATCH-STEP-NAME
044000         THRU 1350-EXIT
044100         VARYING WS-STP-CHK-IX FROM 1 BY 1
044200         UNTIL WS-STP-CHK-IX > WS-STP-COUNT
044300             OR WS-STP-FOUND-IX > ZERO.
044400     IF WS-STP-FOUND-IX > ZERO
044500         DISPLAY "DUPLICATE STEP NAME ON CARDS: " SC-STEP-NAME
044600         MOVE 16 TO RETURN-CODE
044700         STOP RUN
044800     END-IF.
044900     MOVE SPACES TO WS-MISSING-STEP.
045000     ADD 1 TO WS-STP-COUNT.
045100     MOVE WS-STP-COUNT TO WS-STP-IX.
045200     MOVE SC-STEP-NAME TO STP-NAME(WS-STP-IX).
045300     MOVE SC-THRESHOLD TO STP-THRESHOLD(WS-STP-IX).
045400     MOVE SC-COMMAND TO STP-COMMAND(WS-STP-IX).
045500     MOVE SPACE TO STP-STATUS(WS-STP-IX).
045600     MOVE "N" TO STP-PRIOR-DONE-SW(WS-STP-IX).
045700     GO TO 1300-EXIT.
045800 1300-EXIT.
045900     EXIT.
046000*----------------------------------------------------------
046100* 1350-MATCH-STEP-NAME - LOOK WS-MISSING-STEP UP IN THE
046200*     STEP TABLE, GIVING WS-STP-FOUND-IX
046300*----------------------------------------------------------
046400 1350-MATCH-STEP-NAME.
046500     IF STP-NAME(WS-STP-CHK-IX) = WS-MISSING-STEP
046600         MOVE WS-STP-CHK-IX TO WS-STP-FOUND-IX
046700     END-IF.
046800     GO TO 1350-EXIT.
046900 1350-EXIT.
047000     EXIT.
047100*----------------------------------------------------------
047200* 1400-LOAD-LEDGER - READ THE RUN-CONTROL LEDGER STRAIGHT
047300*     THROUGH. THE LATEST BUSINESS DATE ON IT IS THE LAST
047400*     CYCLE; EVERY STEP IT SHOWS DONE FOR THAT DATE IS
047500*     FLAGGED, AND WHEN THAT DATE IS TONIGHT'S THE STEP'S
047600*     DONE RECORD IS KEPT FOR THE SUMMARY. A MISSING LEDGER
047700*     MEANS NO CYCLE HAS EVER RUN.
047800*----------------------------------------------------------
047900 1400-LOAD-LEDGER.
048000     OPEN INPUT LEDGER-FILE.
048100     IF LEDGER-MISSING
048200         GO TO 1400-EXIT
048300     END-IF.
048400     IF NOT LEDGER-OK
048500         DISPLAY "UNABLE TO OPEN RUN-CONTROL LEDGER, "
048600             "STATUS = " WS-LEDGER-STATUS
048700         MOVE 16 TO RETURN-CODE
048800         STOP RUN
048900     END-IF.
049000     PERFORM 1450-READ-LEDGER
049100         THRU 1450-EXIT.
049200     PERFORM UNTIL END-OF-LEDGER
049300         PERFORM 1500-APPLY-LEDGER-ENTRY
049400             THRU 1500-EXIT
049500         PERFORM 1450-READ-LEDGER
049600             THRU 1450-EXIT
049700     END-PERFORM.
049800     CLOSE LEDGER-FILE.
049900     GO TO 1400-EXIT.
050000 1400-EXIT.
050100     EXIT.
050200*----------------------------------------------------------
050300* 1450-READ-LEDGER
050400*----------------------------------------------------------
050500 1450-READ-LEDGER.
050600     READ LEDGER-FILE INTO WS-LEDGER-LINE
050700         AT END
050800             SET END-OF-LEDGER TO TRUE
050900     END-READ.
051000     GO TO 1450-EXIT.
051100 1450-EXIT.
051200     EXIT.
051300*----------------------------------------------------------
051400* 1500-APPLY-LEDGER-ENTRY - ONE LEDGER RECORD. A LATER
051500*     BUSINESS DATE STARTS A NEW LAST CYCLE, SO THE DONE
051600*     FLAGS OF THE ONE BEFORE ARE DROPPED.
051700*----------------------------------------------------------
051800 1500-APPLY-LEDGER-ENTRY.
051900     IF NOT LG-BUS-DATE-X NUMERIC
052000         GO TO 1500-EXIT
052100     END-IF.
052200     IF LG-BUS-DATE > WS-LAST-BUS-DATE
052300         MOVE LG-BUS-DATE TO WS-LAST-BUS-DATE
052400         PERFORM 1550-CLEAR-DONE-FLAG
052500             THRU 1550-EXIT
052600             VARYING WS-STP-IX FROM 1 BY 1
052700             UNTIL WS-STP-IX > WS-STP-COUNT
052800     END-IF.
052900     IF LG-BUS-DATE NOT = WS-LAST-BUS-DATE
053000         OR NOT LG-STEP-DONE
053100         GO TO 1500-EXIT
053200     END-IF.
053300     MOVE ZERO TO WS-STP-FOUND-IX.
053400     MOVE LG-STEP-NAME TO WS-MISSING-STEP.
053500     PERFORM 1350-MATCH-STEP-NAME
053600         THRU 1350-EXIT
053700         VARYING WS-STP-CHK-IX FROM 1 BY 1
053800         UNTIL WS-STP-CHK-IX > WS-STP-COUNT
053900             OR WS-STP-FOUND-IX > ZERO.
054000     MOVE SPACES TO WS-MISSING-STEP.
054100     IF WS-STP-FOUND-IX = ZERO
054200         GO TO 1500-EXIT
054300     END-IF.
054400     MOVE WS-STP-FOUND-IX TO WS-STP-IX.
054500     MOVE "Y" TO STP-PRIOR-DONE-SW(WS-STP-IX).
054600     MOVE LG-RUN-DATE TO STP-RUN-DATE(WS-STP-IX).
054700     MOVE LG-START-TIME TO STP-START-TIME(WS-STP-IX).
054800     MOVE LG-END-TIME TO STP-END-TIME(WS-STP-IX).
054900     MOVE LG-RC TO STP-RC(WS-STP-IX).
055000     GO TO 1500-EXIT.
055100 1500-EXIT.
055200     EXIT.
055300*----------------------------------------------------------
055400* 1550-CLEAR-DONE-FLAG
055500*----------------------------------------------------------
055600 1550-CLEAR-DONE-FLAG.
055700     MOVE "N" TO STP-PRIOR-DONE-SW(WS-STP-IX).
055800     MOVE ZERO TO STP-RUN-DATE(WS-STP-IX)
055900         STP-START-TIME(WS-STP-IX) STP-END-TIME(WS-STP-IX)
056000         STP-RC(WS-STP-IX).
056100     GO TO 1550-EXIT.
056200 1550-EXIT.
056300     EXIT.
056400*----------------------------------------------------------
056500* 1600-CHECK-PRIOR-CYCLE - A BUSINESS DATE BEHIND THE LAST
056600*     CYCLE'S IS REFUSED OUTRIGHT. A NEW BUSINESS DATE IS
056700*     REFUSED UNTIL EVERY STEP ON TONIGHT'S CARDS SHOWS
056800*     DONE FOR THE LAST CYCLE. A RERUN OF THE LAST CYCLE'S
056900*     OWN DATE GOES AHEAD AND SKIPS ITS DONE STEPS.
057000*----------------------------------------------------------
057100 1600-CHECK-PRIOR-CYCLE.
057200     MOVE WS-LAST-BUS-DATE TO WS-LAST-BUS-DATE-R.
057300     IF WS-LAST-BUS-DATE = ZERO
057400         GO TO 1600-EXIT
057500     END-IF.
057600     IF WS-BUS-DATE-N < WS-LAST-BUS-DATE
057700         SET CYCLE-REFUSED TO TRUE
057800         STRING "BUSINESS DATE PRECEDES LAST CYCLE "
057900             WS-LAST-BUS-DATE-R
058000             DELIMITED BY SIZE INTO WS-REFUSE-REASON
058100         GO TO 1600-EXIT
058200     END-IF.
058300     IF WS-BUS-DATE-N = WS-LAST-BUS-DATE
058400         GO TO 1600-EXIT
058500     END-IF.
058600     MOVE SPACES TO WS-MISSING-STEP.
058700     PERFORM 1650-CHECK-STEP-DONE
058800         THRU 1650-EXIT
058900         VARYING WS-STP-IX FROM 1 BY 1
059000         UNTIL WS-STP-IX > WS-STP-COUNT
059100             OR WS-MISSING-STEP NOT = SPACES.
059200     IF WS-MISSING-STEP NOT = SPACES
059300         SET CYCLE-REFUSED TO TRUE
059400         STRING "CYCLE " WS-LAST-BUS-DATE-R
059500             " INCOMPLETE AT STEP " WS-MISSING-STEP
059600             DELIMITED BY SIZE INTO WS-REFUSE-REASON
059700         GO TO 1600-EXIT
059800     END-IF.
059900*    THE LAST CYCLE IS WHOLE - ITS DONE FLAGS DO NOT CARRY
060000*    INTO THE NEW BUSINESS DATE.
060100     PERFORM 1550-CLEAR-DONE-FLAG
060200         THRU 1550-EXIT
060300         VARYING WS-STP-IX FROM 1 BY 1
060400         UNTIL WS-STP-IX > WS-STP-COUNT.
060500     GO TO 1600-EXIT.
060600 1600-EXIT.
060700     EXIT.
060800*----------------------------------------------------------
060900* 1650-CHECK-STEP-DONE
061000*----------------------------------------------------------
061100 1650-CHECK-STEP-DONE.
061200     IF NOT STP-PRIOR-DONE(WS-STP-IX)
061300         MOVE STP-NAME(WS-STP-IX) TO WS-MISSING-STEP
061400     END-IF.
061500     GO TO 1650-EXIT.
061600 1650-EXIT.
061700     EXIT.
061800*----------------------------------------------------------
061900* 2000-RUN-CYCLE - WALK THE STEP TABLE IN ORDER UNTIL THE
062000*     END OR THE FIRST FAILED STEP
062100*----------------------------------------------------------
062200 2000-RUN-CYCLE.
062300     PERFORM 2100-RUN-ONE-STEP
062400         THRU 2100-EXIT
062500         VARYING WS-STP-IX FROM 1 BY 1
062600         UNTIL WS-STP-IX > WS-STP-COUNT
062700             OR CYCLE-STOPPED.
062800     GO TO 2000-EXIT.
062900 2000-EXIT.
063000     EXIT.
063100*----------------------------------------------------------
063200* 2100-RUN-ONE-STEP - SKIP A STEP ALREADY DONE FOR THIS
063300*     BUSINESS DATE; OTHERWISE RUN IT, LEDGER THE OUTCOME,
063400*     AND STOP THE CYCLE IF ITS RC EXCEEDS THE THRESHOLD
063500*----------------------------------------------------------
063600 2100-RUN-ONE-STEP.
063700     IF STP-PRIOR-DONE(WS-STP-IX)
063800         SET STP-SKIPPED(WS-STP-IX) TO TRUE
063900         ADD 1 TO WS-STEPS-SKIPPED
064000         DISPLAY "STEP " STP-NAME(WS-STP-IX)
064100             " ALREADY DONE - SKIPPED"
064200         GO TO 2100-EXIT
064300     END-IF.
064400     ACCEPT WS-TODAY-N FROM DATE YYYYMMDD.
064500     ACCEPT WS-TIME-N FROM TIME.
064600     MOVE WS-TODAY-N TO STP-RUN-DATE(WS-STP-IX).
064700     MOVE WS-TIME-N(1:6) TO STP-START-TIME(WS-STP-IX).
064800     DISPLAY "STEP " STP-NAME(WS-STP-IX) " STARTING".
064900     ADD 1 TO WS-STEPS-RUN.
064910     MOVE "N" TO WS-PAIRS-COMMITTED-SW.
065000     IF STP-NAME(WS-STP-IX) = "CONCAT"
065100         PERFORM 3000-CONCATENATE-PAIRS
065200             THRU 3000-EXIT
065300     ELSE
065400         MOVE STP-COMMAND(WS-STP-IX) TO WS-COMMAND-TEXT
065500         CALL "SYSTEM" USING WS-COMMAND-TEXT
065600         MOVE RETURN-CODE TO WS-STEP-RC
065700*        SYSTEM HANDS BACK THE WAIT STATUS; THE STEP'S OWN
065800*        RETURN CODE IS ITS HIGH-ORDER BYTE.
065900         IF WS-STEP-RC > 255
066000             DIVIDE 256 INTO WS-STEP-RC
066100         END-IF
066200     END-IF.
066300     ACCEPT WS-TIME-N FROM TIME.
066400     MOVE WS-TIME-N(1:6) TO STP-END-TIME(WS-STP-IX).
066500     IF WS-STEP-RC < ZERO OR WS-STEP-RC > 9999
066600         MOVE 9999 TO STP-RC(WS-STP-IX)
066700     ELSE
066800         MOVE WS-STEP-RC TO STP-RC(WS-STP-IX)
066900     END-IF.
066910*    ONCE CONCAT HAS SWAPPED PAIRS IT MUST NOT RUN AGAIN, SO
066920*    ITS CLEAN-UP WARNINGS NEVER FAIL THE STEP.
067000     IF STP-RC(WS-STP-IX) > STP-THRESHOLD(WS-STP-IX)
067010         AND NOT PAIRS-COMMITTED
067100         SET STP-FAILED(WS-STP-IX) TO TRUE
067200         SET CYCLE-STOPPED TO TRUE
067300         ADD 1 TO WS-STEPS-FAILED
067400         MOVE STP-NAME(WS-STP-IX) TO WS-MISSING-STEP
067500         DISPLAY "STEP " STP-NAME(WS-STP-IX) " FAILED, RC = "
067600             STP-RC(WS-STP-IX) " - CYCLE STOPPED"
067700     ELSE
067800         SET STP-COMPLETED(WS-STP-IX) TO TRUE
067900         IF STP-RC(WS-STP-IX) > ZERO
068000             ADD 1 TO WS-STEPS-WARNED
068100         END-IF
068200         DISPLAY "STEP " STP-NAME(WS-STP-IX) " ENDED, RC = "
068300             STP-RC(WS-STP-IX)
068400     END-IF.
068500     PERFORM 5000-WRITE-LEDGER
068600         THRU 5000-EXIT.
068700     GO TO 2100-EXIT.
068800 2100-EXIT.
068900     EXIT.
069000*----------------------------------------------------------
069100* 3000-CONCATENATE-PAIRS - BUILD PAIRS.NEW AS STNDPAIR, THEN
069200*     CARRYFWD, THEN THE ORIGINAL PAIRS, AND RENAME IT OVER
069300*     PAIRS. ANY OF THE INPUTS MAY BE ABSENT ON A QUIET
069400*     NIGHT. THE STEP ENDS RC 16 ON ANY I/O FAILURE.
069410*     RELPAIRS IS COPIED BETWEEN CARRYFWD AND PAIRS.
069420*     REVPAIRS FOLLOWS RELPAIRS.
069430*     ONCE PAIRS IS SWAPPED, FAILING TO EMPTY RELPAIRS OR
069440*     REVPAIRS IS ONLY RC 04 - THEY ARE EMPTIED BY HAND.
069500*----------------------------------------------------------
069600 3000-CONCATENATE-PAIRS.
069700     SET CONCAT-RAN TO TRUE.
069800     MOVE ZERO TO WS-STEP-RC.
069900     MOVE ZERO TO WS-STND-COPIED WS-CARRY-COPIED
070000         WS-PAIRS-COPIED.
070010     MOVE ZERO TO WS-RELEASE-COPIED.
070020     MOVE ZERO TO WS-REVERSAL-COPIED.
070100     OPEN OUTPUT PAIRS-NEW-FILE.
070200     IF NOT PAIRS-NEW-OK
070300         DISPLAY "UNABLE TO OPEN PAIRS WORK FILE, STATUS = "
070400             WS-PAIRS-NEW-STATUS
070500         MOVE 16 TO WS-STEP-RC
070600         GO TO 3000-EXIT
070700     END-IF.
070800     PERFORM 3100-COPY-STANDING-ORDERS
070900         THRU 3100-EXIT.
071000     IF WS-STEP-RC = ZERO
071100         PERFORM 3200-COPY-CARRY-FORWARD
071200             THRU 3200-EXIT
071300     END-IF.
071310     IF WS-STEP-RC = ZERO
071320         PERFORM 3250-COPY-RELEASES
071330             THRU 3250-EXIT
071340     END-IF.
071350     IF WS-STEP-RC = ZERO
071360         PERFORM 3270-COPY-REVERSALS
071370             THRU 3270-EXIT
071380     END-IF.
071400     IF WS-STEP-RC = ZERO
071500         PERFORM 3300-COPY-PAIRS
071600             THRU 3300-EXIT
071700     END-IF.
071800     CLOSE PAIRS-NEW-FILE.
071900     IF WS-STEP-RC NOT = ZERO
072000         GO TO 3000-EXIT
072100     END-IF.
072200     CALL "CBL_RENAME_FILE" USING WS-PAIRS-NEW-NAME
072300         WS-PAIRS-LIVE-NAME.
072400     MOVE RETURN-CODE TO WS-RENAME-RC.
072500     IF WS-RENAME-RC NOT = ZERO
072600         DISPLAY "UNABLE TO COMMIT CONCATENATED PAIRS, "
072700             "RENAME RC = " WS-RENAME-RC
072800         MOVE 16 TO WS-STEP-RC
072900     END-IF.
072905     IF WS-STEP-RC NOT = ZERO
072906         GO TO 3000-EXIT
072907     END-IF.
072908     SET PAIRS-COMMITTED TO TRUE.
072920     PERFORM 3260-EMPTY-RELEASES
072930         THRU 3260-EXIT.
072960     PERFORM 3280-EMPTY-REVERSALS
072970         THRU 3280-EXIT.
073000     GO TO 3000-EXIT.
073100 3000-EXIT.
073200     EXIT.
073300*----------------------------------------------------------
073400* 3100-COPY-STANDING-ORDERS
073500*----------------------------------------------------------
073600 3100-COPY-STANDING-ORDERS.
073700     OPEN INPUT STND-FILE.
073800     IF STND-MISSING
073900         GO TO 3100-EXIT
074000     END-IF.
074100     IF NOT STND-OK
074200         DISPLAY "UNABLE TO OPEN STNDPAIR, STATUS = "
074300             WS-STND-STATUS
074400         MOVE 16 TO WS-STEP-RC
074500         GO TO 3100-EXIT
074600     END-IF.
074700     MOVE "N" TO WS-COPY-EOF-SW.
074800     PERFORM UNTIL END-OF-COPY
074900         READ STND-FILE
075000             AT END
075100                 SET END-OF-COPY TO TRUE
075200             NOT AT END
075300                 MOVE SP-RECORD TO PN-RECORD
075400                 PERFORM 3500-WRITE-PAIRS-NEW
075500                     THRU 3500-EXIT
075600                 ADD 1 TO WS-STND-COPIED
075700         END-READ
075800     END-PERFORM.
075900     CLOSE STND-FILE.
076000     GO TO 3100-EXIT.
076100 3100-EXIT.
076200     EXIT.
076300*----------------------------------------------------------
076400* 3200-COPY-CARRY-FORWARD
076500*----------------------------------------------------------
076600 3200-COPY-CARRY-FORWARD.
076700     OPEN INPUT CARRY-FILE.
076800     IF CARRY-MISSING
076900         GO TO 3200-EXIT
077000     END-IF.
077100     IF NOT CARRY-OK
077200         DISPLAY "UNABLE TO OPEN CARRYFWD, STATUS = "
077300             WS-CARRY-STATUS
077400         MOVE 16 TO WS-STEP-RC
077500         GO TO 3200-EXIT
077600     END-IF.
077700     MOVE "N" TO WS-COPY-EOF-SW.
077800     PERFORM UNTIL END-OF-COPY
077900         READ CARRY-FILE
078000             AT END
078100                 SET END-OF-COPY TO TRUE
078200             NOT AT END
078300                 MOVE CI-RECORD TO PN-RECORD
078400                 PERFORM 3500-WRITE-PAIRS-NEW
078500                     THRU 3500-EXIT
078600                 ADD 1 TO WS-CARRY-COPIED
078700         END-READ
078800     END-PERFORM.
078900     CLOSE CARRY-FILE.
079000     GO TO 3200-EXIT.
079100 3200-EXIT.
079200     EXIT.
079201*----------------------------------------------------------
079202* 3250-COPY-RELEASES
079203*----------------------------------------------------------
079204 3250-COPY-RELEASES.
079205     OPEN INPUT RELEASE-FILE.
079206     IF RELEASE-MISSING
079207         GO TO 3250-EXIT
079208     END-IF.
079209     IF NOT RELEASE-OK
079210         DISPLAY "UNABLE TO OPEN RELPAIRS, STATUS = "
079211             WS-RELEASE-STATUS
079212         MOVE 16 TO WS-STEP-RC
079213         GO TO 3250-EXIT
079214     END-IF.
079215     MOVE "N" TO WS-COPY-EOF-SW.
079216     PERFORM UNTIL END-OF-COPY
079217         READ RELEASE-FILE
079218             AT END
079219                 SET END-OF-COPY TO TRUE
079220             NOT AT END
079221                 MOVE RR-RECORD TO PN-RECORD
079222                 PERFORM 3500-WRITE-PAIRS-NEW
079223                     THRU 3500-EXIT
079224                 ADD 1 TO WS-RELEASE-COPIED
079225         END-READ
079226     END-PERFORM.
079227     CLOSE RELEASE-FILE.
079228     GO TO 3250-EXIT.
079229 3250-EXIT.
079230     EXIT.
079231*----------------------------------------------------------
079232* 3260-EMPTY-RELEASES - THE RELEASES ARE NOW IN PAIRS, SO
079233*     RELPAIRS IS CLEARED FOR COBOL-REFREL'S NEXT RUN
079234*----------------------------------------------------------
079235 3260-EMPTY-RELEASES.
079236     IF WS-RELEASE-COPIED = ZERO
079237         GO TO 3260-EXIT
079238     END-IF.
079239     OPEN OUTPUT RELEASE-FILE.
079240     IF NOT RELEASE-OK
079241         DISPLAY "UNABLE TO EMPTY RELPAIRS, STATUS = "
079242             WS-RELEASE-STATUS " - EMPTY IT BY HAND"
079243         MOVE 04 TO WS-STEP-RC
079244         GO TO 3260-EXIT
079245     END-IF.
079246     CLOSE RELEASE-FILE.
079247     GO TO 3260-EXIT.
079248 3260-EXIT.
079249     EXIT.
079250*----------------------------------------------------------
079251* 3270-COPY-REVERSALS
079252*----------------------------------------------------------
079253 3270-COPY-REVERSALS.
079254     OPEN INPUT REVERSAL-FILE.
079255     IF REVERSAL-MISSING
079256         GO TO 3270-EXIT
079257     END-IF.
079258     IF NOT REVERSAL-OK
079259         DISPLAY "UNABLE TO OPEN REVPAIRS, STATUS = "
079260             WS-REVERSAL-STATUS
079261         MOVE 16 TO WS-STEP-RC
079262         GO TO 3270-EXIT
079263     END-IF.
079264     MOVE "N" TO WS-COPY-EOF-SW.
079265     PERFORM UNTIL END-OF-COPY
079266         READ REVERSAL-FILE
079267             AT END
079268                 SET END-OF-COPY TO TRUE
079269             NOT AT END
079270                 MOVE RV-RECORD TO PN-RECORD
079271                 PERFORM 3500-WRITE-PAIRS-NEW
079272                     THRU 3500-EXIT
079273                 ADD 1 TO WS-REVERSAL-COPIED
079274         END-READ
079275     END-PERFORM.
079276     CLOSE REVERSAL-FILE.
079277     GO TO 3270-EXIT.
079278 3270-EXIT.
079279     EXIT.
079280*----------------------------------------------------------
079281* 3280-EMPTY-REVERSALS - THE REVERSALS ARE NOW IN PAIRS, SO
079282*     REVPAIRS IS CLEARED FOR COBOL-REVERSE'S NEXT RUN
079283*----------------------------------------------------------
079284 3280-EMPTY-REVERSALS.
079285     IF WS-REVERSAL-COPIED = ZERO
079286         GO TO 3280-EXIT
079287     END-IF.
079288     OPEN OUTPUT REVERSAL-FILE.
079289     IF NOT REVERSAL-OK
079290         DISPLAY "UNABLE TO EMPTY REVPAIRS, STATUS = "
079291             WS-REVERSAL-STATUS " - EMPTY IT BY HAND"
079292         MOVE 04 TO WS-STEP-RC
079293         GO TO 3280-EXIT
079294     END-IF.
079295     CLOSE REVERSAL-FILE.
079296     GO TO 3280-EXIT.
079297 3280-EXIT.
079298     EXIT.
079300*----------------------------------------------------------
079400* 3300-COPY-PAIRS
079500*----------------------------------------------------------
079600 3300-COPY-PAIRS.
079700     OPEN INPUT PAIRS-FILE.
079800     IF PAIRS-MISSING
079900         GO TO 3300-EXIT
080000     END-IF.
080100     IF NOT PAIRS-OK
080200         DISPLAY "UNABLE TO OPEN PAIRS, STATUS = "
080300             WS-PAIRS-STATUS
080400         MOVE 16 TO WS-STEP-RC
080500         GO TO 3300-EXIT
080600     END-IF.
080700     MOVE "N" TO WS-COPY-EOF-SW.
080800     PERFORM UNTIL END-OF-COPY
080900         READ PAIRS-FILE
081000             AT END
081100                 SET END-OF-COPY TO TRUE
081200             NOT AT END
081300                 MOVE PR-RECORD TO PN-RECORD
081400                 PERFORM 3500-WRITE-PAIRS-NEW
081500                     THRU 3500-EXIT
081600                 ADD 1 TO WS-PAIRS-COPIED
081700         END-READ
081800     END-PERFORM.
081900     CLOSE PAIRS-FILE.
082000     GO TO 3300-EXIT.
082100 3300-EXIT.
082200     EXIT.
082300*----------------------------------------------------------
082400* 3500-WRITE-PAIRS-NEW - CALLER LOADS PN-RECORD FIRST
082500*----------------------------------------------------------
082600 3500-WRITE-PAIRS-NEW.
082700     WRITE PN-RECORD.
082800     IF NOT PAIRS-NEW-OK
082900         DISPLAY "UNABLE TO WRITE PAIRS WORK FILE, STATUS = "
083000             WS-PAIRS-NEW-STATUS
083100         MOVE 16 TO WS-STEP-RC
083200         SET END-OF-COPY TO TRUE
083300     END-IF.
083400     GO TO 3500-EXIT.
083500 3500-EXIT.
083600     EXIT.
083700*----------------------------------------------------------
083800* 5000-WRITE-LEDGER - APPEND THE STEP JUST RUN TO THE
083900*     RUN-CONTROL LEDGER. THE LEDGER IS OPENED AND CLOSED
084000*     AROUND EVERY RECORD SO EACH OUTCOME IS ON DISK BEFORE
084100*     THE NEXT STEP STARTS - THE CONTROLLER ITSELF MAY BE
084200*     THE THING THAT DIES.
084300*----------------------------------------------------------
084400 5000-WRITE-LEDGER.
084500     OPEN EXTEND LEDGER-FILE.
084600     IF WS-LEDGER-STATUS = "35"
084700         OPEN OUTPUT LEDGER-FILE
084800         CLOSE LEDGER-FILE
084900         OPEN EXTEND LEDGER-FILE
085000     END-IF.
085100     IF NOT LEDGER-OK
085200         DISPLAY "UNABLE TO OPEN RUN-CONTROL LEDGER, "
085300             "STATUS = " WS-LEDGER-STATUS
085400         MOVE 16 TO RETURN-CODE
085500         STOP RUN
085600     END-IF.
085700     MOVE WS-BUS-DATE-N TO LG-BUS-DATE.
085800     MOVE WS-STP-IX TO LG-STEP-NO.
085900     MOVE STP-NAME(WS-STP-IX) TO LG-STEP-NAME.
086000     MOVE STP-RUN-DATE(WS-STP-IX) TO LG-RUN-DATE.
086100     MOVE STP-START-TIME(WS-STP-IX) TO LG-START-TIME.
086200     MOVE STP-END-TIME(WS-STP-IX) TO LG-END-TIME.
086300     MOVE STP-RC(WS-STP-IX) TO LG-RC.
086400     MOVE STP-THRESHOLD(WS-STP-IX) TO LG-THRESHOLD.
086500     IF STP-FAILED(WS-STP-IX)
086600         MOVE "FAIL" TO LG-STATUS
086700     ELSE
086800         MOVE "DONE" TO LG-STATUS
086900     END-IF.
087000     MOVE WS-LEDGER-LINE TO LG-RECORD.
087100     WRITE LG-RECORD.
087200     IF NOT LEDGER-OK
087300         DISPLAY "UNABLE TO WRITE RUN-CONTROL LEDGER, "
087400             "STATUS = " WS-LEDGER-STATUS
087500         MOVE 16 TO RETURN-CODE
087600         STOP RUN
087700     END-IF.
087800     CLOSE LEDGER-FILE.
087900     GO TO 5000-EXIT.
088000 5000-EXIT.
088100     EXIT.
088200*----------------------------------------------------------
088300* 6500-WRITE-HEADINGS - THE SUMMARY IS ONE PAGE
088400*----------------------------------------------------------
088500 6500-WRITE-HEADINGS.
088600     MOVE WS-RUN-DATE-R TO RH1-RUN-DATE.
088700     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
088800     MOVE RL-HEADING-1 TO RL-RECORD.
088900     WRITE RL-RECORD.
089000     MOVE WS-BUS-DATE-N TO RB-BUS-DATE.
089100     MOVE RL-BUS-DATE-LINE TO RL-RECORD.
089200     WRITE RL-RECORD.
089300     MOVE SPACES TO RL-RECORD.
089400     WRITE RL-RECORD.
089500     MOVE RL-HEADING-2 TO RL-RECORD.
089600     WRITE RL-RECORD.
089700     MOVE SPACES TO RL-RECORD.
089800     WRITE RL-RECORD.
089900     GO TO 6500-EXIT.
090000 6500-EXIT.
090100     EXIT.
090200*----------------------------------------------------------
090300* 8000-WRITE-SUMMARY - ONE LINE PER STEP, THE CYCLE'S
090400*     OUTCOME, AND THE COUNTS
090500*----------------------------------------------------------
090600 8000-WRITE-SUMMARY.
090700     PERFORM 6500-WRITE-HEADINGS
090800         THRU 6500-EXIT.
090900     PERFORM 8100-WRITE-STEP-LINE
091000         THRU 8100-EXIT
091100         VARYING WS-STP-IX FROM 1 BY 1
091200         UNTIL WS-STP-IX > WS-STP-COUNT.
091300     MOVE SPACES TO RL-RECORD.
091400     WRITE RL-RECORD.
091500     EVALUATE TRUE
091600         WHEN CYCLE-REFUSED
091700             MOVE WS-REFUSE-REASON TO RM-MESSAGE
091800             MOVE 16 TO WS-HIGHEST-RC
091900         WHEN CYCLE-STOPPED
092000             MOVE SPACES TO RM-MESSAGE
092100             STRING "CYCLE STOPPED AT STEP " WS-MISSING-STEP
092200                 " - RERUN RESUMES THERE"
092300                 DELIMITED BY SIZE INTO RM-MESSAGE
092400             MOVE 12 TO WS-HIGHEST-RC
092500         WHEN OTHER
092600             MOVE "CYCLE COMPLETE" TO RM-MESSAGE
092700             IF WS-STEPS-WARNED > ZERO
092800                 MOVE 04 TO WS-HIGHEST-RC
092900             END-IF
093000     END-EVALUATE.
093100     MOVE RL-MESSAGE-LINE TO RL-RECORD.
093200     WRITE RL-RECORD.
093300     DISPLAY RM-MESSAGE.
093400     MOVE SPACES TO RL-RECORD.
093500     WRITE RL-RECORD.
093600     MOVE WS-STP-COUNT TO SM-CARDS.
093700     MOVE SM-LINE-CARDS TO RL-RECORD.
093800     WRITE RL-RECORD.
093900     MOVE WS-STEPS-RUN TO SM-RUN.
094000     MOVE SM-LINE-RUN TO RL-RECORD.
094100     WRITE RL-RECORD.
094200     MOVE WS-STEPS-SKIPPED TO SM-SKIPPED.
094300     MOVE SM-LINE-SKIPPED TO RL-RECORD.
094400     WRITE RL-RECORD.
094500     MOVE WS-STEPS-WARNED TO SM-WARNED.
094600     MOVE SM-LINE-WARNED TO RL-RECORD.
094700     WRITE RL-RECORD.
094800     MOVE WS-STEPS-FAILED TO SM-FAILED.
094900     MOVE SM-LINE-FAILED TO RL-RECORD.
095000     WRITE RL-RECORD.
095100     IF CONCAT-RAN
095200         MOVE WS-STND-COPIED TO SM-STND
095300         MOVE SM-LINE-STND TO RL-RECORD
095400         WRITE RL-RECORD
095500         MOVE WS-CARRY-COPIED TO SM-CARRY
095600         MOVE SM-LINE-CARRY TO RL-RECORD
095700         WRITE RL-RECORD
095710         MOVE WS-RELEASE-COPIED TO SM-RELEASE
095720         MOVE SM-LINE-RELEASE TO RL-RECORD
095730         WRITE RL-RECORD
095740         MOVE WS-REVERSAL-COPIED TO SM-REVERSAL
095750         MOVE SM-LINE-REVERSAL TO RL-RECORD
095760         WRITE RL-RECORD
095800         MOVE WS-PAIRS-COPIED TO SM-PAIRS
095900         MOVE SM-LINE-PAIRS TO RL-RECORD
096000         WRITE RL-RECORD
096100     END-IF.
096200     GO TO 8000-EXIT.
096300 8000-EXIT.
096400     EXIT.
096500*----------------------------------------------------------
096600* 8100-WRITE-STEP-LINE
096700*----------------------------------------------------------
096800 8100-WRITE-STEP-LINE.
096900     MOVE WS-STP-IX TO RD-STEP-NO.
097000     MOVE STP-NAME(WS-STP-IX) TO RD-STEP-NAME.
097100     MOVE STP-THRESHOLD(WS-STP-IX) TO RD-THRESHOLD.
097200     EVALUATE TRUE
097300         WHEN STP-SKIPPED(WS-STP-IX)
097400             MOVE "DONE EARLIER" TO RD-STATUS
097500         WHEN STP-COMPLETED(WS-STP-IX)
097600             MOVE "COMPLETED" TO RD-STATUS
097700         WHEN STP-FAILED(WS-STP-IX)
097800             MOVE "FAILED" TO RD-STATUS
097900         WHEN OTHER
098000             MOVE "NOT RUN" TO RD-STATUS
098100     END-EVALUATE.
098200     MOVE STP-RUN-DATE(WS-STP-IX) TO RD-RUN-DATE.
098300     MOVE STP-START-TIME(WS-STP-IX) TO RD-START-TIME.
098400     MOVE STP-END-TIME(WS-STP-IX) TO RD-END-TIME.
098500     MOVE STP-RC(WS-STP-IX) TO RD-RC.
098600     MOVE RL-DETAIL-LINE TO RL-RECORD.
098700*    A STEP NOT RUN HAS NO TIMES OR RC TO SHOW.
098800     IF STP-NOT-RUN(WS-STP-IX)
098900         MOVE SPACES TO RL-RECORD(38:)
099000     END-IF.
099100     WRITE RL-RECORD.
099200     GO TO 8100-EXIT.
099300 8100-EXIT.
099400     EXIT.
099500*----------------------------------------------------------
099600* 9000-TERMINATE
099700*----------------------------------------------------------
099800 9000-TERMINATE.
099900     CLOSE REPORT-FILE.
100000     MOVE WS-HIGHEST-RC TO RETURN-CODE.
100100     GO TO 9000-EXIT.
100200 9000-EXIT.
100300     EXIT.
