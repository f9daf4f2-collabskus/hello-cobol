000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COBOL-FEEDEXP.
000300 AUTHOR. D-SHIFT BATCH SUPPORT.
000400 INSTALLATION. MIS PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 10/15/2026  DLH   ORIGINAL VERSION. DAILY "FEEDS EXPECTED
001100*                   BUT NOT RECEIVED" REPORT. EVERY ACTIVE
001200*                   SENDER ON THE FEED REGISTRY WHOSE
001300*                   SCHEDULE FALLS DUE TODAY AND WHICH
001400*                   COBOL-FEEDIN HAS NOT ACCEPTED A FILE FROM
001500*                   TODAY IS LISTED, MARKED EITHER NOT
001600*                   RECEIVED OR RECEIVED BUT HELD. ANY
001700*                   LISTING GIVES RC 04. SCHEDULES FOLLOW THE
001800*                   BUSINESS-DAY CALENDAR (COBOL-BUSDAY) THE
001900*                   SAME WAY STANDING ORDERS DO: DAILY FEEDS
002000*                   ARE DUE ON BUSINESS DAYS, A WEEKLY FEED
002100*                   WHOSE DAY IS A HOLIDAY IS DUE THE NEXT
002200*                   BUSINESS DAY, AND A MONTH-END FEED ON THE
002300*                   LAST BUSINESS DAY OF THE MONTH.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT FEED-FILE ASSIGN TO "FEEDMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS FR-SENDER
003500         FILE STATUS IS WS-FEED-STATUS.
003600     SELECT REPORT-FILE ASSIGN TO "FEEDXRPT"
003700         ORGANIZATION IS LINE SEQUENTIAL
003800         FILE STATUS IS WS-REPORT-STATUS.
003900 DATA DIVISION.
004000 FILE SECTION.
004100*----------------------------------------------------------
004200* FEED REGISTRY AS KEPT BY COBOL-FEEDMNT
004300*----------------------------------------------------------
004400 FD  FEED-FILE.
004500 01  FR-RECORD.
004600     05  FR-SENDER              PIC X(08).
004700     05  FR-STATUS              PIC X(01).
004800         88  FR-ACTIVE            VALUE "A".
004900         88  FR-CLOSED            VALUE "C".
005000     05  FR-SCHEDULE            PIC X(01).
005100         88  FR-DAILY             VALUE "D".
005200         88  FR-WEEKLY            VALUE "W".
005300         88  FR-MONTH-END         VALUE "M".
005400     05  FR-SCHED-DAY           PIC 9(01).
005500     05  FR-MAX-AGE             PIC 9(03).
005600     05  FR-LAST-SEQ            PIC 9(06).
005700     05  FR-LAST-CREATED        PIC 9(08).
005800     05  FR-LAST-ACCEPTED       PIC 9(08).
005900     05  FR-LAST-HELD           PIC 9(08).
006000     05  FR-HELD-SEQ            PIC 9(06).
006100     05  FILLER                 PIC X(10).
006200 FD  REPORT-FILE
006300     RECORDING MODE IS F.
006400 01  RL-RECORD                  PIC X(132).
006500 WORKING-STORAGE SECTION.
006600*----------------------------------------------------------
006700* FILE STATUS SWITCHES
006800*----------------------------------------------------------
006900 77  WS-FEED-STATUS             PIC X(02).
007000     88  FEED-OK                  VALUE "00".
007100 77  WS-REPORT-STATUS           PIC X(02).
007200     88  REPORT-OK                VALUE "00".
007300 77  WS-FEED-EOF-SW             PIC X(01)    VALUE "N".
007400     88  END-OF-FEEDS             VALUE "Y".
007500 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
007600*----------------------------------------------------------
007700* SCHEDULE WORK AREAS. DAY-OF-WEEK FALLS OUT OF THE
007800* DAY-NUMBER FUNCTIONS - ORDINARY VERBS CANNOT COUNT
007900* CALENDAR DAYS. THE REGISTRY NUMBERS WEEKDAYS 1 = MONDAY
008000* THROUGH 7 = SUNDAY.
008100*----------------------------------------------------------
008200 77  WS-DUE-SW                  PIC X(01)    VALUE "N".
008300     88  FEED-IS-DUE              VALUE "Y".
008400 77  WS-DAY-WORK                PIC S9(08)   COMP VALUE ZERO.
008500 77  WS-DAY-QUOT                PIC S9(08)   COMP VALUE ZERO.
008600 77  WS-RUN-DAY-NO              PIC S9(08)   COMP VALUE ZERO.
008700 77  WS-RUN-WEEKDAY             PIC S9(04)   COMP VALUE ZERO.
008800 77  WS-DOW-GAP                 PIC S9(04)   COMP VALUE ZERO.
008900 77  WS-OCCUR-DATE-N            PIC 9(08)    VALUE ZERO.
009000 77  WS-MONTH-LAST-N            PIC 9(08)    VALUE ZERO.
009100 77  WS-MONTH-END-N             PIC 9(08)    VALUE ZERO.
009200 77  WS-RUN-BUSINESS-SW         PIC X(01)    VALUE "N".
009300     88  RUN-IS-BUSINESS-DAY      VALUE "Y".
009400 01  WS-RUN-DATE-X              PIC 9(08).
009500 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-X.
009600     05  WS-RUN-CCYY            PIC 9(04).
009700     05  WS-RUN-MM              PIC 9(02).
009800     05  WS-RUN-DD              PIC 9(02).
009900 01  WS-NEXT-MONTH-X            PIC 9(08).
010000 01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-X.
010100     05  WS-NEXT-CCYY           PIC 9(04).
010200     05  WS-NEXT-MM             PIC 9(02).
010300     05  WS-NEXT-DD             PIC 9(02).
010400 77  WS-BUSDAY-FUNCTION         PIC X(01)    VALUE SPACE.
010500 77  WS-BUSDAY-DATE-1           PIC 9(08)    VALUE ZERO.
010600 77  WS-BUSDAY-DATE-2           PIC 9(08)    VALUE ZERO.
010700 77  WS-BUSDAY-DAYS             PIC 9(05)    VALUE ZERO.
010800 77  WS-BUSDAY-RETURN-CODE      PIC 9(02)    VALUE ZERO.
010900*----------------------------------------------------------
011000* REPORT COUNTERS
011100*----------------------------------------------------------
011200 77  WS-SENDERS-READ            PIC 9(05)    VALUE ZERO.
011300 77  WS-FEEDS-EXPECTED          PIC 9(05)    VALUE ZERO.
011400 77  WS-FEEDS-RECEIVED          PIC 9(05)    VALUE ZERO.
011500 77  WS-FEEDS-HELD              PIC 9(05)    VALUE ZERO.
011600 77  WS-FEEDS-MISSING           PIC 9(05)    VALUE ZERO.
011700*----------------------------------------------------------
011800* REPORT HEADING AND DETAIL LINE LAYOUTS
011900*----------------------------------------------------------
012000 77  WS-RUN-DATE-N              PIC 9(08).
012100 01  WS-RUN-DATE-R              PIC 9999/99/99.
012200 77  WS-PAGE-NO                 PIC 9(04)    VALUE 1.
012300 77  WS-LINE-COUNT              PIC 9(02)    VALUE 99.
012400 77  WS-MAX-LINES-PER-PAGE      PIC 9(02)    VALUE 20.
012500 01  WS-SAVED-REPORT-LINE       PIC X(132).
012600 01  RL-HEADING-1.
012700     05  FILLER                 PIC X(13)
012800         VALUE "COBOL-FEEDEXP".
012900     05  FILLER                 PIC X(29)
013000         VALUE "  FEEDS EXPECTED NOT RECEIVED".
013100     05  FILLER                 PIC X(10)    VALUE "RUN DATE ".
013200     05  RH1-RUN-DATE           PIC 9999/99/99.
013300     05  FILLER                 PIC X(08)    VALUE "  PAGE ".
013400     05  RH1-PAGE-NO            PIC ZZZ9.
013500 01  RL-HEADING-2.
013600     05  FILLER                 PIC X(10)    VALUE "SENDER".
013700     05  FILLER                 PIC X(12)    VALUE "SCHEDULE".
013800     05  FILLER                 PIC X(10)    VALUE "LAST SEQ".
013900     05  FILLER                 PIC X(12)    VALUE "LAST TAKEN".
014000     05  FILLER                 PIC X(20)    VALUE "STATUS".
014100     05  FILLER                 PIC X(10)    VALUE "HELD SEQ".
014200 01  RL-DETAIL-LINE.
014300     05  RD-SENDER              PIC X(08).
014400     05  FILLER                 PIC X(02)    VALUE SPACES.
014500     05  RD-SCHEDULE            PIC X(10).
014600     05  FILLER                 PIC X(02)    VALUE SPACES.
014700     05  RD-LAST-SEQ            PIC 9(06).
014800     05  FILLER                 PIC X(04)    VALUE SPACES.
014900     05  RD-LAST-ACCEPTED       PIC 9999/99/99.
015000     05  FILLER                 PIC X(02)    VALUE SPACES.
015100     05  RD-STATUS              PIC X(18).
015200     05  FILLER                 PIC X(02)    VALUE SPACES.
015300     05  RD-HELD-SEQ            PIC X(06).
015400 77  WS-HELD-SEQ-EDIT           PIC 9(06).
015500*----------------------------------------------------------
015600* SUMMARY LINE LAYOUTS
015700*----------------------------------------------------------
015800 01  SM-LINE-READ.
015900     05  FILLER                 PIC X(24)
016000         VALUE "SENDERS ON REGISTRY.... ".
016100     05  SM-SENDERS-READ        PIC ZZZZ9.
016200 01  SM-LINE-EXPECTED.
016300     05  FILLER                 PIC X(24)
016400         VALUE "FEEDS EXPECTED TODAY... ".
016500     05  SM-FEEDS-EXPECTED      PIC ZZZZ9.
016600 01  SM-LINE-RECEIVED.
016700     05  FILLER                 PIC X(24)
016800         VALUE "FEEDS RECEIVED......... ".
016900     05  SM-FEEDS-RECEIVED      PIC ZZZZ9.
017000 01  SM-LINE-HELD.
017100     05  FILLER                 PIC X(24)
017200         VALUE "RECEIVED BUT HELD...... ".
017300     05  SM-FEEDS-HELD          PIC ZZZZ9.
017400 01  SM-LINE-MISSING.
017500     05  FILLER                 PIC X(24)
017600         VALUE "NOT RECEIVED........... ".
017700     05  SM-FEEDS-MISSING       PIC ZZZZ9.
017800 PROCEDURE DIVISION.
017900*----------------------------------------------------------
018000* 0000-MAINLINE
018100*----------------------------------------------------------
018200 0000-MAINLINE.
018300     PERFORM 1000-INITIALIZE
018400         THRU 1000-EXIT.
018500     PERFORM 2000-SCAN-REGISTRY
018600         THRU 2000-EXIT.
018700     PERFORM 8000-WRITE-SUMMARY
018800         THRU 8000-EXIT.
018900     PERFORM 9000-TERMINATE
019000         THRU 9000-EXIT.
019100     STOP RUN.
019200*----------------------------------------------------------
019300* 1000-INITIALIZE - OPEN FILES AND SETTLE TODAY'S WEEKDAY,
019400*     WHETHER TODAY IS A BUSINESS DAY, AND THIS MONTH'S
019500*     LAST BUSINESS DAY
019600*----------------------------------------------------------
019700 1000-INITIALIZE.
019800     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
019900     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-R.
020000     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-X.
020100
020200     OPEN INPUT FEED-FILE.
020300     IF NOT FEED-OK
020400         DISPLAY "UNABLE TO OPEN FEED REGISTRY, STATUS = "
020500             WS-FEED-STATUS
020600         MOVE 16 TO RETURN-CODE
020700         STOP RUN
020800     END-IF.
020900
021000     OPEN OUTPUT REPORT-FILE.
021100     IF NOT REPORT-OK
021200         DISPLAY "UNABLE TO OPEN REPORT FILE, STATUS = "
021300             WS-REPORT-STATUS
021400         MOVE 16 TO RETURN-CODE
021500         STOP RUN
021600     END-IF.
021700
021800     COMPUTE WS-RUN-DAY-NO
021900         = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N).
022000     DIVIDE WS-RUN-DAY-NO BY 7
022100         GIVING WS-DAY-QUOT REMAINDER WS-RUN-WEEKDAY.
022200     IF WS-RUN-WEEKDAY = ZERO
022300         MOVE 7 TO WS-RUN-WEEKDAY
022400     END-IF.
022500
022600     MOVE "B" TO WS-BUSDAY-FUNCTION.
022700     MOVE WS-RUN-DATE-N TO WS-BUSDAY-DATE-1.
022800     PERFORM 1750-CALL-BUSDAY
022900         THRU 1750-EXIT.
023000     IF WS-BUSDAY-RETURN-CODE = ZERO
023100         SET RUN-IS-BUSINESS-DAY TO TRUE
023200     END-IF.
023300
023400     MOVE WS-RUN-DATE-X TO WS-NEXT-MONTH-X.
023500     IF WS-RUN-MM = 12
023600         ADD 1 TO WS-NEXT-CCYY
023700         MOVE 1 TO WS-NEXT-MM
023800     ELSE
023900         ADD 1 TO WS-NEXT-MM
024000     END-IF.
024100     MOVE 1 TO WS-NEXT-DD.
024200     COMPUTE WS-DAY-WORK
024300         = FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-X) - 1.
024400     COMPUTE WS-MONTH-LAST-N
024500         = FUNCTION DATE-OF-INTEGER(WS-DAY-WORK).
024600     MOVE "P" TO WS-BUSDAY-FUNCTION.
024700     MOVE WS-MONTH-LAST-N TO WS-BUSDAY-DATE-1.
024800     PERFORM 1750-CALL-BUSDAY
024900         THRU 1750-EXIT.
025000     MOVE WS-BUSDAY-DATE-2 TO WS-MONTH-END-N.
025100     GO TO 1000-EXIT.
025200 1000-EXIT.
025300     EXIT.
025400*----------------------------------------------------------
025500* 1750-CALL-BUSDAY - EVERY DATE PASSED IS DERIVED FROM THE
025600*     RUN DATE, SO THE ROUTINE CAN ONLY FAIL IF THE
025700*     CALENDAR ITSELF IS UNUSABLE; THAT STOPS THE RUN
025800*     RATHER THAN REPORT AGAINST THE WRONG DAYS
025900*----------------------------------------------------------
026000 1750-CALL-BUSDAY.
026100     CALL "COBOL-BUSDAY" USING WS-BUSDAY-FUNCTION,
026200             WS-BUSDAY-DATE-1, WS-BUSDAY-DATE-2,
026300             WS-BUSDAY-DAYS, WS-BUSDAY-RETURN-CODE.
026400     IF WS-BUSDAY-RETURN-CODE > 04
026500         DISPLAY "BUSINESS-DAY ROUTINE FAILED FOR "
026600             WS-BUSDAY-DATE-1 ", RC = " WS-BUSDAY-RETURN-CODE
026700         MOVE 16 TO RETURN-CODE
026800         STOP RUN
026900     END-IF.
027000     GO TO 1750-EXIT.
027100 1750-EXIT.
027200     EXIT.
027300*----------------------------------------------------------
027400* 2000-SCAN-REGISTRY - LOOP OVER THE FEED REGISTRY
027500*----------------------------------------------------------
027600 2000-SCAN-REGISTRY.
027700     PERFORM 2100-READ-FEED
027800         THRU 2100-EXIT.
027900     PERFORM UNTIL END-OF-FEEDS
028000         PERFORM 2200-CHECK-ONE-FEED
028100             THRU 2200-EXIT
028200         PERFORM 2100-READ-FEED
028300             THRU 2100-EXIT
028400     END-PERFORM.
028500     GO TO 2000-EXIT.
028600 2000-EXIT.
028700     EXIT.
028800*----------------------------------------------------------
028900* 2100-READ-FEED
029000*----------------------------------------------------------
029100 2100-READ-FEED.
029200     READ FEED-FILE NEXT RECORD
029300         AT END
029400             SET END-OF-FEEDS TO TRUE
029500     END-READ.
029600     IF NOT END-OF-FEEDS
029700         ADD 1 TO WS-SENDERS-READ
029800     END-IF.
029900     GO TO 2100-EXIT.
030000 2100-EXIT.
030100     EXIT.
030200*----------------------------------------------------------
030300* 2200-CHECK-ONE-FEED - IS THIS SENDER DUE TODAY, AND IF SO
030400*     HAS A FILE FROM IT BEEN ACCEPTED TODAY
030500*----------------------------------------------------------
030600 2200-CHECK-ONE-FEED.
030700     IF NOT FR-ACTIVE
030800         GO TO 2200-EXIT
030900     END-IF.
031000     PERFORM 2300-CHECK-DUE
031100         THRU 2300-EXIT.
031200     IF NOT FEED-IS-DUE
031300         GO TO 2200-EXIT
031400     END-IF.
031500     ADD 1 TO WS-FEEDS-EXPECTED.
031600     IF FR-LAST-ACCEPTED = WS-RUN-DATE-N
031700         ADD 1 TO WS-FEEDS-RECEIVED
031800         GO TO 2200-EXIT
031900     END-IF.
032000
032100     IF WS-HIGHEST-RC < 04
032200         MOVE 04 TO WS-HIGHEST-RC
032300     END-IF.
032400     MOVE FR-SENDER TO RD-SENDER.
032500     EVALUATE TRUE
032600         WHEN FR-DAILY
032700             MOVE "DAILY" TO RD-SCHEDULE
032800         WHEN FR-WEEKLY
032900             MOVE "WEEKLY" TO RD-SCHEDULE
033000         WHEN FR-MONTH-END
033100             MOVE "MONTH-END" TO RD-SCHEDULE
033200     END-EVALUATE.
033300     MOVE FR-LAST-SEQ TO RD-LAST-SEQ.
033400     MOVE FR-LAST-ACCEPTED TO RD-LAST-ACCEPTED.
033500     IF FR-LAST-HELD = WS-RUN-DATE-N
033600         ADD 1 TO WS-FEEDS-HELD
033700         MOVE "RECEIVED BUT HELD" TO RD-STATUS
033800         MOVE FR-HELD-SEQ TO WS-HELD-SEQ-EDIT
033900         MOVE WS-HELD-SEQ-EDIT TO RD-HELD-SEQ
034000     ELSE
034100         ADD 1 TO WS-FEEDS-MISSING
034200         MOVE "NOT RECEIVED" TO RD-STATUS
034300         MOVE SPACES TO RD-HELD-SEQ
034400     END-IF.
034500     MOVE RL-DETAIL-LINE TO RL-RECORD.
034600     PERFORM 7000-WRITE-REPORT-LINE
034700         THRU 7000-EXIT.
034800     GO TO 2200-EXIT.
034900 2200-EXIT.
035000     EXIT.
035100*----------------------------------------------------------
035200* 2300-CHECK-DUE - A WEEKLY FEED'S OCCURRENCE IS THE LATEST
035300*     DAY ON OR BEFORE TODAY ON ITS WEEKDAY; IT IS DUE WHEN
035400*     THAT DAY ROLLS FORWARD TO TODAY. A FEED WITH NO
035500*     SCHEDULE (X) IS NEVER EXPECTED.
035600*----------------------------------------------------------
035700 2300-CHECK-DUE.
035800     MOVE "N" TO WS-DUE-SW.
035900     EVALUATE TRUE
036000         WHEN FR-DAILY
036100             IF RUN-IS-BUSINESS-DAY
036200                 SET FEED-IS-DUE TO TRUE
036300             END-IF
036400         WHEN FR-WEEKLY
036500             COMPUTE WS-DOW-GAP = WS-RUN-WEEKDAY - FR-SCHED-DAY
036600             IF WS-DOW-GAP < ZERO
036700                 ADD 7 TO WS-DOW-GAP
036800             END-IF
036900             COMPUTE WS-DAY-WORK = WS-RUN-DAY-NO - WS-DOW-GAP
037000             COMPUTE WS-OCCUR-DATE-N
037100                 = FUNCTION DATE-OF-INTEGER(WS-DAY-WORK)
037200             MOVE "N" TO WS-BUSDAY-FUNCTION
037300             MOVE WS-OCCUR-DATE-N TO WS-BUSDAY-DATE-1
037400             PERFORM 1750-CALL-BUSDAY
037500                 THRU 1750-EXIT
037600             IF WS-BUSDAY-DATE-2 = WS-RUN-DATE-N
037700                 SET FEED-IS-DUE TO TRUE
037800             END-IF
037900         WHEN FR-MONTH-END
038000             IF WS-RUN-DATE-N = WS-MONTH-END-N
038100                 SET FEED-IS-DUE TO TRUE
038200             END-IF
038300     END-EVALUATE.
038400     GO TO 2300-EXIT.
038500 2300-EXIT.
038600     EXIT.
038700*----------------------------------------------------------
038800* 6500-WRITE-HEADINGS - NEW REPORT PAGE
038900*----------------------------------------------------------
039000 6500-WRITE-HEADINGS.
039100     MOVE WS-RUN-DATE-R TO RH1-RUN-DATE.
039200     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
039300     MOVE RL-HEADING-1 TO RL-RECORD.
039400     WRITE RL-RECORD.
039500     MOVE RL-HEADING-2 TO RL-RECORD.
039600     WRITE RL-RECORD.
039700     MOVE SPACES TO RL-RECORD.
039800     WRITE RL-RECORD.
039900     ADD 1 TO WS-PAGE-NO.
040000     MOVE ZERO TO WS-LINE-COUNT.
040100     GO TO 6500-EXIT.
040200 6500-EXIT.
040300     EXIT.
040400*----------------------------------------------------------
040500* 7000-WRITE-REPORT-LINE - PAGE-CONTROLLED REPORT WRITE.
040600*     CALLER LOADS RL-RECORD FIRST; HEADINGS REBUILD THE
040700*     RECORD AREA, SO THE LINE IS SAVED ACROSS A PAGE BREAK
040800*----------------------------------------------------------
040900 7000-WRITE-REPORT-LINE.
041000     MOVE RL-RECORD TO WS-SAVED-REPORT-LINE.
041100     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
041200         PERFORM 6500-WRITE-HEADINGS
041300             THRU 6500-EXIT
041400         MOVE WS-SAVED-REPORT-LINE TO RL-RECORD
041500     END-IF.
041600     WRITE RL-RECORD.
041700     ADD 1 TO WS-LINE-COUNT.
041800     GO TO 7000-EXIT.
041900 7000-EXIT.
042000     EXIT.
042100*----------------------------------------------------------
042200* 8000-WRITE-SUMMARY - REGISTRY COUNTS
042300*----------------------------------------------------------
042400 8000-WRITE-SUMMARY.
042500     MOVE SPACES TO RL-RECORD.
042600     PERFORM 7000-WRITE-REPORT-LINE
042700         THRU 7000-EXIT.
042800     MOVE WS-SENDERS-READ TO SM-SENDERS-READ.
042900     MOVE SM-LINE-READ TO RL-RECORD.
043000     PERFORM 7000-WRITE-REPORT-LINE
043100         THRU 7000-EXIT.
043200     MOVE WS-FEEDS-EXPECTED TO SM-FEEDS-EXPECTED.
043300     MOVE SM-LINE-EXPECTED TO RL-RECORD.
043400     PERFORM 7000-WRITE-REPORT-LINE
043500         THRU 7000-EXIT.
043600     MOVE WS-FEEDS-RECEIVED TO SM-FEEDS-RECEIVED.
043700     MOVE SM-LINE-RECEIVED TO RL-RECORD.
043800     PERFORM 7000-WRITE-REPORT-LINE
043900         THRU 7000-EXIT.
044000     MOVE WS-FEEDS-HELD TO SM-FEEDS-HELD.
044100     MOVE SM-LINE-HELD TO RL-RECORD.
044200     PERFORM 7000-WRITE-REPORT-LINE
044300         THRU 7000-EXIT.
044400     MOVE WS-FEEDS-MISSING TO SM-FEEDS-MISSING.
044500     MOVE SM-LINE-MISSING TO RL-RECORD.
044600     PERFORM 7000-WRITE-REPORT-LINE
044700         THRU 7000-EXIT.
044800     GO TO 8000-EXIT.
044900 8000-EXIT.
045000     EXIT.
045100*----------------------------------------------------------
045200* 9000-TERMINATE
045300*----------------------------------------------------------
045400 9000-TERMINATE.
045500     CLOSE FEED-FILE.
045600     CLOSE REPORT-FILE.
045700     MOVE WS-HIGHEST-RC TO RETURN-CODE.
045800     GO TO 9000-EXIT.
045900 9000-EXIT.
046000     EXIT.
