000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COBOL-FEEDMNT.
000300 AUTHOR. D-SHIFT BATCH SUPPORT.
000400 INSTALLATION. MIS PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 10/15/2026  DLH   ORIGINAL VERSION. MAINTAINS THE INDEXED
001100*                   FEED REGISTRY (FEEDMAST) THAT COBOL-FEEDIN
001200*                   CHECKS EVERY INBOUND TRANSMISSION HEADER
001300*                   AGAINST AND COBOL-FEEDEXP READS FOR THE
001400*                   FEEDS EXPECTED EACH DAY - THE SENDER'S
001500*                   STATUS, ARRIVAL SCHEDULE, HOW MANY
001600*                   BUSINESS DAYS OLD A FILE MAY BE, AND THE
001700*                   LAST SEQUENCE NUMBER ACCEPTED. KEYED
001800*                   TRANSACTIONS ADD A SENDER, CHANGE IT,
001900*                   DELETE IT, OR RESET ITS LAST ACCEPTED
002000*                   SEQUENCE. EVERY APPLIED CHANGE GOES TO AN
002100*                   APPENDED AUDIT TRAIL AND EVERY
002200*                   TRANSACTION SHOWS ON THE MAINTENANCE
002300*                   REPORT, THE SAME SHAPE AS THE CURRENCY
002400*                   MAINTENANCE.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
002800 SOURCE-COMPUTER. IBM-370.
002900 OBJECT-COMPUTER. IBM-370.
003000 INPUT-OUTPUT SECTION.
003100 FILE-CONTROL.
003200     SELECT FEED-FILE ASSIGN TO "FEEDMAST"
003300         ORGANIZATION IS INDEXED
003400         ACCESS MODE IS RANDOM
003500         RECORD KEY IS FR-SENDER
003600         FILE STATUS IS WS-FEED-STATUS.
003700     SELECT TRAN-FILE ASSIGN TO "FEEDTRAN"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-TRAN-STATUS.
004000     SELECT AUDIT-FILE ASSIGN TO "FEEDAUD"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-AUDIT-STATUS.
004300     SELECT REPORT-FILE ASSIGN TO "FEEDMRPT"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-REPORT-STATUS.
004600 DATA DIVISION.
004700 FILE SECTION.
004800*----------------------------------------------------------
004900* FEED REGISTRY - ONE ENTRY PER UPSTREAM SENDER. THE
005000* SCHEDULE IS D (EVERY BUSINESS DAY), W (WEEKLY ON
005100* FR-SCHED-DAY, 1 = MONDAY THROUGH 7 = SUNDAY, ROLLED TO THE
005200* NEXT BUSINESS DAY), M (LAST BUSINESS DAY OF THE MONTH) OR
005300* X (NO SCHEDULE - SENT ON DEMAND). THE LAST- FIELDS ARE
005400* COBOL-FEEDIN'S; THIS PROGRAM ZEROES THEM ON ADD AND
005500* OTHERWISE ONLY TOUCHES THE LAST SEQUENCE, ON A SEQ RESET.
005600*----------------------------------------------------------
005700 FD  FEED-FILE.
005800 01  FR-RECORD.
005900     05  FR-SENDER              PIC X(08).
006000     05  FR-STATUS              PIC X(01).
006100         88  FR-ACTIVE            VALUE "A".
006200         88  FR-CLOSED            VALUE "C".
006300     05  FR-SCHEDULE            PIC X(01).
006400     05  FR-SCHED-DAY           PIC 9(01).
006500     05  FR-MAX-AGE             PIC 9(03).
006600     05  FR-LAST-SEQ            PIC 9(06).
006700     05  FR-LAST-CREATED        PIC 9(08).
006800     05  FR-LAST-ACCEPTED       PIC 9(08).
006900     05  FR-LAST-HELD           PIC 9(08).
007000     05  FR-HELD-SEQ            PIC 9(06).
007100     05  FILLER                 PIC X(10).
007200 FD  TRAN-FILE
007300     RECORDING MODE IS F.
007400 01  TR-RECORD                  PIC X(80).
007500 FD  AUDIT-FILE
007600     RECORDING MODE IS F.
007700 01  FA-RECORD                  PIC X(100).
007800 FD  REPORT-FILE
007900     RECORDING MODE IS F.
008000 01  RL-RECORD                  PIC X(132).
008100 WORKING-STORAGE SECTION.
008200*----------------------------------------------------------
008300* FILE STATUS SWITCHES
008400*----------------------------------------------------------
008500 77  WS-FEED-STATUS             PIC X(02).
008600     88  FEED-OK                  VALUE "00".
008700     88  FEED-NOT-FOUND           VALUE "23".
008800     88  FEED-DUPLICATE           VALUE "22".
008900     88  FEED-FILE-MISSING        VALUE "35".
009000 77  WS-TRAN-STATUS             PIC X(02).
009100     88  TRAN-OK                  VALUE "00".
009200     88  TRAN-EOF                 VALUE "10".
009300 77  WS-AUDIT-STATUS            PIC X(02).
009400     88  AUDIT-OK                 VALUE "00".
009500 77  WS-REPORT-STATUS           PIC X(02).
009600     88  REPORT-OK                VALUE "00".
009700 77  WS-TRAN-EOF-SW             PIC X(01)    VALUE "N".
009800     88  END-OF-TRANS             VALUE "Y".
009900 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
010000*----------------------------------------------------------
010100* TRANSACTION WORK AREAS. A TRANSACTION IS
010200*     ADD SENDER STATUS SCHEDULE MAX-AGE
010300*     CHG SENDER STATUS SCHEDULE MAX-AGE
010400*     DEL SENDER
010500*     SEQ SENDER LAST-SEQUENCE
010600* STATUS IS "A" (ACTIVE) OR "C" (CLOSED). SCHEDULE IS "D",
010700* "M", "X", OR "W" FOLLOWED BY THE WEEKDAY ("W1" IS EVERY
010800* MONDAY). MAX-AGE IS THE MOST BUSINESS DAYS A FILE'S
010900* CREATION DATE MAY TRAIL ITS ARRIVAL, 0-999. SEQ SETS THE
011000* LAST ACCEPTED SEQUENCE, 0-999999, SO THE NEXT FILE
011100* EXPECTED IS ONE MORE - USED ONCE A GAP HAS BEEN CLEARED
011200* WITH THE SENDER, OR TO START A SENDER PART WAY THROUGH
011300* ITS NUMBERING.
011400*----------------------------------------------------------
011500 01  WS-TRAN-ACTION             PIC X(04).
011600     88  TRAN-IS-ADD              VALUE "ADD".
011700     88  TRAN-IS-CHG              VALUE "CHG".
011800     88  TRAN-IS-DEL              VALUE "DEL".
011900     88  TRAN-IS-SEQ              VALUE "SEQ".
012000     88  TRAN-ACTION-VALID        VALUES "ADD" "CHG" "DEL"
012100                                         "SEQ".
012200 77  WS-TRAN-ACTION-LEN         PIC 9(03)    VALUE ZERO.
012300 77  WS-TRAN-SENDER             PIC X(08).
012400 77  WS-TRAN-SENDER-LEN         PIC 9(03)    VALUE ZERO.
012500 01  WS-TRAN-STAT               PIC X(08).
012600     88  TRAN-STAT-VALID          VALUES "A" "C".
012700 77  WS-TRAN-STAT-LEN           PIC 9(03)    VALUE ZERO.
012800 77  WS-TRAN-SCHED              PIC X(08).
012900 77  WS-TRAN-SCHED-LEN          PIC 9(03)    VALUE ZERO.
013000 77  WS-TRAN-AGE                PIC X(08).
013100 77  WS-TRAN-AGE-LEN            PIC 9(03)    VALUE ZERO.
013200 77  WS-TRAN-VALID-SW           PIC X(01)    VALUE "Y".
013300     88  TRAN-GOOD                VALUE "Y".
013400     88  TRAN-BAD                 VALUE "N".
013500 77  WS-TRAN-REASON             PIC X(24)    VALUE SPACES.
013600 77  WS-NEW-SCHEDULE            PIC X(01)    VALUE SPACE.
013700     88  NEW-SCHEDULE-VALID       VALUES "D" "W" "M" "X".
013800 77  WS-NEW-SCHED-DAY           PIC 9(01)    VALUE ZERO.
013900 77  WS-NEW-MAX-AGE             PIC 9(03)    VALUE ZERO.
014000 77  WS-NEW-LAST-SEQ            PIC 9(06)    VALUE ZERO.
014100*----------------------------------------------------------
014200* MAINTENANCE COUNTERS
014300*----------------------------------------------------------
014400 77  WS-TRANS-READ              PIC 9(04)    VALUE ZERO.
014500 77  WS-TRANS-APPLIED           PIC 9(04)    VALUE ZERO.
014600 77  WS-TRANS-REJECTED          PIC 9(04)    VALUE ZERO.
014700*----------------------------------------------------------
014800* AUDIT TRAIL LINE - BEFORE AND AFTER STATUS, SCHEDULE,
014900* MAXIMUM AGE AND LAST SEQUENCE FOR EVERY APPLIED CHANGE
015000*----------------------------------------------------------
015100 77  WS-AUDIT-DATE-N            PIC 9(08).
015200 77  WS-AUDIT-TIME-N            PIC 9(08).
015300 01  WS-FEED-AUDIT-LINE.
015400     05  FA-RUN-DATE            PIC 9999/99/99.
015500     05  FILLER                 PIC X(01)    VALUE SPACES.
015600     05  FA-RUN-TIME            PIC 9(06).
015700     05  FILLER                 PIC X(02)    VALUE SPACES.
015800     05  FA-ACTION              PIC X(04).
015900     05  FILLER                 PIC X(02)    VALUE SPACES.
016000     05  FA-SENDER              PIC X(08).
016100     05  FILLER                 PIC X(02)    VALUE SPACES.
016200     05  FA-OLD-STATUS          PIC X(01).
016300     05  FILLER                 PIC X(01)    VALUE SPACES.
016400     05  FA-OLD-SCHEDULE        PIC X(01).
016500     05  FA-OLD-SCHED-DAY       PIC X(01).
016600     05  FILLER                 PIC X(01)    VALUE SPACES.
016700     05  FA-OLD-MAX-AGE         PIC ZZ9.
016800     05  FILLER                 PIC X(01)    VALUE SPACES.
016900     05  FA-OLD-LAST-SEQ        PIC 9(06).
017000     05  FILLER                 PIC X(02)    VALUE SPACES.
017100     05  FA-NEW-STATUS          PIC X(01).
017200     05  FILLER                 PIC X(01)    VALUE SPACES.
017300     05  FA-NEW-SCHEDULE        PIC X(01).
017400     05  FA-NEW-SCHED-DAY       PIC X(01).
017500     05  FILLER                 PIC X(01)    VALUE SPACES.
017600     05  FA-NEW-MAX-AGE         PIC ZZ9.
017700     05  FILLER                 PIC X(01)    VALUE SPACES.
017800     05  FA-NEW-LAST-SEQ        PIC 9(06).
017900*----------------------------------------------------------
018000* REPORT HEADING AND DETAIL LINE LAYOUTS
018100*----------------------------------------------------------
018200 77  WS-RUN-DATE-N              PIC 9(08).
018300 01  WS-RUN-DATE-R              PIC 9999/99/99.
018400 77  WS-PAGE-NO                 PIC 9(04)    VALUE 1.
018500 77  WS-LINE-COUNT              PIC 9(02)    VALUE 99.
018600 77  WS-MAX-LINES-PER-PAGE      PIC 9(02)    VALUE 20.
018700 01  WS-SAVED-REPORT-LINE       PIC X(132).
018800 01  RL-HEADING-1.
018900     05  FILLER                 PIC X(13)
019000         VALUE "COBOL-FEEDMNT".
019100     05  FILLER                 PIC X(29)
019200         VALUE "  FEED REGISTRY MAINTENANCE".
019300     05  FILLER                 PIC X(10)    VALUE "RUN DATE ".
019400     05  RH1-RUN-DATE           PIC 9999/99/99.
019500     05  FILLER                 PIC X(08)    VALUE "  PAGE ".
019600     05  RH1-PAGE-NO            PIC ZZZ9.
019700 01  RL-HEADING-2.
019800     05  FILLER                 PIC X(06)    VALUE "ACTN".
019900     05  FILLER                 PIC X(10)    VALUE "SENDER".
020000     05  FILLER                 PIC X(10)    VALUE "STATUS".
020100     05  FILLER                 PIC X(26)    VALUE "REASON".
020200     05  FILLER                 PIC X(40)
020300         VALUE "TRANSACTION".
020400 01  RL-DETAIL-LINE.
020500     05  RD-ACTION              PIC X(04).
020600     05  FILLER                 PIC X(02)    VALUE SPACES.
020700     05  RD-SENDER              PIC X(08).
020800     05  FILLER                 PIC X(02)    VALUE SPACES.
020900     05  RD-STATUS              PIC X(08).
021000     05  FILLER                 PIC X(02)    VALUE SPACES.
021100     05  RD-REASON              PIC X(24).
021200     05  FILLER                 PIC X(02)    VALUE SPACES.
021300     05  RD-TRAN-TEXT           PIC X(60).
021400*----------------------------------------------------------
021500* MAINTENANCE SUMMARY LINE LAYOUTS
021600*----------------------------------------------------------
021700 01  SM-LINE-READ.
021800     05  FILLER                 PIC X(24)
021900         VALUE "TRANSACTIONS READ...... ".
022000     05  SM-TRANS-READ          PIC ZZZ9.
022100 01  SM-LINE-APPLIED.
022200     05  FILLER                 PIC X(24)
022300         VALUE "TRANSACTIONS APPLIED... ".
022400     05  SM-TRANS-APPLIED       PIC ZZZ9.
022500 01  SM-LINE-REJECTED.
022600     05  FILLER                 PIC X(24)
022700         VALUE "TRANSACTIONS REJECTED.. ".
022800     05  SM-TRANS-REJECTED      PIC ZZZ9.
022900 PROCEDURE DIVISION.
023000*----------------------------------------------------------
023100* 0000-MAINLINE
023200*----------------------------------------------------------
023300 0000-MAINLINE.
023400     PERFORM 1000-INITIALIZE
023500         THRU 1000-EXIT.
023600     PERFORM 2000-PROCESS-TRANS
023700         THRU 2000-EXIT.
023800     PERFORM 8000-WRITE-SUMMARY
023900         THRU 8000-EXIT.
024000     PERFORM 9000-TERMINATE
024100         THRU 9000-EXIT.
024200     STOP RUN.
024300*----------------------------------------------------------
024400* 1000-INITIALIZE - OPEN FILES; A MISSING FEED REGISTRY IS
024500*     CREATED EMPTY SO THE FIRST ADD RUN CAN SEED IT
024600*----------------------------------------------------------
024700 1000-INITIALIZE.
024800     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
024900     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-R.
025000
025100     OPEN I-O FEED-FILE.
025200     IF FEED-FILE-MISSING
025300         OPEN OUTPUT FEED-FILE
025400         CLOSE FEED-FILE
025500         OPEN I-O FEED-FILE
025600     END-IF.
025700     IF NOT FEED-OK
025800         DISPLAY "UNABLE TO OPEN FEED REGISTRY, STATUS = "
025900             WS-FEED-STATUS
026000         MOVE 16 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300
026400     OPEN INPUT TRAN-FILE.
026500     IF NOT TRAN-OK
026600         DISPLAY "UNABLE TO OPEN TRANSACTION FILE, STATUS = "
026700             WS-TRAN-STATUS
026800         MOVE 16 TO RETURN-CODE
026900         STOP RUN
027000     END-IF.
027100
027200     OPEN EXTEND AUDIT-FILE.
027300     IF WS-AUDIT-STATUS = "35"
027400         OPEN OUTPUT AUDIT-FILE
027500         CLOSE AUDIT-FILE
027600         OPEN EXTEND AUDIT-FILE
027700     END-IF.
027800     IF NOT AUDIT-OK
027900         DISPLAY "UNABLE TO OPEN FEED AUDIT TRAIL, "
028000             "STATUS = " WS-AUDIT-STATUS
028100         MOVE 16 TO RETURN-CODE
028200         STOP RUN
028300     END-IF.
028400
028500     OPEN OUTPUT REPORT-FILE.
028600     IF NOT REPORT-OK
028700         DISPLAY "UNABLE TO OPEN REPORT FILE, STATUS = "
028800             WS-REPORT-STATUS
028900         MOVE 16 TO RETURN-CODE
029000         STOP RUN
029100     END-IF.
029200     GO TO 1000-EXIT.
029300 1000-EXIT.
029400     EXIT.
029500*----------------------------------------------------------
029600* 2000-PROCESS-TRANS - LOOP OVER THE TRANSACTION FILE
029700*----------------------------------------------------------
029800 2000-PROCESS-TRANS.
029900     PERFORM 2100-READ-TRAN
030000         THRU 2100-EXIT.
030100     PERFORM UNTIL END-OF-TRANS
030200         PERFORM 3000-APPLY-ONE-TRAN
030300             THRU 3000-EXIT
030400         PERFORM 2100-READ-TRAN
030500             THRU 2100-EXIT
030600     END-PERFORM.
030700     CLOSE TRAN-FILE.
030800     GO TO 2000-EXIT.
030900 2000-EXIT.
031000     EXIT.
031100*----------------------------------------------------------
031200* 2100-READ-TRAN
031300*----------------------------------------------------------
031400 2100-READ-TRAN.
031500     READ TRAN-FILE
031600         AT END
031700             SET END-OF-TRANS TO TRUE
031800     END-READ.
031900     IF NOT END-OF-TRANS
032000         ADD 1 TO WS-TRANS-READ
032100     END-IF.
032200     GO TO 2100-EXIT.
032300 2100-EXIT.
032400     EXIT.
032500*----------------------------------------------------------
032600* 3000-APPLY-ONE-TRAN - EDIT AND APPLY ONE TRANSACTION
032700*----------------------------------------------------------
032800 3000-APPLY-ONE-TRAN.
032900     SET TRAN-GOOD TO TRUE.
033000     MOVE SPACES TO WS-TRAN-REASON.
033100     INITIALIZE WS-TRAN-ACTION WS-TRAN-SENDER WS-TRAN-STAT
033200         WS-TRAN-SCHED WS-TRAN-AGE WS-TRAN-ACTION-LEN
033300         WS-TRAN-SENDER-LEN WS-TRAN-STAT-LEN WS-TRAN-SCHED-LEN
033400         WS-TRAN-AGE-LEN.
033500     UNSTRING TR-RECORD DELIMITED BY ALL SPACES
033600         INTO WS-TRAN-ACTION COUNT IN WS-TRAN-ACTION-LEN,
033700              WS-TRAN-SENDER COUNT IN WS-TRAN-SENDER-LEN,
033800              WS-TRAN-STAT COUNT IN WS-TRAN-STAT-LEN,
033900              WS-TRAN-SCHED COUNT IN WS-TRAN-SCHED-LEN,
034000              WS-TRAN-AGE COUNT IN WS-TRAN-AGE-LEN.
034100
034200     IF TR-RECORD = SPACES
034300         GO TO 3000-EXIT
034400     END-IF.
034500
034600     IF NOT TRAN-ACTION-VALID
034700         SET TRAN-BAD TO TRUE
034800         MOVE "UNKNOWN ACTION" TO WS-TRAN-REASON
034900     END-IF.
035000
035100     IF TRAN-GOOD
035200         AND (WS-TRAN-SENDER-LEN = ZERO
035300         OR WS-TRAN-SENDER-LEN > 8)
035400         SET TRAN-BAD TO TRUE
035500         MOVE "BAD SENDER ID" TO WS-TRAN-REASON
035600     END-IF.
035700
035800     IF TRAN-GOOD
035900         EVALUATE TRUE
036000             WHEN TRAN-IS-ADD
036100                 PERFORM 3100-APPLY-ADD
036200                     THRU 3100-EXIT
036300             WHEN TRAN-IS-CHG
036400                 PERFORM 3200-APPLY-CHG
036500                     THRU 3200-EXIT
036600             WHEN TRAN-IS-DEL
036700                 PERFORM 3300-APPLY-DEL
036800                     THRU 3300-EXIT
036900             WHEN TRAN-IS-SEQ
037000                 PERFORM 3400-APPLY-SEQ
037100                     THRU 3400-EXIT
037200         END-EVALUATE
037300     END-IF.
037400
037500     IF TRAN-BAD
037600         ADD 1 TO WS-TRANS-REJECTED
037700         IF WS-HIGHEST-RC < 04
037800             MOVE 04 TO WS-HIGHEST-RC
037900         END-IF
038000         MOVE "REJECTED" TO RD-STATUS
038100     ELSE
038200         ADD 1 TO WS-TRANS-APPLIED
038300         MOVE "APPLIED" TO RD-STATUS
038400     END-IF.
038500     MOVE WS-TRAN-ACTION TO RD-ACTION.
038600     MOVE WS-TRAN-SENDER TO RD-SENDER.
038700     MOVE WS-TRAN-REASON TO RD-REASON.
038800     MOVE TR-RECORD(1:60) TO RD-TRAN-TEXT.
038900     MOVE RL-DETAIL-LINE TO RL-RECORD.
039000     PERFORM 7000-WRITE-REPORT-LINE
039100         THRU 7000-EXIT.
039200     GO TO 3000-EXIT.
039300 3000-EXIT.
039400     EXIT.
039500*----------------------------------------------------------
039600* 3050-EDIT-SCHEDULE - SHARED ADD/CHG FIELD EDITS: STATUS,
039700*     SCHEDULE ("W" CARRIES ITS WEEKDAY) AND MAXIMUM AGE
039800*----------------------------------------------------------
039900 3050-EDIT-SCHEDULE.
040000     IF WS-TRAN-STAT-LEN NOT = 1
040100         OR NOT TRAN-STAT-VALID
040200         SET TRAN-BAD TO TRUE
040300         MOVE "BAD SENDER STATUS" TO WS-TRAN-REASON
040400         GO TO 3050-EXIT
040500     END-IF.
040600     MOVE WS-TRAN-SCHED(1:1) TO WS-NEW-SCHEDULE.
040700     MOVE ZERO TO WS-NEW-SCHED-DAY.
040800     IF NOT NEW-SCHEDULE-VALID
040900         OR WS-TRAN-SCHED-LEN = ZERO
041000         OR WS-TRAN-SCHED-LEN > 2
041100         SET TRAN-BAD TO TRUE
041200         MOVE "BAD SCHEDULE" TO WS-TRAN-REASON
041300         GO TO 3050-EXIT
041400     END-IF.
041500     IF WS-NEW-SCHEDULE = "W"
041600         IF WS-TRAN-SCHED-LEN NOT = 2
041700             OR WS-TRAN-SCHED(2:1) < "1"
041800             OR WS-TRAN-SCHED(2:1) > "7"
041900             SET TRAN-BAD TO TRUE
042000             MOVE "BAD SCHEDULE WEEKDAY" TO WS-TRAN-REASON
042100             GO TO 3050-EXIT
042200         END-IF
042300         MOVE WS-TRAN-SCHED(2:1) TO WS-NEW-SCHED-DAY
042400     ELSE
042500         IF WS-TRAN-SCHED-LEN NOT = 1
042600             SET TRAN-BAD TO TRUE
042700             MOVE "BAD SCHEDULE" TO WS-TRAN-REASON
042800             GO TO 3050-EXIT
042900         END-IF
043000     END-IF.
043100     IF WS-TRAN-AGE-LEN = ZERO
043200         OR WS-TRAN-AGE-LEN > 3
043300         OR NOT WS-TRAN-AGE(1:WS-TRAN-AGE-LEN) NUMERIC
043400         SET TRAN-BAD TO TRUE
043500         MOVE "BAD MAXIMUM AGE" TO WS-TRAN-REASON
043600         GO TO 3050-EXIT
043700     END-IF.
043800     MOVE WS-TRAN-AGE(1:WS-TRAN-AGE-LEN) TO WS-NEW-MAX-AGE.
043900     GO TO 3050-EXIT.
044000 3050-EXIT.
044100     EXIT.
044200*----------------------------------------------------------
044300* 3100-APPLY-ADD - "ADD SENDER STATUS SCHEDULE MAX-AGE".
044400*     A NEW SENDER'S FIRST FILE IS EXPECTED AS SEQUENCE 1.
044500*----------------------------------------------------------
044600 3100-APPLY-ADD.
044700     PERFORM 3050-EDIT-SCHEDULE
044800         THRU 3050-EXIT.
044900     IF TRAN-BAD
045000         GO TO 3100-EXIT
045100     END-IF.
045200     MOVE WS-TRAN-SENDER TO FR-SENDER.
045300     READ FEED-FILE.
045400     IF FEED-OK
045500         SET TRAN-BAD TO TRUE
045600         MOVE "SENDER ALREADY ON FILE" TO WS-TRAN-REASON
045700         GO TO 3100-EXIT
045800     END-IF.
045900     MOVE SPACES TO FR-RECORD.
046000     MOVE WS-TRAN-SENDER TO FR-SENDER.
046100     MOVE WS-TRAN-STAT(1:1) TO FR-STATUS.
046200     MOVE WS-NEW-SCHEDULE TO FR-SCHEDULE.
046300     MOVE WS-NEW-SCHED-DAY TO FR-SCHED-DAY.
046400     MOVE WS-NEW-MAX-AGE TO FR-MAX-AGE.
046500     MOVE ZERO TO FR-LAST-SEQ FR-LAST-CREATED
046600         FR-LAST-ACCEPTED FR-LAST-HELD FR-HELD-SEQ.
046700     WRITE FR-RECORD.
046800     IF NOT FEED-OK
046900         SET TRAN-BAD TO TRUE
047000         MOVE "SENDER WRITE FAILED" TO WS-TRAN-REASON
047100         GO TO 3100-EXIT
047200     END-IF.
047300     MOVE SPACES TO FA-OLD-STATUS FA-OLD-SCHEDULE
047400         FA-OLD-SCHED-DAY.
047500     MOVE ZERO TO FA-OLD-MAX-AGE FA-OLD-LAST-SEQ.
047600     PERFORM 6000-WRITE-FEED-AUDIT
047700         THRU 6000-EXIT.
047800     GO TO 3100-EXIT.
047900 3100-EXIT.
048000     EXIT.
048100*----------------------------------------------------------
048200* 3200-APPLY-CHG - "CHG SENDER STATUS SCHEDULE MAX-AGE"
048300*----------------------------------------------------------
048400 3200-APPLY-CHG.
048500     PERFORM 3050-EDIT-SCHEDULE
048600         THRU 3050-EXIT.
048700     IF TRAN-BAD
048800         GO TO 3200-EXIT
048900     END-IF.
049000     MOVE WS-TRAN-SENDER TO FR-SENDER.
049100     READ FEED-FILE.
049200     IF NOT FEED-OK
049300         SET TRAN-BAD TO TRUE
049400         MOVE "SENDER NOT ON FILE" TO WS-TRAN-REASON
049500         GO TO 3200-EXIT
049600     END-IF.
049700     PERFORM 6100-SAVE-OLD-IMAGE
049800         THRU 6100-EXIT.
049900     MOVE WS-TRAN-STAT(1:1) TO FR-STATUS.
050000     MOVE WS-NEW-SCHEDULE TO FR-SCHEDULE.
050100     MOVE WS-NEW-SCHED-DAY TO FR-SCHED-DAY.
050200     MOVE WS-NEW-MAX-AGE TO FR-MAX-AGE.
050300     REWRITE FR-RECORD.
050400     IF NOT FEED-OK
050500         SET TRAN-BAD TO TRUE
050600         MOVE "SENDER WRITE FAILED" TO WS-TRAN-REASON
050700         GO TO 3200-EXIT
050800     END-IF.
050900     PERFORM 6000-WRITE-FEED-AUDIT
051000         THRU 6000-EXIT.
051100     GO TO 3200-EXIT.
051200 3200-EXIT.
051300     EXIT.
051400*----------------------------------------------------------
051500* 3300-APPLY-DEL - "DEL SENDER". A SENDER THAT IS ONLY
051600*     PAUSED IS NORMALLY CLOSED WITH A CHG, WHICH KEEPS ITS
051700*     SEQUENCE HISTORY.
051800*----------------------------------------------------------
051900 3300-APPLY-DEL.
052000     MOVE WS-TRAN-SENDER TO FR-SENDER.
052100     READ FEED-FILE.
052200     IF NOT FEED-OK
052300         SET TRAN-BAD TO TRUE
052400         MOVE "SENDER NOT ON FILE" TO WS-TRAN-REASON
052500         GO TO 3300-EXIT
052600     END-IF.
052700     PERFORM 6100-SAVE-OLD-IMAGE
052800         THRU 6100-EXIT.
052900     DELETE FEED-FILE.
053000     IF NOT FEED-OK
053100         SET TRAN-BAD TO TRUE
053200         MOVE "SENDER DELETE FAILED" TO WS-TRAN-REASON
053300         GO TO 3300-EXIT
053400     END-IF.
053500     MOVE SPACES TO FR-STATUS FR-SCHEDULE.
053600     MOVE ZERO TO FR-SCHED-DAY FR-MAX-AGE FR-LAST-SEQ.
053700     PERFORM 6000-WRITE-FEED-AUDIT
053800         THRU 6000-EXIT.
053900     GO TO 3300-EXIT.
054000 3300-EXIT.
054100     EXIT.
054200*----------------------------------------------------------
054300* 3400-APPLY-SEQ - "SEQ SENDER LAST-SEQUENCE". THE THIRD
054400*     TOKEN OF THE TRANSACTION IS THE SEQUENCE.
054500*----------------------------------------------------------
054600 3400-APPLY-SEQ.
054700     IF WS-TRAN-STAT-LEN = ZERO
054800         OR WS-TRAN-STAT-LEN > 6
054900         OR NOT WS-TRAN-STAT(1:WS-TRAN-STAT-LEN) NUMERIC
055000         SET TRAN-BAD TO TRUE
055100         MOVE "BAD SEQUENCE NUMBER" TO WS-TRAN-REASON
055200         GO TO 3400-EXIT
055300     END-IF.
055400     MOVE WS-TRAN-STAT(1:WS-TRAN-STAT-LEN) TO WS-NEW-LAST-SEQ.
055500     MOVE WS-TRAN-SENDER TO FR-SENDER.
055600     READ FEED-FILE.
055700     IF NOT FEED-OK
055800         SET TRAN-BAD TO TRUE
055900         MOVE "SENDER NOT ON FILE" TO WS-TRAN-REASON
056000         GO TO 3400-EXIT
056100     END-IF.
056200     PERFORM 6100-SAVE-OLD-IMAGE
056300         THRU 6100-EXIT.
056400     MOVE WS-NEW-LAST-SEQ TO FR-LAST-SEQ.
056500     REWRITE FR-RECORD.
056600     IF NOT FEED-OK
056700         SET TRAN-BAD TO TRUE
056800         MOVE "SENDER WRITE FAILED" TO WS-TRAN-REASON
056900         GO TO 3400-EXIT
057000     END-IF.
057100     PERFORM 6000-WRITE-FEED-AUDIT
057200         THRU 6000-EXIT.
057300     GO TO 3400-EXIT.
057400 3400-EXIT.
057500     EXIT.
057600*----------------------------------------------------------
057700* 6000-WRITE-FEED-AUDIT - BEFORE/AFTER TRAIL FOR ONE
057800*     APPLIED CHANGE. FR-RECORD HOLDS THE AFTER IMAGE;
057900*     THE FA-OLD- FIELDS WERE SET BY THE CALLER.
058000*----------------------------------------------------------
058100 6000-WRITE-FEED-AUDIT.
058200     ACCEPT WS-AUDIT-DATE-N FROM DATE YYYYMMDD.
058300     ACCEPT WS-AUDIT-TIME-N FROM TIME.
058400     MOVE WS-AUDIT-DATE-N TO FA-RUN-DATE.
058500     MOVE WS-AUDIT-TIME-N(1:6) TO FA-RUN-TIME.
058600     MOVE WS-TRAN-ACTION TO FA-ACTION.
058700     MOVE WS-TRAN-SENDER TO FA-SENDER.
058800     MOVE FR-STATUS TO FA-NEW-STATUS.
058900     MOVE FR-SCHEDULE TO FA-NEW-SCHEDULE.
059000     MOVE FR-SCHED-DAY TO FA-NEW-SCHED-DAY.
059100     MOVE FR-MAX-AGE TO FA-NEW-MAX-AGE.
059200     MOVE FR-LAST-SEQ TO FA-NEW-LAST-SEQ.
059300     MOVE WS-FEED-AUDIT-LINE TO FA-RECORD.
059400     WRITE FA-RECORD.
059500     GO TO 6000-EXIT.
059600 6000-EXIT.
059700     EXIT.
059800*----------------------------------------------------------
059900* 6100-SAVE-OLD-IMAGE - BEFORE IMAGE OF THE ENTRY JUST READ
060000*----------------------------------------------------------
060100 6100-SAVE-OLD-IMAGE.
060200     MOVE FR-STATUS TO FA-OLD-STATUS.
060300     MOVE FR-SCHEDULE TO FA-OLD-SCHEDULE.
060400     MOVE FR-SCHED-DAY TO FA-OLD-SCHED-DAY.
060500     MOVE FR-MAX-AGE TO FA-OLD-MAX-AGE.
060600     MOVE FR-LAST-SEQ TO FA-OLD-LAST-SEQ.
060700     GO TO 6100-EXIT.
060800 6100-EXIT.
060900     EXIT.
061000*----------------------------------------------------------
061100* 6500-WRITE-HEADINGS - NEW REPORT PAGE
061200*----------------------------------------------------------
061300 6500-WRITE-HEADINGS.
061400     MOVE WS-RUN-DATE-R TO RH1-RUN-DATE.
061500     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
061600     MOVE RL-HEADING-1 TO RL-RECORD.
061700     WRITE RL-RECORD.
061800     MOVE RL-HEADING-2 TO RL-RECORD.
061900     WRITE RL-RECORD.
062000     MOVE SPACES TO RL-RECORD.
062100     WRITE RL-RECORD.
062200     ADD 1 TO WS-PAGE-NO.
062300     MOVE ZERO TO WS-LINE-COUNT.
062400     GO TO 6500-EXIT.
062500 6500-EXIT.
062600     EXIT.
062700*----------------------------------------------------------
062800* 7000-WRITE-REPORT-LINE - PAGE-CONTROLLED REPORT WRITE.
062900*     CALLER LOADS RL-RECORD FIRST; HEADINGS REBUILD THE
063000*     RECORD AREA, SO THE LINE IS SAVED ACROSS A PAGE BREAK
063100*----------------------------------------------------------
063200 7000-WRITE-REPORT-LINE.
063300     MOVE RL-RECORD TO WS-SAVED-REPORT-LINE.
063400     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
063500         PERFORM 6500-WRITE-HEADINGS
063600             THRU 6500-EXIT
063700         MOVE WS-SAVED-REPORT-LINE TO RL-RECORD
063800     END-IF.
063900     WRITE RL-RECORD.
064000     ADD 1 TO WS-LINE-COUNT.
064100     GO TO 7000-EXIT.
064200 7000-EXIT.
064300     EXIT.
064400*----------------------------------------------------------
064500* 8000-WRITE-SUMMARY - MAINTENANCE COUNTS
064600*----------------------------------------------------------
064700 8000-WRITE-SUMMARY.
064800     MOVE SPACES TO RL-RECORD.
064900     PERFORM 7000-WRITE-REPORT-LINE
065000         THRU 7000-EXIT.
065100     MOVE WS-TRANS-READ TO SM-TRANS-READ.
065200     MOVE SM-LINE-READ TO RL-RECORD.
065300     PERFORM 7000-WRITE-REPORT-LINE
065400         THRU 7000-EXIT.
065500     MOVE WS-TRANS-APPLIED TO SM-TRANS-APPLIED.
065600     MOVE SM-LINE-APPLIED TO RL-RECORD.
065700     PERFORM 7000-WRITE-REPORT-LINE
065800         THRU 7000-EXIT.
065900     MOVE WS-TRANS-REJECTED TO SM-TRANS-REJECTED.
066000     MOVE SM-LINE-REJECTED TO RL-RECORD.
066100     PERFORM 7000-WRITE-REPORT-LINE
066200         THRU 7000-EXIT.
066300     GO TO 8000-EXIT.
066400 8000-EXIT.
066500     EXIT.
066600*----------------------------------------------------------
066700* 9000-TERMINATE
066800*----------------------------------------------------------
066900 9000-TERMINATE.
067000     CLOSE FEED-FILE.
067100     CLOSE AUDIT-FILE.
067200     CLOSE REPORT-FILE.
067300     MOVE WS-HIGHEST-RC TO RETURN-CODE.
067400     GO TO 9000-EXIT.
067500 9000-EXIT.
067600     EXIT.
