000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COBOL-FEEDIN.
000300 AUTHOR. D-SHIFT BATCH SUPPORT.
000400 INSTALLATION. MIS PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 10/15/2026  DLH   ORIGINAL VERSION. INBOUND FEED INTAKE.
001100*                   UPSTREAM SENDERS NOW DELIVER TO INBOUND,
001200*                   NOT STRAIGHT TO PAIRS. EACH TRANSMISSION
001300*                   OPENS WITH A "TRANSMIT SENDER SEQUENCE
001400*                   CCYYMMDD" HEADER THAT IS CHECKED AGAINST
001500*                   THE FEED REGISTRY KEPT BY COBOL-FEEDMNT.
001600*                   A TRANSMISSION IN SEQUENCE AND NOT STALE
001700*                   IS APPENDED TO PAIRS WITHOUT ITS HEADER
001800*                   AND BECOMES THE SENDER'S LAST ACCEPTED;
001900*                   A GAP, A REPEAT, A STALE OR FUTURE-DATED
002000*                   FILE, AN UNREGISTERED OR CLOSED SENDER,
002100*                   OR RECORDS WITH NO HEADER ARE HELD WHOLE
002200*                   ON FEEDHOLD, HEADER AND ALL, AND
002300*                   REPORTED WITH RC 04. INBOUND IS EMPTIED
002400*                   ONCE EVERY TRANSMISSION IS ACCOUNTED FOR.
002500*----------------------------------------------------------
002600* A HELD TRANSMISSION IS RESUBMITTED BY COPYING IT FROM
002700* FEEDHOLD BACK TO INBOUND ONCE THE CAUSE IS CLEARED - FOR A
002800* GAP, BY THE MISSING FILE ARRIVING FIRST OR BY A FEEDMNT
002900* "SEQ" RESET AGREED WITH THE SENDER.
003000*----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT INBOUND-FILE ASSIGN TO "INBOUND"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-INBOUND-STATUS.
004000     SELECT FEED-FILE ASSIGN TO "FEEDMAST"
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS RANDOM
004300         RECORD KEY IS FR-SENDER
004400         FILE STATUS IS WS-FEED-STATUS.
004500     SELECT PAIRS-FILE ASSIGN TO "PAIRS"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS WS-PAIRS-STATUS.
004800     SELECT HOLD-FILE ASSIGN TO "FEEDHOLD"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS WS-HOLD-STATUS.
005100     SELECT REPORT-FILE ASSIGN TO "FEEDRPT"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-REPORT-STATUS.
005400 DATA DIVISION.
005500 FILE SECTION.
005600 FD  INBOUND-FILE
005700     RECORDING MODE IS F.
005800 01  IB-RECORD                  PIC X(80).
005900*----------------------------------------------------------
006000* FEED REGISTRY AS KEPT BY COBOL-FEEDMNT
006100*----------------------------------------------------------
006200 FD  FEED-FILE.
006300 01  FR-RECORD.
006400     05  FR-SENDER              PIC X(08).
006500     05  FR-STATUS              PIC X(01).
006600         88  FR-ACTIVE            VALUE "A".
006700         88  FR-CLOSED            VALUE "C".
006800     05  FR-SCHEDULE            PIC X(01).
006900     05  FR-SCHED-DAY           PIC 9(01).
007000     05  FR-MAX-AGE             PIC 9(03).
007100     05  FR-LAST-SEQ            PIC 9(06).
007200     05  FR-LAST-CREATED        PIC 9(08).
007300     05  FR-LAST-ACCEPTED       PIC 9(08).
007400     05  FR-LAST-HELD           PIC 9(08).
007500     05  FR-HELD-SEQ            PIC 9(06).
007600     05  FILLER                 PIC X(10).
007700 FD  PAIRS-FILE
007800     RECORDING MODE IS F.
007900 01  PR-RECORD                  PIC X(80).
008000 FD  HOLD-FILE
008100     RECORDING MODE IS F.
008200 01  HD-RECORD                  PIC X(80).
008300 FD  REPORT-FILE
008400     RECORDING MODE IS F.
008500 01  RL-RECORD                  PIC X(132).
008600 WORKING-STORAGE SECTION.
008700*----------------------------------------------------------
008800* FILE STATUS SWITCHES
008900*----------------------------------------------------------
009000 77  WS-INBOUND-STATUS          PIC X(02).
009100     88  INBOUND-OK               VALUE "00".
009200     88  INBOUND-MISSING          VALUE "35".
009300 77  WS-FEED-STATUS             PIC X(02).
009400     88  FEED-OK                  VALUE "00".
009500     88  FEED-NOT-FOUND           VALUE "23".
009600 77  WS-PAIRS-STATUS            PIC X(02).
009700     88  PAIRS-OK                 VALUE "00".
009800 77  WS-HOLD-STATUS             PIC X(02).
009900     88  HOLD-OK                  VALUE "00".
010000 77  WS-REPORT-STATUS           PIC X(02).
010100     88  REPORT-OK                VALUE "00".
010200 77  WS-INBOUND-EOF-SW          PIC X(01)    VALUE "N".
010300     88  END-OF-INBOUND           VALUE "Y".
010400 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
010500*----------------------------------------------------------
010600* TRANSMISSION STATE. A TRANSMISSION RUNS FROM ITS HEADER
010700* TO THE NEXT HEADER OR THE END OF INBOUND. RECORDS AHEAD OF
010800* THE FIRST HEADER FORM A TRANSMISSION OF THEIR OWN WITH NO
010900* HEADER, WHICH IS ALWAYS HELD.
011000*----------------------------------------------------------
011100 77  WS-TX-OPEN-SW              PIC X(01)    VALUE "N".
011200     88  TX-OPEN                  VALUE "Y".
011300 77  WS-TX-DECISION-SW          PIC X(01)    VALUE "A".
011400     88  TX-ACCEPTED              VALUE "A".
011500     88  TX-HELD                  VALUE "H".
011600 77  WS-TX-ENTRY-SW             PIC X(01)    VALUE "N".
011700     88  TX-ENTRY-FOUND           VALUE "Y".
011800 77  WS-TX-REASON               PIC X(24)    VALUE SPACES.
011900 77  WS-TX-RECORDS              PIC 9(07)    VALUE ZERO.
012000 77  WS-REC-TYPE-TEXT           PIC X(08).
012100*----------------------------------------------------------
012200* TRANSMISSION HEADER - "TRANSMIT SENDER SEQUENCE CCYYMMDD".
012300* THE SEQUENCE IS 1-999999 AND RUNS ON FROM 999999 TO 1.
012400*----------------------------------------------------------
012500 77  WS-TX-KEYWORD              PIC X(08).
012600 77  WS-TX-SENDER               PIC X(08).
012700 77  WS-TX-SENDER-LEN           PIC 9(03)    VALUE ZERO.
012800 77  WS-TX-SEQ-TEXT             PIC X(08).
012900 77  WS-TX-SEQ-LEN              PIC 9(03)    VALUE ZERO.
013000 77  WS-TX-DATE-TEXT            PIC X(10).
013100 77  WS-TX-DATE-LEN             PIC 9(03)    VALUE ZERO.
013200 77  WS-TX-SEQ                  PIC 9(06)    VALUE ZERO.
013300 77  WS-TX-DATE-N               PIC 9(08)    VALUE ZERO.
013400 77  WS-EXPECTED-SEQ            PIC 9(06)    VALUE ZERO.
013500*----------------------------------------------------------
013600* BUSINESS-DAY ROUTINE PARAMETERS - THE CREATION DATE EDIT
013700* AND THE FILE'S AGE IN BUSINESS DAYS
013800*----------------------------------------------------------
013900 77  WS-BUSDAY-FUNCTION         PIC X(01)    VALUE SPACE.
014000 77  WS-BUSDAY-DATE-1           PIC 9(08)    VALUE ZERO.
014100 77  WS-BUSDAY-DATE-2           PIC 9(08)    VALUE ZERO.
014200 77  WS-BUSDAY-DAYS             PIC 9(05)    VALUE ZERO.
014300 77  WS-BUSDAY-RETURN-CODE      PIC 9(02)    VALUE ZERO.
014400*----------------------------------------------------------
014500* INTAKE COUNTERS
014600*----------------------------------------------------------
014700 77  WS-TX-READ                 PIC 9(05)    VALUE ZERO.
014800 77  WS-TX-ACCEPTED             PIC 9(05)    VALUE ZERO.
014900 77  WS-TX-HELD                 PIC 9(05)    VALUE ZERO.
015000 77  WS-RECORDS-ACCEPTED        PIC 9(07)    VALUE ZERO.
015100 77  WS-RECORDS-HELD            PIC 9(07)    VALUE ZERO.
015200*----------------------------------------------------------
015300* REPORT HEADING AND DETAIL LINE LAYOUTS
015400*----------------------------------------------------------
015500 77  WS-RUN-DATE-N              PIC 9(08).
015600 01  WS-RUN-DATE-R              PIC 9999/99/99.
015700 77  WS-PAGE-NO                 PIC 9(04)    VALUE 1.
015800 77  WS-LINE-COUNT              PIC 9(02)    VALUE 99.
015900 77  WS-MAX-LINES-PER-PAGE      PIC 9(02)    VALUE 20.
016000 01  WS-SAVED-REPORT-LINE       PIC X(132).
016100 01  RL-HEADING-1.
016200     05  FILLER                 PIC X(13)
016300         VALUE "COBOL-FEEDIN".
016400     05  FILLER                 PIC X(29)
016500         VALUE "  INBOUND FEED INTAKE".
016600     05  FILLER                 PIC X(10)    VALUE "RUN DATE ".
016700     05  RH1-RUN-DATE           PIC 9999/99/99.
016800     05  FILLER                 PIC X(08)    VALUE "  PAGE ".
016900     05  RH1-PAGE-NO            PIC ZZZ9.
017000 01  RL-HEADING-2.
017100     05  FILLER                 PIC X(10)    VALUE "SENDER".
017200     05  FILLER                 PIC X(10)    VALUE "SEQUENCE".
017300     05  FILLER                 PIC X(10)    VALUE "CREATED".
017400     05  FILLER                 PIC X(10)    VALUE "EXPECTED".
017500     05  FILLER                 PIC X(10)    VALUE "RECORDS".
017600     05  FILLER                 PIC X(10)    VALUE "STATUS".
017700     05  FILLER                 PIC X(24)    VALUE "REASON".
017800 01  RL-DETAIL-LINE.
017900     05  RD-SENDER              PIC X(08).
018000     05  FILLER                 PIC X(02)    VALUE SPACES.
018100     05  RD-SEQ                 PIC X(08).
018200     05  FILLER                 PIC X(02)    VALUE SPACES.
018300     05  RD-CREATED             PIC X(08).
018400     05  FILLER                 PIC X(02)    VALUE SPACES.
018500     05  RD-EXPECTED            PIC X(08).
018600     05  FILLER                 PIC X(02)    VALUE SPACES.
018700     05  RD-RECORDS             PIC Z(06)9.
018800     05  FILLER                 PIC X(03)    VALUE SPACES.
018900     05  RD-STATUS              PIC X(08).
019000     05  FILLER                 PIC X(02)    VALUE SPACES.
019100     05  RD-REASON              PIC X(24).
019200 77  WS-EXPECTED-EDIT           PIC 9(06).
019300*----------------------------------------------------------
019400* INTAKE SUMMARY LINE LAYOUTS
019500*----------------------------------------------------------
019600 01  SM-LINE-TX-READ.
019700     05  FILLER                 PIC X(24)
019800         VALUE "TRANSMISSIONS READ..... ".
019900     05  SM-TX-READ             PIC ZZZZ9.
020000 01  SM-LINE-TX-ACCEPTED.
020100     05  FILLER                 PIC X(24)
020200         VALUE "TRANSMISSIONS ACCEPTED. ".
020300     05  SM-TX-ACCEPTED         PIC ZZZZ9.
020400 01  SM-LINE-TX-HELD.
020500     05  FILLER                 PIC X(24)
020600         VALUE "TRANSMISSIONS HELD..... ".
020700     05  SM-TX-HELD             PIC ZZZZ9.
020800 01  SM-LINE-REC-ACCEPTED.
020900     05  FILLER                 PIC X(24)
021000         VALUE "RECORDS TO PAIRS....... ".
021100     05  SM-RECORDS-ACCEPTED    PIC Z(06)9.
021200 01  SM-LINE-REC-HELD.
021300     05  FILLER                 PIC X(24)
021400         VALUE "RECORDS HELD........... ".
021500     05  SM-RECORDS-HELD        PIC Z(06)9.
021600 01  SM-LINE-NO-INBOUND.
021700     05  FILLER                 PIC X(40)
021800         VALUE "NO INBOUND FILE - NOTHING RECEIVED".
021900 PROCEDURE DIVISION.
022000*----------------------------------------------------------
022100* 0000-MAINLINE
022200*----------------------------------------------------------
022300 0000-MAINLINE.
022400     PERFORM 1000-INITIALIZE
022500         THRU 1000-EXIT.
022600     PERFORM 2000-PROCESS-INBOUND
022700         THRU 2000-EXIT.
022800     PERFORM 8000-WRITE-SUMMARY
022900         THRU 8000-EXIT.
023000     PERFORM 9000-TERMINATE
023100         THRU 9000-EXIT.
023200     STOP RUN.
023300*----------------------------------------------------------
023400* 1000-INITIALIZE - OPEN FILES. NO INBOUND FILE MEANS
023500*     NOTHING ARRIVED, WHICH IS NOT AN ERROR HERE - THE
023600*     EXPECTED-FEEDS REPORT (COBOL-FEEDEXP) CATCHES IT.
023700*----------------------------------------------------------
023800 1000-INITIALIZE.
023900     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
024000     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-R.
024100
024200     OPEN OUTPUT REPORT-FILE.
024300     IF NOT REPORT-OK
024400         DISPLAY "UNABLE TO OPEN REPORT FILE, STATUS = "
024500             WS-REPORT-STATUS
024600         MOVE 16 TO RETURN-CODE
024700         STOP RUN
024800     END-IF.
024900
025000     OPEN INPUT INBOUND-FILE.
025100     IF INBOUND-MISSING
025200         SET END-OF-INBOUND TO TRUE
025300         GO TO 1000-EXIT
025400     END-IF.
025500     IF NOT INBOUND-OK
025600         DISPLAY "UNABLE TO OPEN INBOUND FILE, STATUS = "
025700             WS-INBOUND-STATUS
025800         MOVE 16 TO RETURN-CODE
025900         STOP RUN
026000     END-IF.
026100
026200     OPEN I-O FEED-FILE.
026300     IF NOT FEED-OK
026400         DISPLAY "UNABLE TO OPEN FEED REGISTRY, STATUS = "
026500             WS-FEED-STATUS
026600         MOVE 16 TO RETURN-CODE
026700         STOP RUN
026800     END-IF.
026900
027000     OPEN EXTEND PAIRS-FILE.
027100     IF WS-PAIRS-STATUS = "35"
027200         OPEN OUTPUT PAIRS-FILE
027300         CLOSE PAIRS-FILE
027400         OPEN EXTEND PAIRS-FILE
027500     END-IF.
027600     IF NOT PAIRS-OK
027700         DISPLAY "UNABLE TO OPEN PAIRS FILE, STATUS = "
027800             WS-PAIRS-STATUS
027900         MOVE 16 TO RETURN-CODE
028000         STOP RUN
028100     END-IF.
028200
028300     OPEN EXTEND HOLD-FILE.
028400     IF WS-HOLD-STATUS = "35"
028500         OPEN OUTPUT HOLD-FILE
028600         CLOSE HOLD-FILE
028700         OPEN EXTEND HOLD-FILE
028800     END-IF.
028900     IF NOT HOLD-OK
029000         DISPLAY "UNABLE TO OPEN FEED HOLD FILE, STATUS = "
029100             WS-HOLD-STATUS
029200         MOVE 16 TO RETURN-CODE
029300         STOP RUN
029400     END-IF.
029500     GO TO 1000-EXIT.
029600 1000-EXIT.
029700     EXIT.
029800*----------------------------------------------------------
029900* 2000-PROCESS-INBOUND - LOOP OVER INBOUND. A HEADER CLOSES
030000*     THE TRANSMISSION BEFORE IT AND OPENS THE NEXT; EVERY
030100*     OTHER RECORD FOLLOWS ITS TRANSMISSION'S DECISION.
030200*----------------------------------------------------------
030300 2000-PROCESS-INBOUND.
030400     IF END-OF-INBOUND
030500         MOVE SM-LINE-NO-INBOUND TO RL-RECORD
030600         PERFORM 7000-WRITE-REPORT-LINE
030700             THRU 7000-EXIT
030800         GO TO 2000-EXIT
030900     END-IF.
031000     PERFORM 2100-READ-INBOUND
031100         THRU 2100-EXIT.
031200     PERFORM UNTIL END-OF-INBOUND
031300         PERFORM 2200-ROUTE-RECORD
031400             THRU 2200-EXIT
031500         PERFORM 2100-READ-INBOUND
031600             THRU 2100-EXIT
031700     END-PERFORM.
031800     IF TX-OPEN
031900         PERFORM 3000-FINISH-TRANSMISSION
032000             THRU 3000-EXIT
032100     END-IF.
032200*    EVERY TRANSMISSION IS NOW ON PAIRS OR FEEDHOLD, SO
032300*    INBOUND IS EMPTIED; A RERUN FINDS NOTHING TO TAKE TWICE.
032400     CLOSE INBOUND-FILE.
032500     OPEN OUTPUT INBOUND-FILE.
032600     CLOSE INBOUND-FILE.
032700     GO TO 2000-EXIT.
032800 2000-EXIT.
032900     EXIT.
033000*----------------------------------------------------------
033100* 2100-READ-INBOUND
033200*----------------------------------------------------------
033300 2100-READ-INBOUND.
033400     READ INBOUND-FILE
033500         AT END
033600             SET END-OF-INBOUND TO TRUE
033700     END-READ.
033800     GO TO 2100-EXIT.
033900 2100-EXIT.
034000     EXIT.
034100*----------------------------------------------------------
034200* 2200-ROUTE-RECORD - START A TRANSMISSION ON A HEADER (OR
034300*     ON A RECORD WITH NO HEADER IN FRONT OF IT), THEN SEND
034400*     THE RECORD TO PAIRS OR FEEDHOLD
034500*----------------------------------------------------------
034600 2200-ROUTE-RECORD.
034700     MOVE SPACES TO WS-REC-TYPE-TEXT.
034800     UNSTRING IB-RECORD DELIMITED BY ALL SPACES
034900         INTO WS-REC-TYPE-TEXT.
035000     IF WS-REC-TYPE-TEXT = "TRANSMIT"
035100         IF TX-OPEN
035200             PERFORM 3000-FINISH-TRANSMISSION
035300                 THRU 3000-EXIT
035400         END-IF
035500         PERFORM 2500-START-TRANSMISSION
035600             THRU 2500-EXIT
035700*        THE HEADER ITSELF ONLY TRAVELS WITH A HELD
035800*        TRANSMISSION, SO IT CAN BE RESUBMITTED AS IT CAME.
035900         IF TX-HELD
036000             MOVE IB-RECORD TO HD-RECORD
036100             WRITE HD-RECORD
036200         END-IF
036300         GO TO 2200-EXIT
036400     END-IF.
036500     IF NOT TX-OPEN
036600         PERFORM 2400-START-HEADERLESS
036700             THRU 2400-EXIT
036800     END-IF.
036900     ADD 1 TO WS-TX-RECORDS.
037000     IF TX-ACCEPTED
037100         MOVE IB-RECORD TO PR-RECORD
037200         WRITE PR-RECORD
037300         ADD 1 TO WS-RECORDS-ACCEPTED
037400     ELSE
037500         MOVE IB-RECORD TO HD-RECORD
037600         WRITE HD-RECORD
037700         ADD 1 TO WS-RECORDS-HELD
037800     END-IF.
037900     GO TO 2200-EXIT.
038000 2200-EXIT.
038100     EXIT.
038200*----------------------------------------------------------
038300* 2400-START-HEADERLESS - RECORDS WITH NO HEADER IN FRONT
038400*     OF THEM CANNOT BE PLACED IN ANY SENDER'S SEQUENCE
038500*----------------------------------------------------------
038600 2400-START-HEADERLESS.
038700     ADD 1 TO WS-TX-READ.
038800     SET TX-OPEN TO TRUE.
038900     SET TX-HELD TO TRUE.
039000     MOVE "N" TO WS-TX-ENTRY-SW.
039100     MOVE ZERO TO WS-TX-RECORDS.
039200     MOVE SPACES TO WS-TX-SENDER WS-TX-SEQ-TEXT
039300         WS-TX-DATE-TEXT.
039400     MOVE ZERO TO WS-EXPECTED-SEQ.
039500     MOVE "NO TRANSMISSION HEADER" TO WS-TX-REASON.
039600     GO TO 2400-EXIT.
039700 2400-EXIT.
039800     EXIT.
039900*----------------------------------------------------------
040000* 2500-START-TRANSMISSION - EDIT THE HEADER AND DECIDE THE
040100*     WHOLE TRANSMISSION. THE FIRST FAILING CHECK HOLDS IT.
040200*----------------------------------------------------------
040300 2500-START-TRANSMISSION.
040400     ADD 1 TO WS-TX-READ.
040500     SET TX-OPEN TO TRUE.
040600     SET TX-ACCEPTED TO TRUE.
040700     MOVE "N" TO WS-TX-ENTRY-SW.
040800     MOVE ZERO TO WS-TX-RECORDS.
040900     MOVE SPACES TO WS-TX-REASON.
041000     MOVE ZERO TO WS-EXPECTED-SEQ WS-TX-SEQ WS-TX-DATE-N.
041100     INITIALIZE WS-TX-KEYWORD WS-TX-SENDER WS-TX-SEQ-TEXT
041200         WS-TX-DATE-TEXT WS-TX-SENDER-LEN WS-TX-SEQ-LEN
041300         WS-TX-DATE-LEN.
041400     UNSTRING IB-RECORD DELIMITED BY ALL SPACES
041500         INTO WS-TX-KEYWORD,
041600              WS-TX-SENDER COUNT IN WS-TX-SENDER-LEN,
041700              WS-TX-SEQ-TEXT COUNT IN WS-TX-SEQ-LEN,
041800              WS-TX-DATE-TEXT COUNT IN WS-TX-DATE-LEN.
041900
042000     IF WS-TX-SENDER-LEN = ZERO
042100         OR WS-TX-SENDER-LEN > 8
042200         OR WS-TX-SEQ-LEN = ZERO
042300         OR WS-TX-SEQ-LEN > 6
042400         OR WS-TX-DATE-LEN NOT = 8
042500         SET TX-HELD TO TRUE
042600         MOVE "BAD TRANSMISSION HEADER" TO WS-TX-REASON
042700         GO TO 2500-EXIT
042800     END-IF.
042900     IF NOT WS-TX-SEQ-TEXT(1:WS-TX-SEQ-LEN) NUMERIC
043000         SET TX-HELD TO TRUE
043100         MOVE "BAD TRANSMISSION HEADER" TO WS-TX-REASON
043200         GO TO 2500-EXIT
043300     END-IF.
043400     MOVE WS-TX-SEQ-TEXT(1:WS-TX-SEQ-LEN) TO WS-TX-SEQ.
043500     IF WS-TX-SEQ = ZERO
043600         SET TX-HELD TO TRUE
043700         MOVE "BAD TRANSMISSION HEADER" TO WS-TX-REASON
043800         GO TO 2500-EXIT
043900     END-IF.
044000
044100     IF NOT WS-TX-DATE-TEXT(1:8) NUMERIC
044200         SET TX-HELD TO TRUE
044300         MOVE "BAD CREATION DATE" TO WS-TX-REASON
044400         GO TO 2500-EXIT
044500     END-IF.
044600     MOVE WS-TX-DATE-TEXT(1:8) TO WS-TX-DATE-N.
044700     MOVE "V" TO WS-BUSDAY-FUNCTION.
044800     MOVE WS-TX-DATE-N TO WS-BUSDAY-DATE-1.
044900     CALL "COBOL-BUSDAY" USING WS-BUSDAY-FUNCTION,
045000             WS-BUSDAY-DATE-1, WS-BUSDAY-DATE-2,
045100             WS-BUSDAY-DAYS, WS-BUSDAY-RETURN-CODE.
045200     IF WS-BUSDAY-RETURN-CODE NOT = ZERO
045300         SET TX-HELD TO TRUE
045400         MOVE "BAD CREATION DATE" TO WS-TX-REASON
045500         GO TO 2500-EXIT
045600     END-IF.
045700
045800     MOVE WS-TX-SENDER TO FR-SENDER.
045900     READ FEED-FILE.
046000     IF NOT FEED-OK
046100         SET TX-HELD TO TRUE
046200         MOVE "SENDER NOT REGISTERED" TO WS-TX-REASON
046300         GO TO 2500-EXIT
046400     END-IF.
046500     SET TX-ENTRY-FOUND TO TRUE.
046600     IF WS-TX-DATE-N > WS-RUN-DATE-N
046700         SET TX-HELD TO TRUE
046800         MOVE "CREATION DATE IN FUTURE" TO WS-TX-REASON
046900         GO TO 2500-EXIT
047000     END-IF.
047100     IF NOT FR-ACTIVE
047200         SET TX-HELD TO TRUE
047300         MOVE "SENDER CLOSED" TO WS-TX-REASON
047400         GO TO 2500-EXIT
047500     END-IF.
047600
047700*    THE NEXT FILE EXPECTED IS ONE PAST THE LAST ACCEPTED.
047800*    A HIGHER NUMBER IS A GAP; ANYTHING ELSE HAS BEEN SEEN.
047900     IF FR-LAST-SEQ = 999999
048000         MOVE 1 TO WS-EXPECTED-SEQ
048100     ELSE
048200         COMPUTE WS-EXPECTED-SEQ = FR-LAST-SEQ + 1
048300     END-IF.
048400     IF WS-TX-SEQ NOT = WS-EXPECTED-SEQ
048500         SET TX-HELD TO TRUE
048600         IF WS-TX-SEQ > WS-EXPECTED-SEQ
048700             AND WS-TX-SEQ > FR-LAST-SEQ
048800             MOVE "SEQUENCE GAP" TO WS-TX-REASON
048900         ELSE
049000             MOVE "REPEATED TRANSMISSION" TO WS-TX-REASON
049100         END-IF
049200         GO TO 2500-EXIT
049300     END-IF.
049400
049500*    STALE - OLDER THAN THE FILE ALREADY ACCEPTED, OR MORE
049600*    BUSINESS DAYS OLD THAN THE SENDER IS ALLOWED.
049700     IF WS-TX-DATE-N < FR-LAST-CREATED
049800         SET TX-HELD TO TRUE
049900         MOVE "STALE TRANSMISSION" TO WS-TX-REASON
050000         GO TO 2500-EXIT
050100     END-IF.
050200     MOVE "C" TO WS-BUSDAY-FUNCTION.
050300     MOVE WS-TX-DATE-N TO WS-BUSDAY-DATE-1.
050400     MOVE WS-RUN-DATE-N TO WS-BUSDAY-DATE-2.
050500     CALL "COBOL-BUSDAY" USING WS-BUSDAY-FUNCTION,
050600             WS-BUSDAY-DATE-1, WS-BUSDAY-DATE-2,
050700             WS-BUSDAY-DAYS, WS-BUSDAY-RETURN-CODE.
050800     IF WS-BUSDAY-DAYS > FR-MAX-AGE
050900         SET TX-HELD TO TRUE
051000         MOVE "STALE TRANSMISSION" TO WS-TX-REASON
051100         GO TO 2500-EXIT
051200     END-IF.
051300     GO TO 2500-EXIT.
051400 2500-EXIT.
051500     EXIT.
051600*----------------------------------------------------------
051700* 3000-FINISH-TRANSMISSION - RECORD THE DECISION ON THE
051800*     REGISTRY AND THE REPORT. FR-RECORD STILL HOLDS THE
051900*     SENDER'S ENTRY READ AT THE HEADER.
052000*----------------------------------------------------------
052100 3000-FINISH-TRANSMISSION.
052200     IF TX-ACCEPTED
052300         ADD 1 TO WS-TX-ACCEPTED
052400         MOVE WS-TX-SEQ TO FR-LAST-SEQ
052500         MOVE WS-TX-DATE-N TO FR-LAST-CREATED
052600         MOVE WS-RUN-DATE-N TO FR-LAST-ACCEPTED
052700         MOVE "ACCEPTED" TO RD-STATUS
052800     ELSE
052900         ADD 1 TO WS-TX-HELD
053000         IF WS-HIGHEST-RC < 04
053100             MOVE 04 TO WS-HIGHEST-RC
053200         END-IF
053300         MOVE WS-RUN-DATE-N TO FR-LAST-HELD
053400         MOVE WS-TX-SEQ TO FR-HELD-SEQ
053500         MOVE "HELD" TO RD-STATUS
053600     END-IF.
053700     IF TX-ENTRY-FOUND
053800         REWRITE FR-RECORD
053900         IF NOT FEED-OK
054000             DISPLAY "UNABLE TO UPDATE FEED REGISTRY FOR "
054100                 WS-TX-SENDER ", STATUS = " WS-FEED-STATUS
054200             MOVE 16 TO RETURN-CODE
054300             STOP RUN
054400         END-IF
054500     END-IF.
054600     MOVE WS-TX-SENDER TO RD-SENDER.
054700     MOVE WS-TX-SEQ-TEXT TO RD-SEQ.
054800     MOVE WS-TX-DATE-TEXT TO RD-CREATED.
054900     IF WS-EXPECTED-SEQ = ZERO
055000         MOVE SPACES TO RD-EXPECTED
055100     ELSE
055200         MOVE WS-EXPECTED-SEQ TO WS-EXPECTED-EDIT
055300         MOVE WS-EXPECTED-EDIT TO RD-EXPECTED
055400     END-IF.
055500     MOVE WS-TX-RECORDS TO RD-RECORDS.
055600     MOVE WS-TX-REASON TO RD-REASON.
055700     MOVE RL-DETAIL-LINE TO RL-RECORD.
055800     PERFORM 7000-WRITE-REPORT-LINE
055900         THRU 7000-EXIT.
056000     MOVE "N" TO WS-TX-OPEN-SW.
056100     GO TO 3000-EXIT.
056200 3000-EXIT.
056300     EXIT.
056400*----------------------------------------------------------
056500* 6500-WRITE-HEADINGS - NEW REPORT PAGE
056600*----------------------------------------------------------
056700 6500-WRITE-HEADINGS.
056800     MOVE WS-RUN-DATE-R TO RH1-RUN-DATE.
056900     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
057000     MOVE RL-HEADING-1 TO RL-RECORD.
057100     WRITE RL-RECORD.
057200     MOVE RL-HEADING-2 TO RL-RECORD.
057300     WRITE RL-RECORD.
057400     MOVE SPACES TO RL-RECORD.
057500     WRITE RL-RECORD.
057600     ADD 1 TO WS-PAGE-NO.
057700     MOVE ZERO TO WS-LINE-COUNT.
057800     GO TO 6500-EXIT.
057900 6500-EXIT.
058000     EXIT.
058100*----------------------------------------------------------
058200* 7000-WRITE-REPORT-LINE - PAGE-CONTROLLED REPORT WRITE.
058300*     CALLER LOADS RL-RECORD FIRST; HEADINGS REBUILD THE
058400*     RECORD AREA, SO THE LINE IS SAVED ACROSS A PAGE BREAK
058500*----------------------------------------------------------
058600 7000-WRITE-REPORT-LINE.
058700     MOVE RL-RECORD TO WS-SAVED-REPORT-LINE.
058800     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
058900         PERFORM 6500-WRITE-HEADINGS
059000             THRU 6500-EXIT
059100         MOVE WS-SAVED-REPORT-LINE TO RL-RECORD
059200     END-IF.
059300     WRITE RL-RECORD.
059400     ADD 1 TO WS-LINE-COUNT.
059500     GO TO 7000-EXIT.
059600 7000-EXIT.
059700     EXIT.
059800*----------------------------------------------------------
059900* 8000-WRITE-SUMMARY - INTAKE COUNTS
060000*----------------------------------------------------------
060100 8000-WRITE-SUMMARY.
060200     MOVE SPACES TO RL-RECORD.
060300     PERFORM 7000-WRITE-REPORT-LINE
060400         THRU 7000-EXIT.
060500     MOVE WS-TX-READ TO SM-TX-READ.
060600     MOVE SM-LINE-TX-READ TO RL-RECORD.
060700     PERFORM 7000-WRITE-REPORT-LINE
060800         THRU 7000-EXIT.
060900     MOVE WS-TX-ACCEPTED TO SM-TX-ACCEPTED.
061000     MOVE SM-LINE-TX-ACCEPTED TO RL-RECORD.
061100     PERFORM 7000-WRITE-REPORT-LINE
061200         THRU 7000-EXIT.
061300     MOVE WS-TX-HELD TO SM-TX-HELD.
061400     MOVE SM-LINE-TX-HELD TO RL-RECORD.
061500     PERFORM 7000-WRITE-REPORT-LINE
061600         THRU 7000-EXIT.
061700     MOVE WS-RECORDS-ACCEPTED TO SM-RECORDS-ACCEPTED.
061800     MOVE SM-LINE-REC-ACCEPTED TO RL-RECORD.
061900     PERFORM 7000-WRITE-REPORT-LINE
062000         THRU 7000-EXIT.
062100     MOVE WS-RECORDS-HELD TO SM-RECORDS-HELD.
062200     MOVE SM-LINE-REC-HELD TO RL-RECORD.
062300     PERFORM 7000-WRITE-REPORT-LINE
062400         THRU 7000-EXIT.
062500     GO TO 8000-EXIT.
062600 8000-EXIT.
062700     EXIT.
062800*----------------------------------------------------------
062900* 9000-TERMINATE - THE INTAKE FILES ARE ONLY OPEN WHEN AN
063000*     INBOUND FILE WAS THERE TO READ
063100*----------------------------------------------------------
063200 9000-TERMINATE.
063300     IF WS-INBOUND-STATUS NOT = "35"
063400         CLOSE FEED-FILE
063500         CLOSE PAIRS-FILE
063600         CLOSE HOLD-FILE
063700     END-IF.
063800     CLOSE REPORT-FILE.
063900     MOVE WS-HIGHEST-RC TO RETURN-CODE.
064000     GO TO 9000-EXIT.
064100 9000-EXIT.
064200     EXIT.
