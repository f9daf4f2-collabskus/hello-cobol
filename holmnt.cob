000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COBOL-HOLMNT.
000300 AUTHOR. D-SHIFT BATCH SUPPORT.
000400 INSTALLATION. MIS PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 10/15/2026  DLH   ORIGINAL VERSION. MAINTAINS THE INDEXED
001100*                   HOLIDAY CALENDAR (HOLIMAST) THAT THE
001200*                   BUSINESS-DAY ROUTINE, COBOL-BUSDAY,
001300*                   READS. KEYED TRANSACTIONS ADD A
001400*                   HOLIDAY, RENAME IT, OR DELETE IT. EVERY
001500*                   APPLIED CHANGE GOES TO AN APPENDED
001600*                   AUDIT TRAIL AND EVERY TRANSACTION SHOWS
001700*                   ON THE MAINTENANCE REPORT, THE SAME
001800*                   SHAPE AS THE CURRENCY MAINTENANCE.
001900*----------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
002200 SOURCE-COMPUTER. IBM-370.
002300 OBJECT-COMPUTER. IBM-370.
002400 INPUT-OUTPUT SECTION.
002500 FILE-CONTROL.
002600     SELECT HOLIDAY-FILE ASSIGN TO "HOLIMAST"
002700         ORGANIZATION IS INDEXED
002800         ACCESS MODE IS RANDOM
002900         RECORD KEY IS HM-DATE
003000         FILE STATUS IS WS-HOLIDAY-STATUS.
003100     SELECT TRAN-FILE ASSIGN TO "HOLITRAN"
003200         ORGANIZATION IS LINE SEQUENTIAL
003300         FILE STATUS IS WS-TRAN-STATUS.
003400     SELECT AUDIT-FILE ASSIGN TO "HOLIAUD"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-AUDIT-STATUS.
003700     SELECT REPORT-FILE ASSIGN TO "HOLIRPT"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-REPORT-STATUS.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  HOLIDAY-FILE.
004300 01  HM-RECORD.
004400     05  HM-DATE                PIC 9(08).
004500     05  HM-NAME                PIC X(24).
004600     05  FILLER                 PIC X(08).
004700 FD  TRAN-FILE
004800     RECORDING MODE IS F.
004900 01  TR-RECORD                  PIC X(80).
005000 FD  AUDIT-FILE
005100     RECORDING MODE IS F.
005200 01  HA-RECORD                  PIC X(80).
005300 FD  REPORT-FILE
005400     RECORDING MODE IS F.
005500 01  RL-RECORD                  PIC X(132).
005600 WORKING-STORAGE SECTION.
005700*----------------------------------------------------------
005800* FILE STATUS SWITCHES
005900*----------------------------------------------------------
006000 77  WS-HOLIDAY-STATUS          PIC X(02).
006100     88  HOLIDAY-OK               VALUE "00".
006200     88  HOLIDAY-NOT-FOUND        VALUE "23".
006300     88  HOLIDAY-DUPLICATE        VALUE "22".
006400     88  HOLIDAY-FILE-MISSING     VALUE "35".
006500 77  WS-TRAN-STATUS             PIC X(02).
006600     88  TRAN-OK                  VALUE "00".
006700     88  TRAN-EOF                 VALUE "10".
006800 77  WS-AUDIT-STATUS            PIC X(02).
006900     88  AUDIT-OK                 VALUE "00".
007000 77  WS-REPORT-STATUS           PIC X(02).
007100     88  REPORT-OK                VALUE "00".
007200 77  WS-TRAN-EOF-SW             PIC X(01)    VALUE "N".
007300     88  END-OF-TRANS             VALUE "Y".
007400 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
007500*----------------------------------------------------------
007600* TRANSACTION WORK AREAS. A TRANSACTION IS
007700*     ADD CCYYMMDD NAME
007800*     CHG CCYYMMDD NAME
007900*     DEL CCYYMMDD
008000* THE NAME IS THE REST OF THE RECORD AFTER THE DATE, UP TO
008100* 24 CHARACTERS, AND MAY CONTAIN SPACES.
008200*----------------------------------------------------------
008300 01  WS-TRAN-ACTION             PIC X(04).
008400     88  TRAN-IS-ADD              VALUE "ADD".
008500     88  TRAN-IS-CHG              VALUE "CHG".
008600     88  TRAN-IS-DEL              VALUE "DEL".
008700     88  TRAN-ACTION-VALID        VALUES "ADD" "CHG" "DEL".
008800 77  WS-TRAN-ACTION-LEN         PIC 9(03)    VALUE ZERO.
008900 77  WS-TRAN-DATE               PIC X(10).
009000 77  WS-TRAN-DATE-LEN           PIC 9(03)    VALUE ZERO.
009100 77  WS-TRAN-DATE-N             PIC 9(08)    VALUE ZERO.
009200 77  WS-TRAN-NAME               PIC X(24).
009300 77  WS-TRAN-PTR                PIC 9(03)    VALUE 1.
009400 77  WS-TRAN-VALID-SW           PIC X(01)    VALUE "Y".
009500     88  TRAN-GOOD                VALUE "Y".
009600     88  TRAN-BAD                 VALUE "N".
009700 77  WS-TRAN-REASON             PIC X(24)    VALUE SPACES.
009800*----------------------------------------------------------
009900* BUSINESS-DAY ROUTINE PARAMETERS - THE DATE EDIT IS
010000* COBOL-BUSDAY'S "V" SERVICE, SO A HOLIDAY IS ONLY EVER
010100* FILED UNDER A DATE THE ROUTINE ITSELF ACCEPTS
010200*----------------------------------------------------------
010300 77  WS-BUSDAY-FUNCTION         PIC X(01)    VALUE SPACE.
010400 77  WS-BUSDAY-DATE-1           PIC 9(08)    VALUE ZERO.
010500 77  WS-BUSDAY-DATE-2           PIC 9(08)    VALUE ZERO.
010600 77  WS-BUSDAY-DAYS             PIC 9(05)    VALUE ZERO.
010700 77  WS-BUSDAY-RETURN-CODE      PIC 9(02)    VALUE ZERO.
010800*----------------------------------------------------------
010900* MAINTENANCE COUNTERS
011000*----------------------------------------------------------
011100 77  WS-TRANS-READ              PIC 9(04)    VALUE ZERO.
011200 77  WS-TRANS-APPLIED           PIC 9(04)    VALUE ZERO.
011300 77  WS-TRANS-REJECTED          PIC 9(04)    VALUE ZERO.
011400*----------------------------------------------------------
011500* AUDIT TRAIL LINE - BEFORE AND AFTER NAMES FOR EVERY
011600* APPLIED CHANGE
011700*----------------------------------------------------------
011800 77  WS-AUDIT-DATE-N            PIC 9(08).
011900 77  WS-AUDIT-TIME-N            PIC 9(08).
012000 01  WS-HOLI-AUDIT-LINE.
012100     05  HA-RUN-DATE            PIC 9999/99/99.
012200     05  FILLER                 PIC X(01)    VALUE SPACES.
012300     05  HA-RUN-TIME            PIC 9(06).
012400     05  FILLER                 PIC X(02)    VALUE SPACES.
012500     05  HA-ACTION              PIC X(04).
012600     05  FILLER                 PIC X(02)    VALUE SPACES.
012700     05  HA-HOLIDAY-DATE        PIC 9(08).
012800     05  FILLER                 PIC X(02)    VALUE SPACES.
012900     05  HA-OLD-NAME            PIC X(24).
013000     05  FILLER                 PIC X(02)    VALUE SPACES.
013100     05  HA-NEW-NAME            PIC X(24).
013200*----------------------------------------------------------
013300* REPORT HEADING AND DETAIL LINE LAYOUTS
013400*----------------------------------------------------------
013500 77  WS-RUN-DATE-N              PIC 9(08).
013600 01  WS-RUN-DATE-R              PIC 9999/99/99.
013700 77  WS-PAGE-NO                 PIC 9(04)    VALUE 1.
013800 77  WS-LINE-COUNT              PIC 9(02)    VALUE 99.
013900 77  WS-MAX-LINES-PER-PAGE      PIC 9(02)    VALUE 20.
014000 01  WS-SAVED-REPORT-LINE       PIC X(132).
014100 01  RL-HEADING-1.
014200     05  FILLER                 PIC X(13)
014300         VALUE "COBOL-HOLMNT".
014400     05  FILLER                 PIC X(29)
014500         VALUE "  HOLIDAY CALENDAR MAINT".
014600     05  FILLER                 PIC X(10)    VALUE "RUN DATE ".
014700     05  RH1-RUN-DATE           PIC 9999/99/99.
014800     05  FILLER                 PIC X(08)    VALUE "  PAGE ".
014900     05  RH1-PAGE-NO            PIC ZZZ9.
015000 01  RL-HEADING-2.
015100     05  FILLER                 PIC X(06)    VALUE "ACTN".
015200     05  FILLER                 PIC X(10)    VALUE "DATE".
015300     05  FILLER                 PIC X(10)    VALUE "STATUS".
015400     05  FILLER                 PIC X(26)    VALUE "REASON".
015500     05  FILLER                 PIC X(40)
015600         VALUE "TRANSACTION".
015700 01  RL-DETAIL-LINE.
015800     05  RD-ACTION              PIC X(04).
015900     05  FILLER                 PIC X(02)    VALUE SPACES.
016000     05  RD-DATE                PIC X(08).
016100     05  FILLER                 PIC X(02)    VALUE SPACES.
016200     05  RD-STATUS              PIC X(08).
016300     05  FILLER                 PIC X(02)    VALUE SPACES.
016400     05  RD-REASON              PIC X(24).
016500     05  FILLER                 PIC X(02)    VALUE SPACES.
016600     05  RD-TRAN-TEXT           PIC X(60).
016700*----------------------------------------------------------
016800* MAINTENANCE SUMMARY LINE LAYOUTS
016900*----------------------------------------------------------
017000 01  SM-LINE-READ.
017100     05  FILLER                 PIC X(24)
017200         VALUE "TRANSACTIONS READ...... ".
017300     05  SM-TRANS-READ          PIC ZZZ9.
017400 01  SM-LINE-APPLIED.
017500     05  FILLER                 PIC X(24)
017600         VALUE "TRANSACTIONS APPLIED... ".
017700     05  SM-TRANS-APPLIED       PIC ZZZ9.
017800 01  SM-LINE-REJECTED.
017900     05  FILLER                 PIC X(24)
018000         VALUE "TRANSACTIONS REJECTED.. ".
018100     05  SM-TRANS-REJECTED      PIC ZZZ9.
018200 PROCEDURE DIVISION.
018300*----------------------------------------------------------
018400* 0000-MAINLINE
018500*----------------------------------------------------------
018600 0000-MAINLINE.
018700     PERFORM 1000-INITIALIZE
018800         THRU 1000-EXIT.
018900     PERFORM 2000-PROCESS-TRANS
019000         THRU 2000-EXIT.
019100     PERFORM 8000-WRITE-SUMMARY
019200         THRU 8000-EXIT.
019300     PERFORM 9000-TERMINATE
019400         THRU 9000-EXIT.
019500     STOP RUN.
019600*----------------------------------------------------------
019700* 1000-INITIALIZE - OPEN FILES; A MISSING HOLIDAY MASTER
019800*     IS CREATED EMPTY SO THE FIRST ADD RUN CAN SEED IT
019900*----------------------------------------------------------
020000 1000-INITIALIZE.
020100     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
020200     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-R.
020300
020400     OPEN I-O HOLIDAY-FILE.
020500     IF HOLIDAY-FILE-MISSING
020600         OPEN OUTPUT HOLIDAY-FILE
020700         CLOSE HOLIDAY-FILE
020800         OPEN I-O HOLIDAY-FILE
020900     END-IF.
021000     IF NOT HOLIDAY-OK
021100         DISPLAY "UNABLE TO OPEN HOLIDAY MASTER, STATUS = "
021200             WS-HOLIDAY-STATUS
021300         MOVE 16 TO RETURN-CODE
021400         STOP RUN
021500     END-IF.
021600
021700     OPEN INPUT TRAN-FILE.
021800     IF NOT TRAN-OK
021900         DISPLAY "UNABLE TO OPEN TRANSACTION FILE, STATUS = "
022000             WS-TRAN-STATUS
022100         MOVE 16 TO RETURN-CODE
022200         STOP RUN
022300     END-IF.
022400
022500     OPEN EXTEND AUDIT-FILE.
022600     IF WS-AUDIT-STATUS = "35"
022700         OPEN OUTPUT AUDIT-FILE
022800         CLOSE AUDIT-FILE
022900         OPEN EXTEND AUDIT-FILE
023000     END-IF.
023100     IF NOT AUDIT-OK
023200         DISPLAY "UNABLE TO OPEN HOLIDAY AUDIT TRAIL, "
023300             "STATUS = " WS-AUDIT-STATUS
023400         MOVE 16 TO RETURN-CODE
023500         STOP RUN
023600     END-IF.
023700
023800     OPEN OUTPUT REPORT-FILE.
023900     IF NOT REPORT-OK
024000         DISPLAY "UNABLE TO OPEN REPORT FILE, STATUS = "
024100             WS-REPORT-STATUS
024200         MOVE 16 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024500     GO TO 1000-EXIT.
024600 1000-EXIT.
024700     EXIT.
024800*----------------------------------------------------------
024900* 2000-PROCESS-TRANS - LOOP OVER THE TRANSACTION FILE
025000*----------------------------------------------------------
025100 2000-PROCESS-TRANS.
025200     PERFORM 2100-READ-TRAN
025300         THRU 2100-EXIT.
025400     PERFORM UNTIL END-OF-TRANS
025500         PERFORM 3000-APPLY-ONE-TRAN
025600             THRU 3000-EXIT
025700         PERFORM 2100-READ-TRAN
025800             THRU 2100-EXIT
025900     END-PERFORM.
026000     CLOSE TRAN-FILE.
026100     GO TO 2000-EXIT.
026200 2000-EXIT.
026300     EXIT.
026400*----------------------------------------------------------
026500* 2100-READ-TRAN
026600*----------------------------------------------------------
026700 2100-READ-TRAN.
026800     READ TRAN-FILE
026900         AT END
027000             SET END-OF-TRANS TO TRUE
027100     END-READ.
027200     IF NOT END-OF-TRANS
027300         ADD 1 TO WS-TRANS-READ
027400     END-IF.
027500     GO TO 2100-EXIT.
027600 2100-EXIT.
027700     EXIT.
027800*----------------------------------------------------------
027900* 3000-APPLY-ONE-TRAN - EDIT AND APPLY ONE TRANSACTION
028000*----------------------------------------------------------
028100 3000-APPLY-ONE-TRAN.
028200     SET TRAN-GOOD TO TRUE.
028300     MOVE SPACES TO WS-TRAN-REASON.
028400     INITIALIZE WS-TRAN-ACTION WS-TRAN-DATE WS-TRAN-NAME
028500         WS-TRAN-ACTION-LEN WS-TRAN-DATE-LEN.
028600     MOVE 1 TO WS-TRAN-PTR.
028700     UNSTRING TR-RECORD DELIMITED BY ALL SPACES
028800         INTO WS-TRAN-ACTION COUNT IN WS-TRAN-ACTION-LEN,
028900              WS-TRAN-DATE COUNT IN WS-TRAN-DATE-LEN
029000         WITH POINTER WS-TRAN-PTR.
029100     IF WS-TRAN-PTR <= 80
029200         MOVE TR-RECORD(WS-TRAN-PTR:) TO WS-TRAN-NAME
029300     END-IF.
029400
029500     IF TR-RECORD = SPACES
029600         GO TO 3000-EXIT
029700     END-IF.
029800
029900     IF NOT TRAN-ACTION-VALID
030000         SET TRAN-BAD TO TRUE
030100         MOVE "UNKNOWN ACTION" TO WS-TRAN-REASON
030200     END-IF.
030300
030400     IF TRAN-GOOD
030500         PERFORM 3050-EDIT-DATE
030600             THRU 3050-EXIT
030700     END-IF.
030800
030900     IF TRAN-GOOD
031000         EVALUATE TRUE
031100             WHEN TRAN-IS-ADD
031200                 PERFORM 3100-APPLY-ADD
031300                     THRU 3100-EXIT
031400             WHEN TRAN-IS-CHG
031500                 PERFORM 3200-APPLY-CHG
031600                     THRU 3200-EXIT
031700             WHEN TRAN-IS-DEL
031800                 PERFORM 3300-APPLY-DEL
031900                     THRU 3300-EXIT
032000         END-EVALUATE
032100     END-IF.
032200
032300     IF TRAN-BAD
032400         ADD 1 TO WS-TRANS-REJECTED
032500         IF WS-HIGHEST-RC < 04
032600             MOVE 04 TO WS-HIGHEST-RC
032700         END-IF
032800         MOVE "REJECTED" TO RD-STATUS
032900     ELSE
033000         ADD 1 TO WS-TRANS-APPLIED
033100         MOVE "APPLIED" TO RD-STATUS
033200     END-IF.
033300     MOVE WS-TRAN-ACTION TO RD-ACTION.
033400     MOVE WS-TRAN-DATE TO RD-DATE.
033500     MOVE WS-TRAN-REASON TO RD-REASON.
033600     MOVE TR-RECORD(1:60) TO RD-TRAN-TEXT.
033700     MOVE RL-DETAIL-LINE TO RL-RECORD.
033800     PERFORM 7000-WRITE-REPORT-LINE
033900         THRU 7000-EXIT.
034000     GO TO 3000-EXIT.
034100 3000-EXIT.
034200     EXIT.
034300*----------------------------------------------------------
034400* 3050-EDIT-DATE - THE HOLIDAY DATE MUST BE A REAL
034500*     CCYYMMDD CALENDAR DATE
034600*----------------------------------------------------------
034700 3050-EDIT-DATE.
034800     IF WS-TRAN-DATE-LEN NOT = 8
034900         OR NOT WS-TRAN-DATE(1:8) NUMERIC
035000         SET TRAN-BAD TO TRUE
035100         MOVE "BAD HOLIDAY DATE" TO WS-TRAN-REASON
035200         GO TO 3050-EXIT
035300     END-IF.
035400     MOVE WS-TRAN-DATE(1:8) TO WS-TRAN-DATE-N.
035500     MOVE "V" TO WS-BUSDAY-FUNCTION.
035600     MOVE WS-TRAN-DATE-N TO WS-BUSDAY-DATE-1.
035700     CALL "COBOL-BUSDAY" USING WS-BUSDAY-FUNCTION,
035800             WS-BUSDAY-DATE-1, WS-BUSDAY-DATE-2,
035900             WS-BUSDAY-DAYS, WS-BUSDAY-RETURN-CODE.
036000     IF WS-BUSDAY-RETURN-CODE NOT = ZERO
036100         SET TRAN-BAD TO TRUE
036200         MOVE "BAD HOLIDAY DATE" TO WS-TRAN-REASON
036300     END-IF.
036400     GO TO 3050-EXIT.
036500 3050-EXIT.
036600     EXIT.
036700*----------------------------------------------------------
036800* 3100-APPLY-ADD - "ADD CCYYMMDD NAME"
036900*----------------------------------------------------------
037000 3100-APPLY-ADD.
037100     IF WS-TRAN-NAME = SPACES
037200         SET TRAN-BAD TO TRUE
037300         MOVE "HOLIDAY NAME MISSING" TO WS-TRAN-REASON
037400         GO TO 3100-EXIT
037500     END-IF.
037600     MOVE WS-TRAN-DATE-N TO HM-DATE.
037700     READ HOLIDAY-FILE.
037800     IF HOLIDAY-OK
037900         SET TRAN-BAD TO TRUE
038000         MOVE "HOLIDAY ALREADY ON FILE" TO WS-TRAN-REASON
038100         GO TO 3100-EXIT
038200     END-IF.
038300     MOVE SPACES TO HM-RECORD.
038400     MOVE WS-TRAN-DATE-N TO HM-DATE.
038500     MOVE WS-TRAN-NAME TO HM-NAME.
038600     WRITE HM-RECORD.
038700     IF NOT HOLIDAY-OK
038800         SET TRAN-BAD TO TRUE
038900         MOVE "HOLIDAY WRITE FAILED" TO WS-TRAN-REASON
039000         GO TO 3100-EXIT
039100     END-IF.
039200     MOVE SPACES TO HA-OLD-NAME.
039300     PERFORM 6000-WRITE-HOLI-AUDIT
039400         THRU 6000-EXIT.
039500     GO TO 3100-EXIT.
039600 3100-EXIT.
039700     EXIT.
039800*----------------------------------------------------------
039900* 3200-APPLY-CHG - "CHG CCYYMMDD NAME"
040000*----------------------------------------------------------
040100 3200-APPLY-CHG.
040200     IF WS-TRAN-NAME = SPACES
040300         SET TRAN-BAD TO TRUE
040400         MOVE "HOLIDAY NAME MISSING" TO WS-TRAN-REASON
040500         GO TO 3200-EXIT
040600     END-IF.
040700     MOVE WS-TRAN-DATE-N TO HM-DATE.
040800     READ HOLIDAY-FILE.
040900     IF NOT HOLIDAY-OK
041000         SET TRAN-BAD TO TRUE
041100         MOVE "HOLIDAY NOT ON FILE" TO WS-TRAN-REASON
041200         GO TO 3200-EXIT
041300     END-IF.
041400     MOVE HM-NAME TO HA-OLD-NAME.
041500     MOVE WS-TRAN-NAME TO HM-NAME.
041600     REWRITE HM-RECORD.
041700     IF NOT HOLIDAY-OK
041800         SET TRAN-BAD TO TRUE
041900         MOVE "HOLIDAY WRITE FAILED" TO WS-TRAN-REASON
042000         GO TO 3200-EXIT
042100     END-IF.
042200     PERFORM 6000-WRITE-HOLI-AUDIT
042300         THRU 6000-EXIT.
042400     GO TO 3200-EXIT.
042500 3200-EXIT.
042600     EXIT.
042700*----------------------------------------------------------
042800* 3300-APPLY-DEL - "DEL CCYYMMDD"
042900*----------------------------------------------------------
043000 3300-APPLY-DEL.
043100     MOVE WS-TRAN-DATE-N TO HM-DATE.
043200     READ HOLIDAY-FILE.
043300     IF NOT HOLIDAY-OK
043400         SET TRAN-BAD TO TRUE
043500         MOVE "HOLIDAY NOT ON FILE" TO WS-TRAN-REASON
043600         GO TO 3300-EXIT
043700     END-IF.
043800     MOVE HM-NAME TO HA-OLD-NAME.
043900     DELETE HOLIDAY-FILE.
044000     IF NOT HOLIDAY-OK
044100         SET TRAN-BAD TO TRUE
044200         MOVE "HOLIDAY DELETE FAILED" TO WS-TRAN-REASON
044300         GO TO 3300-EXIT
044400     END-IF.
044500     MOVE SPACES TO HM-NAME.
044600     PERFORM 6000-WRITE-HOLI-AUDIT
044700         THRU 6000-EXIT.
044800     GO TO 3300-EXIT.
044900 3300-EXIT.
045000     EXIT.
045100*----------------------------------------------------------
045200* 6000-WRITE-HOLI-AUDIT - BEFORE/AFTER TRAIL FOR ONE
045300*     APPLIED CHANGE. HM-RECORD HOLDS THE AFTER IMAGE;
045400*     HA-OLD-NAME WAS SET BY THE CALLER.
045500*----------------------------------------------------------
045600 6000-WRITE-HOLI-AUDIT.
045700     ACCEPT WS-AUDIT-DATE-N FROM DATE YYYYMMDD.
045800     ACCEPT WS-AUDIT-TIME-N FROM TIME.
045900     MOVE WS-AUDIT-DATE-N TO HA-RUN-DATE.
046000     MOVE WS-AUDIT-TIME-N(1:6) TO HA-RUN-TIME.
046100     MOVE WS-TRAN-ACTION TO HA-ACTION.
046200     MOVE WS-TRAN-DATE-N TO HA-HOLIDAY-DATE.
046300     MOVE HM-NAME TO HA-NEW-NAME.
046400     MOVE WS-HOLI-AUDIT-LINE TO HA-RECORD.
046500     WRITE HA-RECORD.
046600     GO TO 6000-EXIT.
046700 6000-EXIT.
046800     EXIT.
046900*----------------------------------------------------------
047000* 6500-WRITE-HEADINGS - NEW REPORT PAGE
047100*----------------------------------------------------------
047200 6500-WRITE-HEADINGS.
047300     MOVE WS-RUN-DATE-R TO RH1-RUN-DATE.
047400     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
047500     MOVE RL-HEADING-1 TO RL-RECORD.
047600     WRITE RL-RECORD.
047700     MOVE RL-HEADING-2 TO RL-RECORD.
047800     WRITE RL-RECORD.
047900     MOVE SPACES TO RL-RECORD.
048000     WRITE RL-RECORD.
048100     ADD 1 TO WS-PAGE-NO.
048200     MOVE ZERO TO WS-LINE-COUNT.
048300     GO TO 6500-EXIT.
048400 6500-EXIT.
048500     EXIT.
048600*----------------------------------------------------------
048700* 7000-WRITE-REPORT-LINE - PAGE-CONTROLLED REPORT WRITE.
048800*     CALLER LOADS RL-RECORD FIRST; HEADINGS REBUILD THE
048900*     RECORD AREA, SO THE LINE IS SAVED ACROSS A PAGE BREAK
049000*----------------------------------------------------------
049100 7000-WRITE-REPORT-LINE.
049200     MOVE RL-RECORD TO WS-SAVED-REPORT-LINE.
049300     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
049400         PERFORM 6500-WRITE-HEADINGS
049500             THRU 6500-EXIT
049600         MOVE WS-SAVED-REPORT-LINE TO RL-RECORD
049700     END-IF.
049800     WRITE RL-RECORD.
049900     ADD 1 TO WS-LINE-COUNT.
050000     GO TO 7000-EXIT.
050100 7000-EXIT.
050200     EXIT.
050300*----------------------------------------------------------
050400* 8000-WRITE-SUMMARY - MAINTENANCE COUNTS
050500*----------------------------------------------------------
050600 8000-WRITE-SUMMARY.
050700     MOVE SPACES TO RL-RECORD.
050800     PERFORM 7000-WRITE-REPORT-LINE
050900         THRU 7000-EXIT.
051000     MOVE WS-TRANS-READ TO SM-TRANS-READ.
051100     MOVE SM-LINE-READ TO RL-RECORD.
051200     PERFORM 7000-WRITE-REPORT-LINE
051300         THRU 7000-EXIT.
051400     MOVE WS-TRANS-APPLIED TO SM-TRANS-APPLIED.
051500     MOVE SM-LINE-APPLIED TO RL-RECORD.
051600     PERFORM 7000-WRITE-REPORT-LINE
051700         THRU 7000-EXIT.
051800     MOVE WS-TRANS-REJECTED TO SM-TRANS-REJECTED.
051900     MOVE SM-LINE-REJECTED TO RL-RECORD.
052000     PERFORM 7000-WRITE-REPORT-LINE
052100         THRU 7000-EXIT.
052200     GO TO 8000-EXIT.
052300 8000-EXIT.
052400     EXIT.
052500*----------------------------------------------------------
052600* 9000-TERMINATE
052700*----------------------------------------------------------
052800 9000-TERMINATE.
052900     CLOSE HOLIDAY-FILE.
053000     CLOSE AUDIT-FILE.
053100     CLOSE REPORT-FILE.
053200     MOVE WS-HIGHEST-RC TO RETURN-CODE.
053300     GO TO 9000-EXIT.
053400 9000-EXIT.
053500     EXIT.
