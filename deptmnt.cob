000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COBOL-DEPTMNT.
000300 AUTHOR. D-SHIFT BATCH SUPPORT.
000400 INSTALLATION. MIS PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 10/15/2026  DLH   ORIGINAL VERSION. MAINTAINS THE INDEXED
001100*                   DEPARTMENT MASTER THAT COBOL-MATH CHECKS
001200*                   EVERY BATCH HEADER AGAINST - STATUS
001300*                   (ACTIVE OR CLOSED), THE LARGEST SINGLE
001400*                   RESULT THE DEPARTMENT MAY POST, AND ITS
001500*                   DAILY CUMULATIVE LIMIT, BOTH IN THE BASE
001600*                   CURRENCY. KEYED TRANSACTIONS ADD A
001700*                   DEPARTMENT, CHANGE IT, OR DELETE IT.
001800*                   EVERY APPLIED CHANGE GOES TO AN APPENDED
001900*                   AUDIT TRAIL AND EVERY TRANSACTION SHOWS
002000*                   ON THE MAINTENANCE REPORT, THE SAME
002100*                   SHAPE AS THE CURRENCY MAINTENANCE.
002200*----------------------------------------------------------
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER. IBM-370.
002600 OBJECT-COMPUTER. IBM-370.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
003000         ORGANIZATION IS INDEXED
003100         ACCESS MODE IS RANDOM
003200         RECORD KEY IS DP-DEPT-CODE
003300         FILE STATUS IS WS-DEPT-STATUS.
003400     SELECT TRAN-FILE ASSIGN TO "DEPTTRAN"
003500         ORGANIZATION IS LINE SEQUENTIAL
003600         FILE STATUS IS WS-TRAN-STATUS.
003700     SELECT AUDIT-FILE ASSIGN TO "DEPTAUD"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-AUDIT-STATUS.
004000     SELECT REPORT-FILE ASSIGN TO "DEPTRPT"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-REPORT-STATUS.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*----------------------------------------------------------
004600* DEPARTMENT MASTER - A ZERO LIMIT MEANS THE DEPARTMENT HAS
004700* NO LIMIT OF THAT KIND. THE USED-DATE AND USED-TODAY
004800* FIELDS ARE COBOL-MATH'S RUNNING DAILY CUMULATIVE; THIS
004900* PROGRAM ZEROES THEM ON ADD AND OTHERWISE LEAVES THEM BE.
005000*----------------------------------------------------------
005100 FD  DEPT-FILE.
005200 01  DP-RECORD.
005300     05  DP-DEPT-CODE           PIC X(08).
005400     05  DP-STATUS              PIC X(01).
005500         88  DP-ACTIVE            VALUE "A".
005600         88  DP-CLOSED            VALUE "C".
005700     05  DP-MAX-SINGLE          PIC 9(10)V99.
005800     05  DP-DAILY-LIMIT         PIC 9(12)V99.
005900     05  DP-USED-DATE           PIC 9(08).
006000     05  DP-USED-TODAY          PIC 9(12)V99.
006100     05  FILLER                 PIC X(05).
006200 FD  TRAN-FILE
006300     RECORDING MODE IS F.
006400 01  TR-RECORD                  PIC X(80).
006500 FD  AUDIT-FILE
006600     RECORDING MODE IS F.
006700 01  DA-RECORD                  PIC X(100).
006800 FD  REPORT-FILE
006900     RECORDING MODE IS F.
007000 01  RL-RECORD                  PIC X(132).
007100 WORKING-STORAGE SECTION.
007200*----------------------------------------------------------
007300* FILE STATUS SWITCHES
007400*----------------------------------------------------------
007500 77  WS-DEPT-STATUS             PIC X(02).
007600     88  DEPT-OK                  VALUE "00".
007700     88  DEPT-NOT-FOUND           VALUE "23".
007800     88  DEPT-DUPLICATE           VALUE "22".
007900     88  DEPT-FILE-MISSING        VALUE "35".
008000 77  WS-TRAN-STATUS             PIC X(02).
008100     88  TRAN-OK                  VALUE "00".
008200     88  TRAN-EOF                 VALUE "10".
008300 77  WS-AUDIT-STATUS            PIC X(02).
008400     88  AUDIT-OK                 VALUE "00".
008500 77  WS-REPORT-STATUS           PIC X(02).
008600     88  REPORT-OK                VALUE "00".
008700 77  WS-TRAN-EOF-SW             PIC X(01)    VALUE "N".
008800     88  END-OF-TRANS             VALUE "Y".
008900 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
009000*----------------------------------------------------------
009100* TRANSACTION WORK AREAS. A TRANSACTION IS
009200*     ADD DEPT STATUS MAX-SINGLE DAILY-LIMIT
009300*     CHG DEPT STATUS MAX-SINGLE DAILY-LIMIT
009400*     DEL DEPT
009500* STATUS IS "A" (ACTIVE) OR "C" (CLOSED). THE LIMITS ARE
009600* BASE-CURRENCY AMOUNTS, "N" OR "N.NN"; ZERO IS NO LIMIT.
009700*----------------------------------------------------------
009800 01  WS-TRAN-ACTION             PIC X(04).
009900     88  TRAN-IS-ADD              VALUE "ADD".
010000     88  TRAN-IS-CHG              VALUE "CHG".
010100     88  TRAN-IS-DEL              VALUE "DEL".
010200     88  TRAN-ACTION-VALID        VALUES "ADD" "CHG" "DEL".
010300 77  WS-TRAN-ACTION-LEN         PIC 9(03)    VALUE ZERO.
010400 77  WS-TRAN-DEPT               PIC X(08).
010500 77  WS-TRAN-DEPT-LEN           PIC 9(03)    VALUE ZERO.
010600 01  WS-TRAN-STAT               PIC X(08).
010700     88  TRAN-STAT-VALID          VALUES "A" "C".
010800 77  WS-TRAN-STAT-LEN           PIC 9(03)    VALUE ZERO.
010900 77  WS-TRAN-MAX                PIC X(16).
011000 77  WS-TRAN-MAX-LEN            PIC 9(03)    VALUE ZERO.
011100 77  WS-TRAN-DAILY              PIC X(16).
011200 77  WS-TRAN-DAILY-LEN          PIC 9(03)    VALUE ZERO.
011300 77  WS-TRAN-VALID-SW           PIC X(01)    VALUE "Y".
011400     88  TRAN-GOOD                VALUE "Y".
011500     88  TRAN-BAD                 VALUE "N".
011600 77  WS-TRAN-REASON             PIC X(24)    VALUE SPACES.
011700 77  WS-NEW-MAX-SINGLE          PIC 9(10)V99 VALUE ZERO.
011800 77  WS-NEW-DAILY-LIMIT         PIC 9(12)V99 VALUE ZERO.
011900*----------------------------------------------------------
012000* LIMIT EDIT WORK AREAS - UP TO TWELVE INTEGER AND TWO
012100* DECIMAL DIGITS. THE CALLER CHECKS THE INTEGER WIDTH
012200* AGAINST THE FIELD IT IS LOADING.
012300*----------------------------------------------------------
012400 77  WS-EDIT-TEXT               PIC X(16).
012500 77  WS-EDIT-LEN                PIC 9(03)    VALUE ZERO.
012600 77  WS-EDIT-INT-TEXT           PIC X(12).
012700 77  WS-EDIT-INT-LEN            PIC 9(03)    VALUE ZERO.
012800 77  WS-EDIT-FRAC-TEXT          PIC X(02).
012900 77  WS-EDIT-FRAC-LEN           PIC 9(03)    VALUE ZERO.
013000 77  WS-EDIT-FRAC-DIGIT         PIC 9(01)    VALUE ZERO.
013100 01  WS-EDIT-AMOUNT-FIELDS.
013200     05  WS-EDIT-AMT-INT        PIC 9(12).
013300     05  WS-EDIT-AMT-FRAC       PIC 9(02).
013400 01  WS-EDIT-AMOUNT REDEFINES WS-EDIT-AMOUNT-FIELDS
013500                                PIC 9(12)V99.
013600 77  WS-EDIT-VALID-SW           PIC X(01)    VALUE "Y".
013700     88  EDIT-OK                  VALUE "Y".
013800     88  EDIT-INVALID             VALUE "N".
013900*----------------------------------------------------------
014000* MAINTENANCE COUNTERS
014100*----------------------------------------------------------
014200 77  WS-TRANS-READ              PIC 9(04)    VALUE ZERO.
014300 77  WS-TRANS-APPLIED           PIC 9(04)    VALUE ZERO.
014400 77  WS-TRANS-REJECTED          PIC 9(04)    VALUE ZERO.
014500*----------------------------------------------------------
014600* AUDIT TRAIL LINE - BEFORE AND AFTER STATUS AND LIMITS
014700* FOR EVERY APPLIED CHANGE
014800*----------------------------------------------------------
014900 77  WS-AUDIT-DATE-N            PIC 9(08).
015000 77  WS-AUDIT-TIME-N            PIC 9(08).
015100 01  WS-DEPT-AUDIT-LINE.
015200     05  DA-RUN-DATE            PIC 9999/99/99.
015300     05  FILLER                 PIC X(01)    VALUE SPACES.
015400     05  DA-RUN-TIME            PIC 9(06).
015500     05  FILLER                 PIC X(02)    VALUE SPACES.
015600     05  DA-ACTION              PIC X(04).
015700     05  FILLER                 PIC X(02)    VALUE SPACES.
015800     05  DA-DEPT-CODE           PIC X(08).
015900     05  FILLER                 PIC X(02)    VALUE SPACES.
016000     05  DA-OLD-STATUS          PIC X(01).
016100     05  FILLER                 PIC X(01)    VALUE SPACES.
016200     05  DA-OLD-MAX             PIC Z(09)9.99.
016300     05  FILLER                 PIC X(01)    VALUE SPACES.
016400     05  DA-OLD-DAILY           PIC Z(11)9.99.
016500     05  FILLER                 PIC X(02)    VALUE SPACES.
016600     05  DA-NEW-STATUS          PIC X(01).
016700     05  FILLER                 PIC X(01)    VALUE SPACES.
016800     05  DA-NEW-MAX             PIC Z(09)9.99.
016900     05  FILLER                 PIC X(01)    VALUE SPACES.
017000     05  DA-NEW-DAILY           PIC Z(11)9.99.
017100*----------------------------------------------------------
017200* REPORT HEADING AND DETAIL LINE LAYOUTS
017300*----------------------------------------------------------
017400 77  WS-RUN-DATE-N              PIC 9(08).
017500 01  WS-RUN-DATE-R              PIC 9999/99/99.
017600 77  WS-PAGE-NO                 PIC 9(04)    VALUE 1.
017700 77  WS-LINE-COUNT              PIC 9(02)    VALUE 99.
017800 77  WS-MAX-LINES-PER-PAGE      PIC 9(02)    VALUE 20.
017900 01  WS-SAVED-REPORT-LINE       PIC X(132).
018000 01  RL-HEADING-1.
018100     05  FILLER                 PIC X(13)
018200         VALUE "COBOL-DEPTMNT".
018300     05  FILLER                 PIC X(29)
018400         VALUE "  DEPARTMENT MAINTENANCE".
018500     05  FILLER                 PIC X(10)    VALUE "RUN DATE ".
018600     05  RH1-RUN-DATE           PIC 9999/99/99.
018700     05  FILLER                 PIC X(08)    VALUE "  PAGE ".
018800     05  RH1-PAGE-NO            PIC ZZZ9.
018900 01  RL-HEADING-2.
019000     05  FILLER                 PIC X(06)    VALUE "ACTN".
019100     05  FILLER                 PIC X(10)    VALUE "DEPT".
019200     05  FILLER                 PIC X(10)    VALUE "STATUS".
019300     05  FILLER                 PIC X(26)    VALUE "REASON".
019400     05  FILLER                 PIC X(40)
019500         VALUE "TRANSACTION".
019600 01  RL-DETAIL-LINE.
019700     05  RD-ACTION              PIC X(04).
019800     05  FILLER                 PIC X(02)    VALUE SPACES.
019900     05  RD-DEPT                PIC X(08).
020000     05  FILLER                 PIC X(02)    VALUE SPACES.
020100     05  RD-STATUS              PIC X(08).
020200     05  FILLER                 PIC X(02)    VALUE SPACES.
020300     05  RD-REASON              PIC X(24).
020400     05  FILLER                 PIC X(02)    VALUE SPACES.
020500     05  RD-TRAN-TEXT           PIC X(60).
020600*----------------------------------------------------------
020700* MAINTENANCE SUMMARY LINE LAYOUTS
020800*----------------------------------------------------------
020900 01  SM-LINE-READ.
021000     05  FILLER                 PIC X(24)
021100         VALUE "TRANSACTIONS READ...... ".
021200     05  SM-TRANS-READ          PIC ZZZ9.
021300 01  SM-LINE-APPLIED.
021400     05  FILLER                 PIC X(24)
021500         VALUE "TRANSACTIONS APPLIED... ".
021600     05  SM-TRANS-APPLIED       PIC ZZZ9.
021700 01  SM-LINE-REJECTED.
021800     05  FILLER                 PIC X(24)
021900         VALUE "TRANSACTIONS REJECTED.. ".
022000     05  SM-TRANS-REJECTED      PIC ZZZ9.
022100 PROCEDURE DIVISION.
022200*----------------------------------------------------------
022300* 0000-MAINLINE
022400*----------------------------------------------------------
022500 0000-MAINLINE.
022600     PERFORM 1000-INITIALIZE
022700         THRU 1000-EXIT.
022800     PERFORM 2000-PROCESS-TRANS
022900         THRU 2000-EXIT.
023000     PERFORM 8000-WRITE-SUMMARY
023100         THRU 8000-EXIT.
023200     PERFORM 9000-TERMINATE
023300         THRU 9000-EXIT.
023400     STOP RUN.
023500*----------------------------------------------------------
023600* 1000-INITIALIZE - OPEN FILES; A MISSING DEPARTMENT MASTER
023700*     IS CREATED EMPTY SO THE FIRST ADD RUN CAN SEED IT
023800*----------------------------------------------------------
023900 1000-INITIALIZE.
024000     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
024100     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-R.
024200
024300     OPEN I-O DEPT-FILE.
024400     IF DEPT-FILE-MISSING
024500         OPEN OUTPUT DEPT-FILE
024600         CLOSE DEPT-FILE
024700         OPEN I-O DEPT-FILE
024800     END-IF.
024900     IF NOT DEPT-OK
025000         DISPLAY "UNABLE TO OPEN DEPARTMENT MASTER, STATUS = "
025100             WS-DEPT-STATUS
025200         MOVE 16 TO RETURN-CODE
025300         STOP RUN
025400     END-IF.
025500
025600     OPEN INPUT TRAN-FILE.
025700     IF NOT TRAN-OK
025800         DISPLAY "UNABLE TO OPEN TRANSACTION FILE, STATUS = "
025900             WS-TRAN-STATUS
026000         MOVE 16 TO RETURN-CODE
026100         STOP RUN
026200     END-IF.
026300
026400     OPEN EXTEND AUDIT-FILE.
026500     IF WS-AUDIT-STATUS = "35"
026600         OPEN OUTPUT AUDIT-FILE
026700         CLOSE AUDIT-FILE
026800         OPEN EXTEND AUDIT-FILE
026900     END-IF.
027000     IF NOT AUDIT-OK
027100         DISPLAY "UNABLE TO OPEN DEPARTMENT AUDIT TRAIL, "
027200             "STATUS = " WS-AUDIT-STATUS
027300         MOVE 16 TO RETURN-CODE
027400         STOP RUN
027500     END-IF.
027600
027700     OPEN OUTPUT REPORT-FILE.
027800     IF NOT REPORT-OK
027900         DISPLAY "UNABLE TO OPEN REPORT FILE, STATUS = "
028000             WS-REPORT-STATUS
028100         MOVE 16 TO RETURN-CODE
028200         STOP RUN
028300     END-IF.
028400     GO TO 1000-EXIT.
028500 1000-EXIT.
028600     EXIT.
028700*----------------------------------------------------------
028800* 2000-PROCESS-TRANS - LOOP OVER THE TRANSACTION FILE
028900*----------------------------------------------------------
029000 2000-PROCESS-TRANS.
029100     PERFORM 2100-READ-TRAN
029200         THRU 2100-EXIT.
029300     PERFORM UNTIL END-OF-TRANS
029400         PERFORM 3000-APPLY-ONE-TRAN
029500             THRU 3000-EXIT
029600         PERFORM 2100-READ-TRAN
029700             THRU 2100-EXIT
029800     END-PERFORM.
029900     CLOSE TRAN-FILE.
030000     GO TO 2000-EXIT.
030100 2000-EXIT.
030200     EXIT.
030300*----------------------------------------------------------
030400* 2100-READ-TRAN
030500*----------------------------------------------------------
030600 2100-READ-TRAN.
030700     READ TRAN-FILE
030800         AT END
030900             SET END-OF-TRANS TO TRUE
031000     END-READ.
031100     IF NOT END-OF-TRANS
031200         ADD 1 TO WS-TRANS-READ
031300     END-IF.
031400     GO TO 2100-EXIT.
031500 2100-EXIT.
031600     EXIT.
031700*----------------------------------------------------------
031800* 3000-APPLY-ONE-TRAN - EDIT AND APPLY ONE TRANSACTION
031900*----------------------------------------------------------
032000 3000-APPLY-ONE-TRAN.
032100     SET TRAN-GOOD TO TRUE.
032200     MOVE SPACES TO WS-TRAN-REASON.
032300     INITIALIZE WS-TRAN-ACTION WS-TRAN-DEPT WS-TRAN-STAT
032400         WS-TRAN-MAX WS-TRAN-DAILY WS-TRAN-ACTION-LEN
032500         WS-TRAN-DEPT-LEN WS-TRAN-STAT-LEN WS-TRAN-MAX-LEN
032600         WS-TRAN-DAILY-LEN.
032700     UNSTRING TR-RECORD DELIMITED BY ALL SPACES
032800         INTO WS-TRAN-ACTION COUNT IN WS-TRAN-ACTION-LEN,
032900              WS-TRAN-DEPT COUNT IN WS-TRAN-DEPT-LEN,
033000              WS-TRAN-STAT COUNT IN WS-TRAN-STAT-LEN,
033100              WS-TRAN-MAX COUNT IN WS-TRAN-MAX-LEN,
033200              WS-TRAN-DAILY COUNT IN WS-TRAN-DAILY-LEN.
033300
033400     IF TR-RECORD = SPACES
033500         GO TO 3000-EXIT
033600     END-IF.
033700
033800     IF NOT TRAN-ACTION-VALID
033900         SET TRAN-BAD TO TRUE
034000         MOVE "UNKNOWN ACTION" TO WS-TRAN-REASON
034100     END-IF.
034200
034300     IF TRAN-GOOD
034400         AND (WS-TRAN-DEPT-LEN = ZERO
034500         OR WS-TRAN-DEPT-LEN > 8)
034600         SET TRAN-BAD TO TRUE
034700         MOVE "BAD DEPARTMENT CODE" TO WS-TRAN-REASON
034800     END-IF.
034900
035000     IF TRAN-GOOD
035100         EVALUATE TRUE
035200             WHEN TRAN-IS-ADD
035300                 PERFORM 3100-APPLY-ADD
035400                     THRU 3100-EXIT
035500             WHEN TRAN-IS-CHG
035600                 PERFORM 3200-APPLY-CHG
035700                     THRU 3200-EXIT
035800             WHEN TRAN-IS-DEL
035900                 PERFORM 3300-APPLY-DEL
036000                     THRU 3300-EXIT
036100         END-EVALUATE
036200     END-IF.
036300
036400     IF TRAN-BAD
036500         ADD 1 TO WS-TRANS-REJECTED
036600         IF WS-HIGHEST-RC < 04
036700             MOVE 04 TO WS-HIGHEST-RC
036800         END-IF
036900         MOVE "REJECTED" TO RD-STATUS
037000     ELSE
037100         ADD 1 TO WS-TRANS-APPLIED
037200         MOVE "APPLIED" TO RD-STATUS
037300     END-IF.
037400     MOVE WS-TRAN-ACTION TO RD-ACTION.
037500     MOVE WS-TRAN-DEPT TO RD-DEPT.
037600     MOVE WS-TRAN-REASON TO RD-REASON.
037700     MOVE TR-RECORD(1:60) TO RD-TRAN-TEXT.
037800     MOVE RL-DETAIL-LINE TO RL-RECORD.
037900     PERFORM 7000-WRITE-REPORT-LINE
038000         THRU 7000-EXIT.
038100     GO TO 3000-EXIT.
038200 3000-EXIT.
038300     EXIT.
038400*----------------------------------------------------------
038500* 3050-EDIT-STATUS-AND-LIMITS - SHARED ADD/CHG FIELD EDITS
038600*----------------------------------------------------------
038700 3050-EDIT-STATUS-AND-LIMITS.
038800     IF WS-TRAN-STAT-LEN NOT = 1
038900         OR NOT TRAN-STAT-VALID
039000         SET TRAN-BAD TO TRUE
039100         MOVE "BAD DEPARTMENT STATUS" TO WS-TRAN-REASON
039200         GO TO 3050-EXIT
039300     END-IF.
039400     MOVE WS-TRAN-MAX TO WS-EDIT-TEXT.
039500     MOVE WS-TRAN-MAX-LEN TO WS-EDIT-LEN.
039600     PERFORM 3500-EDIT-LIMIT
039700         THRU 3500-EXIT.
039800     IF EDIT-INVALID
039900         OR WS-EDIT-INT-LEN > 10
040000         SET TRAN-BAD TO TRUE
040100         MOVE "BAD SINGLE LIMIT" TO WS-TRAN-REASON
040200         GO TO 3050-EXIT
040300     END-IF.
040400     MOVE WS-EDIT-AMOUNT TO WS-NEW-MAX-SINGLE.
040500     MOVE WS-TRAN-DAILY TO WS-EDIT-TEXT.
040600     MOVE WS-TRAN-DAILY-LEN TO WS-EDIT-LEN.
040700     PERFORM 3500-EDIT-LIMIT
040800         THRU 3500-EXIT.
040900     IF EDIT-INVALID
041000         SET TRAN-BAD TO TRUE
041100         MOVE "BAD DAILY LIMIT" TO WS-TRAN-REASON
041200         GO TO 3050-EXIT
041300     END-IF.
041400     MOVE WS-EDIT-AMOUNT TO WS-NEW-DAILY-LIMIT.
041500*    A SINGLE RESULT OVER THE DAILY LIMIT COULD NEVER POST,
041600*    SO A NONZERO DAILY LIMIT MUST COVER THE SINGLE LIMIT.
041700     IF WS-NEW-DAILY-LIMIT > ZERO
041800         AND WS-NEW-DAILY-LIMIT < WS-NEW-MAX-SINGLE
041900         SET TRAN-BAD TO TRUE
042000         MOVE "DAILY BELOW SINGLE LIMIT" TO WS-TRAN-REASON
042100     END-IF.
042200     GO TO 3050-EXIT.
042300 3050-EXIT.
042400     EXIT.
042500*----------------------------------------------------------
042600* 3100-APPLY-ADD - "ADD DEPT STATUS MAX-SINGLE DAILY-LIMIT"
042700*----------------------------------------------------------
042800 3100-APPLY-ADD.
042900     PERFORM 3050-EDIT-STATUS-AND-LIMITS
043000         THRU 3050-EXIT.
043100     IF TRAN-BAD
043200         GO TO 3100-EXIT
043300     END-IF.
043400     MOVE WS-TRAN-DEPT TO DP-DEPT-CODE.
043500     READ DEPT-FILE.
043600     IF DEPT-OK
043700         SET TRAN-BAD TO TRUE
043800         MOVE "DEPT ALREADY ON FILE" TO WS-TRAN-REASON
043900         GO TO 3100-EXIT
044000     END-IF.
044100     MOVE SPACES TO DP-RECORD.
044200     MOVE WS-TRAN-DEPT TO DP-DEPT-CODE.
044300     MOVE WS-TRAN-STAT(1:1) TO DP-STATUS.
044400     MOVE WS-NEW-MAX-SINGLE TO DP-MAX-SINGLE.
044500     MOVE WS-NEW-DAILY-LIMIT TO DP-DAILY-LIMIT.
044600     MOVE ZERO TO DP-USED-DATE DP-USED-TODAY.
044700     WRITE DP-RECORD.
044800     IF NOT DEPT-OK
044900         SET TRAN-BAD TO TRUE
045000         MOVE "DEPARTMENT WRITE FAILED" TO WS-TRAN-REASON
045100         GO TO 3100-EXIT
045200     END-IF.
045300     MOVE SPACES TO DA-OLD-STATUS.
045400     MOVE ZERO TO DA-OLD-MAX DA-OLD-DAILY.
045500     PERFORM 6000-WRITE-DEPT-AUDIT
045600         THRU 6000-EXIT.
045700     GO TO 3100-EXIT.
045800 3100-EXIT.
045900     EXIT.
046000*----------------------------------------------------------
046100* 3200-APPLY-CHG - "CHG DEPT STATUS MAX-SINGLE DAILY-LIMIT"
046200*----------------------------------------------------------
046300 3200-APPLY-CHG.
046400     PERFORM 3050-EDIT-STATUS-AND-LIMITS
046500         THRU 3050-EXIT.
046600     IF TRAN-BAD
046700         GO TO 3200-EXIT
046800     END-IF.
046900     MOVE WS-TRAN-DEPT TO DP-DEPT-CODE.
047000     READ DEPT-FILE.
047100     IF NOT DEPT-OK
047200         SET TRAN-BAD TO TRUE
047300         MOVE "DEPARTMENT NOT ON FILE" TO WS-TRAN-REASON
047400         GO TO 3200-EXIT
047500     END-IF.
047600     MOVE DP-STATUS TO DA-OLD-STATUS.
047700     MOVE DP-MAX-SINGLE TO DA-OLD-MAX.
047800     MOVE DP-DAILY-LIMIT TO DA-OLD-DAILY.
047900     MOVE WS-TRAN-STAT(1:1) TO DP-STATUS.
048000     MOVE WS-NEW-MAX-SINGLE TO DP-MAX-SINGLE.
048100     MOVE WS-NEW-DAILY-LIMIT TO DP-DAILY-LIMIT.
048200     REWRITE DP-RECORD.
048300     IF NOT DEPT-OK
048400         SET TRAN-BAD TO TRUE
048500         MOVE "DEPARTMENT WRITE FAILED" TO WS-TRAN-REASON
048600         GO TO 3200-EXIT
048700     END-IF.
048800     PERFORM 6000-WRITE-DEPT-AUDIT
048900         THRU 6000-EXIT.
049000     GO TO 3200-EXIT.
049100 3200-EXIT.
049200     EXIT.
049300*----------------------------------------------------------
049400* 3300-APPLY-DEL - "DEL DEPT". A DEPARTMENT THAT MAY STILL
049500*     HAVE HISTORY ON THE RESULTS IS NORMALLY CLOSED WITH A
049600*     CHG RATHER THAN DELETED.
049700*----------------------------------------------------------
049800 3300-APPLY-DEL.
049900     MOVE WS-TRAN-DEPT TO DP-DEPT-CODE.
050000     READ DEPT-FILE.
050100     IF NOT DEPT-OK
050200         SET TRAN-BAD TO TRUE
050300         MOVE "DEPARTMENT NOT ON FILE" TO WS-TRAN-REASON
050400         GO TO 3300-EXIT
050500     END-IF.
050600     MOVE DP-STATUS TO DA-OLD-STATUS.
050700     MOVE DP-MAX-SINGLE TO DA-OLD-MAX.
050800     MOVE DP-DAILY-LIMIT TO DA-OLD-DAILY.
050900     DELETE DEPT-FILE.
051000     IF NOT DEPT-OK
051100         SET TRAN-BAD TO TRUE
051200         MOVE "DEPARTMENT DELETE FAILED" TO WS-TRAN-REASON
051300         GO TO 3300-EXIT
051400     END-IF.
051500     MOVE SPACES TO DP-STATUS.
051600     MOVE ZERO TO DP-MAX-SINGLE DP-DAILY-LIMIT.
051700     PERFORM 6000-WRITE-DEPT-AUDIT
051800         THRU 6000-EXIT.
051900     GO TO 3300-EXIT.
052000 3300-EXIT.
052100     EXIT.
052200*----------------------------------------------------------
052300* 3500-EDIT-LIMIT - PARSE WS-EDIT-TEXT(1:WS-EDIT-LEN) AS
052400*     "N" OR "N.NN" INTO WS-EDIT-AMOUNT, UP TO TWELVE
052500*     INTEGER DIGITS
052600*----------------------------------------------------------
052700 3500-EDIT-LIMIT.
052800     SET EDIT-OK TO TRUE.
052900     MOVE ZERO TO WS-EDIT-AMT-INT.
053000     MOVE ZERO TO WS-EDIT-AMT-FRAC.
053100     INITIALIZE WS-EDIT-INT-TEXT WS-EDIT-FRAC-TEXT
053200         WS-EDIT-INT-LEN WS-EDIT-FRAC-LEN.
053300
053400     IF WS-EDIT-LEN = ZERO OR WS-EDIT-LEN > 15
053500         SET EDIT-INVALID TO TRUE
053600         GO TO 3500-EXIT
053700     END-IF.
053800
053900     UNSTRING WS-EDIT-TEXT(1:WS-EDIT-LEN) DELIMITED BY "."
054000         INTO WS-EDIT-INT-TEXT COUNT IN WS-EDIT-INT-LEN,
054100              WS-EDIT-FRAC-TEXT COUNT IN WS-EDIT-FRAC-LEN.
054200
054300     IF WS-EDIT-INT-LEN = ZERO OR WS-EDIT-INT-LEN > 12
054400         SET EDIT-INVALID TO TRUE
054500         GO TO 3500-EXIT
054600     END-IF.
054700
054800     IF NOT WS-EDIT-INT-TEXT(1:WS-EDIT-INT-LEN) NUMERIC
054900         SET EDIT-INVALID TO TRUE
055000         GO TO 3500-EXIT
055100     END-IF.
055200
055300     MOVE WS-EDIT-INT-TEXT(1:WS-EDIT-INT-LEN)
055400         TO WS-EDIT-AMT-INT.
055500
055600     IF WS-EDIT-FRAC-LEN > 2
055700         SET EDIT-INVALID TO TRUE
055800         GO TO 3500-EXIT
055900     END-IF.
056000
056100     IF WS-EDIT-FRAC-LEN > ZERO
056200         IF NOT WS-EDIT-FRAC-TEXT(1:WS-EDIT-FRAC-LEN) NUMERIC
056300             SET EDIT-INVALID TO TRUE
056400             GO TO 3500-EXIT
056500         END-IF
056600     END-IF.
056700
056800     IF WS-EDIT-FRAC-LEN = 1
056900         MOVE WS-EDIT-FRAC-TEXT(1:1) TO WS-EDIT-FRAC-DIGIT
057000         MULTIPLY WS-EDIT-FRAC-DIGIT BY 10
057100             GIVING WS-EDIT-AMT-FRAC
057200     END-IF.
057300
057400     IF WS-EDIT-FRAC-LEN = 2
057500         MOVE WS-EDIT-FRAC-TEXT(1:2) TO WS-EDIT-AMT-FRAC
057600     END-IF.
057700     GO TO 3500-EXIT.
057800 3500-EXIT.
057900     EXIT.
058000*----------------------------------------------------------
058100* 6000-WRITE-DEPT-AUDIT - BEFORE/AFTER TRAIL FOR ONE
058200*     APPLIED CHANGE. DP-RECORD HOLDS THE AFTER IMAGE;
058300*     THE DA-OLD- FIELDS WERE SET BY THE CALLER.
058400*----------------------------------------------------------
058500 6000-WRITE-DEPT-AUDIT.
058600     ACCEPT WS-AUDIT-DATE-N FROM DATE YYYYMMDD.
058700     ACCEPT WS-AUDIT-TIME-N FROM TIME.
058800     MOVE WS-AUDIT-DATE-N TO DA-RUN-DATE.
058900     MOVE WS-AUDIT-TIME-N(1:6) TO DA-RUN-TIME.
059000     MOVE WS-TRAN-ACTION TO DA-ACTION.
059100     MOVE WS-TRAN-DEPT TO DA-DEPT-CODE.
059200     MOVE DP-STATUS TO DA-NEW-STATUS.
059300     MOVE DP-MAX-SINGLE TO DA-NEW-MAX.
059400     MOVE DP-DAILY-LIMIT TO DA-NEW-DAILY.
059500     MOVE WS-DEPT-AUDIT-LINE TO DA-RECORD.
059600     WRITE DA-RECORD.
059700     GO TO 6000-EXIT.
059800 6000-EXIT.
059900     EXIT.
060000*----------------------------------------------------------
060100* 6500-WRITE-HEADINGS - NEW REPORT PAGE
060200*----------------------------------------------------------
060300 6500-WRITE-HEADINGS.
060400     MOVE WS-RUN-DATE-R TO RH1-RUN-DATE.
060500     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
060600     MOVE RL-HEADING-1 TO RL-RECORD.
060700     WRITE RL-RECORD.
060800     MOVE RL-HEADING-2 TO RL-RECORD.
060900     WRITE RL-RECORD.
061000     MOVE SPACES TO RL-RECORD.
061100     WRITE RL-RECORD.
061200     ADD 1 TO WS-PAGE-NO.
061300     MOVE ZERO TO WS-LINE-COUNT.
061400     GO TO 6500-EXIT.
061500 6500-EXIT.
061600     EXIT.
061700*----------------------------------------------------------
061800* 7000-WRITE-REPORT-LINE - PAGE-CONTROLLED REPORT WRITE.
061900*     CALLER LOADS RL-RECORD FIRST; HEADINGS REBUILD THE
062000*     RECORD AREA, SO THE LINE IS SAVED ACROSS A PAGE BREAK
062100*----------------------------------------------------------
062200 7000-WRITE-REPORT-LINE.
062300     MOVE RL-RECORD TO WS-SAVED-REPORT-LINE.
062400     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
062500         PERFORM 6500-WRITE-HEADINGS
062600             THRU 6500-EXIT
062700         MOVE WS-SAVED-REPORT-LINE TO RL-RECORD
062800     END-IF.
062900     WRITE RL-RECORD.
063000     ADD 1 TO WS-LINE-COUNT.
063100     GO TO 7000-EXIT.
063200 7000-EXIT.
063300     EXIT.
063400*----------------------------------------------------------
063500* 8000-WRITE-SUMMARY - MAINTENANCE COUNTS
063600*----------------------------------------------------------
063700 8000-WRITE-SUMMARY.
063800     MOVE SPACES TO RL-RECORD.
063900     PERFORM 7000-WRITE-REPORT-LINE
064000         THRU 7000-EXIT.
064100     MOVE WS-TRANS-READ TO SM-TRANS-READ.
064200     MOVE SM-LINE-READ TO RL-RECORD.
064300     PERFORM 7000-WRITE-REPORT-LINE
064400         THRU 7000-EXIT.
064500     MOVE WS-TRANS-APPLIED TO SM-TRANS-APPLIED.
064600     MOVE SM-LINE-APPLIED TO RL-RECORD.
064700     PERFORM 7000-WRITE-REPORT-LINE
064800         THRU 7000-EXIT.
064900     MOVE WS-TRANS-REJECTED TO SM-TRANS-REJECTED.
065000     MOVE SM-LINE-REJECTED TO RL-RECORD.
065100     PERFORM 7000-WRITE-REPORT-LINE
065200         THRU 7000-EXIT.
065300     GO TO 8000-EXIT.
065400 8000-EXIT.
065500     EXIT.
065600*----------------------------------------------------------
065700* 9000-TERMINATE
065800*----------------------------------------------------------
065900 9000-TERMINATE.
066000     CLOSE DEPT-FILE.
066100     CLOSE AUDIT-FILE.
066200     CLOSE REPORT-FILE.
066300     MOVE WS-HIGHEST-RC TO RETURN-CODE.
066400     GO TO 9000-EXIT.
066500 9000-EXIT.
066600     EXIT.
