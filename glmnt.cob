000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COBOL-GLMNT.
000300 AUTHOR. D-SHIFT BATCH SUPPORT.
000400 INSTALLATION. MIS PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 10/15/2026  DLH   ORIGINAL VERSION. MAINTAINS THE INDEXED
001100*                   GL ACCOUNT-MAPPING MASTER COBOL-GLPOST
001200*                   JOURNALS THROUGH. AN ENTRY IS KEYED BY
001300*                   DEPARTMENT, OPERATOR OR FORMULA NAME,
001400*                   AND CURRENCY, AND NAMES THE ACCOUNT TO
001500*                   DEBIT AND THE ACCOUNT TO CREDIT FOR A
001600*                   POSITIVE RESULT. KEYED TRANSACTIONS ADD
001700*                   A MAPPING, CHANGE ITS ACCOUNTS, OR
001800*                   DELETE IT. EVERY APPLIED CHANGE GOES TO
001900*                   AN APPENDED AUDIT TRAIL AND EVERY
002000*                   TRANSACTION SHOWS ON THE MAINTENANCE
002100*                   REPORT, THE SAME SHAPE AS THE CURRENCY
002200*                   MAINTENANCE.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER. IBM-370.
002700 OBJECT-COMPUTER. IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT GLMAP-FILE ASSIGN TO "GLMAP"
003100         ORGANIZATION IS INDEXED
003200         ACCESS MODE IS RANDOM
003300         RECORD KEY IS GM-KEY
003400         FILE STATUS IS WS-GLMAP-STATUS.
003500     SELECT TRAN-FILE ASSIGN TO "GLMTRAN"
003600         ORGANIZATION IS LINE SEQUENTIAL
003700         FILE STATUS IS WS-TRAN-STATUS.
003800     SELECT AUDIT-FILE ASSIGN TO "GLMAUD"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS WS-AUDIT-STATUS.
004100     SELECT REPORT-FILE ASSIGN TO "GLMRPT"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS WS-REPORT-STATUS.
004400 DATA DIVISION.
004500 FILE SECTION.
004600*----------------------------------------------------------
004700* GL ACCOUNT MAPPING - THE SOURCE IS THE AUDIT LOG'S
004800* OPERATOR ("+" "-" "*" "/") OR, FOR A FORMULA RESULT, THE
004900* FORMULA NAME. A BLANK CURRENCY IS THE BASE CURRENCY (A
005000* PAIR WITH NO CUR= TOKEN).
005100*----------------------------------------------------------
005200 FD  GLMAP-FILE.
005300 01  GM-RECORD.
005400     05  GM-KEY.
005500         10  GM-DEPT            PIC X(08).
005600         10  GM-SOURCE          PIC X(08).
005700         10  GM-CURRENCY        PIC X(03).
005800     05  GM-DEBIT-ACCT          PIC X(12).
005900     05  GM-CREDIT-ACCT         PIC X(12).
006000     05  FILLER                 PIC X(07).
006100 FD  TRAN-FILE
006200     RECORDING MODE IS F.
006300 01  TR-RECORD                  PIC X(80).
006400 FD  AUDIT-FILE
006500     RECORDING MODE IS F.
006600 01  GA-RECORD                  PIC X(100).
006700 FD  REPORT-FILE
006800     RECORDING MODE IS F.
006900 01  RL-RECORD                  PIC X(132).
007000 WORKING-STORAGE SECTION.
007100*----------------------------------------------------------
007200* FILE STATUS SWITCHES
007300*----------------------------------------------------------
007400 77  WS-GLMAP-STATUS            PIC X(02).
007500     88  GLMAP-OK                 VALUE "00".
007600     88  GLMAP-NOT-FOUND          VALUE "23".
007700     88  GLMAP-DUPLICATE          VALUE "22".
007800     88  GLMAP-FILE-MISSING       VALUE "35".
007900 77  WS-TRAN-STATUS             PIC X(02).
008000     88  TRAN-OK                  VALUE "00".
008100     88  TRAN-EOF                 VALUE "10".
008200 77  WS-AUDIT-STATUS            PIC X(02).
008300     88  AUDIT-OK                 VALUE "00".
008400 77  WS-REPORT-STATUS           PIC X(02).
008500     88  REPORT-OK                VALUE "00".
008600 77  WS-TRAN-EOF-SW             PIC X(01)    VALUE "N".
008700     88  END-OF-TRANS             VALUE "Y".
008800 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
008900*----------------------------------------------------------
009000* TRANSACTION WORK AREAS. A TRANSACTION IS
009100*     ADD DEPT SOURCE CURRENCY DEBIT-ACCT CREDIT-ACCT
009200*     CHG DEPT SOURCE CURRENCY DEBIT-ACCT CREDIT-ACCT
009300*     DEL DEPT SOURCE CURRENCY
009400* SOURCE IS AN OPERATOR OR A FORMULA NAME. CURRENCY IS A
009500* THREE-LETTER CODE, OR BASE FOR A PAIR KEYED WITH NO
009600* CURRENCY.
009700*----------------------------------------------------------
009800 01  WS-TRAN-ACTION             PIC X(04).
009900     88  TRAN-IS-ADD              VALUE "ADD".
010000     88  TRAN-IS-CHG              VALUE "CHG".
010100     88  TRAN-IS-DEL              VALUE "DEL".
010200     88  TRAN-ACTION-VALID        VALUES "ADD" "CHG" "DEL".
010300 77  WS-TRAN-ACTION-LEN         PIC 9(03)    VALUE ZERO.
010400 77  WS-TRAN-DEPT               PIC X(08).
010500 77  WS-TRAN-DEPT-LEN           PIC 9(03)    VALUE ZERO.
010600 77  WS-TRAN-SOURCE             PIC X(08).
010700 77  WS-TRAN-SOURCE-LEN         PIC 9(03)    VALUE ZERO.
010800 01  WS-TRAN-CURR               PIC X(04).
010900     88  TRAN-CURR-IS-BASE        VALUE "BASE".
011000 77  WS-TRAN-CURR-LEN           PIC 9(03)    VALUE ZERO.
011100 77  WS-TRAN-DEBIT              PIC X(12).
011200 77  WS-TRAN-DEBIT-LEN          PIC 9(03)    VALUE ZERO.
011300 77  WS-TRAN-CREDIT             PIC X(12).
011400 77  WS-TRAN-CREDIT-LEN         PIC 9(03)    VALUE ZERO.
011500 77  WS-TRAN-VALID-SW           PIC X(01)    VALUE "Y".
011600     88  TRAN-GOOD                VALUE "Y".
011700     88  TRAN-BAD                 VALUE "N".
011800 77  WS-TRAN-REASON             PIC X(24)    VALUE SPACES.
011900 01  WS-NEW-KEY.
012000     05  WS-NEW-DEPT            PIC X(08).
012100     05  WS-NEW-SOURCE          PIC X(08).
012200     05  WS-NEW-CURRENCY        PIC X(03).
012300*----------------------------------------------------------
012400* MAINTENANCE COUNTERS
012500*----------------------------------------------------------
012600 77  WS-TRANS-READ              PIC 9(04)    VALUE ZERO.
012700 77  WS-TRANS-APPLIED           PIC 9(04)    VALUE ZERO.
012800 77  WS-TRANS-REJECTED          PIC 9(04)    VALUE ZERO.
012900*----------------------------------------------------------
013000* AUDIT TRAIL LINE - BEFORE AND AFTER ACCOUNTS FOR EVERY
013100* APPLIED CHANGE
013200*----------------------------------------------------------
013300 77  WS-AUDIT-DATE-N            PIC 9(08).
013400 77  WS-AUDIT-TIME-N            PIC 9(08).
013500 01  WS-GLMAP-AUDIT-LINE.
013600     05  GA-RUN-DATE            PIC 9999/99/99.
013700     05  FILLER                 PIC X(01)    VALUE SPACES.
013800     05  GA-RUN-TIME            PIC 9(06).
013900     05  FILLER                 PIC X(02)    VALUE SPACES.
014000     05  GA-ACTION              PIC X(04).
014100     05  FILLER                 PIC X(02)    VALUE SPACES.
014200     05  GA-DEPT                PIC X(08).
014300     05  FILLER                 PIC X(01)    VALUE SPACES.
014400     05  GA-SOURCE              PIC X(08).
014500     05  FILLER                 PIC X(01)    VALUE SPACES.
014600     05  GA-CURRENCY            PIC X(03).
014700     05  FILLER                 PIC X(02)    VALUE SPACES.
014800     05  GA-OLD-DEBIT           PIC X(12).
014900     05  FILLER                 PIC X(01)    VALUE SPACES.
015000     05  GA-OLD-CREDIT          PIC X(12).
015100     05  FILLER                 PIC X(02)    VALUE SPACES.
015200     05  GA-NEW-DEBIT           PIC X(12).
015300     05  FILLER                 PIC X(01)    VALUE SPACES.
015400     05  GA-NEW-CREDIT          PIC X(12).
015500*----------------------------------------------------------
015600* REPORT HEADING AND DETAIL LINE LAYOUTS
015700*----------------------------------------------------------
015800 77  WS-RUN-DATE-N              PIC 9(08).
015900 01  WS-RUN-DATE-R              PIC 9999/99/99.
016000 77  WS-PAGE-NO                 PIC 9(04)    VALUE 1.
016100 77  WS-LINE-COUNT              PIC 9(02)    VALUE 99.
016200 77  WS-MAX-LINES-PER-PAGE      PIC 9(02)    VALUE 20.
016300 01  WS-SAVED-REPORT-LINE       PIC X(132).
016400 01  RL-HEADING-1.
016500     05  FILLER                 PIC X(11)
016600         VALUE "COBOL-GLMNT".
016700     05  FILLER                 PIC X(31)
016800         VALUE "  GL ACCOUNT MAPPING MAINT".
016900     05  FILLER                 PIC X(10)    VALUE "RUN DATE ".
017000     05  RH1-RUN-DATE           PIC 9999/99/99.
017100     05  FILLER                 PIC X(08)    VALUE "  PAGE ".
017200     05  RH1-PAGE-NO            PIC ZZZ9.
017300 01  RL-HEADING-2.
017400     05  FILLER                 PIC X(06)    VALUE "ACTN".
017500     05  FILLER                 PIC X(10)    VALUE "DEPT".
017600     05  FILLER                 PIC X(10)    VALUE "SOURCE".
017700     05  FILLER                 PIC X(06)    VALUE "CCY".
017800     05  FILLER                 PIC X(10)    VALUE "STATUS".
017900     05  FILLER                 PIC X(26)    VALUE "REASON".
018000     05  FILLER                 PIC X(40)
018100         VALUE "TRANSACTION".
018200 01  RL-DETAIL-LINE.
018300     05  RD-ACTION              PIC X(04).
018400     05  FILLER                 PIC X(02)    VALUE SPACES.
018500     05  RD-DEPT                PIC X(08).
018600     05  FILLER                 PIC X(02)    VALUE SPACES.
018700     05  RD-SOURCE              PIC X(08).
018800     05  FILLER                 PIC X(02)    VALUE SPACES.
018900     05  RD-CURRENCY            PIC X(04).
019000     05  FILLER                 PIC X(02)    VALUE SPACES.
019100     05  RD-STATUS              PIC X(08).
019200     05  FILLER                 PIC X(02)    VALUE SPACES.
019300     05  RD-REASON              PIC X(24).
019400     05  FILLER                 PIC X(02)    VALUE SPACES.
019500     05  RD-TRAN-TEXT           PIC X(60).
019600*----------------------------------------------------------
019700* MAINTENANCE SUMMARY LINE LAYOUTS
019800*----------------------------------------------------------
019900 01  SM-LINE-READ.
020000     05  FILLER                 PIC X(24)
020100         VALUE "TRANSACTIONS READ...... ".
020200     05  SM-TRANS-READ          PIC ZZZ9.
020300 01  SM-LINE-APPLIED.
020400     05  FILLER                 PIC X(24)
020500         VALUE "TRANSACTIONS APPLIED... ".
020600     05  SM-TRANS-APPLIED       PIC ZZZ9.
020700 01  SM-LINE-REJECTED.
020800     05  FILLER                 PIC X(24)
020900         VALUE "TRANSACTIONS REJECTED.. ".
021000     05  SM-TRANS-REJECTED      PIC ZZZ9.
021100 PROCEDURE DIVISION.
021200*----------------------------------------------------------
021300* 0000-MAINLINE
021400*----------------------------------------------------------
021500 0000-MAINLINE.
021600     PERFORM 1000-INITIALIZE
021700         THRU 1000-EXIT.
021800     PERFORM 2000-PROCESS-TRANS
021900         THRU 2000-EXIT.
022000     PERFORM 8000-WRITE-SUMMARY
022100         THRU 8000-EXIT.
022200     PERFORM 9000-TERMINATE
022300         THRU 9000-EXIT.
022400     STOP RUN.
022500*----------------------------------------------------------
022600* 1000-INITIALIZE - OPEN FILES; A MISSING MAPPING MASTER IS
022700*     CREATED EMPTY SO THE FIRST ADD RUN CAN SEED IT
022800*----------------------------------------------------------
022900 1000-INITIALIZE.
023000     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
023100     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-R.
023200
023300     OPEN I-O GLMAP-FILE.
023400     IF GLMAP-FILE-MISSING
023500         OPEN OUTPUT GLMAP-FILE
023600         CLOSE GLMAP-FILE
023700         OPEN I-O GLMAP-FILE
023800     END-IF.
023900     IF NOT GLMAP-OK
024000         DISPLAY "UNABLE TO OPEN GL MAPPING MASTER, STATUS = "
024100             WS-GLMAP-STATUS
024200         MOVE 16 TO RETURN-CODE
024300         STOP RUN
024400     END-IF.
024500
024600     OPEN INPUT TRAN-FILE.
024700     IF NOT TRAN-OK
024800         DISPLAY "UNABLE TO OPEN TRANSACTION FILE, STATUS = "
024900             WS-TRAN-STATUS
025000         MOVE 16 TO RETURN-CODE
025100         STOP RUN
025200     END-IF.
025300
025400     OPEN EXTEND AUDIT-FILE.
025500     IF WS-AUDIT-STATUS = "35"
025600         OPEN OUTPUT AUDIT-FILE
025700         CLOSE AUDIT-FILE
025800         OPEN EXTEND AUDIT-FILE
025900     END-IF.
026000     IF NOT AUDIT-OK
026100         DISPLAY "UNABLE TO OPEN GL MAPPING AUDIT TRAIL, "
026200             "STATUS = " WS-AUDIT-STATUS
026300         MOVE 16 TO RETURN-CODE
026400         STOP RUN
026500     END-IF.
026600
026700     OPEN OUTPUT REPORT-FILE.
026800     IF NOT REPORT-OK
026900         DISPLAY "UNABLE TO OPEN REPORT FILE, STATUS = "
027000             WS-REPORT-STATUS
027100         MOVE 16 TO RETURN-CODE
027200         STOP RUN
027300     END-IF.
027400     GO TO 1000-EXIT.
027500 1000-EXIT.
027600     EXIT.
027700*----------------------------------------------------------
027800* 2000-PROCESS-TRANS - LOOP OVER THE TRANSACTION FILE
027900*----------------------------------------------------------
028000 2000-PROCESS-TRANS.
028100     PERFORM 2100-READ-TRAN
028200         THRU 2100-EXIT.
028300     PERFORM UNTIL END-OF-TRANS
028400         PERFORM 3000-APPLY-ONE-TRAN
028500             THRU 3000-EXIT
028600         PERFORM 2100-READ-TRAN
028700             THRU 2100-EXIT
028800     END-PERFORM.
028900     CLOSE TRAN-FILE.
029000     GO TO 2000-EXIT.
029100 2000-EXIT.
029200     EXIT.
029300*----------------------------------------------------------
029400* 2100-READ-TRAN
029500*----------------------------------------------------------
029600 2100-READ-TRAN.
029700     READ TRAN-FILE
029800         AT END
029900             SET END-OF-TRANS TO TRUE
030000     END-READ.
030100     IF NOT END-OF-TRANS
030200         ADD 1 TO WS-TRANS-READ
030300     END-IF.
030400     GO TO 2100-EXIT.
030500 2100-EXIT.
030600     EXIT.
030700*----------------------------------------------------------
030800* 3000-APPLY-ONE-TRAN - EDIT AND APPLY ONE TRANSACTION
030900*----------------------------------------------------------
031000 3000-APPLY-ONE-TRAN.
031100     SET TRAN-GOOD TO TRUE.
031200     MOVE SPACES TO WS-TRAN-REASON.
031300     INITIALIZE WS-TRAN-ACTION WS-TRAN-DEPT WS-TRAN-SOURCE
031400         WS-TRAN-CURR WS-TRAN-DEBIT WS-TRAN-CREDIT
031500         WS-TRAN-ACTION-LEN WS-TRAN-DEPT-LEN
031600         WS-TRAN-SOURCE-LEN WS-TRAN-CURR-LEN
031700         WS-TRAN-DEBIT-LEN WS-TRAN-CREDIT-LEN.
031800     UNSTRING TR-RECORD DELIMITED BY ALL SPACES
031900         INTO WS-TRAN-ACTION COUNT IN WS-TRAN-ACTION-LEN,
032000              WS-TRAN-DEPT COUNT IN WS-TRAN-DEPT-LEN,
032100              WS-TRAN-SOURCE COUNT IN WS-TRAN-SOURCE-LEN,
032200              WS-TRAN-CURR COUNT IN WS-TRAN-CURR-LEN,
032300              WS-TRAN-DEBIT COUNT IN WS-TRAN-DEBIT-LEN,
032400              WS-TRAN-CREDIT COUNT IN WS-TRAN-CREDIT-LEN.
032500
032600     IF TR-RECORD = SPACES
032700         GO TO 3000-EXIT
032800     END-IF.
032900
033000     IF NOT TRAN-ACTION-VALID
033100         SET TRAN-BAD TO TRUE
033200         MOVE "UNKNOWN ACTION" TO WS-TRAN-REASON
033300     END-IF.
033400
033500     IF TRAN-GOOD
033600         AND (WS-TRAN-DEPT-LEN = ZERO
033700         OR WS-TRAN-DEPT-LEN > 8)
033800         SET TRAN-BAD TO TRUE
033900         MOVE "BAD DEPARTMENT CODE" TO WS-TRAN-REASON
034000     END-IF.
034100
034200     IF TRAN-GOOD
034300         AND (WS-TRAN-SOURCE-LEN = ZERO
034400         OR WS-TRAN-SOURCE-LEN > 8)
034500         SET TRAN-BAD TO TRUE
034600         MOVE "BAD OPERATOR OR FORMULA" TO WS-TRAN-REASON
034700     END-IF.
034800
034900     IF TRAN-GOOD
035000         IF TRAN-CURR-IS-BASE
035100             MOVE SPACES TO WS-NEW-CURRENCY
035200         ELSE
035300             IF WS-TRAN-CURR-LEN NOT = 3
035400                 OR WS-TRAN-CURR(1:3) NOT ALPHABETIC
035500                 SET TRAN-BAD TO TRUE
035600                 MOVE "BAD CURRENCY CODE" TO WS-TRAN-REASON
035700             ELSE
035800                 MOVE WS-TRAN-CURR(1:3) TO WS-NEW-CURRENCY
035900             END-IF
036000         END-IF
036100     END-IF.
036200
036300     IF TRAN-GOOD
036400         MOVE WS-TRAN-DEPT TO WS-NEW-DEPT
036500         MOVE WS-TRAN-SOURCE TO WS-NEW-SOURCE
036600         EVALUATE TRUE
036700             WHEN TRAN-IS-ADD
036800                 PERFORM 3100-APPLY-ADD
036900                     THRU 3100-EXIT
037000             WHEN TRAN-IS-CHG
037100                 PERFORM 3200-APPLY-CHG
037200                     THRU 3200-EXIT
037300             WHEN TRAN-IS-DEL
037400                 PERFORM 3300-APPLY-DEL
037500                     THRU 3300-EXIT
037600         END-EVALUATE
037700     END-IF.
037800
037900     IF TRAN-BAD
038000         ADD 1 TO WS-TRANS-REJECTED
038100         IF WS-HIGHEST-RC < 04
038200             MOVE 04 TO WS-HIGHEST-RC
038300         END-IF
038400         MOVE "REJECTED" TO RD-STATUS
038500     ELSE
038600         ADD 1 TO WS-TRANS-APPLIED
038700         MOVE "APPLIED" TO RD-STATUS
038800     END-IF.
038900     MOVE WS-TRAN-ACTION TO RD-ACTION.
039000     MOVE WS-TRAN-DEPT TO RD-DEPT.
039100     MOVE WS-TRAN-SOURCE TO RD-SOURCE.
039200     MOVE WS-TRAN-CURR TO RD-CURRENCY.
039300     MOVE WS-TRAN-REASON TO RD-REASON.
039400     MOVE TR-RECORD(1:60) TO RD-TRAN-TEXT.
039500     MOVE RL-DETAIL-LINE TO RL-RECORD.
039600     PERFORM 7000-WRITE-REPORT-LINE
039700         THRU 7000-EXIT.
039800     GO TO 3000-EXIT.
039900 3000-EXIT.
040000     EXIT.
040100*----------------------------------------------------------
040200* 3050-EDIT-ACCOUNTS - SHARED ADD/CHG ACCOUNT EDITS. THE
040300*     TWO SIDES OF AN ENTRY MAY NOT BE THE SAME ACCOUNT.
040400*----------------------------------------------------------
040500 3050-EDIT-ACCOUNTS.
040600     IF WS-TRAN-DEBIT-LEN = ZERO
040700         OR WS-TRAN-DEBIT-LEN > 12
040800         SET TRAN-BAD TO TRUE
040900         MOVE "BAD DEBIT ACCOUNT" TO WS-TRAN-REASON
041000         GO TO 3050-EXIT
041100     END-IF.
041200     IF WS-TRAN-CREDIT-LEN = ZERO
041300         OR WS-TRAN-CREDIT-LEN > 12
041400         SET TRAN-BAD TO TRUE
041500         MOVE "BAD CREDIT ACCOUNT" TO WS-TRAN-REASON
041600         GO TO 3050-EXIT
041700     END-IF.
041800     IF WS-TRAN-DEBIT = WS-TRAN-CREDIT
041900         SET TRAN-BAD TO TRUE
042000         MOVE "DEBIT SAME AS CREDIT" TO WS-TRAN-REASON
042100     END-IF.
042200     GO TO 3050-EXIT.
042300 3050-EXIT.
042400     EXIT.
042500*----------------------------------------------------------
042600* 3100-APPLY-ADD - "ADD DEPT SOURCE CCY DEBIT CREDIT"
042700*----------------------------------------------------------
042800 3100-APPLY-ADD.
042900     PERFORM 3050-EDIT-ACCOUNTS
043000         THRU 3050-EXIT.
043100     IF TRAN-BAD
043200         GO TO 3100-EXIT
043300     END-IF.
043400     MOVE WS-NEW-KEY TO GM-KEY.
043500     READ GLMAP-FILE.
043600     IF GLMAP-OK
043700         SET TRAN-BAD TO TRUE
043800         MOVE "MAPPING ALREADY ON FILE" TO WS-TRAN-REASON
043900         GO TO 3100-EXIT
044000     END-IF.
044100     MOVE SPACES TO GM-RECORD.
044200     MOVE WS-NEW-KEY TO GM-KEY.
044300     MOVE WS-TRAN-DEBIT TO GM-DEBIT-ACCT.
044400     MOVE WS-TRAN-CREDIT TO GM-CREDIT-ACCT.
044500     WRITE GM-RECORD.
044600     IF NOT GLMAP-OK
044700         SET TRAN-BAD TO TRUE
044800         MOVE "MAPPING WRITE FAILED" TO WS-TRAN-REASON
044900         GO TO 3100-EXIT
045000     END-IF.
045100     MOVE SPACES TO GA-OLD-DEBIT GA-OLD-CREDIT.
045200     PERFORM 6000-WRITE-GLMAP-AUDIT
045300         THRU 6000-EXIT.
045400     GO TO 3100-EXIT.
045500 3100-EXIT.
045600     EXIT.
045700*----------------------------------------------------------
045800* 3200-APPLY-CHG - "CHG DEPT SOURCE CCY DEBIT CREDIT"
045900*----------------------------------------------------------
046000 3200-APPLY-CHG.
046100     PERFORM 3050-EDIT-ACCOUNTS
046200         THRU 3050-EXIT.
046300     IF TRAN-BAD
046400         GO TO 3200-EXIT
046500     END-IF.
046600     MOVE WS-NEW-KEY TO GM-KEY.
046700     READ GLMAP-FILE.
046800     IF NOT GLMAP-OK
046900         SET TRAN-BAD TO TRUE
047000         MOVE "MAPPING NOT ON FILE" TO WS-TRAN-REASON
047100         GO TO 3200-EXIT
047200     END-IF.
047300     MOVE GM-DEBIT-ACCT TO GA-OLD-DEBIT.
047400     MOVE GM-CREDIT-ACCT TO GA-OLD-CREDIT.
047500     MOVE WS-TRAN-DEBIT TO GM-DEBIT-ACCT.
047600     MOVE WS-TRAN-CREDIT TO GM-CREDIT-ACCT.
047700     REWRITE GM-RECORD.
047800     IF NOT GLMAP-OK
047900         SET TRAN-BAD TO TRUE
048000         MOVE "MAPPING WRITE FAILED" TO WS-TRAN-REASON
048100         GO TO 3200-EXIT
048200     END-IF.
048300     PERFORM 6000-WRITE-GLMAP-AUDIT
048400         THRU 6000-EXIT.
048500     GO TO 3200-EXIT.
048600 3200-EXIT.
048700     EXIT.
048800*----------------------------------------------------------
048900* 3300-APPLY-DEL - "DEL DEPT SOURCE CCY"
049000*----------------------------------------------------------
049100 3300-APPLY-DEL.
049200     MOVE WS-NEW-KEY TO GM-KEY.
049300     READ GLMAP-FILE.
049400     IF NOT GLMAP-OK
049500         SET TRAN-BAD TO TRUE
049600         MOVE "MAPPING NOT ON FILE" TO WS-TRAN-REASON
049700         GO TO 3300-EXIT
049800     END-IF.
049900     MOVE GM-DEBIT-ACCT TO GA-OLD-DEBIT.
050000     MOVE GM-CREDIT-ACCT TO GA-OLD-CREDIT.
050100     DELETE GLMAP-FILE.
050200     IF NOT GLMAP-OK
050300         SET TRAN-BAD TO TRUE
050400         MOVE "MAPPING DELETE FAILED" TO WS-TRAN-REASON
050500         GO TO 3300-EXIT
050600     END-IF.
050700     MOVE SPACES TO GM-DEBIT-ACCT GM-CREDIT-ACCT.
050800     PERFORM 6000-WRITE-GLMAP-AUDIT
050900         THRU 6000-EXIT.
051000     GO TO 3300-EXIT.
051100 3300-EXIT.
051200     EXIT.
051300*----------------------------------------------------------
051400* 6000-WRITE-GLMAP-AUDIT - BEFORE/AFTER TRAIL FOR ONE
051500*     APPLIED CHANGE. GM-RECORD HOLDS THE AFTER IMAGE;
051600*     THE GA-OLD- FIELDS WERE SET BY THE CALLER.
051700*----------------------------------------------------------
051800 6000-WRITE-GLMAP-AUDIT.
051900     ACCEPT WS-AUDIT-DATE-N FROM DATE YYYYMMDD.
052000     ACCEPT WS-AUDIT-TIME-N FROM TIME.
052100     MOVE WS-AUDIT-DATE-N TO GA-RUN-DATE.
052200     MOVE WS-AUDIT-TIME-N(1:6) TO GA-RUN-TIME.
052300     MOVE WS-TRAN-ACTION TO GA-ACTION.
052400     MOVE WS-NEW-DEPT TO GA-DEPT.
052500     MOVE WS-NEW-SOURCE TO GA-SOURCE.
052600     MOVE WS-NEW-CURRENCY TO GA-CURRENCY.
052700     MOVE GM-DEBIT-ACCT TO GA-NEW-DEBIT.
052800     MOVE GM-CREDIT-ACCT TO GA-NEW-CREDIT.
052900     MOVE WS-GLMAP-AUDIT-LINE TO GA-RECORD.
053000     WRITE GA-RECORD.
053100     GO TO 6000-EXIT.
053200 6000-EXIT.
053300     EXIT.
053400*----------------------------------------------------------
053500* 6500-WRITE-HEADINGS - NEW REPORT PAGE
053600*----------------------------------------------------------
053700 6500-WRITE-HEADINGS.
053800     MOVE WS-RUN-DATE-R TO RH1-RUN-DATE.
053900     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
054000     MOVE RL-HEADING-1 TO RL-RECORD.
054100     WRITE RL-RECORD.
054200     MOVE RL-HEADING-2 TO RL-RECORD.
054300     WRITE RL-RECORD.
054400     MOVE SPACES TO RL-RECORD.
054500     WRITE RL-RECORD.
054600     ADD 1 TO WS-PAGE-NO.
054700     MOVE ZERO TO WS-LINE-COUNT.
054800     GO TO 6500-EXIT.
054900 6500-EXIT.
055000     EXIT.
055100*----------------------------------------------------------
055200* 7000-WRITE-REPORT-LINE - PAGE-CONTROLLED REPORT WRITE.
055300*     CALLER LOADS RL-RECORD FIRST; HEADINGS REBUILD THE
055400*     RECORD AREA, SO THE LINE IS SAVED ACROSS A PAGE BREAK
055500*----------------------------------------------------------
055600 7000-WRITE-REPORT-LINE.
055700     MOVE RL-RECORD TO WS-SAVED-REPORT-LINE.
055800     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
055900         PERFORM 6500-WRITE-HEADINGS
056000             THRU 6500-EXIT
056100         MOVE WS-SAVED-REPORT-LINE TO RL-RECORD
056200     END-IF.
056300     WRITE RL-RECORD.
056400     ADD 1 TO WS-LINE-COUNT.
056500     GO TO 7000-EXIT.
056600 7000-EXIT.
056700     EXIT.
056800*----------------------------------------------------------
056900* 8000-WRITE-SUMMARY - MAINTENANCE COUNTS
057000*----------------------------------------------------------
057100 8000-WRITE-SUMMARY.
057200     MOVE SPACES TO RL-RECORD.
057300     PERFORM 7000-WRITE-REPORT-LINE
057400         THRU 7000-EXIT.
057500     MOVE WS-TRANS-READ TO SM-TRANS-READ.
057600     MOVE SM-LINE-READ TO RL-RECORD.
057700     PERFORM 7000-WRITE-REPORT-LINE
057800         THRU 7000-EXIT.
057900     MOVE WS-TRANS-APPLIED TO SM-TRANS-APPLIED.
058000     MOVE SM-LINE-APPLIED TO RL-RECORD.
058100     PERFORM 7000-WRITE-REPORT-LINE
058200         THRU 7000-EXIT.
058300     MOVE WS-TRANS-REJECTED TO SM-TRANS-REJECTED.
058400     MOVE SM-LINE-REJECTED TO RL-RECORD.
058500     PERFORM 7000-WRITE-REPORT-LINE
058600         THRU 7000-EXIT.
058700     GO TO 8000-EXIT.
058800 8000-EXIT.
058900     EXIT.
059000*----------------------------------------------------------
059100* 9000-TERMINATE
059200*----------------------------------------------------------
059300 9000-TERMINATE.
059400     CLOSE GLMAP-FILE.
059500     CLOSE AUDIT-FILE.
059600     CLOSE REPORT-FILE.
059700     MOVE WS-HIGHEST-RC TO RETURN-CODE.
059800     GO TO 9000-EXIT.
059900 9000-EXIT.
060000     EXIT.
