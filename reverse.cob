000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COBOL-REVERSE.
000300 AUTHOR. D-SHIFT BATCH SUPPORT.
000400 INSTALLATION. MIS PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 10/15/2026  DLH   ORIGINAL VERSION. BACKS OUT A WHOLE
001100*                   POSTED BATCH - ONE SENT AGAINST THE
001200*                   WRONG PERIOD OR RATE FILE - WHERE
001300*                   COBOL-REPAIR ONLY REACHES REJECTS. EVERY
001400*                   COMPUTED ENTRY OF THE BATCH FOR THE RUN
001500*                   DATE, FROM THE LIVE AUDIT LOG AND THE
001600*                   AUDCAT GENERATIONS, GETS A REVERSING
001700*                   PAIR IN A BATCH OF ITS OWN WHOSE HEADER
001800*                   CARRIES THE COUNT AND THE NEGATED TOTAL,
001900*                   SO THE REVERSAL RECONCILES THROUGH THE
002000*                   NORMAL RUN. THE ORIGINAL RESULTS MASTER
002100*                   ENTRIES ARE MARKED REV. A BATCH IS
002200*                   REVERSED ONCE - THE REVERSAL REGISTER
002300*                   REFUSES A SECOND RUN. EVERY LINE
002400*                   REVERSED IS LISTED ON THE REPORT.
002410* 10/15/2026  DLH   EACH REVERSING PAIR NOW CARRIES "SRC="
002420*                   WITH THE ORIGINAL'S OPERATOR OR FORMULA,
002430*                   SO THE GL POST MAPS IT TO THE ORIGINAL'S
002440*                   ACCOUNTS INSTEAD OF THOSE FOR "-".
002500*----------------------------------------------------------
002600* RUN AS "COBOL-REVERSE BATCH-ID CCYYMMDD", THE DATE BEING
002700* THE RUN DATE THE BATCH POSTED UNDER.
002800*
002900* THE REVERSAL BATCH IS NAMED RVNNNNNN, NNNNNN BEING ONE
003000* MORE THAN THE REVERSALS ON THE REGISTER, AND GOES TO
003100* REVPAIRS UNDER THE ORIGINAL BATCH'S DEPARTMENT. THE
003200* CYCLE CONCATENATES REVPAIRS IN FRONT OF THE NEXT PAIRS
003300* FILE. EACH REVERSING PAIR IS "0.00 AMOUNT -" FOR A
003400* POSITIVE ORIGINAL AND "AMOUNT 0.00 -" FOR A NEGATIVE ONE,
003500* IN THE ORIGINAL'S CURRENCY; AN ORIGINAL LARGER THAN ONE
003600* PAIR CAN CARRY IS SPLIT OVER SEVERAL. EVERY REVERSING
003700* PAIR CARRIES ITS OWN REFERENCE ID (RVNNNNNN-SSSSSSS),
003800* POSTED TO THE RESULTS MASTER HERE AS APPROVED SO THE
003900* DEPARTMENT LIMITS DO NOT REFER THE REVERSAL, AND
004000* REWRITTEN OK BY COBOL-MATH WHEN IT COMPUTES. IT ALSO
004010* CARRIES "SRC=" NAMING THE ORIGINAL'S OPERATOR OR FORMULA;
004020* COBOL-MATH LOGS THAT AS THE AUDIT FORMULA, SO COBOL-GLPOST
004030* POSTS THE REVERSAL TO THE ORIGINAL'S ACCOUNTS, SWAPPED.
004100*
004200* THE RUN IS REFUSED WITH RC 08, BEFORE ANYTHING IS
004300* WRITTEN, FOR A BATCH ALREADY ON THE REGISTER, A BATCH
004400* WITH NO COMPUTED ENTRIES FOR THE DATE, OR AN ENTRY TOO
004500* LARGE TO REVERSE. AN ORIGINAL MASTER ENTRY THAT CANNOT
004600* BE MARKED (SINCE RESUBMITTED, OR NOT ON FILE) IS NOTED
004700* ON ITS LINE WITH RC 04.
004800*----------------------------------------------------------
004900 ENVIRONMENT DIVISION.
005000 CONFIGURATION SECTION.
005100 SOURCE-COMPUTER. IBM-370.
005200 OBJECT-COMPUTER. IBM-370.
005300 INPUT-OUTPUT SECTION.
005400 FILE-CONTROL.
005500     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-AUDIT-STATUS.
005800     SELECT CATALOG-FILE ASSIGN TO "AUDCAT"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS WS-CATALOG-STATUS.
006100     SELECT ARCH-FILE ASSIGN TO WS-ARCH-NAME
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS WS-ARCH-STATUS.
006400     SELECT RESULT-MASTER-FILE ASSIGN TO "RESLMAST"
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS RQ-REF-ID
006800         FILE STATUS IS WS-RESULT-MASTER-STATUS.
006900     SELECT REVERSAL-FILE ASSIGN TO "REVPAIRS"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-REVERSAL-STATUS.
007200     SELECT REVCTL-FILE ASSIGN TO "REVCTL"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-REVCTL-STATUS.
007500     SELECT REPORT-FILE ASSIGN TO "REVRPT"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS WS-REPORT-STATUS.
007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  AUDIT-FILE
008100     RECORDING MODE IS F.
008200 01  AU-RECORD                  PIC X(130).
008300 FD  CATALOG-FILE
008400     RECORDING MODE IS F.
008500 01  CG-RECORD                  PIC X(50).
008600 FD  ARCH-FILE
008700     RECORDING MODE IS F.
008800 01  AR-RECORD                  PIC X(130).
008900*----------------------------------------------------------
009000* RESULTS MASTER - SAME LAYOUT COBOL-MATH POSTS
009100*----------------------------------------------------------
009200 FD  RESULT-MASTER-FILE.
009300 01  RQ-RECORD.
009400     05  RQ-REF-ID              PIC X(16).
009500     05  RQ-RUN-DATE            PIC 9(08).
009600     05  RQ-BATCH-ID            PIC X(08).
009700     05  RQ-NUM1                PIC 9(05)V99.
009800     05  RQ-OP-CODE             PIC X(01).
009900     05  RQ-NUM2                PIC 9(05)V99.
010000     05  RQ-STATUS              PIC X(03).
010100     05  RQ-RESULT              PIC S9(10)V99.
010200     05  RQ-REASON              PIC X(24).
010300     05  RQ-CURRENCY            PIC X(03).
010400     05  FILLER                 PIC X(05).
010500 FD  REVERSAL-FILE
010600     RECORDING MODE IS F.
010700 01  RP-RECORD                  PIC X(80).
010800 FD  REVCTL-FILE
010900     RECORDING MODE IS F.
011000 01  RC-RECORD                  PIC X(100).
011100 FD  REPORT-FILE
011200     RECORDING MODE IS F.
011300 01  RL-RECORD                  PIC X(132).
011400 WORKING-STORAGE SECTION.
011500*----------------------------------------------------------
011600* FILE STATUS SWITCHES
011700*----------------------------------------------------------
011800 77  WS-AUDIT-STATUS            PIC X(02).
011900     88  AUDIT-OK                 VALUE "00".
012000     88  AUDIT-MISSING            VALUE "35".
012100 77  WS-CATALOG-STATUS          PIC X(02).
012200     88  CATALOG-OK               VALUE "00".
012300     88  CATALOG-MISSING          VALUE "35".
012400 77  WS-ARCH-STATUS             PIC X(02).
012500     88  ARCH-OK                  VALUE "00".
012600 77  WS-RESULT-MASTER-STATUS    PIC X(02).
012700     88  RESULT-MASTER-OK         VALUE "00".
012800     88  RESULT-MASTER-NOT-FOUND  VALUE "23".
012900 77  WS-REVERSAL-STATUS         PIC X(02).
013000     88  REVERSAL-OK              VALUE "00".
013100 77  WS-REVCTL-STATUS           PIC X(02).
013200     88  REVCTL-OK                VALUE "00".
013300     88  REVCTL-MISSING           VALUE "35".
013400 77  WS-REPORT-STATUS           PIC X(02).
013500     88  REPORT-OK                VALUE "00".
013600 77  WS-AUDIT-EOF-SW            PIC X(01)    VALUE "N".
013700     88  END-OF-AUDIT             VALUE "Y".
013800 77  WS-CATALOG-EOF-SW          PIC X(01)    VALUE "N".
013900     88  END-OF-CATALOG           VALUE "Y".
014000 77  WS-ARCH-EOF-SW             PIC X(01)    VALUE "N".
014100     88  END-OF-ARCH              VALUE "Y".
014200 77  WS-REVCTL-EOF-SW           PIC X(01)    VALUE "N".
014300     88  END-OF-REVCTL            VALUE "Y".
014400 77  WS-ENTRY-SW                PIC X(01)    VALUE "Y".
014500     88  ENTRY-READABLE           VALUE "Y".
014600     88  ENTRY-UNREADABLE         VALUE "N".
014700 77  WS-REVERSED-SW             PIC X(01)    VALUE "N".
014800     88  ALREADY-REVERSED         VALUE "Y".
014900 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
015000*----------------------------------------------------------
015100* BATCH AND RUN DATE TO REVERSE, FROM THE COMMAND LINE
015200*----------------------------------------------------------
015300 01  CMD-ARGS                   PIC X(100).
015400 77  WS-ARG-BATCH-TEXT          PIC X(10)    VALUE SPACES.
015500 77  WS-ARG-BATCH-LEN           PIC 9(03)    VALUE ZERO.
015600 77  WS-ARG-DATE-TEXT           PIC X(10)    VALUE SPACES.
015700 77  WS-ARG-DATE-LEN            PIC 9(03)    VALUE ZERO.
015800 77  WS-TARGET-BATCH            PIC X(08)    VALUE SPACES.
015900 77  WS-TARGET-DATE-N           PIC 9(08)    VALUE ZERO.
016000 01  WS-TARGET-DATE-R           PIC 9999/99/99.
016100 77  WS-TARGET-DEPT             PIC X(08)    VALUE SPACES.
016200*----------------------------------------------------------
016300* REVERSAL BATCH ID AND REVERSING REFERENCE IDS
016400*----------------------------------------------------------
016500 77  WS-REVERSALS-ON-FILE       PIC 9(06)    VALUE ZERO.
016600 01  WS-REV-BATCH-ID.
016700     05  FILLER                 PIC X(02)    VALUE "RV".
016800     05  WS-REV-BATCH-SEQ       PIC 9(06)    VALUE ZERO.
016900 01  WS-REV-REF-ID.
017000     05  WS-REV-REF-BATCH       PIC X(08).
017100     05  FILLER                 PIC X(01)    VALUE "-".
017200     05  WS-REV-REF-SEQ         PIC 9(07)    VALUE ZERO.
017300*----------------------------------------------------------
017400* ARCHIVE CATALOG RECORD AS WRITTEN BY COBOL-AUDARCH, AND
017500* THE GENERATION FILE NAME THE ARCH-FILE SELECT RESOLVES
017600* THROUGH AT OPEN TIME
017700*----------------------------------------------------------
017800 77  WS-ARCH-NAME               PIC X(20)    VALUE SPACES.
017900 01  WS-CATALOG-LINE.
018000     05  AG-FILE-NAME           PIC X(20).
018100     05  FILLER                 PIC X(02).
018200     05  AG-DATE-FROM           PIC 9(08).
018300     05  FILLER                 PIC X(02).
018400     05  AG-DATE-TO             PIC 9(08).
018500     05  FILLER                 PIC X(02).
018600     05  AG-COUNT               PIC 9(08).
018700 01  WS-CATALOG-DATES REDEFINES WS-CATALOG-LINE.
018800     05  FILLER                 PIC X(22).
018900     05  AG-DATE-FROM-X         PIC X(08).
019000     05  FILLER                 PIC X(02).
019100     05  AG-DATE-TO-X           PIC X(08).
019200     05  FILLER                 PIC X(10).
019300*----------------------------------------------------------
019400* AUDIT LOG RECORD AS WRITTEN BY COBOL-MATH, WITH THE
019500* AMOUNT FIELDS IN THEIR EDITED PICTURES SO THEY CAN BE
019600* DE-EDITED BACK TO NUMERIC
019700*----------------------------------------------------------
019800 01  WS-AUDIT-LINE.
019900     05  AU-RUN-DATE            PIC X(10).
020000     05  FILLER                 PIC X(01).
020100     05  AU-RUN-TIME            PIC X(06).
020200     05  FILLER                 PIC X(02).
020300     05  AU-NUM1                PIC Z(04)9.99.
020400     05  FILLER                 PIC X(02).
020500     05  AU-OP-CODE             PIC X(01).
020600     05  FILLER                 PIC X(02).
020700     05  AU-NUM2                PIC Z(04)9.99.
020800     05  FILLER                 PIC X(02).
020900     05  AU-RESULT              PIC -Z(09)9.99.
021000     05  FILLER                 PIC X(02).
021100     05  AU-BATCH-ID            PIC X(08).
021200     05  FILLER                 PIC X(02).
021300     05  AU-REF-ID              PIC X(16).
021400     05  FILLER                 PIC X(02).
021500     05  AU-DEPT                PIC X(08).
021600     05  FILLER                 PIC X(02).
021700     05  AU-STATUS              PIC X(03).
021800     05  FILLER                 PIC X(02).
021900     05  AU-FORMULA             PIC X(08).
022000     05  FILLER                 PIC X(02).
022100     05  AU-CURRENCY            PIC X(03).
022200     05  FILLER                 PIC X(02).
022300     05  AU-RATE-CODE           PIC X(08).
022400     05  FILLER                 PIC X(06).
022500 77  WS-AUDIT-DATE-N            PIC 9(08)    VALUE ZERO.
022600 77  WS-AUDIT-RESULT-N          PIC S9(10)V99 VALUE ZERO.
022700 77  WS-DATE-CCYY-TEXT          PIC X(04).
022800 77  WS-DATE-MM-TEXT            PIC X(02).
022900 77  WS-DATE-DD-TEXT            PIC X(02).
023000 01  WS-DATE-REBUILT.
023100     05  WS-DATE-CCYY           PIC X(04).
023200     05  WS-DATE-MM             PIC X(02).
023300     05  WS-DATE-DD             PIC X(02).
023400 01  WS-DATE-REBUILT-N REDEFINES WS-DATE-REBUILT
023500                                PIC 9(08).
023600*----------------------------------------------------------
023700* THE BATCH'S COMPUTED ENTRIES. THE WHOLE BATCH IS TABLED
023800* AND CHECKED BEFORE A SINGLE REVERSING LINE IS WRITTEN.
023900*----------------------------------------------------------
024000 77  WS-ENT-MAX                 PIC 9(04)    VALUE 1000.
024100 77  WS-ENT-COUNT               PIC 9(04)    VALUE ZERO.
024200 77  WS-ENT-IX                  PIC S9(04)   COMP VALUE ZERO.
024300 77  WS-ENT-FULL-SW             PIC X(01)    VALUE "N".
024400     88  ENT-TABLE-FULL           VALUE "Y".
024500 01  ENT-TABLE.
024600     05  ENT-ENTRY OCCURS 1000 TIMES.
024700         10  ENT-RUN-TIME       PIC X(06).
024800         10  ENT-REF-ID         PIC X(16).
024900         10  ENT-CURRENCY       PIC X(03).
025000         10  ENT-RESULT         PIC S9(10)V99.
025100         10  ENT-PAIRS          PIC 9(03).
025110         10  ENT-SOURCE         PIC X(08).
025200*----------------------------------------------------------
025300* REVERSING PAIR WORK AREAS. ONE PAIR CARRIES AT MOST
025400* WS-PAIR-LIMIT; A LARGER ORIGINAL IS SPLIT, UP TO
025500* WS-MAX-PAIRS PAIRS AN ENTRY.
025600*----------------------------------------------------------
025700 77  WS-PAIR-LIMIT              PIC 9(05)V99 VALUE 99999.99.
025800 77  WS-MAX-PAIRS               PIC 9(03)    VALUE 99.
025900 77  WS-ABS-RESULT              PIC 9(10)V99 VALUE ZERO.
026000 77  WS-REMAINING               PIC 9(10)V99 VALUE ZERO.
026100 77  WS-PIECE                   PIC 9(05)V99 VALUE ZERO.
026200 77  WS-PIECE-QUOT              PIC 9(08)    VALUE ZERO.
026300 77  WS-PIECE-REM               PIC 9(05)V99 VALUE ZERO.
026400 77  WS-PIECES-NEEDED           PIC 9(08)    VALUE ZERO.
026500 77  WS-PAIR-COUNT              PIC 9(08)    VALUE ZERO.
026600 77  WS-NEG-TOTAL               PIC S9(12)V99 VALUE ZERO.
026700 77  WS-PAIR-RESULT             PIC S9(10)V99 VALUE ZERO.
026800 77  WS-ENTRY-FIRST-REF         PIC X(16)    VALUE SPACES.
026900 01  WS-PIECE-ED                PIC Z(04)9.99.
027000 77  WS-PIECE-LEAD              PIC 9(03)    VALUE ZERO.
027100 77  WS-PIECE-TEXT              PIC X(08)    VALUE SPACES.
027200 77  WS-ZERO-TEXT               PIC X(04)    VALUE "0.00".
027300 01  WS-HDR-AMT-ED              PIC -(11)9.99.
027400 77  WS-HDR-AMT-TEXT            PIC X(16)    VALUE SPACES.
027500 01  WS-HDR-COUNT-ED            PIC Z(07)9.
027600 77  WS-HDR-COUNT-TEXT          PIC X(08)    VALUE SPACES.
027700 77  WS-EDIT-LEAD               PIC 9(03)    VALUE ZERO.
027800 77  WS-CUR-TOKEN               PIC X(07)    VALUE SPACES.
027810 77  WS-SRC-TOKEN               PIC X(12)    VALUE SPACES.
027900 77  WS-PAIR-TEXT               PIC X(80)    VALUE SPACES.
028000 77  WS-MASTER-NOTE             PIC X(24)    VALUE SPACES.
028100*----------------------------------------------------------
028200* REVERSAL REGISTER RECORD - ONE PER REVERSED BATCH
028300*----------------------------------------------------------
028400 77  WS-REVERSE-DATE-N          PIC 9(08).
028500 77  WS-REVERSE-TIME-N          PIC 9(08).
028600 01  WS-REVCTL-LINE.
028700     05  RC-BATCH-ID            PIC X(08).
028800     05  FILLER                 PIC X(02)    VALUE SPACES.
028900     05  RC-RUN-DATE            PIC 9(08).
029000     05  FILLER                 PIC X(02)    VALUE SPACES.
029100     05  RC-REV-BATCH-ID        PIC X(08).
029200     05  FILLER                 PIC X(02)    VALUE SPACES.
029300     05  RC-REVERSE-DATE        PIC 9(08).
029400     05  FILLER                 PIC X(01)    VALUE SPACES.
029500     05  RC-REVERSE-TIME        PIC 9(06).
029600     05  FILLER                 PIC X(02)    VALUE SPACES.
029700     05  RC-ENTRIES             PIC 9(08).
029800     05  FILLER                 PIC X(02)    VALUE SPACES.
029900     05  RC-PAIRS               PIC 9(08).
030000     05  FILLER                 PIC X(02)    VALUE SPACES.
030100     05  RC-NEG-TOTAL           PIC -9(12).99.
030200     05  FILLER                 PIC X(17)    VALUE SPACES.
030300 01  WS-REVCTL-DATE-X REDEFINES WS-REVCTL-LINE.
030400     05  FILLER                 PIC X(10).
030500     05  RC-RUN-DATE-X          PIC X(08).
030600     05  FILLER                 PIC X(82).
030700*----------------------------------------------------------
030800* COUNTERS
030900*----------------------------------------------------------
031000 77  WS-ARCHIVES-SCANNED        PIC 9(08)    VALUE ZERO.
031100 77  WS-RECORDS-READ            PIC 9(08)    VALUE ZERO.
031200 77  WS-RECORDS-BYPASSED        PIC 9(08)    VALUE ZERO.
031300 77  WS-MASTERS-MARKED          PIC 9(08)    VALUE ZERO.
031400 77  WS-MASTERS-NOT-MARKED      PIC 9(08)    VALUE ZERO.
031500 77  WS-NO-REF-ID               PIC 9(08)    VALUE ZERO.
031600*----------------------------------------------------------
031700* REPORT HEADING AND DETAIL LINE LAYOUTS
031800*----------------------------------------------------------
031900 77  WS-RUN-DATE-N              PIC 9(08).
032000 01  WS-RUN-DATE-R              PIC 9999/99/99.
032100 77  WS-PAGE-NO                 PIC 9(04)    VALUE 1.
032200 77  WS-LINE-COUNT              PIC 9(02)    VALUE 99.
032300 77  WS-MAX-LINES-PER-PAGE      PIC 9(02)    VALUE 30.
032400 01  WS-SAVED-REPORT-LINE       PIC X(132).
032500 01  RL-HEADING-1.
032600     05  FILLER                 PIC X(13)
032700         VALUE "COBOL-REVERSE".
032800     05  FILLER                 PIC X(29)
032900         VALUE "  BATCH REVERSAL".
033000     05  FILLER                 PIC X(10)    VALUE "RUN DATE ".
033100     05  RH1-RUN-DATE           PIC 9999/99/99.
033200     05  FILLER                 PIC X(08)    VALUE "  PAGE ".
033300     05  RH1-PAGE-NO            PIC ZZZ9.
033400 01  RL-HEADING-2.
033500     05  FILLER                 PIC X(06)    VALUE "BATCH ".
033600     05  RH2-BATCH-ID           PIC X(08).
033700     05  FILLER                 PIC X(11)    VALUE "  RUN DATE ".
033800     05  RH2-TARGET-DATE        PIC 9999/99/99.
033900     05  FILLER                 PIC X(13)
034000         VALUE "  REVERSED AS".
034100     05  FILLER                 PIC X(01)    VALUE SPACES.
034200     05  RH2-REV-BATCH-ID       PIC X(08).
034300 01  RL-HEADING-3.
034400     05  FILLER                 PIC X(08)    VALUE "TIME".
034500     05  FILLER                 PIC X(18)    VALUE "REF ID".
034600     05  FILLER                 PIC X(05)    VALUE "CCY".
034700     05  FILLER                 PIC X(16)
034800         VALUE "      ORIGINAL".
034900     05  FILLER                 PIC X(07)    VALUE "PAIRS".
035000     05  FILLER                 PIC X(18)    VALUE "REVERSED BY".
035100     05  FILLER                 PIC X(24)    VALUE "MASTER".
035200 01  RL-DETAIL-LINE.
035300     05  RD-RUN-TIME            PIC X(06).
035400     05  FILLER                 PIC X(02)    VALUE SPACES.
035500     05  RD-REF-ID              PIC X(16).
035600     05  FILLER                 PIC X(02)    VALUE SPACES.
035700     05  RD-CURRENCY            PIC X(03).
035800     05  FILLER                 PIC X(02)    VALUE SPACES.
035900     05  RD-RESULT              PIC -Z(09)9.99.
036000     05  FILLER                 PIC X(02)    VALUE SPACES.
036100     05  RD-PAIRS               PIC ZZZZ9.
036200     05  FILLER                 PIC X(02)    VALUE SPACES.
036300     05  RD-FIRST-REF           PIC X(16).
036400     05  FILLER                 PIC X(02)    VALUE SPACES.
036500     05  RD-MASTER              PIC X(24).
036600*----------------------------------------------------------
036700* SUMMARY LINE LAYOUTS
036800*----------------------------------------------------------
036900 01  SM-LINE-ARCHIVES.
037000     05  FILLER                 PIC X(24)
037100         VALUE "ARCHIVES SCANNED....... ".
037200     05  SM-ARCHIVES-SCANNED    PIC ZZZZZZZ9.
037300 01  SM-LINE-READ.
037400     05  FILLER                 PIC X(24)
037500         VALUE "AUDIT RECORDS READ..... ".
037600     05  SM-RECORDS-READ        PIC ZZZZZZZ9.
037700 01  SM-LINE-BYPASSED.
037800     05  FILLER                 PIC X(24)
037900         VALUE "UNREADABLE BYPASSED.... ".
038000     05  SM-RECORDS-BYPASSED    PIC ZZZZZZZ9.
038100 01  SM-LINE-ENTRIES.
038200     05  FILLER                 PIC X(24)
038300         VALUE "ENTRIES REVERSED....... ".
038400     05  SM-ENTRIES             PIC ZZZZZZZ9.
038500 01  SM-LINE-PAIRS.
038600     05  FILLER                 PIC X(24)
038700         VALUE "REVERSING PAIRS........ ".
038800     05  SM-PAIRS               PIC ZZZZZZZ9.
038900 01  SM-LINE-TOTAL.
039000     05  FILLER                 PIC X(24)
039100         VALUE "REVERSAL BATCH TOTAL... ".
039200     05  SM-NEG-TOTAL           PIC -Z(11)9.99.
039300 01  SM-LINE-MARKED.
039400     05  FILLER                 PIC X(24)
039500         VALUE "MASTER ENTRIES MARKED.. ".
039600     05  SM-MARKED              PIC ZZZZZZZ9.
039700 01  SM-LINE-NOT-MARKED.
039800     05  FILLER                 PIC X(24)
039900         VALUE "MASTER NOT MARKED...... ".
040000     05  SM-NOT-MARKED          PIC ZZZZZZZ9.
040100 01  SM-LINE-NO-REF.
040200     05  FILLER                 PIC X(24)
040300         VALUE "ENTRIES WITHOUT REF ID. ".
040400     05  SM-NO-REF              PIC ZZZZZZZ9.
040500 PROCEDURE DIVISION.
040600*----------------------------------------------------------
040700* 0000-MAINLINE
040800*----------------------------------------------------------
040900 0000-MAINLINE.
041000     PERFORM 1000-INITIALIZE
041100         THRU 1000-EXIT.
041200     PERFORM 1500-CHECK-REVERSED
041300         THRU 1500-EXIT.
041400     PERFORM 1700-PROCESS-ARCHIVES
041500         THRU 1700-EXIT.
041600     PERFORM 2000-PROCESS-AUDIT-LOG
041700         THRU 2000-EXIT.
041800     PERFORM 2500-CHECK-SELECTION
041900         THRU 2500-EXIT.
042000     PERFORM 3000-WRITE-REVERSAL
042100         THRU 3000-EXIT.
042200     PERFORM 4000-RECORD-REVERSAL
042300         THRU 4000-EXIT.
042400     PERFORM 8000-WRITE-SUMMARY
042500         THRU 8000-EXIT.
042600     PERFORM 9000-TERMINATE
042700         THRU 9000-EXIT.
042800     STOP RUN.
042900*----------------------------------------------------------
043000* 1000-INITIALIZE - PICK UP THE BATCH ID AND RUN DATE AND
043100*     OPEN THE REPORT
043200*----------------------------------------------------------
043300 1000-INITIALIZE.
043400     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
043500     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-R.
043600     ACCEPT CMD-ARGS FROM COMMAND-LINE.
043700     UNSTRING CMD-ARGS DELIMITED BY ALL SPACES
043800         INTO WS-ARG-BATCH-TEXT COUNT IN WS-ARG-BATCH-LEN,
043900              WS-ARG-DATE-TEXT COUNT IN WS-ARG-DATE-LEN.
044000     IF WS-ARG-BATCH-LEN = ZERO OR WS-ARG-BATCH-LEN > 8
044100         OR WS-ARG-DATE-LEN NOT = 8
044200         OR NOT WS-ARG-DATE-TEXT(1:8) NUMERIC
044300         DISPLAY "USAGE: COBOL-REVERSE BATCH-ID CCYYMMDD"
044400         MOVE 16 TO RETURN-CODE
044500         STOP RUN
044600     END-IF.
044700     MOVE WS-ARG-BATCH-TEXT TO WS-TARGET-BATCH.
044800     MOVE WS-ARG-DATE-TEXT(1:8) TO WS-TARGET-DATE-N.
044900     MOVE WS-TARGET-DATE-N TO WS-TARGET-DATE-R.
045000     OPEN OUTPUT REPORT-FILE.
045100     IF NOT REPORT-OK
045200         DISPLAY "UNABLE TO OPEN REPORT FILE, STATUS = "
045300             WS-REPORT-STATUS
045400         MOVE 16 TO RETURN-CODE
045500         STOP RUN
045600     END-IF.
045700     GO TO 1000-EXIT.
045800 1000-EXIT.
045900     EXIT.
046000*----------------------------------------------------------
046100* 1500-CHECK-REVERSED - A BATCH AND RUN DATE ALREADY ON THE
046200*     REVERSAL REGISTER HAS BEEN BACKED OUT; A SECOND RUN IS
046300*     REFUSED BEFORE ANYTHING IS WRITTEN. THE REGISTER ALSO
046400*     NUMBERS THE NEW REVERSAL BATCH. NO REGISTER MEANS NO
046500*     BATCH HAS BEEN REVERSED YET.
046600*----------------------------------------------------------
046700 1500-CHECK-REVERSED.
046800     OPEN INPUT REVCTL-FILE.
046900     IF REVCTL-MISSING
047000         GO TO 1500-SET-BATCH
047100     END-IF.
047200     IF NOT REVCTL-OK
047300         DISPLAY "UNABLE TO OPEN REVERSAL REGISTER, STATUS = "
047400             WS-REVCTL-STATUS
047500         MOVE 16 TO RETURN-CODE
047600         STOP RUN
047700     END-IF.
047800     PERFORM 1550-READ-REVCTL
047900         THRU 1550-EXIT.
048000     PERFORM UNTIL END-OF-REVCTL
048100             OR ALREADY-REVERSED
048200         IF RC-BATCH-ID = WS-TARGET-BATCH
048300             AND RC-RUN-DATE-X NUMERIC
048400             AND RC-RUN-DATE = WS-TARGET-DATE-N
048500             SET ALREADY-REVERSED TO TRUE
048600         ELSE
048700             ADD 1 TO WS-REVERSALS-ON-FILE
048800             PERFORM 1550-READ-REVCTL
048900                 THRU 1550-EXIT
049000         END-IF
049100     END-PERFORM.
049200     CLOSE REVCTL-FILE.
049300     IF ALREADY-REVERSED
049400         MOVE RC-REV-BATCH-ID TO WS-REV-BATCH-ID
049500         PERFORM 6500-WRITE-HEADINGS
049600             THRU 6500-EXIT
049700         DISPLAY "BATCH " WS-TARGET-BATCH " OF "
049800             WS-TARGET-DATE-R " WAS ALREADY REVERSED AS "
049900             RC-REV-BATCH-ID " - RUN REFUSED"
050000         MOVE SPACES TO RL-RECORD
050100         STRING "BATCH " WS-TARGET-BATCH " OF "
050200             WS-TARGET-DATE-R " WAS ALREADY REVERSED AS "
050300             RC-REV-BATCH-ID " ON " RC-REVERSE-DATE
050400             " - RUN REFUSED"
050500             DELIMITED BY SIZE INTO RL-RECORD
050600         PERFORM 1900-REFUSE-RUN
050700             THRU 1900-EXIT
050800     END-IF.
050900 1500-SET-BATCH.
051000     ADD 1 WS-REVERSALS-ON-FILE GIVING WS-REV-BATCH-SEQ.
051100     MOVE WS-REV-BATCH-ID TO WS-REV-REF-BATCH.
051200     PERFORM 6500-WRITE-HEADINGS
051300         THRU 6500-EXIT.
051400     GO TO 1500-EXIT.
051500 1500-EXIT.
051600     EXIT.
051700*----------------------------------------------------------
051800* 1550-READ-REVCTL
051900*----------------------------------------------------------
052000 1550-READ-REVCTL.
052100     READ REVCTL-FILE INTO WS-REVCTL-LINE
052200         AT END
052300             SET END-OF-REVCTL TO TRUE
052400     END-READ.
052500     GO TO 1550-EXIT.
052600 1550-EXIT.
052700     EXIT.
052800*----------------------------------------------------------
052900* 1700-PROCESS-ARCHIVES - SCAN EVERY CATALOGED ARCHIVE
053000*     GENERATION WHOSE DATE RANGE COVERS THE RUN DATE,
053100*     AHEAD OF THE LIVE LOG. NO CATALOG MEANS NOTHING HAS
053200*     BEEN ARCHIVED YET.
053300*----------------------------------------------------------
053400 1700-PROCESS-ARCHIVES.
053500     OPEN INPUT CATALOG-FILE.
053600     IF CATALOG-MISSING
053700         GO TO 1700-EXIT
053800     END-IF.
053900     IF NOT CATALOG-OK
054000         DISPLAY "UNABLE TO OPEN ARCHIVE CATALOG, STATUS = "
054100             WS-CATALOG-STATUS
054200         MOVE 16 TO RETURN-CODE
054300         STOP RUN
054400     END-IF.
054500     PERFORM 1720-READ-CATALOG
054600         THRU 1720-EXIT.
054700     PERFORM UNTIL END-OF-CATALOG
054800         IF AG-DATE-FROM-X NUMERIC
054900             AND AG-DATE-TO-X NUMERIC
055000             AND AG-DATE-FROM <= WS-TARGET-DATE-N
055100             AND AG-DATE-TO >= WS-TARGET-DATE-N
055200             PERFORM 1750-PROCESS-ONE-ARCHIVE
055300                 THRU 1750-EXIT
055400         END-IF
055500         PERFORM 1720-READ-CATALOG
055600             THRU 1720-EXIT
055700     END-PERFORM.
055800     CLOSE CATALOG-FILE.
055900     GO TO 1700-EXIT.
056000 1700-EXIT.
056100     EXIT.
056200*----------------------------------------------------------
056300* 1720-READ-CATALOG
056400*----------------------------------------------------------
056500 1720-READ-CATALOG.
056600     READ CATALOG-FILE INTO WS-CATALOG-LINE
056700         AT END
056800             SET END-OF-CATALOG TO TRUE
056900     END-READ.
057000     GO TO 1720-EXIT.
057100 1720-EXIT.
057200     EXIT.
057300*----------------------------------------------------------
057400* 1750-PROCESS-ONE-ARCHIVE - SELECT FROM ONE GENERATION
057500*     FILE. A CATALOGED GENERATION THAT WILL NOT OPEN STOPS
057600*     THE RUN - A PARTIAL REVERSAL COULD NOT BE FINISHED
057700*     LATER, SINCE THE BATCH CANNOT BE REVERSED TWICE.
057800*----------------------------------------------------------
057900 1750-PROCESS-ONE-ARCHIVE.
058000     MOVE AG-FILE-NAME TO WS-ARCH-NAME.
058100     OPEN INPUT ARCH-FILE.
058200     IF NOT ARCH-OK
058300         DISPLAY "UNABLE TO OPEN ARCHIVE GENERATION "
058400             WS-ARCH-NAME " STATUS = " WS-ARCH-STATUS
058500         MOVE 16 TO RETURN-CODE
058600         STOP RUN
058700     END-IF.
058800     ADD 1 TO WS-ARCHIVES-SCANNED.
058900     MOVE "N" TO WS-ARCH-EOF-SW.
059000     PERFORM 1770-READ-ARCH
059100         THRU 1770-EXIT.
059200     PERFORM UNTIL END-OF-ARCH
059300         PERFORM 2200-SELECT-ENTRY
059400             THRU 2200-EXIT
059500         PERFORM 1770-READ-ARCH
059600             THRU 1770-EXIT
059700     END-PERFORM.
059800     CLOSE ARCH-FILE.
059900     GO TO 1750-EXIT.
060000 1750-EXIT.
060100     EXIT.
060200*----------------------------------------------------------
060300* 1770-READ-ARCH
060400*----------------------------------------------------------
060500 1770-READ-ARCH.
060600     READ ARCH-FILE INTO WS-AUDIT-LINE
060700         AT END
060800             SET END-OF-ARCH TO TRUE
060900     END-READ.
061000     IF NOT END-OF-ARCH
061100         ADD 1 TO WS-RECORDS-READ
061200     END-IF.
061300     GO TO 1770-EXIT.
061400 1770-EXIT.
061500     EXIT.
061600*----------------------------------------------------------
061700* 1900-REFUSE-RUN - THE CALLER HAS LOADED THE REASON INTO
061800*     RL-RECORD. NOTHING HAS BEEN WRITTEN BUT THE REPORT.
061900*----------------------------------------------------------
062000 1900-REFUSE-RUN.
062100     PERFORM 7000-WRITE-REPORT-LINE
062200         THRU 7000-EXIT.
062300     CLOSE REPORT-FILE.
062400     MOVE 08 TO RETURN-CODE.
062500     STOP RUN.
062600 1900-EXIT.
062700     EXIT.
062800*----------------------------------------------------------
062900* 2000-PROCESS-AUDIT-LOG - LOOP OVER THE LIVE AUDIT LOG. NO
063000*     LIVE LOG MEANS THE DAY HAS ALREADY ROLLED OUT TO THE
063100*     ARCHIVES.
063200*----------------------------------------------------------
063300 2000-PROCESS-AUDIT-LOG.
063400     OPEN INPUT AUDIT-FILE.
063500     IF AUDIT-MISSING
063600         GO TO 2000-EXIT
063700     END-IF.
063800     IF NOT AUDIT-OK
063900         DISPLAY "UNABLE TO OPEN AUDITLOG, STATUS = "
064000             WS-AUDIT-STATUS
064100         MOVE 16 TO RETURN-CODE
064200         STOP RUN
064300     END-IF.
064400     PERFORM 2100-READ-AUDIT
064500         THRU 2100-EXIT.
064600     PERFORM UNTIL END-OF-AUDIT
064700         PERFORM 2200-SELECT-ENTRY
064800             THRU 2200-EXIT
064900         PERFORM 2100-READ-AUDIT
065000             THRU 2100-EXIT
065100     END-PERFORM.
065200     CLOSE AUDIT-FILE.
065300     GO TO 2000-EXIT.
065400 2000-EXIT.
065500     EXIT.
065600*----------------------------------------------------------
065700* 2100-READ-AUDIT
065800*----------------------------------------------------------
065900 2100-READ-AUDIT.
066000     READ AUDIT-FILE INTO WS-AUDIT-LINE
066100         AT END
066200             SET END-OF-AUDIT TO TRUE
066300     END-READ.
066400     IF NOT END-OF-AUDIT
066500         ADD 1 TO WS-RECORDS-READ
066600     END-IF.
066700     GO TO 2100-EXIT.
066800 2100-EXIT.
066900     EXIT.
067000*----------------------------------------------------------
067100* 2200-SELECT-ENTRY - TABLE ONE COMPUTED ENTRY OF THE BATCH
067200*     FOR THE RUN DATE. REJECTED, SUSPENDED AND REFERRED
067300*     ENTRIES MOVED NO MONEY AND HAVE NOTHING TO REVERSE.
067400*     ENTRIES FROM BEFORE THE STATUS COLUMN HAVE A BLANK
067500*     STATUS AND WERE ALL COMPUTED.
067600*----------------------------------------------------------
067700 2200-SELECT-ENTRY.
067800     IF AU-BATCH-ID NOT = WS-TARGET-BATCH
067900         GO TO 2200-EXIT
068000     END-IF.
068100     PERFORM 2300-DE-EDIT-ENTRY
068200         THRU 2300-EXIT.
068300     IF ENTRY-UNREADABLE
068400         ADD 1 TO WS-RECORDS-BYPASSED
068500         GO TO 2200-EXIT
068600     END-IF.
068700     IF WS-AUDIT-DATE-N NOT = WS-TARGET-DATE-N
068800         GO TO 2200-EXIT
068900     END-IF.
069000     IF AU-STATUS NOT = "OK "
069100         AND AU-STATUS NOT = SPACES
069200         GO TO 2200-EXIT
069300     END-IF.
069400     IF WS-ENT-COUNT >= WS-ENT-MAX
069500         SET ENT-TABLE-FULL TO TRUE
069600         GO TO 2200-EXIT
069700     END-IF.
069800     ADD 1 TO WS-ENT-COUNT.
069900     MOVE AU-RUN-TIME TO ENT-RUN-TIME(WS-ENT-COUNT).
070000     MOVE AU-REF-ID TO ENT-REF-ID(WS-ENT-COUNT).
070100     MOVE AU-CURRENCY TO ENT-CURRENCY(WS-ENT-COUNT).
070200     MOVE WS-AUDIT-RESULT-N TO ENT-RESULT(WS-ENT-COUNT).
070300     MOVE ZERO TO ENT-PAIRS(WS-ENT-COUNT).
070310     IF AU-FORMULA = SPACES
070320         MOVE AU-OP-CODE TO ENT-SOURCE(WS-ENT-COUNT)
070330     ELSE
070340         MOVE AU-FORMULA TO ENT-SOURCE(WS-ENT-COUNT)
070350     END-IF.
070400     IF WS-TARGET-DEPT = SPACES
070500         MOVE AU-DEPT TO WS-TARGET-DEPT
070600     END-IF.
070700     GO TO 2200-EXIT.
070800 2200-EXIT.
070900     EXIT.
071000*----------------------------------------------------------
071100* 2300-DE-EDIT-ENTRY - TURN THE EDITED AUDIT FIELDS BACK
071200*     INTO NUMERICS. AN ENTRY WHOSE DATE OR TIME DOES NOT
071300*     LOOK LIKE THE AUDIT LAYOUT IS FLAGGED UNREADABLE
071400*     RATHER THAN GUESSED AT.
071500*----------------------------------------------------------
071600 2300-DE-EDIT-ENTRY.
071700     SET ENTRY-READABLE TO TRUE.
071800     INITIALIZE WS-DATE-CCYY-TEXT WS-DATE-MM-TEXT
071900         WS-DATE-DD-TEXT.
072000     UNSTRING AU-RUN-DATE DELIMITED BY "/"
072100         INTO WS-DATE-CCYY-TEXT, WS-DATE-MM-TEXT,
072200              WS-DATE-DD-TEXT.
072300     MOVE WS-DATE-CCYY-TEXT TO WS-DATE-CCYY.
072400     MOVE WS-DATE-MM-TEXT TO WS-DATE-MM.
072500     MOVE WS-DATE-DD-TEXT TO WS-DATE-DD.
072600     IF WS-DATE-REBUILT NUMERIC
072700         AND AU-RUN-TIME NUMERIC
072800         MOVE WS-DATE-REBUILT-N TO WS-AUDIT-DATE-N
072900     ELSE
073000         SET ENTRY-UNREADABLE TO TRUE
073100         GO TO 2300-EXIT
073200     END-IF.
073300     MOVE AU-RESULT TO WS-AUDIT-RESULT-N.
073400     GO TO 2300-EXIT.
073500 2300-EXIT.
073600     EXIT.
073700*----------------------------------------------------------
073800* 2500-CHECK-SELECTION - THE WHOLE BATCH MUST BE
073900*     REVERSIBLE BEFORE ANY OF IT IS. COUNT THE PAIRS EACH
074000*     ENTRY NEEDS AND THE NEGATED TOTAL FOR THE HEADER.
074100*----------------------------------------------------------
074200 2500-CHECK-SELECTION.
074300     IF WS-ENT-COUNT = ZERO
074400         MOVE SPACES TO RL-RECORD
074500         STRING "NO COMPUTED ENTRIES FOR BATCH "
074600             WS-TARGET-BATCH " ON " WS-TARGET-DATE-R
074700             " - RUN REFUSED"
074800             DELIMITED BY SIZE INTO RL-RECORD
074900         PERFORM 1900-REFUSE-RUN
075000             THRU 1900-EXIT
075100     END-IF.
075200     IF ENT-TABLE-FULL
075300         MOVE SPACES TO RL-RECORD
075400         STRING "BATCH " WS-TARGET-BATCH
075500             " HAS MORE THAN 1000 COMPUTED ENTRIES"
075600             " - RUN REFUSED"
075700             DELIMITED BY SIZE INTO RL-RECORD
075800         PERFORM 1900-REFUSE-RUN
075900             THRU 1900-EXIT
076000     END-IF.
076100     IF WS-TARGET-DEPT = SPACES
076200         MOVE SPACES TO RL-RECORD
076300         STRING "BATCH " WS-TARGET-BATCH
076400             " CARRIES NO DEPARTMENT - RUN REFUSED"
076500             DELIMITED BY SIZE INTO RL-RECORD
076600         PERFORM 1900-REFUSE-RUN
076700             THRU 1900-EXIT
076800     END-IF.
076900     PERFORM 2600-COUNT-PAIRS
077000         THRU 2600-EXIT
077100         VARYING WS-ENT-IX FROM 1 BY 1
077200         UNTIL WS-ENT-IX > WS-ENT-COUNT.
077300     MOVE WS-REV-BATCH-ID TO WS-REV-REF-BATCH.
077400     MOVE 1 TO WS-REV-REF-SEQ.
077500     MOVE WS-REV-REF-ID TO RQ-REF-ID.
077600     OPEN I-O RESULT-MASTER-FILE.
077700     IF NOT RESULT-MASTER-OK
077800         DISPLAY "UNABLE TO OPEN RESULTS MASTER, STATUS = "
077900             WS-RESULT-MASTER-STATUS
078000         MOVE 16 TO RETURN-CODE
078100         STOP RUN
078200     END-IF.
078300     READ RESULT-MASTER-FILE.
078400     IF RESULT-MASTER-OK
078500         MOVE SPACES TO RL-RECORD
078600         STRING "REFERENCE " WS-REV-REF-ID
078700             " ALREADY ON RESULTS MASTER - CHECK THE "
078800             "REVERSAL REGISTER - RUN REFUSED"
078900             DELIMITED BY SIZE INTO RL-RECORD
079000         PERFORM 1900-REFUSE-RUN
079100             THRU 1900-EXIT
079200     END-IF.
079300     GO TO 2500-EXIT.
079400 2500-EXIT.
079500     EXIT.
079600*----------------------------------------------------------
079700* 2600-COUNT-PAIRS - PAIRS NEEDED FOR ONE ENTRY: ONE PER
079800*     WS-PAIR-LIMIT OF ITS RESULT OR PART OF ONE, AND ONE
079900*     FOR A ZERO RESULT SO EVERY ENTRY IS ANSWERED. AN
080000*     ENTRY NEEDING MORE THAN WS-MAX-PAIRS IS REFUSED.
080100*----------------------------------------------------------
080200 2600-COUNT-PAIRS.
080300     IF ENT-RESULT(WS-ENT-IX) < ZERO
080400         COMPUTE WS-ABS-RESULT = ZERO - ENT-RESULT(WS-ENT-IX)
080500     ELSE
080600         MOVE ENT-RESULT(WS-ENT-IX) TO WS-ABS-RESULT
080700     END-IF.
080800     DIVIDE WS-ABS-RESULT BY WS-PAIR-LIMIT
080900         GIVING WS-PIECE-QUOT REMAINDER WS-PIECE-REM.
081000     MOVE WS-PIECE-QUOT TO WS-PIECES-NEEDED.
081100     IF WS-PIECE-REM > ZERO OR WS-PIECES-NEEDED = ZERO
081200         ADD 1 TO WS-PIECES-NEEDED
081300     END-IF.
081400     IF WS-PIECES-NEEDED > WS-MAX-PAIRS
081500         MOVE SPACES TO RL-DETAIL-LINE
081600         MOVE ENT-RUN-TIME(WS-ENT-IX) TO RD-RUN-TIME
081700         MOVE ENT-REF-ID(WS-ENT-IX) TO RD-REF-ID
081800         MOVE ENT-CURRENCY(WS-ENT-IX) TO RD-CURRENCY
081900         MOVE ENT-RESULT(WS-ENT-IX) TO RD-RESULT
082000         MOVE "TOO LARGE TO REVERSE" TO RD-MASTER
082100         MOVE RL-DETAIL-LINE TO RL-RECORD
082200         PERFORM 7000-WRITE-REPORT-LINE
082300             THRU 7000-EXIT
082400         MOVE SPACES TO RL-RECORD
082500         STRING "BATCH " WS-TARGET-BATCH
082600             " HOLDS A RESULT TOO LARGE TO REVERSE"
082700             " - RUN REFUSED"
082800             DELIMITED BY SIZE INTO RL-RECORD
082900         PERFORM 1900-REFUSE-RUN
083000             THRU 1900-EXIT
083100     END-IF.
083200     MOVE WS-PIECES-NEEDED TO ENT-PAIRS(WS-ENT-IX).
083300     ADD WS-PIECES-NEEDED TO WS-PAIR-COUNT.
083400     SUBTRACT ENT-RESULT(WS-ENT-IX) FROM WS-NEG-TOTAL.
083500     GO TO 2600-EXIT.
083600 2600-EXIT.
083700     EXIT.
083800*----------------------------------------------------------
083900* 3000-WRITE-REVERSAL - THE REVERSAL BATCH: HEADER WITH
084000*     THE PAIR COUNT AND NEGATED TOTAL, THE REVERSING
084100*     PAIRS, TRAILER. EACH ENTRY'S ORIGINAL MASTER ENTRY IS
084200*     MARKED AS ITS PAIRS GO OUT.
084300*----------------------------------------------------------
084400 3000-WRITE-REVERSAL.
084500     OPEN EXTEND REVERSAL-FILE.
084600     IF WS-REVERSAL-STATUS = "35"
084700         OPEN OUTPUT REVERSAL-FILE
084800         CLOSE REVERSAL-FILE
084900         OPEN EXTEND REVERSAL-FILE
085000     END-IF.
085100     IF NOT REVERSAL-OK
085200         DISPLAY "UNABLE TO OPEN REVPAIRS, STATUS = "
085300             WS-REVERSAL-STATUS
085400         MOVE 16 TO RETURN-CODE
085500         STOP RUN
085600     END-IF.
085700     MOVE WS-NEG-TOTAL TO WS-HDR-AMT-ED.
085800     MOVE ZERO TO WS-EDIT-LEAD.
085900     INSPECT WS-HDR-AMT-ED TALLYING WS-EDIT-LEAD
086000         FOR LEADING SPACES.
086100     MOVE WS-HDR-AMT-ED(WS-EDIT-LEAD + 1:) TO WS-HDR-AMT-TEXT.
086200     MOVE WS-PAIR-COUNT TO WS-HDR-COUNT-ED.
086300     MOVE ZERO TO WS-EDIT-LEAD.
086400     INSPECT WS-HDR-COUNT-ED TALLYING WS-EDIT-LEAD
086500         FOR LEADING SPACES.
086600     MOVE WS-HDR-COUNT-ED(WS-EDIT-LEAD + 1:)
086700         TO WS-HDR-COUNT-TEXT.
086800     MOVE SPACES TO WS-PAIR-TEXT.
086900     STRING "BATCH " DELIMITED BY SIZE
087000            WS-REV-BATCH-ID DELIMITED BY SIZE
087100            " " DELIMITED BY SIZE
087200            WS-TARGET-DEPT DELIMITED BY SPACE
087300            " " DELIMITED BY SIZE
087400            WS-HDR-COUNT-TEXT DELIMITED BY SPACE
087500            " " DELIMITED BY SIZE
087600            WS-HDR-AMT-TEXT DELIMITED BY SPACE
087700         INTO WS-PAIR-TEXT.
087800     MOVE WS-PAIR-TEXT TO RP-RECORD.
087900     PERFORM 3500-WRITE-REVERSAL-LINE
088000         THRU 3500-EXIT.
088100     MOVE ZERO TO WS-REV-REF-SEQ.
088200     PERFORM 3100-REVERSE-ONE-ENTRY
088300         THRU 3100-EXIT
088400         VARYING WS-ENT-IX FROM 1 BY 1
088500         UNTIL WS-ENT-IX > WS-ENT-COUNT.
088600     MOVE SPACES TO WS-PAIR-TEXT.
088700     STRING "ENDBATCH " WS-REV-BATCH-ID
088800         DELIMITED BY SIZE INTO WS-PAIR-TEXT.
088900     MOVE WS-PAIR-TEXT TO RP-RECORD.
089000     PERFORM 3500-WRITE-REVERSAL-LINE
089100         THRU 3500-EXIT.
089200     CLOSE REVERSAL-FILE.
089300     GO TO 3000-EXIT.
089400 3000-EXIT.
089500     EXIT.
089600*----------------------------------------------------------
089700* 3100-REVERSE-ONE-ENTRY - WRITE THE ENTRY'S REVERSING
089800*     PAIRS, MARK ITS MASTER ENTRY, AND LIST IT
089900*----------------------------------------------------------
090000 3100-REVERSE-ONE-ENTRY.
090100     IF ENT-RESULT(WS-ENT-IX) < ZERO
090200         COMPUTE WS-REMAINING = ZERO - ENT-RESULT(WS-ENT-IX)
090300     ELSE
090400         MOVE ENT-RESULT(WS-ENT-IX) TO WS-REMAINING
090500     END-IF.
090600     MOVE SPACES TO WS-CUR-TOKEN.
090700     IF ENT-CURRENCY(WS-ENT-IX) NOT = SPACES
090800         STRING "CUR=" ENT-CURRENCY(WS-ENT-IX)
090900             DELIMITED BY SIZE INTO WS-CUR-TOKEN
091000     END-IF.
091010     MOVE SPACES TO WS-SRC-TOKEN.
091020     STRING "SRC=" ENT-SOURCE(WS-ENT-IX)
091030         DELIMITED BY SIZE INTO WS-SRC-TOKEN.
091100     MOVE SPACES TO WS-ENTRY-FIRST-REF.
091200     PERFORM 3200-WRITE-ONE-PAIR
091300         THRU 3200-EXIT
091400         ENT-PAIRS(WS-ENT-IX) TIMES.
091500     PERFORM 3400-MARK-ORIGINAL
091600         THRU 3400-EXIT.
091700     MOVE SPACES TO RL-DETAIL-LINE.
091800     MOVE ENT-RUN-TIME(WS-ENT-IX) TO RD-RUN-TIME.
091900     MOVE ENT-REF-ID(WS-ENT-IX) TO RD-REF-ID.
092000     MOVE ENT-CURRENCY(WS-ENT-IX) TO RD-CURRENCY.
092100     MOVE ENT-RESULT(WS-ENT-IX) TO RD-RESULT.
092200     MOVE ENT-PAIRS(WS-ENT-IX) TO RD-PAIRS.
092300     MOVE WS-ENTRY-FIRST-REF TO RD-FIRST-REF.
092400     MOVE WS-MASTER-NOTE TO RD-MASTER.
092500     MOVE RL-DETAIL-LINE TO RL-RECORD.
092600     PERFORM 7000-WRITE-REPORT-LINE
092700         THRU 7000-EXIT.
092800     GO TO 3100-EXIT.
092900 3100-EXIT.
093000     EXIT.
093100*----------------------------------------------------------
093200* 3200-WRITE-ONE-PAIR - ONE REVERSING PAIR OF UP TO
093300*     WS-PAIR-LIMIT. A POSITIVE ORIGINAL IS ANSWERED BY
093400*     "0.00 AMOUNT -", A NEGATIVE ONE BY "AMOUNT 0.00 -".
093500*     ITS REFERENCE IS POSTED APPROVED SO THE REVERSAL IS
093600*     NOT REFERRED OVER THE DEPARTMENT'S LIMITS.
093700*----------------------------------------------------------
093800 3200-WRITE-ONE-PAIR.
093900     IF WS-REMAINING > WS-PAIR-LIMIT
094000         MOVE WS-PAIR-LIMIT TO WS-PIECE
094100     ELSE
094200         MOVE WS-REMAINING TO WS-PIECE
094300     END-IF.
094400     SUBTRACT WS-PIECE FROM WS-REMAINING.
094500     ADD 1 TO WS-REV-REF-SEQ.
094600     IF WS-ENTRY-FIRST-REF = SPACES
094700         MOVE WS-REV-REF-ID TO WS-ENTRY-FIRST-REF
094800     END-IF.
094900     MOVE WS-PIECE TO WS-PIECE-ED.
095000     MOVE ZERO TO WS-PIECE-LEAD.
095100     INSPECT WS-PIECE-ED TALLYING WS-PIECE-LEAD
095200         FOR LEADING SPACES.
095300     MOVE SPACES TO WS-PIECE-TEXT.
095400     MOVE WS-PIECE-ED(WS-PIECE-LEAD + 1:) TO WS-PIECE-TEXT.
095500     MOVE SPACES TO WS-PAIR-TEXT.
095600     IF ENT-RESULT(WS-ENT-IX) < ZERO
095700         MOVE WS-PIECE TO WS-PAIR-RESULT
095800         STRING WS-PIECE-TEXT DELIMITED BY SPACE
095900                " " WS-ZERO-TEXT " - REF=" WS-REV-REF-ID
096000                " " DELIMITED BY SIZE
096100                WS-CUR-TOKEN DELIMITED BY SPACE
096110                " " DELIMITED BY SIZE
096120                WS-SRC-TOKEN DELIMITED BY SPACE
096200             INTO WS-PAIR-TEXT
096300     ELSE
096400         COMPUTE WS-PAIR-RESULT = ZERO - WS-PIECE
096500         STRING WS-ZERO-TEXT " " DELIMITED BY SIZE
096600                WS-PIECE-TEXT DELIMITED BY SPACE
096700                " - REF=" WS-REV-REF-ID " " DELIMITED BY SIZE
096800                WS-CUR-TOKEN DELIMITED BY SPACE
096810                " " DELIMITED BY SIZE
096820                WS-SRC-TOKEN DELIMITED BY SPACE
096900             INTO WS-PAIR-TEXT
097000     END-IF.
097100     MOVE WS-PAIR-TEXT TO RP-RECORD.
097200     PERFORM 3500-WRITE-REVERSAL-LINE
097300         THRU 3500-EXIT.
097400     MOVE WS-REV-REF-ID TO RQ-REF-ID.
097500     MOVE WS-RUN-DATE-N TO RQ-RUN-DATE.
097600     MOVE WS-REV-BATCH-ID TO RQ-BATCH-ID.
097700     IF ENT-RESULT(WS-ENT-IX) < ZERO
097800         MOVE WS-PIECE TO RQ-NUM1
097900         MOVE ZERO TO RQ-NUM2
098000     ELSE
098100         MOVE ZERO TO RQ-NUM1
098200         MOVE WS-PIECE TO RQ-NUM2
098300     END-IF.
098400     MOVE "-" TO RQ-OP-CODE.
098500     MOVE "APR" TO RQ-STATUS.
098600     MOVE WS-PAIR-RESULT TO RQ-RESULT.
098700     MOVE SPACES TO RQ-REASON.
098800     STRING "REVERSES " WS-TARGET-BATCH
098900         DELIMITED BY SIZE INTO RQ-REASON.
099000     MOVE ENT-CURRENCY(WS-ENT-IX) TO RQ-CURRENCY.
099100     WRITE RQ-RECORD.
099200     IF NOT RESULT-MASTER-OK
099300         DISPLAY "UNABLE TO POST RESULTS MASTER FOR "
099400             WS-REV-REF-ID ", STATUS = "
099500             WS-RESULT-MASTER-STATUS
099600         MOVE 16 TO RETURN-CODE
099700         STOP RUN
099800     END-IF.
099900     GO TO 3200-EXIT.
100000 3200-EXIT.
100100     EXIT.
100200*----------------------------------------------------------
100300* 3400-MARK-ORIGINAL - MARK THE ORIGINAL MASTER ENTRY REV.
100400*     ONLY AN ENTRY STILL SHOWING THIS BATCH'S OK RESULT IS
100500*     MARKED; ONE SINCE RESUBMITTED UNDER ANOTHER BATCH
100600*     KEEPS ITS LATER DISPOSITION AND IS NOTED WITH RC 04.
100700*     AN ENTRY WITH NO REFERENCE ID WAS NEVER POSTED.
100800*----------------------------------------------------------
100900 3400-MARK-ORIGINAL.
101000     MOVE SPACES TO WS-MASTER-NOTE.
101100     IF ENT-REF-ID(WS-ENT-IX) = SPACES
101200         ADD 1 TO WS-NO-REF-ID
101300         MOVE "NO REF ID - NOT POSTED" TO WS-MASTER-NOTE
101400         GO TO 3400-EXIT
101500     END-IF.
101600     MOVE ENT-REF-ID(WS-ENT-IX) TO RQ-REF-ID.
101700     READ RESULT-MASTER-FILE.
101800     IF RESULT-MASTER-NOT-FOUND
101900         MOVE "NOT ON RESULTS MASTER" TO WS-MASTER-NOTE
102000         GO TO 3400-NOT-MARKED
102100     END-IF.
102200     IF NOT RESULT-MASTER-OK
102300         DISPLAY "UNABLE TO READ RESULTS MASTER FOR "
102400             ENT-REF-ID(WS-ENT-IX) ", STATUS = "
102500             WS-RESULT-MASTER-STATUS
102600         MOVE 16 TO RETURN-CODE
102700         STOP RUN
102800     END-IF.
102900     IF RQ-STATUS = "REV"
103000         AND RQ-BATCH-ID = WS-TARGET-BATCH
103100         MOVE "ALREADY MARKED REV" TO WS-MASTER-NOTE
103200         GO TO 3400-EXIT
103300     END-IF.
103400     IF RQ-STATUS NOT = "OK "
103500         OR RQ-BATCH-ID NOT = WS-TARGET-BATCH
103600         OR RQ-RUN-DATE NOT = WS-TARGET-DATE-N
103700         STRING "SUPERSEDED - " RQ-STATUS " "
103800             RQ-BATCH-ID DELIMITED BY SIZE
103900             INTO WS-MASTER-NOTE
104000         GO TO 3400-NOT-MARKED
104100     END-IF.
104200     MOVE "REV" TO RQ-STATUS.
104300     MOVE SPACES TO RQ-REASON.
104400     STRING "BACKED OUT BY " WS-REV-BATCH-ID
104500         DELIMITED BY SIZE INTO RQ-REASON.
104600     REWRITE RQ-RECORD.
104700     IF NOT RESULT-MASTER-OK
104800         DISPLAY "UNABLE TO UPDATE RESULTS MASTER FOR "
104900             ENT-REF-ID(WS-ENT-IX) ", STATUS = "
105000             WS-RESULT-MASTER-STATUS
105100         MOVE 16 TO RETURN-CODE
105200         STOP RUN
105300     END-IF.
105400     ADD 1 TO WS-MASTERS-MARKED.
105500     MOVE "MARKED REV" TO WS-MASTER-NOTE.
105600     GO TO 3400-EXIT.
105700 3400-NOT-MARKED.
105800     ADD 1 TO WS-MASTERS-NOT-MARKED.
105900     IF WS-HIGHEST-RC < 04
106000         MOVE 04 TO WS-HIGHEST-RC
106100     END-IF.
106200     GO TO 3400-EXIT.
106300 3400-EXIT.
106400     EXIT.
106500*----------------------------------------------------------
106600* 3500-WRITE-REVERSAL-LINE - CALLER LOADS RP-RECORD FIRST
106700*----------------------------------------------------------
106800 3500-WRITE-REVERSAL-LINE.
106900     WRITE RP-RECORD.
107000     IF NOT REVERSAL-OK
107100         DISPLAY "UNABLE TO WRITE REVPAIRS, STATUS = "
107200             WS-REVERSAL-STATUS
107300         MOVE 16 TO RETURN-CODE
107400         STOP RUN
107500     END-IF.
107600     GO TO 3500-EXIT.
107700 3500-EXIT.
107800     EXIT.
107900*----------------------------------------------------------
108000* 4000-RECORD-REVERSAL - APPEND THE REVERSAL TO THE
108100*     REGISTER SO THE BATCH CANNOT BE REVERSED AGAIN
108200*----------------------------------------------------------
108300 4000-RECORD-REVERSAL.
108400     OPEN EXTEND REVCTL-FILE.
108500     IF REVCTL-MISSING
108600         OPEN OUTPUT REVCTL-FILE
108700         CLOSE REVCTL-FILE
108800         OPEN EXTEND REVCTL-FILE
108900     END-IF.
109000     IF NOT REVCTL-OK
109100         DISPLAY "UNABLE TO OPEN REVERSAL REGISTER, STATUS = "
109200             WS-REVCTL-STATUS
109300         MOVE 16 TO RETURN-CODE
109400         STOP RUN
109500     END-IF.
109600     ACCEPT WS-REVERSE-DATE-N FROM DATE YYYYMMDD.
109700     ACCEPT WS-REVERSE-TIME-N FROM TIME.
109800     MOVE SPACES TO WS-REVCTL-LINE.
109900     MOVE WS-TARGET-BATCH TO RC-BATCH-ID.
110000     MOVE WS-TARGET-DATE-N TO RC-RUN-DATE.
110100     MOVE WS-REV-BATCH-ID TO RC-REV-BATCH-ID.
110200     MOVE WS-REVERSE-DATE-N TO RC-REVERSE-DATE.
110300     MOVE WS-REVERSE-TIME-N(1:6) TO RC-REVERSE-TIME.
110400     MOVE WS-ENT-COUNT TO RC-ENTRIES.
110500     MOVE WS-PAIR-COUNT TO RC-PAIRS.
110600     MOVE WS-NEG-TOTAL TO RC-NEG-TOTAL.
110700     MOVE WS-REVCTL-LINE TO RC-RECORD.
110800     WRITE RC-RECORD.
110900     IF NOT REVCTL-OK
111000         DISPLAY "UNABLE TO WRITE REVERSAL REGISTER, "
111100             "STATUS = " WS-REVCTL-STATUS
111200         MOVE 16 TO RETURN-CODE
111300         STOP RUN
111400     END-IF.
111500     CLOSE REVCTL-FILE.
111600     GO TO 4000-EXIT.
111700 4000-EXIT.
111800     EXIT.
111900*----------------------------------------------------------
112000* 6500-WRITE-HEADINGS - NEW REPORT PAGE
112100*----------------------------------------------------------
112200 6500-WRITE-HEADINGS.
112300     MOVE WS-RUN-DATE-R TO RH1-RUN-DATE.
112400     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
112500     MOVE RL-HEADING-1 TO RL-RECORD.
112600     WRITE RL-RECORD.
112700     MOVE WS-TARGET-BATCH TO RH2-BATCH-ID.
112800     MOVE WS-TARGET-DATE-R TO RH2-TARGET-DATE.
112900     MOVE WS-REV-BATCH-ID TO RH2-REV-BATCH-ID.
113000     MOVE RL-HEADING-2 TO RL-RECORD.
113100     WRITE RL-RECORD.
113200     MOVE SPACES TO RL-RECORD.
113300     WRITE RL-RECORD.
113400     MOVE RL-HEADING-3 TO RL-RECORD.
113500     WRITE RL-RECORD.
113600     MOVE SPACES TO RL-RECORD.
113700     WRITE RL-RECORD.
113800     ADD 1 TO WS-PAGE-NO.
113900     MOVE ZERO TO WS-LINE-COUNT.
114000     GO TO 6500-EXIT.
114100 6500-EXIT.
114200     EXIT.
114300*----------------------------------------------------------
114400* 7000-WRITE-REPORT-LINE - PAGE-CONTROLLED REPORT WRITE.
114500*     CALLER LOADS RL-RECORD FIRST; HEADINGS REBUILD THE
114600*     RECORD AREA, SO THE LINE IS SAVED ACROSS A PAGE BREAK
114700*----------------------------------------------------------
114800 7000-WRITE-REPORT-LINE.
114900     MOVE RL-RECORD TO WS-SAVED-REPORT-LINE.
115000     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
115100         PERFORM 6500-WRITE-HEADINGS
115200             THRU 6500-EXIT
115300         MOVE WS-SAVED-REPORT-LINE TO RL-RECORD
115400     END-IF.
115500     WRITE RL-RECORD.
115600     ADD 1 TO WS-LINE-COUNT.
115700     GO TO 7000-EXIT.
115800 7000-EXIT.
115900     EXIT.
116000*----------------------------------------------------------
116100* 8000-WRITE-SUMMARY - REVERSAL COUNTS
116200*----------------------------------------------------------
116300 8000-WRITE-SUMMARY.
116400     MOVE SPACES TO RL-RECORD.
116500     PERFORM 7000-WRITE-REPORT-LINE
116600         THRU 7000-EXIT.
116700     MOVE WS-ARCHIVES-SCANNED TO SM-ARCHIVES-SCANNED.
116800     MOVE SM-LINE-ARCHIVES TO RL-RECORD.
116900     PERFORM 7000-WRITE-REPORT-LINE
117000         THRU 7000-EXIT.
117100     MOVE WS-RECORDS-READ TO SM-RECORDS-READ.
117200     MOVE SM-LINE-READ TO RL-RECORD.
117300     PERFORM 7000-WRITE-REPORT-LINE
117400         THRU 7000-EXIT.
117500     MOVE WS-RECORDS-BYPASSED TO SM-RECORDS-BYPASSED.
117600     MOVE SM-LINE-BYPASSED TO RL-RECORD.
117700     PERFORM 7000-WRITE-REPORT-LINE
117800         THRU 7000-EXIT.
117900     MOVE WS-ENT-COUNT TO SM-ENTRIES.
118000     MOVE SM-LINE-ENTRIES TO RL-RECORD.
118100     PERFORM 7000-WRITE-REPORT-LINE
118200         THRU 7000-EXIT.
118300     MOVE WS-PAIR-COUNT TO SM-PAIRS.
118400     MOVE SM-LINE-PAIRS TO RL-RECORD.
118500     PERFORM 7000-WRITE-REPORT-LINE
118600         THRU 7000-EXIT.
118700     MOVE WS-NEG-TOTAL TO SM-NEG-TOTAL.
118800     MOVE SM-LINE-TOTAL TO RL-RECORD.
118900     PERFORM 7000-WRITE-REPORT-LINE
119000         THRU 7000-EXIT.
119100     MOVE WS-MASTERS-MARKED TO SM-MARKED.
119200     MOVE SM-LINE-MARKED TO RL-RECORD.
119300     PERFORM 7000-WRITE-REPORT-LINE
119400         THRU 7000-EXIT.
119500     MOVE WS-MASTERS-NOT-MARKED TO SM-NOT-MARKED.
119600     MOVE SM-LINE-NOT-MARKED TO RL-RECORD.
119700     PERFORM 7000-WRITE-REPORT-LINE
119800         THRU 7000-EXIT.
119900     MOVE WS-NO-REF-ID TO SM-NO-REF.
120000     MOVE SM-LINE-NO-REF TO RL-RECORD.
120100     PERFORM 7000-WRITE-REPORT-LINE
120200         THRU 7000-EXIT.
120300     GO TO 8000-EXIT.
120400 8000-EXIT.
120500     EXIT.
120600*----------------------------------------------------------
120700* 9000-TERMINATE
120800*----------------------------------------------------------
120900 9000-TERMINATE.
121000     CLOSE RESULT-MASTER-FILE.
121100     CLOSE REPORT-FILE.
121200     MOVE WS-HIGHEST-RC TO RETURN-CODE.
121300     GO TO 9000-EXIT.
121400 9000-EXIT.
121500     EXIT.
