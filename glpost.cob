000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COBOL-GLPOST.
000300 AUTHOR. D-SHIFT BATCH SUPPORT.
000400 INSTALLATION. MIS PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 10/15/2026  DLH   ORIGINAL VERSION. POSTS ONE DAY'S
001100*                   COMPUTED AUDIT ENTRIES TO THE GENERAL
001200*                   LEDGER AS A BALANCED JOURNAL. EACH
001300*                   STATUS-OK ENTRY IS MAPPED THROUGH THE
001400*                   GL ACCOUNT-MAPPING MASTER (SEE
001500*                   COBOL-GLMNT) TO A DEBIT AND A CREDIT
001600*                   LINE. ENTRIES WITH NO MAPPING ARE LEFT
001700*                   OFF THE JOURNAL AND LISTED ON THE
001800*                   EXCEPTIONS REPORT. A JOURNAL IS RELEASED
001900*                   ONCE PER JOURNAL DATE - THE GL CONTROL
002000*                   FILE RECORDS EVERY RELEASE AND A SECOND
002100*                   RUN FOR THE SAME DATE IS REFUSED.
002110* 10/15/2026  DLH   A REVERSAL'S ENTRIES NOW CARRY THE
002120*                   ORIGINAL'S OPERATOR OR FORMULA IN THE
002130*                   FORMULA FIELD AND MAP THROUGH IT, SO THE
002140*                   ORIGINAL'S ACCOUNTS ARE BACKED OUT.
002200*----------------------------------------------------------
002300* THE JOURNAL DATE IS TODAY UNLESS A CCYYMMDD DATE IS GIVEN
002400* ON THE COMMAND LINE, FOR A RERUN OF A DAY THAT WAS MISSED.
002500* THE DAY'S ENTRIES ARE READ FROM EVERY AUDCAT ARCHIVE
002600* GENERATION COVERING THE DATE AND FROM THE LIVE AUDITLOG,
002700* SO THE DAY CAN STILL BE POSTED AFTER COBOL-AUDARCH HAS
002800* ROLLED IT OUT.
002900*
003000* THE JOURNAL IS WRITTEN TO GLJCCYYMMDD.NEW AND RENAMED TO
003100* GLJCCYYMMDD ONLY WHEN IT IS COMPLETE AND IN BALANCE, SO
003200* THE LEDGER PICK-UP NEVER SEES A PARTIAL FILE. RECORDS
003300* ARE 100 BYTES, TYPE IN COLUMN 1 -
003400*     H  JOURNAL DATE, DETAIL COUNT, TOTAL DEBITS, TOTAL
003500*        CREDITS
003600*     D  ONE DEBIT OR CREDIT LINE
003700*     T  JOURNAL DATE, DETAIL COUNT, TOTAL DEBITS, TOTAL
003800*        CREDITS, REPEATED AS THE END-OF-FILE CHECK
003900* AMOUNTS ARE UNSIGNED WITH TWO IMPLIED DECIMALS, IN THE
004000* ENTRY'S OWN CURRENCY. A NEGATIVE RESULT POSTS WITH THE
004100* MAPPING'S ACCOUNTS SWAPPED.
004200*----------------------------------------------------------
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER. IBM-370.
004600 OBJECT-COMPUTER. IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS WS-AUDIT-STATUS.
005200     SELECT CATALOG-FILE ASSIGN TO "AUDCAT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS WS-CATALOG-STATUS.
005500     SELECT ARCH-FILE ASSIGN TO WS-ARCH-NAME
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS WS-ARCH-STATUS.
005800     SELECT GLMAP-FILE ASSIGN TO "GLMAP"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS GM-KEY
006200         FILE STATUS IS WS-GLMAP-STATUS.
006300     SELECT WORK-FILE ASSIGN TO "GLJWORK"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-WORK-STATUS.
006600     SELECT JOURNAL-FILE ASSIGN TO WS-JOURNAL-NEW-NAME
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-JOURNAL-STATUS.
006900     SELECT GLCTL-FILE ASSIGN TO "GLCTL"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-GLCTL-STATUS.
007200     SELECT REPORT-FILE ASSIGN TO "GLEXCP"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS WS-REPORT-STATUS.
007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  AUDIT-FILE
007800     RECORDING MODE IS F.
007900 01  AU-RECORD                  PIC X(130).
008000 FD  CATALOG-FILE
008100     RECORDING MODE IS F.
008200 01  CG-RECORD                  PIC X(50).
008300 FD  ARCH-FILE
008400     RECORDING MODE IS F.
008500 01  AR-RECORD                  PIC X(130).
008600*----------------------------------------------------------
008700* GL ACCOUNT MAPPING - MAINTAINED BY COBOL-GLMNT
008800*----------------------------------------------------------
008900 FD  GLMAP-FILE.
009000 01  GM-RECORD.
009100     05  GM-KEY.
009200         10  GM-DEPT            PIC X(08).
009300         10  GM-SOURCE          PIC X(08).
009400         10  GM-CURRENCY        PIC X(03).
009500     05  GM-DEBIT-ACCT          PIC X(12).
009600     05  GM-CREDIT-ACCT         PIC X(12).
009700     05  FILLER                 PIC X(07).
009800 FD  WORK-FILE
009900     RECORDING MODE IS F.
010000 01  WK-RECORD                  PIC X(100).
010100 FD  JOURNAL-FILE
010200     RECORDING MODE IS F.
010300 01  JN-RECORD                  PIC X(100).
010400 FD  GLCTL-FILE
010500     RECORDING MODE IS F.
010600 01  GC-RECORD                  PIC X(80).
010700 FD  REPORT-FILE
010800     RECORDING MODE IS F.
010900 01  RL-RECORD                  PIC X(132).
011000 WORKING-STORAGE SECTION.
011100*----------------------------------------------------------
011200* FILE STATUS SWITCHES
011300*----------------------------------------------------------
011400 77  WS-AUDIT-STATUS            PIC X(02).
011500     88  AUDIT-OK                 VALUE "00".
011600     88  AUDIT-MISSING            VALUE "35".
011700 77  WS-CATALOG-STATUS          PIC X(02).
011800     88  CATALOG-OK               VALUE "00".
011900     88  CATALOG-MISSING          VALUE "35".
012000 77  WS-ARCH-STATUS             PIC X(02).
012100     88  ARCH-OK                  VALUE "00".
012200 77  WS-GLMAP-STATUS            PIC X(02).
012300     88  GLMAP-OK                 VALUE "00".
012400     88  GLMAP-NOT-FOUND          VALUE "23".
012500 77  WS-WORK-STATUS             PIC X(02).
012600     88  WORK-OK                  VALUE "00".
012700 77  WS-JOURNAL-STATUS          PIC X(02).
012800     88  JOURNAL-OK               VALUE "00".
012900 77  WS-GLCTL-STATUS            PIC X(02).
013000     88  GLCTL-OK                 VALUE "00".
013100     88  GLCTL-MISSING            VALUE "35".
013200 77  WS-REPORT-STATUS           PIC X(02).
013300     88  REPORT-OK                VALUE "00".
013400 77  WS-AUDIT-EOF-SW            PIC X(01)    VALUE "N".
013500     88  END-OF-AUDIT             VALUE "Y".
013600 77  WS-CATALOG-EOF-SW          PIC X(01)    VALUE "N".
013700     88  END-OF-CATALOG           VALUE "Y".
013800 77  WS-ARCH-EOF-SW             PIC X(01)    VALUE "N".
013900     88  END-OF-ARCH              VALUE "Y".
014000 77  WS-WORK-EOF-SW             PIC X(01)    VALUE "N".
014100     88  END-OF-WORK              VALUE "Y".
014200 77  WS-GLCTL-EOF-SW            PIC X(01)    VALUE "N".
014300     88  END-OF-GLCTL             VALUE "Y".
014400 77  WS-ENTRY-SW                PIC X(01)    VALUE "Y".
014500     88  ENTRY-READABLE           VALUE "Y".
014600     88  ENTRY-UNREADABLE         VALUE "N".
014700 77  WS-RELEASED-SW             PIC X(01)    VALUE "N".
014800     88  ALREADY-RELEASED         VALUE "Y".
014900 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
015000*----------------------------------------------------------
015100* JOURNAL DATE, FROM THE COMMAND LINE OR TODAY
015200*----------------------------------------------------------
015300 01  CMD-ARGS                   PIC X(100).
015400 77  WS-ARG-DATE-TEXT           PIC X(10)    VALUE SPACES.
015500 77  WS-ARG-DATE-LEN            PIC 9(03)    VALUE ZERO.
015600 77  WS-JOURNAL-DATE-N          PIC 9(08)    VALUE ZERO.
015700 01  WS-JOURNAL-DATE-R          PIC 9999/99/99.
015800*----------------------------------------------------------
015900* JOURNAL FILE NAMES. THE JOURNAL-FILE SELECT RESOLVES
016000* THROUGH WS-JOURNAL-NEW-NAME AT OPEN TIME.
016100*----------------------------------------------------------
016200 01  WS-JOURNAL-NAME.
016300     05  FILLER                 PIC X(03)    VALUE "GLJ".
016400     05  WS-JOURNAL-NAME-DATE   PIC 9(08).
016500     05  FILLER                 PIC X(09)    VALUE SPACES.
016600 01  WS-JOURNAL-NEW-NAME.
016700     05  FILLER                 PIC X(03)    VALUE "GLJ".
016800     05  WS-JOURNAL-NEW-DATE    PIC 9(08).
016900     05  FILLER                 PIC X(04)    VALUE ".NEW".
017000     05  FILLER                 PIC X(05)    VALUE SPACES.
017100 77  WS-RENAME-RC               PIC S9(09)   VALUE ZERO.
017200*----------------------------------------------------------
017300* ARCHIVE CATALOG RECORD AS WRITTEN BY COBOL-AUDARCH, AND
017400* THE GENERATION FILE NAME THE ARCH-FILE SELECT RESOLVES
017500* THROUGH AT OPEN TIME
017600*----------------------------------------------------------
017700 77  WS-ARCH-NAME               PIC X(20)    VALUE SPACES.
017800 01  WS-CATALOG-LINE.
017900     05  AG-FILE-NAME           PIC X(20).
018000     05  FILLER                 PIC X(02).
018100     05  AG-DATE-FROM           PIC 9(08).
018200     05  FILLER                 PIC X(02).
018300     05  AG-DATE-TO             PIC 9(08).
018400     05  FILLER                 PIC X(02).
018500     05  AG-COUNT               PIC 9(08).
018600 01  WS-CATALOG-DATES REDEFINES WS-CATALOG-LINE.
018700     05  FILLER                 PIC X(22).
018800     05  AG-DATE-FROM-X         PIC X(08).
018900     05  FILLER                 PIC X(02).
019000     05  AG-DATE-TO-X           PIC X(08).
019100     05  FILLER                 PIC X(10).
019200*----------------------------------------------------------
019300* AUDIT LOG RECORD AS WRITTEN BY COBOL-MATH, WITH THE
019400* AMOUNT FIELDS IN THEIR EDITED PICTURES SO THEY CAN BE
019500* DE-EDITED BACK TO NUMERIC FOR THE JOURNAL.
019600*----------------------------------------------------------
019700 01  WS-AUDIT-LINE.
019800     05  AU-RUN-DATE            PIC X(10).
019900     05  FILLER                 PIC X(01).
020000     05  AU-RUN-TIME            PIC X(06).
020100     05  FILLER                 PIC X(02).
020200     05  AU-NUM1                PIC Z(04)9.99.
020300     05  FILLER                 PIC X(02).
020400     05  AU-OP-CODE             PIC X(01).
020500     05  FILLER                 PIC X(02).
020600     05  AU-NUM2                PIC Z(04)9.99.
020700     05  FILLER                 PIC X(02).
020800     05  AU-RESULT              PIC -Z(09)9.99.
020900     05  FILLER                 PIC X(02).
021000     05  AU-BATCH-ID            PIC X(08).
021100     05  FILLER                 PIC X(02).
021200     05  AU-REF-ID              PIC X(16).
021300     05  FILLER                 PIC X(02).
021400     05  AU-DEPT                PIC X(08).
021500     05  FILLER                 PIC X(02).
021600     05  AU-STATUS              PIC X(03).
021700     05  FILLER                 PIC X(02).
021800     05  AU-FORMULA             PIC X(08).
021900     05  FILLER                 PIC X(02).
022000     05  AU-CURRENCY            PIC X(03).
022100     05  FILLER                 PIC X(02).
022200     05  AU-RATE-CODE           PIC X(08).
022300     05  FILLER                 PIC X(06).
022400*----------------------------------------------------------
022500* DE-EDITED FIELDS FOR THE COMPARES AND AMOUNTS
022600*----------------------------------------------------------
022700 77  WS-AUDIT-DATE-N            PIC 9(08)    VALUE ZERO.
022800 77  WS-AUDIT-RESULT-N          PIC S9(10)V99 VALUE ZERO.
022900 77  WS-POST-AMOUNT             PIC 9(13)V99 VALUE ZERO.
023000 77  WS-DATE-CCYY-TEXT          PIC X(04).
023100 77  WS-DATE-MM-TEXT            PIC X(02).
023200 77  WS-DATE-DD-TEXT            PIC X(02).
023300 01  WS-DATE-REBUILT.
023400     05  WS-DATE-CCYY           PIC X(04).
023500     05  WS-DATE-MM             PIC X(02).
023600     05  WS-DATE-DD             PIC X(02).
023700 01  WS-DATE-REBUILT-N REDEFINES WS-DATE-REBUILT
023800                                PIC 9(08).
023900 77  WS-ENTRY-SOURCE            PIC X(08)    VALUE SPACES.
024000 77  WS-DEBIT-ACCT              PIC X(12)    VALUE SPACES.
024100 77  WS-CREDIT-ACCT             PIC X(12)    VALUE SPACES.
024200*----------------------------------------------------------
024300* JOURNAL RECORD LAYOUTS
024400*----------------------------------------------------------
024500 01  WS-JOURNAL-HEADER.
024600     05  JH-REC-TYPE            PIC X(01)    VALUE "H".
024700     05  JH-JOURNAL-DATE        PIC 9(08).
024800     05  JH-DETAIL-COUNT        PIC 9(08).
024900     05  JH-TOTAL-DEBITS        PIC 9(13)V99.
025000     05  JH-TOTAL-CREDITS       PIC 9(13)V99.
025100     05  FILLER                 PIC X(53)    VALUE SPACES.
025200 01  WS-JOURNAL-DETAIL.
025300     05  JD-REC-TYPE            PIC X(01)    VALUE "D".
025400     05  JD-JOURNAL-DATE        PIC 9(08).
025500     05  JD-LINE-NO             PIC 9(08).
025600     05  JD-ACCOUNT             PIC X(12).
025700     05  JD-DR-CR               PIC X(01).
025800         88  JD-IS-DEBIT          VALUE "D".
025900         88  JD-IS-CREDIT         VALUE "C".
026000     05  JD-AMOUNT              PIC 9(13)V99.
026100     05  JD-CURRENCY            PIC X(03).
026200     05  JD-DEPT                PIC X(08).
026300     05  JD-SOURCE              PIC X(08).
026400     05  JD-BATCH-ID            PIC X(08).
026500     05  JD-REF-ID              PIC X(16).
026600     05  JD-RUN-TIME            PIC X(06).
026700     05  FILLER                 PIC X(06)    VALUE SPACES.
026800 01  WS-JOURNAL-TRAILER.
026900     05  JT-REC-TYPE            PIC X(01)    VALUE "T".
027000     05  JT-JOURNAL-DATE        PIC 9(08).
027100     05  JT-DETAIL-COUNT        PIC 9(08).
027200     05  JT-TOTAL-DEBITS        PIC 9(13)V99.
027300     05  JT-TOTAL-CREDITS       PIC 9(13)V99.
027400     05  FILLER                 PIC X(53)    VALUE SPACES.
027500*----------------------------------------------------------
027600* GL CONTROL RECORD - ONE PER RELEASED JOURNAL
027700*----------------------------------------------------------
027800 77  WS-RELEASE-DATE-N          PIC 9(08).
027900 77  WS-RELEASE-TIME-N          PIC 9(08).
028000 01  WS-GLCTL-LINE.
028100     05  GC-JOURNAL-DATE        PIC 9(08).
028200     05  FILLER                 PIC X(02)    VALUE SPACES.
028300     05  GC-RELEASE-DATE        PIC 9(08).
028400     05  FILLER                 PIC X(01)    VALUE SPACES.
028500     05  GC-RELEASE-TIME        PIC 9(06).
028600     05  FILLER                 PIC X(02)    VALUE SPACES.
028700     05  GC-DETAIL-COUNT        PIC 9(08).
028800     05  FILLER                 PIC X(02)    VALUE SPACES.
028900     05  GC-TOTAL-DEBITS        PIC 9(13)V99.
029000     05  FILLER                 PIC X(02)    VALUE SPACES.
029100     05  GC-TOTAL-CREDITS       PIC 9(13)V99.
029200     05  FILLER                 PIC X(11)    VALUE SPACES.
029300 01  WS-GLCTL-DATE-X REDEFINES WS-GLCTL-LINE.
029400     05  GC-JOURNAL-DATE-X      PIC X(08).
029500     05  FILLER                 PIC X(72).
029600*----------------------------------------------------------
029700* POSTING COUNTERS AND JOURNAL TOTALS
029800*----------------------------------------------------------
029900 77  WS-ARCHIVES-SCANNED        PIC 9(08)    VALUE ZERO.
030000 77  WS-RECORDS-READ            PIC 9(08)    VALUE ZERO.
030100 77  WS-RECORDS-BYPASSED        PIC 9(08)    VALUE ZERO.
030200 77  WS-ENTRIES-SELECTED        PIC 9(08)    VALUE ZERO.
030300 77  WS-ENTRIES-POSTED          PIC 9(08)    VALUE ZERO.
030400 77  WS-ENTRIES-ZERO            PIC 9(08)    VALUE ZERO.
030500 77  WS-ENTRIES-UNMAPPED        PIC 9(08)    VALUE ZERO.
030600 77  WS-DETAIL-COUNT            PIC 9(08)    VALUE ZERO.
030700 77  WS-TOTAL-DEBITS            PIC 9(13)V99 VALUE ZERO.
030800 77  WS-TOTAL-CREDITS           PIC 9(13)V99 VALUE ZERO.
030900*----------------------------------------------------------
031000* REPORT HEADING AND DETAIL LINE LAYOUTS
031100*----------------------------------------------------------
031200 77  WS-RUN-DATE-N              PIC 9(08).
031300 01  WS-RUN-DATE-R              PIC 9999/99/99.
031400 77  WS-PAGE-NO                 PIC 9(04)    VALUE 1.
031500 77  WS-LINE-COUNT              PIC 9(02)    VALUE 99.
031600 77  WS-MAX-LINES-PER-PAGE      PIC 9(02)    VALUE 30.
031700 01  WS-SAVED-REPORT-LINE       PIC X(132).
031800 01  RL-HEADING-1.
031900     05  FILLER                 PIC X(12)
032000         VALUE "COBOL-GLPOST".
032100     05  FILLER                 PIC X(30)
032200         VALUE "  GL JOURNAL EXCEPTIONS".
032300     05  FILLER                 PIC X(10)    VALUE "RUN DATE ".
032400     05  RH1-RUN-DATE           PIC 9999/99/99.
032500     05  FILLER                 PIC X(08)    VALUE "  PAGE ".
032600     05  RH1-PAGE-NO            PIC ZZZ9.
032700 01  RL-HEADING-2.
032800     05  FILLER                 PIC X(14)
032900         VALUE "JOURNAL DATE ".
033000     05  RH2-JOURNAL-DATE       PIC 9999/99/99.
033100 01  RL-HEADING-3.
033200     05  FILLER                 PIC X(08)    VALUE "TIME".
033300     05  FILLER                 PIC X(10)    VALUE "BATCH".
033400     05  FILLER                 PIC X(18)    VALUE "REF ID".
033500     05  FILLER                 PIC X(10)    VALUE "DEPT".
033600     05  FILLER                 PIC X(10)    VALUE "SOURCE".
033700     05  FILLER                 PIC X(05)    VALUE "CCY".
033800     05  FILLER                 PIC X(16)
033900         VALUE "        RESULT".
034000     05  FILLER                 PIC X(24)    VALUE "REASON".
034100 01  RL-DETAIL-LINE.
034200     05  RD-RUN-TIME            PIC X(06).
034300     05  FILLER                 PIC X(02)    VALUE SPACES.
034400     05  RD-BATCH-ID            PIC X(08).
034500     05  FILLER                 PIC X(02)    VALUE SPACES.
034600     05  RD-REF-ID              PIC X(16).
034700     05  FILLER                 PIC X(02)    VALUE SPACES.
034800     05  RD-DEPT                PIC X(08).
034900     05  FILLER                 PIC X(02)    VALUE SPACES.
035000     05  RD-SOURCE              PIC X(08).
035100     05  FILLER                 PIC X(02)    VALUE SPACES.
035200     05  RD-CURRENCY            PIC X(03).
035300     05  FILLER                 PIC X(02)    VALUE SPACES.
035400     05  RD-RESULT              PIC -Z(09)9.99.
035500     05  FILLER                 PIC X(02)    VALUE SPACES.
035600     05  RD-REASON              PIC X(24).
035700*----------------------------------------------------------
035800* POSTING SUMMARY LINE LAYOUTS
035900*----------------------------------------------------------
036000 01  SM-LINE-ARCHIVES.
036100     05  FILLER                 PIC X(24)
036200         VALUE "ARCHIVES SCANNED....... ".
036300     05  SM-ARCHIVES-SCANNED    PIC ZZZZZZZ9.
036400 01  SM-LINE-READ.
036500     05  FILLER                 PIC X(24)
036600         VALUE "AUDIT RECORDS READ..... ".
036700     05  SM-RECORDS-READ        PIC ZZZZZZZ9.
036800 01  SM-LINE-BYPASSED.
036900     05  FILLER                 PIC X(24)
037000         VALUE "UNREADABLE BYPASSED.... ".
037100     05  SM-RECORDS-BYPASSED    PIC ZZZZZZZ9.
037200 01  SM-LINE-SELECTED.
037300     05  FILLER                 PIC X(24)
037400         VALUE "ENTRIES FOR THE DAY.... ".
037500     05  SM-ENTRIES-SELECTED    PIC ZZZZZZZ9.
037600 01  SM-LINE-POSTED.
037700     05  FILLER                 PIC X(24)
037800         VALUE "ENTRIES JOURNALED...... ".
037900     05  SM-ENTRIES-POSTED      PIC ZZZZZZZ9.
038000 01  SM-LINE-ZERO.
038100     05  FILLER                 PIC X(24)
038200         VALUE "ZERO RESULTS SKIPPED... ".
038300     05  SM-ENTRIES-ZERO        PIC ZZZZZZZ9.
038400 01  SM-LINE-UNMAPPED.
038500     05  FILLER                 PIC X(24)
038600         VALUE "UNMAPPED EXCEPTIONS.... ".
038700     05  SM-ENTRIES-UNMAPPED    PIC ZZZZZZZ9.
038800 01  SM-LINE-DETAILS.
038900     05  FILLER                 PIC X(24)
039000         VALUE "JOURNAL DETAIL LINES... ".
039100     05  SM-DETAIL-COUNT        PIC ZZZZZZZ9.
039200 01  SM-LINE-DEBITS.
039300     05  FILLER                 PIC X(24)
039400         VALUE "TOTAL DEBITS........... ".
039500     05  SM-TOTAL-DEBITS        PIC Z(12)9.99.
039600 01  SM-LINE-CREDITS.
039700     05  FILLER                 PIC X(24)
039800         VALUE "TOTAL CREDITS.......... ".
039900     05  SM-TOTAL-CREDITS       PIC Z(12)9.99.
040000 01  SM-LINE-RELEASED.
040100     05  FILLER                 PIC X(24)
040200         VALUE "JOURNAL RELEASED AS.... ".
040300     05  SM-JOURNAL-NAME        PIC X(20).
040400 PROCEDURE DIVISION.
040500*----------------------------------------------------------
040600* 0000-MAINLINE
040700*----------------------------------------------------------
040800 0000-MAINLINE.
040900     PERFORM 1000-INITIALIZE
041000         THRU 1000-EXIT.
041100     PERFORM 1500-CHECK-RELEASED
041200         THRU 1500-EXIT.
041300     PERFORM 1600-OPEN-POSTING-FILES
041400         THRU 1600-EXIT.
041500     PERFORM 1700-PROCESS-ARCHIVES
041600         THRU 1700-EXIT.
041700     PERFORM 2000-PROCESS-AUDIT-LOG
041800         THRU 2000-EXIT.
041900     PERFORM 3000-BUILD-JOURNAL
042000         THRU 3000-EXIT.
042100     PERFORM 4000-RECORD-RELEASE
042200         THRU 4000-EXIT.
042300     PERFORM 8000-WRITE-SUMMARY
042400         THRU 8000-EXIT.
042500     PERFORM 9000-TERMINATE
042600         THRU 9000-EXIT.
042700     STOP RUN.
042800*----------------------------------------------------------
042900* 1000-INITIALIZE - SETTLE THE JOURNAL DATE AND OPEN THE
043000*     EXCEPTIONS REPORT
043100*----------------------------------------------------------
043200 1000-INITIALIZE.
043300     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
043400     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-R.
043500     MOVE WS-RUN-DATE-N TO WS-JOURNAL-DATE-N.
043600
043700     ACCEPT CMD-ARGS FROM COMMAND-LINE.
043800     IF CMD-ARGS NOT = SPACES
043900         UNSTRING CMD-ARGS DELIMITED BY ALL SPACES
044000             INTO WS-ARG-DATE-TEXT COUNT IN WS-ARG-DATE-LEN
044100         IF WS-ARG-DATE-LEN NOT = 8
044200             OR NOT WS-ARG-DATE-TEXT(1:8) NUMERIC
044300             DISPLAY "USAGE: COBOL-GLPOST [CCYYMMDD]"
044400             MOVE 16 TO RETURN-CODE
044500             STOP RUN
044600         END-IF
044700         MOVE WS-ARG-DATE-TEXT(1:8) TO WS-JOURNAL-DATE-N
044800     END-IF.
044900     MOVE WS-JOURNAL-DATE-N TO WS-JOURNAL-DATE-R.
045000     MOVE WS-JOURNAL-DATE-N TO WS-JOURNAL-NAME-DATE.
045100     MOVE WS-JOURNAL-DATE-N TO WS-JOURNAL-NEW-DATE.
045200
045300     OPEN OUTPUT REPORT-FILE.
045400     IF NOT REPORT-OK
045500         DISPLAY "UNABLE TO OPEN REPORT FILE, STATUS = "
045600             WS-REPORT-STATUS
045700         MOVE 16 TO RETURN-CODE
045800         STOP RUN
045900     END-IF.
046000     PERFORM 6500-WRITE-HEADINGS
046100         THRU 6500-EXIT.
046200     GO TO 1000-EXIT.
046300 1000-EXIT.
046400     EXIT.
046500*----------------------------------------------------------
046600* 1500-CHECK-RELEASED - A JOURNAL DATE ALREADY ON THE GL
046700*     CONTROL FILE HAS BEEN RELEASED TO THE LEDGER. THE RUN
046800*     IS REFUSED WITH RC 08 BEFORE ANYTHING IS WRITTEN, SO
046900*     THE DAY CANNOT POST TWICE. NO CONTROL FILE MEANS NO
047000*     JOURNAL HAS BEEN RELEASED YET.
047100*----------------------------------------------------------
047200 1500-CHECK-RELEASED.
047300     OPEN INPUT GLCTL-FILE.
047400     IF GLCTL-MISSING
047500         GO TO 1500-EXIT
047600     END-IF.
047700     IF NOT GLCTL-OK
047800         DISPLAY "UNABLE TO OPEN GL CONTROL FILE, STATUS = "
047900             WS-GLCTL-STATUS
048000         MOVE 16 TO RETURN-CODE
048100         STOP RUN
048200     END-IF.
048300     PERFORM 1550-READ-GLCTL
048400         THRU 1550-EXIT.
048500     PERFORM UNTIL END-OF-GLCTL
048600             OR ALREADY-RELEASED
048700         IF GC-JOURNAL-DATE-X NUMERIC
048800             AND GC-JOURNAL-DATE = WS-JOURNAL-DATE-N
048900             SET ALREADY-RELEASED TO TRUE
049000         ELSE
049100             PERFORM 1550-READ-GLCTL
049200                 THRU 1550-EXIT
049300         END-IF
049400     END-PERFORM.
049500     CLOSE GLCTL-FILE.
049600     IF NOT ALREADY-RELEASED
049700         GO TO 1500-EXIT
049800     END-IF.
049900     DISPLAY "GL JOURNAL FOR " WS-JOURNAL-DATE-R
050000         " WAS ALREADY RELEASED ON " GC-RELEASE-DATE
050100         " - RUN REFUSED".
050200     MOVE SPACES TO RL-RECORD.
050300     STRING "GL JOURNAL FOR " WS-JOURNAL-DATE-R
050400         " WAS ALREADY RELEASED ON " GC-RELEASE-DATE
050500         " AT " GC-RELEASE-TIME " - RUN REFUSED"
050600         DELIMITED BY SIZE INTO RL-RECORD.
050700     PERFORM 7000-WRITE-REPORT-LINE
050800         THRU 7000-EXIT.
050900     CLOSE REPORT-FILE.
051000     MOVE 08 TO RETURN-CODE.
051100     STOP RUN.
051200 1500-EXIT.
051300     EXIT.
051400*----------------------------------------------------------
051500* 1550-READ-GLCTL
051600*----------------------------------------------------------
051700 1550-READ-GLCTL.
051800     READ GLCTL-FILE INTO WS-GLCTL-LINE
051900         AT END
052000             SET END-OF-GLCTL TO TRUE
052100     END-READ.
052200     GO TO 1550-EXIT.
052300 1550-EXIT.
052400     EXIT.
052500*----------------------------------------------------------
052600* 1600-OPEN-POSTING-FILES - THE MAPPING MASTER AND THE
052700*     DETAIL WORK FILE THE JOURNAL IS BUILT FROM
052800*----------------------------------------------------------
052900 1600-OPEN-POSTING-FILES.
053000     OPEN INPUT GLMAP-FILE.
053100     IF NOT GLMAP-OK
053200         DISPLAY "UNABLE TO OPEN GL MAPPING MASTER, STATUS = "
053300             WS-GLMAP-STATUS
053400         MOVE 16 TO RETURN-CODE
053500         STOP RUN
053600     END-IF.
053700
053800     OPEN OUTPUT WORK-FILE.
053900     IF NOT WORK-OK
054000         DISPLAY "UNABLE TO OPEN JOURNAL WORK FILE, STATUS = "
054100             WS-WORK-STATUS
054200         MOVE 16 TO RETURN-CODE
054300         STOP RUN
054400     END-IF.
054500     GO TO 1600-EXIT.
054600 1600-EXIT.
054700     EXIT.
054800*----------------------------------------------------------
054900* 1700-PROCESS-ARCHIVES - SCAN EVERY CATALOGED ARCHIVE
055000*     GENERATION WHOSE DATE RANGE COVERS THE JOURNAL DATE,
055100*     AHEAD OF THE LIVE LOG. NO CATALOG MEANS NOTHING HAS
055200*     BEEN ARCHIVED YET.
055300*----------------------------------------------------------
055400 1700-PROCESS-ARCHIVES.
055500     OPEN INPUT CATALOG-FILE.
055600     IF CATALOG-MISSING
055700         GO TO 1700-EXIT
055800     END-IF.
055900     IF NOT CATALOG-OK
056000         DISPLAY "UNABLE TO OPEN ARCHIVE CATALOG, STATUS = "
056100             WS-CATALOG-STATUS
056200         MOVE 16 TO RETURN-CODE
056300         STOP RUN
056400     END-IF.
056500     PERFORM 1720-READ-CATALOG
056600         THRU 1720-EXIT.
056700     PERFORM UNTIL END-OF-CATALOG
056800         IF AG-DATE-FROM-X NUMERIC
056900             AND AG-DATE-TO-X NUMERIC
057000             AND AG-DATE-FROM <= WS-JOURNAL-DATE-N
057100             AND AG-DATE-TO >= WS-JOURNAL-DATE-N
057200             PERFORM 1750-PROCESS-ONE-ARCHIVE
057300                 THRU 1750-EXIT
057400         END-IF
057500         PERFORM 1720-READ-CATALOG
057600             THRU 1720-EXIT
057700     END-PERFORM.
057800     CLOSE CATALOG-FILE.
057900     GO TO 1700-EXIT.
058000 1700-EXIT.
058100     EXIT.
058200*----------------------------------------------------------
058300* 1720-READ-CATALOG
058400*----------------------------------------------------------
058500 1720-READ-CATALOG.
058600     READ CATALOG-FILE INTO WS-CATALOG-LINE
058700         AT END
058800             SET END-OF-CATALOG TO TRUE
058900     END-READ.
059000     GO TO 1720-EXIT.
059100 1720-EXIT.
059200     EXIT.
059300*----------------------------------------------------------
059400* 1750-PROCESS-ONE-ARCHIVE - POST FROM ONE GENERATION FILE.
059500*     A CATALOGED GENERATION THAT WILL NOT OPEN STOPS THE
059600*     RUN - A JOURNAL MISSING PART OF THE DAY MUST NOT BE
059700*     RELEASED, SINCE THE DATE COULD NOT BE POSTED AGAIN.
059800*----------------------------------------------------------
059900 1750-PROCESS-ONE-ARCHIVE.
060000     MOVE AG-FILE-NAME TO WS-ARCH-NAME.
060100     OPEN INPUT ARCH-FILE.
060200     IF NOT ARCH-OK
060300         DISPLAY "UNABLE TO OPEN ARCHIVE GENERATION "
060400             WS-ARCH-NAME " STATUS = " WS-ARCH-STATUS
060500         MOVE 16 TO RETURN-CODE
060600         STOP RUN
060700     END-IF.
060800     ADD 1 TO WS-ARCHIVES-SCANNED.
060900     MOVE "N" TO WS-ARCH-EOF-SW.
061000     PERFORM 1770-READ-ARCH
061100         THRU 1770-EXIT.
061200     PERFORM UNTIL END-OF-ARCH
061300         PERFORM 2200-POST-ENTRY
061400             THRU 2200-EXIT
061500         PERFORM 1770-READ-ARCH
061600             THRU 1770-EXIT
061700     END-PERFORM.
061800     CLOSE ARCH-FILE.
061900     GO TO 1750-EXIT.
062000 1750-EXIT.
062100     EXIT.
062200*----------------------------------------------------------
062300* 1770-READ-ARCH
062400*----------------------------------------------------------
062500 1770-READ-ARCH.
062600     READ ARCH-FILE INTO WS-AUDIT-LINE
062700         AT END
062800             SET END-OF-ARCH TO TRUE
062900     END-READ.
063000     IF NOT END-OF-ARCH
063100         ADD 1 TO WS-RECORDS-READ
063200     END-IF.
063300     GO TO 1770-EXIT.
063400 1770-EXIT.
063500     EXIT.
063600*----------------------------------------------------------
063700* 2000-PROCESS-AUDIT-LOG - LOOP OVER THE LIVE AUDIT LOG. NO
063800*     LIVE LOG MEANS THE DAY HAS ALREADY ROLLED OUT TO THE
063900*     ARCHIVES.
064000*----------------------------------------------------------
064100 2000-PROCESS-AUDIT-LOG.
064200     OPEN INPUT AUDIT-FILE.
064300     IF AUDIT-MISSING
064400         GO TO 2000-EXIT
064500     END-IF.
064600     IF NOT AUDIT-OK
064700         DISPLAY "UNABLE TO OPEN AUDITLOG, STATUS = "
064800             WS-AUDIT-STATUS
064900         MOVE 16 TO RETURN-CODE
065000         STOP RUN
065100     END-IF.
065200     PERFORM 2100-READ-AUDIT
065300         THRU 2100-EXIT.
065400     PERFORM UNTIL END-OF-AUDIT
065500         PERFORM 2200-POST-ENTRY
065600             THRU 2200-EXIT
065700         PERFORM 2100-READ-AUDIT
065800             THRU 2100-EXIT
065900     END-PERFORM.
066000     CLOSE AUDIT-FILE.
066100     GO TO 2000-EXIT.
066200 2000-EXIT.
066300     EXIT.
066400*----------------------------------------------------------
066500* 2100-READ-AUDIT
066600*----------------------------------------------------------
066700 2100-READ-AUDIT.
066800     READ AUDIT-FILE INTO WS-AUDIT-LINE
066900         AT END
067000             SET END-OF-AUDIT TO TRUE
067100     END-READ.
067200     IF NOT END-OF-AUDIT
067300         ADD 1 TO WS-RECORDS-READ
067400     END-IF.
067500     GO TO 2100-EXIT.
067600 2100-EXIT.
067700     EXIT.
067800*----------------------------------------------------------
067900* 2200-POST-ENTRY - SELECT ONE AUDIT ENTRY FOR THE JOURNAL
068000*     DATE AND WRITE ITS DEBIT AND CREDIT LINES. ONLY
068100*     COMPUTED ENTRIES POST - REJECTED AND REFERRED ENTRIES
068200*     MOVED NO MONEY. ENTRIES FROM BEFORE THE STATUS COLUMN
068300*     HAVE A BLANK STATUS AND WERE ALL COMPUTED.
068400*----------------------------------------------------------
068500 2200-POST-ENTRY.
068600     PERFORM 2300-DE-EDIT-ENTRY
068700         THRU 2300-EXIT.
068800     IF ENTRY-UNREADABLE
068900         ADD 1 TO WS-RECORDS-BYPASSED
069000         GO TO 2200-EXIT
069100     END-IF.
069200     IF WS-AUDIT-DATE-N NOT = WS-JOURNAL-DATE-N
069300         GO TO 2200-EXIT
069400     END-IF.
069500     IF AU-STATUS NOT = "OK "
069600         AND AU-STATUS NOT = SPACES
069700         GO TO 2200-EXIT
069800     END-IF.
069900     ADD 1 TO WS-ENTRIES-SELECTED.
070000     IF WS-AUDIT-RESULT-N = ZERO
070100         ADD 1 TO WS-ENTRIES-ZERO
070200         GO TO 2200-EXIT
070300     END-IF.
070400
070410*    A REVERSAL (COBOL-REVERSE) LOGS THE OPERATOR OR FORMULA OF
070420*    THE ENTRY IT BACKS OUT AS ITS FORMULA, SO IT MAPS TO THE
070430*    ORIGINAL'S ACCOUNTS AND ITS OPPOSITE SIGN SWAPS THEM BELOW.
070500     IF AU-FORMULA = SPACES
070600         MOVE AU-OP-CODE TO WS-ENTRY-SOURCE
070700     ELSE
070800         MOVE AU-FORMULA TO WS-ENTRY-SOURCE
070900     END-IF.
071000     MOVE AU-DEPT TO GM-DEPT.
071100     MOVE WS-ENTRY-SOURCE TO GM-SOURCE.
071200     MOVE AU-CURRENCY TO GM-CURRENCY.
071300     READ GLMAP-FILE.
071400     IF NOT GLMAP-OK
071500         PERFORM 2500-REPORT-UNMAPPED
071600             THRU 2500-EXIT
071700         GO TO 2200-EXIT
071800     END-IF.
071900
072000     IF WS-AUDIT-RESULT-N < ZERO
072100         COMPUTE WS-POST-AMOUNT = ZERO - WS-AUDIT-RESULT-N
072200         MOVE GM-CREDIT-ACCT TO WS-DEBIT-ACCT
072300         MOVE GM-DEBIT-ACCT TO WS-CREDIT-ACCT
072400     ELSE
072500         MOVE WS-AUDIT-RESULT-N TO WS-POST-AMOUNT
072600         MOVE GM-DEBIT-ACCT TO WS-DEBIT-ACCT
072700         MOVE GM-CREDIT-ACCT TO WS-CREDIT-ACCT
072800     END-IF.
072900     ADD 1 TO WS-ENTRIES-POSTED.
073000     MOVE WS-DEBIT-ACCT TO JD-ACCOUNT.
073100     SET JD-IS-DEBIT TO TRUE.
073200     ADD WS-POST-AMOUNT TO WS-TOTAL-DEBITS.
073300     PERFORM 2400-WRITE-DETAIL
073400         THRU 2400-EXIT.
073500     MOVE WS-CREDIT-ACCT TO JD-ACCOUNT.
073600     SET JD-IS-CREDIT TO TRUE.
073700     ADD WS-POST-AMOUNT TO WS-TOTAL-CREDITS.
073800     PERFORM 2400-WRITE-DETAIL
073900         THRU 2400-EXIT.
074000     GO TO 2200-EXIT.
074100 2200-EXIT.
074200     EXIT.
074300*----------------------------------------------------------
074400* 2300-DE-EDIT-ENTRY - TURN THE EDITED AUDIT FIELDS BACK
074500*     INTO NUMERICS. AN ENTRY WHOSE DATE OR TIME DOES NOT
074600*     LOOK LIKE THE AUDIT LAYOUT IS FLAGGED UNREADABLE
074700*     RATHER THAN GUESSED AT.
074800*----------------------------------------------------------
074900 2300-DE-EDIT-ENTRY.
075000     SET ENTRY-READABLE TO TRUE.
075100     INITIALIZE WS-DATE-CCYY-TEXT WS-DATE-MM-TEXT
075200         WS-DATE-DD-TEXT.
075300     UNSTRING AU-RUN-DATE DELIMITED BY "/"
075400         INTO WS-DATE-CCYY-TEXT, WS-DATE-MM-TEXT,
075500              WS-DATE-DD-TEXT.
075600     MOVE WS-DATE-CCYY-TEXT TO WS-DATE-CCYY.
075700     MOVE WS-DATE-MM-TEXT TO WS-DATE-MM.
075800     MOVE WS-DATE-DD-TEXT TO WS-DATE-DD.
075900     IF WS-DATE-REBUILT NUMERIC
076000         AND AU-RUN-TIME NUMERIC
076100         MOVE WS-DATE-REBUILT-N TO WS-AUDIT-DATE-N
076200     ELSE
076300         SET ENTRY-UNREADABLE TO TRUE
076400         GO TO 2300-EXIT
076500     END-IF.
076600     MOVE AU-RESULT TO WS-AUDIT-RESULT-N.
076700     GO TO 2300-EXIT.
076800 2300-EXIT.
076900     EXIT.
077000*----------------------------------------------------------
077100* 2400-WRITE-DETAIL - ONE JOURNAL LINE TO THE WORK FILE.
077200*     THE CALLER HAS SET THE ACCOUNT AND THE DEBIT/CREDIT
077300*     INDICATOR.
077400*----------------------------------------------------------
077500 2400-WRITE-DETAIL.
077600     ADD 1 TO WS-DETAIL-COUNT.
077700     MOVE WS-JOURNAL-DATE-N TO JD-JOURNAL-DATE.
077800     MOVE WS-DETAIL-COUNT TO JD-LINE-NO.
077900     MOVE WS-POST-AMOUNT TO JD-AMOUNT.
078000     MOVE AU-CURRENCY TO JD-CURRENCY.
078100     MOVE AU-DEPT TO JD-DEPT.
078200     MOVE WS-ENTRY-SOURCE TO JD-SOURCE.
078300     MOVE AU-BATCH-ID TO JD-BATCH-ID.
078400     MOVE AU-REF-ID TO JD-REF-ID.
078500     MOVE AU-RUN-TIME TO JD-RUN-TIME.
078600     MOVE WS-JOURNAL-DETAIL TO WK-RECORD.
078700     WRITE WK-RECORD.
078800     GO TO 2400-EXIT.
078900 2400-EXIT.
079000     EXIT.
079100*----------------------------------------------------------
079200* 2500-REPORT-UNMAPPED - AN ENTRY WITH NO MAPPING FOR ITS
079300*     DEPARTMENT, SOURCE AND CURRENCY STAYS OFF THE JOURNAL
079400*     AND IS LISTED FOR THE MAPPING TO BE ADDED. THE RUN
079500*     ENDS WITH RC 04.
079600*----------------------------------------------------------
079700 2500-REPORT-UNMAPPED.
079800     ADD 1 TO WS-ENTRIES-UNMAPPED.
079900     IF WS-HIGHEST-RC < 04
080000         MOVE 04 TO WS-HIGHEST-RC
080100     END-IF.
080200     MOVE AU-RUN-TIME TO RD-RUN-TIME.
080300     MOVE AU-BATCH-ID TO RD-BATCH-ID.
080400     MOVE AU-REF-ID TO RD-REF-ID.
080500     MOVE AU-DEPT TO RD-DEPT.
080600     MOVE WS-ENTRY-SOURCE TO RD-SOURCE.
080700     MOVE AU-CURRENCY TO RD-CURRENCY.
080800     MOVE WS-AUDIT-RESULT-N TO RD-RESULT.
080900     MOVE "NO GL MAPPING" TO RD-REASON.
081000     MOVE RL-DETAIL-LINE TO RL-RECORD.
081100     PERFORM 7000-WRITE-REPORT-LINE
081200         THRU 7000-EXIT.
081300     GO TO 2500-EXIT.
081400 2500-EXIT.
081500     EXIT.
081600*----------------------------------------------------------
081700* 3000-BUILD-JOURNAL - HEADER, THE DETAIL LINES FROM THE
081800*     WORK FILE, AND THE TRAILER, UNDER THE .NEW NAME. THE
081900*     JOURNAL IS RENAMED INTO PLACE ONLY ONCE IT IS WHOLE
082000*     AND THE DEBITS EQUAL THE CREDITS. A DAY WITH NOTHING
082100*     TO POST STILL RELEASES AN EMPTY JOURNAL SO THE
082200*     LEDGER SEES THE DAY CLOSED.
082300*----------------------------------------------------------
082400 3000-BUILD-JOURNAL.
082500     CLOSE WORK-FILE.
082600     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
082700         DISPLAY "GL JOURNAL OUT OF BALANCE - DEBITS "
082800             WS-TOTAL-DEBITS " CREDITS " WS-TOTAL-CREDITS
082900         MOVE 16 TO RETURN-CODE
083000         STOP RUN
083100     END-IF.
083200
083300     OPEN OUTPUT JOURNAL-FILE.
083400     IF NOT JOURNAL-OK
083500         DISPLAY "UNABLE TO OPEN " WS-JOURNAL-NEW-NAME
083600             " STATUS = " WS-JOURNAL-STATUS
083700         MOVE 16 TO RETURN-CODE
083800         STOP RUN
083900     END-IF.
084000     MOVE WS-JOURNAL-DATE-N TO JH-JOURNAL-DATE.
084100     MOVE WS-DETAIL-COUNT TO JH-DETAIL-COUNT.
084200     MOVE WS-TOTAL-DEBITS TO JH-TOTAL-DEBITS.
084300     MOVE WS-TOTAL-CREDITS TO JH-TOTAL-CREDITS.
084400     MOVE WS-JOURNAL-HEADER TO JN-RECORD.
084500     WRITE JN-RECORD.
084600
084700     OPEN INPUT WORK-FILE.
084800     IF NOT WORK-OK
084900         DISPLAY "UNABLE TO REOPEN JOURNAL WORK FILE, "
085000             "STATUS = " WS-WORK-STATUS
085100         MOVE 16 TO RETURN-CODE
085200         STOP RUN
085300     END-IF.
085400     PERFORM 3100-READ-WORK
085500         THRU 3100-EXIT.
085600     PERFORM UNTIL END-OF-WORK
085700         MOVE WK-RECORD TO JN-RECORD
085800         WRITE JN-RECORD
085900         PERFORM 3100-READ-WORK
086000             THRU 3100-EXIT
086100     END-PERFORM.
086200     CLOSE WORK-FILE.
086300
086400     MOVE WS-JOURNAL-DATE-N TO JT-JOURNAL-DATE.
086500     MOVE WS-DETAIL-COUNT TO JT-DETAIL-COUNT.
086600     MOVE WS-TOTAL-DEBITS TO JT-TOTAL-DEBITS.
086700     MOVE WS-TOTAL-CREDITS TO JT-TOTAL-CREDITS.
086800     MOVE WS-JOURNAL-TRAILER TO JN-RECORD.
086900     WRITE JN-RECORD.
087000     CLOSE JOURNAL-FILE.
087100
087200     CALL "CBL_RENAME_FILE" USING WS-JOURNAL-NEW-NAME
087300         WS-JOURNAL-NAME.
087400     MOVE RETURN-CODE TO WS-RENAME-RC.
087500     IF WS-RENAME-RC NOT = ZERO
087600         DISPLAY "UNABLE TO RELEASE GL JOURNAL, "
087700             "RENAME RC = " WS-RENAME-RC
087800         MOVE 16 TO RETURN-CODE
087900         STOP RUN
088000     END-IF.
088100     GO TO 3000-EXIT.
088200 3000-EXIT.
088300     EXIT.
088400*----------------------------------------------------------
088500* 3100-READ-WORK
088600*----------------------------------------------------------
088700 3100-READ-WORK.
088800     READ WORK-FILE
088900         AT END
089000             SET END-OF-WORK TO TRUE
089100     END-READ.
089200     GO TO 3100-EXIT.
089300 3100-EXIT.
089400     EXIT.
089500*----------------------------------------------------------
089600* 4000-RECORD-RELEASE - APPEND THE RELEASED JOURNAL TO THE
089700*     GL CONTROL FILE. THIS IS THE ENTRY 1500 REFUSES A
089800*     SECOND RUN ON.
089900*----------------------------------------------------------
090000 4000-RECORD-RELEASE.
090100     OPEN EXTEND GLCTL-FILE.
090200     IF GLCTL-MISSING
090300         OPEN OUTPUT GLCTL-FILE
090400         CLOSE GLCTL-FILE
090500         OPEN EXTEND GLCTL-FILE
090600     END-IF.
090700     IF NOT GLCTL-OK
090800         DISPLAY "UNABLE TO OPEN GL CONTROL FILE, STATUS = "
090900             WS-GLCTL-STATUS
091000         MOVE 16 TO RETURN-CODE
091100         STOP RUN
091200     END-IF.
091300     ACCEPT WS-RELEASE-DATE-N FROM DATE YYYYMMDD.
091400     ACCEPT WS-RELEASE-TIME-N FROM TIME.
091500     MOVE SPACES TO WS-GLCTL-LINE.
091600     MOVE WS-JOURNAL-DATE-N TO GC-JOURNAL-DATE.
091700     MOVE WS-RELEASE-DATE-N TO GC-RELEASE-DATE.
091800     MOVE WS-RELEASE-TIME-N(1:6) TO GC-RELEASE-TIME.
091900     MOVE WS-DETAIL-COUNT TO GC-DETAIL-COUNT.
092000     MOVE WS-TOTAL-DEBITS TO GC-TOTAL-DEBITS.
092100     MOVE WS-TOTAL-CREDITS TO GC-TOTAL-CREDITS.
092200     MOVE WS-GLCTL-LINE TO GC-RECORD.
092300     WRITE GC-RECORD.
092400     CLOSE GLCTL-FILE.
092500     GO TO 4000-EXIT.
092600 4000-EXIT.
092700     EXIT.
092800*----------------------------------------------------------
092900* 6500-WRITE-HEADINGS - NEW REPORT PAGE
093000*----------------------------------------------------------
093100 6500-WRITE-HEADINGS.
093200     MOVE WS-RUN-DATE-R TO RH1-RUN-DATE.
093300     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
093400     MOVE RL-HEADING-1 TO RL-RECORD.
093500     WRITE RL-RECORD.
093600     MOVE WS-JOURNAL-DATE-R TO RH2-JOURNAL-DATE.
093700     MOVE RL-HEADING-2 TO RL-RECORD.
093800     WRITE RL-RECORD.
093900     MOVE SPACES TO RL-RECORD.
094000     WRITE RL-RECORD.
094100     MOVE RL-HEADING-3 TO RL-RECORD.
094200     WRITE RL-RECORD.
094300     MOVE SPACES TO RL-RECORD.
094400     WRITE RL-RECORD.
094500     ADD 1 TO WS-PAGE-NO.
094600     MOVE ZERO TO WS-LINE-COUNT.
094700     GO TO 6500-EXIT.
094800 6500-EXIT.
094900     EXIT.
095000*----------------------------------------------------------
095100* 7000-WRITE-REPORT-LINE - PAGE-CONTROLLED REPORT WRITE.
095200*     CALLER LOADS RL-RECORD FIRST; HEADINGS REBUILD THE
095300*     RECORD AREA, SO THE LINE IS SAVED ACROSS A PAGE BREAK
095400*----------------------------------------------------------
095500 7000-WRITE-REPORT-LINE.
095600     MOVE RL-RECORD TO WS-SAVED-REPORT-LINE.
095700     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
095800         PERFORM 6500-WRITE-HEADINGS
095900             THRU 6500-EXIT
096000         MOVE WS-SAVED-REPORT-LINE TO RL-RECORD
096100     END-IF.
096200     WRITE RL-RECORD.
096300     ADD 1 TO WS-LINE-COUNT.
096400     GO TO 7000-EXIT.
096500 7000-EXIT.
096600     EXIT.
096700*----------------------------------------------------------
096800* 8000-WRITE-SUMMARY - POSTING COUNTS AND JOURNAL TOTALS
096900*----------------------------------------------------------
097000 8000-WRITE-SUMMARY.
097100     MOVE SPACES TO RL-RECORD.
097200     PERFORM 7000-WRITE-REPORT-LINE
097300         THRU 7000-EXIT.
097400     MOVE WS-ARCHIVES-SCANNED TO SM-ARCHIVES-SCANNED.
097500     MOVE SM-LINE-ARCHIVES TO RL-RECORD.
097600     PERFORM 7000-WRITE-REPORT-LINE
097700         THRU 7000-EXIT.
097800     MOVE WS-RECORDS-READ TO SM-RECORDS-READ.
097900     MOVE SM-LINE-READ TO RL-RECORD.
098000     PERFORM 7000-WRITE-REPORT-LINE
098100         THRU 7000-EXIT.
098200     MOVE WS-RECORDS-BYPASSED TO SM-RECORDS-BYPASSED.
098300     MOVE SM-LINE-BYPASSED TO RL-RECORD.
098400     PERFORM 7000-WRITE-REPORT-LINE
098500         THRU 7000-EXIT.
098600     MOVE WS-ENTRIES-SELECTED TO SM-ENTRIES-SELECTED.
098700     MOVE SM-LINE-SELECTED TO RL-RECORD.
098800     PERFORM 7000-WRITE-REPORT-LINE
098900         THRU 7000-EXIT.
099000     MOVE WS-ENTRIES-POSTED TO SM-ENTRIES-POSTED.
099100     MOVE SM-LINE-POSTED TO RL-RECORD.
099200     PERFORM 7000-WRITE-REPORT-LINE
099300         THRU 7000-EXIT.
099400     MOVE WS-ENTRIES-ZERO TO SM-ENTRIES-ZERO.
099500     MOVE SM-LINE-ZERO TO RL-RECORD.
099600     PERFORM 7000-WRITE-REPORT-LINE
099700         THRU 7000-EXIT.
099800     MOVE WS-ENTRIES-UNMAPPED TO SM-ENTRIES-UNMAPPED.
099900     MOVE SM-LINE-UNMAPPED TO RL-RECORD.
100000     PERFORM 7000-WRITE-REPORT-LINE
100100         THRU 7000-EXIT.
100200     MOVE WS-DETAIL-COUNT TO SM-DETAIL-COUNT.
100300     MOVE SM-LINE-DETAILS TO RL-RECORD.
100400     PERFORM 7000-WRITE-REPORT-LINE
100500         THRU 7000-EXIT.
100600     MOVE WS-TOTAL-DEBITS TO SM-TOTAL-DEBITS.
100700     MOVE SM-LINE-DEBITS TO RL-RECORD.
100800     PERFORM 7000-WRITE-REPORT-LINE
100900         THRU 7000-EXIT.
101000     MOVE WS-TOTAL-CREDITS TO SM-TOTAL-CREDITS.
101100     MOVE SM-LINE-CREDITS TO RL-RECORD.
101200     PERFORM 7000-WRITE-REPORT-LINE
101300         THRU 7000-EXIT.
101400     MOVE WS-JOURNAL-NAME TO SM-JOURNAL-NAME.
101500     MOVE SM-LINE-RELEASED TO RL-RECORD.
101600     PERFORM 7000-WRITE-REPORT-LINE
101700         THRU 7000-EXIT.
101800     GO TO 8000-EXIT.
101900 8000-EXIT.
102000     EXIT.
102100*----------------------------------------------------------
102200* 9000-TERMINATE
102300*----------------------------------------------------------
102400 9000-TERMINATE.
102500     CLOSE GLMAP-FILE.
102600     CLOSE REPORT-FILE.
102700     MOVE WS-HIGHEST-RC TO RETURN-CODE.
102800     GO TO 9000-EXIT.
102900 9000-EXIT.
103000     EXIT.
