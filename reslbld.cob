000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COBOL-RESLBLD.
000300 AUTHOR. D-SHIFT BATCH SUPPORT.
000400 INSTALLATION. MIS PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 10/15/2026  DLH   ORIGINAL VERSION. REBUILDS THE RESULTS
001100*                   MASTER (RESLMAST) FROM THE AUDIT TRAIL -
001200*                   THE LIVE AUDIT LOG AND EVERY AUDCAT
001300*                   GENERATION - SO A DAMAGED OR LOST MASTER
001400*                   CAN BE RECOVERED AND THE REFERENCE-ID
001500*                   INQUIRY AND OPEN-ITEM TRACKER BROUGHT
001600*                   BACK. THE LATEST DISPOSITION OF EACH
001700*                   REFERENCE ID WINS, THE SAME RULE
001800*                   COBOL-MATH POSTS BY. A VERIFY MODE
001900*                   COMPARES THE CURRENT MASTER WITH WHAT A
002000*                   REBUILD WOULD PRODUCE AND LISTS THE
002100*                   DIFFERENCES WITHOUT CHANGING ANYTHING.
002200* 10/15/2026  DLH   REBUILD NO LONGER DROPS WHAT ONLY THE
002300*                   MASTER HOLDS. APR, DCL, REV AND SUS
002400*                   ENTRIES AND IDS THE AUDIT TRAIL LACKS ARE
002500*                   CARRIED OVER FROM THE CURRENT MASTER;
002600*                   WITH NO READABLE MASTER, APR AND DCL ARE
002700*                   REPLAYED FROM REFAUD AND REV AND THE
002800*                   APPROVED REVERSING PAIRS FROM REVCTL. A
002900*                   LOG THAT WILL NOT READ REFUSES THE SWAP
003000*                   WITH RC 08.
003010* 10/15/2026  DLH   EVERY PASS OVER THE WORK FILE RESETS ITS
003020*                   END SWITCH FIRST. NO SWAP WHEN NOTHING WAS
003030*                   WRITTEN FROM A WORK FILE THAT HAD ENTRIES.
003100*----------------------------------------------------------
003200* RUN AS "COBOL-RESLBLD REBUILD" OR "COBOL-RESLBLD VERIFY",
003300* NEVER WHILE A COBOL-MATH WORKER IS POSTING.
003400*
003500* EVERY READABLE AUDIT ENTRY WITH A REFERENCE ID IS
003600* APPLIED TO A WORK FILE (RESLWORK) KEYED BY REFERENCE ID
003700* THAT ALSO HOLDS THE TIME OF THE ENTRY IT CAME FROM. AN
003800* ENTRY REPLACES THE ONE ON FILE WHEN ITS DATE AND TIME ARE
003900* THE SAME OR LATER, SO THE RESULT IS IN DATE AND TIME
004000* ORDER HOWEVER THE GENERATIONS AND WORKER STREAMS WERE
004100* CONCATENATED. REPLACED AND OLDER ENTRIES ARE COUNTED AS
004200* SUPERSEDED; ENTRIES WITHOUT A REFERENCE ID NEVER POSTED
004300* AND ARE COUNTED AND SKIPPED.
004400*
004500* REBUILD WRITES THE WORK FILE OUT AS RESLMAST.NEW. ONLY
004600* WHEN THAT IS COMPLETE IS THE CURRENT MASTER SET ASIDE AS
004700* RESLMAST.OLD AND THE NEW ONE RENAMED INTO ITS PLACE; A RUN
004800* THAT STOPS SHORT LEAVES RESLMAST AS IT WAS.
004900*
005000* THE AUDIT LOG CARRIES NO REJECT OR REFERRAL REASON, SO
005100* REBUILT REJ AND REF ENTRIES CARRY A NOTE INSTEAD, AND THE
005200* RUN DATE IS THE DATE OF THE AUDIT ENTRY. APR AND DCL
005300* (COBOL-REFREL), REV (COBOL-REVERSE) AND SUS (DUPLICATE
005400* SCREEN) ARE POSTED TO THE MASTER ONLY. REBUILD CARRIES
005500* OVER FROM THE CURRENT MASTER EVERY ENTRY IN ONE OF THOSE
005600* STATUSES, AND EVERY ID THE AUDIT TRAIL DOES NOT HAVE (SUCH
005700* AS THE REVERSING PAIRS COBOL-REVERSE POSTS APPROVED AHEAD
005800* OF THE RUN), UNLESS THE AUDIT TRAIL HOLDS A LATER DATE FOR
005900* THE SAME ID. EVERY ENTRY CARRIED OVER IS LISTED.
006000*
006100* WITH NO READABLE MASTER, APR AND DCL ARE REPLAYED ONTO THE
006200* REF ENTRIES THEY DECIDED FROM THE REFERRAL DECISION LOG
006300* (REFAUD), AND REV AND THE APPROVED REVERSING PAIRS FROM THE
006400* REVERSAL REGISTER (REVCTL). A REVERSING PAIR NOT YET
006500* COMPUTED HAS NO AMOUNTS ON THE REGISTER AND IS POSTED WITH
006600* ZEROS UNTIL COBOL-MATH COMPUTES IT; SUS CANNOT BE RECOVERED
006700* WITHOUT THE MASTER. A DECISION LOG OR REGISTER THAT IS
006800* THERE BUT WILL NOT READ REFUSES THE SWAP WITH RC 08 - THE
006900* REBUILT MASTER IS LEFT AS RESLMAST.NEW AND THE REPORT NAMES
007000* WHAT WOULD BE LOST.
007100*
007200* VERIFY LISTS THE MASTER-ONLY STATUSES AS SET OUTSIDE THE
007300* AUDIT LOG WITHOUT RAISING THE RETURN CODE. ANY OTHER
007400* DIFFERENCE GIVES RC 04; A MASTER THAT IS MISSING OR WILL
007500* NOT READ GIVES RC 08.
007600*----------------------------------------------------------
007700 ENVIRONMENT DIVISION.
007800 CONFIGURATION SECTION.
007900 SOURCE-COMPUTER. IBM-370.
008000 OBJECT-COMPUTER. IBM-370.
008100 INPUT-OUTPUT SECTION.
008200 FILE-CONTROL.
008300     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS WS-AUDIT-STATUS.
008600     SELECT CATALOG-FILE ASSIGN TO "AUDCAT"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS WS-CATALOG-STATUS.
008900     SELECT ARCH-FILE ASSIGN TO WS-ARCH-NAME
009000         ORGANIZATION IS LINE SEQUENTIAL
009100         FILE STATUS IS WS-ARCH-STATUS.
009200     SELECT WORK-FILE ASSIGN TO "RESLWORK"
009300         ORGANIZATION IS INDEXED
009400         ACCESS MODE IS DYNAMIC
009500         RECORD KEY IS WK-REF-ID
009600         FILE STATUS IS WS-WORK-STATUS.
009700     SELECT RESULT-MASTER-FILE ASSIGN TO "RESLMAST"
009800         ORGANIZATION IS INDEXED
009900         ACCESS MODE IS DYNAMIC
010000         RECORD KEY IS RQ-REF-ID
010100         FILE STATUS IS WS-RESULT-MASTER-STATUS.
010200     SELECT NEW-MASTER-FILE ASSIGN TO WS-MASTER-NEW-NAME
010300         ORGANIZATION IS INDEXED
010400         ACCESS MODE IS SEQUENTIAL
010500         RECORD KEY IS NM-REF-ID
010600         FILE STATUS IS WS-NEW-MASTER-STATUS.
010700     SELECT REFAUD-FILE ASSIGN TO "REFAUD"
010800         ORGANIZATION IS LINE SEQUENTIAL
010900         FILE STATUS IS WS-REFAUD-STATUS.
011000     SELECT REVCTL-FILE ASSIGN TO "REVCTL"
011100         ORGANIZATION IS LINE SEQUENTIAL
011200         FILE STATUS IS WS-REVCTL-STATUS.
011300     SELECT REPORT-FILE ASSIGN TO "RBLDRPT"
011400         ORGANIZATION IS LINE SEQUENTIAL
011500         FILE STATUS IS WS-REPORT-STATUS.
011600 DATA DIVISION.
011700 FILE SECTION.
011800 FD  AUDIT-FILE
011900     RECORDING MODE IS F.
012000 01  AU-RECORD                  PIC X(130).
012100 FD  CATALOG-FILE
012200     RECORDING MODE IS F.
012300 01  CG-RECORD                  PIC X(50).
012400 FD  ARCH-FILE
012500     RECORDING MODE IS F.
012600 01  AR-RECORD                  PIC X(130).
012700*----------------------------------------------------------
012800* REBUILD WORK FILE - THE RESULTS MASTER LAYOUT WITH THE
012900* TIME OF THE AUDIT ENTRY BEHIND EACH RECORD, SO A LATER
013000* ENTRY ON THE SAME DATE IS KNOWN AS SUCH
013100*----------------------------------------------------------
013200 FD  WORK-FILE.
013300 01  WK-RECORD.
013400     05  WK-REF-ID              PIC X(16).
013500     05  WK-RUN-DATE            PIC 9(08).
013600     05  WK-RUN-TIME            PIC 9(06).
013700     05  WK-BATCH-ID            PIC X(08).
013800     05  WK-NUM1                PIC 9(05)V99.
013900     05  WK-OP-CODE             PIC X(01).
014000     05  WK-NUM2                PIC 9(05)V99.
014100     05  WK-STATUS              PIC X(03).
014200     05  WK-RESULT              PIC S9(10)V99.
014300     05  WK-REASON              PIC X(24).
014400     05  WK-CURRENCY            PIC X(03).
014500     05  FILLER                 PIC X(05).
014600*----------------------------------------------------------
014700* RESULTS MASTER - SAME LAYOUT COBOL-MATH POSTS
014800*----------------------------------------------------------
014900 FD  RESULT-MASTER-FILE.
015000 01  RQ-RECORD.
015100     05  RQ-REF-ID              PIC X(16).
015200     05  RQ-RUN-DATE            PIC 9(08).
015300     05  RQ-BATCH-ID            PIC X(08).
015400     05  RQ-NUM1                PIC 9(05)V99.
015500     05  RQ-OP-CODE             PIC X(01).
015600     05  RQ-NUM2                PIC 9(05)V99.
015700     05  RQ-STATUS              PIC X(03).
015800     05  RQ-RESULT              PIC S9(10)V99.
015900     05  RQ-REASON              PIC X(24).
016000     05  RQ-CURRENCY            PIC X(03).
016100     05  FILLER                 PIC X(05).
016200*----------------------------------------------------------
016300* REBUILT RESULTS MASTER, WRITTEN UNDER ITS WORK NAME
016400*----------------------------------------------------------
016500 FD  NEW-MASTER-FILE.
016600 01  NM-RECORD.
016700     05  NM-REF-ID              PIC X(16).
016800     05  NM-RUN-DATE            PIC 9(08).
016900     05  NM-BATCH-ID            PIC X(08).
017000     05  NM-NUM1                PIC 9(05)V99.
017100     05  NM-OP-CODE             PIC X(01).
017200     05  NM-NUM2                PIC 9(05)V99.
017300     05  NM-STATUS              PIC X(03).
017400     05  NM-RESULT              PIC S9(10)V99.
017500     05  NM-REASON              PIC X(24).
017600     05  NM-CURRENCY            PIC X(03).
017700     05  FILLER                 PIC X(05).
017800 FD  REFAUD-FILE
017900     RECORDING MODE IS F.
018000 01  RA-RECORD                  PIC X(132).
018100 FD  REVCTL-FILE
018200     RECORDING MODE IS F.
018300 01  RC-RECORD                  PIC X(100).
018400 FD  REPORT-FILE
018500     RECORDING MODE IS F.
018600 01  RL-RECORD                  PIC X(132).
018700 WORKING-STORAGE SECTION.
018800*----------------------------------------------------------
018900* FILE STATUS SWITCHES
019000*----------------------------------------------------------
019100 77  WS-AUDIT-STATUS            PIC X(02).
019200     88  AUDIT-OK                 VALUE "00".
019300     88  AUDIT-MISSING            VALUE "35".
019400 77  WS-CATALOG-STATUS          PIC X(02).
019500     88  CATALOG-OK               VALUE "00".
019600     88  CATALOG-MISSING          VALUE "35".
019700 77  WS-ARCH-STATUS             PIC X(02).
019800     88  ARCH-OK                  VALUE "00".
019900 77  WS-WORK-STATUS             PIC X(02).
020000     88  WORK-OK                  VALUE "00".
020100     88  WORK-NOT-FOUND           VALUE "23".
020200 77  WS-RESULT-MASTER-STATUS    PIC X(02).
020300     88  RESULT-MASTER-OK         VALUE "00".
020400     88  RESULT-MASTER-NOT-FOUND  VALUE "23".
020500     88  RESULT-MASTER-MISSING    VALUE "35".
020600 77  WS-NEW-MASTER-STATUS       PIC X(02).
020700     88  NEW-MASTER-OK            VALUE "00".
020800 77  WS-REFAUD-STATUS           PIC X(02).
020900     88  REFAUD-OK                VALUE "00".
021000     88  REFAUD-MISSING           VALUE "35".
021100 77  WS-REVCTL-STATUS           PIC X(02).
021200     88  REVCTL-OK                VALUE "00".
021300     88  REVCTL-MISSING           VALUE "35".
021400 77  WS-REPORT-STATUS           PIC X(02).
021500     88  REPORT-OK                VALUE "00".
021600 77  WS-AUDIT-EOF-SW            PIC X(01)    VALUE "N".
021700     88  END-OF-AUDIT             VALUE "Y".
021800 77  WS-CATALOG-EOF-SW          PIC X(01)    VALUE "N".
021900     88  END-OF-CATALOG           VALUE "Y".
022000 77  WS-ARCH-EOF-SW             PIC X(01)    VALUE "N".
022100     88  END-OF-ARCH              VALUE "Y".
022200 77  WS-WORK-EOF-SW             PIC X(01)    VALUE "N".
022300     88  END-OF-WORK              VALUE "Y".
022400 77  WS-MASTER-EOF-SW           PIC X(01)    VALUE "N".
022500     88  END-OF-MASTER            VALUE "Y".
022600 77  WS-REFAUD-EOF-SW           PIC X(01)    VALUE "N".
022700     88  END-OF-REFAUD            VALUE "Y".
022800 77  WS-REVCTL-EOF-SW           PIC X(01)    VALUE "N".
022900     88  END-OF-REVCTL            VALUE "Y".
023000 77  WS-ENTRY-SW                PIC X(01)    VALUE "Y".
023100     88  ENTRY-READABLE           VALUE "Y".
023200     88  ENTRY-UNREADABLE         VALUE "N".
023300 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
023400*----------------------------------------------------------
023500* RUN MODE, FROM THE COMMAND LINE
023600*----------------------------------------------------------
023700 01  CMD-ARGS                   PIC X(100).
023800 77  WS-ARG-MODE-TEXT           PIC X(10)    VALUE SPACES.
023900 77  WS-ARG-MODE-LEN            PIC 9(03)    VALUE ZERO.
024000 77  WS-RUN-MODE                PIC X(07)    VALUE SPACES.
024100     88  REBUILD-MODE             VALUE "REBUILD".
024200     88  VERIFY-MODE              VALUE "VERIFY ".
024300*----------------------------------------------------------
024400* MASTER FILE NAMES FOR THE SWAP. THE REBUILT MASTER IS
024500* WRITTEN UNDER ITS WORK NAME AND RENAMED INTO PLACE ONLY
024600* ONCE COMPLETE, THE SAME SWAP SCHEME COBOL-AUDARCH USES;
024700* THE MASTER IT REPLACES IS KEPT UNDER THE .OLD NAME.
024800*----------------------------------------------------------
024900 77  WS-MASTER-LIVE-NAME        PIC X(20)    VALUE "RESLMAST".
025000 77  WS-MASTER-NEW-NAME         PIC X(20)
025100     VALUE "RESLMAST.NEW".
025200 77  WS-MASTER-OLD-NAME         PIC X(20)
025300     VALUE "RESLMAST.OLD".
025400 77  WS-RENAME-RC               PIC S9(09)   VALUE ZERO.
025500 77  WS-PRIOR-MASTER-SW         PIC X(01)    VALUE "N".
025600     88  PRIOR-MASTER-KEPT        VALUE "Y".
025700*----------------------------------------------------------
025800* ARCHIVE CATALOG RECORD AS WRITTEN BY COBOL-AUDARCH, AND
025900* THE GENERATION FILE NAME THE ARCH-FILE SELECT RESOLVES
026000* THROUGH AT OPEN TIME
026100*----------------------------------------------------------
026200 77  WS-ARCH-NAME               PIC X(20)    VALUE SPACES.
026300 01  WS-CATALOG-LINE.
026400     05  AG-FILE-NAME           PIC X(20).
026500     05  FILLER                 PIC X(02).
026600     05  AG-DATE-FROM           PIC 9(08).
026700     05  FILLER                 PIC X(02).
026800     05  AG-DATE-TO             PIC 9(08).
026900     05  FILLER                 PIC X(02).
027000     05  AG-COUNT               PIC 9(08).
027100*----------------------------------------------------------
027200* AUDIT LOG RECORD AS WRITTEN BY COBOL-MATH, WITH THE
027300* AMOUNT FIELDS IN THEIR EDITED PICTURES SO THEY CAN BE
027400* DE-EDITED BACK TO NUMERIC
027500*----------------------------------------------------------
027600 01  WS-AUDIT-LINE.
027700     05  AU-RUN-DATE            PIC X(10).
027800     05  FILLER                 PIC X(01).
027900     05  AU-RUN-TIME            PIC X(06).
028000     05  FILLER                 PIC X(02).
028100     05  AU-NUM1                PIC Z(04)9.99.
028200     05  FILLER                 PIC X(02).
028300     05  AU-OP-CODE             PIC X(01).
028400     05  FILLER                 PIC X(02).
028500     05  AU-NUM2                PIC Z(04)9.99.
028600     05  FILLER                 PIC X(02).
028700     05  AU-RESULT              PIC -Z(09)9.99.
028800     05  FILLER                 PIC X(02).
028900     05  AU-BATCH-ID            PIC X(08).
029000     05  FILLER                 PIC X(02).
029100     05  AU-REF-ID              PIC X(16).
029200     05  FILLER                 PIC X(02).
029300     05  AU-DEPT                PIC X(08).
029400     05  FILLER                 PIC X(02).
029500     05  AU-STATUS              PIC X(03).
029600         88  AU-STATUS-KNOWN      VALUES "OK " "REJ" "REF"
029700                                         SPACES.
029800     05  FILLER                 PIC X(02).
029900     05  AU-FORMULA             PIC X(08).
030000     05  FILLER                 PIC X(02).
030100     05  AU-CURRENCY            PIC X(03).
030200     05  FILLER                 PIC X(02).
030300     05  AU-RATE-CODE           PIC X(08).
030400     05  FILLER                 PIC X(06).
030500 77  WS-AUDIT-DATE-N            PIC 9(08)    VALUE ZERO.
030600 77  WS-AUDIT-TIME-N            PIC 9(06)    VALUE ZERO.
030700 77  WS-DATE-CCYY-TEXT          PIC X(04).
030800 77  WS-DATE-MM-TEXT            PIC X(02).
030900 77  WS-DATE-DD-TEXT            PIC X(02).
031000 01  WS-DATE-REBUILT.
031100     05  WS-DATE-CCYY           PIC X(04).
031200     05  WS-DATE-MM             PIC X(02).
031300     05  WS-DATE-DD             PIC X(02).
031400 01  WS-DATE-REBUILT-N REDEFINES WS-DATE-REBUILT
031500                                PIC 9(08).
031600*----------------------------------------------------------
031700* REASON CARRIED BY A REBUILT REJ OR REF ENTRY - THE REAL
031800* ONE IS ON REJFILE OR REFFILE, NOT THE AUDIT LOG
031900*----------------------------------------------------------
032000 77  WS-REBUILT-REASON          PIC X(24)
032100     VALUE "REBUILT - SEE REJ/REF".
032200*----------------------------------------------------------
032300* CARRY-OVER AND REPLAY. MASTER-LOST IS SET WHEN THE CURRENT
032400* MASTER IS MISSING OR WILL NOT READ, SO THE DECISION LOG AND
032500* REVERSAL REGISTER ARE REPLAYED INSTEAD. SWAP-REFUSED KEEPS
032600* THE REBUILT MASTER OUT OF PLACE WHEN ONE OF THEM WILL NOT
032700* READ.
032800*----------------------------------------------------------
032900 77  WS-MASTER-LOST-SW          PIC X(01)    VALUE "N".
033000     88  MASTER-LOST              VALUE "Y".
033100 77  WS-SWAP-REFUSED-SW         PIC X(01)    VALUE "N".
033200     88  SWAP-REFUSED             VALUE "Y".
033300 77  WS-CARRY-NOTE              PIC X(24)    VALUE SPACES.
033400*----------------------------------------------------------
033500* REFERRAL DECISION LOG LINE AS WRITTEN BY COBOL-REFREL
033600*----------------------------------------------------------
033700 01  WS-REF-AUDIT-LINE.
033800     05  RA-RUN-DATE            PIC X(10).
033900     05  FILLER                 PIC X(01).
034000     05  RA-RUN-TIME            PIC X(06).
034100     05  FILLER                 PIC X(02).
034200     05  RA-ACTION              PIC X(07).
034300         88  RA-APPROVED          VALUE "APPROVE".
034400         88  RA-DECLINED          VALUE "DECLINE".
034500     05  FILLER                 PIC X(02).
034600     05  RA-REF-ID              PIC X(16).
034700     05  FILLER                 PIC X(02).
034800     05  RA-SUPERVISOR          PIC X(08).
034900     05  FILLER                 PIC X(02).
035000     05  RA-REFER-DATE          PIC 9(08).
035100     05  FILLER                 PIC X(68).
035200*----------------------------------------------------------
035300* REVERSAL REGISTER LINE AS WRITTEN BY COBOL-REVERSE, THE
035400* REGISTER TABLED FOR THE REV MARKING PASS, AND THE REFERENCE
035500* IDS COBOL-REVERSE GIVES A REVERSAL'S PAIRS - RVNNNNNN-
035600* 0000001 UP TO THE PAIR COUNT
035700*----------------------------------------------------------
035800 01  WS-REVCTL-LINE.
035900     05  RC-BATCH-ID            PIC X(08).
036000     05  FILLER                 PIC X(02).
036100     05  RC-RUN-DATE            PIC 9(08).
036200     05  FILLER                 PIC X(02).
036300     05  RC-REV-BATCH-ID        PIC X(08).
036400     05  FILLER                 PIC X(02).
036500     05  RC-REVERSE-DATE        PIC 9(08).
036600     05  FILLER                 PIC X(01).
036700     05  RC-REVERSE-TIME        PIC 9(06).
036800     05  FILLER                 PIC X(02).
036900     05  RC-ENTRIES             PIC 9(08).
037000     05  FILLER                 PIC X(02).
037100     05  RC-PAIRS               PIC 9(08).
037200     05  FILLER                 PIC X(35).
037300 77  WS-REG-MAX                 PIC 9(04)    VALUE 500.
037400 77  WS-REG-COUNT               PIC 9(04)    VALUE ZERO.
037500 77  WS-REG-IX                  PIC S9(04)   COMP VALUE ZERO.
037600 77  WS-REG-HIT                 PIC S9(04)   COMP VALUE ZERO.
037700 01  REG-TABLE.
037800     05  REG-ENTRY OCCURS 500 TIMES.
037900         10  REG-BATCH-ID       PIC X(08).
038000         10  REG-RUN-DATE       PIC 9(08).
038100         10  REG-REV-BATCH-ID   PIC X(08).
038200 01  WS-RV-REF-ID.
038300     05  WS-RV-REF-BATCH        PIC X(08).
038400     05  FILLER                 PIC X(01)    VALUE "-".
038500     05  WS-RV-REF-SEQ          PIC 9(07)    VALUE ZERO.
038600*----------------------------------------------------------
038700* VERIFY COMPARISON WORK AREAS
038800*----------------------------------------------------------
038900 77  WS-MASTER-STATUS           PIC X(03)    VALUE SPACES.
039000     88  STATUS-OUTSIDE-AUDIT     VALUES "APR" "DCL" "REV"
039100                                         "SUS".
039200 77  WS-DIFF-NOTE               PIC X(24)    VALUE SPACES.
039300*----------------------------------------------------------
039400* COUNTERS
039500*----------------------------------------------------------
039600 77  WS-ARCHIVES-SCANNED        PIC 9(08)    VALUE ZERO.
039700 77  WS-RECORDS-READ            PIC 9(08)    VALUE ZERO.
039800 77  WS-RECORDS-BYPASSED        PIC 9(08)    VALUE ZERO.
039900 77  WS-NO-REF-ID               PIC 9(08)    VALUE ZERO.
040000 77  WS-ENTRIES-SUPERSEDED      PIC 9(08)    VALUE ZERO.
040100 77  WS-ENTRIES-LOADED          PIC 9(08)    VALUE ZERO.
040200 77  WS-MASTERS-WRITTEN         PIC 9(08)    VALUE ZERO.
040300 77  WS-MASTERS-READ            PIC 9(08)    VALUE ZERO.
040400 77  WS-MASTERS-MATCHED         PIC 9(08)    VALUE ZERO.
040500 77  WS-FIELD-DIFFERENCES       PIC 9(08)    VALUE ZERO.
040600 77  WS-NOT-IN-REBUILD          PIC 9(08)    VALUE ZERO.
040700 77  WS-NOT-ON-MASTER           PIC 9(08)    VALUE ZERO.
040800 77  WS-OUTSIDE-AUDIT           PIC 9(08)    VALUE ZERO.
040900 77  WS-CARRIED-OVER            PIC 9(08)    VALUE ZERO.
041000 77  WS-DECISIONS-REPLAYED      PIC 9(08)    VALUE ZERO.
041100 77  WS-REVERSED-REPLAYED       PIC 9(08)    VALUE ZERO.
041200 77  WS-RV-PAIRS-REPLAYED       PIC 9(08)    VALUE ZERO.
041300*----------------------------------------------------------
041400* REPORT HEADING AND DETAIL LINE LAYOUTS
041500*----------------------------------------------------------
041600 77  WS-RUN-DATE-N              PIC 9(08).
041700 01  WS-RUN-DATE-R              PIC 9999/99/99.
041800 77  WS-PAGE-NO                 PIC 9(04)    VALUE 1.
041900 77  WS-LINE-COUNT              PIC 9(02)    VALUE 99.
042000 77  WS-MAX-LINES-PER-PAGE      PIC 9(02)    VALUE 30.
042100 01  WS-SAVED-REPORT-LINE       PIC X(132).
042200 01  RL-HEADING-1.
042300     05  FILLER                 PIC X(13)
042400         VALUE "COBOL-RESLBLD".
042500     05  FILLER                 PIC X(29)
042600         VALUE "  RESULTS MASTER REBUILD".
042700     05  FILLER                 PIC X(10)    VALUE "RUN DATE ".
042800     05  RH1-RUN-DATE           PIC 9999/99/99.
042900     05  FILLER                 PIC X(08)    VALUE "  PAGE ".
043000     05  RH1-PAGE-NO            PIC ZZZ9.
043100 01  RL-HEADING-2.
043200     05  FILLER                 PIC X(05)    VALUE "MODE ".
043300     05  RH2-MODE               PIC X(07).
043400     05  FILLER                 PIC X(02)    VALUE SPACES.
043500     05  RH2-MODE-TEXT          PIC X(50).
043600 01  RL-HEADING-3.
043700     05  FILLER                 PIC X(18)    VALUE "REF ID".
043800     05  FILLER                 PIC X(40)
043900         VALUE "ON MASTER".
044000     05  FILLER                 PIC X(40)
044100         VALUE "REBUILT FROM AUDIT LOG".
044200     05  FILLER                 PIC X(24)    VALUE "NOTE".
044300 01  RL-DETAIL-LINE.
044400     05  RD-REF-ID              PIC X(16).
044500     05  FILLER                 PIC X(02)    VALUE SPACES.
044600     05  RD-M-STATUS            PIC X(03).
044700     05  FILLER                 PIC X(01)    VALUE SPACES.
044800     05  RD-M-RUN-DATE          PIC 9999/99/99.
044900     05  FILLER                 PIC X(01)    VALUE SPACES.
045000     05  RD-M-BATCH-ID          PIC X(08).
045100     05  FILLER                 PIC X(01)    VALUE SPACES.
045200     05  RD-M-RESULT            PIC -Z(09)9.99.
045300     05  FILLER                 PIC X(02)    VALUE SPACES.
045400     05  RD-R-STATUS            PIC X(03).
045500     05  FILLER                 PIC X(01)    VALUE SPACES.
045600     05  RD-R-RUN-DATE          PIC 9999/99/99.
045700     05  FILLER                 PIC X(01)    VALUE SPACES.
045800     05  RD-R-BATCH-ID          PIC X(08).
045900     05  FILLER                 PIC X(01)    VALUE SPACES.
046000     05  RD-R-RESULT            PIC -Z(09)9.99.
046100     05  FILLER                 PIC X(02)    VALUE SPACES.
046200     05  RD-NOTE                PIC X(24).
046300*----------------------------------------------------------
046400* SUMMARY LINE LAYOUTS
046500*----------------------------------------------------------
046600 01  SM-LINE-ARCHIVES.
046700     05  FILLER                 PIC X(24)
046800         VALUE "ARCHIVES SCANNED....... ".
046900     05  SM-ARCHIVES-SCANNED    PIC ZZZZZZZ9.
047000 01  SM-LINE-READ.
047100     05  FILLER                 PIC X(24)
047200         VALUE "AUDIT RECORDS READ..... ".
047300     05  SM-RECORDS-READ        PIC ZZZZZZZ9.
047400 01  SM-LINE-BYPASSED.
047500     05  FILLER                 PIC X(24)
047600         VALUE "UNREADABLE BYPASSED.... ".
047700     05  SM-RECORDS-BYPASSED    PIC ZZZZZZZ9.
047800 01  SM-LINE-NO-REF.
047900     05  FILLER                 PIC X(24)
048000         VALUE "SKIPPED - NO REF ID.... ".
048100     05  SM-NO-REF              PIC ZZZZZZZ9.
048200 01  SM-LINE-SUPERSEDED.
048300     05  FILLER                 PIC X(24)
048400         VALUE "ENTRIES SUPERSEDED..... ".
048500     05  SM-SUPERSEDED          PIC ZZZZZZZ9.
048600 01  SM-LINE-LOADED.
048700     05  FILLER                 PIC X(24)
048800         VALUE "ENTRIES LOADED......... ".
048900     05  SM-LOADED              PIC ZZZZZZZ9.
049000 01  SM-LINE-WRITTEN.
049100     05  FILLER                 PIC X(24)
049200         VALUE "MASTER RECORDS WRITTEN. ".
049300     05  SM-WRITTEN             PIC ZZZZZZZ9.
049400 01  SM-LINE-MASTERS-READ.
049500     05  FILLER                 PIC X(24)
049600         VALUE "MASTER RECORDS READ.... ".
049700     05  SM-MASTERS-READ        PIC ZZZZZZZ9.
049800 01  SM-LINE-MATCHED.
049900     05  FILLER                 PIC X(24)
050000         VALUE "MATCHED REBUILD........ ".
050100     05  SM-MATCHED             PIC ZZZZZZZ9.
050200 01  SM-LINE-DIFFERENT.
050300     05  FILLER                 PIC X(24)
050400         VALUE "FIELDS DIFFER.......... ".
050500     05  SM-DIFFERENT           PIC ZZZZZZZ9.
050600 01  SM-LINE-NOT-IN-REBUILD.
050700     05  FILLER                 PIC X(24)
050800         VALUE "NOT IN REBUILD......... ".
050900     05  SM-NOT-IN-REBUILD      PIC ZZZZZZZ9.
051000 01  SM-LINE-NOT-ON-MASTER.
051100     05  FILLER                 PIC X(24)
051200         VALUE "NOT ON MASTER.......... ".
051300     05  SM-NOT-ON-MASTER       PIC ZZZZZZZ9.
051400 01  SM-LINE-OUTSIDE.
051500     05  FILLER                 PIC X(24)
051600         VALUE "SET OUTSIDE AUDIT LOG.. ".
051700     05  SM-OUTSIDE             PIC ZZZZZZZ9.
051800 01  SM-LINE-CARRIED.
051900     05  FILLER                 PIC X(24)
052000         VALUE "CARRIED FROM MASTER.... ".
052100     05  SM-CARRIED             PIC ZZZZZZZ9.
052200 01  SM-LINE-DECISIONS.
052300     05  FILLER                 PIC X(24)
052400         VALUE "DECISIONS REPLAYED..... ".
052500     05  SM-DECISIONS           PIC ZZZZZZZ9.
052600 01  SM-LINE-REVERSED.
052700     05  FILLER                 PIC X(24)
052800         VALUE "REVERSALS REPLAYED..... ".
052900     05  SM-REVERSED            PIC ZZZZZZZ9.
053000 01  SM-LINE-RV-PAIRS.
053100     05  FILLER                 PIC X(24)
053200         VALUE "REVERSING PAIRS POSTED. ".
053300     05  SM-RV-PAIRS            PIC ZZZZZZZ9.
053400 PROCEDURE DIVISION.
053500*----------------------------------------------------------
053600* 0000-MAINLINE
053700*----------------------------------------------------------
053800 0000-MAINLINE.
053900     PERFORM 1000-INITIALIZE
054000         THRU 1000-EXIT.
054100     PERFORM 1700-PROCESS-ARCHIVES
054200         THRU 1700-EXIT.
054300     PERFORM 2000-PROCESS-AUDIT-LOG
054400         THRU 2000-EXIT.
054500     IF REBUILD-MODE
054600         PERFORM 3600-CARRY-MASTER
054700             THRU 3600-EXIT
054800     END-IF.
054900     IF REBUILD-MODE AND MASTER-LOST
055000         PERFORM 3700-REPLAY-DECISIONS
055100             THRU 3700-EXIT
055200         PERFORM 3800-REPLAY-REVERSALS
055300             THRU 3800-EXIT
055400     END-IF.
055500     CLOSE WORK-FILE.
055600     IF VERIFY-MODE
055700         PERFORM 3000-VERIFY-MASTER
055800             THRU 3000-EXIT
055900     ELSE
056000         PERFORM 4000-WRITE-NEW-MASTER
056100             THRU 4000-EXIT
056200         PERFORM 4500-SWAP-MASTER
056300             THRU 4500-EXIT
056400     END-IF.
056500     PERFORM 8000-WRITE-SUMMARY
056600         THRU 8000-EXIT.
056700     PERFORM 9000-TERMINATE
056800         THRU 9000-EXIT.
056900     STOP RUN.
057000*----------------------------------------------------------
057100* 1000-INITIALIZE - PICK UP THE RUN MODE, OPEN THE REPORT
057200*     AND START AN EMPTY REBUILD WORK FILE
057300*----------------------------------------------------------
057400 1000-INITIALIZE.
057500     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
057600     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-R.
057700     ACCEPT CMD-ARGS FROM COMMAND-LINE.
057800     UNSTRING CMD-ARGS DELIMITED BY ALL SPACES
057900         INTO WS-ARG-MODE-TEXT COUNT IN WS-ARG-MODE-LEN.
058000     IF WS-ARG-MODE-LEN > 7
058100         MOVE SPACES TO WS-ARG-MODE-TEXT
058200     END-IF.
058300     MOVE WS-ARG-MODE-TEXT TO WS-RUN-MODE.
058400     IF NOT REBUILD-MODE AND NOT VERIFY-MODE
058500         DISPLAY "USAGE: COBOL-RESLBLD REBUILD"
058600         DISPLAY "       COBOL-RESLBLD VERIFY"
058700         MOVE 16 TO RETURN-CODE
058800         STOP RUN
058900     END-IF.
059000     OPEN OUTPUT REPORT-FILE.
059100     IF NOT REPORT-OK
059200         DISPLAY "UNABLE TO OPEN REPORT FILE, STATUS = "
059300             WS-REPORT-STATUS
059400         MOVE 16 TO RETURN-CODE
059500         STOP RUN
059600     END-IF.
059700     OPEN OUTPUT WORK-FILE.
059800     IF WORK-OK
059900         CLOSE WORK-FILE
060000         OPEN I-O WORK-FILE
060100     END-IF.
060200     IF NOT WORK-OK
060300         DISPLAY "UNABLE TO OPEN REBUILD WORK FILE, STATUS = "
060400             WS-WORK-STATUS
060500         MOVE 16 TO RETURN-CODE
060600         STOP RUN
060700     END-IF.
060800     PERFORM 6500-WRITE-HEADINGS
060900         THRU 6500-EXIT.
061000     GO TO 1000-EXIT.
061100 1000-EXIT.
061200     EXIT.
061300*----------------------------------------------------------
061400* 1700-PROCESS-ARCHIVES - REPLAY EVERY CATALOGED ARCHIVE
061500*     GENERATION, AHEAD OF THE LIVE LOG. THE ORDER OF THE
061600*     GENERATIONS DOES NOT MATTER - 2200 COMPARES DATE AND
061700*     TIME. NO CATALOG MEANS NOTHING HAS BEEN ARCHIVED YET.
061800*----------------------------------------------------------
061900 1700-PROCESS-ARCHIVES.
062000     OPEN INPUT CATALOG-FILE.
062100     IF CATALOG-MISSING
062200         GO TO 1700-EXIT
062300     END-IF.
062400     IF NOT CATALOG-OK
062500         DISPLAY "UNABLE TO OPEN ARCHIVE CATALOG, STATUS = "
062600             WS-CATALOG-STATUS
062700         MOVE 16 TO RETURN-CODE
062800         STOP RUN
062900     END-IF.
063000     PERFORM 1720-READ-CATALOG
063100         THRU 1720-EXIT.
063200     PERFORM UNTIL END-OF-CATALOG
063300         IF AG-FILE-NAME NOT = SPACES
063400             PERFORM 1750-PROCESS-ONE-ARCHIVE
063500                 THRU 1750-EXIT
063600         END-IF
063700         PERFORM 1720-READ-CATALOG
063800             THRU 1720-EXIT
063900     END-PERFORM.
064000     CLOSE CATALOG-FILE.
064100     GO TO 1700-EXIT.
064200 1700-EXIT.
064300     EXIT.
064400*----------------------------------------------------------
064500* 1720-READ-CATALOG
064600*----------------------------------------------------------
064700 1720-READ-CATALOG.
064800     READ CATALOG-FILE INTO WS-CATALOG-LINE
064900         AT END
065000             SET END-OF-CATALOG TO TRUE
065100     END-READ.
065200     GO TO 1720-EXIT.
065300 1720-EXIT.
065400     EXIT.
065500*----------------------------------------------------------
065600* 1750-PROCESS-ONE-ARCHIVE - REPLAY ONE GENERATION FILE. A
065700*     CATALOGED GENERATION THAT WILL NOT OPEN STOPS THE RUN
065800*     - A MASTER REBUILT WITHOUT IT WOULD BE SHORT, AND THE
065900*     CURRENT MASTER HAS NOT BEEN TOUCHED.
066000*----------------------------------------------------------
066100 1750-PROCESS-ONE-ARCHIVE.
066200     MOVE AG-FILE-NAME TO WS-ARCH-NAME.
066300     OPEN INPUT ARCH-FILE.
066400     IF NOT ARCH-OK
066500         DISPLAY "UNABLE TO OPEN ARCHIVE GENERATION "
066600             WS-ARCH-NAME " STATUS = " WS-ARCH-STATUS
066700         MOVE 16 TO RETURN-CODE
066800         STOP RUN
066900     END-IF.
067000     ADD 1 TO WS-ARCHIVES-SCANNED.
067100     MOVE "N" TO WS-ARCH-EOF-SW.
067200     PERFORM 1770-READ-ARCH
067300         THRU 1770-EXIT.
067400     PERFORM UNTIL END-OF-ARCH
067500         PERFORM 2200-APPLY-ENTRY
067600             THRU 2200-EXIT
067700         PERFORM 1770-READ-ARCH
067800             THRU 1770-EXIT
067900     END-PERFORM.
068000     CLOSE ARCH-FILE.
068100     GO TO 1750-EXIT.
068200 1750-EXIT.
068300     EXIT.
068400*----------------------------------------------------------
068500* 1770-READ-ARCH
068600*----------------------------------------------------------
068700 1770-READ-ARCH.
068800     READ ARCH-FILE INTO WS-AUDIT-LINE
068900         AT END
069000             SET END-OF-ARCH TO TRUE
069100     END-READ.
069200     IF NOT END-OF-ARCH
069300         ADD 1 TO WS-RECORDS-READ
069400     END-IF.
069500     GO TO 1770-EXIT.
069600 1770-EXIT.
069700     EXIT.
069800*----------------------------------------------------------
069900* 2000-PROCESS-AUDIT-LOG - REPLAY THE LIVE AUDIT LOG. NO
070000*     LIVE LOG MEANS EVERYTHING HAS ROLLED OUT TO THE
070100*     ARCHIVES.
070200*----------------------------------------------------------
070300 2000-PROCESS-AUDIT-LOG.
070400     OPEN INPUT AUDIT-FILE.
070500     IF AUDIT-MISSING
070600         GO TO 2000-EXIT
070700     END-IF.
070800     IF NOT AUDIT-OK
070900         DISPLAY "UNABLE TO OPEN AUDITLOG, STATUS = "
071000             WS-AUDIT-STATUS
071100         MOVE 16 TO RETURN-CODE
071200         STOP RUN
071300     END-IF.
071400     PERFORM 2100-READ-AUDIT
071500         THRU 2100-EXIT.
071600     PERFORM UNTIL END-OF-AUDIT
071700         PERFORM 2200-APPLY-ENTRY
071800             THRU 2200-EXIT
071900         PERFORM 2100-READ-AUDIT
072000             THRU 2100-EXIT
072100     END-PERFORM.
072200     CLOSE AUDIT-FILE.
072300     GO TO 2000-EXIT.
072400 2000-EXIT.
072500     EXIT.
072600*----------------------------------------------------------
072700* 2100-READ-AUDIT
072800*----------------------------------------------------------
072900 2100-READ-AUDIT.
073000     READ AUDIT-FILE INTO WS-AUDIT-LINE
073100         AT END
073200             SET END-OF-AUDIT TO TRUE
073300     END-READ.
073400     IF NOT END-OF-AUDIT
073500         ADD 1 TO WS-RECORDS-READ
073600     END-IF.
073700     GO TO 2100-EXIT.
073800 2100-EXIT.
073900     EXIT.
074000*----------------------------------------------------------
074100* 2200-APPLY-ENTRY - APPLY ONE AUDIT ENTRY TO THE WORK
074200*     FILE. THE FIRST ENTRY FOR A REFERENCE ID IS LOADED;
074300*     A LATER ONE (SAME OR LATER DATE AND TIME) REPLACES
074400*     IT, AND AN EARLIER ONE IS IGNORED - EITHER WAY ONE
074500*     ENTRY IS COUNTED SUPERSEDED, SO THE LOADED COUNT IS
074600*     THE NUMBER OF REFERENCE IDS REBUILT. A STATUS
074700*     COBOL-MATH DOES NOT WRITE IS TREATED AS UNREADABLE.
074800*----------------------------------------------------------
074900 2200-APPLY-ENTRY.
075000     PERFORM 2300-DE-EDIT-ENTRY
075100         THRU 2300-EXIT.
075200     IF ENTRY-UNREADABLE
075300         OR NOT AU-STATUS-KNOWN
075400         ADD 1 TO WS-RECORDS-BYPASSED
075500         IF WS-HIGHEST-RC < 04
075600             MOVE 04 TO WS-HIGHEST-RC
075700         END-IF
075800         GO TO 2200-EXIT
075900     END-IF.
076000     IF AU-REF-ID = SPACES
076100         ADD 1 TO WS-NO-REF-ID
076200         GO TO 2200-EXIT
076300     END-IF.
076400     MOVE AU-REF-ID TO WK-REF-ID.
076500     READ WORK-FILE.
076600     IF WORK-NOT-FOUND
076700         PERFORM 2400-LOAD-WORK-RECORD
076800             THRU 2400-EXIT
076900         WRITE WK-RECORD
077000         IF NOT WORK-OK
077100             GO TO 2200-WORK-ERROR
077200         END-IF
077300         ADD 1 TO WS-ENTRIES-LOADED
077400         GO TO 2200-EXIT
077500     END-IF.
077600     IF NOT WORK-OK
077700         GO TO 2200-WORK-ERROR
077800     END-IF.
077900     ADD 1 TO WS-ENTRIES-SUPERSEDED.
078000     IF WS-AUDIT-DATE-N < WK-RUN-DATE
078100         OR (WS-AUDIT-DATE-N = WK-RUN-DATE
078200             AND WS-AUDIT-TIME-N < WK-RUN-TIME)
078300         GO TO 2200-EXIT
078400     END-IF.
078500     PERFORM 2400-LOAD-WORK-RECORD
078600         THRU 2400-EXIT.
078700     REWRITE WK-RECORD.
078800     IF NOT WORK-OK
078900         GO TO 2200-WORK-ERROR
079000     END-IF.
079100     GO TO 2200-EXIT.
079200 2200-WORK-ERROR.
079300     DISPLAY "UNABLE TO POST REBUILD WORK FILE, STATUS = "
079400         WS-WORK-STATUS " REF " AU-REF-ID.
079500     MOVE 16 TO RETURN-CODE.
079600     STOP RUN.
079700 2200-EXIT.
079800     EXIT.
079900*----------------------------------------------------------
080000* 2300-DE-EDIT-ENTRY - TURN THE EDITED AUDIT FIELDS BACK
080100*     INTO NUMERICS. AN ENTRY WHOSE DATE OR TIME DOES NOT
080200*     LOOK LIKE THE AUDIT LAYOUT IS FLAGGED UNREADABLE
080300*     RATHER THAN GUESSED AT.
080400*----------------------------------------------------------
080500 2300-DE-EDIT-ENTRY.
080600     SET ENTRY-READABLE TO TRUE.
080700     INITIALIZE WS-DATE-CCYY-TEXT WS-DATE-MM-TEXT
080800         WS-DATE-DD-TEXT.
080900     UNSTRING AU-RUN-DATE DELIMITED BY "/"
081000         INTO WS-DATE-CCYY-TEXT, WS-DATE-MM-TEXT,
081100              WS-DATE-DD-TEXT.
081200     MOVE WS-DATE-CCYY-TEXT TO WS-DATE-CCYY.
081300     MOVE WS-DATE-MM-TEXT TO WS-DATE-MM.
081400     MOVE WS-DATE-DD-TEXT TO WS-DATE-DD.
081500     IF WS-DATE-REBUILT NUMERIC
081600         AND AU-RUN-TIME NUMERIC
081700         MOVE WS-DATE-REBUILT-N TO WS-AUDIT-DATE-N
081800         MOVE AU-RUN-TIME TO WS-AUDIT-TIME-N
081900     ELSE
082000         SET ENTRY-UNREADABLE TO TRUE
082100     END-IF.
082200     GO TO 2300-EXIT.
082300 2300-EXIT.
082400     EXIT.
082500*----------------------------------------------------------
082600* 2400-LOAD-WORK-RECORD - THE ENTRY AS COBOL-MATH
082700*     2560-POST-RESULT WOULD HAVE POSTED IT. A REJECT'S
082800*     INPUTS ARE ZEROED AS THEY ARE ON THE MASTER; AN ENTRY
082900*     FROM BEFORE THE STATUS COLUMN WAS COMPUTED.
083000*----------------------------------------------------------
083100 2400-LOAD-WORK-RECORD.
083200     MOVE AU-REF-ID TO WK-REF-ID.
083300     MOVE WS-AUDIT-DATE-N TO WK-RUN-DATE.
083400     MOVE WS-AUDIT-TIME-N TO WK-RUN-TIME.
083500     MOVE AU-BATCH-ID TO WK-BATCH-ID.
083600     MOVE AU-CURRENCY TO WK-CURRENCY.
083700     IF AU-STATUS = "REJ"
083800         MOVE "REJ" TO WK-STATUS
083900         MOVE ZERO TO WK-NUM1
084000         MOVE SPACES TO WK-OP-CODE
084100         MOVE ZERO TO WK-NUM2
084200         MOVE ZERO TO WK-RESULT
084300         MOVE WS-REBUILT-REASON TO WK-REASON
084400         GO TO 2400-EXIT
084500     END-IF.
084600     MOVE AU-NUM1 TO WK-NUM1.
084700     MOVE AU-OP-CODE TO WK-OP-CODE.
084800     MOVE AU-NUM2 TO WK-NUM2.
084900     MOVE AU-RESULT TO WK-RESULT.
085000     IF AU-STATUS = "REF"
085100         MOVE "REF" TO WK-STATUS
085200         MOVE WS-REBUILT-REASON TO WK-REASON
085300     ELSE
085400         MOVE "OK " TO WK-STATUS
085500         MOVE SPACES TO WK-REASON
085600     END-IF.
085700     GO TO 2400-EXIT.
085800 2400-EXIT.
085900     EXIT.
086000*----------------------------------------------------------
086100* 3000-VERIFY-MASTER - COMPARE THE CURRENT MASTER WITH THE
086200*     REBUILD, FIRST MASTER AGAINST REBUILD, THEN REBUILD
086300*     AGAINST MASTER FOR THE IDS THE MASTER HAS LOST.
086400*     NOTHING IS WRITTEN BUT THE REPORT. A MASTER THAT IS
086500*     MISSING OR WILL NOT OPEN IS REPORTED WITH RC 08.
086600*----------------------------------------------------------
086700 3000-VERIFY-MASTER.
086800     OPEN INPUT RESULT-MASTER-FILE.
086900     IF NOT RESULT-MASTER-OK
087000         MOVE SPACES TO RL-RECORD
087100         STRING "RESULTS MASTER WILL NOT OPEN, STATUS = "
087200             WS-RESULT-MASTER-STATUS
087300             " - RUN COBOL-RESLBLD REBUILD"
087400             DELIMITED BY SIZE INTO RL-RECORD
087500         PERFORM 7000-WRITE-REPORT-LINE
087600             THRU 7000-EXIT
087700         MOVE 08 TO WS-HIGHEST-RC
087800         GO TO 3000-EXIT
087900     END-IF.
088000     OPEN INPUT WORK-FILE.
088100     IF NOT WORK-OK
088200         DISPLAY "UNABLE TO OPEN REBUILD WORK FILE, STATUS = "
088300             WS-WORK-STATUS
088400         MOVE 16 TO RETURN-CODE
088500         STOP RUN
088600     END-IF.
088700     PERFORM 3100-READ-MASTER
088800         THRU 3100-EXIT.
088900     PERFORM UNTIL END-OF-MASTER
089000         PERFORM 3200-COMPARE-ONE-MASTER
089100             THRU 3200-EXIT
089200         PERFORM 3100-READ-MASTER
089300             THRU 3100-EXIT
089400     END-PERFORM.
089500     CLOSE WORK-FILE.
089600     IF WS-HIGHEST-RC >= 08
089700         CLOSE RESULT-MASTER-FILE
089800         GO TO 3000-EXIT
089900     END-IF.
090000     OPEN INPUT WORK-FILE.
090050     MOVE "N" TO WS-WORK-EOF-SW.
090100     PERFORM 3300-READ-WORK
090200         THRU 3300-EXIT.
090300     PERFORM UNTIL END-OF-WORK
090400         PERFORM 3400-CHECK-ONE-REBUILT
090500             THRU 3400-EXIT
090600         PERFORM 3300-READ-WORK
090700             THRU 3300-EXIT
090800     END-PERFORM.
090900     CLOSE WORK-FILE.
091000     CLOSE RESULT-MASTER-FILE.
091100     GO TO 3000-EXIT.
091200 3000-EXIT.
091300     EXIT.
091400*----------------------------------------------------------
091500* 3100-READ-MASTER - NEXT CURRENT MASTER RECORD. A READ
091600*     ERROR PART WAY THROUGH ENDS THE PASS WITH RC 08 - THE
091700*     MASTER IS DAMAGED AND THE COMPARISON INCOMPLETE.
091800*----------------------------------------------------------
091900 3100-READ-MASTER.
092000     READ RESULT-MASTER-FILE NEXT RECORD
092100         AT END
092200             SET END-OF-MASTER TO TRUE
092300             GO TO 3100-EXIT
092400     END-READ.
092500     IF NOT RESULT-MASTER-OK
092600         MOVE SPACES TO RL-RECORD
092700         STRING "READ ERROR ON RESULTS MASTER, STATUS = "
092800             WS-RESULT-MASTER-STATUS
092900             " - COMPARISON INCOMPLETE"
093000             DELIMITED BY SIZE INTO RL-RECORD
093100         PERFORM 7000-WRITE-REPORT-LINE
093200             THRU 7000-EXIT
093300         MOVE 08 TO WS-HIGHEST-RC
093400         SET END-OF-MASTER TO TRUE
093500         GO TO 3100-EXIT
093600     END-IF.
093700     ADD 1 TO WS-MASTERS-READ.
093800     GO TO 3100-EXIT.
093900 3100-EXIT.
094000     EXIT.
094100*----------------------------------------------------------
094200* 3200-COMPARE-ONE-MASTER - LOOK THE MASTER RECORD UP IN
094300*     THE REBUILD AND NAME THE FIRST FIELD THAT DIFFERS.
094400*     THE REASON IS NOT COMPARED - THE AUDIT LOG DOES NOT
094500*     CARRY IT. A STATUS ONLY EVER POSTED TO THE MASTER IS
094600*     LISTED BUT NOT COUNTED AS A DIFFERENCE.
094700*----------------------------------------------------------
094800 3200-COMPARE-ONE-MASTER.
094900     MOVE RQ-STATUS TO WS-MASTER-STATUS.
095000     MOVE RQ-REF-ID TO WK-REF-ID.
095100     READ WORK-FILE.
095200     IF WORK-NOT-FOUND
095300         MOVE "NOT IN REBUILD" TO WS-DIFF-NOTE
095400         GO TO 3200-LIST
095500     END-IF.
095600     IF NOT WORK-OK
095700         DISPLAY "UNABLE TO READ REBUILD WORK FILE, STATUS = "
095800             WS-WORK-STATUS
095900         MOVE 16 TO RETURN-CODE
096000         STOP RUN
096100     END-IF.
096200     EVALUATE TRUE
096300         WHEN RQ-STATUS NOT = WK-STATUS
096400             MOVE "STATUS DIFFERS" TO WS-DIFF-NOTE
096500         WHEN RQ-RUN-DATE NOT = WK-RUN-DATE
096600             MOVE "RUN DATE DIFFERS" TO WS-DIFF-NOTE
096700         WHEN RQ-BATCH-ID NOT = WK-BATCH-ID
096800             MOVE "BATCH DIFFERS" TO WS-DIFF-NOTE
096900         WHEN RQ-NUM1 NOT = WK-NUM1
097000             OR RQ-OP-CODE NOT = WK-OP-CODE
097100             OR RQ-NUM2 NOT = WK-NUM2
097200             MOVE "INPUTS DIFFER" TO WS-DIFF-NOTE
097300         WHEN RQ-RESULT NOT = WK-RESULT
097400             MOVE "RESULT DIFFERS" TO WS-DIFF-NOTE
097500         WHEN RQ-CURRENCY NOT = WK-CURRENCY
097600             MOVE "CURRENCY DIFFERS" TO WS-DIFF-NOTE
097700         WHEN OTHER
097800             ADD 1 TO WS-MASTERS-MATCHED
097900             GO TO 3200-EXIT
098000     END-EVALUATE.
098100 3200-LIST.
098200     MOVE SPACES TO RL-DETAIL-LINE.
098300     MOVE RQ-REF-ID TO RD-REF-ID.
098400     MOVE RQ-STATUS TO RD-M-STATUS.
098500     MOVE RQ-RUN-DATE TO RD-M-RUN-DATE.
098600     MOVE RQ-BATCH-ID TO RD-M-BATCH-ID.
098700     MOVE RQ-RESULT TO RD-M-RESULT.
098800     IF WORK-OK
098900         PERFORM 3500-SHOW-REBUILT
099000             THRU 3500-EXIT
099100     END-IF.
099200     IF STATUS-OUTSIDE-AUDIT
099300         AND (WORK-NOT-FOUND
099400             OR RQ-STATUS NOT = WK-STATUS)
099500         MOVE "SET OUTSIDE AUDIT LOG" TO RD-NOTE
099600         ADD 1 TO WS-OUTSIDE-AUDIT
099700     ELSE
099800         MOVE WS-DIFF-NOTE TO RD-NOTE
099900         IF WORK-NOT-FOUND
100000             ADD 1 TO WS-NOT-IN-REBUILD
100100         ELSE
100200             ADD 1 TO WS-FIELD-DIFFERENCES
100300         END-IF
100400         IF WS-HIGHEST-RC < 04
100500             MOVE 04 TO WS-HIGHEST-RC
100600         END-IF
100700     END-IF.
100800     MOVE RL-DETAIL-LINE TO RL-RECORD.
100900     PERFORM 7000-WRITE-REPORT-LINE
101000         THRU 7000-EXIT.
101100     GO TO 3200-EXIT.
101200 3200-EXIT.
101300     EXIT.
101400*----------------------------------------------------------
101500* 3300-READ-WORK - NEXT REBUILT RECORD, IN KEY ORDER
101600*----------------------------------------------------------
101700 3300-READ-WORK.
101800     READ WORK-FILE NEXT RECORD
101900         AT END
102000             SET END-OF-WORK TO TRUE
102100             GO TO 3300-EXIT
102200     END-READ.
102300     IF NOT WORK-OK
102400         DISPLAY "UNABLE TO READ REBUILD WORK FILE, STATUS = "
102500             WS-WORK-STATUS
102600         MOVE 16 TO RETURN-CODE
102700         STOP RUN
102800     END-IF.
102900     GO TO 3300-EXIT.
103000 3300-EXIT.
103100     EXIT.
103200*----------------------------------------------------------
103300* 3400-CHECK-ONE-REBUILT - A REBUILT REFERENCE ID THE
103400*     MASTER DOES NOT HAVE. THOSE ON BOTH WERE COMPARED IN
103500*     3200.
103600*----------------------------------------------------------
103700 3400-CHECK-ONE-REBUILT.
103800     MOVE WK-REF-ID TO RQ-REF-ID.
103900     READ RESULT-MASTER-FILE.
104000     IF RESULT-MASTER-OK
104100         GO TO 3400-EXIT
104200     END-IF.
104300     MOVE SPACES TO RL-DETAIL-LINE.
104400     MOVE WK-REF-ID TO RD-REF-ID.
104500     PERFORM 3500-SHOW-REBUILT
104600         THRU 3500-EXIT.
104700     IF RESULT-MASTER-NOT-FOUND
104800         MOVE "NOT ON MASTER" TO RD-NOTE
104900     ELSE
105000         MOVE SPACES TO RD-NOTE
105100         STRING "MASTER READ STATUS " WS-RESULT-MASTER-STATUS
105200             DELIMITED BY SIZE INTO RD-NOTE
105300     END-IF.
105400     ADD 1 TO WS-NOT-ON-MASTER.
105500     IF WS-HIGHEST-RC < 04
105600         MOVE 04 TO WS-HIGHEST-RC
105700     END-IF.
105800     MOVE RL-DETAIL-LINE TO RL-RECORD.
105900     PERFORM 7000-WRITE-REPORT-LINE
106000         THRU 7000-EXIT.
106100     GO TO 3400-EXIT.
106200 3400-EXIT.
106300     EXIT.
106400*----------------------------------------------------------
106500* 3500-SHOW-REBUILT - THE REBUILT SIDE OF A DIFFERENCE LINE
106600*----------------------------------------------------------
106700 3500-SHOW-REBUILT.
106800     MOVE WK-STATUS TO RD-R-STATUS.
106900     MOVE WK-RUN-DATE TO RD-R-RUN-DATE.
107000     MOVE WK-BATCH-ID TO RD-R-BATCH-ID.
107100     MOVE WK-RESULT TO RD-R-RESULT.
107200     GO TO 3500-EXIT.
107300 3500-EXIT.
107400     EXIT.
107500*----------------------------------------------------------
107600* 3600-CARRY-MASTER - CARRY OVER FROM THE CURRENT MASTER
107700*     WHAT THE AUDIT TRAIL CANNOT REBUILD. THE WORK FILE IS
107800*     STILL OPEN FROM THE AUDIT PASS; THE MAINLINE CLOSES IT. A
107900*     MASTER THAT IS MISSING, WILL NOT OPEN, OR STOPS READING
108000*     PART WAY SETS MASTER-LOST; WHAT WAS READ IS KEPT.
108100*----------------------------------------------------------
108200 3600-CARRY-MASTER.
108300     OPEN INPUT RESULT-MASTER-FILE.
108400     IF NOT RESULT-MASTER-OK
108500         SET MASTER-LOST TO TRUE
108600         MOVE SPACES TO RL-RECORD
108700         STRING "NO READABLE RESULTS MASTER, STATUS = "
108800             WS-RESULT-MASTER-STATUS
108900             " - REPLAYING REFAUD AND REVCTL"
109000             DELIMITED BY SIZE INTO RL-RECORD
109100         PERFORM 7000-WRITE-REPORT-LINE
109200             THRU 7000-EXIT
109300         GO TO 3600-EXIT
109400     END-IF.
109500     MOVE "N" TO WS-MASTER-EOF-SW.
109600     PERFORM 3620-READ-MASTER
109700         THRU 3620-EXIT.
109800     PERFORM UNTIL END-OF-MASTER
109900         PERFORM 3650-CARRY-ONE-MASTER
110000             THRU 3650-EXIT
110100         PERFORM 3620-READ-MASTER
110200             THRU 3620-EXIT
110300     END-PERFORM.
110400     CLOSE RESULT-MASTER-FILE.
110500     GO TO 3600-EXIT.
110600 3600-EXIT.
110700     EXIT.
110800*----------------------------------------------------------
110900* 3620-READ-MASTER - NEXT CURRENT MASTER RECORD FOR THE
111000*     CARRY-OVER. A READ ERROR ENDS THE PASS AND HANDS THE
111100*     REST TO THE REPLAYS.
111200*----------------------------------------------------------
111300 3620-READ-MASTER.
111400     READ RESULT-MASTER-FILE NEXT RECORD
111500         AT END
111600             SET END-OF-MASTER TO TRUE
111700             GO TO 3620-EXIT
111800     END-READ.
111900     IF NOT RESULT-MASTER-OK
112000         SET MASTER-LOST TO TRUE
112100         SET END-OF-MASTER TO TRUE
112200         MOVE SPACES TO RL-RECORD
112300         STRING "READ ERROR ON RESULTS MASTER, STATUS = "
112400             WS-RESULT-MASTER-STATUS
112500             " - REPLAYING REFAUD AND REVCTL"
112600             DELIMITED BY SIZE INTO RL-RECORD
112700         PERFORM 7000-WRITE-REPORT-LINE
112800             THRU 7000-EXIT
112900         GO TO 3620-EXIT
113000     END-IF.
113100     ADD 1 TO WS-MASTERS-READ.
113200     GO TO 3620-EXIT.
113300 3620-EXIT.
113400     EXIT.
113500*----------------------------------------------------------
113600* 3650-CARRY-ONE-MASTER - AN ID THE REBUILD LACKS IS CARRIED
113700*     OVER AS IT STANDS. ONE IT HAS IS REPLACED ONLY BY A
113800*     MASTER-ONLY STATUS DATED ON OR AFTER THE REBUILT ENTRY -
113900*     A LATER AUDIT ENTRY MEANS THE ID WAS COMPUTED AGAIN
114000*     SINCE. EACH RECORD CARRIED IS LISTED.
114100*----------------------------------------------------------
114200 3650-CARRY-ONE-MASTER.
114300     MOVE RQ-STATUS TO WS-MASTER-STATUS.
114400     MOVE RQ-REF-ID TO WK-REF-ID.
114500     READ WORK-FILE.
114600     IF WORK-NOT-FOUND
114700         MOVE "NOT IN AUDIT - CARRIED" TO WS-CARRY-NOTE
114800         GO TO 3650-CARRY
114900     END-IF.
115000     IF NOT WORK-OK
115100         GO TO 3650-WORK-ERROR
115200     END-IF.
115300     IF NOT STATUS-OUTSIDE-AUDIT
115400         OR RQ-RUN-DATE < WK-RUN-DATE
115500         GO TO 3650-EXIT
115600     END-IF.
115700     MOVE "STATUS CARRIED" TO WS-CARRY-NOTE.
115800 3650-CARRY.
115900     MOVE SPACES TO RL-DETAIL-LINE.
116000     MOVE RQ-REF-ID TO RD-REF-ID.
116100     MOVE RQ-STATUS TO RD-M-STATUS.
116200     MOVE RQ-RUN-DATE TO RD-M-RUN-DATE.
116300     MOVE RQ-BATCH-ID TO RD-M-BATCH-ID.
116400     MOVE RQ-RESULT TO RD-M-RESULT.
116500     IF WORK-OK
116600         PERFORM 3500-SHOW-REBUILT
116700             THRU 3500-EXIT
116800     END-IF.
116900     MOVE WS-CARRY-NOTE TO RD-NOTE.
117000     MOVE RQ-REF-ID TO WK-REF-ID.
117100     MOVE RQ-RUN-DATE TO WK-RUN-DATE.
117200     MOVE ZERO TO WK-RUN-TIME.
117300     MOVE RQ-BATCH-ID TO WK-BATCH-ID.
117400     MOVE RQ-NUM1 TO WK-NUM1.
117500     MOVE RQ-OP-CODE TO WK-OP-CODE.
117600     MOVE RQ-NUM2 TO WK-NUM2.
117700     MOVE RQ-STATUS TO WK-STATUS.
117800     MOVE RQ-RESULT TO WK-RESULT.
117900     MOVE RQ-REASON TO WK-REASON.
118000     MOVE RQ-CURRENCY TO WK-CURRENCY.
118100     IF WORK-OK
118200         REWRITE WK-RECORD
118300     ELSE
118400         WRITE WK-RECORD
118500     END-IF.
118600     IF NOT WORK-OK
118700         GO TO 3650-WORK-ERROR
118800     END-IF.
118900     ADD 1 TO WS-CARRIED-OVER.
119000     MOVE RL-DETAIL-LINE TO RL-RECORD.
119100     PERFORM 7000-WRITE-REPORT-LINE
119200         THRU 7000-EXIT.
119300     GO TO 3650-EXIT.
119400 3650-WORK-ERROR.
119500     DISPLAY "UNABLE TO POST REBUILD WORK FILE, STATUS = "
119600         WS-WORK-STATUS " REF " RQ-REF-ID.
119700     MOVE 16 TO RETURN-CODE.
119800     STOP RUN.
119900 3650-EXIT.
120000     EXIT.
120100*----------------------------------------------------------
120200* 3700-REPLAY-DECISIONS - WITH NO MASTER TO CARRY FROM, PUT
120300*     COBOL-REFREL'S APPROVALS AND DECLINES BACK FROM ITS
120400*     DECISION LOG. NO LOG MEANS NO DECISION WAS EVER MADE; A
120500*     LOG THAT WILL NOT OPEN REFUSES THE SWAP.
120600*----------------------------------------------------------
120700 3700-REPLAY-DECISIONS.
120800     OPEN INPUT REFAUD-FILE.
120900     IF REFAUD-MISSING
121000         GO TO 3700-EXIT
121100     END-IF.
121200     IF NOT REFAUD-OK
121300         SET SWAP-REFUSED TO TRUE
121400         MOVE SPACES TO RL-RECORD
121500         STRING "REFAUD WILL NOT OPEN, STATUS = "
121600             WS-REFAUD-STATUS
121700             " - APR AND DCL STATUSES WOULD BE LOST"
121800             DELIMITED BY SIZE INTO RL-RECORD
121900         PERFORM 7000-WRITE-REPORT-LINE
122000             THRU 7000-EXIT
122100         GO TO 3700-EXIT
122200     END-IF.
122300     MOVE "N" TO WS-REFAUD-EOF-SW.
122400     PERFORM 3720-READ-REFAUD
122500         THRU 3720-EXIT.
122600     PERFORM UNTIL END-OF-REFAUD
122700         PERFORM 3750-APPLY-DECISION
122800             THRU 3750-EXIT
122900         PERFORM 3720-READ-REFAUD
123000             THRU 3720-EXIT
123100     END-PERFORM.
123200     CLOSE REFAUD-FILE.
123300     GO TO 3700-EXIT.
123400 3700-EXIT.
123500     EXIT.
123600*----------------------------------------------------------
123700* 3720-READ-REFAUD
123800*----------------------------------------------------------
123900 3720-READ-REFAUD.
124000     READ REFAUD-FILE INTO WS-REF-AUDIT-LINE
124100         AT END
124200             SET END-OF-REFAUD TO TRUE
124300     END-READ.
124400     GO TO 3720-EXIT.
124500 3720-EXIT.
124600     EXIT.
124700*----------------------------------------------------------
124800* 3750-APPLY-DECISION - A DECISION APPLIES ONLY TO THE
124900*     REFERRAL IT WAS MADE ON: THE REBUILT ENTRY MUST STILL BE
125000*     REF AND DATED THE REFERRAL DATE ON THE LOG LINE. ONE
125100*     SINCE RELEASED AND COMPUTED IS ALREADY OK IN THE AUDIT.
125200*----------------------------------------------------------
125300 3750-APPLY-DECISION.
125400     IF RA-REF-ID = SPACES
125500         OR RA-REFER-DATE NOT NUMERIC
125600         GO TO 3750-EXIT
125700     END-IF.
125800     MOVE RA-REF-ID TO WK-REF-ID.
125900     READ WORK-FILE.
126000     IF WORK-NOT-FOUND
126100         GO TO 3750-EXIT
126200     END-IF.
126300     IF NOT WORK-OK
126400         DISPLAY "UNABLE TO READ REBUILD WORK FILE, STATUS = "
126500             WS-WORK-STATUS " REF " RA-REF-ID
126600         MOVE 16 TO RETURN-CODE
126700         STOP RUN
126800     END-IF.
126900     IF WK-STATUS NOT = "REF"
127000         OR WK-RUN-DATE NOT = RA-REFER-DATE
127100         GO TO 3750-EXIT
127200     END-IF.
127300     EVALUATE TRUE
127400         WHEN RA-APPROVED
127500             MOVE "APR" TO WK-STATUS
127600             MOVE "REFERRAL APPROVED" TO WK-REASON
127700         WHEN RA-DECLINED
127800             MOVE "DCL" TO WK-STATUS
127900             MOVE "REFERRAL DECLINED" TO WK-REASON
128000         WHEN OTHER
128100             GO TO 3750-EXIT
128200     END-EVALUATE.
128300     REWRITE WK-RECORD.
128400     IF NOT WORK-OK
128500         DISPLAY "UNABLE TO POST REBUILD WORK FILE, STATUS = "
128600             WS-WORK-STATUS " REF " RA-REF-ID
128700         MOVE 16 TO RETURN-CODE
128800         STOP RUN
128900     END-IF.
129000     ADD 1 TO WS-DECISIONS-REPLAYED.
129100     GO TO 3750-EXIT.
129200 3750-EXIT.
129300     EXIT.
129400*----------------------------------------------------------
129500* 3800-REPLAY-REVERSALS - WITH NO MASTER TO CARRY FROM, PUT
129600*     COBOL-REVERSE'S WORK BACK FROM ITS REGISTER: THE
129700*     APPROVED REVERSING PAIRS NOT YET COMPUTED, THEN THE REV
129800*     MARK ON EACH REVERSED BATCH'S ENTRIES. NO REGISTER MEANS
129900*     NOTHING WAS EVER REVERSED; ONE THAT WILL NOT OPEN, OR
130000*     HOLDS MORE BATCHES THAN THE TABLE, REFUSES THE SWAP.
130100*----------------------------------------------------------
130200 3800-REPLAY-REVERSALS.
130300     OPEN INPUT REVCTL-FILE.
130400     IF REVCTL-MISSING
130500         GO TO 3800-EXIT
130600     END-IF.
130700     IF NOT REVCTL-OK
130800         SET SWAP-REFUSED TO TRUE
130900         MOVE SPACES TO RL-RECORD
131000         STRING "REVCTL WILL NOT OPEN, STATUS = "
131100             WS-REVCTL-STATUS
131200             " - REV AND REVERSING PAIR APR WOULD BE LOST"
131300             DELIMITED BY SIZE INTO RL-RECORD
131400         PERFORM 7000-WRITE-REPORT-LINE
131500             THRU 7000-EXIT
131600         GO TO 3800-EXIT
131700     END-IF.
131800     MOVE "N" TO WS-REVCTL-EOF-SW.
131900     MOVE ZERO TO WS-REG-COUNT.
132000     PERFORM 3820-READ-REVCTL
132100         THRU 3820-EXIT.
132200     PERFORM UNTIL END-OF-REVCTL
132300         PERFORM 3840-LOAD-ONE-REVERSAL
132400             THRU 3840-EXIT
132500         PERFORM 3820-READ-REVCTL
132600             THRU 3820-EXIT
132700     END-PERFORM.
132800     CLOSE REVCTL-FILE.
132900     IF WS-REG-COUNT = ZERO
133000         GO TO 3800-EXIT
133100     END-IF.
133200     MOVE LOW-VALUES TO WK-REF-ID.
133300     START WORK-FILE KEY IS NOT LESS THAN WK-REF-ID.
133400     IF NOT WORK-OK
133500         GO TO 3800-EXIT
133600     END-IF.
133700     MOVE "N" TO WS-WORK-EOF-SW.
133800     PERFORM 3300-READ-WORK
133900         THRU 3300-EXIT.
134000     PERFORM UNTIL END-OF-WORK
134100         PERFORM 3880-MARK-REVERSED
134200             THRU 3880-EXIT
134300         PERFORM 3300-READ-WORK
134400             THRU 3300-EXIT
134500     END-PERFORM.
134600     GO TO 3800-EXIT.
134700 3800-EXIT.
134800     EXIT.
134900*----------------------------------------------------------
135000* 3820-READ-REVCTL
135100*----------------------------------------------------------
135200 3820-READ-REVCTL.
135300     READ REVCTL-FILE INTO WS-REVCTL-LINE
135400         AT END
135500             SET END-OF-REVCTL TO TRUE
135600     END-READ.
135700     GO TO 3820-EXIT.
135800 3820-EXIT.
135900     EXIT.
136000*----------------------------------------------------------
136100* 3840-LOAD-ONE-REVERSAL - TABLE ONE REGISTER LINE AND POST
136200*     ITS REVERSING PAIRS
136300*----------------------------------------------------------
136400 3840-LOAD-ONE-REVERSAL.
136500     IF RC-BATCH-ID = SPACES
136600         OR RC-RUN-DATE NOT NUMERIC
136700         OR RC-REVERSE-DATE NOT NUMERIC
136800         OR RC-PAIRS NOT NUMERIC
136900         GO TO 3840-EXIT
137000     END-IF.
137100     IF WS-REG-COUNT >= WS-REG-MAX
137200         IF NOT SWAP-REFUSED
137300             SET SWAP-REFUSED TO TRUE
137400             MOVE SPACES TO RL-RECORD
137500             STRING "REVCTL HOLDS MORE THAN " WS-REG-MAX
137600                 " REVERSALS - REV STATUSES WOULD BE LOST"
137700                 DELIMITED BY SIZE INTO RL-RECORD
137800             PERFORM 7000-WRITE-REPORT-LINE
137900                 THRU 7000-EXIT
138000         END-IF
138100         GO TO 3840-EXIT
138200     END-IF.
138300     ADD 1 TO WS-REG-COUNT.
138400     MOVE RC-BATCH-ID TO REG-BATCH-ID(WS-REG-COUNT).
138500     MOVE RC-RUN-DATE TO REG-RUN-DATE(WS-REG-COUNT).
138600     MOVE RC-REV-BATCH-ID TO REG-REV-BATCH-ID(WS-REG-COUNT).
138700     MOVE RC-REV-BATCH-ID TO WS-RV-REF-BATCH.
138800     MOVE ZERO TO WS-RV-REF-SEQ.
138900     PERFORM 3860-POST-ONE-RV-PAIR
139000         THRU 3860-EXIT
139100         RC-PAIRS TIMES.
139200     GO TO 3840-EXIT.
139300 3840-EXIT.
139400     EXIT.
139500*----------------------------------------------------------
139600* 3860-POST-ONE-RV-PAIR - A REVERSING PAIR ALREADY IN THE
139700*     REBUILD WAS COMPUTED AND STANDS. ONE NOT YET COMPUTED
139800*     IS POSTED APPROVED AS COBOL-REVERSE POSTED IT, SO THE
139900*     DEPARTMENT LIMITS STILL LET IT THROUGH; ITS AMOUNTS ARE
140000*     NOT ON THE REGISTER AND STAY ZERO UNTIL IT COMPUTES.
140100*----------------------------------------------------------
140200 3860-POST-ONE-RV-PAIR.
140300     ADD 1 TO WS-RV-REF-SEQ.
140400     MOVE WS-RV-REF-ID TO WK-REF-ID.
140500     READ WORK-FILE.
140600     IF WORK-OK
140700         GO TO 3860-EXIT
140800     END-IF.
140900     IF NOT WORK-NOT-FOUND
141000         DISPLAY "UNABLE TO READ REBUILD WORK FILE, STATUS = "
141100             WS-WORK-STATUS " REF " WS-RV-REF-ID
141200         MOVE 16 TO RETURN-CODE
141300         STOP RUN
141400     END-IF.
141500     MOVE WS-RV-REF-ID TO WK-REF-ID.
141600     MOVE RC-REVERSE-DATE TO WK-RUN-DATE.
141700     MOVE ZERO TO WK-RUN-TIME.
141800     MOVE RC-REV-BATCH-ID TO WK-BATCH-ID.
141900     MOVE ZERO TO WK-NUM1.
142000     MOVE "-" TO WK-OP-CODE.
142100     MOVE ZERO TO WK-NUM2.
142200     MOVE "APR" TO WK-STATUS.
142300     MOVE ZERO TO WK-RESULT.
142400     MOVE SPACES TO WK-REASON.
142500     STRING "REVERSES " RC-BATCH-ID
142600         DELIMITED BY SIZE INTO WK-REASON.
142700     MOVE SPACES TO WK-CURRENCY.
142800     WRITE WK-RECORD.
142900     IF NOT WORK-OK
143000         DISPLAY "UNABLE TO POST REBUILD WORK FILE, STATUS = "
143100             WS-WORK-STATUS " REF " WS-RV-REF-ID
143200         MOVE 16 TO RETURN-CODE
143300         STOP RUN
143400     END-IF.
143500     ADD 1 TO WS-RV-PAIRS-REPLAYED.
143600     GO TO 3860-EXIT.
143700 3860-EXIT.
143800     EXIT.
143900*----------------------------------------------------------
144000* 3880-MARK-REVERSED - A REBUILT ENTRY STILL SHOWING THE OK
144100*     RESULT OF A REVERSED BATCH AND RUN DATE IS MARKED REV,
144200*     THE SAME TEST COBOL-REVERSE MARKS THE MASTER BY
144300*----------------------------------------------------------
144400 3880-MARK-REVERSED.
144500     IF WK-STATUS NOT = "OK "
144600         GO TO 3880-EXIT
144700     END-IF.
144800     MOVE ZERO TO WS-REG-HIT.
144900     PERFORM 3890-MATCH-REGISTER
145000         THRU 3890-EXIT
145100         VARYING WS-REG-IX FROM 1 BY 1
145200         UNTIL WS-REG-IX > WS-REG-COUNT
145300             OR WS-REG-HIT > ZERO.
145400     IF WS-REG-HIT = ZERO
145500         GO TO 3880-EXIT
145600     END-IF.
145700     MOVE "REV" TO WK-STATUS.
145800     MOVE SPACES TO WK-REASON.
145900     STRING "BACKED OUT BY " REG-REV-BATCH-ID(WS-REG-HIT)
146000         DELIMITED BY SIZE INTO WK-REASON.
146100     REWRITE WK-RECORD.
146200     IF NOT WORK-OK
146300         DISPLAY "UNABLE TO POST REBUILD WORK FILE, STATUS = "
146400             WS-WORK-STATUS " REF " WK-REF-ID
146500         MOVE 16 TO RETURN-CODE
146600         STOP RUN
146700     END-IF.
146800     ADD 1 TO WS-REVERSED-REPLAYED.
146900     GO TO 3880-EXIT.
147000 3880-EXIT.
147100     EXIT.
147200*----------------------------------------------------------
147300* 3890-MATCH-REGISTER - ONE TABLED REVERSAL AGAINST THE
147400*     CURRENT WORK RECORD
147500*----------------------------------------------------------
147600 3890-MATCH-REGISTER.
147700     IF REG-BATCH-ID(WS-REG-IX) = WK-BATCH-ID
147800         AND REG-RUN-DATE(WS-REG-IX) = WK-RUN-DATE
147900         MOVE WS-REG-IX TO WS-REG-HIT
148000     END-IF.
148100     GO TO 3890-EXIT.
148200 3890-EXIT.
148300     EXIT.
148400*----------------------------------------------------------
148500* 4000-WRITE-NEW-MASTER - COPY THE WORK FILE OUT IN KEY
148600*     ORDER AS THE NEW RESULTS MASTER, UNDER ITS WORK NAME.
148700*     ANY FAILURE STOPS THE RUN BEFORE THE SWAP, SO THE
148800*     CURRENT MASTER IS LEFT AS IT WAS.
148900*----------------------------------------------------------
149000 4000-WRITE-NEW-MASTER.
149100     OPEN INPUT WORK-FILE.
149200     IF NOT WORK-OK
149300         DISPLAY "UNABLE TO OPEN REBUILD WORK FILE, STATUS = "
149400             WS-WORK-STATUS
149500         MOVE 16 TO RETURN-CODE
149600         STOP RUN
149700     END-IF.
149800     OPEN OUTPUT NEW-MASTER-FILE.
149900     IF NOT NEW-MASTER-OK
150000         DISPLAY "UNABLE TO OPEN " WS-MASTER-NEW-NAME
150100             " STATUS = " WS-NEW-MASTER-STATUS
150200         MOVE 16 TO RETURN-CODE
150300         STOP RUN
150400     END-IF.
150450     MOVE "N" TO WS-WORK-EOF-SW.
150500     PERFORM 3300-READ-WORK
150600         THRU 3300-EXIT.
150700     PERFORM UNTIL END-OF-WORK
150800         PERFORM 4100-WRITE-ONE-MASTER
150900             THRU 4100-EXIT
151000         PERFORM 3300-READ-WORK
151100             THRU 3300-EXIT
151200     END-PERFORM.
151300     CLOSE NEW-MASTER-FILE.
151400     CLOSE WORK-FILE.
151500     GO TO 4000-EXIT.
151600 4000-EXIT.
151700     EXIT.
151800*----------------------------------------------------------
151900* 4100-WRITE-ONE-MASTER
152000*----------------------------------------------------------
152100 4100-WRITE-ONE-MASTER.
152200     MOVE SPACES TO NM-RECORD.
152300     MOVE WK-REF-ID TO NM-REF-ID.
152400     MOVE WK-RUN-DATE TO NM-RUN-DATE.
152500     MOVE WK-BATCH-ID TO NM-BATCH-ID.
152600     MOVE WK-NUM1 TO NM-NUM1.
152700     MOVE WK-OP-CODE TO NM-OP-CODE.
152800     MOVE WK-NUM2 TO NM-NUM2.
152900     MOVE WK-STATUS TO NM-STATUS.
153000     MOVE WK-RESULT TO NM-RESULT.
153100     MOVE WK-REASON TO NM-REASON.
153200     MOVE WK-CURRENCY TO NM-CURRENCY.
153300     WRITE NM-RECORD.
153400     IF NOT NEW-MASTER-OK
153500         DISPLAY "UNABLE TO WRITE " WS-MASTER-NEW-NAME
153600             " STATUS = " WS-NEW-MASTER-STATUS
153700             " REF " WK-REF-ID
153800         MOVE 16 TO RETURN-CODE
153900         STOP RUN
154000     END-IF.
154100     ADD 1 TO WS-MASTERS-WRITTEN.
154200     GO TO 4100-EXIT.
154300 4100-EXIT.
154400     EXIT.
154500*----------------------------------------------------------
154600* 4500-SWAP-MASTER - SET THE CURRENT MASTER ASIDE UNDER ITS
154700*     .OLD NAME, IF THERE IS ONE, THEN RENAME THE REBUILT
154800*     MASTER INTO PLACE. A DAMAGED MASTER THAT WILL NOT OPEN
154900*     IS STILL SET ASIDE; ONLY A MISSING ONE IS NOT.
155000*     NOTHING IS SWAPPED WHEN A REPLAY SOURCE WOULD NOT READ,
155010*     OR WHEN NO MASTER RECORD WAS WRITTEN FROM A WORK FILE
155020*     THAT HAD ENTRIES POSTED TO IT.
155100*----------------------------------------------------------
155200 4500-SWAP-MASTER.
155300     IF SWAP-REFUSED
155400         MOVE SPACES TO RL-RECORD
155500         STRING "SWAP REFUSED - REBUILT MASTER LEFT AS "
155600             WS-MASTER-NEW-NAME
155700             DELIMITED BY SIZE INTO RL-RECORD
155800         PERFORM 7000-WRITE-REPORT-LINE
155900             THRU 7000-EXIT
156000         MOVE 08 TO WS-HIGHEST-RC
156100         GO TO 4500-EXIT
156200     END-IF.
156210     IF WS-MASTERS-WRITTEN = ZERO
156220         AND WS-ENTRIES-LOADED + WS-CARRIED-OVER
156230             + WS-RV-PAIRS-REPLAYED > ZERO
156240         MOVE SPACES TO RL-RECORD
156250         STRING "NO MASTER RECORDS WRITTEN - SWAP REFUSED, "
156260             "REBUILT MASTER LEFT AS " WS-MASTER-NEW-NAME
156270             DELIMITED BY SIZE INTO RL-RECORD
156280         PERFORM 7000-WRITE-REPORT-LINE
156290             THRU 7000-EXIT
156291         MOVE 08 TO WS-HIGHEST-RC
156292         GO TO 4500-EXIT
156293     END-IF.
156300     OPEN INPUT RESULT-MASTER-FILE.
156400     IF RESULT-MASTER-MISSING
156500         GO TO 4500-INSTALL
156600     END-IF.
156700     IF RESULT-MASTER-OK
156800         CLOSE RESULT-MASTER-FILE
156900     END-IF.
157000     CALL "CBL_RENAME_FILE" USING WS-MASTER-LIVE-NAME
157100         WS-MASTER-OLD-NAME.
157200     MOVE RETURN-CODE TO WS-RENAME-RC.
157300     IF WS-RENAME-RC NOT = ZERO
157400         DISPLAY "UNABLE TO SET ASIDE RESULTS MASTER, "
157500             "RENAME RC = " WS-RENAME-RC
157600         DISPLAY "REBUILT MASTER LEFT AS " WS-MASTER-NEW-NAME
157700         MOVE 16 TO RETURN-CODE
157800         STOP RUN
157900     END-IF.
158000     SET PRIOR-MASTER-KEPT TO TRUE.
158100 4500-INSTALL.
158200     CALL "CBL_RENAME_FILE" USING WS-MASTER-NEW-NAME
158300         WS-MASTER-LIVE-NAME.
158400     MOVE RETURN-CODE TO WS-RENAME-RC.
158500     IF WS-RENAME-RC NOT = ZERO
158600         DISPLAY "UNABLE TO INSTALL REBUILT RESULTS MASTER, "
158700             "RENAME RC = " WS-RENAME-RC
158800         DISPLAY "REBUILT MASTER LEFT AS " WS-MASTER-NEW-NAME
158900         MOVE 16 TO RETURN-CODE
159000         STOP RUN
159100     END-IF.
159200     MOVE SPACES TO RL-RECORD.
159300     IF PRIOR-MASTER-KEPT
159400         STRING "REBUILT RESULTS MASTER INSTALLED - PRIOR "
159500             "MASTER KEPT AS " WS-MASTER-OLD-NAME
159600             DELIMITED BY SIZE INTO RL-RECORD
159700     ELSE
159800         MOVE "REBUILT RESULTS MASTER INSTALLED - NO PRIOR MASTER"
159900             TO RL-RECORD
160000     END-IF.
160100     PERFORM 7000-WRITE-REPORT-LINE
160200         THRU 7000-EXIT.
160300     GO TO 4500-EXIT.
160400 4500-EXIT.
160500     EXIT.
160600*----------------------------------------------------------
160700* 6500-WRITE-HEADINGS - NEW REPORT PAGE
160800*----------------------------------------------------------
160900 6500-WRITE-HEADINGS.
161000     MOVE WS-RUN-DATE-R TO RH1-RUN-DATE.
161100     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
161200     MOVE RL-HEADING-1 TO RL-RECORD.
161300     WRITE RL-RECORD.
161400     MOVE WS-RUN-MODE TO RH2-MODE.
161500     IF VERIFY-MODE
161600         MOVE "CURRENT MASTER COMPARED WITH A REBUILD - UNCHANGED"
161700             TO RH2-MODE-TEXT
161800     ELSE
161900         MOVE "MASTER REBUILT FROM THE AUDIT LOG AND ARCHIVES"
162000             TO RH2-MODE-TEXT
162100     END-IF.
162200     MOVE RL-HEADING-2 TO RL-RECORD.
162300     WRITE RL-RECORD.
162400     MOVE SPACES TO RL-RECORD.
162500     WRITE RL-RECORD.
162600     MOVE RL-HEADING-3 TO RL-RECORD.
162700     WRITE RL-RECORD.
162800     MOVE SPACES TO RL-RECORD.
162900     WRITE RL-RECORD.
163000     ADD 1 TO WS-PAGE-NO.
163100     MOVE ZERO TO WS-LINE-COUNT.
163200     GO TO 6500-EXIT.
163300 6500-EXIT.
163400     EXIT.
163500*----------------------------------------------------------
163600* 7000-WRITE-REPORT-LINE - PAGE-CONTROLLED REPORT WRITE.
163700*     CALLER LOADS RL-RECORD FIRST; HEADINGS REBUILD THE
163800*     RECORD AREA, SO THE LINE IS SAVED ACROSS A PAGE BREAK
163900*----------------------------------------------------------
164000 7000-WRITE-REPORT-LINE.
164100     MOVE RL-RECORD TO WS-SAVED-REPORT-LINE.
164200     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
164300         PERFORM 6500-WRITE-HEADINGS
164400             THRU 6500-EXIT
164500         MOVE WS-SAVED-REPORT-LINE TO RL-RECORD
164600     END-IF.
164700     WRITE RL-RECORD.
164800     ADD 1 TO WS-LINE-COUNT.
164900     GO TO 7000-EXIT.
165000 7000-EXIT.
165100     EXIT.
165200*----------------------------------------------------------
165300* 8000-WRITE-SUMMARY - REBUILD COUNTS, AND THE COMPARISON
165400*     COUNTS IN VERIFY MODE
165500*----------------------------------------------------------
165600 8000-WRITE-SUMMARY.
165700     MOVE SPACES TO RL-RECORD.
165800     PERFORM 7000-WRITE-REPORT-LINE
165900         THRU 7000-EXIT.
166000     MOVE WS-ARCHIVES-SCANNED TO SM-ARCHIVES-SCANNED.
166100     MOVE SM-LINE-ARCHIVES TO RL-RECORD.
166200     PERFORM 7000-WRITE-REPORT-LINE
166300         THRU 7000-EXIT.
166400     MOVE WS-RECORDS-READ TO SM-RECORDS-READ.
166500     MOVE SM-LINE-READ TO RL-RECORD.
166600     PERFORM 7000-WRITE-REPORT-LINE
166700         THRU 7000-EXIT.
166800     MOVE WS-RECORDS-BYPASSED TO SM-RECORDS-BYPASSED.
166900     MOVE SM-LINE-BYPASSED TO RL-RECORD.
167000     PERFORM 7000-WRITE-REPORT-LINE
167100         THRU 7000-EXIT.
167200     MOVE WS-NO-REF-ID TO SM-NO-REF.
167300     MOVE SM-LINE-NO-REF TO RL-RECORD.
167400     PERFORM 7000-WRITE-REPORT-LINE
167500         THRU 7000-EXIT.
167600     MOVE WS-ENTRIES-SUPERSEDED TO SM-SUPERSEDED.
167700     MOVE SM-LINE-SUPERSEDED TO RL-RECORD.
167800     PERFORM 7000-WRITE-REPORT-LINE
167900         THRU 7000-EXIT.
168000     MOVE WS-ENTRIES-LOADED TO SM-LOADED.
168100     MOVE SM-LINE-LOADED TO RL-RECORD.
168200     PERFORM 7000-WRITE-REPORT-LINE
168300         THRU 7000-EXIT.
168400     IF REBUILD-MODE
168500         MOVE WS-MASTERS-WRITTEN TO SM-WRITTEN
168600         MOVE SM-LINE-WRITTEN TO RL-RECORD
168700         PERFORM 7000-WRITE-REPORT-LINE
168800             THRU 7000-EXIT
168900         MOVE WS-CARRIED-OVER TO SM-CARRIED
169000         MOVE SM-LINE-CARRIED TO RL-RECORD
169100         PERFORM 7000-WRITE-REPORT-LINE
169200             THRU 7000-EXIT
169300         MOVE WS-DECISIONS-REPLAYED TO SM-DECISIONS
169400         MOVE SM-LINE-DECISIONS TO RL-RECORD
169500         PERFORM 7000-WRITE-REPORT-LINE
169600             THRU 7000-EXIT
169700         MOVE WS-REVERSED-REPLAYED TO SM-REVERSED
169800         MOVE SM-LINE-REVERSED TO RL-RECORD
169900         PERFORM 7000-WRITE-REPORT-LINE
170000             THRU 7000-EXIT
170100         MOVE WS-RV-PAIRS-REPLAYED TO SM-RV-PAIRS
170200         MOVE SM-LINE-RV-PAIRS TO RL-RECORD
170300         PERFORM 7000-WRITE-REPORT-LINE
170400             THRU 7000-EXIT
170500         GO TO 8000-EXIT
170600     END-IF.
170700     MOVE WS-MASTERS-READ TO SM-MASTERS-READ.
170800     MOVE SM-LINE-MASTERS-READ TO RL-RECORD.
170900     PERFORM 7000-WRITE-REPORT-LINE
171000         THRU 7000-EXIT.
171100     MOVE WS-MASTERS-MATCHED TO SM-MATCHED.
171200     MOVE SM-LINE-MATCHED TO RL-RECORD.
171300     PERFORM 7000-WRITE-REPORT-LINE
171400         THRU 7000-EXIT.
171500     MOVE WS-FIELD-DIFFERENCES TO SM-DIFFERENT.
171600     MOVE SM-LINE-DIFFERENT TO RL-RECORD.
171700     PERFORM 7000-WRITE-REPORT-LINE
171800         THRU 7000-EXIT.
171900     MOVE WS-NOT-IN-REBUILD TO SM-NOT-IN-REBUILD.
172000     MOVE SM-LINE-NOT-IN-REBUILD TO RL-RECORD.
172100     PERFORM 7000-WRITE-REPORT-LINE
172200         THRU 7000-EXIT.
172300     MOVE WS-NOT-ON-MASTER TO SM-NOT-ON-MASTER.
172400     MOVE SM-LINE-NOT-ON-MASTER TO RL-RECORD.
172500     PERFORM 7000-WRITE-REPORT-LINE
172600         THRU 7000-EXIT.
172700     MOVE WS-OUTSIDE-AUDIT TO SM-OUTSIDE.
172800     MOVE SM-LINE-OUTSIDE TO RL-RECORD.
172900     PERFORM 7000-WRITE-REPORT-LINE
173000         THRU 7000-EXIT.
173100     GO TO 8000-EXIT.
173200 8000-EXIT.
173300     EXIT.
173400*----------------------------------------------------------
173500* 9000-TERMINATE
173600*----------------------------------------------------------
173700 9000-TERMINATE.
173800     CLOSE REPORT-FILE.
173900     MOVE WS-HIGHEST-RC TO RETURN-CODE.
174000     GO TO 9000-EXIT.
174100 9000-EXIT.
174200     EXIT.
