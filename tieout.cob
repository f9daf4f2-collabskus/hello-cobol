000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COBOL-TIEOUT.
000300 AUTHOR. D-SHIFT BATCH SUPPORT.
000400 INSTALLATION. MIS PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 10/15/2026  DLH   ORIGINAL VERSION. POST-CYCLE TIE-OUT OF
001100*                   THE FIVE PLACES COBOL-MATH AND
001200*                   COBOL-MERGE WRITE THE NIGHT'S WORK TO -
001300*                   ACKFILE AGAINST RESLMAST, AND THE DAY'S
001400*                   AUDITLOG, THE CONSOLIDATED CTLFILE RUN
001500*                   BLOCK AND THE CSVFILE TRAILER AGAINST
001600*                   EACH OTHER. EVERY DISCREPANCY PRINTS ON
001700*                   THE EXCEPTIONS REPORT WITH THE FILE, THE
001800*                   KEY AND BOTH VALUES, AND ANY DISCREPANCY
001900*                   ENDS THE RUN WITH RC 08 SO THE CYCLE
002000*                   CONTROLLER CAN HOLD PUBLICATION.
002010* 10/15/2026  DLH   AN OK ACKNOWLEDGMENT NOW ALSO AGREES
002020*                   WITH A MASTER ENTRY SINCE BACKED OUT BY
002030*                   COBOL-REVERSE (STATUS REV).
002100*----------------------------------------------------------
002200* THE CHECKS ARE -
002300*   1. THE LATEST ACKNOWLEDGMENT FOR EVERY REFERENCE ID IN
002400*      ACKFILE HAS A RESLMAST ENTRY WITH THE SAME STATUS,
002500*      RESULT AND CURRENCY. ACKFILE IS CUMULATIVE, SO AN
002600*      EARLIER ACKNOWLEDGMENT SUPERSEDED BY A LATER ONE FOR
002700*      THE SAME ID IS NOT HELD AGAINST THE MASTER. A
002800*      SUSPENDED REPEAT IS ACKNOWLEDGED DUP AND POSTED SUS;
002900*      A REFERRAL MAY SINCE HAVE BEEN APPROVED OR DECLINED
003000*      (APR/DCL). A HELD PAIR IS NOT POSTED AND IS SKIPPED.
003010*      AN OK RESULT MAY SINCE HAVE BEEN BACKED OUT (REV).
003100*   2. THE DAY'S COMPUTED AUDITLOG ENTRIES, COUNTED AND
003200*      SUMMED IN TOTAL AND PER CURRENCY, EQUAL THE LAST
003300*      CONSOLIDATED RUN BLOCK ON CTLFILE.
003400*   3. THE LAST CSVFILE TRAILER ROW EQUALS BOTH, AND ITS
003500*      ROW COUNT EQUALS THE DETAIL ROWS WRITTEN AHEAD OF IT.
003600* THE DAY IS TODAY UNLESS A CCYYMMDD DATE IS GIVEN ON THE
003700* COMMAND LINE. THE DAY'S AUDIT ENTRIES ARE READ FROM ANY
003800* AUDCAT GENERATION COVERING IT AS WELL AS THE LIVE LOG.
003900*----------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
004300 OBJECT-COMPUTER. IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT ACK-FILE ASSIGN TO "ACKFILE"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS WS-ACK-STATUS.
004900     SELECT RESULT-MASTER-FILE ASSIGN TO "RESLMAST"
005000         ORGANIZATION IS INDEXED
005100         ACCESS MODE IS RANDOM
005200         RECORD KEY IS RQ-REF-ID
005300         FILE STATUS IS WS-RESULT-MASTER-STATUS.
005400     SELECT CTL-FILE ASSIGN TO "CTLFILE"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-CTL-STATUS.
005700     SELECT CSV-FILE ASSIGN TO "CSVFILE"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-CSV-STATUS.
006000     SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS WS-AUDIT-STATUS.
006300     SELECT CATALOG-FILE ASSIGN TO "AUDCAT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-CATALOG-STATUS.
006600     SELECT ARCH-FILE ASSIGN TO WS-ARCH-NAME
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS WS-ARCH-STATUS.
006900     SELECT REPORT-FILE ASSIGN TO "TIERPT"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS WS-REPORT-STATUS.
007200 DATA DIVISION.
007300 FILE SECTION.
007400 FD  ACK-FILE
007500     RECORDING MODE IS F.
007600 01  AK-RECORD                  PIC X(70).
007700*----------------------------------------------------------
007800* RESULTS MASTER - LATEST DISPOSITION OF EVERY SUBMISSION,
007900* KEYED BY REFERENCE ID, AS POSTED BY COBOL-MATH
008000*----------------------------------------------------------
008100 FD  RESULT-MASTER-FILE.
008200 01  RQ-RECORD.
008300     05  RQ-REF-ID              PIC X(16).
008400     05  RQ-RUN-DATE            PIC 9(08).
008500     05  RQ-BATCH-ID            PIC X(08).
008600     05  RQ-NUM1                PIC 9(05)V99.
008700     05  RQ-OP-CODE             PIC X(01).
008800     05  RQ-NUM2                PIC 9(05)V99.
008900     05  RQ-STATUS              PIC X(03).
009000     05  RQ-RESULT              PIC S9(10)V99.
009100     05  RQ-REASON              PIC X(24).
009200     05  RQ-CURRENCY            PIC X(03).
009300     05  FILLER                 PIC X(05).
009400 FD  CTL-FILE
009500     RECORDING MODE IS F.
009600 01  CT-RECORD                  PIC X(80).
009700 FD  CSV-FILE
009800     RECORDING MODE IS F.
009900 01  CS-RECORD                  PIC X(50).
010000 FD  AUDIT-FILE
010100     RECORDING MODE IS F.
010200 01  AU-RECORD                  PIC X(130).
010300 FD  CATALOG-FILE
010400     RECORDING MODE IS F.
010500 01  CG-RECORD                  PIC X(50).
010600 FD  ARCH-FILE
010700     RECORDING MODE IS F.
010800 01  AR-RECORD                  PIC X(130).
010900 FD  REPORT-FILE
011000     RECORDING MODE IS F.
011100 01  RL-RECORD                  PIC X(132).
011200 WORKING-STORAGE SECTION.
011300*----------------------------------------------------------
011400* FILE STATUS SWITCHES
011500*----------------------------------------------------------
011600 77  WS-ACK-STATUS              PIC X(02).
011700     88  ACK-OK                   VALUE "00".
011800 77  WS-RESULT-MASTER-STATUS    PIC X(02).
011900     88  RESULT-MASTER-OK         VALUE "00".
012000     88  RESULT-MASTER-NOT-FOUND  VALUE "23".
012100 77  WS-CTL-STATUS              PIC X(02).
012200     88  CTL-OK                   VALUE "00".
012300 77  WS-CSV-STATUS              PIC X(02).
012400     88  CSV-OK                   VALUE "00".
012500 77  WS-AUDIT-STATUS            PIC X(02).
012600     88  AUDIT-OK                 VALUE "00".
012700     88  AUDIT-MISSING            VALUE "35".
012800 77  WS-CATALOG-STATUS          PIC X(02).
012900     88  CATALOG-OK               VALUE "00".
013000     88  CATALOG-MISSING          VALUE "35".
013100 77  WS-ARCH-STATUS             PIC X(02).
013200     88  ARCH-OK                  VALUE "00".
013300 77  WS-REPORT-STATUS           PIC X(02).
013400     88  REPORT-OK                VALUE "00".
013500 77  WS-ACK-EOF-SW              PIC X(01)    VALUE "N".
013600     88  END-OF-ACKS              VALUE "Y".
013700 77  WS-CTL-EOF-SW              PIC X(01)    VALUE "N".
013800     88  END-OF-CTL               VALUE "Y".
013900 77  WS-CSV-EOF-SW              PIC X(01)    VALUE "N".
014000     88  END-OF-CSV               VALUE "Y".
014100 77  WS-AUDIT-EOF-SW            PIC X(01)    VALUE "N".
014200     88  END-OF-AUDIT             VALUE "Y".
014300 77  WS-CATALOG-EOF-SW          PIC X(01)    VALUE "N".
014400     88  END-OF-CATALOG           VALUE "Y".
014500 77  WS-ARCH-EOF-SW             PIC X(01)    VALUE "N".
014600     88  END-OF-ARCH              VALUE "Y".
014700 77  WS-ENTRY-SW                PIC X(01)    VALUE "Y".
014800     88  ENTRY-READABLE           VALUE "Y".
014900     88  ENTRY-UNREADABLE         VALUE "N".
015000 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
015100*----------------------------------------------------------
015200* CHECK DATE, FROM THE COMMAND LINE OR TODAY
015300*----------------------------------------------------------
015400 01  CMD-ARGS                   PIC X(100).
015500 77  WS-ARG-DATE-TEXT           PIC X(10)    VALUE SPACES.
015600 77  WS-ARG-DATE-LEN            PIC 9(03)    VALUE ZERO.
015700 77  WS-CHECK-DATE-N            PIC 9(08)    VALUE ZERO.
015800 01  WS-CHECK-DATE-R            PIC 9999/99/99.
015900*----------------------------------------------------------
016000* ACKNOWLEDGMENT RECORD AS WRITTEN BY COBOL-MATH
016100*----------------------------------------------------------
016200 01  WS-ACK-LINE.
016300     05  AK-REF-ID              PIC X(16).
016400     05  FILLER                 PIC X(02).
016500     05  AK-STATUS              PIC X(03).
016600     05  FILLER                 PIC X(02).
016700     05  AK-RESULT              PIC +9(10).99.
016800     05  FILLER                 PIC X(02).
016900     05  AK-REASON              PIC X(24).
017000     05  FILLER                 PIC X(02).
017100     05  AK-CURRENCY            PIC X(03).
017200 77  WS-ACK-RESULT-N            PIC S9(10)V99 VALUE ZERO.
017300 77  WS-ACK-MATCH-SW            PIC X(01)    VALUE "Y".
017400     88  ACK-MATCHES              VALUE "Y".
017500     88  ACK-DIFFERS              VALUE "N".
017600 77  WS-STATUS-SW               PIC X(01)    VALUE "Y".
017700     88  STATUS-AGREES            VALUE "Y".
017800     88  STATUS-DISAGREES         VALUE "N".
017900*----------------------------------------------------------
018000* ACKNOWLEDGMENTS THAT DISAGREE WITH THE MASTER, PENDING A
018100* LATER ACKNOWLEDGMENT FOR THE SAME ID. A LATER ONE THAT
018200* AGREES CLEARS THE ENTRY; ONE THAT DISAGREES REPLACES IT.
018300* WHAT IS LEFT AT END OF FILE IS REPORTED.
018400*----------------------------------------------------------
018500 77  WS-PND-MAX                 PIC 9(04)    VALUE 2000.
018600 77  WS-PND-COUNT               PIC 9(04)    VALUE ZERO.
018700 77  WS-PND-IX                  PIC S9(04)   COMP VALUE ZERO.
018800 77  WS-PND-FOUND-IX            PIC S9(04)   COMP VALUE ZERO.
018900 77  WS-PND-FULL-SW             PIC X(01)    VALUE "N".
019000     88  PND-TABLE-FULL           VALUE "Y".
019100 01  PND-TABLE.
019200     05  PND-ENTRY OCCURS 2000 TIMES.
019300         10  PND-REF-ID         PIC X(16).
019400         10  PND-ACTIVE-SW      PIC X(01).
019500             88  PND-ACTIVE       VALUE "Y".
019600             88  PND-CLEARED      VALUE "N".
019700         10  PND-ACK-STATUS     PIC X(03).
019800         10  PND-ACK-RESULT     PIC S9(10)V99.
019900         10  PND-ACK-CCY        PIC X(03).
020000         10  PND-MST-FOUND-SW   PIC X(01).
020100             88  PND-MST-FOUND    VALUE "Y".
020200         10  PND-MST-STATUS     PIC X(03).
020300         10  PND-MST-RESULT     PIC S9(10)V99.
020400         10  PND-MST-CCY        PIC X(03).
020500*----------------------------------------------------------
020600* CONSOLIDATED CTLFILE RUN BLOCK. THE FILE IS CUMULATIVE;
020700* EVERY "CONSOLIDATED RUN TOTALS" TITLE RESETS THE FIGURES,
020800* SO THE LAST BLOCK ON FILE IS THE ONE THAT STANDS. THE
020900* BLOCK ENDS AT THE FIRST LINE THAT IS NOT ONE OF ITS
021000* LABELED LINES.
021100*----------------------------------------------------------
021200 77  WS-CTL-BLOCK-SW            PIC X(01)    VALUE "N".
021300     88  CTL-BLOCK-FOUND          VALUE "Y".
021400 77  WS-IN-RUN-BLOCK-SW         PIC X(01)    VALUE "N".
021500     88  IN-RUN-BLOCK             VALUE "Y".
021600 77  WS-CTL-COMPUTED            PIC 9(08)    VALUE ZERO.
021700 77  WS-CTL-RESULT              PIC S9(12)V99 VALUE ZERO.
021800 77  WS-COUNT-TEXT              PIC X(08).
021900 77  WS-COUNT-N                 PIC 9(08)    VALUE ZERO.
022000 01  WS-RESULT-EDITED           PIC -Z(11)9.99.
022100 77  WS-RESULT-N                PIC S9(12)V99 VALUE ZERO.
022200*----------------------------------------------------------
022300* CSVFILE TRAILER. THE FILE IS CUMULATIVE; THE LAST
022400* TRAILER ROW IS THE NIGHT'S, AND THE DETAIL ROWS SINCE
022500* THE TRAILER BEFORE IT ARE WHAT IT COUNTS.
022600*----------------------------------------------------------
022700 77  WS-CSV-TRAILER-SW          PIC X(01)    VALUE "N".
022800     88  CSV-TRAILER-FOUND        VALUE "Y".
022900 77  WS-CSV-ROWS-SINCE          PIC 9(08)    VALUE ZERO.
023000 77  WS-CSV-ROWS                PIC 9(08)    VALUE ZERO.
023100 77  WS-CSV-TRL-COUNT           PIC 9(08)    VALUE ZERO.
023200 77  WS-CSV-TRL-TOTAL           PIC S9(12)V99 VALUE ZERO.
023300 01  WS-CSV-TRAILER.
023400     05  CSV-TRL-LABEL          PIC X(08).
023500     05  CSV-TRL-COUNT-X        PIC X(08).
023600     05  FILLER                 PIC X(01).
023700     05  CSV-TRL-TOTAL          PIC +9(12).99.
023800     05  FILLER                 PIC X(17).
023900*----------------------------------------------------------
024000* ARCHIVE CATALOG RECORD AS WRITTEN BY COBOL-AUDARCH, AND
024100* THE GENERATION FILE NAME THE ARCH-FILE SELECT RESOLVES
024200* THROUGH AT OPEN TIME
024300*----------------------------------------------------------
024400 77  WS-ARCH-NAME               PIC X(20)    VALUE SPACES.
024500 01  WS-CATALOG-LINE.
024600     05  AG-FILE-NAME           PIC X(20).
024700     05  FILLER                 PIC X(02).
024800     05  AG-DATE-FROM           PIC 9(08).
024900     05  FILLER                 PIC X(02).
025000     05  AG-DATE-TO             PIC 9(08).
025100     05  FILLER                 PIC X(02).
025200     05  AG-COUNT               PIC 9(08).
025300 01  WS-CATALOG-DATES REDEFINES WS-CATALOG-LINE.
025400     05  FILLER                 PIC X(22).
025500     05  AG-DATE-FROM-X         PIC X(08).
025600     05  FILLER                 PIC X(02).
025700     05  AG-DATE-TO-X           PIC X(08).
025800     05  FILLER                 PIC X(10).
025900*----------------------------------------------------------
026000* AUDIT LOG RECORD AS WRITTEN BY COBOL-MATH, WITH THE
026100* AMOUNT FIELDS IN THEIR EDITED PICTURES SO THEY CAN BE
026200* DE-EDITED BACK TO NUMERIC FOR THE TOTALS.
026300*----------------------------------------------------------
026400 01  WS-AUDIT-LINE.
026500     05  AU-RUN-DATE            PIC X(10).
026600     05  FILLER                 PIC X(01).
026700     05  AU-RUN-TIME            PIC X(06).
026800     05  FILLER                 PIC X(02).
026900     05  AU-NUM1                PIC Z(04)9.99.
027000     05  FILLER                 PIC X(02).
027100     05  AU-OP-CODE             PIC X(01).
027200     05  FILLER                 PIC X(02).
027300     05  AU-NUM2                PIC Z(04)9.99.
027400     05  FILLER                 PIC X(02).
027500     05  AU-RESULT              PIC -Z(09)9.99.
027600     05  FILLER                 PIC X(02).
027700     05  AU-BATCH-ID            PIC X(08).
027800     05  FILLER                 PIC X(02).
027900     05  AU-REF-ID              PIC X(16).
028000     05  FILLER                 PIC X(02).
028100     05  AU-DEPT                PIC X(08).
028200     05  FILLER                 PIC X(02).
028300     05  AU-STATUS              PIC X(03).
028400     05  FILLER                 PIC X(02).
028500     05  AU-FORMULA             PIC X(08).
028600     05  FILLER                 PIC X(02).
028700     05  AU-CURRENCY            PIC X(03).
028800     05  FILLER                 PIC X(02).
028900     05  AU-RATE-CODE           PIC X(08).
029000     05  FILLER                 PIC X(06).
029100 77  WS-AUDIT-DATE-N            PIC 9(08)    VALUE ZERO.
029200 77  WS-AUDIT-RESULT-N          PIC S9(10)V99 VALUE ZERO.
029300 77  WS-DATE-CCYY-TEXT          PIC X(04).
029400 77  WS-DATE-MM-TEXT            PIC X(02).
029500 77  WS-DATE-DD-TEXT            PIC X(02).
029600 01  WS-DATE-REBUILT.
029700     05  WS-DATE-CCYY           PIC X(04).
029800     05  WS-DATE-MM             PIC X(02).
029900     05  WS-DATE-DD             PIC X(02).
030000 01  WS-DATE-REBUILT-N REDEFINES WS-DATE-REBUILT
030100                                PIC 9(08).
030200 77  WS-AUD-COMPUTED            PIC 9(08)    VALUE ZERO.
030300 77  WS-AUD-RESULT              PIC S9(12)V99 VALUE ZERO.
030400*----------------------------------------------------------
030500* PER-CURRENCY FIGURES FROM BOTH SIDES - THE AUDIT LOG'S
030600* COMPUTED ENTRIES AND THE RUN BLOCK'S "COMPUTED XXX" AND
030700* "SUM OF RESULT XXX" LINES. A BLANK CODE IS THE BASE
030800* CURRENCY.
030900*----------------------------------------------------------
031000 77  WS-TCY-MAX                 PIC 9(02)    VALUE 10.
031100 77  WS-TCY-COUNT               PIC 9(02)    VALUE ZERO.
031200 77  WS-TCY-IX                  PIC S9(04)   COMP VALUE ZERO.
031300 77  WS-TCY-FOUND-IX            PIC S9(04)   COMP VALUE ZERO.
031400 77  WS-CCY-WORK-CODE           PIC X(03)    VALUE SPACES.
031500 77  WS-TCY-FULL-SW             PIC X(01)    VALUE "N".
031600     88  TCY-TABLE-FULL           VALUE "Y".
031700 01  TCY-TABLE.
031800     05  TCY-ENTRY OCCURS 10 TIMES.
031900         10  TCY-CODE           PIC X(03).
032000         10  TCY-AUD-COMPUTED   PIC 9(08).
032100         10  TCY-AUD-RESULT     PIC S9(12)V99.
032200         10  TCY-CTL-COMPUTED   PIC 9(08).
032300         10  TCY-CTL-RESULT     PIC S9(12)V99.
032400*----------------------------------------------------------
032500* TIE-OUT COUNTERS
032600*----------------------------------------------------------
032700 77  WS-ACKS-READ               PIC 9(08)    VALUE ZERO.
032800 77  WS-ACKS-NO-REF             PIC 9(08)    VALUE ZERO.
032900 77  WS-ACKS-HELD               PIC 9(08)    VALUE ZERO.
033000 77  WS-ACKS-CHECKED            PIC 9(08)    VALUE ZERO.
033100 77  WS-ARCHIVES-SCANNED        PIC 9(08)    VALUE ZERO.
033200 77  WS-RECORDS-READ            PIC 9(08)    VALUE ZERO.
033300 77  WS-RECORDS-BYPASSED        PIC 9(08)    VALUE ZERO.
033400 77  WS-DISCREPANCIES           PIC 9(08)    VALUE ZERO.
033500*----------------------------------------------------------
033600* REPORT HEADING AND DETAIL LINE LAYOUTS
033700*----------------------------------------------------------
033800 77  WS-RUN-DATE-N              PIC 9(08).
033900 01  WS-RUN-DATE-R              PIC 9999/99/99.
034000 77  WS-PAGE-NO                 PIC 9(04)    VALUE 1.
034100 77  WS-LINE-COUNT              PIC 9(02)    VALUE 99.
034200 77  WS-MAX-LINES-PER-PAGE      PIC 9(02)    VALUE 30.
034300 01  WS-SAVED-REPORT-LINE       PIC X(132).
034400 01  WS-EDIT-COUNT              PIC ZZZZZZZ9.
034500 01  WS-EDIT-AMOUNT             PIC -Z(11)9.99.
034600 01  RL-HEADING-1.
034700     05  FILLER                 PIC X(12)
034800         VALUE "COBOL-TIEOUT".
034900     05  FILLER                 PIC X(30)
035000         VALUE "  OUTPUT TIE-OUT EXCEPTIONS".
035100     05  FILLER                 PIC X(10)    VALUE "RUN DATE ".
035200     05  RH1-RUN-DATE           PIC 9999/99/99.
035300     05  FILLER                 PIC X(08)    VALUE "  PAGE ".
035400     05  RH1-PAGE-NO            PIC ZZZ9.
035500 01  RL-HEADING-2.
035600     05  FILLER                 PIC X(12)
035700         VALUE "CHECK DATE ".
035800     05  RH2-CHECK-DATE         PIC 9999/99/99.
035900 01  RL-HEADING-3.
036000     05  FILLER                 PIC X(10)    VALUE "FILE".
036100     05  FILLER                 PIC X(18)    VALUE "KEY".
036200     05  FILLER                 PIC X(16)    VALUE "ITEM".
036300     05  FILLER                 PIC X(22)    VALUE "VALUE".
036400     05  FILLER                 PIC X(10)    VALUE "AGAINST".
036500     05  FILLER                 PIC X(20)    VALUE "VALUE".
036600 01  RL-DETAIL-LINE.
036700     05  RD-FILE                PIC X(08).
036800     05  FILLER                 PIC X(02)    VALUE SPACES.
036900     05  RD-KEY                 PIC X(16).
037000     05  FILLER                 PIC X(02)    VALUE SPACES.
037100     05  RD-ITEM                PIC X(14).
037200     05  FILLER                 PIC X(02)    VALUE SPACES.
037300     05  RD-VALUE-1             PIC X(20).
037400     05  FILLER                 PIC X(02)    VALUE SPACES.
037500     05  RD-AGAINST             PIC X(08).
037600     05  FILLER                 PIC X(02)    VALUE SPACES.
037700     05  RD-VALUE-2             PIC X(20).
037800*----------------------------------------------------------
037900* TIE-OUT SUMMARY LINE LAYOUTS
038000*----------------------------------------------------------
038100 01  SM-LINE-ACKS-READ.
038200     05  FILLER                 PIC X(24)
038300         VALUE "ACKS READ.............. ".
038400     05  SM-ACKS-READ           PIC ZZZZZZZ9.
038500 01  SM-LINE-ACKS-NO-REF.
038600     05  FILLER                 PIC X(24)
038700         VALUE "ACKS WITHOUT REF ID.... ".
038800     05  SM-ACKS-NO-REF         PIC ZZZZZZZ9.
038900 01  SM-LINE-ACKS-HELD.
039000     05  FILLER                 PIC X(24)
039100         VALUE "ACKS HELD, NOT POSTED.. ".
039200     05  SM-ACKS-HELD           PIC ZZZZZZZ9.
039300 01  SM-LINE-ACKS-CHECKED.
039400     05  FILLER                 PIC X(24)
039500         VALUE "ACKS CHECKED........... ".
039600     05  SM-ACKS-CHECKED        PIC ZZZZZZZ9.
039700 01  SM-LINE-ARCHIVES.
039800     05  FILLER                 PIC X(24)
039900         VALUE "ARCHIVES SCANNED....... ".
040000     05  SM-ARCHIVES-SCANNED    PIC ZZZZZZZ9.
040100 01  SM-LINE-AUDIT-READ.
040200     05  FILLER                 PIC X(24)
040300         VALUE "AUDIT RECORDS READ..... ".
040400     05  SM-RECORDS-READ        PIC ZZZZZZZ9.
040500 01  SM-LINE-BYPASSED.
040600     05  FILLER                 PIC X(24)
040700         VALUE "UNREADABLE BYPASSED.... ".
040800     05  SM-RECORDS-BYPASSED    PIC ZZZZZZZ9.
040900 01  SM-LINE-AUD-COMPUTED.
041000     05  FILLER                 PIC X(24)
041100         VALUE "AUDIT COMPUTED ENTRIES. ".
041200     05  SM-AUD-COMPUTED        PIC ZZZZZZZ9.
041300 01  SM-LINE-DISCREPANCIES.
041400     05  FILLER                 PIC X(24)
041500         VALUE "DISCREPANCIES.......... ".
041600     05  SM-DISCREPANCIES       PIC ZZZZZZZ9.
041700 PROCEDURE DIVISION.
041800*----------------------------------------------------------
041900* 0000-MAINLINE
042000*----------------------------------------------------------
042100 0000-MAINLINE.
042200     PERFORM 1000-INITIALIZE
042300         THRU 1000-EXIT.
042400     PERFORM 2000-CHECK-ACKS
042500         THRU 2000-EXIT.
042600     PERFORM 2800-REPORT-PENDING
042700         THRU 2800-EXIT.
042800     PERFORM 3000-LOAD-CTL-BLOCK
042900         THRU 3000-EXIT.
043000     PERFORM 4100-PROCESS-ARCHIVES
043100         THRU 4100-EXIT.
043200     PERFORM 4200-PROCESS-AUDIT-LOG
043300         THRU 4200-EXIT.
043400     PERFORM 5000-READ-CSV
043500         THRU 5000-EXIT.
043600     PERFORM 5500-COMPARE-TOTALS
043700         THRU 5500-EXIT.
043800     PERFORM 8000-WRITE-SUMMARY
043900         THRU 8000-EXIT.
044000     PERFORM 9000-TERMINATE
044100         THRU 9000-EXIT.
044200     STOP RUN.
044300*----------------------------------------------------------
044400* 1000-INITIALIZE - SETTLE THE CHECK DATE AND OPEN THE
044500*     INPUTS AND THE EXCEPTIONS REPORT
044600*----------------------------------------------------------
044700 1000-INITIALIZE.
044800     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
044900     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-R.
045000     MOVE WS-RUN-DATE-N TO WS-CHECK-DATE-N.
045100
045200     ACCEPT CMD-ARGS FROM COMMAND-LINE.
045300     IF CMD-ARGS NOT = SPACES
045400         UNSTRING CMD-ARGS DELIMITED BY ALL SPACES
045500             INTO WS-ARG-DATE-TEXT COUNT IN WS-ARG-DATE-LEN
045600         IF WS-ARG-DATE-LEN NOT = 8
045700             OR NOT WS-ARG-DATE-TEXT(1:8) NUMERIC
045800             DISPLAY "USAGE: COBOL-TIEOUT [CCYYMMDD]"
045900             MOVE 16 TO RETURN-CODE
046000             STOP RUN
046100         END-IF
046200         MOVE WS-ARG-DATE-TEXT(1:8) TO WS-CHECK-DATE-N
046300     END-IF.
046400     MOVE WS-CHECK-DATE-N TO WS-CHECK-DATE-R.
046500
046600     OPEN INPUT ACK-FILE.
046700     IF NOT ACK-OK
046800         DISPLAY "UNABLE TO OPEN ACKNOWLEDGMENT FILE, "
046900             "STATUS = " WS-ACK-STATUS
047000         MOVE 16 TO RETURN-CODE
047100         STOP RUN
047200     END-IF.
047300
047400     OPEN INPUT RESULT-MASTER-FILE.
047500     IF NOT RESULT-MASTER-OK
047600         DISPLAY "UNABLE TO OPEN RESULTS MASTER, STATUS = "
047700             WS-RESULT-MASTER-STATUS
047800         MOVE 16 TO RETURN-CODE
047900         STOP RUN
048000     END-IF.
048100
048200     OPEN INPUT CTL-FILE.
048300     IF NOT CTL-OK
048400         DISPLAY "UNABLE TO OPEN CTLFILE, STATUS = "
048500             WS-CTL-STATUS
048600         MOVE 16 TO RETURN-CODE
048700         STOP RUN
048800     END-IF.
048900
049000     OPEN INPUT CSV-FILE.
049100     IF NOT CSV-OK
049200         DISPLAY "UNABLE TO OPEN CSVFILE, STATUS = "
049300             WS-CSV-STATUS
049400         MOVE 16 TO RETURN-CODE
049500         STOP RUN
049600     END-IF.
049700
049800     OPEN OUTPUT REPORT-FILE.
049900     IF NOT REPORT-OK
050000         DISPLAY "UNABLE TO OPEN REPORT FILE, STATUS = "
050100             WS-REPORT-STATUS
050200         MOVE 16 TO RETURN-CODE
050300         STOP RUN
050400     END-IF.
050500     MOVE SPACES TO TCY-TABLE.
050600     GO TO 1000-EXIT.
050700 1000-EXIT.
050800     EXIT.
050900*----------------------------------------------------------
051000* 2000-CHECK-ACKS - EVERY ACKNOWLEDGMENT AGAINST THE
051100*     RESULTS MASTER
051200*----------------------------------------------------------
051300 2000-CHECK-ACKS.
051400     PERFORM 2100-READ-ACK
051500         THRU 2100-EXIT.
051600     PERFORM UNTIL END-OF-ACKS
051700         PERFORM 2200-CHECK-ONE-ACK
051800             THRU 2200-EXIT
051900         PERFORM 2100-READ-ACK
052000             THRU 2100-EXIT
052100     END-PERFORM.
052200     CLOSE ACK-FILE.
052300     GO TO 2000-EXIT.
052400 2000-EXIT.
052500     EXIT.
052600*----------------------------------------------------------
052700* 2100-READ-ACK
052800*----------------------------------------------------------
052900 2100-READ-ACK.
053000     READ ACK-FILE INTO WS-ACK-LINE
053100         AT END
053200             SET END-OF-ACKS TO TRUE
053300     END-READ.
053400     IF NOT END-OF-ACKS
053500         ADD 1 TO WS-ACKS-READ
053600     END-IF.
053700     GO TO 2100-EXIT.
053800 2100-EXIT.
053900     EXIT.
054000*----------------------------------------------------------
054100* 2200-CHECK-ONE-ACK - COMPARE ONE ACKNOWLEDGMENT WITH ITS
054200*     MASTER ENTRY. A PAIR WITH NO REFERENCE ID HAS NO
054300*     MASTER ENTRY, AND A HELD PAIR WAS NOT POSTED.
054400*----------------------------------------------------------
054500 2200-CHECK-ONE-ACK.
054600     IF AK-REF-ID = SPACES
054700         ADD 1 TO WS-ACKS-NO-REF
054800         GO TO 2200-EXIT
054900     END-IF.
055000     IF AK-STATUS = "HLD"
055100         ADD 1 TO WS-ACKS-HELD
055200         GO TO 2200-EXIT
055300     END-IF.
055400     ADD 1 TO WS-ACKS-CHECKED.
055500     MOVE AK-RESULT TO WS-ACK-RESULT-N.
055600     SET ACK-MATCHES TO TRUE.
055700     MOVE AK-REF-ID TO RQ-REF-ID.
055800     READ RESULT-MASTER-FILE.
055900     IF NOT RESULT-MASTER-OK
056000         SET ACK-DIFFERS TO TRUE
056100     ELSE
056200         PERFORM 2250-COMPARE-STATUS
056300             THRU 2250-EXIT
056400         IF STATUS-DISAGREES
056500             OR RQ-RESULT NOT = WS-ACK-RESULT-N
056600             OR RQ-CURRENCY NOT = AK-CURRENCY
056700             SET ACK-DIFFERS TO TRUE
056800         END-IF
056900     END-IF.
057000     PERFORM 2300-FIND-PENDING
057100         THRU 2300-EXIT.
057200     IF ACK-MATCHES
057300         IF WS-PND-FOUND-IX > ZERO
057400             SET PND-CLEARED(WS-PND-FOUND-IX) TO TRUE
057500         END-IF
057600         GO TO 2200-EXIT
057700     END-IF.
057800     PERFORM 2400-HOLD-PENDING
057900         THRU 2400-EXIT.
058000     GO TO 2200-EXIT.
058100 2200-EXIT.
058200     EXIT.
058300*----------------------------------------------------------
058400* 2250-COMPARE-STATUS - THE ACKNOWLEDGED STATUS AGAINST THE
058500*     MASTER'S. A SUSPENDED REPEAT IS ACKNOWLEDGED DUP BUT
058600*     POSTED SUS, AND A REFERRAL MAY SINCE HAVE BEEN
058610*     APPROVED OR DECLINED BY COBOL-REFREL, AND AN OK RESULT
058620*     BACKED OUT BY COBOL-REVERSE.
058800*----------------------------------------------------------
058900 2250-COMPARE-STATUS.
059000     SET STATUS-AGREES TO TRUE.
059100     EVALUATE AK-STATUS
059200         WHEN "DUP"
059300             IF RQ-STATUS NOT = "SUS"
059400                 SET STATUS-DISAGREES TO TRUE
059500             END-IF
059510         WHEN "OK "
059520             IF RQ-STATUS NOT = "OK "
059530                 AND RQ-STATUS NOT = "REV"
059540                 SET STATUS-DISAGREES TO TRUE
059550             END-IF
059600         WHEN "REF"
059700             IF RQ-STATUS NOT = "REF"
059800                 AND RQ-STATUS NOT = "APR"
059900                 AND RQ-STATUS NOT = "DCL"
060000                 SET STATUS-DISAGREES TO TRUE
060100             END-IF
060200         WHEN OTHER
060300             IF RQ-STATUS NOT = AK-STATUS
060400                 SET STATUS-DISAGREES TO TRUE
060500             END-IF
060600     END-EVALUATE.
060700     GO TO 2250-EXIT.
060800 2250-EXIT.
060900     EXIT.
061000*----------------------------------------------------------
061100* 2300-FIND-PENDING - LOOK FOR AN EARLIER DISAGREEING
061200*     ACKNOWLEDGMENT FOR THIS REFERENCE ID
061300*----------------------------------------------------------
061400 2300-FIND-PENDING.
061500     MOVE ZERO TO WS-PND-FOUND-IX.
061600     PERFORM 2350-MATCH-PENDING
061700         THRU 2350-EXIT
061800         VARYING WS-PND-IX FROM 1 BY 1
061900         UNTIL WS-PND-IX > WS-PND-COUNT
062000             OR WS-PND-FOUND-IX > ZERO.
062100     GO TO 2300-EXIT.
062200 2300-EXIT.
062300     EXIT.
062400*----------------------------------------------------------
062500* 2350-MATCH-PENDING
062600*----------------------------------------------------------
062700 2350-MATCH-PENDING.
062800     IF PND-REF-ID(WS-PND-IX) = AK-REF-ID
062900         MOVE WS-PND-IX TO WS-PND-FOUND-IX
063000     END-IF.
063100     GO TO 2350-EXIT.
063200 2350-EXIT.
063300     EXIT.
063400*----------------------------------------------------------
063500* 2400-HOLD-PENDING - REMEMBER A DISAGREEING
063600*     ACKNOWLEDGMENT, OVER ANY EARLIER ONE FOR THE SAME ID.
063700*     A FULL TABLE IS ANNOUNCED ONCE AS A DISCREPANCY OF ITS
063800*     OWN - THE TIE-OUT CANNOT BE PROVED PAST THAT POINT.
063900*----------------------------------------------------------
064000 2400-HOLD-PENDING.
064100     IF WS-PND-FOUND-IX = ZERO
064200         IF WS-PND-COUNT >= WS-PND-MAX
064300             IF NOT PND-TABLE-FULL
064400                 SET PND-TABLE-FULL TO TRUE
064500                 MOVE "ACKFILE" TO RD-FILE
064600                 MOVE AK-REF-ID TO RD-KEY
064700                 MOVE "NOT CHECKED" TO RD-ITEM
064800                 MOVE "EXCEPTION TABLE FULL" TO RD-VALUE-1
064900                 MOVE "RESLMAST" TO RD-AGAINST
065000                 MOVE SPACES TO RD-VALUE-2
065100                 PERFORM 6000-WRITE-EXCEPTION
065200                     THRU 6000-EXIT
065300             END-IF
065400             GO TO 2400-EXIT
065500         END-IF
065600         ADD 1 TO WS-PND-COUNT
065700         MOVE WS-PND-COUNT TO WS-PND-FOUND-IX
065800     END-IF.
065900     MOVE AK-REF-ID TO PND-REF-ID(WS-PND-FOUND-IX).
066000     SET PND-ACTIVE(WS-PND-FOUND-IX) TO TRUE.
066100     MOVE AK-STATUS TO PND-ACK-STATUS(WS-PND-FOUND-IX).
066200     MOVE WS-ACK-RESULT-N TO PND-ACK-RESULT(WS-PND-FOUND-IX).
066300     MOVE AK-CURRENCY TO PND-ACK-CCY(WS-PND-FOUND-IX).
066400     IF RESULT-MASTER-OK
066500         MOVE "Y" TO PND-MST-FOUND-SW(WS-PND-FOUND-IX)
066600         MOVE RQ-STATUS TO PND-MST-STATUS(WS-PND-FOUND-IX)
066700         MOVE RQ-RESULT TO PND-MST-RESULT(WS-PND-FOUND-IX)
066800         MOVE RQ-CURRENCY TO PND-MST-CCY(WS-PND-FOUND-IX)
066900     ELSE
067000         MOVE "N" TO PND-MST-FOUND-SW(WS-PND-FOUND-IX)
067100     END-IF.
067200     GO TO 2400-EXIT.
067300 2400-EXIT.
067400     EXIT.
067500*----------------------------------------------------------
067600* 2800-REPORT-PENDING - EVERY ACKNOWLEDGMENT STILL
067700*     DISAGREEING AT END OF FILE, ONE LINE PER FIELD
067800*----------------------------------------------------------
067900 2800-REPORT-PENDING.
068000     PERFORM 2850-REPORT-ONE-PENDING
068100         THRU 2850-EXIT
068200         VARYING WS-PND-IX FROM 1 BY 1
068300         UNTIL WS-PND-IX > WS-PND-COUNT.
068400     GO TO 2800-EXIT.
068500 2800-EXIT.
068600     EXIT.
068700*----------------------------------------------------------
068800* 2850-REPORT-ONE-PENDING
068900*----------------------------------------------------------
069000 2850-REPORT-ONE-PENDING.
069100     IF NOT PND-ACTIVE(WS-PND-IX)
069200         GO TO 2850-EXIT
069300     END-IF.
069400     MOVE "ACKFILE" TO RD-FILE.
069500     MOVE PND-REF-ID(WS-PND-IX) TO RD-KEY.
069600     MOVE "RESLMAST" TO RD-AGAINST.
069700     IF NOT PND-MST-FOUND(WS-PND-IX)
069800         MOVE "ENTRY" TO RD-ITEM
069900         MOVE PND-ACK-STATUS(WS-PND-IX) TO RD-VALUE-1
070000         MOVE "NOT ON FILE" TO RD-VALUE-2
070100         PERFORM 6000-WRITE-EXCEPTION
070200             THRU 6000-EXIT
070300         GO TO 2850-EXIT
070400     END-IF.
070500     MOVE PND-ACK-STATUS(WS-PND-IX) TO AK-STATUS.
070600     MOVE PND-MST-STATUS(WS-PND-IX) TO RQ-STATUS.
070700     PERFORM 2250-COMPARE-STATUS
070800         THRU 2250-EXIT.
070900     IF STATUS-DISAGREES
071000         MOVE "STATUS" TO RD-ITEM
071100         MOVE PND-ACK-STATUS(WS-PND-IX) TO RD-VALUE-1
071200         MOVE PND-MST-STATUS(WS-PND-IX) TO RD-VALUE-2
071300         PERFORM 6000-WRITE-EXCEPTION
071400             THRU 6000-EXIT
071500     END-IF.
071600     IF PND-ACK-RESULT(WS-PND-IX)
071700         NOT = PND-MST-RESULT(WS-PND-IX)
071800         MOVE "RESULT" TO RD-ITEM
071900         MOVE PND-ACK-RESULT(WS-PND-IX) TO WS-EDIT-AMOUNT
072000         MOVE WS-EDIT-AMOUNT TO RD-VALUE-1
072100         MOVE PND-MST-RESULT(WS-PND-IX) TO WS-EDIT-AMOUNT
072200         MOVE WS-EDIT-AMOUNT TO RD-VALUE-2
072300         PERFORM 6000-WRITE-EXCEPTION
072400             THRU 6000-EXIT
072500     END-IF.
072600     IF PND-ACK-CCY(WS-PND-IX) NOT = PND-MST-CCY(WS-PND-IX)
072700         MOVE "CURRENCY" TO RD-ITEM
072800         MOVE PND-ACK-CCY(WS-PND-IX) TO RD-VALUE-1
072900         MOVE PND-MST-CCY(WS-PND-IX) TO RD-VALUE-2
073000         PERFORM 6000-WRITE-EXCEPTION
073100             THRU 6000-EXIT
073200     END-IF.
073300     GO TO 2850-EXIT.
073400 2850-EXIT.
073500     EXIT.
073600*----------------------------------------------------------
073700* 3000-LOAD-CTL-BLOCK - FIND THE LAST CONSOLIDATED RUN
073800*     BLOCK ON CTLFILE AND PARSE ITS FIGURES
073900*----------------------------------------------------------
074000 3000-LOAD-CTL-BLOCK.
074100     PERFORM 3100-READ-CTL
074200         THRU 3100-EXIT.
074300     PERFORM UNTIL END-OF-CTL
074400         PERFORM 3200-TALLY-CTL-LINE
074500             THRU 3200-EXIT
074600         PERFORM 3100-READ-CTL
074700             THRU 3100-EXIT
074800     END-PERFORM.
074900     CLOSE CTL-FILE.
075000     GO TO 3000-EXIT.
075100 3000-EXIT.
075200     EXIT.
075300*----------------------------------------------------------
075400* 3100-READ-CTL
075500*----------------------------------------------------------
075600 3100-READ-CTL.
075700     READ CTL-FILE
075800         AT END
075900             SET END-OF-CTL TO TRUE
076000     END-READ.
076100     GO TO 3100-EXIT.
076200 3100-EXIT.
076300     EXIT.
076400*----------------------------------------------------------
076500* 3200-TALLY-CTL-LINE - A CONSOLIDATED TITLE STARTS THE
076600*     FIGURES AFRESH; THE LABELED LINES AFTER IT ARE PARSED
076700*     THE SAME WAY COBOL-MERGE PARSES THE STREAM BLOCKS.
076800*----------------------------------------------------------
076900 3200-TALLY-CTL-LINE.
077000     IF CT-RECORD(1:23) = "CONSOLIDATED RUN TOTALS"
077100         SET IN-RUN-BLOCK TO TRUE
077200         SET CTL-BLOCK-FOUND TO TRUE
077300         MOVE ZERO TO WS-CTL-COMPUTED WS-CTL-RESULT
077400         PERFORM 3210-CLEAR-CTL-CCY
077500             THRU 3210-EXIT
077600             VARYING WS-TCY-IX FROM 1 BY 1
077700             UNTIL WS-TCY-IX > WS-TCY-COUNT
077800         GO TO 3200-EXIT
077900     END-IF.
078000     IF NOT IN-RUN-BLOCK
078100         GO TO 3200-EXIT
078200     END-IF.
078300     EVALUATE TRUE
078400         WHEN CT-RECORD(1:20) = "RECORDS COMPUTED... "
078500             PERFORM 3250-PARSE-COUNT
078600                 THRU 3250-EXIT
078700             MOVE WS-COUNT-N TO WS-CTL-COMPUTED
078800         WHEN CT-RECORD(1:20) = "SUM OF RESULT...... "
078900             MOVE CT-RECORD(21:16) TO WS-RESULT-EDITED
079000             MOVE WS-RESULT-EDITED TO WS-CTL-RESULT
079100         WHEN CT-RECORD(1:8) = "RECORDS "
079200             OR CT-RECORD(1:8) = "BATCHES "
079300             OR CT-RECORD(1:11) = "BASE EQUIV "
079400             CONTINUE
079500         WHEN CT-RECORD(1:9) = "COMPUTED "
079600             MOVE CT-RECORD(10:3) TO WS-CCY-WORK-CODE
079700             PERFORM 4400-FIND-CCY
079800                 THRU 4400-EXIT
079900             IF WS-TCY-FOUND-IX > ZERO
080000                 PERFORM 3250-PARSE-COUNT
080100                     THRU 3250-EXIT
080200                 MOVE WS-COUNT-N
080300                     TO TCY-CTL-COMPUTED(WS-TCY-FOUND-IX)
080400             END-IF
080500         WHEN CT-RECORD(1:14) = "SUM OF RESULT "
080600             MOVE CT-RECORD(15:3) TO WS-CCY-WORK-CODE
080700             PERFORM 4400-FIND-CCY
080800                 THRU 4400-EXIT
080900             IF WS-TCY-FOUND-IX > ZERO
081000                 MOVE CT-RECORD(21:16) TO WS-RESULT-EDITED
081100                 MOVE WS-RESULT-EDITED
081200                     TO TCY-CTL-RESULT(WS-TCY-FOUND-IX)
081300             END-IF
081400         WHEN OTHER
081500             MOVE "N" TO WS-IN-RUN-BLOCK-SW
081600     END-EVALUATE.
081700     GO TO 3200-EXIT.
081800 3200-EXIT.
081900     EXIT.
082000*----------------------------------------------------------
082100* 3210-CLEAR-CTL-CCY - A LATER BLOCK REPLACES AN EARLIER
082200*     ONE'S PER-CURRENCY FIGURES
082300*----------------------------------------------------------
082400 3210-CLEAR-CTL-CCY.
082500     MOVE ZERO TO TCY-CTL-COMPUTED(WS-TCY-IX)
082600         TCY-CTL-RESULT(WS-TCY-IX).
082700     GO TO 3210-EXIT.
082800 3210-EXIT.
082900     EXIT.
083000*----------------------------------------------------------
083100* 3250-PARSE-COUNT - THE 8-CHAR EDITED COUNT AT COLUMN 21
083200*----------------------------------------------------------
083300 3250-PARSE-COUNT.
083400     MOVE ZERO TO WS-COUNT-N.
083500     MOVE CT-RECORD(21:8) TO WS-COUNT-TEXT.
083600     INSPECT WS-COUNT-TEXT
083700         REPLACING LEADING SPACES BY ZEROS.
083800     IF WS-COUNT-TEXT NUMERIC
083900         MOVE WS-COUNT-TEXT TO WS-COUNT-N
084000     END-IF.
084100     GO TO 3250-EXIT.
084200 3250-EXIT.
084300     EXIT.
084400*----------------------------------------------------------
084500* 4100-PROCESS-ARCHIVES - SCAN EVERY CATALOGED ARCHIVE
084600*     GENERATION WHOSE DATE RANGE COVERS THE CHECK DATE,
084700*     AHEAD OF THE LIVE LOG. NO CATALOG MEANS NOTHING HAS
084800*     BEEN ARCHIVED YET.
084900*----------------------------------------------------------
085000 4100-PROCESS-ARCHIVES.
085100     OPEN INPUT CATALOG-FILE.
085200     IF CATALOG-MISSING
085300         GO TO 4100-EXIT
085400     END-IF.
085500     IF NOT CATALOG-OK
085600         DISPLAY "UNABLE TO OPEN ARCHIVE CATALOG, STATUS = "
085700             WS-CATALOG-STATUS
085800         MOVE 16 TO RETURN-CODE
085900         STOP RUN
086000     END-IF.
086100     PERFORM 4120-READ-CATALOG
086200         THRU 4120-EXIT.
086300     PERFORM UNTIL END-OF-CATALOG
086400         IF AG-DATE-FROM-X NUMERIC
086500             AND AG-DATE-TO-X NUMERIC
086600             AND AG-DATE-FROM <= WS-CHECK-DATE-N
086700             AND AG-DATE-TO >= WS-CHECK-DATE-N
086800             PERFORM 4150-PROCESS-ONE-ARCHIVE
086900                 THRU 4150-EXIT
087000         END-IF
087100         PERFORM 4120-READ-CATALOG
087200             THRU 4120-EXIT
087300     END-PERFORM.
087400     CLOSE CATALOG-FILE.
087500     GO TO 4100-EXIT.
087600 4100-EXIT.
087700     EXIT.
087800*----------------------------------------------------------
087900* 4120-READ-CATALOG
088000*----------------------------------------------------------
088100 4120-READ-CATALOG.
088200     READ CATALOG-FILE INTO WS-CATALOG-LINE
088300         AT END
088400             SET END-OF-CATALOG TO TRUE
088500     END-READ.
088600     GO TO 4120-EXIT.
088700 4120-EXIT.
088800     EXIT.
088900*----------------------------------------------------------
089000* 4150-PROCESS-ONE-ARCHIVE - TALLY ONE GENERATION FILE. A
089100*     CATALOGED GENERATION THAT WILL NOT OPEN LEAVES THE
089200*     AUDIT SIDE SHORT, SO IT IS A DISCREPANCY IN ITSELF.
089300*----------------------------------------------------------
089400 4150-PROCESS-ONE-ARCHIVE.
089500     MOVE AG-FILE-NAME TO WS-ARCH-NAME.
089600     OPEN INPUT ARCH-FILE.
089700     IF NOT ARCH-OK
089800         MOVE "AUDCAT" TO RD-FILE
089900         MOVE WS-ARCH-NAME TO RD-KEY
090000         MOVE "GENERATION" TO RD-ITEM
090100         MOVE "CATALOGED" TO RD-VALUE-1
090200         MOVE "FILE" TO RD-AGAINST
090300         MOVE SPACES TO RD-VALUE-2
090400         STRING "OPEN STATUS " WS-ARCH-STATUS
090500             DELIMITED BY SIZE INTO RD-VALUE-2
090600         PERFORM 6000-WRITE-EXCEPTION
090700             THRU 6000-EXIT
090800         GO TO 4150-EXIT
090900     END-IF.
091000     ADD 1 TO WS-ARCHIVES-SCANNED.
091100     MOVE "N" TO WS-ARCH-EOF-SW.
091200     PERFORM 4170-READ-ARCH
091300         THRU 4170-EXIT.
091400     PERFORM UNTIL END-OF-ARCH
091500         PERFORM 4300-TALLY-ENTRY
091600             THRU 4300-EXIT
091700         PERFORM 4170-READ-ARCH
091800             THRU 4170-EXIT
091900     END-PERFORM.
092000     CLOSE ARCH-FILE.
092100     GO TO 4150-EXIT.
092200 4150-EXIT.
092300     EXIT.
092400*----------------------------------------------------------
092500* 4170-READ-ARCH
092600*----------------------------------------------------------
092700 4170-READ-ARCH.
092800     READ ARCH-FILE INTO WS-AUDIT-LINE
092900         AT END
093000             SET END-OF-ARCH TO TRUE
093100     END-READ.
093200     IF NOT END-OF-ARCH
093300         ADD 1 TO WS-RECORDS-READ
093400     END-IF.
093500     GO TO 4170-EXIT.
093600 4170-EXIT.
093700     EXIT.
093800*----------------------------------------------------------
093900* 4200-PROCESS-AUDIT-LOG - LOOP OVER THE LIVE AUDIT LOG.
094000*     NO LIVE LOG MEANS THE DAY HAS ROLLED OUT TO THE
094100*     ARCHIVES.
094200*----------------------------------------------------------
094300 4200-PROCESS-AUDIT-LOG.
094400     OPEN INPUT AUDIT-FILE.
094500     IF AUDIT-MISSING
094600         GO TO 4200-EXIT
094700     END-IF.
094800     IF NOT AUDIT-OK
094900         DISPLAY "UNABLE TO OPEN AUDITLOG, STATUS = "
095000             WS-AUDIT-STATUS
095100         MOVE 16 TO RETURN-CODE
095200         STOP RUN
095300     END-IF.
095400     PERFORM 4250-READ-AUDIT
095500         THRU 4250-EXIT.
095600     PERFORM UNTIL END-OF-AUDIT
095700         PERFORM 4300-TALLY-ENTRY
095800             THRU 4300-EXIT
095900         PERFORM 4250-READ-AUDIT
096000             THRU 4250-EXIT
096100     END-PERFORM.
096200     CLOSE AUDIT-FILE.
096300     GO TO 4200-EXIT.
096400 4200-EXIT.
096500     EXIT.
096600*----------------------------------------------------------
096700* 4250-READ-AUDIT
096800*----------------------------------------------------------
096900 4250-READ-AUDIT.
097000     READ AUDIT-FILE INTO WS-AUDIT-LINE
097100         AT END
097200             SET END-OF-AUDIT TO TRUE
097300     END-READ.
097400     IF NOT END-OF-AUDIT
097500         ADD 1 TO WS-RECORDS-READ
097600     END-IF.
097700     GO TO 4250-EXIT.
097800 4250-EXIT.
097900     EXIT.
098000*----------------------------------------------------------
098100* 4300-TALLY-ENTRY - COUNT AND SUM ONE COMPUTED ENTRY FOR
098200*     THE CHECK DATE, IN TOTAL AND UNDER ITS CURRENCY.
098300*     REJECTED AND REFERRED ENTRIES ARE NOT IN THE COMPUTED
098400*     FIGURES; A BLANK STATUS PREDATES THE STATUS COLUMN
098500*     AND WAS COMPUTED.
098600*----------------------------------------------------------
098700 4300-TALLY-ENTRY.
098800     PERFORM 4350-DE-EDIT-ENTRY
098900         THRU 4350-EXIT.
099000     IF ENTRY-UNREADABLE
099100         ADD 1 TO WS-RECORDS-BYPASSED
099200         GO TO 4300-EXIT
099300     END-IF.
099400     IF WS-AUDIT-DATE-N NOT = WS-CHECK-DATE-N
099500         GO TO 4300-EXIT
099600     END-IF.
099700     IF AU-STATUS NOT = "OK "
099800         AND AU-STATUS NOT = SPACES
099900         GO TO 4300-EXIT
100000     END-IF.
100100     ADD 1 TO WS-AUD-COMPUTED.
100200     ADD WS-AUDIT-RESULT-N TO WS-AUD-RESULT.
100300     MOVE AU-CURRENCY TO WS-CCY-WORK-CODE.
100400     PERFORM 4400-FIND-CCY
100500         THRU 4400-EXIT.
100600     IF WS-TCY-FOUND-IX > ZERO
100700         ADD 1 TO TCY-AUD-COMPUTED(WS-TCY-FOUND-IX)
100800         ADD WS-AUDIT-RESULT-N
100900             TO TCY-AUD-RESULT(WS-TCY-FOUND-IX)
101000     END-IF.
101100     GO TO 4300-EXIT.
101200 4300-EXIT.
101300     EXIT.
101400*----------------------------------------------------------
101500* 4350-DE-EDIT-ENTRY - TURN THE EDITED AUDIT FIELDS BACK
101600*     INTO NUMERICS. AN ENTRY WHOSE DATE OR TIME DOES NOT
101700*     LOOK LIKE THE AUDIT LAYOUT IS FLAGGED UNREADABLE
101800*     RATHER THAN GUESSED AT.
101900*----------------------------------------------------------
102000 4350-DE-EDIT-ENTRY.
102100     SET ENTRY-READABLE TO TRUE.
102200     INITIALIZE WS-DATE-CCYY-TEXT WS-DATE-MM-TEXT
102300         WS-DATE-DD-TEXT.
102400     UNSTRING AU-RUN-DATE DELIMITED BY "/"
102500         INTO WS-DATE-CCYY-TEXT, WS-DATE-MM-TEXT,
102600              WS-DATE-DD-TEXT.
102700     MOVE WS-DATE-CCYY-TEXT TO WS-DATE-CCYY.
102800     MOVE WS-DATE-MM-TEXT TO WS-DATE-MM.
102900     MOVE WS-DATE-DD-TEXT TO WS-DATE-DD.
103000     IF WS-DATE-REBUILT NUMERIC
103100         AND AU-RUN-TIME NUMERIC
103200         MOVE WS-DATE-REBUILT-N TO WS-AUDIT-DATE-N
103300     ELSE
103400         SET ENTRY-UNREADABLE TO TRUE
103500         GO TO 4350-EXIT
103600     END-IF.
103700     MOVE AU-RESULT TO WS-AUDIT-RESULT-N.
103800     GO TO 4350-EXIT.
103900 4350-EXIT.
104000     EXIT.
104100*----------------------------------------------------------
104200* 4400-FIND-CCY - FIND WS-CCY-WORK-CODE IN THE CURRENCY
104300*     TABLE OR ADD IT. A FULL TABLE IS ANNOUNCED ONCE AS A
104400*     DISCREPANCY - THE BREAKOUT CANNOT BE PROVED.
104500*----------------------------------------------------------
104600 4400-FIND-CCY.
104700     MOVE ZERO TO WS-TCY-FOUND-IX.
104800     PERFORM 4450-MATCH-CCY
104900         THRU 4450-EXIT
105000         VARYING WS-TCY-IX FROM 1 BY 1
105100         UNTIL WS-TCY-IX > WS-TCY-COUNT
105200             OR WS-TCY-FOUND-IX > ZERO.
105300     IF WS-TCY-FOUND-IX > ZERO
105400         GO TO 4400-EXIT
105500     END-IF.
105600     IF WS-TCY-COUNT >= WS-TCY-MAX
105700         IF NOT TCY-TABLE-FULL
105800             SET TCY-TABLE-FULL TO TRUE
105900             MOVE "AUDITLOG" TO RD-FILE
106000             MOVE "CURRENCIES" TO RD-KEY
106100             MOVE "NOT CHECKED" TO RD-ITEM
106200             MOVE "CURRENCY TABLE FULL" TO RD-VALUE-1
106300             MOVE "CTLFILE" TO RD-AGAINST
106400             MOVE SPACES TO RD-VALUE-2
106500             PERFORM 6000-WRITE-EXCEPTION
106600                 THRU 6000-EXIT
106700         END-IF
106800         GO TO 4400-EXIT
106900     END-IF.
107000     ADD 1 TO WS-TCY-COUNT.
107100     MOVE WS-TCY-COUNT TO WS-TCY-FOUND-IX.
107200     MOVE WS-CCY-WORK-CODE TO TCY-CODE(WS-TCY-FOUND-IX).
107300     MOVE ZERO TO TCY-AUD-COMPUTED(WS-TCY-FOUND-IX)
107400         TCY-AUD-RESULT(WS-TCY-FOUND-IX)
107500         TCY-CTL-COMPUTED(WS-TCY-FOUND-IX)
107600         TCY-CTL-RESULT(WS-TCY-FOUND-IX).
107700     GO TO 4400-EXIT.
107800 4400-EXIT.
107900     EXIT.
108000*----------------------------------------------------------
108100* 4450-MATCH-CCY
108200*----------------------------------------------------------
108300 4450-MATCH-CCY.
108400     IF TCY-CODE(WS-TCY-IX) = WS-CCY-WORK-CODE
108500         MOVE WS-TCY-IX TO WS-TCY-FOUND-IX
108600     END-IF.
108700     GO TO 4450-EXIT.
108800 4450-EXIT.
108900     EXIT.
109000*----------------------------------------------------------
109100* 5000-READ-CSV - COUNT THE DETAIL ROWS AHEAD OF EACH
109200*     TRAILER ROW; THE LAST TRAILER AND ITS ROWS STAND
109300*----------------------------------------------------------
109400 5000-READ-CSV.
109500     PERFORM 5100-READ-CSV-LINE
109600         THRU 5100-EXIT.
109700     PERFORM UNTIL END-OF-CSV
109800         IF CS-RECORD(1:8) = "TRAILER,"
109900             MOVE CS-RECORD TO WS-CSV-TRAILER
110000             SET CSV-TRAILER-FOUND TO TRUE
110100             MOVE ZERO TO WS-CSV-TRL-COUNT
110200             IF CSV-TRL-COUNT-X NUMERIC
110300                 MOVE CSV-TRL-COUNT-X TO WS-CSV-TRL-COUNT
110400             END-IF
110500             MOVE CSV-TRL-TOTAL TO WS-CSV-TRL-TOTAL
110600             MOVE WS-CSV-ROWS-SINCE TO WS-CSV-ROWS
110700             MOVE ZERO TO WS-CSV-ROWS-SINCE
110800         ELSE
110900             IF CS-RECORD NOT = SPACES
111000                 ADD 1 TO WS-CSV-ROWS-SINCE
111100             END-IF
111200         END-IF
111300         PERFORM 5100-READ-CSV-LINE
111400             THRU 5100-EXIT
111500     END-PERFORM.
111600     CLOSE CSV-FILE.
111700     GO TO 5000-EXIT.
111800 5000-EXIT.
111900     EXIT.
112000*----------------------------------------------------------
112100* 5100-READ-CSV-LINE
112200*----------------------------------------------------------
112300 5100-READ-CSV-LINE.
112400     READ CSV-FILE
112500         AT END
112600             SET END-OF-CSV TO TRUE
112700     END-READ.
112800     GO TO 5100-EXIT.
112900 5100-EXIT.
113000     EXIT.
113100*----------------------------------------------------------
113200* 5500-COMPARE-TOTALS - AUDIT LOG AGAINST THE RUN BLOCK,
113300*     IN TOTAL AND PER CURRENCY, THEN THE EXTRACT TRAILER
113400*     AGAINST BOTH AND AGAINST ITS OWN ROWS
113500*----------------------------------------------------------
113600 5500-COMPARE-TOTALS.
113700     IF NOT CTL-BLOCK-FOUND
113800         MOVE "CTLFILE" TO RD-FILE
113900         MOVE "RUN BLOCK" TO RD-KEY
114000         MOVE "CONSOLIDATED" TO RD-ITEM
114100         MOVE "NOT ON FILE" TO RD-VALUE-1
114200         MOVE SPACES TO RD-AGAINST RD-VALUE-2
114300         PERFORM 6000-WRITE-EXCEPTION
114400             THRU 6000-EXIT
114500     ELSE
114600         MOVE "AUDITLOG" TO RD-FILE
114700         MOVE "ALL CURRENCIES" TO RD-KEY
114800         MOVE "CTLFILE" TO RD-AGAINST
114900         MOVE WS-AUD-COMPUTED TO WS-COUNT-N
115000         MOVE WS-CTL-COMPUTED TO WS-EDIT-COUNT
115100         PERFORM 5700-COMPARE-COUNT
115200             THRU 5700-EXIT
115300         MOVE WS-AUD-RESULT TO WS-RESULT-N
115400         MOVE WS-CTL-RESULT TO WS-EDIT-AMOUNT
115500         PERFORM 5750-COMPARE-RESULT
115600             THRU 5750-EXIT
115700         PERFORM 5600-COMPARE-ONE-CCY
115800             THRU 5600-EXIT
115900             VARYING WS-TCY-IX FROM 1 BY 1
116000             UNTIL WS-TCY-IX > WS-TCY-COUNT
116100     END-IF.
116200
116300     IF NOT CSV-TRAILER-FOUND
116400         MOVE "CSVFILE" TO RD-FILE
116500         MOVE "TRAILER" TO RD-KEY
116600         MOVE "TRAILER ROW" TO RD-ITEM
116700         MOVE "NOT ON FILE" TO RD-VALUE-1
116800         MOVE SPACES TO RD-AGAINST RD-VALUE-2
116900         PERFORM 6000-WRITE-EXCEPTION
117000             THRU 6000-EXIT
117100         GO TO 5500-EXIT
117200     END-IF.
117300     MOVE "CSVFILE" TO RD-FILE.
117400     MOVE "TRAILER" TO RD-KEY.
117500     IF CTL-BLOCK-FOUND
117600         MOVE "CTLFILE" TO RD-AGAINST
117700         MOVE WS-CSV-TRL-COUNT TO WS-COUNT-N
117800         MOVE WS-CTL-COMPUTED TO WS-EDIT-COUNT
117900         PERFORM 5700-COMPARE-COUNT
118000             THRU 5700-EXIT
118100         MOVE WS-CSV-TRL-TOTAL TO WS-RESULT-N
118200         MOVE WS-CTL-RESULT TO WS-EDIT-AMOUNT
118300         PERFORM 5750-COMPARE-RESULT
118400             THRU 5750-EXIT
118500     END-IF.
118600     MOVE "AUDITLOG" TO RD-AGAINST.
118700     MOVE WS-CSV-TRL-COUNT TO WS-COUNT-N.
118800     MOVE WS-AUD-COMPUTED TO WS-EDIT-COUNT.
118900     PERFORM 5700-COMPARE-COUNT
119000         THRU 5700-EXIT.
119100     MOVE WS-CSV-TRL-TOTAL TO WS-RESULT-N.
119200     MOVE WS-AUD-RESULT TO WS-EDIT-AMOUNT.
119300     PERFORM 5750-COMPARE-RESULT
119400         THRU 5750-EXIT.
119500     MOVE "CSVFILE" TO RD-AGAINST.
119600     MOVE "DETAIL ROWS" TO RD-KEY.
119700     MOVE WS-CSV-TRL-COUNT TO WS-COUNT-N.
119800     MOVE WS-CSV-ROWS TO WS-EDIT-COUNT.
119900     PERFORM 5700-COMPARE-COUNT
120000         THRU 5700-EXIT.
120100     GO TO 5500-EXIT.
120200 5500-EXIT.
120300     EXIT.
120400*----------------------------------------------------------
120500* 5600-COMPARE-ONE-CCY - ONE CURRENCY'S AUDIT FIGURES
120600*     AGAINST THE RUN BLOCK'S
120700*----------------------------------------------------------
120800 5600-COMPARE-ONE-CCY.
120900     MOVE "AUDITLOG" TO RD-FILE.
121000     MOVE "CTLFILE" TO RD-AGAINST.
121100     MOVE SPACES TO RD-KEY.
121200     IF TCY-CODE(WS-TCY-IX) = SPACES
121300         MOVE "CURRENCY BASE" TO RD-KEY
121400     ELSE
121500         STRING "CURRENCY " TCY-CODE(WS-TCY-IX)
121600             DELIMITED BY SIZE INTO RD-KEY
121700     END-IF.
121800     MOVE TCY-AUD-COMPUTED(WS-TCY-IX) TO WS-COUNT-N.
121900     MOVE TCY-CTL-COMPUTED(WS-TCY-IX) TO WS-EDIT-COUNT.
122000     PERFORM 5700-COMPARE-COUNT
122100         THRU 5700-EXIT.
122200     MOVE TCY-AUD-RESULT(WS-TCY-IX) TO WS-RESULT-N.
122300     MOVE TCY-CTL-RESULT(WS-TCY-IX) TO WS-EDIT-AMOUNT.
122400     PERFORM 5750-COMPARE-RESULT
122500         THRU 5750-EXIT.
122600     GO TO 5600-EXIT.
122700 5600-EXIT.
122800     EXIT.
122900*----------------------------------------------------------
123000* 5700-COMPARE-COUNT - WS-COUNT-N (THIS FILE) AGAINST THE
123100*     COUNT ALREADY EDITED INTO WS-EDIT-COUNT (THE OTHER
123200*     FILE). CALLER SETS RD-FILE, RD-KEY AND RD-AGAINST.
123300*----------------------------------------------------------
123400 5700-COMPARE-COUNT.
123500     MOVE "COUNT" TO RD-ITEM.
123600     MOVE WS-EDIT-COUNT TO RD-VALUE-2.
123700     MOVE WS-COUNT-N TO WS-EDIT-COUNT.
123800     IF WS-EDIT-COUNT = RD-VALUE-2(1:8)
123900         GO TO 5700-EXIT
124000     END-IF.
124100     MOVE WS-EDIT-COUNT TO RD-VALUE-1.
124200     PERFORM 6000-WRITE-EXCEPTION
124300         THRU 6000-EXIT.
124400     GO TO 5700-EXIT.
124500 5700-EXIT.
124600     EXIT.
124700*----------------------------------------------------------
124800* 5750-COMPARE-RESULT - WS-RESULT-N (THIS FILE) AGAINST
124900*     THE SUM ALREADY EDITED INTO WS-EDIT-AMOUNT (THE OTHER
125000*     FILE). CALLER SETS RD-FILE, RD-KEY AND RD-AGAINST.
125100*----------------------------------------------------------
125200 5750-COMPARE-RESULT.
125300     MOVE "RESULT SUM" TO RD-ITEM.
125400     MOVE WS-EDIT-AMOUNT TO RD-VALUE-2.
125500     MOVE WS-RESULT-N TO WS-EDIT-AMOUNT.
125600     IF WS-EDIT-AMOUNT = RD-VALUE-2(1:16)
125700         GO TO 5750-EXIT
125800     END-IF.
125900     MOVE WS-EDIT-AMOUNT TO RD-VALUE-1.
126000     PERFORM 6000-WRITE-EXCEPTION
126100         THRU 6000-EXIT.
126200     GO TO 5750-EXIT.
126300 5750-EXIT.
126400     EXIT.
126500*----------------------------------------------------------
126600* 6000-WRITE-EXCEPTION - ONE DISCREPANCY LINE. THE CALLER
126700*     LOADS THE RD- FIELDS. ANY DISCREPANCY ENDS THE RUN
126800*     WITH RC 08.
126900*----------------------------------------------------------
127000 6000-WRITE-EXCEPTION.
127100     ADD 1 TO WS-DISCREPANCIES.
127200     IF WS-HIGHEST-RC < 08
127300         MOVE 08 TO WS-HIGHEST-RC
127400     END-IF.
127500     MOVE RL-DETAIL-LINE TO RL-RECORD.
127600     PERFORM 7000-WRITE-REPORT-LINE
127700         THRU 7000-EXIT.
127800     GO TO 6000-EXIT.
127900 6000-EXIT.
128000     EXIT.
128100*----------------------------------------------------------
128200* 6500-WRITE-HEADINGS - NEW REPORT PAGE
128300*----------------------------------------------------------
128400 6500-WRITE-HEADINGS.
128500     MOVE WS-RUN-DATE-R TO RH1-RUN-DATE.
128600     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
128700     MOVE RL-HEADING-1 TO RL-RECORD.
128800     WRITE RL-RECORD.
128900     MOVE WS-CHECK-DATE-R TO RH2-CHECK-DATE.
129000     MOVE RL-HEADING-2 TO RL-RECORD.
129100     WRITE RL-RECORD.
129200     MOVE SPACES TO RL-RECORD.
129300     WRITE RL-RECORD.
129400     MOVE RL-HEADING-3 TO RL-RECORD.
129500     WRITE RL-RECORD.
129600     MOVE SPACES TO RL-RECORD.
129700     WRITE RL-RECORD.
129800     ADD 1 TO WS-PAGE-NO.
129900     MOVE ZERO TO WS-LINE-COUNT.
130000     GO TO 6500-EXIT.
130100 6500-EXIT.
130200     EXIT.
130300*----------------------------------------------------------
130400* 7000-WRITE-REPORT-LINE - PAGE-CONTROLLED REPORT WRITE.
130500*     CALLER LOADS RL-RECORD FIRST; HEADINGS REBUILD THE
130600*     RECORD AREA, SO THE LINE IS SAVED ACROSS A PAGE BREAK
130700*----------------------------------------------------------
130800 7000-WRITE-REPORT-LINE.
130900     MOVE RL-RECORD TO WS-SAVED-REPORT-LINE.
131000     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
131100         PERFORM 6500-WRITE-HEADINGS
131200             THRU 6500-EXIT
131300         MOVE WS-SAVED-REPORT-LINE TO RL-RECORD
131400     END-IF.
131500     WRITE RL-RECORD.
131600     ADD 1 TO WS-LINE-COUNT.
131700     GO TO 7000-EXIT.
131800 7000-EXIT.
131900     EXIT.
132000*----------------------------------------------------------
132100* 8000-WRITE-SUMMARY - TIE-OUT COUNTS. A CLEAN RUN SAYS
132200*     SO IN SO MANY WORDS.
132300*----------------------------------------------------------
132400 8000-WRITE-SUMMARY.
132500     IF WS-DISCREPANCIES = ZERO
132600         MOVE "ALL OUTPUTS TIE OUT - NO DISCREPANCIES"
132700             TO RL-RECORD
132800         PERFORM 7000-WRITE-REPORT-LINE
132900             THRU 7000-EXIT
133000     END-IF.
133100     MOVE SPACES TO RL-RECORD.
133200     PERFORM 7000-WRITE-REPORT-LINE
133300         THRU 7000-EXIT.
133400     MOVE WS-ACKS-READ TO SM-ACKS-READ.
133500     MOVE SM-LINE-ACKS-READ TO RL-RECORD.
133600     PERFORM 7000-WRITE-REPORT-LINE
133700         THRU 7000-EXIT.
133800     MOVE WS-ACKS-NO-REF TO SM-ACKS-NO-REF.
133900     MOVE SM-LINE-ACKS-NO-REF TO RL-RECORD.
134000     PERFORM 7000-WRITE-REPORT-LINE
134100         THRU 7000-EXIT.
134200     MOVE WS-ACKS-HELD TO SM-ACKS-HELD.
134300     MOVE SM-LINE-ACKS-HELD TO RL-RECORD.
134400     PERFORM 7000-WRITE-REPORT-LINE
134500         THRU 7000-EXIT.
134600     MOVE WS-ACKS-CHECKED TO SM-ACKS-CHECKED.
134700     MOVE SM-LINE-ACKS-CHECKED TO RL-RECORD.
134800     PERFORM 7000-WRITE-REPORT-LINE
134900         THRU 7000-EXIT.
135000     MOVE WS-ARCHIVES-SCANNED TO SM-ARCHIVES-SCANNED.
135100     MOVE SM-LINE-ARCHIVES TO RL-RECORD.
135200     PERFORM 7000-WRITE-REPORT-LINE
135300         THRU 7000-EXIT.
135400     MOVE WS-RECORDS-READ TO SM-RECORDS-READ.
135500     MOVE SM-LINE-AUDIT-READ TO RL-RECORD.
135600     PERFORM 7000-WRITE-REPORT-LINE
135700         THRU 7000-EXIT.
135800     MOVE WS-RECORDS-BYPASSED TO SM-RECORDS-BYPASSED.
135900     MOVE SM-LINE-BYPASSED TO RL-RECORD.
136000     PERFORM 7000-WRITE-REPORT-LINE
136100         THRU 7000-EXIT.
136200     MOVE WS-AUD-COMPUTED TO SM-AUD-COMPUTED.
136300     MOVE SM-LINE-AUD-COMPUTED TO RL-RECORD.
136400     PERFORM 7000-WRITE-REPORT-LINE
136500         THRU 7000-EXIT.
136600     MOVE WS-DISCREPANCIES TO SM-DISCREPANCIES.
136700     MOVE SM-LINE-DISCREPANCIES TO RL-RECORD.
136800     PERFORM 7000-WRITE-REPORT-LINE
136900         THRU 7000-EXIT.
137000     GO TO 8000-EXIT.
137100 8000-EXIT.
137200     EXIT.
137300*----------------------------------------------------------
137400* 9000-TERMINATE
137500*----------------------------------------------------------
137600 9000-TERMINATE.
137700     CLOSE RESULT-MASTER-FILE.
137800     CLOSE REPORT-FILE.
137900     MOVE WS-HIGHEST-RC TO RETURN-CODE.
138000     GO TO 9000-EXIT.
138100 9000-EXIT.
138200     EXIT.
