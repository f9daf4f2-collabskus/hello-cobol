000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COBOL-REFREL.
000300 AUTHOR. D-SHIFT BATCH SUPPORT.
000400 INSTALLATION. MIS PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 10/15/2026  DLH   ORIGINAL VERSION. WORKS THE REFERRAL
001100*                   QUEUE COBOL-MATH BUILDS FROM RESULTS
001200*                   OVER A DEPARTMENT LIMIT. A SUPERVISOR'S
001300*                   DECISION FILE APPROVES OR DECLINES EACH
001400*                   REFERRAL BY REFERENCE ID. AN APPROVED
001500*                   ITEM IS MARKED APR ON THE RESULTS MASTER
001600*                   AND WRITTEN BACK OUT IN PAIRS FORMAT AS
001700*                   A ONE-ITEM BATCH FOR THE NEXT RUN, WHERE
001800*                   THE APR STATUS LETS IT PAST THE LIMITS.
001900*                   A DECLINED ITEM IS MARKED DCL AND GOES
002000*                   NO FURTHER. EVERY DECISION IS APPENDED
002100*                   TO THE REFERRAL AUDIT TRAIL; UNDECIDED
002200*                   REFERRALS STAY QUEUED.
002300*----------------------------------------------------------
002400* DECISION CARDS (RELTRAN), ONE PER REFERRAL:
002500*     APPROVE REF-ID SUPERVISOR-ID
002600*     DECLINE REF-ID SUPERVISOR-ID
002700* THE QUEUE IS REWRITTEN UNDER A WORK NAME AND SWAPPED IN
002800* ONLY AFTER A CLEAN FINISH. RELPAIRS ACCUMULATES UNTIL THE
002900* CYCLE CONCATENATES IT IN FRONT OF THE NEXT PAIRS FILE.
003000*----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER. IBM-370.
003400 OBJECT-COMPUTER. IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT REFER-FILE ASSIGN TO "REFFILE"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS WS-REFER-STATUS.
004000     SELECT REFER-NEW-FILE ASSIGN TO "REFFILE.NEW"
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-REFER-NEW-STATUS.
004300     SELECT TRAN-FILE ASSIGN TO "RELTRAN"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-TRAN-STATUS.
004600     SELECT RESULT-MASTER-FILE ASSIGN TO "RESLMAST"
004700         ORGANIZATION IS INDEXED
004800         ACCESS MODE IS RANDOM
004900         RECORD KEY IS RQ-REF-ID
005000         FILE STATUS IS WS-RESULT-MASTER-STATUS.
005100     SELECT RELEASE-FILE ASSIGN TO "RELPAIRS"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS WS-RELEASE-STATUS.
005400     SELECT AUDIT-FILE ASSIGN TO "REFAUD"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-AUDIT-STATUS.
005700     SELECT REPORT-FILE ASSIGN TO "REFRPT"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS WS-REPORT-STATUS.
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  REFER-FILE
006300     RECORDING MODE IS F.
006400 01  RF-RECORD                  PIC X(175).
006500 FD  REFER-NEW-FILE
006600     RECORDING MODE IS F.
006700 01  RN-RECORD                  PIC X(175).
006800 FD  TRAN-FILE
006900     RECORDING MODE IS F.
007000 01  TR-RECORD                  PIC X(80).
007100*----------------------------------------------------------
007200* RESULTS MASTER - SAME LAYOUT COBOL-MATH POSTS
007300*----------------------------------------------------------
007400 FD  RESULT-MASTER-FILE.
007500 01  RQ-RECORD.
007600     05  RQ-REF-ID              PIC X(16).
007700     05  RQ-RUN-DATE            PIC 9(08).
007800     05  RQ-BATCH-ID            PIC X(08).
007900     05  RQ-NUM1                PIC 9(05)V99.
008000     05  RQ-OP-CODE             PIC X(01).
008100     05  RQ-NUM2                PIC 9(05)V99.
008200     05  RQ-STATUS              PIC X(03).
008300     05  RQ-RESULT              PIC S9(10)V99.
008400     05  RQ-REASON              PIC X(24).
008500     05  RQ-CURRENCY            PIC X(03).
008600     05  FILLER                 PIC X(05).
008700 FD  RELEASE-FILE
008800     RECORDING MODE IS F.
008900 01  RP-RECORD                  PIC X(80).
009000 FD  AUDIT-FILE
009100     RECORDING MODE IS F.
009200 01  RA-RECORD                  PIC X(132).
009300 FD  REPORT-FILE
009400     RECORDING MODE IS F.
009500 01  RL-RECORD                  PIC X(132).
009600 WORKING-STORAGE SECTION.
009700*----------------------------------------------------------
009800* FILE STATUS SWITCHES
009900*----------------------------------------------------------
010000 77  WS-REFER-STATUS            PIC X(02).
010100     88  REFER-OK                 VALUE "00".
010200     88  REFER-MISSING            VALUE "35".
010300 77  WS-REFER-NEW-STATUS        PIC X(02).
010400     88  REFER-NEW-OK             VALUE "00".
010500 77  WS-TRAN-STATUS             PIC X(02).
010600     88  TRAN-OK                  VALUE "00".
010700 77  WS-RESULT-MASTER-STATUS    PIC X(02).
010800     88  RESULT-MASTER-OK         VALUE "00".
010900 77  WS-RELEASE-STATUS          PIC X(02).
011000     88  RELEASE-OK               VALUE "00".
011100 77  WS-AUDIT-STATUS            PIC X(02).
011200     88  AUDIT-OK                 VALUE "00".
011300 77  WS-REPORT-STATUS           PIC X(02).
011400     88  REPORT-OK                VALUE "00".
011500 77  WS-TRAN-EOF-SW             PIC X(01)    VALUE "N".
011600     88  END-OF-TRANS             VALUE "Y".
011700 77  WS-REFER-EOF-SW            PIC X(01)    VALUE "N".
011800     88  END-OF-REFERRALS         VALUE "Y".
011900 77  WS-REFER-AVAIL-SW          PIC X(01)    VALUE "N".
012000     88  REFERRALS-AVAILABLE      VALUE "Y".
012100 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
012200*----------------------------------------------------------
012300* REFERRAL RECORD - WRITTEN BY COBOL-MATH, ONE PER RESULT
012400* HELD OVER A DEPARTMENT LIMIT
012500*----------------------------------------------------------
012600 01  WS-REFER-LINE.
012700     05  RF-REF-ID              PIC X(16).
012800     05  FILLER                 PIC X(02).
012900     05  RF-RUN-DATE            PIC 9(08).
013000     05  FILLER                 PIC X(02).
013100     05  RF-BATCH-ID            PIC X(08).
013200     05  FILLER                 PIC X(02).
013300     05  RF-DEPT                PIC X(08).
013400     05  FILLER                 PIC X(02).
013500     05  RF-RESULT              PIC -Z(09)9.99.
013600     05  FILLER                 PIC X(02).
013700     05  RF-CURRENCY            PIC X(03).
013800     05  FILLER                 PIC X(02).
013900     05  RF-REASON              PIC X(24).
014000     05  FILLER                 PIC X(02).
014100     05  RF-ORIGINAL-TEXT       PIC X(80).
014200*----------------------------------------------------------
014300* DECISION TABLE - THE WHOLE DECISION FILE IS EDITED AND
014400* TABLED FIRST, THEN APPLIED IN ONE PASS OF THE QUEUE
014500*----------------------------------------------------------
014600 77  WS-DEC-MAX                 PIC 9(04)    VALUE 500.
014700 77  WS-DEC-COUNT               PIC 9(04)    VALUE ZERO.
014800 77  WS-DEC-IX                  PIC S9(04)   COMP VALUE ZERO.
014900 77  WS-DEC-HIT                 PIC S9(04)   COMP VALUE ZERO.
015000 01  DECISION-TABLE.
015100     05  DEC-ENTRY OCCURS 500 TIMES.
015200         10  DEC-REF-ID         PIC X(16).
015300         10  DEC-ACTION         PIC X(07).
015400             88  DEC-APPROVE      VALUE "APPROVE".
015500             88  DEC-DECLINE      VALUE "DECLINE".
015600         10  DEC-SUPERVISOR     PIC X(08).
015700         10  DEC-USED-SW        PIC X(01).
015800             88  DEC-USED         VALUE "Y".
015900         10  DEC-TEXT           PIC X(60).
016000*----------------------------------------------------------
016100* DECISION CARD WORK AREAS
016200*----------------------------------------------------------
016300 01  WS-TRAN-ACTION             PIC X(08).
016400     88  TRAN-ACTION-VALID        VALUES "APPROVE" "DECLINE".
016500 77  WS-TRAN-ACTION-LEN         PIC 9(03)    VALUE ZERO.
016600 77  WS-TRAN-REF-ID             PIC X(17).
016700 77  WS-TRAN-REF-LEN            PIC 9(03)    VALUE ZERO.
016800 77  WS-TRAN-SUPER              PIC X(09).
016900 77  WS-TRAN-SUPER-LEN          PIC 9(03)    VALUE ZERO.
017000 77  WS-TRAN-REASON             PIC X(24)    VALUE SPACES.
017100*----------------------------------------------------------
017200* RELEASED BATCH - HEADER, THE ORIGINAL PAIR, TRAILER.
017300* THE HEADER'S CONTROL TOTAL IS THE REFERRED RESULT, LEFT
017400* JUSTIFIED FOR COBOL-MATH'S HEADER EDIT.
017500*----------------------------------------------------------
017600 77  WS-REL-RESULT-N            PIC S9(10)V99 VALUE ZERO.
017700 77  WS-REL-RESULT-ED           PIC -(11)9.99.
017800 77  WS-REL-LEAD                PIC 9(03)    VALUE ZERO.
017900 77  WS-REL-AMT-TEXT            PIC X(16)    VALUE SPACES.
018000 77  WS-REL-BATCH-TEXT          PIC X(80)    VALUE SPACES.
018100*----------------------------------------------------------
018200* COUNTERS
018300*----------------------------------------------------------
018400 77  WS-DECISIONS-READ          PIC 9(06)    VALUE ZERO.
018500 77  WS-REFERRALS-READ          PIC 9(06)    VALUE ZERO.
018600 77  WS-APPROVED                PIC 9(06)    VALUE ZERO.
018700 77  WS-DECLINED                PIC 9(06)    VALUE ZERO.
018800 77  WS-STILL-PENDING           PIC 9(06)    VALUE ZERO.
018900 77  WS-DECISIONS-REJECTED      PIC 9(06)    VALUE ZERO.
019000*----------------------------------------------------------
019100* QUEUE SWAP WORK AREAS
019200*----------------------------------------------------------
019300 77  WS-REFER-LIVE-NAME         PIC X(20)    VALUE "REFFILE".
019400 77  WS-REFER-NEW-NAME          PIC X(20)
019500         VALUE "REFFILE.NEW".
019600 77  WS-RENAME-RC               PIC S9(09)   VALUE ZERO.
019700*----------------------------------------------------------
019800* REFERRAL AUDIT TRAIL LINE - ONE PER APPLIED DECISION
019900*----------------------------------------------------------
020000 77  WS-AUDIT-DATE-N            PIC 9(08).
020100 77  WS-AUDIT-TIME-N            PIC 9(08).
020200 01  WS-REF-AUDIT-LINE.
020300     05  RA-RUN-DATE            PIC 9999/99/99.
020400     05  FILLER                 PIC X(01)    VALUE SPACES.
020500     05  RA-RUN-TIME            PIC 9(06).
020600     05  FILLER                 PIC X(02)    VALUE SPACES.
020700     05  RA-ACTION              PIC X(07).
020800     05  FILLER                 PIC X(02)    VALUE SPACES.
020900     05  RA-REF-ID              PIC X(16).
021000     05  FILLER                 PIC X(02)    VALUE SPACES.
021100     05  RA-SUPERVISOR          PIC X(08).
021200     05  FILLER                 PIC X(02)    VALUE SPACES.
021300     05  RA-REFER-DATE          PIC 9(08).
021400     05  FILLER                 PIC X(02)    VALUE SPACES.
021500     05  RA-BATCH-ID            PIC X(08).
021600     05  FILLER                 PIC X(02)    VALUE SPACES.
021700     05  RA-DEPT                PIC X(08).
021800     05  FILLER                 PIC X(02)    VALUE SPACES.
021900     05  RA-RESULT              PIC X(14).
022000     05  FILLER                 PIC X(02)    VALUE SPACES.
022100     05  RA-CURRENCY            PIC X(03).
022200     05  FILLER                 PIC X(02)    VALUE SPACES.
022300     05  RA-REFER-REASON        PIC X(24).
022400*----------------------------------------------------------
022500* REPORT HEADING AND DETAIL LINE LAYOUTS
022600*----------------------------------------------------------
022700 77  WS-RUN-DATE-N              PIC 9(08).
022800 01  WS-RUN-DATE-R              PIC 9999/99/99.
022900 77  WS-PAGE-NO                 PIC 9(04)    VALUE 1.
023000 77  WS-LINE-COUNT              PIC 9(02)    VALUE 99.
023100 77  WS-MAX-LINES-PER-PAGE      PIC 9(02)    VALUE 20.
023200 01  WS-SAVED-REPORT-LINE       PIC X(132).
023300 01  RL-HEADING-1.
023400     05  FILLER                 PIC X(12)
023500         VALUE "COBOL-REFREL".
023600     05  FILLER                 PIC X(30)
023700         VALUE "  LIMIT REFERRAL RELEASE".
023800     05  FILLER                 PIC X(10)    VALUE "RUN DATE ".
023900     05  RH1-RUN-DATE           PIC 9999/99/99.
024000     05  FILLER                 PIC X(08)    VALUE "  PAGE ".
024100     05  RH1-PAGE-NO            PIC ZZZ9.
024200 01  RL-HEADING-2.
024300     05  FILLER                 PIC X(09)    VALUE "DECISION".
024400     05  FILLER                 PIC X(18)    VALUE "REF ID".
024500     05  FILLER                 PIC X(10)    VALUE "SUPER".
024600     05  FILLER                 PIC X(10)    VALUE "STATUS".
024700     05  FILLER                 PIC X(26)    VALUE "REASON".
024800     05  FILLER                 PIC X(16)    VALUE "RESULT".
024900     05  FILLER                 PIC X(10)    VALUE "DEPT".
025000 01  RL-DETAIL-LINE.
025100     05  RD-ACTION              PIC X(07).
025200     05  FILLER                 PIC X(02)    VALUE SPACES.
025300     05  RD-REF-ID              PIC X(16).
025400     05  FILLER                 PIC X(02)    VALUE SPACES.
025500     05  RD-SUPERVISOR          PIC X(08).
025600     05  FILLER                 PIC X(02)    VALUE SPACES.
025700     05  RD-STATUS              PIC X(08).
025800     05  FILLER                 PIC X(02)    VALUE SPACES.
025900     05  RD-REASON              PIC X(24).
026000     05  FILLER                 PIC X(02)    VALUE SPACES.
026100     05  RD-RESULT              PIC X(14).
026200     05  FILLER                 PIC X(02)    VALUE SPACES.
026300     05  RD-DEPT                PIC X(08).
026400     05  FILLER                 PIC X(02)    VALUE SPACES.
026500     05  RD-CURRENCY            PIC X(03).
026600*----------------------------------------------------------
026700* SUMMARY LINE LAYOUTS
026800*----------------------------------------------------------
026900 01  SM-LINE-DECISIONS.
027000     05  FILLER                 PIC X(24)
027100         VALUE "DECISIONS READ......... ".
027200     05  SM-DECISIONS           PIC ZZZZZ9.
027300 01  SM-LINE-REFERRALS.
027400     05  FILLER                 PIC X(24)
027500         VALUE "REFERRALS ON QUEUE..... ".
027600     05  SM-REFERRALS           PIC ZZZZZ9.
027700 01  SM-LINE-APPROVED.
027800     05  FILLER                 PIC X(24)
027900         VALUE "APPROVED AND RELEASED.. ".
028000     05  SM-APPROVED            PIC ZZZZZ9.
028100 01  SM-LINE-DECLINED.
028200     05  FILLER                 PIC X(24)
028300         VALUE "DECLINED............... ".
028400     05  SM-DECLINED            PIC ZZZZZ9.
028500 01  SM-LINE-PENDING.
028600     05  FILLER                 PIC X(24)
028700         VALUE "STILL PENDING.......... ".
028800     05  SM-PENDING             PIC ZZZZZ9.
028900 01  SM-LINE-REJECTED.
029000     05  FILLER                 PIC X(24)
029100         VALUE "DECISIONS REJECTED..... ".
029200     05  SM-REJECTED            PIC ZZZZZ9.
029300 PROCEDURE DIVISION.
029400*----------------------------------------------------------
029500* 0000-MAINLINE
029600*----------------------------------------------------------
029700 0000-MAINLINE.
029800     PERFORM 1000-INITIALIZE
029900         THRU 1000-EXIT.
030000     PERFORM 2000-LOAD-DECISIONS
030100         THRU 2000-EXIT.
030200     PERFORM 3000-PROCESS-QUEUE
030300         THRU 3000-EXIT.
030400     PERFORM 5000-REPORT-UNMATCHED
030500         THRU 5000-EXIT.
030600     PERFORM 8000-WRITE-SUMMARY
030700         THRU 8000-EXIT.
030800     PERFORM 9000-TERMINATE
030900         THRU 9000-EXIT.
031000     STOP RUN.
031100*----------------------------------------------------------
031200* 1000-INITIALIZE - OPEN FILES. AN ABSENT QUEUE SIMPLY
031300*     MEANS NOTHING HAS BEEN REFERRED.
031400*----------------------------------------------------------
031500 1000-INITIALIZE.
031600     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
031700     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-R.
031800
031900     OPEN I-O RESULT-MASTER-FILE.
032000     IF NOT RESULT-MASTER-OK
032100         DISPLAY "UNABLE TO OPEN RESULTS MASTER, STATUS = "
032200             WS-RESULT-MASTER-STATUS
032300         MOVE 16 TO RETURN-CODE
032400         STOP RUN
032500     END-IF.
032600
032700     OPEN INPUT TRAN-FILE.
032800     IF NOT TRAN-OK
032900         DISPLAY "UNABLE TO OPEN DECISION FILE, STATUS = "
033000             WS-TRAN-STATUS
033100         MOVE 16 TO RETURN-CODE
033200         STOP RUN
033300     END-IF.
033400
033500     OPEN INPUT REFER-FILE.
033600     IF REFER-OK
033700         SET REFERRALS-AVAILABLE TO TRUE
033800     ELSE
033900         IF NOT REFER-MISSING
034000             DISPLAY "UNABLE TO OPEN REFFILE, STATUS = "
034100                 WS-REFER-STATUS
034200             MOVE 16 TO RETURN-CODE
034300             STOP RUN
034400         END-IF
034500     END-IF.
034600
034700     OPEN OUTPUT REFER-NEW-FILE.
034800     IF NOT REFER-NEW-OK
034900         DISPLAY "UNABLE TO OPEN REFFILE WORK FILE, STATUS = "
035000             WS-REFER-NEW-STATUS
035100         MOVE 16 TO RETURN-CODE
035200         STOP RUN
035300     END-IF.
035400
035500     OPEN EXTEND RELEASE-FILE.
035600     IF WS-RELEASE-STATUS = "35"
035700         OPEN OUTPUT RELEASE-FILE
035800         CLOSE RELEASE-FILE
035900         OPEN EXTEND RELEASE-FILE
036000     END-IF.
036100     IF NOT RELEASE-OK
036200         DISPLAY "UNABLE TO OPEN RELPAIRS, STATUS = "
036300             WS-RELEASE-STATUS
036400         MOVE 16 TO RETURN-CODE
036500         STOP RUN
036600     END-IF.
036700
036800     OPEN EXTEND AUDIT-FILE.
036900     IF WS-AUDIT-STATUS = "35"
037000         OPEN OUTPUT AUDIT-FILE
037100         CLOSE AUDIT-FILE
037200         OPEN EXTEND AUDIT-FILE
037300     END-IF.
037400     IF NOT AUDIT-OK
037500         DISPLAY "UNABLE TO OPEN REFERRAL AUDIT TRAIL, "
037600             "STATUS = " WS-AUDIT-STATUS
037700         MOVE 16 TO RETURN-CODE
037800         STOP RUN
037900     END-IF.
038000
038100     OPEN OUTPUT REPORT-FILE.
038200     IF NOT REPORT-OK
038300         DISPLAY "UNABLE TO OPEN REPORT FILE, STATUS = "
038400             WS-REPORT-STATUS
038500         MOVE 16 TO RETURN-CODE
038600         STOP RUN
038700     END-IF.
038800     GO TO 1000-EXIT.
038900 1000-EXIT.
039000     EXIT.
039100*----------------------------------------------------------
039200* 2000-LOAD-DECISIONS - EDIT AND TABLE THE DECISION CARDS
039300*----------------------------------------------------------
039400 2000-LOAD-DECISIONS.
039500     INITIALIZE DECISION-TABLE.
039600     PERFORM 2100-READ-TRAN
039700         THRU 2100-EXIT.
039800     PERFORM UNTIL END-OF-TRANS
039900         PERFORM 2200-EDIT-DECISION
040000             THRU 2200-EXIT
040100         PERFORM 2100-READ-TRAN
040200             THRU 2100-EXIT
040300     END-PERFORM.
040400     CLOSE TRAN-FILE.
040500     GO TO 2000-EXIT.
040600 2000-EXIT.
040700     EXIT.
040800*----------------------------------------------------------
040900* 2100-READ-TRAN
041000*----------------------------------------------------------
041100 2100-READ-TRAN.
041200     READ TRAN-FILE
041300         AT END
041400             SET END-OF-TRANS TO TRUE
041500     END-READ.
041600     GO TO 2100-EXIT.
041700 2100-EXIT.
041800     EXIT.
041900*----------------------------------------------------------
042000* 2200-EDIT-DECISION - "APPROVE|DECLINE REF-ID SUPERVISOR".
042100*     A CARD THAT FAILS ITS EDIT IS REPORTED HERE; A GOOD
042200*     ONE WAITS IN THE TABLE FOR ITS REFERRAL.
042300*----------------------------------------------------------
042400 2200-EDIT-DECISION.
042500     IF TR-RECORD = SPACES
042600         GO TO 2200-EXIT
042700     END-IF.
042800     ADD 1 TO WS-DECISIONS-READ.
042900     MOVE SPACES TO WS-TRAN-REASON.
043000     INITIALIZE WS-TRAN-ACTION WS-TRAN-REF-ID WS-TRAN-SUPER
043100         WS-TRAN-ACTION-LEN WS-TRAN-REF-LEN WS-TRAN-SUPER-LEN.
043200     UNSTRING TR-RECORD DELIMITED BY ALL SPACES
043300         INTO WS-TRAN-ACTION COUNT IN WS-TRAN-ACTION-LEN,
043400              WS-TRAN-REF-ID COUNT IN WS-TRAN-REF-LEN,
043500              WS-TRAN-SUPER COUNT IN WS-TRAN-SUPER-LEN.
043600     EVALUATE TRUE
043700         WHEN NOT TRAN-ACTION-VALID
043800             MOVE "UNKNOWN DECISION" TO WS-TRAN-REASON
043900         WHEN WS-TRAN-REF-LEN = ZERO
044000             OR WS-TRAN-REF-LEN > 16
044100             MOVE "BAD REFERENCE ID" TO WS-TRAN-REASON
044200         WHEN WS-TRAN-SUPER-LEN = ZERO
044300             OR WS-TRAN-SUPER-LEN > 8
044400             MOVE "BAD SUPERVISOR ID" TO WS-TRAN-REASON
044500         WHEN OTHER
044600             CONTINUE
044700     END-EVALUATE.
044800     IF WS-TRAN-REASON = SPACES
044900         MOVE ZERO TO WS-DEC-HIT
045000         PERFORM 2300-MATCH-TABLED-REF
045100             THRU 2300-EXIT
045200             VARYING WS-DEC-IX FROM 1 BY 1
045300             UNTIL WS-DEC-IX > WS-DEC-COUNT
045400             OR WS-DEC-HIT > ZERO
045500         IF WS-DEC-HIT > ZERO
045600             MOVE "DUPLICATE DECISION" TO WS-TRAN-REASON
045700         END-IF
045800     END-IF.
045900     IF WS-TRAN-REASON = SPACES
046000         AND WS-DEC-COUNT NOT < WS-DEC-MAX
046100         MOVE "DECISION TABLE FULL" TO WS-TRAN-REASON
046200     END-IF.
046300     IF WS-TRAN-REASON NOT = SPACES
046400         MOVE SPACES TO RL-DETAIL-LINE
046500         MOVE WS-TRAN-ACTION TO RD-ACTION
046600         MOVE WS-TRAN-REF-ID TO RD-REF-ID
046700         MOVE WS-TRAN-SUPER TO RD-SUPERVISOR
046800         PERFORM 4900-REPORT-REJECTED-DECISION
046900             THRU 4900-EXIT
047000         GO TO 2200-EXIT
047100     END-IF.
047200     ADD 1 TO WS-DEC-COUNT.
047300     MOVE WS-TRAN-REF-ID TO DEC-REF-ID(WS-DEC-COUNT).
047400     MOVE WS-TRAN-ACTION TO DEC-ACTION(WS-DEC-COUNT).
047500     MOVE WS-TRAN-SUPER TO DEC-SUPERVISOR(WS-DEC-COUNT).
047600     MOVE "N" TO DEC-USED-SW(WS-DEC-COUNT).
047700     MOVE TR-RECORD(1:60) TO DEC-TEXT(WS-DEC-COUNT).
047800     GO TO 2200-EXIT.
047900 2200-EXIT.
048000     EXIT.
048100*----------------------------------------------------------
048200* 2300-MATCH-TABLED-REF - IS WS-TRAN-REF-ID ALREADY TABLED?
048300*----------------------------------------------------------
048400 2300-MATCH-TABLED-REF.
048500     IF DEC-REF-ID(WS-DEC-IX) = WS-TRAN-REF-ID
048600         MOVE WS-DEC-IX TO WS-DEC-HIT
048700     END-IF.
048800     GO TO 2300-EXIT.
048900 2300-EXIT.
049000     EXIT.
049100*----------------------------------------------------------
049200* 3000-PROCESS-QUEUE - ONE PASS OF THE REFERRAL QUEUE. A
049300*     REFERRAL WITH A DECISION IS APPLIED; EVERY OTHER ONE
049400*     IS COPIED TO THE NEW QUEUE.
049500*----------------------------------------------------------
049600 3000-PROCESS-QUEUE.
049700     IF NOT REFERRALS-AVAILABLE
049800         GO TO 3000-EXIT
049900     END-IF.
050000     PERFORM 3100-READ-REFERRAL
050100         THRU 3100-EXIT.
050200     PERFORM UNTIL END-OF-REFERRALS
050300         PERFORM 3200-HANDLE-REFERRAL
050400             THRU 3200-EXIT
050500         PERFORM 3100-READ-REFERRAL
050600             THRU 3100-EXIT
050700     END-PERFORM.
050800     CLOSE REFER-FILE.
050900     GO TO 3000-EXIT.
051000 3000-EXIT.
051100     EXIT.
051200*----------------------------------------------------------
051300* 3100-READ-REFERRAL
051400*----------------------------------------------------------
051500 3100-READ-REFERRAL.
051600     READ REFER-FILE
051700         AT END
051800             SET END-OF-REFERRALS TO TRUE
051900     END-READ.
052000     IF NOT END-OF-REFERRALS
052100         ADD 1 TO WS-REFERRALS-READ
052200         MOVE RF-RECORD TO WS-REFER-LINE
052300     END-IF.
052400     GO TO 3100-EXIT.
052500 3100-EXIT.
052600     EXIT.
052700*----------------------------------------------------------
052800* 3200-HANDLE-REFERRAL - LOOK FOR AN UNUSED DECISION ON THIS
052900*     REFERENCE ID. ONLY THE FIRST QUEUED REFERRAL FOR A
053000*     REFERENCE TAKES THE DECISION.
053100*----------------------------------------------------------
053200 3200-HANDLE-REFERRAL.
053300     MOVE ZERO TO WS-DEC-HIT.
053400     MOVE RF-REF-ID TO WS-TRAN-REF-ID.
053500     PERFORM 3300-MATCH-OPEN-DECISION
053600         THRU 3300-EXIT
053700         VARYING WS-DEC-IX FROM 1 BY 1
053800         UNTIL WS-DEC-IX > WS-DEC-COUNT
053900         OR WS-DEC-HIT > ZERO.
054000     IF WS-DEC-HIT = ZERO
054100         PERFORM 3900-KEEP-REFERRAL
054200             THRU 3900-EXIT
054300         GO TO 3200-EXIT
054400     END-IF.
054500     SET DEC-USED(WS-DEC-HIT) TO TRUE.
054600     PERFORM 4000-APPLY-DECISION
054700         THRU 4000-EXIT.
054800     GO TO 3200-EXIT.
054900 3200-EXIT.
055000     EXIT.
055100*----------------------------------------------------------
055200* 3300-MATCH-OPEN-DECISION
055300*----------------------------------------------------------
055400 3300-MATCH-OPEN-DECISION.
055500     IF DEC-REF-ID(WS-DEC-IX) = WS-TRAN-REF-ID
055600         AND NOT DEC-USED(WS-DEC-IX)
055700         MOVE WS-DEC-IX TO WS-DEC-HIT
055800     END-IF.
055900     GO TO 3300-EXIT.
056000 3300-EXIT.
056100     EXIT.
056200*----------------------------------------------------------
056300* 3900-KEEP-REFERRAL - COPY THE REFERRAL TO THE NEW QUEUE
056400*----------------------------------------------------------
056500 3900-KEEP-REFERRAL.
056600     MOVE WS-REFER-LINE TO RN-RECORD.
056700     WRITE RN-RECORD.
056800     IF NOT REFER-NEW-OK
056900         DISPLAY "UNABLE TO WRITE REFFILE WORK FILE, STATUS = "
057000             WS-REFER-NEW-STATUS
057100         MOVE 16 TO RETURN-CODE
057200         STOP RUN
057300     END-IF.
057400     ADD 1 TO WS-STILL-PENDING.
057500     GO TO 3900-EXIT.
057600 3900-EXIT.
057700     EXIT.
057800*----------------------------------------------------------
057900* 4000-APPLY-DECISION - THE RESULTS MASTER MUST STILL SHOW
058000*     THE REFERENCE AS REFERRED; OTHERWISE THE DECISION IS
058100*     REJECTED AND THE REFERRAL STAYS QUEUED FOR REVIEW.
058200*     THE MASTER IS UPDATED BEFORE ANYTHING IS RELEASED.
058300*----------------------------------------------------------
058400 4000-APPLY-DECISION.
058500     MOVE SPACES TO WS-TRAN-REASON.
058600     MOVE SPACES TO RL-DETAIL-LINE.
058700     MOVE DEC-ACTION(WS-DEC-HIT) TO RD-ACTION.
058800     MOVE DEC-REF-ID(WS-DEC-HIT) TO RD-REF-ID.
058900     MOVE DEC-SUPERVISOR(WS-DEC-HIT) TO RD-SUPERVISOR.
059000     MOVE RF-RESULT TO RD-RESULT.
059100     MOVE RF-DEPT TO RD-DEPT.
059200     MOVE RF-CURRENCY TO RD-CURRENCY.
059300     MOVE RF-REF-ID TO RQ-REF-ID.
059400     READ RESULT-MASTER-FILE.
059500     IF NOT RESULT-MASTER-OK
059600         MOVE "REF ID NOT ON MASTER" TO WS-TRAN-REASON
059700     ELSE
059800         IF RQ-STATUS NOT = "REF"
059900             MOVE "NOT IN REFERRAL STATUS" TO WS-TRAN-REASON
060000         END-IF
060100     END-IF.
060200     IF WS-TRAN-REASON NOT = SPACES
060300         PERFORM 4900-REPORT-REJECTED-DECISION
060400             THRU 4900-EXIT
060500         PERFORM 3900-KEEP-REFERRAL
060600             THRU 3900-EXIT
060700         GO TO 4000-EXIT
060800     END-IF.
060900     IF DEC-APPROVE(WS-DEC-HIT)
061000         MOVE "APR" TO RQ-STATUS
061100         MOVE "REFERRAL APPROVED" TO RQ-REASON
061200     ELSE
061300         MOVE "DCL" TO RQ-STATUS
061400         MOVE "REFERRAL DECLINED" TO RQ-REASON
061500     END-IF.
061600     REWRITE RQ-RECORD.
061700     IF NOT RESULT-MASTER-OK
061800         DISPLAY "UNABLE TO UPDATE RESULTS MASTER FOR "
061900             RF-REF-ID ", STATUS = " WS-RESULT-MASTER-STATUS
062000         MOVE 16 TO RETURN-CODE
062100         STOP RUN
062200     END-IF.
062300     IF DEC-APPROVE(WS-DEC-HIT)
062400         PERFORM 4100-WRITE-RELEASE
062500             THRU 4100-EXIT
062600         ADD 1 TO WS-APPROVED
062700         MOVE "RELEASED" TO RD-STATUS
062800     ELSE
062900         ADD 1 TO WS-DECLINED
063000         MOVE "DECLINED" TO RD-STATUS
063100     END-IF.
063200     MOVE RF-REASON TO RD-REASON.
063300     PERFORM 4500-WRITE-REF-AUDIT
063400         THRU 4500-EXIT.
063500     MOVE RL-DETAIL-LINE TO RL-RECORD.
063600     PERFORM 7000-WRITE-REPORT-LINE
063700         THRU 7000-EXIT.
063800     GO TO 4000-EXIT.
063900 4000-EXIT.
064000     EXIT.
064100*----------------------------------------------------------
064200* 4100-WRITE-RELEASE - THE APPROVED PAIR AS A ONE-ITEM
064300*     BATCH UNDER ITS ORIGINAL BATCH ID AND DEPARTMENT
064400*----------------------------------------------------------
064500 4100-WRITE-RELEASE.
064600     MOVE RF-RESULT TO WS-REL-RESULT-N.
064700     MOVE WS-REL-RESULT-N TO WS-REL-RESULT-ED.
064800     MOVE ZERO TO WS-REL-LEAD.
064900     INSPECT WS-REL-RESULT-ED TALLYING WS-REL-LEAD
065000         FOR LEADING SPACES.
065100     MOVE WS-REL-RESULT-ED(WS-REL-LEAD + 1:) TO WS-REL-AMT-TEXT.
065200     MOVE SPACES TO WS-REL-BATCH-TEXT.
065300     STRING "BATCH " DELIMITED BY SIZE
065400            RF-BATCH-ID DELIMITED BY SPACE
065500            " " DELIMITED BY SIZE
065600            RF-DEPT DELIMITED BY SPACE
065700            " 1 " DELIMITED BY SIZE
065800            WS-REL-AMT-TEXT DELIMITED BY SPACE
065900         INTO WS-REL-BATCH-TEXT.
066000     MOVE WS-REL-BATCH-TEXT TO RP-RECORD.
066100     PERFORM 4200-WRITE-RELEASE-LINE
066200         THRU 4200-EXIT.
066300     MOVE RF-ORIGINAL-TEXT TO RP-RECORD.
066400     PERFORM 4200-WRITE-RELEASE-LINE
066500         THRU 4200-EXIT.
066600     MOVE "ENDBATCH" TO RP-RECORD.
066700     PERFORM 4200-WRITE-RELEASE-LINE
066800         THRU 4200-EXIT.
066900     GO TO 4100-EXIT.
067000 4100-EXIT.
067100     EXIT.
067200*----------------------------------------------------------
067300* 4200-WRITE-RELEASE-LINE - CALLER LOADS RP-RECORD FIRST
067400*----------------------------------------------------------
067500 4200-WRITE-RELEASE-LINE.
067600     WRITE RP-RECORD.
067700     IF NOT RELEASE-OK
067800         DISPLAY "UNABLE TO WRITE RELPAIRS, STATUS = "
067900             WS-RELEASE-STATUS
068000         MOVE 16 TO RETURN-CODE
068100         STOP RUN
068200     END-IF.
068300     GO TO 4200-EXIT.
068400 4200-EXIT.
068500     EXIT.
068600*----------------------------------------------------------
068700* 4500-WRITE-REF-AUDIT - ONE TRAIL LINE PER APPLIED DECISION
068800*----------------------------------------------------------
068900 4500-WRITE-REF-AUDIT.
069000     ACCEPT WS-AUDIT-DATE-N FROM DATE YYYYMMDD.
069100     ACCEPT WS-AUDIT-TIME-N FROM TIME.
069200     MOVE WS-AUDIT-DATE-N TO RA-RUN-DATE.
069300     MOVE WS-AUDIT-TIME-N(1:6) TO RA-RUN-TIME.
069400     MOVE DEC-ACTION(WS-DEC-HIT) TO RA-ACTION.
069500     MOVE RF-REF-ID TO RA-REF-ID.
069600     MOVE DEC-SUPERVISOR(WS-DEC-HIT) TO RA-SUPERVISOR.
069700     MOVE RF-RUN-DATE TO RA-REFER-DATE.
069800     MOVE RF-BATCH-ID TO RA-BATCH-ID.
069900     MOVE RF-DEPT TO RA-DEPT.
070000     MOVE RF-RESULT TO RA-RESULT.
070100     MOVE RF-CURRENCY TO RA-CURRENCY.
070200     MOVE RF-REASON TO RA-REFER-REASON.
070300     MOVE WS-REF-AUDIT-LINE TO RA-RECORD.
070400     WRITE RA-RECORD.
070500     IF NOT AUDIT-OK
070600         DISPLAY "UNABLE TO WRITE REFERRAL AUDIT TRAIL, "
070700             "STATUS = " WS-AUDIT-STATUS
070800         MOVE 16 TO RETURN-CODE
070900         STOP RUN
071000     END-IF.
071100     GO TO 4500-EXIT.
071200 4500-EXIT.
071300     EXIT.
071400*----------------------------------------------------------
071500* 4900-REPORT-REJECTED-DECISION - CALLER LOADS THE ACTION,
071600*     REFERENCE AND SUPERVISOR ON THE DETAIL LINE AND SETS
071700*     WS-TRAN-REASON
071800*----------------------------------------------------------
071900 4900-REPORT-REJECTED-DECISION.
072000     ADD 1 TO WS-DECISIONS-REJECTED.
072100     IF WS-HIGHEST-RC < 04
072200         MOVE 04 TO WS-HIGHEST-RC
072300     END-IF.
072400     MOVE "REJECTED" TO RD-STATUS.
072500     MOVE WS-TRAN-REASON TO RD-REASON.
072600     MOVE RL-DETAIL-LINE TO RL-RECORD.
072700     PERFORM 7000-WRITE-REPORT-LINE
072800         THRU 7000-EXIT.
072900     GO TO 4900-EXIT.
073000 4900-EXIT.
073100     EXIT.
073200*----------------------------------------------------------
073300* 5000-REPORT-UNMATCHED - A DECISION WHOSE REFERENCE WAS
073400*     NOT ON THE QUEUE IS REJECTED
073500*----------------------------------------------------------
073600 5000-REPORT-UNMATCHED.
073700     PERFORM 5100-CHECK-ONE-DECISION
073800         THRU 5100-EXIT
073900         VARYING WS-DEC-IX FROM 1 BY 1
074000         UNTIL WS-DEC-IX > WS-DEC-COUNT.
074100     GO TO 5000-EXIT.
074200 5000-EXIT.
074300     EXIT.
074400*----------------------------------------------------------
074500* 5100-CHECK-ONE-DECISION
074600*----------------------------------------------------------
074700 5100-CHECK-ONE-DECISION.
074800     IF DEC-USED(WS-DEC-IX)
074900         GO TO 5100-EXIT
075000     END-IF.
075100     MOVE SPACES TO RL-DETAIL-LINE.
075200     MOVE DEC-ACTION(WS-DEC-IX) TO RD-ACTION.
075300     MOVE DEC-REF-ID(WS-DEC-IX) TO RD-REF-ID.
075400     MOVE DEC-SUPERVISOR(WS-DEC-IX) TO RD-SUPERVISOR.
075500     MOVE "REF ID NOT PENDING" TO WS-TRAN-REASON.
075600     PERFORM 4900-REPORT-REJECTED-DECISION
075700         THRU 4900-EXIT.
075800     GO TO 5100-EXIT.
075900 5100-EXIT.
076000     EXIT.
076100*----------------------------------------------------------
076200* 6500-WRITE-HEADINGS - NEW REPORT PAGE
076300*----------------------------------------------------------
076400 6500-WRITE-HEADINGS.
076500     MOVE WS-RUN-DATE-R TO RH1-RUN-DATE.
076600     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
076700     MOVE RL-HEADING-1 TO RL-RECORD.
076800     WRITE RL-RECORD.
076900     MOVE RL-HEADING-2 TO RL-RECORD.
077000     WRITE RL-RECORD.
077100     MOVE SPACES TO RL-RECORD.
077200     WRITE RL-RECORD.
077300     ADD 1 TO WS-PAGE-NO.
077400     MOVE ZERO TO WS-LINE-COUNT.
077500     GO TO 6500-EXIT.
077600 6500-EXIT.
077700     EXIT.
077800*----------------------------------------------------------
077900* 7000-WRITE-REPORT-LINE - PAGE-CONTROLLED REPORT WRITE.
078000*     CALLER LOADS RL-RECORD FIRST; HEADINGS REBUILD THE
078100*     RECORD AREA, SO THE LINE IS SAVED ACROSS A PAGE BREAK
078200*----------------------------------------------------------
078300 7000-WRITE-REPORT-LINE.
078400     MOVE RL-RECORD TO WS-SAVED-REPORT-LINE.
078500     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
078600         PERFORM 6500-WRITE-HEADINGS
078700             THRU 6500-EXIT
078800         MOVE WS-SAVED-REPORT-LINE TO RL-RECORD
078900     END-IF.
079000     WRITE RL-RECORD.
079100     ADD 1 TO WS-LINE-COUNT.
079200     GO TO 7000-EXIT.
079300 7000-EXIT.
079400     EXIT.
079500*----------------------------------------------------------
079600* 8000-WRITE-SUMMARY - RELEASE COUNTS
079700*----------------------------------------------------------
079800 8000-WRITE-SUMMARY.
079900     MOVE SPACES TO RL-RECORD.
080000     PERFORM 7000-WRITE-REPORT-LINE
080100         THRU 7000-EXIT.
080200     MOVE WS-DECISIONS-READ TO SM-DECISIONS.
080300     MOVE SM-LINE-DECISIONS TO RL-RECORD.
080400     PERFORM 7000-WRITE-REPORT-LINE
080500         THRU 7000-EXIT.
080600     MOVE WS-REFERRALS-READ TO SM-REFERRALS.
080700     MOVE SM-LINE-REFERRALS TO RL-RECORD.
080800     PERFORM 7000-WRITE-REPORT-LINE
080900         THRU 7000-EXIT.
081000     MOVE WS-APPROVED TO SM-APPROVED.
081100     MOVE SM-LINE-APPROVED TO RL-RECORD.
081200     PERFORM 7000-WRITE-REPORT-LINE
081300         THRU 7000-EXIT.
081400     MOVE WS-DECLINED TO SM-DECLINED.
081500     MOVE SM-LINE-DECLINED TO RL-RECORD.
081600     PERFORM 7000-WRITE-REPORT-LINE
081700         THRU 7000-EXIT.
081800     MOVE WS-STILL-PENDING TO SM-PENDING.
081900     MOVE SM-LINE-PENDING TO RL-RECORD.
082000     PERFORM 7000-WRITE-REPORT-LINE
082100         THRU 7000-EXIT.
082200     MOVE WS-DECISIONS-REJECTED TO SM-REJECTED.
082300     MOVE SM-LINE-REJECTED TO RL-RECORD.
082400     PERFORM 7000-WRITE-REPORT-LINE
082500         THRU 7000-EXIT.
082600     GO TO 8000-EXIT.
082700 8000-EXIT.
082800     EXIT.
082900*----------------------------------------------------------
083000* 9000-TERMINATE - CLOSE UP AND SWAP THE NEW QUEUE IN
083100*----------------------------------------------------------
083200 9000-TERMINATE.
083300     CLOSE RESULT-MASTER-FILE.
083400     CLOSE REFER-NEW-FILE.
083500     CLOSE RELEASE-FILE.
083600     CLOSE AUDIT-FILE.
083700     CLOSE REPORT-FILE.
083800     CALL "CBL_RENAME_FILE" USING WS-REFER-NEW-NAME
083900         WS-REFER-LIVE-NAME.
084000     MOVE RETURN-CODE TO WS-RENAME-RC.
084100     IF WS-RENAME-RC NOT = ZERO
084200         DISPLAY "UNABLE TO COMMIT REFERRAL QUEUE, "
084300             "RENAME RC = " WS-RENAME-RC
084400         MOVE 16 TO WS-HIGHEST-RC
084500     END-IF.
084600     MOVE WS-HIGHEST-RC TO RETURN-CODE.
084700     GO TO 9000-EXIT.
084800 9000-EXIT.
084900     EXIT.
