000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COBOL-XREF.
000300 AUTHOR. D-SHIFT BATCH SUPPORT.
000400 INSTALLATION. MIS PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 10/15/2026  DLH   ORIGINAL VERSION. NIGHTLY MASTER-FILE
001100*                   CROSS-REFERENCE. EVERY FORMULA STEP AND
001200*                   ACTIVE STANDING ORDER THAT NAMES A RATE
001300*                   CODE IS CHECKED AGAINST RATEMAST - THE
001400*                   CODE MUST BE ON FILE AND MUST HAVE A
001500*                   VERSION IN FORCE ON EVERY DATE IT WILL BE
001600*                   NEEDED IN THE LOOK-AHEAD WINDOW (EVERY
001700*                   BUSINESS DAY FOR A FORMULA, EVERY DUE
001800*                   DATE FOR AN ORDER). AN ACTIVE ORDER'S
001900*                   DEPARTMENT MUST BE ON DEPTMAST AND OPEN,
002000*                   AND EACH GL MAPPING'S DEPARTMENT AND
002100*                   CURRENCY MUST BE ON DEPTMAST AND
002200*                   CURRMAST. EVERY DANGLING REFERENCE IS
002300*                   LISTED AND ANY LISTING GIVES RC 04. THE
002400*                   WINDOW IS 31 DAYS FROM TODAY UNLESS A
002500*                   DAY COUNT IS GIVEN ON THE COMMAND LINE.
002600*----------------------------------------------------------
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER. IBM-370.
003000 OBJECT-COMPUTER. IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT RATE-FILE ASSIGN TO "RATEMAST"
003400         ORGANIZATION IS INDEXED
003500         ACCESS MODE IS SEQUENTIAL
003600         RECORD KEY IS RM-RATE-KEY
003700         FILE STATUS IS WS-RATE-STATUS.
003800     SELECT FORMULA-FILE ASSIGN TO "FORMMAST"
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS SEQUENTIAL
004100         RECORD KEY IS FM-KEY
004200         FILE STATUS IS WS-FORMULA-STATUS.
004300     SELECT ORDER-FILE ASSIGN TO "STNDMAST"
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS SEQUENTIAL
004600         RECORD KEY IS SO-ORDER-ID
004700         FILE STATUS IS WS-ORDER-STATUS.
004800     SELECT GLMAP-FILE ASSIGN TO "GLMAP"
004900         ORGANIZATION IS INDEXED
005000         ACCESS MODE IS SEQUENTIAL
005100         RECORD KEY IS GM-KEY
005200         FILE STATUS IS WS-GLMAP-STATUS.
005300     SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS DP-DEPT-CODE
005700         FILE STATUS IS WS-DEPT-STATUS.
005800     SELECT CURR-FILE ASSIGN TO "CURRMAST"
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS CU-CURR-CODE
006200         FILE STATUS IS WS-CURR-STATUS.
006300     SELECT REPORT-FILE ASSIGN TO "XREFRPT"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS WS-REPORT-STATUS.
006600 DATA DIVISION.
006700 FILE SECTION.
006800 FD  RATE-FILE.
006900 01  RM-RECORD.
007000     05  RM-RATE-KEY.
007100         10  RM-RATE-CODE       PIC X(08).
007200         10  RM-EFF-DATE        PIC 9(08).
007300     05  RM-RATE-AMOUNT         PIC 9(05)V99.
007400     05  RM-EXP-DATE            PIC 9(08).
007500     05  FILLER                 PIC X(09).
007600 FD  FORMULA-FILE.
007700 01  FM-RECORD.
007800     05  FM-KEY.
007900         10  FM-NAME            PIC X(08).
008000         10  FM-STEP-NO         PIC 9(02).
008100     05  FM-OP-CODE             PIC X(01).
008200     05  FM-OPERAND-TYPE        PIC X(01).
008300     05  FM-AMOUNT              PIC 9(05)V99.
008400     05  FM-RATE-CODE           PIC X(08).
008500     05  FILLER                 PIC X(13).
008600 FD  ORDER-FILE.
008700 01  SO-RECORD.
008800     05  SO-ORDER-ID            PIC X(08).
008900     05  SO-DEPT                PIC X(08).
009000     05  SO-AMOUNT              PIC 9(05)V99.
009100     05  SO-OPERAND-TYPE        PIC X(01).
009200     05  SO-OPERAND-AMOUNT      PIC 9(05)V99.
009300     05  SO-RATE-CODE           PIC X(08).
009400     05  SO-OP-CODE             PIC X(01).
009500     05  SO-FREQUENCY           PIC X(01).
009600     05  SO-START-DATE          PIC 9(08).
009700     05  SO-STOP-DATE           PIC 9(08).
009800     05  SO-REF-STEM            PIC X(08).
009900     05  SO-STATUS              PIC X(01).
010000     05  FILLER                 PIC X(06).
010100 FD  GLMAP-FILE.
010200 01  GM-RECORD.
010300     05  GM-KEY.
010400         10  GM-DEPT            PIC X(08).
010500         10  GM-SOURCE          PIC X(08).
010600         10  GM-CURRENCY        PIC X(03).
010700     05  GM-DEBIT-ACCT          PIC X(12).
010800     05  GM-CREDIT-ACCT         PIC X(12).
010900     05  FILLER                 PIC X(07).
011000 FD  DEPT-FILE.
011100 01  DP-RECORD.
011200     05  DP-DEPT-CODE           PIC X(08).
011300     05  DP-STATUS              PIC X(01).
011400         88  DP-ACTIVE            VALUE "A".
011500         88  DP-CLOSED            VALUE "C".
011600     05  DP-MAX-SINGLE          PIC 9(10)V99.
011700     05  DP-DAILY-LIMIT         PIC 9(12)V99.
011800     05  DP-USED-DATE           PIC 9(08).
011900     05  DP-USED-TODAY          PIC 9(12)V99.
012000     05  FILLER                 PIC X(05).
012100 FD  CURR-FILE.
012200 01  CU-RECORD.
012300     05  CU-CURR-CODE           PIC X(03).
012400     05  CU-DECIMALS            PIC 9(01).
012500     05  CU-CONV-RATE           PIC 9(03)V9(06).
012600     05  FILLER                 PIC X(11).
012700 FD  REPORT-FILE
012800     RECORDING MODE IS F.
012900 01  RL-RECORD                  PIC X(132).
013000 WORKING-STORAGE SECTION.
013100*----------------------------------------------------------
013200* FILE STATUS SWITCHES
013300*----------------------------------------------------------
013400 77  WS-RATE-STATUS             PIC X(02).
013500     88  RATE-FILE-OK             VALUE "00".
013600 77  WS-FORMULA-STATUS          PIC X(02).
013700     88  FORMULA-FILE-OK          VALUE "00".
013800 77  WS-ORDER-STATUS            PIC X(02).
013900     88  ORDER-FILE-OK            VALUE "00".
014000 77  WS-GLMAP-STATUS            PIC X(02).
014100     88  GLMAP-FILE-OK            VALUE "00".
014200 77  WS-DEPT-STATUS             PIC X(02).
014300     88  DEPT-OK                  VALUE "00".
014400 77  WS-CURR-STATUS             PIC X(02).
014500     88  CURR-OK                  VALUE "00".
014600 77  WS-REPORT-STATUS           PIC X(02).
014700     88  REPORT-OK                VALUE "00".
014800 77  WS-RATE-EOF-SW             PIC X(01)    VALUE "N".
014900     88  END-OF-RATES             VALUE "Y".
015000 77  WS-FORMULA-EOF-SW          PIC X(01)    VALUE "N".
015100     88  END-OF-FORMULAS          VALUE "Y".
015200 77  WS-ORDER-EOF-SW            PIC X(01)    VALUE "N".
015300     88  END-OF-ORDERS            VALUE "Y".
015400 77  WS-GLMAP-EOF-SW            PIC X(01)    VALUE "N".
015500     88  END-OF-GL-MAPS           VALUE "Y".
015600 77  WS-DEPT-AVAIL-SW           PIC X(01)    VALUE "N".
015700     88  DEPT-AVAILABLE           VALUE "Y".
015800 77  WS-CURR-AVAIL-SW           PIC X(01)    VALUE "N".
015900     88  CURR-AVAILABLE           VALUE "Y".
016000 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
016100*----------------------------------------------------------
016200* LOOK-AHEAD WINDOW FROM THE COMMAND LINE - "NN" DAYS,
016300* TODAY INCLUDED. 31 DAYS REACHES EVERY ORDER'S NEXT
016400* MONTH-END.
016500*----------------------------------------------------------
016600 01  CMD-ARGS                   PIC X(100).
016700 77  WS-ARG-DAYS-TEXT           PIC X(08)    VALUE SPACES.
016800 77  WS-ARG-DAYS-LEN            PIC 9(03)    VALUE ZERO.
016900 77  WS-WINDOW-MAX              PIC 9(03)    VALUE 92.
017000 77  WS-WINDOW-DAYS             PIC 9(03)    VALUE 31.
017100*----------------------------------------------------------
017200* RATE MASTER TABLE - EVERY VERSION OF EVERY CODE. A TABLE
017300* THAT CANNOT HOLD THE WHOLE MASTER WOULD REPORT GOOD
017400* CODES AS DANGLING, SO RUNNING OUT OF ROOM STOPS THE RUN.
017500*----------------------------------------------------------
017600 77  WS-RATE-MAX                PIC 9(04)    VALUE 500.
017700 77  WS-RATE-COUNT              PIC 9(04)    VALUE ZERO.
017800 77  WS-RATE-IX                 PIC S9(04)   COMP VALUE ZERO.
017900 01  RATE-TABLE.
018000     05  RTB-ENTRY OCCURS 500 TIMES.
018100         10  RTB-CODE           PIC X(08).
018200         10  RTB-EFF-DATE       PIC 9(08).
018300         10  RTB-EXP-DATE       PIC 9(08).
018400 77  WS-CHECK-CODE              PIC X(08)    VALUE SPACES.
018500 77  WS-CHECK-DATE              PIC 9(08)    VALUE ZERO.
018600 77  WS-CODE-FOUND-SW           PIC X(01)    VALUE "N".
018700     88  CODE-ON-FILE             VALUE "Y".
018800 77  WS-IN-FORCE-SW             PIC X(01)    VALUE "N".
018900     88  VERSION-IN-FORCE         VALUE "Y".
019000 77  WS-GAP-DATE                PIC 9(08)    VALUE ZERO.
019100*----------------------------------------------------------
019200* WINDOW CALENDAR - ONE ENTRY PER DAY OF THE LOOK-AHEAD
019300* WINDOW WITH ITS DAY OF WEEK (0 = SUNDAY), WHETHER IT IS A
019400* BUSINESS DAY, AND WHETHER IT IS ITS MONTH'S LAST
019500* BUSINESS DAY. DAY-OF-WEEK FALLS OUT OF THE DAY-NUMBER
019600* FUNCTIONS - ORDINARY VERBS CANNOT COUNT CALENDAR DAYS.
019700* BUSINESS DAYS COME FROM COBOL-BUSDAY, SO THE DUE DATES
019800* MATCH WHAT COBOL-STNDGEN WILL GENERATE.
019900*----------------------------------------------------------
020000 77  WS-WIN-IX                  PIC S9(04)   COMP VALUE ZERO.
020100 01  WINDOW-TABLE.
020200     05  WDT-ENTRY OCCURS 92 TIMES.
020300         10  WDT-DATE           PIC 9(08).
020400         10  WDT-DAY-NO         PIC S9(08)   COMP.
020500         10  WDT-DOW            PIC S9(04)   COMP.
020600         10  WDT-BUSINESS-SW    PIC X(01).
020700             88  WDT-IS-BUSINESS  VALUE "Y".
020800         10  WDT-MONTH-END-SW   PIC X(01).
020900             88  WDT-IS-MONTH-END VALUE "Y".
021000 77  WS-DUE-SW                  PIC X(01)    VALUE "N".
021100     88  ORDER-IS-DUE             VALUE "Y".
021200 77  WS-DAY-WORK                PIC S9(08)   COMP VALUE ZERO.
021300 77  WS-DAY-QUOT                PIC S9(08)   COMP VALUE ZERO.
021400 77  WS-RUN-DAY-NO              PIC S9(08)   COMP VALUE ZERO.
021500 77  WS-START-DOW               PIC S9(04)   COMP VALUE ZERO.
021600 77  WS-DOW-GAP                 PIC S9(04)   COMP VALUE ZERO.
021700 77  WS-OCCUR-DATE-N            PIC 9(08)    VALUE ZERO.
021800 77  WS-MONTH-LAST-N            PIC 9(08)    VALUE ZERO.
021900 01  WS-DAY-DATE-X              PIC 9(08).
022000 01  WS-DAY-DATE-PARTS REDEFINES WS-DAY-DATE-X.
022100     05  WS-DAY-CCYY            PIC 9(04).
022200     05  WS-DAY-MM              PIC 9(02).
022300     05  WS-DAY-DD              PIC 9(02).
022400 01  WS-NEXT-MONTH-X            PIC 9(08).
022500 01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-X.
022600     05  WS-NEXT-CCYY           PIC 9(04).
022700     05  WS-NEXT-MM             PIC 9(02).
022800     05  WS-NEXT-DD             PIC 9(02).
022900 77  WS-BUSDAY-FUNCTION         PIC X(01)    VALUE SPACE.
023000 77  WS-BUSDAY-DATE-1           PIC 9(08)    VALUE ZERO.
023100 77  WS-BUSDAY-DATE-2           PIC 9(08)    VALUE ZERO.
023200 77  WS-BUSDAY-DAYS             PIC 9(05)    VALUE ZERO.
023300 77  WS-BUSDAY-RETURN-CODE      PIC 9(02)    VALUE ZERO.
023400*----------------------------------------------------------
023500* REPORT COUNTERS
023600*----------------------------------------------------------
023700 77  WS-RATES-LOADED            PIC 9(05)    VALUE ZERO.
023800 77  WS-STEPS-READ              PIC 9(05)    VALUE ZERO.
023900 77  WS-STEPS-CHECKED           PIC 9(05)    VALUE ZERO.
024000 77  WS-ORDERS-READ             PIC 9(05)    VALUE ZERO.
024100 77  WS-ORDERS-CHECKED          PIC 9(05)    VALUE ZERO.
024200 77  WS-GL-MAPS-READ            PIC 9(05)    VALUE ZERO.
024300 77  WS-DANGLING-COUNT          PIC 9(05)    VALUE ZERO.
024400*----------------------------------------------------------
024500* REPORT HEADING AND DETAIL LINE LAYOUTS
024600*----------------------------------------------------------
024700 77  WS-RUN-DATE-N              PIC 9(08).
024800 01  WS-RUN-DATE-R              PIC 9999/99/99.
024900 77  WS-WINDOW-END-N            PIC 9(08)    VALUE ZERO.
025000 01  WS-WINDOW-END-R            PIC 9999/99/99.
025100 77  WS-NEEDED-DATE-N           PIC 9(08)    VALUE ZERO.
025200 01  WS-NEEDED-DATE-R           PIC 9999/99/99.
025300 77  WS-PAGE-NO                 PIC 9(04)    VALUE 1.
025400 77  WS-LINE-COUNT              PIC 9(02)    VALUE 99.
025500 77  WS-MAX-LINES-PER-PAGE      PIC 9(02)    VALUE 20.
025600 01  WS-SAVED-REPORT-LINE       PIC X(132).
025700 01  RL-HEADING-1.
025800     05  FILLER                 PIC X(10)
025900         VALUE "COBOL-XREF".
026000     05  FILLER                 PIC X(32)
026100         VALUE "  MASTER CROSS-REFERENCE".
026200     05  FILLER                 PIC X(10)    VALUE "RUN DATE ".
026300     05  RH1-RUN-DATE           PIC 9999/99/99.
026400     05  FILLER                 PIC X(08)    VALUE "  PAGE ".
026500     05  RH1-PAGE-NO            PIC ZZZ9.
026600 01  RL-HEADING-2.
026700     05  FILLER                 PIC X(42)
026800         VALUE "RATE VERSIONS CHECKED FOR NEEDS THROUGH ".
026900     05  RH2-WINDOW-END         PIC 9999/99/99.
027000 01  RL-HEADING-3.
027100     05  FILLER                 PIC X(10)    VALUE "MASTER".
027200     05  FILLER                 PIC X(23)    VALUE "KEY".
027300     05  FILLER                 PIC X(12)    VALUE "FIELD".
027400     05  FILLER                 PIC X(10)    VALUE "VALUE".
027500     05  FILLER                 PIC X(26)    VALUE "PROBLEM".
027600     05  FILLER                 PIC X(10)    VALUE "NEEDED ON".
027700 01  RL-DETAIL-LINE.
027800     05  RD-MASTER              PIC X(08).
027900     05  FILLER                 PIC X(02)    VALUE SPACES.
028000     05  RD-KEY                 PIC X(21).
028100     05  FILLER                 PIC X(02)    VALUE SPACES.
028200     05  RD-FIELD               PIC X(10).
028300     05  FILLER                 PIC X(02)    VALUE SPACES.
028400     05  RD-VALUE               PIC X(08).
028500     05  FILLER                 PIC X(02)    VALUE SPACES.
028600     05  RD-PROBLEM             PIC X(24).
028700     05  FILLER                 PIC X(02)    VALUE SPACES.
028800     05  RD-NEEDED-DATE         PIC X(10).
028900*----------------------------------------------------------
029000* SUMMARY LINE LAYOUTS
029100*----------------------------------------------------------
029200 01  SM-LINE-RATES.
029300     05  FILLER                 PIC X(24)
029400         VALUE "RATE VERSIONS LOADED... ".
029500     05  SM-RATES-LOADED        PIC ZZZZ9.
029600 01  SM-LINE-STEPS-READ.
029700     05  FILLER                 PIC X(24)
029800         VALUE "FORMULA STEPS READ..... ".
029900     05  SM-STEPS-READ          PIC ZZZZ9.
030000 01  SM-LINE-STEPS-CHECKED.
030100     05  FILLER                 PIC X(24)
030200         VALUE "RATE-CODE STEPS........ ".
030300     05  SM-STEPS-CHECKED       PIC ZZZZ9.
030400 01  SM-LINE-ORDERS-READ.
030500     05  FILLER                 PIC X(24)
030600         VALUE "STANDING ORDERS READ... ".
030700     05  SM-ORDERS-READ         PIC ZZZZ9.
030800 01  SM-LINE-ORDERS-CHECKED.
030900     05  FILLER                 PIC X(24)
031000         VALUE "ACTIVE ORDERS CHECKED.. ".
031100     05  SM-ORDERS-CHECKED      PIC ZZZZ9.
031200 01  SM-LINE-GL-MAPS.
031300     05  FILLER                 PIC X(24)
031400         VALUE "GL MAPPINGS READ....... ".
031500     05  SM-GL-MAPS-READ        PIC ZZZZ9.
031600 01  SM-LINE-DANGLING.
031700     05  FILLER                 PIC X(24)
031800         VALUE "DANGLING REFERENCES.... ".
031900     05  SM-DANGLING-COUNT      PIC ZZZZ9.
032000 PROCEDURE DIVISION.
032100*----------------------------------------------------------
032200* 0000-MAINLINE
032300*----------------------------------------------------------
032400 0000-MAINLINE.
032500     PERFORM 1000-INITIALIZE
032600         THRU 1000-EXIT.
032700     PERFORM 1500-LOAD-RATE-TABLE
032800         THRU 1500-EXIT.
032900     PERFORM 1600-BUILD-WINDOW
033000         THRU 1600-EXIT.
033100     PERFORM 2000-CHECK-FORMULAS
033200         THRU 2000-EXIT.
033300     PERFORM 3000-CHECK-ORDERS
033400         THRU 3000-EXIT.
033500     PERFORM 4000-CHECK-GL-MAPS
033600         THRU 4000-EXIT.
033700     PERFORM 8000-WRITE-SUMMARY
033800         THRU 8000-EXIT.
033900     PERFORM 9000-TERMINATE
034000         THRU 9000-EXIT.
034100     STOP RUN.
034200*----------------------------------------------------------
034300* 1000-INITIALIZE - SETTLE THE WINDOW AND OPEN THE LOOKUP
034400*     MASTERS AND THE REPORT. A LOOKUP MASTER THAT IS NOT
034500*     THERE IS NOTED AND ITS CHECKS ARE SKIPPED.
034600*----------------------------------------------------------
034700 1000-INITIALIZE.
034800     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
034900     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-R.
035000
035100     ACCEPT CMD-ARGS FROM COMMAND-LINE.
035200     IF CMD-ARGS NOT = SPACES
035300         UNSTRING CMD-ARGS DELIMITED BY ALL SPACES
035400             INTO WS-ARG-DAYS-TEXT COUNT IN WS-ARG-DAYS-LEN
035500         IF WS-ARG-DAYS-LEN = ZERO OR WS-ARG-DAYS-LEN > 2
035600             OR NOT WS-ARG-DAYS-TEXT(1:WS-ARG-DAYS-LEN)
035700                 NUMERIC
035800             DISPLAY "USAGE: COBOL-XREF [DAYS]"
035900             MOVE 16 TO RETURN-CODE
036000             STOP RUN
036100         END-IF
036200         MOVE WS-ARG-DAYS-TEXT(1:WS-ARG-DAYS-LEN)
036300             TO WS-WINDOW-DAYS
036400         IF WS-WINDOW-DAYS = ZERO
036500             OR WS-WINDOW-DAYS > WS-WINDOW-MAX
036600             DISPLAY "WINDOW MUST BE 1 TO " WS-WINDOW-MAX
036700                 " DAYS"
036800             MOVE 16 TO RETURN-CODE
036900             STOP RUN
037000         END-IF
037100     END-IF.
037200
037300     OPEN INPUT DEPT-FILE.
037400     IF DEPT-OK
037500         SET DEPT-AVAILABLE TO TRUE
037600     ELSE
037700         DISPLAY "DEPARTMENT MASTER NOT AVAILABLE, STATUS = "
037800             WS-DEPT-STATUS " - DEPARTMENTS NOT CHECKED"
037900     END-IF.
038000
038100     OPEN INPUT CURR-FILE.
038200     IF CURR-OK
038300         SET CURR-AVAILABLE TO TRUE
038400     ELSE
038500         DISPLAY "CURRENCY MASTER NOT AVAILABLE, STATUS = "
038600             WS-CURR-STATUS " - CURRENCIES NOT CHECKED"
038700     END-IF.
038800
038900     OPEN OUTPUT REPORT-FILE.
039000     IF NOT REPORT-OK
039100         DISPLAY "UNABLE TO OPEN REPORT FILE, STATUS = "
039200             WS-REPORT-STATUS
039300         MOVE 16 TO RETURN-CODE
039400         STOP RUN
039500     END-IF.
039600     GO TO 1000-EXIT.
039700 1000-EXIT.
039800     EXIT.
039900*----------------------------------------------------------
040000* 1500-LOAD-RATE-TABLE - READ THE RATE MASTER STRAIGHT
040100*     THROUGH INTO THE IN-CORE TABLE. A MISSING MASTER
040200*     LEAVES THE TABLE EMPTY AND EVERY RATE CODE WILL
040300*     SHOW AS NOT ON FILE, WHICH IS WHAT TONIGHT'S
040400*     RECORDS WOULD SEE.
040500*----------------------------------------------------------
040600 1500-LOAD-RATE-TABLE.
040700     OPEN INPUT RATE-FILE.
040800     IF NOT RATE-FILE-OK
040900         DISPLAY "RATE MASTER NOT AVAILABLE, STATUS = "
041000             WS-RATE-STATUS " - NO RATE CODE WILL RESOLVE"
041100         GO TO 1500-EXIT
041200     END-IF.
041300     PERFORM 1550-READ-RATE
041400         THRU 1550-EXIT.
041500     PERFORM UNTIL END-OF-RATES
041600         IF WS-RATE-COUNT >= WS-RATE-MAX
041700             DISPLAY "RATE TABLE FULL AT " WS-RATE-MAX
041800                 " ENTRIES - CROSS-REFERENCE NOT RUN"
041900             MOVE 16 TO RETURN-CODE
042000             STOP RUN
042100         END-IF
042200         ADD 1 TO WS-RATE-COUNT
042300         MOVE WS-RATE-COUNT TO WS-RATE-IX
042400         MOVE RM-RATE-CODE TO RTB-CODE(WS-RATE-IX)
042500         MOVE RM-EFF-DATE TO RTB-EFF-DATE(WS-RATE-IX)
042600         MOVE RM-EXP-DATE TO RTB-EXP-DATE(WS-RATE-IX)
042700         PERFORM 1550-READ-RATE
042800             THRU 1550-EXIT
042900     END-PERFORM.
043000     CLOSE RATE-FILE.
043100     MOVE WS-RATE-COUNT TO WS-RATES-LOADED.
043200     GO TO 1500-EXIT.
043300 1500-EXIT.
043400     EXIT.
043500*----------------------------------------------------------
043600* 1550-READ-RATE
043700*----------------------------------------------------------
043800 1550-READ-RATE.
043900     READ RATE-FILE
044000         AT END
044100             SET END-OF-RATES TO TRUE
044200     END-READ.
044300     GO TO 1550-EXIT.
044400 1550-EXIT.
044500     EXIT.
044600*----------------------------------------------------------
044700* 1600-BUILD-WINDOW - ONE CALENDAR ENTRY PER WINDOW DAY
044800*----------------------------------------------------------
044900 1600-BUILD-WINDOW.
045000     COMPUTE WS-RUN-DAY-NO
045100         = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N).
045200     PERFORM 1650-BUILD-ONE-DAY
045300         THRU 1650-EXIT
045400         VARYING WS-WIN-IX FROM 1 BY 1
045500         UNTIL WS-WIN-IX > WS-WINDOW-DAYS.
045600     MOVE WDT-DATE(WS-WINDOW-DAYS) TO WS-WINDOW-END-N.
045700     MOVE WS-WINDOW-END-N TO WS-WINDOW-END-R.
045800     GO TO 1600-EXIT.
045900 1600-EXIT.
046000     EXIT.
046100*----------------------------------------------------------
046200* 1650-BUILD-ONE-DAY - DATE, WEEKDAY, BUSINESS-DAY FLAG,
046300*     AND WHETHER THE DAY IS THE LAST BUSINESS DAY OF ITS
046400*     MONTH (THE LAST CALENDAR DAY ROLLED BACK)
046500*----------------------------------------------------------
046600 1650-BUILD-ONE-DAY.
046700     COMPUTE WDT-DAY-NO(WS-WIN-IX)
046800         = WS-RUN-DAY-NO + WS-WIN-IX - 1.
046900     COMPUTE WDT-DATE(WS-WIN-IX)
047000         = FUNCTION DATE-OF-INTEGER(WDT-DAY-NO(WS-WIN-IX)).
047100     DIVIDE WDT-DAY-NO(WS-WIN-IX) BY 7
047200         GIVING WS-DAY-QUOT REMAINDER WDT-DOW(WS-WIN-IX).
047300     MOVE "N" TO WDT-BUSINESS-SW(WS-WIN-IX).
047400     MOVE "N" TO WDT-MONTH-END-SW(WS-WIN-IX).
047500
047600     MOVE "B" TO WS-BUSDAY-FUNCTION.
047700     MOVE WDT-DATE(WS-WIN-IX) TO WS-BUSDAY-DATE-1.
047800     PERFORM 1750-CALL-BUSDAY
047900         THRU 1750-EXIT.
048000     IF WS-BUSDAY-RETURN-CODE = ZERO
048100         SET WDT-IS-BUSINESS(WS-WIN-IX) TO TRUE
048200     END-IF.
048300
048400     MOVE WDT-DATE(WS-WIN-IX) TO WS-DAY-DATE-X.
048500     MOVE WS-DAY-DATE-X TO WS-NEXT-MONTH-X.
048600     IF WS-DAY-MM = 12
048700         ADD 1 TO WS-NEXT-CCYY
048800         MOVE 1 TO WS-NEXT-MM
048900     ELSE
049000         ADD 1 TO WS-NEXT-MM
049100     END-IF.
049200     MOVE 1 TO WS-NEXT-DD.
049300     COMPUTE WS-DAY-WORK
049400         = FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-X) - 1.
049500     COMPUTE WS-MONTH-LAST-N
049600         = FUNCTION DATE-OF-INTEGER(WS-DAY-WORK).
049700     MOVE "P" TO WS-BUSDAY-FUNCTION.
049800     MOVE WS-MONTH-LAST-N TO WS-BUSDAY-DATE-1.
049900     PERFORM 1750-CALL-BUSDAY
050000         THRU 1750-EXIT.
050100     IF WS-BUSDAY-DATE-2 = WDT-DATE(WS-WIN-IX)
050200         SET WDT-IS-MONTH-END(WS-WIN-IX) TO TRUE
050300     END-IF.
050400     GO TO 1650-EXIT.
050500 1650-EXIT.
050600     EXIT.
050700*----------------------------------------------------------
050800* 1750-CALL-BUSDAY - EVERY DATE PASSED IS DERIVED FROM THE
050900*     RUN DATE OR A MASTER'S VALIDATED START DATE, SO THE
051000*     ROUTINE CAN ONLY FAIL IF THE CALENDAR ITSELF IS
051100*     UNUSABLE; THAT STOPS THE RUN RATHER THAN REPORT
051200*     AGAINST THE WRONG DAYS
051300*----------------------------------------------------------
051400 1750-CALL-BUSDAY.
051500     CALL "COBOL-BUSDAY" USING WS-BUSDAY-FUNCTION,
051600             WS-BUSDAY-DATE-1, WS-BUSDAY-DATE-2,
051700             WS-BUSDAY-DAYS, WS-BUSDAY-RETURN-CODE.
051800     IF WS-BUSDAY-RETURN-CODE > 04
051900         DISPLAY "BUSINESS-DAY ROUTINE FAILED FOR "
052000             WS-BUSDAY-DATE-1 ", RC = " WS-BUSDAY-RETURN-CODE
052100         MOVE 16 TO RETURN-CODE
052200         STOP RUN
052300     END-IF.
052400     GO TO 1750-EXIT.
052500 1750-EXIT.
052600     EXIT.
052700*----------------------------------------------------------
052800* 2000-CHECK-FORMULAS - LOOP OVER THE FORMULA MASTER
052900*----------------------------------------------------------
053000 2000-CHECK-FORMULAS.
053100     OPEN INPUT FORMULA-FILE.
053200     IF NOT FORMULA-FILE-OK
053300         DISPLAY "FORMULA MASTER NOT AVAILABLE, STATUS = "
053400             WS-FORMULA-STATUS " - FORMULAS NOT CHECKED"
053500         GO TO 2000-EXIT
053600     END-IF.
053700     PERFORM 2100-READ-FORMULA
053800         THRU 2100-EXIT.
053900     PERFORM UNTIL END-OF-FORMULAS
054000         PERFORM 2200-CHECK-ONE-STEP
054100             THRU 2200-EXIT
054200         PERFORM 2100-READ-FORMULA
054300             THRU 2100-EXIT
054400     END-PERFORM.
054500     CLOSE FORMULA-FILE.
054600     GO TO 2000-EXIT.
054700 2000-EXIT.
054800     EXIT.
054900*----------------------------------------------------------
055000* 2100-READ-FORMULA
055100*----------------------------------------------------------
055200 2100-READ-FORMULA.
055300     READ FORMULA-FILE
055400         AT END
055500             SET END-OF-FORMULAS TO TRUE
055600     END-READ.
055700     IF NOT END-OF-FORMULAS
055800         ADD 1 TO WS-STEPS-READ
055900     END-IF.
056000     GO TO 2100-EXIT.
056100 2100-EXIT.
056200     EXIT.
056300*----------------------------------------------------------
056400* 2200-CHECK-ONE-STEP - A FORMULA CAN BE NAMED ON ANY
056500*     NIGHT'S RECORDS, SO A RATE-CODE STEP NEEDS A VERSION
056600*     IN FORCE ON EVERY BUSINESS DAY OF THE WINDOW. THE
056700*     FIRST UNCOVERED DAY IS REPORTED.
056800*----------------------------------------------------------
056900 2200-CHECK-ONE-STEP.
057000     IF FM-OPERAND-TYPE NOT = "R"
057100         GO TO 2200-EXIT
057200     END-IF.
057300     ADD 1 TO WS-STEPS-CHECKED.
057400     MOVE "FORMMAST" TO RD-MASTER.
057500     MOVE SPACES TO RD-KEY.
057600     STRING FM-NAME DELIMITED BY SPACE
057700            " STEP " DELIMITED BY SIZE
057800            FM-STEP-NO DELIMITED BY SIZE
057900         INTO RD-KEY.
058000     MOVE "RATE CODE" TO RD-FIELD.
058100     MOVE FM-RATE-CODE TO RD-VALUE.
058200     MOVE FM-RATE-CODE TO WS-CHECK-CODE.
058300     PERFORM 5000-CHECK-CODE-ON-FILE
058400         THRU 5000-EXIT.
058500     IF NOT CODE-ON-FILE
058600         MOVE "RATE CODE NOT ON FILE" TO RD-PROBLEM
058700         MOVE ZERO TO WS-NEEDED-DATE-N
058800         PERFORM 6000-WRITE-DANGLING
058900             THRU 6000-EXIT
059000         GO TO 2200-EXIT
059100     END-IF.
059200     MOVE ZERO TO WS-GAP-DATE.
059300     PERFORM 2250-CHECK-STEP-DAY
059400         THRU 2250-EXIT
059500         VARYING WS-WIN-IX FROM 1 BY 1
059600         UNTIL WS-WIN-IX > WS-WINDOW-DAYS
059700            OR WS-GAP-DATE NOT = ZERO.
059800     IF WS-GAP-DATE NOT = ZERO
059900         MOVE "NO VERSION IN FORCE" TO RD-PROBLEM
060000         MOVE WS-GAP-DATE TO WS-NEEDED-DATE-N
060100         PERFORM 6000-WRITE-DANGLING
060200             THRU 6000-EXIT
060300     END-IF.
060400     GO TO 2200-EXIT.
060500 2200-EXIT.
060600     EXIT.
060700*----------------------------------------------------------
060800* 2250-CHECK-STEP-DAY
060900*----------------------------------------------------------
061000 2250-CHECK-STEP-DAY.
061100     IF NOT WDT-IS-BUSINESS(WS-WIN-IX)
061200         GO TO 2250-EXIT
061300     END-IF.
061400     MOVE WDT-DATE(WS-WIN-IX) TO WS-CHECK-DATE.
061500     PERFORM 5200-CHECK-IN-FORCE
061600         THRU 5200-EXIT.
061700     IF NOT VERSION-IN-FORCE
061800         MOVE WS-CHECK-DATE TO WS-GAP-DATE
061900     END-IF.
062000     GO TO 2250-EXIT.
062100 2250-EXIT.
062200     EXIT.
062300*----------------------------------------------------------
062400* 3000-CHECK-ORDERS - LOOP OVER THE STANDING-ORDER MASTER
062500*----------------------------------------------------------
062600 3000-CHECK-ORDERS.
062700     OPEN INPUT ORDER-FILE.
062800     IF NOT ORDER-FILE-OK
062900         DISPLAY "STANDING-ORDER MASTER NOT AVAILABLE, "
063000             "STATUS = " WS-ORDER-STATUS
063100             " - ORDERS NOT CHECKED"
063200         GO TO 3000-EXIT
063300     END-IF.
063400     PERFORM 3100-READ-ORDER
063500         THRU 3100-EXIT.
063600     PERFORM UNTIL END-OF-ORDERS
063700         PERFORM 3200-CHECK-ONE-ORDER
063800             THRU 3200-EXIT
063900         PERFORM 3100-READ-ORDER
064000             THRU 3100-EXIT
064100     END-PERFORM.
064200     CLOSE ORDER-FILE.
064300     GO TO 3000-EXIT.
064400 3000-EXIT.
064500     EXIT.
064600*----------------------------------------------------------
064700* 3100-READ-ORDER
064800*----------------------------------------------------------
064900 3100-READ-ORDER.
065000     READ ORDER-FILE
065100         AT END
065200             SET END-OF-ORDERS TO TRUE
065300     END-READ.
065400     IF NOT END-OF-ORDERS
065500         ADD 1 TO WS-ORDERS-READ
065600     END-IF.
065700     GO TO 3100-EXIT.
065800 3100-EXIT.
065900     EXIT.
066000*----------------------------------------------------------
066100* 3200-CHECK-ONE-ORDER - A CANCELLED ORDER NEVER GENERATES
066200*     AND IS NOT CHECKED. AN ACTIVE ORDER'S DEPARTMENT MUST
066300*     BE ON FILE AND OPEN; A RATE-CODE ORDER NEEDS A
066400*     VERSION IN FORCE ON EVERY DATE IT FALLS DUE IN THE
066500*     WINDOW. THE FIRST UNCOVERED DUE DATE IS REPORTED.
066600*----------------------------------------------------------
066700 3200-CHECK-ONE-ORDER.
066800     IF SO-STATUS NOT = "A"
066900         GO TO 3200-EXIT
067000     END-IF.
067100     ADD 1 TO WS-ORDERS-CHECKED.
067200     MOVE "STNDMAST" TO RD-MASTER.
067300     MOVE SO-ORDER-ID TO RD-KEY.
067400
067500     IF DEPT-AVAILABLE
067600         MOVE "DEPARTMENT" TO RD-FIELD
067700         MOVE SO-DEPT TO RD-VALUE
067800         MOVE ZERO TO WS-NEEDED-DATE-N
067900         MOVE SO-DEPT TO DP-DEPT-CODE
068000         READ DEPT-FILE
068100         IF NOT DEPT-OK
068200             MOVE "DEPARTMENT NOT ON FILE" TO RD-PROBLEM
068300             PERFORM 6000-WRITE-DANGLING
068400                 THRU 6000-EXIT
068500         ELSE
068600             IF NOT DP-ACTIVE
068700                 MOVE "DEPARTMENT CLOSED" TO RD-PROBLEM
068800                 PERFORM 6000-WRITE-DANGLING
068900                     THRU 6000-EXIT
069000             END-IF
069100         END-IF
069200     END-IF.
069300
069400     IF SO-OPERAND-TYPE NOT = "R"
069500         GO TO 3200-EXIT
069600     END-IF.
069700     MOVE "RATE CODE" TO RD-FIELD.
069800     MOVE SO-RATE-CODE TO RD-VALUE.
069900     MOVE SO-RATE-CODE TO WS-CHECK-CODE.
070000     PERFORM 5000-CHECK-CODE-ON-FILE
070100         THRU 5000-EXIT.
070200     IF NOT CODE-ON-FILE
070300         MOVE "RATE CODE NOT ON FILE" TO RD-PROBLEM
070400         MOVE ZERO TO WS-NEEDED-DATE-N
070500         PERFORM 6000-WRITE-DANGLING
070600             THRU 6000-EXIT
070700         GO TO 3200-EXIT
070800     END-IF.
070900     COMPUTE WS-DAY-WORK
071000         = FUNCTION INTEGER-OF-DATE(SO-START-DATE).
071100     DIVIDE WS-DAY-WORK BY 7
071200         GIVING WS-DAY-QUOT REMAINDER WS-START-DOW.
071300     MOVE ZERO TO WS-GAP-DATE.
071400     PERFORM 3250-CHECK-ORDER-DAY
071500         THRU 3250-EXIT
071600         VARYING WS-WIN-IX FROM 1 BY 1
071700         UNTIL WS-WIN-IX > WS-WINDOW-DAYS
071800            OR WS-GAP-DATE NOT = ZERO.
071900     IF WS-GAP-DATE NOT = ZERO
072000         MOVE "NO VERSION IN FORCE" TO RD-PROBLEM
072100         MOVE WS-GAP-DATE TO WS-NEEDED-DATE-N
072200         PERFORM 6000-WRITE-DANGLING
072300             THRU 6000-EXIT
072400     END-IF.
072500     GO TO 3200-EXIT.
072600 3200-EXIT.
072700     EXIT.
072800*----------------------------------------------------------
072900* 3250-CHECK-ORDER-DAY
073000*----------------------------------------------------------
073100 3250-CHECK-ORDER-DAY.
073200     IF WDT-DATE(WS-WIN-IX) < SO-START-DATE
073300         OR WDT-DATE(WS-WIN-IX) > SO-STOP-DATE
073400         GO TO 3250-EXIT
073500     END-IF.
073600     PERFORM 3300-CHECK-DUE
073700         THRU 3300-EXIT.
073800     IF NOT ORDER-IS-DUE
073900         GO TO 3250-EXIT
074000     END-IF.
074100     MOVE WDT-DATE(WS-WIN-IX) TO WS-CHECK-DATE.
074200     PERFORM 5200-CHECK-IN-FORCE
074300         THRU 5200-EXIT.
074400     IF NOT VERSION-IN-FORCE
074500         MOVE WS-CHECK-DATE TO WS-GAP-DATE
074600     END-IF.
074700     GO TO 3250-EXIT.
074800 3250-EXIT.
074900     EXIT.
075000*----------------------------------------------------------
075100* 3300-CHECK-DUE - THE SAME RULES COBOL-STNDGEN APPLIES ON
075200*     THE NIGHT, APPLIED TO ONE WINDOW DAY. A WEEKLY
075300*     ORDER'S OCCURRENCE IS THE LATEST DAY ON OR BEFORE
075400*     THE WINDOW DAY ON ITS START DATE'S DAY OF WEEK; IT IS
075500*     DUE WHEN THAT DAY ROLLS FORWARD TO THE WINDOW DAY.
075600*----------------------------------------------------------
075700 3300-CHECK-DUE.
075800     MOVE "N" TO WS-DUE-SW.
075900     EVALUATE SO-FREQUENCY
076000         WHEN "D"
076100             IF WDT-IS-BUSINESS(WS-WIN-IX)
076200                 SET ORDER-IS-DUE TO TRUE
076300             END-IF
076400         WHEN "W"
076500             COMPUTE WS-DOW-GAP
076600                 = WDT-DOW(WS-WIN-IX) - WS-START-DOW
076700             IF WS-DOW-GAP < ZERO
076800                 ADD 7 TO WS-DOW-GAP
076900             END-IF
077000             COMPUTE WS-DAY-WORK
077100                 = WDT-DAY-NO(WS-WIN-IX) - WS-DOW-GAP
077200             COMPUTE WS-OCCUR-DATE-N
077300                 = FUNCTION DATE-OF-INTEGER(WS-DAY-WORK)
077400             MOVE "N" TO WS-BUSDAY-FUNCTION
077500             MOVE WS-OCCUR-DATE-N TO WS-BUSDAY-DATE-1
077600             PERFORM 1750-CALL-BUSDAY
077700                 THRU 1750-EXIT
077800             IF WS-BUSDAY-DATE-2 = WDT-DATE(WS-WIN-IX)
077900                 SET ORDER-IS-DUE TO TRUE
078000             END-IF
078100         WHEN "M"
078200             IF WDT-IS-MONTH-END(WS-WIN-IX)
078300                 SET ORDER-IS-DUE TO TRUE
078400             END-IF
078500     END-EVALUATE.
078600     GO TO 3300-EXIT.
078700 3300-EXIT.
078800     EXIT.
078900*----------------------------------------------------------
079000* 4000-CHECK-GL-MAPS - LOOP OVER THE GL ACCOUNT-MAPPING
079100*     MASTER. IT IS THE ONLY MASTER THAT NAMES CURRENCIES.
079200*----------------------------------------------------------
079300 4000-CHECK-GL-MAPS.
079400     OPEN INPUT GLMAP-FILE.
079500     IF NOT GLMAP-FILE-OK
079600         DISPLAY "GL MAPPING MASTER NOT AVAILABLE, STATUS = "
079700             WS-GLMAP-STATUS " - MAPPINGS NOT CHECKED"
079800         GO TO 4000-EXIT
079900     END-IF.
080000     PERFORM 4100-READ-GL-MAP
080100         THRU 4100-EXIT.
080200     PERFORM UNTIL END-OF-GL-MAPS
080300         PERFORM 4200-CHECK-ONE-GL-MAP
080400             THRU 4200-EXIT
080500         PERFORM 4100-READ-GL-MAP
080600             THRU 4100-EXIT
080700     END-PERFORM.
080800     CLOSE GLMAP-FILE.
080900     GO TO 4000-EXIT.
081000 4000-EXIT.
081100     EXIT.
081200*----------------------------------------------------------
081300* 4100-READ-GL-MAP
081400*----------------------------------------------------------
081500 4100-READ-GL-MAP.
081600     READ GLMAP-FILE
081700         AT END
081800             SET END-OF-GL-MAPS TO TRUE
081900     END-READ.
082000     IF NOT END-OF-GL-MAPS
082100         ADD 1 TO WS-GL-MAPS-READ
082200     END-IF.
082300     GO TO 4100-EXIT.
082400 4100-EXIT.
082500     EXIT.
082600*----------------------------------------------------------
082700* 4200-CHECK-ONE-GL-MAP - A BLANK CURRENCY IS THE BASE
082800*     CURRENCY AND A BLANK DEPARTMENT MAPS RECORDS THAT
082900*     CARRY NONE; NEITHER IS A REFERENCE
083000*----------------------------------------------------------
083100 4200-CHECK-ONE-GL-MAP.
083200     MOVE "GLMAP" TO RD-MASTER.
083300     MOVE SPACES TO RD-KEY.
083400     STRING GM-DEPT DELIMITED BY SIZE
083500            " " DELIMITED BY SIZE
083600            GM-SOURCE DELIMITED BY SIZE
083700            " " DELIMITED BY SIZE
083800            GM-CURRENCY DELIMITED BY SIZE
083900         INTO RD-KEY.
084000     MOVE ZERO TO WS-NEEDED-DATE-N.
084100
084200     IF DEPT-AVAILABLE
084300         AND GM-DEPT NOT = SPACES
084400         MOVE GM-DEPT TO DP-DEPT-CODE
084500         READ DEPT-FILE
084600         IF NOT DEPT-OK
084700             MOVE "DEPARTMENT" TO RD-FIELD
084800             MOVE GM-DEPT TO RD-VALUE
084900             MOVE "DEPARTMENT NOT ON FILE" TO RD-PROBLEM
085000             PERFORM 6000-WRITE-DANGLING
085100                 THRU 6000-EXIT
085200         END-IF
085300     END-IF.
085400
085500     IF CURR-AVAILABLE
085600         AND GM-CURRENCY NOT = SPACES
085700         MOVE GM-CURRENCY TO CU-CURR-CODE
085800         READ CURR-FILE
085900         IF NOT CURR-OK
086000             MOVE "CURRENCY" TO RD-FIELD
086100             MOVE GM-CURRENCY TO RD-VALUE
086200             MOVE "CURRENCY NOT ON FILE" TO RD-PROBLEM
086300             PERFORM 6000-WRITE-DANGLING
086400                 THRU 6000-EXIT
086500         END-IF
086600     END-IF.
086700     GO TO 4200-EXIT.
086800 4200-EXIT.
086900     EXIT.
087000*----------------------------------------------------------
087100* 5000-CHECK-CODE-ON-FILE - DOES WS-CHECK-CODE HAVE ANY
087200*     VERSION AT ALL ON THE RATE MASTER
087300*----------------------------------------------------------
087400 5000-CHECK-CODE-ON-FILE.
087500     MOVE "N" TO WS-CODE-FOUND-SW.
087600     PERFORM 5100-MATCH-CODE
087700         THRU 5100-EXIT
087800         VARYING WS-RATE-IX FROM 1 BY 1
087900         UNTIL WS-RATE-IX > WS-RATE-COUNT
088000            OR CODE-ON-FILE.
088100     GO TO 5000-EXIT.
088200 5000-EXIT.
088300     EXIT.
088400*----------------------------------------------------------
088500* 5100-MATCH-CODE
088600*----------------------------------------------------------
088700 5100-MATCH-CODE.
088800     IF RTB-CODE(WS-RATE-IX) = WS-CHECK-CODE
088900         SET CODE-ON-FILE TO TRUE
089000     END-IF.
089100     GO TO 5100-EXIT.
089200 5100-EXIT.
089300     EXIT.
089400*----------------------------------------------------------
089500* 5200-CHECK-IN-FORCE - DOES WS-CHECK-CODE HAVE A VERSION
089600*     IN FORCE ON WS-CHECK-DATE, THE SAME TEST COBOL-MATH
089700*     APPLIES WHEN IT RESOLVES A RATE CODE
089800*----------------------------------------------------------
089900 5200-CHECK-IN-FORCE.
090000     MOVE "N" TO WS-IN-FORCE-SW.
090100     PERFORM 5300-MATCH-VERSION
090200         THRU 5300-EXIT
090300         VARYING WS-RATE-IX FROM 1 BY 1
090400         UNTIL WS-RATE-IX > WS-RATE-COUNT
090500            OR VERSION-IN-FORCE.
090600     GO TO 5200-EXIT.
090700 5200-EXIT.
090800     EXIT.
090900*----------------------------------------------------------
091000* 5300-MATCH-VERSION
091100*----------------------------------------------------------
091200 5300-MATCH-VERSION.
091300     IF RTB-CODE(WS-RATE-IX) = WS-CHECK-CODE
091400         AND RTB-EFF-DATE(WS-RATE-IX) <= WS-CHECK-DATE
091500         AND RTB-EXP-DATE(WS-RATE-IX) >= WS-CHECK-DATE
091600         SET VERSION-IN-FORCE TO TRUE
091700     END-IF.
091800     GO TO 5300-EXIT.
091900 5300-EXIT.
092000     EXIT.
092100*----------------------------------------------------------
092200* 6000-WRITE-DANGLING - CALLER LOADS THE MASTER, KEY,
092300*     FIELD, VALUE AND PROBLEM, AND THE DATE NEEDED (ZERO
092400*     WHEN THE REFERENCE IS DANGLING ON ANY DATE)
092500*----------------------------------------------------------
092600 6000-WRITE-DANGLING.
092700     ADD 1 TO WS-DANGLING-COUNT.
092800     IF WS-HIGHEST-RC < 04
092900         MOVE 04 TO WS-HIGHEST-RC
093000     END-IF.
093100     IF WS-NEEDED-DATE-N = ZERO
093200         MOVE SPACES TO RD-NEEDED-DATE
093300     ELSE
093400         MOVE WS-NEEDED-DATE-N TO WS-NEEDED-DATE-R
093500         MOVE WS-NEEDED-DATE-R TO RD-NEEDED-DATE
093600     END-IF.
093700     MOVE RL-DETAIL-LINE TO RL-RECORD.
093800     PERFORM 7000-WRITE-REPORT-LINE
093900         THRU 7000-EXIT.
094000     GO TO 6000-EXIT.
094100 6000-EXIT.
094200     EXIT.
094300*----------------------------------------------------------
094400* 6500-WRITE-HEADINGS - NEW REPORT PAGE
094500*----------------------------------------------------------
094600 6500-WRITE-HEADINGS.
094700     MOVE WS-RUN-DATE-R TO RH1-RUN-DATE.
094800     MOVE WS-PAGE-NO TO RH1-PAGE-NO.
094900     MOVE WS-WINDOW-END-R TO RH2-WINDOW-END.
095000     MOVE RL-HEADING-1 TO RL-RECORD.
095100     WRITE RL-RECORD.
095200     MOVE RL-HEADING-2 TO RL-RECORD.
095300     WRITE RL-RECORD.
095400     MOVE SPACES TO RL-RECORD.
095500     WRITE RL-RECORD.
095600     MOVE RL-HEADING-3 TO RL-RECORD.
095700     WRITE RL-RECORD.
095800     MOVE SPACES TO RL-RECORD.
095900     WRITE RL-RECORD.
096000     ADD 1 TO WS-PAGE-NO.
096100     MOVE ZERO TO WS-LINE-COUNT.
096200     GO TO 6500-EXIT.
096300 6500-EXIT.
096400     EXIT.
096500*----------------------------------------------------------
096600* 7000-WRITE-REPORT-LINE - PAGE-CONTROLLED REPORT WRITE.
096700*     CALLER LOADS RL-RECORD FIRST; HEADINGS REBUILD THE
096800*     RECORD AREA, SO THE LINE IS SAVED ACROSS A PAGE BREAK
096900*----------------------------------------------------------
097000 7000-WRITE-REPORT-LINE.
097100     MOVE RL-RECORD TO WS-SAVED-REPORT-LINE.
097200     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
097300         PERFORM 6500-WRITE-HEADINGS
097400             THRU 6500-EXIT
097500         MOVE WS-SAVED-REPORT-LINE TO RL-RECORD
097600     END-IF.
097700     WRITE RL-RECORD.
097800     ADD 1 TO WS-LINE-COUNT.
097900     GO TO 7000-EXIT.
098000 7000-EXIT.
098100     EXIT.
098200*----------------------------------------------------------
098300* 8000-WRITE-SUMMARY - MASTER COUNTS AND THE DANGLING TOTAL
098400*----------------------------------------------------------
098500 8000-WRITE-SUMMARY.
098600     MOVE SPACES TO RL-RECORD.
098700     PERFORM 7000-WRITE-REPORT-LINE
098800         THRU 7000-EXIT.
098900     MOVE WS-RATES-LOADED TO SM-RATES-LOADED.
099000     MOVE SM-LINE-RATES TO RL-RECORD.
099100     PERFORM 7000-WRITE-REPORT-LINE
099200         THRU 7000-EXIT.
099300     MOVE WS-STEPS-READ TO SM-STEPS-READ.
099400     MOVE SM-LINE-STEPS-READ TO RL-RECORD.
099500     PERFORM 7000-WRITE-REPORT-LINE
099600         THRU 7000-EXIT.
099700     MOVE WS-STEPS-CHECKED TO SM-STEPS-CHECKED.
099800     MOVE SM-LINE-STEPS-CHECKED TO RL-RECORD.
099900     PERFORM 7000-WRITE-REPORT-LINE
100000         THRU 7000-EXIT.
100100     MOVE WS-ORDERS-READ TO SM-ORDERS-READ.
100200     MOVE SM-LINE-ORDERS-READ TO RL-RECORD.
100300     PERFORM 7000-WRITE-REPORT-LINE
100400         THRU 7000-EXIT.
100500     MOVE WS-ORDERS-CHECKED TO SM-ORDERS-CHECKED.
100600     MOVE SM-LINE-ORDERS-CHECKED TO RL-RECORD.
100700     PERFORM 7000-WRITE-REPORT-LINE
100800         THRU 7000-EXIT.
100900     MOVE WS-GL-MAPS-READ TO SM-GL-MAPS-READ.
101000     MOVE SM-LINE-GL-MAPS TO RL-RECORD.
101100     PERFORM 7000-WRITE-REPORT-LINE
101200         THRU 7000-EXIT.
101300     MOVE WS-DANGLING-COUNT TO SM-DANGLING-COUNT.
101400     MOVE SM-LINE-DANGLING TO RL-RECORD.
101500     PERFORM 7000-WRITE-REPORT-LINE
101600         THRU 7000-EXIT.
101700     GO TO 8000-EXIT.
101800 8000-EXIT.
101900     EXIT.
102000*----------------------------------------------------------
102100* 9000-TERMINATE
102200*----------------------------------------------------------
102300 9000-TERMINATE.
102400     IF DEPT-AVAILABLE
102500         CLOSE DEPT-FILE
102600     END-IF.
102700     IF CURR-AVAILABLE
102800         CLOSE CURR-FILE
102900     END-IF.
103000     CLOSE REPORT-FILE.
103100     MOVE WS-HIGHEST-RC TO RETURN-CODE.
103200     GO TO 9000-EXIT.
103300 9000-EXIT.
103400     EXIT.
