002700*                   REWRITTEN WITH ONLY THE OPEN ITEMS
002800*                   (SAME SWAP SCHEME AS THE COBOL-MATH
002900*                   CHECKPOINT).
002910* 10/15/2026  DLH   EVERY CHG OR EXP STILL ON THE QUEUE NOW
002920*                   LISTS, UNDER ITS REPORT LINE, THE FORMULA
002930*                   STEPS AND ACTIVE STANDING ORDERS THAT USE
002940*                   ITS RATE CODE, SO THE APPROVER SEES WHAT
002950*                   AN EXPIRY OR CHANGE WILL REACH BEFORE
002960*                   APPROVING IT. FORMMAST AND STNDMAST ARE
002970*                   READ ONLY; IF EITHER IS NOT THERE ITS
002980*                   USERS ARE SIMPLY NOT LISTED.
003000*----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
005400     SELECT REPORT-FILE ASSIGN TO "APPRRPT"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS WS-REPORT-STATUS.
005609     SELECT FORMULA-FILE ASSIGN TO "FORMMAST"
005618         ORGANIZATION IS INDEXED
005627         ACCESS MODE IS SEQUENTIAL
005636         RECORD KEY IS FM-KEY
005645         FILE STATUS IS WS-FORMULA-STATUS.
005654     SELECT ORDER-FILE ASSIGN TO "STNDMAST"
005663         ORGANIZATION IS INDEXED
005672         ACCESS MODE IS SEQUENTIAL
005681         RECORD KEY IS SO-ORDER-ID
005690         FILE STATUS IS WS-ORDER-STATUS.
005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  RATE-FILE.
007900 FD  REPORT-FILE
008000     RECORDING MODE IS F.
008100 01  RL-RECORD                  PIC X(132).
008103 FD  FORMULA-FILE.
008106 01  FM-RECORD.
008109     05  FM-KEY.
008112         10  FM-NAME            PIC X(08).
008115         10  FM-STEP-NO         PIC 9(02).
008118     05  FM-OP-CODE             PIC X(01).
008121     05  FM-OPERAND-TYPE        PIC X(01).
008124     05  FM-AMOUNT              PIC 9(05)V99.
008127     05  FM-RATE-CODE           PIC X(08).
008130     05  FILLER                 PIC X(13).
008133 FD  ORDER-FILE.
008136 01  SO-RECORD.
008139     05  SO-ORDER-ID            PIC X(08).
008142     05  SO-DEPT                PIC X(08).
008145     05  SO-AMOUNT              PIC 9(05)V99.
008148     05  SO-OPERAND-TYPE        PIC X(01).
008151     05  SO-OPERAND-AMOUNT      PIC 9(05)V99.
008154     05  SO-RATE-CODE           PIC X(08).
008157     05  SO-OP-CODE             PIC X(01).
008160     05  SO-FREQUENCY           PIC X(01).
008163     05  SO-START-DATE          PIC 9(08).
008166     05  SO-STOP-DATE           PIC 9(08).
008169     05  SO-REF-STEM            PIC X(08).
008172     05  SO-STATUS              PIC X(01).
008175     05  FILLER                 PIC X(06).
008200 WORKING-STORAGE SECTION.
008300*----------------------------------------------------------
008400* FILE STATUS SWITCHES
010300     88  END-OF-PENDING           VALUE "Y".
010400 77  WS-APPR-EOF-SW             PIC X(01)    VALUE "N".
010500     88  END-OF-APPROVALS         VALUE "Y".
010510 77  WS-FORMULA-STATUS          PIC X(02).
010520     88  FORMULA-FILE-OK          VALUE "00".
010530 77  WS-ORDER-STATUS            PIC X(02).
010540     88  ORDER-FILE-OK            VALUE "00".
010550 77  WS-FORMULA-EOF-SW          PIC X(01)    VALUE "N".
010560     88  END-OF-FORMULAS          VALUE "Y".
010570 77  WS-ORDER-EOF-SW            PIC X(01)    VALUE "N".
010580     88  END-OF-ORDERS            VALUE "Y".
010600 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
010700*----------------------------------------------------------
010800* APPROVER - FROM THE COMMAND LINE. AN APPROVE DECISION
021900 77  WS-VERS-EFF                PIC 9(08)    VALUE ZERO.
022000 77  WS-SCAN-EOF-SW             PIC X(01)    VALUE "N".
022100     88  END-OF-SCAN              VALUE "Y".
022104*----------------------------------------------------------
022108* RATE-CODE USERS - FORMULA STEPS AND ACTIVE STANDING
022112* ORDERS THAT NAME A RATE CODE, LOADED ONCE SO EACH
022116* QUEUED CHG OR EXP CAN LIST WHAT IT WILL REACH
022120*----------------------------------------------------------
022124 77  WS-USE-MAX                 PIC 9(04)    VALUE 500.
022128 77  WS-FORM-USE-COUNT          PIC 9(04)    VALUE ZERO.
022132 77  WS-ORDER-USE-COUNT         PIC 9(04)    VALUE ZERO.
022136 77  WS-USE-IX                  PIC S9(04)   COMP VALUE ZERO.
022140 77  WS-USES-LISTED             PIC 9(04)    VALUE ZERO.
022144 01  FORM-USE-TABLE.
022148     05  FUT-ENTRY OCCURS 500 TIMES.
022152         10  FUT-NAME           PIC X(08).
022156         10  FUT-STEP-NO        PIC 9(02).
022160         10  FUT-RATE-CODE      PIC X(08).
022164 01  ORDER-USE-TABLE.
022168     05  SOT-ENTRY OCCURS 500 TIMES.
022172         10  SOT-ORDER-ID       PIC X(08).
022176         10  SOT-DEPT           PIC X(08).
022180         10  SOT-RATE-CODE      PIC X(08).
022200*----------------------------------------------------------
022300* DISPOSITION COUNTERS
022400*----------------------------------------------------------
030200     05  RI-REASON              PIC X(24).
030300     05  FILLER                 PIC X(02)    VALUE SPACES.
030400     05  RI-DEC-TEXT            PIC X(60).
030408 01  RL-USAGE-LINE.
030416     05  FILLER                 PIC X(06)    VALUE SPACES.
030424     05  RU-USED-BY             PIC X(24).
030432     05  RU-NAME                PIC X(08).
030440     05  FILLER                 PIC X(02)    VALUE SPACES.
030448     05  RU-DETAIL-LABEL        PIC X(05).
030456     05  RU-DETAIL              PIC X(08).
030464 01  RL-NO-USAGE-LINE.
030472     05  FILLER                 PIC X(06)    VALUE SPACES.
030480     05  FILLER                 PIC X(44)
030488         VALUE "NO FORMULA OR STANDING ORDER USES THIS CODE".
030500*----------------------------------------------------------
030600* DISPOSITION SUMMARY LINE LAYOUTS
030700*----------------------------------------------------------
034200         THRU 3000-EXIT.
034300     PERFORM 4000-REWRITE-PENDING
034400         THRU 4000-EXIT.
034410     PERFORM 1500-LOAD-RATE-USERS
034420         THRU 1500-EXIT.
034500     PERFORM 5000-WRITE-DISPOSITIONS
034600         THRU 5000-EXIT.
034700     PERFORM 9000-TERMINATE
042600     GO TO 1000-EXIT.
042700 1000-EXIT.
042800     EXIT.
042801*----------------------------------------------------------
042802* 1500-LOAD-RATE-USERS - READ THE FORMULA AND STANDING-ORDER
042803*     MASTERS STRAIGHT THROUGH AND KEEP EVERY RATE-CODE USER.
042804*     THE LIST IS AN AID TO THE APPROVER, NOT AN EDIT, SO A
042805*     MISSING MASTER OR A FULL TABLE IS NOTED AND THE PASS
042806*     GOES ON.
042807*----------------------------------------------------------
042808 1500-LOAD-RATE-USERS.
042809     OPEN INPUT FORMULA-FILE.
042810     IF FORMULA-FILE-OK
042811         PERFORM 1550-READ-FORMULA
042812             THRU 1550-EXIT
042813         PERFORM UNTIL END-OF-FORMULAS
042814             IF FM-OPERAND-TYPE = "R"
042815                 IF WS-FORM-USE-COUNT < WS-USE-MAX
042816                     ADD 1 TO WS-FORM-USE-COUNT
042817                     MOVE WS-FORM-USE-COUNT TO WS-USE-IX
042818                     MOVE FM-NAME TO FUT-NAME(WS-USE-IX)
042819                     MOVE FM-STEP-NO TO FUT-STEP-NO(WS-USE-IX)
042820                     MOVE FM-RATE-CODE
042821                         TO FUT-RATE-CODE(WS-USE-IX)
042822                 ELSE
042823                     DISPLAY "FORMULA USER TABLE FULL AT "
042824                         WS-USE-MAX " - USAGE LIST INCOMPLETE"
042825                     SET END-OF-FORMULAS TO TRUE
042826                 END-IF
042827             END-IF
042828             IF NOT END-OF-FORMULAS
042829                 PERFORM 1550-READ-FORMULA
042830                     THRU 1550-EXIT
042831             END-IF
042832         END-PERFORM
042833         CLOSE FORMULA-FILE
042834     ELSE
042835         DISPLAY "FORMULA MASTER NOT AVAILABLE, STATUS = "
042836             WS-FORMULA-STATUS " - FORMULA USERS NOT LISTED"
042837     END-IF.
042838
042839     OPEN INPUT ORDER-FILE.
042840     IF ORDER-FILE-OK
042841         PERFORM 1600-READ-ORDER
042842             THRU 1600-EXIT
042843         PERFORM UNTIL END-OF-ORDERS
042844             IF SO-OPERAND-TYPE = "R"
042845                 AND SO-STATUS = "A"
042846                 IF WS-ORDER-USE-COUNT < WS-USE-MAX
042847                     ADD 1 TO WS-ORDER-USE-COUNT
042848                     MOVE WS-ORDER-USE-COUNT TO WS-USE-IX
042849                     MOVE SO-ORDER-ID TO SOT-ORDER-ID(WS-USE-IX)
042850                     MOVE SO-DEPT TO SOT-DEPT(WS-USE-IX)
042851                     MOVE SO-RATE-CODE
042852                         TO SOT-RATE-CODE(WS-USE-IX)
042853                 ELSE
042854                     DISPLAY "ORDER USER TABLE FULL AT "
042855                         WS-USE-MAX " - USAGE LIST INCOMPLETE"
042856                     SET END-OF-ORDERS TO TRUE
042857                 END-IF
042858             END-IF
042859             IF NOT END-OF-ORDERS
042860                 PERFORM 1600-READ-ORDER
042861                     THRU 1600-EXIT
042862             END-IF
042863         END-PERFORM
042864         CLOSE ORDER-FILE
042865     ELSE
042866         DISPLAY "STANDING-ORDER MASTER NOT AVAILABLE, "
042867             "STATUS = " WS-ORDER-STATUS
042868             " - ORDER USERS NOT LISTED"
042869     END-IF.
042870     GO TO 1500-EXIT.
042871 1500-EXIT.
042872     EXIT.
042873*----------------------------------------------------------
042874* 1550-READ-FORMULA
042875*----------------------------------------------------------
042876 1550-READ-FORMULA.
042877     READ FORMULA-FILE
042878         AT END
042879             SET END-OF-FORMULAS TO TRUE
042880     END-READ.
042881     GO TO 1550-EXIT.
042882 1550-EXIT.
042883     EXIT.
042884*----------------------------------------------------------
042885* 1600-READ-ORDER
042886*----------------------------------------------------------
042887 1600-READ-ORDER.
042888     READ ORDER-FILE
042889         AT END
042890             SET END-OF-ORDERS TO TRUE
042891     END-READ.
042892     GO TO 1600-EXIT.
042893 1600-EXIT.
042894     EXIT.
042900*----------------------------------------------------------
043000* 2000-LOAD-PENDING - READ THE PENDING FILE INTO THE TABLE
043100*----------------------------------------------------------
104800     MOVE RL-DETAIL-LINE TO RL-RECORD.
104900     PERFORM 7000-WRITE-REPORT-LINE
105000         THRU 7000-EXIT.
105010     PERFORM 5200-LIST-RATE-USERS
105020         THRU 5200-EXIT.
105100     GO TO 5100-EXIT.
105200 5100-EXIT.
105300     EXIT.
105301*----------------------------------------------------------
105302* 5200-LIST-RATE-USERS - UNDER A CHG OR EXP STILL ON THE
105303*     QUEUE, LIST EVERY FORMULA STEP AND ACTIVE STANDING
105304*     ORDER THAT NAMES ITS RATE CODE
105305*----------------------------------------------------------
105306 5200-LIST-RATE-USERS.
105307     IF NOT PDT-IS-PENDING(WS-PND-IX)
105308         AND NOT PDT-IS-FAILED(WS-PND-IX)
105309         GO TO 5200-EXIT
105310     END-IF.
105311     INITIALIZE WS-TRAN-ACTION WS-TRAN-CODE
105312         WS-TRAN-ACTION-LEN WS-TRAN-CODE-LEN.
105313     UNSTRING PDT-TRAN-TEXT(WS-PND-IX)
105314         DELIMITED BY ALL SPACES
105315         INTO WS-TRAN-ACTION COUNT IN WS-TRAN-ACTION-LEN,
105316              WS-TRAN-CODE COUNT IN WS-TRAN-CODE-LEN.
105317     IF NOT TRAN-IS-CHG
105318         AND NOT TRAN-IS-EXP
105319         GO TO 5200-EXIT
105320     END-IF.
105321     MOVE ZERO TO WS-USES-LISTED.
105322     PERFORM 5250-LIST-FORMULA-USER
105323         THRU 5250-EXIT
105324         VARYING WS-USE-IX FROM 1 BY 1
105325         UNTIL WS-USE-IX > WS-FORM-USE-COUNT.
105326     PERFORM 5260-LIST-ORDER-USER
105327         THRU 5260-EXIT
105328         VARYING WS-USE-IX FROM 1 BY 1
105329         UNTIL WS-USE-IX > WS-ORDER-USE-COUNT.
105330     IF WS-USES-LISTED = ZERO
105331         MOVE RL-NO-USAGE-LINE TO RL-RECORD
105332         PERFORM 7000-WRITE-REPORT-LINE
105333             THRU 7000-EXIT
105334     END-IF.
105335     GO TO 5200-EXIT.
105336 5200-EXIT.
105337     EXIT.
105338*----------------------------------------------------------
105339* 5250-LIST-FORMULA-USER
105340*----------------------------------------------------------
105341 5250-LIST-FORMULA-USER.
105342     IF FUT-RATE-CODE(WS-USE-IX) NOT = WS-TRAN-CODE
105343         GO TO 5250-EXIT
105344     END-IF.
105345     ADD 1 TO WS-USES-LISTED.
105346     MOVE "USED BY FORMULA" TO RU-USED-BY.
105347     MOVE FUT-NAME(WS-USE-IX) TO RU-NAME.
105348     MOVE "STEP" TO RU-DETAIL-LABEL.
105349     MOVE FUT-STEP-NO(WS-USE-IX) TO RU-DETAIL.
105350     MOVE RL-USAGE-LINE TO RL-RECORD.
105351     PERFORM 7000-WRITE-REPORT-LINE
105352         THRU 7000-EXIT.
105353     GO TO 5250-EXIT.
105354 5250-EXIT.
105355     EXIT.
105356*----------------------------------------------------------
105357* 5260-LIST-ORDER-USER
105358*----------------------------------------------------------
105359 5260-LIST-ORDER-USER.
105360     IF SOT-RATE-CODE(WS-USE-IX) NOT = WS-TRAN-CODE
105361         GO TO 5260-EXIT
105362     END-IF.
105363     ADD 1 TO WS-USES-LISTED.
105364     MOVE "USED BY STANDING ORDER" TO RU-USED-BY.
105365     MOVE SOT-ORDER-ID(WS-USE-IX) TO RU-NAME.
105366     MOVE "DEPT" TO RU-DETAIL-LABEL.
105367     MOVE SOT-DEPT(WS-USE-IX) TO RU-DETAIL.
105368     MOVE RL-USAGE-LINE TO RL-RECORD.
105369     PERFORM 7000-WRITE-REPORT-LINE
105370         THRU 7000-EXIT.
105371     GO TO 5260-EXIT.
105372 5260-EXIT.
105373     EXIT.
105400*----------------------------------------------------------
105500* 6900-WRITE-HEADINGS - NEW REPORT PAGE
105600*----------------------------------------------------------
