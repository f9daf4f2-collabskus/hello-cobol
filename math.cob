014451*                   BYTES) CARRY THE BATCH'S DEPARTMENT
014452*                   AFTER THE BATCH ID, SO COBOL-AGETRK
014453*                   CAN AGE PARKED WORK BY DEPARTMENT.
014455* 10/15/2026  DLH   BATCH HEADERS ARE CHECKED AGAINST THE
014456*                   DEPARTMENT MASTER KEPT BY COBOL-DEPTMNT.
014457*                   A BATCH FROM AN UNKNOWN OR CLOSED
014458*                   DEPARTMENT IS REFUSED - THE HEADER AND
014459*                   EVERY RECORD UP TO ITS TRAILER REJECT
014460*                   WITH THE REASON. A COMPUTED RESULT OVER
014461*                   THE DEPARTMENT'S SINGLE-RESULT LIMIT, OR
014462*                   ONE THAT WOULD TAKE THE DAY'S CUMULATIVE
014463*                   (BASE EQUIVALENT, KEPT ON THE MASTER
014464*                   ENTRY) OVER ITS DAILY LIMIT, DOES NOT
014465*                   POST: IT GOES TO THE REFERRAL FILE FOR
014466*                   COBOL-REFREL, WITH STATUS REF ON THE
014467*                   AUDIT LOG, ACKNOWLEDGMENT AND RESULTS
014468*                   MASTER. AN ITEM THE SUPERVISOR APPROVED
014469*                   (RESULTS MASTER STATUS APR) POSTS PAST
014470*                   THE LIMITS. REFERRED COUNTS JOIN THE
014471*                   CONTROL TOTALS AND THE CHECKPOINT.
014472* 10/15/2026  DLH   A VALUE DATE THAT FALLS ON A WEEKEND OR
014473*                   HOLIDAY NOW RELEASES FROM CARRY-FORWARD
014474*                   ON THE NEXT BUSINESS DAY (COBOL-BUSDAY)
014475*                   INSTEAD OF ON THE CALENDAR DATE ITSELF.
014476* 10/15/2026  DLH   ADDED AN "ACCRUE PRINCIPAL RATE FROM TO
014477*                   BASIS" RECORD TYPE FOR INTEREST ACCRUAL.
014478*                   THE RATE IS AN ANNUAL PERCENTAGE OR A
014479*                   RATE CODE RESOLVED THE WAY INPUT B IS;
014480*                   THE DAY COUNT IS WORKED OUT HERE UNDER
014481*                   ACT/360, ACT/365 OR 30/360. THE RECORD
014482*                   COUNTS AS ONE COMPUTATION WITH OPERATOR
014483*                   I AND PRINTS AN ACCRUAL LINE WITH THE
014484*                   DAYS, BASIS AND PERIOD UNDER ITS DETAIL
014485*                   LINE. THE AUDIT RECORD CARRIES THE
014486*                   BASIS IN THE FORMULA FIELD. BAD DATES
014487*                   AND A TO-DATE BEFORE THE FROM-DATE
014488*                   REJECT WITH THEIR OWN REASONS.
014489* 10/15/2026  DLH   CHECKPOINT CARRIES THE BATCH DEPARTMENT'S
014490*                   DAILY CUMULATIVE; A RESTART PUTS IT BACK
014491*                   SO RE-RUN RECORDS ARE NOT COUNTED TWICE.
014492* 10/15/2026  DLH   ACCRUE REJECTS WITHOUT A REF= ID - THE
014493*                   DUPLICATE KEY HAS NO PERIOD, SO THE REF
014494*                   ID KEEPS TWO PERIODS APART.
014495* 10/15/2026  DLH   NEW "SRC=" OPTION CARRIES A REVERSING
014496*                   PAIR'S ORIGINAL OPERATOR OR FORMULA INTO
014497*                   THE AUDIT FORMULA FIELD FOR THE GL POST.
014499*----------------------------------------------------------
014500 ENVIRONMENT DIVISION.
014600 CONFIGURATION SECTION.
014700 SOURCE-COMPUTER. IBM-370.
019130         ACCESS MODE IS RANDOM
019140         RECORD KEY IS RQ-REF-ID
019150         FILE STATUS IS WS-RESULT-MASTER-STATUS.
019160     SELECT DEPT-FILE ASSIGN TO "DEPTMAST"
019165         ORGANIZATION IS INDEXED
019170         ACCESS MODE IS RANDOM
019175         RECORD KEY IS DP-DEPT-CODE
019180         FILE STATUS IS WS-DEPT-STATUS.
019185     SELECT REFER-FILE ASSIGN TO "REFFILE"
019190         ORGANIZATION IS LINE SEQUENTIAL
019195         FILE STATUS IS WS-REFER-STATUS.
019200 DATA DIVISION.
019300 FILE SECTION.
019400 FD  PAIRS-FILE
024192             15  RS-BCCY-CODE   PIC X(03).
024193             15  RS-BCCY-COMPUTED PIC 9(08).
024194             15  RS-BCCY-TOTAL  PIC S9(12)V99.
024195     05  RS-CUM-REFERRED        PIC 9(08).
024196     05  RS-BATCH-REFERRED      PIC 9(08).
024197     05  RS-BATCH-REFUSED-SW    PIC X(01).
024198     05  RS-BATCH-REFUSE-REASON PIC X(24).
024199     05  RS-DEPT-CUM            PIC X(30).
024200 FD  RESTART-TEMP-FILE
024300     RECORDING MODE IS F.
024400*----------------------------------------------------------
027592             15  RT-BCCY-CODE   PIC X(03).
027593             15  RT-BCCY-COMPUTED PIC 9(08).
027594             15  RT-BCCY-TOTAL  PIC S9(12)V99.
027595     05  RT-CUM-REFERRED        PIC 9(08).
027596     05  RT-BATCH-REFERRED      PIC 9(08).
027597     05  RT-BATCH-REFUSED-SW    PIC X(01).
027598     05  RT-BATCH-REFUSE-REASON PIC X(24).
027599     05  RT-DEPT-CUM            PIC X(30).
027600 FD  CONTROL-FILE
027700     RECORDING MODE IS F.
027800 01  CT-RECORD                  PIC X(80).
030079     05  RQ-REASON              PIC X(24).
030080     05  RQ-CURRENCY            PIC X(03).
030081     05  FILLER                 PIC X(05).
030082*----------------------------------------------------------
030083* DEPARTMENT MASTER - STATUS AND BASE-CURRENCY LIMITS,
030084* MAINTAINED BY COBOL-DEPTMNT. A ZERO LIMIT IS NO LIMIT.
030085* THE DAY'S CUMULATIVE IS KEPT ON THE ENTRY BY THIS PROGRAM.
030086*----------------------------------------------------------
030087 FD  DEPT-FILE.
030088 01  DP-RECORD.
030089     05  DP-DEPT-CODE           PIC X(08).
030090     05  DP-STATUS              PIC X(01).
030091         88  DP-CLOSED            VALUE "C".
030092     05  DP-MAX-SINGLE          PIC 9(10)V99.
030093     05  DP-DAILY-LIMIT         PIC 9(12)V99.
030094     05  DP-USED-DATE           PIC 9(08).
030095     05  DP-USED-TODAY          PIC 9(12)V99.
030096     05  FILLER                 PIC X(05).
030097 FD  REFER-FILE
030098     RECORDING MODE IS F.
030099 01  RF-RECORD                  PIC X(175).
030100 WORKING-STORAGE SECTION.
030200*----------------------------------------------------------
030300* COMMAND-LINE / SINGLE-PAIR WORK AREAS
042700 77  WS-CARRY-NEW-NAME          PIC X(20) VALUE "CARRYFWD.NEW".
042800 77  WS-CARRY-RENAME-RC         PIC S9(09) VALUE ZERO.
042900 77  WS-EFF-DATE-N              PIC 9(08)    VALUE ZERO.
042910 77  WS-EFF-RELEASE-N           PIC 9(08)    VALUE ZERO.
042920 77  WS-BUSDAY-FUNCTION         PIC X(01)    VALUE SPACE.
042930 77  WS-BUSDAY-DATE-1           PIC 9(08)    VALUE ZERO.
042940 77  WS-BUSDAY-DATE-2           PIC 9(08)    VALUE ZERO.
042950 77  WS-BUSDAY-DAYS             PIC 9(05)    VALUE ZERO.
042960 77  WS-BUSDAY-RETURN-CODE      PIC 9(02)    VALUE ZERO.
043000 77  WS-RESULT-TOTAL            PIC S9(12)V99 VALUE ZERO.
043100 77  WS-RESTART-REC-NO          PIC 9(08)    VALUE ZERO.
043200 77  WS-EOF-SW                  PIC X(01)    VALUE "N".
046400 77  WS-BATCH-BALANCED-SW       PIC X(01)    VALUE "Y".
046500     88  BATCH-IN-BALANCE          VALUE "Y".
046600     88  BATCH-OUT-OF-BALANCE      VALUE "N".
046601*----------------------------------------------------------
046602* DEPARTMENT CONTROL. A BATCH HEADER NAMING A DEPARTMENT NOT
046603* ON THE DEPARTMENT MASTER, OR ONE MARKED CLOSED, REFUSES THE
046604* BATCH: EVERY RECORD UP TO ITS TRAILER REJECTS WITH THE
046605* SAME REASON. A RUN WITHOUT THE MASTER REFUSES EVERY BATCH.
046606*----------------------------------------------------------
046607 77  WS-DEPT-STATUS             PIC X(02).
046608     88  DEPT-FILE-OK             VALUE "00".
046609 77  WS-DEPT-AVAIL-SW           PIC X(01)    VALUE "N".
046610     88  DEPT-MASTER-AVAILABLE    VALUE "Y".
046611 77  WS-BATCH-REFUSED-SW        PIC X(01)    VALUE "N".
046612     88  BATCH-REFUSED            VALUE "Y".
046613 77  WS-BATCH-REFUSE-REASON     PIC X(24)    VALUE SPACES.
046614*----------------------------------------------------------
046615* LIMIT REFERRAL. A RESULT IS MEASURED AT ITS BASE
046616* EQUIVALENT, SIGN IGNORED. ONE OVER A LIMIT IS WRITTEN TO
046617* THE REFERRAL FILE INSTEAD OF POSTING; AN ITEM WHOSE
046618* RESULTS MASTER ENTRY SHOWS STATUS APR WAS APPROVED BY THE
046619* SUPERVISOR AND POSTS PAST THE LIMITS.
046620*----------------------------------------------------------
046621 77  WS-REFER-STATUS            PIC X(02).
046622     88  REFER-OK                 VALUE "00".
046623 77  WS-REFER-SW                PIC X(01)    VALUE "N".
046624     88  PAIR-REFERRED            VALUE "Y".
046625 77  WS-LIMIT-RELEASED-SW       PIC X(01)    VALUE "N".
046626     88  LIMIT-RELEASED           VALUE "Y".
046627 77  WS-LIMIT-AMOUNT            PIC 9(12)V99 VALUE ZERO.
046628 77  WS-LIMIT-NEW-USED          PIC 9(12)V99 VALUE ZERO.
046629 77  WS-RECORDS-REFERRED        PIC 9(08)    VALUE ZERO.
046630 77  WS-BATCH-REFERRED          PIC 9(08)    VALUE ZERO.
046631 01  WS-REFER-LINE.
046632     05  RF-REF-ID              PIC X(16).
046633     05  FILLER                 PIC X(02)    VALUE SPACES.
046634     05  RF-RUN-DATE            PIC 9(08).
046635     05  FILLER                 PIC X(02)    VALUE SPACES.
046636     05  RF-BATCH-ID            PIC X(08).
046637     05  FILLER                 PIC X(02)    VALUE SPACES.
046638     05  RF-DEPT                PIC X(08).
046639     05  FILLER                 PIC X(02)    VALUE SPACES.
046640     05  RF-RESULT              PIC -Z(09)9.99.
046641     05  FILLER                 PIC X(02)    VALUE SPACES.
046642     05  RF-CURRENCY            PIC X(03).
046643     05  FILLER                 PIC X(02)    VALUE SPACES.
046644     05  RF-REASON              PIC X(24).
046645     05  FILLER                 PIC X(02)    VALUE SPACES.
046646     05  RF-ORIGINAL-TEXT       PIC X(80).
046650*----------------------------------------------------------
046652* THE DEPARTMENT ENTRY AS LAST READ OR REWRITTEN BY THE
046654* LIMIT CHECK. IT RIDES IN THE CHECKPOINT SO A RESTART CAN
046656* PUT THE DAILY CUMULATIVE BACK AS IT STOOD WHEN THE LAST
046658* RECORD WAS COMMITTED.
046660*----------------------------------------------------------
046662 01  WS-DEPT-CUM.
046664     05  WS-DEPT-CUM-CODE       PIC X(08)    VALUE SPACES.
046666     05  WS-DEPT-CUM-DATE       PIC 9(08)    VALUE ZERO.
046668     05  WS-DEPT-CUM-USED       PIC 9(12)V99 VALUE ZERO.
046700*----------------------------------------------------------
046800* RUNNING-RESULT CHAIN STATE. A "CHAIN AMOUNT OP" RECORD
046900* TAKES THE LAST COMPUTED RESULT AS ITS INPUT A. A FAILED
048100     88  CHAIN-ACTIVE              VALUE "Y".
048200 77  WS-CHAIN-STEPS             PIC 9(08)    VALUE ZERO.
048300 77  WS-RUNNING-RESULT          PIC S9(10)V99 VALUE ZERO.
048302*----------------------------------------------------------
048304* INTEREST ACCRUAL. AN "ACCRUE PRINCIPAL RATE FROM TO BASIS"
048306* RECORD ACCRUES INPUT A AT AN ANNUAL PERCENTAGE RATE (INPUT
048308* B, KEYED OR A RATE CODE) FROM THE FROM-DATE UP TO THE
048310* TO-DATE. THE DAY COUNT AND YEAR LENGTH COME FROM THE
048312* BASIS - ACTUAL DAYS OVER 360 OR 365, OR 30/360 WITH EVERY
048314* MONTH TAKEN AS 30 DAYS. THE RECORD RUNS UNDER OPERATOR I.
048315* IT MUST CARRY REF= SO EACH PERIOD IS ITS OWN SUBMISSION.
048316*----------------------------------------------------------
048318 77  WS-ACCRUE-SW               PIC X(01)    VALUE "N".
048320     88  ACCRUE-RECORD             VALUE "Y".
048322 77  WS-ACCR-FROM-TEXT          PIC X(24).
048324 77  WS-ACCR-FROM-LEN           PIC 9(03)    VALUE ZERO.
048326 77  WS-ACCR-TO-TEXT            PIC X(24).
048328 77  WS-ACCR-TO-LEN             PIC 9(03)    VALUE ZERO.
048330 77  WS-ACCR-BASIS-TEXT         PIC X(24).
048332 77  WS-ACCR-BASIS-LEN          PIC 9(03)    VALUE ZERO.
048334 77  WS-ACCR-BASIS              PIC X(08)    VALUE SPACES.
048336     88  ACCR-ACT-360              VALUE "ACT/360".
048338     88  ACCR-ACT-365              VALUE "ACT/365".
048340     88  ACCR-30-360               VALUE "30/360".
048342     88  ACCR-BASIS-VALID          VALUES "ACT/360" "ACT/365"
048344                                          "30/360".
048346 01  WS-ACCR-FROM-DATE          PIC 9(08)    VALUE ZERO.
048348 01  WS-ACCR-FROM-PARTS REDEFINES WS-ACCR-FROM-DATE.
048350     05  WS-ACCR-FROM-CCYY      PIC 9(04).
048352     05  WS-ACCR-FROM-MM        PIC 9(02).
048354     05  WS-ACCR-FROM-DD        PIC 9(02).
048356 01  WS-ACCR-TO-DATE            PIC 9(08)    VALUE ZERO.
048358 01  WS-ACCR-TO-PARTS REDEFINES WS-ACCR-TO-DATE.
048360     05  WS-ACCR-TO-CCYY        PIC 9(04).
048362     05  WS-ACCR-TO-MM          PIC 9(02).
048364     05  WS-ACCR-TO-DD          PIC 9(02).
048366 77  WS-ACCR-D1                 PIC 9(02)    VALUE ZERO.
048368 77  WS-ACCR-D2                 PIC 9(02)    VALUE ZERO.
048370 77  WS-ACCR-DAYS               PIC 9(07)    VALUE ZERO.
048372 77  WS-ACCR-YEAR-DAYS          PIC 9(03)    VALUE ZERO.
048400*----------------------------------------------------------
048500* BATCH HEADER PARSE WORK AREAS. THE EXPECTED AMOUNT IS A
048600* SIGNED RUN-TOTAL-SIZED VALUE ("NNNN.NN" OR "-NNNN.NN"),
054900* MAY CARRY "REF=..." AFTER THE OPERATOR; THE ID PASSES
055000* THROUGH UNTOUCHED TO THE REPORT, THE AUDIT RECORD, AND
055100* THE ACKNOWLEDGMENT FILE.
055110* "SRC=..." NAMES THE SOURCE A REVERSING PAIR POSTS UNDER.
055200*----------------------------------------------------------
055300 77  WS-REF-ID                  PIC X(16)    VALUE SPACES.
055400 77  WS-TOK4-TEXT               PIC X(24).
061100     05  RD-REF-ID              PIC X(16).
061110     05  FILLER                 PIC X(03)    VALUE SPACES.
061120     05  RD-CURRENCY            PIC X(03).
061125 01  RL-ACCRUE-LINE.
061130     05  FILLER                 PIC X(08)
061135         VALUE "ACCRUAL ".
061140     05  RAC-DAYS               PIC ZZZZZZ9.
061145     05  FILLER                 PIC X(13)
061150         VALUE " DAYS  BASIS ".
061155     05  RAC-BASIS              PIC X(08).
061160     05  FILLER                 PIC X(06)
061165         VALUE " FROM ".
061170     05  RAC-FROM-DATE          PIC 9999/99/99.
061175     05  FILLER                 PIC X(04)
061180         VALUE " TO ".
061185     05  RAC-TO-DATE            PIC 9999/99/99.
061200 01  RL-CHAIN-LINE.
061300     05  FILLER                 PIC X(20)
061400         VALUE "CHAIN BALANCE AFTER ".
064200     05  FILLER                 PIC X(20)
064300         VALUE "RECORDS SUSPENDED.. ".
064400     05  CT-RECORDS-SUSPENDED   PIC ZZZZZZZ9.
064410 01  CT-LINE-REFERRED.
064420     05  FILLER                 PIC X(20)
064430         VALUE "RECORDS REFERRED... ".
064440     05  CT-RECORDS-REFERRED    PIC ZZZZZZZ9.
064500 01  CT-LINE-DUP-FULL.
064600     05  FILLER                 PIC X(36)
064700         VALUE "*** DUPLICATE SCREEN OVERFLOWED ***".
081040                 MOVE RS-CCY-TAB TO CCY-TOTALS-TABLE
081050                 MOVE RS-BCCY-COUNT TO WS-BCCY-COUNT
081060                 MOVE RS-BCCY-TAB TO BCCY-TOTALS-TABLE
081062                 MOVE RS-CUM-REFERRED TO WS-RECORDS-REFERRED
081064                 MOVE RS-BATCH-REFERRED TO WS-BATCH-REFERRED
081066                 MOVE RS-BATCH-REFUSED-SW
081067                     TO WS-BATCH-REFUSED-SW
081068                 MOVE RS-BATCH-REFUSE-REASON
081069                     TO WS-BATCH-REFUSE-REASON
081070                 MOVE RS-DEPT-CUM TO WS-DEPT-CUM
081100                 DISPLAY "RESUMING AFTER RECORD "
081200                     WS-RESTART-REC-NO
081300             END-IF
093002         THRU 1520-EXIT.
093003     PERFORM 1530-LOAD-CURR-TABLE
093004         THRU 1530-EXIT.
093005
093008*----------------------------------------------------------
093011* THE DEPARTMENT MASTER IS READ AND ITS DAILY CUMULATIVE
093014* REWRITTEN AS RESULTS POST. WITHOUT IT EVERY BATCH IS
093017* REFUSED, BUT LOOSE RECORDS STILL RUN.
093020*----------------------------------------------------------
093023     OPEN I-O DEPT-FILE.
093026     IF DEPT-FILE-OK
093029         SET DEPT-MASTER-AVAILABLE TO TRUE
093032     ELSE
093035         DISPLAY "DEPARTMENT MASTER NOT AVAILABLE, STATUS = "
093038             WS-DEPT-STATUS
093041             " - BATCHES WILL BE REFUSED"
093044     END-IF.
093047     OPEN EXTEND REFER-FILE.
093050     IF WS-REFER-STATUS = "35"
093053         OPEN OUTPUT REFER-FILE
093056         CLOSE REFER-FILE
093059         OPEN EXTEND REFER-FILE
093062     END-IF.
093065     IF NOT REFER-OK
093068         DISPLAY "UNABLE TO OPEN REFERRAL FILE, STATUS = "
093071             WS-REFER-STATUS
093074         MOVE 16 TO RETURN-CODE
093077         STOP RUN
093080     END-IF.
093083     IF DEPT-MASTER-AVAILABLE
093086         AND WS-RESTART-REC-NO > ZERO
093089         AND WS-DEPT-CUM-CODE NOT = SPACES
093092         PERFORM 1680-RESTORE-DEPT-CUM
093095             THRU 1680-EXIT
093098     END-IF.
093100     GO TO 1000-EXIT.
093200 1000-EXIT.
093300     EXIT.
102000     GO TO 1650-EXIT.
102100 1650-EXIT.
102200     EXIT.
102210*----------------------------------------------------------
102211* 1680-RESTORE-DEPT-CUM - ON A RESTART, PUT THE BATCH
102212*     DEPARTMENT'S DAILY CUMULATIVE BACK AS THE CHECKPOINT
102213*     SAW IT. A RECORD THAT POSTED AFTER THE LAST CHECKPOINT
102214*     RUNS AGAIN AND WOULD OTHERWISE BE COUNTED TWICE.
102215*----------------------------------------------------------
102220 1680-RESTORE-DEPT-CUM.
102222     MOVE WS-DEPT-CUM-CODE TO DP-DEPT-CODE.
102224     READ DEPT-FILE.
102226     IF NOT DEPT-FILE-OK
102228         DISPLAY "UNABLE TO READ DEPARTMENT " WS-DEPT-CUM-CODE
102230             " TO RESTORE ITS CUMULATIVE, STATUS = "
102232             WS-DEPT-STATUS
102234         MOVE 16 TO RETURN-CODE
102236         STOP RUN
102238     END-IF.
102240     IF DP-USED-DATE = WS-DEPT-CUM-DATE
102242         AND DP-USED-TODAY = WS-DEPT-CUM-USED
102244         GO TO 1680-EXIT
102246     END-IF.
102248     DISPLAY "DEPARTMENT " WS-DEPT-CUM-CODE
102250         " CUMULATIVE RESTORED TO THE CHECKPOINT".
102252     MOVE WS-DEPT-CUM-DATE TO DP-USED-DATE.
102254     MOVE WS-DEPT-CUM-USED TO DP-USED-TODAY.
102256     REWRITE DP-RECORD.
102258     IF NOT DEPT-FILE-OK
102260         DISPLAY "UNABLE TO RESTORE DEPARTMENT "
102262             WS-DEPT-CUM-CODE ", STATUS = " WS-DEPT-STATUS
102264         MOVE 16 TO RETURN-CODE
102266         STOP RUN
102268     END-IF.
102270     GO TO 1680-EXIT.
102280 1680-EXIT.
102290     EXIT.
102300*----------------------------------------------------------
102400* 2000-PROCESS-PAIRS - LOOP OVER THE BATCH INPUT FILE
102500*----------------------------------------------------------
113400     INITIALIZE WS-REC-TYPE-TEXT WS-REC-TYPE-LEN.
113500     MOVE "N" TO WS-CHAIN-SW.
113510     MOVE "N" TO WS-FORMULA-SW.
113520     MOVE "N" TO WS-ACCRUE-SW.
113600     MOVE SPACES TO WS-REF-ID.
113610*    HEADER AND TRAILER RECORDS NEVER PASS THROUGH 2200, SO
113620*    THE PER-RECORD FIELDS ARE CLEARED HERE TOO - A BATCH
114960             END-IF
114970             PERFORM 2200-COMPUTE-AND-DISPLAY
114980                 THRU 2200-EXIT
114982         WHEN "ACCRUE  "
114984             MOVE "Y" TO WS-ACCRUE-SW
114986             IF CHAIN-ACTIVE
114988                 PERFORM 2460-WRITE-CHAIN-BALANCE
114990                     THRU 2460-EXIT
114992             END-IF
114994             PERFORM 2200-COMPUTE-AND-DISPLAY
114996                 THRU 2200-EXIT
115000         WHEN OTHER
115100             IF CHAIN-ACTIVE
115200                 PERFORM 2460-WRITE-CHAIN-BALANCE
117600     INITIALIZE WS-TOK4-TEXT WS-TOK5-TEXT WS-TOK6-TEXT
117610         WS-TOK7-TEXT
117700         WS-TOK4-LEN WS-TOK5-LEN WS-TOK6-LEN WS-TOK7-LEN.
117702     MOVE SPACES TO WS-FORMULA-NAME.
117704     MOVE ZERO TO WS-FORMULA-NAME-LEN.
117706     INITIALIZE WS-ACCR-FROM-TEXT WS-ACCR-TO-TEXT
117708         WS-ACCR-BASIS-TEXT
117710         WS-ACCR-FROM-LEN WS-ACCR-TO-LEN WS-ACCR-BASIS-LEN.
117712     IF FORMULA-RECORD
117714         UNSTRING PR-RECORD DELIMITED BY ALL SPACES
117716             INTO WS-REC-TYPE-TEXT COUNT IN WS-REC-TYPE-LEN,
117718                  WS-FORMULA-NAME
117720                      COUNT IN WS-FORMULA-NAME-LEN,
117722                  NUM1-TEXT COUNT IN WS-NUM1-LEN,
117724                  WS-TOK4-TEXT COUNT IN WS-TOK4-LEN,
117726                  WS-TOK5-TEXT COUNT IN WS-TOK5-LEN,
117728                  WS-TOK6-TEXT COUNT IN WS-TOK6-LEN,
117730                  WS-TOK7-TEXT COUNT IN WS-TOK7-LEN
117732             ON OVERFLOW
117734                 SET OPTIONS-BAD TO TRUE
117736         END-UNSTRING
117738         GO TO 2200-OPTIONS
117740     END-IF.
117742     IF ACCRUE-RECORD
117744         UNSTRING PR-RECORD DELIMITED BY ALL SPACES
117746             INTO WS-REC-TYPE-TEXT COUNT IN WS-REC-TYPE-LEN,
117748                  NUM1-TEXT COUNT IN WS-NUM1-LEN,
117750                  NUM2-TEXT COUNT IN WS-NUM2-LEN,
117752                  WS-ACCR-FROM-TEXT COUNT IN WS-ACCR-FROM-LEN,
117754                  WS-ACCR-TO-TEXT COUNT IN WS-ACCR-TO-LEN,
117756                  WS-ACCR-BASIS-TEXT
117758                      COUNT IN WS-ACCR-BASIS-LEN,
117760                  WS-TOK4-TEXT COUNT IN WS-TOK4-LEN,
117762                  WS-TOK5-TEXT COUNT IN WS-TOK5-LEN,
117764                  WS-TOK6-TEXT COUNT IN WS-TOK6-LEN,
117766                  WS-TOK7-TEXT COUNT IN WS-TOK7-LEN
117768             ON OVERFLOW
117770                 SET OPTIONS-BAD TO TRUE
117772         END-UNSTRING
117774         GO TO 2200-OPTIONS
117776     END-IF.
117800     IF CHAIN-RECORD
117900         UNSTRING PR-RECORD DELIMITED BY ALL SPACES
118000             INTO WS-REC-TYPE-TEXT COUNT IN WS-REC-TYPE-LEN,
122340         PERFORM 2290-PARSE-ONE-OPTION
122350             THRU 2290-EXIT
122360     END-IF.
122362*----------------------------------------------------------
122364* EVERY RECORD OF A BATCH REFUSED AT ITS HEADER (UNKNOWN OR
122366* CLOSED DEPARTMENT) REJECTS WITH THE HEADER'S REASON.
122368*----------------------------------------------------------
122370     IF BATCH-REFUSED
122372         SET PAIR-IS-INVALID TO TRUE
122374         MOVE PR-RECORD TO RJ-ORIGINAL-TEXT
122376         MOVE WS-BATCH-REFUSE-REASON TO RJ-REASON
122378         PERFORM 2600-WRITE-REJECT
122380             THRU 2600-EXIT
122382         MOVE "N" TO WS-PRIOR-VALID-SW
122384         MOVE "Y" TO WS-CHAIN-BROKEN-SW
122386         GO TO 2200-EXIT
122388     END-IF.
122400
122410*----------------------------------------------------------
122420* A CHAIN STEP WITH NO CUR= TOKEN RUNS IN ITS CHAIN'S
122507         GO TO 2200-EXIT
122508     END-IF.
122509*----------------------------------------------------------
122519* A FUTURE-DATED RECORD IS HELD, NOT COMPUTED: IT GOES TO
122529* THE CARRY-FORWARD FILE AS KEYED AND WILL BE EDITED AND
122539* COMPUTED ON ITS EFFECTIVE DAY. A VALUE DATE ON A WEEKEND
122549* OR HOLIDAY RELEASES ON THE NEXT BUSINESS DAY; THE RATE
122559* IN FORCE IS STILL TAKEN ON THE VALUE DATE ITSELF.
122900*----------------------------------------------------------
123000*----------------------------------------------------------
123100* A CHAIN STEP CANNOT BE VALUE-DATED ON ITS OWN - HOLDING
124800         END-IF
124900         GO TO 2200-EXIT
125000     END-IF.
125010     IF WS-EFF-DATE-N NOT = ZERO
125020         MOVE "N" TO WS-BUSDAY-FUNCTION
125030         MOVE WS-EFF-DATE-N TO WS-BUSDAY-DATE-1
125040         CALL "COBOL-BUSDAY" USING WS-BUSDAY-FUNCTION,
125050                 WS-BUSDAY-DATE-1, WS-BUSDAY-DATE-2,
125060                 WS-BUSDAY-DAYS, WS-BUSDAY-RETURN-CODE
125070         MOVE WS-BUSDAY-DATE-2 TO WS-EFF-RELEASE-N
125080     ELSE
125090         MOVE ZERO TO WS-EFF-RELEASE-N
125100     END-IF.
125110     IF BATCH-MODE AND OPTIONS-OK
125120         AND NOT CHAIN-RECORD
125130         AND WS-EFF-RELEASE-N > WS-RUN-DATE-N
125400         ADD 1 TO WS-RECORDS-HELD
125500         IF BATCH-OPEN
125600             ADD 1 TO WS-BATCH-HELD
131400         MOVE WS-PARSE-INT-VALUE TO NUM2-INT
131500         MOVE WS-PARSE-FRAC-VALUE TO NUM2-FRAC
131600     END-IF.
131602     IF ACCRUE-RECORD
131604         MOVE "I" TO OP-CODE
131606     END-IF.
131610
131620 2200-EDITS.
131700
133800
133900     IF PAIR-IS-VALID AND NOT FORMULA-RECORD
133910         AND NOT OP-IS-VALID
133920         AND NOT ACCRUE-RECORD
134000         SET PAIR-IS-INVALID TO TRUE
134100         MOVE PR-RECORD TO RJ-ORIGINAL-TEXT
134200         MOVE "INVALID OPERATOR" TO RJ-REASON
135100         PERFORM 2600-WRITE-REJECT
135200             THRU 2600-EXIT
135300     END-IF.
135310
135320     IF PAIR-IS-VALID AND ACCRUE-RECORD
135330         PERFORM 2360-EDIT-ACCRUAL
135340             THRU 2360-EXIT
135350     END-IF.
135400
135500*----------------------------------------------------------
135600* DUPLICATE CHECK - AGAINST EVERYTHING COMPUTED TONIGHT
138600             THRU 2320-EXIT
138700     END-IF.
138800
138810     IF PAIR-IS-VALID
138820         EVALUATE TRUE
138830             WHEN FORMULA-RECORD
138840                 PERFORM 2330-COMPUTE-FORMULA
138850                     THRU 2330-EXIT
138860             WHEN ACCRUE-RECORD
138870                 PERFORM 2370-COMPUTE-ACCRUAL
138880                     THRU 2370-EXIT
138890             WHEN OTHER
138900                 PERFORM 2300-COMPUTE-RESULT
138910                     THRU 2300-EXIT
138920         END-EVALUATE
138930     END-IF.
139207*----------------------------------------------------------
139214* DEPARTMENT LIMITS - A RESULT COMPUTED INSIDE A BATCH IS
139221* MEASURED AGAINST ITS DEPARTMENT'S LIMITS. ONE OVER A
139228* LIMIT IS REFERRED FOR SUPERVISOR RELEASE, NOT POSTED.
139235*----------------------------------------------------------
139242     IF PAIR-IS-VALID AND BATCH-OPEN
139249         PERFORM 2900-CHECK-DEPT-LIMITS
139256             THRU 2900-EXIT
139263         IF PAIR-REFERRED
139270             GO TO 2200-EXIT
139277         END-IF
139284     END-IF.
139300
139400     IF PAIR-IS-VALID
139500         ADD 1 TO WS-RECORDS-COMPUTED
141500             ": " DISPLAY-RES
141600         PERFORM 2450-WRITE-DETAIL-LINE
141700             THRU 2450-EXIT
141710         IF ACCRUE-RECORD
141720             PERFORM 2465-WRITE-ACCRUAL-LINE
141730                 THRU 2465-EXIT
141740         END-IF
141800         PERFORM 2470-WRITE-CSV-RECORD
141900             THRU 2470-EXIT
142000         PERFORM 2500-WRITE-AUDIT-RECORD
159630         MOVE WS-OPT-TEXT(5:3) TO WS-CURRENCY
159640         GO TO 2290-EXIT
159650     END-IF.
159660*    "SRC=" NAMES THE SOURCE A REVERSING PAIR POSTS UNDER - THE
159665*    OPERATOR OR FORMULA OF THE ENTRY IT BACKS OUT. IT RIDES
159670*    THE FORMULA NAME INTO THE AUDIT RECORD FOR THE GL MAP.
159675     IF WS-OPT-LEN > 4
159680         AND WS-OPT-LEN <= 12
159682         AND WS-OPT-TEXT(1:4) = "SRC="
159684         AND NOT FORMULA-RECORD
159686         AND NOT ACCRUE-RECORD
159688         MOVE WS-OPT-TEXT(5:WS-OPT-LEN - 4) TO WS-FORMULA-NAME
159690         GO TO 2290-EXIT
159695     END-IF.
159700     SET OPTIONS-BAD TO TRUE.
159800     GO TO 2290-EXIT.
159900 2290-EXIT.
169500     GO TO 2300-EXIT.
169600 2300-EXIT.
169700     EXIT.
169702*----------------------------------------------------------
169704* 2365-COUNT-30-360 - 30/360 DAY COUNT: EVERY MONTH IS 30
169706*     DAYS AND EVERY YEAR 360. A FROM-DAY OF 31 COUNTS AS
169708*     THE 30TH, AND A TO-DAY OF 31 DOES TOO WHEN THE
169710*     FROM-DAY IS THE 30TH OR 31ST.
169712*----------------------------------------------------------
169714 2365-COUNT-30-360.
169716     MOVE WS-ACCR-FROM-DD TO WS-ACCR-D1.
169718     MOVE WS-ACCR-TO-DD TO WS-ACCR-D2.
169720     IF WS-ACCR-D1 = 31
169722         MOVE 30 TO WS-ACCR-D1
169724     END-IF.
169726     IF WS-ACCR-D2 = 31 AND WS-ACCR-D1 = 30
169728         MOVE 30 TO WS-ACCR-D2
169730     END-IF.
169732     COMPUTE WS-ACCR-DAYS
169734         = (WS-ACCR-TO-CCYY - WS-ACCR-FROM-CCYY) * 360
169736         + (WS-ACCR-TO-MM - WS-ACCR-FROM-MM) * 30
169738         + WS-ACCR-D2 - WS-ACCR-D1.
169740     MOVE 360 TO WS-ACCR-YEAR-DAYS.
169742     GO TO 2365-EXIT.
169744 2365-EXIT.
169746     EXIT.
169748*----------------------------------------------------------
169750* 2370-COMPUTE-ACCRUAL - ACCRUED INTEREST IS PRINCIPAL TIMES
169752*     THE ANNUAL RATE (A PERCENTAGE) TIMES THE DAY COUNT
169754*     OVER THE BASIS YEAR, ROUNDED TO THE CENT. THE ONE
169756*     DIVISION COMES LAST SO NOTHING IS TRUNCATED ON THE WAY.
169758*----------------------------------------------------------
169760 2370-COMPUTE-ACCRUAL.
169762     MOVE "Accrual" TO WS-OP-LABEL.
169764     MOVE 7 TO WS-OP-LABEL-LEN.
169766     COMPUTE RESULT ROUNDED
169768         = (NUM1 * NUM2 * WS-ACCR-DAYS)
169770         / (WS-ACCR-YEAR-DAYS * 100)
169772         ON SIZE ERROR
169774             PERFORM 2350-COMPUTE-OVERFLOW
169776                 THRU 2350-EXIT
169778     END-COMPUTE.
169780     GO TO 2370-EXIT.
169782 2370-EXIT.
169784     EXIT.
169800*----------------------------------------------------------
169900* 2350-COMPUTE-OVERFLOW - SIZE ERROR / DIVIDE-BY-ZERO
170000*----------------------------------------------------------
171913     GO TO 2340-EXIT.
171914 2340-EXIT.
171915     EXIT.
171916*----------------------------------------------------------
171917* 2360-EDIT-ACCRUAL - EDIT AN ACCRUE RECORD'S PERIOD AND
171918*     BASIS AND WORK OUT ITS DAY COUNT. BOTH DATES MUST BE
171919*     VALID CCYYMMDD DATES AND THE PERIOD MAY NOT RUN
171920*     BACKWARDS. REF= IS REQUIRED: IT IS WHAT KEEPS TWO PERIODS
171921*     ON ONE PRINCIPAL AND RATE APART IN THE DUPLICATE CHECK.
171922*     THE BASIS RIDES THE FORMULA NAME SO THE AUDIT RECORD AND
171923*     THE DUPLICATE KEY CARRY IT. ACTUAL DAYS COME FROM THE
171924*     DAY-NUMBER FUNCTIONS - ORDINARY VERBS CANNOT COUNT DAYS.
171925*----------------------------------------------------------
171926 2360-EDIT-ACCRUAL.
171927     MOVE ZERO TO WS-ACCR-FROM-DATE WS-ACCR-TO-DATE.
171928     MOVE ZERO TO WS-ACCR-DAYS WS-ACCR-YEAR-DAYS.
171929     MOVE "INVALID FROM DATE" TO RJ-REASON.
171930     IF WS-ACCR-FROM-LEN NOT = 8
171931         OR WS-ACCR-FROM-TEXT(1:8) NOT NUMERIC
171932         GO TO 2360-REJECT
171933     END-IF.
171934     MOVE WS-ACCR-FROM-TEXT(1:8) TO WS-ACCR-FROM-DATE.
171935     MOVE "V" TO WS-BUSDAY-FUNCTION.
171936     MOVE WS-ACCR-FROM-DATE TO WS-BUSDAY-DATE-1.
171937     CALL "COBOL-BUSDAY" USING WS-BUSDAY-FUNCTION,
171938             WS-BUSDAY-DATE-1, WS-BUSDAY-DATE-2,
171939             WS-BUSDAY-DAYS, WS-BUSDAY-RETURN-CODE.
171940     IF WS-BUSDAY-RETURN-CODE NOT = ZERO
171941         GO TO 2360-REJECT
171942     END-IF.
171943     MOVE "INVALID TO DATE" TO RJ-REASON.
171944     IF WS-ACCR-TO-LEN NOT = 8
171945         OR WS-ACCR-TO-TEXT(1:8) NOT NUMERIC
171946         GO TO 2360-REJECT
171947     END-IF.
171948     MOVE WS-ACCR-TO-TEXT(1:8) TO WS-ACCR-TO-DATE.
171949     MOVE "V" TO WS-BUSDAY-FUNCTION.
171950     MOVE WS-ACCR-TO-DATE TO WS-BUSDAY-DATE-1.
171951     CALL "COBOL-BUSDAY" USING WS-BUSDAY-FUNCTION,
171952             WS-BUSDAY-DATE-1, WS-BUSDAY-DATE-2,
171953             WS-BUSDAY-DAYS, WS-BUSDAY-RETURN-CODE.
171954     IF WS-BUSDAY-RETURN-CODE NOT = ZERO
171955         GO TO 2360-REJECT
171956     END-IF.
171957     IF WS-ACCR-TO-DATE < WS-ACCR-FROM-DATE
171958         MOVE "TO DATE BEFORE FROM DATE" TO RJ-REASON
171959         GO TO 2360-REJECT
171960     END-IF.
171961     MOVE SPACES TO WS-ACCR-BASIS.
171962     IF WS-ACCR-BASIS-LEN > ZERO
171963         AND WS-ACCR-BASIS-LEN <= 8
171964         MOVE WS-ACCR-BASIS-TEXT(1:WS-ACCR-BASIS-LEN)
171965             TO WS-ACCR-BASIS
171966     END-IF.
171967     IF NOT ACCR-BASIS-VALID
171968         MOVE "INVALID DAY BASIS" TO RJ-REASON
171969         GO TO 2360-REJECT
171970     END-IF.
171971     IF WS-REF-ID = SPACES
171972         MOVE "ACCRUE WITHOUT REF ID" TO RJ-REASON
171973         GO TO 2360-REJECT
171974     END-IF.
171975     MOVE WS-ACCR-BASIS TO WS-FORMULA-NAME.
171976     IF ACCR-30-360
171977         PERFORM 2365-COUNT-30-360
171978             THRU 2365-EXIT
171979         GO TO 2360-EXIT
171980     END-IF.
171981     COMPUTE WS-ACCR-DAYS
171982         = FUNCTION INTEGER-OF-DATE(WS-ACCR-TO-DATE)
171983         - FUNCTION INTEGER-OF-DATE(WS-ACCR-FROM-DATE).
171984     IF ACCR-ACT-365
171985         MOVE 365 TO WS-ACCR-YEAR-DAYS
171986     ELSE
171987         MOVE 360 TO WS-ACCR-YEAR-DAYS
171988     END-IF.
171989     GO TO 2360-EXIT.
171990
171991 2360-REJECT.
171992     SET PAIR-IS-INVALID TO TRUE.
171993     MOVE PR-RECORD TO RJ-ORIGINAL-TEXT.
171994     PERFORM 2600-WRITE-REJECT
171995         THRU 2600-EXIT.
171996     GO TO 2360-EXIT.
171997 2360-EXIT.
171998     EXIT.
171999*----------------------------------------------------------
172000* 2400-WRITE-HEADINGS - NEW REPORT PAGE
172100*----------------------------------------------------------
172200 2400-WRITE-HEADINGS.
177400     GO TO 2460-EXIT.
177500 2460-EXIT.
177600     EXIT.
177605*----------------------------------------------------------
177610* 2465-WRITE-ACCRUAL-LINE - THE DAY COUNT, BASIS AND PERIOD
177615*     OF AN ACCRUE RECORD, PRINTED UNDER ITS DETAIL LINE
177620*----------------------------------------------------------
177625 2465-WRITE-ACCRUAL-LINE.
177630     IF WS-LINE-COUNT >= WS-MAX-LINES-PER-PAGE
177635         PERFORM 2400-WRITE-HEADINGS
177640             THRU 2400-EXIT
177645     END-IF.
177650     MOVE WS-ACCR-DAYS TO RAC-DAYS.
177655     MOVE WS-ACCR-BASIS TO RAC-BASIS.
177660     MOVE WS-ACCR-FROM-DATE TO RAC-FROM-DATE.
177665     MOVE WS-ACCR-TO-DATE TO RAC-TO-DATE.
177670     MOVE RL-ACCRUE-LINE TO RL-RECORD.
177675     WRITE RL-RECORD.
177680     ADD 1 TO WS-LINE-COUNT.
177685     GO TO 2465-EXIT.
177690 2465-EXIT.
177695     EXIT.
177700*----------------------------------------------------------
177800* 2470-WRITE-CSV-RECORD - ONE EXTRACT ROW FOR THE PAIR
177900*     JUST COMPUTED, SAME PASS AS THE PRINT DETAIL LINE
184930     MOVE CCY-TOTALS-TABLE TO RS-CCY-TAB.
184940     MOVE WS-BCCY-COUNT TO RS-BCCY-COUNT.
184950     MOVE BCCY-TOTALS-TABLE TO RS-BCCY-TAB.
184960     MOVE WS-RECORDS-REFERRED TO RS-CUM-REFERRED.
184970     MOVE WS-BATCH-REFERRED TO RS-BATCH-REFERRED.
184980     MOVE WS-BATCH-REFUSED-SW TO RS-BATCH-REFUSED-SW.
184990     MOVE WS-BATCH-REFUSE-REASON TO RS-BATCH-REFUSE-REASON.
184995     MOVE WS-DEPT-CUM TO RS-DEPT-CUM.
185000     MOVE RS-RECORD TO RT-RECORD.
185100     PERFORM 2710-WRITE-AND-SWAP-CHECKPOINT
185200         THRU 2710-EXIT.
194000     END-IF.
194100     MOVE "N" TO WS-PRIOR-VALID-SW.
194200     MOVE "N" TO WS-CHAIN-BROKEN-SW.
194210     IF BATCH-REFUSED
194220         MOVE "N" TO WS-BATCH-REFUSED-SW
194230         MOVE SPACES TO WS-BATCH-REFUSE-REASON
194240         MOVE SPACES TO WS-BATCH-ID WS-BATCH-DEPT
194250     END-IF.
194300     IF BATCH-OPEN
194400         MOVE PR-RECORD TO RJ-ORIGINAL-TEXT
194500         MOVE "BATCH ALREADY OPEN" TO RJ-REASON
198600             THRU 2600-EXIT
198700         GO TO 2800-EXIT
198800     END-IF.
198810     PERFORM 2810-CHECK-DEPARTMENT
198820         THRU 2810-EXIT.
198830     IF BATCH-REFUSED
198840         GO TO 2800-EXIT
198850     END-IF.
198900     SET BATCH-OPEN TO TRUE.
199000     MOVE WS-BH-ID-TEXT TO WS-BATCH-ID.
199100     MOVE WS-BH-DEPT-TEXT TO WS-BATCH-DEPT.
199400     MOVE WS-AMT-SIGNED-VALUE TO WS-BATCH-EXP-AMOUNT.
199500     MOVE ZERO TO WS-BATCH-HELD.
199600     MOVE ZERO TO WS-BATCH-SUSPENDED.
199605     MOVE ZERO TO WS-BATCH-REFERRED.
199610     MOVE ZERO TO WS-BCCY-COUNT.
199620     INITIALIZE BCCY-TOTALS-TABLE.
199700     MOVE ZERO TO WS-BATCH-READ WS-BATCH-COMPUTED
200000     GO TO 2800-EXIT.
200100 2800-EXIT.
200200     EXIT.
200202*----------------------------------------------------------
200204* 2810-CHECK-DEPARTMENT - THE HEADER'S DEPARTMENT MUST BE ON
200206*     THE DEPARTMENT MASTER AND NOT CLOSED. A REFUSED BATCH
200208*     KEEPS ITS ID AND DEPARTMENT FOR THE REJECTS AND STAYS
200210*     REFUSED UNTIL ITS TRAILER OR THE NEXT HEADER.
200212*----------------------------------------------------------
200214 2810-CHECK-DEPARTMENT.
200216     MOVE "N" TO WS-BATCH-REFUSED-SW.
200218     MOVE SPACES TO WS-BATCH-REFUSE-REASON.
200220     IF NOT DEPT-MASTER-AVAILABLE
200222         MOVE "UNKNOWN DEPARTMENT" TO WS-BATCH-REFUSE-REASON
200224     ELSE
200226         MOVE WS-BH-DEPT-TEXT TO DP-DEPT-CODE
200228         READ DEPT-FILE
200230         IF NOT DEPT-FILE-OK
200232             MOVE "UNKNOWN DEPARTMENT"
200234                 TO WS-BATCH-REFUSE-REASON
200236         ELSE
200238             IF DP-CLOSED
200240                 MOVE "DEPARTMENT CLOSED"
200242                     TO WS-BATCH-REFUSE-REASON
200244             END-IF
200246         END-IF
200248     END-IF.
200250     IF WS-BATCH-REFUSE-REASON = SPACES
200252         GO TO 2810-EXIT
200254     END-IF.
200256     SET BATCH-REFUSED TO TRUE.
200258     MOVE WS-BH-ID-TEXT TO WS-BATCH-ID.
200260     MOVE WS-BH-DEPT-TEXT TO WS-BATCH-DEPT.
200262     MOVE PR-RECORD TO RJ-ORIGINAL-TEXT.
200264     MOVE WS-BATCH-REFUSE-REASON TO RJ-REASON.
200266     PERFORM 2600-WRITE-REJECT
200268         THRU 2600-EXIT.
200270     GO TO 2810-EXIT.
200272 2810-EXIT.
200274     EXIT.
200300*----------------------------------------------------------
200400* 2830-PARSE-SIGNED-AMOUNT - PARSE
200500*     WS-AMT-WORK-TEXT(1:WS-AMT-WORK-LEN) AS A CONTROL-TOTAL
207900     END-IF.
208000     MOVE "N" TO WS-PRIOR-VALID-SW.
208100     MOVE "N" TO WS-CHAIN-BROKEN-SW.
208110*    THE TRAILER OF A REFUSED BATCH ONLY ENDS THE REFUSAL -
208120*    ITS HEADER AND RECORDS HAVE ALREADY REJECTED.
208130     IF BATCH-REFUSED
208140         MOVE "N" TO WS-BATCH-REFUSED-SW
208150         MOVE SPACES TO WS-BATCH-REFUSE-REASON
208160         MOVE SPACES TO WS-BATCH-ID WS-BATCH-DEPT
208170         GO TO 2850-EXIT
208180     END-IF.
208200     IF NOT BATCH-OPEN
208300         MOVE PR-RECORD TO RJ-ORIGINAL-TEXT
208400         MOVE "NO BATCH OPEN" TO RJ-REASON
211100         WS-BATCH-READ WS-BATCH-COMPUTED WS-BATCH-REJECTED
211200         WS-BATCH-RESULT-TOTAL WS-BATCH-HELD
211300         WS-BATCH-SUSPENDED.
211305     MOVE ZERO TO WS-BATCH-REFERRED.
211310     MOVE ZERO TO WS-BCCY-COUNT.
211320     INITIALIZE BCCY-TOTALS-TABLE.
211400     GO TO 2850-EXIT.
211500 2850-EXIT.
211600     EXIT.
211601*----------------------------------------------------------
211602* 2900-CHECK-DEPT-LIMITS - MEASURE THE RESULT JUST COMPUTED
211603*     AT ITS BASE EQUIVALENT AGAINST THE BATCH DEPARTMENT'S
211604*     SINGLE-RESULT LIMIT AND, ADDED TO THE DAY'S CUMULATIVE
211605*     ON THE MASTER ENTRY, ITS DAILY LIMIT. WITHIN LIMITS
211606*     (OR APPROVED - RESULTS MASTER STATUS APR) THE ENTRY'S
211607*     CUMULATIVE IS UPDATED AND THE PAIR POSTS AS USUAL. A
211608*     CHAIN STEP OR A PAIR WITH NO REFERENCE ID CANNOT BE
211609*     RELEASED BY REFERENCE, SO IT REJECTS INSTEAD.
211610*----------------------------------------------------------
211611 2900-CHECK-DEPT-LIMITS.
211612     MOVE "N" TO WS-REFER-SW.
211613     MOVE "N" TO WS-LIMIT-RELEASED-SW.
211614     MOVE SPACES TO RF-REASON.
211615     MOVE WS-BATCH-DEPT TO DP-DEPT-CODE.
211616     READ DEPT-FILE.
211617     IF NOT DEPT-FILE-OK
211618         DISPLAY "UNABLE TO READ DEPARTMENT " WS-BATCH-DEPT
211619             ", STATUS = " WS-DEPT-STATUS
211620         MOVE 16 TO WS-HIGHEST-RC
211621         GO TO 2900-EXIT
211622     END-IF.
211623     MOVE DP-DEPT-CODE TO WS-DEPT-CUM-CODE.
211624     MOVE DP-USED-DATE TO WS-DEPT-CUM-DATE.
211625     MOVE DP-USED-TODAY TO WS-DEPT-CUM-USED.
211626     IF DP-USED-DATE NOT = WS-RUN-DATE-N
211627         MOVE WS-RUN-DATE-N TO DP-USED-DATE
211628         MOVE ZERO TO DP-USED-TODAY
211629     END-IF.
211630     MOVE WS-CURRENCY TO WS-CURR-LOOKUP.
211631     PERFORM 2490-FIND-CURRENCY
211632         THRU 2490-EXIT.
211633     IF RESULT < ZERO
211634         COMPUTE WS-LIMIT-AMOUNT ROUNDED
211635             = (ZERO - RESULT) * WS-CONV-RATE
211636             ON SIZE ERROR
211637                 MOVE 999999999999.99 TO WS-LIMIT-AMOUNT
211638         END-COMPUTE
211639     ELSE
211640         COMPUTE WS-LIMIT-AMOUNT ROUNDED
211641             = RESULT * WS-CONV-RATE
211642             ON SIZE ERROR
211643                 MOVE 999999999999.99 TO WS-LIMIT-AMOUNT
211644         END-COMPUTE
211645     END-IF.
211646     ADD DP-USED-TODAY WS-LIMIT-AMOUNT
211647         GIVING WS-LIMIT-NEW-USED
211648         ON SIZE ERROR
211649             MOVE 999999999999.99 TO WS-LIMIT-NEW-USED
211650     END-ADD.
211651     IF WS-REF-ID NOT = SPACES
211652         MOVE WS-REF-ID TO RQ-REF-ID
211653         READ RESULT-MASTER-FILE
211654         IF RESULT-MASTER-OK AND RQ-STATUS = "APR"
211655             SET LIMIT-RELEASED TO TRUE
211656         END-IF
211657     END-IF.
211658     IF NOT LIMIT-RELEASED
211659         IF DP-MAX-SINGLE > ZERO
211660             AND WS-LIMIT-AMOUNT > DP-MAX-SINGLE
211661             MOVE "OVER SINGLE LIMIT" TO RF-REASON
211662         ELSE
211663             IF DP-DAILY-LIMIT > ZERO
211664                 AND WS-LIMIT-NEW-USED > DP-DAILY-LIMIT
211665                 MOVE "OVER DAILY LIMIT" TO RF-REASON
211666             END-IF
211667         END-IF
211668     END-IF.
211669     IF RF-REASON = SPACES
211670         MOVE WS-LIMIT-NEW-USED TO DP-USED-TODAY
211671         REWRITE DP-RECORD
211672         IF NOT DEPT-FILE-OK
211673             DISPLAY "UNABLE TO UPDATE DEPARTMENT "
211674                 WS-BATCH-DEPT ", STATUS = " WS-DEPT-STATUS
211675             MOVE 16 TO WS-HIGHEST-RC
211676         ELSE
211677             MOVE DP-USED-DATE TO WS-DEPT-CUM-DATE
211678             MOVE DP-USED-TODAY TO WS-DEPT-CUM-USED
211679         END-IF
211680         GO TO 2900-EXIT
211681     END-IF.
211682     IF CHAIN-RECORD
211683         SET PAIR-IS-INVALID TO TRUE
211684         MOVE PR-RECORD TO RJ-ORIGINAL-TEXT
211685         MOVE "CHAIN STEP OVER LIMIT" TO RJ-REASON
211686         PERFORM 2600-WRITE-REJECT
211687             THRU 2600-EXIT
211688         GO TO 2900-EXIT
211689     END-IF.
211690     IF WS-REF-ID = SPACES
211691         SET PAIR-IS-INVALID TO TRUE
211692         MOVE PR-RECORD TO RJ-ORIGINAL-TEXT
211693         MOVE "OVER LIMIT, NO REF ID" TO RJ-REASON
211694         PERFORM 2600-WRITE-REJECT
211695             THRU 2600-EXIT
211696         GO TO 2900-EXIT
211697     END-IF.
211698     PERFORM 2910-REFER-PAIR
211699         THRU 2910-EXIT.
211700     GO TO 2900-EXIT.
211701 2900-EXIT.
211702     EXIT.
211703*----------------------------------------------------------
211704* 2870-WRITE-BATCH-TOTALS - ONE CONTROL-TOTAL BLOCK FOR THE
211705*     BATCH JUST CLOSED, REUSING THE RUN-LEVEL LINE LAYOUTS
211706*----------------------------------------------------------
212100 2870-WRITE-BATCH-TOTALS.
212200     MOVE WS-BATCH-ID TO CT-BATCH-ID.
212300     MOVE WS-BATCH-DEPT TO CT-BATCH-DEPT.
213800     MOVE WS-BATCH-SUSPENDED TO CT-RECORDS-SUSPENDED.
213900     MOVE CT-LINE-SUSPENDED TO CT-RECORD.
214000     WRITE CT-RECORD.
214010     MOVE WS-BATCH-REFERRED TO CT-RECORDS-REFERRED.
214020     MOVE CT-LINE-REFERRED TO CT-RECORD.
214030     WRITE CT-RECORD.
214100     MOVE WS-BATCH-RESULT-TOTAL TO CT-RESULT-TOTAL.
214200     MOVE CT-LINE-RESULT-TOTAL TO CT-RECORD.
214300     WRITE CT-RECORD.
216436     GO TO 2875-EXIT.
216437 2875-EXIT.
216438     EXIT.
216439*----------------------------------------------------------
216440* 2910-REFER-PAIR - PARK AN OVER-LIMIT RESULT ON THE
216441*     REFERRAL FILE FOR COBOL-REFREL AND RECORD STATUS REF
216442*     ON THE AUDIT LOG, ACKNOWLEDGMENT AND RESULTS MASTER.
216443*     RF-REASON WAS SET BY THE CALLER. THE DUPLICATE SCREEN
216444*     LOADS ONLY STATUS OK, SO THE RELEASED ITEM IS NOT
216445*     SUSPENDED AGAINST ITS OWN REFERRAL.
216446*----------------------------------------------------------
216447 2910-REFER-PAIR.
216448     SET PAIR-REFERRED TO TRUE.
216449     ADD 1 TO WS-RECORDS-REFERRED.
216450     IF BATCH-OPEN
216451         ADD 1 TO WS-BATCH-REFERRED
216452     END-IF.
216453     MOVE WS-REF-ID TO RF-REF-ID.
216454     MOVE WS-RUN-DATE-N TO RF-RUN-DATE.
216455     MOVE WS-BATCH-ID TO RF-BATCH-ID.
216456     MOVE WS-BATCH-DEPT TO RF-DEPT.
216457     MOVE RESULT TO RF-RESULT.
216458     MOVE WS-CURRENCY TO RF-CURRENCY.
216459     MOVE PR-RECORD TO RF-ORIGINAL-TEXT.
216460     MOVE WS-REFER-LINE TO RF-RECORD.
216461     WRITE RF-RECORD.
216462     ACCEPT WS-AUDIT-DATE-N FROM DATE YYYYMMDD.
216463     ACCEPT WS-AUDIT-TIME-N FROM TIME.
216464     MOVE WS-AUDIT-DATE-N TO AU-RUN-DATE.
216465     MOVE WS-AUDIT-TIME-N(1:6) TO AU-RUN-TIME.
216466     MOVE NUM1 TO AU-NUM1.
216467     MOVE OP-CODE TO AU-OP-CODE.
216468     MOVE NUM2 TO AU-NUM2.
216469     MOVE RESULT TO AU-RESULT.
216470     MOVE WS-BATCH-ID TO AU-BATCH-ID.
216471     MOVE WS-REF-ID TO AU-REF-ID.
216472     MOVE WS-BATCH-DEPT TO AU-DEPT.
216473     MOVE "REF" TO AU-STATUS.
216474     MOVE WS-FORMULA-NAME TO AU-FORMULA.
216475     MOVE WS-CURRENCY TO AU-CURRENCY.
216476     MOVE WS-RATE-CODE-USED TO AU-RATE-CODE.
216477     MOVE WS-AUDIT-LINE TO AU-RECORD.
216478     WRITE AU-RECORD.
216479     MOVE WS-REF-ID TO AK-REF-ID.
216480     MOVE "REF" TO AK-STATUS.
216481     MOVE RESULT TO AK-RESULT.
216482     MOVE RF-REASON TO AK-REASON.
216483     PERFORM 2550-WRITE-ACK-RECORD
216484         THRU 2550-EXIT.
216485     MOVE "REF" TO RQ-STATUS.
216486     MOVE RESULT TO RQ-RESULT.
216487     MOVE RF-REASON TO RQ-REASON.
216488     PERFORM 2560-POST-RESULT
216489         THRU 2560-EXIT.
216490*    NOTHING MAY CHAIN OFF A RESULT THAT HAS NOT POSTED.
216491     MOVE "N" TO WS-PRIOR-VALID-SW.
216492     MOVE "Y" TO WS-CHAIN-BROKEN-SW.
216493     IF WS-HIGHEST-RC < 04
216494         MOVE 04 TO WS-HIGHEST-RC
216495     END-IF.
216496     GO TO 2910-EXIT.
216497 2910-EXIT.
216498     EXIT.
216500*----------------------------------------------------------
216600* 8000-WRITE-CONTROL-TOTALS - END-OF-RUN RECONCILIATION
216700*     REPORT, FOR COMPARISON AGAINST AN INDEPENDENTLY
218500     MOVE WS-RECORDS-SUSPENDED TO CT-RECORDS-SUSPENDED.
218600     MOVE CT-LINE-SUSPENDED TO CT-RECORD.
218700     WRITE CT-RECORD.
218710     MOVE WS-RECORDS-REFERRED TO CT-RECORDS-REFERRED.
218720     MOVE CT-LINE-REFERRED TO CT-RECORD.
218730     WRITE CT-RECORD.
218800     IF DUP-TABLE-FULL
218900         MOVE CT-LINE-DUP-FULL TO CT-RECORD
219000         WRITE CT-RECORD
221800     CLOSE AUDIT-FILE.
221900     CLOSE ACK-FILE.
221910     CLOSE RESULT-MASTER-FILE.
221920     IF DEPT-MASTER-AVAILABLE
221930         CLOSE DEPT-FILE
221940     END-IF.
221950     CLOSE REFER-FILE.
222000     CLOSE CONTROL-FILE.
222100     MOVE WS-HIGHEST-RC TO RETURN-CODE.
222200     GO TO 9000-EXIT.
