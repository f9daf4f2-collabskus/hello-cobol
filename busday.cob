000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID. COBOL-BUSDAY.
000300 AUTHOR. D-SHIFT BATCH SUPPORT.
000400 INSTALLATION. MIS PRODUCTION.
000500 DATE-WRITTEN. 10/15/2026.
000600 DATE-COMPILED.
000700*----------------------------------------------------------
000800* MODIFICATION HISTORY
000900*----------------------------------------------------------
001000* 10/15/2026  DLH   ORIGINAL VERSION. CALLABLE BUSINESS-DAY
001100*                   ROUTINE SHARED BY EVERY PROGRAM THAT
001200*                   RULES ON DATES - STANDING-ORDER
001300*                   GENERATION, VALUE-DATE RELEASE IN
001400*                   COBOL-MATH, AND PARKED-ITEM AGING - SO
001500*                   THEY ALL AGREE ON WHAT A BUSINESS DAY
001600*                   IS. SATURDAYS, SUNDAYS AND THE DATES ON
001700*                   THE HOLIDAY CALENDAR (HOLIMAST,
001800*                   MAINTAINED BY COBOL-HOLMNT) ARE NOT
001900*                   BUSINESS DAYS. THE CALENDAR IS LOADED
002000*                   ON THE FIRST CALL THAT NEEDS IT AND KEPT
002100*                   FOR THE REST OF THE RUN; THE DATE EDIT
002200*                   ALONE NEVER OPENS IT, SO COBOL-HOLMNT CAN
002300*                   USE THE EDIT WHILE IT HOLDS THE MASTER.
002400*----------------------------------------------------------
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER. IBM-370.
002800 OBJECT-COMPUTER. IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT HOLIDAY-FILE ASSIGN TO "HOLIMAST"
003200         ORGANIZATION IS INDEXED
003300         ACCESS MODE IS SEQUENTIAL
003400         RECORD KEY IS HM-DATE
003500         FILE STATUS IS WS-HOLIDAY-STATUS.
003600 DATA DIVISION.
003700 FILE SECTION.
003800 FD  HOLIDAY-FILE.
003900 01  HM-RECORD.
004000     05  HM-DATE                PIC 9(08).
004100     05  HM-NAME                PIC X(24).
004200     05  FILLER                 PIC X(08).
004300 WORKING-STORAGE SECTION.
004400*----------------------------------------------------------
004500* FILE STATUS SWITCHES
004600*----------------------------------------------------------
004700 77  WS-HOLIDAY-STATUS          PIC X(02).
004800     88  HOLIDAY-OK               VALUE "00".
004900     88  HOLIDAY-FILE-MISSING     VALUE "35".
005000 77  WS-HOLIDAY-EOF-SW          PIC X(01)    VALUE "N".
005100     88  END-OF-HOLIDAYS          VALUE "Y".
005200 77  WS-LOADED-SW               PIC X(01)    VALUE "N".
005300     88  CALENDAR-LOADED          VALUE "Y".
005400*----------------------------------------------------------
005500* HOLIDAY TABLE - THE CALENDAR IN DATE ORDER
005600*----------------------------------------------------------
005700 77  WS-HOL-MAX                 PIC 9(04)    VALUE 500.
005800 77  WS-HOL-COUNT               PIC 9(04)    VALUE ZERO.
005900 77  WS-HOL-IX                  PIC S9(04)   COMP VALUE ZERO.
006000 01  HOL-TABLE.
006100     05  HOL-DATE               OCCURS 500 TIMES
006200                                PIC 9(08).
006300*----------------------------------------------------------
006400* DATE EDIT WORK AREAS. THE DAYS IN EACH MONTH, FEBRUARY
006500* TAKING 29 IN A LEAP YEAR.
006600*----------------------------------------------------------
006700 01  WS-MONTH-DAYS-VALUES       PIC X(24)
006800         VALUE "312831303130313130313031".
006900 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
007000     05  WS-MONTH-DAYS          OCCURS 12 TIMES
007100                                PIC 9(02).
007200 01  WS-EDIT-DATE               PIC 9(08).
007300 01  WS-EDIT-DATE-PARTS REDEFINES WS-EDIT-DATE.
007400     05  WS-EDIT-CCYY           PIC 9(04).
007500     05  WS-EDIT-MM             PIC 9(02).
007600     05  WS-EDIT-DD             PIC 9(02).
007700 77  WS-EDIT-LAST-DD            PIC 9(02)    VALUE ZERO.
007800 77  WS-LEAP-QUOT               PIC 9(04)    VALUE ZERO.
007900 77  WS-LEAP-REM-4              PIC 9(04)    VALUE ZERO.
008000 77  WS-LEAP-REM-100            PIC 9(04)    VALUE ZERO.
008100 77  WS-LEAP-REM-400            PIC 9(04)    VALUE ZERO.
008200 77  WS-DATE-VALID-SW           PIC X(01)    VALUE "Y".
008300     88  DATE-VALID               VALUE "Y".
008400     88  DATE-INVALID             VALUE "N".
008500*----------------------------------------------------------
008600* DAY ARITHMETIC - DAY NUMBERS COME FROM THE DAY-NUMBER
008700* FUNCTIONS; ORDINARY VERBS CANNOT COUNT CALENDAR DAYS.
008800* DAY NUMBER 1 (01/01/1601) WAS A MONDAY, SO THE DAY
008900* NUMBER MODULO 7 IS 0 ON A SUNDAY AND 6 ON A SATURDAY.
009000*----------------------------------------------------------
009100 77  WS-DAY-NO                  PIC S9(08)   COMP VALUE ZERO.
009200 77  WS-END-DAY-NO              PIC S9(08)   COMP VALUE ZERO.
009300 77  WS-DAY-QUOT                PIC S9(08)   COMP VALUE ZERO.
009400 77  WS-DAY-DOW                 PIC S9(04)   COMP VALUE ZERO.
009500 77  WS-DAY-DATE                PIC 9(08)    VALUE ZERO.
009600 77  WS-SEARCH-COUNT            PIC S9(04)   COMP VALUE ZERO.
009700 77  WS-SEARCH-MAX              PIC S9(04)   COMP VALUE 366.
009800 77  WS-BUSINESS-SW             PIC X(01)    VALUE "N".
009900     88  IS-BUSINESS-DAY          VALUE "Y".
010000     88  NOT-BUSINESS-DAY         VALUE "N".
010100 77  WS-FOUND-SW                PIC X(01)    VALUE "N".
010200     88  BUSINESS-DAY-FOUND       VALUE "Y".
010300 LINKAGE SECTION.
010400*----------------------------------------------------------
010500* LK-FUNCTION SELECTS THE SERVICE -
010600*     V = IS LK-DATE-1 A VALID CCYYMMDD DATE
010700*     B = IS LK-DATE-1 A BUSINESS DAY
010800*     N = LK-DATE-2 IS THE FIRST BUSINESS DAY ON OR AFTER
010900*         LK-DATE-1
011000*     P = LK-DATE-2 IS THE LAST BUSINESS DAY ON OR BEFORE
011100*         LK-DATE-1
011200*     C = LK-DAYS IS THE NUMBER OF BUSINESS DAYS AFTER
011300*         LK-DATE-1 UP TO AND INCLUDING LK-DATE-2 (ZERO
011400*         WHEN LK-DATE-2 IS NOT LATER)
011500*----------------------------------------------------------
011600 01  LK-FUNCTION                PIC X(01).
011700     88  LK-FN-VALIDATE           VALUE "V".
011800     88  LK-FN-IS-BUSINESS        VALUE "B".
011900     88  LK-FN-NEXT               VALUE "N".
012000     88  LK-FN-PRIOR              VALUE "P".
012100     88  LK-FN-COUNT              VALUE "C".
012200 01  LK-DATE-1                  PIC 9(08).
012300 01  LK-DATE-2                  PIC 9(08).
012400 01  LK-DAYS                    PIC 9(05).
012500 01  LK-RETURN-CODE             PIC 9(02).
012600*----------------------------------------------------------
012700* LK-RETURN-CODE ON EXIT -
012800*     00 = DONE (B: THE DATE IS A BUSINESS DAY)
012900*     04 = B: THE DATE IS NOT A BUSINESS DAY
013000*     12 = LK-FUNCTION WAS NOT ONE OF V B N P C
013100*     16 = A DATE PASSED IN IS NOT A VALID CCYYMMDD DATE,
013200*          OR NO BUSINESS DAY FELL WITHIN A YEAR OF IT
013300*----------------------------------------------------------
013400 PROCEDURE DIVISION USING LK-FUNCTION, LK-DATE-1, LK-DATE-2,
013500         LK-DAYS, LK-RETURN-CODE.
013600*----------------------------------------------------------
013700* 0000-MAINLINE
013800*----------------------------------------------------------
013900 0000-MAINLINE.
014000     MOVE ZERO TO LK-RETURN-CODE.
014100
014200     IF NOT CALENDAR-LOADED
014300         AND NOT LK-FN-VALIDATE
014400         PERFORM 1000-LOAD-CALENDAR
014500             THRU 1000-EXIT
014600     END-IF.
014700
014800     EVALUATE TRUE
014900         WHEN LK-FN-VALIDATE
015000             MOVE LK-DATE-1 TO WS-EDIT-DATE
015100             PERFORM 2000-EDIT-DATE
015200                 THRU 2000-EXIT
015300             IF DATE-INVALID
015400                 MOVE 16 TO LK-RETURN-CODE
015500             END-IF
015600         WHEN LK-FN-IS-BUSINESS
015700             PERFORM 3000-IS-BUSINESS-DAY
015800                 THRU 3000-EXIT
015900         WHEN LK-FN-NEXT
016000             PERFORM 4000-NEXT-BUSINESS-DAY
016100                 THRU 4000-EXIT
016200         WHEN LK-FN-PRIOR
016300             PERFORM 4500-PRIOR-BUSINESS-DAY
016400                 THRU 4500-EXIT
016500         WHEN LK-FN-COUNT
016600             PERFORM 5000-COUNT-BUSINESS-DAYS
016700                 THRU 5000-EXIT
016800         WHEN OTHER
016900             MOVE 12 TO LK-RETURN-CODE
017000     END-EVALUATE.
017100
017200     GOBACK.
017300*----------------------------------------------------------
017400* 1000-LOAD-CALENDAR - READ THE HOLIDAY MASTER INTO THE
017500*     TABLE. NO MASTER MEANS NO HOLIDAYS HAVE BEEN SET UP;
017600*     ONLY WEEKENDS ARE THEN NON-BUSINESS DAYS, AND THE
017700*     CONSOLE SAYS SO.
017800*----------------------------------------------------------
017900 1000-LOAD-CALENDAR.
018000     SET CALENDAR-LOADED TO TRUE.
018100     OPEN INPUT HOLIDAY-FILE.
018200     IF HOLIDAY-FILE-MISSING
018300         DISPLAY "HOLIDAY CALENDAR NOT ON FILE - "
018400             "WEEKENDS ONLY ARE NON-BUSINESS DAYS"
018500         GO TO 1000-EXIT
018600     END-IF.
018700     IF NOT HOLIDAY-OK
018800         DISPLAY "UNABLE TO OPEN HOLIDAY CALENDAR, STATUS = "
018900             WS-HOLIDAY-STATUS
019000         MOVE 16 TO RETURN-CODE
019100         STOP RUN
019200     END-IF.
019300     PERFORM 1100-READ-HOLIDAY
019400         THRU 1100-EXIT.
019500     PERFORM UNTIL END-OF-HOLIDAYS
019600         IF WS-HOL-COUNT >= WS-HOL-MAX
019700             DISPLAY "HOLIDAY TABLE FULL AT " WS-HOL-MAX
019800                 " ENTRIES - REMAINING HOLIDAYS IGNORED"
019900             SET END-OF-HOLIDAYS TO TRUE
020000         ELSE
020100             ADD 1 TO WS-HOL-COUNT
020200             MOVE HM-DATE TO HOL-DATE(WS-HOL-COUNT)
020300             PERFORM 1100-READ-HOLIDAY
020400                 THRU 1100-EXIT
020500         END-IF
020600     END-PERFORM.
020700     CLOSE HOLIDAY-FILE.
020800     GO TO 1000-EXIT.
020900 1000-EXIT.
021000     EXIT.
021100*----------------------------------------------------------
021200* 1100-READ-HOLIDAY
021300*----------------------------------------------------------
021400 1100-READ-HOLIDAY.
021500     READ HOLIDAY-FILE
021600         AT END
021700             SET END-OF-HOLIDAYS TO TRUE
021800     END-READ.
021900     GO TO 1100-EXIT.
022000 1100-EXIT.
022100     EXIT.
022200*----------------------------------------------------------
022300* 2000-EDIT-DATE - IS WS-EDIT-DATE A REAL CALENDAR DATE.
022400*     A YEAR IS A LEAP YEAR WHEN IT DIVIDES BY 4, EXCEPT
022500*     CENTURY YEARS, WHICH MUST DIVIDE BY 400.
022600*----------------------------------------------------------
022700 2000-EDIT-DATE.
022800     SET DATE-VALID TO TRUE.
022900     IF WS-EDIT-CCYY < 1601
023000         OR WS-EDIT-MM < 1 OR WS-EDIT-MM > 12
023100         OR WS-EDIT-DD < 1
023200         SET DATE-INVALID TO TRUE
023300         GO TO 2000-EXIT
023400     END-IF.
023500     MOVE WS-MONTH-DAYS(WS-EDIT-MM) TO WS-EDIT-LAST-DD.
023600     IF WS-EDIT-MM = 2
023700         DIVIDE WS-EDIT-CCYY BY 4
023800             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
023900         DIVIDE WS-EDIT-CCYY BY 100
024000             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
024100         DIVIDE WS-EDIT-CCYY BY 400
024200             GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
024300         IF WS-LEAP-REM-4 = ZERO
024400             AND (WS-LEAP-REM-100 NOT = ZERO
024500             OR WS-LEAP-REM-400 = ZERO)
024600             MOVE 29 TO WS-EDIT-LAST-DD
024700         END-IF
024800     END-IF.
024900     IF WS-EDIT-DD > WS-EDIT-LAST-DD
025000         SET DATE-INVALID TO TRUE
025100     END-IF.
025200     GO TO 2000-EXIT.
025300 2000-EXIT.
025400     EXIT.
025500*----------------------------------------------------------
025600* 3000-IS-BUSINESS-DAY - "B" SERVICE FOR LK-DATE-1
025700*----------------------------------------------------------
025800 3000-IS-BUSINESS-DAY.
025900     MOVE LK-DATE-1 TO WS-EDIT-DATE.
026000     PERFORM 2000-EDIT-DATE
026100         THRU 2000-EXIT.
026200     IF DATE-INVALID
026300         MOVE 16 TO LK-RETURN-CODE
026400         GO TO 3000-EXIT
026500     END-IF.
026600     COMPUTE WS-DAY-NO = FUNCTION INTEGER-OF-DATE(LK-DATE-1).
026700     MOVE LK-DATE-1 TO WS-DAY-DATE.
026800     PERFORM 6000-TEST-DAY
026900         THRU 6000-EXIT.
027000     IF NOT-BUSINESS-DAY
027100         MOVE 04 TO LK-RETURN-CODE
027200     END-IF.
027300     GO TO 3000-EXIT.
027400 3000-EXIT.
027500     EXIT.
027600*----------------------------------------------------------
027700* 4000-NEXT-BUSINESS-DAY - "N" SERVICE. LK-DATE-2 IS LEFT
027800*     AS LK-DATE-1 WHEN THE DATE CANNOT BE USED, SO A
027900*     CALLER THAT PRESSES ON ACTS ON THE DATE AS GIVEN.
028000*----------------------------------------------------------
028100 4000-NEXT-BUSINESS-DAY.
028200     MOVE LK-DATE-1 TO LK-DATE-2.
028300     MOVE LK-DATE-1 TO WS-EDIT-DATE.
028400     PERFORM 2000-EDIT-DATE
028500         THRU 2000-EXIT.
028600     IF DATE-INVALID
028700         MOVE 16 TO LK-RETURN-CODE
028800         GO TO 4000-EXIT
028900     END-IF.
029000     COMPUTE WS-DAY-NO = FUNCTION INTEGER-OF-DATE(LK-DATE-1).
029100     MOVE "N" TO WS-FOUND-SW.
029200     MOVE ZERO TO WS-SEARCH-COUNT.
029300     PERFORM 4100-TRY-NEXT-DAY
029400         THRU 4100-EXIT
029500         UNTIL BUSINESS-DAY-FOUND
029600             OR WS-SEARCH-COUNT > WS-SEARCH-MAX.
029700     IF BUSINESS-DAY-FOUND
029800         MOVE WS-DAY-DATE TO LK-DATE-2
029900     ELSE
030000         MOVE 16 TO LK-RETURN-CODE
030100     END-IF.
030200     GO TO 4000-EXIT.
030300 4000-EXIT.
030400     EXIT.
030500*----------------------------------------------------------
030600* 4100-TRY-NEXT-DAY - TEST WS-DAY-NO, THEN STEP FORWARD
030700*----------------------------------------------------------
030800 4100-TRY-NEXT-DAY.
030900     COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NO).
031000     PERFORM 6000-TEST-DAY
031100         THRU 6000-EXIT.
031200     IF IS-BUSINESS-DAY
031300         SET BUSINESS-DAY-FOUND TO TRUE
031400         GO TO 4100-EXIT
031500     END-IF.
031600     ADD 1 TO WS-DAY-NO.
031700     ADD 1 TO WS-SEARCH-COUNT.
031800     GO TO 4100-EXIT.
031900 4100-EXIT.
032000     EXIT.
032100*----------------------------------------------------------
032200* 4500-PRIOR-BUSINESS-DAY - "P" SERVICE, THE MIRROR OF
032300*     4000
032400*----------------------------------------------------------
032500 4500-PRIOR-BUSINESS-DAY.
032600     MOVE LK-DATE-1 TO LK-DATE-2.
032700     MOVE LK-DATE-1 TO WS-EDIT-DATE.
032800     PERFORM 2000-EDIT-DATE
032900         THRU 2000-EXIT.
033000     IF DATE-INVALID
033100         MOVE 16 TO LK-RETURN-CODE
033200         GO TO 4500-EXIT
033300     END-IF.
033400     COMPUTE WS-DAY-NO = FUNCTION INTEGER-OF-DATE(LK-DATE-1).
033500     MOVE "N" TO WS-FOUND-SW.
033600     MOVE ZERO TO WS-SEARCH-COUNT.
033700     PERFORM 4600-TRY-PRIOR-DAY
033800         THRU 4600-EXIT
033900         UNTIL BUSINESS-DAY-FOUND
034000             OR WS-SEARCH-COUNT > WS-SEARCH-MAX
034100             OR WS-DAY-NO < 1.
034200     IF BUSINESS-DAY-FOUND
034300         MOVE WS-DAY-DATE TO LK-DATE-2
034400     ELSE
034500         MOVE 16 TO LK-RETURN-CODE
034600     END-IF.
034700     GO TO 4500-EXIT.
034800 4500-EXIT.
034900     EXIT.
035000*----------------------------------------------------------
035100* 4600-TRY-PRIOR-DAY - TEST WS-DAY-NO, THEN STEP BACK
035200*----------------------------------------------------------
035300 4600-TRY-PRIOR-DAY.
035400     COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NO).
035500     PERFORM 6000-TEST-DAY
035600         THRU 6000-EXIT.
035700     IF IS-BUSINESS-DAY
035800         SET BUSINESS-DAY-FOUND TO TRUE
035900         GO TO 4600-EXIT
036000     END-IF.
036100     SUBTRACT 1 FROM WS-DAY-NO.
036200     ADD 1 TO WS-SEARCH-COUNT.
036300     GO TO 4600-EXIT.
036400 4600-EXIT.
036500     EXIT.
036600*----------------------------------------------------------
036700* 5000-COUNT-BUSINESS-DAYS - "C" SERVICE. THE COUNT STOPS
036800*     AT 99999.
036900*----------------------------------------------------------
037000 5000-COUNT-BUSINESS-DAYS.
037100     MOVE ZERO TO LK-DAYS.
037200     MOVE LK-DATE-1 TO WS-EDIT-DATE.
037300     PERFORM 2000-EDIT-DATE
037400         THRU 2000-EXIT.
037500     IF DATE-INVALID
037600         MOVE 16 TO LK-RETURN-CODE
037700         GO TO 5000-EXIT
037800     END-IF.
037900     MOVE LK-DATE-2 TO WS-EDIT-DATE.
038000     PERFORM 2000-EDIT-DATE
038100         THRU 2000-EXIT.
038200     IF DATE-INVALID
038300         MOVE 16 TO LK-RETURN-CODE
038400         GO TO 5000-EXIT
038500     END-IF.
038600     IF LK-DATE-2 NOT > LK-DATE-1
038700         GO TO 5000-EXIT
038800     END-IF.
038900     COMPUTE WS-DAY-NO
039000         = FUNCTION INTEGER-OF-DATE(LK-DATE-1) + 1.
039100     COMPUTE WS-END-DAY-NO
039200         = FUNCTION INTEGER-OF-DATE(LK-DATE-2).
039300     PERFORM 5100-COUNT-ONE-DAY
039400         THRU 5100-EXIT
039500         UNTIL WS-DAY-NO > WS-END-DAY-NO
039600             OR LK-DAYS = 99999.
039700     GO TO 5000-EXIT.
039800 5000-EXIT.
039900     EXIT.
040000*----------------------------------------------------------
040100* 5100-COUNT-ONE-DAY
040200*----------------------------------------------------------
040300 5100-COUNT-ONE-DAY.
040400     COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NO).
040500     PERFORM 6000-TEST-DAY
040600         THRU 6000-EXIT.
040700     IF IS-BUSINESS-DAY
040800         ADD 1 TO LK-DAYS
040900     END-IF.
041000     ADD 1 TO WS-DAY-NO.
041100     GO TO 5100-EXIT.
041200 5100-EXIT.
041300     EXIT.
041400*----------------------------------------------------------
041500* 6000-TEST-DAY - IS THE DAY IN WS-DAY-NO / WS-DAY-DATE A
041600*     BUSINESS DAY: NOT A SATURDAY OR SUNDAY, AND NOT ON
041700*     THE HOLIDAY CALENDAR
041800*----------------------------------------------------------
041900 6000-TEST-DAY.
042000     SET IS-BUSINESS-DAY TO TRUE.
042100     DIVIDE WS-DAY-NO BY 7
042200         GIVING WS-DAY-QUOT REMAINDER WS-DAY-DOW.
042300     IF WS-DAY-DOW = 0 OR WS-DAY-DOW = 6
042400         SET NOT-BUSINESS-DAY TO TRUE
042500         GO TO 6000-EXIT
042600     END-IF.
042700     PERFORM 6100-MATCH-HOLIDAY
042800         THRU 6100-EXIT
042900         VARYING WS-HOL-IX FROM 1 BY 1
043000         UNTIL WS-HOL-IX > WS-HOL-COUNT
043100             OR NOT-BUSINESS-DAY.
043200     GO TO 6000-EXIT.
043300 6000-EXIT.
043400     EXIT.
043500*----------------------------------------------------------
043600* 6100-MATCH-HOLIDAY
043700*----------------------------------------------------------
043800 6100-MATCH-HOLIDAY.
043900     IF HOL-DATE(WS-HOL-IX) = WS-DAY-DATE
044000         SET NOT-BUSINESS-DAY TO TRUE
044100     END-IF.
044200     GO TO 6100-EXIT.
044300 6100-EXIT.
044400     EXIT.
