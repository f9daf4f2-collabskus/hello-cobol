002700*                   FRONT OF PAIRS BEFORE THE SPLIT, THE
002800*                   SAME WAY MERGED CARRY-FORWARD RECORDS
002900*                   ARE.
002910* 10/15/2026  DLH   DUE DATES NOW FOLLOW THE BUSINESS-DAY
002920*                   CALENDAR (COBOL-BUSDAY). DAILY ORDERS
002930*                   GENERATE ON BUSINESS DAYS ONLY, A WEEKLY
002940*                   ORDER FALLING ON A WEEKEND OR HOLIDAY
002950*                   ROLLS TO THE NEXT BUSINESS DAY, AND
002960*                   MONTH-END MEANS THE LAST BUSINESS DAY OF
002970*                   THE MONTH.
003000*----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
013900 01  DEPT-TABLE.
014000     05  DPT-DEPT               OCCURS 50 TIMES
014100                                PIC X(08).
014110*----------------------------------------------------------
014120* DUE-TONIGHT DECISION WORK AREAS. DAY-OF-WEEK FALLS OUT OF
014130* THE DAY-NUMBER FUNCTIONS - ORDINARY VERBS CANNOT COUNT
014140* CALENDAR DAYS. BUSINESS DAYS COME FROM COBOL-BUSDAY: AN
014150* OCCURRENCE ON A WEEKEND OR HOLIDAY ROLLS TO THE NEXT
014160* BUSINESS DAY, AND MONTH-END IS THE LAST BUSINESS DAY.
014170*----------------------------------------------------------
014180 77  WS-DUE-SW                  PIC X(01)    VALUE "N".
014190     88  ORDER-IS-DUE             VALUE "Y".
014200 77  WS-SKIP-REASON             PIC X(24)    VALUE SPACES.
014210 77  WS-DAY-WORK                PIC S9(08)   COMP VALUE ZERO.
014220 77  WS-DAY-QUOT                PIC S9(08)   COMP VALUE ZERO.
014230 77  WS-RUN-DOW                 PIC S9(04)   COMP VALUE ZERO.
014240 77  WS-START-DOW               PIC S9(04)   COMP VALUE ZERO.
014250 77  WS-DOW-GAP                 PIC S9(04)   COMP VALUE ZERO.
014260 77  WS-RUN-DAY-NO              PIC S9(08)   COMP VALUE ZERO.
014270 77  WS-OCCUR-DATE-N            PIC 9(08)    VALUE ZERO.
014280 77  WS-MONTH-LAST-N            PIC 9(08)    VALUE ZERO.
014290 77  WS-MONTH-END-N             PIC 9(08)    VALUE ZERO.
014300 77  WS-RUN-BUSINESS-SW         PIC X(01)    VALUE "N".
014310     88  RUN-IS-BUSINESS-DAY      VALUE "Y".
014320 01  WS-RUN-DATE-X              PIC 9(08).
014330 01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE-X.
014340     05  WS-RUN-CCYY            PIC 9(04).
014350     05  WS-RUN-MM              PIC 9(02).
014360     05  WS-RUN-DD              PIC 9(02).
014370 01  WS-NEXT-MONTH-X            PIC 9(08).
014380 01  WS-NEXT-MONTH-PARTS REDEFINES WS-NEXT-MONTH-X.
014390     05  WS-NEXT-CCYY           PIC 9(04).
014400     05  WS-NEXT-MM             PIC 9(02).
014410     05  WS-NEXT-DD             PIC 9(02).
014420 77  WS-BUSDAY-FUNCTION         PIC X(01)    VALUE SPACE.
014430 77  WS-BUSDAY-DATE-1           PIC 9(08)    VALUE ZERO.
014440 77  WS-BUSDAY-DATE-2           PIC 9(08)    VALUE ZERO.
014450 77  WS-BUSDAY-DAYS             PIC 9(05)    VALUE ZERO.
014460 77  WS-BUSDAY-RETURN-CODE      PIC 9(02)    VALUE ZERO.
016500*----------------------------------------------------------
016600* RECORD AND BATCH BUILD WORK AREAS
016700*----------------------------------------------------------
030500     PERFORM 1500-LOAD-RATE-TABLE
030600         THRU 1500-EXIT.
030700
030800     COMPUTE WS-RUN-DAY-NO
030900         = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N).
031000     DIVIDE WS-RUN-DAY-NO BY 7
031100         GIVING WS-DAY-QUOT REMAINDER WS-RUN-DOW.
031200     MOVE WS-RUN-DATE-N(5:4) TO WS-BATCH-MMDD.
031300     PERFORM 1700-SET-BUSINESS-DAYS
031400         THRU 1700-EXIT.
031600     GO TO 1000-EXIT.
031700 1000-EXIT.
031800     EXIT.
036200     GO TO 1550-EXIT.
036300 1550-EXIT.
036400     EXIT.
036401*----------------------------------------------------------
036402* 1700-SET-BUSINESS-DAYS - IS TONIGHT A BUSINESS DAY, AND
036403*     WHICH DAY IS THIS MONTH'S LAST BUSINESS DAY - THE
036404*     DAY BEFORE THE FIRST OF NEXT MONTH, ROLLED BACK OVER
036405*     ANY WEEKEND OR HOLIDAY
036406*----------------------------------------------------------
036407 1700-SET-BUSINESS-DAYS.
036408     MOVE "B" TO WS-BUSDAY-FUNCTION.
036409     MOVE WS-RUN-DATE-N TO WS-BUSDAY-DATE-1.
036410     PERFORM 1750-CALL-BUSDAY
036411         THRU 1750-EXIT.
036412     IF WS-BUSDAY-RETURN-CODE = ZERO
036413         SET RUN-IS-BUSINESS-DAY TO TRUE
036414     END-IF.
036415     MOVE WS-RUN-DATE-X TO WS-NEXT-MONTH-X.
036416     IF WS-RUN-MM = 12
036417         ADD 1 TO WS-NEXT-CCYY
036418         MOVE 1 TO WS-NEXT-MM
036419     ELSE
036420         ADD 1 TO WS-NEXT-MM
036421     END-IF.
036422     MOVE 1 TO WS-NEXT-DD.
036423     COMPUTE WS-DAY-WORK
036424         = FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-X) - 1.
036425     COMPUTE WS-MONTH-LAST-N
036426         = FUNCTION DATE-OF-INTEGER(WS-DAY-WORK).
036427     MOVE "P" TO WS-BUSDAY-FUNCTION.
036428     MOVE WS-MONTH-LAST-N TO WS-BUSDAY-DATE-1.
036429     PERFORM 1750-CALL-BUSDAY
036430         THRU 1750-EXIT.
036431     MOVE WS-BUSDAY-DATE-2 TO WS-MONTH-END-N.
036432     GO TO 1700-EXIT.
036433 1700-EXIT.
036434     EXIT.
036435*----------------------------------------------------------
036436* 1750-CALL-BUSDAY - EVERY DATE PASSED IS DERIVED FROM THE
036437*     RUN DATE, SO THE ROUTINE CAN ONLY FAIL IF THE
036438*     CALENDAR ITSELF IS UNUSABLE; THAT STOPS THE RUN
036439*     RATHER THAN GENERATE ORDERS ON THE WRONG DAYS
036440*----------------------------------------------------------
036441 1750-CALL-BUSDAY.
036442     CALL "COBOL-BUSDAY" USING WS-BUSDAY-FUNCTION,
036443             WS-BUSDAY-DATE-1, WS-BUSDAY-DATE-2,
036444             WS-BUSDAY-DAYS, WS-BUSDAY-RETURN-CODE.
036445     IF WS-BUSDAY-RETURN-CODE > 04
036446         DISPLAY "BUSINESS-DAY ROUTINE FAILED FOR "
036447             WS-BUSDAY-DATE-1 ", RC = " WS-BUSDAY-RETURN-CODE
036448         MOVE 16 TO RETURN-CODE
036449         STOP RUN
036450     END-IF.
036451     GO TO 1750-EXIT.
036452 1750-EXIT.
036453     EXIT.
036500*----------------------------------------------------------
036600* 2000-SCAN-ORDERS - LOOP OVER THE ORDER MASTER
036700*----------------------------------------------------------
047000 2200-EXIT.
047100     EXIT.
047200*----------------------------------------------------------
047210* 2300-CHECK-DUE - IS THIS ORDER DUE TONIGHT. A WEEKLY
047220*     ORDER'S OCCURRENCE IS THE LATEST DAY ON OR BEFORE
047230*     TONIGHT ON ITS START DATE'S DAY OF WEEK; IT IS DUE
047240*     WHEN THAT DAY ROLLS FORWARD TO TONIGHT.
047400*----------------------------------------------------------
047500 2300-CHECK-DUE.
047600     MOVE "N" TO WS-DUE-SW.
048400         MOVE "OUTSIDE ORDER WINDOW" TO WS-SKIP-REASON
048500         GO TO 2300-EXIT
048600     END-IF.
048810     EVALUATE SO-FREQUENCY
048820         WHEN "D"
048830             IF RUN-IS-BUSINESS-DAY
048840                 SET ORDER-IS-DUE TO TRUE
048850             ELSE
048860                 MOVE "NOT A BUSINESS DAY" TO WS-SKIP-REASON
048870             END-IF
048880         WHEN "W"
048890             COMPUTE WS-DAY-WORK
048900                 = FUNCTION INTEGER-OF-DATE(SO-START-DATE)
048910             DIVIDE WS-DAY-WORK BY 7
048920                 GIVING WS-DAY-QUOT
048930                 REMAINDER WS-START-DOW
048940             COMPUTE WS-DOW-GAP = WS-RUN-DOW - WS-START-DOW
048950             IF WS-DOW-GAP < ZERO
048960                 ADD 7 TO WS-DOW-GAP
048970             END-IF
048980             COMPUTE WS-DAY-WORK = WS-RUN-DAY-NO - WS-DOW-GAP
048990             COMPUTE WS-OCCUR-DATE-N
049000                 = FUNCTION DATE-OF-INTEGER(WS-DAY-WORK)
049010             MOVE "N" TO WS-BUSDAY-FUNCTION
049020             MOVE WS-OCCUR-DATE-N TO WS-BUSDAY-DATE-1
049030             PERFORM 1750-CALL-BUSDAY
049040                 THRU 1750-EXIT
049050             IF WS-BUSDAY-DATE-2 = WS-RUN-DATE-N
049060                 SET ORDER-IS-DUE TO TRUE
049070             ELSE
049080                 MOVE "NOT DUE TONIGHT" TO WS-SKIP-REASON
049090             END-IF
049100         WHEN "M"
049110             IF WS-RUN-DATE-N = WS-MONTH-END-N
049120                 SET ORDER-IS-DUE TO TRUE
049130             ELSE
049140                 MOVE "NOT DUE TONIGHT" TO WS-SKIP-REASON
049150             END-IF
049160         WHEN OTHER
049170             MOVE "BAD FREQUENCY ON FILE" TO WS-SKIP-REASON
049180     END-EVALUATE.
051000     GO TO 2300-EXIT.
051100 2300-EXIT.
051200     EXIT.
