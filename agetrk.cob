002700*                   IS REWRITTEN THROUGH A WORK FILE AND
002800*                   RENAMED INTO PLACE, THE SAME SWAP
002900*                   SCHEME AS THE COBOL-MATH CHECKPOINT.
002910* 10/15/2026  DLH   ITEM AGE IS NOW COUNTED IN BUSINESS DAYS
002920*                   FROM THE HOLIDAY CALENDAR (COBOL-BUSDAY),
002930*                   SO A FRIDAY REJECT IS ONE DAY OLD ON
002940*                   MONDAY, NOT THREE.
003000*----------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
021100         10  DPT-BKT-3DAY       PIC 9(04).
021200         10  DPT-BKT-7DAY       PIC 9(04).
021300         10  DPT-BKT-OVER       PIC 9(04).
021310*----------------------------------------------------------
021320* AGE ARITHMETIC - AGE IS THE NUMBER OF BUSINESS DAYS SINCE
021330* THE PARK DATE, COUNTED BY COBOL-BUSDAY
021340*----------------------------------------------------------
021350 77  WS-AGE-DAYS                PIC S9(05)   COMP VALUE ZERO.
021360 77  WS-BUSDAY-FUNCTION         PIC X(01)    VALUE SPACE.
021370 77  WS-BUSDAY-DATE-1           PIC 9(08)    VALUE ZERO.
021380 77  WS-BUSDAY-DATE-2           PIC 9(08)    VALUE ZERO.
021390 77  WS-BUSDAY-DAYS             PIC 9(05)    VALUE ZERO.
021400 77  WS-BUSDAY-RETURN-CODE      PIC 9(02)    VALUE ZERO.
022000*----------------------------------------------------------
022100* TRACKING COUNTERS
022200*----------------------------------------------------------
033200 1000-INITIALIZE.
033300     ACCEPT WS-RUN-DATE-N FROM DATE YYYYMMDD.
033400     MOVE WS-RUN-DATE-N TO WS-RUN-DATE-R.
033700
033800     OPEN OUTPUT REPORT-FILE.
033900     IF NOT REPORT-OK
078400*     DEPARTMENT, AND PRINT IT
078500*----------------------------------------------------------
078600 5100-WRITE-ONE-ITEM.
078610     MOVE "C" TO WS-BUSDAY-FUNCTION.
078620     MOVE NWT-PARK-DATE(WS-NEW-IX) TO WS-BUSDAY-DATE-1.
078630     MOVE WS-RUN-DATE-N TO WS-BUSDAY-DATE-2.
078640     CALL "COBOL-BUSDAY" USING WS-BUSDAY-FUNCTION,
078650             WS-BUSDAY-DATE-1, WS-BUSDAY-DATE-2,
078660             WS-BUSDAY-DAYS, WS-BUSDAY-RETURN-CODE.
078670     MOVE WS-BUSDAY-DAYS TO WS-AGE-DAYS.
079000     IF WS-AGE-DAYS < ZERO
079100         MOVE ZERO TO WS-AGE-DAYS
079200     END-IF.
