002200*                   CONCATENATED IN FRONT OF PAIRS BEFORE
002300*                   THE SPLIT. COBOL-MERGE CONSOLIDATES THE
002400*                   PER-STREAM OUTPUTS AFTERWARD.
002410* 10/15/2026  DLH   A BATCH HEADER IS NOW ROUTED BY A HASH OF
002420*                   ITS DEPARTMENT CODE, SO EVERY BATCH FOR
002430*                   A DEPARTMENT RUNS ON ONE WORKER - THE
002440*                   ONLY WRITER OF THAT DEPARTMENT'S DAILY
002450*                   CUMULATIVE ON DEPTMAST. RECORDS OUTSIDE
002460*                   A BATCH STILL ROUTE AS BEFORE.
002500*----------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
010000 77  WS-HASH-TALLY              PIC 9(04)    COMP VALUE ZERO.
010100 77  WS-HASH-QUOT               PIC 9(08)    COMP VALUE ZERO.
010200 77  WS-HASH-REM                PIC 9(08)    COMP VALUE ZERO.
010210* DEPARTMENT ROUTING OF BATCH HEADERS. THE HASH IS THE SUM
010220* OF EACH CHARACTER'S PLACE IN WS-HASH-ALPHABET TIMES ITS
010230* POSITION IN THE CODE.
010240 77  WS-HASH-IX                 PIC S9(04)   COMP VALUE ZERO.
010250 77  WS-HASH-DEPT               PIC X(08)    VALUE SPACES.
010260 77  WS-HASH-DEPT-LEN           PIC 9(03)    VALUE ZERO.
010265 77  WS-HASH-SKIP               PIC X(08)    VALUE SPACES.
010270 77  WS-HASH-ALPHABET           PIC X(40)    VALUE
010280     "ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789-_/.".
010300 77  WS-CURRENT-STREAM          PIC 9(01)    VALUE 4.
010400 77  WS-IN-BATCH-SW             PIC X(01)    VALUE "N".
010500     88  IN-BATCH                 VALUE "Y".
024300         INTO WS-REC-TYPE-TEXT COUNT IN WS-REC-TYPE-LEN.
024400     EVALUATE TRUE
024500         WHEN WS-REC-TYPE-TEXT = "BATCH   "
024600             PERFORM 2350-SELECT-DEPT-STREAM
024700                 THRU 2350-EXIT
024800             SET IN-BATCH TO TRUE
024900         WHEN WS-REC-TYPE-TEXT = "ENDBATCH"
025000             MOVE "N" TO WS-IN-BATCH-SW
035500     GO TO 2300-EXIT.
035600 2300-EXIT.
035700     EXIT.
035704*----------------------------------------------------------
035708* 2350-SELECT-DEPT-STREAM - ROUTE A BATCH HEADER BY ITS
035712*     DEPARTMENT CODE SO ONE WORKER OWNS EACH DEPARTMENT'S
035716*     DAILY CUMULATIVE. A HEADER WITH NO USABLE CODE FALLS
035720*     BACK TO THE RECORD HASH; COBOL-MATH REJECTS IT.
035724*----------------------------------------------------------
035728 2350-SELECT-DEPT-STREAM.
035732     INITIALIZE WS-HASH-SKIP WS-HASH-DEPT WS-HASH-DEPT-LEN.
035736     UNSTRING PR-RECORD DELIMITED BY ALL SPACES
035740         INTO WS-REC-TYPE-TEXT,
035744              WS-HASH-SKIP,
035748              WS-HASH-DEPT COUNT IN WS-HASH-DEPT-LEN.
035752     IF WS-HASH-DEPT-LEN = ZERO OR WS-HASH-DEPT-LEN > 8
035756         PERFORM 2300-SELECT-STREAM
035760             THRU 2300-EXIT
035764         GO TO 2350-EXIT
035768     END-IF.
035772     MOVE ZERO TO WS-HASH-WORK.
035776     PERFORM 2360-HASH-DEPT-CHAR
035780         THRU 2360-EXIT
035784         VARYING WS-HASH-IX FROM 1 BY 1
035788         UNTIL WS-HASH-IX > WS-HASH-DEPT-LEN.
035792     DIVIDE WS-HASH-WORK BY WS-STREAM-MAX
035796         GIVING WS-HASH-QUOT REMAINDER WS-HASH-REM.
035800     COMPUTE WS-CURRENT-STREAM = WS-HASH-REM + 1.
035804     GO TO 2350-EXIT.
035808 2350-EXIT.
035812     EXIT.
035816*----------------------------------------------------------
035820* 2360-HASH-DEPT-CHAR - ADD ONE CHARACTER OF THE CODE
035824*----------------------------------------------------------
035828 2360-HASH-DEPT-CHAR.
035832     MOVE ZERO TO WS-HASH-TALLY.
035836     INSPECT WS-HASH-ALPHABET TALLYING WS-HASH-TALLY
035840         FOR CHARACTERS
035844         BEFORE INITIAL WS-HASH-DEPT(WS-HASH-IX:1).
035848     COMPUTE WS-HASH-WORK = WS-HASH-WORK
035852         + (WS-HASH-TALLY + 1) * WS-HASH-IX.
035856     GO TO 2360-EXIT.
035860 2360-EXIT.
035864     EXIT.
035900*----------------------------------------------------------
036000* 2400-WRITE-TO-STREAM
036100*----------------------------------------------------------
