001810* 09/02/2026  DLH   THE RESULTS MASTER NOW CARRIES THE
001820*                   RECORD'S CURRENCY; IT IS SHOWN ON THE
001830*                   ANSWER WHEN PRESENT.
001840* 10/15/2026  DLH   A RESULT BACKED OUT BY COBOL-REVERSE
001850*                   (STATUS REV) SHOWS ITS RESULT AND THE
001860*                   REVERSAL BATCH THAT BACKED IT OUT.
001900*----------------------------------------------------------
002000 ENVIRONMENT DIVISION.
002100 CONFIGURATION SECTION.
014560         DISPLAY "CURRENCY..... " RQ-CURRENCY
014570     END-IF.
014600     DISPLAY "STATUS....... " RQ-STATUS.
014700     IF RQ-STATUS = "OK " OR RQ-STATUS = "REV"
014800         DISPLAY "RESULT....... " WS-RESULT-R
014900     END-IF.
015000     IF RQ-STATUS NOT = "OK "
015100         DISPLAY "REASON....... " RQ-REASON
015110     END-IF.
015200     GO TO 2000-EXIT.
015300 2000-EXIT.
015400     EXIT.
