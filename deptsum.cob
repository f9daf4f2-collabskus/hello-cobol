002250*                   IS SCANNED AHEAD OF THE LIVE LOG, SO A
002260*                   MONTH-END SUMMARY STILL SEES DAYS THAT
002270*                   HAVE BEEN ARCHIVED.
002276* 10/15/2026  DLH   STATUS REF ENTRIES (RESULTS HELD OVER A
002282*                   DEPARTMENT LIMIT FOR REFERRAL) ARE LEFT
002288*                   OUT OF THE ROLL-UP: NOTHING POSTED, AND
002294*                   AN APPROVED RELEASE LOGS ITS OWN OK ROW.
002300*----------------------------------------------------------
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
044500         AND WS-AUDIT-DATE-N < WS-SEL-DATE-FROM)
044600         GO TO 2200-EXIT
044700     END-IF.
044710     IF AU-STATUS = "REF"
044720         GO TO 2200-EXIT
044730     END-IF.
044800     IF AU-DEPT = SPACES
044900         MOVE "(NONE)" TO WS-DEPT-WORK
045000     ELSE
