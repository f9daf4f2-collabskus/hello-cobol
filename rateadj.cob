003210*                   NOTES THAT VALUE-DATED ORIGINALS NEED
003220*                   HAND REVIEW WHEN A VERSION BOUNDARY
003230*                   FALLS BETWEEN EFF DATE AND RUN DATE.
003240* 10/15/2026  DLH   STATUS REF ENTRIES (RESULTS HELD OVER A
003250*                   DEPARTMENT LIMIT) DID NOT POST AND ARE
003260*                   PASSED OVER LIKE REJECTS.
003268* 10/15/2026  DLH   INTEREST ACCRUAL ENTRIES (OPERATOR I)
003276*                   ARE LISTED FOR HAND REVIEW LIKE FORMULA
003284*                   ENTRIES - THEIR DAY COUNT DEPENDS ON A
003292*                   PERIOD THE AUDIT RECORD DOES NOT KEEP.
003300*----------------------------------------------------------
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
028500 77  WS-ENTRIES-ADJUSTED        PIC 9(08)    VALUE ZERO.
028600 77  WS-ENTRIES-UNCHANGED       PIC 9(08)    VALUE ZERO.
028700 77  WS-ENTRIES-FORMULA         PIC 9(08)    VALUE ZERO.
028710 77  WS-ENTRIES-ACCRUAL         PIC 9(08)    VALUE ZERO.
028800 77  WS-ENTRIES-FAILED          PIC 9(08)    VALUE ZERO.
028900*----------------------------------------------------------
029000* REPORT HEADING AND DETAIL LINE LAYOUTS
035500     05  FILLER                 PIC X(24)
035600         VALUE "FORMULA - HAND REVIEW.. ".
035700     05  SM-FORMULA             PIC ZZZZZZZ9.
035710 01  SM-LINE-ACCRUAL.
035720     05  FILLER                 PIC X(24)
035730         VALUE "ACCRUAL - HAND REVIEW.. ".
035740     05  SM-ACCRUAL             PIC ZZZZZZZ9.
035800 01  SM-LINE-FAILED.
035900     05  FILLER                 PIC X(24)
036000         VALUE "ENTRIES FAILED......... ".
071700         OR AU-RATE-CODE = SPACES
071800         GO TO 2200-EXIT
071900     END-IF.
072000     IF AU-STATUS = "REJ" OR AU-STATUS = "REF"
072100         GO TO 2200-EXIT
072200     END-IF.
072300     IF WS-AUDIT-DATE-N < WS-SEL-DATE-FROM
074000             THRU 7000-EXIT-D
074100         GO TO 2200-EXIT
074200     END-IF.
074209     IF AU-OP-CODE = "I"
074218         ADD 1 TO WS-ENTRIES-ACCRUAL
074227         IF WS-HIGHEST-RC < 04
074236             MOVE 04 TO WS-HIGHEST-RC
074245         END-IF
074254         MOVE "ACCRUAL" TO RD-DISP
074263         PERFORM 7000-WRITE-REPORT-LINE-D
074272             THRU 7000-EXIT-D
074281         GO TO 2200-EXIT
074290     END-IF.
074300     PERFORM 2400-RESOLVE-RATE-CODE
074400         THRU 2400-EXIT.
074500     IF NOT RATE-FOUND
112300     MOVE SM-LINE-FORMULA TO RL-RECORD.
112400     PERFORM 7000-WRITE-REPORT-LINE
112500         THRU 7000-EXIT.
112510     MOVE WS-ENTRIES-ACCRUAL TO SM-ACCRUAL.
112520     MOVE SM-LINE-ACCRUAL TO RL-RECORD.
112530     PERFORM 7000-WRITE-REPORT-LINE
112540         THRU 7000-EXIT.
112600     MOVE WS-ENTRIES-FAILED TO SM-FAILED.
112700     MOVE SM-LINE-FAILED TO RL-RECORD.
112800     PERFORM 7000-WRITE-REPORT-LINE
