003893*                   126 BYTES (DEPARTMENT AFTER THE BATCH
003894*                   ID); STREAM AND PUBLISHED LAYOUTS
003895*                   FOLLOWED.
003905* 10/15/2026  DLH   THE REFERRAL STREAMS (REF1-4) OF PAIRS
003915*                   HELD OVER A DEPARTMENT LIMIT ARE MERGED
003925*                   INTO REFFILE FOR COBOL-REFREL, AND THE
003935*                   REFERRED COUNTS ARE SUMMED ONTO THE
003945*                   CONSOLIDATED RUN BLOCK.
003990*----------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER. IBM-370.
013300     SELECT SUS-OUT-FILE ASSIGN TO "SUSPFILE"
013400         ORGANIZATION IS LINE SEQUENTIAL
013500         FILE STATUS IS WS-SUS-OUT-STATUS.
013506     SELECT REF1-FILE ASSIGN TO "REF1"
013512         ORGANIZATION IS LINE SEQUENTIAL
013518         FILE STATUS IS WS-REF1-STATUS.
013524     SELECT REF2-FILE ASSIGN TO "REF2"
013530         ORGANIZATION IS LINE SEQUENTIAL
013536         FILE STATUS IS WS-REF2-STATUS.
013542     SELECT REF3-FILE ASSIGN TO "REF3"
013548         ORGANIZATION IS LINE SEQUENTIAL
013554         FILE STATUS IS WS-REF3-STATUS.
013560     SELECT REF4-FILE ASSIGN TO "REF4"
013566         ORGANIZATION IS LINE SEQUENTIAL
013572         FILE STATUS IS WS-REF4-STATUS.
013578     SELECT REF-OUT-FILE ASSIGN TO "REFFILE"
013584         ORGANIZATION IS LINE SEQUENTIAL
013590         FILE STATUS IS WS-REF-OUT-STATUS.
013600     SELECT CAR1-FILE ASSIGN TO "CARRY1"
013700         ORGANIZATION IS LINE SEQUENTIAL
013800         FILE STATUS IS WS-CAR1-STATUS.
025500 FD  SUS-OUT-FILE
025600     RECORDING MODE IS F.
025700 01  SUS-OUT-RECORD         PIC X(126).
025706 FD  REF1-FILE
025712     RECORDING MODE IS F.
025718 01  REF1-RECORD            PIC X(175).
025724 FD  REF2-FILE
025730     RECORDING MODE IS F.
025736 01  REF2-RECORD            PIC X(175).
025742 FD  REF3-FILE
025748     RECORDING MODE IS F.
025754 01  REF3-RECORD            PIC X(175).
025760 FD  REF4-FILE
025766     RECORDING MODE IS F.
025772 01  REF4-RECORD            PIC X(175).
025778 FD  REF-OUT-FILE
025784     RECORDING MODE IS F.
025790 01  REF-OUT-RECORD         PIC X(175).
025800 FD  CAR1-FILE
025900     RECORDING MODE IS F.
026000 01  CAR1-RECORD            PIC X(080).
031900 77  WS-SUS3-STATUS         PIC X(02).
032000 77  WS-SUS4-STATUS         PIC X(02).
032100 77  WS-SUS-OUT-STATUS       PIC X(02).
032110 77  WS-REF1-STATUS         PIC X(02).
032120 77  WS-REF2-STATUS         PIC X(02).
032130 77  WS-REF3-STATUS         PIC X(02).
032140 77  WS-REF4-STATUS         PIC X(02).
032150 77  WS-REF-OUT-STATUS       PIC X(02).
032200 77  WS-CAR1-STATUS         PIC X(02).
032300 77  WS-CAR2-STATUS         PIC X(02).
032400 77  WS-CAR3-STATUS         PIC X(02).
033700 77  WS-EOF-SW                  PIC X(01)    VALUE "N".
033800     88  END-OF-STREAM            VALUE "Y".
033900 77  WS-HIGHEST-RC              PIC 9(02)    VALUE ZERO.
034000 01  WS-COPY-BUFFER             PIC X(175).
034100*----------------------------------------------------------
034200* CONSOLIDATED RUN-TOTAL ACCUMULATORS. WHILE THE STREAM
034300* CONTROL FILES ARE COPIED, THE LABELED LINES OF EACH
035500 77  WS-TOT-REJECTED            PIC 9(08)    VALUE ZERO.
035600 77  WS-TOT-HELD                PIC 9(08)    VALUE ZERO.
035700 77  WS-TOT-SUSPENDED           PIC 9(08)    VALUE ZERO.
035710 77  WS-TOT-REFERRED            PIC 9(08)    VALUE ZERO.
035800 77  WS-TOT-BATCHES             PIC 9(08)    VALUE ZERO.
035900 77  WS-TOT-BATCHES-OOB         PIC 9(08)    VALUE ZERO.
036000 77  WS-TOT-RESULT              PIC S9(12)V99 VALUE ZERO.
039800     05  FILLER                 PIC X(20)
039900         VALUE "RECORDS SUSPENDED.. ".
040000     05  CT-RECORDS-SUSP        PIC ZZZZZZZ9.
040010 01  CT-LINE-REFERRED.
040020     05  FILLER                 PIC X(20)
040030         VALUE "RECORDS REFERRED... ".
040040     05  CT-RECORDS-REFERRED    PIC ZZZZZZZ9.
040100 01  CT-LINE-BATCHES-READ.
040200     05  FILLER                 PIC X(20)
040300         VALUE "BATCHES READ....... ".
043100         THRU 3700-EXIT.
043200     PERFORM 3800-MERGE-CSV
043300         THRU 3800-EXIT.
043310     PERFORM 3900-MERGE-REF
043320         THRU 3900-EXIT.
043400     PERFORM 8000-WRITE-CONSOLIDATED-TOTALS
043500         THRU 8000-EXIT.
043600     MOVE WS-HIGHEST-RC TO RETURN-CODE.
162800             PERFORM 3460-PARSE-COUNT
162900                 THRU 3460-EXIT
163000             ADD WS-COUNT-N TO WS-TOT-SUSPENDED
163010         WHEN "RECORDS REFERRED... "
163020             PERFORM 3460-PARSE-COUNT
163030                 THRU 3460-EXIT
163040             ADD WS-COUNT-N TO WS-TOT-REFERRED
163100         WHEN "BATCHES READ....... "
163200             PERFORM 3460-PARSE-COUNT
163300                 THRU 3460-EXIT
168100     MOVE WS-TOT-SUSPENDED TO CT-RECORDS-SUSP.
168200     MOVE CT-LINE-SUSPENDED TO CTL-OUT-RECORD.
168300     WRITE CTL-OUT-RECORD.
168310     MOVE WS-TOT-REFERRED TO CT-RECORDS-REFERRED.
168320     MOVE CT-LINE-REFERRED TO CTL-OUT-RECORD.
168330     WRITE CTL-OUT-RECORD.
168400     MOVE WS-TOT-BATCHES TO CT-BATCHES-READ.
168500     MOVE CT-LINE-BATCHES-READ TO CTL-OUT-RECORD.
168600     WRITE CTL-OUT-RECORD.
169527     GO TO 8100-EXIT.
169528 8100-EXIT.
169529     EXIT.
169600*----------------------------------------------------------
169700* 3900-MERGE-REF - REFERRAL FILE STREAMS INTO REFFILE
169800*----------------------------------------------------------
169900 3900-MERGE-REF.
170000     OPEN EXTEND REF-OUT-FILE.
170100     IF WS-REF-OUT-STATUS = "35"
170200         OPEN OUTPUT REF-OUT-FILE
170300         CLOSE REF-OUT-FILE
170400         OPEN EXTEND REF-OUT-FILE
170500     END-IF.
170600     IF WS-REF-OUT-STATUS NOT = "00"
170700         DISPLAY "UNABLE TO OPEN REFFILE, STATUS = "
170800             WS-REF-OUT-STATUS
170900         MOVE 16 TO RETURN-CODE
171000         STOP RUN
171100     END-IF.
171200     PERFORM 3910-COPY-ONE-REF-STREAM
171300         THRU 3910-EXIT
171400         VARYING WS-STREAM-NO FROM 1 BY 1
171500         UNTIL WS-STREAM-NO > 4.
171600     CLOSE REF-OUT-FILE.
171700     GO TO 3900-EXIT.
171800 3900-EXIT.
171900     EXIT.
172000*----------------------------------------------------------
172100* 3910-COPY-ONE-REF-STREAM
172200*----------------------------------------------------------
172300 3910-COPY-ONE-REF-STREAM.
172400     PERFORM 3920-OPEN-REF-STREAM
172500         THRU 3920-EXIT.
172600     IF CUR-MISSING
172700         DISPLAY "REF" WS-STREAM-NO " MISSING - "
172800             "WAS THE WORKER RUN?"
172900         IF WS-HIGHEST-RC < 08
173000             MOVE 08 TO WS-HIGHEST-RC
173100         END-IF
173200         GO TO 3910-EXIT
173300     END-IF.
173400     IF NOT CUR-OK
173500         DISPLAY "UNABLE TO OPEN REF" WS-STREAM-NO
173600             ", STATUS = " WS-CUR-STATUS
173700         MOVE 16 TO RETURN-CODE
173800         STOP RUN
173900     END-IF.
174000     MOVE "N" TO WS-EOF-SW.
174100     PERFORM 3930-READ-REF-STREAM
174200         THRU 3930-EXIT.
174300     PERFORM UNTIL END-OF-STREAM
174400         MOVE WS-COPY-BUFFER(1:175) TO REF-OUT-RECORD
174500         WRITE REF-OUT-RECORD
174600         PERFORM 3930-READ-REF-STREAM
174700             THRU 3930-EXIT
174800     END-PERFORM.
174900     PERFORM 3940-CLOSE-REF-STREAM
175000         THRU 3940-EXIT.
175100     GO TO 3910-EXIT.
175200 3910-EXIT.
175300     EXIT.
175400*----------------------------------------------------------
175500* 3920-OPEN-REF-STREAM
175600*----------------------------------------------------------
175700 3920-OPEN-REF-STREAM.
175800     EVALUATE WS-STREAM-NO
175900         WHEN 1
176000             OPEN INPUT REF1-FILE
176100             MOVE WS-REF1-STATUS TO WS-CUR-STATUS
176200         WHEN 2
176300             OPEN INPUT REF2-FILE
176400             MOVE WS-REF2-STATUS TO WS-CUR-STATUS
176500         WHEN 3
176600             OPEN INPUT REF3-FILE
176700             MOVE WS-REF3-STATUS TO WS-CUR-STATUS
176800         WHEN 4
176900             OPEN INPUT REF4-FILE
177000             MOVE WS-REF4-STATUS TO WS-CUR-STATUS
177100     END-EVALUATE.
177200     GO TO 3920-EXIT.
177300 3920-EXIT.
177400     EXIT.
177500*----------------------------------------------------------
177600* 3930-READ-REF-STREAM
177700*----------------------------------------------------------
177800 3930-READ-REF-STREAM.
177900     MOVE SPACES TO WS-COPY-BUFFER.
178000     EVALUATE WS-STREAM-NO
178100         WHEN 1
178200             READ REF1-FILE
178300                 AT END
178400                     SET END-OF-STREAM TO TRUE
178500             END-READ
178600             IF NOT END-OF-STREAM
178700                 MOVE REF1-RECORD
178800                     TO WS-COPY-BUFFER(1:175)
178900             END-IF
179000         WHEN 2
179100             READ REF2-FILE
179200                 AT END
179300                     SET END-OF-STREAM TO TRUE
179400             END-READ
179500             IF NOT END-OF-STREAM
179600                 MOVE REF2-RECORD
179700                     TO WS-COPY-BUFFER(1:175)
179800             END-IF
179900         WHEN 3
180000             READ REF3-FILE
180100                 AT END
180200                     SET END-OF-STREAM TO TRUE
180300             END-READ
180400             IF NOT END-OF-STREAM
180500                 MOVE REF3-RECORD
180600                     TO WS-COPY-BUFFER(1:175)
180700             END-IF
180800         WHEN 4
180900             READ REF4-FILE
181000                 AT END
181100                     SET END-OF-STREAM TO TRUE
181200             END-READ
181300             IF NOT END-OF-STREAM
181400                 MOVE REF4-RECORD
181500                     TO WS-COPY-BUFFER(1:175)
181600             END-IF
181700     END-EVALUATE.
181800     GO TO 3930-EXIT.
181900 3930-EXIT.
182000     EXIT.
182100*----------------------------------------------------------
182200* 3940-CLOSE-REF-STREAM
182300*----------------------------------------------------------
182400 3940-CLOSE-REF-STREAM.
182500     EVALUATE WS-STREAM-NO
182600         WHEN 1
182700             CLOSE REF1-FILE
182800         WHEN 2
182900             CLOSE REF2-FILE
183000         WHEN 3
183100             CLOSE REF3-FILE
183200         WHEN 4
183300             CLOSE REF4-FILE
183400     END-EVALUATE.
183500     GO TO 3940-EXIT.
183600 3940-EXIT.
183700     EXIT.
