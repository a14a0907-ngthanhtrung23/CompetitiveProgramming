       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARCOMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPARE-CONTROL-FILE ASSIGN TO CMPCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPCTL-STATUS.
           SELECT BASELINE-FILE ASSIGN TO BASEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BASE-STATUS.
           SELECT CANDIDATE-FILE ASSIGN TO CANDIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-STATUS.
           SELECT COMPARE-REPORT-FILE ASSIGN TO CMPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPARE-CONTROL-FILE.
       01  CMPCTL-RECORD.
           05 CMP-FILE-TYPE    PIC X(10).
           05 FILLER           PIC X(1).
           05 CMP-FIELD-USE    PIC X(1).
           05 FILLER           PIC X(1).
           05 CMP-START        PIC X(3).
           05 FILLER           PIC X(1).
           05 CMP-LENGTH       PIC X(3).
           05 FILLER           PIC X(1).
           05 CMP-FIELD-NAME   PIC X(20).
           05 FILLER           PIC X(39).

       FD  BASELINE-FILE.
       01  BASELINE-RECORD   PIC X(200).

       FD  CANDIDATE-FILE.
       01  CANDIDATE-RECORD  PIC X(200).

       FD  COMPARE-REPORT-FILE.
       01  COMPARE-REPORT-RECORD PIC X(100)  VALUE SPACES.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-CMPCTL-STATUS  PIC X(2).
       01 WS-BASE-STATUS    PIC X(2).
       01 WS-CAND-STATUS    PIC X(2).
       01 WS-RUNLOG-STATUS  PIC X(2).
       01 WS-RUNCTL-STATUS  PIC X(2).
       01 WS-TIMESTAMP      PIC X(21).
       01 WS-BUS-DATE       PIC 9(8) VALUE ZEROES.
       01 WS-CYCLE          PIC 9(4) VALUE ZEROES.
       01 WS-CMP-CARD.
          05 WS-CARD-FILE-TYPE PIC X(10).
          05 FILLER            PIC X(1).
          05 WS-CARD-MAX-LIST  PIC X(5).
          05 FILLER            PIC X(64).
       01 WS-FILE-TYPE      PIC X(10).
       01 WS-MAX-LIST       PIC 9(5) VALUE 100.
       01 WS-CTL-DONE       PIC X(1) VALUE 'N'.
       01 WS-CTL-ERRORS     PIC 9(4) VALUE ZEROES.
       01 WS-CTL-START      PIC 9(3) VALUE ZEROES.
       01 WS-CTL-LENGTH     PIC 9(3) VALUE ZEROES.
       01 WS-CTL-END        PIC 9(4) VALUE ZEROES.
       01 WS-CTL-USE-DESC   PIC X(8).
       01 WS-KEY-COUNT      PIC 9(2) VALUE ZEROES.
       01 WS-KEY-TOTAL-LEN  PIC 9(3) VALUE ZEROES.
       01 WS-KEY-FIELDS.
          05 WS-KEY-FIELD OCCURS 10 TIMES.
             10 KF-START     PIC 9(3).
             10 KF-LENGTH    PIC 9(3).
             10 KF-NAME      PIC X(20).
       01 WS-CMP-COUNT      PIC 9(2) VALUE ZEROES.
       01 WS-CMP-FIELDS.
          05 WS-CMP-FIELD OCCURS 20 TIMES.
             10 CF-START     PIC 9(3).
             10 CF-LENGTH    PIC 9(3).
             10 CF-NAME      PIC X(20).
       01 WS-IGN-COUNT      PIC 9(2) VALUE ZEROES.
       01 WS-IGN-FIELDS.
          05 WS-IGN-FIELD OCCURS 10 TIMES.
             10 IF-START     PIC 9(3).
             10 IF-LENGTH    PIC 9(3).
             10 IF-NAME      PIC X(20).
       01 WS-FLD-IDX        PIC 9(2) VALUE ZEROES.
       01 WS-KEY-POS        PIC 9(3) VALUE ZEROES.
       01 WS-IN-RECORD      PIC X(200).
       01 WS-IN-IMAGE       PIC X(200).
       01 WS-IN-KEY         PIC X(60).
       01 WS-TABLE-MAX      PIC 9(5) VALUE 5000.
       01 WS-BASE-DONE      PIC X(1) VALUE 'N'.
       01 WS-BASE-COUNT     PIC 9(5) VALUE ZEROES.
       01 WS-BASE-TABLE.
          05 WS-BASE-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-BASE-COUNT.
             10 BT-KEY       PIC X(60).
             10 BT-SEQ       PIC 9(5).
             10 BT-IMAGE     PIC X(200).
       01 WS-CAND-DONE      PIC X(1) VALUE 'N'.
       01 WS-CAND-COUNT     PIC 9(5) VALUE ZEROES.
       01 WS-CAND-TABLE.
          05 WS-CAND-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-CAND-COUNT.
             10 CT-KEY       PIC X(60).
             10 CT-SEQ       PIC 9(5).
             10 CT-IMAGE     PIC X(200).
       01 WS-B-IDX          PIC 9(5) VALUE ZEROES.
       01 WS-C-IDX          PIC 9(5) VALUE ZEROES.
       01 WS-POS            PIC 9(3) VALUE ZEROES.
       01 WS-DIFF-POS       PIC 9(3) VALUE ZEROES.
       01 WS-SHOW-LEN       PIC 9(3) VALUE ZEROES.
       01 WS-SHOW-KEY       PIC X(70).
       01 WS-SHOW-PTR       PIC 9(3) VALUE ZEROES.
       01 WS-SHOW-NAME      PIC X(20).
       01 WS-SHOW-BASE      PIC X(80).
       01 WS-SHOW-CAND      PIC X(80).
       01 WS-RECORD-DIFFERS PIC X(1) VALUE 'N'.
       01 WS-LISTED-COUNT   PIC 9(7) VALUE ZEROES.
       01 WS-UNLISTED-COUNT PIC 9(7) VALUE ZEROES.
       01 WS-MATCHED-COUNT  PIC 9(7) VALUE ZEROES.
       01 WS-SAME-COUNT     PIC 9(7) VALUE ZEROES.
       01 WS-CHANGED-COUNT  PIC 9(7) VALUE ZEROES.
       01 WS-FIELD-DIFFS    PIC 9(7) VALUE ZEROES.
       01 WS-MISS-CAND      PIC 9(7) VALUE ZEROES.
       01 WS-MISS-BASE      PIC 9(7) VALUE ZEROES.
       01 WS-DUP-BASE       PIC 9(7) VALUE ZEROES.
       01 WS-DUP-CAND       PIC 9(7) VALUE ZEROES.
       01 WS-RESULT         PIC X(4) VALUE SPACES.
       01 WS-NUM-EDIT       PIC ZZ9.
       01 WS-LEN-EDIT       PIC ZZ9.
       01 WS-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM READ-RUN-CONTROL
         MOVE SPACES TO WS-CMP-CARD
         ACCEPT WS-CMP-CARD
         MOVE FUNCTION UPPER-CASE(WS-CARD-FILE-TYPE) TO WS-FILE-TYPE
         IF WS-FILE-TYPE EQUAL SPACES
           DISPLAY 'PARCOMP: NO FILE TYPE ON THE CONTROL CARD'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         IF WS-CARD-MAX-LIST IS NUMERIC
           MOVE WS-CARD-MAX-LIST TO WS-MAX-LIST
         END-IF
         PERFORM WRITE-RUN-HEADER
         OPEN OUTPUT COMPARE-REPORT-FILE
         MOVE SPACES TO COMPARE-REPORT-RECORD
         STRING 'PARALLEL-RUN COMPARISON  FILE TYPE=' WS-FILE-TYPE
                '  BUSDATE=' WS-BUS-DATE ' CYCLE=' WS-CYCLE
                DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         MOVE SPACES TO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         PERFORM LOAD-COMPARE-CONTROL
         IF WS-CTL-ERRORS > 0
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING 'COMPARISON NOT RUN - ' WS-CTL-ERRORS
                  ' CONTROL TABLE ERROR(S)'
                  DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
           CLOSE COMPARE-REPORT-FILE
           DISPLAY 'PARCOMP: ' WS-FILE-TYPE
                   ' CONTROL TABLE ERRORS, SEE CMPRPT'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         PERFORM LOAD-BASELINE-FILE
         PERFORM LOAD-CANDIDATE-FILE
         IF WS-BASE-COUNT > 0
           SORT WS-BASE-ENTRY
             ASCENDING KEY BT-KEY BT-SEQ
         END-IF
         IF WS-CAND-COUNT > 0
           SORT WS-CAND-ENTRY
             ASCENDING KEY CT-KEY CT-SEQ
         END-IF
         MOVE SPACES TO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         PERFORM MATCH-BASELINE-CANDIDATE
         PERFORM WRITE-COMPARE-SUMMARY
         CLOSE COMPARE-REPORT-FILE
         PERFORM WRITE-RUN-TRAILER
         DISPLAY 'PARCOMP: ' WS-FILE-TYPE ' ' WS-RESULT
         EVALUATE TRUE
           WHEN WS-RESULT EQUAL 'FAIL'
             MOVE 8 TO RETURN-CODE
           WHEN WS-BASE-COUNT EQUAL 0 AND WS-CAND-COUNT EQUAL 0
             DISPLAY 'PARCOMP: BOTH FILES EMPTY, NOTHING COMPARED'
             MOVE 4 TO RETURN-CODE
           WHEN OTHER
             MOVE 0 TO RETURN-CODE
         END-EVALUATE
         STOP RUN.

       LOAD-COMPARE-CONTROL.
         OPEN INPUT COMPARE-CONTROL-FILE
         IF WS-CMPCTL-STATUS NOT EQUAL '00'
           DISPLAY 'PARCOMP: CANNOT OPEN CMPCTL, STATUS='
                   WS-CMPCTL-STATUS
           CLOSE COMPARE-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE 'N' TO WS-CTL-DONE
         PERFORM UNTIL WS-CTL-DONE EQUAL 'Y'
           READ COMPARE-CONTROL-FILE
             AT END
               MOVE 'Y' TO WS-CTL-DONE
             NOT AT END
               IF CMPCTL-RECORD(1:1) NOT EQUAL '*'
                   AND FUNCTION UPPER-CASE(CMP-FILE-TYPE)
                       EQUAL WS-FILE-TYPE
                 PERFORM ADD-CONTROL-FIELD
               END-IF
           END-READ
         END-PERFORM
         CLOSE COMPARE-CONTROL-FILE
         IF WS-KEY-COUNT EQUAL 0
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING 'CONTROL ERROR: NO KEY FIELDS FOR ' WS-FILE-TYPE
                  DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
           ADD 1 TO WS-CTL-ERRORS
         END-IF
         IF WS-CMP-COUNT EQUAL 0 AND WS-CTL-ERRORS EQUAL 0
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING 'COMPARE  WHOLE RECORD OUTSIDE THE KEY AND'
                  ' IGNORED FIELDS'
                  DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
         END-IF.

       ADD-CONTROL-FIELD.
         MOVE ZEROES TO WS-CTL-START WS-CTL-LENGTH
         IF CMP-START IS NUMERIC
           MOVE CMP-START TO WS-CTL-START
         END-IF
         IF CMP-LENGTH IS NUMERIC
           MOVE CMP-LENGTH TO WS-CTL-LENGTH
         END-IF
         COMPUTE WS-CTL-END = WS-CTL-START + WS-CTL-LENGTH - 1
         EVALUATE FUNCTION UPPER-CASE(CMP-FIELD-USE)
           WHEN 'K'
             MOVE 'KEY' TO WS-CTL-USE-DESC
           WHEN 'C'
             MOVE 'COMPARE' TO WS-CTL-USE-DESC
           WHEN 'I'
             MOVE 'IGNORE' TO WS-CTL-USE-DESC
           WHEN OTHER
             MOVE 'INVALID' TO WS-CTL-USE-DESC
         END-EVALUATE
         MOVE WS-CTL-START TO WS-NUM-EDIT
         MOVE WS-CTL-LENGTH TO WS-LEN-EDIT
         MOVE SPACES TO COMPARE-REPORT-RECORD
         STRING WS-CTL-USE-DESC ' ' WS-NUM-EDIT ' ' WS-LEN-EDIT
                '  ' CMP-FIELD-NAME
                DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         IF WS-CTL-USE-DESC EQUAL 'INVALID'
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING '  CONTROL ERROR: FIELD USE MUST BE K, C OR I'
                  DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
           ADD 1 TO WS-CTL-ERRORS
         ELSE
           IF WS-CTL-START < 1 OR WS-CTL-LENGTH < 1
               OR WS-CTL-END > 200
             MOVE SPACES TO COMPARE-REPORT-RECORD
             STRING '  CONTROL ERROR: START/LENGTH OUTSIDE'
                    ' POSITIONS 1-200'
                    DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
             WRITE COMPARE-REPORT-RECORD
             ADD 1 TO WS-CTL-ERRORS
           ELSE
             EVALUATE WS-CTL-USE-DESC
               WHEN 'KEY'
                 IF WS-KEY-COUNT EQUAL 10
                     OR WS-KEY-TOTAL-LEN + WS-CTL-LENGTH > 60
                   MOVE SPACES TO COMPARE-REPORT-RECORD
                   STRING '  CONTROL ERROR: MORE THAN 10 KEY FIELDS'
                          ' OR 60 KEY POSITIONS'
                          DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
                   WRITE COMPARE-REPORT-RECORD
                   ADD 1 TO WS-CTL-ERRORS
                 ELSE
                   ADD 1 TO WS-KEY-COUNT
                   ADD WS-CTL-LENGTH TO WS-KEY-TOTAL-LEN
                   MOVE WS-CTL-START TO KF-START(WS-KEY-COUNT)
                   MOVE WS-CTL-LENGTH TO KF-LENGTH(WS-KEY-COUNT)
                   MOVE CMP-FIELD-NAME TO KF-NAME(WS-KEY-COUNT)
                 END-IF
               WHEN 'COMPARE'
                 IF WS-CMP-COUNT EQUAL 20
                   MOVE SPACES TO COMPARE-REPORT-RECORD
                   STRING '  CONTROL ERROR: MORE THAN 20 COMPARE'
                          ' FIELDS'
                          DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
                   WRITE COMPARE-REPORT-RECORD
                   ADD 1 TO WS-CTL-ERRORS
                 ELSE
                   ADD 1 TO WS-CMP-COUNT
                   MOVE WS-CTL-START TO CF-START(WS-CMP-COUNT)
                   MOVE WS-CTL-LENGTH TO CF-LENGTH(WS-CMP-COUNT)
                   MOVE CMP-FIELD-NAME TO CF-NAME(WS-CMP-COUNT)
                 END-IF
               WHEN 'IGNORE'
                 IF WS-IGN-COUNT EQUAL 10
                   MOVE SPACES TO COMPARE-REPORT-RECORD
                   STRING '  CONTROL ERROR: MORE THAN 10 IGNORE'
                          ' FIELDS'
                          DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
                   WRITE COMPARE-REPORT-RECORD
                   ADD 1 TO WS-CTL-ERRORS
                 ELSE
                   ADD 1 TO WS-IGN-COUNT
                   MOVE WS-CTL-START TO IF-START(WS-IGN-COUNT)
                   MOVE WS-CTL-LENGTH TO IF-LENGTH(WS-IGN-COUNT)
                   MOVE CMP-FIELD-NAME TO IF-NAME(WS-IGN-COUNT)
                 END-IF
             END-EVALUATE
           END-IF
         END-IF.

       LOAD-BASELINE-FILE.
         OPEN INPUT BASELINE-FILE
         IF WS-BASE-STATUS NOT EQUAL '00'
           DISPLAY 'PARCOMP: CANNOT OPEN BASEIN, STATUS='
                   WS-BASE-STATUS
           CLOSE COMPARE-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE 'N' TO WS-BASE-DONE
         PERFORM UNTIL WS-BASE-DONE EQUAL 'Y'
           READ BASELINE-FILE
             AT END
               MOVE 'Y' TO WS-BASE-DONE
             NOT AT END
               IF WS-BASE-COUNT EQUAL WS-TABLE-MAX
                 DISPLAY 'PARCOMP: BASELINE HAS MORE THAN '
                         WS-TABLE-MAX ' RECORDS'
                 CLOSE BASELINE-FILE COMPARE-REPORT-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               MOVE BASELINE-RECORD TO WS-IN-RECORD
               PERFORM BUILD-KEY-AND-IMAGE
               ADD 1 TO WS-BASE-COUNT
               MOVE WS-IN-KEY TO BT-KEY(WS-BASE-COUNT)
               MOVE WS-BASE-COUNT TO BT-SEQ(WS-BASE-COUNT)
               MOVE WS-IN-IMAGE TO BT-IMAGE(WS-BASE-COUNT)
           END-READ
         END-PERFORM
         CLOSE BASELINE-FILE.

       LOAD-CANDIDATE-FILE.
         OPEN INPUT CANDIDATE-FILE
         IF WS-CAND-STATUS NOT EQUAL '00'
           DISPLAY 'PARCOMP: CANNOT OPEN CANDIN, STATUS='
                   WS-CAND-STATUS
           CLOSE COMPARE-REPORT-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE 'N' TO WS-CAND-DONE
         PERFORM UNTIL WS-CAND-DONE EQUAL 'Y'
           READ CANDIDATE-FILE
             AT END
               MOVE 'Y' TO WS-CAND-DONE
             NOT AT END
               IF WS-CAND-COUNT EQUAL WS-TABLE-MAX
                 DISPLAY 'PARCOMP: CANDIDATE HAS MORE THAN '
                         WS-TABLE-MAX ' RECORDS'
                 CLOSE CANDIDATE-FILE COMPARE-REPORT-FILE
                 MOVE 16 TO RETURN-CODE
                 STOP RUN
               END-IF
               MOVE CANDIDATE-RECORD TO WS-IN-RECORD
               PERFORM BUILD-KEY-AND-IMAGE
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-IN-KEY TO CT-KEY(WS-CAND-COUNT)
               MOVE WS-CAND-COUNT TO CT-SEQ(WS-CAND-COUNT)
               MOVE WS-IN-IMAGE TO CT-IMAGE(WS-CAND-COUNT)
           END-READ
         END-PERFORM
         CLOSE CANDIDATE-FILE.

       BUILD-KEY-AND-IMAGE.
         MOVE SPACES TO WS-IN-KEY
         MOVE 1 TO WS-KEY-POS
         PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
             UNTIL WS-FLD-IDX > WS-KEY-COUNT
           MOVE WS-IN-RECORD(KF-START(WS-FLD-IDX):
                             KF-LENGTH(WS-FLD-IDX))
             TO WS-IN-KEY(WS-KEY-POS:KF-LENGTH(WS-FLD-IDX))
           ADD KF-LENGTH(WS-FLD-IDX) TO WS-KEY-POS
         END-PERFORM
         MOVE WS-IN-RECORD TO WS-IN-IMAGE
         PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
             UNTIL WS-FLD-IDX > WS-IGN-COUNT
           MOVE SPACES
             TO WS-IN-IMAGE(IF-START(WS-FLD-IDX):
                            IF-LENGTH(WS-FLD-IDX))
         END-PERFORM
         PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
             UNTIL WS-FLD-IDX > WS-KEY-COUNT
           MOVE SPACES
             TO WS-IN-IMAGE(KF-START(WS-FLD-IDX):
                            KF-LENGTH(WS-FLD-IDX))
         END-PERFORM.

       MATCH-BASELINE-CANDIDATE.
         MOVE 1 TO WS-B-IDX
         MOVE 1 TO WS-C-IDX
         PERFORM UNTIL WS-B-IDX > WS-BASE-COUNT
             AND WS-C-IDX > WS-CAND-COUNT
           EVALUATE TRUE
             WHEN WS-B-IDX > WS-BASE-COUNT
               PERFORM REPORT-MISSING-FROM-BASELINE
               ADD 1 TO WS-C-IDX
             WHEN WS-C-IDX > WS-CAND-COUNT
               PERFORM REPORT-MISSING-FROM-CANDIDATE
               ADD 1 TO WS-B-IDX
             WHEN BT-KEY(WS-B-IDX) < CT-KEY(WS-C-IDX)
               PERFORM REPORT-MISSING-FROM-CANDIDATE
               ADD 1 TO WS-B-IDX
             WHEN BT-KEY(WS-B-IDX) > CT-KEY(WS-C-IDX)
               PERFORM REPORT-MISSING-FROM-BASELINE
               ADD 1 TO WS-C-IDX
             WHEN OTHER
               PERFORM COMPARE-MATCHED-RECORDS
               ADD 1 TO WS-B-IDX
               ADD 1 TO WS-C-IDX
           END-EVALUATE
         END-PERFORM.

       REPORT-MISSING-FROM-CANDIDATE.
         ADD 1 TO WS-MISS-CAND
         PERFORM CHECK-BASELINE-DUPLICATE
         PERFORM FORMAT-BASELINE-KEY
         IF WS-LISTED-COUNT < WS-MAX-LIST
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING 'MISSING FROM CANDIDATE  KEY=' WS-SHOW-KEY
                  DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
         ELSE
           ADD 1 TO WS-UNLISTED-COUNT
         END-IF.

       REPORT-MISSING-FROM-BASELINE.
         ADD 1 TO WS-MISS-BASE
         PERFORM CHECK-CANDIDATE-DUPLICATE
         MOVE CT-KEY(WS-C-IDX) TO WS-IN-KEY
         PERFORM FORMAT-KEY-FOR-REPORT
         IF WS-LISTED-COUNT < WS-MAX-LIST
           ADD 1 TO WS-LISTED-COUNT
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING 'MISSING FROM BASELINE   KEY=' WS-SHOW-KEY
                  DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
         ELSE
           ADD 1 TO WS-UNLISTED-COUNT
         END-IF.

       CHECK-BASELINE-DUPLICATE.
         IF WS-B-IDX > 1
           IF BT-KEY(WS-B-IDX) EQUAL BT-KEY(WS-B-IDX - 1)
             ADD 1 TO WS-DUP-BASE
           END-IF
         END-IF.

       CHECK-CANDIDATE-DUPLICATE.
         IF WS-C-IDX > 1
           IF CT-KEY(WS-C-IDX) EQUAL CT-KEY(WS-C-IDX - 1)
             ADD 1 TO WS-DUP-CAND
           END-IF
         END-IF.

       FORMAT-BASELINE-KEY.
         MOVE BT-KEY(WS-B-IDX) TO WS-IN-KEY
         PERFORM FORMAT-KEY-FOR-REPORT.

       FORMAT-KEY-FOR-REPORT.
         MOVE SPACES TO WS-SHOW-KEY
         MOVE 1 TO WS-SHOW-PTR
         MOVE 1 TO WS-KEY-POS
         PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
             UNTIL WS-FLD-IDX > WS-KEY-COUNT
           IF WS-FLD-IDX > 1
             STRING '/' DELIMITED BY SIZE
               INTO WS-SHOW-KEY WITH POINTER WS-SHOW-PTR
           END-IF
           STRING WS-IN-KEY(WS-KEY-POS:KF-LENGTH(WS-FLD-IDX))
                  DELIMITED BY SIZE
             INTO WS-SHOW-KEY WITH POINTER WS-SHOW-PTR
           ADD KF-LENGTH(WS-FLD-IDX) TO WS-KEY-POS
         END-PERFORM.

       COMPARE-MATCHED-RECORDS.
         ADD 1 TO WS-MATCHED-COUNT
         PERFORM CHECK-BASELINE-DUPLICATE
         PERFORM CHECK-CANDIDATE-DUPLICATE
         MOVE 'N' TO WS-RECORD-DIFFERS
         IF WS-CMP-COUNT EQUAL 0
           IF BT-IMAGE(WS-B-IDX) NOT EQUAL CT-IMAGE(WS-C-IDX)
             MOVE ZEROES TO WS-DIFF-POS
             PERFORM VARYING WS-POS FROM 1 BY 1
                 UNTIL WS-POS > 200 OR WS-DIFF-POS > 0
               IF BT-IMAGE(WS-B-IDX)(WS-POS:1)
                   NOT EQUAL CT-IMAGE(WS-C-IDX)(WS-POS:1)
                 MOVE WS-POS TO WS-DIFF-POS
               END-IF
             END-PERFORM
             MOVE WS-DIFF-POS TO WS-NUM-EDIT
             MOVE SPACES TO WS-SHOW-NAME
             STRING 'RECORD AT POS ' WS-NUM-EDIT
                    DELIMITED BY SIZE INTO WS-SHOW-NAME
             COMPUTE WS-SHOW-LEN = 201 - WS-DIFF-POS
             IF WS-SHOW-LEN > 80
               MOVE 80 TO WS-SHOW-LEN
             END-IF
             MOVE BT-IMAGE(WS-B-IDX)(WS-DIFF-POS:WS-SHOW-LEN)
               TO WS-SHOW-BASE
             MOVE CT-IMAGE(WS-C-IDX)(WS-DIFF-POS:WS-SHOW-LEN)
               TO WS-SHOW-CAND
             PERFORM REPORT-FIELD-DIFFERENCE
           END-IF
         ELSE
           PERFORM VARYING WS-FLD-IDX FROM 1 BY 1
               UNTIL WS-FLD-IDX > WS-CMP-COUNT
             IF BT-IMAGE(WS-B-IDX)(CF-START(WS-FLD-IDX):
                                   CF-LENGTH(WS-FLD-IDX))
                 NOT EQUAL CT-IMAGE(WS-C-IDX)(CF-START(WS-FLD-IDX):
                                              CF-LENGTH(WS-FLD-IDX))
               MOVE CF-NAME(WS-FLD-IDX) TO WS-SHOW-NAME
               MOVE CF-LENGTH(WS-FLD-IDX) TO WS-SHOW-LEN
               IF WS-SHOW-LEN > 80
                 MOVE 80 TO WS-SHOW-LEN
               END-IF
               MOVE BT-IMAGE(WS-B-IDX)(CF-START(WS-FLD-IDX):
                                       WS-SHOW-LEN)
                 TO WS-SHOW-BASE
               MOVE CT-IMAGE(WS-C-IDX)(CF-START(WS-FLD-IDX):
                                       WS-SHOW-LEN)
                 TO WS-SHOW-CAND
               PERFORM REPORT-FIELD-DIFFERENCE
             END-IF
           END-PERFORM
         END-IF
         IF WS-RECORD-DIFFERS EQUAL 'Y'
           ADD 1 TO WS-CHANGED-COUNT
         ELSE
           ADD 1 TO WS-SAME-COUNT
         END-IF.

       REPORT-FIELD-DIFFERENCE.
         MOVE 'Y' TO WS-RECORD-DIFFERS
         ADD 1 TO WS-FIELD-DIFFS
         IF WS-LISTED-COUNT < WS-MAX-LIST
           ADD 1 TO WS-LISTED-COUNT
           PERFORM FORMAT-BASELINE-KEY
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING 'DIFFERENCE IN ' WS-SHOW-NAME ' KEY=' WS-SHOW-KEY
                  DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING '    BASELINE  =' WS-SHOW-BASE
                  DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING '    CANDIDATE =' WS-SHOW-CAND
                  DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
         ELSE
           ADD 1 TO WS-UNLISTED-COUNT
         END-IF.

       WRITE-COMPARE-SUMMARY.
         IF WS-MISS-CAND > 0 OR WS-MISS-BASE > 0
             OR WS-CHANGED-COUNT > 0
           MOVE 'FAIL' TO WS-RESULT
         ELSE
           MOVE 'PASS' TO WS-RESULT
         END-IF
         IF WS-UNLISTED-COUNT > 0
           MOVE WS-UNLISTED-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO COMPARE-REPORT-RECORD
           STRING '... ' WS-COUNT-EDIT
                  ' FURTHER DIFFERENCES NOT LISTED'
                  DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
           WRITE COMPARE-REPORT-RECORD
         END-IF
         MOVE SPACES TO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         MOVE 'COMPARISON SUMMARY' TO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         MOVE WS-BASE-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO COMPARE-REPORT-RECORD
         STRING 'BASELINE RECORDS          ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         MOVE WS-CAND-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO COMPARE-REPORT-RECORD
         STRING 'CANDIDATE RECORDS         ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO COMPARE-REPORT-RECORD
         STRING 'MATCHED BY KEY            ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         MOVE WS-SAME-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO COMPARE-REPORT-RECORD
         STRING '  IDENTICAL               ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         MOVE WS-CHANGED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO COMPARE-REPORT-RECORD
         STRING '  WITH DIFFERENCES        ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         MOVE WS-FIELD-DIFFS TO WS-COUNT-EDIT
         MOVE SPACES TO COMPARE-REPORT-RECORD
         STRING 'FIELD DIFFERENCES         ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         MOVE WS-MISS-CAND TO WS-COUNT-EDIT
         MOVE SPACES TO COMPARE-REPORT-RECORD
         STRING 'MISSING FROM CANDIDATE    ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         MOVE WS-MISS-BASE TO WS-COUNT-EDIT
         MOVE SPACES TO COMPARE-REPORT-RECORD
         STRING 'MISSING FROM BASELINE     ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         MOVE WS-DUP-BASE TO WS-COUNT-EDIT
         MOVE SPACES TO COMPARE-REPORT-RECORD
         STRING 'DUPLICATE KEYS, BASELINE  ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         MOVE WS-DUP-CAND TO WS-COUNT-EDIT
         MOVE SPACES TO COMPARE-REPORT-RECORD
         STRING 'DUPLICATE KEYS, CANDIDATE ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         MOVE SPACES TO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD
         MOVE SPACES TO COMPARE-REPORT-RECORD
         STRING 'RESULT: ' WS-RESULT
                DELIMITED BY SIZE INTO COMPARE-REPORT-RECORD
         WRITE COMPARE-REPORT-RECORD.

       READ-RUN-CONTROL.
         OPEN INPUT RUN-CONTROL-FILE
         IF WS-RUNCTL-STATUS EQUAL '00'
           READ RUN-CONTROL-FILE
             NOT AT END
               MOVE RUNCTL-BUS-DATE TO WS-BUS-DATE
               MOVE RUNCTL-CYCLE TO WS-CYCLE
           END-READ
           CLOSE RUN-CONTROL-FILE
         END-IF
         IF WS-BUS-DATE EQUAL ZEROES
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BUS-DATE
         END-IF.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN HEADER PROGRAM=PARCOMP TS=' WS-TIMESTAMP(1:14)
                ' FILE=' WS-FILE-TYPE
                DELIMITED BY SIZE INTO RUN-LOG-RECORD
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE.

       WRITE-RUN-TRAILER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN TRAILER PROGRAM=PARCOMP TS=' WS-TIMESTAMP(1:14)
                ' FILE=' WS-FILE-TYPE
                ' BASE=' WS-BASE-COUNT
                ' CAND=' WS-CAND-COUNT
                ' RESULT=' WS-RESULT
                DELIMITED BY SIZE INTO RUN-LOG-RECORD
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE.
