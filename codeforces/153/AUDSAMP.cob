       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSAMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POST-JOURNAL ASSIGN TO POSTJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PST-KEY
               FILE STATUS IS WS-PST-STATUS.
           SELECT SAMPLE-FILE ASSIGN TO SAMPOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SAMPLE-REPORT-FILE ASSIGN TO SAMPRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POST-JOURNAL.
       COPY POSTREC.

       FD  SAMPLE-FILE.
       01  SMP-RECORD.
           05 SMP-POSTING      PIC X(80).
           05 SMP-REASON       PIC X(3).
           05 SMP-HITS         PIC 9(4).

       FD  SAMPLE-REPORT-FILE.
       01  SAMPLE-REPORT-RECORD PIC X(100) VALUE SPACES.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-PST-STATUS     PIC X(2).
       01 WS-RUNLOG-STATUS  PIC X(2).
       01 WS-RUNCTL-STATUS  PIC X(2).
       01 WS-TIMESTAMP      PIC X(21).
       01 WS-BUS-DATE       PIC 9(8) VALUE ZEROES.
       01 WS-CYCLE          PIC 9(4) VALUE ZEROES.
       01 WS-PST-DONE       PIC X(1) VALUE 'N'.
       01 WS-PST-WANTED     PIC X(1) VALUE 'N'.
       01 WS-SAMP-CARD.
          05 WS-CARD-FROM-DATE PIC X(8).
          05 FILLER            PIC X(1).
          05 WS-CARD-TO-DATE   PIC X(8).
          05 FILLER            PIC X(1).
          05 WS-CARD-METHOD    PIC X(1).
          05 FILLER            PIC X(1).
          05 WS-CARD-SEED      PIC X(9).
          05 FILLER            PIC X(1).
          05 WS-CARD-CONF      PIC X(2).
          05 FILLER            PIC X(1).
          05 WS-CARD-ERRORS    PIC X(1).
          05 FILLER            PIC X(1).
          05 WS-CARD-TOL-AMT   PIC X(13).
          05 WS-CARD-TOL-AMT-N REDEFINES WS-CARD-TOL-AMT
                               PIC 9(11)V9(2).
          05 FILLER            PIC X(1).
          05 WS-CARD-TOL-RATE  PIC X(5).
          05 WS-CARD-TOL-RATE-N REDEFINES WS-CARD-TOL-RATE
                               PIC 9(3)V9(2).
          05 FILLER            PIC X(1).
          05 WS-CARD-CUTOFF    PIC X(13).
          05 WS-CARD-CUTOFF-N REDEFINES WS-CARD-CUTOFF
                               PIC 9(11)V9(2).
          05 FILLER            PIC X(1).
          05 WS-CARD-CURRENCY  PIC X(3).
          05 FILLER            PIC X(1).
          05 WS-CARD-SIZE      PIC X(5).
          05 FILLER            PIC X(3).
       01 WS-FROM-DATE      PIC 9(8) VALUE ZEROES.
       01 WS-TO-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-METHOD         PIC X(1) VALUE SPACES.
       01 WS-SEED           PIC 9(10) VALUE ZEROES.
       01 WS-SEED-START     PIC 9(9) VALUE ZEROES.
       01 WS-SEED-SOURCE    PIC X(5) VALUE 'CARD'.
       01 WS-CONF           PIC 9(2) VALUE 95.
       01 WS-ERRORS         PIC 9(1) VALUE ZERO.
       01 WS-TOL-AMT        PIC 9(11)V9(2) VALUE ZEROES.
       01 WS-TOL-RATE       PIC 9(3)V9(2) VALUE ZEROES.
       01 WS-CUTOFF         PIC 9(11)V9(2) VALUE ZEROES.
       01 WS-CURRENCY       PIC X(3) VALUE SPACES.
       01 WS-SIZE-OVERRIDE  PIC 9(5) VALUE ZEROES.
       01 WS-RF-VALUES.
          05 FILLER         PIC X(16) VALUE '0231038905330669'.
          05 FILLER         PIC X(16) VALUE '0300047506300776'.
          05 FILLER         PIC X(16) VALUE '0461066408411005'.
       01 WS-RF-TABLE REDEFINES WS-RF-VALUES.
          05 WS-RF-CONF-ROW OCCURS 3 TIMES.
             10 WS-RF-FACTOR OCCURS 4 TIMES PIC 9(2)V9(2).
       01 WS-RF-ROW         PIC 9(1) VALUE ZERO.
       01 WS-RF             PIC 9(2)V9(2) VALUE ZEROES.
       01 WS-RAND-WORK      PIC 9(15) VALUE ZEROES.
       01 WS-RAND-U         PIC V9(9) VALUE ZEROES.
       01 WS-POP-COUNT      PIC 9(9) VALUE ZEROES.
       01 WS-POP-NET        PIC S9(15)V9(2) VALUE ZEROES.
       01 WS-POP-MU         PIC 9(15)V9(2) VALUE ZEROES.
       01 WS-KEY-COUNT      PIC 9(9) VALUE ZEROES.
       01 WS-KEY-MU         PIC 9(15)V9(2) VALUE ZEROES.
       01 WS-STAT-COUNT     PIC 9(9) VALUE ZEROES.
       01 WS-STAT-MU        PIC 9(15)V9(2) VALUE ZEROES.
       01 WS-FIRST-CUR      PIC X(3) VALUE SPACES.
       01 WS-MIXED-CUR      PIC X(1) VALUE 'N'.
       01 WS-SIZE-WORK      PIC 9(11)V9(4) VALUE ZEROES.
       01 WS-SAMPLE-SIZE    PIC 9(9) VALUE ZEROES.
       01 WS-INTERVAL       PIC 9(15)V9(2) VALUE ZEROES.
       01 WS-START-POINT    PIC 9(15)V9(2) VALUE ZEROES.
       01 WS-NEXT-POINT     PIC 9(15)V9(2) VALUE ZEROES.
       01 WS-CUM-MU         PIC 9(15)V9(2) VALUE ZEROES.
       01 WS-HITS           PIC 9(4) VALUE ZEROES.
       01 WS-SEEN-COUNT     PIC 9(9) VALUE ZEROES.
       01 WS-PICKED-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-SEL-REASON     PIC X(3) VALUE SPACES.
       01 WS-SEL-COUNT      PIC 9(9) VALUE ZEROES.
       01 WS-SEL-NET        PIC S9(15)V9(2) VALUE ZEROES.
       01 WS-SEL-MU         PIC 9(15)V9(2) VALUE ZEROES.
       01 WS-RPT-LINES      PIC 9(4) VALUE 99.
       01 WS-RPT-PAGE       PIC 9(4) VALUE ZEROES.
       01 WS-PAGE-EDIT      PIC ZZZ9.
       01 WS-AMT-EDIT       PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-MU-EDIT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOT-EDIT       PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-MUTOT-EDIT     PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.
       01 WS-RF-EDIT        PIC Z9.99.
       01 WS-RATE-EDIT      PIC ZZ9.99.
       01 WS-HITS-EDIT      PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM READ-RUN-CONTROL
         PERFORM WRITE-RUN-HEADER
         MOVE SPACES TO WS-SAMP-CARD
         ACCEPT WS-SAMP-CARD
         PERFORM EDIT-SAMPLE-CARD
         OPEN INPUT POST-JOURNAL
         IF WS-PST-STATUS NOT EQUAL '00'
           DISPLAY 'AUDSAMP: CANNOT OPEN POSTJRNL, STATUS='
                   WS-PST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         PERFORM MEASURE-POPULATION
         PERFORM SET-SAMPLE-SIZE
         OPEN OUTPUT SAMPLE-FILE
         OPEN OUTPUT SAMPLE-REPORT-FILE
         PERFORM WRITE-PARAMETER-LINES
         PERFORM SELECT-SAMPLE
         CLOSE POST-JOURNAL
         PERFORM WRITE-SUMMARY-LINES
         CLOSE SAMPLE-FILE
         CLOSE SAMPLE-REPORT-FILE
         IF WS-POP-COUNT EQUAL ZERO
           DISPLAY 'AUDSAMP: NO POSTED TRANSACTIONS FROM '
                   WS-FROM-DATE ' TO ' WS-TO-DATE
           MOVE 4 TO RETURN-CODE
         END-IF
         IF WS-MIXED-CUR EQUAL 'Y'
           DISPLAY 'AUDSAMP: MONETARY-UNIT SAMPLE TAKEN ACROSS '
                   'MORE THAN ONE CURRENCY'
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM WRITE-RUN-TRAILER
         STOP RUN.

       EDIT-SAMPLE-CARD.
         IF WS-CARD-FROM-DATE IS NOT NUMERIC
             OR WS-CARD-FROM-DATE EQUAL '00000000'
           DISPLAY 'AUDSAMP: FROM DATE MISSING OR INVALID: '
                   WS-CARD-FROM-DATE
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE WS-CARD-FROM-DATE TO WS-FROM-DATE
         IF WS-CARD-TO-DATE EQUAL SPACES
           MOVE WS-FROM-DATE TO WS-TO-DATE
         ELSE
           IF WS-CARD-TO-DATE IS NOT NUMERIC
             DISPLAY 'AUDSAMP: TO DATE INVALID: ' WS-CARD-TO-DATE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-CARD-TO-DATE TO WS-TO-DATE
         END-IF
         IF WS-TO-DATE < WS-FROM-DATE
           DISPLAY 'AUDSAMP: TO DATE ' WS-TO-DATE
                   ' IS BEFORE FROM DATE ' WS-FROM-DATE
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE WS-CARD-METHOD TO WS-METHOD
         IF WS-METHOD NOT EQUAL 'R' AND WS-METHOD NOT EQUAL 'M'
           DISPLAY 'AUDSAMP: METHOD MUST BE R OR M: ' WS-CARD-METHOD
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         IF WS-CARD-SEED IS NUMERIC
             AND WS-CARD-SEED NOT EQUAL '000000000'
           MOVE WS-CARD-SEED TO WS-SEED
         ELSE
           IF WS-CARD-SEED NOT EQUAL SPACES
               AND WS-CARD-SEED NOT EQUAL '000000000'
             DISPLAY 'AUDSAMP: SEED INVALID: ' WS-CARD-SEED
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           MOVE WS-TIMESTAMP(7:8) TO WS-SEED
           ADD 1 TO WS-SEED
           MOVE 'CLOCK' TO WS-SEED-SOURCE
         END-IF
         MOVE WS-SEED TO WS-SEED-START
         PERFORM NEXT-RANDOM-NUMBER 10 TIMES
         IF WS-CARD-CONF NOT EQUAL SPACES
           IF WS-CARD-CONF IS NOT NUMERIC
             DISPLAY 'AUDSAMP: CONFIDENCE INVALID: ' WS-CARD-CONF
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-CARD-CONF TO WS-CONF
         END-IF
         EVALUATE WS-CONF
           WHEN 90
             MOVE 1 TO WS-RF-ROW
           WHEN 95
             MOVE 2 TO WS-RF-ROW
           WHEN 99
             MOVE 3 TO WS-RF-ROW
           WHEN OTHER
             DISPLAY 'AUDSAMP: CONFIDENCE MUST BE 90, 95 OR 99: '
                     WS-CARD-CONF
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-EVALUATE
         IF WS-CARD-ERRORS NOT EQUAL SPACES
           IF WS-CARD-ERRORS IS NOT NUMERIC
               OR WS-CARD-ERRORS > '3'
             DISPLAY 'AUDSAMP: EXPECTED ERRORS MUST BE 0 TO 3: '
                     WS-CARD-ERRORS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-CARD-ERRORS TO WS-ERRORS
         END-IF
         MOVE WS-RF-FACTOR(WS-RF-ROW, WS-ERRORS + 1) TO WS-RF
         IF WS-CARD-TOL-AMT IS NUMERIC
           MOVE WS-CARD-TOL-AMT-N TO WS-TOL-AMT
         END-IF
         IF WS-CARD-TOL-RATE IS NUMERIC
           MOVE WS-CARD-TOL-RATE-N TO WS-TOL-RATE
         END-IF
         IF WS-CARD-CUTOFF IS NUMERIC
           MOVE WS-CARD-CUTOFF-N TO WS-CUTOFF
         ELSE
           IF WS-CARD-CUTOFF NOT EQUAL SPACES
             DISPLAY 'AUDSAMP: LARGE-VALUE CUT-OFF INVALID: '
                     WS-CARD-CUTOFF
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
         END-IF
         MOVE WS-CARD-CURRENCY TO WS-CURRENCY
         IF WS-CARD-SIZE IS NUMERIC
           MOVE WS-CARD-SIZE TO WS-SIZE-OVERRIDE
         ELSE
           IF WS-CARD-SIZE NOT EQUAL SPACES
             DISPLAY 'AUDSAMP: SAMPLE SIZE INVALID: ' WS-CARD-SIZE
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
         END-IF
         IF WS-SIZE-OVERRIDE EQUAL ZERO
           IF WS-METHOD EQUAL 'M' AND WS-TOL-AMT EQUAL ZERO
             DISPLAY 'AUDSAMP: TOLERABLE MISSTATEMENT REQUIRED '
                     'FOR A MONETARY-UNIT SAMPLE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           IF WS-METHOD EQUAL 'R' AND WS-TOL-RATE EQUAL ZERO
             DISPLAY 'AUDSAMP: TOLERABLE DEVIATION RATE REQUIRED '
                     'FOR A RANDOM SAMPLE'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
         END-IF.

       MEASURE-POPULATION.
         PERFORM START-JOURNAL-BROWSE
         PERFORM UNTIL WS-PST-DONE EQUAL 'Y'
           PERFORM READ-NEXT-POSTING
           IF WS-PST-DONE EQUAL 'N'
             ADD 1 TO WS-POP-COUNT
             ADD PST-AMOUNT TO WS-POP-NET
             ADD PST-MU-VALUE TO WS-POP-MU
             IF WS-FIRST-CUR EQUAL SPACES
               MOVE PST-CUR-CODE TO WS-FIRST-CUR
             ELSE
               IF PST-CUR-CODE NOT EQUAL WS-FIRST-CUR
                   AND WS-METHOD EQUAL 'M'
                 MOVE 'Y' TO WS-MIXED-CUR
               END-IF
             END-IF
             IF WS-CUTOFF > 0 AND PST-MU-VALUE NOT < WS-CUTOFF
               ADD 1 TO WS-KEY-COUNT
               ADD PST-MU-VALUE TO WS-KEY-MU
             ELSE
               ADD 1 TO WS-STAT-COUNT
               ADD PST-MU-VALUE TO WS-STAT-MU
             END-IF
           END-IF
         END-PERFORM.

       START-JOURNAL-BROWSE.
         MOVE 'N' TO WS-PST-DONE
         MOVE LOW-VALUES TO PST-KEY
         MOVE WS-FROM-DATE TO PST-BUS-DATE
         START POST-JOURNAL KEY >= PST-KEY
           INVALID KEY
             MOVE 'Y' TO WS-PST-DONE
         END-START.

       READ-NEXT-POSTING.
         MOVE 'N' TO WS-PST-WANTED
         PERFORM UNTIL WS-PST-WANTED EQUAL 'Y'
                    OR WS-PST-DONE EQUAL 'Y'
           READ POST-JOURNAL NEXT RECORD
             AT END
               MOVE 'Y' TO WS-PST-DONE
             NOT AT END
               IF PST-BUS-DATE > WS-TO-DATE
                 MOVE 'Y' TO WS-PST-DONE
               ELSE
                 IF WS-CURRENCY EQUAL SPACES
                     OR PST-CUR-CODE EQUAL WS-CURRENCY
                   MOVE 'Y' TO WS-PST-WANTED
                 END-IF
               END-IF
           END-READ
         END-PERFORM.

       SET-SAMPLE-SIZE.
         IF WS-SIZE-OVERRIDE > 0
           MOVE WS-SIZE-OVERRIDE TO WS-SAMPLE-SIZE
         ELSE
           IF WS-METHOD EQUAL 'M'
             COMPUTE WS-SIZE-WORK = WS-STAT-MU * WS-RF / WS-TOL-AMT
           ELSE
             COMPUTE WS-SIZE-WORK = WS-RF * 100 / WS-TOL-RATE
           END-IF
           MOVE WS-SIZE-WORK TO WS-SAMPLE-SIZE
           IF WS-SIZE-WORK > WS-SAMPLE-SIZE
             ADD 1 TO WS-SAMPLE-SIZE
           END-IF
         END-IF
         IF WS-METHOD EQUAL 'R' AND WS-SAMPLE-SIZE > WS-STAT-COUNT
           MOVE WS-STAT-COUNT TO WS-SAMPLE-SIZE
         END-IF
         IF WS-METHOD EQUAL 'M' AND WS-SAMPLE-SIZE > 0
           COMPUTE WS-INTERVAL = WS-STAT-MU / WS-SAMPLE-SIZE
           IF WS-INTERVAL EQUAL ZERO
             MOVE ZERO TO WS-SAMPLE-SIZE
           ELSE
             PERFORM NEXT-RANDOM-NUMBER
             COMPUTE WS-START-POINT = WS-INTERVAL * WS-RAND-U
             IF WS-START-POINT EQUAL ZERO
               MOVE 0.01 TO WS-START-POINT
             END-IF
             MOVE WS-START-POINT TO WS-NEXT-POINT
           END-IF
         END-IF.

       NEXT-RANDOM-NUMBER.
         COMPUTE WS-RAND-WORK = WS-SEED * 16807
         DIVIDE WS-RAND-WORK BY 2147483647 GIVING WS-RAND-WORK
           REMAINDER WS-SEED
         COMPUTE WS-RAND-U = WS-SEED / 2147483647.

       SELECT-SAMPLE.
         MOVE ZERO TO WS-SEEN-COUNT
         MOVE ZERO TO WS-PICKED-COUNT
         MOVE ZERO TO WS-CUM-MU
         PERFORM START-JOURNAL-BROWSE
         PERFORM UNTIL WS-PST-DONE EQUAL 'Y'
           PERFORM READ-NEXT-POSTING
           IF WS-PST-DONE EQUAL 'N'
             MOVE SPACES TO WS-SEL-REASON
             MOVE ZERO TO WS-HITS
             IF WS-CUTOFF > 0 AND PST-MU-VALUE NOT < WS-CUTOFF
               MOVE 'KEY' TO WS-SEL-REASON
             ELSE
               IF WS-METHOD EQUAL 'M'
                 PERFORM SELECT-MONETARY-UNIT
               ELSE
                 PERFORM SELECT-RANDOM-ITEM
               END-IF
             END-IF
             IF WS-SEL-REASON NOT EQUAL SPACES
               PERFORM WRITE-SELECTED-ITEM
             END-IF
           END-IF
         END-PERFORM.

       SELECT-MONETARY-UNIT.
         ADD PST-MU-VALUE TO WS-CUM-MU
         PERFORM UNTIL WS-PICKED-COUNT NOT < WS-SAMPLE-SIZE
                    OR WS-NEXT-POINT > WS-CUM-MU
           ADD 1 TO WS-HITS
           ADD 1 TO WS-PICKED-COUNT
           ADD WS-INTERVAL TO WS-NEXT-POINT
         END-PERFORM
         IF WS-HITS > 0
           MOVE 'MUS' TO WS-SEL-REASON
         END-IF.

       SELECT-RANDOM-ITEM.
         IF WS-PICKED-COUNT < WS-SAMPLE-SIZE
           PERFORM NEXT-RANDOM-NUMBER
           IF (WS-STAT-COUNT - WS-SEEN-COUNT) * WS-RAND-U
               < WS-SAMPLE-SIZE - WS-PICKED-COUNT
             ADD 1 TO WS-PICKED-COUNT
             MOVE 1 TO WS-HITS
             MOVE 'RND' TO WS-SEL-REASON
           END-IF
         END-IF
         ADD 1 TO WS-SEEN-COUNT.

       WRITE-SELECTED-ITEM.
         ADD 1 TO WS-SEL-COUNT
         ADD PST-AMOUNT TO WS-SEL-NET
         ADD PST-MU-VALUE TO WS-SEL-MU
         MOVE PST-RECORD TO SMP-POSTING
         MOVE WS-SEL-REASON TO SMP-REASON
         MOVE WS-HITS TO SMP-HITS
         WRITE SMP-RECORD
         IF WS-RPT-LINES > 55
           PERFORM WRITE-DETAIL-HEADING
         END-IF
         MOVE PST-AMOUNT TO WS-AMT-EDIT
         MOVE PST-MU-VALUE TO WS-MU-EDIT
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING PST-TRAN-ID ' ' PST-BUS-DATE ' ' PST-CYCLE
                ' ' PST-SEQ ' ' PST-CUR-CODE
                ' ' WS-AMT-EDIT ' ' WS-MU-EDIT
                ' ' WS-SEL-REASON
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         IF WS-SEL-REASON EQUAL 'MUS'
           MOVE WS-HITS TO WS-HITS-EDIT
           MOVE WS-HITS-EDIT TO SAMPLE-REPORT-RECORD(81:4)
         END-IF
         WRITE SAMPLE-REPORT-RECORD
         ADD 1 TO WS-RPT-LINES.

       WRITE-DETAIL-HEADING.
         ADD 1 TO WS-RPT-PAGE
         MOVE WS-RPT-PAGE TO WS-PAGE-EDIT
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING 'AUDIT SAMPLE SELECTION ' WS-FROM-DATE
                ' TO ' WS-TO-DATE '  SEED ' WS-SEED-START
                '  PAGE ' WS-PAGE-EDIT
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING 'TRAN-ID    BUS DATE CYCL  SEQUENCE CUR'
                '             AMOUNT          MU VALUE RSN HITS'
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         MOVE 3 TO WS-RPT-LINES.

       WRITE-PARAMETER-LINES.
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING 'AUDIT SAMPLE SELECTION - RUN ' WS-BUS-DATE
                ' CYCLE ' WS-CYCLE
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING '  BUSINESS DATES          ' WS-FROM-DATE
                ' TO ' WS-TO-DATE
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         IF WS-CURRENCY EQUAL SPACES
           STRING '  CURRENCY                ALL'
                  DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         ELSE
           STRING '  CURRENCY                ' WS-CURRENCY
                  DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         END-IF
         WRITE SAMPLE-REPORT-RECORD
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         IF WS-METHOD EQUAL 'M'
           STRING '  METHOD                  MONETARY-UNIT'
                  DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         ELSE
           STRING '  METHOD                  RANDOM'
                  DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         END-IF
         WRITE SAMPLE-REPORT-RECORD
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING '  SEED                    ' WS-SEED-START
                ' (FROM ' DELIMITED BY SIZE
                WS-SEED-SOURCE DELIMITED BY SPACE
                ') - REUSE WITH THE SAME CARD TO REPRODUCE'
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         MOVE WS-RF TO WS-RF-EDIT
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING '  CONFIDENCE              ' WS-CONF
                '%  EXPECTED ERRORS ' WS-ERRORS
                '  RELIABILITY FACTOR ' WS-RF-EDIT
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         IF WS-METHOD EQUAL 'M'
           MOVE WS-TOL-AMT TO WS-MU-EDIT
           STRING '  TOLERABLE MISSTATEMENT ' WS-MU-EDIT
                  DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         ELSE
           MOVE WS-TOL-RATE TO WS-RATE-EDIT
           STRING '  TOLERABLE DEVIATION    ' WS-RATE-EDIT '%'
                  DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         END-IF
         WRITE SAMPLE-REPORT-RECORD
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         IF WS-CUTOFF EQUAL ZERO
           STRING '  LARGE-VALUE CUT-OFF     NONE'
                  DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         ELSE
           MOVE WS-CUTOFF TO WS-MU-EDIT
           STRING '  LARGE-VALUE CUT-OFF    ' WS-MU-EDIT
                  ' - ITEMS AT OR ABOVE ARE ALWAYS SELECTED'
                  DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         END-IF
         WRITE SAMPLE-REPORT-RECORD
         MOVE WS-SAMPLE-SIZE TO WS-COUNT-EDIT
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         IF WS-SIZE-OVERRIDE > 0
           STRING '  SAMPLE SIZE     ' WS-COUNT-EDIT
                  ' (FIXED ON CARD)'
                  DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         ELSE
           STRING '  SAMPLE SIZE     ' WS-COUNT-EDIT
                  ' (FROM CONFIDENCE PARAMETERS)'
                  DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         END-IF
         WRITE SAMPLE-REPORT-RECORD
         IF WS-METHOD EQUAL 'M'
           MOVE WS-INTERVAL TO WS-MUTOT-EDIT
           MOVE SPACES TO SAMPLE-REPORT-RECORD
           STRING '  SAMPLING INTERVAL ' WS-MUTOT-EDIT
                  DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
           MOVE WS-START-POINT TO WS-MUTOT-EDIT
           MOVE SPACES TO SAMPLE-REPORT-RECORD
           STRING '  RANDOM START      ' WS-MUTOT-EDIT
                  DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
         END-IF
         MOVE 99 TO WS-RPT-LINES.

       WRITE-SUMMARY-LINES.
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         IF WS-SEL-COUNT EQUAL ZERO
           MOVE SPACES TO SAMPLE-REPORT-RECORD
           STRING 'NO ITEMS SELECTED'
                  DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
           MOVE SPACES TO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
         END-IF
         MOVE WS-POP-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING 'POPULATION ITEMS        ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         MOVE WS-POP-NET TO WS-TOT-EDIT
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING 'POPULATION NET TOTAL  ' WS-TOT-EDIT
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         MOVE WS-POP-MU TO WS-MUTOT-EDIT
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING 'POPULATION MU VALUE    ' WS-MUTOT-EDIT
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         MOVE WS-KEY-COUNT TO WS-COUNT-EDIT
         MOVE WS-KEY-MU TO WS-MUTOT-EDIT
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING 'LARGE-VALUE ITEMS       ' WS-COUNT-EDIT
                '  MU VALUE ' WS-MUTOT-EDIT
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         MOVE WS-STAT-COUNT TO WS-COUNT-EDIT
         MOVE WS-STAT-MU TO WS-MUTOT-EDIT
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING 'SAMPLED ITEMS           ' WS-COUNT-EDIT
                '  MU VALUE ' WS-MUTOT-EDIT
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         MOVE WS-SEL-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING 'ITEMS SELECTED          ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         MOVE WS-SEL-NET TO WS-TOT-EDIT
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING 'SELECTED NET TOTAL    ' WS-TOT-EDIT
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         MOVE WS-SEL-MU TO WS-MUTOT-EDIT
         MOVE SPACES TO SAMPLE-REPORT-RECORD
         STRING 'SELECTED MU VALUE      ' WS-MUTOT-EDIT
                DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
         WRITE SAMPLE-REPORT-RECORD
         IF WS-MIXED-CUR EQUAL 'Y'
           MOVE SPACES TO SAMPLE-REPORT-RECORD
           STRING '*** WARNING - MU VALUES ADDED ACROSS CURRENCIES,'
                  ' RESTRICT THE CARD TO ONE CURRENCY'
                  DELIMITED BY SIZE INTO SAMPLE-REPORT-RECORD
           WRITE SAMPLE-REPORT-RECORD
         END-IF.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN HEADER PROGRAM=AUDSAMP TS=' WS-TIMESTAMP(1:14)
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
         STRING 'RUN TRAILER PROGRAM=AUDSAMP TS=' WS-TIMESTAMP(1:14)
                ' POPULATION=' WS-POP-COUNT
                ' SELECTED=' WS-SEL-COUNT
                ' SEED=' WS-SEED-START
                DELIMITED BY SIZE INTO RUN-LOG-RECORD
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE.

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
