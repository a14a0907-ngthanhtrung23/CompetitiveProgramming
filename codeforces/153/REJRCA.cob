       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJRCA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT RCA-REPORT-FILE ASSIGN TO RCARPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-FILE.
       01  SUSP-RECORD.
           05 SUSP-KEY.
              10 SUSP-SOURCE   PIC X(1).
              10 SUSP-DATE     PIC 9(8).
              10 SUSP-SEQ      PIC 9(6).
           05 SUSP-STATUS      PIC X(1).
           05 SUSP-DATA        PIC X(38).
           05 SUSP-REASON      PIC X(2).

       FD  RCA-REPORT-FILE.
       01  RCA-REPORT-RECORD PIC X(80)  VALUE SPACES.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       COPY REJRSN.
       01 WS-SUSP-STATUS    PIC X(2).
       01 WS-RUNLOG-STATUS  PIC X(2).
       01 WS-RUNCTL-STATUS  PIC X(2).
       01 WS-TIMESTAMP      PIC X(21).
       01 WS-BUS-DATE       PIC 9(8) VALUE ZEROES.
       01 WS-CYCLE          PIC 9(4) VALUE ZEROES.
       01 WS-SUSP-DONE      PIC X(1) VALUE 'N'.
       01 WS-RECORD-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-SELECTED-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-RCA-CARD.
          05 WS-CARD-END-DATE PIC X(8).
          05 FILLER           PIC X(1).
          05 WS-CARD-WEEKS    PIC X(2).
          05 FILLER           PIC X(1).
          05 WS-CARD-PFX-LEN  PIC X(1).
          05 FILLER           PIC X(67).
       01 WS-END-DATE       PIC 9(8) VALUE ZEROES.
       01 WS-END-INT        PIC 9(8) VALUE ZEROES.
       01 WS-PRIOR-WEEKS    PIC 9(2) VALUE 4.
       01 WS-PFX-LEN        PIC 9(1) VALUE 3.
       01 WS-WINDOW-DAYS    PIC 9(4) VALUE ZEROES.
       01 WS-AGE-DAYS       PIC S9(8) VALUE ZEROES.
       01 WS-WEEK-IDX       PIC 9(2) VALUE ZEROES.
       01 WS-WEEK-END       PIC 9(8) VALUE ZEROES.
       01 WS-TREND-PCT      PIC 9(3) VALUE 25.
       01 WS-WEEK-TOTALS.
          05 WS-WEEK-TOTAL OCCURS 9 TIMES.
             10 WS-WEEK-A   PIC 9(7).
             10 WS-WEEK-C   PIC 9(7).
       01 WS-RCA-MAX        PIC 9(4) VALUE 300.
       01 WS-RCA-COUNT      PIC 9(4) VALUE ZEROES.
       01 WS-RCA-DROPPED    PIC 9(7) VALUE ZEROES.
       01 WS-RCA-TABLE.
          05 WS-RCA-ENTRY OCCURS 300 TIMES.
             10 RCA-TYPE     PIC X(1).
             10 RCA-KEY      PIC X(10).
             10 RCA-PRINTED  PIC X(1).
             10 RCA-WEEK-COUNT OCCURS 9 TIMES PIC 9(7).
       01 WS-RCA-IDX        PIC 9(4) VALUE ZEROES.
       01 WS-RCA-FOUND      PIC 9(4) VALUE ZEROES.
       01 WS-RCA-BEST       PIC 9(4) VALUE ZEROES.
       01 WS-BEST-COUNT     PIC 9(7) VALUE ZEROES.
       01 WS-SEL-TYPE       PIC X(1).
       01 WS-SEL-KEY        PIC X(10).
       01 WS-RSN-IDX        PIC 9(2) VALUE ZEROES.
       01 WS-DESC           PIC X(30).
       01 WS-THIS-COUNT     PIC 9(7) VALUE ZEROES.
       01 WS-PRIOR-SUM      PIC 9(9) VALUE ZEROES.
       01 WS-PRIOR-AVG      PIC 9(7)V9 VALUE ZEROES.
       01 WS-TREND-LIMIT    PIC 9(9)V99 VALUE ZEROES.
       01 WS-TREND          PIC X(6).
       01 WS-SECTION-LINES  PIC 9(4) VALUE ZEROES.
       01 WS-THIS-EDIT      PIC ZZZZZZ9.
       01 WS-AVG-EDIT       PIC ZZZZZZ9.9.
       01 WS-A-EDIT         PIC ZZZZZZ9.
       01 WS-C-EDIT         PIC ZZZZZZ9.
       01 WS-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM READ-RUN-CONTROL
         PERFORM WRITE-RUN-HEADER
         MOVE SPACES TO WS-RCA-CARD
         ACCEPT WS-RCA-CARD
         IF WS-CARD-END-DATE IS NUMERIC
             AND WS-CARD-END-DATE NOT EQUAL '00000000'
           MOVE WS-CARD-END-DATE TO WS-END-DATE
         ELSE
           MOVE WS-BUS-DATE TO WS-END-DATE
         END-IF
         IF WS-CARD-WEEKS IS NUMERIC
           MOVE WS-CARD-WEEKS TO WS-PRIOR-WEEKS
         END-IF
         IF WS-PRIOR-WEEKS < 1 OR WS-PRIOR-WEEKS > 8
           MOVE 4 TO WS-PRIOR-WEEKS
         END-IF
         IF WS-CARD-PFX-LEN IS NUMERIC
             AND WS-CARD-PFX-LEN NOT EQUAL '0'
           MOVE WS-CARD-PFX-LEN TO WS-PFX-LEN
         END-IF
         COMPUTE WS-END-INT = FUNCTION INTEGER-OF-DATE(WS-END-DATE)
         COMPUTE WS-WINDOW-DAYS = (WS-PRIOR-WEEKS + 1) * 7
         INITIALIZE WS-WEEK-TOTALS
         OPEN INPUT SUSPENSE-FILE
         IF WS-SUSP-STATUS NOT EQUAL '00'
           DISPLAY 'REJRCA: CANNOT OPEN SUSPENSE, STATUS='
                   WS-SUSP-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         PERFORM SCAN-SUSPENSE-FILE
         CLOSE SUSPENSE-FILE
         IF WS-RCA-DROPPED > 0
           DISPLAY 'REJRCA: ANALYSIS TABLE FULL, ' WS-RCA-DROPPED
                   ' BREAKDOWN ENTRIES NOT REPORTED'
           MOVE 4 TO RETURN-CODE
         END-IF
         OPEN OUTPUT RCA-REPORT-FILE
         MOVE SPACES TO RCA-REPORT-RECORD
         STRING 'REJECT ROOT-CAUSE ANALYSIS WEEK ENDING ' WS-END-DATE
                ' (TREND VS PRIOR ' WS-PRIOR-WEEKS ' WEEKS)'
                DELIMITED BY SIZE INTO RCA-REPORT-RECORD
         WRITE RCA-REPORT-RECORD
         MOVE SPACES TO RCA-REPORT-RECORD
         WRITE RCA-REPORT-RECORD
         PERFORM WRITE-WEEKLY-TOTALS
         MOVE 'R' TO WS-SEL-TYPE
         MOVE 'BY REJECT REASON' TO WS-DESC
         PERFORM WRITE-BREAKDOWN-SECTION
         MOVE 'B' TO WS-SEL-TYPE
         MOVE 'BY SOURCE BRANCH' TO WS-DESC
         PERFORM WRITE-BREAKDOWN-SECTION
         MOVE 'P' TO WS-SEL-TYPE
         MOVE SPACES TO WS-DESC
         STRING 'BY TRAN-ID PREFIX (' WS-PFX-LEN ' CHARS)'
                DELIMITED BY SIZE INTO WS-DESC
         PERFORM WRITE-BREAKDOWN-SECTION
         MOVE SPACES TO RCA-REPORT-RECORD
         WRITE RCA-REPORT-RECORD
         MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO RCA-REPORT-RECORD
         STRING 'SUSPENSE ITEMS READ  ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO RCA-REPORT-RECORD
         WRITE RCA-REPORT-RECORD
         MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO RCA-REPORT-RECORD
         STRING 'ITEMS IN WINDOW      ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO RCA-REPORT-RECORD
         WRITE RCA-REPORT-RECORD
         CLOSE RCA-REPORT-FILE
         PERFORM WRITE-RUN-TRAILER
         STOP RUN.

       SCAN-SUSPENSE-FILE.
         MOVE 'N' TO WS-SUSP-DONE
         MOVE LOW-VALUES TO SUSP-KEY
         START SUSPENSE-FILE KEY >= SUSP-KEY
           INVALID KEY
             MOVE 'Y' TO WS-SUSP-DONE
         END-START
         PERFORM UNTIL WS-SUSP-DONE EQUAL 'Y'
           READ SUSPENSE-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-SUSP-DONE
             NOT AT END
               ADD 1 TO WS-RECORD-COUNT
               PERFORM CLASSIFY-SUSPENSE-ITEM
           END-READ
         END-PERFORM.

       CLASSIFY-SUSPENSE-ITEM.
         IF SUSP-DATE IS NUMERIC AND SUSP-DATE > 0
             AND SUSP-DATE NOT > WS-END-DATE
           COMPUTE WS-AGE-DAYS =
             WS-END-INT - FUNCTION INTEGER-OF-DATE(SUSP-DATE)
           IF WS-AGE-DAYS < WS-WINDOW-DAYS
             ADD 1 TO WS-SELECTED-COUNT
             COMPUTE WS-WEEK-IDX = WS-AGE-DAYS / 7 + 1
             IF SUSP-SOURCE EQUAL 'A'
               ADD 1 TO WS-WEEK-A(WS-WEEK-IDX)
             ELSE
               ADD 1 TO WS-WEEK-C(WS-WEEK-IDX)
             END-IF
             MOVE 'R' TO WS-SEL-TYPE
             MOVE SUSP-REASON TO WS-SEL-KEY
             PERFORM COUNT-BREAKDOWN-ENTRY
             MOVE 'B' TO WS-SEL-TYPE
             MOVE SPACES TO WS-SEL-KEY
             IF SUSP-SOURCE EQUAL 'A'
               IF SUSP-DATA(28:1) EQUAL 'B'
                   AND SUSP-DATA(29:2) IS NUMERIC
                 STRING 'BRANCH ' SUSP-DATA(29:2)
                        DELIMITED BY SIZE INTO WS-SEL-KEY
               ELSE
                 MOVE 'LOCAL' TO WS-SEL-KEY
               END-IF
             ELSE
               MOVE 'C CODING' TO WS-SEL-KEY
             END-IF
             PERFORM COUNT-BREAKDOWN-ENTRY
             IF SUSP-SOURCE EQUAL 'A'
               MOVE 'P' TO WS-SEL-TYPE
               MOVE SPACES TO WS-SEL-KEY
               MOVE SUSP-DATA(1:WS-PFX-LEN) TO WS-SEL-KEY
               PERFORM COUNT-BREAKDOWN-ENTRY
             END-IF
           END-IF
         END-IF.

       COUNT-BREAKDOWN-ENTRY.
         MOVE ZERO TO WS-RCA-FOUND
         PERFORM VARYING WS-RCA-IDX FROM 1 BY 1
             UNTIL WS-RCA-IDX > WS-RCA-COUNT
                OR WS-RCA-FOUND > 0
           IF RCA-TYPE(WS-RCA-IDX) EQUAL WS-SEL-TYPE
               AND RCA-KEY(WS-RCA-IDX) EQUAL WS-SEL-KEY
             MOVE WS-RCA-IDX TO WS-RCA-FOUND
           END-IF
         END-PERFORM
         IF WS-RCA-FOUND EQUAL ZERO
           IF WS-RCA-COUNT < WS-RCA-MAX
             ADD 1 TO WS-RCA-COUNT
             MOVE WS-RCA-COUNT TO WS-RCA-FOUND
             INITIALIZE WS-RCA-ENTRY(WS-RCA-FOUND)
             MOVE WS-SEL-TYPE TO RCA-TYPE(WS-RCA-FOUND)
             MOVE WS-SEL-KEY TO RCA-KEY(WS-RCA-FOUND)
             MOVE 'N' TO RCA-PRINTED(WS-RCA-FOUND)
           ELSE
             ADD 1 TO WS-RCA-DROPPED
           END-IF
         END-IF
         IF WS-RCA-FOUND > 0
           ADD 1 TO RCA-WEEK-COUNT(WS-RCA-FOUND, WS-WEEK-IDX)
         END-IF.

       WRITE-WEEKLY-TOTALS.
         MOVE SPACES TO RCA-REPORT-RECORD
         STRING 'WEEKLY REJECT TOTALS' DELIMITED BY SIZE
                INTO RCA-REPORT-RECORD
         WRITE RCA-REPORT-RECORD
         PERFORM VARYING WS-WEEK-IDX FROM 1 BY 1
             UNTIL WS-WEEK-IDX > WS-PRIOR-WEEKS + 1
           COMPUTE WS-WEEK-END = FUNCTION DATE-OF-INTEGER(
             WS-END-INT - (WS-WEEK-IDX - 1) * 7)
           MOVE WS-WEEK-A(WS-WEEK-IDX) TO WS-A-EDIT
           MOVE WS-WEEK-C(WS-WEEK-IDX) TO WS-C-EDIT
           COMPUTE WS-THIS-EDIT =
             WS-WEEK-A(WS-WEEK-IDX) + WS-WEEK-C(WS-WEEK-IDX)
           MOVE SPACES TO RCA-REPORT-RECORD
           STRING '  WEEK ENDING ' WS-WEEK-END
                  '  A=' WS-A-EDIT
                  '  C=' WS-C-EDIT
                  '  TOTAL=' WS-THIS-EDIT
                  DELIMITED BY SIZE INTO RCA-REPORT-RECORD
           WRITE RCA-REPORT-RECORD
         END-PERFORM.

       WRITE-BREAKDOWN-SECTION.
         MOVE SPACES TO RCA-REPORT-RECORD
         WRITE RCA-REPORT-RECORD
         MOVE SPACES TO RCA-REPORT-RECORD
         STRING WS-DESC DELIMITED BY '  '
                INTO RCA-REPORT-RECORD
         WRITE RCA-REPORT-RECORD
         MOVE SPACES TO RCA-REPORT-RECORD
         STRING '  KEY        DESCRIPTION                  '
                DELIMITED BY SIZE
                ' THIS WK  PRIOR AVG TREND'
                DELIMITED BY SIZE INTO RCA-REPORT-RECORD
         WRITE RCA-REPORT-RECORD
         MOVE ZERO TO WS-SECTION-LINES
         MOVE 1 TO WS-RCA-BEST
         PERFORM UNTIL WS-RCA-BEST EQUAL ZERO
           PERFORM FIND-WORST-ENTRY
           IF WS-RCA-BEST > 0
             MOVE 'Y' TO RCA-PRINTED(WS-RCA-BEST)
             PERFORM WRITE-BREAKDOWN-LINE
           END-IF
         END-PERFORM
         IF WS-SECTION-LINES EQUAL ZERO
           MOVE SPACES TO RCA-REPORT-RECORD
           STRING '  NO REJECTS IN THE WINDOW' DELIMITED BY SIZE
                  INTO RCA-REPORT-RECORD
           WRITE RCA-REPORT-RECORD
         END-IF.

       FIND-WORST-ENTRY.
         MOVE ZERO TO WS-RCA-BEST
         MOVE ZERO TO WS-BEST-COUNT
         PERFORM VARYING WS-RCA-IDX FROM 1 BY 1
             UNTIL WS-RCA-IDX > WS-RCA-COUNT
           IF RCA-TYPE(WS-RCA-IDX) EQUAL WS-SEL-TYPE
               AND RCA-PRINTED(WS-RCA-IDX) EQUAL 'N'
             IF WS-RCA-BEST EQUAL ZERO
                 OR RCA-WEEK-COUNT(WS-RCA-IDX, 1) > WS-BEST-COUNT
               MOVE WS-RCA-IDX TO WS-RCA-BEST
               MOVE RCA-WEEK-COUNT(WS-RCA-IDX, 1) TO WS-BEST-COUNT
             END-IF
           END-IF
         END-PERFORM.

       WRITE-BREAKDOWN-LINE.
         ADD 1 TO WS-SECTION-LINES
         MOVE RCA-WEEK-COUNT(WS-RCA-BEST, 1) TO WS-THIS-COUNT
         MOVE ZERO TO WS-PRIOR-SUM
         PERFORM VARYING WS-WEEK-IDX FROM 2 BY 1
             UNTIL WS-WEEK-IDX > WS-PRIOR-WEEKS + 1
           ADD RCA-WEEK-COUNT(WS-RCA-BEST, WS-WEEK-IDX)
             TO WS-PRIOR-SUM
         END-PERFORM
         COMPUTE WS-PRIOR-AVG ROUNDED = WS-PRIOR-SUM / WS-PRIOR-WEEKS
         PERFORM SET-TREND
         MOVE SPACES TO WS-DESC
         IF WS-SEL-TYPE EQUAL 'R'
           MOVE 'UNDEFINED REASON CODE' TO WS-DESC
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
               UNTIL WS-RSN-IDX > RJR-REASON-COUNT
             IF RJR-CODE(WS-RSN-IDX) EQUAL RCA-KEY(WS-RCA-BEST)(1:2)
               MOVE RJR-DESC(WS-RSN-IDX) TO WS-DESC
             END-IF
           END-PERFORM
         END-IF
         MOVE WS-THIS-COUNT TO WS-THIS-EDIT
         MOVE WS-PRIOR-AVG TO WS-AVG-EDIT
         MOVE SPACES TO RCA-REPORT-RECORD
         STRING '  ' RCA-KEY(WS-RCA-BEST)
                ' ' WS-DESC
                ' ' WS-THIS-EDIT
                '  ' WS-AVG-EDIT
                ' ' WS-TREND
                DELIMITED BY SIZE INTO RCA-REPORT-RECORD
         WRITE RCA-REPORT-RECORD.

       SET-TREND.
         IF WS-PRIOR-SUM EQUAL ZERO
           IF WS-THIS-COUNT EQUAL ZERO
             MOVE 'NONE' TO WS-TREND
           ELSE
             MOVE 'NEW' TO WS-TREND
           END-IF
         ELSE
           IF WS-THIS-COUNT EQUAL ZERO
             MOVE 'CLEAR' TO WS-TREND
           ELSE
             COMPUTE WS-TREND-LIMIT =
               WS-PRIOR-AVG * (100 + WS-TREND-PCT) / 100
             IF WS-THIS-COUNT > WS-TREND-LIMIT
               MOVE 'UP' TO WS-TREND
             ELSE
               COMPUTE WS-TREND-LIMIT =
                 WS-PRIOR-AVG * (100 - WS-TREND-PCT) / 100
               IF WS-THIS-COUNT < WS-TREND-LIMIT
                 MOVE 'DOWN' TO WS-TREND
               ELSE
                 MOVE 'STEADY' TO WS-TREND
               END-IF
             END-IF
           END-IF
         END-IF.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN HEADER PROGRAM=REJRCA TS=' WS-TIMESTAMP(1:14)
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
         STRING 'RUN TRAILER PROGRAM=REJRCA TS=' WS-TIMESTAMP(1:14)
                ' READ=' WS-RECORD-COUNT
                ' SELECTED=' WS-SELECTED-COUNT
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
