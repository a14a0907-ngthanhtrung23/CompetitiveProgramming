       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FISCAL-MASTER ASSIGN TO FISCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FSC-DATE
               FILE STATUS IS WS-FSC-STATUS.
           SELECT FISCAL-REPORT-FILE ASSIGN TO FISCRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FISCAL-MASTER.
       COPY FISCREC.

       FD  FISCAL-REPORT-FILE.
       01  FISCAL-REPORT-RECORD PIC X(80)  VALUE SPACES.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-FSC-STATUS      PIC X(2).
       01 WS-RUNLOG-STATUS   PIC X(2).
       01 WS-RUNCTL-STATUS   PIC X(2).
       01 WS-TIMESTAMP       PIC X(21).
       01 WS-BUS-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-CYCLE           PIC 9(4) VALUE ZEROES.
       01 WS-GEN-CARD.
          05 WS-GEN-YEAR-IN  PIC X(4).
          05 FILLER          PIC X(1).
          05 WS-GEN-YEARS-IN PIC X(2).
          05 FILLER          PIC X(1).
          05 WS-GEN-WKDAY-IN PIC X(1).
          05 FILLER          PIC X(71).
       01 WS-FIRST-YEAR      PIC 9(4) VALUE ZEROES.
       01 WS-YEAR-COUNT      PIC 9(2) VALUE 1.
       01 WS-WEEK-START-DAY  PIC 9(1) VALUE 1.
       01 WS-WEEK-START-MOD  PIC 9(1) VALUE ZEROES.
       01 WS-FY              PIC 9(4) VALUE ZEROES.
       01 WS-FY-IDX          PIC 9(2) VALUE ZEROES.
       01 WS-PERIOD          PIC 9(2) VALUE ZEROES.
       01 WS-PERIOD-WEEKS    PIC 9(1) VALUE ZEROES.
       01 WS-QUARTER         PIC 9(1) VALUE ZEROES.
       01 WS-YEAR-WEEKS      PIC 9(2) VALUE ZEROES.
       01 WS-YEAR-START-INT  PIC S9(12) VALUE ZEROES.
       01 WS-YEAR-END-INT    PIC S9(12) VALUE ZEROES.
       01 WS-NEXT-START-INT  PIC S9(12) VALUE ZEROES.
       01 WS-PER-START-INT   PIC S9(12) VALUE ZEROES.
       01 WS-PER-END-INT     PIC S9(12) VALUE ZEROES.
       01 WS-DAY-INT         PIC S9(12) VALUE ZEROES.
       01 WS-YEAR-START-DATE PIC 9(8) VALUE ZEROES.
       01 WS-YEAR-END-DATE   PIC 9(8) VALUE ZEROES.
       01 WS-PER-START-DATE  PIC 9(8) VALUE ZEROES.
       01 WS-PER-END-DATE    PIC 9(8) VALUE ZEROES.
       01 WS-DATE-NUM        PIC 9(8) VALUE ZEROES.
       01 WS-FEB-FIRST-INT   PIC S9(12) VALUE ZEROES.
       01 WS-FEB-FIRST-MOD   PIC 9(1) VALUE ZEROES.
       01 WS-START-OFFSET    PIC 9(1) VALUE ZEROES.
       01 WS-START-FOR-YEAR  PIC 9(4) VALUE ZEROES.
       01 WS-CALC-START-INT  PIC S9(12) VALUE ZEROES.
       01 WS-DAYS-IN-PERIOD  PIC 9(3) VALUE ZEROES.
       01 WS-WRITTEN-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-REPLACED-COUNT  PIC 9(9) VALUE ZEROES.
       01 WS-PERIOD-COUNT    PIC 9(9) VALUE ZEROES.
       01 WS-COUNT-EDIT      PIC ZZZ,ZZZ,ZZ9.
       01 WS-DAYS-EDIT       PIC ZZ9.
       01 WS-WEEK-NAMES.
          05 FILLER          PIC X(3) VALUE 'SUN'.
          05 FILLER          PIC X(3) VALUE 'MON'.
          05 FILLER          PIC X(3) VALUE 'TUE'.
          05 FILLER          PIC X(3) VALUE 'WED'.
          05 FILLER          PIC X(3) VALUE 'THU'.
          05 FILLER          PIC X(3) VALUE 'FRI'.
          05 FILLER          PIC X(3) VALUE 'SAT'.
       01 WS-WEEK-TABLE REDEFINES WS-WEEK-NAMES.
          05 WS-WEEK-NAME    PIC X(3) OCCURS 7 TIMES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM READ-RUN-CONTROL
         PERFORM WRITE-RUN-HEADER
         MOVE SPACES TO WS-GEN-CARD
         ACCEPT WS-GEN-CARD
         PERFORM EDIT-GENERATOR-CARD
         OPEN I-O FISCAL-MASTER
         IF WS-FSC-STATUS EQUAL '35'
           OPEN OUTPUT FISCAL-MASTER
           CLOSE FISCAL-MASTER
           OPEN I-O FISCAL-MASTER
         END-IF
         IF WS-FSC-STATUS NOT EQUAL '00'
           DISPLAY 'FISCGEN: CANNOT OPEN FISCMSTR, STATUS='
                   WS-FSC-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN OUTPUT FISCAL-REPORT-FILE
         MOVE SPACES TO FISCAL-REPORT-RECORD
         STRING 'FISCAL CALENDAR 4-4-5 FROM FISCAL YEAR '
                WS-FIRST-YEAR ' FOR ' WS-YEAR-COUNT ' YEAR(S),'
                ' WEEKS START '
                WS-WEEK-NAME(WS-WEEK-START-DAY)
                DELIMITED BY SIZE INTO FISCAL-REPORT-RECORD
         WRITE FISCAL-REPORT-RECORD
         MOVE SPACES TO FISCAL-REPORT-RECORD
         WRITE FISCAL-REPORT-RECORD
         MOVE SPACES TO FISCAL-REPORT-RECORD
         STRING 'YEAR PERIOD QTR  START      END        WEEKS  DAYS'
                DELIMITED BY SIZE INTO FISCAL-REPORT-RECORD
         WRITE FISCAL-REPORT-RECORD
         PERFORM VARYING WS-FY-IDX FROM 1 BY 1
             UNTIL WS-FY-IDX > WS-YEAR-COUNT
           COMPUTE WS-FY = WS-FIRST-YEAR + WS-FY-IDX - 1
           PERFORM GENERATE-FISCAL-YEAR
         END-PERFORM
         MOVE SPACES TO FISCAL-REPORT-RECORD
         WRITE FISCAL-REPORT-RECORD
         MOVE WS-PERIOD-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO FISCAL-REPORT-RECORD
         STRING 'PERIODS GENERATED  ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FISCAL-REPORT-RECORD
         WRITE FISCAL-REPORT-RECORD
         MOVE WS-WRITTEN-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO FISCAL-REPORT-RECORD
         STRING 'DATES ADDED        ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FISCAL-REPORT-RECORD
         WRITE FISCAL-REPORT-RECORD
         MOVE WS-REPLACED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO FISCAL-REPORT-RECORD
         STRING 'DATES REPLACED     ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FISCAL-REPORT-RECORD
         WRITE FISCAL-REPORT-RECORD
         CLOSE FISCAL-REPORT-FILE
         CLOSE FISCAL-MASTER
         PERFORM WRITE-RUN-TRAILER
         MOVE 0 TO RETURN-CODE
         STOP RUN.

       EDIT-GENERATOR-CARD.
         IF WS-GEN-YEAR-IN EQUAL SPACES
           MOVE WS-BUS-DATE(1:4) TO WS-FIRST-YEAR
         ELSE
           IF WS-GEN-YEAR-IN IS NOT NUMERIC
             DISPLAY 'FISCGEN: INVALID FISCAL YEAR ON CARD: '
                     WS-GEN-YEAR-IN
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-GEN-YEAR-IN TO WS-FIRST-YEAR
         END-IF
         IF WS-GEN-YEARS-IN IS NUMERIC
             AND WS-GEN-YEARS-IN NOT EQUAL '00'
           MOVE WS-GEN-YEARS-IN TO WS-YEAR-COUNT
         END-IF
         IF WS-GEN-WKDAY-IN IS NUMERIC
           MOVE WS-GEN-WKDAY-IN TO WS-WEEK-START-DAY
         END-IF
         IF WS-WEEK-START-DAY < 1 OR WS-WEEK-START-DAY > 7
           DISPLAY 'FISCGEN: INVALID WEEK-START DAY ON CARD: '
                   WS-GEN-WKDAY-IN
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         IF WS-FIRST-YEAR < 1601
             OR WS-FIRST-YEAR + WS-YEAR-COUNT > 9999
           DISPLAY 'FISCGEN: FISCAL YEAR OUT OF RANGE: '
                   WS-FIRST-YEAR
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         SUBTRACT 1 FROM WS-WEEK-START-DAY GIVING WS-WEEK-START-MOD.

       GENERATE-FISCAL-YEAR.
         MOVE WS-FY TO WS-START-FOR-YEAR
         PERFORM COMPUTE-YEAR-START
         MOVE WS-CALC-START-INT TO WS-YEAR-START-INT
         ADD 1 TO WS-START-FOR-YEAR
         PERFORM COMPUTE-YEAR-START
         MOVE WS-CALC-START-INT TO WS-NEXT-START-INT
         COMPUTE WS-YEAR-END-INT = WS-NEXT-START-INT - 1
         COMPUTE WS-YEAR-WEEKS =
           (WS-NEXT-START-INT - WS-YEAR-START-INT) / 7
         MOVE FUNCTION DATE-OF-INTEGER(WS-YEAR-START-INT)
           TO WS-YEAR-START-DATE
         MOVE FUNCTION DATE-OF-INTEGER(WS-YEAR-END-INT)
           TO WS-YEAR-END-DATE
         MOVE WS-YEAR-START-INT TO WS-PER-START-INT
         PERFORM VARYING WS-PERIOD FROM 1 BY 1
             UNTIL WS-PERIOD > 12
           IF FUNCTION MOD(WS-PERIOD, 3) EQUAL 0
             MOVE 5 TO WS-PERIOD-WEEKS
           ELSE
             MOVE 4 TO WS-PERIOD-WEEKS
           END-IF
           IF WS-PERIOD EQUAL 12 AND WS-YEAR-WEEKS EQUAL 53
             MOVE 6 TO WS-PERIOD-WEEKS
           END-IF
           COMPUTE WS-PER-END-INT =
             WS-PER-START-INT + WS-PERIOD-WEEKS * 7 - 1
           PERFORM GENERATE-FISCAL-PERIOD
           COMPUTE WS-PER-START-INT = WS-PER-END-INT + 1
         END-PERFORM.

       COMPUTE-YEAR-START.
         COMPUTE WS-DATE-NUM = WS-START-FOR-YEAR * 10000 + 0201
         MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           TO WS-FEB-FIRST-INT
         COMPUTE WS-FEB-FIRST-MOD = FUNCTION MOD(WS-FEB-FIRST-INT, 7)
         COMPUTE WS-START-OFFSET =
           FUNCTION MOD(WS-WEEK-START-MOD - WS-FEB-FIRST-MOD + 7, 7)
         COMPUTE WS-CALC-START-INT =
           WS-FEB-FIRST-INT + WS-START-OFFSET.

       GENERATE-FISCAL-PERIOD.
         ADD 1 TO WS-PERIOD-COUNT
         COMPUTE WS-QUARTER = (WS-PERIOD - 1) / 3 + 1
         MOVE FUNCTION DATE-OF-INTEGER(WS-PER-START-INT)
           TO WS-PER-START-DATE
         MOVE FUNCTION DATE-OF-INTEGER(WS-PER-END-INT)
           TO WS-PER-END-DATE
         PERFORM VARYING WS-DAY-INT FROM WS-PER-START-INT BY 1
             UNTIL WS-DAY-INT > WS-PER-END-INT
           PERFORM WRITE-FISCAL-DATE
         END-PERFORM
         COMPUTE WS-DAYS-IN-PERIOD =
           WS-PER-END-INT - WS-PER-START-INT + 1
         MOVE WS-DAYS-IN-PERIOD TO WS-DAYS-EDIT
         MOVE SPACES TO FISCAL-REPORT-RECORD
         STRING WS-FY '  ' WS-PERIOD '    '
                WS-QUARTER '    '
                WS-PER-START-DATE '   ' WS-PER-END-DATE
                '   ' WS-PERIOD-WEEKS '      ' WS-DAYS-EDIT
                DELIMITED BY SIZE INTO FISCAL-REPORT-RECORD
         WRITE FISCAL-REPORT-RECORD.

       WRITE-FISCAL-DATE.
         MOVE SPACES TO FSC-RECORD
         MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO FSC-DATE
         MOVE WS-FY TO FSC-YEAR
         MOVE WS-QUARTER TO FSC-QUARTER
         MOVE WS-PERIOD TO FSC-PERIOD
         COMPUTE FSC-WEEK = (WS-DAY-INT - WS-YEAR-START-INT) / 7 + 1
         MOVE WS-PER-START-DATE TO FSC-PERIOD-START
         MOVE WS-PER-END-DATE TO FSC-PERIOD-END
         MOVE WS-YEAR-START-DATE TO FSC-YEAR-START
         MOVE WS-YEAR-END-DATE TO FSC-YEAR-END
         WRITE FSC-RECORD
           INVALID KEY
             REWRITE FSC-RECORD
             ADD 1 TO WS-REPLACED-COUNT
           NOT INVALID KEY
             ADD 1 TO WS-WRITTEN-COUNT
         END-WRITE.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN HEADER PROGRAM=FISCGEN'
                ' BUSDATE=' WS-BUS-DATE
                ' CYCLE=' WS-CYCLE
                ' TS=' WS-TIMESTAMP(1:14)
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
         STRING 'RUN TRAILER PROGRAM=FISCGEN'
                ' BUSDATE=' WS-BUS-DATE
                ' CYCLE=' WS-CYCLE
                ' TS=' WS-TIMESTAMP(1:14)
                ' YEAR=' WS-FIRST-YEAR
                ' PERIODS=' WS-PERIOD-COUNT
                ' ADDED=' WS-WRITTEN-COUNT
                ' REPLACED=' WS-REPLACED-COUNT
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
