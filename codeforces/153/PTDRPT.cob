               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTD-KEY
               FILE STATUS IS WS-PTD-STATUS.
           SELECT FISCAL-MASTER ASSIGN TO FISCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FSC-DATE
               FILE STATUS IS WS-FSC-STATUS.
           SELECT PTD-REPORT-FILE ASSIGN TO PTDRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
       FD  PTD-MASTER.
       COPY PTDREC.

       FD  FISCAL-MASTER.
       COPY FISCREC.

       FD  PTD-REPORT-FILE.
       01  PTD-REPORT-RECORD PIC X(100)  VALUE SPACES.

       01 WS-PTD-DONE       PIC X(1) VALUE 'N'.
       01 WS-RECORD-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-SELECTED-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-FSC-STATUS     PIC X(2).
       01 WS-PTD-CARD.
          05 WS-MONTH-INPUT PIC X(6).
          05 FILLER         PIC X(1).
          05 WS-CLOSE-BASIS PIC X(1).
          05 FILLER         PIC X(72).
       01 WS-PERIOD-NAME    PIC X(13) VALUE 'MONTH'.
       01 WS-TD-LABEL       PIC X(5) VALUE ' MTD='.
       01 WS-RPT-MONTH      PIC 9(6) VALUE ZEROES.
       01 WS-PRIOR-MONTH    PIC 9(6) VALUE ZEROES.
       01 WS-RPT-YY         PIC 9(4) VALUE ZEROES.
       MAIN-LOGIC.
         PERFORM READ-RUN-CONTROL
         PERFORM WRITE-RUN-HEADER
         MOVE SPACES TO WS-PTD-CARD
         ACCEPT WS-PTD-CARD
         IF WS-CLOSE-BASIS EQUAL 'F'
           MOVE 'FISCAL PERIOD' TO WS-PERIOD-NAME
           MOVE ' PTD=' TO WS-TD-LABEL
         END-IF
         IF WS-MONTH-INPUT IS NUMERIC
           MOVE WS-MONTH-INPUT TO WS-RPT-MONTH
         ELSE
           IF WS-CLOSE-BASIS EQUAL 'F'
             PERFORM SET-FISCAL-PERIOD
           ELSE
             MOVE WS-BUS-DATE(1:6) TO WS-RPT-MONTH
           END-IF
         END-IF
         PERFORM SET-PRIOR-MONTH
         OPEN INPUT PTD-MASTER
         END-IF
         OPEN OUTPUT PTD-REPORT-FILE
         MOVE SPACES TO PTD-REPORT-RECORD
         STRING 'PERIOD-TO-DATE SUMMARY FOR ' DELIMITED BY SIZE
                WS-PERIOD-NAME DELIMITED BY '  '
                ' ' WS-RPT-MONTH DELIMITED BY SIZE
                ' (PRIOR ' WS-PRIOR-MONTH ')'
                DELIMITED BY SIZE INTO PTD-REPORT-RECORD
         WRITE PTD-REPORT-RECORD
         PERFORM WRITE-RUN-TRAILER
         STOP RUN.

       SET-FISCAL-PERIOD.
         MOVE ZEROES TO WS-RPT-MONTH
         OPEN INPUT FISCAL-MASTER
         IF WS-FSC-STATUS EQUAL '00'
           MOVE WS-BUS-DATE TO FSC-DATE
           READ FISCAL-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               COMPUTE WS-RPT-MONTH = FSC-YEAR * 100 + FSC-PERIOD
           END-READ
           CLOSE FISCAL-MASTER
         END-IF
         IF WS-RPT-MONTH EQUAL ZEROES
           DISPLAY 'PTDRPT: NO FISCMSTR PERIOD FOR BUSDATE='
                   WS-BUS-DATE ', STATUS=' WS-FSC-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       SET-PRIOR-MONTH.
         MOVE WS-RPT-MONTH(1:4) TO WS-RPT-YY
         MOVE WS-RPT-MONTH(5:2) TO WS-RPT-MM
           MOVE WS-PRIOR-AMOUNT TO WS-PRI-EDIT
           MOVE WS-DIFF-AMOUNT TO WS-DIF-EDIT
           STRING 'CUR ' WS-HOLD-CUR
                  WS-TD-LABEL WS-AMT-EDIT
                  ' CNT=' WS-COUNT-EDIT
                  ' CYC=' WS-CYC-EDIT
                  ' PRIOR=' WS-PRI-EDIT
                  DELIMITED BY SIZE INTO PTD-REPORT-RECORD
         ELSE
           STRING 'CUR ' WS-HOLD-CUR
                  WS-TD-LABEL WS-AMT-EDIT
                  ' CNT=' WS-COUNT-EDIT
                  ' CYC=' WS-CYC-EDIT
                  ' PRIOR=NONE'
