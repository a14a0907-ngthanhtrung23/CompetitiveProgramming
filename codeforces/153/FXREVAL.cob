       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXREVAL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTD-MASTER ASSIGN TO PTDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PTD-KEY
               FILE STATUS IS WS-PTD-STATUS.
           SELECT CURRENCY-FILE ASSIGN TO CURRIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CURM-REC-KEY
               FILE STATUS IS WS-CURR-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT GL-WORK-FILE ASSIGN TO GLWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLWORK-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVAL-REPORT-FILE ASSIGN TO FXRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTIONS-FILE ASSIGN TO EXCPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXCP-KEY
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PTD-MASTER.
       COPY PTDREC.

       FD  CURRENCY-FILE.
       01  CURM-RECORD.
           05 CURM-REC-KEY.
              10 CURM-CODE     PIC X(3).
              10 CURM-EFF-FROM PIC 9(8).
           05 CURM-EFF-TO      PIC 9(8).
           05 CURM-DECIMALS    PIC 9(1).
           05 CURM-MAX         PIC 9(9).
           05 CURM-RATE        PIC 9(3)V9(6).

       FD  GL-MAP-FILE.
       COPY GLMAPREC.

       FD  GL-WORK-FILE.
       01  GL-WORK-RECORD    PIC X(80).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD PIC X(80).

       FD  REVAL-REPORT-FILE.
       01  REVAL-REPORT-RECORD PIC X(80).

       FD  EXCEPTIONS-FILE.
       COPY EXCPREC.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       COPY GLJRNREC.
       01 WS-PTD-STATUS      PIC X(2).
       01 WS-CURR-STATUS     PIC X(2).
       01 WS-GLMAP-STATUS    PIC X(2).
       01 WS-GLWORK-STATUS   PIC X(2).
       01 WS-EXCP-STATUS     PIC X(2).
       01 WS-RUNLOG-STATUS   PIC X(2).
       01 WS-RUNCTL-STATUS   PIC X(2).
       01 WS-TIMESTAMP       PIC X(21).
       01 WS-RUN-DATE        PIC X(10).
       01 WS-BUS-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-CYCLE           PIC 9(4) VALUE ZEROES.
       01 WS-BASE-CUR-CODE   PIC X(3) VALUE 'USD'.
       01 WS-EOF-FLAG        PIC X(1) VALUE 'N'.
       01 WS-PTD-DONE        PIC X(1) VALUE 'N'.
       01 WS-CURM-DONE       PIC X(1) VALUE 'N'.
       01 WS-RECORD-COUNT    PIC 9(9) VALUE ZEROES.
       01 WS-REVALUED-COUNT  PIC 9(9) VALUE ZEROES.
       01 WS-REJECT-COUNT    PIC 9(9) VALUE ZEROES.
       01 WS-JOURNAL-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-CTL-BREAK-FLAG  PIC X(1) VALUE 'N'.
       01 WS-EXCP-WRITTEN    PIC X(1) VALUE 'N'.
       01 WS-EXCP-SEVERITY   PIC X(1) VALUE 'C'.
       01 WS-EXCP-TEXT       PIC X(60) VALUE SPACES.
       01 WS-MONTH-INPUT     PIC X(6) VALUE SPACES.
       01 WS-RPT-MONTH       PIC 9(6) VALUE ZEROES.
       01 WS-PRIOR-MONTH     PIC 9(6) VALUE ZEROES.
       01 WS-RPT-YY          PIC 9(4) VALUE ZEROES.
       01 WS-RPT-MM          PIC 9(2) VALUE ZEROES.
       01 WS-FIRST-DATE      PIC 9(8) VALUE ZEROES.
       01 WS-NEXT-FIRST-DATE PIC 9(8) VALUE ZEROES.
       01 WS-MONTH-END       PIC 9(8) VALUE ZEROES.
       01 WS-PRIOR-MONTH-END PIC 9(8) VALUE ZEROES.
       01 WS-HOLD-CUR        PIC X(3) VALUE SPACES.
       01 WS-HOLD-FOUND      PIC X(1) VALUE 'N'.
       01 WS-OPEN-POSITION   PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-MONTH-MOVEMENT  PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-CLOSE-POSITION  PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-RATE-DATE       PIC 9(8) VALUE ZEROES.
       01 WS-RATE-FOUND      PIC X(1) VALUE 'N'.
       01 WS-RATE-EFF-FROM   PIC 9(8) VALUE ZEROES.
       01 WS-FOUND-RATE      PIC 9(3)V9(6) VALUE ZEROES.
       01 WS-MONTH-RATE      PIC 9(3)V9(6) VALUE ZEROES.
       01 WS-PRIOR-RATE      PIC 9(3)V9(6) VALUE ZEROES.
       01 WS-MONTH-RATE-OK   PIC X(1) VALUE 'N'.
       01 WS-PRIOR-RATE-OK   PIC X(1) VALUE 'N'.
       01 WS-RESTATED        PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-PRIOR-RESTATED  PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-MOVEMENT-BASE   PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-GAIN-LOSS       PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-TOTAL-RESTATED  PIC S9(15)V9(2) VALUE ZEROES.
       01 WS-TOTAL-PRIOR     PIC S9(15)V9(2) VALUE ZEROES.
       01 WS-TOTAL-GAIN-LOSS PIC S9(15)V9(2) VALUE ZEROES.
       01 WS-MAP-COUNT       PIC 9(4) VALUE ZEROES.
       01 WS-MAP-IDX         PIC 9(4) VALUE ZEROES.
       01 WS-MAP-FOUND-IDX   PIC 9(4) VALUE ZEROES.
       01 WS-MAP-SCORE       PIC 9(3) VALUE ZEROES.
       01 WS-MAP-BEST-SCORE  PIC 9(3) VALUE ZEROES.
       01 WS-MAP-TABLE.
          05 WS-MAP-ENTRY OCCURS 500 TIMES.
             10 WS-MAP-TYPE      PIC X(1).
             10 WS-MAP-PREFIX    PIC X(10).
             10 WS-MAP-PFX-LEN   PIC 9(2).
             10 WS-MAP-CUR-CODE  PIC X(3).
             10 WS-MAP-DEBIT-GL  PIC X(10).
             10 WS-MAP-CREDIT-GL PIC X(10).
       01 WS-FIND-TYPE       PIC X(1) VALUE SPACES.
       01 WS-FIND-REF        PIC X(10) VALUE SPACES.
       01 WS-FIND-CUR        PIC X(3) VALUE SPACES.
       01 WS-JRN-SOURCE      PIC X(1) VALUE SPACES.
       01 WS-JRN-REF         PIC X(10) VALUE SPACES.
       01 WS-JRN-CUR         PIC X(3) VALUE SPACES.
       01 WS-JRN-DEBIT-GL    PIC X(10) VALUE SPACES.
       01 WS-JRN-CREDIT-GL   PIC X(10) VALUE SPACES.
       01 WS-JRN-AMOUNT      PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-JRN-SEQ         PIC 9(7) VALUE ZEROES.
       01 WS-TOTAL-DEBITS    PIC S9(15)V9(2) VALUE ZEROES.
       01 WS-TOTAL-CREDITS   PIC S9(15)V9(2) VALUE ZEROES.
       01 WS-LINE-COUNT      PIC 9(4) VALUE 99.
       01 WS-PAGE-COUNT      PIC 9(4) VALUE ZEROES.
       01 WS-PAGE-EDIT       PIC ZZZ9.
       01 WS-POS-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-OPEN-EDIT       PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-MOVE-EDIT       PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-RESTATED-EDIT   PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-PRIOR-EDIT      PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-GAIN-LOSS-EDIT  PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-DEBIT-EDIT      PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-CREDIT-EDIT     PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-RATE-EDIT       PIC ZZ9.999999.
       01 WS-PRIOR-RATE-EDIT PIC ZZ9.999999.
       01 WS-TOT-RESTATED-EDIT PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOT-PRIOR-EDIT  PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-TOT-GL-EDIT     PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT      PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM READ-RUN-CONTROL
         MOVE SPACES TO WS-MONTH-INPUT
         ACCEPT WS-MONTH-INPUT
         IF WS-MONTH-INPUT IS NUMERIC
           MOVE WS-MONTH-INPUT TO WS-RPT-MONTH
         ELSE
           MOVE WS-BUS-DATE(1:6) TO WS-RPT-MONTH
         END-IF
         PERFORM WRITE-RUN-HEADER
         IF WS-RPT-MONTH(5:2) < '01' OR WS-RPT-MONTH(5:2) > '12'
           DISPLAY 'FXREVAL: INVALID REVALUATION MONTH '
                   WS-RPT-MONTH
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         PERFORM SET-MONTH-END-DATES
         PERFORM LOAD-GL-MAP
         OPEN INPUT PTD-MASTER
         IF WS-PTD-STATUS NOT EQUAL '00'
           DISPLAY 'FXREVAL: CANNOT OPEN PTDMSTR, STATUS='
                   WS-PTD-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN INPUT CURRENCY-FILE
         IF WS-CURR-STATUS NOT EQUAL '00'
           DISPLAY 'FXREVAL: CANNOT OPEN CURRIN, STATUS='
                   WS-CURR-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN OUTPUT GL-WORK-FILE
         IF WS-GLWORK-STATUS NOT EQUAL '00'
           DISPLAY 'FXREVAL: CANNOT OPEN GLWORK, STATUS='
                   WS-GLWORK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         MOVE SPACES TO WS-RUN-DATE
         STRING WS-TIMESTAMP(1:4) '-' WS-TIMESTAMP(5:2) '-'
                WS-TIMESTAMP(7:2)
                DELIMITED BY SIZE INTO WS-RUN-DATE
         OPEN OUTPUT REVAL-REPORT-FILE
         PERFORM SCAN-PTD-MASTER
         PERFORM WRITE-REVALUATION-TOTALS
         CLOSE REVAL-REPORT-FILE
         CLOSE GL-WORK-FILE
         CLOSE CURRENCY-FILE
         CLOSE PTD-MASTER
         IF WS-TOTAL-DEBITS NOT EQUAL WS-TOTAL-CREDITS
           PERFORM WRITE-IMBALANCE-EXCEPTION
         END-IF
         PERFORM RELEASE-JOURNAL
         PERFORM WRITE-RUN-TRAILER
         IF WS-CTL-BREAK-FLAG EQUAL 'Y'
           MOVE 12 TO RETURN-CODE
         ELSE
           IF WS-REJECT-COUNT > ZERO
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF
         END-IF
         STOP RUN.

       SET-MONTH-END-DATES.
         MOVE WS-RPT-MONTH(1:4) TO WS-RPT-YY
         MOVE WS-RPT-MONTH(5:2) TO WS-RPT-MM
         COMPUTE WS-FIRST-DATE = WS-RPT-MONTH * 100 + 1
         IF WS-RPT-MM EQUAL 12
           COMPUTE WS-NEXT-FIRST-DATE =
                   (WS-RPT-YY + 1) * 10000 + 101
         ELSE
           COMPUTE WS-NEXT-FIRST-DATE =
                   WS-RPT-YY * 10000 + (WS-RPT-MM + 1) * 100 + 1
         END-IF
         COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-DATE) - 1)
         COMPUTE WS-PRIOR-MONTH-END = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE) - 1)
         MOVE WS-PRIOR-MONTH-END(1:6) TO WS-PRIOR-MONTH.

       LOAD-GL-MAP.
         MOVE ZERO TO WS-MAP-COUNT
         MOVE 'N' TO WS-EOF-FLAG
         OPEN INPUT GL-MAP-FILE
         IF WS-GLMAP-STATUS EQUAL '00'
           PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
             READ GL-MAP-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                 IF GLMAP-TYPE EQUAL 'R'
                   PERFORM ADD-ONE-GL-MAP-ROW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
         END-IF
         IF WS-MAP-COUNT EQUAL ZERO
           DISPLAY 'FXREVAL: NO REVALUATION ROWS IN GLMAP, STATUS='
                   WS-GLMAP-STATUS ' - NO JOURNAL WILL BE RELEASED'
         END-IF.

       ADD-ONE-GL-MAP-ROW.
         IF WS-MAP-COUNT >= 500
           DISPLAY 'FXREVAL: GL MAPPING TABLE FULL, ROW '
                   GLMAP-TYPE GLMAP-PREFIX GLMAP-CUR-CODE
                   ' IGNORED'
         ELSE
           ADD 1 TO WS-MAP-COUNT
           MOVE GLMAP-TYPE TO WS-MAP-TYPE(WS-MAP-COUNT)
           MOVE GLMAP-PREFIX TO WS-MAP-PREFIX(WS-MAP-COUNT)
           IF GLMAP-PREFIX EQUAL SPACES
             MOVE ZERO TO WS-MAP-PFX-LEN(WS-MAP-COUNT)
           ELSE
             MOVE FUNCTION LENGTH(FUNCTION TRIM(GLMAP-PREFIX
                                                TRAILING))
               TO WS-MAP-PFX-LEN(WS-MAP-COUNT)
           END-IF
           MOVE GLMAP-CUR-CODE TO WS-MAP-CUR-CODE(WS-MAP-COUNT)
           MOVE GLMAP-DEBIT-GL TO WS-MAP-DEBIT-GL(WS-MAP-COUNT)
           MOVE GLMAP-CREDIT-GL TO WS-MAP-CREDIT-GL(WS-MAP-COUNT)
         END-IF.

       SCAN-PTD-MASTER.
         MOVE SPACES TO WS-HOLD-CUR
         MOVE 'N' TO WS-HOLD-FOUND
         MOVE 'N' TO WS-PTD-DONE
         MOVE LOW-VALUES TO PTD-KEY
         START PTD-MASTER KEY >= PTD-KEY
           INVALID KEY
             MOVE 'Y' TO WS-PTD-DONE
         END-START
         PERFORM UNTIL WS-PTD-DONE EQUAL 'Y'
           READ PTD-MASTER NEXT RECORD
             AT END
               MOVE 'Y' TO WS-PTD-DONE
             NOT AT END
               ADD 1 TO WS-RECORD-COUNT
               IF PTD-CUR-CODE NOT EQUAL WS-HOLD-CUR
                 IF WS-HOLD-FOUND EQUAL 'Y'
                   PERFORM REVALUE-ONE-CURRENCY
                 END-IF
                 MOVE PTD-CUR-CODE TO WS-HOLD-CUR
                 MOVE 'Y' TO WS-HOLD-FOUND
                 MOVE ZERO TO WS-OPEN-POSITION
                 MOVE ZERO TO WS-MONTH-MOVEMENT
               END-IF
               IF PTD-MONTH < WS-RPT-MONTH
                 ADD PTD-AMOUNT TO WS-OPEN-POSITION
               END-IF
               IF PTD-MONTH EQUAL WS-RPT-MONTH
                 ADD PTD-AMOUNT TO WS-MONTH-MOVEMENT
               END-IF
           END-READ
         END-PERFORM
         IF WS-HOLD-FOUND EQUAL 'Y'
           PERFORM REVALUE-ONE-CURRENCY
         END-IF.

       REVALUE-ONE-CURRENCY.
         COMPUTE WS-CLOSE-POSITION =
                 WS-OPEN-POSITION + WS-MONTH-MOVEMENT
         IF WS-HOLD-CUR NOT EQUAL WS-BASE-CUR-CODE
            AND (WS-OPEN-POSITION NOT EQUAL ZERO
                 OR WS-MONTH-MOVEMENT NOT EQUAL ZERO)
           MOVE WS-MONTH-END TO WS-RATE-DATE
           PERFORM FIND-EFFECTIVE-RATE
           MOVE WS-RATE-FOUND TO WS-MONTH-RATE-OK
           MOVE WS-FOUND-RATE TO WS-MONTH-RATE
           MOVE WS-PRIOR-MONTH-END TO WS-RATE-DATE
           PERFORM FIND-EFFECTIVE-RATE
           MOVE WS-RATE-FOUND TO WS-PRIOR-RATE-OK
           MOVE WS-FOUND-RATE TO WS-PRIOR-RATE
           IF WS-OPEN-POSITION EQUAL ZERO
             MOVE 'Y' TO WS-PRIOR-RATE-OK
           END-IF
           IF WS-MONTH-RATE-OK EQUAL 'Y'
              AND WS-PRIOR-RATE-OK EQUAL 'Y'
             PERFORM RESTATE-ONE-CURRENCY
           ELSE
             PERFORM WRITE-NO-RATE-LINE
           END-IF
         END-IF.

       FIND-EFFECTIVE-RATE.
         MOVE 'N' TO WS-RATE-FOUND
         MOVE ZERO TO WS-FOUND-RATE
         MOVE ZERO TO WS-RATE-EFF-FROM
         MOVE 'N' TO WS-CURM-DONE
         MOVE WS-HOLD-CUR TO CURM-CODE
         MOVE ZERO TO CURM-EFF-FROM
         START CURRENCY-FILE KEY >= CURM-REC-KEY
           INVALID KEY
             MOVE 'Y' TO WS-CURM-DONE
         END-START
         PERFORM UNTIL WS-CURM-DONE EQUAL 'Y'
           READ CURRENCY-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-CURM-DONE
             NOT AT END
               IF CURM-CODE NOT EQUAL WS-HOLD-CUR
                  OR CURM-EFF-FROM > WS-RATE-DATE
                 MOVE 'Y' TO WS-CURM-DONE
               ELSE
                 IF (CURM-EFF-TO EQUAL ZEROES
                     OR CURM-EFF-TO >= WS-RATE-DATE)
                    AND CURM-EFF-FROM >= WS-RATE-EFF-FROM
                    AND CURM-RATE > ZERO
                   MOVE 'Y' TO WS-RATE-FOUND
                   MOVE CURM-EFF-FROM TO WS-RATE-EFF-FROM
                   MOVE CURM-RATE TO WS-FOUND-RATE
                 END-IF
               END-IF
           END-READ
         END-PERFORM.

       RESTATE-ONE-CURRENCY.
         ADD 1 TO WS-REVALUED-COUNT
         COMPUTE WS-RESTATED ROUNDED =
                 WS-CLOSE-POSITION * WS-MONTH-RATE
         COMPUTE WS-PRIOR-RESTATED ROUNDED =
                 WS-OPEN-POSITION * WS-PRIOR-RATE
         COMPUTE WS-MOVEMENT-BASE ROUNDED =
                 WS-MONTH-MOVEMENT * WS-MONTH-RATE
         COMPUTE WS-GAIN-LOSS = WS-RESTATED - WS-PRIOR-RESTATED
                              - WS-MOVEMENT-BASE
         ADD WS-RESTATED TO WS-TOTAL-RESTATED
         ADD WS-PRIOR-RESTATED TO WS-TOTAL-PRIOR
         ADD WS-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS
         PERFORM WRITE-REVALUATION-LINES
         IF WS-GAIN-LOSS NOT EQUAL ZERO
           PERFORM JOURNAL-ONE-REVALUATION
         END-IF.

       WRITE-REVALUATION-LINES.
         MOVE WS-CLOSE-POSITION TO WS-POS-EDIT
         MOVE WS-MONTH-RATE TO WS-RATE-EDIT
         MOVE WS-RESTATED TO WS-RESTATED-EDIT
         MOVE WS-PRIOR-RESTATED TO WS-PRIOR-EDIT
         MOVE WS-GAIN-LOSS TO WS-GAIN-LOSS-EDIT
         MOVE WS-OPEN-POSITION TO WS-OPEN-EDIT
         MOVE WS-PRIOR-RATE TO WS-PRIOR-RATE-EDIT
         MOVE WS-MONTH-MOVEMENT TO WS-MOVE-EDIT
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO REVAL-REPORT-RECORD
         STRING WS-HOLD-CUR ' ' WS-POS-EDIT ' ' WS-RATE-EDIT
                ' ' WS-RESTATED-EDIT ' ' WS-PRIOR-EDIT
                ' ' WS-GAIN-LOSS-EDIT
                DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
         WRITE REVAL-REPORT-RECORD
         MOVE SPACES TO REVAL-REPORT-RECORD
         STRING '    OPENING=' WS-OPEN-EDIT
                ' PRIOR RATE=' WS-PRIOR-RATE-EDIT
                ' MTD=' WS-MOVE-EDIT
                DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
         WRITE REVAL-REPORT-RECORD
         ADD 2 TO WS-LINE-COUNT.

       WRITE-NO-RATE-LINE.
         ADD 1 TO WS-REJECT-COUNT
         IF WS-MONTH-RATE-OK EQUAL 'N'
           MOVE WS-MONTH-END TO WS-RATE-DATE
         ELSE
           MOVE WS-PRIOR-MONTH-END TO WS-RATE-DATE
         END-IF
         MOVE WS-CLOSE-POSITION TO WS-POS-EDIT
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO REVAL-REPORT-RECORD
         STRING WS-HOLD-CUR ' ' WS-POS-EDIT
                ' NOT REVALUED - NO CURRIN RATE AT ' WS-RATE-DATE
                DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
         WRITE REVAL-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT
         DISPLAY 'FXREVAL: NO CURRIN RATE FOR ' WS-HOLD-CUR
                 ' AT ' WS-RATE-DATE
         MOVE SPACES TO WS-EXCP-TEXT
         STRING 'FX REVAL ' WS-RPT-MONTH ' NO RATE FOR '
                WS-HOLD-CUR ' AT ' WS-RATE-DATE
                DELIMITED BY SIZE INTO WS-EXCP-TEXT
         MOVE 'C' TO WS-EXCP-SEVERITY
         PERFORM WRITE-EXCEPTION-RECORD.

       JOURNAL-ONE-REVALUATION.
         MOVE 'R' TO WS-FIND-TYPE
         MOVE SPACES TO WS-FIND-REF
         MOVE WS-HOLD-CUR TO WS-FIND-CUR
         PERFORM FIND-GL-MAPPING
         MOVE SPACES TO WS-JRN-REF
         STRING WS-HOLD-CUR ' ' WS-RPT-MONTH
                DELIMITED BY SIZE INTO WS-JRN-REF
         IF WS-MAP-FOUND-IDX EQUAL ZERO
           PERFORM WRITE-UNMAPPED-EXCEPTION
         ELSE
           MOVE 'R' TO WS-JRN-SOURCE
           MOVE WS-BASE-CUR-CODE TO WS-JRN-CUR
           IF WS-GAIN-LOSS > ZERO
             MOVE WS-MAP-DEBIT-GL(WS-MAP-FOUND-IDX)
               TO WS-JRN-DEBIT-GL
             MOVE WS-MAP-CREDIT-GL(WS-MAP-FOUND-IDX)
               TO WS-JRN-CREDIT-GL
             MOVE WS-GAIN-LOSS TO WS-JRN-AMOUNT
           ELSE
             MOVE WS-MAP-CREDIT-GL(WS-MAP-FOUND-IDX)
               TO WS-JRN-DEBIT-GL
             MOVE WS-MAP-DEBIT-GL(WS-MAP-FOUND-IDX)
               TO WS-JRN-CREDIT-GL
             COMPUTE WS-JRN-AMOUNT = 0 - WS-GAIN-LOSS
           END-IF
           PERFORM WRITE-JOURNAL-PAIR
         END-IF.

       FIND-GL-MAPPING.
         MOVE ZERO TO WS-MAP-FOUND-IDX
         MOVE ZERO TO WS-MAP-BEST-SCORE
         PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
             UNTIL WS-MAP-IDX > WS-MAP-COUNT
           IF WS-MAP-TYPE(WS-MAP-IDX) EQUAL WS-FIND-TYPE
              AND (WS-MAP-CUR-CODE(WS-MAP-IDX) EQUAL WS-FIND-CUR
                   OR WS-MAP-CUR-CODE(WS-MAP-IDX) EQUAL '***')
             IF WS-MAP-PFX-LEN(WS-MAP-IDX) EQUAL ZERO
               MOVE 1 TO WS-MAP-SCORE
             ELSE
               IF WS-FIND-REF(1:WS-MAP-PFX-LEN(WS-MAP-IDX)) EQUAL
                  WS-MAP-PREFIX(WS-MAP-IDX)
                    (1:WS-MAP-PFX-LEN(WS-MAP-IDX))
                 COMPUTE WS-MAP-SCORE =
                         WS-MAP-PFX-LEN(WS-MAP-IDX) * 2 + 1
               ELSE
                 MOVE ZERO TO WS-MAP-SCORE
               END-IF
             END-IF
             IF WS-MAP-SCORE > ZERO
                AND WS-MAP-CUR-CODE(WS-MAP-IDX) NOT EQUAL '***'
               ADD 1 TO WS-MAP-SCORE
             END-IF
             IF WS-MAP-SCORE > WS-MAP-BEST-SCORE
               MOVE WS-MAP-SCORE TO WS-MAP-BEST-SCORE
               MOVE WS-MAP-IDX TO WS-MAP-FOUND-IDX
             END-IF
           END-IF
         END-PERFORM
         IF WS-MAP-FOUND-IDX > ZERO
           IF WS-MAP-DEBIT-GL(WS-MAP-FOUND-IDX) EQUAL SPACES
              OR WS-MAP-CREDIT-GL(WS-MAP-FOUND-IDX) EQUAL SPACES
             MOVE ZERO TO WS-MAP-FOUND-IDX
           END-IF
         END-IF.

       WRITE-JOURNAL-PAIR.
         MOVE WS-JRN-DEBIT-GL TO GLJ-GL-ACCT
         MOVE 'D' TO GLJ-DR-CR
         PERFORM WRITE-JOURNAL-LINE
         ADD WS-JRN-AMOUNT TO WS-TOTAL-DEBITS
         MOVE WS-JRN-CREDIT-GL TO GLJ-GL-ACCT
         MOVE 'C' TO GLJ-DR-CR
         PERFORM WRITE-JOURNAL-LINE
         ADD WS-JRN-AMOUNT TO WS-TOTAL-CREDITS.

       WRITE-JOURNAL-LINE.
         ADD 1 TO WS-JRN-SEQ
         MOVE SPACES TO GLJ-RECORD
         MOVE 'DTL' TO GLJ-REC-TYPE
         MOVE WS-MONTH-END TO GLJ-BUS-DATE
         MOVE WS-JRN-SEQ TO GLJ-SEQ
         MOVE WS-JRN-CUR TO GLJ-CUR-CODE
         MOVE WS-JRN-AMOUNT TO GLJ-AMOUNT
         MOVE WS-JRN-SOURCE TO GLJ-SOURCE
         MOVE WS-JRN-REF TO GLJ-REFERENCE
         WRITE GL-WORK-RECORD FROM GLJ-RECORD.

       WRITE-UNMAPPED-EXCEPTION.
         ADD 1 TO WS-REJECT-COUNT
         MOVE WS-GAIN-LOSS TO WS-GAIN-LOSS-EDIT
         DISPLAY 'FXREVAL: NO GL MAPPING FOR TYPE=R CUR='
                 WS-HOLD-CUR
         MOVE SPACES TO WS-EXCP-TEXT
         STRING 'NO GL MAP TYPE=R REF=' WS-JRN-REF
                ' AMT=' WS-GAIN-LOSS-EDIT
                DELIMITED BY SIZE INTO WS-EXCP-TEXT
         MOVE 'C' TO WS-EXCP-SEVERITY
         PERFORM WRITE-EXCEPTION-RECORD.

       WRITE-IMBALANCE-EXCEPTION.
         MOVE 'Y' TO WS-CTL-BREAK-FLAG
         MOVE WS-TOTAL-DEBITS TO WS-DEBIT-EDIT
         MOVE WS-TOTAL-CREDITS TO WS-CREDIT-EDIT
         DISPLAY 'FXREVAL: JOURNAL OUT OF BALANCE DEBITS='
                 WS-DEBIT-EDIT ' CREDITS=' WS-CREDIT-EDIT
         MOVE SPACES TO WS-EXCP-TEXT
         STRING 'FX JRNL UNBALANCED DR=' WS-DEBIT-EDIT
                ' CR=' WS-CREDIT-EDIT
                DELIMITED BY SIZE INTO WS-EXCP-TEXT
         MOVE 'C' TO WS-EXCP-SEVERITY
         PERFORM WRITE-EXCEPTION-RECORD.

       CHECK-PAGE-BREAK.
         IF WS-LINE-COUNT > 55
           PERFORM WRITE-PAGE-HEADER
         END-IF.

       WRITE-PAGE-HEADER.
         ADD 1 TO WS-PAGE-COUNT
         MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT
         MOVE SPACES TO REVAL-REPORT-RECORD
         STRING 'FX REVALUATION MONTH ' WS-RPT-MONTH
                ' RATE DATE ' WS-MONTH-END
                '  RUN DATE ' WS-RUN-DATE '  PAGE ' WS-PAGE-EDIT
                DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
         WRITE REVAL-REPORT-RECORD
         MOVE SPACES TO REVAL-REPORT-RECORD
         STRING 'CUR        POSITION       RATE        RESTATED'
                '  PRIOR RESTATED     GAIN/(LOSS)'
                DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
         WRITE REVAL-REPORT-RECORD
         MOVE SPACES TO REVAL-REPORT-RECORD
         WRITE REVAL-REPORT-RECORD
         MOVE 3 TO WS-LINE-COUNT.

       WRITE-REVALUATION-TOTALS.
         IF WS-LINE-COUNT > 51
           PERFORM WRITE-PAGE-HEADER
         END-IF
         MOVE WS-TOTAL-RESTATED TO WS-TOT-RESTATED-EDIT
         MOVE WS-TOTAL-PRIOR TO WS-TOT-PRIOR-EDIT
         MOVE WS-TOTAL-GAIN-LOSS TO WS-TOT-GL-EDIT
         MOVE SPACES TO REVAL-REPORT-RECORD
         WRITE REVAL-REPORT-RECORD
         MOVE SPACES TO REVAL-REPORT-RECORD
         STRING 'GRAND TOTAL BASE CUR=' WS-BASE-CUR-CODE
                ' RESTATED=' WS-TOT-RESTATED-EDIT
                DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
         WRITE REVAL-REPORT-RECORD
         MOVE SPACES TO REVAL-REPORT-RECORD
         STRING '                   PRIOR RESTATED='
                WS-TOT-PRIOR-EDIT
                DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
         WRITE REVAL-REPORT-RECORD
         MOVE SPACES TO REVAL-REPORT-RECORD
         STRING '         UNREALIZED GAIN/(LOSS)='
                WS-TOT-GL-EDIT
                DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
         WRITE REVAL-REPORT-RECORD
         MOVE WS-REVALUED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO REVAL-REPORT-RECORD
         STRING 'CURRENCIES REVALUED ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
         WRITE REVAL-REPORT-RECORD
         MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO REVAL-REPORT-RECORD
         STRING 'CURRENCIES REJECTED ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO REVAL-REPORT-RECORD
         WRITE REVAL-REPORT-RECORD.

       RELEASE-JOURNAL.
         OPEN OUTPUT GL-JOURNAL-FILE
         MOVE SPACES TO GLJ-LABEL-RECORD
         MOVE 'HDR' TO GLJ-LABEL-TYPE
         MOVE WS-MONTH-END TO GLJ-LABEL-DATE
         MOVE 'FXREVAL' TO GLJ-LABEL-SOURCE
         MOVE WS-CYCLE TO GLJ-LABEL-CYCLE
         MOVE ZERO TO GLJ-LABEL-COUNT
         MOVE ZERO TO GLJ-LABEL-DEBITS
         MOVE ZERO TO GLJ-LABEL-CREDITS
         WRITE GL-JOURNAL-RECORD FROM GLJ-LABEL-RECORD
         MOVE ZERO TO WS-JOURNAL-COUNT
         IF WS-CTL-BREAK-FLAG EQUAL 'N'
           OPEN INPUT GL-WORK-FILE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
             READ GL-WORK-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                 ADD 1 TO WS-JOURNAL-COUNT
                 WRITE GL-JOURNAL-RECORD FROM GL-WORK-RECORD
             END-READ
           END-PERFORM
           CLOSE GL-WORK-FILE
         ELSE
           DISPLAY 'FXREVAL: JOURNAL HELD - DETAIL NOT RELEASED TO'
                   ' GLJRNL'
         END-IF
         MOVE SPACES TO GLJ-LABEL-RECORD
         MOVE 'TRL' TO GLJ-LABEL-TYPE
         MOVE WS-MONTH-END TO GLJ-LABEL-DATE
         MOVE 'FXREVAL' TO GLJ-LABEL-SOURCE
         MOVE WS-CYCLE TO GLJ-LABEL-CYCLE
         MOVE WS-JOURNAL-COUNT TO GLJ-LABEL-COUNT
         IF WS-CTL-BREAK-FLAG EQUAL 'N'
           MOVE WS-TOTAL-DEBITS TO GLJ-LABEL-DEBITS
           MOVE WS-TOTAL-CREDITS TO GLJ-LABEL-CREDITS
           MOVE 'REL' TO GLJ-LABEL-STATUS
         ELSE
           MOVE ZERO TO GLJ-LABEL-DEBITS
           MOVE ZERO TO GLJ-LABEL-CREDITS
           MOVE 'HLD' TO GLJ-LABEL-STATUS
         END-IF
         WRITE GL-JOURNAL-RECORD FROM GLJ-LABEL-RECORD
         CLOSE GL-JOURNAL-FILE
         MOVE WS-TOTAL-DEBITS TO WS-DEBIT-EDIT
         MOVE WS-TOTAL-CREDITS TO WS-CREDIT-EDIT
         DISPLAY 'FXREVAL: MONTH ' WS-RPT-MONTH
                 ' JOURNAL LINES=' WS-JOURNAL-COUNT
                 ' DEBITS=' WS-DEBIT-EDIT ' CREDITS=' WS-CREDIT-EDIT
                 ' STATUS=' GLJ-LABEL-STATUS.

       WRITE-EXCEPTION-RECORD.
         OPEN I-O EXCEPTIONS-FILE
         IF WS-EXCP-STATUS EQUAL '35'
           OPEN OUTPUT EXCEPTIONS-FILE
           CLOSE EXCEPTIONS-FILE
           OPEN I-O EXCEPTIONS-FILE
         END-IF
         IF WS-EXCP-STATUS NOT EQUAL '00'
           DISPLAY 'CANNOT OPEN EXCPMSTR, STATUS=' WS-EXCP-STATUS
         ELSE
           MOVE 'FXREVAL' TO EXCP-PROGRAM
           MOVE WS-BUS-DATE TO EXCP-BUS-DATE
           MOVE WS-CYCLE TO EXCP-CYCLE
           MOVE WS-EXCP-SEVERITY TO EXCP-SEVERITY
           MOVE WS-EXCP-TEXT TO EXCP-TEXT
           MOVE SPACES TO EXCP-WORKFLOW
           MOVE ZERO TO EXCP-SEQ
           MOVE 'N' TO WS-EXCP-WRITTEN
           PERFORM UNTIL WS-EXCP-WRITTEN EQUAL 'Y'
             ADD 1 TO EXCP-SEQ
             WRITE EXCP-RECORD
               INVALID KEY
                 IF WS-EXCP-STATUS NOT EQUAL '22'
                   DISPLAY 'EXCPMSTR WRITE FAILED, STATUS='
                           WS-EXCP-STATUS
                   MOVE 'Y' TO WS-EXCP-WRITTEN
                 END-IF
               NOT INVALID KEY
                 MOVE 'Y' TO WS-EXCP-WRITTEN
             END-WRITE
           END-PERFORM
           CLOSE EXCEPTIONS-FILE
         END-IF.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN HEADER PROGRAM=FXREVAL'
                ' BUSDATE=' WS-BUS-DATE
                ' CYCLE=' WS-CYCLE
                ' MONTH=' WS-RPT-MONTH
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
         STRING 'RUN TRAILER PROGRAM=FXREVAL'
                ' BUSDATE=' WS-BUS-DATE
                ' CYCLE=' WS-CYCLE
                ' MONTH=' WS-RPT-MONTH
                ' TS=' WS-TIMESTAMP(1:14)
                ' READ=' WS-RECORD-COUNT
                ' REVALUED=' WS-REVALUED-COUNT
                ' REJECTED=' WS-REJECT-COUNT
                ' JOURNAL=' WS-JOURNAL-COUNT
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
