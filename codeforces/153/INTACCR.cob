       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-FILE ASSIGN TO INTRATE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.
           SELECT BALANCE-LEDGER ASSIGN TO BALMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BAL-STATUS.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-REC-ID
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CURRENCY-FILE ASSIGN TO CURRIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CURM-REC-KEY
               FILE STATUS IS WS-CURR-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO ACCRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACR-KEY
               FILE STATUS IS WS-ACR-STATUS.
           SELECT CAPITAL-FILE ASSIGN TO INTCAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.
           SELECT ACCRUAL-REPORT-FILE ASSIGN TO ACCRRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
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
       FD  RATE-FILE.
       COPY INTRATE.

       FD  BALANCE-LEDGER.
       COPY BALREC.

       FD  ACCOUNT-MASTER.
       01  ACCT-RECORD.
           05 ACCT-REC-ID     PIC X(10).
           05 ACCT-REC-NAME   PIC X(20).
           05 ACCT-REC-STATUS PIC X(1).
           05 ACCT-REC-CLASS  PIC X(4).

       FD  CURRENCY-FILE.
       01  CURM-RECORD.
           05 CURM-REC-KEY.
              10 CURM-CODE     PIC X(3).
              10 CURM-EFF-FROM PIC 9(8).
           05 CURM-EFF-TO      PIC 9(8).
           05 CURM-DECIMALS    PIC 9(1).
           05 CURM-MAX         PIC 9(9).
           05 CURM-RATE        PIC 9(3)V9(6).

       FD  ACCRUAL-FILE.
       COPY ACCRREC.

       FD  CAPITAL-FILE.
       01  CAP-RECORD.
           05 CAP-TRAN-ID    PIC X(10).
           05 CAP-LEG-A      PIC X(7).
           05 CAP-LEG-B      PIC X(7).
           05 CAP-CUR-CODE   PIC X(3).
           05 FILLER         PIC X(3).
           05 CAP-EFF-DATE   PIC 9(8).
       01  CAP-LABEL REDEFINES CAP-RECORD.
           05 CAP-LBL-TYPE   PIC X(3).
           05 CAP-LBL-SOURCE PIC X(7).
           05 CAP-LBL-DATE   PIC 9(8).
           05 CAP-LBL-COUNT  PIC 9(9).
           05 CAP-LBL-HASH   PIC S9(9) SIGN IS LEADING SEPARATE.
           05 FILLER         PIC X(1).

       FD  ACCRUAL-REPORT-FILE.
       01  ACCRUAL-REPORT-RECORD PIC X(80)  VALUE SPACES.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HOL-CAL-CODE PIC X(2).
           05 HOL-DATE     PIC 9(8).

       FD  EXCEPTIONS-FILE.
       COPY EXCPREC.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-RATE-STATUS     PIC X(2).
       01 WS-BAL-STATUS      PIC X(2).
       01 WS-ACCT-STATUS     PIC X(2).
       01 WS-CURR-STATUS     PIC X(2).
       01 WS-ACR-STATUS      PIC X(2).
       01 WS-CAP-STATUS      PIC X(2).
       01 WS-HOLIDAY-STATUS  PIC X(2).
       01 WS-EXCP-STATUS     PIC X(2).
       01 WS-RUNLOG-STATUS   PIC X(2).
       01 WS-RUNCTL-STATUS   PIC X(2).
       01 WS-TIMESTAMP       PIC X(21).
       01 WS-RUN-DATE        PIC X(10).
       01 WS-BUS-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-CYCLE           PIC 9(4) VALUE ZEROES.
       01 WS-EOF-FLAG        PIC X(1) VALUE 'N'.
       01 WS-BAL-DONE        PIC X(1) VALUE 'N'.
       01 WS-ACR-DONE        PIC X(1) VALUE 'N'.
       01 WS-ACCT-AVAILABLE  PIC X(1) VALUE 'N'.
       01 WS-ACCT-ACTIVE     PIC X(1) VALUE 'N'.
       01 WS-HOLD-CLASS      PIC X(4) VALUE SPACES.
       01 WS-RECORD-COUNT    PIC 9(9) VALUE ZEROES.
       01 WS-ACCRUED-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-NO-RATE-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-INACTIVE-COUNT  PIC 9(9) VALUE ZEROES.
       01 WS-BAD-RATE-COUNT  PIC 9(9) VALUE ZEROES.
       01 WS-CAPITAL-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-CAP-FAIL-COUNT  PIC 9(9) VALUE ZEROES.
       01 WS-CAP-REC-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-HASH-TOTAL      PIC S9(15)V9(4) VALUE ZEROES.
       01 WS-RATE-COUNT      PIC 9(4) VALUE ZEROES.
       01 WS-RATE-IDX        PIC 9(4) VALUE ZEROES.
       01 WS-RATE-FOUND-IDX  PIC 9(4) VALUE ZEROES.
       01 WS-RATE-SCORE      PIC 9(1) VALUE ZEROES.
       01 WS-RATE-BEST-SCORE PIC 9(1) VALUE ZEROES.
       01 WS-RATE-TABLE.
          05 WS-RATE-ENTRY OCCURS 500 TIMES.
             10 WS-RT-CLASS     PIC X(4).
             10 WS-RT-CUR       PIC X(3).
             10 WS-RT-EFF-FROM  PIC 9(8).
             10 WS-RT-EFF-TO    PIC 9(8).
             10 WS-RT-BASIS     PIC X(7).
             10 WS-RT-RATE      PIC S9(3)V9(6).
       01 WS-CUR-COUNT       PIC 9(2) VALUE ZEROES.
       01 WS-CUR-IDX         PIC 9(2) VALUE ZEROES.
       01 WS-CUR-FOUND-IDX   PIC 9(2) VALUE ZEROES.
       01 WS-CUR-TABLE.
          05 WS-CUR-ENTRY OCCURS 50 TIMES.
             10 WS-CUR-CODE      PIC X(3).
             10 WS-CUR-DECIMALS  PIC 9(1).
             10 WS-CUR-MAX       PIC 9(9).
             10 WS-CUR-DAY-TOTAL PIC S9(13)V9(2).
             10 WS-CUR-MTD-TOTAL PIC S9(13)V9(2).
             10 WS-CUR-CAP-TOTAL PIC S9(13)V9(2).
       01 WS-BUS-INT         PIC S9(12) VALUE ZEROES.
       01 WS-PREV-BUS-INT    PIC S9(12) VALUE ZEROES.
       01 WS-NEXT-BUS-INT    PIC S9(12) VALUE ZEROES.
       01 WS-MONTH-FIRST-INT PIC S9(12) VALUE ZEROES.
       01 WS-NEXT-MONTH-INT  PIC S9(12) VALUE ZEROES.
       01 WS-FROM-INT        PIC S9(12) VALUE ZEROES.
       01 WS-TO-INT          PIC S9(12) VALUE ZEROES.
       01 WS-MONTH-FIRST     PIC 9(8) VALUE ZEROES.
       01 WS-FROM-DATE       PIC 9(8) VALUE ZEROES.
       01 WS-TO-DATE         PIC 9(8) VALUE ZEROES.
       01 WS-THRU-DATE       PIC 9(8) VALUE ZEROES.
       01 WS-ACT-DAYS        PIC 9(3) VALUE ZEROES.
       01 WS-D360-DAYS       PIC 9(3) VALUE ZEROES.
       01 WS-D360-YEAR-1     PIC 9(4) VALUE ZEROES.
       01 WS-D360-MONTH-1    PIC 9(2) VALUE ZEROES.
       01 WS-D360-DAY-1      PIC 9(2) VALUE ZEROES.
       01 WS-D360-YEAR-2     PIC 9(4) VALUE ZEROES.
       01 WS-D360-MONTH-2    PIC 9(2) VALUE ZEROES.
       01 WS-D360-DAY-2      PIC 9(2) VALUE ZEROES.
       01 WS-LAST-BUS-DAY    PIC X(1) VALUE 'N'.
       01 WS-ACCR-DAYS       PIC 9(3) VALUE ZEROES.
       01 WS-ACCR-DENOM      PIC 9(3) VALUE ZEROES.
       01 WS-ACCR-BASIS      PIC X(7) VALUE SPACES.
       01 WS-ACCR-RATE       PIC S9(3)V9(6) VALUE ZEROES.
       01 WS-ACCR-AMOUNT     PIC S9(11)V9(2) VALUE ZEROES.
       01 WS-MTD-AMOUNT      PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-CAP-AMOUNT      PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-CAP-WHOLE       PIC S9(13) VALUE ZEROES.
       01 WS-CAP-TENTHS      PIC S9(12)V9(1) VALUE ZEROES.
       01 WS-CAP-REMAINING   PIC 9(13)V9(2) VALUE ZEROES.
       01 WS-CAP-CHUNK       PIC 9(9)V9(2) VALUE ZEROES.
       01 WS-CAP-LEG-MAX     PIC 9(9)V9(2) VALUE ZEROES.
       01 WS-CAP-SIGN        PIC S9(1) VALUE 1.
       01 WS-CAP-LEG-VALUE   PIC S9(9)V9(2) VALUE ZEROES.
       01 WS-CAP-LEG-NO      PIC 9(1) VALUE ZEROES.
       01 WS-LEG-TEXT        PIC X(7) VALUE SPACES.
       01 WS-LEG-EDIT-0      PIC +999999.
       01 WS-LEG-EDIT-1      PIC +9999.9.
       01 WS-LEG-EDIT-2      PIC +999.99.
       01 WS-YEAR            PIC 9(4).
       01 WS-MONTH           PIC 9(2).
       01 WS-DATE-NUM        PIC 9(8) VALUE ZEROES.
       01 D2                 PIC S9(12) VALUE ZEROES.
       01 RES                PIC X(21).
       01 WS-STEP            PIC S9(4) VALUE 1.
       01 WS-WEEKDAY         PIC 9(4) VALUE ZEROES.
       01 WS-VALID-DAY       PIC X(1) VALUE 'N'.
       01 WS-HOL-EOF         PIC X(1) VALUE 'N'.
       01 WS-HOL-FOUND       PIC X(1) VALUE 'N'.
       01 WS-HOLIDAY-COUNT   PIC 9(4) VALUE ZEROES.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOL-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-HOLIDAY-COUNT
               ASCENDING KEY IS WS-HOL-CAL WS-HOL-DATE
               INDEXED BY WS-HOL-X.
             10 WS-HOL-CAL   PIC X(2).
             10 WS-HOL-DATE  PIC 9(8).
       01 WS-CAL-1           PIC X(2) VALUE 'US'.
       01 WS-EXCP-WRITTEN    PIC X(1) VALUE 'N'.
       01 WS-EXCP-SEVERITY   PIC X(1) VALUE 'W'.
       01 WS-EXCP-TEXT       PIC X(60) VALUE SPACES.
       01 WS-LINE-COUNT      PIC 9(4) VALUE 99.
       01 WS-PAGE-COUNT      PIC 9(4) VALUE ZEROES.
       01 WS-PAGE-EDIT       PIC ZZZ9.
       01 WS-COUNT-EDIT      PIC ZZZ,ZZZ,ZZ9.
       01 WS-DAYS-EDIT       PIC ZZ9.
       01 WS-D360-EDIT       PIC ZZ9.
       01 WS-RATE-EDIT       PIC -ZZ9.999999.
       01 WS-DAY-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-MTD-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-CAP-EDIT        PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM READ-RUN-CONTROL
         PERFORM WRITE-RUN-HEADER
         STRING WS-TIMESTAMP(7:2) '.' WS-TIMESTAMP(5:2) '.'
                WS-TIMESTAMP(1:4)
                DELIMITED BY SIZE INTO WS-RUN-DATE
         PERFORM LOAD-HOLIDAYS
         PERFORM LOAD-INTEREST-RATES
         IF WS-RATE-COUNT EQUAL ZERO
           DISPLAY 'INTACCR: NO INTEREST RATES LOADED FROM INTRATE,'
                   ' STATUS=' WS-RATE-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         PERFORM LOAD-CURRENCIES
         PERFORM SET-ACCRUAL-PERIOD
         PERFORM OPEN-ACCOUNT-MASTER
         PERFORM OPEN-ACCRUAL-FILE
         OPEN INPUT BALANCE-LEDGER
         IF WS-BAL-STATUS NOT EQUAL '00'
           DISPLAY 'INTACCR: CANNOT OPEN BALMSTR, STATUS='
                   WS-BAL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         PERFORM OPEN-CAPITAL-FILE
         OPEN OUTPUT ACCRUAL-REPORT-FILE
         PERFORM ACCRUE-ALL-BALANCES
         PERFORM WRITE-ACCRUAL-TOTALS
         CLOSE ACCRUAL-REPORT-FILE
         PERFORM CLOSE-CAPITAL-FILE
         CLOSE BALANCE-LEDGER
         CLOSE ACCRUAL-FILE
         IF WS-ACCT-AVAILABLE EQUAL 'Y'
           CLOSE ACCOUNT-MASTER
         END-IF
         PERFORM WRITE-RUN-TRAILER
         IF WS-CAP-FAIL-COUNT > 0 OR WS-BAD-RATE-COUNT > 0
           MOVE 4 TO RETURN-CODE
         ELSE
           MOVE 0 TO RETURN-CODE
         END-IF
         STOP RUN.

       LOAD-INTEREST-RATES.
         MOVE ZERO TO WS-RATE-COUNT
         MOVE 'N' TO WS-EOF-FLAG
         OPEN INPUT RATE-FILE
         IF WS-RATE-STATUS EQUAL '00'
           PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
             READ RATE-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                 IF IRT-RATE-RECORD NOT EQUAL SPACES
                   PERFORM ADD-ONE-INTEREST-RATE
                 END-IF
             END-READ
           END-PERFORM
           CLOSE RATE-FILE
         END-IF.

       ADD-ONE-INTEREST-RATE.
         IF IRT-CUR-CODE EQUAL SPACES
            OR IRT-EFF-FROM IS NOT NUMERIC
            OR IRT-EFF-TO IS NOT NUMERIC
            OR IRT-RATE IS NOT NUMERIC
            OR (IRT-BASIS NOT EQUAL 'ACT/360'
                AND IRT-BASIS NOT EQUAL 'ACT/365'
                AND IRT-BASIS NOT EQUAL '30/360')
           ADD 1 TO WS-BAD-RATE-COUNT
           DISPLAY 'INTACCR: INTRATE CARD INVALID, IGNORED: '
                   IRT-RATE-RECORD
           MOVE SPACES TO WS-EXCP-TEXT
           STRING 'INTRATE CARD INVALID CLASS=' IRT-ACCT-CLASS
                  ' CUR=' IRT-CUR-CODE ' - IGNORED'
                  DELIMITED BY SIZE INTO WS-EXCP-TEXT
           MOVE 'W' TO WS-EXCP-SEVERITY
           PERFORM WRITE-EXCEPTION-RECORD
         ELSE
           IF WS-RATE-COUNT >= 500
             DISPLAY 'INTACCR: RATE TABLE FULL, CARD '
                     IRT-ACCT-CLASS IRT-CUR-CODE ' IGNORED'
           ELSE
             ADD 1 TO WS-RATE-COUNT
             MOVE IRT-ACCT-CLASS TO WS-RT-CLASS(WS-RATE-COUNT)
             MOVE IRT-CUR-CODE TO WS-RT-CUR(WS-RATE-COUNT)
             MOVE IRT-EFF-FROM TO WS-RT-EFF-FROM(WS-RATE-COUNT)
             MOVE IRT-EFF-TO TO WS-RT-EFF-TO(WS-RATE-COUNT)
             MOVE IRT-BASIS TO WS-RT-BASIS(WS-RATE-COUNT)
             MOVE IRT-RATE TO WS-RT-RATE(WS-RATE-COUNT)
           END-IF
         END-IF.

       LOAD-CURRENCIES.
         MOVE ZERO TO WS-CUR-COUNT
         OPEN INPUT CURRENCY-FILE
         IF WS-CURR-STATUS EQUAL '00'
           MOVE LOW-VALUES TO CURM-REC-KEY
           START CURRENCY-FILE KEY >= CURM-REC-KEY
             INVALID KEY
               MOVE '10' TO WS-CURR-STATUS
           END-START
           PERFORM UNTIL WS-CURR-STATUS NOT EQUAL '00'
             READ CURRENCY-FILE NEXT RECORD
               AT END
                 MOVE '10' TO WS-CURR-STATUS
               NOT AT END
                 PERFORM LOAD-ONE-CURRENCY
             END-READ
           END-PERFORM
           CLOSE CURRENCY-FILE
         ELSE
           DISPLAY 'INTACCR: CURRIN NOT AVAILABLE, STATUS='
                   WS-CURR-STATUS ' - NOTHING CAN BE CAPITALIZED'
         END-IF.

       LOAD-ONE-CURRENCY.
         IF CURM-EFF-FROM <= WS-BUS-DATE
             AND (CURM-EFF-TO EQUAL ZEROES
                  OR CURM-EFF-TO >= WS-BUS-DATE)
           PERFORM FIND-CURRENCY-ENTRY
           IF WS-CUR-FOUND-IDX EQUAL ZERO
             IF WS-CUR-COUNT >= 50
               DISPLAY 'INTACCR: CURRENCY TABLE FULL, CODE '
                       CURM-CODE ' IGNORED'
             ELSE
               ADD 1 TO WS-CUR-COUNT
               MOVE WS-CUR-COUNT TO WS-CUR-FOUND-IDX
               MOVE CURM-CODE TO WS-CUR-CODE(WS-CUR-COUNT)
               MOVE ZERO TO WS-CUR-DAY-TOTAL(WS-CUR-COUNT)
               MOVE ZERO TO WS-CUR-MTD-TOTAL(WS-CUR-COUNT)
               MOVE ZERO TO WS-CUR-CAP-TOTAL(WS-CUR-COUNT)
             END-IF
           END-IF
           IF WS-CUR-FOUND-IDX > 0
             MOVE CURM-DECIMALS TO WS-CUR-DECIMALS(WS-CUR-FOUND-IDX)
             MOVE CURM-MAX TO WS-CUR-MAX(WS-CUR-FOUND-IDX)
           END-IF
         END-IF.

       FIND-CURRENCY-ENTRY.
         MOVE ZERO TO WS-CUR-FOUND-IDX
         PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
             UNTIL WS-CUR-IDX > WS-CUR-COUNT
                OR WS-CUR-FOUND-IDX > 0
           IF WS-CUR-CODE(WS-CUR-IDX) EQUAL CURM-CODE
             MOVE WS-CUR-IDX TO WS-CUR-FOUND-IDX
           END-IF
         END-PERFORM.

       SET-ACCRUAL-PERIOD.
         MOVE FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) TO WS-BUS-INT
         MOVE WS-BUS-INT TO D2
         MOVE 1 TO WS-STEP
         PERFORM ADVANCE-ONE-BUSINESS-DAY
         MOVE D2 TO WS-NEXT-BUS-INT
         MOVE WS-BUS-INT TO D2
         MOVE -1 TO WS-STEP
         PERFORM ADVANCE-ONE-BUSINESS-DAY
         MOVE D2 TO WS-PREV-BUS-INT
         MOVE WS-BUS-DATE(1:4) TO WS-YEAR
         MOVE WS-BUS-DATE(5:2) TO WS-MONTH
         COMPUTE WS-MONTH-FIRST = WS-YEAR * 10000 + WS-MONTH * 100 + 1
         MOVE FUNCTION INTEGER-OF-DATE(WS-MONTH-FIRST)
           TO WS-MONTH-FIRST-INT
         IF WS-MONTH EQUAL 12
           COMPUTE WS-DATE-NUM = (WS-YEAR + 1) * 10000 + 101
         ELSE
           COMPUTE WS-DATE-NUM = WS-YEAR * 10000
                               + (WS-MONTH + 1) * 100 + 1
         END-IF
         MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
           TO WS-NEXT-MONTH-INT
         MOVE WS-BUS-INT TO WS-FROM-INT
         IF WS-PREV-BUS-INT < WS-MONTH-FIRST-INT
           MOVE WS-MONTH-FIRST-INT TO WS-FROM-INT
         END-IF
         MOVE WS-NEXT-BUS-INT TO WS-TO-INT
         MOVE 'N' TO WS-LAST-BUS-DAY
         IF WS-NEXT-BUS-INT >= WS-NEXT-MONTH-INT
           MOVE WS-NEXT-MONTH-INT TO WS-TO-INT
           MOVE 'Y' TO WS-LAST-BUS-DAY
         END-IF
         MOVE FUNCTION DATE-OF-INTEGER(WS-FROM-INT) TO RES
         MOVE RES(1:8) TO WS-FROM-DATE
         MOVE FUNCTION DATE-OF-INTEGER(WS-TO-INT) TO RES
         MOVE RES(1:8) TO WS-TO-DATE
         MOVE FUNCTION DATE-OF-INTEGER(WS-TO-INT - 1) TO RES
         MOVE RES(1:8) TO WS-THRU-DATE
         COMPUTE WS-ACT-DAYS = WS-TO-INT - WS-FROM-INT
         PERFORM SET-30-360-DAYS.

       SET-30-360-DAYS.
         MOVE WS-FROM-DATE(1:4) TO WS-D360-YEAR-1
         MOVE WS-FROM-DATE(5:2) TO WS-D360-MONTH-1
         MOVE WS-FROM-DATE(7:2) TO WS-D360-DAY-1
         MOVE WS-TO-DATE(1:4) TO WS-D360-YEAR-2
         MOVE WS-TO-DATE(5:2) TO WS-D360-MONTH-2
         MOVE WS-TO-DATE(7:2) TO WS-D360-DAY-2
         IF WS-D360-DAY-1 EQUAL 31
           MOVE 30 TO WS-D360-DAY-1
         END-IF
         IF WS-D360-DAY-2 EQUAL 31 AND WS-D360-DAY-1 EQUAL 30
           MOVE 30 TO WS-D360-DAY-2
         END-IF
         COMPUTE WS-D360-DAYS =
                 (WS-D360-YEAR-2 - WS-D360-YEAR-1) * 360
               + (WS-D360-MONTH-2 - WS-D360-MONTH-1) * 30
               + WS-D360-DAY-2 - WS-D360-DAY-1.

       OPEN-ACCOUNT-MASTER.
         MOVE 'N' TO WS-ACCT-AVAILABLE
         OPEN INPUT ACCOUNT-MASTER
         IF WS-ACCT-STATUS EQUAL '00'
           MOVE 'Y' TO WS-ACCT-AVAILABLE
         ELSE
           DISPLAY 'INTACCR: ACCTMASTER NOT AVAILABLE, STATUS='
                   WS-ACCT-STATUS ' - ALL ACCOUNTS USE CLASS ****'
         END-IF.

       OPEN-ACCRUAL-FILE.
         OPEN I-O ACCRUAL-FILE
         IF WS-ACR-STATUS EQUAL '35'
           OPEN OUTPUT ACCRUAL-FILE
           CLOSE ACCRUAL-FILE
           OPEN I-O ACCRUAL-FILE
         END-IF
         IF WS-ACR-STATUS NOT EQUAL '00'
           DISPLAY 'INTACCR: CANNOT OPEN ACCRMSTR, STATUS='
                   WS-ACR-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       OPEN-CAPITAL-FILE.
         OPEN OUTPUT CAPITAL-FILE
         IF WS-CAP-STATUS NOT EQUAL '00'
           DISPLAY 'INTACCR: CANNOT OPEN INTCAP, STATUS='
                   WS-CAP-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE SPACES TO CAP-LABEL
         MOVE 'HDR' TO CAP-LBL-TYPE
         MOVE 'INTCAP' TO CAP-LBL-SOURCE
         MOVE WS-BUS-DATE TO CAP-LBL-DATE
         MOVE ZEROES TO CAP-LBL-COUNT
         MOVE ZEROES TO CAP-LBL-HASH
         WRITE CAP-LABEL.

       CLOSE-CAPITAL-FILE.
         MOVE SPACES TO CAP-LABEL
         MOVE 'TRL' TO CAP-LBL-TYPE
         MOVE 'INTCAP' TO CAP-LBL-SOURCE
         MOVE WS-BUS-DATE TO CAP-LBL-DATE
         MOVE WS-CAP-REC-COUNT TO CAP-LBL-COUNT
         COMPUTE CAP-LBL-HASH =
           FUNCTION MOD(FUNCTION INTEGER-PART(WS-HASH-TOTAL),
                        1000000000)
         WRITE CAP-LABEL
         CLOSE CAPITAL-FILE.

       ACCRUE-ALL-BALANCES.
         MOVE 'N' TO WS-BAL-DONE
         MOVE LOW-VALUES TO BAL-KEY
         START BALANCE-LEDGER KEY >= BAL-KEY
           INVALID KEY
             MOVE 'Y' TO WS-BAL-DONE
         END-START
         PERFORM UNTIL WS-BAL-DONE EQUAL 'Y'
           READ BALANCE-LEDGER NEXT RECORD
             AT END
               MOVE 'Y' TO WS-BAL-DONE
             NOT AT END
               PERFORM ACCRUE-ONE-BALANCE
           END-READ
         END-PERFORM.

       ACCRUE-ONE-BALANCE.
         ADD 1 TO WS-RECORD-COUNT
         PERFORM READ-ACCOUNT-CLASS
         MOVE ZERO TO WS-ACCR-AMOUNT
         MOVE ZERO TO WS-ACCR-DAYS
         MOVE ZERO TO WS-ACCR-RATE
         MOVE SPACES TO WS-ACCR-BASIS
         MOVE ZERO TO WS-RATE-FOUND-IDX
         IF WS-ACCT-ACTIVE EQUAL 'N'
           ADD 1 TO WS-INACTIVE-COUNT
         ELSE
           PERFORM FIND-INTEREST-RATE
           IF WS-RATE-FOUND-IDX EQUAL ZERO
             ADD 1 TO WS-NO-RATE-COUNT
           ELSE
             PERFORM COMPUTE-ACCRUAL
           END-IF
         END-IF
         PERFORM STORE-ACCRUAL-RECORD
         PERFORM SUM-MONTH-TO-DATE
         MOVE BAL-CUR-CODE TO CURM-CODE
         PERFORM FIND-CURRENCY-ENTRY
         IF WS-CUR-FOUND-IDX > 0
           ADD WS-ACCR-AMOUNT TO WS-CUR-DAY-TOTAL(WS-CUR-FOUND-IDX)
           ADD WS-MTD-AMOUNT TO WS-CUR-MTD-TOTAL(WS-CUR-FOUND-IDX)
         END-IF
         IF WS-RATE-FOUND-IDX > 0 OR WS-MTD-AMOUNT NOT EQUAL ZERO
           PERFORM WRITE-ACCRUAL-LINE
         END-IF
         IF WS-LAST-BUS-DAY EQUAL 'Y'
            AND WS-MTD-AMOUNT NOT EQUAL ZERO
           PERFORM CAPITALIZE-ONE-ACCOUNT
         END-IF.

       READ-ACCOUNT-CLASS.
         MOVE SPACES TO WS-HOLD-CLASS
         MOVE 'Y' TO WS-ACCT-ACTIVE
         IF WS-ACCT-AVAILABLE EQUAL 'Y'
           MOVE BAL-ACCT-ID TO ACCT-REC-ID
           READ ACCOUNT-MASTER
             INVALID KEY
               MOVE 'N' TO WS-ACCT-ACTIVE
             NOT INVALID KEY
               IF ACCT-REC-STATUS NOT EQUAL 'A'
                 MOVE 'N' TO WS-ACCT-ACTIVE
               END-IF
               MOVE ACCT-REC-CLASS TO WS-HOLD-CLASS
           END-READ
         END-IF.

       FIND-INTEREST-RATE.
         MOVE ZERO TO WS-RATE-FOUND-IDX
         MOVE ZERO TO WS-RATE-BEST-SCORE
         PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
             UNTIL WS-RATE-IDX > WS-RATE-COUNT
           IF (WS-RT-CLASS(WS-RATE-IDX) EQUAL WS-HOLD-CLASS
               OR WS-RT-CLASS(WS-RATE-IDX) EQUAL '****')
              AND (WS-RT-CUR(WS-RATE-IDX) EQUAL BAL-CUR-CODE
                   OR WS-RT-CUR(WS-RATE-IDX) EQUAL '***')
              AND WS-RT-EFF-FROM(WS-RATE-IDX) <= WS-BUS-DATE
              AND (WS-RT-EFF-TO(WS-RATE-IDX) EQUAL ZEROES
                   OR WS-RT-EFF-TO(WS-RATE-IDX) >= WS-BUS-DATE)
             MOVE 1 TO WS-RATE-SCORE
             IF WS-RT-CLASS(WS-RATE-IDX) NOT EQUAL '****'
               ADD 2 TO WS-RATE-SCORE
             END-IF
             IF WS-RT-CUR(WS-RATE-IDX) NOT EQUAL '***'
               ADD 1 TO WS-RATE-SCORE
             END-IF
             IF WS-RATE-SCORE > WS-RATE-BEST-SCORE
               MOVE WS-RATE-SCORE TO WS-RATE-BEST-SCORE
               MOVE WS-RATE-IDX TO WS-RATE-FOUND-IDX
             ELSE
               IF WS-RATE-SCORE EQUAL WS-RATE-BEST-SCORE
                  AND WS-RT-EFF-FROM(WS-RATE-IDX) >
                      WS-RT-EFF-FROM(WS-RATE-FOUND-IDX)
                 MOVE WS-RATE-IDX TO WS-RATE-FOUND-IDX
               END-IF
             END-IF
           END-IF
         END-PERFORM.

       COMPUTE-ACCRUAL.
         ADD 1 TO WS-ACCRUED-COUNT
         MOVE WS-RT-BASIS(WS-RATE-FOUND-IDX) TO WS-ACCR-BASIS
         MOVE WS-RT-RATE(WS-RATE-FOUND-IDX) TO WS-ACCR-RATE
         EVALUATE WS-ACCR-BASIS
           WHEN 'ACT/365'
             MOVE WS-ACT-DAYS TO WS-ACCR-DAYS
             MOVE 365 TO WS-ACCR-DENOM
           WHEN '30/360'
             MOVE WS-D360-DAYS TO WS-ACCR-DAYS
             MOVE 360 TO WS-ACCR-DENOM
           WHEN OTHER
             MOVE WS-ACT-DAYS TO WS-ACCR-DAYS
             MOVE 360 TO WS-ACCR-DENOM
         END-EVALUATE
         COMPUTE WS-ACCR-AMOUNT ROUNDED =
                 BAL-CLOSE-BAL * WS-ACCR-RATE * WS-ACCR-DAYS
                 / (100 * WS-ACCR-DENOM).

       STORE-ACCRUAL-RECORD.
         MOVE BAL-ACCT-ID TO ACR-ACCT-ID
         MOVE BAL-CUR-CODE TO ACR-CUR-CODE
         MOVE WS-BUS-DATE TO ACR-BUS-DATE
         READ ACCRUAL-FILE
           INVALID KEY
             IF WS-ACCR-AMOUNT NOT EQUAL ZERO
               PERFORM BUILD-ACCRUAL-RECORD
               WRITE ACR-RECORD
                 INVALID KEY
                   DISPLAY 'INTACCR: ACCRMSTR WRITE FAILED, STATUS='
                           WS-ACR-STATUS ' ACCT=' BAL-ACCT-ID
               END-WRITE
             END-IF
           NOT INVALID KEY
             PERFORM BUILD-ACCRUAL-RECORD
             REWRITE ACR-RECORD
               INVALID KEY
                 DISPLAY 'INTACCR: ACCRMSTR REWRITE FAILED, STATUS='
                         WS-ACR-STATUS ' ACCT=' BAL-ACCT-ID
             END-REWRITE
         END-READ.

       BUILD-ACCRUAL-RECORD.
         MOVE BAL-ACCT-ID TO ACR-ACCT-ID
         MOVE BAL-CUR-CODE TO ACR-CUR-CODE
         MOVE WS-BUS-DATE TO ACR-BUS-DATE
         MOVE WS-HOLD-CLASS TO ACR-ACCT-CLASS
         MOVE BAL-CLOSE-BAL TO ACR-BALANCE
         MOVE WS-ACCR-BASIS TO ACR-BASIS
         MOVE WS-ACCR-RATE TO ACR-RATE
         MOVE WS-FROM-DATE TO ACR-FROM-DATE
         MOVE WS-TO-DATE TO ACR-TO-DATE
         MOVE WS-ACCR-DAYS TO ACR-DAYS
         MOVE WS-ACCR-AMOUNT TO ACR-AMOUNT
         MOVE WS-LAST-BUS-DAY TO ACR-CAP-FLAG.

       SUM-MONTH-TO-DATE.
         MOVE ZERO TO WS-MTD-AMOUNT
         MOVE 'N' TO WS-ACR-DONE
         MOVE BAL-ACCT-ID TO ACR-ACCT-ID
         MOVE BAL-CUR-CODE TO ACR-CUR-CODE
         MOVE WS-MONTH-FIRST TO ACR-BUS-DATE
         START ACCRUAL-FILE KEY >= ACR-KEY
           INVALID KEY
             MOVE 'Y' TO WS-ACR-DONE
         END-START
         PERFORM UNTIL WS-ACR-DONE EQUAL 'Y'
           READ ACCRUAL-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-ACR-DONE
             NOT AT END
               IF ACR-ACCT-ID NOT EQUAL BAL-ACCT-ID
                  OR ACR-CUR-CODE NOT EQUAL BAL-CUR-CODE
                  OR ACR-BUS-DATE > WS-BUS-DATE
                 MOVE 'Y' TO WS-ACR-DONE
               ELSE
                 ADD ACR-AMOUNT TO WS-MTD-AMOUNT
               END-IF
           END-READ
         END-PERFORM.

       WRITE-ACCRUAL-LINE.
         MOVE WS-ACCR-RATE TO WS-RATE-EDIT
         MOVE WS-ACCR-DAYS TO WS-DAYS-EDIT
         MOVE WS-ACCR-AMOUNT TO WS-DAY-EDIT
         MOVE WS-MTD-AMOUNT TO WS-MTD-EDIT
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO ACCRUAL-REPORT-RECORD
         IF WS-RATE-FOUND-IDX > 0
           STRING BAL-ACCT-ID ' ' BAL-CUR-CODE ' ' WS-HOLD-CLASS
                  ' ' WS-ACCR-BASIS ' ' WS-RATE-EDIT
                  ' ' WS-DAYS-EDIT ' ' WS-DAY-EDIT ' ' WS-MTD-EDIT
                  DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
         ELSE
           STRING BAL-ACCT-ID ' ' BAL-CUR-CODE ' ' WS-HOLD-CLASS
                  ' NO RATE/INACTIVE     '
                  ' ' WS-DAY-EDIT ' ' WS-MTD-EDIT
                  DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
         END-IF
         WRITE ACCRUAL-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT.

       CAPITALIZE-ONE-ACCOUNT.
         MOVE BAL-CUR-CODE TO CURM-CODE
         PERFORM FIND-CURRENCY-ENTRY
         IF WS-CUR-FOUND-IDX EQUAL ZERO OR WS-ACCT-ACTIVE EQUAL 'N'
           PERFORM REJECT-CAPITALIZATION
         ELSE
           EVALUATE WS-CUR-DECIMALS(WS-CUR-FOUND-IDX)
             WHEN 0
               COMPUTE WS-CAP-WHOLE ROUNDED = WS-MTD-AMOUNT
               MOVE WS-CAP-WHOLE TO WS-CAP-AMOUNT
               MOVE 999999 TO WS-CAP-LEG-MAX
             WHEN 1
               COMPUTE WS-CAP-TENTHS ROUNDED = WS-MTD-AMOUNT
               MOVE WS-CAP-TENTHS TO WS-CAP-AMOUNT
               MOVE 9999.9 TO WS-CAP-LEG-MAX
             WHEN OTHER
               MOVE WS-MTD-AMOUNT TO WS-CAP-AMOUNT
               MOVE 999.99 TO WS-CAP-LEG-MAX
           END-EVALUATE
           IF WS-CUR-MAX(WS-CUR-FOUND-IDX) < WS-CAP-LEG-MAX
             MOVE WS-CUR-MAX(WS-CUR-FOUND-IDX) TO WS-CAP-LEG-MAX
           END-IF
           IF WS-CAP-AMOUNT NOT EQUAL ZERO
              AND WS-CAP-LEG-MAX > ZERO
             PERFORM WRITE-CAPITALIZATION
           END-IF
         END-IF.

       WRITE-CAPITALIZATION.
         ADD 1 TO WS-CAPITAL-COUNT
         ADD WS-CAP-AMOUNT TO WS-CUR-CAP-TOTAL(WS-CUR-FOUND-IDX)
         IF WS-CAP-AMOUNT < ZERO
           MOVE -1 TO WS-CAP-SIGN
           COMPUTE WS-CAP-REMAINING = 0 - WS-CAP-AMOUNT
         ELSE
           MOVE 1 TO WS-CAP-SIGN
           MOVE WS-CAP-AMOUNT TO WS-CAP-REMAINING
         END-IF
         MOVE SPACES TO CAP-RECORD
         MOVE BAL-ACCT-ID TO CAP-TRAN-ID
         MOVE BAL-CUR-CODE TO CAP-CUR-CODE
         MOVE WS-BUS-DATE TO CAP-EFF-DATE
         MOVE ZERO TO WS-CAP-LEG-NO
         PERFORM UNTIL WS-CAP-REMAINING EQUAL ZERO
           IF WS-CAP-REMAINING > WS-CAP-LEG-MAX
             MOVE WS-CAP-LEG-MAX TO WS-CAP-CHUNK
           ELSE
             MOVE WS-CAP-REMAINING TO WS-CAP-CHUNK
           END-IF
           SUBTRACT WS-CAP-CHUNK FROM WS-CAP-REMAINING
           COMPUTE WS-CAP-LEG-VALUE = WS-CAP-CHUNK * WS-CAP-SIGN
           PERFORM FORMAT-CAPITAL-LEG
           ADD 1 TO WS-CAP-LEG-NO
           IF WS-CAP-LEG-NO EQUAL 1
             MOVE WS-LEG-TEXT TO CAP-LEG-A
           ELSE
             MOVE WS-LEG-TEXT TO CAP-LEG-B
             PERFORM WRITE-CAPITAL-RECORD
           END-IF
         END-PERFORM
         IF WS-CAP-LEG-NO EQUAL 1
           PERFORM WRITE-CAPITAL-RECORD
         END-IF.

       FORMAT-CAPITAL-LEG.
         EVALUATE WS-CUR-DECIMALS(WS-CUR-FOUND-IDX)
           WHEN 0
             MOVE WS-CAP-LEG-VALUE TO WS-LEG-EDIT-0
             MOVE WS-LEG-EDIT-0 TO WS-LEG-TEXT
           WHEN 1
             MOVE WS-CAP-LEG-VALUE TO WS-LEG-EDIT-1
             MOVE WS-LEG-EDIT-1 TO WS-LEG-TEXT
           WHEN OTHER
             MOVE WS-CAP-LEG-VALUE TO WS-LEG-EDIT-2
             MOVE WS-LEG-EDIT-2 TO WS-LEG-TEXT
         END-EVALUATE
         ADD WS-CAP-LEG-VALUE TO WS-HASH-TOTAL.

       WRITE-CAPITAL-RECORD.
         WRITE CAP-RECORD
         ADD 1 TO WS-CAP-REC-COUNT
         MOVE ZERO TO WS-CAP-LEG-NO
         MOVE SPACES TO CAP-RECORD
         MOVE 'CON' TO CAP-TRAN-ID
         MOVE WS-BUS-DATE TO CAP-EFF-DATE.

       REJECT-CAPITALIZATION.
         ADD 1 TO WS-CAP-FAIL-COUNT
         MOVE WS-MTD-AMOUNT TO WS-CAP-EDIT
         DISPLAY 'INTACCR: INTEREST NOT CAPITALIZED FOR ' BAL-ACCT-ID
                 ' ' BAL-CUR-CODE ' AMOUNT=' WS-CAP-EDIT
         MOVE SPACES TO WS-EXCP-TEXT
         STRING 'INTEREST NOT CAPITALIZED ' BAL-ACCT-ID
                ' ' BAL-CUR-CODE ' AMT=' WS-CAP-EDIT
                DELIMITED BY SIZE INTO WS-EXCP-TEXT
         MOVE 'W' TO WS-EXCP-SEVERITY
         PERFORM WRITE-EXCEPTION-RECORD.

       CHECK-PAGE-BREAK.
         IF WS-LINE-COUNT > 55
           PERFORM WRITE-PAGE-HEADER
         END-IF.

       WRITE-PAGE-HEADER.
         ADD 1 TO WS-PAGE-COUNT
         MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT
         MOVE WS-ACT-DAYS TO WS-DAYS-EDIT
         MOVE WS-D360-DAYS TO WS-D360-EDIT
         MOVE SPACES TO ACCRUAL-REPORT-RECORD
         STRING 'INTEREST ACCRUAL MONTH-TO-DATE  BUSDATE ' WS-BUS-DATE
                '  RUN DATE ' WS-RUN-DATE '  PAGE ' WS-PAGE-EDIT
                DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
         WRITE ACCRUAL-REPORT-RECORD
         MOVE SPACES TO ACCRUAL-REPORT-RECORD
         STRING 'ACCRUED FROM ' WS-FROM-DATE ' THRU ' WS-THRU-DATE
                '  ACT DAYS=' WS-DAYS-EDIT
                '  30/360 DAYS=' WS-D360-EDIT
                DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
         WRITE ACCRUAL-REPORT-RECORD
         MOVE SPACES TO ACCRUAL-REPORT-RECORD
         STRING 'ACCOUNT    CUR CLAS BASIS         RATE DAYS'
                '      TODAY ACCR        MTD ACCR'
                DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
         WRITE ACCRUAL-REPORT-RECORD
         MOVE SPACES TO ACCRUAL-REPORT-RECORD
         WRITE ACCRUAL-REPORT-RECORD
         MOVE 4 TO WS-LINE-COUNT.

       WRITE-ACCRUAL-TOTALS.
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO ACCRUAL-REPORT-RECORD
         WRITE ACCRUAL-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT
         PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
             UNTIL WS-CUR-IDX > WS-CUR-COUNT
           IF WS-CUR-DAY-TOTAL(WS-CUR-IDX) NOT EQUAL ZERO
              OR WS-CUR-MTD-TOTAL(WS-CUR-IDX) NOT EQUAL ZERO
             PERFORM WRITE-CURRENCY-TOTAL-LINE
           END-IF
         END-PERFORM
         IF WS-LINE-COUNT > 49
           PERFORM WRITE-PAGE-HEADER
         END-IF
         MOVE SPACES TO ACCRUAL-REPORT-RECORD
         WRITE ACCRUAL-REPORT-RECORD
         MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO ACCRUAL-REPORT-RECORD
         STRING 'BALANCES READ          ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
         WRITE ACCRUAL-REPORT-RECORD
         MOVE WS-ACCRUED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO ACCRUAL-REPORT-RECORD
         STRING 'BALANCES ACCRUED       ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
         WRITE ACCRUAL-REPORT-RECORD
         MOVE WS-NO-RATE-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO ACCRUAL-REPORT-RECORD
         STRING 'NO RATE ON FILE        ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
         WRITE ACCRUAL-REPORT-RECORD
         MOVE WS-INACTIVE-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO ACCRUAL-REPORT-RECORD
         STRING 'ACCOUNT NOT ACTIVE     ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
         WRITE ACCRUAL-REPORT-RECORD
         MOVE SPACES TO ACCRUAL-REPORT-RECORD
         IF WS-LAST-BUS-DAY EQUAL 'Y'
           MOVE WS-CAPITAL-COUNT TO WS-COUNT-EDIT
           STRING 'CAPITALIZED TO INTCAP  ' WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
           WRITE ACCRUAL-REPORT-RECORD
           MOVE WS-CAP-FAIL-COUNT TO WS-COUNT-EDIT
           MOVE SPACES TO ACCRUAL-REPORT-RECORD
           STRING 'NOT CAPITALIZED        ' WS-COUNT-EDIT
                  DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
         ELSE
           STRING 'NOT THE LAST BUSINESS DAY OF THE MONTH - NOTHING'
                  ' CAPITALIZED'
                  DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
         END-IF
         WRITE ACCRUAL-REPORT-RECORD
         ADD 7 TO WS-LINE-COUNT.

       WRITE-CURRENCY-TOTAL-LINE.
         PERFORM CHECK-PAGE-BREAK
         MOVE WS-CUR-DAY-TOTAL(WS-CUR-IDX) TO WS-DAY-EDIT
         MOVE WS-CUR-MTD-TOTAL(WS-CUR-IDX) TO WS-MTD-EDIT
         MOVE WS-CUR-CAP-TOTAL(WS-CUR-IDX) TO WS-CAP-EDIT
         MOVE SPACES TO ACCRUAL-REPORT-RECORD
         STRING 'TOTAL ' WS-CUR-CODE(WS-CUR-IDX)
                ' TODAY=' WS-DAY-EDIT
                ' MTD=' WS-MTD-EDIT
                ' CAP=' WS-CAP-EDIT
                DELIMITED BY SIZE INTO ACCRUAL-REPORT-RECORD
         WRITE ACCRUAL-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT.

       ADVANCE-ONE-BUSINESS-DAY.
         MOVE 'N' TO WS-VALID-DAY
         PERFORM UNTIL WS-VALID-DAY EQUAL 'Y'
           COMPUTE D2 = D2 + WS-STEP
           PERFORM CHECK-BUSINESS-DAY
         END-PERFORM.

       CHECK-BUSINESS-DAY.
         COMPUTE WS-WEEKDAY = FUNCTION MOD(D2, 7)
         IF WS-WEEKDAY EQUAL 0 OR WS-WEEKDAY EQUAL 6
           MOVE 'N' TO WS-VALID-DAY
         ELSE
           MOVE FUNCTION DATE-OF-INTEGER(D2) TO RES
           MOVE RES(1:8) TO WS-DATE-NUM
           PERFORM SEARCH-HOLIDAY-TABLE
           IF WS-HOL-FOUND EQUAL 'Y'
             MOVE 'N' TO WS-VALID-DAY
           ELSE
             MOVE 'Y' TO WS-VALID-DAY
           END-IF
         END-IF.

       SEARCH-HOLIDAY-TABLE.
         MOVE 'N' TO WS-HOL-FOUND
         IF WS-HOLIDAY-COUNT > 0
           SEARCH ALL WS-HOL-ENTRY
             AT END
               CONTINUE
             WHEN WS-HOL-CAL(WS-HOL-X) EQUAL WS-CAL-1
                 AND WS-HOL-DATE(WS-HOL-X) EQUAL WS-DATE-NUM
               MOVE 'Y' TO WS-HOL-FOUND
           END-SEARCH
         END-IF.

       LOAD-HOLIDAYS.
         MOVE ZERO TO WS-HOLIDAY-COUNT
         MOVE 'N' TO WS-HOL-EOF
         OPEN INPUT HOLIDAY-FILE
         IF WS-HOLIDAY-STATUS EQUAL '00'
           PERFORM UNTIL WS-HOL-EOF EQUAL 'Y'
             READ HOLIDAY-FILE
               AT END
                 MOVE 'Y' TO WS-HOL-EOF
               NOT AT END
                 IF WS-HOLIDAY-COUNT >= 5000
                   DISPLAY 'HOLIDAY FILE EXCEEDS 5000 ENTRIES, '
                           'RUN ABORTED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
                 ELSE
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE HOL-CAL-CODE TO
                     WS-HOL-CAL(WS-HOLIDAY-COUNT)
                   MOVE HOL-DATE TO
                     WS-HOL-DATE(WS-HOLIDAY-COUNT)
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
         END-IF
         IF WS-HOLIDAY-COUNT > 0
           SORT WS-HOL-ENTRY
             ASCENDING KEY WS-HOL-CAL WS-HOL-DATE
         END-IF.

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
           MOVE 'INTACCR' TO EXCP-PROGRAM
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
         STRING 'RUN HEADER PROGRAM=INTACCR'
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
         STRING 'RUN TRAILER PROGRAM=INTACCR'
                ' BUSDATE=' WS-BUS-DATE
                ' CYCLE=' WS-CYCLE
                ' TS=' WS-TIMESTAMP(1:14)
                ' READ=' WS-RECORD-COUNT
                ' ACCRUED=' WS-ACCRUED-COUNT
                ' CAPITALIZED=' WS-CAPITAL-COUNT
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
