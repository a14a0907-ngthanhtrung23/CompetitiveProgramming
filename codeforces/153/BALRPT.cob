       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT BAL-REPORT-FILE ASSIGN TO BALRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BALANCE-LEDGER.
       COPY BALREC.

       FD  ACCOUNT-MASTER.
       01  ACCT-RECORD.
           05 ACCT-REC-ID     PIC X(10).
           05 ACCT-REC-NAME   PIC X(20).
           05 ACCT-REC-STATUS PIC X(1).
           05 ACCT-REC-CLASS  PIC X(4).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HOL-CAL-CODE PIC X(2).
           05 HOL-DATE     PIC 9(8).

       FD  BAL-REPORT-FILE.
       01  BAL-REPORT-RECORD PIC X(80)  VALUE SPACES.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-BAL-STATUS     PIC X(2).
       01 WS-ACCT-STATUS    PIC X(2).
       01 WS-ACCT-AVAILABLE PIC X(1) VALUE 'N'.
       01 WS-HOLIDAY-STATUS PIC X(2).
       01 WS-RUNLOG-STATUS  PIC X(2).
       01 WS-RUNCTL-STATUS  PIC X(2).
       01 WS-TIMESTAMP      PIC X(21).
       01 WS-BUS-DATE       PIC 9(8) VALUE ZEROES.
       01 WS-CYCLE          PIC 9(4) VALUE ZEROES.
       01 WS-RUN-DATE       PIC X(10).
       01 WS-BAL-DONE       PIC X(1) VALUE 'N'.
       01 WS-RECORD-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-POSTED-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-STMT-COUNT     PIC 9(9) VALUE ZEROES.
       01 WS-STMT-INPUT     PIC X(1) VALUE SPACES.
       01 WS-STMT-WANTED    PIC X(1) VALUE 'N'.
       01 WS-STMT-MONTH     PIC 9(6) VALUE ZEROES.
       01 WS-PREV-ACCT-ID   PIC X(10) VALUE SPACES.
       01 WS-ACCT-NAME      PIC X(20) VALUE SPACES.
       01 WS-LINE-COUNT     PIC 9(4) VALUE 99.
       01 WS-PAGE-COUNT     PIC 9(4) VALUE ZEROES.
       01 WS-PAGE-EDIT      PIC ZZZ9.
       01 WS-PAGE-TITLE     PIC X(30) VALUE SPACES.
       01 WS-SHOW-OPEN      PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-SHOW-DEBITS    PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-SHOW-CREDITS   PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-SHOW-CLOSE     PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-OPEN-EDIT      PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-DEBIT-EDIT     PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-CREDIT-EDIT    PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-CLOSE-EDIT     PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.
       01 WS-CUR-COUNT      PIC 9(2) VALUE ZEROES.
       01 WS-CUR-TABLE.
          05 WS-CUR-ENTRY OCCURS 50 TIMES.
             10 WS-CUR-CODE     PIC X(3).
             10 WS-CUR-OPEN     PIC S9(13)V9(2).
             10 WS-CUR-DEBITS   PIC S9(13)V9(2).
             10 WS-CUR-CREDITS  PIC S9(13)V9(2).
             10 WS-CUR-CLOSE    PIC S9(13)V9(2).
       01 WS-CUR-IDX        PIC 9(2) VALUE ZEROES.
       01 WS-CUR-FOUND-IDX  PIC 9(2) VALUE ZEROES.
       01 WS-DATE-INT       PIC S9(12) VALUE ZEROES.
       01 WS-DATE-NUM       PIC 9(8) VALUE ZEROES.
       01 WS-RES            PIC X(21).
       01 WS-WEEKDAY        PIC 9(4) VALUE ZEROES.
       01 WS-VALID-DAY      PIC X(1) VALUE 'N'.
       01 WS-HOL-EOF        PIC X(1) VALUE 'N'.
       01 WS-HOL-FOUND      PIC X(1) VALUE 'N'.
       01 WS-HOLIDAY-COUNT  PIC 9(4) VALUE ZEROES.
       01 WS-HOL-IDX        PIC 9(4) VALUE ZEROES.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOL-ENTRY OCCURS 500 TIMES.
             10 WS-HOL-CAL  PIC X(2).
             10 WS-HOL-DATE PIC 9(8).
       01 WS-CAL-CODE       PIC X(2) VALUE 'US'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM READ-RUN-CONTROL
         PERFORM WRITE-RUN-HEADER
         STRING WS-TIMESTAMP(7:2) '.' WS-TIMESTAMP(5:2) '.'
                WS-TIMESTAMP(1:4)
                DELIMITED BY SIZE INTO WS-RUN-DATE
         MOVE SPACES TO WS-STMT-INPUT
         ACCEPT WS-STMT-INPUT
         PERFORM SET-STATEMENT-WANTED
         OPEN INPUT BALANCE-LEDGER
         IF WS-BAL-STATUS NOT EQUAL '00'
           DISPLAY 'BALRPT: CANNOT OPEN BALMSTR, STATUS='
                   WS-BAL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN OUTPUT BAL-REPORT-FILE
         MOVE 'DAILY ACCOUNT BALANCE REPORT' TO WS-PAGE-TITLE
         PERFORM SCAN-BALANCE-LEDGER
         PERFORM WRITE-CURRENCY-TOTALS
         IF WS-STMT-WANTED EQUAL 'Y'
           PERFORM OPEN-ACCOUNT-MASTER
           MOVE 'END-OF-MONTH STATEMENTS' TO WS-PAGE-TITLE
           MOVE 99 TO WS-LINE-COUNT
           PERFORM WRITE-MONTH-STATEMENTS
           IF WS-ACCT-AVAILABLE EQUAL 'Y'
             CLOSE ACCOUNT-MASTER
           END-IF
         END-IF
         CLOSE BAL-REPORT-FILE
         CLOSE BALANCE-LEDGER
         PERFORM WRITE-RUN-TRAILER
         STOP RUN.

       SET-STATEMENT-WANTED.
         MOVE WS-BUS-DATE(1:6) TO WS-STMT-MONTH
         EVALUATE WS-STMT-INPUT
           WHEN 'Y'
             MOVE 'Y' TO WS-STMT-WANTED
           WHEN 'N'
             MOVE 'N' TO WS-STMT-WANTED
           WHEN OTHER
             PERFORM LOAD-HOLIDAYS
             MOVE FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
               TO WS-DATE-INT
             MOVE 'N' TO WS-VALID-DAY
             PERFORM UNTIL WS-VALID-DAY EQUAL 'Y'
               ADD 1 TO WS-DATE-INT
               PERFORM CHECK-BUSINESS-DAY
             END-PERFORM
             IF WS-DATE-NUM(1:6) NOT EQUAL WS-BUS-DATE(1:6)
               MOVE 'Y' TO WS-STMT-WANTED
             ELSE
               MOVE 'N' TO WS-STMT-WANTED
             END-IF
         END-EVALUATE.

       SCAN-BALANCE-LEDGER.
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
               ADD 1 TO WS-RECORD-COUNT
               PERFORM WRITE-ONE-BALANCE-LINE
           END-READ
         END-PERFORM.

       WRITE-ONE-BALANCE-LINE.
         IF BAL-LAST-POSTED EQUAL WS-BUS-DATE
           ADD 1 TO WS-POSTED-COUNT
           MOVE BAL-OPEN-BAL TO WS-SHOW-OPEN
           MOVE BAL-DAY-DEBITS TO WS-SHOW-DEBITS
           MOVE BAL-DAY-CREDITS TO WS-SHOW-CREDITS
         ELSE
           MOVE BAL-CLOSE-BAL TO WS-SHOW-OPEN
           MOVE ZERO TO WS-SHOW-DEBITS
           MOVE ZERO TO WS-SHOW-CREDITS
         END-IF
         MOVE BAL-CLOSE-BAL TO WS-SHOW-CLOSE
         PERFORM ADD-CURRENCY-TOTALS
         PERFORM EDIT-SHOW-AMOUNTS
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO BAL-REPORT-RECORD
         STRING BAL-ACCT-ID ' ' BAL-CUR-CODE
                ' ' WS-OPEN-EDIT ' ' WS-DEBIT-EDIT
                ' ' WS-CREDIT-EDIT ' ' WS-CLOSE-EDIT
                DELIMITED BY SIZE INTO BAL-REPORT-RECORD
         WRITE BAL-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT.

       ADD-CURRENCY-TOTALS.
         MOVE ZERO TO WS-CUR-FOUND-IDX
         PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
             UNTIL WS-CUR-IDX > WS-CUR-COUNT
                OR WS-CUR-FOUND-IDX > 0
           IF WS-CUR-CODE(WS-CUR-IDX) EQUAL BAL-CUR-CODE
             MOVE WS-CUR-IDX TO WS-CUR-FOUND-IDX
           END-IF
         END-PERFORM
         IF WS-CUR-FOUND-IDX EQUAL ZERO
           IF WS-CUR-COUNT >= 50
             DISPLAY 'BALRPT: CURRENCY TABLE FULL, CODE '
                     BAL-CUR-CODE ' NOT TOTALLED'
           ELSE
             ADD 1 TO WS-CUR-COUNT
             MOVE WS-CUR-COUNT TO WS-CUR-FOUND-IDX
             MOVE BAL-CUR-CODE TO WS-CUR-CODE(WS-CUR-COUNT)
             MOVE ZERO TO WS-CUR-OPEN(WS-CUR-COUNT)
             MOVE ZERO TO WS-CUR-DEBITS(WS-CUR-COUNT)
             MOVE ZERO TO WS-CUR-CREDITS(WS-CUR-COUNT)
             MOVE ZERO TO WS-CUR-CLOSE(WS-CUR-COUNT)
           END-IF
         END-IF
         IF WS-CUR-FOUND-IDX > 0
           ADD WS-SHOW-OPEN TO WS-CUR-OPEN(WS-CUR-FOUND-IDX)
           ADD WS-SHOW-DEBITS TO WS-CUR-DEBITS(WS-CUR-FOUND-IDX)
           ADD WS-SHOW-CREDITS TO WS-CUR-CREDITS(WS-CUR-FOUND-IDX)
           ADD WS-SHOW-CLOSE TO WS-CUR-CLOSE(WS-CUR-FOUND-IDX)
         END-IF.

       WRITE-CURRENCY-TOTALS.
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO BAL-REPORT-RECORD
         WRITE BAL-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT
         PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
             UNTIL WS-CUR-IDX > WS-CUR-COUNT
           MOVE WS-CUR-OPEN(WS-CUR-IDX) TO WS-SHOW-OPEN
           MOVE WS-CUR-DEBITS(WS-CUR-IDX) TO WS-SHOW-DEBITS
           MOVE WS-CUR-CREDITS(WS-CUR-IDX) TO WS-SHOW-CREDITS
           MOVE WS-CUR-CLOSE(WS-CUR-IDX) TO WS-SHOW-CLOSE
           PERFORM EDIT-SHOW-AMOUNTS
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO BAL-REPORT-RECORD
           STRING 'TOTAL      ' WS-CUR-CODE(WS-CUR-IDX)
                  ' ' WS-OPEN-EDIT ' ' WS-DEBIT-EDIT
                  ' ' WS-CREDIT-EDIT ' ' WS-CLOSE-EDIT
                  DELIMITED BY SIZE INTO BAL-REPORT-RECORD
           WRITE BAL-REPORT-RECORD
           ADD 1 TO WS-LINE-COUNT
         END-PERFORM
         MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO BAL-REPORT-RECORD
         STRING 'LEDGER ENTRIES    ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO BAL-REPORT-RECORD
         WRITE BAL-REPORT-RECORD
         MOVE WS-POSTED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO BAL-REPORT-RECORD
         STRING 'POSTED TODAY      ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO BAL-REPORT-RECORD
         WRITE BAL-REPORT-RECORD
         ADD 2 TO WS-LINE-COUNT.

       WRITE-MONTH-STATEMENTS.
         MOVE SPACES TO WS-PREV-ACCT-ID
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
               IF BAL-ACCT-ID NOT EQUAL WS-PREV-ACCT-ID
                 PERFORM WRITE-STATEMENT-HEADING
                 MOVE BAL-ACCT-ID TO WS-PREV-ACCT-ID
               END-IF
               PERFORM WRITE-STATEMENT-LINE
           END-READ
         END-PERFORM.

       WRITE-STATEMENT-HEADING.
         ADD 1 TO WS-STMT-COUNT
         MOVE SPACES TO WS-ACCT-NAME
         IF WS-ACCT-AVAILABLE EQUAL 'Y'
           MOVE BAL-ACCT-ID TO ACCT-REC-ID
           READ ACCOUNT-MASTER
             INVALID KEY
               MOVE '*** NOT ON ACCTMSTR' TO WS-ACCT-NAME
             NOT INVALID KEY
               MOVE ACCT-REC-NAME TO WS-ACCT-NAME
           END-READ
         END-IF
         IF WS-LINE-COUNT > 50
           PERFORM WRITE-PAGE-HEADER
         END-IF
         MOVE SPACES TO BAL-REPORT-RECORD
         WRITE BAL-REPORT-RECORD
         MOVE SPACES TO BAL-REPORT-RECORD
         STRING 'STATEMENT FOR ACCOUNT ' BAL-ACCT-ID
                ' ' WS-ACCT-NAME
                ' MONTH ' WS-STMT-MONTH
                DELIMITED BY SIZE INTO BAL-REPORT-RECORD
         WRITE BAL-REPORT-RECORD
         MOVE SPACES TO BAL-REPORT-RECORD
         STRING '           CUR   MONTH OPENING     MONTH DEBITS'
                '    MONTH CREDITS          CLOSING'
                DELIMITED BY SIZE INTO BAL-REPORT-RECORD
         WRITE BAL-REPORT-RECORD
         ADD 3 TO WS-LINE-COUNT.

       WRITE-STATEMENT-LINE.
         IF BAL-MONTH EQUAL WS-STMT-MONTH
           MOVE BAL-MONTH-OPEN-BAL TO WS-SHOW-OPEN
           MOVE BAL-MTD-DEBITS TO WS-SHOW-DEBITS
           MOVE BAL-MTD-CREDITS TO WS-SHOW-CREDITS
         ELSE
           MOVE BAL-CLOSE-BAL TO WS-SHOW-OPEN
           MOVE ZERO TO WS-SHOW-DEBITS
           MOVE ZERO TO WS-SHOW-CREDITS
         END-IF
         MOVE BAL-CLOSE-BAL TO WS-SHOW-CLOSE
         PERFORM EDIT-SHOW-AMOUNTS
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO BAL-REPORT-RECORD
         STRING '           ' BAL-CUR-CODE
                ' ' WS-OPEN-EDIT ' ' WS-DEBIT-EDIT
                ' ' WS-CREDIT-EDIT ' ' WS-CLOSE-EDIT
                DELIMITED BY SIZE INTO BAL-REPORT-RECORD
         WRITE BAL-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT.

       EDIT-SHOW-AMOUNTS.
         MOVE WS-SHOW-OPEN TO WS-OPEN-EDIT
         MOVE WS-SHOW-DEBITS TO WS-DEBIT-EDIT
         MOVE WS-SHOW-CREDITS TO WS-CREDIT-EDIT
         MOVE WS-SHOW-CLOSE TO WS-CLOSE-EDIT.

       OPEN-ACCOUNT-MASTER.
         MOVE 'N' TO WS-ACCT-AVAILABLE
         OPEN INPUT ACCOUNT-MASTER
         IF WS-ACCT-STATUS EQUAL '00'
           MOVE 'Y' TO WS-ACCT-AVAILABLE
         ELSE
           DISPLAY 'BALRPT: ACCTMASTER NOT AVAILABLE, STATUS='
                   WS-ACCT-STATUS ' - NAMES OMITTED'
         END-IF.

       CHECK-PAGE-BREAK.
         IF WS-LINE-COUNT > 55
           PERFORM WRITE-PAGE-HEADER
         END-IF.

       WRITE-PAGE-HEADER.
         ADD 1 TO WS-PAGE-COUNT
         MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT
         MOVE SPACES TO BAL-REPORT-RECORD
         STRING WS-PAGE-TITLE ' BUSDATE ' WS-BUS-DATE
                '  RUN DATE ' WS-RUN-DATE '  PAGE ' WS-PAGE-EDIT
                DELIMITED BY SIZE INTO BAL-REPORT-RECORD
         WRITE BAL-REPORT-RECORD
         MOVE SPACES TO BAL-REPORT-RECORD
         STRING 'ACCOUNT    CUR         OPENING          DEBITS'
                '         CREDITS         CLOSING'
                DELIMITED BY SIZE INTO BAL-REPORT-RECORD
         WRITE BAL-REPORT-RECORD
         MOVE SPACES TO BAL-REPORT-RECORD
         WRITE BAL-REPORT-RECORD
         MOVE 3 TO WS-LINE-COUNT.

       CHECK-BUSINESS-DAY.
         COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DATE-INT, 7)
         MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-RES
         MOVE WS-RES(1:8) TO WS-DATE-NUM
         IF WS-WEEKDAY EQUAL 0 OR WS-WEEKDAY EQUAL 6
           MOVE 'N' TO WS-VALID-DAY
         ELSE
           MOVE 'N' TO WS-HOL-FOUND
           PERFORM VARYING WS-HOL-IDX FROM 1 BY 1
               UNTIL WS-HOL-IDX > WS-HOLIDAY-COUNT
                  OR WS-HOL-FOUND EQUAL 'Y'
             IF WS-HOL-CAL(WS-HOL-IDX) EQUAL WS-CAL-CODE
                 AND WS-HOL-DATE(WS-HOL-IDX) EQUAL WS-DATE-NUM
               MOVE 'Y' TO WS-HOL-FOUND
             END-IF
           END-PERFORM
           IF WS-HOL-FOUND EQUAL 'Y'
             MOVE 'N' TO WS-VALID-DAY
           ELSE
             MOVE 'Y' TO WS-VALID-DAY
           END-IF
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
                 IF WS-HOLIDAY-COUNT >= 500
                   MOVE 'Y' TO WS-HOL-EOF
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
         END-IF.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN HEADER PROGRAM=BALRPT'
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
         STRING 'RUN TRAILER PROGRAM=BALRPT'
                ' BUSDATE=' WS-BUS-DATE
                ' CYCLE=' WS-CYCLE
                ' TS=' WS-TIMESTAMP(1:14)
                ' READ=' WS-RECORD-COUNT
                ' STATEMENTS=' WS-STMT-COUNT
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
