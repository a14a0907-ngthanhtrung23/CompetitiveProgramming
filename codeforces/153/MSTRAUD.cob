       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRAUD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER ASSIGN TO ACCTMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-REC-ID
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT CURRENCY-FILE ASSIGN TO CURRIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CURM-REC-KEY
               FILE STATUS IS WS-CURR-STATUS.
           SELECT PARAM-FILE ASSIGN TO PARAMIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PARAM-REC-KEY
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT PTD-MASTER ASSIGN TO PTDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTD-KEY
               FILE STATUS IS WS-PTD-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT SITE-MASTER ASSIGN TO SITEMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SITEM-SITE-ID
               FILE STATUS IS WS-SITE-STATUS.
           SELECT BALANCE-LEDGER ASSIGN TO BALMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BAL-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO STORDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-SO-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO EXCPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXCP-KEY
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT INTEGRITY-REPORT-FILE ASSIGN TO INTGRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05 PARAM-REC-KEY.
              10 PARAM-CODE-TYPE PIC X(2).
              10 PARAM-EFF-FROM  PIC 9(8).
           05 PARAM-EFF-TO       PIC 9(8).
           05 PARAM-KEY-VALUE    PIC 9(10).

       FD  PTD-MASTER.
       COPY PTDREC.

       FD  SUSPENSE-FILE.
       01  SUSP-RECORD.
           05 SUSP-KEY.
              10 SUSP-SOURCE   PIC X(1).
              10 SUSP-DATE     PIC 9(8).
              10 SUSP-SEQ      PIC 9(6).
           05 SUSP-STATUS      PIC X(1).
           05 SUSP-DATA        PIC X(38).
           05 SUSP-REASON      PIC X(2).

       FD  SITE-MASTER.
       COPY SITEMREC.

       FD  BALANCE-LEDGER.
       COPY BALREC.

       FD  STANDING-ORDER-FILE.
       COPY STORDREC.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HOL-CAL-CODE PIC X(2).
           05 HOL-DATE     PIC 9(8).

       FD  EXCEPTIONS-FILE.
       COPY EXCPREC.

       FD  INTEGRITY-REPORT-FILE.
       01  INTEGRITY-REPORT-RECORD PIC X(80)  VALUE SPACES.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-ACCT-STATUS     PIC X(2).
       01 WS-CURR-STATUS     PIC X(2).
       01 WS-PARAM-STATUS    PIC X(2).
       01 WS-PTD-STATUS      PIC X(2).
       01 WS-SUSP-STATUS     PIC X(2).
       01 WS-SITE-STATUS     PIC X(2).
       01 WS-BAL-STATUS      PIC X(2).
       01 WS-SO-STATUS       PIC X(2).
       01 WS-HOLIDAY-STATUS  PIC X(2).
       01 WS-EXCP-STATUS     PIC X(2).
       01 WS-RUNLOG-STATUS   PIC X(2).
       01 WS-RUNCTL-STATUS   PIC X(2).
       01 WS-TIMESTAMP       PIC X(21).
       01 WS-RUN-DATE        PIC X(10).
       01 WS-BUS-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-CYCLE           PIC 9(4) VALUE ZEROES.
       01 WS-NEXT-BUS-DATE   PIC 9(8) VALUE ZEROES.
       01 WS-CHECK-YEAR      PIC 9(4) VALUE ZEROES.
       01 WS-EOF-FLAG        PIC X(1) VALUE 'N'.
       01 WS-ACCT-AVAILABLE  PIC X(1) VALUE 'N'.
       01 WS-EXCP-AVAILABLE  PIC X(1) VALUE 'N'.
       01 WS-EXCP-WRITTEN    PIC X(1) VALUE 'N'.
       01 WS-EXCP-SEQ        PIC 9(4) VALUE ZEROES.
       01 WS-EXCP-TEXT       PIC X(60) VALUE SPACES.
       01 WS-RECORD-COUNT    PIC 9(9) VALUE ZEROES.
       01 WS-VIOLATION-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-UNCHECKED-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-CHECK-ACCT      PIC X(10) VALUE SPACES.
       01 WS-ACCT-REASON     PIC X(11) VALUE SPACES.
       01 WS-CHECK-CUR       PIC X(3) VALUE SPACES.
       01 WS-CUR-EFFECTIVE   PIC X(1) VALUE 'N'.
       01 WS-PREV-CUR        PIC X(3) VALUE SPACES.
       01 WS-PREV-CODE-TYPE  PIC X(2) VALUE SPACES.
       01 WS-CODE-COVERED    PIC X(1) VALUE 'N'.
       01 WS-RULE-LIST.
          05 FILLER PIC X(40)
             VALUE 'R01WSUSPENSE ITEM, ACCT CLOSED/UNKNOWN  '.
          05 FILLER PIC X(40)
             VALUE 'R02CPARAMIN TYPE UNCOVERED NEXT BUS DAY '.
          05 FILLER PIC X(40)
             VALUE 'R03WPTDMSTR CURRENCY NOT EFFECTIVE      '.
          05 FILLER PIC X(40)
             VALUE 'R04WSITEMSTR ACTIVE SITE PAST CLOSE DATE'.
          05 FILLER PIC X(40)
             VALUE 'R05WBALMSTR ACCOUNT CLOSED/UNKNOWN      '.
          05 FILLER PIC X(40)
             VALUE 'R06WBALMSTR CURRENCY NOT EFFECTIVE      '.
          05 FILLER PIC X(40)
             VALUE 'R07WSTORDMST ORDER, ACCT CLOSED/UNKNOWN '.
          05 FILLER PIC X(40)
             VALUE 'R08WSTORDMST CURRENCY NOT EFFECTIVE     '.
          05 FILLER PIC X(40)
             VALUE 'R09WSTORDMST CALENDAR NOT ON HOLIDAYS   '.
          05 FILLER PIC X(40)
             VALUE 'R10WHOLIDAY CALENDAR NO DATES IN YEAR   '.
       01 WS-RULE-TABLE REDEFINES WS-RULE-LIST.
          05 WS-RULE-ENTRY OCCURS 10 TIMES.
             10 WS-RULE-ID       PIC X(3).
             10 WS-RULE-SEVERITY PIC X(1).
             10 WS-RULE-DESC     PIC X(36).
       01 WS-RULE-COUNTS.
          05 WS-RULE-COUNT-ENTRY OCCURS 10 TIMES.
             10 WS-RULE-CHECKED    PIC 9(9).
             10 WS-RULE-VIOLATIONS PIC 9(9).
             10 WS-RULE-SKIPPED    PIC X(1).
       01 WS-RULE-IDX        PIC 9(2) VALUE ZEROES.
       01 WS-CUR-COUNT       PIC 9(2) VALUE ZEROES.
       01 WS-CUR-IDX         PIC 9(2) VALUE ZEROES.
       01 WS-CUR-TABLE.
          05 WS-CUR-ENTRY OCCURS 50 TIMES.
             10 WS-CUR-CODE   PIC X(3).
       01 WS-CAL-COUNT       PIC 9(2) VALUE ZEROES.
       01 WS-CAL-IDX         PIC 9(2) VALUE ZEROES.
       01 WS-CAL-FOUND       PIC 9(2) VALUE ZEROES.
       01 WS-CAL-TABLE.
          05 WS-CAL-ENTRY OCCURS 50 TIMES.
             10 WS-CAL-CODE       PIC X(2).
             10 WS-CAL-YEAR-DATES PIC 9(4).
       01 WS-DAY-INT         PIC S9(12) VALUE ZEROES.
       01 WS-DATE-WORK       PIC X(21).
       01 WS-DATE-NUM        PIC 9(8) VALUE ZEROES.
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
       01 WS-LINE-COUNT      PIC 9(4) VALUE 99.
       01 WS-PAGE-COUNT      PIC 9(4) VALUE ZEROES.
       01 WS-PAGE-EDIT       PIC ZZZ9.
       01 WS-COUNT-EDIT      PIC ZZZ,ZZZ,ZZ9.
       01 WS-CHECKED-EDIT    PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM READ-RUN-CONTROL
         PERFORM WRITE-RUN-HEADER
         STRING WS-TIMESTAMP(7:2) '.' WS-TIMESTAMP(5:2) '.'
                WS-TIMESTAMP(1:4)
                DELIMITED BY SIZE INTO WS-RUN-DATE
         INITIALIZE WS-RULE-COUNTS
         MOVE WS-BUS-DATE(1:4) TO WS-CHECK-YEAR
         PERFORM LOAD-HOLIDAYS
         MOVE FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) TO WS-DAY-INT
         PERFORM ADVANCE-ONE-BUSINESS-DAY
         MOVE WS-DATE-NUM TO WS-NEXT-BUS-DATE
         PERFORM LOAD-CURRENCIES
         PERFORM OPEN-ACCOUNT-MASTER
         PERFORM OPEN-EXCEPTIONS-FILE
         OPEN OUTPUT INTEGRITY-REPORT-FILE
         PERFORM CHECK-SUSPENSE-ITEMS
         PERFORM CHECK-PARAMETER-COVERAGE
         PERFORM CHECK-PTD-CURRENCIES
         PERFORM CHECK-SITE-MASTER
         PERFORM CHECK-BALANCE-LEDGER
         PERFORM CHECK-STANDING-ORDERS
         PERFORM CHECK-HOLIDAY-COVERAGE
         PERFORM WRITE-RULE-SUMMARY
         CLOSE INTEGRITY-REPORT-FILE
         IF WS-EXCP-AVAILABLE EQUAL 'Y'
           CLOSE EXCEPTIONS-FILE
         END-IF
         IF WS-ACCT-AVAILABLE EQUAL 'Y'
           CLOSE ACCOUNT-MASTER
         END-IF
         PERFORM WRITE-RUN-TRAILER
         IF WS-VIOLATION-COUNT > 0 OR WS-UNCHECKED-COUNT > 0
           MOVE 4 TO RETURN-CODE
         ELSE
           MOVE 0 TO RETURN-CODE
         END-IF
         STOP RUN.

       LOAD-CURRENCIES.
         MOVE ZERO TO WS-CUR-COUNT
         OPEN INPUT CURRENCY-FILE
         IF WS-CURR-STATUS EQUAL '00'
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
             READ CURRENCY-FILE NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                 PERFORM LOAD-ONE-CURRENCY
             END-READ
           END-PERFORM
           CLOSE CURRENCY-FILE
         ELSE
           DISPLAY 'MSTRAUD: CURRIN NOT AVAILABLE, STATUS='
                   WS-CURR-STATUS ' - NO CURRENCY IS EFFECTIVE'
         END-IF.

       LOAD-ONE-CURRENCY.
         IF CURM-EFF-FROM <= WS-BUS-DATE
             AND (CURM-EFF-TO EQUAL ZEROES
                  OR CURM-EFF-TO >= WS-BUS-DATE)
           MOVE CURM-CODE TO WS-CHECK-CUR
           PERFORM CHECK-CURRENCY-EFFECTIVE
           IF WS-CUR-EFFECTIVE EQUAL 'N'
             IF WS-CUR-COUNT >= 50
               DISPLAY 'MSTRAUD: CURRENCY TABLE FULL, CODE '
                       CURM-CODE ' IGNORED'
             ELSE
               ADD 1 TO WS-CUR-COUNT
               MOVE CURM-CODE TO WS-CUR-CODE(WS-CUR-COUNT)
             END-IF
           END-IF
         END-IF.

       CHECK-CURRENCY-EFFECTIVE.
         MOVE 'N' TO WS-CUR-EFFECTIVE
         PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
             UNTIL WS-CUR-IDX > WS-CUR-COUNT
                OR WS-CUR-EFFECTIVE EQUAL 'Y'
           IF WS-CUR-CODE(WS-CUR-IDX) EQUAL WS-CHECK-CUR
             MOVE 'Y' TO WS-CUR-EFFECTIVE
           END-IF
         END-PERFORM.

       OPEN-ACCOUNT-MASTER.
         MOVE 'N' TO WS-ACCT-AVAILABLE
         OPEN INPUT ACCOUNT-MASTER
         IF WS-ACCT-STATUS EQUAL '00'
           MOVE 'Y' TO WS-ACCT-AVAILABLE
         ELSE
           DISPLAY 'MSTRAUD: ACCTMASTER NOT AVAILABLE, STATUS='
                   WS-ACCT-STATUS ' - ACCOUNT RULES SKIPPED'
         END-IF.

       LOOKUP-ACCOUNT.
         MOVE SPACES TO WS-ACCT-REASON
         MOVE WS-CHECK-ACCT TO ACCT-REC-ID
         READ ACCOUNT-MASTER
           INVALID KEY
             MOVE 'NOT ON FILE' TO WS-ACCT-REASON
           NOT INVALID KEY
             IF ACCT-REC-STATUS NOT EQUAL 'A'
               MOVE 'CLOSED' TO WS-ACCT-REASON
             END-IF
         END-READ.

       CHECK-SUSPENSE-ITEMS.
         MOVE 1 TO WS-RULE-IDX
         IF WS-ACCT-AVAILABLE EQUAL 'N'
           PERFORM MARK-RULE-SKIPPED
         ELSE
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSP-STATUS NOT EQUAL '00'
             DISPLAY 'MSTRAUD: SUSPENSE NOT AVAILABLE, STATUS='
                     WS-SUSP-STATUS
             PERFORM MARK-RULE-SKIPPED
           ELSE
             MOVE 'N' TO WS-EOF-FLAG
             PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
               READ SUSPENSE-FILE NEXT RECORD
                 AT END
                   MOVE 'Y' TO WS-EOF-FLAG
                 NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
                   IF SUSP-SOURCE EQUAL 'A'
                       AND SUSP-STATUS EQUAL 'O'
                     PERFORM CHECK-ONE-SUSPENSE-ITEM
                   END-IF
               END-READ
             END-PERFORM
             CLOSE SUSPENSE-FILE
           END-IF
         END-IF.

       CHECK-ONE-SUSPENSE-ITEM.
         ADD 1 TO WS-RULE-CHECKED(1)
         MOVE SUSP-DATA(1:10) TO WS-CHECK-ACCT
         PERFORM LOOKUP-ACCOUNT
         IF WS-ACCT-REASON NOT EQUAL SPACES
           MOVE 1 TO WS-RULE-IDX
           MOVE SPACES TO WS-EXCP-TEXT
           STRING 'R01 SUSPENSE ' SUSP-SOURCE '/' SUSP-DATE '/'
                  SUSP-SEQ ' ACCT ' WS-CHECK-ACCT ' '
                  WS-ACCT-REASON
                  DELIMITED BY SIZE INTO WS-EXCP-TEXT
           PERFORM RECORD-VIOLATION
         END-IF.

       CHECK-PARAMETER-COVERAGE.
         MOVE 2 TO WS-RULE-IDX
         OPEN INPUT PARAM-FILE
         IF WS-PARAM-STATUS NOT EQUAL '00'
           DISPLAY 'MSTRAUD: PARAMIN NOT AVAILABLE, STATUS='
                   WS-PARAM-STATUS
           PERFORM MARK-RULE-SKIPPED
         ELSE
           MOVE SPACES TO WS-PREV-CODE-TYPE
           MOVE 'N' TO WS-CODE-COVERED
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
             READ PARAM-FILE NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                 ADD 1 TO WS-RECORD-COUNT
                 IF PARAM-CODE-TYPE NOT EQUAL WS-PREV-CODE-TYPE
                   PERFORM CLOSE-CODE-TYPE-GROUP
                   MOVE PARAM-CODE-TYPE TO WS-PREV-CODE-TYPE
                   MOVE 'N' TO WS-CODE-COVERED
                 END-IF
                 IF PARAM-EFF-FROM <= WS-NEXT-BUS-DATE
                     AND (PARAM-EFF-TO EQUAL ZEROES
                          OR PARAM-EFF-TO >= WS-NEXT-BUS-DATE)
                   MOVE 'Y' TO WS-CODE-COVERED
                 END-IF
             END-READ
           END-PERFORM
           PERFORM CLOSE-CODE-TYPE-GROUP
           CLOSE PARAM-FILE
         END-IF.

       CLOSE-CODE-TYPE-GROUP.
         IF WS-PREV-CODE-TYPE NOT EQUAL SPACES
           ADD 1 TO WS-RULE-CHECKED(2)
           IF WS-CODE-COVERED EQUAL 'N'
             MOVE 2 TO WS-RULE-IDX
             MOVE SPACES TO WS-EXCP-TEXT
             STRING 'R02 PARAMIN CODE TYPE ' WS-PREV-CODE-TYPE
                    ' HAS NO KEY EFFECTIVE ' WS-NEXT-BUS-DATE
                    DELIMITED BY SIZE INTO WS-EXCP-TEXT
             PERFORM RECORD-VIOLATION
           END-IF
         END-IF.

       CHECK-PTD-CURRENCIES.
         MOVE 3 TO WS-RULE-IDX
         OPEN INPUT PTD-MASTER
         IF WS-PTD-STATUS NOT EQUAL '00'
           DISPLAY 'MSTRAUD: PTDMSTR NOT AVAILABLE, STATUS='
                   WS-PTD-STATUS
           PERFORM MARK-RULE-SKIPPED
         ELSE
           MOVE SPACES TO WS-PREV-CUR
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
             READ PTD-MASTER NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                 ADD 1 TO WS-RECORD-COUNT
                 IF PTD-CUR-CODE NOT EQUAL WS-PREV-CUR
                   MOVE PTD-CUR-CODE TO WS-PREV-CUR
                   PERFORM CHECK-ONE-PTD-CURRENCY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE PTD-MASTER
         END-IF.

       CHECK-ONE-PTD-CURRENCY.
         ADD 1 TO WS-RULE-CHECKED(3)
         MOVE PTD-CUR-CODE TO WS-CHECK-CUR
         PERFORM CHECK-CURRENCY-EFFECTIVE
         IF WS-CUR-EFFECTIVE EQUAL 'N'
           MOVE 3 TO WS-RULE-IDX
           MOVE SPACES TO WS-EXCP-TEXT
           STRING 'R03 PTDMSTR CURRENCY ' PTD-CUR-CODE
                  ' NO CURRIN ROW EFFECTIVE ' WS-BUS-DATE
                  DELIMITED BY SIZE INTO WS-EXCP-TEXT
           PERFORM RECORD-VIOLATION
         END-IF.

       CHECK-SITE-MASTER.
         MOVE 4 TO WS-RULE-IDX
         OPEN INPUT SITE-MASTER
         IF WS-SITE-STATUS NOT EQUAL '00'
           DISPLAY 'MSTRAUD: SITEMASTER NOT AVAILABLE, STATUS='
                   WS-SITE-STATUS
           PERFORM MARK-RULE-SKIPPED
         ELSE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
             READ SITE-MASTER NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                 ADD 1 TO WS-RECORD-COUNT
                 ADD 1 TO WS-RULE-CHECKED(4)
                 IF SITEM-ACTIVE EQUAL 'Y'
                     AND SITEM-CLOSE-DATE IS NUMERIC
                     AND SITEM-CLOSE-DATE > ZEROES
                     AND SITEM-CLOSE-DATE < WS-BUS-DATE
                   MOVE 4 TO WS-RULE-IDX
                   MOVE SPACES TO WS-EXCP-TEXT
                   STRING 'R04 SITEMSTR SITE ' SITEM-SITE-ID
                          ' ACTIVE, CLOSED ' SITEM-CLOSE-DATE
                          DELIMITED BY SIZE INTO WS-EXCP-TEXT
                   PERFORM RECORD-VIOLATION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SITE-MASTER
         END-IF.

       CHECK-BALANCE-LEDGER.
         OPEN INPUT BALANCE-LEDGER
         IF WS-BAL-STATUS NOT EQUAL '00'
           DISPLAY 'MSTRAUD: BALMSTR NOT AVAILABLE, STATUS='
                   WS-BAL-STATUS
           MOVE 5 TO WS-RULE-IDX
           PERFORM MARK-RULE-SKIPPED
           MOVE 6 TO WS-RULE-IDX
           PERFORM MARK-RULE-SKIPPED
         ELSE
           IF WS-ACCT-AVAILABLE EQUAL 'N'
             MOVE 5 TO WS-RULE-IDX
             PERFORM MARK-RULE-SKIPPED
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
             READ BALANCE-LEDGER NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                 ADD 1 TO WS-RECORD-COUNT
                 PERFORM CHECK-ONE-BALANCE
             END-READ
           END-PERFORM
           CLOSE BALANCE-LEDGER
         END-IF.

       CHECK-ONE-BALANCE.
         IF WS-ACCT-AVAILABLE EQUAL 'Y'
           ADD 1 TO WS-RULE-CHECKED(5)
           MOVE BAL-ACCT-ID TO WS-CHECK-ACCT
           PERFORM LOOKUP-ACCOUNT
           IF WS-ACCT-REASON EQUAL 'NOT ON FILE'
               OR (WS-ACCT-REASON EQUAL 'CLOSED'
                   AND BAL-CLOSE-BAL NOT EQUAL ZERO)
             MOVE 5 TO WS-RULE-IDX
             MOVE SPACES TO WS-EXCP-TEXT
             IF WS-ACCT-REASON EQUAL 'CLOSED'
               STRING 'R05 BALMSTR ' BAL-ACCT-ID '/' BAL-CUR-CODE
                      ' ACCOUNT CLOSED WITH BALANCE'
                      DELIMITED BY SIZE INTO WS-EXCP-TEXT
             ELSE
               STRING 'R05 BALMSTR ' BAL-ACCT-ID '/' BAL-CUR-CODE
                      ' ACCOUNT ' WS-ACCT-REASON
                      DELIMITED BY SIZE INTO WS-EXCP-TEXT
             END-IF
             PERFORM RECORD-VIOLATION
           END-IF
         END-IF
         ADD 1 TO WS-RULE-CHECKED(6)
         MOVE BAL-CUR-CODE TO WS-CHECK-CUR
         PERFORM CHECK-CURRENCY-EFFECTIVE
         IF WS-CUR-EFFECTIVE EQUAL 'N'
           MOVE 6 TO WS-RULE-IDX
           MOVE SPACES TO WS-EXCP-TEXT
           STRING 'R06 BALMSTR ' BAL-ACCT-ID '/' BAL-CUR-CODE
                  ' CURRENCY NOT EFFECTIVE ' WS-BUS-DATE
                  DELIMITED BY SIZE INTO WS-EXCP-TEXT
           PERFORM RECORD-VIOLATION
         END-IF.

       CHECK-STANDING-ORDERS.
         OPEN INPUT STANDING-ORDER-FILE
         IF WS-SO-STATUS NOT EQUAL '00'
           DISPLAY 'MSTRAUD: STORDMST NOT AVAILABLE, STATUS='
                   WS-SO-STATUS
           MOVE 7 TO WS-RULE-IDX
           PERFORM MARK-RULE-SKIPPED
           MOVE 8 TO WS-RULE-IDX
           PERFORM MARK-RULE-SKIPPED
           MOVE 9 TO WS-RULE-IDX
           PERFORM MARK-RULE-SKIPPED
         ELSE
           IF WS-ACCT-AVAILABLE EQUAL 'N'
             MOVE 7 TO WS-RULE-IDX
             PERFORM MARK-RULE-SKIPPED
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
             READ STANDING-ORDER-FILE NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                 ADD 1 TO WS-RECORD-COUNT
                 IF SO-STATUS EQUAL 'A'
                     AND (SO-END-DATE EQUAL ZEROES
                          OR SO-END-DATE >= WS-BUS-DATE)
                   PERFORM CHECK-ONE-STANDING-ORDER
                 END-IF
             END-READ
           END-PERFORM
           CLOSE STANDING-ORDER-FILE
         END-IF.

       CHECK-ONE-STANDING-ORDER.
         IF WS-ACCT-AVAILABLE EQUAL 'Y'
           ADD 1 TO WS-RULE-CHECKED(7)
           MOVE SO-TRAN-ID TO WS-CHECK-ACCT
           PERFORM LOOKUP-ACCOUNT
           IF WS-ACCT-REASON NOT EQUAL SPACES
             MOVE 7 TO WS-RULE-IDX
             MOVE SPACES TO WS-EXCP-TEXT
             STRING 'R07 STORDMST ' SO-TRAN-ID '/' SO-SEQ
                    ' ACCOUNT ' WS-ACCT-REASON
                    DELIMITED BY SIZE INTO WS-EXCP-TEXT
             PERFORM RECORD-VIOLATION
           END-IF
         END-IF
         ADD 1 TO WS-RULE-CHECKED(8)
         MOVE SO-CUR-CODE TO WS-CHECK-CUR
         PERFORM CHECK-CURRENCY-EFFECTIVE
         IF WS-CUR-EFFECTIVE EQUAL 'N'
           MOVE 8 TO WS-RULE-IDX
           MOVE SPACES TO WS-EXCP-TEXT
           STRING 'R08 STORDMST ' SO-TRAN-ID '/' SO-SEQ
                  ' CURRENCY ' SO-CUR-CODE ' NOT EFFECTIVE'
                  DELIMITED BY SIZE INTO WS-EXCP-TEXT
           PERFORM RECORD-VIOLATION
         END-IF
         ADD 1 TO WS-RULE-CHECKED(9)
         IF SO-CAL-CODE NOT EQUAL SPACES
           PERFORM FIND-CALENDAR-ENTRY
           IF WS-CAL-FOUND EQUAL ZERO
             MOVE 9 TO WS-RULE-IDX
             MOVE SPACES TO WS-EXCP-TEXT
             STRING 'R09 STORDMST ' SO-TRAN-ID '/' SO-SEQ
                    ' CALENDAR ' SO-CAL-CODE ' NOT ON HOLIDAYS'
                    DELIMITED BY SIZE INTO WS-EXCP-TEXT
             PERFORM RECORD-VIOLATION
           END-IF
         END-IF.

       FIND-CALENDAR-ENTRY.
         MOVE ZERO TO WS-CAL-FOUND
         PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
             UNTIL WS-CAL-IDX > WS-CAL-COUNT OR WS-CAL-FOUND > 0
           IF WS-CAL-CODE(WS-CAL-IDX) EQUAL SO-CAL-CODE
             MOVE WS-CAL-IDX TO WS-CAL-FOUND
           END-IF
         END-PERFORM.

       CHECK-HOLIDAY-COVERAGE.
         MOVE 10 TO WS-RULE-IDX
         IF WS-CAL-COUNT EQUAL ZERO
           MOVE SPACES TO WS-EXCP-TEXT
           STRING 'R10 HOLIDAY FILE IS EMPTY OR MISSING'
                  DELIMITED BY SIZE INTO WS-EXCP-TEXT
           ADD 1 TO WS-RULE-CHECKED(10)
           PERFORM RECORD-VIOLATION
         ELSE
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT
             ADD 1 TO WS-RULE-CHECKED(10)
             IF WS-CAL-YEAR-DATES(WS-CAL-IDX) EQUAL ZERO
               MOVE 10 TO WS-RULE-IDX
               MOVE SPACES TO WS-EXCP-TEXT
               STRING 'R10 HOLIDAY CALENDAR ' WS-CAL-CODE(WS-CAL-IDX)
                      ' HAS NO DATES FOR ' WS-CHECK-YEAR
                      DELIMITED BY SIZE INTO WS-EXCP-TEXT
               PERFORM RECORD-VIOLATION
             END-IF
           END-PERFORM
         END-IF.

       MARK-RULE-SKIPPED.
         IF WS-RULE-SKIPPED(WS-RULE-IDX) NOT EQUAL 'Y'
           MOVE 'Y' TO WS-RULE-SKIPPED(WS-RULE-IDX)
           ADD 1 TO WS-UNCHECKED-COUNT
         END-IF.

       RECORD-VIOLATION.
         ADD 1 TO WS-RULE-VIOLATIONS(WS-RULE-IDX)
         ADD 1 TO WS-VIOLATION-COUNT
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO INTEGRITY-REPORT-RECORD
         STRING WS-RULE-SEVERITY(WS-RULE-IDX) ' ' WS-EXCP-TEXT
                DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
         WRITE INTEGRITY-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT
         PERFORM WRITE-EXCEPTION-RECORD.

       CHECK-PAGE-BREAK.
         IF WS-LINE-COUNT > 55
           PERFORM WRITE-PAGE-HEADER
         END-IF.

       WRITE-PAGE-HEADER.
         ADD 1 TO WS-PAGE-COUNT
         MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT
         MOVE SPACES TO INTEGRITY-REPORT-RECORD
         STRING 'MASTER-FILE INTEGRITY AUDIT  BUSDATE ' WS-BUS-DATE
                '  RUN DATE ' WS-RUN-DATE '  PAGE ' WS-PAGE-EDIT
                DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
         WRITE INTEGRITY-REPORT-RECORD
         MOVE SPACES TO INTEGRITY-REPORT-RECORD
         STRING 'NEXT BUSINESS DAY ' WS-NEXT-BUS-DATE
                '  HOLIDAY YEAR CHECKED ' WS-CHECK-YEAR
                DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
         WRITE INTEGRITY-REPORT-RECORD
         MOVE SPACES TO INTEGRITY-REPORT-RECORD
         STRING 'S RULE VIOLATION'
                DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
         WRITE INTEGRITY-REPORT-RECORD
         MOVE SPACES TO INTEGRITY-REPORT-RECORD
         WRITE INTEGRITY-REPORT-RECORD
         MOVE 4 TO WS-LINE-COUNT.

       WRITE-RULE-SUMMARY.
         IF WS-LINE-COUNT > 41
           PERFORM WRITE-PAGE-HEADER
         END-IF
         MOVE SPACES TO INTEGRITY-REPORT-RECORD
         WRITE INTEGRITY-REPORT-RECORD
         MOVE SPACES TO INTEGRITY-REPORT-RECORD
         STRING 'SUMMARY BY RULE'
                DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
         WRITE INTEGRITY-REPORT-RECORD
         MOVE SPACES TO INTEGRITY-REPORT-RECORD
         STRING 'RULE S DESCRIPTION                             '
                'CHECKED  VIOLATIONS'
                DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
         WRITE INTEGRITY-REPORT-RECORD
         PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
             UNTIL WS-RULE-IDX > 10
           MOVE WS-RULE-CHECKED(WS-RULE-IDX) TO WS-CHECKED-EDIT
           MOVE WS-RULE-VIOLATIONS(WS-RULE-IDX) TO WS-COUNT-EDIT
           MOVE SPACES TO INTEGRITY-REPORT-RECORD
           IF WS-RULE-SKIPPED(WS-RULE-IDX) EQUAL 'Y'
             STRING WS-RULE-ID(WS-RULE-IDX) '  '
                    WS-RULE-SEVERITY(WS-RULE-IDX) ' '
                    WS-RULE-DESC(WS-RULE-IDX)
                    ' NOT CHECKED - MASTER UNAVAILABLE'
                    DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           ELSE
             STRING WS-RULE-ID(WS-RULE-IDX) '  '
                    WS-RULE-SEVERITY(WS-RULE-IDX) ' '
                    WS-RULE-DESC(WS-RULE-IDX)
                    WS-CHECKED-EDIT ' ' WS-COUNT-EDIT
                    DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
           END-IF
           WRITE INTEGRITY-REPORT-RECORD
         END-PERFORM
         MOVE SPACES TO INTEGRITY-REPORT-RECORD
         WRITE INTEGRITY-REPORT-RECORD
         MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO INTEGRITY-REPORT-RECORD
         STRING 'MASTER RECORDS READ    ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
         WRITE INTEGRITY-REPORT-RECORD
         MOVE WS-VIOLATION-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO INTEGRITY-REPORT-RECORD
         STRING 'VIOLATIONS             ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
         WRITE INTEGRITY-REPORT-RECORD
         MOVE WS-UNCHECKED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO INTEGRITY-REPORT-RECORD
         STRING 'RULES NOT CHECKED      ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO INTEGRITY-REPORT-RECORD
         WRITE INTEGRITY-REPORT-RECORD.

       ADVANCE-ONE-BUSINESS-DAY.
         MOVE 'N' TO WS-VALID-DAY
         PERFORM UNTIL WS-VALID-DAY EQUAL 'Y'
           ADD 1 TO WS-DAY-INT
           PERFORM CHECK-BUSINESS-DAY
         END-PERFORM.

       CHECK-BUSINESS-DAY.
         MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT) TO WS-DATE-WORK
         MOVE WS-DATE-WORK(1:8) TO WS-DATE-NUM
         COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-DAY-INT, 7)
         IF WS-WEEKDAY EQUAL 0 OR WS-WEEKDAY EQUAL 6
           MOVE 'N' TO WS-VALID-DAY
         ELSE
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
         MOVE ZERO TO WS-CAL-COUNT
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
                   PERFORM ADD-CALENDAR-ENTRY
                 END-IF
             END-READ
           END-PERFORM
           CLOSE HOLIDAY-FILE
         ELSE
           DISPLAY 'MSTRAUD: HOLIDAYIN NOT AVAILABLE, STATUS='
                   WS-HOLIDAY-STATUS
         END-IF
         IF WS-HOLIDAY-COUNT > 0
           MOVE WS-CAL-1 TO HOL-CAL-CODE
           MOVE ZEROES TO HOL-DATE
           PERFORM ADD-CALENDAR-ENTRY
         END-IF
         IF WS-HOLIDAY-COUNT > 0
           SORT WS-HOL-ENTRY
             ASCENDING KEY WS-HOL-CAL WS-HOL-DATE
         END-IF.

       ADD-CALENDAR-ENTRY.
         MOVE ZERO TO WS-CAL-FOUND
         PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
             UNTIL WS-CAL-IDX > WS-CAL-COUNT OR WS-CAL-FOUND > 0
           IF WS-CAL-CODE(WS-CAL-IDX) EQUAL HOL-CAL-CODE
             MOVE WS-CAL-IDX TO WS-CAL-FOUND
           END-IF
         END-PERFORM
         IF WS-CAL-FOUND EQUAL ZERO
           IF WS-CAL-COUNT < 50
             ADD 1 TO WS-CAL-COUNT
             MOVE WS-CAL-COUNT TO WS-CAL-FOUND
             MOVE HOL-CAL-CODE TO WS-CAL-CODE(WS-CAL-COUNT)
             MOVE ZERO TO WS-CAL-YEAR-DATES(WS-CAL-COUNT)
           END-IF
         END-IF
         IF WS-CAL-FOUND > 0
             AND HOL-DATE(1:4) EQUAL WS-CHECK-YEAR
           ADD 1 TO WS-CAL-YEAR-DATES(WS-CAL-FOUND)
         END-IF.

       OPEN-EXCEPTIONS-FILE.
         OPEN I-O EXCEPTIONS-FILE
         IF WS-EXCP-STATUS EQUAL '35'
           OPEN OUTPUT EXCEPTIONS-FILE
           CLOSE EXCEPTIONS-FILE
           OPEN I-O EXCEPTIONS-FILE
         END-IF
         IF WS-EXCP-STATUS EQUAL '00'
           MOVE 'Y' TO WS-EXCP-AVAILABLE
         ELSE
           DISPLAY 'CANNOT OPEN EXCPMSTR, STATUS=' WS-EXCP-STATUS
         END-IF.

       WRITE-EXCEPTION-RECORD.
         IF WS-EXCP-AVAILABLE EQUAL 'Y'
           MOVE 'MSTRAUD' TO EXCP-PROGRAM
           MOVE WS-BUS-DATE TO EXCP-BUS-DATE
           MOVE WS-CYCLE TO EXCP-CYCLE
           MOVE WS-RULE-SEVERITY(WS-RULE-IDX) TO EXCP-SEVERITY
           MOVE WS-EXCP-TEXT TO EXCP-TEXT
           MOVE SPACES TO EXCP-WORKFLOW
           MOVE 'N' TO WS-EXCP-WRITTEN
           PERFORM UNTIL WS-EXCP-WRITTEN EQUAL 'Y'
             IF WS-EXCP-SEQ >= 9999
               DISPLAY 'EXCPMSTR SEQUENCE EXHAUSTED FOR MSTRAUD'
               MOVE 'N' TO WS-EXCP-AVAILABLE
               MOVE 'Y' TO WS-EXCP-WRITTEN
             ELSE
               ADD 1 TO WS-EXCP-SEQ
               MOVE WS-EXCP-SEQ TO EXCP-SEQ
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
             END-IF
           END-PERFORM
         END-IF.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN HEADER PROGRAM=MSTRAUD'
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
         STRING 'RUN TRAILER PROGRAM=MSTRAUD'
                ' BUSDATE=' WS-BUS-DATE
                ' CYCLE=' WS-CYCLE
                ' TS=' WS-TIMESTAMP(1:14)
                ' READ=' WS-RECORD-COUNT
                ' VIOLATIONS=' WS-VIOLATION-COUNT
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
