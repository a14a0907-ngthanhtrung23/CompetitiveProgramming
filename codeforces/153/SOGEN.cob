       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOGEN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-ORDER-FILE ASSIGN TO STORDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-SO-STATUS.
           SELECT SO-BRANCH-FILE ASSIGN TO SOBRANCH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOB-STATUS.
           SELECT FORECAST-REPORT-FILE ASSIGN TO SOFCST
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
       FD  STANDING-ORDER-FILE.
       COPY STORDREC.

       FD  SO-BRANCH-FILE.
       01  SO-BRANCH-RECORD.
           05 SOB-TRAN-ID    PIC X(10).
           05 SOB-LEG-A      PIC X(7).
           05 SOB-LEG-B      PIC X(7).
           05 SOB-CUR-CODE   PIC X(3).
           05 FILLER         PIC X(3).
           05 SOB-EFF-DATE   PIC 9(8).
       01  SO-BRANCH-LABEL REDEFINES SO-BRANCH-RECORD.
           05 SOB-LBL-TYPE   PIC X(3).
           05 SOB-LBL-SOURCE PIC X(7).
           05 SOB-LBL-DATE   PIC 9(8).
           05 SOB-LBL-COUNT  PIC 9(9).
           05 SOB-LBL-HASH   PIC S9(9) SIGN IS LEADING SEPARATE.
           05 FILLER         PIC X(1).

       FD  FORECAST-REPORT-FILE.
       01  FORECAST-REPORT-RECORD PIC X(80)  VALUE SPACES.

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
       01 WS-SO-STATUS       PIC X(2).
       01 WS-SOB-STATUS      PIC X(2).
       01 WS-HOLIDAY-STATUS  PIC X(2).
       01 WS-EXCP-STATUS     PIC X(2).
       01 WS-RUNLOG-STATUS   PIC X(2).
       01 WS-RUNCTL-STATUS   PIC X(2).
       01 WS-TIMESTAMP       PIC X(21).
       01 WS-BUS-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-CYCLE           PIC 9(4) VALUE ZEROES.
       01 WS-RUN-DATE        PIC X(10).
       01 WS-MODE            PIC X(1) VALUE 'G'.
       01 WS-DAYS-INPUT      PIC X(3) VALUE SPACES.
       01 WS-FCST-DAYS       PIC 9(3) VALUE 30.
       01 WS-FCST-IDX        PIC 9(3) VALUE ZEROES.
       01 WS-SO-DONE         PIC X(1) VALUE 'N'.
       01 WS-ORDER-COUNT     PIC 9(9) VALUE ZEROES.
       01 WS-DUE-COUNT       PIC 9(9) VALUE ZEROES.
       01 WS-INACTIVE-COUNT  PIC 9(9) VALUE ZEROES.
       01 WS-INVALID-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-HASH-TOTAL      PIC S9(15)V9(4) VALUE ZEROES.
       01 WS-LEG-TEXT        PIC X(7).
       01 WS-NUMVAL-CHECK    PIC S9(4) VALUE ZEROES.
       01 WS-ORDER-OK        PIC X(1) VALUE 'Y'.
       01 WS-DUE             PIC X(1) VALUE 'N'.
       01 WS-TARGET-INT      PIC S9(12) VALUE ZEROES.
       01 WS-TARGET-DATE     PIC 9(8) VALUE ZEROES.
       01 WS-START-INT       PIC S9(12) VALUE ZEROES.
       01 WS-END-INT         PIC S9(12) VALUE ZEROES.
       01 WS-LOW-INT         PIC S9(12) VALUE ZEROES.
       01 WS-NOM-INT         PIC S9(12) VALUE ZEROES.
       01 WS-ROLL-WINDOW     PIC 9(2) VALUE 14.
       01 WS-OCC-K           PIC S9(9) VALUE ZEROES.
       01 WS-STEP-MONTHS     PIC 9(2) VALUE ZEROES.
       01 WS-MONTHS-APART    PIC S9(9) VALUE ZEROES.
       01 WS-SCH-MONTHS      PIC S9(9) VALUE ZEROES.
       01 WS-SCH-TOT         PIC S9(9) VALUE ZEROES.
       01 WS-START-YEAR      PIC 9(4) VALUE ZEROES.
       01 WS-START-MONTH     PIC 9(2) VALUE ZEROES.
       01 WS-START-DAY       PIC 9(2) VALUE ZEROES.
       01 WS-YEAR            PIC 9(4).
       01 WS-MONTH           PIC 9(2).
       01 WS-DAY             PIC 9(2).
       01 WS-MAX-DAY         PIC 9(2).
       01 WS-LEAP-YEAR       PIC X(1).
       01 WS-DATE-VALID      PIC X(1) VALUE 'N'.
       01 WS-DATE-NUM        PIC 9(8) VALUE ZEROES.
       01 D2                 PIC S9(12) VALUE ZEROES.
       01 RES                PIC X(21).
       01 WS-STEP            PIC S9(4) VALUE 1.
       01 WS-WEEKDAY         PIC 9(4) VALUE ZEROES.
       01 WS-WEEKDAY-IDX     PIC 9(1) VALUE ZEROES.
       01 WS-WEEKDAY-NAMES.
          05 FILLER          PIC X(3) VALUE 'SUN'.
          05 FILLER          PIC X(3) VALUE 'MON'.
          05 FILLER          PIC X(3) VALUE 'TUE'.
          05 FILLER          PIC X(3) VALUE 'WED'.
          05 FILLER          PIC X(3) VALUE 'THU'.
          05 FILLER          PIC X(3) VALUE 'FRI'.
          05 FILLER          PIC X(3) VALUE 'SAT'.
       01 WS-WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
          05 WS-WEEKDAY-NAME PIC X(3) OCCURS 7 TIMES.
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
       01 WS-DATE-EDIT       PIC X(10).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM READ-RUN-CONTROL
         PERFORM WRITE-RUN-HEADER
         STRING WS-TIMESTAMP(7:2) '.' WS-TIMESTAMP(5:2) '.'
                WS-TIMESTAMP(1:4)
                DELIMITED BY SIZE INTO WS-RUN-DATE
         ACCEPT WS-MODE
         ACCEPT WS-DAYS-INPUT
         IF WS-DAYS-INPUT IS NUMERIC
             AND WS-DAYS-INPUT NOT EQUAL '000'
           MOVE WS-DAYS-INPUT TO WS-FCST-DAYS
         END-IF
         PERFORM LOAD-HOLIDAYS
         PERFORM OPEN-STANDING-ORDERS
         IF WS-MODE EQUAL 'F'
           PERFORM FORECAST-RUN
         ELSE
           MOVE 'G' TO WS-MODE
           PERFORM GENERATE-RUN
         END-IF
         CLOSE STANDING-ORDER-FILE
         PERFORM WRITE-RUN-TRAILER
         IF WS-INVALID-COUNT > 0
           MOVE 4 TO RETURN-CODE
         ELSE
           MOVE 0 TO RETURN-CODE
         END-IF
         STOP RUN.

       OPEN-STANDING-ORDERS.
         OPEN I-O STANDING-ORDER-FILE
         IF WS-SO-STATUS EQUAL '35'
           OPEN OUTPUT STANDING-ORDER-FILE
           CLOSE STANDING-ORDER-FILE
           OPEN I-O STANDING-ORDER-FILE
         END-IF
         IF WS-SO-STATUS NOT EQUAL '00'
           DISPLAY 'SOGEN: CANNOT OPEN STORDMST, STATUS='
                   WS-SO-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       GENERATE-RUN.
         OPEN OUTPUT SO-BRANCH-FILE
         IF WS-SOB-STATUS NOT EQUAL '00'
           DISPLAY 'SOGEN: CANNOT OPEN SOBRANCH, STATUS='
                   WS-SOB-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE SPACES TO SO-BRANCH-LABEL
         MOVE 'HDR' TO SOB-LBL-TYPE
         MOVE 'STORDER' TO SOB-LBL-SOURCE
         MOVE WS-BUS-DATE TO SOB-LBL-DATE
         MOVE ZEROES TO SOB-LBL-COUNT
         MOVE ZEROES TO SOB-LBL-HASH
         WRITE SO-BRANCH-LABEL
         MOVE WS-BUS-DATE TO WS-TARGET-DATE
         MOVE FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) TO WS-TARGET-INT
         MOVE 'N' TO WS-SO-DONE
         MOVE LOW-VALUES TO SO-KEY
         START STANDING-ORDER-FILE KEY >= SO-KEY
           INVALID KEY
             MOVE 'Y' TO WS-SO-DONE
         END-START
         PERFORM UNTIL WS-SO-DONE EQUAL 'Y'
           READ STANDING-ORDER-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-SO-DONE
             NOT AT END
               PERFORM GENERATE-ONE-ORDER
           END-READ
         END-PERFORM
         MOVE SPACES TO SO-BRANCH-LABEL
         MOVE 'TRL' TO SOB-LBL-TYPE
         MOVE 'STORDER' TO SOB-LBL-SOURCE
         MOVE WS-BUS-DATE TO SOB-LBL-DATE
         MOVE WS-DUE-COUNT TO SOB-LBL-COUNT
         COMPUTE SOB-LBL-HASH =
           FUNCTION MOD(FUNCTION INTEGER-PART(WS-HASH-TOTAL),
                        1000000000)
         WRITE SO-BRANCH-LABEL
         CLOSE SO-BRANCH-FILE
         DISPLAY 'SOGEN: ORDERS=' WS-ORDER-COUNT
                 ' GENERATED=' WS-DUE-COUNT
                 ' INACTIVE=' WS-INACTIVE-COUNT
                 ' INVALID=' WS-INVALID-COUNT.

       GENERATE-ONE-ORDER.
         ADD 1 TO WS-ORDER-COUNT
         PERFORM EDIT-STANDING-ORDER
         IF WS-ORDER-OK EQUAL 'N'
           ADD 1 TO WS-INVALID-COUNT
           MOVE SPACES TO WS-EXCP-TEXT
           STRING 'STANDING ORDER ' SO-TRAN-ID '/' SO-SEQ
                  ' INVALID - NOT GENERATED'
                  DELIMITED BY SIZE INTO WS-EXCP-TEXT
           MOVE 'W' TO WS-EXCP-SEVERITY
           PERFORM WRITE-EXCEPTION-RECORD
         ELSE
           IF SO-STATUS NOT EQUAL 'A'
             ADD 1 TO WS-INACTIVE-COUNT
           ELSE
             PERFORM CHECK-ORDER-DUE
             IF WS-DUE EQUAL 'Y'
               PERFORM WRITE-GENERATED-ITEM
             END-IF
           END-IF
         END-IF.

       WRITE-GENERATED-ITEM.
         MOVE SPACES TO SO-BRANCH-RECORD
         MOVE SO-TRAN-ID TO SOB-TRAN-ID
         MOVE SO-LEG-A TO SOB-LEG-A
         MOVE SO-LEG-B TO SOB-LEG-B
         MOVE SO-CUR-CODE TO SOB-CUR-CODE
         MOVE WS-BUS-DATE TO SOB-EFF-DATE
         WRITE SO-BRANCH-RECORD
         ADD 1 TO WS-DUE-COUNT
         MOVE SO-LEG-A TO WS-LEG-TEXT
         ADD FUNCTION NUMVAL(WS-LEG-TEXT) TO WS-HASH-TOTAL
         MOVE SO-LEG-B TO WS-LEG-TEXT
         ADD FUNCTION NUMVAL(WS-LEG-TEXT) TO WS-HASH-TOTAL
         MOVE WS-BUS-DATE TO SO-LAST-GEN
         REWRITE SO-RECORD
           INVALID KEY
             DISPLAY 'SOGEN: REWRITE FAILED FOR ' SO-TRAN-ID '/'
                     SO-SEQ ' STATUS=' WS-SO-STATUS
         END-REWRITE.

       FORECAST-RUN.
         OPEN OUTPUT FORECAST-REPORT-FILE
         PERFORM VARYING WS-FCST-IDX FROM 1 BY 1
             UNTIL WS-FCST-IDX > WS-FCST-DAYS
           COMPUTE WS-TARGET-INT =
             FUNCTION INTEGER-OF-DATE(WS-BUS-DATE) + WS-FCST-IDX
           MOVE FUNCTION DATE-OF-INTEGER(WS-TARGET-INT) TO RES
           MOVE RES(1:8) TO WS-TARGET-DATE
           PERFORM FORECAST-ONE-DATE
         END-PERFORM
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO FORECAST-REPORT-RECORD
         WRITE FORECAST-REPORT-RECORD
         MOVE WS-DUE-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO FORECAST-REPORT-RECORD
         STRING 'ITEMS DUE IN FORECAST PERIOD ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
         WRITE FORECAST-REPORT-RECORD
         MOVE WS-INACTIVE-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO FORECAST-REPORT-RECORD
         STRING 'SUSPENDED ORDERS NOT SHOWN   ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
         WRITE FORECAST-REPORT-RECORD
         MOVE WS-INVALID-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO FORECAST-REPORT-RECORD
         STRING 'INVALID ORDERS NOT SHOWN     ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
         WRITE FORECAST-REPORT-RECORD
         ADD 4 TO WS-LINE-COUNT
         CLOSE FORECAST-REPORT-FILE.

       FORECAST-ONE-DATE.
         COMPUTE WS-WEEKDAY-IDX = FUNCTION MOD(WS-TARGET-INT, 7) + 1
         MOVE SPACES TO WS-DATE-EDIT
         STRING RES(7:2) '.' RES(5:2) '.' RES(1:4)
                DELIMITED BY SIZE INTO WS-DATE-EDIT
         MOVE 'N' TO WS-SO-DONE
         MOVE LOW-VALUES TO SO-KEY
         START STANDING-ORDER-FILE KEY >= SO-KEY
           INVALID KEY
             MOVE 'Y' TO WS-SO-DONE
         END-START
         PERFORM UNTIL WS-SO-DONE EQUAL 'Y'
           READ STANDING-ORDER-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-SO-DONE
             NOT AT END
               PERFORM FORECAST-ONE-ORDER
           END-READ
         END-PERFORM.

       FORECAST-ONE-ORDER.
         IF WS-FCST-IDX EQUAL 1
           ADD 1 TO WS-ORDER-COUNT
         END-IF
         PERFORM EDIT-STANDING-ORDER
         IF WS-ORDER-OK EQUAL 'N'
           IF WS-FCST-IDX EQUAL 1
             ADD 1 TO WS-INVALID-COUNT
           END-IF
         ELSE
           IF SO-STATUS NOT EQUAL 'A'
             IF WS-FCST-IDX EQUAL 1
               ADD 1 TO WS-INACTIVE-COUNT
             END-IF
           ELSE
             PERFORM CHECK-ORDER-DUE
             IF WS-DUE EQUAL 'Y'
               ADD 1 TO WS-DUE-COUNT
               PERFORM CHECK-PAGE-BREAK
               MOVE SPACES TO FORECAST-REPORT-RECORD
               STRING WS-DATE-EDIT ' '
                      WS-WEEKDAY-NAME(WS-WEEKDAY-IDX) '  '
                      SO-TRAN-ID ' ' SO-SEQ '  ' SO-FREQ '   '
                      SO-CUR-CODE '  ' SO-LEG-A '  ' SO-LEG-B
                      '  ' WS-CAL-1
                      DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
               WRITE FORECAST-REPORT-RECORD
               ADD 1 TO WS-LINE-COUNT
             END-IF
           END-IF
         END-IF.

       EDIT-STANDING-ORDER.
         MOVE 'Y' TO WS-ORDER-OK
         IF SO-CAL-CODE EQUAL SPACES
           MOVE 'US' TO WS-CAL-1
         ELSE
           MOVE SO-CAL-CODE TO WS-CAL-1
         END-IF
         IF SO-TRAN-ID EQUAL SPACES
             OR SO-CUR-CODE EQUAL SPACES
           MOVE 'N' TO WS-ORDER-OK
         END-IF
         IF SO-FREQ NOT EQUAL 'D' AND SO-FREQ NOT EQUAL 'W'
             AND SO-FREQ NOT EQUAL 'M' AND SO-FREQ NOT EQUAL 'Q'
             AND SO-FREQ NOT EQUAL 'A'
           MOVE 'N' TO WS-ORDER-OK
         END-IF
         MOVE FUNCTION TEST-NUMVAL(SO-LEG-A) TO WS-NUMVAL-CHECK
         IF WS-NUMVAL-CHECK NOT EQUAL 0
           MOVE 'N' TO WS-ORDER-OK
         END-IF
         MOVE FUNCTION TEST-NUMVAL(SO-LEG-B) TO WS-NUMVAL-CHECK
         IF WS-NUMVAL-CHECK NOT EQUAL 0
           MOVE 'N' TO WS-ORDER-OK
         END-IF
         IF SO-START-DATE IS NOT NUMERIC
           MOVE 'N' TO WS-ORDER-OK
         ELSE
           MOVE SO-START-DATE TO WS-DATE-NUM
           PERFORM VALIDATE-DATE
           IF WS-DATE-VALID EQUAL 'N'
             MOVE 'N' TO WS-ORDER-OK
           END-IF
         END-IF
         IF SO-END-DATE IS NOT NUMERIC
           MOVE 'N' TO WS-ORDER-OK
         ELSE
           IF SO-END-DATE NOT EQUAL ZERO
             MOVE SO-END-DATE TO WS-DATE-NUM
             PERFORM VALIDATE-DATE
             IF WS-DATE-VALID EQUAL 'N'
                 OR SO-END-DATE < SO-START-DATE
               MOVE 'N' TO WS-ORDER-OK
             END-IF
           END-IF
         END-IF.

       CHECK-ORDER-DUE.
         MOVE 'N' TO WS-DUE
         MOVE FUNCTION INTEGER-OF-DATE(SO-START-DATE) TO WS-START-INT
         IF SO-END-DATE EQUAL ZERO
           MOVE 999999999 TO WS-END-INT
         ELSE
           MOVE FUNCTION INTEGER-OF-DATE(SO-END-DATE) TO WS-END-INT
         END-IF
         COMPUTE WS-LOW-INT = WS-TARGET-INT - WS-ROLL-WINDOW
         IF WS-TARGET-INT >= WS-START-INT
           EVALUATE SO-FREQ
             WHEN 'D'
               IF WS-LOW-INT > WS-START-INT
                 MOVE WS-LOW-INT TO WS-NOM-INT
               ELSE
                 MOVE WS-START-INT TO WS-NOM-INT
               END-IF
               PERFORM UNTIL WS-NOM-INT > WS-TARGET-INT
                          OR WS-NOM-INT > WS-END-INT
                          OR WS-DUE EQUAL 'Y'
                 PERFORM TEST-ONE-OCCURRENCE
                 ADD 1 TO WS-NOM-INT
               END-PERFORM
             WHEN 'W'
               IF WS-LOW-INT > WS-START-INT
                 COMPUTE WS-OCC-K =
                   (WS-LOW-INT - WS-START-INT) / 7
               ELSE
                 MOVE ZERO TO WS-OCC-K
               END-IF
               COMPUTE WS-NOM-INT = WS-START-INT + WS-OCC-K * 7
               PERFORM UNTIL WS-NOM-INT > WS-TARGET-INT
                          OR WS-NOM-INT > WS-END-INT
                          OR WS-DUE EQUAL 'Y'
                 PERFORM TEST-ONE-OCCURRENCE
                 ADD 7 TO WS-NOM-INT
               END-PERFORM
             WHEN OTHER
               PERFORM CHECK-MONTHLY-ORDER-DUE
           END-EVALUATE
         END-IF.

       CHECK-MONTHLY-ORDER-DUE.
         EVALUATE SO-FREQ
           WHEN 'Q'
             MOVE 3 TO WS-STEP-MONTHS
           WHEN 'A'
             MOVE 12 TO WS-STEP-MONTHS
           WHEN OTHER
             MOVE 1 TO WS-STEP-MONTHS
         END-EVALUATE
         MOVE SO-START-DATE(1:4) TO WS-START-YEAR
         MOVE SO-START-DATE(5:2) TO WS-START-MONTH
         MOVE SO-START-DATE(7:2) TO WS-START-DAY
         MOVE FUNCTION DATE-OF-INTEGER(WS-LOW-INT) TO RES
         COMPUTE WS-MONTHS-APART =
           (FUNCTION NUMVAL(RES(1:4)) - WS-START-YEAR) * 12
           + FUNCTION NUMVAL(RES(5:2)) - WS-START-MONTH
         COMPUTE WS-OCC-K = WS-MONTHS-APART / WS-STEP-MONTHS - 1
         IF WS-OCC-K < 0
           MOVE ZERO TO WS-OCC-K
         END-IF
         PERFORM BUILD-NOMINAL-MONTH-DATE
         PERFORM UNTIL WS-NOM-INT > WS-TARGET-INT
                    OR WS-NOM-INT > WS-END-INT
                    OR WS-DUE EQUAL 'Y'
           PERFORM TEST-ONE-OCCURRENCE
           ADD 1 TO WS-OCC-K
           PERFORM BUILD-NOMINAL-MONTH-DATE
         END-PERFORM.

       BUILD-NOMINAL-MONTH-DATE.
         COMPUTE WS-SCH-MONTHS = WS-OCC-K * WS-STEP-MONTHS
         COMPUTE WS-SCH-TOT = WS-START-MONTH - 1 + WS-SCH-MONTHS
         COMPUTE WS-YEAR = WS-START-YEAR + WS-SCH-TOT / 12
         COMPUTE WS-MONTH = FUNCTION MOD(WS-SCH-TOT, 12) + 1
         PERFORM SET-DAYS-IN-MONTH
         IF WS-START-DAY > WS-MAX-DAY
           MOVE WS-MAX-DAY TO WS-DAY
         ELSE
           MOVE WS-START-DAY TO WS-DAY
         END-IF
         COMPUTE WS-DATE-NUM = WS-YEAR * 10000
                             + WS-MONTH * 100 + WS-DAY
         MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) TO WS-NOM-INT.

       TEST-ONE-OCCURRENCE.
         IF WS-NOM-INT >= WS-START-INT
           MOVE WS-NOM-INT TO D2
           MOVE 1 TO WS-STEP
           PERFORM CHECK-BUSINESS-DAY
           IF WS-VALID-DAY EQUAL 'N'
             PERFORM ADVANCE-ONE-BUSINESS-DAY
           END-IF
           IF D2 EQUAL WS-TARGET-INT
             MOVE 'Y' TO WS-DUE
           END-IF
         END-IF.

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

       VALIDATE-DATE.
         MOVE WS-DATE-NUM(1:4) TO WS-YEAR
         MOVE WS-DATE-NUM(5:2) TO WS-MONTH
         MOVE WS-DATE-NUM(7:2) TO WS-DAY
         MOVE 'Y' TO WS-DATE-VALID
         IF WS-YEAR < 1601
           MOVE 'N' TO WS-DATE-VALID
         END-IF
         IF WS-MONTH < 1 OR WS-MONTH > 12
           MOVE 'N' TO WS-DATE-VALID
         ELSE
           PERFORM SET-DAYS-IN-MONTH
           IF WS-DAY < 1 OR WS-DAY > WS-MAX-DAY
             MOVE 'N' TO WS-DATE-VALID
           END-IF
         END-IF.

       SET-DAYS-IN-MONTH.
         EVALUATE WS-MONTH
           WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
             MOVE 31 TO WS-MAX-DAY
           WHEN 4 WHEN 6 WHEN 9 WHEN 11
             MOVE 30 TO WS-MAX-DAY
           WHEN 2
             PERFORM CHECK-LEAP-YEAR
             IF WS-LEAP-YEAR EQUAL 'Y'
               MOVE 29 TO WS-MAX-DAY
             ELSE
               MOVE 28 TO WS-MAX-DAY
             END-IF
         END-EVALUATE.

       CHECK-LEAP-YEAR.
         IF FUNCTION MOD(WS-YEAR, 400) EQUAL 0
           MOVE 'Y' TO WS-LEAP-YEAR
         ELSE
           IF FUNCTION MOD(WS-YEAR, 100) EQUAL 0
             MOVE 'N' TO WS-LEAP-YEAR
           ELSE
             IF FUNCTION MOD(WS-YEAR, 4) EQUAL 0
               MOVE 'Y' TO WS-LEAP-YEAR
             ELSE
               MOVE 'N' TO WS-LEAP-YEAR
             END-IF
           END-IF
         END-IF.

       CHECK-PAGE-BREAK.
         IF WS-LINE-COUNT > 55
           PERFORM WRITE-PAGE-HEADER
         END-IF.

       WRITE-PAGE-HEADER.
         ADD 1 TO WS-PAGE-COUNT
         MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT
         MOVE SPACES TO FORECAST-REPORT-RECORD
         STRING 'STANDING ORDERS DUE - NEXT ' WS-FCST-DAYS
                ' DAYS FROM ' WS-BUS-DATE
                '  RUN DATE ' WS-RUN-DATE '  PAGE ' WS-PAGE-EDIT
                DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
         WRITE FORECAST-REPORT-RECORD
         MOVE SPACES TO FORECAST-REPORT-RECORD
         STRING 'DUE DATE       TRAN-ID    SQ  F   CUR  LEG-A'
                '    LEG-B    CAL'
                DELIMITED BY SIZE INTO FORECAST-REPORT-RECORD
         WRITE FORECAST-REPORT-RECORD
         MOVE SPACES TO FORECAST-REPORT-RECORD
         WRITE FORECAST-REPORT-RECORD
         MOVE 3 TO WS-LINE-COUNT.

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
           MOVE 'SOGEN' TO EXCP-PROGRAM
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
         STRING 'RUN HEADER PROGRAM=SOGEN'
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
         STRING 'RUN TRAILER PROGRAM=SOGEN'
                ' BUSDATE=' WS-BUS-DATE
                ' CYCLE=' WS-CYCLE
                ' TS=' WS-TIMESTAMP(1:14)
                ' MODE=' WS-MODE
                ' ORDERS=' WS-ORDER-COUNT
                ' DUE=' WS-DUE-COUNT
                ' INVALID=' WS-INVALID-COUNT
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
