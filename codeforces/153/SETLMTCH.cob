       IDENTIFICATION DIVISION.
       PROGRAM-ID. SETLMTCH.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-FILE ASSIGN TO SETTLOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT CONFIRM-FILE ASSIGN TO SETLCONF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIRM-STATUS.
           SELECT OPEN-ITEMS-FILE ASSIGN TO SETLOPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SOI-KEY
               FILE STATUS IS WS-SOI-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO HOLIDAYIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT BREAKS-REPORT-FILE ASSIGN TO SETLBRK
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
       FD  SETTLE-FILE.
       01  SETTLE-RECORD.
           05 SET-CUR-CODE   PIC X(3).
           05 SET-REC-COUNT  PIC 9(9).
           05 SET-NET-AMOUNT PIC S9(11)V9(2)
                             SIGN IS LEADING SEPARATE.
           05 SET-VALUE-DATE PIC 9(8).
       01  SETTLE-TRL-RECORD REDEFINES SETTLE-RECORD.
           05 SET-TRL-TYPE   PIC X(3).
           05 SET-TRL-COUNT  PIC 9(9).
           05 FILLER         PIC X(22).

       FD  CONFIRM-FILE.
       01  CONFIRM-RECORD.
           05 CNF-CUR-CODE   PIC X(3).
           05 CNF-VALUE-DATE PIC 9(8).
           05 CNF-AMOUNT     PIC S9(11)V9(2)
                             SIGN IS LEADING SEPARATE.
           05 CNF-BANK-REF   PIC X(16).

       FD  OPEN-ITEMS-FILE.
       COPY SETOPREC.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HOL-CAL-CODE PIC X(2).
           05 HOL-DATE     PIC 9(8).

       FD  BREAKS-REPORT-FILE.
       01  BREAKS-REPORT-RECORD PIC X(80)  VALUE SPACES.

       FD  EXCEPTIONS-FILE.
       COPY EXCPREC.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-SETTLE-STATUS   PIC X(2).
       01 WS-CONFIRM-STATUS  PIC X(2).
       01 WS-SOI-STATUS      PIC X(2).
       01 WS-HOLIDAY-STATUS  PIC X(2).
       01 WS-EXCP-STATUS     PIC X(2).
       01 WS-RUNLOG-STATUS   PIC X(2).
       01 WS-RUNCTL-STATUS   PIC X(2).
       01 WS-TIMESTAMP       PIC X(21).
       01 WS-BUS-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-CYCLE           PIC 9(4) VALUE ZEROES.
       01 WS-RUN-DATE        PIC X(10).
       01 WS-EOF-FLAG        PIC X(1) VALUE 'N'.
       01 WS-SOI-DONE        PIC X(1) VALUE 'N'.
       01 WS-CAL-INPUT       PIC X(2) VALUE SPACES.
       01 WS-LOADED-COUNT    PIC 9(9) VALUE ZEROES.
       01 WS-CONFIRM-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-MATCHED-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-MISMATCH-COUNT  PIC 9(9) VALUE ZEROES.
       01 WS-NOINSTR-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-OPEN-COUNT      PIC 9(9) VALUE ZEROES.
       01 WS-OVERDUE-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-EXACT-FOUND     PIC X(1) VALUE 'N'.
       01 WS-EXACT-KEY       PIC X(19) VALUE SPACES.
       01 WS-PARTIAL-FOUND   PIC X(1) VALUE 'N'.
       01 WS-PARTIAL-KEY     PIC X(19) VALUE SPACES.
       01 WS-EXCP-WRITTEN    PIC X(1) VALUE 'N'.
       01 WS-EXCP-SEVERITY   PIC X(1) VALUE 'C'.
       01 WS-EXCP-TEXT       PIC X(60) VALUE SPACES.
       01 WS-LINE-COUNT      PIC 9(4) VALUE 99.
       01 WS-PAGE-COUNT      PIC 9(4) VALUE ZEROES.
       01 WS-PAGE-EDIT       PIC ZZZ9.
       01 WS-AMOUNT-EDIT     PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-CONF-EDIT       PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-COUNT-EDIT      PIC ZZZ,ZZZ,ZZ9.
       01 WS-AGE-EDIT        PIC ZZZ9.
       01 WS-STATUS-TEXT     PIC X(6) VALUE SPACES.
       01 WS-OVERDUE-TEXT    PIC X(7) VALUE SPACES.
       01 WS-FROM-INT        PIC S9(12) VALUE ZEROES.
       01 WS-TO-INT          PIC S9(12) VALUE ZEROES.
       01 WS-AGE-BDAYS       PIC 9(4) VALUE ZEROES.
       01 WS-DATE-INT        PIC S9(12) VALUE ZEROES.
       01 WS-DATE-NUM        PIC 9(8) VALUE ZEROES.
       01 WS-RES             PIC X(21).
       01 WS-WEEKDAY         PIC 9(4) VALUE ZEROES.
       01 WS-VALID-DAY       PIC X(1) VALUE 'N'.
       01 WS-HOL-EOF         PIC X(1) VALUE 'N'.
       01 WS-HOL-FOUND       PIC X(1) VALUE 'N'.
       01 WS-HOLIDAY-COUNT   PIC 9(4) VALUE ZEROES.
       01 WS-HOL-IDX         PIC 9(4) VALUE ZEROES.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOL-ENTRY OCCURS 500 TIMES.
             10 WS-HOL-CAL  PIC X(2).
             10 WS-HOL-DATE PIC 9(8).
       01 WS-CAL-CODE        PIC X(2) VALUE 'US'.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM READ-RUN-CONTROL
         PERFORM WRITE-RUN-HEADER
         STRING WS-TIMESTAMP(7:2) '.' WS-TIMESTAMP(5:2) '.'
                WS-TIMESTAMP(1:4)
                DELIMITED BY SIZE INTO WS-RUN-DATE
         MOVE SPACES TO WS-CAL-INPUT
         ACCEPT WS-CAL-INPUT
         IF WS-CAL-INPUT NOT EQUAL SPACES
           MOVE WS-CAL-INPUT TO WS-CAL-CODE
         END-IF
         PERFORM LOAD-HOLIDAYS
         PERFORM OPEN-OPEN-ITEMS
         OPEN OUTPUT BREAKS-REPORT-FILE
         PERFORM LOAD-SETTLEMENT-INSTRUCTIONS
         PERFORM MATCH-CONFIRMATIONS
         PERFORM AGE-OPEN-ITEMS
         PERFORM WRITE-BREAKS-SUMMARY
         CLOSE BREAKS-REPORT-FILE
         CLOSE OPEN-ITEMS-FILE
         PERFORM WRITE-RUN-TRAILER
         IF WS-OVERDUE-COUNT > 0
           MOVE 4 TO RETURN-CODE
         ELSE
           MOVE 0 TO RETURN-CODE
         END-IF
         STOP RUN.

       OPEN-OPEN-ITEMS.
         OPEN I-O OPEN-ITEMS-FILE
         IF WS-SOI-STATUS EQUAL '35'
           OPEN OUTPUT OPEN-ITEMS-FILE
           CLOSE OPEN-ITEMS-FILE
           OPEN I-O OPEN-ITEMS-FILE
         END-IF
         IF WS-SOI-STATUS NOT EQUAL '00'
           DISPLAY 'SETLMTCH: CANNOT OPEN SETLOPEN, STATUS='
                   WS-SOI-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       LOAD-SETTLEMENT-INSTRUCTIONS.
         OPEN INPUT SETTLE-FILE
         IF WS-SETTLE-STATUS NOT EQUAL '00'
           DISPLAY 'SETLMTCH: SETTLOUT NOT AVAILABLE, STATUS='
                   WS-SETTLE-STATUS ' - NO NEW INSTRUCTIONS'
         ELSE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
             READ SETTLE-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                 IF SET-TRL-TYPE NOT EQUAL 'TRL'
                   PERFORM ADD-ONE-OPEN-ITEM
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SETTLE-FILE
         END-IF.

       ADD-ONE-OPEN-ITEM.
         MOVE SPACES TO SOI-RECORD
         MOVE SET-CUR-CODE TO SOI-CUR-CODE
         MOVE SET-VALUE-DATE TO SOI-VALUE-DATE
         MOVE WS-BUS-DATE TO SOI-SENT-DATE
         MOVE 'U' TO SOI-STATUS
         MOVE SET-REC-COUNT TO SOI-REC-COUNT
         MOVE SET-NET-AMOUNT TO SOI-AMOUNT
         MOVE ZERO TO SOI-CONF-AMOUNT
         MOVE ZERO TO SOI-AGE-BDAYS
         MOVE WS-BUS-DATE TO SOI-LAST-AGED
         WRITE SOI-RECORD
           INVALID KEY
             DISPLAY 'SETLMTCH: INSTRUCTION ' SET-CUR-CODE ' '
                     SET-VALUE-DATE ' ALREADY ON SETLOPEN, STATUS='
                     WS-SOI-STATUS
           NOT INVALID KEY
             ADD 1 TO WS-LOADED-COUNT
         END-WRITE.

       MATCH-CONFIRMATIONS.
         OPEN INPUT CONFIRM-FILE
         IF WS-CONFIRM-STATUS NOT EQUAL '00'
           DISPLAY 'SETLMTCH: SETLCONF NOT AVAILABLE, STATUS='
                   WS-CONFIRM-STATUS ' - NOTHING CONFIRMED TODAY'
         ELSE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
             READ CONFIRM-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                 IF CNF-CUR-CODE NOT EQUAL 'HDR'
                    AND CNF-CUR-CODE NOT EQUAL 'TRL'
                   ADD 1 TO WS-CONFIRM-COUNT
                   PERFORM MATCH-ONE-CONFIRMATION
                 END-IF
             END-READ
           END-PERFORM
           CLOSE CONFIRM-FILE
         END-IF.

       MATCH-ONE-CONFIRMATION.
         PERFORM FIND-OPEN-INSTRUCTION
         IF WS-EXACT-FOUND EQUAL 'Y'
           MOVE WS-EXACT-KEY TO SOI-KEY
           DELETE OPEN-ITEMS-FILE RECORD
             INVALID KEY
               DISPLAY 'SETLMTCH: DELETE FAILED, STATUS='
                       WS-SOI-STATUS
             NOT INVALID KEY
               ADD 1 TO WS-MATCHED-COUNT
           END-DELETE
         ELSE
           IF WS-PARTIAL-FOUND EQUAL 'Y'
             PERFORM MARK-MISMATCHED-ITEM
           ELSE
             PERFORM REPORT-UNEXPECTED-CONFIRMATION
           END-IF
         END-IF.

       FIND-OPEN-INSTRUCTION.
         MOVE 'N' TO WS-EXACT-FOUND
         MOVE 'N' TO WS-PARTIAL-FOUND
         MOVE 'N' TO WS-SOI-DONE
         MOVE CNF-CUR-CODE TO SOI-CUR-CODE
         MOVE CNF-VALUE-DATE TO SOI-VALUE-DATE
         MOVE ZERO TO SOI-SENT-DATE
         START OPEN-ITEMS-FILE KEY >= SOI-KEY
           INVALID KEY
             MOVE 'Y' TO WS-SOI-DONE
         END-START
         PERFORM UNTIL WS-SOI-DONE EQUAL 'Y'
           READ OPEN-ITEMS-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-SOI-DONE
             NOT AT END
               IF SOI-CUR-CODE NOT EQUAL CNF-CUR-CODE
                  OR SOI-VALUE-DATE NOT EQUAL CNF-VALUE-DATE
                 MOVE 'Y' TO WS-SOI-DONE
               ELSE
                 IF SOI-AMOUNT EQUAL CNF-AMOUNT
                   MOVE 'Y' TO WS-EXACT-FOUND
                   MOVE SOI-KEY TO WS-EXACT-KEY
                   MOVE 'Y' TO WS-SOI-DONE
                 ELSE
                   IF WS-PARTIAL-FOUND EQUAL 'N'
                     MOVE 'Y' TO WS-PARTIAL-FOUND
                     MOVE SOI-KEY TO WS-PARTIAL-KEY
                   END-IF
                 END-IF
               END-IF
           END-READ
         END-PERFORM.

       MARK-MISMATCHED-ITEM.
         MOVE WS-PARTIAL-KEY TO SOI-KEY
         READ OPEN-ITEMS-FILE
           INVALID KEY
             DISPLAY 'SETLMTCH: REREAD FAILED, STATUS=' WS-SOI-STATUS
           NOT INVALID KEY
             MOVE 'M' TO SOI-STATUS
             MOVE CNF-AMOUNT TO SOI-CONF-AMOUNT
             MOVE CNF-BANK-REF TO SOI-BANK-REF
             REWRITE SOI-RECORD
               INVALID KEY
                 DISPLAY 'SETLMTCH: REWRITE FAILED, STATUS='
                         WS-SOI-STATUS
               NOT INVALID KEY
                 ADD 1 TO WS-MISMATCH-COUNT
             END-REWRITE
         END-READ.

       REPORT-UNEXPECTED-CONFIRMATION.
         ADD 1 TO WS-NOINSTR-COUNT
         MOVE CNF-AMOUNT TO WS-CONF-EDIT
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO BREAKS-REPORT-RECORD
         STRING CNF-CUR-CODE ' ' CNF-VALUE-DATE ' ' CNF-BANK-REF
                ' NO INSTRUCTION    ' WS-CONF-EDIT
                DELIMITED BY SIZE INTO BREAKS-REPORT-RECORD
         WRITE BREAKS-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT
         MOVE SPACES TO WS-EXCP-TEXT
         STRING 'NO INSTR FOR CONF ' CNF-CUR-CODE
                ' VD=' CNF-VALUE-DATE ' AMT=' WS-CONF-EDIT
                DELIMITED BY SIZE INTO WS-EXCP-TEXT
         MOVE 'W' TO WS-EXCP-SEVERITY
         PERFORM WRITE-EXCEPTION-RECORD.

       AGE-OPEN-ITEMS.
         MOVE 'N' TO WS-SOI-DONE
         MOVE LOW-VALUES TO SOI-KEY
         START OPEN-ITEMS-FILE KEY >= SOI-KEY
           INVALID KEY
             MOVE 'Y' TO WS-SOI-DONE
         END-START
         PERFORM UNTIL WS-SOI-DONE EQUAL 'Y'
           READ OPEN-ITEMS-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-SOI-DONE
             NOT AT END
               PERFORM AGE-ONE-OPEN-ITEM
           END-READ
         END-PERFORM.

       AGE-ONE-OPEN-ITEM.
         ADD 1 TO WS-OPEN-COUNT
         PERFORM COUNT-BUSINESS-DAYS-OPEN
         MOVE WS-AGE-BDAYS TO SOI-AGE-BDAYS
         MOVE WS-BUS-DATE TO SOI-LAST-AGED
         REWRITE SOI-RECORD
           INVALID KEY
             DISPLAY 'SETLMTCH: REWRITE FAILED, STATUS='
                     WS-SOI-STATUS
         END-REWRITE
         IF SOI-STATUS EQUAL 'M'
           MOVE 'AMOUNT' TO WS-STATUS-TEXT
         ELSE
           MOVE 'UNCONF' TO WS-STATUS-TEXT
         END-IF
         IF WS-BUS-DATE > SOI-VALUE-DATE
           MOVE 'OVERDUE' TO WS-OVERDUE-TEXT
         ELSE
           MOVE SPACES TO WS-OVERDUE-TEXT
         END-IF
         MOVE SOI-AMOUNT TO WS-AMOUNT-EDIT
         MOVE SOI-CONF-AMOUNT TO WS-CONF-EDIT
         MOVE SOI-AGE-BDAYS TO WS-AGE-EDIT
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO BREAKS-REPORT-RECORD
         STRING SOI-CUR-CODE ' ' SOI-VALUE-DATE ' ' SOI-SENT-DATE
                ' ' WS-STATUS-TEXT ' ' WS-AMOUNT-EDIT
                ' ' WS-CONF-EDIT ' ' WS-AGE-EDIT
                ' ' WS-OVERDUE-TEXT
                DELIMITED BY SIZE INTO BREAKS-REPORT-RECORD
         WRITE BREAKS-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT
         IF WS-BUS-DATE > SOI-VALUE-DATE
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE SPACES TO WS-EXCP-TEXT
           STRING 'SETTLEMENT OPEN PAST VD ' SOI-CUR-CODE
                  ' VD=' SOI-VALUE-DATE
                  ' AMT=' WS-AMOUNT-EDIT
                  DELIMITED BY SIZE INTO WS-EXCP-TEXT
           MOVE 'C' TO WS-EXCP-SEVERITY
           PERFORM WRITE-EXCEPTION-RECORD
         END-IF.

       COUNT-BUSINESS-DAYS-OPEN.
         MOVE ZERO TO WS-AGE-BDAYS
         IF SOI-SENT-DATE IS NUMERIC
            AND SOI-SENT-DATE < WS-BUS-DATE
           MOVE FUNCTION INTEGER-OF-DATE(SOI-SENT-DATE)
             TO WS-FROM-INT
           MOVE FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
             TO WS-TO-INT
           COMPUTE WS-DATE-INT = WS-FROM-INT + 1
           PERFORM UNTIL WS-DATE-INT > WS-TO-INT
                      OR WS-AGE-BDAYS >= 9999
             PERFORM CHECK-BUSINESS-DAY
             IF WS-VALID-DAY EQUAL 'Y'
               ADD 1 TO WS-AGE-BDAYS
             END-IF
             ADD 1 TO WS-DATE-INT
           END-PERFORM
         END-IF.

       WRITE-BREAKS-SUMMARY.
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO BREAKS-REPORT-RECORD
         WRITE BREAKS-REPORT-RECORD
         MOVE WS-LOADED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO BREAKS-REPORT-RECORD
         STRING 'INSTRUCTIONS LOADED       ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO BREAKS-REPORT-RECORD
         WRITE BREAKS-REPORT-RECORD
         MOVE WS-CONFIRM-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO BREAKS-REPORT-RECORD
         STRING 'CONFIRMATIONS READ        ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO BREAKS-REPORT-RECORD
         WRITE BREAKS-REPORT-RECORD
         MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO BREAKS-REPORT-RECORD
         STRING 'MATCHED AND CLOSED        ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO BREAKS-REPORT-RECORD
         WRITE BREAKS-REPORT-RECORD
         MOVE WS-MISMATCH-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO BREAKS-REPORT-RECORD
         STRING 'AMOUNT MISMATCHES         ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO BREAKS-REPORT-RECORD
         WRITE BREAKS-REPORT-RECORD
         MOVE WS-NOINSTR-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO BREAKS-REPORT-RECORD
         STRING 'CONFIRMED, NO INSTRUCTION ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO BREAKS-REPORT-RECORD
         WRITE BREAKS-REPORT-RECORD
         MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO BREAKS-REPORT-RECORD
         STRING 'OPEN ITEMS CARRIED        ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO BREAKS-REPORT-RECORD
         WRITE BREAKS-REPORT-RECORD
         MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO BREAKS-REPORT-RECORD
         STRING 'OPEN PAST VALUE DATE      ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO BREAKS-REPORT-RECORD
         WRITE BREAKS-REPORT-RECORD
         ADD 8 TO WS-LINE-COUNT.

       CHECK-PAGE-BREAK.
         IF WS-LINE-COUNT > 55
           PERFORM WRITE-PAGE-HEADER
         END-IF.

       WRITE-PAGE-HEADER.
         ADD 1 TO WS-PAGE-COUNT
         MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT
         MOVE SPACES TO BREAKS-REPORT-RECORD
         STRING 'SETTLEMENT BREAKS REPORT BUSDATE ' WS-BUS-DATE
                '  RUN DATE ' WS-RUN-DATE '  PAGE ' WS-PAGE-EDIT
                DELIMITED BY SIZE INTO BREAKS-REPORT-RECORD
         WRITE BREAKS-REPORT-RECORD
         MOVE SPACES TO BREAKS-REPORT-RECORD
         STRING 'CUR VALUE-DT SENT-DT  STATUS      INSTRUCTED'
                '       CONFIRMED  AGE'
                DELIMITED BY SIZE INTO BREAKS-REPORT-RECORD
         WRITE BREAKS-REPORT-RECORD
         MOVE SPACES TO BREAKS-REPORT-RECORD
         WRITE BREAKS-REPORT-RECORD
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
           MOVE 'SETLMTCH' TO EXCP-PROGRAM
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
         STRING 'RUN HEADER PROGRAM=SETLMTCH'
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
         STRING 'RUN TRAILER PROGRAM=SETLMTCH'
                ' BUSDATE=' WS-BUS-DATE
                ' CYCLE=' WS-CYCLE
                ' TS=' WS-TIMESTAMP(1:14)
                ' READ=' WS-CONFIRM-COUNT
                ' MATCHED=' WS-MATCHED-COUNT
                ' OPEN=' WS-OPEN-COUNT
                ' OVERDUE=' WS-OVERDUE-COUNT
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
