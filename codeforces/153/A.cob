                ACCESS MODE IS RANDOM
                RECORD KEY IS PTD-KEY
                FILE STATUS IS WS-PTD-STATUS.
            SELECT FISCAL-PTD-MASTER ASSIGN TO FPTDMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS FPT-KEY
                FILE STATUS IS WS-FPT-STATUS.
            SELECT FISCAL-MASTER ASSIGN TO FISCMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS FSC-DATE
                FILE STATUS IS WS-FSC-STATUS.
            SELECT CURRENCY-FILE ASSIGN TO CURRIN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                ACCESS MODE IS RANDOM
                RECORD KEY IS ACCT-REC-ID
                FILE STATUS IS WS-ACCT-STATUS.
            SELECT BALANCE-LEDGER ASSIGN TO BALMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS BAL-KEY
                FILE STATUS IS WS-BAL-STATUS.
            SELECT SCREEN-RULE-FILE ASSIGN TO SCRNRULE
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-SCR-STATUS.
            SELECT ACTIVITY-HISTORY ASSIGN TO ACTHIST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACTH-KEY
                FILE STATUS IS WS-ACTH-STATUS.
            SELECT ALERT-FILE ASSIGN TO ALERTOUT
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT ALERT-REPORT-FILE ASSIGN TO ALERTRPT
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT POST-JOURNAL ASSIGN TO POSTJRNL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS PST-KEY
                FILE STATUS IS WS-PST-STATUS.

        DATA DIVISION.
        FILE SECTION.
               10 CHECKPOINT-CUR-TOTAL PIC S9(11)V9(2)
                                       SIGN IS LEADING SEPARATE.
               10 CHECKPOINT-CUR-COUNT PIC 9(9).
            05 CHECKPOINT-ALERT-COUNT PIC 9(9).
            05 CHECKPOINT-ALERT-LARGE PIC 9(9).
            05 CHECKPOINT-ALERT-VEL   PIC 9(9).

        FD  EXPECTED-TOTAL-FILE.
        01  EXPECTED-TOTAL-RECORD PIC S9(9)V9(2)
            05 ACCT-REC-ID     PIC X(10).
            05 ACCT-REC-NAME   PIC X(20).
            05 ACCT-REC-STATUS PIC X(1).
            05 ACCT-REC-CLASS  PIC X(4).

        FD  BALANCE-LEDGER.
        COPY BALREC.

        FD  SCREEN-RULE-FILE.
        COPY SCRNRULE.

        FD  ACTIVITY-HISTORY.
        COPY ACTHREC.

        FD  ALERT-FILE.
        COPY ALERTREC.

        FD  ALERT-REPORT-FILE.
        01  ALERT-REPORT-RECORD PIC X(80)  VALUE SPACES.

        FD  POST-JOURNAL.
        COPY POSTREC.

        FD  EXCEPTIONS-FILE.
        COPY EXCPREC.
        FD  PTD-MASTER.
        COPY PTDREC.

        FD  FISCAL-PTD-MASTER.
        COPY PTDREC REPLACING LEADING ==PTD-== BY ==FPT-==.

        FD  FISCAL-MASTER.
        COPY FISCREC.

        FD  REPORT-FILE.
        01  REPORT-RECORD     PIC X(80)   VALUE SPACES.

        01 WS-VALIDATE-TEXT  PIC X(10).
        01 WS-VALIDATE-TEXT-A PIC X(10).
        01 WS-VALIDATE-OK    PIC X(1).
        01 WS-VALIDATE-REASON PIC X(2)  VALUE SPACES.
        01 WS-VALIDATE-VALUE PIC S9(9)V9(4).
        01 WS-RUNLOG-STATUS  PIC X(2).
        01 WS-RUN-TIMESTAMP  PIC X(21).
        01 WS-EXCP-STATUS       PIC X(2).
        01 WS-PTD-STATUS        PIC X(2).
        01 WS-PTD-ALLOWED       PIC X(1)  VALUE 'Y'.
        01 WS-FPT-STATUS        PIC X(2).
        01 WS-FSC-STATUS        PIC X(2).
        01 WS-FISC-PERIOD       PIC 9(6)  VALUE ZEROES.
        01 WS-EXCP-WRITTEN      PIC X(1)  VALUE 'N'.
        01 WS-EXCP-SEVERITY     PIC X(1)  VALUE 'C'.
        01 WS-EXCP-TEXT         PIC X(60) VALUE SPACES.
        01 WS-TRL-SEEN          PIC X(1)     VALUE 'N'.
        01 WS-PEND-ACTIVE       PIC X(1)     VALUE 'N'.
        01 WS-PEND-OK           PIC X(1)     VALUE 'Y'.
        01 WS-PEND-REASON       PIC X(2)     VALUE SPACES.
        01 WS-PEND-TRAN-ID      PIC X(10)    VALUE SPACES.
        01 WS-PEND-IMAGE        PIC X(38)    VALUE SPACES.
        01 WS-PEND-TOTAL        PIC S9(11)V9(2) VALUE ZEROES.
        01 WS-ACCT-STATUS       PIC X(2).
        01 WS-ACCT-AVAILABLE    PIC X(1)     VALUE 'N'.
        01 WS-PEND-ACCT-NAME    PIC X(20)    VALUE SPACES.
        01 WS-BAL-STATUS        PIC X(2).
        01 WS-BAL-AVAILABLE     PIC X(1)     VALUE 'N'.
        01 WS-PEND-DEBITS       PIC S9(11)V9(2) VALUE ZEROES.
        01 WS-PEND-CREDITS      PIC S9(11)V9(2) VALUE ZEROES.
        01 WS-CUR-COUNT         PIC 9(2)     VALUE ZEROES.
        01 WS-CUR-TABLE.
           05 WS-CUR-ENTRY OCCURS 50 TIMES.
              10 WS-CKPT-CUR-CODE  PIC X(3).
              10 WS-CKPT-CUR-TOTAL PIC S9(11)V9(2).
              10 WS-CKPT-CUR-COUNT PIC 9(9).
        01 WS-SCR-STATUS        PIC X(2).
        01 WS-SCR-EOF           PIC X(1)     VALUE 'N'.
        01 WS-SCR-AVAILABLE     PIC X(1)     VALUE 'N'.
        01 WS-SCR-COUNT         PIC 9(2)     VALUE ZEROES.
        01 WS-SCR-TABLE.
           05 WS-SCR-ENTRY OCCURS 50 TIMES.
              10 WS-SCR-CUR       PIC X(3).
              10 WS-SCR-SINGLE    PIC 9(9)V9(2).
              10 WS-SCR-DAYS      PIC 9(3).
              10 WS-SCR-VEL-CNT   PIC 9(5).
              10 WS-SCR-VEL-AMT   PIC 9(11)V9(2).
              10 WS-SCR-FROM-DATE PIC 9(8).
        01 WS-SCR-IDX           PIC 9(2)     VALUE ZEROES.
        01 WS-SCR-RULE-IDX      PIC 9(2)     VALUE ZEROES.
        01 WS-SCR-ANY-IDX       PIC 9(2)     VALUE ZEROES.
        01 WS-SCR-DAY-IDX       PIC 9(4)     VALUE ZEROES.
        01 WS-SCR-ITEM-AMT      PIC S9(11)V9(2) VALUE ZEROES.
        01 WS-SCR-WIN-COUNT     PIC 9(7)     VALUE ZEROES.
        01 WS-SCR-WIN-AMT       PIC S9(13)V9(2) VALUE ZEROES.
        01 WS-SCR-RULE          PIC X(1)     VALUE SPACES.
        01 WS-SCR-LIMIT         PIC 9(11)V9(2) VALUE ZEROES.
        01 WS-SCR-DONE          PIC X(1)     VALUE 'N'.
        01 WS-ACTH-STATUS       PIC X(2).
        01 WS-ACTH-AVAILABLE    PIC X(1)     VALUE 'N'.
        01 WS-PST-STATUS        PIC X(2).
        01 WS-PST-AVAILABLE     PIC X(1)     VALUE 'N'.
        01 WS-ALERT-COUNT       PIC 9(9)     VALUE ZEROES.
        01 WS-ALERT-LARGE       PIC 9(9)     VALUE ZEROES.
        01 WS-ALERT-VELOCITY    PIC 9(9)     VALUE ZEROES.
        01 WS-ALERT-AMT-EDIT    PIC -ZZZ,ZZZ,ZZ9.99.
        01 WS-ALERT-LIM-EDIT    PIC ZZ,ZZZ,ZZZ,ZZ9.99.
        01 WS-ALERT-WIN-EDIT    PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
            OPEN EXTEND REJECT-FILE
            OPEN EXTEND REPORT-FILE
            OPEN EXTEND BACK-REPORT-FILE
            OPEN EXTEND ALERT-FILE
            OPEN EXTEND ALERT-REPORT-FILE
          ELSE
            OPEN OUTPUT REJECT-FILE
            OPEN OUTPUT REPORT-FILE
            OPEN OUTPUT BACK-REPORT-FILE
            OPEN OUTPUT ALERT-FILE
            OPEN OUTPUT ALERT-REPORT-FILE
            MOVE SPACES TO ALERT-REPORT-RECORD
            STRING 'COMPLIANCE SCREENING ALERTS BUSDATE=' WS-BUS-DATE
                   ' CYCLE=' WS-CYCLE
                   DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
            WRITE ALERT-REPORT-RECORD
          END-IF.

        WRITE-RUN-HEADER.
          END-IF.

        VALIDATE-STR.
          MOVE SPACES TO WS-VALIDATE-REASON
          MOVE FUNCTION TEST-NUMVAL(WS-VALIDATE-TEXT) TO WS-NUMVAL-CHECK
          IF WS-NUMVAL-CHECK NOT EQUAL 0
            MOVE 'N' TO WS-VALIDATE-OK
            MOVE 'NV' TO WS-VALIDATE-REASON
          ELSE
            IF FUNCTION ABS(FUNCTION NUMVAL(WS-VALIDATE-TEXT))
                > WS-VAL-MAX
              MOVE 'N' TO WS-VALIDATE-OK
              MOVE 'AM' TO WS-VALIDATE-REASON
            ELSE
              MOVE 'Y' TO WS-VALIDATE-OK
              MOVE FUNCTION NUMVAL(WS-VALIDATE-TEXT)
              IF WS-VAL-SCALED NOT EQUAL
                  FUNCTION INTEGER-PART(WS-VAL-SCALED)
                MOVE 'N' TO WS-VALIDATE-OK
                MOVE 'DP' TO WS-VALIDATE-REASON
              END-IF
            END-IF
          END-IF.
          DISPLAY 'REJECTED INVALID INPUT: ' WS-VALIDATE-TEXT
          MOVE SPACES TO REJECT-RECORD
          STRING 'REJECT INTERACTIVE DATA=' WS-VALIDATE-TEXT
                 ' RSN=' WS-VALIDATE-REASON
                 DELIMITED BY SIZE INTO REJECT-RECORD
          WRITE REJECT-RECORD.

          MOVE SPACES TO REJECT-RECORD
          STRING 'REJECT INTERACTIVE SUM OVERFLOW A='
                 WS-VALIDATE-TEXT-A ' B=' WS-VALIDATE-TEXT
                 ' RSN=OV'
                 DELIMITED BY SIZE INTO REJECT-RECORD
          WRITE REJECT-RECORD.

        BATCH-RUN.
          PERFORM LOAD-CURRENCIES
          PERFORM OPEN-ACCOUNT-MASTER
          PERFORM OPEN-BALANCE-LEDGER
          PERFORM LOAD-SCREENING-RULES
          PERFORM OPEN-ACTIVITY-HISTORY
          PERFORM OPEN-POST-JOURNAL
          OPEN INPUT TRANX-FILE
          PERFORM VERIFY-FILE-HEADER
          PERFORM SKIP-CHECKPOINTED-RECORDS
          IF WS-ACCT-AVAILABLE EQUAL 'Y'
            CLOSE ACCOUNT-MASTER
          END-IF
          IF WS-BAL-AVAILABLE EQUAL 'Y'
            CLOSE BALANCE-LEDGER
          END-IF
          IF WS-ACTH-AVAILABLE EQUAL 'Y'
            CLOSE ACTIVITY-HISTORY
          END-IF
          IF WS-PST-AVAILABLE EQUAL 'Y'
            CLOSE POST-JOURNAL
          END-IF
          PERFORM WRITE-SCREENING-TOTALS
          PERFORM WRITE-FINAL-TOTALS
          CLOSE REPORT-FILE
          PERFORM WRITE-BACKDATED-TOTALS
          CLOSE BACK-REPORT-FILE
          PERFORM WRITE-SETTLEMENT-FILE
          PERFORM UPDATE-PTD-MASTER
          PERFORM UPDATE-FISCAL-PTD-MASTER
          PERFORM DISPLAY-TRAILER
          PERFORM RECONCILE-CONTROL-TOTAL
          PERFORM RESET-CHECKPOINT.
                MOVE CHECKPOINT-TRAN-ID TO WS-PREV-TRAN-ID
                MOVE CHECKPOINT-BACK-COUNT TO WS-BACK-COUNT
                MOVE CHECKPOINT-BACK-TOTAL TO WS-BACK-TOTAL
                IF CHECKPOINT-ALERT-COUNT IS NUMERIC
                    AND CHECKPOINT-ALERT-LARGE IS NUMERIC
                    AND CHECKPOINT-ALERT-VEL IS NUMERIC
                  MOVE CHECKPOINT-ALERT-COUNT TO WS-ALERT-COUNT
                  MOVE CHECKPOINT-ALERT-LARGE TO WS-ALERT-LARGE
                  MOVE CHECKPOINT-ALERT-VEL TO WS-ALERT-VELOCITY
                END-IF
                PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                    UNTIL WS-CUR-IDX > 50
                  MOVE CHECKPOINT-CUR-CODE(WS-CUR-IDX)
          MOVE WS-PREV-TRAN-ID TO CHECKPOINT-TRAN-ID
          MOVE WS-BACK-COUNT TO CHECKPOINT-BACK-COUNT
          MOVE WS-BACK-TOTAL TO CHECKPOINT-BACK-TOTAL
          MOVE WS-ALERT-COUNT TO CHECKPOINT-ALERT-COUNT
          MOVE WS-ALERT-LARGE TO CHECKPOINT-ALERT-LARGE
          MOVE WS-ALERT-VELOCITY TO CHECKPOINT-ALERT-VEL
          PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > 50
            MOVE WS-CUR-CODE(WS-CUR-IDX)
          MOVE SPACES TO CHECKPOINT-TRAN-ID
          MOVE ZERO TO CHECKPOINT-BACK-COUNT
          MOVE ZERO TO CHECKPOINT-BACK-TOTAL
          MOVE ZERO TO CHECKPOINT-ALERT-COUNT
          MOVE ZERO TO CHECKPOINT-ALERT-LARGE
          MOVE ZERO TO CHECKPOINT-ALERT-VEL
          PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
              UNTIL WS-CUR-IDX > 50
            MOVE SPACES TO CHECKPOINT-CUR-CODE(WS-CUR-IDX)
                    WS-ACCT-STATUS ' - ACCOUNT VALIDATION SKIPPED'
          END-IF.

        OPEN-BALANCE-LEDGER.
          MOVE 'N' TO WS-BAL-AVAILABLE
          IF WS-PTD-ALLOWED EQUAL 'N'
            DISPLAY 'BALANCE LEDGER ALREADY POSTED FOR THIS '
                    'RUN - POSTING SKIPPED'
          ELSE
            OPEN I-O BALANCE-LEDGER
            IF WS-BAL-STATUS EQUAL '35'
              OPEN OUTPUT BALANCE-LEDGER
              CLOSE BALANCE-LEDGER
              OPEN I-O BALANCE-LEDGER
            END-IF
            IF WS-BAL-STATUS EQUAL '00'
              MOVE 'Y' TO WS-BAL-AVAILABLE
            ELSE
              DISPLAY 'CANNOT OPEN BALMSTR, STATUS=' WS-BAL-STATUS
                      ' - BALANCE POSTING SKIPPED'
            END-IF
          END-IF.

        LOOKUP-ACCOUNT-MASTER.
          MOVE SPACES TO WS-PEND-ACCT-NAME
          IF WS-ACCT-AVAILABLE EQUAL 'Y'
            READ ACCOUNT-MASTER
              INVALID KEY
                MOVE 'N' TO WS-PEND-OK
                MOVE 'AU' TO WS-PEND-REASON
                DISPLAY 'REJECTED RECORD ' WS-RECORD-COUNT
                        ': UNKNOWN ACCOUNT ' WS-PEND-TRAN-ID
              NOT INVALID KEY
                  MOVE ACCT-REC-NAME TO WS-PEND-ACCT-NAME
                ELSE
                  MOVE 'N' TO WS-PEND-OK
                  MOVE 'AC' TO WS-PEND-REASON
                  DISPLAY 'REJECTED RECORD ' WS-RECORD-COUNT
                          ': CLOSED ACCOUNT ' WS-PEND-TRAN-ID
                END-IF
          ADD 1 TO WS-RECORD-COUNT
          MOVE 'Y' TO WS-PEND-ACTIVE
          MOVE 'Y' TO WS-PEND-OK
          MOVE SPACES TO WS-PEND-REASON
          MOVE TRAN-ID TO WS-PEND-TRAN-ID
          MOVE TRANX-TRAN-BASE TO WS-PEND-IMAGE
          MOVE 1 TO WS-PEND-REC-COUNT
          MOVE TRANX-TRAN-BASE TO WS-PEND-REC-IMAGE(1)
          MOVE ZERO TO WS-PEND-TOTAL
          MOVE ZERO TO WS-PEND-LEGS
          MOVE ZERO TO WS-PEND-DEBITS
          MOVE ZERO TO WS-PEND-CREDITS
          PERFORM LOOKUP-ACCOUNT-MASTER
          PERFORM SCREEN-EFFECTIVE-DATE
          PERFORM SET-TRANSACTION-CURRENCY
            MOVE TRANX-EFF-DATE TO WS-PEND-EFF-DATE
            IF WS-PEND-EFF-DATE > WS-BUS-DATE
              MOVE 'N' TO WS-PEND-OK
              IF WS-PEND-REASON EQUAL SPACES
                MOVE 'ED' TO WS-PEND-REASON
              END-IF
              DISPLAY 'REJECTED RECORD ' WS-RECORD-COUNT
                      ': FUTURE EFFECTIVE DATE ' WS-PEND-EFF-DATE
            ELSE
          END-IF
          IF WS-PEND-CUR-IDX EQUAL ZERO
            MOVE 'N' TO WS-PEND-OK
            IF WS-PEND-REASON EQUAL SPACES
              MOVE 'CU' TO WS-PEND-REASON
            END-IF
            MOVE 999999 TO WS-VAL-MAX
            MOVE ZERO TO WS-VAL-DECIMALS
          ELSE
            MOVE SPACES TO REJECT-RECORD
            STRING 'REJECT REC=' WS-RECORD-COUNT
                   ' DATA=' TRANX-RECORD
                   ' RSN=CN'
                   DELIMITED BY SIZE INTO REJECT-RECORD
            WRITE REJECT-RECORD
          ELSE
            PERFORM VALIDATE-STR
            IF WS-VALIDATE-OK EQUAL 'N'
              MOVE 'N' TO WS-PEND-OK
              IF WS-PEND-REASON EQUAL SPACES
                MOVE WS-VALIDATE-REASON TO WS-PEND-REASON
              END-IF
            ELSE
              ADD 1 TO WS-PEND-LEGS
              ADD WS-VALIDATE-VALUE TO WS-PEND-TOTAL
                ON SIZE ERROR
                  MOVE 'N' TO WS-PEND-OK
                  IF WS-PEND-REASON EQUAL SPACES
                    MOVE 'OV' TO WS-PEND-REASON
                  END-IF
              END-ADD
              IF WS-VALIDATE-VALUE < 0
                SUBTRACT WS-VALIDATE-VALUE FROM WS-PEND-DEBITS
              ELSE
                ADD WS-VALIDATE-VALUE TO WS-PEND-CREDITS
              END-IF
            END-IF
          END-IF.

                    TO WS-CUR-TOTAL(WS-PEND-CUR-IDX)
                  ADD 1 TO WS-CUR-TOT-COUNT(WS-PEND-CUR-IDX)
                  PERFORM WRITE-REPORT-DETAIL
                  PERFORM POST-BALANCE-LEDGER
                  PERFORM WRITE-POST-JOURNAL
                  PERFORM SCREEN-POSTED-TRANSACTION
              END-ADD
            END-IF
            END-IF
            PERFORM WRITE-CHECKPOINT
          END-IF.

        POST-BALANCE-LEDGER.
          IF WS-BAL-AVAILABLE EQUAL 'Y'
            MOVE WS-PEND-TRAN-ID TO BAL-ACCT-ID
            MOVE WS-CUR-CODE(WS-PEND-CUR-IDX) TO BAL-CUR-CODE
            READ BALANCE-LEDGER
              INVALID KEY
                MOVE WS-PEND-TRAN-ID TO BAL-ACCT-ID
                MOVE WS-CUR-CODE(WS-PEND-CUR-IDX) TO BAL-CUR-CODE
                MOVE ZERO TO BAL-OPEN-BAL
                MOVE ZERO TO BAL-DAY-DEBITS
                MOVE ZERO TO BAL-DAY-CREDITS
                MOVE ZERO TO BAL-CLOSE-BAL
                MOVE WS-BUS-DATE TO BAL-LAST-POSTED
                MOVE WS-BUS-DATE(1:6) TO BAL-MONTH
                MOVE ZERO TO BAL-MONTH-OPEN-BAL
                MOVE ZERO TO BAL-MTD-DEBITS
                MOVE ZERO TO BAL-MTD-CREDITS
                PERFORM APPLY-BALANCE-MOVEMENT
                WRITE BAL-RECORD
                  INVALID KEY
                    DISPLAY 'BALMSTR WRITE FAILED, STATUS='
                            WS-BAL-STATUS ' ACCT=' WS-PEND-TRAN-ID
                END-WRITE
              NOT INVALID KEY
                IF BAL-LAST-POSTED NOT EQUAL WS-BUS-DATE
                  MOVE BAL-CLOSE-BAL TO BAL-OPEN-BAL
                  MOVE ZERO TO BAL-DAY-DEBITS
                  MOVE ZERO TO BAL-DAY-CREDITS
                  MOVE WS-BUS-DATE TO BAL-LAST-POSTED
                END-IF
                IF BAL-MONTH NOT EQUAL WS-BUS-DATE(1:6)
                  MOVE BAL-CLOSE-BAL TO BAL-MONTH-OPEN-BAL
                  MOVE ZERO TO BAL-MTD-DEBITS
                  MOVE ZERO TO BAL-MTD-CREDITS
                  MOVE WS-BUS-DATE(1:6) TO BAL-MONTH
                END-IF
                PERFORM APPLY-BALANCE-MOVEMENT
                REWRITE BAL-RECORD
                  INVALID KEY
                    DISPLAY 'BALMSTR REWRITE FAILED, STATUS='
                            WS-BAL-STATUS ' ACCT=' WS-PEND-TRAN-ID
                END-REWRITE
            END-READ
          END-IF.

        OPEN-ACTIVITY-HISTORY.
          MOVE 'N' TO WS-ACTH-AVAILABLE
          OPEN I-O ACTIVITY-HISTORY
          IF WS-ACTH-STATUS EQUAL '35'
            OPEN OUTPUT ACTIVITY-HISTORY
            CLOSE ACTIVITY-HISTORY
            OPEN I-O ACTIVITY-HISTORY
          END-IF
          IF WS-ACTH-STATUS EQUAL '00'
            MOVE 'Y' TO WS-ACTH-AVAILABLE
          ELSE
            DISPLAY 'CANNOT OPEN ACTHIST, STATUS=' WS-ACTH-STATUS
                    ' - VELOCITY SCREENING SKIPPED'
          END-IF.

        OPEN-POST-JOURNAL.
          MOVE 'N' TO WS-PST-AVAILABLE
          IF WS-PTD-ALLOWED EQUAL 'N'
            DISPLAY 'POSTJRNL ALREADY WRITTEN FOR THIS '
                    'RUN - JOURNAL SKIPPED'
          ELSE
            OPEN I-O POST-JOURNAL
            IF WS-PST-STATUS EQUAL '35'
              OPEN OUTPUT POST-JOURNAL
              CLOSE POST-JOURNAL
              OPEN I-O POST-JOURNAL
            END-IF
            IF WS-PST-STATUS EQUAL '00'
              MOVE 'Y' TO WS-PST-AVAILABLE
            ELSE
              DISPLAY 'CANNOT OPEN POSTJRNL, STATUS=' WS-PST-STATUS
                      ' - POSTED-TRANSACTION JOURNAL SKIPPED'
            END-IF
          END-IF.

        WRITE-POST-JOURNAL.
          IF WS-PST-AVAILABLE EQUAL 'Y'
            MOVE SPACES TO PST-RECORD
            MOVE WS-BUS-DATE TO PST-BUS-DATE
            MOVE WS-CYCLE TO PST-CYCLE
            MOVE WS-RECORD-COUNT TO PST-SEQ
            MOVE WS-PEND-TRAN-ID TO PST-TRAN-ID
            MOVE WS-CUR-CODE(WS-PEND-CUR-IDX) TO PST-CUR-CODE
            MOVE WS-PEND-TOTAL TO PST-AMOUNT
            IF WS-PEND-DEBITS > WS-PEND-CREDITS
              MOVE WS-PEND-DEBITS TO PST-MU-VALUE
            ELSE
              MOVE WS-PEND-CREDITS TO PST-MU-VALUE
            END-IF
            MOVE WS-PEND-LEGS TO PST-LEGS
            MOVE WS-PEND-EFF-DATE TO PST-EFF-DATE
            MOVE WS-PEND-IMAGE(28:3) TO PST-BRANCH
            WRITE PST-RECORD
              INVALID KEY
                REWRITE PST-RECORD
                  INVALID KEY
                    DISPLAY 'POSTJRNL WRITE FAILED, STATUS='
                            WS-PST-STATUS ' ACCT=' WS-PEND-TRAN-ID
                END-REWRITE
            END-WRITE
          END-IF.

        LOAD-SCREENING-RULES.
          MOVE ZERO TO WS-SCR-COUNT
          MOVE 'N' TO WS-SCR-AVAILABLE
          MOVE 'N' TO WS-SCR-EOF
          OPEN INPUT SCREEN-RULE-FILE
          IF WS-SCR-STATUS NOT EQUAL '00'
            DISPLAY 'SCRNRULE NOT AVAILABLE, STATUS=' WS-SCR-STATUS
                    ' - COMPLIANCE SCREENING SKIPPED'
          ELSE
            PERFORM UNTIL WS-SCR-EOF EQUAL 'Y'
              READ SCREEN-RULE-FILE
                AT END
                  MOVE 'Y' TO WS-SCR-EOF
                NOT AT END
                  PERFORM LOAD-ONE-SCREENING-RULE
              END-READ
            END-PERFORM
            CLOSE SCREEN-RULE-FILE
          END-IF
          IF WS-SCR-COUNT > 0
            MOVE 'Y' TO WS-SCR-AVAILABLE
            PERFORM LOAD-HOLIDAYS
            PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
                UNTIL WS-SCR-IDX > WS-SCR-COUNT
              PERFORM SET-VELOCITY-WINDOW-START
            END-PERFORM
          END-IF.

        LOAD-ONE-SCREENING-RULE.
          IF SCR-SINGLE-LIMIT IS NOT NUMERIC
              OR SCR-VEL-DAYS IS NOT NUMERIC
              OR SCR-VEL-COUNT IS NOT NUMERIC
              OR SCR-VEL-AMOUNT IS NOT NUMERIC
              OR SCR-CUR-CODE EQUAL SPACES
            DISPLAY 'SCRNRULE CARD INVALID, IGNORED: '
                    SCR-RULE-RECORD
          ELSE
            IF WS-SCR-COUNT >= 50
              DISPLAY 'SCRNRULE TABLE FULL, CODE ' SCR-CUR-CODE
                      ' IGNORED'
            ELSE
              ADD 1 TO WS-SCR-COUNT
              MOVE SCR-CUR-CODE TO WS-SCR-CUR(WS-SCR-COUNT)
              MOVE SCR-SINGLE-LIMIT TO WS-SCR-SINGLE(WS-SCR-COUNT)
              MOVE SCR-VEL-DAYS TO WS-SCR-DAYS(WS-SCR-COUNT)
              MOVE SCR-VEL-COUNT TO WS-SCR-VEL-CNT(WS-SCR-COUNT)
              MOVE SCR-VEL-AMOUNT TO WS-SCR-VEL-AMT(WS-SCR-COUNT)
              MOVE WS-BUS-DATE TO WS-SCR-FROM-DATE(WS-SCR-COUNT)
            END-IF
          END-IF.

        SET-VELOCITY-WINDOW-START.
          MOVE FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
            TO WS-VALUE-INT
          MOVE -1 TO WS-STEP
          PERFORM VARYING WS-SCR-DAY-IDX FROM 2 BY 1
              UNTIL WS-SCR-DAY-IDX > WS-SCR-DAYS(WS-SCR-IDX)
            PERFORM ADVANCE-ONE-BUSINESS-DAY
          END-PERFORM
          MOVE FUNCTION DATE-OF-INTEGER(WS-VALUE-INT)
            TO WS-DATE-RES
          MOVE WS-DATE-RES(1:8) TO WS-SCR-FROM-DATE(WS-SCR-IDX).

        SCREEN-POSTED-TRANSACTION.
          IF WS-PEND-DEBITS > WS-PEND-CREDITS
            MOVE WS-PEND-DEBITS TO WS-SCR-ITEM-AMT
          ELSE
            MOVE WS-PEND-CREDITS TO WS-SCR-ITEM-AMT
          END-IF
          IF WS-ACTH-AVAILABLE EQUAL 'Y'
              AND WS-PTD-ALLOWED EQUAL 'Y'
            PERFORM POST-ACTIVITY-HISTORY
          END-IF
          IF WS-SCR-AVAILABLE EQUAL 'Y'
            PERFORM FIND-SCREENING-RULE
            IF WS-SCR-RULE-IDX > 0
              MOVE ZERO TO WS-SCR-WIN-COUNT
              MOVE ZERO TO WS-SCR-WIN-AMT
              IF WS-SCR-SINGLE(WS-SCR-RULE-IDX) > 0
                  AND WS-SCR-ITEM-AMT > WS-SCR-SINGLE(WS-SCR-RULE-IDX)
                MOVE 'L' TO WS-SCR-RULE
                MOVE WS-SCR-SINGLE(WS-SCR-RULE-IDX) TO WS-SCR-LIMIT
                ADD 1 TO WS-ALERT-LARGE
                PERFORM WRITE-SCREENING-ALERT
              END-IF
              IF WS-SCR-DAYS(WS-SCR-RULE-IDX) > 0
                  AND WS-ACTH-AVAILABLE EQUAL 'Y'
                PERFORM SCREEN-ACCOUNT-VELOCITY
              END-IF
            END-IF
          END-IF.

        FIND-SCREENING-RULE.
          MOVE ZERO TO WS-SCR-RULE-IDX
          MOVE ZERO TO WS-SCR-ANY-IDX
          PERFORM VARYING WS-SCR-IDX FROM 1 BY 1
              UNTIL WS-SCR-IDX > WS-SCR-COUNT
                 OR WS-SCR-RULE-IDX > 0
            IF WS-SCR-CUR(WS-SCR-IDX)
                EQUAL WS-CUR-CODE(WS-PEND-CUR-IDX)
              MOVE WS-SCR-IDX TO WS-SCR-RULE-IDX
            END-IF
            IF WS-SCR-CUR(WS-SCR-IDX) EQUAL '***'
              MOVE WS-SCR-IDX TO WS-SCR-ANY-IDX
            END-IF
          END-PERFORM
          IF WS-SCR-RULE-IDX EQUAL ZERO
            MOVE WS-SCR-ANY-IDX TO WS-SCR-RULE-IDX
          END-IF.

        POST-ACTIVITY-HISTORY.
          MOVE WS-PEND-TRAN-ID TO ACTH-ACCT-ID
          MOVE WS-CUR-CODE(WS-PEND-CUR-IDX) TO ACTH-CUR-CODE
          MOVE WS-BUS-DATE TO ACTH-BUS-DATE
          READ ACTIVITY-HISTORY
            INVALID KEY
              MOVE WS-PEND-TRAN-ID TO ACTH-ACCT-ID
              MOVE WS-CUR-CODE(WS-PEND-CUR-IDX) TO ACTH-CUR-CODE
              MOVE WS-BUS-DATE TO ACTH-BUS-DATE
              MOVE 1 TO ACTH-COUNT
              MOVE WS-SCR-ITEM-AMT TO ACTH-AMOUNT
              WRITE ACTH-RECORD
                INVALID KEY
                  DISPLAY 'ACTHIST WRITE FAILED, STATUS='
                          WS-ACTH-STATUS ' ACCT=' WS-PEND-TRAN-ID
              END-WRITE
            NOT INVALID KEY
              ADD 1 TO ACTH-COUNT
              ADD WS-SCR-ITEM-AMT TO ACTH-AMOUNT
              REWRITE ACTH-RECORD
                INVALID KEY
                  DISPLAY 'ACTHIST REWRITE FAILED, STATUS='
                          WS-ACTH-STATUS ' ACCT=' WS-PEND-TRAN-ID
              END-REWRITE
          END-READ.

        SCREEN-ACCOUNT-VELOCITY.
          MOVE 'N' TO WS-SCR-DONE
          MOVE WS-PEND-TRAN-ID TO ACTH-ACCT-ID
          MOVE WS-CUR-CODE(WS-PEND-CUR-IDX) TO ACTH-CUR-CODE
          MOVE WS-SCR-FROM-DATE(WS-SCR-RULE-IDX) TO ACTH-BUS-DATE
          START ACTIVITY-HISTORY KEY >= ACTH-KEY
            INVALID KEY
              MOVE 'Y' TO WS-SCR-DONE
          END-START
          PERFORM UNTIL WS-SCR-DONE EQUAL 'Y'
            READ ACTIVITY-HISTORY NEXT RECORD
              AT END
                MOVE 'Y' TO WS-SCR-DONE
              NOT AT END
                IF ACTH-ACCT-ID NOT EQUAL WS-PEND-TRAN-ID
                    OR ACTH-CUR-CODE
                       NOT EQUAL WS-CUR-CODE(WS-PEND-CUR-IDX)
                    OR ACTH-BUS-DATE > WS-BUS-DATE
                  MOVE 'Y' TO WS-SCR-DONE
                ELSE
                  ADD ACTH-COUNT TO WS-SCR-WIN-COUNT
                  ADD ACTH-AMOUNT TO WS-SCR-WIN-AMT
                END-IF
            END-READ
          END-PERFORM
          IF WS-SCR-VEL-CNT(WS-SCR-RULE-IDX) > 0
              AND WS-SCR-WIN-COUNT > WS-SCR-VEL-CNT(WS-SCR-RULE-IDX)
            MOVE 'C' TO WS-SCR-RULE
            MOVE WS-SCR-VEL-CNT(WS-SCR-RULE-IDX) TO WS-SCR-LIMIT
            ADD 1 TO WS-ALERT-VELOCITY
            PERFORM WRITE-SCREENING-ALERT
          ELSE
            IF WS-SCR-VEL-AMT(WS-SCR-RULE-IDX) > 0
                AND WS-SCR-WIN-AMT > WS-SCR-VEL-AMT(WS-SCR-RULE-IDX)
              MOVE 'V' TO WS-SCR-RULE
              MOVE WS-SCR-VEL-AMT(WS-SCR-RULE-IDX) TO WS-SCR-LIMIT
              ADD 1 TO WS-ALERT-VELOCITY
              PERFORM WRITE-SCREENING-ALERT
            END-IF
          END-IF.

        WRITE-SCREENING-ALERT.
          ADD 1 TO WS-ALERT-COUNT
          MOVE SPACES TO ALERT-RECORD
          MOVE WS-BUS-DATE TO ALR-BUS-DATE
          MOVE WS-CYCLE TO ALR-CYCLE
          MOVE WS-SCR-RULE TO ALR-RULE
          MOVE WS-PEND-TRAN-ID TO ALR-TRAN-ID
          MOVE WS-CUR-CODE(WS-PEND-CUR-IDX) TO ALR-CUR-CODE
          MOVE WS-RECORD-COUNT TO ALR-REC-NO
          MOVE WS-SCR-ITEM-AMT TO ALR-AMOUNT
          MOVE WS-SCR-LIMIT TO ALR-LIMIT
          MOVE WS-SCR-DAYS(WS-SCR-RULE-IDX) TO ALR-WINDOW-DAYS
          MOVE WS-SCR-WIN-COUNT TO ALR-WINDOW-COUNT
          MOVE WS-SCR-WIN-AMT TO ALR-WINDOW-AMOUNT
          WRITE ALERT-RECORD
          MOVE WS-SCR-ITEM-AMT TO WS-ALERT-AMT-EDIT
          MOVE WS-SCR-LIMIT TO WS-ALERT-LIM-EDIT
          MOVE SPACES TO ALERT-REPORT-RECORD
          EVALUATE WS-SCR-RULE
            WHEN 'L'
              STRING 'LARGE    ' WS-PEND-TRAN-ID
                     ' CUR=' WS-CUR-CODE(WS-PEND-CUR-IDX)
                     ' AMT=' WS-ALERT-AMT-EDIT
                     ' LIMIT=' WS-ALERT-LIM-EDIT
                     DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
            WHEN 'C'
              STRING 'VEL-CNT  ' WS-PEND-TRAN-ID
                     ' CUR=' WS-CUR-CODE(WS-PEND-CUR-IDX)
                     ' ITEMS=' WS-SCR-WIN-COUNT
                     ' IN ' WS-SCR-DAYS(WS-SCR-RULE-IDX)
                     ' BDAYS LIMIT=' WS-SCR-VEL-CNT(WS-SCR-RULE-IDX)
                     DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
            WHEN OTHER
              MOVE WS-SCR-WIN-AMT TO WS-ALERT-WIN-EDIT
              STRING 'VEL-AMT  ' WS-PEND-TRAN-ID
                     ' CUR=' WS-CUR-CODE(WS-PEND-CUR-IDX)
                     ' ' WS-SCR-DAYS(WS-SCR-RULE-IDX)
                     ' BDAYS=' WS-ALERT-WIN-EDIT
                     DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
          END-EVALUATE
          WRITE ALERT-REPORT-RECORD.

        WRITE-SCREENING-TOTALS.
          MOVE SPACES TO ALERT-REPORT-RECORD
          STRING 'ALERTS=' WS-ALERT-COUNT
                 ' LARGE-VALUE=' WS-ALERT-LARGE
                 ' VELOCITY=' WS-ALERT-VELOCITY
                 DELIMITED BY SIZE INTO ALERT-REPORT-RECORD
          WRITE ALERT-REPORT-RECORD
          CLOSE ALERT-FILE
          CLOSE ALERT-REPORT-FILE
          IF WS-ALERT-COUNT > 0
            MOVE SPACES TO WS-EXCP-TEXT
            STRING 'SCREENING ALERTS=' WS-ALERT-COUNT
                   ' LARGE=' WS-ALERT-LARGE
                   ' VEL=' WS-ALERT-VELOCITY
                   DELIMITED BY SIZE INTO WS-EXCP-TEXT
            MOVE 'W' TO WS-EXCP-SEVERITY
            PERFORM WRITE-EXCEPTION-RECORD
          END-IF.

        APPLY-BALANCE-MOVEMENT.
          ADD WS-PEND-DEBITS TO BAL-DAY-DEBITS
          ADD WS-PEND-CREDITS TO BAL-DAY-CREDITS
          ADD WS-PEND-DEBITS TO BAL-MTD-DEBITS
          ADD WS-PEND-CREDITS TO BAL-MTD-CREDITS
          COMPUTE BAL-CLOSE-BAL = BAL-CLOSE-BAL
                                + WS-PEND-CREDITS - WS-PEND-DEBITS.

        WRITE-BACKDATED-DETAIL.
          ADD 1 TO WS-BACK-COUNT
          ADD WS-PEND-TOTAL TO WS-BACK-TOTAL

        REJECT-PENDING-TRANSACTION.
          ADD 1 TO WS-REJECT-COUNT
          IF WS-PEND-REASON EQUAL SPACES
            IF WS-PEND-LEGS EQUAL 0
              MOVE 'NL' TO WS-PEND-REASON
            ELSE
              MOVE 'OV' TO WS-PEND-REASON
            END-IF
          END-IF
          DISPLAY 'REJECTED TRANSACTION ENDING REC ' WS-RECORD-COUNT
                  ': ' WS-PEND-IMAGE ' RSN=' WS-PEND-REASON
          PERFORM VARYING WS-PEND-REC-IDX FROM 1 BY 1
              UNTIL WS-PEND-REC-IDX > WS-PEND-REC-COUNT
            MOVE SPACES TO REJECT-RECORD
            STRING 'REJECT REC=' WS-RECORD-COUNT
                   ' DATA=' WS-PEND-REC-IMAGE(WS-PEND-REC-IDX)
                   ' RSN=' WS-PEND-REASON
                   DELIMITED BY SIZE INTO REJECT-RECORD
            WRITE REJECT-RECORD
          END-PERFORM.
              REWRITE PTD-RECORD
          END-READ.

        UPDATE-FISCAL-PTD-MASTER.
          IF WS-PTD-ALLOWED EQUAL 'N'
            CONTINUE
          ELSE
            PERFORM READ-FISCAL-PERIOD
            IF WS-FISC-PERIOD EQUAL ZEROES
              DISPLAY 'NO FISCMSTR ENTRY FOR BUSDATE=' WS-BUS-DATE
                      ' - FISCAL PTD NOT UPDATED'
              MOVE SPACES TO WS-EXCP-TEXT
              STRING 'NO FISCAL PERIOD FOR BUSDATE=' WS-BUS-DATE
                     ' FPTDMSTR NOT UPDATED'
                     DELIMITED BY SIZE INTO WS-EXCP-TEXT
              MOVE 'W' TO WS-EXCP-SEVERITY
              PERFORM WRITE-EXCEPTION-RECORD
            ELSE
              OPEN I-O FISCAL-PTD-MASTER
              IF WS-FPT-STATUS EQUAL '35'
                OPEN OUTPUT FISCAL-PTD-MASTER
                CLOSE FISCAL-PTD-MASTER
                OPEN I-O FISCAL-PTD-MASTER
              END-IF
              IF WS-FPT-STATUS NOT EQUAL '00'
                DISPLAY 'CANNOT OPEN FPTDMSTR, STATUS=' WS-FPT-STATUS
              ELSE
                PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                    UNTIL WS-CUR-IDX > WS-CUR-COUNT
                  IF WS-CUR-TOT-COUNT(WS-CUR-IDX) > 0
                    PERFORM UPDATE-ONE-FISCAL-PTD-ENTRY
                  END-IF
                END-PERFORM
                CLOSE FISCAL-PTD-MASTER
              END-IF
            END-IF
          END-IF.

        READ-FISCAL-PERIOD.
          MOVE ZEROES TO WS-FISC-PERIOD
          OPEN INPUT FISCAL-MASTER
          IF WS-FSC-STATUS EQUAL '00'
            MOVE WS-BUS-DATE TO FSC-DATE
            READ FISCAL-MASTER
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                COMPUTE WS-FISC-PERIOD = FSC-YEAR * 100 + FSC-PERIOD
            END-READ
            CLOSE FISCAL-MASTER
          END-IF.

        UPDATE-ONE-FISCAL-PTD-ENTRY.
          MOVE WS-CUR-CODE(WS-CUR-IDX) TO FPT-CUR-CODE
          MOVE WS-FISC-PERIOD TO FPT-MONTH
          READ FISCAL-PTD-MASTER
            INVALID KEY
              MOVE WS-CUR-CODE(WS-CUR-IDX) TO FPT-CUR-CODE
              MOVE WS-FISC-PERIOD TO FPT-MONTH
              MOVE WS-CUR-TOTAL(WS-CUR-IDX) TO FPT-AMOUNT
              MOVE WS-CUR-TOT-COUNT(WS-CUR-IDX) TO FPT-COUNT
              MOVE 1 TO FPT-CYCLES
              WRITE FPT-RECORD
            NOT INVALID KEY
              ADD WS-CUR-TOTAL(WS-CUR-IDX) TO FPT-AMOUNT
              ADD WS-CUR-TOT-COUNT(WS-CUR-IDX) TO FPT-COUNT
              ADD 1 TO FPT-CYCLES
              REWRITE FPT-RECORD
          END-READ.

        COMPUTE-SETTLEMENT-VALUE-DATE.
          MOVE FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
            TO WS-VALUE-INT
            MOVE WS-CYCLE TO EXCP-CYCLE
            MOVE WS-EXCP-SEVERITY TO EXCP-SEVERITY
            MOVE WS-EXCP-TEXT TO EXCP-TEXT
            MOVE SPACES TO EXCP-WORKFLOW
            MOVE ZERO TO EXCP-SEQ
            MOVE 'N' TO WS-EXCP-WRITTEN
            PERFORM UNTIL WS-EXCP-WRITTEN EQUAL 'Y'
