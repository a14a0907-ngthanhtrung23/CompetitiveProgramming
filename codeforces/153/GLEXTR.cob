       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO GLMAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLMAP-STATUS.
           SELECT BALANCE-LEDGER ASSIGN TO BALMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-BAL-STATUS.
           SELECT SETTLE-FILE ASSIGN TO SETTLOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETTLE-STATUS.
           SELECT GL-WORK-FILE ASSIGN TO GLWORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLWORK-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO GLJRNL
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTIONS-FILE ASSIGN TO EXCPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EXCP-KEY
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT TOLERANCE-FILE ASSIGN TO TOLERIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOLER-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-MAP-FILE.
       COPY GLMAPREC.

       FD  BALANCE-LEDGER.
       COPY BALREC.

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

       FD  GL-WORK-FILE.
       01  GL-WORK-RECORD    PIC X(80).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD PIC X(80).

       FD  EXCEPTIONS-FILE.
       COPY EXCPREC.

       FD  TOLERANCE-FILE.
       COPY TOLERREC.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       COPY GLJRNREC.
       01 WS-GLMAP-STATUS    PIC X(2).
       01 WS-BAL-STATUS      PIC X(2).
       01 WS-SETTLE-STATUS   PIC X(2).
       01 WS-GLWORK-STATUS   PIC X(2).
       01 WS-EXCP-STATUS     PIC X(2).
       01 WS-TOLER-STATUS    PIC X(2).
       01 WS-RUNLOG-STATUS   PIC X(2).
       01 WS-RUNCTL-STATUS   PIC X(2).
       01 WS-TIMESTAMP       PIC X(21).
       01 WS-BUS-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-CYCLE           PIC 9(4) VALUE ZEROES.
       01 WS-EOF-FLAG        PIC X(1) VALUE 'N'.
       01 WS-RECORD-COUNT    PIC 9(9) VALUE ZEROES.
       01 WS-REJECT-COUNT    PIC 9(9) VALUE ZEROES.
       01 WS-JOURNAL-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-TOLER-ABS       PIC 9(9) VALUE 999999999.
       01 WS-TOLER-PCT       PIC 9(3) VALUE 100.
       01 WS-THRESH-EXCEEDED PIC X(1) VALUE 'N'.
       01 WS-CTL-BREAK-FLAG  PIC X(1) VALUE 'N'.
       01 WS-PCT-WORK-1      PIC 9(12) VALUE ZEROES.
       01 WS-PCT-WORK-2      PIC 9(12) VALUE ZEROES.
       01 WS-EXCP-WRITTEN    PIC X(1) VALUE 'N'.
       01 WS-EXCP-SEVERITY   PIC X(1) VALUE 'C'.
       01 WS-EXCP-TEXT       PIC X(60) VALUE SPACES.
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
       01 WS-NET-AMOUNT      PIC S9(13)V9(2) VALUE ZEROES.
       01 WS-AMOUNT-EDIT     PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-DEBIT-EDIT      PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-CREDIT-EDIT     PIC -ZZZ,ZZZ,ZZ9.99.
       01 WS-TOTAL-DEBITS    PIC S9(15)V9(2) VALUE ZEROES.
       01 WS-TOTAL-CREDITS   PIC S9(15)V9(2) VALUE ZEROES.
       01 WS-CUR-COUNT       PIC 9(2) VALUE ZEROES.
       01 WS-CUR-TABLE.
          05 WS-CUR-ENTRY OCCURS 50 TIMES.
             10 WS-CUR-CODE     PIC X(3).
             10 WS-CUR-DEBITS   PIC S9(15)V9(2).
             10 WS-CUR-CREDITS  PIC S9(15)V9(2).
       01 WS-CUR-IDX         PIC 9(2) VALUE ZEROES.
       01 WS-CUR-FOUND-IDX   PIC 9(2) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM READ-RUN-CONTROL
         PERFORM WRITE-RUN-HEADER
         PERFORM LOAD-GL-MAP
         IF WS-MAP-COUNT EQUAL ZERO
           DISPLAY 'GLEXTR: NO GL MAPPING ROWS LOADED FROM GLMAP,'
                   ' STATUS=' WS-GLMAP-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN OUTPUT GL-WORK-FILE
         IF WS-GLWORK-STATUS NOT EQUAL '00'
           DISPLAY 'GLEXTR: CANNOT OPEN GLWORK, STATUS='
                   WS-GLWORK-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         PERFORM EXTRACT-LEDGER-POSTINGS
         PERFORM EXTRACT-SETTLEMENTS
         CLOSE GL-WORK-FILE
         PERFORM CHECK-CURRENCY-BALANCE
         PERFORM RELEASE-JOURNAL
         PERFORM WRITE-RUN-TRAILER
         PERFORM SET-PROGRAM-RETURN-CODE
         STOP RUN.

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
                 IF GLMAP-TYPE NOT EQUAL SPACES
                   PERFORM ADD-ONE-GL-MAP-ROW
                 END-IF
             END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
         END-IF.

       ADD-ONE-GL-MAP-ROW.
         IF WS-MAP-COUNT >= 500
           DISPLAY 'GLEXTR: GL MAPPING TABLE FULL, ROW '
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

       EXTRACT-LEDGER-POSTINGS.
         OPEN INPUT BALANCE-LEDGER
         IF WS-BAL-STATUS NOT EQUAL '00'
           DISPLAY 'GLEXTR: CANNOT OPEN BALMSTR, STATUS='
                   WS-BAL-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE 'N' TO WS-EOF-FLAG
         MOVE LOW-VALUES TO BAL-KEY
         START BALANCE-LEDGER KEY >= BAL-KEY
           INVALID KEY
             MOVE 'Y' TO WS-EOF-FLAG
         END-START
         PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
           READ BALANCE-LEDGER NEXT RECORD
             AT END
               MOVE 'Y' TO WS-EOF-FLAG
             NOT AT END
               IF BAL-LAST-POSTED EQUAL WS-BUS-DATE
                 PERFORM JOURNAL-ONE-POSTING
               END-IF
           END-READ
         END-PERFORM
         CLOSE BALANCE-LEDGER.

       JOURNAL-ONE-POSTING.
         ADD 1 TO WS-RECORD-COUNT
         MOVE 'P' TO WS-FIND-TYPE
         MOVE BAL-ACCT-ID TO WS-FIND-REF
         MOVE BAL-CUR-CODE TO WS-FIND-CUR
         PERFORM FIND-GL-MAPPING
         IF WS-MAP-FOUND-IDX EQUAL ZERO
           COMPUTE WS-NET-AMOUNT = BAL-DAY-CREDITS - BAL-DAY-DEBITS
           PERFORM WRITE-UNMAPPED-EXCEPTION
         ELSE
           MOVE 'P' TO WS-JRN-SOURCE
           MOVE BAL-ACCT-ID TO WS-JRN-REF
           MOVE BAL-CUR-CODE TO WS-JRN-CUR
           IF BAL-DAY-CREDITS > ZERO
             MOVE WS-MAP-DEBIT-GL(WS-MAP-FOUND-IDX)
               TO WS-JRN-DEBIT-GL
             MOVE WS-MAP-CREDIT-GL(WS-MAP-FOUND-IDX)
               TO WS-JRN-CREDIT-GL
             MOVE BAL-DAY-CREDITS TO WS-JRN-AMOUNT
             PERFORM WRITE-JOURNAL-PAIR
           END-IF
           IF BAL-DAY-DEBITS > ZERO
             MOVE WS-MAP-CREDIT-GL(WS-MAP-FOUND-IDX)
               TO WS-JRN-DEBIT-GL
             MOVE WS-MAP-DEBIT-GL(WS-MAP-FOUND-IDX)
               TO WS-JRN-CREDIT-GL
             MOVE BAL-DAY-DEBITS TO WS-JRN-AMOUNT
             PERFORM WRITE-JOURNAL-PAIR
           END-IF
         END-IF.

       EXTRACT-SETTLEMENTS.
         OPEN INPUT SETTLE-FILE
         IF WS-SETTLE-STATUS NOT EQUAL '00'
           DISPLAY 'GLEXTR: SETTLOUT NOT AVAILABLE, STATUS='
                   WS-SETTLE-STATUS ' - NO SETTLEMENT ENTRIES'
         ELSE
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
             READ SETTLE-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                 IF SET-TRL-TYPE NOT EQUAL 'TRL'
                    AND SET-NET-AMOUNT NOT EQUAL ZERO
                   PERFORM JOURNAL-ONE-SETTLEMENT
                 END-IF
             END-READ
           END-PERFORM
           CLOSE SETTLE-FILE
         END-IF.

       JOURNAL-ONE-SETTLEMENT.
         ADD 1 TO WS-RECORD-COUNT
         MOVE 'S' TO WS-FIND-TYPE
         MOVE SPACES TO WS-FIND-REF
         MOVE SET-CUR-CODE TO WS-FIND-CUR
         PERFORM FIND-GL-MAPPING
         IF WS-MAP-FOUND-IDX EQUAL ZERO
           MOVE SET-VALUE-DATE TO WS-FIND-REF
           MOVE SET-NET-AMOUNT TO WS-NET-AMOUNT
           PERFORM WRITE-UNMAPPED-EXCEPTION
         ELSE
           MOVE 'S' TO WS-JRN-SOURCE
           MOVE SET-VALUE-DATE TO WS-JRN-REF
           MOVE SET-CUR-CODE TO WS-JRN-CUR
           IF SET-NET-AMOUNT > ZERO
             MOVE WS-MAP-DEBIT-GL(WS-MAP-FOUND-IDX)
               TO WS-JRN-DEBIT-GL
             MOVE WS-MAP-CREDIT-GL(WS-MAP-FOUND-IDX)
               TO WS-JRN-CREDIT-GL
             MOVE SET-NET-AMOUNT TO WS-JRN-AMOUNT
           ELSE
             MOVE WS-MAP-CREDIT-GL(WS-MAP-FOUND-IDX)
               TO WS-JRN-DEBIT-GL
             MOVE WS-MAP-DEBIT-GL(WS-MAP-FOUND-IDX)
               TO WS-JRN-CREDIT-GL
             COMPUTE WS-JRN-AMOUNT = 0 - SET-NET-AMOUNT
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
         MOVE WS-JRN-CREDIT-GL TO GLJ-GL-ACCT
         MOVE 'C' TO GLJ-DR-CR
         PERFORM WRITE-JOURNAL-LINE.

       WRITE-JOURNAL-LINE.
         ADD 1 TO WS-JRN-SEQ
         MOVE 'DTL' TO GLJ-REC-TYPE
         MOVE WS-BUS-DATE TO GLJ-BUS-DATE
         MOVE WS-JRN-SEQ TO GLJ-SEQ
         MOVE WS-JRN-CUR TO GLJ-CUR-CODE
         MOVE WS-JRN-AMOUNT TO GLJ-AMOUNT
         MOVE WS-JRN-SOURCE TO GLJ-SOURCE
         MOVE WS-JRN-REF TO GLJ-REFERENCE
         WRITE GL-WORK-RECORD FROM GLJ-RECORD
         PERFORM ADD-CURRENCY-TOTALS.

       ADD-CURRENCY-TOTALS.
         MOVE ZERO TO WS-CUR-FOUND-IDX
         PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
             UNTIL WS-CUR-IDX > WS-CUR-COUNT
                OR WS-CUR-FOUND-IDX > 0
           IF WS-CUR-CODE(WS-CUR-IDX) EQUAL WS-JRN-CUR
             MOVE WS-CUR-IDX TO WS-CUR-FOUND-IDX
           END-IF
         END-PERFORM
         IF WS-CUR-FOUND-IDX EQUAL ZERO
           IF WS-CUR-COUNT >= 50
             DISPLAY 'GLEXTR: CURRENCY TABLE FULL, CODE '
                     WS-JRN-CUR ' NOT TOTALLED'
             MOVE 'Y' TO WS-CTL-BREAK-FLAG
           ELSE
             ADD 1 TO WS-CUR-COUNT
             MOVE WS-CUR-COUNT TO WS-CUR-FOUND-IDX
             MOVE WS-JRN-CUR TO WS-CUR-CODE(WS-CUR-COUNT)
             MOVE ZERO TO WS-CUR-DEBITS(WS-CUR-COUNT)
             MOVE ZERO TO WS-CUR-CREDITS(WS-CUR-COUNT)
           END-IF
         END-IF
         IF WS-CUR-FOUND-IDX > 0
           IF GLJ-DR-CR EQUAL 'D'
             ADD WS-JRN-AMOUNT TO WS-CUR-DEBITS(WS-CUR-FOUND-IDX)
           ELSE
             ADD WS-JRN-AMOUNT TO WS-CUR-CREDITS(WS-CUR-FOUND-IDX)
           END-IF
         END-IF.

       CHECK-CURRENCY-BALANCE.
         MOVE ZERO TO WS-TOTAL-DEBITS
         MOVE ZERO TO WS-TOTAL-CREDITS
         PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
             UNTIL WS-CUR-IDX > WS-CUR-COUNT
           ADD WS-CUR-DEBITS(WS-CUR-IDX) TO WS-TOTAL-DEBITS
           ADD WS-CUR-CREDITS(WS-CUR-IDX) TO WS-TOTAL-CREDITS
           IF WS-CUR-DEBITS(WS-CUR-IDX) NOT EQUAL
              WS-CUR-CREDITS(WS-CUR-IDX)
             PERFORM WRITE-IMBALANCE-EXCEPTION
           END-IF
         END-PERFORM.

       WRITE-IMBALANCE-EXCEPTION.
         MOVE 'Y' TO WS-CTL-BREAK-FLAG
         MOVE WS-CUR-DEBITS(WS-CUR-IDX) TO WS-DEBIT-EDIT
         MOVE WS-CUR-CREDITS(WS-CUR-IDX) TO WS-CREDIT-EDIT
         DISPLAY 'GLEXTR: JOURNAL OUT OF BALANCE FOR '
                 WS-CUR-CODE(WS-CUR-IDX) ' DEBITS=' WS-DEBIT-EDIT
                 ' CREDITS=' WS-CREDIT-EDIT
         MOVE SPACES TO WS-EXCP-TEXT
         STRING 'GLJRNL UNBALANCED ' WS-CUR-CODE(WS-CUR-IDX)
                ' DR=' WS-DEBIT-EDIT ' CR=' WS-CREDIT-EDIT
                DELIMITED BY SIZE INTO WS-EXCP-TEXT
         MOVE 'C' TO WS-EXCP-SEVERITY
         PERFORM WRITE-EXCEPTION-RECORD.

       WRITE-UNMAPPED-EXCEPTION.
         ADD 1 TO WS-REJECT-COUNT
         MOVE WS-NET-AMOUNT TO WS-AMOUNT-EDIT
         DISPLAY 'GLEXTR: NO GL MAPPING FOR TYPE=' WS-FIND-TYPE
                 ' REF=' WS-FIND-REF ' CUR=' WS-FIND-CUR
         MOVE SPACES TO WS-EXCP-TEXT
         STRING 'NO GL MAP TYPE=' WS-FIND-TYPE
                ' REF=' WS-FIND-REF ' CUR=' WS-FIND-CUR
                ' AMT=' WS-AMOUNT-EDIT
                DELIMITED BY SIZE INTO WS-EXCP-TEXT
         MOVE 'C' TO WS-EXCP-SEVERITY
         PERFORM WRITE-EXCEPTION-RECORD.

       RELEASE-JOURNAL.
         OPEN OUTPUT GL-JOURNAL-FILE
         MOVE SPACES TO GLJ-LABEL-RECORD
         MOVE 'HDR' TO GLJ-LABEL-TYPE
         MOVE WS-BUS-DATE TO GLJ-LABEL-DATE
         MOVE 'GLEXTR' TO GLJ-LABEL-SOURCE
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
           DISPLAY 'GLEXTR: JOURNAL HELD - DETAIL NOT RELEASED TO'
                   ' GLJRNL'
         END-IF
         MOVE SPACES TO GLJ-LABEL-RECORD
         MOVE 'TRL' TO GLJ-LABEL-TYPE
         MOVE WS-BUS-DATE TO GLJ-LABEL-DATE
         MOVE 'GLEXTR' TO GLJ-LABEL-SOURCE
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
         DISPLAY 'GLEXTR: JOURNAL LINES=' WS-JOURNAL-COUNT
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
           MOVE 'GLEXTR' TO EXCP-PROGRAM
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

       SET-PROGRAM-RETURN-CODE.
         PERFORM READ-TOLERANCE-PARAMS
         IF WS-CTL-BREAK-FLAG EQUAL 'Y'
           MOVE 12 TO RETURN-CODE
         ELSE
           IF WS-REJECT-COUNT EQUAL 0
             MOVE 0 TO RETURN-CODE
           ELSE
             PERFORM CHECK-REJECT-THRESHOLD
             IF WS-THRESH-EXCEEDED EQUAL 'Y'
               MOVE 8 TO RETURN-CODE
             ELSE
               MOVE 4 TO RETURN-CODE
             END-IF
           END-IF
         END-IF.

       READ-TOLERANCE-PARAMS.
         OPEN INPUT TOLERANCE-FILE
         IF WS-TOLER-STATUS EQUAL '00'
           READ TOLERANCE-FILE
             NOT AT END
               IF TOLER-ABS-LIMIT IS NUMERIC
                 MOVE TOLER-ABS-LIMIT TO WS-TOLER-ABS
               END-IF
               IF TOLER-PCT-LIMIT IS NUMERIC
                 MOVE TOLER-PCT-LIMIT TO WS-TOLER-PCT
               END-IF
           END-READ
           CLOSE TOLERANCE-FILE
         END-IF.

       CHECK-REJECT-THRESHOLD.
         MOVE 'N' TO WS-THRESH-EXCEEDED
         IF WS-REJECT-COUNT > WS-TOLER-ABS
           MOVE 'Y' TO WS-THRESH-EXCEEDED
         END-IF
         IF WS-RECORD-COUNT > 0
           COMPUTE WS-PCT-WORK-1 = WS-REJECT-COUNT * 100
           COMPUTE WS-PCT-WORK-2 = WS-RECORD-COUNT * WS-TOLER-PCT
           IF WS-PCT-WORK-1 > WS-PCT-WORK-2
             MOVE 'Y' TO WS-THRESH-EXCEEDED
           END-IF
         END-IF.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN HEADER PROGRAM=GLEXTR'
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
         STRING 'RUN TRAILER PROGRAM=GLEXTR'
                ' BUSDATE=' WS-BUS-DATE
                ' CYCLE=' WS-CYCLE
                ' TS=' WS-TIMESTAMP(1:14)
                ' READ=' WS-RECORD-COUNT
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
