       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXCPMNT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCP-TRANS-FILE ASSIGN TO EXCPTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO EXCPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXCP-KEY
               FILE STATUS IS WS-EXCP-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO EXCMRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCALATION-FILE ASSIGN TO ESCLRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EXCP-TRANS-FILE.
       01  EXCP-TRANS-RECORD.
           05 EXT-ACTION     PIC X(1).
           05 EXT-PROGRAM    PIC X(8).
           05 EXT-BUS-DATE   PIC X(8).
           05 EXT-CYCLE      PIC X(4).
           05 EXT-SEQ        PIC X(4).
           05 EXT-OPER       PIC X(8).
           05 EXT-COMMENT    PIC X(40).

       FD  EXCEPTIONS-FILE.
       COPY EXCPREC.

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-RECORD PIC X(80)  VALUE SPACES.

       FD  ESCALATION-FILE.
       01  ESCALATION-RECORD   PIC X(80)  VALUE SPACES.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS   PIC X(2).
       01 WS-EXCP-STATUS    PIC X(2).
       01 WS-RUNLOG-STATUS  PIC X(2).
       01 WS-RUNCTL-STATUS  PIC X(2).
       01 WS-TIMESTAMP      PIC X(21).
       01 WS-TODAY          PIC X(8) VALUE SPACES.
       01 WS-BUS-DATE       PIC 9(8) VALUE ZEROES.
       01 WS-CYCLE          PIC 9(4) VALUE ZEROES.
       01 WS-ESC-CARD       PIC X(80) VALUE SPACES.
       01 WS-ESC-CYCLES     PIC 9(3) VALUE 3.
       01 WS-TRANS-EOF      PIC X(1) VALUE 'N'.
       01 WS-EXCP-DONE      PIC X(1) VALUE 'N'.
       01 WS-RECORD-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-REJECT-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-ACK-COUNT      PIC 9(9) VALUE ZEROES.
       01 WS-CLOSE-COUNT    PIC 9(9) VALUE ZEROES.
       01 WS-SCAN-COUNT     PIC 9(9) VALUE ZEROES.
       01 WS-OPEN-COUNT     PIC 9(9) VALUE ZEROES.
       01 WS-ACKED-COUNT    PIC 9(9) VALUE ZEROES.
       01 WS-CLOSED-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-ESC-COUNT      PIC 9(9) VALUE ZEROES.
       01 WS-ESC-NEW-COUNT  PIC 9(9) VALUE ZEROES.
       01 WS-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.
       01 WS-LINE-COUNT     PIC 9(4) VALUE 99.
       01 WS-PAGE-COUNT     PIC 9(4) VALUE ZEROES.
       01 WS-PAGE-EDIT      PIC ZZZ9.
       01 WS-ESC-LINE-COUNT PIC 9(4) VALUE 99.
       01 WS-ESC-PAGE-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-AGE            PIC S9(5) VALUE ZEROES.
       01 WS-AGE-EDIT       PIC ZZZZ9.
       01 WS-ESC-EDIT       PIC ZZ9.
       01 WS-REJECT-REASON  PIC X(16) VALUE SPACES.
       01 WS-ACTION-TAG     PIC X(8) VALUE SPACES.
       01 WS-ESC-TAG        PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM READ-RUN-CONTROL
         PERFORM WRITE-RUN-HEADER
         MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
         ACCEPT WS-ESC-CARD
         IF WS-ESC-CARD(1:3) IS NUMERIC
             AND WS-ESC-CARD(1:3) NOT EQUAL '000'
           MOVE WS-ESC-CARD(1:3) TO WS-ESC-CYCLES
         END-IF
         PERFORM OPEN-EXCEPTIONS-FILE
         OPEN OUTPUT MAINT-REPORT-FILE
         OPEN OUTPUT ESCALATION-FILE
         OPEN INPUT EXCP-TRANS-FILE
         IF WS-TRANS-STATUS NOT EQUAL '00'
           DISPLAY 'EXCPMNT: CANNOT OPEN EXCPTRAN, STATUS='
                   WS-TRANS-STATUS
         ELSE
           PERFORM UNTIL WS-TRANS-EOF EQUAL 'Y'
             READ EXCP-TRANS-FILE
               AT END
                 MOVE 'Y' TO WS-TRANS-EOF
               NOT AT END
                 PERFORM APPLY-EXCP-TRANS
             END-READ
           END-PERFORM
           CLOSE EXCP-TRANS-FILE
         END-IF
         PERFORM WRITE-ESC-PAGE-HEADER
         PERFORM SCAN-FOR-ESCALATION
         PERFORM WRITE-ESCALATION-TOTALS
         PERFORM WRITE-MAINT-TOTALS
         CLOSE EXCEPTIONS-FILE
         CLOSE ESCALATION-FILE
         CLOSE MAINT-REPORT-FILE
         PERFORM WRITE-RUN-TRAILER
         IF WS-REJECT-COUNT > 0 OR WS-ESC-COUNT > 0
           MOVE 4 TO RETURN-CODE
         END-IF
         STOP RUN.

       OPEN-EXCEPTIONS-FILE.
         OPEN I-O EXCEPTIONS-FILE
         IF WS-EXCP-STATUS EQUAL '35'
           OPEN OUTPUT EXCEPTIONS-FILE
           CLOSE EXCEPTIONS-FILE
           OPEN I-O EXCEPTIONS-FILE
         END-IF
         IF WS-EXCP-STATUS NOT EQUAL '00'
           DISPLAY 'EXCPMNT: CANNOT OPEN EXCPMSTR, STATUS='
                   WS-EXCP-STATUS ' - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       APPLY-EXCP-TRANS.
         ADD 1 TO WS-RECORD-COUNT
         MOVE SPACES TO WS-REJECT-REASON
         EVALUATE EXT-ACTION
           WHEN 'A'
             MOVE 'ACK' TO WS-ACTION-TAG
           WHEN 'C'
             MOVE 'CLOSE' TO WS-ACTION-TAG
           WHEN OTHER
             MOVE EXT-ACTION TO WS-ACTION-TAG
             MOVE 'INVALID ACTION' TO WS-REJECT-REASON
         END-EVALUATE
         IF WS-REJECT-REASON EQUAL SPACES
           IF EXT-PROGRAM EQUAL SPACES
               OR EXT-BUS-DATE IS NOT NUMERIC
               OR EXT-CYCLE IS NOT NUMERIC
               OR EXT-SEQ IS NOT NUMERIC
             MOVE 'INVALID KEY' TO WS-REJECT-REASON
           END-IF
         END-IF
         IF WS-REJECT-REASON EQUAL SPACES
             AND EXT-OPER EQUAL SPACES
           MOVE 'NO OPERATOR' TO WS-REJECT-REASON
         END-IF
         IF WS-REJECT-REASON EQUAL SPACES
             AND EXT-ACTION EQUAL 'C'
             AND EXT-COMMENT EQUAL SPACES
           MOVE 'NO RESOLUTION' TO WS-REJECT-REASON
         END-IF
         IF WS-REJECT-REASON EQUAL SPACES
           MOVE EXT-PROGRAM TO EXCP-PROGRAM
           MOVE EXT-BUS-DATE TO EXCP-BUS-DATE
           MOVE EXT-CYCLE TO EXCP-CYCLE
           MOVE EXT-SEQ TO EXCP-SEQ
           READ EXCEPTIONS-FILE
             INVALID KEY
               MOVE 'NOT ON FILE' TO WS-REJECT-REASON
           END-READ
         END-IF
         IF WS-REJECT-REASON EQUAL SPACES
           IF EXCP-WF-STATUS EQUAL 'C'
             MOVE 'ALREADY CLOSED' TO WS-REJECT-REASON
           ELSE
             IF EXT-ACTION EQUAL 'A'
                 AND EXCP-WF-STATUS EQUAL 'A'
               MOVE 'ALREADY ACKED' TO WS-REJECT-REASON
             END-IF
           END-IF
         END-IF
         IF WS-REJECT-REASON NOT EQUAL SPACES
           ADD 1 TO WS-REJECT-COUNT
           PERFORM WRITE-TRANS-LINE
         ELSE
           IF EXT-ACTION EQUAL 'A'
             PERFORM APPLY-EXCP-ACK
           ELSE
             PERFORM APPLY-EXCP-CLOSE
           END-IF
         END-IF.

       APPLY-EXCP-ACK.
         MOVE 'A' TO EXCP-WF-STATUS
         MOVE EXT-OPER TO EXCP-ACK-OPER
         MOVE WS-TODAY TO EXCP-ACK-DATE
         REWRITE EXCP-RECORD
           INVALID KEY
             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
         END-REWRITE
         IF WS-REJECT-REASON EQUAL SPACES
           ADD 1 TO WS-ACK-COUNT
         ELSE
           ADD 1 TO WS-REJECT-COUNT
         END-IF
         PERFORM WRITE-TRANS-LINE.

       APPLY-EXCP-CLOSE.
         IF EXCP-WF-STATUS NOT EQUAL 'A'
           MOVE EXT-OPER TO EXCP-ACK-OPER
           MOVE WS-TODAY TO EXCP-ACK-DATE
         END-IF
         MOVE 'C' TO EXCP-WF-STATUS
         MOVE EXT-OPER TO EXCP-CLOSE-OPER
         MOVE WS-TODAY TO EXCP-CLOSE-DATE
         MOVE EXT-COMMENT TO EXCP-RESOLUTION
         REWRITE EXCP-RECORD
           INVALID KEY
             MOVE 'REWRITE FAILED' TO WS-REJECT-REASON
         END-REWRITE
         IF WS-REJECT-REASON EQUAL SPACES
           ADD 1 TO WS-CLOSE-COUNT
         ELSE
           ADD 1 TO WS-REJECT-COUNT
         END-IF
         PERFORM WRITE-TRANS-LINE.

       WRITE-TRANS-LINE.
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO MAINT-REPORT-RECORD
         IF WS-REJECT-REASON EQUAL SPACES
           STRING WS-ACTION-TAG ' ' EXT-PROGRAM
                  ' ' EXT-BUS-DATE
                  ' CYC=' EXT-CYCLE
                  ' SEQ=' EXT-SEQ
                  ' BY ' EXT-OPER
                  ' DONE'
                  DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         ELSE
           STRING WS-ACTION-TAG ' ' EXT-PROGRAM
                  ' ' EXT-BUS-DATE
                  ' CYC=' EXT-CYCLE
                  ' SEQ=' EXT-SEQ
                  ' BY ' EXT-OPER
                  ' REJECTED ' WS-REJECT-REASON
                  DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         END-IF
         WRITE MAINT-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT
         IF WS-REJECT-REASON EQUAL SPACES
             AND EXT-ACTION EQUAL 'C'
           MOVE SPACES TO MAINT-REPORT-RECORD
           STRING '         RESOLUTION: ' EXCP-RESOLUTION
                  DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
           WRITE MAINT-REPORT-RECORD
           ADD 1 TO WS-LINE-COUNT
         END-IF.

       SCAN-FOR-ESCALATION.
         MOVE 'N' TO WS-EXCP-DONE
         MOVE LOW-VALUES TO EXCP-KEY
         START EXCEPTIONS-FILE KEY >= EXCP-KEY
           INVALID KEY
             MOVE 'Y' TO WS-EXCP-DONE
         END-START
         PERFORM UNTIL WS-EXCP-DONE EQUAL 'Y'
           READ EXCEPTIONS-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-EXCP-DONE
             NOT AT END
               PERFORM CHECK-ONE-EXCEPTION
           END-READ
         END-PERFORM.

       CHECK-ONE-EXCEPTION.
         ADD 1 TO WS-SCAN-COUNT
         EVALUATE EXCP-WF-STATUS
           WHEN 'C'
             ADD 1 TO WS-CLOSED-COUNT
           WHEN 'A'
             ADD 1 TO WS-ACKED-COUNT
           WHEN OTHER
             ADD 1 TO WS-OPEN-COUNT
         END-EVALUATE
         IF EXCP-SEVERITY EQUAL 'C'
             AND EXCP-WF-STATUS EQUAL SPACE
           COMPUTE WS-AGE = WS-CYCLE - EXCP-CYCLE
           IF WS-AGE >= WS-ESC-CYCLES
             PERFORM ESCALATE-EXCEPTION
           END-IF
         END-IF.

       ESCALATE-EXCEPTION.
         ADD 1 TO WS-ESC-COUNT
         MOVE SPACES TO WS-ESC-TAG
         IF EXCP-ESC-DATE EQUAL SPACES
           ADD 1 TO WS-ESC-NEW-COUNT
           MOVE WS-TODAY TO EXCP-ESC-DATE
           REWRITE EXCP-RECORD
             INVALID KEY
               DISPLAY 'EXCPMNT: EXCPMSTR REWRITE FAILED, STATUS='
                       WS-EXCP-STATUS
           END-REWRITE
           MOVE 'NEW' TO WS-ESC-TAG
         ELSE
           STRING 'SINCE ' EXCP-ESC-DATE
                  DELIMITED BY SIZE INTO WS-ESC-TAG
         END-IF
         MOVE WS-AGE TO WS-AGE-EDIT
         PERFORM CHECK-ESC-PAGE-BREAK
         MOVE SPACES TO ESCALATION-RECORD
         STRING '  ' EXCP-PROGRAM
                ' ' EXCP-BUS-DATE
                ' CYC=' EXCP-CYCLE
                ' SEQ=' EXCP-SEQ
                ' AGE=' WS-AGE-EDIT
                ' ' WS-ESC-TAG
                DELIMITED BY SIZE INTO ESCALATION-RECORD
         WRITE ESCALATION-RECORD
         MOVE SPACES TO ESCALATION-RECORD
         STRING '    ' EXCP-TEXT
                DELIMITED BY SIZE INTO ESCALATION-RECORD
         WRITE ESCALATION-RECORD
         ADD 2 TO WS-ESC-LINE-COUNT.

       CHECK-ESC-PAGE-BREAK.
         IF WS-ESC-LINE-COUNT > 55
           PERFORM WRITE-ESC-PAGE-HEADER
         END-IF.

       WRITE-ESC-PAGE-HEADER.
         ADD 1 TO WS-ESC-PAGE-COUNT
         MOVE WS-ESC-PAGE-COUNT TO WS-PAGE-EDIT
         MOVE WS-ESC-CYCLES TO WS-ESC-EDIT
         MOVE SPACES TO ESCALATION-RECORD
         STRING 'ESCALATED EXCEPTIONS  BUSDATE ' WS-BUS-DATE
                ' CYCLE ' WS-CYCLE '  PAGE ' WS-PAGE-EDIT
                DELIMITED BY SIZE INTO ESCALATION-RECORD
         WRITE ESCALATION-RECORD
         MOVE SPACES TO ESCALATION-RECORD
         STRING 'C SEVERITY, UNACKNOWLEDGED ' WS-ESC-EDIT
                ' OR MORE CYCLES'
                DELIMITED BY SIZE INTO ESCALATION-RECORD
         WRITE ESCALATION-RECORD
         MOVE SPACES TO ESCALATION-RECORD
         WRITE ESCALATION-RECORD
         MOVE 3 TO WS-ESC-LINE-COUNT.

       WRITE-ESCALATION-TOTALS.
         PERFORM CHECK-ESC-PAGE-BREAK
         IF WS-ESC-COUNT EQUAL ZERO
           MOVE SPACES TO ESCALATION-RECORD
           STRING '  (NONE)'
                  DELIMITED BY SIZE INTO ESCALATION-RECORD
           WRITE ESCALATION-RECORD
         END-IF
         MOVE SPACES TO ESCALATION-RECORD
         WRITE ESCALATION-RECORD
         MOVE WS-ESC-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO ESCALATION-RECORD
         STRING 'ESCALATED        ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ESCALATION-RECORD
         WRITE ESCALATION-RECORD
         MOVE WS-ESC-NEW-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO ESCALATION-RECORD
         STRING 'NEW TONIGHT      ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO ESCALATION-RECORD
         WRITE ESCALATION-RECORD.

       CHECK-PAGE-BREAK.
         IF WS-LINE-COUNT > 55
           PERFORM WRITE-PAGE-HEADER
         END-IF.

       WRITE-PAGE-HEADER.
         ADD 1 TO WS-PAGE-COUNT
         MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'EXCEPTION WORKFLOW REPORT  BUSDATE ' WS-BUS-DATE
                '  PAGE ' WS-PAGE-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE SPACES TO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE 2 TO WS-LINE-COUNT.

       WRITE-MAINT-TOTALS.
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'TRANSACTIONS     ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-ACK-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'ACKNOWLEDGED     ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-CLOSE-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'CLOSED           ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'REJECTED         ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE SPACES TO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-OPEN-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'NOW OPEN         ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-ACKED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'NOW ACKNOWLEDGED ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-CLOSED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'NOW CLOSED       ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-ESC-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'ESCALATED        ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         ADD 10 TO WS-LINE-COUNT.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN HEADER PROGRAM=EXCPMNT'
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
         STRING 'RUN TRAILER PROGRAM=EXCPMNT'
                ' BUSDATE=' WS-BUS-DATE
                ' CYCLE=' WS-CYCLE
                ' TS=' WS-TIMESTAMP(1:14)
                ' READ=' WS-RECORD-COUNT
                ' REJECTED=' WS-REJECT-COUNT
                ' ESCALATED=' WS-ESC-COUNT
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
