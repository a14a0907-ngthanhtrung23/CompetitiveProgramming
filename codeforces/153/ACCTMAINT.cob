               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO ACCTMRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PENDING-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-PEND-STATUS.
           SELECT HISTORY-FILE ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT APPROVAL-FILE ASSIGN TO APPRTRAN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPR-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           05 AMT-ACCT-ID    PIC X(10).
           05 AMT-ACCT-NAME  PIC X(20).
           05 AMT-STATUS     PIC X(1).
           05 AMT-ACCT-CLASS PIC X(4).

       FD  ACCT-MASTER.
       01  MASTER-ACCT-RECORD.
           05 MASTER-ACCT-ID     PIC X(10).
           05 MASTER-ACCT-NAME   PIC X(20).
           05 MASTER-ACCT-STATUS PIC X(1).
           05 MASTER-ACCT-CLASS  PIC X(4).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-RECORD PIC X(80)  VALUE SPACES.

       FD  PENDING-FILE.
       COPY PENDREC.

       FD  HISTORY-FILE.
       COPY CHGHREC.

       FD  APPROVAL-FILE.
       COPY APPRREC.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       01 WS-PAGE-EDIT      PIC ZZZ9.
       01 WS-RUN-DATE       PIC X(10).
       01 WS-EDIT-OK        PIC X(1) VALUE 'Y'.
       01 WS-IMAGE-AREA     PIC X(35).
       01 WS-IMAGE-TAG      PIC X(8).
       01 WS-PEND-STATUS    PIC X(2).
       01 WS-APPR-STATUS    PIC X(2).
       01 WS-HIST-STATUS    PIC X(2).
       01 WS-HIST-KEY-LEN   PIC 9(2) VALUE 10.
       01 WS-HIST-BEFORE    PIC X(80) VALUE SPACES.
       01 WS-HIST-AFTER     PIC X(80) VALUE SPACES.
       01 WS-HIST-WRITTEN   PIC X(1) VALUE 'N'.
       01 WS-HIST-COUNT     PIC 9(9) VALUE ZEROES.
       01 WS-PEND-MASTER    PIC X(8) VALUE 'ACCTMSTR'.
       01 WS-OPER-CARD      PIC X(80) VALUE SPACES.
       01 WS-OPER-ID        PIC X(8) VALUE SPACES.
       01 WS-EXPIRY-DAYS    PIC 9(3) VALUE 14.
       01 WS-TODAY          PIC 9(8) VALUE ZEROES.
       01 WS-PEND-DONE      PIC X(1) VALUE 'N'.
       01 WS-APPR-EOF       PIC X(1) VALUE 'N'.
       01 WS-PEND-TAG       PIC X(8).
       01 WS-PEND-AGE       PIC S9(5) VALUE ZEROES.
       01 WS-AGE-EDIT       PIC ZZZZ9.
       01 WS-EXPIRY-EDIT    PIC ZZ9.
       01 WS-APPR-REASON    PIC X(16) VALUE SPACES.
       01 WS-LAST-CHANGE-ID PIC 9(6) VALUE ZEROES.
       01 WS-REJECTS-BEFORE PIC 9(9) VALUE ZEROES.
       01 WS-CAPTURED-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-APPROVED-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-FAILED-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-DECLINED-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-EXPIRED-COUNT  PIC 9(9) VALUE ZEROES.
       01 WS-APPR-REJ-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-PENDING-COUNT  PIC 9(9) VALUE ZEROES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM WRITE-RUN-HEADER
         PERFORM READ-OPERATOR-CARD
         STRING WS-TIMESTAMP(7:2) '.' WS-TIMESTAMP(5:2) '.'
                WS-TIMESTAMP(1:4)
                DELIMITED BY SIZE INTO WS-RUN-DATE
         OPEN OUTPUT MAINT-REPORT-FILE
         PERFORM OPEN-ACCT-MASTER
         PERFORM OPEN-PENDING-FILE
         PERFORM OPEN-HISTORY-FILE
         PERFORM EXPIRE-PENDING-CHANGES
         PERFORM APPLY-APPROVALS
         OPEN INPUT ACCT-TRANS-FILE
         IF WS-TRANS-STATUS NOT EQUAL '00'
           DISPLAY 'ACCTMAINT: CANNOT OPEN ACCTTRANS, STATUS='
               AT END
                 MOVE 'Y' TO WS-TRANS-EOF
               NOT AT END
                 PERFORM CAPTURE-PENDING-CHANGE
             END-READ
           END-PERFORM
           CLOSE ACCT-TRANS-FILE
         END-IF
         PERFORM WRITE-MAINT-TOTALS
         PERFORM WRITE-PENDING-REPORT
         CLOSE PENDING-FILE
         CLOSE HISTORY-FILE
         CLOSE ACCT-MASTER
         CLOSE MAINT-REPORT-FILE
         PERFORM WRITE-RUN-TRAILER
               MOVE AMT-ACCT-ID TO MASTER-ACCT-ID
               MOVE AMT-ACCT-NAME TO MASTER-ACCT-NAME
               MOVE AMT-STATUS TO MASTER-ACCT-STATUS
               MOVE AMT-ACCT-CLASS TO MASTER-ACCT-CLASS
               WRITE MASTER-ACCT-RECORD
               ADD 1 TO WS-ADD-COUNT
               MOVE 'ADDED' TO WS-IMAGE-TAG
               PERFORM WRITE-IMAGE-LINE
               MOVE AMT-ACCT-NAME TO MASTER-ACCT-NAME
               MOVE AMT-STATUS TO MASTER-ACCT-STATUS
               MOVE AMT-ACCT-CLASS TO MASTER-ACCT-CLASS
               REWRITE MASTER-ACCT-RECORD
               ADD 1 TO WS-CHANGE-COUNT
               MOVE 'AFTER' TO WS-IMAGE-TAG
                ' ACCT=' AMT-ACCT-ID
                ' NAME=' AMT-ACCT-NAME
                ' STATUS=' AMT-STATUS
                ' CLASS=' AMT-ACCT-CLASS
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT.
         STRING AMT-ACTION ' ' WS-IMAGE-TAG ' ' WS-IMAGE-AREA
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT
         EVALUATE WS-IMAGE-TAG
           WHEN 'BEFORE'
             MOVE WS-IMAGE-AREA TO WS-HIST-BEFORE
           WHEN 'AFTER'
             MOVE WS-IMAGE-AREA TO WS-HIST-AFTER
             PERFORM WRITE-CHANGE-HISTORY
           WHEN 'ADDED'
             MOVE SPACES TO WS-HIST-BEFORE
             MOVE WS-IMAGE-AREA TO WS-HIST-AFTER
             PERFORM WRITE-CHANGE-HISTORY
           WHEN 'DELETED'
             MOVE SPACES TO WS-HIST-AFTER
             PERFORM WRITE-CHANGE-HISTORY
         END-EVALUATE.

       CHECK-PAGE-BREAK.
         IF WS-LINE-COUNT > 55
         WRITE MAINT-REPORT-RECORD
         ADD 5 TO WS-LINE-COUNT.

       READ-OPERATOR-CARD.
         MOVE WS-TIMESTAMP(1:8) TO WS-TODAY
         MOVE SPACES TO WS-OPER-CARD
         ACCEPT WS-OPER-CARD
         MOVE WS-OPER-CARD(1:8) TO WS-OPER-ID
         IF WS-OPER-CARD(10:3) IS NUMERIC
           MOVE WS-OPER-CARD(10:3) TO WS-EXPIRY-DAYS
         END-IF
         IF WS-OPER-ID EQUAL SPACES
           DISPLAY 'ACCTMAINT: NO OPERATOR ID ON SYSIN - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       OPEN-PENDING-FILE.
         OPEN I-O PENDING-FILE
         IF WS-PEND-STATUS EQUAL '35'
           OPEN OUTPUT PENDING-FILE
           CLOSE PENDING-FILE
           OPEN I-O PENDING-FILE
         END-IF
         IF WS-PEND-STATUS NOT EQUAL '00'
           DISPLAY 'ACCTMAINT: CANNOT OPEN PENDCHG, STATUS='
                   WS-PEND-STATUS ' - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       EXPIRE-PENDING-CHANGES.
         MOVE ZERO TO WS-LAST-CHANGE-ID
         MOVE 'N' TO WS-PEND-DONE
         MOVE WS-PEND-MASTER TO PND-MASTER
         MOVE ZERO TO PND-CHANGE-ID
         START PENDING-FILE KEY >= PND-KEY
           INVALID KEY
             MOVE 'Y' TO WS-PEND-DONE
         END-START
         PERFORM UNTIL WS-PEND-DONE EQUAL 'Y'
           READ PENDING-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-PEND-DONE
             NOT AT END
               IF PND-MASTER NOT EQUAL WS-PEND-MASTER
                 MOVE 'Y' TO WS-PEND-DONE
               ELSE
                 MOVE PND-CHANGE-ID TO WS-LAST-CHANGE-ID
                 IF PND-STATUS EQUAL 'P'
                   PERFORM CHECK-PENDING-EXPIRY
                 END-IF
               END-IF
           END-READ
         END-PERFORM.

       CHECK-PENDING-EXPIRY.
         COMPUTE WS-PEND-AGE =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(PND-CAPTURE-DATE)
         IF WS-PEND-AGE > WS-EXPIRY-DAYS
           MOVE 'E' TO PND-STATUS
           MOVE WS-TODAY TO PND-ACTION-DATE
           REWRITE PND-RECORD
           ADD 1 TO WS-EXPIRED-COUNT
           MOVE 'EXPIRED' TO WS-PEND-TAG
           PERFORM WRITE-PENDING-LINE
         END-IF.

       APPLY-APPROVALS.
         MOVE 'N' TO WS-APPR-EOF
         OPEN INPUT APPROVAL-FILE
         IF WS-APPR-STATUS EQUAL '00'
           PERFORM UNTIL WS-APPR-EOF EQUAL 'Y'
             READ APPROVAL-FILE
               AT END
                 MOVE 'Y' TO WS-APPR-EOF
               NOT AT END
                 IF APR-MASTER EQUAL WS-PEND-MASTER
                   PERFORM APPLY-ONE-APPROVAL
                 END-IF
             END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE
         END-IF.

       APPLY-ONE-APPROVAL.
         MOVE SPACES TO WS-APPR-REASON
         IF APR-CHANGE-ID IS NOT NUMERIC
           MOVE 'BAD CHANGE NO' TO WS-APPR-REASON
         ELSE
           MOVE WS-PEND-MASTER TO PND-MASTER
           MOVE APR-CHANGE-ID TO PND-CHANGE-ID
           READ PENDING-FILE
             INVALID KEY
               MOVE 'NOT ON FILE' TO WS-APPR-REASON
           END-READ
         END-IF
         IF WS-APPR-REASON EQUAL SPACES
           EVALUATE TRUE
             WHEN PND-STATUS EQUAL 'E'
               MOVE 'EXPIRED' TO WS-APPR-REASON
             WHEN PND-STATUS NOT EQUAL 'P'
               MOVE 'NOT PENDING' TO WS-APPR-REASON
             WHEN PND-MAKER EQUAL WS-OPER-ID
               MOVE 'SAME OPERATOR' TO WS-APPR-REASON
             WHEN APR-DECISION NOT EQUAL 'A'
                  AND APR-DECISION NOT EQUAL 'R'
               MOVE 'BAD DECISION' TO WS-APPR-REASON
           END-EVALUATE
         END-IF
         IF WS-APPR-REASON NOT EQUAL SPACES
           PERFORM REJECT-APPROVAL
         ELSE
           MOVE WS-OPER-ID TO PND-CHECKER
           MOVE WS-TODAY TO PND-ACTION-DATE
           IF APR-DECISION EQUAL 'R'
             MOVE 'D' TO PND-STATUS
             ADD 1 TO WS-DECLINED-COUNT
             MOVE 'DECLINED' TO WS-PEND-TAG
             PERFORM WRITE-PENDING-LINE
           ELSE
             MOVE 'APPROVED' TO WS-PEND-TAG
             PERFORM WRITE-PENDING-LINE
             MOVE WS-REJECT-COUNT TO WS-REJECTS-BEFORE
             MOVE PND-TRANS-IMAGE TO ACCT-TRANS-RECORD
             PERFORM APPLY-ACCT-TRANS
             IF WS-REJECT-COUNT > WS-REJECTS-BEFORE
               MOVE 'F' TO PND-STATUS
               ADD 1 TO WS-FAILED-COUNT
             ELSE
               MOVE 'A' TO PND-STATUS
               ADD 1 TO WS-APPROVED-COUNT
             END-IF
           END-IF
           REWRITE PND-RECORD
         END-IF.

       REJECT-APPROVAL.
         ADD 1 TO WS-APPR-REJ-COUNT
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'APPROVAL REJECTED ' APR-DECISION
                ' ' APR-MASTER ' ' APR-CHANGE-ID
                ' OPERATOR=' WS-OPER-ID
                ' REASON=' WS-APPR-REASON
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT.

       CAPTURE-PENDING-CHANGE.
         ADD 1 TO WS-LAST-CHANGE-ID
         MOVE SPACES TO PND-RECORD
         MOVE WS-PEND-MASTER TO PND-MASTER
         MOVE WS-LAST-CHANGE-ID TO PND-CHANGE-ID
         MOVE 'P' TO PND-STATUS
         MOVE WS-OPER-ID TO PND-MAKER
         MOVE WS-TODAY TO PND-CAPTURE-DATE
         MOVE ZERO TO PND-ACTION-DATE
         MOVE ACCT-TRANS-RECORD TO PND-TRANS-IMAGE
         WRITE PND-RECORD
           INVALID KEY
             DISPLAY 'ACCTMAINT: PENDCHG WRITE FAILED, STATUS='
                     WS-PEND-STATUS ' CHANGE=' WS-LAST-CHANGE-ID
           NOT INVALID KEY
             ADD 1 TO WS-CAPTURED-COUNT
             MOVE 'CAPTURED' TO WS-PEND-TAG
             PERFORM WRITE-PENDING-LINE
         END-WRITE.

       WRITE-PENDING-LINE.
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING WS-PEND-TAG ' ' PND-CHANGE-ID ' MAKER=' PND-MAKER
                ' ' PND-TRANS-IMAGE
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT.

       WRITE-PENDING-REPORT.
         MOVE 99 TO WS-LINE-COUNT
         PERFORM CHECK-PAGE-BREAK
         MOVE WS-EXPIRY-DAYS TO WS-EXPIRY-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'PENDING APPROVALS FOR ' WS-PEND-MASTER
                ' AS OF ' WS-TODAY
                '  EXPIRE AFTER ' WS-EXPIRY-EDIT ' DAYS'
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'CHANGE MAKER    CAPTURED   AGE TRANSACTION'
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         ADD 2 TO WS-LINE-COUNT
         MOVE ZERO TO WS-PENDING-COUNT
         MOVE 'N' TO WS-PEND-DONE
         MOVE WS-PEND-MASTER TO PND-MASTER
         MOVE ZERO TO PND-CHANGE-ID
         START PENDING-FILE KEY >= PND-KEY
           INVALID KEY
             MOVE 'Y' TO WS-PEND-DONE
         END-START
         PERFORM UNTIL WS-PEND-DONE EQUAL 'Y'
           READ PENDING-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-PEND-DONE
             NOT AT END
               IF PND-MASTER NOT EQUAL WS-PEND-MASTER
                 MOVE 'Y' TO WS-PEND-DONE
               ELSE
                 IF PND-STATUS EQUAL 'P'
                   PERFORM WRITE-PENDING-DETAIL
                 END-IF
               END-IF
           END-READ
         END-PERFORM
         PERFORM WRITE-PENDING-TOTALS.

       WRITE-PENDING-DETAIL.
         ADD 1 TO WS-PENDING-COUNT
         COMPUTE WS-PEND-AGE =
                 FUNCTION INTEGER-OF-DATE(WS-TODAY)
               - FUNCTION INTEGER-OF-DATE(PND-CAPTURE-DATE)
         MOVE WS-PEND-AGE TO WS-AGE-EDIT
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING PND-CHANGE-ID ' ' PND-MAKER ' ' PND-CAPTURE-DATE
                ' ' WS-AGE-EDIT ' ' PND-TRANS-IMAGE
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT.

       WRITE-PENDING-TOTALS.
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-CAPTURED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'CAPTURED FOR APPROVAL  ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-APPROVED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'APPROVED AND APPLIED   ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-FAILED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'APPROVED BUT REJECTED  ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-DECLINED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'DECLINED BY CHECKER    ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-EXPIRED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'EXPIRED UNAPPROVED     ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-APPR-REJ-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'APPROVAL CARDS REJECTED' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'STILL PENDING          ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         ADD 8 TO WS-LINE-COUNT.

       OPEN-HISTORY-FILE.
         OPEN I-O HISTORY-FILE
         IF WS-HIST-STATUS EQUAL '35'
           OPEN OUTPUT HISTORY-FILE
           CLOSE HISTORY-FILE
           OPEN I-O HISTORY-FILE
         END-IF
         IF WS-HIST-STATUS NOT EQUAL '00'
           DISPLAY 'ACCTMAINT: CANNOT OPEN CHGHIST, STATUS='
                   WS-HIST-STATUS ' - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       WRITE-CHANGE-HISTORY.
         MOVE SPACES TO CHG-RECORD
         MOVE WS-PEND-MASTER TO CHG-MASTER
         IF WS-HIST-BEFORE NOT EQUAL SPACES
           MOVE WS-HIST-BEFORE(1:WS-HIST-KEY-LEN) TO CHG-REC-KEY
         ELSE
           MOVE WS-HIST-AFTER(1:WS-HIST-KEY-LEN) TO CHG-REC-KEY
         END-IF
         MOVE FUNCTION CURRENT-DATE(1:16) TO CHG-TIMESTAMP
         MOVE AMT-ACTION TO CHG-ACTION
         MOVE PND-MAKER TO CHG-MAKER
         MOVE WS-OPER-ID TO CHG-CHECKER
         MOVE PND-CHANGE-ID TO CHG-CHANGE-ID
         MOVE WS-HIST-BEFORE TO CHG-BEFORE-IMAGE
         MOVE WS-HIST-AFTER TO CHG-AFTER-IMAGE
         MOVE ZERO TO CHG-SEQ
         MOVE 'N' TO WS-HIST-WRITTEN
         PERFORM UNTIL WS-HIST-WRITTEN EQUAL 'Y'
           ADD 1 TO CHG-SEQ
           WRITE CHG-RECORD
             INVALID KEY
               IF WS-HIST-STATUS NOT EQUAL '22'
                 DISPLAY 'ACCTMAINT: CHGHIST WRITE FAILED, STATUS='
                         WS-HIST-STATUS ' KEY=' CHG-REC-KEY
                 MOVE 'Y' TO WS-HIST-WRITTEN
               END-IF
             NOT INVALID KEY
               ADD 1 TO WS-HIST-COUNT
               MOVE 'Y' TO WS-HIST-WRITTEN
           END-WRITE
         END-PERFORM
         MOVE SPACES TO WS-HIST-BEFORE.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         STRING 'RUN TRAILER PROGRAM=ACCTMAINT TS=' WS-TIMESTAMP(1:14)
                ' READ=' WS-RECORD-COUNT
                ' REJECTED=' WS-REJECT-COUNT
                ' CAPTURED=' WS-CAPTURED-COUNT
                ' APPLIED=' WS-APPROVED-COUNT
                ' HISTORY=' WS-HIST-COUNT
                DELIMITED BY SIZE INTO RUN-LOG-RECORD
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE.
