       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRTMAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRTM-TRANS-FILE ASSIGN TO PRTMTRANS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT PARTNER-FILE ASSIGN TO PRTNRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-CODE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT MAINT-REPORT-FILE ASSIGN TO PRTMRPT
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

       DATA DIVISION.
       FILE SECTION.
       FD  PRTM-TRANS-FILE.
       01  PRTM-TRANS-RECORD.
           05 PMT-ACTION       PIC X(1).
           05 PMT-CODE         PIC X(8).
           05 PMT-NAME         PIC X(30).
           05 PMT-ACTIVE       PIC X(1).
           05 PMT-OUT-SLOT     PIC X(2).
           05 PMT-BIT-WIDTH    PIC X(2).
           05 PMT-CHECK-METHOD PIC X(1).
           05 PMT-LABEL-FORMAT PIC X(1).
           05 PMT-HDR-TAG      PIC X(3).
           05 PMT-TRL-TAG      PIC X(3).
           05 PMT-SENDER-ID    PIC X(7).

       FD  PARTNER-FILE.
       COPY PRTNREC.

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

       WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS   PIC X(2).
       01 WS-MASTER-STATUS  PIC X(2).
       01 WS-RUNLOG-STATUS  PIC X(2).
       01 WS-TIMESTAMP      PIC X(21).
       01 WS-TRANS-EOF      PIC X(1) VALUE 'N'.
       01 WS-RECORD-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-REJECT-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-ADD-COUNT      PIC 9(9) VALUE ZEROES.
       01 WS-CHANGE-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-DELETE-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.
       01 WS-LINE-COUNT     PIC 9(4) VALUE 99.
       01 WS-PAGE-COUNT     PIC 9(4) VALUE ZEROES.
       01 WS-PAGE-EDIT      PIC ZZZ9.
       01 WS-RUN-DATE       PIC X(10).
       01 WS-EDIT-OK        PIC X(1) VALUE 'Y'.
       01 WS-EDIT-REASON    PIC X(16) VALUE SPACES.
       01 WS-IMAGE-AREA     PIC X(58).
       01 WS-IMAGE-TAG      PIC X(8).
       01 WS-SLOT-NUM       PIC 9(2) VALUE ZEROES.
       01 WS-WIDTH-NUM      PIC 9(2) VALUE ZEROES.
       01 WS-SLOT-DONE      PIC X(1) VALUE 'N'.
       01 WS-SLOT-OWNER     PIC X(8) VALUE SPACES.
       01 WS-PEND-STATUS    PIC X(2).
       01 WS-APPR-STATUS    PIC X(2).
       01 WS-HIST-STATUS    PIC X(2).
       01 WS-HIST-KEY-LEN   PIC 9(2) VALUE 8.
       01 WS-HIST-BEFORE    PIC X(80) VALUE SPACES.
       01 WS-HIST-AFTER     PIC X(80) VALUE SPACES.
       01 WS-HIST-WRITTEN   PIC X(1) VALUE 'N'.
       01 WS-HIST-COUNT     PIC 9(9) VALUE ZEROES.
       01 WS-PEND-MASTER    PIC X(8) VALUE 'PRTNRMST'.
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
         PERFORM OPEN-PARTNER-MASTER
         PERFORM OPEN-PENDING-FILE
         PERFORM OPEN-HISTORY-FILE
         PERFORM EXPIRE-PENDING-CHANGES
         PERFORM APPLY-APPROVALS
         OPEN INPUT PRTM-TRANS-FILE
         IF WS-TRANS-STATUS NOT EQUAL '00'
           DISPLAY 'PRTMAINT: CANNOT OPEN PRTMTRANS, STATUS='
                   WS-TRANS-STATUS
         ELSE
           PERFORM UNTIL WS-TRANS-EOF EQUAL 'Y'
             READ PRTM-TRANS-FILE
               AT END
                 MOVE 'Y' TO WS-TRANS-EOF
               NOT AT END
                 PERFORM CAPTURE-PENDING-CHANGE
             END-READ
           END-PERFORM
           CLOSE PRTM-TRANS-FILE
         END-IF
         PERFORM WRITE-MAINT-TOTALS
         PERFORM WRITE-PENDING-REPORT
         CLOSE PENDING-FILE
         CLOSE HISTORY-FILE
         CLOSE PARTNER-FILE
         CLOSE MAINT-REPORT-FILE
         PERFORM WRITE-RUN-TRAILER
         STOP RUN.

       OPEN-PARTNER-MASTER.
         OPEN I-O PARTNER-FILE
         IF WS-MASTER-STATUS EQUAL '35'
           OPEN OUTPUT PARTNER-FILE
           CLOSE PARTNER-FILE
           OPEN I-O PARTNER-FILE
         END-IF.

       APPLY-PRTM-TRANS.
         ADD 1 TO WS-RECORD-COUNT
         EVALUATE PMT-ACTION
           WHEN 'A'
             PERFORM APPLY-PRTM-ADD
           WHEN 'C'
             PERFORM APPLY-PRTM-CHANGE
           WHEN 'D'
             PERFORM APPLY-PRTM-DELETE
           WHEN OTHER
             MOVE 'BAD ACTION' TO WS-EDIT-REASON
             PERFORM REJECT-PRTM-TRANS
         END-EVALUATE.

       EDIT-PRTM-TRANS.
         MOVE 'Y' TO WS-EDIT-OK
         MOVE SPACES TO WS-EDIT-REASON
         EVALUATE TRUE
           WHEN PMT-CODE EQUAL SPACES
             MOVE 'NO PARTNER CODE' TO WS-EDIT-REASON
           WHEN PMT-NAME EQUAL SPACES
             MOVE 'NO NAME' TO WS-EDIT-REASON
           WHEN PMT-ACTIVE NOT EQUAL 'Y' AND PMT-ACTIVE NOT EQUAL 'N'
             MOVE 'BAD ACTIVE FLAG' TO WS-EDIT-REASON
           WHEN PMT-OUT-SLOT IS NOT NUMERIC
             MOVE 'BAD SLOT' TO WS-EDIT-REASON
           WHEN PMT-OUT-SLOT > '08'
             MOVE 'BAD SLOT' TO WS-EDIT-REASON
           WHEN PMT-BIT-WIDTH IS NOT NUMERIC
             MOVE 'BAD BIT WIDTH' TO WS-EDIT-REASON
           WHEN PMT-BIT-WIDTH > '40'
             MOVE 'BAD BIT WIDTH' TO WS-EDIT-REASON
           WHEN PMT-CHECK-METHOD NOT EQUAL 'W'
                AND PMT-CHECK-METHOD NOT EQUAL 'P'
                AND PMT-CHECK-METHOD NOT EQUAL 'N'
             MOVE 'BAD CHECK METHOD' TO WS-EDIT-REASON
           WHEN PMT-LABEL-FORMAT NOT EQUAL 'N'
                AND PMT-LABEL-FORMAT NOT EQUAL 'S'
                AND PMT-LABEL-FORMAT NOT EQUAL 'T'
             MOVE 'BAD LABEL FORMAT' TO WS-EDIT-REASON
           WHEN PMT-LABEL-FORMAT EQUAL 'S'
                AND PMT-HDR-TAG EQUAL SPACES
             MOVE 'NO HEADER TAG' TO WS-EDIT-REASON
           WHEN PMT-LABEL-FORMAT NOT EQUAL 'N'
                AND PMT-TRL-TAG EQUAL SPACES
             MOVE 'NO TRAILER TAG' TO WS-EDIT-REASON
           WHEN PMT-LABEL-FORMAT EQUAL 'S'
                AND PMT-HDR-TAG EQUAL PMT-TRL-TAG
             MOVE 'SAME HDR/TRL TAG' TO WS-EDIT-REASON
           WHEN PMT-LABEL-FORMAT NOT EQUAL 'N'
                AND PMT-SENDER-ID EQUAL SPACES
             MOVE 'NO SENDER ID' TO WS-EDIT-REASON
         END-EVALUATE
         IF WS-EDIT-REASON EQUAL SPACES
             AND PMT-ACTIVE EQUAL 'Y'
             AND PMT-OUT-SLOT NOT EQUAL '00'
           PERFORM CHECK-SLOT-IN-USE
         END-IF
         IF WS-EDIT-REASON NOT EQUAL SPACES
           MOVE 'N' TO WS-EDIT-OK
         END-IF.

       CHECK-SLOT-IN-USE.
         MOVE PMT-OUT-SLOT TO WS-SLOT-NUM
         MOVE SPACES TO WS-SLOT-OWNER
         MOVE 'N' TO WS-SLOT-DONE
         MOVE LOW-VALUES TO PRT-CODE
         START PARTNER-FILE KEY >= PRT-CODE
           INVALID KEY
             MOVE 'Y' TO WS-SLOT-DONE
         END-START
         PERFORM UNTIL WS-SLOT-DONE EQUAL 'Y'
           READ PARTNER-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-SLOT-DONE
             NOT AT END
               IF PRT-CODE NOT EQUAL PMT-CODE
                   AND PRT-ACTIVE EQUAL 'Y'
                   AND PRT-OUT-SLOT EQUAL WS-SLOT-NUM
                 MOVE PRT-CODE TO WS-SLOT-OWNER
                 MOVE 'Y' TO WS-SLOT-DONE
               END-IF
           END-READ
         END-PERFORM
         IF WS-SLOT-OWNER NOT EQUAL SPACES
           MOVE 'SLOT IN USE' TO WS-EDIT-REASON
         END-IF.

       MOVE-TRANS-TO-MASTER.
         MOVE PMT-NAME TO PRT-NAME
         MOVE PMT-ACTIVE TO PRT-ACTIVE
         MOVE PMT-OUT-SLOT TO WS-SLOT-NUM
         MOVE WS-SLOT-NUM TO PRT-OUT-SLOT
         MOVE PMT-BIT-WIDTH TO WS-WIDTH-NUM
         MOVE WS-WIDTH-NUM TO PRT-BIT-WIDTH
         MOVE PMT-CHECK-METHOD TO PRT-CHECK-METHOD
         MOVE PMT-LABEL-FORMAT TO PRT-LABEL-FORMAT
         MOVE PMT-HDR-TAG TO PRT-HDR-TAG
         MOVE PMT-TRL-TAG TO PRT-TRL-TAG
         MOVE PMT-SENDER-ID TO PRT-SENDER-ID.

       APPLY-PRTM-ADD.
         PERFORM EDIT-PRTM-TRANS
         IF WS-EDIT-OK EQUAL 'N'
           PERFORM REJECT-PRTM-TRANS
         ELSE
           MOVE PMT-CODE TO PRT-CODE
           READ PARTNER-FILE
             INVALID KEY
               MOVE SPACES TO PRT-RECORD
               MOVE PMT-CODE TO PRT-CODE
               PERFORM MOVE-TRANS-TO-MASTER
               WRITE PRT-RECORD
               ADD 1 TO WS-ADD-COUNT
               MOVE 'ADDED' TO WS-IMAGE-TAG
               MOVE PRT-RECORD TO WS-IMAGE-AREA
               PERFORM WRITE-IMAGE-LINE
             NOT INVALID KEY
               MOVE 'ALREADY ON FILE' TO WS-EDIT-REASON
               PERFORM REJECT-PRTM-TRANS
           END-READ
         END-IF.

       APPLY-PRTM-CHANGE.
         PERFORM EDIT-PRTM-TRANS
         IF WS-EDIT-OK EQUAL 'N'
           PERFORM REJECT-PRTM-TRANS
         ELSE
           MOVE PMT-CODE TO PRT-CODE
           READ PARTNER-FILE
             INVALID KEY
               MOVE 'NOT ON FILE' TO WS-EDIT-REASON
               PERFORM REJECT-PRTM-TRANS
             NOT INVALID KEY
               MOVE 'BEFORE' TO WS-IMAGE-TAG
               MOVE PRT-RECORD TO WS-IMAGE-AREA
               PERFORM WRITE-IMAGE-LINE
               PERFORM MOVE-TRANS-TO-MASTER
               REWRITE PRT-RECORD
               ADD 1 TO WS-CHANGE-COUNT
               MOVE 'AFTER' TO WS-IMAGE-TAG
               MOVE PRT-RECORD TO WS-IMAGE-AREA
               PERFORM WRITE-IMAGE-LINE
           END-READ
         END-IF.

       APPLY-PRTM-DELETE.
         MOVE PMT-CODE TO PRT-CODE
         READ PARTNER-FILE
           INVALID KEY
             MOVE 'NOT ON FILE' TO WS-EDIT-REASON
             PERFORM REJECT-PRTM-TRANS
           NOT INVALID KEY
             MOVE 'BEFORE' TO WS-IMAGE-TAG
             MOVE PRT-RECORD TO WS-IMAGE-AREA
             PERFORM WRITE-IMAGE-LINE
             DELETE PARTNER-FILE RECORD
             ADD 1 TO WS-DELETE-COUNT
             MOVE 'DELETED' TO WS-IMAGE-TAG
             MOVE SPACES TO WS-IMAGE-AREA
             MOVE PMT-CODE TO WS-IMAGE-AREA(1:8)
             PERFORM WRITE-IMAGE-LINE
         END-READ.

       REJECT-PRTM-TRANS.
         ADD 1 TO WS-REJECT-COUNT
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'REJECT ACTION=' PMT-ACTION
                ' PARTNER=' PMT-CODE
                ' SLOT=' PMT-OUT-SLOT
                ' WIDTH=' PMT-BIT-WIDTH
                ' REASON=' WS-EDIT-REASON
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         ADD 1 TO WS-LINE-COUNT.

       WRITE-IMAGE-LINE.
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING PMT-ACTION ' ' WS-IMAGE-TAG ' ' WS-IMAGE-AREA
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
           PERFORM WRITE-PAGE-HEADER
         END-IF.

       WRITE-PAGE-HEADER.
         ADD 1 TO WS-PAGE-COUNT
         MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'PARTNER PROFILE MAINTENANCE REPORT  RUN DATE '
                WS-RUN-DATE '  PAGE ' WS-PAGE-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE SPACES TO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE 2 TO WS-LINE-COUNT.

       WRITE-MAINT-TOTALS.
         PERFORM CHECK-PAGE-BREAK
         MOVE SPACES TO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-ADD-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'PARTNERS ADDED   ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-CHANGE-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'PARTNERS CHANGED ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-DELETE-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'PARTNERS DELETED ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
         WRITE MAINT-REPORT-RECORD
         MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO MAINT-REPORT-RECORD
         STRING 'REJECTED         ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO MAINT-REPORT-RECORD
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
           DISPLAY 'PRTMAINT: NO OPERATOR ID ON SYSIN - RUN ABORTED'
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
           DISPLAY 'PRTMAINT: CANNOT OPEN PENDCHG, STATUS='
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
             MOVE PND-TRANS-IMAGE TO PRTM-TRANS-RECORD
             PERFORM APPLY-PRTM-TRANS
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
         MOVE PRTM-TRANS-RECORD TO PND-TRANS-IMAGE
         WRITE PND-RECORD
           INVALID KEY
             DISPLAY 'PRTMAINT: PENDCHG WRITE FAILED, STATUS='
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
           DISPLAY 'PRTMAINT: CANNOT OPEN CHGHIST, STATUS='
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
         MOVE PMT-ACTION TO CHG-ACTION
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
                 DISPLAY 'PRTMAINT: CHGHIST WRITE FAILED, STATUS='
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
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN HEADER PROGRAM=PRTMAINT TS=' WS-TIMESTAMP(1:14)
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
         STRING 'RUN TRAILER PROGRAM=PRTMAINT TS=' WS-TIMESTAMP(1:14)
                ' READ=' WS-RECORD-COUNT
                ' REJECTED=' WS-REJECT-COUNT
                ' CAPTURED=' WS-CAPTURED-COUNT
                ' APPLIED=' WS-APPROVED-COUNT
                ' HISTORY=' WS-HIST-COUNT
                DELIMITED BY SIZE INTO RUN-LOG-RECORD
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE.
