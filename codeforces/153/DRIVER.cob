                ACCESS MODE IS RANDOM
                RECORD KEY IS SITEM-SITE-ID
                FILE STATUS IS WS-SITEM-STATUS.
            SELECT REQAUTH-FILE ASSIGN TO REQAUTH
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-REQAUTH-STATUS.
            SELECT DENIED-REPORT-FILE ASSIGN TO DENYRPT
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT DRVQUEUE-FILE ASSIGN TO DRVQUEUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS DRQ-KEY
                FILE STATUS IS WS-QUEUE-STATUS.
            SELECT QUEUE-REPORT-FILE ASSIGN TO QUEUERPT
                ORGANIZATION IS LINE SEQUENTIAL.

        DATA DIVISION.
        FILE SECTION.
                                    SIGN IS LEADING SEPARATE.
               10 CTL-DST-Y2     PIC S9(9)V9(4)
                                    SIGN IS LEADING SEPARATE.
            05 CTL-CAN-FIELDS REDEFINES CTL-DATA.
               10 CTL-CAN-DATE   PIC X(8).
               10 CTL-CAN-SEQ    PIC X(4).
            05 CTL-REQUESTER  PIC X(8).
            05 CTL-RUN-ON-DATE PIC X(8).

        FD  RUN-LOG-FILE.
        01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.
            05 RESP-DATA      PIC X(59).
            05 RESP-STATUS    PIC X(2).
            05 RESP-RESULT    PIC X(40).
            05 RESP-REQUESTER PIC X(8).

        FD  HOLIDAY-FILE.
        01  HOLIDAY-RECORD.
        FD  SITE-MASTER.
        COPY SITEMREC.

        FD  REQAUTH-FILE.
        COPY REQAUTH.

        FD  DENIED-REPORT-FILE.
        01  DENIED-REPORT-RECORD PIC X(80)  VALUE SPACES.

        FD  DRVQUEUE-FILE.
        COPY DRVQREC.

        FD  QUEUE-REPORT-FILE.
        01  QUEUE-REPORT-RECORD  PIC X(80)  VALUE SPACES.

        WORKING-STORAGE SECTION.
        01 WS-CONTROL-STATUS PIC X(2).
        01 WS-CTL-EOF        PIC X(1) VALUE 'N'.
        01 WS-DST-SQ       PIC S9(19)V9(8).
        01 WS-DST-R        PIC S9(10)V9(16).

        01 WS-REQAUTH-STATUS PIC X(2).
        01 WS-AUTH-EOF       PIC X(1) VALUE 'N'.
        01 WS-AUTH-COUNT     PIC 9(4) VALUE ZEROES.
        01 WS-AUTH-TABLE.
           05 WS-AUTH-ENTRY OCCURS 200 TIMES.
              10 WS-AU-REQUESTER PIC X(8).
              10 WS-AU-CODES     PIC X(10).
              10 WS-AU-LIMIT     PIC 9(4).
              10 WS-AU-USED      PIC 9(4).
        01 WS-AUTH-IDX       PIC 9(4) VALUE ZEROES.
        01 WS-AUTH-FOUND     PIC 9(4) VALUE ZEROES.
        01 WS-AUTH-OK        PIC X(1) VALUE 'Y'.
        01 WS-CHECK-CODE     PIC X(1) VALUE SPACES.
        01 WS-CODE-TALLY     PIC 9(2) VALUE ZEROES.
        01 WS-DENY-REASON    PIC X(24) VALUE SPACES.
        01 WS-DENIED-COUNT   PIC 9(9) VALUE ZEROES.
        01 WS-DENY-AUTH-COUNT  PIC 9(9) VALUE ZEROES.
        01 WS-DENY-QUOTA-COUNT PIC 9(9) VALUE ZEROES.
        01 WS-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.
        01 WS-LINE-COUNT     PIC 9(4) VALUE 99.
        01 WS-PAGE-COUNT     PIC 9(4) VALUE ZEROES.
        01 WS-PAGE-EDIT      PIC ZZZ9.
        01 WS-QUOTA-CHECK    PIC X(1) VALUE 'Y'.

        01 WS-QUEUE-STATUS   PIC X(2).
        01 WS-QUEUE-DONE     PIC X(1) VALUE 'N'.
        01 WS-QUEUE-SEQ      PIC 9(4) VALUE ZEROES.
        01 WS-QUEUE-WRITTEN  PIC X(1) VALUE 'N'.
        01 WS-QUEUE-ID       PIC X(12) VALUE SPACES.
        01 WS-RUN-ON-STATE   PIC X(1) VALUE 'N'.
        01 WS-DUE-COUNT      PIC 9(4) VALUE ZEROES.
        01 WS-DUE-TABLE.
           05 WS-DUE-KEY OCCURS 500 TIMES PIC X(12).
        01 WS-DUE-IDX        PIC 9(4) VALUE ZEROES.
        01 WS-QUEUED-COUNT   PIC 9(9) VALUE ZEROES.
        01 WS-RELEASED-COUNT PIC 9(9) VALUE ZEROES.
        01 WS-CANCEL-COUNT   PIC 9(9) VALUE ZEROES.
        01 WS-WAITING-COUNT  PIC 9(9) VALUE ZEROES.
        01 WS-WAIT-DAYS      PIC S9(5) VALUE ZEROES.
        01 WS-WAIT-EDIT      PIC ZZZ9.
        01 WS-QLINE-COUNT    PIC 9(4) VALUE 99.
        01 WS-QPAGE-COUNT    PIC 9(4) VALUE ZEROES.

        PROCEDURE DIVISION.
        MAIN-LOGIC.
          PERFORM READ-RUN-CONTROL
          PERFORM WRITE-RUN-HEADER
          PERFORM LOAD-REQUESTER-AUTHORITY
          OPEN OUTPUT DENIED-REPORT-FILE
          MOVE 'N' TO WS-CTL-EOF
          OPEN OUTPUT RESPONSE-FILE
          OPEN INPUT CONTROL-FILE
          PERFORM OPEN-QUEUE-FILE
          PERFORM FIND-DUE-REQUESTS
          PERFORM VARYING WS-DUE-IDX FROM 1 BY 1
              UNTIL WS-DUE-IDX > WS-DUE-COUNT
            PERFORM RELEASE-DUE-REQUEST
          END-PERFORM
          PERFORM UNTIL WS-CTL-EOF EQUAL 'Y'
            READ CONTROL-FILE
              AT END
          END-PERFORM
          CLOSE CONTROL-FILE
          CLOSE RESPONSE-FILE
          PERFORM WRITE-DENIED-TOTALS
          CLOSE DENIED-REPORT-FILE
          PERFORM WRITE-QUEUE-LISTING
          CLOSE DRVQUEUE-FILE
          IF WS-SITEM-OPENED EQUAL 'Y'
            CLOSE SITE-MASTER
          END-IF
          DISPLAY 'DRIVER TRAILER RECORDS=' WS-RECORD-COUNT
                  ' REJECTS=' WS-REJECT-COUNT
                  ' DENIED=' WS-DENIED-COUNT
                  ' QUEUED=' WS-QUEUED-COUNT
                  ' RELEASED=' WS-RELEASED-COUNT
          PERFORM WRITE-RUN-TRAILER
          PERFORM SET-PROGRAM-RETURN-CODE
          STOP RUN.
                ' TS=' WS-TIMESTAMP(1:14)
                 ' READ=' WS-RECORD-COUNT
                 ' REJECTED=' WS-REJECT-COUNT
                 ' DENIED=' WS-DENIED-COUNT
                 ' QUEUED=' WS-QUEUED-COUNT
                 ' RELEASED=' WS-RELEASED-COUNT
                 DELIMITED BY SIZE INTO RUN-LOG-RECORD
          WRITE RUN-LOG-RECORD
          CLOSE RUN-LOG-FILE.
          ADD 1 TO WS-RECORD-COUNT
          MOVE SPACES TO WS-RESP-STATUS
          MOVE SPACES TO WS-RESP-RESULT
          MOVE 'Y' TO WS-QUOTA-CHECK
          IF CTL-UTIL-CODE EQUAL 'X'
            PERFORM CANCEL-PENDING-REQUEST
          ELSE
            PERFORM CHECK-RUN-ON-DATE
            EVALUATE WS-RUN-ON-STATE
              WHEN 'B'
                ADD 1 TO WS-REJECT-COUNT
                MOVE 'RO' TO WS-RESP-STATUS
                DISPLAY 'REJECTED CONTROL RECORD ' WS-RECORD-COUNT
                        ': INVALID RUN-ON DATE=' CTL-RUN-ON-DATE
              WHEN 'F'
                MOVE 'N' TO WS-QUOTA-CHECK
                PERFORM CHECK-REQUESTER-AUTHORITY
                IF WS-AUTH-OK EQUAL 'N'
                  PERFORM DENY-CONTROL-RECORD
                ELSE
                  PERFORM QUEUE-PENDING-REQUEST
                END-IF
              WHEN OTHER
                PERFORM EXECUTE-CONTROL-RECORD
            END-EVALUATE
          END-IF
          PERFORM WRITE-RESPONSE-RECORD.

        EXECUTE-CONTROL-RECORD.
          PERFORM CHECK-REQUESTER-AUTHORITY
          IF WS-AUTH-OK EQUAL 'N'
            PERFORM DENY-CONTROL-RECORD
          ELSE
            EVALUATE CTL-UTIL-CODE
              WHEN 'A'
                PERFORM DO-ADD
              WHEN 'B'
                PERFORM DO-ENCODE
              WHEN 'R'
                PERFORM DO-ROTATE
              WHEN 'D'
                PERFORM DO-DATE-ROLL
              WHEN 'W'
                PERFORM DO-BUSDAY-ROLL
              WHEN 'E'
                PERFORM DO-DISTANCE
              WHEN 'S'
                PERFORM DO-SITE-DISTANCE
              WHEN 'P'
                PERFORM DO-COMPOSITE
              WHEN OTHER
                PERFORM REJECT-CONTROL-RECORD
            END-EVALUATE
          END-IF.

        CHECK-RUN-ON-DATE.
          MOVE 'N' TO WS-RUN-ON-STATE
          IF CTL-RUN-ON-DATE NOT EQUAL SPACES
            IF CTL-RUN-ON-DATE IS NOT NUMERIC
              MOVE 'B' TO WS-RUN-ON-STATE
            ELSE
              MOVE CTL-RUN-ON-DATE TO WS-DTE-NUM
              PERFORM VALIDATE-DTE-DATE
              IF WS-DTE-VALID EQUAL 'N'
                MOVE 'B' TO WS-RUN-ON-STATE
              ELSE
                IF WS-DTE-NUM > WS-BUS-DATE
                  MOVE 'F' TO WS-RUN-ON-STATE
                END-IF
              END-IF
            END-IF
          END-IF.

        OPEN-QUEUE-FILE.
          OPEN I-O DRVQUEUE-FILE
          IF WS-QUEUE-STATUS EQUAL '35'
            OPEN OUTPUT DRVQUEUE-FILE
            CLOSE DRVQUEUE-FILE
            OPEN I-O DRVQUEUE-FILE
          END-IF
          IF WS-QUEUE-STATUS NOT EQUAL '00'
            DISPLAY 'DRIVER: CANNOT OPEN DRVQUEUE, STATUS='
                    WS-QUEUE-STATUS ' - RUN ABORTED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF.

        FIND-DUE-REQUESTS.
          MOVE ZERO TO WS-DUE-COUNT
          MOVE ZERO TO WS-QUEUE-SEQ
          MOVE 'N' TO WS-QUEUE-DONE
          MOVE LOW-VALUES TO DRQ-KEY
          START DRVQUEUE-FILE KEY >= DRQ-KEY
            INVALID KEY
              MOVE 'Y' TO WS-QUEUE-DONE
          END-START
          PERFORM UNTIL WS-QUEUE-DONE EQUAL 'Y'
            READ DRVQUEUE-FILE NEXT RECORD
              AT END
                MOVE 'Y' TO WS-QUEUE-DONE
              NOT AT END
                IF DRQ-QUEUED-DATE EQUAL WS-BUS-DATE
                  MOVE DRQ-SEQ TO WS-QUEUE-SEQ
                END-IF
                IF DRQ-RUN-DATE <= WS-BUS-DATE
                  IF WS-DUE-COUNT < 500
                    ADD 1 TO WS-DUE-COUNT
                    MOVE DRQ-KEY TO WS-DUE-KEY(WS-DUE-COUNT)
                  ELSE
                    DISPLAY 'DRIVER: MORE THAN 500 QUEUED REQUESTS '
                            'DUE - ' DRQ-KEY ' HELD TO NEXT RUN'
                  END-IF
                END-IF
            END-READ
          END-PERFORM.

        RELEASE-DUE-REQUEST.
          MOVE WS-DUE-KEY(WS-DUE-IDX) TO DRQ-KEY
          READ DRVQUEUE-FILE
            INVALID KEY
              DISPLAY 'DRIVER: QUEUED REQUEST ' WS-DUE-KEY(WS-DUE-IDX)
                      ' NO LONGER ON DRVQUEUE'
            NOT INVALID KEY
              MOVE DRQ-CARD TO CONTROL-RECORD
              ADD 1 TO WS-RELEASED-COUNT
              DISPLAY 'RELEASED QUEUED REQUEST ' DRQ-KEY
                      ' RUN ON ' DRQ-RUN-DATE
              PERFORM DISPATCH-CONTROL-RECORD
              MOVE WS-DUE-KEY(WS-DUE-IDX) TO DRQ-KEY
              DELETE DRVQUEUE-FILE
                INVALID KEY
                  DISPLAY 'DRIVER: DRVQUEUE DELETE FAILED, STATUS='
                          WS-QUEUE-STATUS
              END-DELETE
          END-READ.

        QUEUE-PENDING-REQUEST.
          MOVE WS-BUS-DATE TO DRQ-QUEUED-DATE
          MOVE CTL-RUN-ON-DATE TO DRQ-RUN-DATE
          MOVE FUNCTION CURRENT-DATE(1:14) TO DRQ-QUEUED-TS
          MOVE CTL-REQUESTER TO DRQ-REQUESTER
          MOVE CONTROL-RECORD TO DRQ-CARD
          MOVE 'N' TO WS-QUEUE-WRITTEN
          PERFORM UNTIL WS-QUEUE-WRITTEN NOT EQUAL 'N'
            IF WS-QUEUE-SEQ >= 9999
              MOVE 'F' TO WS-QUEUE-WRITTEN
            ELSE
              ADD 1 TO WS-QUEUE-SEQ
              MOVE WS-QUEUE-SEQ TO DRQ-SEQ
              WRITE DRQ-RECORD
                INVALID KEY
                  IF WS-QUEUE-STATUS NOT EQUAL '22'
                    MOVE 'F' TO WS-QUEUE-WRITTEN
                  END-IF
                NOT INVALID KEY
                  MOVE 'Y' TO WS-QUEUE-WRITTEN
              END-WRITE
            END-IF
          END-PERFORM
          IF WS-QUEUE-WRITTEN EQUAL 'Y'
            ADD 1 TO WS-QUEUED-COUNT
            MOVE DRQ-KEY TO WS-QUEUE-ID
            MOVE 'PQ' TO WS-RESP-STATUS
            STRING 'QUEUED ID=' WS-QUEUE-ID
                   ' RUN ON ' DRQ-RUN-DATE
                   DELIMITED BY SIZE INTO WS-RESP-RESULT
            DISPLAY 'QUEUED CONTROL RECORD ' WS-RECORD-COUNT
                    ': ID=' WS-QUEUE-ID ' RUN ON ' DRQ-RUN-DATE
          ELSE
            ADD 1 TO WS-REJECT-COUNT
            MOVE 'RQ' TO WS-RESP-STATUS
            DISPLAY 'REJECTED CONTROL RECORD ' WS-RECORD-COUNT
                    ': DRVQUEUE WRITE FAILED, STATUS='
                    WS-QUEUE-STATUS
          END-IF.

        CANCEL-PENDING-REQUEST.
          IF CTL-CAN-DATE IS NOT NUMERIC
              OR CTL-CAN-SEQ IS NOT NUMERIC
            ADD 1 TO WS-REJECT-COUNT
            MOVE 'RX' TO WS-RESP-STATUS
            MOVE 'INVALID QUEUE ID' TO WS-RESP-RESULT
          ELSE
            MOVE CTL-CAN-DATE TO DRQ-QUEUED-DATE
            MOVE CTL-CAN-SEQ TO DRQ-SEQ
            READ DRVQUEUE-FILE
              INVALID KEY
                ADD 1 TO WS-REJECT-COUNT
                MOVE 'RX' TO WS-RESP-STATUS
                MOVE 'NOT IN QUEUE' TO WS-RESP-RESULT
              NOT INVALID KEY
                IF CTL-REQUESTER EQUAL SPACES
                    OR DRQ-REQUESTER NOT EQUAL CTL-REQUESTER
                  MOVE 'NA' TO WS-RESP-STATUS
                  MOVE 'NOT QUEUED BY REQUESTER' TO WS-DENY-REASON
                  PERFORM DENY-CONTROL-RECORD
                ELSE
                  DELETE DRVQUEUE-FILE
                    INVALID KEY
                      ADD 1 TO WS-REJECT-COUNT
                      MOVE 'RX' TO WS-RESP-STATUS
                      MOVE 'DELETE FAILED' TO WS-RESP-RESULT
                    NOT INVALID KEY
                      ADD 1 TO WS-CANCEL-COUNT
                      MOVE 'OK' TO WS-RESP-STATUS
                      MOVE DRQ-KEY TO WS-QUEUE-ID
                      STRING 'CANCELLED ID=' WS-QUEUE-ID
                             DELIMITED BY SIZE INTO WS-RESP-RESULT
                  END-DELETE
                END-IF
            END-READ
          END-IF
          IF WS-RESP-STATUS EQUAL 'RX'
            DISPLAY 'REJECTED CANCEL ' WS-RECORD-COUNT
                    ': ID=' CTL-CAN-DATE CTL-CAN-SEQ
                    ' ' WS-RESP-RESULT
          END-IF.

        WRITE-QUEUE-LISTING.
          OPEN OUTPUT QUEUE-REPORT-FILE
          MOVE ZERO TO WS-WAITING-COUNT
          MOVE 'N' TO WS-QUEUE-DONE
          MOVE LOW-VALUES TO DRQ-KEY
          START DRVQUEUE-FILE KEY >= DRQ-KEY
            INVALID KEY
              MOVE 'Y' TO WS-QUEUE-DONE
          END-START
          PERFORM CHECK-QUEUE-PAGE-BREAK
          PERFORM UNTIL WS-QUEUE-DONE EQUAL 'Y'
            READ DRVQUEUE-FILE NEXT RECORD
              AT END
                MOVE 'Y' TO WS-QUEUE-DONE
              NOT AT END
                PERFORM WRITE-QUEUE-LINE
            END-READ
          END-PERFORM
          PERFORM CHECK-QUEUE-PAGE-BREAK
          IF WS-WAITING-COUNT EQUAL ZERO
            MOVE SPACES TO QUEUE-REPORT-RECORD
            STRING '  (NONE)'
                   DELIMITED BY SIZE INTO QUEUE-REPORT-RECORD
            WRITE QUEUE-REPORT-RECORD
          END-IF
          MOVE SPACES TO QUEUE-REPORT-RECORD
          WRITE QUEUE-REPORT-RECORD
          MOVE WS-QUEUED-COUNT TO WS-COUNT-EDIT
          MOVE SPACES TO QUEUE-REPORT-RECORD
          STRING 'QUEUED TONIGHT   ' WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO QUEUE-REPORT-RECORD
          WRITE QUEUE-REPORT-RECORD
          MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
          MOVE SPACES TO QUEUE-REPORT-RECORD
          STRING 'RELEASED TONIGHT ' WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO QUEUE-REPORT-RECORD
          WRITE QUEUE-REPORT-RECORD
          MOVE WS-CANCEL-COUNT TO WS-COUNT-EDIT
          MOVE SPACES TO QUEUE-REPORT-RECORD
          STRING 'CANCELLED        ' WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO QUEUE-REPORT-RECORD
          WRITE QUEUE-REPORT-RECORD
          MOVE WS-WAITING-COUNT TO WS-COUNT-EDIT
          MOVE SPACES TO QUEUE-REPORT-RECORD
          STRING 'STILL WAITING    ' WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO QUEUE-REPORT-RECORD
          WRITE QUEUE-REPORT-RECORD
          CLOSE QUEUE-REPORT-FILE.

        WRITE-QUEUE-LINE.
          ADD 1 TO WS-WAITING-COUNT
          COMPUTE WS-WAIT-DAYS =
            FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
            - FUNCTION INTEGER-OF-DATE(DRQ-QUEUED-DATE)
          MOVE WS-WAIT-DAYS TO WS-WAIT-EDIT
          MOVE DRQ-KEY TO WS-QUEUE-ID
          PERFORM CHECK-QUEUE-PAGE-BREAK
          MOVE SPACES TO QUEUE-REPORT-RECORD
          STRING '  ID=' WS-QUEUE-ID
                 ' RUN=' DRQ-RUN-DATE
                 ' QUEUED=' DRQ-QUEUED-DATE
                 ' DAYS=' WS-WAIT-EDIT
                 ' REQ=' DRQ-REQUESTER
                 ' ' DRQ-CARD(1:1)
                 DELIMITED BY SIZE INTO QUEUE-REPORT-RECORD
          WRITE QUEUE-REPORT-RECORD
          ADD 1 TO WS-QLINE-COUNT.

        CHECK-QUEUE-PAGE-BREAK.
          IF WS-QLINE-COUNT > 55
            ADD 1 TO WS-QPAGE-COUNT
            MOVE WS-QPAGE-COUNT TO WS-PAGE-EDIT
            MOVE SPACES TO QUEUE-REPORT-RECORD
            STRING 'DRIVER PENDING-REQUEST QUEUE  BUSDATE '
                   WS-BUS-DATE '  PAGE ' WS-PAGE-EDIT
                   DELIMITED BY SIZE INTO QUEUE-REPORT-RECORD
            WRITE QUEUE-REPORT-RECORD
            MOVE SPACES TO QUEUE-REPORT-RECORD
            WRITE QUEUE-REPORT-RECORD
            MOVE 2 TO WS-QLINE-COUNT
          END-IF.

        WRITE-RESPONSE-RECORD.
          MOVE WS-RECORD-COUNT TO RESP-SEQ
          MOVE CTL-UTIL-CODE TO RESP-UTIL-CODE
          MOVE CTL-DATA TO RESP-DATA
          MOVE WS-RESP-STATUS TO RESP-STATUS
          MOVE WS-RESP-RESULT TO RESP-RESULT
          MOVE CTL-REQUESTER TO RESP-REQUESTER
          WRITE RESPONSE-RECORD.

        LOAD-REQUESTER-AUTHORITY.
          MOVE ZERO TO WS-AUTH-COUNT
          MOVE 'N' TO WS-AUTH-EOF
          OPEN INPUT REQAUTH-FILE
          IF WS-REQAUTH-STATUS NOT EQUAL '00'
            DISPLAY 'DRIVER: CANNOT OPEN REQAUTH, STATUS='
                    WS-REQAUTH-STATUS ' - ALL REQUESTS DENIED'
          ELSE
            PERFORM UNTIL WS-AUTH-EOF EQUAL 'Y'
              READ REQAUTH-FILE
                AT END
                  MOVE 'Y' TO WS-AUTH-EOF
                NOT AT END
                  PERFORM LOAD-ONE-REQUESTER
              END-READ
            END-PERFORM
            CLOSE REQAUTH-FILE
          END-IF.

        LOAD-ONE-REQUESTER.
          IF RQA-REQUESTER EQUAL SPACES
              OR RQA-NIGHT-LIMIT IS NOT NUMERIC
            DISPLAY 'DRIVER: BAD REQAUTH CARD REQUESTER='
                    RQA-REQUESTER ' - IGNORED'
          ELSE
            IF WS-AUTH-COUNT >= 200
              DISPLAY 'DRIVER: REQAUTH EXCEEDS 200 REQUESTERS, '
                      'RUN ABORTED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF
            ADD 1 TO WS-AUTH-COUNT
            MOVE RQA-REQUESTER TO WS-AU-REQUESTER(WS-AUTH-COUNT)
            MOVE RQA-UTIL-CODES TO WS-AU-CODES(WS-AUTH-COUNT)
            MOVE RQA-NIGHT-LIMIT TO WS-AU-LIMIT(WS-AUTH-COUNT)
            MOVE ZERO TO WS-AU-USED(WS-AUTH-COUNT)
          END-IF.

        CHECK-REQUESTER-AUTHORITY.
          MOVE 'Y' TO WS-AUTH-OK
          MOVE SPACES TO WS-DENY-REASON
          MOVE ZERO TO WS-AUTH-FOUND
          PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
              UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
                 OR WS-AUTH-FOUND > 0
            IF WS-AU-REQUESTER(WS-AUTH-IDX) EQUAL CTL-REQUESTER
              MOVE WS-AUTH-IDX TO WS-AUTH-FOUND
            END-IF
          END-PERFORM
          IF CTL-REQUESTER EQUAL SPACES
              OR WS-AUTH-FOUND EQUAL ZERO
            MOVE 'N' TO WS-AUTH-OK
            MOVE 'NA' TO WS-RESP-STATUS
            MOVE 'UNKNOWN REQUESTER' TO WS-DENY-REASON
          ELSE
            MOVE CTL-UTIL-CODE TO WS-CHECK-CODE
            PERFORM CHECK-CODE-PERMITTED
            IF WS-AUTH-OK EQUAL 'Y'
                AND CTL-UTIL-CODE EQUAL 'P'
                AND CTL-CMP-COUNT IS NUMERIC
              PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                  UNTIL WS-CMP-IDX > CTL-CMP-COUNT
                     OR WS-CMP-IDX > 3
                     OR WS-AUTH-OK EQUAL 'N'
                MOVE CTL-CMP-CODE(WS-CMP-IDX) TO WS-CHECK-CODE
                PERFORM CHECK-CODE-PERMITTED
              END-PERFORM
            END-IF
            IF WS-AUTH-OK EQUAL 'Y'
                AND WS-QUOTA-CHECK EQUAL 'Y'
              IF WS-AU-USED(WS-AUTH-FOUND)
                  >= WS-AU-LIMIT(WS-AUTH-FOUND)
                MOVE 'N' TO WS-AUTH-OK
                MOVE 'NQ' TO WS-RESP-STATUS
                MOVE 'NIGHTLY QUOTA REACHED' TO WS-DENY-REASON
              ELSE
                ADD 1 TO WS-AU-USED(WS-AUTH-FOUND)
              END-IF
            END-IF
          END-IF.

        CHECK-CODE-PERMITTED.
          IF WS-CHECK-CODE NOT EQUAL SPACE
            MOVE ZERO TO WS-CODE-TALLY
            INSPECT WS-AU-CODES(WS-AUTH-FOUND)
              TALLYING WS-CODE-TALLY FOR ALL WS-CHECK-CODE
            IF WS-CODE-TALLY EQUAL ZERO
              MOVE 'N' TO WS-AUTH-OK
              MOVE 'NA' TO WS-RESP-STATUS
              STRING 'CODE ' WS-CHECK-CODE ' NOT PERMITTED'
                     DELIMITED BY SIZE INTO WS-DENY-REASON
            END-IF
          END-IF.

        DENY-CONTROL-RECORD.
          ADD 1 TO WS-DENIED-COUNT
          IF WS-RESP-STATUS EQUAL 'NQ'
            ADD 1 TO WS-DENY-QUOTA-COUNT
          ELSE
            ADD 1 TO WS-DENY-AUTH-COUNT
          END-IF
          DISPLAY 'DENIED CONTROL RECORD ' WS-RECORD-COUNT
                  ': REQUESTER=' CTL-REQUESTER
                  ' UTIL CODE=' CTL-UTIL-CODE ' ' WS-DENY-REASON
          PERFORM CHECK-PAGE-BREAK
          MOVE SPACES TO DENIED-REPORT-RECORD
          STRING '  SEQ=' WS-RECORD-COUNT
                 ' REQ=' CTL-REQUESTER
                 ' CODE=' CTL-UTIL-CODE
                 ' ' WS-RESP-STATUS
                 ' ' WS-DENY-REASON
                 DELIMITED BY SIZE INTO DENIED-REPORT-RECORD
          WRITE DENIED-REPORT-RECORD
          ADD 1 TO WS-LINE-COUNT.

        CHECK-PAGE-BREAK.
          IF WS-LINE-COUNT > 55
            PERFORM WRITE-PAGE-HEADER
          END-IF.

        WRITE-PAGE-HEADER.
          ADD 1 TO WS-PAGE-COUNT
          MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT
          MOVE SPACES TO DENIED-REPORT-RECORD
          STRING 'DRIVER DENIED REQUESTS  BUSDATE ' WS-BUS-DATE
                 ' CYCLE ' WS-CYCLE '  PAGE ' WS-PAGE-EDIT
                 DELIMITED BY SIZE INTO DENIED-REPORT-RECORD
          WRITE DENIED-REPORT-RECORD
          MOVE SPACES TO DENIED-REPORT-RECORD
          WRITE DENIED-REPORT-RECORD
          MOVE 2 TO WS-LINE-COUNT.

        WRITE-DENIED-TOTALS.
          PERFORM CHECK-PAGE-BREAK
          IF WS-DENIED-COUNT EQUAL ZERO
            MOVE SPACES TO DENIED-REPORT-RECORD
            STRING '  (NONE)'
                   DELIMITED BY SIZE INTO DENIED-REPORT-RECORD
            WRITE DENIED-REPORT-RECORD
          END-IF
          MOVE SPACES TO DENIED-REPORT-RECORD
          WRITE DENIED-REPORT-RECORD
          MOVE WS-DENY-AUTH-COUNT TO WS-COUNT-EDIT
          MOVE SPACES TO DENIED-REPORT-RECORD
          STRING 'NOT AUTHORIZED   ' WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO DENIED-REPORT-RECORD
          WRITE DENIED-REPORT-RECORD
          MOVE WS-DENY-QUOTA-COUNT TO WS-COUNT-EDIT
          MOVE SPACES TO DENIED-REPORT-RECORD
          STRING 'OVER QUOTA       ' WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO DENIED-REPORT-RECORD
          WRITE DENIED-REPORT-RECORD
          MOVE WS-DENIED-COUNT TO WS-COUNT-EDIT
          MOVE SPACES TO DENIED-REPORT-RECORD
          STRING 'TOTAL DENIED     ' WS-COUNT-EDIT
                 DELIMITED BY SIZE INTO DENIED-REPORT-RECORD
          WRITE DENIED-REPORT-RECORD
          MOVE SPACES TO DENIED-REPORT-RECORD
          WRITE DENIED-REPORT-RECORD
          MOVE SPACES TO DENIED-REPORT-RECORD
          STRING 'REQUESTER  USED  LIMIT'
                 DELIMITED BY SIZE INTO DENIED-REPORT-RECORD
          WRITE DENIED-REPORT-RECORD
          PERFORM VARYING WS-AUTH-IDX FROM 1 BY 1
              UNTIL WS-AUTH-IDX > WS-AUTH-COUNT
            MOVE SPACES TO DENIED-REPORT-RECORD
            STRING WS-AU-REQUESTER(WS-AUTH-IDX)
                   '   ' WS-AU-USED(WS-AUTH-IDX)
                   '  ' WS-AU-LIMIT(WS-AUTH-IDX)
                   DELIMITED BY SIZE INTO DENIED-REPORT-RECORD
            WRITE DENIED-REPORT-RECORD
          END-PERFORM.

        REJECT-CONTROL-RECORD.
          ADD 1 TO WS-REJECT-COUNT
          MOVE 'RU' TO WS-RESP-STATUS
                MOVE 4 TO RETURN-CODE
              END-IF
            END-IF
          END-IF
          IF WS-DENIED-COUNT > 0 AND RETURN-CODE < 4
            MOVE 4 TO RETURN-CODE
          END-IF.

        READ-TOLERANCE-PARAMS.
