            SELECT CHECKPOINT-FILE ASSIGN TO CHKPTB
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-CHECKPOINT-STATUS.
            SELECT PARTNER-FILE ASSIGN TO PRTNRMST
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PRT-CODE
                FILE STATUS IS WS-PRTNR-STATUS.
            SELECT PARTNER-BITS-1 ASSIGN TO BITSP01
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PBITS-STATUS.
            SELECT PARTNER-BITS-2 ASSIGN TO BITSP02
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PBITS-STATUS.
            SELECT PARTNER-BITS-3 ASSIGN TO BITSP03
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PBITS-STATUS.
            SELECT PARTNER-BITS-4 ASSIGN TO BITSP04
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PBITS-STATUS.
            SELECT PARTNER-BITS-5 ASSIGN TO BITSP05
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PBITS-STATUS.
            SELECT PARTNER-BITS-6 ASSIGN TO BITSP06
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PBITS-STATUS.
            SELECT PARTNER-BITS-7 ASSIGN TO BITSP07
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PBITS-STATUS.
            SELECT PARTNER-BITS-8 ASSIGN TO BITSP08
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS WS-PBITS-STATUS.

        DATA DIVISION.
        FILE SECTION.
            05 BIN-TRAN-ID   PIC X(10).
            05 BIN-STRING    PIC X(40).
            05 BIN-CHECK-DIGIT PIC X(1).
            05 FILLER        PIC X(29).
        01  BITS-IN-LINE     PIC X(80).

        FD  QTY-OUT-FILE.
        COPY TRANREC REPLACING ==TRAN-RECORD== BY ==QTY-OUT-BASE==.
        FD  CHECKPOINT-FILE.
        01  CHECKPOINT-RECORD PIC 9(9).

        FD  PARTNER-FILE.
        COPY PRTNREC.

        FD  PARTNER-BITS-1.
        01  PARTNER-BITS-REC-1 PIC X(80).

        FD  PARTNER-BITS-2.
        01  PARTNER-BITS-REC-2 PIC X(80).

        FD  PARTNER-BITS-3.
        01  PARTNER-BITS-REC-3 PIC X(80).

        FD  PARTNER-BITS-4.
        01  PARTNER-BITS-REC-4 PIC X(80).

        FD  PARTNER-BITS-5.
        01  PARTNER-BITS-REC-5 PIC X(80).

        FD  PARTNER-BITS-6.
        01  PARTNER-BITS-REC-6 PIC X(80).

        FD  PARTNER-BITS-7.
        01  PARTNER-BITS-REC-7 PIC X(80).

        FD  PARTNER-BITS-8.
        01  PARTNER-BITS-REC-8 PIC X(80).

        WORKING-STORAGE SECTION.
        01 A         PIC 9(10)   VALUE ZEROES.
        01 I         PIC 9(10)   VALUE ZEROES.
        01 WS-CKD-SUM           PIC 9(6) VALUE ZEROES.
        01 WS-CKD-POS           PIC 9(2) VALUE ZEROES.
        01 WS-CKD-WEIGHT        PIC 9(1) VALUE ZEROES.
        01 WS-PRTNR-STATUS      PIC X(2).
        01 WS-PRTNR-EOF         PIC X(1) VALUE 'N'.
        01 WS-PBITS-STATUS      PIC X(2).
        01 WS-PT-COUNT          PIC 9(2) VALUE ZEROES.
        01 WS-PT-IDX            PIC 9(2) VALUE ZEROES.
        01 WS-PT-TABLE.
           05 WS-PT-ENTRY OCCURS 8 TIMES.
              10 WS-PT-CODE      PIC X(8).
              10 WS-PT-SLOT      PIC 9(2).
              10 WS-PT-WIDTH     PIC 9(2).
              10 WS-PT-METHOD    PIC X(1).
              10 WS-PT-LABELS    PIC X(1).
              10 WS-PT-HDR-TAG   PIC X(3).
              10 WS-PT-TRL-TAG   PIC X(3).
              10 WS-PT-SENDER    PIC X(7).
              10 WS-PT-WRITTEN   PIC 9(9).
              10 WS-PT-REJECTED  PIC 9(9).
        01 WS-PT-SLOT-FLAGS.
           05 WS-PT-SLOT-USED   PIC X(1) OCCURS 8 TIMES.
        01 WS-PT-DD-NAME        PIC X(8).
        01 WS-PB-LINE           PIC X(80).
        01 WS-PB-LABEL-LINE.
           05 WS-PBL-TAG        PIC X(3).
           05 WS-PBL-SENDER     PIC X(7).
           05 WS-PBL-DATE       PIC 9(8).
           05 WS-PBL-COUNT      PIC 9(9).
           05 FILLER            PIC X(53).
        01 WS-PB-LABEL-IN REDEFINES WS-PB-LABEL-LINE.
           05 FILLER            PIC X(18).
           05 WS-PBL-COUNT-TEXT PIC X(9).
           05 FILLER            PIC X(53).
        01 WS-PB-EOF            PIC X(1) VALUE 'N'.
        01 WS-PB-OK             PIC X(1) VALUE 'Y'.
        01 WS-PB-ID             PIC X(10).
        01 WS-PB-BITS           PIC X(40).
        01 WS-PB-FIELD-LEN      PIC 9(2) VALUE ZEROES.
        01 WS-PB-LEN            PIC 9(2) VALUE ZEROES.
        01 WS-PB-PAD            PIC 9(2) VALUE ZEROES.
        01 WS-PB-CHECK-POS      PIC 9(2) VALUE ZEROES.
        01 WS-PB-CHECK          PIC X(1).
        01 WS-PB-ONES           PIC 9(2) VALUE ZEROES.
        01 WS-PB-ZEROS          PIC 9(2) VALUE ZEROES.
        01 WS-INB-PARTNER       PIC X(8) VALUE SPACES.
        01 WS-INB-HDR-SEEN      PIC X(1) VALUE 'N'.
        01 WS-INB-TRL-SEEN      PIC X(1) VALUE 'N'.

        PROCEDURE DIVISION.
          PERFORM READ-RUN-CONTROL

        BATCH-RUN.
          PERFORM READ-CHECKPOINT
          PERFORM LOAD-PARTNER-PROFILES
          OPEN INPUT QTY-FILE
          PERFORM VERIFY-FILE-HEADER
          PERFORM SKIP-CHECKPOINTED-RECORDS
          ELSE
            OPEN OUTPUT BITS-FILE
          END-IF
          PERFORM OPEN-PARTNER-FILES
          PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
            READ QTY-FILE
              AT END
          END-IF
          CLOSE QTY-FILE
          CLOSE BITS-FILE
          PERFORM CLOSE-PARTNER-FILES
          PERFORM RESET-CHECKPOINT.

        VERIFY-FILE-HEADER.
          MOVE RES TO WS-CKD-STRING
          PERFORM COMPUTE-CHECK-DIGIT
          MOVE WS-CKD-DIGIT TO BITS-CHECK-DIGIT
          WRITE BITS-RECORD
          MOVE ZERO TO WS-PT-IDX
          PERFORM WS-PT-COUNT TIMES
            ADD 1 TO WS-PT-IDX
            PERFORM WRITE-PARTNER-RECORD
          END-PERFORM.

        COMPUTE-CHECK-DIGIT.
          MOVE ZERO TO WS-CKD-SUM
          COMPUTE WS-CKD-DIGIT = FUNCTION MOD(WS-CKD-SUM, 10).

        INBOUND-RUN.
          MOVE SPACES TO STR
          ACCEPT STR
          MOVE STR(1:8) TO WS-INB-PARTNER
          IF WS-INB-PARTNER NOT EQUAL SPACES
            PERFORM LOAD-INBOUND-PROFILE
          END-IF
          MOVE 'N' TO WS-BITSIN-EOF
          OPEN INPUT BITS-IN-FILE
          IF WS-BITSIN-STATUS NOT EQUAL '00'
              AT END
                MOVE 'Y' TO WS-BITSIN-EOF
              NOT AT END
                IF WS-INB-PARTNER EQUAL SPACES
                  PERFORM PROCESS-INBOUND-RECORD
                ELSE
                  PERFORM PROCESS-PARTNER-INBOUND
                END-IF
            END-READ
          END-PERFORM
          IF WS-INB-PARTNER NOT EQUAL SPACES
              AND WS-PT-LABELS(1) NOT EQUAL 'N'
              AND WS-INB-TRL-SEEN EQUAL 'N'
            DISPLAY 'BITSIN FILE FROM PARTNER ' WS-INB-PARTNER
                    ' HAS NO TRAILER LABEL - STEP ABENDED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
          MOVE SPACES TO QTY-OUT-BASE
          MOVE 'TRL' TO QTY-OUT-LBL-TYPE
          MOVE 'SOLB' TO QTY-OUT-LBL-SOURCE
            ADD 1 TO WS-INB-OUT-COUNT
          END-IF.

        LOAD-PARTNER-PROFILES.
          MOVE ZERO TO WS-PT-COUNT
          MOVE ALL 'N' TO WS-PT-SLOT-FLAGS
          OPEN INPUT PARTNER-FILE
          IF WS-PRTNR-STATUS NOT EQUAL '00'
            DISPLAY 'PRTNRMST NOT AVAILABLE, STATUS=' WS-PRTNR-STATUS
                    ' - HOUSE FORMAT BITSOUT ONLY'
          ELSE
            MOVE 'N' TO WS-PRTNR-EOF
            MOVE LOW-VALUES TO PRT-CODE
            START PARTNER-FILE KEY >= PRT-CODE
              INVALID KEY
                MOVE 'Y' TO WS-PRTNR-EOF
            END-START
            PERFORM UNTIL WS-PRTNR-EOF EQUAL 'Y'
              READ PARTNER-FILE NEXT RECORD
                AT END
                  MOVE 'Y' TO WS-PRTNR-EOF
                NOT AT END
                  IF PRT-ACTIVE EQUAL 'Y'
                      AND PRT-OUT-SLOT IS NUMERIC
                      AND PRT-OUT-SLOT > 0
                    PERFORM ADD-PARTNER-PROFILE
                  END-IF
              END-READ
            END-PERFORM
            CLOSE PARTNER-FILE
          END-IF
          DISPLAY 'PARTNER OUTBOUND FILES=' WS-PT-COUNT.

        ADD-PARTNER-PROFILE.
          IF PRT-OUT-SLOT > 8
              OR PRT-BIT-WIDTH IS NOT NUMERIC
              OR PRT-BIT-WIDTH > 40
            DISPLAY 'PARTNER ' PRT-CODE ' PROFILE INVALID: SLOT='
                    PRT-OUT-SLOT ' WIDTH=' PRT-BIT-WIDTH
                    ' - STEP ABENDED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
          IF WS-PT-SLOT-USED(PRT-OUT-SLOT) EQUAL 'Y'
            DISPLAY 'PARTNER ' PRT-CODE ' SHARES BITSP' PRT-OUT-SLOT
                    ' WITH ANOTHER PARTNER - STEP ABENDED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
          MOVE 'Y' TO WS-PT-SLOT-USED(PRT-OUT-SLOT)
          ADD 1 TO WS-PT-COUNT
          MOVE WS-PT-COUNT TO WS-PT-IDX
          PERFORM COPY-PARTNER-PROFILE.

        COPY-PARTNER-PROFILE.
          MOVE PRT-CODE TO WS-PT-CODE(WS-PT-IDX)
          MOVE PRT-OUT-SLOT TO WS-PT-SLOT(WS-PT-IDX)
          MOVE PRT-BIT-WIDTH TO WS-PT-WIDTH(WS-PT-IDX)
          MOVE PRT-CHECK-METHOD TO WS-PT-METHOD(WS-PT-IDX)
          MOVE PRT-LABEL-FORMAT TO WS-PT-LABELS(WS-PT-IDX)
          MOVE PRT-HDR-TAG TO WS-PT-HDR-TAG(WS-PT-IDX)
          MOVE PRT-TRL-TAG TO WS-PT-TRL-TAG(WS-PT-IDX)
          MOVE PRT-SENDER-ID TO WS-PT-SENDER(WS-PT-IDX)
          MOVE ZERO TO WS-PT-WRITTEN(WS-PT-IDX)
          MOVE ZERO TO WS-PT-REJECTED(WS-PT-IDX).

        LOAD-INBOUND-PROFILE.
          OPEN INPUT PARTNER-FILE
          IF WS-PRTNR-STATUS NOT EQUAL '00'
            DISPLAY 'PRTNRMST NOT AVAILABLE, STATUS=' WS-PRTNR-STATUS
                    ' - STEP ABENDED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
          MOVE WS-INB-PARTNER TO PRT-CODE
          READ PARTNER-FILE
            INVALID KEY
              DISPLAY 'PARTNER ' WS-INB-PARTNER
                      ' NOT ON PRTNRMST - STEP ABENDED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
          END-READ
          IF PRT-ACTIVE NOT EQUAL 'Y'
              OR PRT-BIT-WIDTH IS NOT NUMERIC
              OR PRT-BIT-WIDTH > 40
            DISPLAY 'PARTNER ' WS-INB-PARTNER
                    ' PROFILE INACTIVE OR INVALID - STEP ABENDED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
          MOVE 1 TO WS-PT-IDX
          PERFORM COPY-PARTNER-PROFILE
          CLOSE PARTNER-FILE
          DISPLAY 'BITSIN DECODED BY PROFILE OF PARTNER '
                  WS-INB-PARTNER.

        OPEN-PARTNER-FILES.
          MOVE ZERO TO WS-PT-IDX
          PERFORM WS-PT-COUNT TIMES
            ADD 1 TO WS-PT-IDX
            PERFORM BUILD-PARTNER-DD-NAME
            IF WS-CHECKPOINT-START > 0
              PERFORM COUNT-PARTNER-LINES
              PERFORM OPEN-PARTNER-EXTEND
            ELSE
              PERFORM OPEN-PARTNER-OUTPUT
            END-IF
            IF WS-PBITS-STATUS NOT EQUAL '00'
              DISPLAY 'CANNOT OPEN ' WS-PT-DD-NAME ' FOR PARTNER '
                      WS-PT-CODE(WS-PT-IDX) ', STATUS='
                      WS-PBITS-STATUS ' - STEP ABENDED'
              MOVE 16 TO RETURN-CODE
              STOP RUN
            END-IF
            IF WS-CHECKPOINT-START EQUAL ZERO
                AND WS-PT-LABELS(WS-PT-IDX) EQUAL 'S'
              MOVE SPACES TO WS-PB-LABEL-LINE
              MOVE WS-PT-HDR-TAG(WS-PT-IDX) TO WS-PBL-TAG
              MOVE ZERO TO WS-PBL-COUNT
              PERFORM WRITE-PARTNER-LABEL
            END-IF
          END-PERFORM.

        COUNT-PARTNER-LINES.
          MOVE ZERO TO WS-PT-WRITTEN(WS-PT-IDX)
          PERFORM OPEN-PARTNER-INPUT
          IF WS-PBITS-STATUS EQUAL '00'
            MOVE 'N' TO WS-PB-EOF
            PERFORM UNTIL WS-PB-EOF EQUAL 'Y'
              PERFORM READ-PARTNER-LINE
              IF WS-PB-EOF EQUAL 'N'
                IF WS-PT-LABELS(WS-PT-IDX) NOT EQUAL 'S'
                    OR WS-PB-LINE(1:3)
                       NOT EQUAL WS-PT-HDR-TAG(WS-PT-IDX)
                  ADD 1 TO WS-PT-WRITTEN(WS-PT-IDX)
                END-IF
              END-IF
            END-PERFORM
            PERFORM CLOSE-PARTNER-FILE
          END-IF.

        CLOSE-PARTNER-FILES.
          MOVE ZERO TO WS-PT-IDX
          PERFORM WS-PT-COUNT TIMES
            ADD 1 TO WS-PT-IDX
            IF WS-PT-LABELS(WS-PT-IDX) EQUAL 'S' OR 'T'
              MOVE SPACES TO WS-PB-LABEL-LINE
              MOVE WS-PT-TRL-TAG(WS-PT-IDX) TO WS-PBL-TAG
              MOVE WS-PT-WRITTEN(WS-PT-IDX) TO WS-PBL-COUNT
              PERFORM WRITE-PARTNER-LABEL
            END-IF
            PERFORM CLOSE-PARTNER-FILE
            PERFORM BUILD-PARTNER-DD-NAME
            DISPLAY 'PARTNER ' WS-PT-CODE(WS-PT-IDX)
                    ' ' WS-PT-DD-NAME
                    ' WRITTEN=' WS-PT-WRITTEN(WS-PT-IDX)
                    ' REJECTED=' WS-PT-REJECTED(WS-PT-IDX)
          END-PERFORM.

        WRITE-PARTNER-LABEL.
          MOVE WS-PT-SENDER(WS-PT-IDX) TO WS-PBL-SENDER
          MOVE WS-BUS-DATE TO WS-PBL-DATE
          MOVE WS-PB-LABEL-LINE TO WS-PB-LINE
          PERFORM WRITE-PARTNER-LINE.

        WRITE-PARTNER-RECORD.
          PERFORM FORMAT-PARTNER-BITS
          IF WS-PB-OK EQUAL 'N'
            ADD 1 TO WS-PT-REJECTED(WS-PT-IDX)
            ADD 1 TO WS-REJECT-COUNT
            DISPLAY 'REJECTED RECORD ' WS-RECORD-COUNT
                    ': TOO WIDE FOR PARTNER ' WS-PT-CODE(WS-PT-IDX)
                    ' ID=' QTY-ID-TEXT
          ELSE
            MOVE QTY-ID-TEXT TO WS-PB-ID
            PERFORM COMPUTE-PARTNER-CHECK
            MOVE SPACES TO WS-PB-LINE
            MOVE WS-PB-ID TO WS-PB-LINE(1:10)
            MOVE WS-PB-BITS(1:WS-PB-FIELD-LEN)
              TO WS-PB-LINE(11:WS-PB-FIELD-LEN)
            IF WS-PT-METHOD(WS-PT-IDX) NOT EQUAL 'N'
              COMPUTE WS-PB-CHECK-POS = 11 + WS-PB-FIELD-LEN
              MOVE WS-PB-CHECK TO WS-PB-LINE(WS-PB-CHECK-POS:1)
            END-IF
            PERFORM WRITE-PARTNER-LINE
            ADD 1 TO WS-PT-WRITTEN(WS-PT-IDX)
          END-IF.

        FORMAT-PARTNER-BITS.
          MOVE 'Y' TO WS-PB-OK
          MOVE SPACES TO WS-PB-BITS
          IF WS-PT-WIDTH(WS-PT-IDX) EQUAL ZERO
            MOVE 40 TO WS-PB-FIELD-LEN
            MOVE RES TO WS-PB-BITS
          ELSE
            MOVE WS-PT-WIDTH(WS-PT-IDX) TO WS-PB-FIELD-LEN
            IF RES EQUAL SPACES
              MOVE ZERO TO WS-PB-LEN
            ELSE
              MOVE FUNCTION LENGTH(FUNCTION TRIM(RES)) TO WS-PB-LEN
            END-IF
            IF WS-PB-LEN > WS-PB-FIELD-LEN
              MOVE 'N' TO WS-PB-OK
            ELSE
              MOVE ALL '0' TO WS-PB-BITS(1:WS-PB-FIELD-LEN)
              IF WS-PB-LEN > 0
                COMPUTE WS-PB-PAD = WS-PB-FIELD-LEN - WS-PB-LEN + 1
                MOVE RES(1:WS-PB-LEN)
                  TO WS-PB-BITS(WS-PB-PAD:WS-PB-LEN)
              END-IF
            END-IF
          END-IF.

        COMPUTE-PARTNER-CHECK.
          MOVE SPACE TO WS-PB-CHECK
          EVALUATE WS-PT-METHOD(WS-PT-IDX)
            WHEN 'W'
              MOVE WS-PB-ID TO WS-CKD-ID
              MOVE WS-PB-BITS TO WS-CKD-STRING
              PERFORM COMPUTE-CHECK-DIGIT
              MOVE WS-CKD-DIGIT TO WS-PB-CHECK
            WHEN 'P'
              MOVE ZERO TO WS-PB-ONES
              INSPECT WS-PB-BITS TALLYING WS-PB-ONES FOR ALL '1'
              IF FUNCTION MOD(WS-PB-ONES, 2) EQUAL ZERO
                MOVE '0' TO WS-PB-CHECK
              ELSE
                MOVE '1' TO WS-PB-CHECK
              END-IF
          END-EVALUATE.

        PROCESS-PARTNER-INBOUND.
          MOVE 1 TO WS-PT-IDX
          IF WS-PT-LABELS(1) EQUAL 'S'
              AND BITS-IN-LINE(1:3) EQUAL WS-PT-HDR-TAG(1)
            PERFORM CHECK-PARTNER-HEADER
          ELSE
            IF WS-PT-LABELS(1) NOT EQUAL 'N'
                AND BITS-IN-LINE(1:3) EQUAL WS-PT-TRL-TAG(1)
              PERFORM CHECK-PARTNER-TRAILER
            ELSE
              PERFORM DECODE-PARTNER-RECORD
            END-IF
          END-IF.

        CHECK-PARTNER-HEADER.
          IF WS-INB-HDR-SEEN EQUAL 'Y'
              OR WS-INB-TRL-SEEN EQUAL 'Y'
              OR WS-RECORD-COUNT > 0
            DISPLAY 'BITSIN HEADER LABEL OUT OF PLACE - STEP ABENDED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
          MOVE 'Y' TO WS-INB-HDR-SEEN
          MOVE BITS-IN-LINE TO WS-PB-LABEL-LINE
          IF WS-PBL-SENDER NOT EQUAL WS-PT-SENDER(1)
            DISPLAY 'BITSIN HEADER SENDER ' WS-PBL-SENDER
                    ' IS NOT PARTNER ' WS-INB-PARTNER
                    ' - STEP ABENDED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
          DISPLAY 'BITSIN FILE FROM ' WS-PBL-SENDER
                  ' CREATED ' WS-PBL-DATE.

        CHECK-PARTNER-TRAILER.
          IF WS-INB-TRL-SEEN EQUAL 'Y'
            DISPLAY 'BITSIN DATA AFTER TRAILER LABEL - STEP ABENDED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
          MOVE 'Y' TO WS-INB-TRL-SEEN
          MOVE BITS-IN-LINE TO WS-PB-LABEL-LINE
          IF WS-PBL-COUNT-TEXT IS NOT NUMERIC
              OR WS-PBL-COUNT NOT EQUAL WS-RECORD-COUNT
            DISPLAY 'BITSIN TRAILER COUNT BREAK: FILE='
                    WS-PBL-COUNT-TEXT ' READ=' WS-RECORD-COUNT
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF.

        DECODE-PARTNER-RECORD.
          IF WS-INB-TRL-SEEN EQUAL 'Y'
            DISPLAY 'BITSIN DATA AFTER TRAILER LABEL - STEP ABENDED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
          IF WS-PT-LABELS(1) EQUAL 'S' AND WS-INB-HDR-SEEN EQUAL 'N'
            DISPLAY 'BITSIN FILE HAS NO HEADER LABEL - STEP ABENDED'
            MOVE 16 TO RETURN-CODE
            STOP RUN
          END-IF
          ADD 1 TO WS-RECORD-COUNT
          MOVE BITS-IN-LINE(1:10) TO WS-PB-ID
          MOVE SPACES TO WS-PB-BITS
          IF WS-PT-WIDTH(1) EQUAL ZERO
            MOVE 40 TO WS-PB-FIELD-LEN
          ELSE
            MOVE WS-PT-WIDTH(1) TO WS-PB-FIELD-LEN
          END-IF
          MOVE BITS-IN-LINE(11:WS-PB-FIELD-LEN)
            TO WS-PB-BITS(1:WS-PB-FIELD-LEN)
          COMPUTE WS-PB-CHECK-POS = 11 + WS-PB-FIELD-LEN
          MOVE 'Y' TO WS-PB-OK
          IF WS-PT-WIDTH(1) > 0
            MOVE ZERO TO WS-PB-ONES
            MOVE ZERO TO WS-PB-ZEROS
            INSPECT WS-PB-BITS TALLYING WS-PB-ONES FOR ALL '1'
                                        WS-PB-ZEROS FOR ALL '0'
            IF WS-PB-ONES + WS-PB-ZEROS NOT EQUAL WS-PB-FIELD-LEN
              MOVE 'N' TO WS-PB-OK
            END-IF
          END-IF
          IF WS-PB-OK EQUAL 'N'
            ADD 1 TO WS-REJECT-COUNT
            DISPLAY 'REJECTED RECORD ' WS-RECORD-COUNT
                    ': INVALID BITS ID=' WS-PB-ID
          ELSE
            PERFORM COMPUTE-PARTNER-CHECK
            IF WS-PT-METHOD(1) NOT EQUAL 'N'
                AND BITS-IN-LINE(WS-PB-CHECK-POS:1)
                    NOT EQUAL WS-PB-CHECK
              ADD 1 TO WS-REJECT-COUNT
              DISPLAY 'REJECTED RECORD ' WS-RECORD-COUNT
                      ': CHECK DIGIT BREAK ID=' WS-PB-ID
                      ' FILE=' BITS-IN-LINE(WS-PB-CHECK-POS:1)
                      ' COMPUTED=' WS-PB-CHECK
            ELSE
              MOVE WS-PB-BITS TO STR
              PERFORM DECODE-BITS
              MOVE SPACES TO QTY-OUT-BASE
              MOVE WS-PB-ID TO QTY-OUT-ID
              MOVE A TO QTY-OUT-VALUE
              WRITE QTY-OUT-BASE
              ADD 1 TO WS-INB-OUT-COUNT
            END-IF
          END-IF.

        BUILD-PARTNER-DD-NAME.
          MOVE SPACES TO WS-PT-DD-NAME
          STRING 'BITSP' WS-PT-SLOT(WS-PT-IDX)
                 DELIMITED BY SIZE INTO WS-PT-DD-NAME.

        OPEN-PARTNER-OUTPUT.
          EVALUATE WS-PT-SLOT(WS-PT-IDX)
            WHEN 1
              OPEN OUTPUT PARTNER-BITS-1
            WHEN 2
              OPEN OUTPUT PARTNER-BITS-2
            WHEN 3
              OPEN OUTPUT PARTNER-BITS-3
            WHEN 4
              OPEN OUTPUT PARTNER-BITS-4
            WHEN 5
              OPEN OUTPUT PARTNER-BITS-5
            WHEN 6
              OPEN OUTPUT PARTNER-BITS-6
            WHEN 7
              OPEN OUTPUT PARTNER-BITS-7
            WHEN 8
              OPEN OUTPUT PARTNER-BITS-8
          END-EVALUATE.

        OPEN-PARTNER-EXTEND.
          EVALUATE WS-PT-SLOT(WS-PT-IDX)
            WHEN 1
              OPEN EXTEND PARTNER-BITS-1
            WHEN 2
              OPEN EXTEND PARTNER-BITS-2
            WHEN 3
              OPEN EXTEND PARTNER-BITS-3
            WHEN 4
              OPEN EXTEND PARTNER-BITS-4
            WHEN 5
              OPEN EXTEND PARTNER-BITS-5
            WHEN 6
              OPEN EXTEND PARTNER-BITS-6
            WHEN 7
              OPEN EXTEND PARTNER-BITS-7
            WHEN 8
              OPEN EXTEND PARTNER-BITS-8
          END-EVALUATE.

        OPEN-PARTNER-INPUT.
          EVALUATE WS-PT-SLOT(WS-PT-IDX)
            WHEN 1
              OPEN INPUT PARTNER-BITS-1
            WHEN 2
              OPEN INPUT PARTNER-BITS-2
            WHEN 3
              OPEN INPUT PARTNER-BITS-3
            WHEN 4
              OPEN INPUT PARTNER-BITS-4
            WHEN 5
              OPEN INPUT PARTNER-BITS-5
            WHEN 6
              OPEN INPUT PARTNER-BITS-6
            WHEN 7
              OPEN INPUT PARTNER-BITS-7
            WHEN 8
              OPEN INPUT PARTNER-BITS-8
          END-EVALUATE.

        READ-PARTNER-LINE.
          EVALUATE WS-PT-SLOT(WS-PT-IDX)
            WHEN 1
              READ PARTNER-BITS-1 INTO WS-PB-LINE
                AT END
                  MOVE 'Y' TO WS-PB-EOF
              END-READ
            WHEN 2
              READ PARTNER-BITS-2 INTO WS-PB-LINE
                AT END
                  MOVE 'Y' TO WS-PB-EOF
              END-READ
            WHEN 3
              READ PARTNER-BITS-3 INTO WS-PB-LINE
                AT END
                  MOVE 'Y' TO WS-PB-EOF
              END-READ
            WHEN 4
              READ PARTNER-BITS-4 INTO WS-PB-LINE
                AT END
                  MOVE 'Y' TO WS-PB-EOF
              END-READ
            WHEN 5
              READ PARTNER-BITS-5 INTO WS-PB-LINE
                AT END
                  MOVE 'Y' TO WS-PB-EOF
              END-READ
            WHEN 6
              READ PARTNER-BITS-6 INTO WS-PB-LINE
                AT END
                  MOVE 'Y' TO WS-PB-EOF
              END-READ
            WHEN 7
              READ PARTNER-BITS-7 INTO WS-PB-LINE
                AT END
                  MOVE 'Y' TO WS-PB-EOF
              END-READ
            WHEN 8
              READ PARTNER-BITS-8 INTO WS-PB-LINE
                AT END
                  MOVE 'Y' TO WS-PB-EOF
              END-READ
          END-EVALUATE.

        WRITE-PARTNER-LINE.
          EVALUATE WS-PT-SLOT(WS-PT-IDX)
            WHEN 1
              WRITE PARTNER-BITS-REC-1 FROM WS-PB-LINE
            WHEN 2
              WRITE PARTNER-BITS-REC-2 FROM WS-PB-LINE
            WHEN 3
              WRITE PARTNER-BITS-REC-3 FROM WS-PB-LINE
            WHEN 4
              WRITE PARTNER-BITS-REC-4 FROM WS-PB-LINE
            WHEN 5
              WRITE PARTNER-BITS-REC-5 FROM WS-PB-LINE
            WHEN 6
              WRITE PARTNER-BITS-REC-6 FROM WS-PB-LINE
            WHEN 7
              WRITE PARTNER-BITS-REC-7 FROM WS-PB-LINE
            WHEN 8
              WRITE PARTNER-BITS-REC-8 FROM WS-PB-LINE
          END-EVALUATE.

        CLOSE-PARTNER-FILE.
          EVALUATE WS-PT-SLOT(WS-PT-IDX)
            WHEN 1
              CLOSE PARTNER-BITS-1
            WHEN 2
              CLOSE PARTNER-BITS-2
            WHEN 3
              CLOSE PARTNER-BITS-3
            WHEN 4
              CLOSE PARTNER-BITS-4
            WHEN 5
              CLOSE PARTNER-BITS-5
            WHEN 6
              CLOSE PARTNER-BITS-6
            WHEN 7
              CLOSE PARTNER-BITS-7
            WHEN 8
              CLOSE PARTNER-BITS-8
          END-EVALUATE.

        VERIFY-RUN.
          MOVE 'N' TO WS-EOF-FLAG
          OPEN INPUT QTY-FILE
