                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SCHED-OUT-FILE ASSIGN TO SCHEDOUT
                ORGANIZATION IS LINE SEQUENTIAL.
            SELECT FISCAL-MASTER ASSIGN TO FISCMSTR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS FSC-DATE
                FILE STATUS IS WS-FSC-STATUS.

        DATA DIVISION.
        FILE SECTION.
            05 FILLER       PIC X(1).
            05 SCH-WEEKDAY  PIC X(9).

        FD  FISCAL-MASTER.
        COPY FISCREC.

        FD  RUN-LOG-FILE.
        01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

        01 WS-RUN-DONE-FLAG   PIC X(1) VALUE 'N'.
        01 WS-RUN-MODE        PIC X(1) VALUE SPACES.
        01 WS-TIMESTAMP       PIC X(21).
        01 WS-FSC-STATUS      PIC X(2).
        01 WS-FSC-OPEN        PIC X(1) VALUE 'N'.
        01 WS-FSC-FOUND       PIC X(1) VALUE 'N'.
        01 WS-FSC-END-INT     PIC S9(12) VALUE ZEROES.
        01 WS-BUSDAYS-LEFT    PIC 9(4) VALUE ZEROES.
        01 WS-BUSDAYS-EDIT    PIC ZZZ9.

        PROCEDURE DIVISION.
          PERFORM READ-RUN-CONTROL

        FILE-RUN.
          PERFORM LOAD-HOLIDAYS
          MOVE 'N' TO WS-FSC-OPEN
          OPEN INPUT FISCAL-MASTER
          IF WS-FSC-STATUS EQUAL '00'
            MOVE 'Y' TO WS-FSC-OPEN
          ELSE
            DISPLAY 'FISCMSTR NOT AVAILABLE, STATUS=' WS-FSC-STATUS
                    ' - FISCAL REQUESTS WILL BE REJECTED'
          END-IF
          OPEN INPUT DATE-TRANS-FILE
          OPEN OUTPUT DATE-OUT-FILE
          IF WS-DT-IN-STATUS NOT EQUAL '00'
            END-PERFORM
            CLOSE DATE-TRANS-FILE
          END-IF
          IF WS-FSC-OPEN EQUAL 'Y'
            CLOSE FISCAL-MASTER
          END-IF
          CLOSE DATE-OUT-FILE.

        PROCESS-DATE-REQUEST.
              PERFORM FILE-QUARTER-END-REQUEST
            WHEN 'N'
              PERFORM FILE-NTH-WEEKDAY-REQUEST
            WHEN 'P'
              PERFORM FILE-FISCAL-PERIOD-REQUEST
            WHEN 'E'
              PERFORM FILE-FISCAL-END-REQUEST
            WHEN 'L'
              PERFORM FILE-FISCAL-DAYS-LEFT-REQUEST
            WHEN OTHER
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'RU' TO WS-DT-STATUS
            MOVE 'RN' TO WS-DT-STATUS
          END-IF.

        FILE-FISCAL-PERIOD-REQUEST.
          PERFORM SET-ANCHOR-DATE-INPUT
          PERFORM PARSE-DATE-STR
          IF WS-DATE-VALID EQUAL 'N'
            ADD 1 TO WS-REJECT-COUNT
            MOVE 'RD' TO WS-DT-STATUS
          ELSE
            PERFORM READ-FISCAL-DATE
            IF WS-FSC-FOUND EQUAL 'N'
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'RF' TO WS-DT-STATUS
            ELSE
              MOVE SPACES TO WS-DT-RESULT
              STRING 'FY' FSC-YEAR ' P' FSC-PERIOD
                     ' W' FSC-WEEK ' Q' FSC-QUARTER
                     DELIMITED BY SIZE INTO WS-DT-RESULT
              MOVE 'OK' TO WS-DT-STATUS
            END-IF
          END-IF.

        FILE-FISCAL-END-REQUEST.
          PERFORM SET-ANCHOR-DATE-INPUT
          PERFORM PARSE-DATE-STR
          IF WS-DATE-VALID EQUAL 'N'
            ADD 1 TO WS-REJECT-COUNT
            MOVE 'RD' TO WS-DT-STATUS
          ELSE
            PERFORM READ-FISCAL-DATE
            IF WS-FSC-FOUND EQUAL 'N'
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'RF' TO WS-DT-STATUS
            ELSE
              MOVE FUNCTION INTEGER-OF-DATE(FSC-PERIOD-END) TO D2
              PERFORM APPLY-PRIOR-BUSDAY-ROLL
              PERFORM BUILD-RESULT-DATE
              MOVE 'OK' TO WS-DT-STATUS
            END-IF
          END-IF.

        FILE-FISCAL-DAYS-LEFT-REQUEST.
          PERFORM SET-ANCHOR-DATE-INPUT
          PERFORM PARSE-DATE-STR
          IF WS-DATE-VALID EQUAL 'N'
            ADD 1 TO WS-REJECT-COUNT
            MOVE 'RD' TO WS-DT-STATUS
          ELSE
            PERFORM READ-FISCAL-DATE
            IF WS-FSC-FOUND EQUAL 'N'
              ADD 1 TO WS-REJECT-COUNT
              MOVE 'RF' TO WS-DT-STATUS
            ELSE
              MOVE DT-CAL-1 TO WS-CAL-INPUT(1:2)
              MOVE DT-CAL-2 TO WS-CAL-INPUT(3:2)
              PERFORM SET-REQUEST-CALENDARS
              MOVE FUNCTION INTEGER-OF-DATE(FSC-PERIOD-END)
                TO WS-FSC-END-INT
              MOVE ZERO TO WS-BUSDAYS-LEFT
              MOVE WS-PARSED-DATE TO D2
              PERFORM UNTIL D2 >= WS-FSC-END-INT
                ADD 1 TO D2
                PERFORM CHECK-BUSINESS-DAY
                IF WS-VALID-DAY EQUAL 'Y'
                  ADD 1 TO WS-BUSDAYS-LEFT
                END-IF
              END-PERFORM
              MOVE WS-BUSDAYS-LEFT TO WS-BUSDAYS-EDIT
              MOVE WS-BUSDAYS-EDIT TO WS-DT-RESULT
              MOVE 'OK' TO WS-DT-STATUS
            END-IF
          END-IF.

        READ-FISCAL-DATE.
          MOVE 'N' TO WS-FSC-FOUND
          IF WS-FSC-OPEN EQUAL 'Y'
            MOVE WS-DATE-NUM TO FSC-DATE
            READ FISCAL-MASTER
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE 'Y' TO WS-FSC-FOUND
            END-READ
          END-IF.

        APPLY-PRIOR-BUSDAY-ROLL.
          IF DT-CAL-1 NOT EQUAL SPACES
            MOVE DT-CAL-1 TO WS-CAL-INPUT(1:2)
