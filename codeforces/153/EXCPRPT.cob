       01 WS-REQUEST-CARD.
          05 EXQ-DATE-FROM  PIC X(8).
          05 EXQ-DATE-TO    PIC X(8).
          05 EXQ-SCOPE      PIC X(1).
       01 WS-FROM-DATE      PIC 9(8) VALUE ZEROES.
       01 WS-TO-DATE        PIC 9(8) VALUE 99999999.
       01 WS-SEV-PASS       PIC X(1) VALUE 'C'.
       01 WS-INCLUDE-CLOSED PIC X(1) VALUE 'N'.
       01 WS-SCOPE-TEXT     PIC X(16) VALUE 'OPEN ONLY'.
       01 WS-WF-TAG         PIC X(4) VALUE SPACES.
       01 WS-SEV-COUNT      PIC 9(9) VALUE ZEROES.
       01 WS-RECUR-COUNT    PIC 9(4) VALUE ZEROES.
       01 WS-RECUR-TABLE.
             AND EXQ-DATE-TO NOT EQUAL '00000000'
           MOVE EXQ-DATE-TO TO WS-TO-DATE
         END-IF
         IF EXQ-SCOPE EQUAL 'A'
           MOVE 'Y' TO WS-INCLUDE-CLOSED
           MOVE 'INCLUDING CLOSED' TO WS-SCOPE-TEXT
         END-IF
         OPEN INPUT EXCEPTIONS-FILE
         IF WS-EXCP-STATUS NOT EQUAL '00'
           DISPLAY 'EXCPRPT: CANNOT OPEN EXCPMSTR, STATUS='
         MOVE SPACES TO EXCP-REPORT-RECORD
         STRING 'EXCEPTION REPOSITORY REPORT FROM ' WS-FROM-DATE
                ' TO ' WS-TO-DATE
                ' ' WS-SCOPE-TEXT
                DELIMITED BY SIZE INTO EXCP-REPORT-RECORD
         WRITE EXCP-REPORT-RECORD
         MOVE 'C' TO WS-SEV-PASS
               IF EXCP-BUS-DATE >= WS-FROM-DATE
                   AND EXCP-BUS-DATE <= WS-TO-DATE
                   AND EXCP-SEVERITY EQUAL WS-SEV-PASS
                   AND (EXCP-WF-STATUS NOT EQUAL 'C'
                        OR WS-INCLUDE-CLOSED EQUAL 'Y')
                 ADD 1 TO WS-SEV-COUNT
                 ADD 1 TO WS-SELECTED-COUNT
                 PERFORM WRITE-EXCEPTION-LINE
         END-IF.

       WRITE-EXCEPTION-LINE.
         EVALUATE EXCP-WF-STATUS
           WHEN 'A'
             MOVE 'ACK' TO WS-WF-TAG
           WHEN 'C'
             MOVE 'CLSD' TO WS-WF-TAG
           WHEN OTHER
             MOVE 'OPEN' TO WS-WF-TAG
         END-EVALUATE
         MOVE SPACES TO EXCP-REPORT-RECORD
         STRING '  ' EXCP-PROGRAM
                ' ' EXCP-BUS-DATE
                ' CYC=' EXCP-CYCLE
                ' SEQ=' EXCP-SEQ
                ' ' WS-WF-TAG
                ' ' EXCP-TEXT
                DELIMITED BY SIZE INTO EXCP-REPORT-RECORD
         WRITE EXCP-REPORT-RECORD.
