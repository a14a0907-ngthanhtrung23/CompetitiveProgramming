              10 SUSP-SEQ      PIC 9(6).
           05 SUSP-STATUS      PIC X(1).
           05 SUSP-DATA        PIC X(38).
           05 SUSP-REASON      PIC X(2).

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-RECORD PIC X(100)  VALUE SPACES.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.
          05 INQ-STATUS     PIC X(1).
          05 INQ-DATE-FROM  PIC X(8).
          05 INQ-DATE-TO    PIC X(8).
          05 INQ-REASON     PIC X(2).
       01 WS-FROM-DATE      PIC 9(8) VALUE ZEROES.
       01 WS-TO-DATE        PIC 9(8) VALUE 99999999.
       01 WS-SELECT-FLAG    PIC X(1) VALUE 'Y'.
                ' STATUS=' INQ-STATUS
                ' FROM=' WS-FROM-DATE
                ' TO=' WS-TO-DATE
                ' RSN=' INQ-REASON
                DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
         WRITE INQUIRY-REPORT-RECORD
         OPEN INPUT SUSPENSE-FILE
             AND SUSP-STATUS NOT EQUAL INQ-STATUS
           MOVE 'N' TO WS-SELECT-FLAG
         END-IF
         IF INQ-REASON NOT EQUAL SPACES
             AND SUSP-REASON NOT EQUAL INQ-REASON
           MOVE 'N' TO WS-SELECT-FLAG
         END-IF
         IF SUSP-DATE < WS-FROM-DATE
             OR SUSP-DATE > WS-TO-DATE
           MOVE 'N' TO WS-SELECT-FLAG
                ' SEQ=' SUSP-SEQ
                ' ST=' SUSP-STATUS
                ' AGE=' WS-AGE-EDIT
                ' RSN=' SUSP-REASON
                ' DATA=' SUSP-DATA
                DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
         WRITE INQUIRY-REPORT-RECORD.

