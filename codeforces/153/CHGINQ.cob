       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-HIST-STATUS.
           SELECT INQUIRY-REPORT-FILE ASSIGN TO CHGQRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY CHGHREC.

       FD  INQUIRY-REPORT-FILE.
       01  INQUIRY-REPORT-RECORD PIC X(80)  VALUE SPACES.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 WS-HIST-STATUS    PIC X(2).
       01 WS-RUNLOG-STATUS  PIC X(2).
       01 WS-TIMESTAMP      PIC X(21).
       01 WS-RUN-DATE       PIC X(10).
       01 WS-HIST-DONE      PIC X(1) VALUE 'N'.
       01 WS-RECORD-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-SELECTED-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.
       01 WS-LINE-COUNT     PIC 9(4) VALUE 99.
       01 WS-PAGE-COUNT     PIC 9(4) VALUE ZEROES.
       01 WS-PAGE-EDIT      PIC ZZZ9.
       01 WS-REQUEST-CARD.
          05 CHQ-MASTER     PIC X(8).
          05 CHQ-REC-KEY    PIC X(20).
          05 CHQ-DATE-FROM  PIC X(8).
          05 CHQ-DATE-TO    PIC X(8).
       01 WS-FROM-DATE      PIC 9(8) VALUE ZEROES.
       01 WS-TO-DATE        PIC 9(8) VALUE 99999999.
       01 WS-KEY-LEN        PIC 9(2) VALUE ZEROES.
       01 WS-CHANGE-DATE    PIC 9(8) VALUE ZEROES.
       01 WS-DISPLAY-TIME   PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM WRITE-RUN-HEADER
         STRING WS-TIMESTAMP(7:2) '.' WS-TIMESTAMP(5:2) '.'
                WS-TIMESTAMP(1:4)
                DELIMITED BY SIZE INTO WS-RUN-DATE
         MOVE SPACES TO WS-REQUEST-CARD
         ACCEPT WS-REQUEST-CARD
         IF CHQ-MASTER EQUAL SPACES
           DISPLAY 'CHGINQ: NO MASTER NAME ON SYSIN - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         IF CHQ-REC-KEY NOT EQUAL SPACES
           MOVE FUNCTION LENGTH(FUNCTION TRIM(CHQ-REC-KEY TRAILING))
             TO WS-KEY-LEN
         END-IF
         IF CHQ-DATE-FROM IS NUMERIC
           MOVE CHQ-DATE-FROM TO WS-FROM-DATE
         END-IF
         IF CHQ-DATE-TO IS NUMERIC
             AND CHQ-DATE-TO NOT EQUAL '00000000'
           MOVE CHQ-DATE-TO TO WS-TO-DATE
         END-IF
         OPEN INPUT HISTORY-FILE
         IF WS-HIST-STATUS NOT EQUAL '00'
           DISPLAY 'CHGINQ: CANNOT OPEN CHGHIST, STATUS='
                   WS-HIST-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN OUTPUT INQUIRY-REPORT-FILE
         PERFORM LIST-CHANGE-HISTORY
         IF WS-SELECTED-COUNT EQUAL ZERO
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACES TO INQUIRY-REPORT-RECORD
           STRING '  (NO CHANGES FOUND)'
                  DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
           WRITE INQUIRY-REPORT-RECORD
         END-IF
         MOVE SPACES TO INQUIRY-REPORT-RECORD
         WRITE INQUIRY-REPORT-RECORD
         MOVE WS-SELECTED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO INQUIRY-REPORT-RECORD
         STRING 'CHANGES LISTED ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
         WRITE INQUIRY-REPORT-RECORD
         CLOSE INQUIRY-REPORT-FILE
         CLOSE HISTORY-FILE
         PERFORM WRITE-RUN-TRAILER
         STOP RUN.

       LIST-CHANGE-HISTORY.
         MOVE 'N' TO WS-HIST-DONE
         MOVE LOW-VALUES TO CHG-KEY
         MOVE CHQ-MASTER TO CHG-MASTER
         IF WS-KEY-LEN > 0
           MOVE CHQ-REC-KEY(1:WS-KEY-LEN) TO CHG-REC-KEY(1:WS-KEY-LEN)
         END-IF
         START HISTORY-FILE KEY >= CHG-KEY
           INVALID KEY
             MOVE 'Y' TO WS-HIST-DONE
         END-START
         PERFORM UNTIL WS-HIST-DONE EQUAL 'Y'
           READ HISTORY-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-HIST-DONE
             NOT AT END
               ADD 1 TO WS-RECORD-COUNT
               IF CHG-MASTER NOT EQUAL CHQ-MASTER
                 MOVE 'Y' TO WS-HIST-DONE
               ELSE
                 IF WS-KEY-LEN > 0
                    AND CHG-REC-KEY(1:WS-KEY-LEN) NOT EQUAL
                        CHQ-REC-KEY(1:WS-KEY-LEN)
                   MOVE 'Y' TO WS-HIST-DONE
                 ELSE
                   MOVE CHG-TIMESTAMP(1:8) TO WS-CHANGE-DATE
                   IF WS-CHANGE-DATE >= WS-FROM-DATE
                      AND WS-CHANGE-DATE <= WS-TO-DATE
                     PERFORM WRITE-CHANGE-ENTRY
                   END-IF
                 END-IF
               END-IF
           END-READ
         END-PERFORM.

       WRITE-CHANGE-ENTRY.
         ADD 1 TO WS-SELECTED-COUNT
         IF WS-LINE-COUNT > 52
           PERFORM WRITE-PAGE-HEADER
         END-IF
         STRING CHG-TIMESTAMP(9:2) ':' CHG-TIMESTAMP(11:2) ':'
                CHG-TIMESTAMP(13:2)
                DELIMITED BY SIZE INTO WS-DISPLAY-TIME
         MOVE SPACES TO INQUIRY-REPORT-RECORD
         STRING CHG-REC-KEY ' ' WS-CHANGE-DATE ' ' WS-DISPLAY-TIME
                ' ACT=' CHG-ACTION
                ' CHG=' CHG-CHANGE-ID
                ' BY=' CHG-MAKER
                ' OK=' CHG-CHECKER
                DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
         WRITE INQUIRY-REPORT-RECORD
         MOVE SPACES TO INQUIRY-REPORT-RECORD
         IF CHG-BEFORE-IMAGE EQUAL SPACES
           STRING '  BEFORE (NONE - ADDED)'
                  DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
         ELSE
           STRING '  BEFORE ' CHG-BEFORE-IMAGE
                  DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
         END-IF
         WRITE INQUIRY-REPORT-RECORD
         MOVE SPACES TO INQUIRY-REPORT-RECORD
         IF CHG-AFTER-IMAGE EQUAL SPACES
           STRING '  AFTER  (NONE - DELETED)'
                  DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
         ELSE
           STRING '  AFTER  ' CHG-AFTER-IMAGE
                  DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
         END-IF
         WRITE INQUIRY-REPORT-RECORD
         ADD 3 TO WS-LINE-COUNT.

       CHECK-PAGE-BREAK.
         IF WS-LINE-COUNT > 55
           PERFORM WRITE-PAGE-HEADER
         END-IF.

       WRITE-PAGE-HEADER.
         ADD 1 TO WS-PAGE-COUNT
         MOVE WS-PAGE-COUNT TO WS-PAGE-EDIT
         MOVE SPACES TO INQUIRY-REPORT-RECORD
         STRING 'MASTER CHANGE HISTORY  RUN DATE ' WS-RUN-DATE
                '  PAGE ' WS-PAGE-EDIT
                DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
         WRITE INQUIRY-REPORT-RECORD
         MOVE SPACES TO INQUIRY-REPORT-RECORD
         STRING 'MASTER=' CHQ-MASTER ' KEY=' CHQ-REC-KEY
                ' FROM ' WS-FROM-DATE ' TO ' WS-TO-DATE
                DELIMITED BY SIZE INTO INQUIRY-REPORT-RECORD
         WRITE INQUIRY-REPORT-RECORD
         MOVE SPACES TO INQUIRY-REPORT-RECORD
         WRITE INQUIRY-REPORT-RECORD
         MOVE 3 TO WS-LINE-COUNT.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN HEADER PROGRAM=CHGINQ TS=' WS-TIMESTAMP(1:14)
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
         STRING 'RUN TRAILER PROGRAM=CHGINQ TS=' WS-TIMESTAMP(1:14)
                ' READ=' WS-RECORD-COUNT
                ' SELECTED=' WS-SELECTED-COUNT
                DELIMITED BY SIZE INTO RUN-LOG-RECORD
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE.
