       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTRPRT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO REPRTIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO RPTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARC-STATUS.
           SELECT REPRINT-FILE ASSIGN TO REPRINT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPRINT-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO REPRTRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REQUEST-FILE.
       01  REQUEST-RECORD.
           05 REQ-FROM-DATE  PIC X(8).
           05 FILLER         PIC X(1).
           05 REQ-TO-DATE    PIC X(8).
           05 FILLER         PIC X(1).
           05 REQ-DDNAME     PIC X(8).
           05 FILLER         PIC X(1).
           05 REQ-RECIPIENT  PIC X(20).
           05 FILLER         PIC X(1).
           05 REQ-COPIES     PIC X(2).
           05 FILLER         PIC X(30).

       FD  ARCHIVE-FILE.
       COPY RPTAREC.

       FD  REPRINT-FILE.
       01  REPRINT-RECORD    PIC X(80)  VALUE SPACES.

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-RECORD PIC X(100) VALUE SPACES.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       FD  RUN-CONTROL-FILE.
       COPY RUNCTLRC.

       WORKING-STORAGE SECTION.
       01 WS-REQ-STATUS     PIC X(2).
       01 WS-ARC-STATUS     PIC X(2).
       01 WS-REPRINT-STATUS PIC X(2).
       01 WS-RUNLOG-STATUS  PIC X(2).
       01 WS-RUNCTL-STATUS  PIC X(2).
       01 WS-TIMESTAMP      PIC X(21).
       01 WS-BUS-DATE       PIC 9(8) VALUE ZEROES.
       01 WS-CYCLE          PIC 9(4) VALUE ZEROES.
       01 WS-EOF-FLAG       PIC X(1) VALUE 'N'.
       01 WS-ARC-EOF        PIC X(1) VALUE 'N'.
       01 WS-RECORD-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-REJECT-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-PACKAGE-COUNT  PIC 9(9) VALUE ZEROES.
       01 WS-REPORT-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-FROM-DATE      PIC 9(8) VALUE ZEROES.
       01 WS-TO-DATE        PIC 9(8) VALUE ZEROES.
       01 WS-COPIES-OVERRIDE PIC 9(2) VALUE ZEROES.
       01 WS-CARD-OK        PIC X(1) VALUE 'Y'.
       01 WS-CARD-MSG       PIC X(40) VALUE SPACES.
       01 WS-SET-MAX        PIC 9(3) VALUE 200.
       01 WS-SET-COUNT      PIC 9(3) VALUE ZEROES.
       01 WS-SET-DROPPED    PIC 9(5) VALUE ZEROES.
       01 WS-SET-TABLE.
          05 WS-SET-ENTRY OCCURS 200 TIMES.
             10 WS-ST-BUS-DATE  PIC 9(8).
             10 WS-ST-CYCLE     PIC 9(4).
             10 WS-ST-RECIP     PIC X(20).
             10 WS-ST-DDNAME    PIC X(8).
             10 WS-ST-COPIES    PIC 9(2).
             10 WS-ST-LINES     PIC 9(7).
             10 WS-ST-PAGES     PIC 9(5).
       01 WS-SET-IDX        PIC 9(3) VALUE ZEROES.
       01 WS-PKG-FIRST      PIC 9(3) VALUE ZEROES.
       01 WS-PKG-LAST       PIC 9(3) VALUE ZEROES.
       01 WS-PKG-IDX        PIC 9(3) VALUE ZEROES.
       01 WS-GRP-IDX        PIC 9(3) VALUE ZEROES.
       01 WS-PKG-END        PIC X(1) VALUE 'N'.
       01 WS-COPIES         PIC 9(2) VALUE ZEROES.
       01 WS-COPY-NO        PIC 9(2) VALUE ZEROES.
       01 WS-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM READ-RUN-CONTROL
         PERFORM WRITE-RUN-HEADER
         OPEN INPUT ARCHIVE-FILE
         IF WS-ARC-STATUS NOT EQUAL '00'
           DISPLAY 'RPTRPRT: CANNOT OPEN RPTARCH, STATUS='
                   WS-ARC-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN INPUT REQUEST-FILE
         IF WS-REQ-STATUS NOT EQUAL '00'
           DISPLAY 'RPTRPRT: CANNOT OPEN REPRTIN, STATUS='
                   WS-REQ-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN OUTPUT REPRINT-FILE
         OPEN OUTPUT CONTROL-REPORT-FILE
         MOVE SPACES TO CONTROL-REPORT-RECORD
         STRING 'REPORT REPRINT REQUESTS RUN ' WS-BUS-DATE
                DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
         WRITE CONTROL-REPORT-RECORD
         MOVE SPACES TO CONTROL-REPORT-RECORD
         WRITE CONTROL-REPORT-RECORD
         MOVE 'N' TO WS-EOF-FLAG
         PERFORM UNTIL WS-EOF-FLAG EQUAL 'Y'
           READ REQUEST-FILE
             AT END
               MOVE 'Y' TO WS-EOF-FLAG
             NOT AT END
               IF REQUEST-RECORD NOT EQUAL SPACES
                 PERFORM PROCESS-ONE-REQUEST
               END-IF
           END-READ
         END-PERFORM
         CLOSE REQUEST-FILE
         CLOSE ARCHIVE-FILE
         CLOSE REPRINT-FILE
         PERFORM WRITE-CONTROL-TOTALS
         CLOSE CONTROL-REPORT-FILE
         IF WS-REJECT-COUNT > 0
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM WRITE-RUN-TRAILER
         STOP RUN.

       PROCESS-ONE-REQUEST.
         ADD 1 TO WS-RECORD-COUNT
         PERFORM EDIT-REQUEST-CARD
         MOVE SPACES TO CONTROL-REPORT-RECORD
         STRING 'REQUEST FROM=' REQ-FROM-DATE
                ' TO=' REQ-TO-DATE
                ' DD=' REQ-DDNAME
                ' FOR=' REQ-RECIPIENT
                ' COPIES=' REQ-COPIES
                DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
         WRITE CONTROL-REPORT-RECORD
         IF WS-CARD-OK EQUAL 'N'
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING '  REJECTED - ' WS-CARD-MSG
                  DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
         ELSE
           PERFORM COLLECT-ARCHIVE-SETS
           IF WS-SET-COUNT EQUAL ZERO
             ADD 1 TO WS-REJECT-COUNT
             MOVE SPACES TO CONTROL-REPORT-RECORD
             STRING '  NOTHING ARCHIVED FOR THIS REQUEST'
                    DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
             WRITE CONTROL-REPORT-RECORD
           ELSE
             IF WS-SET-DROPPED > 0
               ADD 1 TO WS-REJECT-COUNT
               MOVE WS-SET-DROPPED TO WS-COUNT-EDIT
               MOVE SPACES TO CONTROL-REPORT-RECORD
               STRING '  MORE THAN 200 REPORTS MATCH, NOT REPRINTED '
                      WS-COUNT-EDIT ' - NARROW THE REQUEST'
                      DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
               WRITE CONTROL-REPORT-RECORD
             END-IF
             PERFORM REPRINT-COLLECTED-SETS
           END-IF
         END-IF.

       EDIT-REQUEST-CARD.
         MOVE 'Y' TO WS-CARD-OK
         MOVE SPACES TO WS-CARD-MSG
         MOVE ZEROES TO WS-COPIES-OVERRIDE
         IF REQ-FROM-DATE IS NOT NUMERIC
           MOVE 'N' TO WS-CARD-OK
           MOVE 'FROM DATE NOT NUMERIC' TO WS-CARD-MSG
         ELSE
           MOVE REQ-FROM-DATE TO WS-FROM-DATE
           IF REQ-TO-DATE EQUAL SPACES
             MOVE WS-FROM-DATE TO WS-TO-DATE
           ELSE
             IF REQ-TO-DATE IS NOT NUMERIC
               MOVE 'N' TO WS-CARD-OK
               MOVE 'TO DATE NOT NUMERIC' TO WS-CARD-MSG
             ELSE
               MOVE REQ-TO-DATE TO WS-TO-DATE
               IF WS-TO-DATE < WS-FROM-DATE
                 MOVE 'N' TO WS-CARD-OK
                 MOVE 'TO DATE BEFORE FROM DATE' TO WS-CARD-MSG
               END-IF
             END-IF
           END-IF
         END-IF
         IF REQ-COPIES NOT EQUAL SPACES
           IF REQ-COPIES IS NUMERIC AND REQ-COPIES > '00'
             MOVE REQ-COPIES TO WS-COPIES-OVERRIDE
           ELSE
             MOVE 'N' TO WS-CARD-OK
             MOVE 'COPIES MUST BE 01-99 OR BLANK' TO WS-CARD-MSG
           END-IF
         END-IF.

       COLLECT-ARCHIVE-SETS.
         MOVE ZERO TO WS-SET-COUNT
         MOVE ZERO TO WS-SET-DROPPED
         MOVE 'N' TO WS-ARC-EOF
         MOVE LOW-VALUES TO ARC-KEY
         MOVE WS-FROM-DATE TO ARC-BUS-DATE
         START ARCHIVE-FILE KEY NOT LESS THAN ARC-KEY
           INVALID KEY
             MOVE 'Y' TO WS-ARC-EOF
         END-START
         PERFORM UNTIL WS-ARC-EOF EQUAL 'Y'
           READ ARCHIVE-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-ARC-EOF
             NOT AT END
               IF ARC-BUS-DATE > WS-TO-DATE
                 MOVE 'Y' TO WS-ARC-EOF
               ELSE
                 IF ARC-LINE-NO EQUAL ZERO
                   PERFORM SELECT-ARCHIVE-SET
                 END-IF
                 MOVE 9999999 TO ARC-LINE-NO
                 START ARCHIVE-FILE KEY GREATER THAN ARC-KEY
                   INVALID KEY
                     MOVE 'Y' TO WS-ARC-EOF
                 END-START
               END-IF
           END-READ
         END-PERFORM.

       SELECT-ARCHIVE-SET.
         IF (REQ-DDNAME EQUAL SPACES
               OR REQ-DDNAME EQUAL ARC-DDNAME)
             AND (REQ-RECIPIENT EQUAL SPACES
               OR REQ-RECIPIENT EQUAL ARC-RECIPIENT)
           IF WS-SET-COUNT < WS-SET-MAX
             ADD 1 TO WS-SET-COUNT
             MOVE ARC-BUS-DATE TO WS-ST-BUS-DATE(WS-SET-COUNT)
             MOVE ARC-CYCLE TO WS-ST-CYCLE(WS-SET-COUNT)
             MOVE ARC-RECIPIENT TO WS-ST-RECIP(WS-SET-COUNT)
             MOVE ARC-DDNAME TO WS-ST-DDNAME(WS-SET-COUNT)
             MOVE ARC-COPIES TO WS-ST-COPIES(WS-SET-COUNT)
             MOVE ARC-LINES TO WS-ST-LINES(WS-SET-COUNT)
             MOVE ARC-PAGES TO WS-ST-PAGES(WS-SET-COUNT)
           ELSE
             ADD 1 TO WS-SET-DROPPED
           END-IF
         END-IF.

       REPRINT-COLLECTED-SETS.
         MOVE 1 TO WS-PKG-FIRST
         PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
             UNTIL WS-GRP-IDX > WS-SET-COUNT
           MOVE 'N' TO WS-PKG-END
           IF WS-GRP-IDX EQUAL WS-SET-COUNT
             MOVE 'Y' TO WS-PKG-END
           ELSE
             IF WS-ST-BUS-DATE(WS-GRP-IDX + 1)
                   NOT EQUAL WS-ST-BUS-DATE(WS-GRP-IDX)
                 OR WS-ST-CYCLE(WS-GRP-IDX + 1)
                   NOT EQUAL WS-ST-CYCLE(WS-GRP-IDX)
                 OR WS-ST-RECIP(WS-GRP-IDX + 1)
                   NOT EQUAL WS-ST-RECIP(WS-GRP-IDX)
               MOVE 'Y' TO WS-PKG-END
             END-IF
           END-IF
           IF WS-PKG-END EQUAL 'Y'
             MOVE WS-GRP-IDX TO WS-PKG-LAST
             PERFORM REPRINT-ONE-PACKAGE
             COMPUTE WS-PKG-FIRST = WS-GRP-IDX + 1
           END-IF
         END-PERFORM.

       REPRINT-ONE-PACKAGE.
         ADD 1 TO WS-PACKAGE-COUNT
         PERFORM WRITE-INDEX-PAGE
         PERFORM VARYING WS-SET-IDX FROM WS-PKG-FIRST BY 1
             UNTIL WS-SET-IDX > WS-PKG-LAST
           ADD 1 TO WS-REPORT-COUNT
           IF WS-COPIES-OVERRIDE > ZERO
             MOVE WS-COPIES-OVERRIDE TO WS-COPIES
           ELSE
             MOVE WS-ST-COPIES(WS-SET-IDX) TO WS-COPIES
           END-IF
           PERFORM VARYING WS-COPY-NO FROM 1 BY 1
               UNTIL WS-COPY-NO > WS-COPIES
             PERFORM WRITE-BANNER-PAGE
             PERFORM COPY-ARCHIVED-LINES
           END-PERFORM
           MOVE SPACES TO CONTROL-REPORT-RECORD
           STRING '  REPRINTED ' WS-ST-DDNAME(WS-SET-IDX)
                  ' BUSDATE=' WS-ST-BUS-DATE(WS-SET-IDX)
                  ' CYCLE=' WS-ST-CYCLE(WS-SET-IDX)
                  ' FOR ' WS-ST-RECIP(WS-SET-IDX)
                  ' COPIES=' WS-COPIES
                  DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
           WRITE CONTROL-REPORT-RECORD
         END-PERFORM.

       WRITE-INDEX-PAGE.
         MOVE SPACES TO REPRINT-RECORD
         STRING '*** REPRINT *** DISTRIBUTION PACKAGE FOR '
                WS-ST-RECIP(WS-PKG-FIRST)
                DELIMITED BY SIZE INTO REPRINT-RECORD
         WRITE REPRINT-RECORD
         MOVE SPACES TO REPRINT-RECORD
         STRING '*** REPRINT *** BUSDATE=' WS-ST-BUS-DATE(WS-PKG-FIRST)
                ' CYCLE=' WS-ST-CYCLE(WS-PKG-FIRST)
                ' REPRINTED ' WS-BUS-DATE
                DELIMITED BY SIZE INTO REPRINT-RECORD
         WRITE REPRINT-RECORD
         MOVE SPACES TO REPRINT-RECORD
         STRING 'CONTENTS:'
                DELIMITED BY SIZE INTO REPRINT-RECORD
         WRITE REPRINT-RECORD
         PERFORM VARYING WS-PKG-IDX FROM WS-PKG-FIRST BY 1
             UNTIL WS-PKG-IDX > WS-PKG-LAST
           MOVE SPACES TO REPRINT-RECORD
           STRING '  ' WS-ST-DDNAME(WS-PKG-IDX)
                  ' PAGES=' WS-ST-PAGES(WS-PKG-IDX)
                  ' COPIES=' WS-ST-COPIES(WS-PKG-IDX)
                  ' REPRINT'
                  DELIMITED BY SIZE INTO REPRINT-RECORD
           WRITE REPRINT-RECORD
         END-PERFORM
         COMPUTE WS-PKG-IDX = WS-PKG-LAST - WS-PKG-FIRST + 1
         MOVE SPACES TO REPRINT-RECORD
         STRING 'REPORTS REPRINTED=' WS-PKG-IDX
                DELIMITED BY SIZE INTO REPRINT-RECORD
         WRITE REPRINT-RECORD.

       WRITE-BANNER-PAGE.
         MOVE SPACES TO REPRINT-RECORD
         MOVE ALL '*' TO REPRINT-RECORD
         WRITE REPRINT-RECORD
         MOVE SPACES TO REPRINT-RECORD
         STRING '* REPORT ' WS-ST-DDNAME(WS-SET-IDX)
                ' BUSDATE=' WS-ST-BUS-DATE(WS-SET-IDX)
                ' PAGES=' WS-ST-PAGES(WS-SET-IDX)
                ' COPY=' WS-COPY-NO
                ' OF ' WS-COPIES
                DELIMITED BY SIZE INTO REPRINT-RECORD
         WRITE REPRINT-RECORD
         MOVE SPACES TO REPRINT-RECORD
         STRING '* FOR ' WS-ST-RECIP(WS-SET-IDX)
                DELIMITED BY SIZE INTO REPRINT-RECORD
         WRITE REPRINT-RECORD
         MOVE SPACES TO REPRINT-RECORD
         STRING '* REPRINT - NOT THE ORIGINAL DISTRIBUTION, '
                'REPRINTED ' WS-BUS-DATE
                DELIMITED BY SIZE INTO REPRINT-RECORD
         WRITE REPRINT-RECORD
         MOVE SPACES TO REPRINT-RECORD
         MOVE ALL '*' TO REPRINT-RECORD
         WRITE REPRINT-RECORD.

       COPY-ARCHIVED-LINES.
         MOVE 'N' TO WS-ARC-EOF
         MOVE WS-ST-BUS-DATE(WS-SET-IDX) TO ARC-BUS-DATE
         MOVE WS-ST-CYCLE(WS-SET-IDX) TO ARC-CYCLE
         MOVE WS-ST-RECIP(WS-SET-IDX) TO ARC-RECIPIENT
         MOVE WS-ST-DDNAME(WS-SET-IDX) TO ARC-DDNAME
         MOVE 1 TO ARC-LINE-NO
         START ARCHIVE-FILE KEY NOT LESS THAN ARC-KEY
           INVALID KEY
             MOVE 'Y' TO WS-ARC-EOF
         END-START
         PERFORM UNTIL WS-ARC-EOF EQUAL 'Y'
           READ ARCHIVE-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-ARC-EOF
             NOT AT END
               IF ARC-BUS-DATE NOT EQUAL WS-ST-BUS-DATE(WS-SET-IDX)
                   OR ARC-CYCLE NOT EQUAL WS-ST-CYCLE(WS-SET-IDX)
                   OR ARC-RECIPIENT NOT EQUAL WS-ST-RECIP(WS-SET-IDX)
                   OR ARC-DDNAME NOT EQUAL WS-ST-DDNAME(WS-SET-IDX)
                 MOVE 'Y' TO WS-ARC-EOF
               ELSE
                 MOVE ARC-TEXT TO REPRINT-RECORD
                 WRITE REPRINT-RECORD
               END-IF
           END-READ
         END-PERFORM.

       WRITE-CONTROL-TOTALS.
         MOVE SPACES TO CONTROL-REPORT-RECORD
         WRITE CONTROL-REPORT-RECORD
         MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO CONTROL-REPORT-RECORD
         STRING 'REQUEST CARDS READ   ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
         WRITE CONTROL-REPORT-RECORD
         MOVE WS-REJECT-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO CONTROL-REPORT-RECORD
         STRING 'REQUESTS NOT MET     ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
         WRITE CONTROL-REPORT-RECORD
         MOVE WS-PACKAGE-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO CONTROL-REPORT-RECORD
         STRING 'PACKAGES REBUILT     ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
         WRITE CONTROL-REPORT-RECORD
         MOVE WS-REPORT-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO CONTROL-REPORT-RECORD
         STRING 'REPORTS REPRINTED    ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO CONTROL-REPORT-RECORD
         WRITE CONTROL-REPORT-RECORD.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN HEADER PROGRAM=RPTRPRT'
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
         STRING 'RUN TRAILER PROGRAM=RPTRPRT'
                ' BUSDATE=' WS-BUS-DATE
                ' CYCLE=' WS-CYCLE
                ' TS=' WS-TIMESTAMP(1:14)
                ' READ=' WS-RECORD-COUNT
                ' REJECTED=' WS-REJECT-COUNT
                ' PACKAGES=' WS-PACKAGE-COUNT
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
