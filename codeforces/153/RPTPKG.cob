           SELECT DIST-OUT-FILE ASSIGN TO WS-DIST-DDNAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO RPTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-ARC-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           05 RTE-RECIPIENT  PIC X(20).
           05 RTE-COPIES     PIC X(2).
           05 RTE-SUPPRESS   PIC X(1).
           05 RTE-RETAIN     PIC X(3).

       FD  REPORT-IN-FILE.
       01  REPORT-IN-RECORD  PIC X(80).
       FD  DIST-OUT-FILE.
       01  DIST-OUT-RECORD   PIC X(80)  VALUE SPACES.

       FD  ARCHIVE-FILE.
       COPY RPTAREC.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

             10 WS-RT-PRESENT PIC X(1).
             10 WS-RT-LINES   PIC 9(7).
             10 WS-RT-PAGES   PIC 9(5).
             10 WS-RT-RETAIN  PIC 9(3).
       01 WS-ROUTE-IDX      PIC 9(2) VALUE ZEROES.
       01 WS-RECIP-COUNT    PIC 9(2) VALUE ZEROES.
       01 WS-RECIP-TABLE.
       01 WS-COPY-NO        PIC 9(2) VALUE ZEROES.
       01 WS-INCLUDED-COUNT PIC 9(4) VALUE ZEROES.
       01 WS-DISPOSITION    PIC X(16) VALUE SPACES.
       01 WS-ARC-STATUS     PIC X(2).
       01 WS-ARC-AVAILABLE  PIC X(1) VALUE 'N'.
       01 WS-ARC-EOF        PIC X(1) VALUE 'N'.
       01 WS-ARC-LINE-NO    PIC 9(7) VALUE ZEROES.
       01 WS-ARC-UNTIL      PIC 9(8) VALUE ZEROES.
       01 WS-ARC-PURGED     PIC 9(9) VALUE ZEROES.
       01 WS-ARC-SETS       PIC 9(5) VALUE ZEROES.
       01 WS-DEFAULT-RETAIN PIC 9(3) VALUE 90.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM WRITE-RUN-HEADER
         PERFORM LOAD-ROUTING-TABLE
         PERFORM MEASURE-ALL-REPORTS
         PERFORM OPEN-REPORT-ARCHIVE
         IF WS-ARC-AVAILABLE EQUAL 'Y'
           PERFORM AGE-REPORT-ARCHIVE
         END-IF
         PERFORM VARYING WS-RECIP-IDX FROM 1 BY 1
             UNTIL WS-RECIP-IDX > WS-RECIP-COUNT
           PERFORM BUILD-ONE-PACKAGE
         END-PERFORM
         IF WS-ARC-AVAILABLE EQUAL 'Y'
           CLOSE ARCHIVE-FILE
           DISPLAY 'RPTPKG: REPORTS ARCHIVED=' WS-ARC-SETS
                   ' ARCHIVE ROWS PURGED=' WS-ARC-PURGED
         END-IF
         PERFORM WRITE-RUN-TRAILER
         STOP RUN.

           MOVE 'N' TO WS-RT-PRESENT(WS-ROUTE-COUNT)
           MOVE ZEROES TO WS-RT-LINES(WS-ROUTE-COUNT)
           MOVE ZEROES TO WS-RT-PAGES(WS-ROUTE-COUNT)
           IF RTE-RETAIN IS NUMERIC AND RTE-RETAIN > ZEROES
             MOVE RTE-RETAIN TO WS-RT-RETAIN(WS-ROUTE-COUNT)
           ELSE
             MOVE WS-DEFAULT-RETAIN TO WS-RT-RETAIN(WS-ROUTE-COUNT)
           END-IF
           PERFORM REGISTER-RECIPIENT
         END-IF.

       PACKAGE-ONE-ROUTE.
         PERFORM SET-ROUTE-DISPOSITION
         IF WS-DISPOSITION EQUAL 'INCLUDED'
           IF WS-ARC-AVAILABLE EQUAL 'Y'
             PERFORM ARCHIVE-ONE-REPORT
           END-IF
           PERFORM VARYING WS-COPY-NO FROM 1 BY 1
               UNTIL WS-COPY-NO > WS-RT-COPIES(WS-ROUTE-IDX)
             PERFORM WRITE-BANNER-PAGE
           CLOSE REPORT-IN-FILE
         END-IF.

       OPEN-REPORT-ARCHIVE.
         MOVE 'N' TO WS-ARC-AVAILABLE
         OPEN I-O ARCHIVE-FILE
         IF WS-ARC-STATUS EQUAL '35'
           OPEN OUTPUT ARCHIVE-FILE
           CLOSE ARCHIVE-FILE
           OPEN I-O ARCHIVE-FILE
         END-IF
         IF WS-ARC-STATUS EQUAL '00'
           MOVE 'Y' TO WS-ARC-AVAILABLE
         ELSE
           DISPLAY 'RPTPKG: CANNOT OPEN RPTARCH, STATUS='
                   WS-ARC-STATUS ' - REPORTS NOT ARCHIVED'
           MOVE 4 TO RETURN-CODE
         END-IF.

       AGE-REPORT-ARCHIVE.
         MOVE 'N' TO WS-ARC-EOF
         MOVE LOW-VALUES TO ARC-KEY
         START ARCHIVE-FILE KEY NOT LESS THAN ARC-KEY
           INVALID KEY
             MOVE 'Y' TO WS-ARC-EOF
         END-START
         PERFORM UNTIL WS-ARC-EOF EQUAL 'Y'
           READ ARCHIVE-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-ARC-EOF
             NOT AT END
               IF ARC-RETAIN-UNTIL < WS-BUS-DATE
                   OR (ARC-BUS-DATE EQUAL WS-BUS-DATE
                       AND ARC-CYCLE EQUAL WS-CYCLE)
                 DELETE ARCHIVE-FILE RECORD
                 ADD 1 TO WS-ARC-PURGED
               END-IF
           END-READ
         END-PERFORM.

       ARCHIVE-ONE-REPORT.
         ADD 1 TO WS-ARC-SETS
         COMPUTE WS-ARC-UNTIL = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-BUS-DATE)
           + WS-RT-RETAIN(WS-ROUTE-IDX))
         MOVE WS-BUS-DATE TO ARC-BUS-DATE
         MOVE WS-CYCLE TO ARC-CYCLE
         MOVE WS-RC-NAME(WS-RECIP-IDX) TO ARC-RECIPIENT
         MOVE WS-RT-DDNAME(WS-ROUTE-IDX) TO ARC-DDNAME
         MOVE ZERO TO ARC-LINE-NO
         MOVE WS-ARC-UNTIL TO ARC-RETAIN-UNTIL
         MOVE SPACES TO ARC-TEXT
         MOVE WS-RT-COPIES(WS-ROUTE-IDX) TO ARC-COPIES
         MOVE WS-RT-LINES(WS-ROUTE-IDX) TO ARC-LINES
         MOVE WS-RT-PAGES(WS-ROUTE-IDX) TO ARC-PAGES
         MOVE FUNCTION CURRENT-DATE(1:14) TO ARC-ARCHIVED-TS
         PERFORM WRITE-ARCHIVE-ROW
         MOVE WS-RT-DDNAME(WS-ROUTE-IDX) TO WS-RPT-DDNAME
         MOVE 'N' TO WS-RPT-EOF
         MOVE ZERO TO WS-ARC-LINE-NO
         OPEN INPUT REPORT-IN-FILE
         IF WS-RPTIN-STATUS EQUAL '00'
           PERFORM UNTIL WS-RPT-EOF EQUAL 'Y'
             READ REPORT-IN-FILE
               AT END
                 MOVE 'Y' TO WS-RPT-EOF
               NOT AT END
                 ADD 1 TO WS-ARC-LINE-NO
                 MOVE WS-ARC-LINE-NO TO ARC-LINE-NO
                 MOVE WS-ARC-UNTIL TO ARC-RETAIN-UNTIL
                 MOVE REPORT-IN-RECORD TO ARC-TEXT
                 PERFORM WRITE-ARCHIVE-ROW
             END-READ
           END-PERFORM
           CLOSE REPORT-IN-FILE
         END-IF.

       WRITE-ARCHIVE-ROW.
         WRITE ARC-RECORD
           INVALID KEY
             REWRITE ARC-RECORD
         END-WRITE.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
