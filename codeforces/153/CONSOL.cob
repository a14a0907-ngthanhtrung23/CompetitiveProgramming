               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DUPH-KEY
               FILE STATUS IS WS-DUPH-STATUS.
           SELECT HELD-FILE ASSIGN TO HELDWHSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-HELD-STATUS.
           SELECT LATE-REPORT-FILE ASSIGN TO LATERPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.
           05 BRG-DDNAME     PIC X(8).
           05 BRG-ACTIVE     PIC X(1).
           05 BRG-EXPECTED   PIC X(1).
           05 BRG-CUTOFF     PIC X(4).

       FD  BRANCH-FILE.
       01  BRANCH-RECORD     PIC X(38).
           05 ACK-CONFIRMED   PIC X(1).
           05 FILLER          PIC X(1).
           05 ACK-DISPOSITION PIC X(3).
           05 FILLER          PIC X(1).
           05 ACK-HELD        PIC 9(9).
           05 FILLER          PIC X(1).
           05 ACK-RELEASED    PIC 9(9).

       FD  HELD-FILE.
       COPY HELDREC.

       FD  LATE-REPORT-FILE.
       01  LATE-REPORT-RECORD PIC X(80)  VALUE SPACES.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.
       01 WS-BR-OPEN        PIC X(1) VALUE 'N'.
       01 WS-BR-RECORD      PIC X(38).
       01 WS-BR-HDR-SEEN    PIC X(1) VALUE 'N'.
       01 WS-BR-SOURCE      PIC X(7) VALUE SPACES.
       01 WS-BR-TRL-SEEN    PIC X(1) VALUE 'N'.
       01 WS-BR-DETAILS     PIC 9(9) VALUE ZEROES.
       01 WS-BR-TRL-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-CUTOFF-DATE    PIC 9(8) VALUE ZEROES.
       01 WS-DATE-RES       PIC X(30).
       01 WS-AGED-COUNT     PIC 9(9) VALUE ZEROES.
       01 WS-HELD-STATUS    PIC X(2).
       01 WS-HELD-EOF       PIC X(1) VALUE 'N'.
       01 WS-HELD-SEQ       PIC 9(7) VALUE ZEROES.
       01 WS-HELD-COUNT     PIC 9(9) VALUE ZEROES.
       01 WS-RELEASED-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-HELD-PURGED    PIC 9(9) VALUE ZEROES.
       01 WS-BR-LATE        PIC X(1) VALUE 'N'.
       01 WS-HDR-DATE       PIC 9(8) VALUE ZEROES.
       01 WS-HDR-TIME       PIC 9(6) VALUE ZEROES.
       01 WS-BR-CUTOFF-HHMM PIC 9(4) VALUE ZEROES.
       01 WS-BR-CUTOFF-TIME PIC 9(6) VALUE ZEROES.
       01 WS-REL-LAST-BR    PIC 9(2) VALUE ZEROES.
       01 WS-FIND-IDX       PIC 9(2) VALUE ZEROES.
       01 WS-LATE-LINES     PIC 9(4) VALUE ZEROES.
       01 WS-BRANCH-TOTALS.
          05 WS-BRANCH-ENTRY OCCURS 20 TIMES.
             10 BR-ID        PIC 9(2).
             10 BR-READ      PIC 9(9).
             10 BR-DUPS      PIC 9(9).
             10 BR-CONFIRMED PIC X(1).
             10 BR-CUTOFF    PIC X(4).
             10 BR-LATE      PIC X(1).
             10 BR-HDR-DATE  PIC 9(8).
             10 BR-HDR-TIME  PIC 9(6).
             10 BR-HELD      PIC 9(9).
             10 BR-RELEASED  PIC 9(9).
       01 WS-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.
       01 WS-OUT-LABEL.
          05 WS-LBL-TYPE    PIC X(3).
         PERFORM LOAD-BRANCH-REGISTRY
         PERFORM OPEN-DUP-HISTORY
         PERFORM AGE-DUP-HISTORY
         PERFORM OPEN-HELD-WAREHOUSE
         PERFORM AGE-HELD-WAREHOUSE
         OPEN OUTPUT TRANX-OUT-FILE
         OPEN OUTPUT DUP-REPORT-FILE
         MOVE SPACES TO WS-OUT-LABEL
         MOVE ZEROES TO WS-LBL-HASH
         MOVE WS-OUT-LABEL TO TRANX-OUT-RECORD
         WRITE TRANX-OUT-RECORD
         PERFORM RELEASE-HELD-ITEMS
         PERFORM VARYING WS-BR-IDX FROM 1 BY 1
             UNTIL WS-BR-IDX > WS-BR-COUNT
           IF BR-ACTIVE(WS-BR-IDX) EQUAL 'Y'
         WRITE TRANX-OUT-RECORD
         CLOSE TRANX-OUT-FILE
         CLOSE DUP-HIST-FILE
         CLOSE HELD-FILE
         PERFORM WRITE-CONSOL-TOTALS
         PERFORM WRITE-LATE-REPORT
         PERFORM WRITE-BRANCH-ACKS
         CLOSE DUP-REPORT-FILE
         PERFORM WRITE-RUN-TRAILER
               MOVE ZERO TO BR-READ(WS-BR-COUNT)
               MOVE ZERO TO BR-DUPS(WS-BR-COUNT)
               MOVE 'N' TO BR-CONFIRMED(WS-BR-COUNT)
               MOVE BRG-CUTOFF TO BR-CUTOFF(WS-BR-COUNT)
               MOVE 'N' TO BR-LATE(WS-BR-COUNT)
               MOVE ZERO TO BR-HDR-DATE(WS-BR-COUNT)
               MOVE ZERO TO BR-HDR-TIME(WS-BR-COUNT)
               MOVE ZERO TO BR-HELD(WS-BR-COUNT)
               MOVE ZERO TO BR-RELEASED(WS-BR-COUNT)
           END-READ
         END-PERFORM
         CLOSE BRANCH-REG-FILE
         MOVE ZERO TO WS-BR-DETAILS
         MOVE ZERO TO WS-BR-HASH
         MOVE 'N' TO WS-SKIP-CONS
         MOVE SPACES TO WS-BR-SOURCE
         PERFORM OPEN-BRANCH-FILE
         MOVE WS-BR-OPEN TO BR-PRESENT(WS-BR-IDX)
         IF WS-BR-OPEN EQUAL 'Y'
                    DELIMITED BY SIZE INTO DUP-REPORT-RECORD
             WRITE DUP-REPORT-RECORD
           ELSE
             MOVE WS-BR-RECORD(4:7) TO WS-BR-SOURCE
             PERFORM CHECK-BRANCH-CUTOFF
             PERFORM UNTIL WS-BR-EOF EQUAL 'Y'
               PERFORM READ-BRANCH-RECORD
               IF WS-BR-EOF EQUAL 'N'
           ADD 1 TO BR-READ(WS-BR-IDX)
           ADD 1 TO WS-RECORD-COUNT
           PERFORM ACCUMULATE-BRANCH-HASH
           IF WS-BR-LATE EQUAL 'Y'
             PERFORM HOLD-BRANCH-RECORD
           ELSE
             PERFORM POST-BRANCH-RECORD
           END-IF
         END-IF
         END-IF.

       POST-BRANCH-RECORD.
         IF WS-BR-RECORD(1:3) EQUAL 'CON'
           IF WS-SKIP-CONS EQUAL 'Y'
             IF WS-BR-IDX > 0
               ADD 1 TO BR-DUPS(WS-BR-IDX)
             END-IF
             ADD 1 TO WS-REJECT-COUNT
             PERFORM WRITE-DUPLICATE-LINE
           ELSE
             PERFORM WRITE-CONSOLIDATED-RECORD
           END-IF
         ELSE
           IF WS-BR-SOURCE EQUAL 'STORDER'
             MOVE 'N' TO WS-DUP-FOUND
           ELSE
             PERFORM CHECK-DUPLICATE-KEY
           END-IF
           IF WS-DUP-FOUND EQUAL 'Y'
             MOVE 'Y' TO WS-SKIP-CONS
             IF WS-BR-IDX > 0
               ADD 1 TO BR-DUPS(WS-BR-IDX)
             END-IF
             ADD 1 TO WS-REJECT-COUNT
             PERFORM WRITE-DUPLICATE-LINE
           ELSE
             MOVE 'N' TO WS-SKIP-CONS
             PERFORM WRITE-CONSOLIDATED-RECORD
           END-IF
         END-IF.

       CHECK-BRANCH-CUTOFF.
         MOVE 'N' TO WS-BR-LATE
         MOVE ZERO TO WS-HDR-DATE
         MOVE ZERO TO WS-HDR-TIME
         IF WS-BR-RECORD(11:8) IS NUMERIC
           MOVE WS-BR-RECORD(11:8) TO WS-HDR-DATE
         END-IF
         IF WS-BR-RECORD(19:6) IS NUMERIC
           MOVE WS-BR-RECORD(19:6) TO WS-HDR-TIME
         END-IF
         MOVE WS-HDR-DATE TO BR-HDR-DATE(WS-BR-IDX)
         MOVE WS-HDR-TIME TO BR-HDR-TIME(WS-BR-IDX)
         IF BR-CUTOFF(WS-BR-IDX) IS NUMERIC
           MOVE BR-CUTOFF(WS-BR-IDX) TO WS-BR-CUTOFF-HHMM
           COMPUTE WS-BR-CUTOFF-TIME = WS-BR-CUTOFF-HHMM * 100
           IF WS-HDR-DATE > WS-BUS-DATE
             MOVE 'Y' TO WS-BR-LATE
           END-IF
           IF WS-HDR-DATE EQUAL WS-BUS-DATE
               AND WS-HDR-TIME > WS-BR-CUTOFF-TIME
             MOVE 'Y' TO WS-BR-LATE
           END-IF
         END-IF
         MOVE WS-BR-LATE TO BR-LATE(WS-BR-IDX)
         MOVE ZERO TO WS-HELD-SEQ.

       HOLD-BRANCH-RECORD.
         ADD 1 TO WS-HELD-SEQ
         MOVE SPACES TO HLD-RECORD
         MOVE WS-BUS-DATE TO HLD-HELD-DATE
         MOVE WS-BR-NO TO HLD-BRANCH-ID
         MOVE WS-HELD-SEQ TO HLD-SEQ
         MOVE 'H' TO HLD-STATUS
         MOVE ZERO TO HLD-RELEASE-DATE
         MOVE BR-HDR-DATE(WS-BR-IDX) TO HLD-HDR-DATE
         MOVE BR-HDR-TIME(WS-BR-IDX) TO HLD-HDR-TIME
         MOVE BR-CUTOFF(WS-BR-IDX) TO HLD-CUTOFF
         MOVE WS-BR-RECORD TO HLD-ITEM
         MOVE WS-BR-SOURCE TO HLD-SOURCE
         WRITE HLD-RECORD
           INVALID KEY
             DISPLAY 'CONSOL: HELDWHSE WRITE FAILED, STATUS='
                     WS-HELD-STATUS ' - RUN ABORTED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-WRITE
         ADD 1 TO BR-HELD(WS-BR-IDX)
         ADD 1 TO WS-HELD-COUNT.

       OPEN-HELD-WAREHOUSE.
         OPEN I-O HELD-FILE
         IF WS-HELD-STATUS EQUAL '35'
           OPEN OUTPUT HELD-FILE
           CLOSE HELD-FILE
           OPEN I-O HELD-FILE
         END-IF
         IF WS-HELD-STATUS NOT EQUAL '00'
           DISPLAY 'CONSOL: CANNOT OPEN HELDWHSE, STATUS='
                   WS-HELD-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       AGE-HELD-WAREHOUSE.
         MOVE ZERO TO WS-HELD-PURGED
         MOVE 'N' TO WS-HELD-EOF
         MOVE LOW-VALUES TO HLD-KEY
         START HELD-FILE KEY NOT LESS THAN HLD-KEY
           INVALID KEY
             MOVE 'Y' TO WS-HELD-EOF
         END-START
         PERFORM UNTIL WS-HELD-EOF EQUAL 'Y'
           READ HELD-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-HELD-EOF
             NOT AT END
               IF HLD-HELD-DATE EQUAL WS-BUS-DATE
                   OR (HLD-STATUS EQUAL 'R'
                       AND HLD-RELEASE-DATE < WS-CUTOFF-DATE)
                 DELETE HELD-FILE RECORD
                 ADD 1 TO WS-HELD-PURGED
               END-IF
           END-READ
         END-PERFORM
         IF WS-HELD-PURGED > 0
           DISPLAY 'CONSOL: HELD WAREHOUSE ITEMS PURGED='
                   WS-HELD-PURGED
         END-IF.

       RELEASE-HELD-ITEMS.
         MOVE ZERO TO WS-REL-LAST-BR
         MOVE 'N' TO WS-SKIP-CONS
         MOVE 'N' TO WS-HELD-EOF
         MOVE LOW-VALUES TO HLD-KEY
         START HELD-FILE KEY NOT LESS THAN HLD-KEY
           INVALID KEY
             MOVE 'Y' TO WS-HELD-EOF
         END-START
         PERFORM UNTIL WS-HELD-EOF EQUAL 'Y'
           READ HELD-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-HELD-EOF
             NOT AT END
               IF (HLD-STATUS EQUAL 'H'
                   AND HLD-HELD-DATE < WS-BUS-DATE)
                   OR (HLD-STATUS EQUAL 'R'
                       AND HLD-RELEASE-DATE EQUAL WS-BUS-DATE)
                 PERFORM RELEASE-ONE-HELD-ITEM
               END-IF
           END-READ
         END-PERFORM.

       RELEASE-ONE-HELD-ITEM.
         IF HLD-BRANCH-ID NOT EQUAL WS-REL-LAST-BR
           MOVE 'N' TO WS-SKIP-CONS
           MOVE HLD-BRANCH-ID TO WS-REL-LAST-BR
         END-IF
         MOVE HLD-BRANCH-ID TO WS-BR-NO
         PERFORM FIND-BRANCH-ENTRY
         MOVE HLD-ITEM TO WS-BR-RECORD
         MOVE HLD-SOURCE TO WS-BR-SOURCE
         PERFORM POST-BRANCH-RECORD
         IF WS-BR-IDX > 0
           ADD 1 TO BR-RELEASED(WS-BR-IDX)
         END-IF
         ADD 1 TO WS-RELEASED-COUNT
         MOVE 'R' TO HLD-STATUS
         MOVE WS-BUS-DATE TO HLD-RELEASE-DATE
         REWRITE HLD-RECORD
           INVALID KEY
             DISPLAY 'CONSOL: HELDWHSE REWRITE FAILED, STATUS='
                     WS-HELD-STATUS ' - RUN ABORTED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-REWRITE.

       FIND-BRANCH-ENTRY.
         MOVE ZERO TO WS-BR-IDX
         PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
             UNTIL WS-FIND-IDX > WS-BR-COUNT OR WS-BR-IDX > 0
           IF BR-ID(WS-FIND-IDX) EQUAL WS-BR-NO
             MOVE WS-FIND-IDX TO WS-BR-IDX
           END-IF
         END-PERFORM.

       CHECK-DUPLICATE-KEY.
         MOVE 'N' TO WS-DUP-FOUND
         MOVE WS-BR-RECORD(1:27) TO DUPH-KEY
                      ' READ=' BR-READ(WS-BR-IDX)
                      ' DUPLICATES=' BR-DUPS(WS-BR-IDX)
                      ' CONFIRMED=' BR-CONFIRMED(WS-BR-IDX)
                      ' HELD=' BR-HELD(WS-BR-IDX)
                      DELIMITED BY SIZE INTO DUP-REPORT-RECORD
               WRITE DUP-REPORT-RECORD
             END-IF
             MOVE BR-READ(WS-BR-IDX) TO ACK-READ
             MOVE BR-DUPS(WS-BR-IDX) TO ACK-DUPS
             MOVE BR-CONFIRMED(WS-BR-IDX) TO ACK-CONFIRMED
             MOVE BR-HELD(WS-BR-IDX) TO ACK-HELD
             MOVE BR-RELEASED(WS-BR-IDX) TO ACK-RELEASED
             IF BR-PRESENT(WS-BR-IDX) EQUAL 'Y'
                 AND BR-CONFIRMED(WS-BR-IDX) EQUAL 'Y'
               IF BR-LATE(WS-BR-IDX) EQUAL 'Y'
                 MOVE 'HLD' TO ACK-DISPOSITION
               ELSE
                 MOVE 'ACC' TO ACK-DISPOSITION
               END-IF
             ELSE
               MOVE 'REJ' TO ACK-DISPOSITION
             END-IF
         END-PERFORM
         CLOSE ACK-OUT-FILE.

       WRITE-LATE-REPORT.
         OPEN OUTPUT LATE-REPORT-FILE
         MOVE SPACES TO LATE-REPORT-RECORD
         STRING 'LATE TRANSMISSIONS FOR BUSINESS DATE ' WS-BUS-DATE
                DELIMITED BY SIZE INTO LATE-REPORT-RECORD
         WRITE LATE-REPORT-RECORD
         MOVE SPACES TO LATE-REPORT-RECORD
         WRITE LATE-REPORT-RECORD
         MOVE SPACES TO LATE-REPORT-RECORD
         STRING 'HELD FOR THE NEXT BUSINESS DATE'
                DELIMITED BY SIZE INTO LATE-REPORT-RECORD
         WRITE LATE-REPORT-RECORD
         MOVE ZERO TO WS-LATE-LINES
         PERFORM VARYING WS-BR-IDX FROM 1 BY 1
             UNTIL WS-BR-IDX > WS-BR-COUNT
           IF BR-LATE(WS-BR-IDX) EQUAL 'Y'
             ADD 1 TO WS-LATE-LINES
             MOVE BR-HELD(WS-BR-IDX) TO WS-COUNT-EDIT
             MOVE SPACES TO LATE-REPORT-RECORD
             STRING '  BRANCH ' BR-ID(WS-BR-IDX)
                    ' HDR ' BR-HDR-DATE(WS-BR-IDX)
                    ' ' BR-HDR-TIME(WS-BR-IDX)
                    ' CUT-OFF ' BR-CUTOFF(WS-BR-IDX)
                    ' ITEMS HELD ' WS-COUNT-EDIT
                    ' CONFIRMED=' BR-CONFIRMED(WS-BR-IDX)
                    DELIMITED BY SIZE INTO LATE-REPORT-RECORD
             WRITE LATE-REPORT-RECORD
           END-IF
         END-PERFORM
         IF WS-LATE-LINES EQUAL ZERO
           MOVE SPACES TO LATE-REPORT-RECORD
           STRING '  NONE' DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           WRITE LATE-REPORT-RECORD
         END-IF
         MOVE SPACES TO LATE-REPORT-RECORD
         WRITE LATE-REPORT-RECORD
         MOVE SPACES TO LATE-REPORT-RECORD
         STRING 'RELEASED FROM THE WAREHOUSE INTO THIS BUSINESS DATE'
                DELIMITED BY SIZE INTO LATE-REPORT-RECORD
         WRITE LATE-REPORT-RECORD
         MOVE ZERO TO WS-LATE-LINES
         PERFORM VARYING WS-BR-IDX FROM 1 BY 1
             UNTIL WS-BR-IDX > WS-BR-COUNT
           IF BR-RELEASED(WS-BR-IDX) > 0
             ADD 1 TO WS-LATE-LINES
             MOVE BR-RELEASED(WS-BR-IDX) TO WS-COUNT-EDIT
             MOVE SPACES TO LATE-REPORT-RECORD
             STRING '  BRANCH ' BR-ID(WS-BR-IDX)
                    ' ITEMS RELEASED ' WS-COUNT-EDIT
                    DELIMITED BY SIZE INTO LATE-REPORT-RECORD
             WRITE LATE-REPORT-RECORD
           END-IF
         END-PERFORM
         IF WS-LATE-LINES EQUAL ZERO
           MOVE SPACES TO LATE-REPORT-RECORD
           STRING '  NONE' DELIMITED BY SIZE INTO LATE-REPORT-RECORD
           WRITE LATE-REPORT-RECORD
         END-IF
         MOVE SPACES TO LATE-REPORT-RECORD
         WRITE LATE-REPORT-RECORD
         MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO LATE-REPORT-RECORD
         STRING 'TOTAL ITEMS HELD     ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO LATE-REPORT-RECORD
         WRITE LATE-REPORT-RECORD
         MOVE WS-RELEASED-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO LATE-REPORT-RECORD
         STRING 'TOTAL ITEMS RELEASED ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO LATE-REPORT-RECORD
         WRITE LATE-REPORT-RECORD
         CLOSE LATE-REPORT-FILE.

       OPEN-BRANCH-FILE.
         MOVE 'N' TO WS-BR-OPEN
         OPEN INPUT BRANCH-FILE
