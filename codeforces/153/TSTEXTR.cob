       IDENTIFICATION DIVISION.
       PROGRAM-ID. TSTEXTR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANX-IN-FILE ASSIGN TO TRANXIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT QTY-IN-FILE ASSIGN TO QTYIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT CODE-IN-FILE ASSIGN TO CODEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT DATE-IN-FILE ASSIGN TO DATEIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT ACCT-BKUP-FILE ASSIGN TO ACCTBKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT SITE-BKUP-FILE ASSIGN TO SITEBKUP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-STATUS.
           SELECT TRANX-OUT-FILE ASSIGN TO TSTTRANX
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QTY-OUT-FILE ASSIGN TO TSTQTY
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CODE-OUT-FILE ASSIGN TO TSTCODE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DATE-OUT-FILE ASSIGN TO TSTDATE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCT-OUT-FILE ASSIGN TO TSTACCT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SITE-OUT-FILE ASSIGN TO TSTSITE
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXTRACT-REPORT-FILE ASSIGN TO EXTRRPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANX-IN-FILE.
       COPY TRANREC REPLACING ==TRAN-RECORD== BY ==TRANX-IN-BASE==.
       01  TRANX-IN-RECORD REDEFINES TRANX-IN-BASE.
           05 TXI-TRAN-ID      PIC X(10).
           05 TXI-A-TEXT       PIC X(7).
           05 TXI-B-TEXT       PIC X(7).
           05 FILLER           PIC X(14).
       01  TRANX-IN-LABEL REDEFINES TRANX-IN-BASE.
           05 TXI-LABEL-TYPE   PIC X(3).
           05 TXI-LABEL-SOURCE PIC X(7).
           05 TXI-LABEL-DATE   PIC 9(8).
           05 TXI-LABEL-COUNT  PIC 9(9).
           05 TXI-LABEL-HASH   PIC S9(9) SIGN IS LEADING SEPARATE.
           05 FILLER           PIC X(1).

       FD  QTY-IN-FILE.
       COPY TRANREC REPLACING ==TRAN-RECORD== BY ==QTY-IN-BASE==.
       01  QTY-IN-RECORD REDEFINES QTY-IN-BASE.
           05 QTI-ID-TEXT      PIC X(10).
           05 FILLER           PIC X(28).
       01  QTY-IN-LABEL REDEFINES QTY-IN-BASE.
           05 QTI-LABEL-TYPE   PIC X(3).
           05 QTI-LABEL-SOURCE PIC X(7).
           05 QTI-LABEL-DATE   PIC 9(8).
           05 QTI-LABEL-COUNT  PIC 9(9).
           05 FILLER           PIC X(11).

       FD  CODE-IN-FILE.
       01  CODE-IN-RECORD    PIC X(80).

       FD  DATE-IN-FILE.
       01  DATE-IN-RECORD    PIC X(80).

       FD  ACCT-BKUP-FILE.
       01  ACCT-BKUP-RECORD  PIC X(243).

       FD  SITE-BKUP-FILE.
       01  SITE-BKUP-RECORD  PIC X(243).

       FD  TRANX-OUT-FILE.
       01  TRANX-OUT-RECORD  PIC X(38).

       FD  QTY-OUT-FILE.
       01  QTY-OUT-RECORD    PIC X(38).

       FD  CODE-OUT-FILE.
       01  CODE-OUT-RECORD   PIC X(80).

       FD  DATE-OUT-FILE.
       01  DATE-OUT-RECORD   PIC X(80).

       FD  ACCT-OUT-FILE.
       01  ACCT-OUT-RECORD   PIC X(243).

       FD  SITE-OUT-FILE.
       01  SITE-OUT-RECORD   PIC X(243).

       FD  EXTRACT-REPORT-FILE.
       01  EXTRACT-REPORT-RECORD PIC X(100)  VALUE SPACES.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       WORKING-STORAGE SECTION.
       COPY BKUPREC.
       COPY SITEMREC.
       01 WS-ACCT-IMAGE.
          05 WS-ACCT-ID       PIC X(10).
          05 WS-ACCT-NAME     PIC X(20).
          05 WS-ACCT-STATUS   PIC X(1).
          05 WS-ACCT-CLASS    PIC X(4).
       01 WS-IN-STATUS      PIC X(2).
       01 WS-RUNLOG-STATUS  PIC X(2).
       01 WS-TIMESTAMP      PIC X(21).
       01 WS-EXTRACT-CARD.
          05 WS-CARD-BUS-DATE PIC X(8).
          05 FILLER           PIC X(72).
       01 WS-KEY-CARD.
          05 WS-CARD-MASK-KEY PIC X(8).
          05 FILLER           PIC X(72).
       01 WS-BUS-DATE       PIC 9(8) VALUE ZEROES.
       01 WS-MASK-KEY       PIC 9(8) VALUE ZEROES.
       01 WS-MASK-KEY-X REDEFINES WS-MASK-KEY.
          05 WS-MASK-KEY-DIGIT OCCURS 8 TIMES PIC 9(1).
       01 WS-MASK-DIGITS    PIC X(10) VALUE '0123456789'.
       01 WS-MASK-LETTERS   PIC X(26)
                            VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01 WS-MASK-IN        PIC X(10).
       01 WS-MASK-OUT       PIC X(10).
       01 WS-MASK-POS       PIC 9(2) VALUE ZEROES.
       01 WS-MASK-IDX       PIC 9(2) VALUE ZEROES.
       01 WS-MASK-VALUE     PIC 9(2) VALUE ZEROES.
       01 WS-MASK-SHIFT     PIC 9(5) VALUE ZEROES.
       01 WS-MASK-CARRY     PIC 9(5) VALUE ZEROES.
       01 WS-MASK-CLASS     PIC X(1).
       01 WS-MASK-KEY-IDX   PIC 9(1) VALUE ZEROES.
       01 WS-MASK-PASSES    PIC 9(4) VALUE ZEROES.
       01 WS-MASK-COUNT     PIC 9(9) VALUE ZEROES.
       01 WS-X-OFFSET       PIC S9(9)V9(4) VALUE ZEROES.
       01 WS-Y-OFFSET       PIC S9(9)V9(4) VALUE ZEROES.
       01 WS-X-SIGN         PIC S9(1) VALUE +1.
       01 WS-Y-SIGN         PIC S9(1) VALUE +1.
       01 WS-COORD-SWAP     PIC X(1) VALUE 'N'.
       01 WS-NEW-X          PIC S9(9)V9(4) VALUE ZEROES.
       01 WS-NEW-Y          PIC S9(9)V9(4) VALUE ZEROES.
       01 WS-FILE-NAME      PIC X(8).
       01 WS-FILE-DONE      PIC X(1) VALUE 'N'.
       01 WS-HDR-SEEN       PIC X(1) VALUE 'N'.
       01 WS-TRL-SEEN       PIC X(1) VALUE 'N'.
       01 WS-LABEL-DATE     PIC 9(8) VALUE ZEROES.
       01 WS-READ-COUNT     PIC 9(9) VALUE ZEROES.
       01 WS-WRITE-COUNT    PIC 9(9) VALUE ZEROES.
       01 WS-TRL-COUNT      PIC 9(9) VALUE ZEROES.
       01 WS-HASH-TOTAL     PIC S9(12)V9(2) VALUE ZEROES.
       01 WS-HASH-CHECK     PIC S9(9) VALUE ZEROES.
       01 WS-TRL-HASH       PIC S9(9) VALUE ZEROES.
       01 WS-NUMVAL-CHECK   PIC 9(4) VALUE ZEROES.
       01 WS-SAVED-LABEL    PIC X(38).
       01 WS-OUT-LABEL.
          05 WS-LBL-TYPE    PIC X(3).
          05 WS-LBL-SOURCE  PIC X(7).
          05 WS-LBL-DATE    PIC 9(8).
          05 WS-LBL-COUNT   PIC 9(9).
          05 WS-LBL-HASH    PIC S9(9) SIGN IS LEADING SEPARATE.
          05 FILLER         PIC X(1).
       01 WS-MASTER-NAME    PIC X(8).
       01 WS-MASTER-RECLEN  PIC 9(4) VALUE ZEROES.
       01 WS-MASTER-KEYLEN  PIC 9(4) VALUE ZEROES.
       01 WS-MASTER-IMAGE   PIC X(240).
       01 WS-KEY-POS        PIC 9(4) VALUE ZEROES.
       01 WS-KEY-HASH       PIC 9(9) VALUE ZEROES.
       01 WS-GEN-HASH       PIC 9(15) VALUE ZEROES.
       01 WS-GEN-TRL-HASH   PIC 9(15) VALUE ZEROES.
       01 WS-OUT-HASH       PIC 9(15) VALUE ZEROES.
       01 WS-HDR-LABEL      PIC X(243).
       01 WS-ACCT-MAX       PIC 9(5) VALUE 5000.
       01 WS-ACCT-COUNT     PIC 9(5) VALUE ZEROES.
       01 WS-ACCT-TABLE.
          05 WS-ACCT-ENTRY OCCURS 1 TO 5000 TIMES
               DEPENDING ON WS-ACCT-COUNT.
             10 AT-ID        PIC X(10).
             10 AT-REST      PIC X(25).
       01 WS-ACCT-IDX       PIC 9(5) VALUE ZEROES.
       01 WS-WARNINGS       PIC 9(4) VALUE ZEROES.
       01 WS-RPT-PTR        PIC 9(3) VALUE ZEROES.
       01 WS-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.
       01 WS-MASK-EDIT      PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM WRITE-RUN-HEADER
         MOVE SPACES TO WS-EXTRACT-CARD
         ACCEPT WS-EXTRACT-CARD
         IF WS-CARD-BUS-DATE IS NOT NUMERIC
             OR WS-CARD-BUS-DATE EQUAL '00000000'
           DISPLAY 'TSTEXTR: BUSINESS DATE ON SYSIN NOT NUMERIC - '
                   WS-CARD-BUS-DATE ' - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE WS-CARD-BUS-DATE TO WS-BUS-DATE
         MOVE SPACES TO WS-KEY-CARD
         ACCEPT WS-KEY-CARD
         IF WS-CARD-MASK-KEY IS NOT NUMERIC
             OR WS-CARD-MASK-KEY EQUAL '00000000'
           DISPLAY 'TSTEXTR: NO MASKING KEY ON SYSIN - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE WS-CARD-MASK-KEY TO WS-MASK-KEY
         PERFORM SET-COORDINATE-MASK
         OPEN OUTPUT EXTRACT-REPORT-FILE
         MOVE SPACES TO EXTRACT-REPORT-RECORD
         STRING 'MASKED TEST-DATA EXTRACT FOR BUSINESS DATE '
                WS-BUS-DATE
                DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
         WRITE EXTRACT-REPORT-RECORD
         MOVE SPACES TO EXTRACT-REPORT-RECORD
         WRITE EXTRACT-REPORT-RECORD
         PERFORM EXTRACT-TRANXA
         PERFORM EXTRACT-QTYB
         PERFORM EXTRACT-CODEC
         PERFORM EXTRACT-DATEIN
         PERFORM EXTRACT-ACCTMSTR
         PERFORM EXTRACT-SITEMSTR
         MOVE SPACES TO EXTRACT-REPORT-RECORD
         WRITE EXTRACT-REPORT-RECORD
         MOVE WS-MASK-COUNT TO WS-MASK-EDIT
         MOVE SPACES TO EXTRACT-REPORT-RECORD
         STRING 'TRAN-IDS MASKED ' WS-MASK-EDIT
                '  WARNINGS ' WS-WARNINGS
                DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
         WRITE EXTRACT-REPORT-RECORD
         CLOSE EXTRACT-REPORT-FILE
         IF WS-WARNINGS > 0
           MOVE 4 TO RETURN-CODE
         END-IF
         PERFORM WRITE-RUN-TRAILER
         STOP RUN.

       SET-COORDINATE-MASK.
         COMPUTE WS-X-OFFSET = WS-MASK-KEY / 10000 * 37
         COMPUTE WS-Y-OFFSET =
           FUNCTION MOD(WS-MASK-KEY, 10000) * 41
         IF FUNCTION MOD(WS-MASK-KEY-DIGIT(2), 2) EQUAL 1
           MOVE -1 TO WS-X-SIGN
         END-IF
         IF FUNCTION MOD(WS-MASK-KEY-DIGIT(5), 2) EQUAL 1
           MOVE -1 TO WS-Y-SIGN
         END-IF
         IF FUNCTION MOD(WS-MASK-KEY-DIGIT(8), 2) EQUAL 1
           MOVE 'Y' TO WS-COORD-SWAP
         END-IF.

       EXTRACT-TRANXA.
         MOVE 'TRANXA' TO WS-FILE-NAME
         OPEN INPUT TRANX-IN-FILE
         IF WS-IN-STATUS NOT EQUAL '00'
           PERFORM REPORT-FILE-NOT-AVAILABLE
         ELSE
           OPEN OUTPUT TRANX-OUT-FILE
           PERFORM RESET-FILE-COUNTS
           PERFORM UNTIL WS-FILE-DONE EQUAL 'Y'
             READ TRANX-IN-FILE
               AT END
                 MOVE 'Y' TO WS-FILE-DONE
               NOT AT END
                 PERFORM COPY-TRANXA-RECORD
             END-READ
           END-PERFORM
           PERFORM CHECK-LABELS-SEEN
           COMPUTE WS-HASH-CHECK =
             FUNCTION MOD(FUNCTION INTEGER-PART(WS-HASH-TOTAL),
                          1000000000)
           IF WS-TRL-COUNT NOT EQUAL WS-READ-COUNT
               OR WS-TRL-HASH NOT EQUAL WS-HASH-CHECK
             PERFORM ABEND-INPUT-TRAILER-BREAK
           END-IF
           MOVE WS-SAVED-LABEL TO WS-OUT-LABEL
           MOVE 'TRL' TO WS-LBL-TYPE
           MOVE WS-WRITE-COUNT TO WS-LBL-COUNT
           MOVE WS-HASH-CHECK TO WS-LBL-HASH
           WRITE TRANX-OUT-RECORD FROM WS-OUT-LABEL
           CLOSE TRANX-IN-FILE TRANX-OUT-FILE
           PERFORM REPORT-FILE-EXTRACTED
           PERFORM CHECK-LABEL-DATE
         END-IF.

       COPY-TRANXA-RECORD.
         EVALUATE TRUE
           WHEN WS-HDR-SEEN EQUAL 'N'
             IF TXI-LABEL-TYPE NOT EQUAL 'HDR'
               PERFORM ABEND-MISSING-HEADER
             END-IF
             MOVE 'Y' TO WS-HDR-SEEN
             MOVE TXI-LABEL-DATE TO WS-LABEL-DATE
             MOVE TRANX-IN-RECORD TO WS-SAVED-LABEL
             WRITE TRANX-OUT-RECORD FROM TRANX-IN-RECORD
           WHEN WS-TRL-SEEN EQUAL 'Y'
             PERFORM ABEND-DATA-AFTER-TRAILER
           WHEN TXI-LABEL-TYPE EQUAL 'TRL'
             MOVE 'Y' TO WS-TRL-SEEN
             MOVE TXI-LABEL-COUNT TO WS-TRL-COUNT
             MOVE TXI-LABEL-HASH TO WS-TRL-HASH
           WHEN OTHER
             ADD 1 TO WS-READ-COUNT
             MOVE FUNCTION TEST-NUMVAL(TXI-A-TEXT) TO WS-NUMVAL-CHECK
             IF WS-NUMVAL-CHECK EQUAL 0
               ADD FUNCTION NUMVAL(TXI-A-TEXT) TO WS-HASH-TOTAL
             END-IF
             MOVE FUNCTION TEST-NUMVAL(TXI-B-TEXT) TO WS-NUMVAL-CHECK
             IF WS-NUMVAL-CHECK EQUAL 0
               ADD FUNCTION NUMVAL(TXI-B-TEXT) TO WS-HASH-TOTAL
             END-IF
             IF TXI-LABEL-TYPE NOT EQUAL 'CON'
               MOVE TXI-TRAN-ID TO WS-MASK-IN
               PERFORM MASK-TRAN-ID
               MOVE WS-MASK-OUT TO TXI-TRAN-ID
             END-IF
             WRITE TRANX-OUT-RECORD FROM TRANX-IN-RECORD
             ADD 1 TO WS-WRITE-COUNT
         END-EVALUATE.

       EXTRACT-QTYB.
         MOVE 'QTYB' TO WS-FILE-NAME
         OPEN INPUT QTY-IN-FILE
         IF WS-IN-STATUS NOT EQUAL '00'
           PERFORM REPORT-FILE-NOT-AVAILABLE
         ELSE
           OPEN OUTPUT QTY-OUT-FILE
           PERFORM RESET-FILE-COUNTS
           PERFORM UNTIL WS-FILE-DONE EQUAL 'Y'
             READ QTY-IN-FILE
               AT END
                 MOVE 'Y' TO WS-FILE-DONE
               NOT AT END
                 PERFORM COPY-QTYB-RECORD
             END-READ
           END-PERFORM
           PERFORM CHECK-LABELS-SEEN
           IF WS-TRL-COUNT NOT EQUAL WS-READ-COUNT
             PERFORM ABEND-INPUT-TRAILER-BREAK
           END-IF
           MOVE WS-SAVED-LABEL TO QTY-OUT-RECORD
           MOVE 'TRL' TO QTY-OUT-RECORD(1:3)
           MOVE WS-WRITE-COUNT TO WS-LBL-COUNT
           MOVE WS-LBL-COUNT TO QTY-OUT-RECORD(19:9)
           WRITE QTY-OUT-RECORD
           CLOSE QTY-IN-FILE QTY-OUT-FILE
           PERFORM REPORT-FILE-EXTRACTED
           PERFORM CHECK-LABEL-DATE
         END-IF.

       COPY-QTYB-RECORD.
         EVALUATE TRUE
           WHEN WS-HDR-SEEN EQUAL 'N'
             IF QTI-LABEL-TYPE NOT EQUAL 'HDR'
               PERFORM ABEND-MISSING-HEADER
             END-IF
             MOVE 'Y' TO WS-HDR-SEEN
             MOVE QTI-LABEL-DATE TO WS-LABEL-DATE
             MOVE QTY-IN-RECORD TO WS-SAVED-LABEL
             WRITE QTY-OUT-RECORD FROM QTY-IN-RECORD
           WHEN WS-TRL-SEEN EQUAL 'Y'
             PERFORM ABEND-DATA-AFTER-TRAILER
           WHEN QTI-LABEL-TYPE EQUAL 'TRL'
             MOVE 'Y' TO WS-TRL-SEEN
             MOVE QTI-LABEL-COUNT TO WS-TRL-COUNT
           WHEN OTHER
             ADD 1 TO WS-READ-COUNT
             MOVE QTI-ID-TEXT TO WS-MASK-IN
             PERFORM MASK-TRAN-ID
             MOVE WS-MASK-OUT TO QTI-ID-TEXT
             WRITE QTY-OUT-RECORD FROM QTY-IN-RECORD
             ADD 1 TO WS-WRITE-COUNT
         END-EVALUATE.

       EXTRACT-CODEC.
         MOVE 'CODEC' TO WS-FILE-NAME
         OPEN INPUT CODE-IN-FILE
         IF WS-IN-STATUS NOT EQUAL '00'
           PERFORM REPORT-FILE-NOT-AVAILABLE
         ELSE
           OPEN OUTPUT CODE-OUT-FILE
           PERFORM RESET-FILE-COUNTS
           PERFORM UNTIL WS-FILE-DONE EQUAL 'Y'
             READ CODE-IN-FILE
               AT END
                 MOVE 'Y' TO WS-FILE-DONE
               NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 WRITE CODE-OUT-RECORD FROM CODE-IN-RECORD
                 ADD 1 TO WS-WRITE-COUNT
             END-READ
           END-PERFORM
           CLOSE CODE-IN-FILE CODE-OUT-FILE
           PERFORM REPORT-FILE-EXTRACTED
         END-IF.

       EXTRACT-DATEIN.
         MOVE 'DATEIN' TO WS-FILE-NAME
         OPEN INPUT DATE-IN-FILE
         IF WS-IN-STATUS NOT EQUAL '00'
           PERFORM REPORT-FILE-NOT-AVAILABLE
         ELSE
           OPEN OUTPUT DATE-OUT-FILE
           PERFORM RESET-FILE-COUNTS
           PERFORM UNTIL WS-FILE-DONE EQUAL 'Y'
             READ DATE-IN-FILE
               AT END
                 MOVE 'Y' TO WS-FILE-DONE
               NOT AT END
                 ADD 1 TO WS-READ-COUNT
                 WRITE DATE-OUT-RECORD FROM DATE-IN-RECORD
                 ADD 1 TO WS-WRITE-COUNT
             END-READ
           END-PERFORM
           CLOSE DATE-IN-FILE DATE-OUT-FILE
           PERFORM REPORT-FILE-EXTRACTED
         END-IF.

       EXTRACT-ACCTMSTR.
         MOVE 'ACCTMSTR' TO WS-FILE-NAME
         MOVE 'ACCTMSTR' TO WS-MASTER-NAME
         MOVE 35 TO WS-MASTER-RECLEN
         MOVE 10 TO WS-MASTER-KEYLEN
         OPEN INPUT ACCT-BKUP-FILE
         IF WS-IN-STATUS NOT EQUAL '00'
           PERFORM REPORT-FILE-NOT-AVAILABLE
         ELSE
           PERFORM RESET-FILE-COUNTS
           MOVE ZEROES TO WS-ACCT-COUNT
           PERFORM UNTIL WS-FILE-DONE EQUAL 'Y'
             READ ACCT-BKUP-FILE INTO BKUP-RECORD
               AT END
                 MOVE 'Y' TO WS-FILE-DONE
               NOT AT END
                 PERFORM LOAD-ACCOUNT-RECORD
             END-READ
           END-PERFORM
           CLOSE ACCT-BKUP-FILE
           PERFORM CHECK-GENERATION-TOTALS
           IF WS-ACCT-COUNT > 0
             SORT WS-ACCT-ENTRY ASCENDING KEY AT-ID
           END-IF
           OPEN OUTPUT ACCT-OUT-FILE
           MOVE WS-HDR-LABEL TO ACCT-OUT-RECORD
           WRITE ACCT-OUT-RECORD
           PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
             MOVE SPACES TO WS-MASTER-IMAGE
             MOVE WS-ACCT-ENTRY(WS-ACCT-IDX) TO WS-MASTER-IMAGE
             PERFORM ADD-OUTPUT-KEY-HASH
             MOVE SPACES TO ACCT-OUT-RECORD
             MOVE 'DTL' TO ACCT-OUT-RECORD(1:3)
             MOVE WS-ACCT-ENTRY(WS-ACCT-IDX) TO ACCT-OUT-RECORD(4:35)
             WRITE ACCT-OUT-RECORD
           END-PERFORM
           MOVE WS-HDR-LABEL TO BKUP-RECORD
           MOVE 'TRL' TO BKUP-TYPE
           MOVE WS-WRITE-COUNT TO BKUP-LBL-COUNT
           MOVE WS-OUT-HASH TO BKUP-LBL-HASH
           WRITE ACCT-OUT-RECORD FROM BKUP-RECORD
           CLOSE ACCT-OUT-FILE
           PERFORM REPORT-FILE-EXTRACTED
         END-IF.

       LOAD-ACCOUNT-RECORD.
         EVALUATE BKUP-TYPE
           WHEN 'HDR'
             MOVE 'Y' TO WS-HDR-SEEN
             MOVE BKUP-RECORD TO WS-HDR-LABEL
             MOVE BKUP-LBL-DATE TO WS-LABEL-DATE
             PERFORM CHECK-GENERATION-LABEL
           WHEN 'DTL'
             IF WS-HDR-SEEN EQUAL 'N' OR WS-TRL-SEEN EQUAL 'Y'
               PERFORM ABEND-DATA-AFTER-TRAILER
             END-IF
             ADD 1 TO WS-READ-COUNT
             MOVE SPACES TO WS-MASTER-IMAGE
             MOVE BKUP-DATA(1:35) TO WS-MASTER-IMAGE(1:35)
             PERFORM ADD-INPUT-KEY-HASH
             IF WS-ACCT-COUNT EQUAL WS-ACCT-MAX
               DISPLAY 'TSTEXTR: ACCTMSTR HAS MORE THAN ' WS-ACCT-MAX
                       ' ACCOUNTS - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             MOVE BKUP-DATA(1:35) TO WS-ACCT-IMAGE
             MOVE WS-ACCT-ID TO WS-MASK-IN
             PERFORM MASK-TRAN-ID
             MOVE WS-MASK-OUT TO WS-ACCT-ID
             MOVE SPACES TO WS-ACCT-NAME
             STRING 'ACCOUNT ' WS-MASK-OUT
                    DELIMITED BY SIZE INTO WS-ACCT-NAME
             ADD 1 TO WS-ACCT-COUNT
             MOVE WS-ACCT-IMAGE TO WS-ACCT-ENTRY(WS-ACCT-COUNT)
             ADD 1 TO WS-WRITE-COUNT
           WHEN 'TRL'
             MOVE 'Y' TO WS-TRL-SEEN
             MOVE BKUP-LBL-COUNT TO WS-TRL-COUNT
             MOVE BKUP-LBL-HASH TO WS-GEN-TRL-HASH
           WHEN OTHER
             PERFORM ABEND-DATA-AFTER-TRAILER
         END-EVALUATE.

       EXTRACT-SITEMSTR.
         MOVE 'SITEMSTR' TO WS-FILE-NAME
         MOVE 'SITEMSTR' TO WS-MASTER-NAME
         MOVE 59 TO WS-MASTER-RECLEN
         MOVE 10 TO WS-MASTER-KEYLEN
         OPEN INPUT SITE-BKUP-FILE
         IF WS-IN-STATUS NOT EQUAL '00'
           PERFORM REPORT-FILE-NOT-AVAILABLE
         ELSE
           OPEN OUTPUT SITE-OUT-FILE
           PERFORM RESET-FILE-COUNTS
           PERFORM UNTIL WS-FILE-DONE EQUAL 'Y'
             READ SITE-BKUP-FILE INTO BKUP-RECORD
               AT END
                 MOVE 'Y' TO WS-FILE-DONE
               NOT AT END
                 PERFORM COPY-SITE-RECORD
             END-READ
           END-PERFORM
           CLOSE SITE-BKUP-FILE
           PERFORM CHECK-GENERATION-TOTALS
           MOVE WS-HDR-LABEL TO BKUP-RECORD
           MOVE 'TRL' TO BKUP-TYPE
           MOVE WS-WRITE-COUNT TO BKUP-LBL-COUNT
           MOVE WS-OUT-HASH TO BKUP-LBL-HASH
           WRITE SITE-OUT-RECORD FROM BKUP-RECORD
           CLOSE SITE-OUT-FILE
           PERFORM REPORT-FILE-EXTRACTED
         END-IF.

       COPY-SITE-RECORD.
         EVALUATE BKUP-TYPE
           WHEN 'HDR'
             MOVE 'Y' TO WS-HDR-SEEN
             MOVE BKUP-RECORD TO WS-HDR-LABEL
             MOVE BKUP-LBL-DATE TO WS-LABEL-DATE
             PERFORM CHECK-GENERATION-LABEL
             MOVE WS-HDR-LABEL TO SITE-OUT-RECORD
             WRITE SITE-OUT-RECORD
           WHEN 'DTL'
             IF WS-HDR-SEEN EQUAL 'N' OR WS-TRL-SEEN EQUAL 'Y'
               PERFORM ABEND-DATA-AFTER-TRAILER
             END-IF
             ADD 1 TO WS-READ-COUNT
             MOVE SPACES TO WS-MASTER-IMAGE
             MOVE BKUP-DATA(1:59) TO WS-MASTER-IMAGE(1:59)
             PERFORM ADD-INPUT-KEY-HASH
             MOVE BKUP-DATA(1:59) TO SITEM-RECORD
             PERFORM MASK-SITE-COORDINATES
             MOVE SITEM-RECORD TO WS-MASTER-IMAGE(1:59)
             PERFORM ADD-OUTPUT-KEY-HASH
             MOVE SPACES TO SITE-OUT-RECORD
             MOVE 'DTL' TO SITE-OUT-RECORD(1:3)
             MOVE SITEM-RECORD TO SITE-OUT-RECORD(4:59)
             WRITE SITE-OUT-RECORD
             ADD 1 TO WS-WRITE-COUNT
           WHEN 'TRL'
             MOVE 'Y' TO WS-TRL-SEEN
             MOVE BKUP-LBL-COUNT TO WS-TRL-COUNT
             MOVE BKUP-LBL-HASH TO WS-GEN-TRL-HASH
           WHEN OTHER
             PERFORM ABEND-DATA-AFTER-TRAILER
         END-EVALUATE.

       MASK-SITE-COORDINATES.
         IF SITEM-X-TEXT IS NUMERIC AND SITEM-Y-TEXT IS NUMERIC
           COMPUTE WS-NEW-X = SITEM-X-TEXT * WS-X-SIGN + WS-X-OFFSET
             ON SIZE ERROR
               PERFORM ABEND-COORDINATE-OVERFLOW
           END-COMPUTE
           COMPUTE WS-NEW-Y = SITEM-Y-TEXT * WS-Y-SIGN + WS-Y-OFFSET
             ON SIZE ERROR
               PERFORM ABEND-COORDINATE-OVERFLOW
           END-COMPUTE
           IF WS-COORD-SWAP EQUAL 'Y'
             MOVE WS-NEW-Y TO SITEM-X-TEXT
             MOVE WS-NEW-X TO SITEM-Y-TEXT
           ELSE
             MOVE WS-NEW-X TO SITEM-X-TEXT
             MOVE WS-NEW-Y TO SITEM-Y-TEXT
           END-IF
         ELSE
           MOVE ZEROES TO SITEM-X-TEXT SITEM-Y-TEXT
         END-IF.

       CHECK-GENERATION-LABEL.
         IF BKUP-LBL-MASTER NOT EQUAL WS-MASTER-NAME
             OR BKUP-LBL-RECLEN NOT EQUAL WS-MASTER-RECLEN
             OR BKUP-LBL-KEYLEN NOT EQUAL WS-MASTER-KEYLEN
           DISPLAY 'TSTEXTR: ' WS-FILE-NAME ' GENERATION IS OF '
                   BKUP-LBL-MASTER ' ' BKUP-LBL-RECLEN '/'
                   BKUP-LBL-KEYLEN ' - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         IF BKUP-LBL-DATE NOT EQUAL WS-BUS-DATE
           DISPLAY 'TSTEXTR: ' WS-FILE-NAME ' GENERATION IS DATED '
                   BKUP-LBL-DATE ', SYSIN ASKED FOR ' WS-BUS-DATE
                   ' - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       CHECK-GENERATION-TOTALS.
         PERFORM CHECK-LABELS-SEEN
         IF WS-TRL-COUNT NOT EQUAL WS-READ-COUNT
             OR WS-GEN-TRL-HASH NOT EQUAL WS-GEN-HASH
           PERFORM ABEND-INPUT-TRAILER-BREAK
         END-IF.

       ADD-INPUT-KEY-HASH.
         PERFORM COMPUTE-KEY-HASH
         COMPUTE WS-GEN-HASH =
           FUNCTION MOD(WS-GEN-HASH + WS-KEY-HASH,
                        1000000000000000).

       ADD-OUTPUT-KEY-HASH.
         PERFORM COMPUTE-KEY-HASH
         COMPUTE WS-OUT-HASH =
           FUNCTION MOD(WS-OUT-HASH + WS-KEY-HASH,
                        1000000000000000).

       COMPUTE-KEY-HASH.
         MOVE ZERO TO WS-KEY-HASH
         PERFORM VARYING WS-KEY-POS FROM 1 BY 1
             UNTIL WS-KEY-POS > WS-MASTER-KEYLEN
           COMPUTE WS-KEY-HASH = WS-KEY-HASH
             + FUNCTION ORD(WS-MASTER-IMAGE(WS-KEY-POS:1))
             * WS-KEY-POS
         END-PERFORM.

       MASK-TRAN-ID.
         IF WS-MASK-IN EQUAL SPACES
           MOVE SPACES TO WS-MASK-OUT
         ELSE
           ADD 1 TO WS-MASK-COUNT
           PERFORM MASK-ONE-PASS
           MOVE ZERO TO WS-MASK-PASSES
           PERFORM UNTIL (WS-MASK-OUT(1:3) NOT EQUAL 'HDR'
                      AND WS-MASK-OUT(1:3) NOT EQUAL 'TRL'
                      AND WS-MASK-OUT(1:3) NOT EQUAL 'CON')
               OR WS-MASK-PASSES > 9999
             ADD 1 TO WS-MASK-PASSES
             MOVE WS-MASK-OUT TO WS-MASK-IN
             PERFORM MASK-ONE-PASS
           END-PERFORM
         END-IF.

       MASK-ONE-PASS.
         PERFORM MASK-CHAIN-PASS
         MOVE FUNCTION REVERSE(WS-MASK-OUT) TO WS-MASK-IN
         PERFORM MASK-CHAIN-PASS
         MOVE FUNCTION REVERSE(WS-MASK-OUT) TO WS-MASK-OUT.

       MASK-CHAIN-PASS.
         MOVE WS-MASK-IN TO WS-MASK-OUT
         MOVE 7 TO WS-MASK-CARRY
         PERFORM VARYING WS-MASK-POS FROM 1 BY 1
             UNTIL WS-MASK-POS > 10
           MOVE SPACE TO WS-MASK-CLASS
           MOVE ZERO TO WS-MASK-VALUE
           PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
               UNTIL WS-MASK-IDX > 10 OR WS-MASK-CLASS NOT EQUAL SPACE
             IF WS-MASK-IN(WS-MASK-POS:1)
                 EQUAL WS-MASK-DIGITS(WS-MASK-IDX:1)
               MOVE 'D' TO WS-MASK-CLASS
               COMPUTE WS-MASK-VALUE = WS-MASK-IDX - 1
             END-IF
           END-PERFORM
           PERFORM VARYING WS-MASK-IDX FROM 1 BY 1
               UNTIL WS-MASK-IDX > 26 OR WS-MASK-CLASS NOT EQUAL SPACE
             IF WS-MASK-IN(WS-MASK-POS:1)
                 EQUAL WS-MASK-LETTERS(WS-MASK-IDX:1)
               MOVE 'L' TO WS-MASK-CLASS
               COMPUTE WS-MASK-VALUE = WS-MASK-IDX - 1
             END-IF
           END-PERFORM
           COMPUTE WS-MASK-KEY-IDX =
             FUNCTION MOD(WS-MASK-POS - 1, 8) + 1
           COMPUTE WS-MASK-SHIFT = WS-MASK-CARRY + WS-MASK-POS
             + WS-MASK-KEY-DIGIT(WS-MASK-KEY-IDX)
           EVALUATE WS-MASK-CLASS
             WHEN 'D'
               COMPUTE WS-MASK-IDX =
                 FUNCTION MOD(WS-MASK-VALUE + WS-MASK-SHIFT, 10) + 1
               MOVE WS-MASK-DIGITS(WS-MASK-IDX:1)
                 TO WS-MASK-OUT(WS-MASK-POS:1)
             WHEN 'L'
               COMPUTE WS-MASK-IDX =
                 FUNCTION MOD(WS-MASK-VALUE + WS-MASK-SHIFT, 26) + 1
               MOVE WS-MASK-LETTERS(WS-MASK-IDX:1)
                 TO WS-MASK-OUT(WS-MASK-POS:1)
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           COMPUTE WS-MASK-KEY-IDX =
             FUNCTION MOD(WS-MASK-POS + 2, 8) + 1
           COMPUTE WS-MASK-CARRY =
             FUNCTION MOD(WS-MASK-CARRY * 7 + WS-MASK-VALUE
                          + WS-MASK-KEY-DIGIT(WS-MASK-KEY-IDX),
                          9973)
         END-PERFORM.

       RESET-FILE-COUNTS.
         MOVE 'N' TO WS-FILE-DONE
         MOVE 'N' TO WS-HDR-SEEN
         MOVE 'N' TO WS-TRL-SEEN
         MOVE ZEROES TO WS-LABEL-DATE WS-READ-COUNT WS-WRITE-COUNT
         MOVE ZEROES TO WS-TRL-COUNT WS-TRL-HASH WS-HASH-TOTAL
         MOVE ZEROES TO WS-GEN-HASH WS-GEN-TRL-HASH WS-OUT-HASH.

       CHECK-LABELS-SEEN.
         IF WS-HDR-SEEN EQUAL 'N'
           PERFORM ABEND-MISSING-HEADER
         END-IF
         IF WS-TRL-SEEN EQUAL 'N'
           DISPLAY 'TSTEXTR: ' WS-FILE-NAME
                   ' HAS NO TRAILER LABEL - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       CHECK-LABEL-DATE.
         IF WS-LABEL-DATE NOT EQUAL WS-BUS-DATE
           ADD 1 TO WS-WARNINGS
           MOVE SPACES TO EXTRACT-REPORT-RECORD
           STRING '  WARNING: ' WS-FILE-NAME ' HDR LABEL DATED '
                  WS-LABEL-DATE ', NOT ' WS-BUS-DATE
                  DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
           WRITE EXTRACT-REPORT-RECORD
         END-IF.

       REPORT-FILE-NOT-AVAILABLE.
         ADD 1 TO WS-WARNINGS
         MOVE SPACES TO EXTRACT-REPORT-RECORD
         STRING WS-FILE-NAME '  NOT EXTRACTED - INPUT NOT AVAILABLE,'
                ' STATUS=' WS-IN-STATUS
                DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
         WRITE EXTRACT-REPORT-RECORD.

       REPORT-FILE-EXTRACTED.
         MOVE WS-WRITE-COUNT TO WS-COUNT-EDIT
         MOVE SPACES TO EXTRACT-REPORT-RECORD
         STRING WS-FILE-NAME '  RECORDS EXTRACTED ' WS-COUNT-EDIT
                DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
         MOVE 41 TO WS-RPT-PTR
         EVALUATE WS-FILE-NAME
           WHEN 'TRANXA'
             STRING '  TRL COUNT/HASH REBUILT, HASH=' WS-HASH-CHECK
                    DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
                    WITH POINTER WS-RPT-PTR
           WHEN 'QTYB'
             STRING '  TRL COUNT REBUILT'
                    DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
                    WITH POINTER WS-RPT-PTR
           WHEN 'ACCTMSTR'
           WHEN 'SITEMSTR'
             STRING '  TRL COUNT/KEY HASH REBUILT, HASH=' WS-OUT-HASH
                    DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
                    WITH POINTER WS-RPT-PTR
           WHEN OTHER
             STRING '  COPIED UNCHANGED'
                    DELIMITED BY SIZE INTO EXTRACT-REPORT-RECORD
                    WITH POINTER WS-RPT-PTR
         END-EVALUATE
         WRITE EXTRACT-REPORT-RECORD.

       ABEND-MISSING-HEADER.
         DISPLAY 'TSTEXTR: ' WS-FILE-NAME
                 ' HAS NO HEADER LABEL - RUN ABORTED'
         MOVE 16 TO RETURN-CODE
         STOP RUN.

       ABEND-DATA-AFTER-TRAILER.
         DISPLAY 'TSTEXTR: ' WS-FILE-NAME
                 ' RECORD OUTSIDE HDR/TRL LABELS - RUN ABORTED'
         MOVE 16 TO RETURN-CODE
         STOP RUN.

       ABEND-INPUT-TRAILER-BREAK.
         DISPLAY 'TSTEXTR: ' WS-FILE-NAME
                 ' INPUT DOES NOT AGREE WITH ITS TRAILER: READ='
                 WS-READ-COUNT ' TRL=' WS-TRL-COUNT ' - RUN ABORTED'
         MOVE 16 TO RETURN-CODE
         STOP RUN.

       ABEND-COORDINATE-OVERFLOW.
         DISPLAY 'TSTEXTR: SITE ' SITEM-SITE-ID
                 ' COORDINATE OUT OF RANGE WHEN MASKED - RUN ABORTED'
         MOVE 16 TO RETURN-CODE
         STOP RUN.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN HEADER PROGRAM=TSTEXTR TS=' WS-TIMESTAMP(1:14)
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
         STRING 'RUN TRAILER PROGRAM=TSTEXTR TS=' WS-TIMESTAMP(1:14)
                ' BUSDATE=' WS-BUS-DATE
                ' MASKED=' WS-MASK-COUNT
                ' WARNINGS=' WS-WARNINGS
                DELIMITED BY SIZE INTO RUN-LOG-RECORD
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE.
