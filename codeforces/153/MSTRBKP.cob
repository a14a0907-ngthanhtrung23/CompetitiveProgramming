       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRBKP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCT-MASTER ASSIGN TO ACCTMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MASTER-ACCT-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT CURRENCY-FILE ASSIGN TO CURRIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CURM-REC-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SITE-MASTER ASSIGN TO SITEMASTER
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SITEM-SITE-ID
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PARAM-FILE ASSIGN TO PARAMIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PARAM-REC-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PTD-MASTER ASSIGN TO PTDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PTD-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SUSP-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT EXCEPTIONS-FILE ASSIGN TO EXCPMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EXCP-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RUN-REGISTRY-FILE ASSIGN TO RUNREG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RUNREG-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DUP-HIST-FILE ASSIGN TO DUPHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DUPH-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT RUN-STATS-FILE ASSIGN TO RUNSTATS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STAT-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BALANCE-FILE ASSIGN TO BALMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BAL-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACCT-HIST-FILE ASSIGN TO ACTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACTH-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT STANDING-ORDER-FILE ASSIGN TO STORDMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SO-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ACCRUAL-FILE ASSIGN TO ACCRMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACR-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT OPEN-ITEMS-FILE ASSIGN TO SETLOPEN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SOI-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PENDING-FILE ASSIGN TO PENDCHG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HISTORY-FILE ASSIGN TO CHGHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CHG-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT DRVQUEUE-FILE ASSIGN TO DRVQUEUE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRQ-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT PARTNER-FILE ASSIGN TO PRTNRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRT-CODE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT FISCAL-MASTER ASSIGN TO FISCMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FSC-DATE
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT FISCAL-PTD-MASTER ASSIGN TO FPTDMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS FPT-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT HELD-FILE ASSIGN TO HELDWHSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HLD-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT ARCHIVE-FILE ASSIGN TO RPTARCH
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARC-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT POST-JOURNAL ASSIGN TO POSTJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PST-KEY
               FILE STATUS IS WS-MASTER-STATUS.
           SELECT BACKUP-FILE ASSIGN TO BKUPFILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKUP-STATUS.
           SELECT RUN-LOG-FILE ASSIGN TO RUNLOG
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-MASTER.
       01  MASTER-ACCT-RECORD.
           05 MASTER-ACCT-ID     PIC X(10).
           05 MASTER-ACCT-NAME   PIC X(20).
           05 MASTER-ACCT-STATUS PIC X(1).
           05 MASTER-ACCT-CLASS  PIC X(4).

       FD  CURRENCY-FILE.
       01  CURM-RECORD.
           05 CURM-REC-KEY.
              10 CURM-CODE     PIC X(3).
              10 CURM-EFF-FROM PIC 9(8).
           05 CURM-EFF-TO      PIC 9(8).
           05 CURM-DECIMALS    PIC 9(1).
           05 CURM-MAX         PIC 9(9).
           05 CURM-RATE        PIC 9(3)V9(6).

       FD  SITE-MASTER.
       COPY SITEMREC.

       FD  PARAM-FILE.
       01  PARAM-RECORD.
           05 PARAM-REC-KEY.
              10 PARAM-CODE-TYPE PIC X(2).
              10 PARAM-EFF-FROM  PIC 9(8).
           05 PARAM-EFF-TO       PIC 9(8).
           05 PARAM-KEY-VALUE    PIC 9(10).

       FD  PTD-MASTER.
       COPY PTDREC.

       FD  SUSPENSE-FILE.
       01  SUSP-RECORD.
           05 SUSP-KEY.
              10 SUSP-SOURCE   PIC X(1).
              10 SUSP-DATE     PIC 9(8).
              10 SUSP-SEQ      PIC 9(6).
           05 SUSP-STATUS      PIC X(1).
           05 SUSP-DATA        PIC X(38).
           05 SUSP-REASON      PIC X(2).

       FD  EXCEPTIONS-FILE.
       COPY EXCPREC.

       FD  RUN-REGISTRY-FILE.
       COPY RUNREGRC.

       FD  DUP-HIST-FILE.
       01  DUP-HIST-RECORD.
           05 DUPH-KEY       PIC X(27).
           05 DUPH-DATE      PIC 9(8).

       FD  RUN-STATS-FILE.
       01  STAT-RECORD.
           05 STAT-KEY.
              10 STAT-BUS-DATE PIC 9(8).
              10 STAT-CYCLE    PIC 9(4).
              10 STAT-PROGRAM  PIC X(10).
           05 STAT-ELAPSED     PIC 9(9).
           05 STAT-READ        PIC 9(12).
           05 STAT-REJECTED    PIC 9(12).

       FD  BALANCE-FILE.
       COPY BALREC.

       FD  ACCT-HIST-FILE.
       COPY ACTHREC.

       FD  STANDING-ORDER-FILE.
       COPY STORDREC.

       FD  ACCRUAL-FILE.
       COPY ACCRREC.

       FD  OPEN-ITEMS-FILE.
       COPY SETOPREC.

       FD  PENDING-FILE.
       COPY PENDREC.

       FD  HISTORY-FILE.
       COPY CHGHREC.
       FD  DRVQUEUE-FILE.
       COPY DRVQREC.
       FD  PARTNER-FILE.
       COPY PRTNREC.
       FD  FISCAL-MASTER.
       COPY FISCREC.
       FD  FISCAL-PTD-MASTER.
       COPY PTDREC REPLACING LEADING ==PTD-== BY ==FPT-==.
       FD  HELD-FILE.
       COPY HELDREC.
       FD  ARCHIVE-FILE.
       COPY RPTAREC.
       FD  POST-JOURNAL.
       COPY POSTREC.
       FD  BACKUP-FILE.
       COPY BKUPREC.

       FD  RUN-LOG-FILE.
       01  RUN-LOG-RECORD    PIC X(120)  VALUE SPACES.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-STATUS  PIC X(2).
       01 WS-BKUP-STATUS    PIC X(2).
       01 WS-RUNLOG-STATUS  PIC X(2).
       01 WS-TIMESTAMP      PIC X(21).
       01 WS-TRAILER-TS     PIC X(21).
       01 WS-BACKUP-CARD.
          05 BKC-FUNCTION   PIC X(1).
          05 FILLER         PIC X(1).
          05 BKC-MASTER     PIC X(8).
          05 FILLER         PIC X(1).
          05 BKC-GEN-DATE   PIC X(8).
       01 WS-MASTER-LIST.
          05 FILLER         PIC X(16) VALUE 'ACCTMSTR00350010'.
          05 FILLER         PIC X(16) VALUE 'CURRIN  00380011'.
          05 FILLER         PIC X(16) VALUE 'SITEMSTR00590010'.
          05 FILLER         PIC X(16) VALUE 'PARAMIN 00280010'.
          05 FILLER         PIC X(16) VALUE 'PTDMSTR 00380009'.
          05 FILLER         PIC X(16) VALUE 'SUSPENSE00560015'.
          05 FILLER         PIC X(16) VALUE 'EXCPMSTR01660024'.
          05 FILLER         PIC X(16) VALUE 'RUNREG  00370023'.
          05 FILLER         PIC X(16) VALUE 'DUPHIST 00350027'.
          05 FILLER         PIC X(16) VALUE 'RUNSTATS00550022'.
          05 FILLER         PIC X(16) VALUE 'BALMSTR 01390013'.
          05 FILLER         PIC X(16) VALUE 'ACTHIST 00440021'.
          05 FILLER         PIC X(16) VALUE 'STORDMST00570012'.
          05 FILLER         PIC X(16) VALUE 'ACCRMSTR00920021'.
          05 FILLER         PIC X(16) VALUE 'SETLOPEN00850019'.
          05 FILLER         PIC X(16) VALUE 'PENDCHG 01270014'.
          05 FILLER         PIC X(16) VALUE 'CHGHIST 02300047'.
          05 FILLER         PIC X(16) VALUE 'DRVQUEUE01180012'.
          05 FILLER         PIC X(16) VALUE 'PRTNRMST00800008'.
          05 FILLER         PIC X(16) VALUE 'FISCMSTR00600008'.
          05 FILLER         PIC X(16) VALUE 'FPTDMSTR00380009'.
          05 FILLER         PIC X(16) VALUE 'HELDWHSE00900017'.
          05 FILLER         PIC X(16) VALUE 'RPTARCH 01350047'.
          05 FILLER         PIC X(16) VALUE 'POSTJRNL00800021'.
       01 WS-MASTER-TABLE REDEFINES WS-MASTER-LIST.
          05 WS-MT-ENTRY OCCURS 24 TIMES.
             10 WS-MT-NAME     PIC X(8).
             10 WS-MT-RECLEN   PIC 9(4).
             10 WS-MT-KEYLEN   PIC 9(4).
       01 WS-MT-COUNT       PIC 9(2) VALUE 24.
       01 WS-MT-IDX         PIC 9(2) VALUE ZEROES.
       01 WS-MASTER-NAME    PIC X(8) VALUE SPACES.
       01 WS-MASTER-RECLEN  PIC 9(4) VALUE ZEROES.
       01 WS-MASTER-KEYLEN  PIC 9(4) VALUE ZEROES.
       01 WS-MASTER-IMAGE   PIC X(240).
       01 WS-MASTER-EOF     PIC X(1) VALUE 'N'.
       01 WS-MASTER-OPEN    PIC X(1) VALUE 'N'.
       01 WS-BKUP-EOF       PIC X(1) VALUE 'N'.
       01 WS-LOAD-ERROR     PIC X(1) VALUE 'N'.
       01 WS-KEY-POS        PIC 9(4) VALUE ZEROES.
       01 WS-KEY-HASH       PIC 9(9) VALUE ZEROES.
       01 WS-RECORD-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-HASH-TOTAL     PIC 9(15) VALUE ZEROES.
       01 WS-VERIFY-OK      PIC X(1) VALUE 'Y'.
       01 WS-HDR-SEEN       PIC X(1) VALUE 'N'.
       01 WS-TRL-SEEN       PIC X(1) VALUE 'N'.
       01 WS-GEN-DATE       PIC 9(8) VALUE ZEROES.
       01 WS-GEN-TIME       PIC 9(6) VALUE ZEROES.
       01 WS-GEN-COUNT      PIC 9(9) VALUE ZEROES.
       01 WS-GEN-HASH       PIC 9(15) VALUE ZEROES.
       01 WS-TRL-COUNT      PIC 9(9) VALUE ZEROES.
       01 WS-TRL-HASH       PIC 9(15) VALUE ZEROES.
       01 WS-PREV-KEY       PIC X(47) VALUE LOW-VALUES.
       01 WS-LOADED-COUNT   PIC 9(9) VALUE ZEROES.
       01 WS-COUNT-EDIT     PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
         PERFORM WRITE-RUN-HEADER
         MOVE SPACES TO WS-BACKUP-CARD
         ACCEPT WS-BACKUP-CARD
         MOVE ZERO TO WS-MT-IDX
         PERFORM VARYING WS-KEY-POS FROM 1 BY 1
             UNTIL WS-KEY-POS > WS-MT-COUNT OR WS-MT-IDX > 0
           IF WS-MT-NAME(WS-KEY-POS) EQUAL BKC-MASTER
             MOVE WS-KEY-POS TO WS-MT-IDX
           END-IF
         END-PERFORM
         IF WS-MT-IDX EQUAL ZERO
           DISPLAY 'MSTRBKP: UNKNOWN MASTER NAME ON SYSIN - '
                   BKC-MASTER ' - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE WS-MT-NAME(WS-MT-IDX) TO WS-MASTER-NAME
         MOVE WS-MT-RECLEN(WS-MT-IDX) TO WS-MASTER-RECLEN
         MOVE WS-MT-KEYLEN(WS-MT-IDX) TO WS-MASTER-KEYLEN
         EVALUATE BKC-FUNCTION
           WHEN 'U'
             PERFORM UNLOAD-MASTER
           WHEN 'R'
             PERFORM RELOAD-MASTER
           WHEN OTHER
             DISPLAY 'MSTRBKP: FUNCTION MUST BE U OR R, FOUND '
                     BKC-FUNCTION ' - RUN ABORTED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
         END-EVALUATE
         PERFORM WRITE-RUN-TRAILER
         STOP RUN.

       UNLOAD-MASTER.
         PERFORM OPEN-MASTER-INPUT
         IF WS-MASTER-STATUS EQUAL '35'
           DISPLAY 'MSTRBKP: ' WS-MASTER-NAME
                   ' DOES NOT EXIST - EMPTY GENERATION WRITTEN'
           MOVE 4 TO RETURN-CODE
         ELSE
           IF WS-MASTER-STATUS NOT EQUAL '00'
             DISPLAY 'MSTRBKP: CANNOT OPEN ' WS-MASTER-NAME
                     ', STATUS=' WS-MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE 'Y' TO WS-MASTER-OPEN
         END-IF
         OPEN OUTPUT BACKUP-FILE
         IF WS-BKUP-STATUS NOT EQUAL '00'
           DISPLAY 'MSTRBKP: CANNOT OPEN BKUPFILE, STATUS='
                   WS-BKUP-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE 'HDR' TO WS-MASTER-IMAGE
         PERFORM WRITE-BACKUP-LABEL
         IF WS-MASTER-OPEN EQUAL 'Y'
           MOVE 'N' TO WS-MASTER-EOF
           PERFORM UNTIL WS-MASTER-EOF EQUAL 'Y'
             PERFORM READ-MASTER-NEXT
             IF WS-MASTER-EOF EQUAL 'N'
               ADD 1 TO WS-RECORD-COUNT
               PERFORM COMPUTE-KEY-HASH
               COMPUTE WS-HASH-TOTAL =
                 FUNCTION MOD(WS-HASH-TOTAL + WS-KEY-HASH,
                              1000000000000000)
               MOVE SPACES TO BKUP-RECORD
               MOVE 'DTL' TO BKUP-TYPE
               MOVE WS-MASTER-IMAGE(1:WS-MASTER-RECLEN)
                 TO BKUP-DATA(1:WS-MASTER-RECLEN)
               WRITE BKUP-RECORD
             END-IF
           END-PERFORM
           PERFORM CLOSE-MASTER
         END-IF
         MOVE 'TRL' TO WS-MASTER-IMAGE
         PERFORM WRITE-BACKUP-LABEL
         CLOSE BACKUP-FILE
         PERFORM VERIFY-GENERATION
         IF WS-VERIFY-OK EQUAL 'N'
           DISPLAY 'MSTRBKP: UNLOAD OF ' WS-MASTER-NAME
                   ' DID NOT VERIFY - GENERATION UNUSABLE'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT
         DISPLAY 'MSTRBKP: ' WS-MASTER-NAME ' UNLOADED AND VERIFIED'
                 ' RECORDS=' WS-COUNT-EDIT ' HASH=' WS-HASH-TOTAL
                 ' GENERATION=' WS-GEN-DATE.

       WRITE-BACKUP-LABEL.
         MOVE SPACES TO BKUP-RECORD
         MOVE WS-MASTER-IMAGE(1:3) TO BKUP-TYPE
         MOVE WS-MASTER-NAME TO BKUP-LBL-MASTER
         MOVE WS-TIMESTAMP(1:8) TO BKUP-LBL-DATE
         MOVE WS-TIMESTAMP(9:6) TO BKUP-LBL-TIME
         MOVE WS-MASTER-RECLEN TO BKUP-LBL-RECLEN
         MOVE WS-MASTER-KEYLEN TO BKUP-LBL-KEYLEN
         MOVE WS-RECORD-COUNT TO BKUP-LBL-COUNT
         MOVE WS-HASH-TOTAL TO BKUP-LBL-HASH
         WRITE BKUP-RECORD.

       RELOAD-MASTER.
         IF BKC-GEN-DATE NOT EQUAL SPACES
             AND BKC-GEN-DATE IS NOT NUMERIC
           DISPLAY 'MSTRBKP: GENERATION DATE ON SYSIN NOT NUMERIC - '
                   BKC-GEN-DATE ' - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         PERFORM VERIFY-GENERATION
         IF WS-VERIFY-OK EQUAL 'Y'
             AND BKC-GEN-DATE IS NUMERIC
             AND BKC-GEN-DATE NOT EQUAL WS-GEN-DATE
           DISPLAY 'MSTRBKP: GENERATION IS DATED ' WS-GEN-DATE
                   ', SYSIN ASKED FOR ' BKC-GEN-DATE
           MOVE 'N' TO WS-VERIFY-OK
         END-IF
         IF WS-VERIFY-OK EQUAL 'N'
           DISPLAY 'MSTRBKP: GENERATION REJECTED - ' WS-MASTER-NAME
                   ' LEFT UNCHANGED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE WS-GEN-COUNT TO WS-COUNT-EDIT
         DISPLAY 'MSTRBKP: GENERATION ' WS-GEN-DATE ' ' WS-GEN-TIME
                 ' VERIFIED RECORDS=' WS-COUNT-EDIT
                 ' HASH=' WS-GEN-HASH
         PERFORM OPEN-MASTER-OUTPUT
         IF WS-MASTER-STATUS NOT EQUAL '00'
           DISPLAY 'MSTRBKP: CANNOT OPEN ' WS-MASTER-NAME
                   ' FOR RELOAD, STATUS=' WS-MASTER-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN INPUT BACKUP-FILE
         MOVE 'N' TO WS-BKUP-EOF
         PERFORM UNTIL WS-BKUP-EOF EQUAL 'Y'
           READ BACKUP-FILE
             AT END
               MOVE 'Y' TO WS-BKUP-EOF
             NOT AT END
               IF BKUP-TYPE EQUAL 'DTL'
                 MOVE SPACES TO WS-MASTER-IMAGE
                 MOVE BKUP-DATA(1:WS-MASTER-RECLEN)
                   TO WS-MASTER-IMAGE(1:WS-MASTER-RECLEN)
                 PERFORM WRITE-MASTER-RECORD
                 ADD 1 TO WS-LOADED-COUNT
               END-IF
           END-READ
         END-PERFORM
         CLOSE BACKUP-FILE
         PERFORM CLOSE-MASTER
         PERFORM OPEN-MASTER-INPUT
         IF WS-MASTER-STATUS NOT EQUAL '00'
           DISPLAY 'MSTRBKP: CANNOT REOPEN ' WS-MASTER-NAME
                   ' AFTER RELOAD, STATUS=' WS-MASTER-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE 'N' TO WS-MASTER-EOF
         PERFORM UNTIL WS-MASTER-EOF EQUAL 'Y'
           PERFORM READ-MASTER-NEXT
           IF WS-MASTER-EOF EQUAL 'N'
             ADD 1 TO WS-RECORD-COUNT
             PERFORM COMPUTE-KEY-HASH
             COMPUTE WS-HASH-TOTAL =
               FUNCTION MOD(WS-HASH-TOTAL + WS-KEY-HASH,
                            1000000000000000)
           END-IF
         END-PERFORM
         PERFORM CLOSE-MASTER
         IF WS-LOAD-ERROR EQUAL 'Y'
             OR WS-RECORD-COUNT NOT EQUAL WS-TRL-COUNT
             OR WS-HASH-TOTAL NOT EQUAL WS-TRL-HASH
           DISPLAY 'MSTRBKP: RELOADED ' WS-MASTER-NAME
                   ' DOES NOT RECONCILE - RECORDS=' WS-RECORD-COUNT
                   ' EXPECTED=' WS-TRL-COUNT
                   ' HASH=' WS-HASH-TOTAL ' EXPECTED=' WS-TRL-HASH
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE WS-RECORD-COUNT TO WS-COUNT-EDIT
         DISPLAY 'MSTRBKP: ' WS-MASTER-NAME ' RELOADED AND VERIFIED'
                 ' RECORDS=' WS-COUNT-EDIT ' HASH=' WS-HASH-TOTAL.

       VERIFY-GENERATION.
         MOVE 'Y' TO WS-VERIFY-OK
         MOVE 'N' TO WS-HDR-SEEN
         MOVE 'N' TO WS-TRL-SEEN
         MOVE ZEROES TO WS-GEN-COUNT
         MOVE ZEROES TO WS-GEN-HASH
         MOVE LOW-VALUES TO WS-PREV-KEY
         OPEN INPUT BACKUP-FILE
         IF WS-BKUP-STATUS NOT EQUAL '00'
           DISPLAY 'MSTRBKP: CANNOT OPEN BKUPFILE, STATUS='
                   WS-BKUP-STATUS
           MOVE 'N' TO WS-VERIFY-OK
         ELSE
           MOVE 'N' TO WS-BKUP-EOF
           PERFORM UNTIL WS-BKUP-EOF EQUAL 'Y'
             READ BACKUP-FILE
               AT END
                 MOVE 'Y' TO WS-BKUP-EOF
               NOT AT END
                 PERFORM CHECK-BACKUP-RECORD
             END-READ
           END-PERFORM
           CLOSE BACKUP-FILE
           IF WS-HDR-SEEN EQUAL 'N' OR WS-TRL-SEEN EQUAL 'N'
             DISPLAY 'MSTRBKP: GENERATION HAS NO HDR OR NO TRL LABEL'
             MOVE 'N' TO WS-VERIFY-OK
           ELSE
             IF WS-GEN-COUNT NOT EQUAL WS-TRL-COUNT
               DISPLAY 'MSTRBKP: GENERATION COUNT BREAK: FILE='
                       WS-GEN-COUNT ' TRAILER=' WS-TRL-COUNT
               MOVE 'N' TO WS-VERIFY-OK
             END-IF
             IF WS-GEN-HASH NOT EQUAL WS-TRL-HASH
               DISPLAY 'MSTRBKP: GENERATION HASH BREAK: FILE='
                       WS-GEN-HASH ' TRAILER=' WS-TRL-HASH
               MOVE 'N' TO WS-VERIFY-OK
             END-IF
           END-IF
         END-IF.

       CHECK-BACKUP-RECORD.
         EVALUATE BKUP-TYPE
           WHEN 'HDR'
             IF WS-HDR-SEEN EQUAL 'Y'
               DISPLAY 'MSTRBKP: GENERATION HAS A SECOND HDR LABEL'
               MOVE 'N' TO WS-VERIFY-OK
             END-IF
             MOVE 'Y' TO WS-HDR-SEEN
             MOVE BKUP-LBL-DATE TO WS-GEN-DATE
             MOVE BKUP-LBL-TIME TO WS-GEN-TIME
             IF BKUP-LBL-MASTER NOT EQUAL WS-MASTER-NAME
               DISPLAY 'MSTRBKP: GENERATION IS OF ' BKUP-LBL-MASTER
                       ', NOT ' WS-MASTER-NAME
               MOVE 'N' TO WS-VERIFY-OK
             END-IF
             IF BKUP-LBL-RECLEN NOT EQUAL WS-MASTER-RECLEN
                 OR BKUP-LBL-KEYLEN NOT EQUAL WS-MASTER-KEYLEN
               DISPLAY 'MSTRBKP: GENERATION RECORD LAYOUT '
                       BKUP-LBL-RECLEN '/' BKUP-LBL-KEYLEN
                       ' DOES NOT MATCH ' WS-MASTER-RECLEN '/'
                       WS-MASTER-KEYLEN
               MOVE 'N' TO WS-VERIFY-OK
             END-IF
           WHEN 'DTL'
             IF WS-HDR-SEEN EQUAL 'N' OR WS-TRL-SEEN EQUAL 'Y'
               DISPLAY 'MSTRBKP: DETAIL RECORD OUTSIDE HDR/TRL LABELS'
               MOVE 'N' TO WS-VERIFY-OK
             END-IF
             ADD 1 TO WS-GEN-COUNT
             MOVE SPACES TO WS-MASTER-IMAGE
             MOVE BKUP-DATA(1:WS-MASTER-RECLEN)
               TO WS-MASTER-IMAGE(1:WS-MASTER-RECLEN)
             IF WS-MASTER-IMAGE(1:WS-MASTER-KEYLEN) NOT >
                WS-PREV-KEY(1:WS-MASTER-KEYLEN)
               DISPLAY 'MSTRBKP: KEY OUT OF SEQUENCE AT RECORD '
                       WS-GEN-COUNT ' KEY='
                       WS-MASTER-IMAGE(1:WS-MASTER-KEYLEN)
               MOVE 'N' TO WS-VERIFY-OK
             END-IF
             MOVE WS-MASTER-IMAGE(1:WS-MASTER-KEYLEN)
               TO WS-PREV-KEY(1:WS-MASTER-KEYLEN)
             PERFORM COMPUTE-KEY-HASH
             COMPUTE WS-GEN-HASH =
               FUNCTION MOD(WS-GEN-HASH + WS-KEY-HASH,
                            1000000000000000)
           WHEN 'TRL'
             IF WS-TRL-SEEN EQUAL 'Y'
               DISPLAY 'MSTRBKP: GENERATION HAS A SECOND TRL LABEL'
               MOVE 'N' TO WS-VERIFY-OK
             END-IF
             MOVE 'Y' TO WS-TRL-SEEN
             MOVE BKUP-LBL-COUNT TO WS-TRL-COUNT
             MOVE BKUP-LBL-HASH TO WS-TRL-HASH
             IF BKUP-LBL-MASTER NOT EQUAL WS-MASTER-NAME
                 OR BKUP-LBL-DATE NOT EQUAL WS-GEN-DATE
                 OR BKUP-LBL-TIME NOT EQUAL WS-GEN-TIME
               DISPLAY 'MSTRBKP: TRL LABEL DOES NOT MATCH HDR LABEL'
               MOVE 'N' TO WS-VERIFY-OK
             END-IF
           WHEN OTHER
             DISPLAY 'MSTRBKP: UNKNOWN RECORD TYPE IN GENERATION - '
                     BKUP-TYPE
             MOVE 'N' TO WS-VERIFY-OK
         END-EVALUATE.

       COMPUTE-KEY-HASH.
         MOVE ZERO TO WS-KEY-HASH
         PERFORM VARYING WS-KEY-POS FROM 1 BY 1
             UNTIL WS-KEY-POS > WS-MASTER-KEYLEN
           COMPUTE WS-KEY-HASH = WS-KEY-HASH
             + FUNCTION ORD(WS-MASTER-IMAGE(WS-KEY-POS:1))
             * WS-KEY-POS
         END-PERFORM.

       OPEN-MASTER-INPUT.
         EVALUATE WS-MASTER-NAME
           WHEN 'ACCTMSTR'
             OPEN INPUT ACCT-MASTER
           WHEN 'CURRIN'
             OPEN INPUT CURRENCY-FILE
           WHEN 'SITEMSTR'
             OPEN INPUT SITE-MASTER
           WHEN 'PARAMIN'
             OPEN INPUT PARAM-FILE
           WHEN 'PTDMSTR'
             OPEN INPUT PTD-MASTER
           WHEN 'SUSPENSE'
             OPEN INPUT SUSPENSE-FILE
           WHEN 'EXCPMSTR'
             OPEN INPUT EXCEPTIONS-FILE
           WHEN 'RUNREG'
             OPEN INPUT RUN-REGISTRY-FILE
           WHEN 'DUPHIST'
             OPEN INPUT DUP-HIST-FILE
           WHEN 'RUNSTATS'
             OPEN INPUT RUN-STATS-FILE
           WHEN 'BALMSTR'
             OPEN INPUT BALANCE-FILE
           WHEN 'ACTHIST'
             OPEN INPUT ACCT-HIST-FILE
           WHEN 'STORDMST'
             OPEN INPUT STANDING-ORDER-FILE
           WHEN 'ACCRMSTR'
             OPEN INPUT ACCRUAL-FILE
           WHEN 'SETLOPEN'
             OPEN INPUT OPEN-ITEMS-FILE
           WHEN 'PENDCHG'
             OPEN INPUT PENDING-FILE
           WHEN 'CHGHIST'
             OPEN INPUT HISTORY-FILE
           WHEN 'DRVQUEUE'
             OPEN INPUT DRVQUEUE-FILE
           WHEN 'PRTNRMST'
             OPEN INPUT PARTNER-FILE
           WHEN 'FISCMSTR'
             OPEN INPUT FISCAL-MASTER
           WHEN 'FPTDMSTR'
             OPEN INPUT FISCAL-PTD-MASTER
           WHEN 'HELDWHSE'
             OPEN INPUT HELD-FILE
           WHEN 'RPTARCH'
             OPEN INPUT ARCHIVE-FILE
           WHEN 'POSTJRNL'
             OPEN INPUT POST-JOURNAL
         END-EVALUATE.

       OPEN-MASTER-OUTPUT.
         EVALUATE WS-MASTER-NAME
           WHEN 'ACCTMSTR'
             OPEN OUTPUT ACCT-MASTER
           WHEN 'CURRIN'
             OPEN OUTPUT CURRENCY-FILE
           WHEN 'SITEMSTR'
             OPEN OUTPUT SITE-MASTER
           WHEN 'PARAMIN'
             OPEN OUTPUT PARAM-FILE
           WHEN 'PTDMSTR'
             OPEN OUTPUT PTD-MASTER
           WHEN 'SUSPENSE'
             OPEN OUTPUT SUSPENSE-FILE
           WHEN 'EXCPMSTR'
             OPEN OUTPUT EXCEPTIONS-FILE
           WHEN 'RUNREG'
             OPEN OUTPUT RUN-REGISTRY-FILE
           WHEN 'DUPHIST'
             OPEN OUTPUT DUP-HIST-FILE
           WHEN 'RUNSTATS'
             OPEN OUTPUT RUN-STATS-FILE
           WHEN 'BALMSTR'
             OPEN OUTPUT BALANCE-FILE
           WHEN 'ACTHIST'
             OPEN OUTPUT ACCT-HIST-FILE
           WHEN 'STORDMST'
             OPEN OUTPUT STANDING-ORDER-FILE
           WHEN 'ACCRMSTR'
             OPEN OUTPUT ACCRUAL-FILE
           WHEN 'SETLOPEN'
             OPEN OUTPUT OPEN-ITEMS-FILE
           WHEN 'PENDCHG'
             OPEN OUTPUT PENDING-FILE
           WHEN 'CHGHIST'
             OPEN OUTPUT HISTORY-FILE
           WHEN 'DRVQUEUE'
             OPEN OUTPUT DRVQUEUE-FILE
           WHEN 'PRTNRMST'
             OPEN OUTPUT PARTNER-FILE
           WHEN 'FISCMSTR'
             OPEN OUTPUT FISCAL-MASTER
           WHEN 'FPTDMSTR'
             OPEN OUTPUT FISCAL-PTD-MASTER
           WHEN 'HELDWHSE'
             OPEN OUTPUT HELD-FILE
           WHEN 'RPTARCH'
             OPEN OUTPUT ARCHIVE-FILE
           WHEN 'POSTJRNL'
             OPEN OUTPUT POST-JOURNAL
         END-EVALUATE.

       READ-MASTER-NEXT.
         EVALUATE WS-MASTER-NAME
           WHEN 'ACCTMSTR'
             READ ACCT-MASTER NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'CURRIN'
             READ CURRENCY-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'SITEMSTR'
             READ SITE-MASTER NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'PARAMIN'
             READ PARAM-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'PTDMSTR'
             READ PTD-MASTER NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'SUSPENSE'
             READ SUSPENSE-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'EXCPMSTR'
             READ EXCEPTIONS-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'RUNREG'
             READ RUN-REGISTRY-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'DUPHIST'
             READ DUP-HIST-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'RUNSTATS'
             READ RUN-STATS-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'BALMSTR'
             READ BALANCE-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'ACTHIST'
             READ ACCT-HIST-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'STORDMST'
             READ STANDING-ORDER-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'ACCRMSTR'
             READ ACCRUAL-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'SETLOPEN'
             READ OPEN-ITEMS-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'PENDCHG'
             READ PENDING-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'CHGHIST'
             READ HISTORY-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'DRVQUEUE'
             READ DRVQUEUE-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'PRTNRMST'
             READ PARTNER-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'FISCMSTR'
             READ FISCAL-MASTER NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'FPTDMSTR'
             READ FISCAL-PTD-MASTER NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'HELDWHSE'
             READ HELD-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'RPTARCH'
             READ ARCHIVE-FILE NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
           WHEN 'POSTJRNL'
             READ POST-JOURNAL NEXT RECORD INTO WS-MASTER-IMAGE
               AT END
                 MOVE 'Y' TO WS-MASTER-EOF
             END-READ
         END-EVALUATE
         IF WS-MASTER-EOF EQUAL 'N'
             AND WS-MASTER-STATUS NOT EQUAL '00'
           DISPLAY 'MSTRBKP: READ ERROR ON ' WS-MASTER-NAME
                   ', STATUS=' WS-MASTER-STATUS
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       WRITE-MASTER-RECORD.
         EVALUATE WS-MASTER-NAME
           WHEN 'ACCTMSTR'
             WRITE MASTER-ACCT-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'CURRIN'
             WRITE CURM-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'SITEMSTR'
             WRITE SITEM-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'PARAMIN'
             WRITE PARAM-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'PTDMSTR'
             WRITE PTD-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'SUSPENSE'
             WRITE SUSP-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'EXCPMSTR'
             WRITE EXCP-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'RUNREG'
             WRITE RUNREG-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'DUPHIST'
             WRITE DUP-HIST-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'RUNSTATS'
             WRITE STAT-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'BALMSTR'
             WRITE BAL-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'ACTHIST'
             WRITE ACTH-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'STORDMST'
             WRITE SO-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'ACCRMSTR'
             WRITE ACR-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'SETLOPEN'
             WRITE SOI-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'PENDCHG'
             WRITE PND-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'CHGHIST'
             WRITE CHG-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'DRVQUEUE'
             WRITE DRQ-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'PRTNRMST'
             WRITE PRT-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'FISCMSTR'
             WRITE FSC-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'FPTDMSTR'
             WRITE FPT-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'HELDWHSE'
             WRITE HLD-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'RPTARCH'
             WRITE ARC-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
           WHEN 'POSTJRNL'
             WRITE PST-RECORD FROM WS-MASTER-IMAGE
               INVALID KEY
                 MOVE 'Y' TO WS-LOAD-ERROR
             END-WRITE
         END-EVALUATE.

       CLOSE-MASTER.
         EVALUATE WS-MASTER-NAME
           WHEN 'ACCTMSTR'
             CLOSE ACCT-MASTER
           WHEN 'CURRIN'
             CLOSE CURRENCY-FILE
           WHEN 'SITEMSTR'
             CLOSE SITE-MASTER
           WHEN 'PARAMIN'
             CLOSE PARAM-FILE
           WHEN 'PTDMSTR'
             CLOSE PTD-MASTER
           WHEN 'SUSPENSE'
             CLOSE SUSPENSE-FILE
           WHEN 'EXCPMSTR'
             CLOSE EXCEPTIONS-FILE
           WHEN 'RUNREG'
             CLOSE RUN-REGISTRY-FILE
           WHEN 'DUPHIST'
             CLOSE DUP-HIST-FILE
           WHEN 'RUNSTATS'
             CLOSE RUN-STATS-FILE
           WHEN 'BALMSTR'
             CLOSE BALANCE-FILE
           WHEN 'ACTHIST'
             CLOSE ACCT-HIST-FILE
           WHEN 'STORDMST'
             CLOSE STANDING-ORDER-FILE
           WHEN 'ACCRMSTR'
             CLOSE ACCRUAL-FILE
           WHEN 'SETLOPEN'
             CLOSE OPEN-ITEMS-FILE
           WHEN 'PENDCHG'
             CLOSE PENDING-FILE
           WHEN 'CHGHIST'
             CLOSE HISTORY-FILE
           WHEN 'DRVQUEUE'
             CLOSE DRVQUEUE-FILE
           WHEN 'PRTNRMST'
             CLOSE PARTNER-FILE
           WHEN 'FISCMSTR'
             CLOSE FISCAL-MASTER
           WHEN 'FPTDMSTR'
             CLOSE FISCAL-PTD-MASTER
           WHEN 'HELDWHSE'
             CLOSE HELD-FILE
           WHEN 'RPTARCH'
             CLOSE ARCHIVE-FILE
           WHEN 'POSTJRNL'
             CLOSE POST-JOURNAL
         END-EVALUATE.

       WRITE-RUN-HEADER.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN HEADER PROGRAM=MSTRBKP TS=' WS-TIMESTAMP(1:14)
                DELIMITED BY SIZE INTO RUN-LOG-RECORD
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE.

       WRITE-RUN-TRAILER.
         MOVE FUNCTION CURRENT-DATE TO WS-TRAILER-TS
         OPEN EXTEND RUN-LOG-FILE
         IF WS-RUNLOG-STATUS EQUAL '35'
           OPEN OUTPUT RUN-LOG-FILE
         END-IF
         MOVE SPACES TO RUN-LOG-RECORD
         STRING 'RUN TRAILER PROGRAM=MSTRBKP TS='
                WS-TRAILER-TS(1:14)
                ' READ=' WS-RECORD-COUNT
                ' MASTER=' WS-MASTER-NAME
                ' FUNCTION=' BKC-FUNCTION
                DELIMITED BY SIZE INTO RUN-LOG-RECORD
         WRITE RUN-LOG-RECORD
         CLOSE RUN-LOG-FILE.
