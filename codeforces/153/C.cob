               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PARAM-REC-KEY
               FILE STATUS IS WS-PARAM-STATUS.
           SELECT CODE-DEF-FILE ASSIGN TO CODEDEF
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CDEF-STATUS.
           SELECT EXTRACT-IN-FILE ASSIGN TO EXTRIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XIN-STATUS.
           SELECT EXTRACT-OUT-FILE ASSIGN TO EXTROUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XOUT-STATUS.
           SELECT PARTNER-FILE ASSIGN TO PRTNRMST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRT-CODE
               FILE STATUS IS WS-PRTNR-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 PARAM-EFF-TO       PIC 9(8).
           05 PARAM-KEY-VALUE    PIC 9(10).

       FD  CODE-DEF-FILE.
       01  CODE-DEF-RECORD.
           05 CDEF-EXTRACT       PIC X(8).
           05 FILLER             PIC X(1).
           05 CDEF-CODE-TYPE     PIC X(2).
           05 FILLER             PIC X(1).
           05 CDEF-HDR-TAG       PIC X(3).
           05 FILLER             PIC X(1).
           05 CDEF-TRL-TAG       PIC X(3).
           05 FILLER             PIC X(1).
           05 CDEF-FIELD OCCURS 6 TIMES.
              10 CDEF-FIELD-START PIC 9(3).
              10 CDEF-FIELD-LEN   PIC 9(2).
              10 FILLER           PIC X(1).

       FD  EXTRACT-IN-FILE.
       01  EXTRACT-IN-RECORD    PIC X(256).

       FD  EXTRACT-OUT-FILE.
       01  EXTRACT-OUT-RECORD   PIC X(256).

       FD  PARTNER-FILE.
       COPY PRTNREC.

       WORKING-STORAGE SECTION.
       01 STR      PIC X(20).
       01 RES      PIC X(20).
       01 WS-SEL-EFF-FROM  PIC 9(8)  VALUE ZEROES.
       01 WS-KEY-REF       PIC X(10) VALUE SPACES.
       01 WS-AUDIT-TYPE    PIC X(2)  VALUE SPACES.
       01 WS-SEL-CODE-TYPE PIC X(2)  VALUE SPACES.
       01 WS-REG-PROGRAM   PIC X(10) VALUE 'C'.
       01 WS-CDEF-STATUS   PIC X(2).
       01 WS-XIN-STATUS    PIC X(2).
       01 WS-XOUT-STATUS   PIC X(2).
       01 WS-XC-CARD       PIC X(80) VALUE SPACES.
       01 WS-XC-EXTRACT    PIC X(8)  VALUE SPACES.
       01 WS-XC-FILE-NAME  PIC X(8)  VALUE SPACES.
       01 WS-XC-SLOT       PIC 9(2)  VALUE ZEROES.
       01 WS-XC-PARTNER    PIC X(8)  VALUE SPACES.
       01 WS-XC-PRT-FORMAT PIC X(1)  VALUE SPACES.
       01 WS-XC-PRT-HDR    PIC X(3)  VALUE SPACES.
       01 WS-XC-PRT-TRL    PIC X(3)  VALUE SPACES.
       01 WS-PRTNR-STATUS  PIC X(2).
       01 WS-PRTNR-EOF     PIC X(1)  VALUE 'N'.
       01 WS-XC-DIRECTION  PIC X(1)  VALUE 'F'.
       01 WS-XC-CODE-TYPE  PIC X(2)  VALUE SPACES.
       01 WS-XC-HDR-TAG    PIC X(3)  VALUE SPACES.
       01 WS-XC-TRL-TAG    PIC X(3)  VALUE SPACES.
       01 WS-XC-FOUND      PIC X(1)  VALUE 'N'.
       01 WS-XC-EOF        PIC X(1)  VALUE 'N'.
       01 WS-XC-IDX        PIC 9(2)  VALUE ZEROES.
       01 WS-XC-FIELD-COUNT PIC 9(2) VALUE ZEROES.
       01 WS-XC-FIELDS.
          05 WS-XC-FIELD OCCURS 6 TIMES.
             10 WS-XC-START PIC 9(3).
             10 WS-XC-LEN   PIC 9(2).
       01 WS-XC-END        PIC 9(4)  VALUE ZEROES.
       01 WS-XC-LABEL-COUNT PIC 9(9) VALUE ZEROES.
       01 WS-XC-CODED-COUNT PIC 9(8) VALUE ZEROES.

       PROCEDURE DIVISION.
         PERFORM READ-RUN-CONTROL
         PERFORM WRITE-RUN-HEADER
         MOVE WS-BUS-DATE TO WS-RUN-DATE
         ACCEPT MODE-FLAG
         IF MODE-FLAG EQUAL 'O'
           PERFORM READ-EXTRACT-CARD
         END-IF
         PERFORM CHECK-RUN-REGISTRY
         IF MODE-FLAG EQUAL 'B'
           PERFORM BATCH-RUN
         ELSE
           IF MODE-FLAG EQUAL 'O'
             PERFORM EXTRACT-CODING-RUN
           ELSE
             PERFORM INTERACTIVE-RUN
           END-IF
         END-IF
         PERFORM WRITE-RUN-TRAILER
         PERFORM SET-PROGRAM-RETURN-CODE
         ELSE
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE
         END-IF
         MOVE CODE-TYPE TO WS-SEL-CODE-TYPE
         PERFORM SELECT-PARAM-KEY
         IF WS-KEY-FOUND EQUAL 'N'
           PERFORM REJECT-CODE-RECORD
       SELECT-PARAM-KEY.
         MOVE 'N' TO WS-KEY-FOUND
         MOVE 'N' TO WS-PARAM-DONE
         MOVE WS-SEL-CODE-TYPE TO PARAM-CODE-TYPE
         MOVE ZEROES TO PARAM-EFF-FROM
         START PARAM-FILE KEY >= PARAM-REC-KEY
           INVALID KEY
             AT END
               MOVE 'Y' TO WS-PARAM-DONE
             NOT AT END
               IF PARAM-CODE-TYPE NOT EQUAL WS-SEL-CODE-TYPE
                   OR PARAM-EFF-FROM > WS-AS-OF-DATE
                 MOVE 'Y' TO WS-PARAM-DONE
               ELSE
           END-READ
         END-PERFORM.

       READ-EXTRACT-CARD.
         MOVE SPACES TO WS-XC-CARD
         ACCEPT WS-XC-CARD
         MOVE WS-XC-CARD(1:8) TO WS-XC-EXTRACT
         MOVE WS-XC-CARD(10:1) TO WS-XC-DIRECTION
         IF WS-XC-DIRECTION EQUAL SPACE
           MOVE 'F' TO WS-XC-DIRECTION
         END-IF
         IF WS-XC-EXTRACT EQUAL SPACES
             OR (WS-XC-DIRECTION NOT EQUAL 'F'
                 AND WS-XC-DIRECTION NOT EQUAL 'R')
           DISPLAY 'NO VALID EXTRACT CARD ON SYSIN: ' WS-XC-CARD(1:20)
                   ' - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         IF WS-XC-CARD(12:8) IS NUMERIC
           MOVE WS-XC-CARD(12:8) TO WS-AS-OF-DATE
         ELSE
           MOVE WS-BUS-DATE TO WS-AS-OF-DATE
         END-IF
         MOVE WS-XC-EXTRACT TO WS-XC-FILE-NAME
         IF WS-XC-CARD(21:2) NOT EQUAL SPACES
           IF WS-XC-CARD(21:2) IS NOT NUMERIC
               OR WS-XC-CARD(21:2) EQUAL '00'
               OR WS-XC-CARD(21:2) > '08'
             DISPLAY 'PARTNER SLOT ' WS-XC-CARD(21:2)
                     ' ON EXTRACT CARD NOT 01-08 - RUN ABORTED'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF
           MOVE WS-XC-CARD(21:2) TO WS-XC-SLOT
           MOVE SPACES TO WS-XC-FILE-NAME
           STRING WS-XC-EXTRACT DELIMITED BY SPACE
                  WS-XC-SLOT DELIMITED BY SIZE
                  INTO WS-XC-FILE-NAME
         END-IF
         MOVE SPACES TO WS-REG-PROGRAM
         STRING 'C-' WS-XC-FILE-NAME
                DELIMITED BY SIZE INTO WS-REG-PROGRAM.

       EXTRACT-CODING-RUN.
         PERFORM LOAD-EXTRACT-DEFINITION
         IF WS-XC-SLOT > 0
           PERFORM LOAD-PARTNER-LABEL-TAGS
         END-IF
         OPEN INPUT PARAM-FILE
         IF WS-PARAM-STATUS NOT EQUAL '00'
           DISPLAY 'CANNOT OPEN PARAMIN, STATUS=' WS-PARAM-STATUS
                   ' - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE WS-XC-CODE-TYPE TO WS-SEL-CODE-TYPE
         PERFORM SELECT-PARAM-KEY
         CLOSE PARAM-FILE
         IF WS-KEY-FOUND EQUAL 'N'
           DISPLAY 'NO PARAMETER FOR CODE-TYPE=' WS-XC-CODE-TYPE
                   ' AS-OF=' WS-AS-OF-DATE
                   ' - ' WS-XC-EXTRACT ' NOT CODED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE WS-SEL-KEY-VALUE TO K
         MOVE SPACES TO WS-KEY-REF
         STRING WS-XC-CODE-TYPE WS-SEL-EFF-FROM
                DELIMITED BY SIZE INTO WS-KEY-REF
         MOVE WS-XC-DIRECTION TO MODE-FLAG
         OPEN INPUT EXTRACT-IN-FILE
         IF WS-XIN-STATUS NOT EQUAL '00'
           DISPLAY 'CANNOT OPEN EXTRIN, STATUS=' WS-XIN-STATUS
                   ' - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN OUTPUT EXTRACT-OUT-FILE
         IF WS-XOUT-STATUS NOT EQUAL '00'
           DISPLAY 'CANNOT OPEN EXTROUT, STATUS=' WS-XOUT-STATUS
                   ' - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE 'N' TO WS-XC-EOF
         PERFORM UNTIL WS-XC-EOF EQUAL 'Y'
           READ EXTRACT-IN-FILE
             AT END
               MOVE 'Y' TO WS-XC-EOF
             NOT AT END
               PERFORM CODE-EXTRACT-RECORD
           END-READ
         END-PERFORM
         CLOSE EXTRACT-IN-FILE
         CLOSE EXTRACT-OUT-FILE
         PERFORM WRITE-EXTRACT-AUDIT-RECORD
         DISPLAY 'EXTRACT ' WS-XC-FILE-NAME
                 ' DIRECTION=' WS-XC-DIRECTION
                 ' KEYREF=' WS-KEY-REF
                 ' RECORDS=' WS-RECORD-COUNT
                 ' LABELS=' WS-XC-LABEL-COUNT
                 ' FIELDS CODED=' WS-XC-CODED-COUNT.

       LOAD-EXTRACT-DEFINITION.
         MOVE 'N' TO WS-XC-FOUND
         MOVE 'N' TO WS-XC-EOF
         OPEN INPUT CODE-DEF-FILE
         IF WS-CDEF-STATUS NOT EQUAL '00'
           DISPLAY 'CANNOT OPEN CODEDEF, STATUS=' WS-CDEF-STATUS
                   ' - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         PERFORM UNTIL WS-XC-EOF EQUAL 'Y'
           READ CODE-DEF-FILE
             AT END
               MOVE 'Y' TO WS-XC-EOF
             NOT AT END
               IF CDEF-EXTRACT EQUAL WS-XC-EXTRACT
                 PERFORM COPY-EXTRACT-DEFINITION
                 MOVE 'Y' TO WS-XC-FOUND
                 MOVE 'Y' TO WS-XC-EOF
               END-IF
           END-READ
         END-PERFORM
         CLOSE CODE-DEF-FILE
         IF WS-XC-FOUND EQUAL 'N'
           DISPLAY 'EXTRACT ' WS-XC-EXTRACT ' NOT ON CODEDEF'
                   ' - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         IF WS-XC-CODE-TYPE EQUAL SPACES
             OR WS-XC-FIELD-COUNT EQUAL ZERO
           DISPLAY 'EXTRACT ' WS-XC-EXTRACT ' CODEDEF ENTRY HAS NO'
                   ' CODE-TYPE OR NO FIELDS - RUN ABORTED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF.

       LOAD-PARTNER-LABEL-TAGS.
         MOVE SPACES TO WS-XC-PARTNER
         OPEN INPUT PARTNER-FILE
         IF WS-PRTNR-STATUS NOT EQUAL '00'
           DISPLAY 'CANNOT OPEN PRTNRMST, STATUS=' WS-PRTNR-STATUS
                   ' - ' WS-XC-FILE-NAME ' NOT CODED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
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
                   AND PRT-OUT-SLOT EQUAL WS-XC-SLOT
                 MOVE PRT-CODE TO WS-XC-PARTNER
                 MOVE PRT-LABEL-FORMAT TO WS-XC-PRT-FORMAT
                 MOVE PRT-HDR-TAG TO WS-XC-PRT-HDR
                 MOVE PRT-TRL-TAG TO WS-XC-PRT-TRL
                 MOVE 'Y' TO WS-PRTNR-EOF
               END-IF
           END-READ
         END-PERFORM
         CLOSE PARTNER-FILE
         MOVE SPACES TO WS-XC-HDR-TAG
         MOVE SPACES TO WS-XC-TRL-TAG
         IF WS-XC-PARTNER EQUAL SPACES
           DISPLAY 'NO ACTIVE PARTNER ON SLOT ' WS-XC-SLOT
                   ' - ' WS-XC-FILE-NAME ' CODED WITH NO LABELS'
         ELSE
           EVALUATE WS-XC-PRT-FORMAT
             WHEN 'S'
               MOVE WS-XC-PRT-HDR TO WS-XC-HDR-TAG
               MOVE WS-XC-PRT-TRL TO WS-XC-TRL-TAG
             WHEN 'T'
               MOVE WS-XC-PRT-TRL TO WS-XC-TRL-TAG
             WHEN OTHER
               CONTINUE
           END-EVALUATE
           DISPLAY WS-XC-FILE-NAME ' PARTNER ' WS-XC-PARTNER
                   ' LABELS=' WS-XC-PRT-FORMAT
                   ' HDR=' WS-XC-HDR-TAG ' TRL=' WS-XC-TRL-TAG
         END-IF.

       COPY-EXTRACT-DEFINITION.
         MOVE CDEF-CODE-TYPE TO WS-XC-CODE-TYPE
         MOVE CDEF-HDR-TAG TO WS-XC-HDR-TAG
         MOVE CDEF-TRL-TAG TO WS-XC-TRL-TAG
         MOVE ZERO TO WS-XC-FIELD-COUNT
         PERFORM VARYING WS-XC-IDX FROM 1 BY 1 UNTIL WS-XC-IDX > 6
           IF CDEF-FIELD-START(WS-XC-IDX) IS NUMERIC
               AND CDEF-FIELD-LEN(WS-XC-IDX) IS NUMERIC
             COMPUTE WS-XC-END = CDEF-FIELD-START(WS-XC-IDX)
                               + CDEF-FIELD-LEN(WS-XC-IDX) - 1
             IF CDEF-FIELD-START(WS-XC-IDX) EQUAL ZERO
                 OR CDEF-FIELD-LEN(WS-XC-IDX) EQUAL ZERO
                 OR CDEF-FIELD-LEN(WS-XC-IDX) > 20
                 OR WS-XC-END > 256
               DISPLAY 'EXTRACT ' WS-XC-EXTRACT ' CODEDEF FIELD '
                       WS-XC-IDX ' OUT OF RANGE - RUN ABORTED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
             END-IF
             ADD 1 TO WS-XC-FIELD-COUNT
             MOVE CDEF-FIELD-START(WS-XC-IDX)
               TO WS-XC-START(WS-XC-FIELD-COUNT)
             MOVE CDEF-FIELD-LEN(WS-XC-IDX)
               TO WS-XC-LEN(WS-XC-FIELD-COUNT)
           END-IF
         END-PERFORM.

       CODE-EXTRACT-RECORD.
         ADD 1 TO WS-RECORD-COUNT
         MOVE EXTRACT-IN-RECORD TO EXTRACT-OUT-RECORD
         IF (WS-XC-HDR-TAG NOT EQUAL SPACES
               AND EXTRACT-IN-RECORD(1:3) EQUAL WS-XC-HDR-TAG)
             OR (WS-XC-TRL-TAG NOT EQUAL SPACES
               AND EXTRACT-IN-RECORD(1:3) EQUAL WS-XC-TRL-TAG)
           ADD 1 TO WS-XC-LABEL-COUNT
         ELSE
           PERFORM VARYING WS-XC-IDX FROM 1 BY 1
               UNTIL WS-XC-IDX > WS-XC-FIELD-COUNT
             PERFORM CODE-EXTRACT-FIELD
           END-PERFORM
         END-IF
         WRITE EXTRACT-OUT-RECORD.

       CODE-EXTRACT-FIELD.
         MOVE SPACES TO STR
         MOVE EXTRACT-IN-RECORD(WS-XC-START(WS-XC-IDX):
                                WS-XC-LEN(WS-XC-IDX)) TO STR
         IF STR NOT EQUAL SPACES
           PERFORM ROTATE-STRING
           MOVE RES TO EXTRACT-OUT-RECORD(WS-XC-START(WS-XC-IDX):
                                          WS-XC-LEN(WS-XC-IDX))
           ADD 1 TO WS-XC-CODED-COUNT
         END-IF.

       REJECT-CODE-RECORD.
         ADD 1 TO WS-REJECT-COUNT
         DISPLAY 'REJECTED RECORD ' WS-RECORD-COUNT
                ' DATA=' CODE-RECORD
                ' BUSDATE=' WS-BUS-DATE
                ' TS=' WS-TIMESTAMP(1:14)
                ' RSN=PK'
                DELIMITED BY SIZE INTO AUDIT-RECORD
         WRITE AUDIT-RECORD
         CLOSE AUDIT-FILE.

       WRITE-EXTRACT-AUDIT-RECORD.
         MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
         OPEN EXTEND AUDIT-FILE
         IF WS-AUDIT-STATUS EQUAL '35'
           OPEN OUTPUT AUDIT-FILE
         END-IF
         MOVE SPACES TO AUDIT-RECORD
         STRING 'MODE=' MODE-FLAG
                ' TYPE=' WS-XC-CODE-TYPE
                ' KEYREF=' WS-KEY-REF
                ' EXTRACT=' WS-XC-FILE-NAME
                ' RECORDS=' WS-RECORD-COUNT
                ' CODED=' WS-XC-CODED-COUNT
                ' BUSDATE=' WS-BUS-DATE
                ' TS=' WS-TIMESTAMP(1:14)
                DELIMITED BY SIZE INTO AUDIT-RECORD
         WRITE AUDIT-RECORD
         CLOSE AUDIT-FILE.
         MOVE MODE-FLAG TO WS-RUN-MODE
         PERFORM OPEN-RUN-REGISTRY
         IF WS-RUNREG-STATUS EQUAL '00'
           MOVE WS-REG-PROGRAM TO RUNREG-PROGRAM
           MOVE WS-RUN-MODE TO RUNREG-MODE
           MOVE WS-BUS-DATE TO RUNREG-BUS-DATE
           MOVE WS-CYCLE TO RUNREG-CYCLE
       RECORD-RUN-COMPLETION.
         PERFORM OPEN-RUN-REGISTRY
         IF WS-RUNREG-STATUS EQUAL '00'
           MOVE WS-REG-PROGRAM TO RUNREG-PROGRAM
           MOVE WS-RUN-MODE TO RUNREG-MODE
           MOVE WS-BUS-DATE TO RUNREG-BUS-DATE
           MOVE WS-CYCLE TO RUNREG-CYCLE
