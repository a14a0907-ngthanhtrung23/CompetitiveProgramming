              10 SUSP-SEQ      PIC 9(6).
           05 SUSP-STATUS      PIC X(1).
           05 SUSP-DATA        PIC X(38).
           05 SUSP-REASON      PIC X(2).

       FD  CORRECTION-FILE.
       01  CORRECTION-RECORD.
                   ADD 1 TO WS-RECORD-COUNT
                   MOVE 'A' TO SUSP-SOURCE
                   MOVE REJECT-IN-RECORD(27:38) TO SUSP-DATA
                   MOVE SPACES TO SUSP-REASON
                   IF REJECT-IN-RECORD(65:5) EQUAL ' RSN='
                     MOVE REJECT-IN-RECORD(70:2) TO SUSP-REASON
                   END-IF
                   PERFORM ADD-SUSPENSE-ITEM
                   ADD 1 TO WS-LOADED-A
                 END-IF
                   MOVE 'C' TO SUSP-SOURCE
                   MOVE SPACES TO SUSP-DATA
                   MOVE AUDIT-IN-RECORD(27:31) TO SUSP-DATA(1:31)
                   MOVE SPACES TO SUSP-REASON
                   IF AUDIT-IN-RECORD(93:5) EQUAL ' RSN='
                     MOVE AUDIT-IN-RECORD(98:2) TO SUSP-REASON
                   END-IF
                   PERFORM ADD-SUSPENSE-ITEM
                   ADD 1 TO WS-LOADED-C
                 END-IF
