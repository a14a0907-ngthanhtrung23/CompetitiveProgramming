      *> sequence number so a program can raise more than one
      *> exception in the same window without overwriting the first.
      *> Severity: C = control break, W = warning, I = informational.
      *> The workflow group is written as spaces (open) and is kept
      *> by EXCPMNT: status A = acknowledged, C = closed, each with
      *> the operator and date that did it; a close carries the
      *> resolution comment.  The escalation date is set the first
      *> night an unacknowledged C exception is escalated.
       01 EXCP-RECORD.
           05 EXCP-KEY.
              10 EXCP-PROGRAM  PIC X(8).
              10 EXCP-SEQ      PIC 9(4).
           05 EXCP-SEVERITY    PIC X(1).
           05 EXCP-TEXT        PIC X(60).
           05 EXCP-WORKFLOW.
              10 EXCP-WF-STATUS  PIC X(1).
              10 EXCP-ACK-OPER   PIC X(8).
              10 EXCP-ACK-DATE   PIC X(8).
              10 EXCP-CLOSE-OPER PIC X(8).
              10 EXCP-CLOSE-DATE PIC X(8).
              10 EXCP-RESOLUTION PIC X(40).
              10 EXCP-ESC-DATE   PIC X(8).
