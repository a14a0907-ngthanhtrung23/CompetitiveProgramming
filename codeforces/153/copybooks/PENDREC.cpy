      *> PENDREC.CPY - pending master-file change record shared by
      *> the master-file maintenance programs.  Every maintenance
      *> transaction is captured here first, under the maker's
      *> operator ID, and only applied to its master once a
      *> different operator approves it in a later run.  Keyed by
      *> the master it belongs to and a change number allocated in
      *> sequence within that master.  PND-TRANS-IMAGE holds the
      *> maintenance transaction exactly as it was submitted.
      *> Status: P = pending, A = approved and applied,
      *> F = approved but failed the edits when applied,
      *> D = declined by the checker, E = expired unapproved.
       01 PND-RECORD.
           05 PND-KEY.
              10 PND-MASTER      PIC X(8).
              10 PND-CHANGE-ID   PIC 9(6).
           05 PND-STATUS         PIC X(1).
           05 PND-MAKER          PIC X(8).
           05 PND-CAPTURE-DATE   PIC 9(8).
           05 PND-CHECKER        PIC X(8).
           05 PND-ACTION-DATE    PIC 9(8).
           05 PND-TRANS-IMAGE    PIC X(80).
