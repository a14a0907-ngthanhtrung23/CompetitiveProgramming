      *> DRVQREC.CPY - DRIVER pending-request queue.  A CONTROLIN
      *> card whose run-on business date is after tonight's RUNCTL
      *> date is parked here instead of being run.  The key is the
      *> queue ID handed back on RESPOUT: the business date the card
      *> was queued under and a sequence within that date.  Each
      *> night DRIVER releases and runs the cards now due and deletes
      *> them from the queue; a cancel card (util code X, queue ID in
      *> the first 12 bytes of data) from the same requester deletes
      *> a card still waiting.
       01 DRQ-RECORD.
           05 DRQ-KEY.
              10 DRQ-QUEUED-DATE PIC 9(8).
              10 DRQ-SEQ         PIC 9(4).
           05 DRQ-RUN-DATE       PIC 9(8).
           05 DRQ-QUEUED-TS      PIC X(14).
           05 DRQ-REQUESTER      PIC X(8).
           05 DRQ-CARD           PIC X(76).
