      *> STORDREC.CPY - standing-order master record maintained by
      *> SOMAINT and read by the SOGEN generator, which writes every
      *> order falling due on the RUNCTL business date into a
      *> labelled branch file for CONSOL, and by its forecast mode.
      *> Keyed by the TRAN-ID the order posts to plus a sequence
      *> number so one account can carry several orders.  The legs
      *> are carried in the TRANX text form (sign and six digits).
      *> Frequency: D = every business day, W = weekly, M = monthly,
      *> Q = quarterly, A = annually, all stepped from the start
      *> date; a date that is not a business day on the order's
      *> holiday calendar (blank = US) rolls forward to the next
      *> one.  An end date of zero means the order runs until
      *> cancelled.  Status A = active, S = suspended.
       01 SO-RECORD.
           05 SO-KEY.
              10 SO-TRAN-ID      PIC X(10).
              10 SO-SEQ          PIC 9(2).
           05 SO-LEG-A           PIC X(7).
           05 SO-LEG-B           PIC X(7).
           05 SO-CUR-CODE        PIC X(3).
           05 SO-FREQ            PIC X(1).
           05 SO-START-DATE      PIC 9(8).
           05 SO-END-DATE        PIC 9(8).
           05 SO-CAL-CODE        PIC X(2).
           05 SO-STATUS          PIC X(1).
           05 SO-LAST-GEN        PIC 9(8).
