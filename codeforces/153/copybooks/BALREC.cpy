      *> BALREC.CPY - account balance ledger record shared by the
      *> nightly A step, which posts every accepted transaction into
      *> it, and the BALRPT balance report.  One record per account
      *> (the TRAN-ID A.cob validates against ACCTMSTR) and currency.
      *> Negative legs post as debits and positive legs as credits.
      *> The first posting on a new business date rolls the closing
      *> balance forward into the opening balance and clears the
      *> day's movements; the first posting in a new month does the
      *> same for the month-opening balance and month-to-date
      *> movements the end-of-month statement prints from.
       01 BAL-RECORD.
           05 BAL-KEY.
              10 BAL-ACCT-ID     PIC X(10).
              10 BAL-CUR-CODE    PIC X(3).
           05 BAL-OPEN-BAL       PIC S9(13)V9(2)
                                 SIGN IS LEADING SEPARATE.
           05 BAL-DAY-DEBITS     PIC S9(13)V9(2)
                                 SIGN IS LEADING SEPARATE.
           05 BAL-DAY-CREDITS    PIC S9(13)V9(2)
                                 SIGN IS LEADING SEPARATE.
           05 BAL-CLOSE-BAL      PIC S9(13)V9(2)
                                 SIGN IS LEADING SEPARATE.
           05 BAL-LAST-POSTED    PIC 9(8).
           05 BAL-MONTH          PIC 9(6).
           05 BAL-MONTH-OPEN-BAL PIC S9(13)V9(2)
                                 SIGN IS LEADING SEPARATE.
           05 BAL-MTD-DEBITS     PIC S9(13)V9(2)
                                 SIGN IS LEADING SEPARATE.
           05 BAL-MTD-CREDITS    PIC S9(13)V9(2)
                                 SIGN IS LEADING SEPARATE.
