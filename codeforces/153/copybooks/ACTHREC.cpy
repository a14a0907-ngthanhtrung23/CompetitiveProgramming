      *> ACTHREC.CPY - per-account activity history written by the
      *> nightly A step for every transaction it posts, and read
      *> back by its compliance screening to total an account's
      *> count and value over a rolling window of business days.
      *> One record per account (TRAN-ID), currency and business
      *> date.  The value is the larger of the transaction's debit
      *> and credit sides, so a transfer counts once at its size.
       01 ACTH-RECORD.
           05 ACTH-KEY.
              10 ACTH-ACCT-ID    PIC X(10).
              10 ACTH-CUR-CODE   PIC X(3).
              10 ACTH-BUS-DATE   PIC 9(8).
           05 ACTH-COUNT         PIC 9(7).
           05 ACTH-AMOUNT        PIC S9(13)V9(2)
                                 SIGN IS LEADING SEPARATE.
