      *> SETOPREC.CPY - settlement open-items record kept by the
      *> SETLMTCH confirmation matcher.  Every settlement instruction
      *> A.cob writes to SETTLOUT is carried here, keyed by currency,
      *> value date and the business date it was sent, until the
      *> bank's confirmation for the same currency, value date and
      *> amount arrives and the item is removed.  Status U means no
      *> confirmation yet; M means a confirmation arrived for the
      *> currency and value date with a different amount, which is
      *> held in SOI-CONF-AMOUNT with the bank's reference.  The age
      *> is the number of business days since the instruction went.
       01 SOI-RECORD.
           05 SOI-KEY.
              10 SOI-CUR-CODE    PIC X(3).
              10 SOI-VALUE-DATE  PIC 9(8).
              10 SOI-SENT-DATE   PIC 9(8).
           05 SOI-STATUS         PIC X(1).
           05 SOI-REC-COUNT      PIC 9(9).
           05 SOI-AMOUNT         PIC S9(11)V9(2)
                                 SIGN IS LEADING SEPARATE.
           05 SOI-CONF-AMOUNT    PIC S9(11)V9(2)
                                 SIGN IS LEADING SEPARATE.
           05 SOI-BANK-REF       PIC X(16).
           05 SOI-AGE-BDAYS      PIC 9(4).
           05 SOI-LAST-AGED      PIC 9(8).
