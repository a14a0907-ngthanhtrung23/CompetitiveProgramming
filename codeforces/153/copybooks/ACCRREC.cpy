      *> ACCRREC.CPY - interest accrual record written by the nightly
      *> interest accrual step, one per account, currency and
      *> business date, keyed so a rerun of the same date replaces
      *> its own records instead of accruing twice.  Each record
      *> covers the calendar days from ACR-FROM-DATE up to, but not
      *> including, ACR-TO-DATE: a business date accrues through the
      *> day before the next business date, split at the month end
      *> so every day falls in exactly one month.  ACR-CAP-FLAG is Y
      *> on the last business day of the month, when the month's
      *> accruals were capitalized as generated transactions.
       01 ACR-RECORD.
           05 ACR-KEY.
              10 ACR-ACCT-ID     PIC X(10).
              10 ACR-CUR-CODE    PIC X(3).
              10 ACR-BUS-DATE    PIC 9(8).
           05 ACR-ACCT-CLASS     PIC X(4).
           05 ACR-BALANCE        PIC S9(13)V9(2)
                                 SIGN IS LEADING SEPARATE.
           05 ACR-BASIS          PIC X(7).
           05 ACR-RATE           PIC S9(3)V9(6)
                                 SIGN IS LEADING SEPARATE.
           05 ACR-FROM-DATE      PIC 9(8).
           05 ACR-TO-DATE        PIC 9(8).
           05 ACR-DAYS           PIC 9(3).
           05 ACR-AMOUNT         PIC S9(11)V9(2)
                                 SIGN IS LEADING SEPARATE.
           05 ACR-CAP-FLAG       PIC X(1).
