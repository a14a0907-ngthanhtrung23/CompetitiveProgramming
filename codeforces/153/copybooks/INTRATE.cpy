      *> INTRATE.CPY - interest rate table read by the nightly
      *> interest accrual step.  One card per account class and
      *> currency, effective-dated the same way as the currency
      *> master: the card applies from IRT-EFF-FROM through
      *> IRT-EFF-TO (zero = open-ended).  A class of '****' supplies
      *> the rate for any class without its own card and a currency
      *> of '***' any currency; an exact class beats an exact
      *> currency, and the latest effective date wins a tie.  The
      *> rate is an annual percentage and the basis is the day-count
      *> convention: ACT/360, ACT/365 or 30/360.
       01 IRT-RATE-RECORD.
           05 IRT-ACCT-CLASS     PIC X(4).
           05 IRT-CUR-CODE       PIC X(3).
           05 IRT-EFF-FROM       PIC 9(8).
           05 IRT-EFF-TO         PIC 9(8).
           05 IRT-BASIS          PIC X(7).
           05 IRT-RATE           PIC S9(3)V9(6)
                                 SIGN IS LEADING SEPARATE.
