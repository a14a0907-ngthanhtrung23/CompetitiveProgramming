      *> GLMAPREC.CPY - general-ledger mapping table record read by
      *> the GL journal extract and the month-end revaluation.  The
      *> entry type says which postings it places: P = account
      *> postings off the balance ledger, S = settlement instructions
      *> off SETTLOUT, R = month-end revaluation gain/loss.  The
      *> prefix is matched against the leading characters of the
      *> account/TRAN-ID (blank matches every account) and the
      *> currency '***' matches every currency.  Where several rows
      *> match, the longest prefix wins, then an exact currency.
       01 GLMAP-RECORD.
           05 GLMAP-TYPE       PIC X(1).
           05 GLMAP-PREFIX     PIC X(10).
           05 GLMAP-CUR-CODE   PIC X(3).
           05 GLMAP-DEBIT-GL   PIC X(10).
           05 GLMAP-CREDIT-GL  PIC X(10).
