      *> GLJRNREC.CPY - general-ledger journal record written by the
      *> GL journal extract and the month-end revaluation and loaded
      *> by finance into the general ledger.  A HDR label names the
      *> producing program and business date; every DTL line is one
      *> side of a double entry (D or C) against a GL account in one
      *> currency; the TRL label carries the detail count and the
      *> debit and credit control totals.  TRL status REL means the
      *> journal balanced by currency and was released; HLD means it
      *> did not and the detail was withheld.
       01 GLJ-RECORD.
           05 GLJ-REC-TYPE     PIC X(3).
           05 GLJ-BUS-DATE     PIC 9(8).
           05 GLJ-SEQ          PIC 9(7).
           05 GLJ-GL-ACCT      PIC X(10).
           05 GLJ-CUR-CODE     PIC X(3).
           05 GLJ-DR-CR        PIC X(1).
           05 GLJ-AMOUNT       PIC S9(13)V9(2)
                               SIGN IS LEADING SEPARATE.
           05 GLJ-SOURCE       PIC X(1).
           05 GLJ-REFERENCE    PIC X(10).
           05 FILLER           PIC X(21).
       01 GLJ-LABEL-RECORD REDEFINES GLJ-RECORD.
           05 GLJ-LABEL-TYPE   PIC X(3).
           05 GLJ-LABEL-DATE   PIC 9(8).
           05 GLJ-LABEL-SOURCE PIC X(8).
           05 GLJ-LABEL-CYCLE  PIC 9(4).
           05 GLJ-LABEL-COUNT  PIC 9(9).
           05 GLJ-LABEL-DEBITS PIC S9(15)V9(2)
                               SIGN IS LEADING SEPARATE.
           05 GLJ-LABEL-CREDITS PIC S9(15)V9(2)
                               SIGN IS LEADING SEPARATE.
           05 GLJ-LABEL-STATUS PIC X(3).
           05 FILLER           PIC X(9).
