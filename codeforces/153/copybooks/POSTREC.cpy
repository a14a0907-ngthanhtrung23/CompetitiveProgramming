      *> POSTREC.CPY - posted-transaction journal written by the
      *> nightly A step, one record for every transaction it posts
      *> to RPTOUT, and read by AUDSAMP to draw internal audit's
      *> vouching samples.  Keyed on business date, cycle and the
      *> input record number of the transaction, so a rerun of a
      *> date (or a checkpoint restart) rewrites the same rows
      *> instead of adding a second copy.
      *>   PST-AMOUNT   net total of the legs, as printed on RPTOUT
      *>   PST-MU-VALUE larger of the debit and credit sides - the
      *>                transaction's size for monetary-unit
      *>                sampling, so a balanced transfer still
      *>                carries its value
      *>   PST-BRANCH   branch stamp CONSOL put on the record
      *>                (spaces for locally keyed items)
       01 PST-RECORD.
           05 PST-KEY.
              10 PST-BUS-DATE     PIC 9(8).
              10 PST-CYCLE        PIC 9(4).
              10 PST-SEQ          PIC 9(9).
           05 PST-TRAN-ID         PIC X(10).
           05 PST-CUR-CODE        PIC X(3).
           05 PST-AMOUNT          PIC S9(11)V9(2)
                                  SIGN IS LEADING SEPARATE.
           05 PST-MU-VALUE        PIC 9(11)V9(2).
           05 PST-LEGS            PIC 9(3).
           05 PST-EFF-DATE        PIC 9(8).
           05 PST-BRANCH          PIC X(3).
           05 FILLER              PIC X(5).
