      *> number of cycles that have posted into the month.  Updated
      *> only by first-time completions of the batch run - an
      *> authorized rerun of an already-completed business date and
      *> cycle skips the accumulation so nothing double-posts.  The
      *> same layout (prefix FPT-) is used for the fiscal-period
      *> master FPTDMSTR, where PTD-MONTH holds the fiscal year and
      *> period (YYYYPP) from FISCMSTR instead of the calendar month.
       01 PTD-RECORD.
           05 PTD-KEY.
              10 PTD-CUR-CODE PIC X(3).
