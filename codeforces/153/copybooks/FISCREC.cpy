      *> FISCREC.CPY - fiscal calendar master record built by FISCGEN
      *> and read by D.cob, A.cob and PTDRPT.  One record per calendar
      *> date, keyed by the date (YYYYMMDD).  The accounting year runs
      *> 4-4-5 weeks: fiscal year YYYY starts on the first week-start
      *> day on or after 1 February YYYY and has twelve periods of
      *> 4, 4 and 5 weeks per quarter; in a 53-week year the extra
      *> week goes to period 12.
      *>   FSC-WEEK          week of the fiscal year, 01-53
      *>   FSC-PERIOD-START  first and last dates of the period the
      *>   FSC-PERIOD-END    date falls in (YYYYMMDD)
      *>   FSC-YEAR-START    first and last dates of the fiscal year
      *>   FSC-YEAR-END
       01 FSC-RECORD.
           05 FSC-DATE           PIC 9(8).
           05 FSC-YEAR           PIC 9(4).
           05 FSC-QUARTER        PIC 9(1).
           05 FSC-PERIOD         PIC 9(2).
           05 FSC-WEEK           PIC 9(2).
           05 FSC-PERIOD-START   PIC 9(8).
           05 FSC-PERIOD-END     PIC 9(8).
           05 FSC-YEAR-START     PIC 9(8).
           05 FSC-YEAR-END       PIC 9(8).
           05 FILLER             PIC X(11).
