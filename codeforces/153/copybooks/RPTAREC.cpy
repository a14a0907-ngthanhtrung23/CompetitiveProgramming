      *> RPTAREC.CPY - report archive record written by RPTPKG and
      *> read by RPTRPRT.  Every report RPTPKG packages is kept here,
      *> one set of rows per business date, cycle, recipient and
      *> report DD name, so a lost distribution package can be
      *> rebuilt later.  Line 0000000 of each set is its index entry
      *> (ARC-INDEX view); lines 1 onward are the report lines as
      *> they were packaged.
      *>   ARC-RETAIN-UNTIL  last business date the set is kept; the
      *>                     RPTROUTE retention days (default 90)
      *>                     added to the business date packaged
      *>   ARC-COPIES        copies the recipient was sent
      *>   ARC-LINES/PAGES   size of the report as packaged
       01 ARC-RECORD.
           05 ARC-KEY.
              10 ARC-BUS-DATE     PIC 9(8).
              10 ARC-CYCLE        PIC 9(4).
              10 ARC-RECIPIENT    PIC X(20).
              10 ARC-DDNAME       PIC X(8).
              10 ARC-LINE-NO      PIC 9(7).
           05 ARC-RETAIN-UNTIL    PIC 9(8).
           05 ARC-TEXT            PIC X(80).
           05 ARC-INDEX REDEFINES ARC-TEXT.
              10 ARC-COPIES       PIC 9(2).
              10 ARC-LINES        PIC 9(7).
              10 ARC-PAGES        PIC 9(5).
              10 ARC-ARCHIVED-TS  PIC X(14).
              10 FILLER           PIC X(52).
