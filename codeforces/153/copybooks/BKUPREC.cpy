      *> BKUPREC.CPY - master-file backup generation record written
      *> and read by MSTRBKP.  A generation holds one indexed master:
      *> an HDR label, one DTL record per master record carrying the
      *> record image unchanged, and a TRL label.  Both labels name
      *> the master, the date and time of the unload and the record
      *> and key lengths; the TRL label also carries the number of
      *> DTL records and a hash total of their key fields (the sum,
      *> over every record, of each key byte's ordinal times its
      *> position in the key, modulo 10**15), so a generation can be
      *> proved complete before it is reloaded.
       01 BKUP-RECORD.
           05 BKUP-TYPE          PIC X(3).
           05 BKUP-DATA          PIC X(240).
           05 BKUP-LABEL REDEFINES BKUP-DATA.
              10 BKUP-LBL-MASTER PIC X(8).
              10 BKUP-LBL-DATE   PIC 9(8).
              10 BKUP-LBL-TIME   PIC 9(6).
              10 BKUP-LBL-RECLEN PIC 9(4).
              10 BKUP-LBL-KEYLEN PIC 9(4).
              10 BKUP-LBL-COUNT  PIC 9(9).
              10 BKUP-LBL-HASH   PIC 9(15).
              10 FILLER          PIC X(186).
