      *> CHGHREC.CPY - master-file change history shared by the
      *> master-file maintenance programs and the CHGINQ inquiry.
      *> One record per change applied to ACCTMSTR, CURRIN,
      *> SITEMSTR, PARAMIN, the holiday file, STORDMST or PRTNRMST,
      *> keyed by the master name, the changed record's key (left-
      *> justified, as it leads the master record), the time the
      *> change was applied and a sequence number that keeps two
      *> changes in the same hundredth of a second apart.
      *> Holds the operator who submitted the change, the operator
      *> who approved it, the pending change number and the before
      *> and after images (before is blank for an add, after is
      *> blank for a delete).
       01 CHG-RECORD.
           05 CHG-KEY.
              10 CHG-MASTER      PIC X(8).
              10 CHG-REC-KEY     PIC X(20).
              10 CHG-TIMESTAMP   PIC X(16).
              10 CHG-SEQ         PIC 9(3).
           05 CHG-ACTION         PIC X(1).
           05 CHG-MAKER          PIC X(8).
           05 CHG-CHECKER        PIC X(8).
           05 CHG-CHANGE-ID      PIC 9(6).
           05 CHG-BEFORE-IMAGE   PIC X(80).
           05 CHG-AFTER-IMAGE    PIC X(80).
