      *> APPRREC.CPY - approval card read by the master-file
      *> maintenance programs.  One card per pending change the
      *> checker has reviewed: A approves the change for applying,
      *> R declines it.  APR-MASTER names the master the change
      *> belongs to (ACCTMSTR, CURRIN, SITEMSTR, PARAMIN, HOLIDAYS,
      *> STORDMST or PRTNRMST) so one approval file can serve every
      *> step; each program acts only on the cards for its own
      *> master.
       01 APR-RECORD.
           05 APR-DECISION       PIC X(1).
           05 APR-MASTER         PIC X(8).
           05 APR-CHANGE-ID      PIC 9(6).
