      *> PRTNREC.CPY - partner profile master record shared by
      *> PRTMAINT and B.cob.  One record per trading partner that
      *> exchanges bit files with us, keyed by partner code.  The
      *> profile drives how B encodes the partner's outbound file
      *> in the batch run and how it decodes the partner's inbound
      *> file in the intake run:
      *>   PRT-BIT-WIDTH    00 = house layout (bits left-justified
      *>                    in 40 bytes, no leading zeros); 01-40 =
      *>                    fixed width, right-justified, zero-filled
      *>   PRT-CHECK-METHOD W = house weighted MOD 10 over id and
      *>                    bits, P = even-parity bit over the bits,
      *>                    N = no check character
      *>   PRT-LABEL-FORMAT N = no labels, S = header and trailer,
      *>                    T = trailer only; labels are tag, sender
      *>                    ID, business date and data record count
      *>   PRT-OUT-SLOT     01-08 = outbound file written to DD
      *>                    BITSPnn by the batch run; 00 = inbound
      *>                    only.  No two active partners share one.
       01 PRT-RECORD.
           05 PRT-CODE           PIC X(8).
           05 PRT-NAME           PIC X(30).
           05 PRT-ACTIVE         PIC X(1).
           05 PRT-OUT-SLOT       PIC 9(2).
           05 PRT-BIT-WIDTH      PIC 9(2).
           05 PRT-CHECK-METHOD   PIC X(1).
           05 PRT-LABEL-FORMAT   PIC X(1).
           05 PRT-HDR-TAG        PIC X(3).
           05 PRT-TRL-TAG        PIC X(3).
           05 PRT-SENDER-ID      PIC X(7).
           05 FILLER             PIC X(22).
