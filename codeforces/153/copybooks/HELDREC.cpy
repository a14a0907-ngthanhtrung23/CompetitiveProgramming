      *> HELDREC.CPY - held-items warehouse record used by CONSOL.
      *> A branch transmission whose HDR label date and time fall
      *> after the branch's BRANCHREG cut-off is not consolidated into
      *> TRANXOUT; each of its detail records is kept here instead,
      *> keyed by the business date it was held on, branch and
      *> arrival sequence, and released into the first later business
      *> date's consolidation.
      *>   HLD-STATUS        H = held, waiting for release
      *>                     R = released on HLD-RELEASE-DATE (kept
      *>                     for the DUPHIST retention period so a
      *>                     rerun of that date releases it again)
      *>   HLD-HDR-DATE/TIME the transmission's HDR label date and
      *>                     time (HHMMSS) that made it late
      *>   HLD-CUTOFF        the branch cut-off (HHMM) it was held
      *>                     against
      *>   HLD-SOURCE        the transmission's HDR label source, so
      *>                     a released standing-order item still
      *>                     bypasses the duplicate check
       01 HLD-RECORD.
           05 HLD-KEY.
              10 HLD-HELD-DATE    PIC 9(8).
              10 HLD-BRANCH-ID    PIC 9(2).
              10 HLD-SEQ          PIC 9(7).
           05 HLD-STATUS          PIC X(1).
           05 HLD-RELEASE-DATE    PIC 9(8).
           05 HLD-HDR-DATE        PIC 9(8).
           05 HLD-HDR-TIME        PIC 9(6).
           05 HLD-CUTOFF          PIC X(4).
           05 HLD-ITEM            PIC X(38).
           05 HLD-SOURCE          PIC X(7).
           05 FILLER              PIC X(1).
