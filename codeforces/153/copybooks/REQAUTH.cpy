      *> REQAUTH.CPY - requester authority table read by DRIVER.  One
      *> card per requester ID allowed to queue utility requests on
      *> CONTROLIN.  RQA-UTIL-CODES lists, one byte each in any order,
      *> the util codes the requester may run; a P composite must
      *> also be covered for every step code it chains.
      *> RQA-NIGHT-LIMIT is the number of requests the requester may
      *> have run in one night; later cards come back over quota.
       01 RQA-RECORD.
           05 RQA-REQUESTER      PIC X(8).
           05 RQA-UTIL-CODES     PIC X(10).
           05 RQA-NIGHT-LIMIT    PIC 9(4).
