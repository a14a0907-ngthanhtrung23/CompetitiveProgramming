      *> REJRSN.CPY - standard reject reason codes.  A.cob stamps one
      *> on every REJECTOUT line and C.cob on every REJECT line of its
      *> audit trail as " RSN=cc"; RECYCLE carries it into SUSP-REASON
      *> and REJRCA reports on it.  When a transaction fails more than
      *> one edit the first failure found is the one recorded, in the
      *> order account, effective date, currency, then the values.
      *>   AU  TRAN-ID not on the account master
      *>   AC  account on the master but not active
      *>   ED  effective date after the business date
      *>   CU  currency code not on the currency master
      *>   NV  value not numeric
      *>   AM  value over the currency's amount limit
      *>   DP  more decimal places than the currency allows
      *>   OV  transaction or control total overflow
      *>   NL  transaction with no value legs
      *>   CN  continuation record with no transaction open
      *>   PK  C: no rotation parameter for the code type and date
      *> Suspense items loaded before reason codes were stamped carry
      *> spaces and report as NOT RECORDED.
       01 RJR-REASON-VALUES.
           05 FILLER PIC X(32) VALUE 'AUUNKNOWN ACCOUNT'.
           05 FILLER PIC X(32) VALUE 'ACCLOSED ACCOUNT'.
           05 FILLER PIC X(32) VALUE 'EDFUTURE EFFECTIVE DATE'.
           05 FILLER PIC X(32) VALUE 'CUUNKNOWN CURRENCY'.
           05 FILLER PIC X(32) VALUE 'NVNON-NUMERIC VALUE'.
           05 FILLER PIC X(32) VALUE 'AMOVER CURRENCY AMOUNT LIMIT'.
           05 FILLER PIC X(32) VALUE 'DPTOO MANY DECIMAL PLACES'.
           05 FILLER PIC X(32) VALUE 'OVTOTAL OVERFLOW'.
           05 FILLER PIC X(32) VALUE 'NLNO VALUE LEGS'.
           05 FILLER PIC X(32) VALUE 'CNCONTINUATION WITHOUT TRAN'.
           05 FILLER PIC X(32) VALUE 'PKNO CODE PARAMETER KEY'.
           05 FILLER PIC X(32) VALUE '  NOT RECORDED'.
       01 RJR-REASON-TABLE REDEFINES RJR-REASON-VALUES.
           05 RJR-ENTRY OCCURS 12 TIMES.
              10 RJR-CODE         PIC X(2).
              10 RJR-DESC         PIC X(30).
       01 RJR-REASON-COUNT        PIC 9(2) VALUE 12.
