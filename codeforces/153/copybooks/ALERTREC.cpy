      *> ALERTREC.CPY - compliance screening alert written by the
      *> nightly A step for each posted transaction that trips a
      *> SCRNRULE test.  The item still posts; the alert is for
      *> the compliance officer's review.  Rule: L = single item
      *> over the large-value limit, C = velocity count limit,
      *> V = velocity value limit.  The window fields carry the
      *> account's count and value over the velocity window.
       01 ALERT-RECORD.
           05 ALR-BUS-DATE       PIC 9(8).
           05 ALR-CYCLE          PIC 9(4).
           05 ALR-RULE           PIC X(1).
           05 ALR-TRAN-ID        PIC X(10).
           05 ALR-CUR-CODE       PIC X(3).
           05 ALR-REC-NO         PIC 9(9).
           05 ALR-AMOUNT         PIC S9(11)V9(2)
                                 SIGN IS LEADING SEPARATE.
           05 ALR-LIMIT          PIC 9(11)V9(2).
           05 ALR-WINDOW-DAYS    PIC 9(3).
           05 ALR-WINDOW-COUNT   PIC 9(7).
           05 ALR-WINDOW-AMOUNT  PIC S9(13)V9(2)
                                 SIGN IS LEADING SEPARATE.
