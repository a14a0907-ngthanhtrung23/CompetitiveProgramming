      *> SCRNRULE.CPY - compliance screening rule table read by the
      *> nightly A step.  One card per currency; a currency of '***'
      *> supplies the rule for any currency without its own card.
      *> A single transaction above SCR-SINGLE-LIMIT is alerted as
      *> large-value.  An account whose count or value over the
      *> last SCR-VEL-DAYS business days (today included) passes
      *> SCR-VEL-COUNT or SCR-VEL-AMOUNT is alerted for velocity.
      *> A zero limit switches that test off.
       01 SCR-RULE-RECORD.
           05 SCR-CUR-CODE       PIC X(3).
           05 SCR-SINGLE-LIMIT   PIC 9(9)V9(2).
           05 SCR-VEL-DAYS       PIC 9(3).
           05 SCR-VEL-COUNT      PIC 9(5).
           05 SCR-VEL-AMOUNT     PIC 9(11)V9(2).
