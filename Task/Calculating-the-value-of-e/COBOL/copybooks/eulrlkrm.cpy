      *> Request card for the run-lock reset (EULRLKRS). 80-byte
      *> card image: the operator ID clearing the lock, which must
      *> hold EULRLOCK authority (eulopaut.cpy), and the reason for
      *> the change log. Unlike the other parameter cards there is
      *> no missing-card default - a lock is never cleared without
      *> a named operator and a reason, so a missing card, a blank
      *> operator or a blank reason refuses the run.
       01 RLKR-REQUEST-CARD.
           05 RLKR-OPERATOR           PIC X(8).
           05 RLKR-REASON             PIC X(40).
           05 FILLER                  PIC X(32).
