      *> Parameter card for the change sign-off report (EULCHGRP).
      *> 80-byte card image: the YYYYMMDD range of change-log rows
      *> to list. A missing card, or a blank or zero FROM date,
      *> reports the seven days ending on the run date (the weekly
      *> sign-off); a blank or zero THRU date is the run date.
       01 CHGP-PARM-CARD.
           05 CHGP-FROM-DATE          PIC X(8).
           05 CHGP-THRU-DATE          PIC X(8).
           05 FILLER                  PIC X(64).
