      *> Parameter and override change log, appended by EULAUTMG on
      *> behalf of every program that changes a controlled card or
      *> clears the run lock, and read by the supervisor's sign-off
      *> report (EULCHGRP). One row per action:
      *>   CHLG-ACTION       'CHANGE', 'ADD' or 'DELETE' a card,
      *>                     'CLEAR' the run lock, or 'REFUSED' -
      *>                     an operator ID without authority tried;
      *>   CHLG-RESOURCE     the controlled name (see eulopaut.cpy);
      *>   CHLG-CARD-NUMBER  which card of a multi-card file, 1 for
      *>                     the single-card files and the lock;
      *>   CHLG-REASON       keyed by the operator - no reason, no
      *>                     change;
      *>   CHLG-BEFORE/AFTER the 80-byte card image before and after
      *>                     (spaces where there was none: BEFORE
      *>                     of an ADD, AFTER of a DELETE or CLEAR).
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 CHLG-RECORD.
           05 CHLG-TIMESTAMP          PIC 9(14).
           05 CHLG-SEP-1              PIC X(1).
           05 CHLG-OPERATOR           PIC X(8).
           05 CHLG-SEP-2              PIC X(1).
           05 CHLG-RESOURCE           PIC X(8).
           05 CHLG-SEP-3              PIC X(1).
           05 CHLG-ACTION             PIC X(8).
           05 CHLG-SEP-4              PIC X(1).
           05 CHLG-CARD-NUMBER        PIC 9(4).
           05 CHLG-SEP-5              PIC X(1).
           05 CHLG-REASON             PIC X(40).
           05 CHLG-SEP-6              PIC X(1).
           05 CHLG-BEFORE             PIC X(80).
           05 CHLG-SEP-7              PIC X(1).
           05 CHLG-AFTER              PIC X(80).
