      *> 80-byte card image: days of history to keep, and whether
      *> aged records are copied to the archive dataset ('Y') or
      *> simply dropped ('N'), for each of the three growing files.
      *> Each day count is calendar days unless its basis byte is
      *> 'B', which counts business days off the shop calendar
      *> (EULCALND) so a shutdown week does not age records as if
      *> it had been worked. Blank means calendar days, so cards
      *> punched before the basis bytes existed read as before.
      *> A missing card file keeps the built-in defaults, the same
      *> missing-card rule the other parameter files follow.
       01 HSKP-PARM-CARD.
           05 HSKP-DIAG-ARCHIVE       PIC X(1).
           05 HSKP-TRACE-DAYS         PIC 9(4).
           05 HSKP-TRACE-ARCHIVE      PIC X(1).
           05 HSKP-AUDIT-BASIS        PIC X(1).
           05 HSKP-DIAG-BASIS         PIC X(1).
           05 HSKP-TRACE-BASIS        PIC X(1).
           05 FILLER                  PIC X(62).
