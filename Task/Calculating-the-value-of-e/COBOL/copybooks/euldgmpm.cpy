      *> housekeeping retention cutoff follows), the record count at
      *> which the rule trips, and the severity when it does ('P'
      *> page operations now, 'W' warning, 'I' ignore the type).
      *> DGMP-DAY-BASIS 'B' counts the window in business days off
      *> the shop calendar (EULCALND) instead of calendar days, so a
      *> three-slips-a-week rule is not diluted by a shutdown week;
      *> blank (or anything else) means calendar days.
      *> Types without a card keep the built-in rule; a missing card
      *> file keeps them all, the same missing-card default the other
      *> parameter files follow.
           05 DGMP-WINDOW-DAYS        PIC 9(4).
           05 DGMP-THRESHOLD          PIC 9(4).
           05 DGMP-SEVERITY           PIC X(1).
           05 DGMP-DAY-BASIS          PIC X(1).
           05 FILLER                  PIC X(62).
