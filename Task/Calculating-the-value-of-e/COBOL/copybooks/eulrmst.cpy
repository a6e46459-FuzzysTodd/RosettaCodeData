      *> Indexed results master, keyed on the tolerance: one current
      *> row per EPSILON, maintained add-or-replace by EULPNDRL from
      *> the values EULRUPDT stages off the EULRSLT and EULSUMM
      *> feeds, once a checker has approved them. Downstream jobs
      *> key straight into this (or CALL 'EULRLOOK') instead of
      *> re-scanning the whole result file for the last matching
      *> row.
      *> RMAST-UPDATED records when the row was last applied so two
      *> runs at the same EPSILON leave exactly one row, with a
      *> visible notion of which run it came from.
