      *> Effective-dated history of replaced results-master rows.
      *> EULRMAST keeps exactly one current row per tolerance, so
      *> every REWRITE by EULPNDRL destroys the published value it
      *> replaces; each replacement is captured here first - the old
      *> row's fields, the timestamp it became current (its old
      *> RMAST-UPDATED), and the timestamp it was superseded - so
