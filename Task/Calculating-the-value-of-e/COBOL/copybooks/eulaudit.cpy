      *> One row per EULER execution: when it ran, with what
      *> tolerance, where it converged, and how it ended.
      *> EULAUDIT is an indexed dataset. The record key AUDIT-KEY is
      *> the timestamp plus a sequence number that tells apart rows
      *> written in the same second: a writer starts it at zero and
      *> steps it on a duplicate-key status (22) until the row goes
      *> on. The alternate key AUDIT-EPSILON (duplicates allowed)
      *> is how the inquiries go straight to one tolerance's runs.
      *> Separator fields are named (not FILLER) and set to space
      *> on every write, so a row still reads as plain columns when
      *> it is archived or backed up to a line-sequential image.
      *> AUDIT-EPSILON carries SIGN IS LEADING SEPARATE CHARACTER so a
      *> rejected run's negative EPSILON shows a readable minus sign
      *> instead of a zone-overpunched, corrupted last digit.
       01 AUDIT-RECORD.
           05 AUDIT-KEY.
               10 AUDIT-TIMESTAMP     PIC 9(14).
               10 AUDIT-SEQUENCE      PIC 9(4).
           05 AUDIT-SEP-1             PIC X(1).
           05 AUDIT-EPSILON           PIC S9V9(18)
               SIGN IS LEADING SEPARATE CHARACTER.
