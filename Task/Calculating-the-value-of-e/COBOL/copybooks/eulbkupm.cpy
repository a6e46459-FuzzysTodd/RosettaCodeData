      *> Parameter card for the generation backup (EULBKUP) and
      *> restore (EULBKRST) utilities. 80-byte card image: how many
      *> generations the backup keeps, and which generation the
      *> restore is to put back. A missing card file keeps the
      *> built-in retention default, the same missing-card rule the
      *> other parameter files follow; the restore has no default
      *> and refuses to run without a generation named.
       01 BKUP-PARM-CARD.
           05 BKPM-RETAIN             PIC 9(3).
           05 BKPM-RESTORE-GEN        PIC 9(6).
           05 FILLER                  PIC X(71).
