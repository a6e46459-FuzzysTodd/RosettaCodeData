      *> Staging checkpoint for EULRUPDT: how far into each feed the
      *> pending-publication queue has already been built, so a row
      *> is staged once and only once. EULRSLT is append-only, so
      *> its position is a row count; EULSUMM is rewritten whole by
      *> every EULERDRV run, so its position is the start timestamp
      *> of the driver run whose summary was last staged.
      *> One record, rewritten whole at the end of every staging run
      *> that completes; a missing file means nothing has ever been
      *> staged.
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 PNCK-RECORD.
           05 PNCK-RSLT-ROWS          PIC 9(9).
           05 PNCK-SEP-1              PIC X(1).
           05 PNCK-DRV-RUN-TS         PIC 9(14).
           05 PNCK-SEP-2              PIC X(1).
           05 PNCK-UPDATED            PIC 9(14).
