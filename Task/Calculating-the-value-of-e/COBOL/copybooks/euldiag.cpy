      *> bad EPSILON/MAX-N input (req 007), non-convergence within
      *> MAX-N, and method discrepancies (req 004) all land here so
      *> ops has one place to look.
      *> EULDIAG is an indexed dataset keyed the same way as
      *> EULAUDIT: DIAG-KEY is the timestamp plus a sequence number
      *> stepped on a duplicate-key status (22) until the row goes
      *> on - a driver night writes many rows in one second - and
      *> DIAG-EPSILON is the alternate key, duplicates allowed.
      *> Separator fields are named (not FILLER) and set to space
      *> on every write, so a row still reads as plain columns when
      *> it is archived or backed up to a line-sequential image.
      *> DIAG-EPSILON always holds the run's own tolerance; DIAG-TYPE
      *> 'RECON' additionally carries the Taylor/limit discrepancy in
      *> DIAG-DISCREPANCY so the two magnitudes are never conflated
      *> EULAUDIT) so the housekeeping utility can age diagnostics
      *> against a retention cutoff instead of keeping them forever.
       01 DIAG-RECORD.
           05 DIAG-KEY.
               10 DIAG-TIMESTAMP      PIC 9(14).
               10 DIAG-SEQUENCE       PIC 9(4).
           05 DIAG-SEP-0              PIC X(1).
           05 DIAG-TYPE               PIC X(8).
           05 DIAG-SEP-1              PIC X(1).
