      *> Balancing checkpoint for EULBALNC: where the night's chain
      *> stood when it was last balanced - the timestamp of that
      *> balancing run, how far EULRUPDT had staged into EULRSLT
      *> (its own EULPNDCK position), and the row counts of the
      *> results master and its history. The next balancing run
      *> measures the night's movement against these figures, so
      *> the counts that only ever grow can be balanced hop by hop.
      *> One record, rewritten whole at the end of every balancing
      *> run; a missing file means the chain has never been
      *> balanced and tonight's run takes the first baseline.
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 BALCK-RECORD.
           05 BALCK-TIMESTAMP         PIC 9(14).
           05 BALCK-SEP-1             PIC X(1).
           05 BALCK-RSLT-ROWS         PIC 9(9).
           05 BALCK-SEP-2             PIC X(1).
           05 BALCK-MAST-ROWS         PIC 9(9).
           05 BALCK-SEP-3             PIC X(1).
           05 BALCK-HIST-ROWS         PIC 9(9).
