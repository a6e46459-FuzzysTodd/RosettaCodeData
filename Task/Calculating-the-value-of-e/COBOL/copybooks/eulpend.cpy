      *> Pending-publication queue: one row per tolerance value
      *> waiting for a second operator's decision before it may reach
      *> the results master. EULRUPDT stages rows here from the
      *> EULRSLT feed and from EULERDRV's EULSUMM (only rows whose
      *> producing run's EULRUNCT row says the run was good); the
      *> release program EULPNDRL applies the approved rows to
      *> EULRMAST and drops every decided row off the queue, so the
      *> file only ever holds open items - at most one per
      *> tolerance, the newest run's value winning.
      *> PEND-SOURCE names the producing job ('EULER' or
      *> 'EULERDRV'), PEND-RUN-TS/PEND-RUN-STATUS are that job's
      *> EULRUNCT start timestamp and status, and PEND-MAKER is the
      *> operator who submitted the staging run - the one operator
      *> who may not also approve the item.
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 PEND-RECORD.
           05 PEND-STAGED-TS          PIC 9(14).
           05 PEND-SEP-1              PIC X(1).
           05 PEND-EPSILON            PIC 9V9(18).
           05 PEND-SEP-2              PIC X(1).
           05 PEND-N                  PIC 9(9).
           05 PEND-SEP-3              PIC X(1).
           05 PEND-VALUE              PIC 9.9(18).
           05 PEND-SEP-4              PIC X(1).
           05 PEND-SOURCE             PIC X(8).
           05 PEND-SEP-5              PIC X(1).
           05 PEND-RUN-TS             PIC 9(14).
           05 PEND-SEP-6              PIC X(1).
           05 PEND-RUN-STATUS         PIC XX.
           05 PEND-SEP-7              PIC X(1).
           05 PEND-MAKER              PIC X(8).
