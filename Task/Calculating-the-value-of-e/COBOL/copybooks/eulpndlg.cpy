      *> Publication decision log: one row appended per pending item
      *> that leaves the EULPEND queue, answering the auditors'
      *> standing question - who signed off a published constant,
      *> and what did it replace. PNDL-DECISION is 'A' (approved and
      *> applied to EULRMAST), 'R' (rejected by the checker) or 'S'
      *> (superseded on the queue by a newer run's value before
      *> anyone decided it; PNDL-CHECKER then names the job that
      *> superseded it). The old fields are the master row as it
      *> stood when the decision was taken - zero when the
      *> tolerance had never been published.
      *> PNDL-DECIDED-TS leads the record (the EULAUDIT convention)
      *> so the housekeeping and history programs can age and splice
      *> it on the leading timestamp like any other log.
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 PNDL-RECORD.
           05 PNDL-DECIDED-TS         PIC 9(14).
           05 PNDL-SEP-1              PIC X(1).
           05 PNDL-DECISION           PIC X(1).
           05 PNDL-SEP-2              PIC X(1).
           05 PNDL-CHECKER            PIC X(8).
           05 PNDL-SEP-3              PIC X(1).
           05 PNDL-MAKER              PIC X(8).
           05 PNDL-SEP-4              PIC X(1).
           05 PNDL-SOURCE             PIC X(8).
           05 PNDL-SEP-5              PIC X(1).
           05 PNDL-RUN-TS             PIC 9(14).
           05 PNDL-SEP-6              PIC X(1).
           05 PNDL-EPSILON            PIC 9V9(18).
           05 PNDL-SEP-7              PIC X(1).
           05 PNDL-OLD-N              PIC 9(9).
           05 PNDL-SEP-8              PIC X(1).
           05 PNDL-OLD-VALUE          PIC 9.9(18).
           05 PNDL-SEP-9              PIC X(1).
           05 PNDL-NEW-N              PIC 9(9).
           05 PNDL-SEP-10             PIC X(1).
           05 PNDL-NEW-VALUE          PIC 9.9(18).
