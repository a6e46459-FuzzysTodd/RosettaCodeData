      *> Ad-hoc tolerance request file: one row per request for e at
      *> a tolerance somebody outside the shop has asked for. A new
      *> request is keyed in by the desk taking the call with only
      *> the requester, department, tolerance (the same "1.0E-13"
      *> text style every other card carries) and needed-by date
      *> filled in, and REQ-STATUS 'NEW' (or blank); everything else
      *> is maintained by the two programs that work the file:
      *>   EULREQIN (intake)    numbers the request, validates it
      *>                        with the EPSILON rules EULER applies,
      *>                        answers it straight from EULRMAST
      *>                        when the master already carries that
      *>                        tolerance, and otherwise puts it in
      *>                        the night's EULTRANS deck;
      *>   EULREQFL (fulfill)   matches the night's EULSUMM and the
      *>                        master back to the queued requests
      *>                        and closes them, or fails them on
      *>                        the driver's TRUNC/BADEPS diagnostics.
      *> REQ-STATUS values:
      *>   NEW       keyed in, not yet through intake;
      *>   QUEUED    in the EULTRANS deck, awaiting the driver;
      *>   FILLED    answered - REQ-N/REQ-VALUE carry the answer;
      *>   FAILED    the driver could not converge it;
      *>   REJECTED  failed intake - REQ-NOTE says why.
      *> REQ-EPSILON is the tolerance as the suite keys it (the same
      *> 9V9(18) EULRMAST carries), set at intake; REQ-RECEIVED is
      *> the intake date; REQ-STATUS-TS is when the status last
      *> changed.
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 REQ-RECORD.
           05 REQ-NUMBER              PIC 9(6).
           05 REQ-SEP-1               PIC X(1).
           05 REQ-REQUESTER           PIC X(8).
           05 REQ-SEP-2               PIC X(1).
           05 REQ-DEPT                PIC X(8).
           05 REQ-SEP-3               PIC X(1).
           05 REQ-EPSILON-TEXT        PIC X(18).
           05 REQ-SEP-4               PIC X(1).
           05 REQ-NEEDED-BY           PIC 9(8).
           05 REQ-SEP-5               PIC X(1).
           05 REQ-STATUS              PIC X(8).
           05 REQ-SEP-6               PIC X(1).
           05 REQ-RECEIVED            PIC 9(8).
           05 REQ-SEP-7               PIC X(1).
           05 REQ-STATUS-TS           PIC 9(14).
           05 REQ-SEP-8               PIC X(1).
           05 REQ-EPSILON             PIC 9V9(18).
           05 REQ-SEP-9               PIC X(1).
           05 REQ-N                   PIC 9(9).
           05 REQ-SEP-10              PIC X(1).
           05 REQ-VALUE               PIC 9.9(18).
           05 REQ-SEP-11              PIC X(1).
           05 REQ-NOTE                PIC X(40).
