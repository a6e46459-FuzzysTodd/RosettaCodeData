      *> Requester notification: one row per request whose status a
      *> run of EULREQIN or EULREQFL changed, written grouped by
      *> requester (all of one requester's notices together, in
      *> requester order) so the distribution step can cut one
      *> notice per requester off the file without sorting it.
      *> Both programs append, so an intake and a fulfilment run on
      *> the same night each leave their own group of notices;
      *> distribution takes the file away once it has sent them.
      *> RQNT-N/RQNT-VALUE carry the answer on a FILLED notice and
      *> are zero otherwise; RQNT-TEXT is the plain-language line
      *> the requester reads.
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 RQNT-RECORD.
           05 RQNT-REQUESTER          PIC X(8).
           05 RQNT-SEP-1              PIC X(1).
           05 RQNT-DEPT               PIC X(8).
           05 RQNT-SEP-2              PIC X(1).
           05 RQNT-NUMBER             PIC 9(6).
           05 RQNT-SEP-3              PIC X(1).
           05 RQNT-STATUS             PIC X(8).
           05 RQNT-SEP-4              PIC X(1).
           05 RQNT-EPSILON-TEXT       PIC X(18).
           05 RQNT-SEP-5              PIC X(1).
           05 RQNT-N                  PIC 9(9).
           05 RQNT-SEP-6              PIC X(1).
           05 RQNT-VALUE              PIC 9.9(18).
           05 RQNT-SEP-7              PIC X(1).
           05 RQNT-TEXT               PIC X(40).
