      *> Operator authority file: one row per operator ID per
      *> resource that operator may change. Resources are the
      *> logical names of the cards and overrides under control:
      *>   EULPARM   the EULER parameter card (EULPARMM)
      *>   EULDGMPM  the monitor's escalation rule cards (EULCRDMT)
      *>   EULHSKPM  the housekeeping retention card (EULCRDMT)
      *>   EULSTUDY  the standing study definitions (EULCRDMT)
      *>   EULDRVMD  the driver's mode card - failed-card rerun
      *>             (EULCRDMT)
      *>   EULRLOCK  clearing the suite run lock (EULRLKRS)
      *>   EULPEND   releasing staged values to the results master
      *>             (EULPNDRL)
      *> No row, no authority: an operator ID is refused everything
      *> it is not granted, and a missing authority file refuses
      *> everybody. Rows are granted and revoked by the security
      *> administrator, who records who granted each one and when.
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 OPAU-RECORD.
           05 OPAU-OPERATOR           PIC X(8).
           05 OPAU-SEP-1              PIC X(1).
           05 OPAU-RESOURCE           PIC X(8).
           05 OPAU-SEP-2              PIC X(1).
           05 OPAU-GRANTED-BY         PIC X(8).
           05 OPAU-SEP-3              PIC X(1).
           05 OPAU-GRANTED-DATE       PIC 9(8).
