      *> Shop business calendar: one row per date, kept in date
      *> order by the maintenance screen (EULCALMT) and read through
      *> the calendar manager (EULCALMG) by every program whose date
      *> rules count business days rather than calendar days.
      *> CAL-DAY-TYPE is 'W' a working day, 'H' a holiday, 'N' any
      *> other non-working day (weekends, shutdown weeks).
      *> CAL-PERIOD-END is 'Y' on the accounting period's last
      *> business day - the night the trend report judges against
      *> its own period-end baseline. A date with no row is not a
      *> guess waiting to happen: the night driver refuses to run
      *> when tomorrow is missing.
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 CAL-RECORD.
           05 CAL-DATE                PIC 9(8).
           05 CAL-SEP-1               PIC X(1).
           05 CAL-DAY-TYPE            PIC X(1).
           05 CAL-SEP-2               PIC X(1).
           05 CAL-PERIOD-END          PIC X(1).
           05 CAL-SEP-3               PIC X(1).
           05 CAL-DESCRIPTION         PIC X(30).
           05 CAL-SEP-4               PIC X(1).
           05 CAL-CHANGED-TS          PIC 9(14).
           05 CAL-SEP-5               PIC X(1).
           05 CAL-OPERATOR            PIC X(8).
