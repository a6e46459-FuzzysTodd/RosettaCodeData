      *> Period action log: one row appended per close (EULPCLOS)
      *> or reopen (EULPROPN) of an accounting period, so a reopen
      *> is never silent - who did it, when, to which period, and
      *> why. PDLG-ROWS is the register row count the close
      *> certified (or, on a reopen, the count that stood until
      *> then).
      *> PDLG-TIMESTAMP leads the record (the EULAUDIT convention)
      *> so the housekeeping and history programs can age and splice
      *> it on the leading timestamp like any other log.
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 PDLG-RECORD.
           05 PDLG-TIMESTAMP          PIC 9(14).
           05 PDLG-SEP-1              PIC X(1).
           05 PDLG-ACTION             PIC X(8).
           05 PDLG-SEP-2              PIC X(1).
           05 PDLG-PERIOD             PIC 9(6).
           05 PDLG-SEP-3              PIC X(1).
           05 PDLG-OPERATOR           PIC X(8).
           05 PDLG-SEP-4              PIC X(1).
           05 PDLG-ROWS               PIC 9(9).
           05 PDLG-SEP-5              PIC X(1).
           05 PDLG-REASON             PIC X(40).
