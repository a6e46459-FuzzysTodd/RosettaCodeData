      *> Accounting-period control file: one row per period that has
      *> ever been closed, maintained by the period close (EULPCLOS)
      *> and the period reopen (EULPROPN) and rewritten whole by
      *> each. PERD-STATUS is 'CLOSED' while the period's certified
      *> values (eulcert.cpy) stand, 'REOPENED' once an operator has
      *> reopened it for correction - until the next close
      *> re-certifies it. PERD-END-TS is the instant the register
      *> was taken as at (the period's last day, 235959);
      *> PERD-ROWS and PERD-HASH are the register's control totals
      *> for the period (rows certified, and the sum of the values -
      *> the EULXTRCT hash-total convention). PERD-CHANGED-TS and
      *> PERD-OPERATOR name the last close or reopen.
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 PERD-RECORD.
           05 PERD-PERIOD             PIC 9(6).
           05 PERD-SEP-1              PIC X(1).
           05 PERD-STATUS             PIC X(8).
           05 PERD-SEP-2              PIC X(1).
           05 PERD-END-TS             PIC 9(14).
           05 PERD-SEP-3              PIC X(1).
           05 PERD-CLOSE-DATE         PIC 9(8).
           05 PERD-SEP-4              PIC X(1).
           05 PERD-ROWS               PIC 9(9).
           05 PERD-SEP-5              PIC X(1).
           05 PERD-HASH               PIC 9(13)V9(18).
           05 PERD-SEP-6              PIC X(1).
           05 PERD-CHANGED-TS         PIC 9(14).
           05 PERD-SEP-7              PIC X(1).
           05 PERD-OPERATOR           PIC X(8).
