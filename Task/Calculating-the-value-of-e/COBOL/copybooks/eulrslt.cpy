      *> Structured result record other batch programs can FD/read
      *> directly instead of scraping the sysout DISPLAY line.
      *> RSLT-RUN-TS is the start stamp of the EULER run that wrote
      *> the row, the same value that run puts in RUNCT-START-TS on
      *> its EULRUNCT row, so a row can be tied to its run by value
      *> rather than by where it falls in the file. Rows written
      *> before the stamp was carried have it blank.
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
           05 RSLT-N                  PIC 9(9).
           05 RSLT-SEP-2              PIC X(1).
           05 RSLT-VALUE              PIC 9.9(18).
           05 RSLT-SEP-3              PIC X(1).
           05 RSLT-RUN-TS             PIC 9(14).
