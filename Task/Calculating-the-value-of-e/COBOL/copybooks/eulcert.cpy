      *> Certified-values register: the results master frozen as at
      *> the end of an accounting period, one row per tolerance that
      *> had a published value at that instant, appended by the
      *> period close (EULPCLOS) and never updated after - a
      *> reclose of a reopened period replaces that period's rows
      *> whole. CERT-FROM-TS/CERT-THRU-TS are the interval the value
      *> was current over, as EULRASOF would report it: the
      *> EULRMHST interval when the row has since been replaced
      *> (CERT-SOURCE 'EULRMHST'), or the master row's own
      *> publication stamp with a zero thru when it was still
      *> current at close (CERT-SOURCE 'EULRMAST').
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 CERT-RECORD.
           05 CERT-PERIOD             PIC 9(6).
           05 CERT-SEP-1              PIC X(1).
           05 CERT-CLOSE-DATE         PIC 9(8).
           05 CERT-SEP-2              PIC X(1).
           05 CERT-EPSILON            PIC 9V9(18).
           05 CERT-SEP-3              PIC X(1).
           05 CERT-N                  PIC 9(9).
           05 CERT-SEP-4              PIC X(1).
           05 CERT-VALUE              PIC 9.9(18).
           05 CERT-SEP-5              PIC X(1).
           05 CERT-FROM-TS            PIC 9(14).
           05 CERT-SEP-6              PIC X(1).
           05 CERT-THRU-TS            PIC 9(14).
           05 CERT-SEP-7              PIC X(1).
           05 CERT-SOURCE             PIC X(8).
