      *> Quarantine record: one row per malformed record EULSCAN
      *> lifts out of a live dataset - when the scan ran, which
      *> dataset the row came from, its position in that file, the
      *> reason code and the first field found wrong, and the row
      *> itself as it stood, so it can be repaired and put back by
      *> hand. Reason codes: BADLEN (data past the end of the
      *> layout), BADSEP (a separator byte not a space), BADNUM (a
      *> numeric field not numeric), BADTS (a timestamp or date that
      *> is not a real one), FUTURETS (a timestamp later than the
      *> scan), BADSTAT (a status, diagnostic type or job name the
      *> suite never issues).
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 QUAR-RECORD.
           05 QUAR-SCAN-TS            PIC 9(14).
           05 QUAR-SEP-1              PIC X(1).
           05 QUAR-DATASET            PIC X(8).
           05 QUAR-SEP-2              PIC X(1).
           05 QUAR-ROW                PIC 9(9).
           05 QUAR-SEP-3              PIC X(1).
           05 QUAR-REASON             PIC X(8).
           05 QUAR-SEP-4              PIC X(1).
           05 QUAR-FIELD              PIC X(16).
           05 QUAR-SEP-5              PIC X(1).
           05 QUAR-IMAGE              PIC X(132).
