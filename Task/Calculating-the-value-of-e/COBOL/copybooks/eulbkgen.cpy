      *> Backup generation dataset: every record of every protected
      *> file, as it stood when EULBKUP took the generation - the
      *> generation number, the dataset it came from, its position
      *> in that file, and the row itself as a 132-byte image (the
      *> same image EULHSKPG and EULSCAN carry rows through as). A
      *> generation only counts as a restore point once its
      *> manifest rows (eulbkman.cpy) are on EULBKMAN; rows without
      *> them are an interrupted backup and are dropped at the next
      *> retention pass.
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 BKGN-RECORD.
           05 BKGN-GENERATION         PIC 9(6).
           05 BKGN-SEP-1              PIC X(1).
           05 BKGN-DATASET            PIC X(8).
           05 BKGN-SEP-2              PIC X(1).
           05 BKGN-ROW                PIC 9(9).
           05 BKGN-SEP-3              PIC X(1).
           05 BKGN-IMAGE              PIC X(132).
