      *> Backup manifest: one row per protected dataset per
      *> generation, written by EULBKUP after the generation's rows
      *> are safely on EULBKGEN. BKMN-PRESENT is 'N' when the
      *> dataset did not exist when the generation was taken.
      *> BKMN-COUNT is the number of records and BKMN-HASH a hash
      *> total over them: for each record, the sum of every byte's
      *> ordinal times its position in the 132-byte image, so a
      *> changed, moved or transposed byte moves the total where a
      *> simple count would not notice. EULBKRST proves both the
      *> backup rows and the restored files against these figures.
      *> Separator fields are named (not FILLER) and set once after
      *> OPEN so the record never carries NUL bytes into a
      *> LINE SEQUENTIAL WRITE (GnuCOBOL rejects those, status 71).
       01 BKMN-RECORD.
           05 BKMN-GENERATION         PIC 9(6).
           05 BKMN-SEP-1              PIC X(1).
           05 BKMN-TAKEN-TS           PIC 9(14).
           05 BKMN-SEP-2              PIC X(1).
           05 BKMN-DATASET            PIC X(8).
           05 BKMN-SEP-3              PIC X(1).
           05 BKMN-PRESENT            PIC X(1).
           05 BKMN-SEP-4              PIC X(1).
           05 BKMN-COUNT              PIC 9(9).
           05 BKMN-SEP-5              PIC X(1).
           05 BKMN-HASH               PIC 9(18).
