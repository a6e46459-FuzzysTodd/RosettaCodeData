               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIDE-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT RUNCT-FILE ASSIGN TO "EULRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
           END-IF.

       WRITE-BADDIGS-DIAGNOSTIC.
           OPEN I-O DIAG-FILE
           IF WS-DIAG-STATUS = '35'
               OPEN OUTPUT DIAG-FILE
           END-IF
           MOVE 0.0 TO DIAG-DISCREPANCY
           MOVE 'Digit count outside 50-1000; run rejected'
               TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           CLOSE DIAG-FILE.

      *> The whole fraction e - 2 starts as 1 in every factorial-
           MOVE WS-RUN-STATUS TO RUNCT-STATUS
           WRITE RUNCT-RECORD
           CLOSE RUNCT-FILE.

      *> A row stamped in the same second as one already on file
      *> takes the next sequence number.
       WRITE-DIAG-ROW.
           MOVE 0 TO DIAG-SEQUENCE
           WRITE DIAG-RECORD
           PERFORM UNTIL WS-DIAG-STATUS NOT = '22'
                   OR DIAG-SEQUENCE = 9999
               ADD 1 TO DIAG-SEQUENCE
               WRITE DIAG-RECORD
           END-PERFORM.
