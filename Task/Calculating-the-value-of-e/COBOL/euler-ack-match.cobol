               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XACK-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EULACKRP"
               ORGANIZATION IS LINE SEQUENTIAL
      *> about a file, not a tolerance.
       WRITE-ACK-DIAGNOSTIC.
           ADD 1 TO WS-EXCEPTION-COUNT
           OPEN I-O DIAG-FILE
           IF WS-DIAG-STATUS = '35'
               OPEN OUTPUT DIAG-FILE
           END-IF
           MOVE WS-DIAG-N-HELD TO DIAG-N
           MOVE 0.0 TO DIAG-DISCREPANCY
           MOVE WS-DIAG-MESSAGE-HELD TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           CLOSE DIAG-FILE.

       PRINT-CONTROL-COUNTS.
                   TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

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
