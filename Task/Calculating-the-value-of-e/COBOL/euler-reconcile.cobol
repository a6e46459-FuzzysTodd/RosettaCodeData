               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT WIDE-FILE ASSIGN TO "EULWIDE"
               ORGANIZATION IS LINE SEQUENTIAL
      *> writer here, record fields are touched only once the file
      *> is open.
       WRITE-REFCHECK-DIAGNOSTIC.
           OPEN I-O DIAG-FILE
           IF WS-DIAG-STATUS = '35'
               OPEN OUTPUT DIAG-FILE
           END-IF
           COMPUTE DIAG-DISCREPANCY ROUNDED = WS-REF-GAP
           MOVE 'Value beyond allowance from EULERHIP reference'
               TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           CLOSE DIAG-FILE.

       RECONCILE-TABLES.
               AFTER ADVANCING 1 LINE.

       WRITE-XCHECK-DIAGNOSTIC.
           OPEN I-O DIAG-FILE
           IF WS-DIAG-STATUS = '35'
               OPEN OUTPUT DIAG-FILE
           END-IF
           COMPUTE DIAG-DISCREPANCY ROUNDED = WS-DISCREPANCY
           MOVE 'EULRSLT and EULSUMM disagree for this tolerance'
               TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           CLOSE DIAG-FILE.

       PRINT-CONTROL-COUNTS.
       PRINT-COUNT-LINE.
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

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
