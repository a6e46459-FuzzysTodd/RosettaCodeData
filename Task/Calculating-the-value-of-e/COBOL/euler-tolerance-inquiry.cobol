       PROGRAM-ID. EULTOLIQ.
      *> One-tolerance "full story" operator inquiry: key a tolerance
      *> and see everything the suite knows about it on one screen,
      *> instead of searching three files by eye to answer a
      *> user's "is the value for 1.0E-9 good?". Shown together:
      *>   - the current EULRMAST row (value, terminal N, when
      *>     EULRUPDT last applied it);
               RECORD KEY IS RMAST-EPSILON
               FILE STATUS IS WS-RMAST-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EULAUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
       DATA DIVISION.
       FILE SECTION.
               CLOSE RMAST-FILE
           END-IF.

      *> Read the keyed tolerance's audit rows by the alternate key,
      *> keeping the last three - rows sharing a tolerance come back
      *> in the order they were written, so a shifting three-slot
      *> window leaves the newest in slot 3.
       GATHER-AUDIT-ROWS.
           MOVE 0 TO WS-AUD-HELD
           MOVE 0 TO WS-AUD-TOTAL
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE WS-EPSILON-KEY TO AUDIT-EPSILON
               START AUDIT-FILE KEY IS EQUAL TO AUDIT-EPSILON
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF AUDIT-EPSILON = WS-EPSILON-KEY
                           PERFORM HOLD-ONE-AUDIT-ROW
                       ELSE
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
      *> written, and separately the "open" ones stamped on or after
      *> the latest audit row - a diagnostic older than the newest
      *> run was overtaken by it and argues nothing about the value
      *> on file today. Read by the alternate key, as the audits are.
       GATHER-DIAGNOSTICS.
           MOVE 0 TO WS-DIAG-TOTAL
           MOVE 0 TO WS-DIAG-OPEN
           OPEN INPUT DIAG-FILE
           IF WS-DIAG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE WS-EPSILON-KEY TO DIAG-EPSILON
               START DIAG-FILE KEY IS EQUAL TO DIAG-EPSILON
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DIAG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                           IF DIAG-TIMESTAMP >= WS-LATEST-AUDIT-TS
                               ADD 1 TO WS-DIAG-OPEN
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
