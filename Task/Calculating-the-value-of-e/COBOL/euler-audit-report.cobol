               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPARM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EULAUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EULAUDRP"
               ORGANIZATION IS LINE SEQUENTIAL
       TALLY-AUDIT-HISTORY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           PERFORM POSITION-AT-PERIOD-START
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF AUDIT-TIMESTAMP(1:8) > WS-THRU-DATE
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
                       IF AUDIT-TIMESTAMP(1:8) >= WS-FROM-DATE
                          AND AUDIT-TIMESTAMP(1:8) <= WS-THRU-DATE
                           PERFORM TALLY-ONE-RUN
               CLOSE AUDIT-FILE
           END-IF.

      *> EULAUDIT is keyed on the run timestamp, so each pass starts
      *> at the period's first day and stops at the first row past
      *> its last, instead of reading the whole history.
       POSITION-AT-PERIOD-START.
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE LOW-VALUES TO AUDIT-KEY
               MOVE WS-FROM-DATE TO AUDIT-KEY(1:8)
               START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
           END-IF.

       TALLY-ONE-RUN.
           ADD 1 TO WS-COUNT-TOTAL
           EVALUATE AUDIT-STATUS
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *> Second pass over the period: every run in it that did not
      *> end '00', in key (chronological) order, so the
      *> section manager can see exactly which executions went wrong
      *> without anyone re-reading the raw dataset.
       PRINT-EXCEPTION-DETAIL.
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           PERFORM POSITION-AT-PERIOD-START
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF AUDIT-TIMESTAMP(1:8) > WS-THRU-DATE
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
                       IF AUDIT-TIMESTAMP(1:8) >= WS-FROM-DATE
                          AND AUDIT-TIMESTAMP(1:8) <= WS-THRU-DATE
                          AND AUDIT-STATUS NOT = '00'
