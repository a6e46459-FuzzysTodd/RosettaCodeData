      *>     midnight);
      *>   - whether EULRUPDT has refreshed EULRMAST since EULER
      *>     last wrote the result feed (a master older than the
      *>     feed means downstream keyed reads serve stale rows) -
      *>     now judged through the pending-publication queue, since
      *>     new values only reach the master when a checker
      *>     releases them through EULPNDRL;
      *>   - the age of the EULWIDE reference record (EULRECON
      *>     judges every producer against WIDE-VALUE, so a stale
      *>     reference quietly weakens every cross-check).
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCT-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT RMAST-FILE ASSIGN TO "EULRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMAST-EPSILON
               FILE STATUS IS WS-RMAST-STATUS.
           SELECT PEND-FILE ASSIGN TO "EULPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PNCK-FILE ASSIGN TO "EULPNDCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNCK-STATUS.
           SELECT WIDE-FILE ASSIGN TO "EULWIDE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WIDE-STATUS.
       COPY "euldiag.cpy".
       FD  RMAST-FILE.
       COPY "eulrmst.cpy".
       FD  PEND-FILE.
       COPY "eulpend.cpy".
       FD  PNCK-FILE.
       COPY "eulpndck.cpy".
       FD  WIDE-FILE.
       COPY "eulwide.cpy".
       FD  PRINT-FILE.
           01 WS-RUNCT-STATUS PIC XX.
           01 WS-DIAG-STATUS PIC XX.
           01 WS-RMAST-STATUS PIC XX.
           01 WS-PEND-STATUS PIC XX.
           01 WS-PNCK-STATUS PIC XX.
           01 WS-WIDE-STATUS PIC XX.
           01 WS-PRINT-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X.
           01 WS-MAST-ROWS PIC 9(9) VALUE 0.
           01 WS-MAST-MAX-UPDATED PIC 9(14) VALUE 0.
           01 WS-FEED-LAST-END PIC X(14) VALUE SPACE.
      *> Values staged and still awaiting a checker, and when
      *> EULRUPDT last staged the feeds: an unchanged value is
      *> never restaged, so a master older than the feed is only
      *> stale when the feed has not been staged since.
           01 WS-PEND-ROWS PIC 9(9) VALUE 0.
           01 WS-STAGED-LAST-TS PIC X(14) VALUE SPACE.
           01 WS-MAST-VERDICT PIC X(60).
           01 WS-MAST-WARN PIC X VALUE 'N'.
      *> Wide-reference age: EULERHIP is a monthly fixture, so a
           END-IF.

      *> The newest RMAST-UPDATED stamp across the whole master,
      *> read sequentially off the index; an unopenable master
      *> (nothing released yet) reads as zero rows.
       GATHER-MASTER-FRESHNESS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RMAST-FILE
           IF WS-RMAST-STATUS NOT = '35'
               CLOSE RMAST-FILE
           END-IF
           PERFORM GATHER-PENDING-QUEUE
           EVALUATE TRUE
               WHEN WS-FEED-LAST-END = SPACE
                   MOVE 'NO CLEAN EULER RUN ON FILE - NOTHING TO MASTER'
                       TO WS-MAST-VERDICT
               WHEN WS-PEND-ROWS > 0
                   MOVE 'NEW VALUES AWAITING CHECKER RELEASE (EULPNDRL)'
                       TO WS-MAST-VERDICT
                   MOVE 'Y' TO WS-MAST-WARN
               WHEN WS-MAST-ROWS = 0
                   MOVE 'MASTER EMPTY - NOTHING HAS BEEN RELEASED'
                       TO WS-MAST-VERDICT
                   MOVE 'Y' TO WS-MAST-WARN
               WHEN WS-MAST-MAX-UPDATED >= WS-FEED-LAST-END
                   MOVE 'REFRESHED SINCE THE LAST RESULT WRITE'
                       TO WS-MAST-VERDICT
               WHEN WS-STAGED-LAST-TS NOT = SPACE
                       AND WS-STAGED-LAST-TS >= WS-FEED-LAST-END
                   MOVE 'CURRENT - FEED STAGED, NO VALUE CHANGED'
                       TO WS-MAST-VERDICT
               WHEN OTHER
                   MOVE 'STALE - EULRUPDT HAS NOT RUN SINCE THE FEED'
                       TO WS-MAST-VERDICT
                   MOVE 'Y' TO WS-MAST-WARN
           END-EVALUATE.

      *> Open items on the queue, and the staging checkpoint's
      *> last-run stamp; either file missing reads as nothing.
       GATHER-PENDING-QUEUE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PEND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PEND-ROWS
               END-READ
           END-PERFORM
           IF WS-PEND-STATUS NOT = '35'
               CLOSE PEND-FILE
           END-IF
           OPEN INPUT PNCK-FILE
           IF WS-PNCK-STATUS = '00'
               READ PNCK-FILE
                   NOT AT END
                       MOVE PNCK-UPDATED TO WS-STAGED-LAST-TS
               END-READ
               CLOSE PNCK-FILE
           END-IF.

       GATHER-WIDE-REFERENCE.
           OPEN INPUT WIDE-FILE
           IF WS-WIDE-STATUS = '00'
                       OR WS-DT-TYPE(WS-DTY-INDEX) = 'NOACK'
                       OR WS-DT-TYPE(WS-DTY-INDEX) = 'ACKCOUNT'
                       OR WS-DT-TYPE(WS-DTY-INDEX) = 'ACKBAD'
                       OR WS-DT-TYPE(WS-DTY-INDEX) = 'OUTOFBAL'
                   MOVE 'F' TO WS-VERDICT
               ELSE
                   PERFORM RAISE-WARNING
