       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULRUPDT.
      *> Stages new results for publication: rows from the
      *> append-only EULRSLT feed and from EULERDRV's EULSUMM are
      *> queued on the pending-publication file EULPEND (see
      *> eulpend.cpy) instead of being applied straight to the
      *> indexed results master EULRMAST. Nothing reaches the master
      *> - or EULXTRCT's consumers - until a second operator has
      *> approved it through EULPNDRL; the auditors' "who signed off
      *> this published constant?" now has an answer. The maker is
      *> the operator keyed on the staging card (EULRUPPM); with no
      *> operator keyed nothing is staged and the step ends 16.
      *> A row is only staged when the run that produced it is on
      *> EULRUNCT with a good status. Each EULRSLT row carries the
      *> start stamp of the EULER run that wrote it (RSLT-RUN-TS),
      *> and is matched to the EULER run-control row with that
      *> stamp, no more rows to a run than its RUNCT-RECORDS. A
      *> feed row no run-control row matches - the run died between
      *> writing its result and its control row, or the row was
      *> written before the feed carried a stamp - is an orphan:
      *> refused, not published, and counted on one ORPHAN
      *> diagnostic for the run so EULBALNC can show it. One orphan
      *> never moves the rows after it onto the wrong run. EULSUMM
      *> is taken only from the latest EULERDRV run, and only when
      *> that run ended '00' or '04' and wrote exactly the rows the
      *> file now holds; a malformed row in it is refused on its
      *> own and the rest are staged.
      *> The staging checkpoint (see eulpndck.cpy) keeps each feed
      *> row from being staged twice; a value identical to the
      *> current master row, or to the item already queued for the
      *> tolerance, is counted and passed over. The queue holds one
      *> open item per tolerance: a newer run's value supersedes the
      *> older undecided item, which is written to the decision log
      *> EULPNDLG as superseded rather than silently dropped.
      *> The review report (EULPNDRP) prints the queue with the old
      *> and new values side by side before anyone decides.
      *> A value staged from a run that falls inside an accounting
      *> period already closed by EULPCLOS, and that differs from
      *> what the period's certificate (EULCERT) shows, would have
      *> changed a certified value had it been published in time: it
      *> is still staged, but flagged with a POSTCLOS diagnostic so
      *> finance hears of it before the checker releases it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESULT-FILE ASSIGN TO "EULRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "EULSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-STATUS.
           SELECT RUNCT-FILE ASSIGN TO "EULRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCT-STATUS.
           SELECT RMAST-FILE ASSIGN TO "EULRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMAST-EPSILON
               FILE STATUS IS WS-RMAST-STATUS.
           SELECT PEND-FILE ASSIGN TO "EULPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT PNDLG-FILE ASSIGN TO "EULPNDLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDLG-STATUS.
           SELECT PNCK-FILE ASSIGN TO "EULPNDCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNCK-STATUS.
           SELECT RUPM-FILE ASSIGN TO "EULRUPPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUPM-STATUS.
           SELECT PERD-FILE ASSIGN TO "EULPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.
           SELECT CERT-FILE ASSIGN TO "EULCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RESULT-FILE.
       COPY "eulrslt.cpy".
       FD  SUMMARY-FILE.
       COPY "eulsumm.cpy".
       FD  RUNCT-FILE.
       COPY "eulrunct.cpy".
       FD  RMAST-FILE.
       COPY "eulrmst.cpy".
       FD  PEND-FILE.
       COPY "eulpend.cpy".
       FD  PNDLG-FILE.
       COPY "eulpndlg.cpy".
       FD  PNCK-FILE.
       COPY "eulpndck.cpy".
       FD  RUPM-FILE.
       COPY "eulruppm.cpy".
       FD  PERD-FILE.
       COPY "eulperd.cpy".
       FD  CERT-FILE.
       COPY "eulcert.cpy".
       FD  DIAG-FILE.
       COPY "euldiag.cpy".
       WORKING-STORAGE SECTION.
           01 WS-RSLT-STATUS PIC XX.
           01 WS-SUMM-STATUS PIC XX.
           01 WS-RUNCT-STATUS PIC XX.
           01 WS-RMAST-STATUS PIC XX.
           01 WS-PEND-STATUS PIC XX.
           01 WS-PNDLG-STATUS PIC XX.
           01 WS-PNCK-STATUS PIC XX.
           01 WS-RUPM-STATUS PIC XX.
           01 WS-PERD-STATUS PIC XX.
           01 WS-CERT-STATUS PIC XX.
           01 WS-DIAG-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X VALUE 'N'.
           01 WS-RUNCT-EOF PIC X.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-TIMESTAMP PIC 9(14).
           01 WS-MAKER-ID PIC X(8) VALUE SPACE.
           01 WS-MAST-PRESENT PIC X VALUE 'N'.
      *> Staging checkpoint as read at startup, and the positions
      *> this run reaches - written back only when the run ends
      *> clean.
           01 WS-CK-RSLT-ROWS PIC 9(9) VALUE 0.
           01 WS-CK-DRV-RUN-TS PIC 9(14) VALUE 0.
           01 WS-NEW-DRV-RUN-TS PIC 9(14) VALUE 0.
      *> EULRSLT row attribution: the feed row number, whether its
      *> run was found, and the EULER run-control row the feed has
      *> reached - its start stamp, status, the rows it says it
      *> wrote and how many of those have been matched so far.
           01 WS-FEED-ROW PIC 9(9) VALUE 0.
           01 WS-ATTR-FOUND PIC X VALUE 'N'.
           01 WS-ATTR-RUN-TS PIC 9(14) VALUE 0.
           01 WS-ATTR-RUN-STATUS PIC XX.
           01 WS-ATTR-RECORDS PIC 9(9) VALUE 0.
           01 WS-ATTR-USED PIC 9(9) VALUE 0.
           01 WS-ORPHAN-COUNT PIC 9(9) VALUE 0.
      *> Latest EULERDRV run-control row, the only run whose
      *> summary file is still on disk.
           01 WS-DRV-FOUND PIC X VALUE 'N'.
           01 WS-DRV-RUN-TS PIC 9(14).
           01 WS-DRV-RUN-STATUS PIC XX.
           01 WS-DRV-RUN-RECORDS PIC 9(9).
           01 WS-SUMM-ROWS PIC 9(9).
           01 WS-SUMM-ROW PIC 9(9).
      *> The feed row being staged, in one shape whichever file it
      *> came off.
           01 WS-ITEM-EPSILON PIC 9V9(18).
           01 WS-ITEM-N PIC 9(9).
           01 WS-ITEM-VALUE PIC 9V9(18).
           01 WS-ITEM-SOURCE PIC X(8).
           01 WS-ITEM-RUN-TS PIC 9(14).
           01 WS-ITEM-RUN-STATUS PIC XX.
      *> The current master row for the item's tolerance, de-edited
      *> from the master's numeric-edited value field.
           01 WS-OLD-FOUND PIC X.
           01 WS-OLD-N PIC 9(9).
           01 WS-OLD-VALUE PIC 9V9(18).
      *> The queue, loaded whole, maintained keyed on the tolerance,
      *> and rewritten whole - the driver's merge-table shape. An
      *> overflowed queue refuses the rewrite rather than dropping
      *> open items.
           01 WS-PQ-MAX USAGE UNSIGNED-INT VALUE 200.
           01 WS-PQ-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-PQ-INDEX USAGE UNSIGNED-INT.
           01 WS-PQ-FOUND PIC X.
           01 WS-PQ-OVERFLOW PIC X VALUE 'N'.
           01 WS-PQ-TABLE.
              03 WS-PQ-ENTRY OCCURS 200.
                 05 WS-PQ-STAGED-TS PIC 9(14).
                 05 WS-PQ-EPSILON PIC 9V9(18).
                 05 WS-PQ-N PIC 9(9).
                 05 WS-PQ-VALUE PIC 9V9(18).
                 05 WS-PQ-SOURCE PIC X(8).
                 05 WS-PQ-RUN-TS PIC 9(14).
                 05 WS-PQ-RUN-STATUS PIC XX.
                 05 WS-PQ-MAKER PIC X(8).
      *> The superseded item, staged for the decision log.
           01 WS-SUP-EPSILON PIC 9V9(18).
           01 WS-SUP-N PIC 9(9).
           01 WS-SUP-VALUE PIC 9V9(18).
           01 WS-SUP-SOURCE PIC X(8).
           01 WS-SUP-RUN-TS PIC 9(14).
           01 WS-SUP-MAKER PIC X(8).
           01 WS-READ-COUNT PIC 9(9) VALUE 0.
           01 WS-STAGED-COUNT PIC 9(9) VALUE 0.
           01 WS-UNCHANGED-COUNT PIC 9(9) VALUE 0.
           01 WS-SUPERSEDED-COUNT PIC 9(9) VALUE 0.
           01 WS-REFUSED-COUNT PIC 9(9) VALUE 0.
           01 WS-POSTCLOSE-COUNT PIC 9(9) VALUE 0.
      *> Accounting periods standing closed on EULPERD, and the
      *> certificate's row for the item in hand (see
      *> CHECK-CLOSED-PERIOD).
           01 WS-CP-MAX USAGE UNSIGNED-INT VALUE 600.
           01 WS-CP-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-CP-INDEX USAGE UNSIGNED-INT.
           01 WS-CP-TABLE.
              03 WS-CP-ENTRY OCCURS 600.
                 05 WS-CP-PERIOD PIC 9(6).
                 05 WS-CP-END-TS PIC 9(14).
           01 WS-CP-EOF PIC X.
           01 WS-CLOSED-HIT PIC X.
           01 WS-CLOSED-PERIOD PIC 9(6).
           01 WS-CLOSED-END-TS PIC 9(14).
           01 WS-CERT-FOUND PIC X.
           01 WS-CERT-N PIC 9(9).
           01 WS-CERT-VALUE-NUM PIC 9V9(18).
           01 WS-CONTROL-MESSAGE.
              03 FILLER PIC X(10) VALUE 'EULRUPDT: '.
              03 WS-MSG-READ PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(7) VALUE ' READ, '.
              03 WS-MSG-STAGED PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(9) VALUE ' STAGED, '.
              03 WS-MSG-UNCHANGED PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(12) VALUE ' UNCHANGED, '.
              03 WS-MSG-REFUSED PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(8) VALUE ' REFUSED'.
      *> Suite run lock (via EULRLKMG): this program rewrites the
      *> pending queue and reads the feeds the producers append, so
      *> it serializes with them the same way they serialize with
      *> each other.
           01 WS-LOCK-ACTION PIC X.
           01 WS-LOCK-JOB PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-STAGING-CARD
           IF WS-MAKER-ID = SPACE
               DISPLAY 'EULRUPDT: NO OPERATOR KEYED ON EULRUPPM - '
                   'NOTHING STAGED'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-STAGING-CHECKPOINT
           PERFORM LOAD-PENDING-QUEUE
           PERFORM LOAD-CLOSED-PERIODS
           OPEN INPUT RMAST-FILE
           IF WS-RMAST-STATUS = '00'
               MOVE 'Y' TO WS-MAST-PRESENT
           END-IF
           PERFORM STAGE-RESULT-FEED
           PERFORM STAGE-DRIVER-SUMMARY
           IF WS-MAST-PRESENT = 'Y'
               CLOSE RMAST-FILE
           END-IF
      *> An overflowed queue could not hold every open item, so
      *> neither the queue nor the checkpoint moves: the next run
      *> stages the same rows again once the queue has been worked
      *> down by EULPNDRL.
           IF WS-PQ-OVERFLOW = 'Y'
               DISPLAY 'EULRUPDT: PENDING QUEUE FULL - NOTHING STAGED,'
                   ' RELEASE OPEN ITEMS AND RERUN'
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM REWRITE-PENDING-QUEUE
               PERFORM WRITE-STAGING-CHECKPOINT
               PERFORM FLAG-CLOSED-PERIOD-ITEMS
               IF WS-ORPHAN-COUNT > 0
                   PERFORM WRITE-ORPHAN-DIAG
               END-IF
               MOVE WS-READ-COUNT TO WS-MSG-READ
               MOVE WS-STAGED-COUNT TO WS-MSG-STAGED
               MOVE WS-UNCHANGED-COUNT TO WS-MSG-UNCHANGED
               MOVE WS-REFUSED-COUNT TO WS-MSG-REFUSED
               DISPLAY WS-CONTROL-MESSAGE
               IF WS-POSTCLOSE-COUNT > 0
                   DISPLAY 'EULRUPDT: ' WS-POSTCLOSE-COUNT
                       ' STAGED VALUES DIFFER FROM A CLOSED-PERIOD'
                       ' CERTIFICATE - SEE POSTCLOS ON EULDIAG'
               END-IF
               IF WS-REFUSED-COUNT > 0 OR WS-POSTCLOSE-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.

               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL.

      *> The submitting operator, the item's maker. A missing card
      *> or blank ID leaves no maker, and the run is refused: a job
      *> name is not an operator, and the maker is the one person
      *> EULPNDRL keeps from approving the item.
       READ-STAGING-CARD.
           OPEN INPUT RUPM-FILE
           IF WS-RUPM-STATUS = '00'
               READ RUPM-FILE
                   NOT AT END
                       IF RUPM-MAKER-ID NOT = SPACE
                           MOVE RUPM-MAKER-ID TO WS-MAKER-ID
                       END-IF
               END-READ
               CLOSE RUPM-FILE
           END-IF.

       READ-STAGING-CHECKPOINT.
           OPEN INPUT PNCK-FILE
           IF WS-PNCK-STATUS = '00'
               READ PNCK-FILE
                   NOT AT END
                       IF PNCK-RSLT-ROWS IS NUMERIC
                           MOVE PNCK-RSLT-ROWS TO WS-CK-RSLT-ROWS
                       END-IF
                       IF PNCK-DRV-RUN-TS IS NUMERIC
                           MOVE PNCK-DRV-RUN-TS TO WS-CK-DRV-RUN-TS
                       END-IF
               END-READ
               CLOSE PNCK-FILE
           END-IF
           MOVE WS-CK-DRV-RUN-TS TO WS-NEW-DRV-RUN-TS.

      *> Every open item comes in off the queue so new rows can be
      *> matched against it on the tolerance.
       LOAD-PENDING-QUEUE.
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
                       IF WS-PQ-COUNT < WS-PQ-MAX
                           ADD 1 TO WS-PQ-COUNT
                           MOVE WS-PQ-COUNT TO WS-PQ-INDEX
                           MOVE PEND-STAGED-TS
                               TO WS-PQ-STAGED-TS(WS-PQ-INDEX)
                           MOVE PEND-EPSILON
                               TO WS-PQ-EPSILON(WS-PQ-INDEX)
                           MOVE PEND-N TO WS-PQ-N(WS-PQ-INDEX)
                           MOVE PEND-VALUE TO WS-PQ-VALUE(WS-PQ-INDEX)
                           MOVE PEND-SOURCE
                               TO WS-PQ-SOURCE(WS-PQ-INDEX)
                           MOVE PEND-RUN-TS
                               TO WS-PQ-RUN-TS(WS-PQ-INDEX)
                           MOVE PEND-RUN-STATUS
                               TO WS-PQ-RUN-STATUS(WS-PQ-INDEX)
                           MOVE PEND-MAKER TO WS-PQ-MAKER(WS-PQ-INDEX)
                       ELSE
                           MOVE 'Y' TO WS-PQ-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PEND-STATUS NOT = '35'
               CLOSE PEND-FILE
           END-IF.

      *> ------------------------------------------------------------
      *> EULRSLT: every feed row past the checkpoint is staged,
      *> provided the EULER run-control row carrying its stamp has a
      *> good status. EULER writes both files in run order, so the
      *> run-control file is read forward in step with the feed,
      *> from the top - the rows already staged still use up their
      *> run's count.
      *> ------------------------------------------------------------
       STAGE-RESULT-FEED.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RESULT-FILE
           IF WS-RSLT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           MOVE 'N' TO WS-RUNCT-EOF
           OPEN INPUT RUNCT-FILE
           IF WS-RUNCT-STATUS NOT = '00'
               MOVE 'Y' TO WS-RUNCT-EOF
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FEED-ROW
                       PERFORM FIND-FEED-ROW-RUN
                       IF WS-FEED-ROW > WS-CK-RSLT-ROWS
                           ADD 1 TO WS-READ-COUNT
                           PERFORM STAGE-ONE-FEED-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RSLT-STATUS NOT = '35'
               CLOSE RESULT-FILE
           END-IF
           IF WS-RUNCT-STATUS NOT = '35'
               CLOSE RUNCT-FILE
           END-IF
      *> A feed shorter than the checkpoint has been replaced behind
      *> this job's back; nothing in it can be told apart from what
      *> was staged already, so the checkpoint follows the file and
      *> the operator is told.
           IF WS-FEED-ROW < WS-CK-RSLT-ROWS
               DISPLAY 'EULRUPDT: EULRSLT HOLDS FEWER ROWS THAN ALREADY'
                   ' STAGED - FEED REPLACED, CHECKPOINT RESET'
           END-IF
           MOVE WS-FEED-ROW TO WS-CK-RSLT-ROWS.

      *> The row's run is the run-control row carrying its stamp
      *> that still has rows unmatched. Run-control rows older than
      *> the stamp - and a same-second run whose rows are all
      *> matched - are passed; one newer than the stamp is kept for
      *> the rows after it. A row with no stamp matches nothing and
      *> leaves the run-control file where it stands.
       FIND-FEED-ROW-RUN.
           MOVE 'N' TO WS-ATTR-FOUND
           IF RSLT-RUN-TS IS NUMERIC
               PERFORM UNTIL WS-RUNCT-EOF = 'Y'
                       OR WS-ATTR-RUN-TS > RSLT-RUN-TS
                       OR (WS-ATTR-RUN-TS = RSLT-RUN-TS
                           AND WS-ATTR-USED < WS-ATTR-RECORDS)
                   PERFORM NEXT-EULER-RUN-ROW
               END-PERFORM
               IF WS-ATTR-RUN-TS = RSLT-RUN-TS
                       AND WS-ATTR-USED < WS-ATTR-RECORDS
                   MOVE 'Y' TO WS-ATTR-FOUND
                   ADD 1 TO WS-ATTR-USED
               END-IF
           END-IF.

      *> Advance to the next EULER run-control row; the other jobs'
      *> rows are passed over.
       NEXT-EULER-RUN-ROW.
           READ RUNCT-FILE
               AT END
                   MOVE 'Y' TO WS-RUNCT-EOF
               NOT AT END
                   IF RUNCT-JOB-NAME = 'EULER'
                           AND RUNCT-START-TS IS NUMERIC
                           AND RUNCT-RECORDS IS NUMERIC
                       MOVE RUNCT-START-TS TO WS-ATTR-RUN-TS
                       MOVE RUNCT-STATUS TO WS-ATTR-RUN-STATUS
                       MOVE RUNCT-RECORDS TO WS-ATTR-RECORDS
                       MOVE 0 TO WS-ATTR-USED
                   END-IF
           END-READ.

       STAGE-ONE-FEED-ROW.
           EVALUATE TRUE
               WHEN WS-ATTR-FOUND = 'N'
                   ADD 1 TO WS-REFUSED-COUNT
                   ADD 1 TO WS-ORPHAN-COUNT
                   DISPLAY 'EULRUPDT: EULRSLT ROW ' WS-FEED-ROW
                       ' STAMPED ' RSLT-RUN-TS
                       ' HAS NO EULER RUN-CONTROL ROW - NOT STAGED'
               WHEN WS-ATTR-RUN-STATUS NOT = '00'
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY 'EULRUPDT: EULRSLT ROW ' WS-FEED-ROW
                       ' FROM EULER RUN STATUS ' WS-ATTR-RUN-STATUS
                       ' - NOT STAGED'
               WHEN RSLT-EPSILON NOT NUMERIC
                       OR RSLT-N NOT NUMERIC
                       OR RSLT-VALUE(2:1) NOT = '.'
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY 'EULRUPDT: EULRSLT ROW ' WS-FEED-ROW
                       ' IS MALFORMED - NOT STAGED'
               WHEN OTHER
                   MOVE RSLT-EPSILON TO WS-ITEM-EPSILON
                   MOVE RSLT-N TO WS-ITEM-N
                   MOVE RSLT-VALUE TO WS-ITEM-VALUE
                   MOVE 'EULER' TO WS-ITEM-SOURCE
                   MOVE WS-ATTR-RUN-TS TO WS-ITEM-RUN-TS
                   MOVE WS-ATTR-RUN-STATUS TO WS-ITEM-RUN-STATUS
                   PERFORM STAGE-ONE-ITEM
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> EULSUMM: the file on disk belongs to the latest EULERDRV
      *> run. It is staged once per run, only when that run wrote
      *> it ('00' every card, or '04' the converged cards of a
      *> partial night) and only when the file still holds exactly
      *> the rows the run-control row says were written. EULSCAN
      *> leaves a malformed row in place rather than shorten the
      *> file; it is refused here on its own.
      *> ------------------------------------------------------------
       STAGE-DRIVER-SUMMARY.
           PERFORM FIND-LATEST-DRIVER-RUN
           EVALUATE TRUE
               WHEN WS-DRV-FOUND = 'N'
                   CONTINUE
               WHEN WS-DRV-RUN-TS <= WS-CK-DRV-RUN-TS
                   CONTINUE
               WHEN WS-DRV-RUN-STATUS NOT = '00'
                       AND WS-DRV-RUN-STATUS NOT = '04'
                   MOVE WS-DRV-RUN-TS TO WS-NEW-DRV-RUN-TS
                   DISPLAY 'EULRUPDT: LATEST EULERDRV RUN STATUS '
                       WS-DRV-RUN-STATUS ' WROTE NO SUMMARY - '
                       'NOTHING STAGED FROM EULSUMM'
               WHEN OTHER
                   PERFORM COUNT-SUMMARY-ROWS
                   IF WS-SUMM-ROWS NOT = WS-DRV-RUN-RECORDS
                       ADD WS-SUMM-ROWS TO WS-REFUSED-COUNT
                       DISPLAY 'EULRUPDT: EULSUMM HOLDS ' WS-SUMM-ROWS
                           ' ROWS, EULERDRV WROTE ' WS-DRV-RUN-RECORDS
                           ' - NOTHING STAGED FROM EULSUMM'
                   ELSE
                       PERFORM STAGE-SUMMARY-ROWS
                   END-IF
                   MOVE WS-DRV-RUN-TS TO WS-NEW-DRV-RUN-TS
           END-EVALUATE.

       FIND-LATEST-DRIVER-RUN.
           MOVE 'N' TO WS-RUNCT-EOF
           OPEN INPUT RUNCT-FILE
           IF WS-RUNCT-STATUS NOT = '00'
               MOVE 'Y' TO WS-RUNCT-EOF
           END-IF
           PERFORM UNTIL WS-RUNCT-EOF = 'Y'
               READ RUNCT-FILE
                   AT END
                       MOVE 'Y' TO WS-RUNCT-EOF
                   NOT AT END
                       IF RUNCT-JOB-NAME = 'EULERDRV'
                           MOVE 'Y' TO WS-DRV-FOUND
                           MOVE RUNCT-START-TS TO WS-DRV-RUN-TS
                           MOVE RUNCT-STATUS TO WS-DRV-RUN-STATUS
                           MOVE RUNCT-RECORDS TO WS-DRV-RUN-RECORDS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNCT-STATUS NOT = '35'
               CLOSE RUNCT-FILE
           END-IF.

       COUNT-SUMMARY-ROWS.
           MOVE 0 TO WS-SUMM-ROWS
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMM-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SUMMARY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-SUMM-ROWS
               END-READ
           END-PERFORM
           IF WS-SUMM-STATUS NOT = '35'
               CLOSE SUMMARY-FILE
           END-IF.

       STAGE-SUMMARY-ROWS.
           MOVE 0 TO WS-SUMM-ROW
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMM-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SUMMARY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       ADD 1 TO WS-SUMM-ROW
                       PERFORM STAGE-ONE-SUMMARY-ROW
               END-READ
           END-PERFORM
           IF WS-SUMM-STATUS NOT = '35'
               CLOSE SUMMARY-FILE
           END-IF.

       STAGE-ONE-SUMMARY-ROW.
           IF SUMM-EPSILON NOT NUMERIC
                   OR SUMM-N NOT NUMERIC
                   OR SUMM-VALUE(2:1) NOT = '.'
                   OR SUMM-VALUE(3:18) NOT NUMERIC
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY 'EULRUPDT: EULSUMM ROW ' WS-SUMM-ROW
                   ' IS MALFORMED - NOT STAGED'
           ELSE
               MOVE SUMM-EPSILON TO WS-ITEM-EPSILON
               MOVE SUMM-N TO WS-ITEM-N
               MOVE SUMM-VALUE TO WS-ITEM-VALUE
               MOVE 'EULERDRV' TO WS-ITEM-SOURCE
               MOVE WS-DRV-RUN-TS TO WS-ITEM-RUN-TS
               MOVE WS-DRV-RUN-STATUS TO WS-ITEM-RUN-STATUS
               PERFORM STAGE-ONE-ITEM
           END-IF.

      *> One candidate value onto the queue: passed over when it is
      *> what the master already publishes or what is already
      *> queued; otherwise it becomes the tolerance's open item,
      *> superseding an older run's undecided value (a value from an
      *> older run than the one queued is itself the superseded
      *> one).
       STAGE-ONE-ITEM.
           PERFORM FETCH-CURRENT-MASTER-ROW
           IF WS-OLD-FOUND = 'Y'
                   AND WS-OLD-N = WS-ITEM-N
                   AND WS-OLD-VALUE = WS-ITEM-VALUE
               ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
               PERFORM FIND-QUEUED-ITEM
               IF WS-PQ-FOUND = 'Y'
                   EVALUATE TRUE
                       WHEN WS-PQ-N(WS-PQ-INDEX) = WS-ITEM-N
                           AND WS-PQ-VALUE(WS-PQ-INDEX) = WS-ITEM-VALUE
                           ADD 1 TO WS-UNCHANGED-COUNT
                       WHEN WS-ITEM-RUN-TS >= WS-PQ-RUN-TS(WS-PQ-INDEX)
                           MOVE WS-PQ-EPSILON(WS-PQ-INDEX)
                               TO WS-SUP-EPSILON
                           MOVE WS-PQ-N(WS-PQ-INDEX) TO WS-SUP-N
                           MOVE WS-PQ-VALUE(WS-PQ-INDEX) TO WS-SUP-VALUE
                           MOVE WS-PQ-SOURCE(WS-PQ-INDEX)
                               TO WS-SUP-SOURCE
                           MOVE WS-PQ-RUN-TS(WS-PQ-INDEX)
                               TO WS-SUP-RUN-TS
                           MOVE WS-PQ-MAKER(WS-PQ-INDEX) TO WS-SUP-MAKER
                           PERFORM WRITE-SUPERSEDED-ROW
                           PERFORM LOAD-QUEUE-ENTRY
                           ADD 1 TO WS-STAGED-COUNT
                       WHEN OTHER
                           MOVE WS-ITEM-EPSILON TO WS-SUP-EPSILON
                           MOVE WS-ITEM-N TO WS-SUP-N
                           MOVE WS-ITEM-VALUE TO WS-SUP-VALUE
                           MOVE WS-ITEM-SOURCE TO WS-SUP-SOURCE
                           MOVE WS-ITEM-RUN-TS TO WS-SUP-RUN-TS
                           MOVE WS-MAKER-ID TO WS-SUP-MAKER
                           PERFORM WRITE-SUPERSEDED-ROW
                   END-EVALUATE
               ELSE
                   IF WS-PQ-COUNT < WS-PQ-MAX
                       ADD 1 TO WS-PQ-COUNT
                       MOVE WS-PQ-COUNT TO WS-PQ-INDEX
                       PERFORM LOAD-QUEUE-ENTRY
                       ADD 1 TO WS-STAGED-COUNT
                   ELSE
                       MOVE 'Y' TO WS-PQ-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       FIND-QUEUED-ITEM.
           MOVE 'N' TO WS-PQ-FOUND
           MOVE 1 TO WS-PQ-INDEX
           PERFORM UNTIL WS-PQ-FOUND = 'Y'
                   OR WS-PQ-INDEX > WS-PQ-COUNT
               IF WS-PQ-EPSILON(WS-PQ-INDEX) = WS-ITEM-EPSILON
                   MOVE 'Y' TO WS-PQ-FOUND
               ELSE
                   ADD 1 TO WS-PQ-INDEX
               END-IF
           END-PERFORM.

       LOAD-QUEUE-ENTRY.
           MOVE WS-RUN-TIMESTAMP TO WS-PQ-STAGED-TS(WS-PQ-INDEX)
           MOVE WS-ITEM-EPSILON TO WS-PQ-EPSILON(WS-PQ-INDEX)
           MOVE WS-ITEM-N TO WS-PQ-N(WS-PQ-INDEX)
           MOVE WS-ITEM-VALUE TO WS-PQ-VALUE(WS-PQ-INDEX)
           MOVE WS-ITEM-SOURCE TO WS-PQ-SOURCE(WS-PQ-INDEX)
           MOVE WS-ITEM-RUN-TS TO WS-PQ-RUN-TS(WS-PQ-INDEX)
           MOVE WS-ITEM-RUN-STATUS TO WS-PQ-RUN-STATUS(WS-PQ-INDEX)
           MOVE WS-MAKER-ID TO WS-PQ-MAKER(WS-PQ-INDEX).

      *> The master is only read here - a missing master (nothing
      *> ever released) makes every tolerance a new one.
       FETCH-CURRENT-MASTER-ROW.
           MOVE 'N' TO WS-OLD-FOUND
           MOVE 0 TO WS-OLD-N
           MOVE 0 TO WS-OLD-VALUE
           IF WS-MAST-PRESENT = 'Y'
               MOVE WS-ITEM-EPSILON TO RMAST-EPSILON
               READ RMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-OLD-FOUND
                       MOVE RMAST-N TO WS-OLD-N
                       MOVE RMAST-VALUE TO WS-OLD-VALUE
               END-READ
           END-IF.

      *> A value that never got a decision still leaves a trace on
      *> the decision log: superseded, by this job, against the
      *> master row as it stood.
       WRITE-SUPERSEDED-ROW.
           ADD 1 TO WS-SUPERSEDED-COUNT
           OPEN EXTEND PNDLG-FILE
           IF WS-PNDLG-STATUS = '35'
               OPEN OUTPUT PNDLG-FILE
           END-IF
           MOVE SPACE TO PNDL-SEP-1
           MOVE SPACE TO PNDL-SEP-2
           MOVE SPACE TO PNDL-SEP-3
           MOVE SPACE TO PNDL-SEP-4
           MOVE SPACE TO PNDL-SEP-5
           MOVE SPACE TO PNDL-SEP-6
           MOVE SPACE TO PNDL-SEP-7
           MOVE SPACE TO PNDL-SEP-8
           MOVE SPACE TO PNDL-SEP-9
           MOVE SPACE TO PNDL-SEP-10
           MOVE WS-RUN-TIMESTAMP TO PNDL-DECIDED-TS
           MOVE 'S' TO PNDL-DECISION
           MOVE 'EULRUPDT' TO PNDL-CHECKER
           MOVE WS-SUP-MAKER TO PNDL-MAKER
           MOVE WS-SUP-SOURCE TO PNDL-SOURCE
           MOVE WS-SUP-RUN-TS TO PNDL-RUN-TS
           MOVE WS-SUP-EPSILON TO PNDL-EPSILON
           MOVE WS-OLD-N TO PNDL-OLD-N
           MOVE WS-OLD-VALUE TO PNDL-OLD-VALUE
           MOVE WS-SUP-N TO PNDL-NEW-N
           MOVE WS-SUP-VALUE TO PNDL-NEW-VALUE
           WRITE PNDL-RECORD
           CLOSE PNDLG-FILE.

       REWRITE-PENDING-QUEUE.
           OPEN OUTPUT PEND-FILE
           MOVE SPACE TO PEND-SEP-1
           MOVE SPACE TO PEND-SEP-2
           MOVE SPACE TO PEND-SEP-3
           MOVE SPACE TO PEND-SEP-4
           MOVE SPACE TO PEND-SEP-5
           MOVE SPACE TO PEND-SEP-6
           MOVE SPACE TO PEND-SEP-7
           MOVE 1 TO WS-PQ-INDEX
           PERFORM UNTIL WS-PQ-INDEX > WS-PQ-COUNT
               MOVE WS-PQ-STAGED-TS(WS-PQ-INDEX) TO PEND-STAGED-TS
               MOVE WS-PQ-EPSILON(WS-PQ-INDEX) TO PEND-EPSILON
               MOVE WS-PQ-N(WS-PQ-INDEX) TO PEND-N
               MOVE WS-PQ-VALUE(WS-PQ-INDEX) TO PEND-VALUE
               MOVE WS-PQ-SOURCE(WS-PQ-INDEX) TO PEND-SOURCE
               MOVE WS-PQ-RUN-TS(WS-PQ-INDEX) TO PEND-RUN-TS
               MOVE WS-PQ-RUN-STATUS(WS-PQ-INDEX) TO PEND-RUN-STATUS
               MOVE WS-PQ-MAKER(WS-PQ-INDEX) TO PEND-MAKER
               WRITE PEND-RECORD
               ADD 1 TO WS-PQ-INDEX
           END-PERFORM
           CLOSE PEND-FILE.

       WRITE-STAGING-CHECKPOINT.
           OPEN OUTPUT PNCK-FILE
           MOVE SPACE TO PNCK-SEP-1
           MOVE SPACE TO PNCK-SEP-2
           MOVE WS-CK-RSLT-ROWS TO PNCK-RSLT-ROWS
           MOVE WS-NEW-DRV-RUN-TS TO PNCK-DRV-RUN-TS
           MOVE WS-RUN-TIMESTAMP TO PNCK-UPDATED
           WRITE PNCK-RECORD
           CLOSE PNCK-FILE.

      *> Only periods standing closed matter; a reopened one is
      *> being corrected and will be certified afresh.
       LOAD-CLOSED-PERIODS.
           MOVE 'N' TO WS-CP-EOF
           OPEN INPUT PERD-FILE
           IF WS-PERD-STATUS NOT = '00'
               MOVE 'Y' TO WS-CP-EOF
           END-IF
           PERFORM UNTIL WS-CP-EOF = 'Y'
               READ PERD-FILE
                   AT END
                       MOVE 'Y' TO WS-CP-EOF
                   NOT AT END
                       IF PERD-STATUS = 'CLOSED'
                               AND WS-CP-COUNT < WS-CP-MAX
                           ADD 1 TO WS-CP-COUNT
                           MOVE PERD-PERIOD TO WS-CP-PERIOD(WS-CP-COUNT)
                           MOVE PERD-END-TS TO WS-CP-END-TS(WS-CP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PERD-STATUS NOT = '35'
               CLOSE PERD-FILE
           END-IF.

      *> Every item this run put on the queue (its staged stamp is
      *> this run's) is held against the closed periods - once the
      *> queue is safely written, so a refused run flags nothing it
      *> will stage again.
       FLAG-CLOSED-PERIOD-ITEMS.
           IF WS-CP-COUNT > 0
               MOVE 1 TO WS-PQ-INDEX
               PERFORM UNTIL WS-PQ-INDEX > WS-PQ-COUNT
                   IF WS-PQ-STAGED-TS(WS-PQ-INDEX) = WS-RUN-TIMESTAMP
                       PERFORM CHECK-CLOSED-PERIOD
                       IF WS-CLOSED-HIT = 'Y'
                           PERFORM WRITE-POSTCLOSE-DIAG
                       END-IF
                   END-IF
                   ADD 1 TO WS-PQ-INDEX
               END-PERFORM
           END-IF.

      *> The period the item's run fell in is the earliest closed
      *> period ending at or after the run started. Had the value
      *> been published then, that period's certificate would show
      *> it; a certificate that shows something else (or nothing)
      *> is a hit.
       CHECK-CLOSED-PERIOD.
           MOVE 'N' TO WS-CLOSED-HIT
           MOVE 0 TO WS-CLOSED-PERIOD
           MOVE 99999999999999 TO WS-CLOSED-END-TS
           MOVE 1 TO WS-CP-INDEX
           PERFORM UNTIL WS-CP-INDEX > WS-CP-COUNT
               IF WS-CP-END-TS(WS-CP-INDEX)
                       >= WS-PQ-RUN-TS(WS-PQ-INDEX)
                       AND WS-CP-END-TS(WS-CP-INDEX)
                       < WS-CLOSED-END-TS
                   MOVE WS-CP-PERIOD(WS-CP-INDEX) TO WS-CLOSED-PERIOD
                   MOVE WS-CP-END-TS(WS-CP-INDEX) TO WS-CLOSED-END-TS
               END-IF
               ADD 1 TO WS-CP-INDEX
           END-PERFORM
           IF WS-CLOSED-PERIOD NOT = 0
               PERFORM FIND-CERTIFIED-VALUE
               IF WS-CERT-FOUND = 'N'
                   MOVE 'Y' TO WS-CLOSED-HIT
               ELSE
                   IF WS-CERT-N NOT = WS-PQ-N(WS-PQ-INDEX)
                           OR WS-CERT-VALUE-NUM
                           NOT = WS-PQ-VALUE(WS-PQ-INDEX)
                       MOVE 'Y' TO WS-CLOSED-HIT
                   END-IF
               END-IF
           END-IF.

       FIND-CERTIFIED-VALUE.
           MOVE 'N' TO WS-CERT-FOUND
           MOVE 0 TO WS-CERT-N
           MOVE 0 TO WS-CERT-VALUE-NUM
           MOVE 'N' TO WS-CP-EOF
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = '00'
               MOVE 'Y' TO WS-CP-EOF
           END-IF
           PERFORM UNTIL WS-CP-EOF = 'Y'
               READ CERT-FILE
                   AT END
                       MOVE 'Y' TO WS-CP-EOF
                   NOT AT END
                       IF CERT-PERIOD = WS-CLOSED-PERIOD
                               AND CERT-EPSILON
                               = WS-PQ-EPSILON(WS-PQ-INDEX)
                           MOVE 'Y' TO WS-CERT-FOUND
                           MOVE CERT-N TO WS-CERT-N
                           MOVE CERT-VALUE TO WS-CERT-VALUE-NUM
                           MOVE 'Y' TO WS-CP-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CERT-STATUS NOT = '35'
               CLOSE CERT-FILE
           END-IF.

      *> DIAG-DISCREPANCY is the staged value less the certified
      *> one (zero when the certificate has no row to compare).
       WRITE-POSTCLOSE-DIAG.
           ADD 1 TO WS-POSTCLOSE-COUNT
           OPEN I-O DIAG-FILE
           IF WS-DIAG-STATUS = '35'
               OPEN OUTPUT DIAG-FILE
           END-IF
           MOVE SPACE TO DIAG-SEP-0
           MOVE SPACE TO DIAG-SEP-1
           MOVE SPACE TO DIAG-SEP-2
           MOVE SPACE TO DIAG-SEP-3
           MOVE SPACE TO DIAG-SEP-4
           MOVE WS-RUN-TIMESTAMP TO DIAG-TIMESTAMP
           MOVE 'POSTCLOS' TO DIAG-TYPE
           MOVE WS-PQ-EPSILON(WS-PQ-INDEX) TO DIAG-EPSILON
           MOVE WS-PQ-N(WS-PQ-INDEX) TO DIAG-N
           MOVE SPACE TO DIAG-MESSAGE
           IF WS-CERT-FOUND = 'Y'
               COMPUTE DIAG-DISCREPANCY =
                   WS-PQ-VALUE(WS-PQ-INDEX) - WS-CERT-VALUE-NUM
               STRING 'Run in closed period ' WS-CLOSED-PERIOD
                   ' differs from certified'
                   DELIMITED BY SIZE INTO DIAG-MESSAGE
               END-STRING
           ELSE
               MOVE 0 TO DIAG-DISCREPANCY
               STRING 'Run in closed period ' WS-CLOSED-PERIOD
                   ' - not on certificate'
                   DELIMITED BY SIZE INTO DIAG-MESSAGE
               END-STRING
           END-IF
           PERFORM WRITE-DIAG-ROW
           CLOSE DIAG-FILE.

      *> One ORPHAN row per run, written with the checkpoint that
      *> passes the orphans so a rerun does not count them again:
      *> DIAG-N carries how many feed rows had no run to answer for
      *> them (each is listed on sysout). DIAG-EPSILON stays zero -
      *> the exception is about the feed, not a tolerance.
       WRITE-ORPHAN-DIAG.
           OPEN I-O DIAG-FILE
           IF WS-DIAG-STATUS = '35'
               OPEN OUTPUT DIAG-FILE
           END-IF
           MOVE SPACE TO DIAG-SEP-0
           MOVE SPACE TO DIAG-SEP-1
           MOVE SPACE TO DIAG-SEP-2
           MOVE SPACE TO DIAG-SEP-3
           MOVE SPACE TO DIAG-SEP-4
           MOVE WS-RUN-TIMESTAMP TO DIAG-TIMESTAMP
           MOVE 'ORPHAN' TO DIAG-TYPE
           MOVE 0 TO DIAG-EPSILON
           MOVE WS-ORPHAN-COUNT TO DIAG-N
           MOVE 0 TO DIAG-DISCREPANCY
           MOVE 'EULRSLT rows with no EULER run-control row'
               TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           CLOSE DIAG-FILE
           DISPLAY 'EULRUPDT: ' WS-ORPHAN-COUNT
               ' EULRSLT ROWS WITH NO EULER RUN - SEE ORPHAN ON'
               ' EULDIAG'.

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
