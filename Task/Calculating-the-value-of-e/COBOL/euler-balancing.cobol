       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULBALNC.
      *> End-to-end record-count balancing for the nightly chain,
      *> run as the night's last step. Every program already proves
      *> its own controls; this one proves that what each hop handed
      *> on is what the next hop took in, from each file's own
      *> control data:
      *>   1 the EULTRANS trailer count against the rows the latest
      *>     EULERDRV run left on EULSUMM plus the cards it rejected
      *>     (its TRUNC, BADEPS and OVERFLOW diagnostics);
      *>   2 the EULRSLT rows EULER's run-control rows say were
      *>     written since the last balancing against how far
      *>     EULRUPDT's staging checkpoint (EULPNDCK) moved - a feed
      *>     row with no run-control row to match (an orphan, left
      *>     by a run that died before its control row) moves the
      *>     checkpoint but is no run's output, so the hop is out
      *>     and says how many orphans EULRUPDT found (its ORPHAN
      *>     diagnostics);
      *>   3 the new tolerances published through EULPNDRL (approved
      *>     rows on the decision log EULPNDLG with no old value)
      *>     against the growth of EULRMAST;
      *>   4 the replacements published the same way against the
      *>     new rows on the history EULRMHST;
      *>   5 the EULRMAST row count against the EULXMIT trailer;
      *>   6 the EULXMIT trailer against the EULXMLOG control row
      *>     for the latest transmission;
      *>   7 the transmission the acknowledgment match was due to
      *>     judge (the latest logged before the run date - the ack
      *>     cycle runs a day behind) against the consumer's
      *>     EULXMACK acknowledgment, which must also say 'OK'.
      *> Hops 2 to 4 measure the night's movement against the
      *> balancing checkpoint EULBALCK (see eulbalck.cpy), which is
      *> rewritten at the end of every run; the first run has no
      *> movement to measure and takes the baseline. A hop with no
      *> run or file on record to balance is shown, not judged.
      *> The balancing sheet EULBALRP shows each hop's in, out and
      *> difference, and every hop that does not tie writes an
      *> OUTOFBAL diagnostic to EULDIAG.
      *> Return code: 0 the night balanced, 8 one or more hops out of
      *> balance, 12 suite lock held elsewhere.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BALCK-FILE ASSIGN TO "EULBALCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALCK-STATUS.
           SELECT TRANS-FILE ASSIGN TO "EULTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "EULSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-STATUS.
           SELECT RUNCT-FILE ASSIGN TO "EULRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCT-STATUS.
           SELECT PNCK-FILE ASSIGN TO "EULPNDCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNCK-STATUS.
           SELECT PNDLG-FILE ASSIGN TO "EULPNDLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDLG-STATUS.
           SELECT RMAST-FILE ASSIGN TO "EULRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMAST-EPSILON
               FILE STATUS IS WS-RMAST-STATUS.
           SELECT RMHST-FILE ASSIGN TO "EULRMHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMHST-STATUS.
           SELECT XMIT-FILE ASSIGN TO "EULXMIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-STATUS.
           SELECT XLOG-FILE ASSIGN TO "EULXMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XLOG-STATUS.
           SELECT XACK-FILE ASSIGN TO "EULXMACK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XACK-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EULBALRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BALCK-FILE.
       COPY "eulbalck.cpy".
       FD  TRANS-FILE.
       COPY "eultrans.cpy".
       FD  SUMMARY-FILE.
       COPY "eulsumm.cpy".
       FD  RUNCT-FILE.
       COPY "eulrunct.cpy".
       FD  PNCK-FILE.
       COPY "eulpndck.cpy".
       FD  PNDLG-FILE.
       COPY "eulpndlg.cpy".
       FD  RMAST-FILE.
       COPY "eulrmst.cpy".
       FD  RMHST-FILE.
       COPY "eulrmhs.cpy".
       FD  XMIT-FILE.
       COPY "eulxmit.cpy".
       FD  XLOG-FILE.
       COPY "eulxmlog.cpy".
       FD  XACK-FILE.
       COPY "eulxmack.cpy".
       FD  DIAG-FILE.
       COPY "euldiag.cpy".
       FD  PRINT-FILE.
       01  PRINT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-BALCK-STATUS PIC XX.
           01 WS-TRANS-STATUS PIC XX.
           01 WS-SUMM-STATUS PIC XX.
           01 WS-RUNCT-STATUS PIC XX.
           01 WS-PNCK-STATUS PIC XX.
           01 WS-PNDLG-STATUS PIC XX.
           01 WS-RMAST-STATUS PIC XX.
           01 WS-RMHST-STATUS PIC XX.
           01 WS-XMIT-STATUS PIC XX.
           01 WS-XLOG-STATUS PIC XX.
           01 WS-XACK-STATUS PIC XX.
           01 WS-DIAG-STATUS PIC XX.
           01 WS-PRINT-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC X(8).
           01 WS-RUN-TIMESTAMP PIC 9(14).
      *> Where the chain stood at the last balancing; with no
      *> checkpoint on file the movement hops take the baseline.
           01 WS-BASE-FOUND PIC X VALUE 'N'.
           01 WS-BASE-TIMESTAMP PIC 9(14) VALUE 0.
           01 WS-BASE-RSLT-ROWS PIC 9(9) VALUE 0.
           01 WS-BASE-MAST-ROWS PIC 9(9) VALUE 0.
           01 WS-BASE-HIST-ROWS PIC 9(9) VALUE 0.
      *> Hop 1: the deck, the latest driver run that was not
      *> refused by the lock, and what it left behind.
           01 WS-TRL-FOUND PIC X VALUE 'N'.
           01 WS-TRL-COUNT PIC 9(9) VALUE 0.
           01 WS-DRV-FOUND PIC X VALUE 'N'.
           01 WS-DRV-START-TS PIC X(14) VALUE SPACE.
           01 WS-DRV-END-TS PIC X(14).
           01 WS-DRV-STATUS PIC XX.
           01 WS-SUMM-ROWS PIC 9(9) VALUE 0.
           01 WS-REJECTED-CARDS PIC 9(9) VALUE 0.
      *> Hop 2: EULER's rows since the last balancing, the staging
      *> checkpoint's position now, and the feed rows EULRUPDT found
      *> no run for since the last balancing.
           01 WS-EULER-RECORDS PIC 9(9) VALUE 0.
           01 WS-PNCK-FOUND PIC X VALUE 'N'.
           01 WS-PNCK-RSLT-ROWS PIC 9(9) VALUE 0.
           01 WS-ORPHAN-ROWS PIC 9(9) VALUE 0.
      *> Hops 3 and 4: releases since the last balancing, and the
      *> master and history as they stand.
           01 WS-RELEASE-ADDS PIC 9(9) VALUE 0.
           01 WS-RELEASE-REPLACES PIC 9(9) VALUE 0.
           01 WS-MAST-FOUND PIC X VALUE 'N'.
           01 WS-MAST-ROWS PIC 9(9) VALUE 0.
           01 WS-HIST-ROWS PIC 9(9) VALUE 0.
      *> Hops 5 to 7: the transmission on disk, its control-log
      *> row, and the one the acknowledgment cycle was due on.
           01 WS-XMIT-TRL-FOUND PIC X VALUE 'N'.
           01 WS-XMIT-TRL-COUNT PIC 9(9) VALUE 0.
           01 WS-XLOG-FOUND PIC X VALUE 'N'.
           01 WS-XLOG-LAST-TS PIC 9(14) VALUE 0.
           01 WS-XLOG-LAST-COUNT PIC 9(9) VALUE 0.
           01 WS-XDUE-FOUND PIC X VALUE 'N'.
           01 WS-XDUE-TS PIC 9(14) VALUE 0.
           01 WS-XDUE-DATE PIC 9(8) VALUE 0.
           01 WS-XDUE-COUNT PIC 9(9) VALUE 0.
           01 WS-XACK-FOUND PIC X VALUE 'N'.
           01 WS-XACK-COUNT PIC 9(9) VALUE 0.
           01 WS-XACK-STATUS-HELD PIC XX.
      *> The seven hops as balanced. WS-HP-RESULT: 'B' balanced,
      *> 'O' out of balance, 'F' first run - baseline taken, 'N'
      *> nothing on record to balance.
           01 WS-HOP-COUNT USAGE UNSIGNED-INT VALUE 7.
           01 WS-HOP-INDEX USAGE UNSIGNED-INT.
           01 WS-HOP-TABLE.
              03 WS-HOP-ENTRY OCCURS 7.
                 05 WS-HP-NAME PIC X(40).
                 05 WS-HP-IN-SOURCE PIC X(40).
                 05 WS-HP-OUT-SOURCE PIC X(40).
                 05 WS-HP-IN PIC 9(9).
                 05 WS-HP-OUT PIC 9(9).
                 05 WS-HP-RESULT PIC X.
                 05 WS-HP-NOTE PIC X(26).
           01 WS-DIFFERENCE PIC S9(9).
           01 WS-HOPS-BALANCED PIC 9(9) VALUE 0.
           01 WS-HOPS-OUT PIC 9(9) VALUE 0.
           01 WS-HOPS-NOT-JUDGED PIC 9(9) VALUE 0.
           01 WS-LINE-COUNT PIC 9(4) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(4) VALUE 0.
           01 WS-PAGE-LIMIT PIC 9(4) VALUE 55.
      *> Suite run lock (via EULRLKMG): this step appends OUTOFBAL
      *> records to the shared EULDIAG, so it serializes with the
      *> producers like any other writer.
           01 WS-LOCK-ACTION PIC X.
           01 WS-LOCK-JOB PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-HELD-TS PIC 9(14).
           01 WS-LOCK-RESULT PIC XX.
           01 WS-HEADING-LINE-1.
              03 FILLER PIC X(38) VALUE
                 'EULBALNC - NIGHTLY BALANCING SHEET'.
              03 FILLER PIC X(76) VALUE SPACE.
              03 FILLER PIC X(6) VALUE 'PAGE: '.
              03 WS-HDG-PAGE PIC ZZZ9.
           01 WS-HEADING-LINE-2.
              03 FILLER PIC X(16) VALUE 'BALANCED SINCE: '.
              03 WS-HDG-SINCE PIC X(14).
              03 FILLER PIC X(12) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'RUN DATE: '.
              03 WS-HDG-RUN-DATE PIC X(8).
           01 WS-COLUMN-HEADING.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(4) VALUE 'HOP'.
              03 FILLER PIC X(42) VALUE 'DESCRIPTION'.
              03 FILLER PIC X(13) VALUE '         IN'.
              03 FILLER PIC X(13) VALUE '        OUT'.
              03 FILLER PIC X(14) VALUE '  DIFFERENCE'.
              03 FILLER PIC X(16) VALUE 'RESULT'.
              03 FILLER PIC X(26) VALUE 'NOTE'.
           01 WS-HOP-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-HL-HOP PIC Z9.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-HL-NAME PIC X(40).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-HL-IN PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-HL-OUT PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-HL-DIFFERENCE PIC -ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-HL-RESULT PIC X(14).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-HL-NOTE PIC X(26).
           01 WS-SOURCE-LINE.
              03 FILLER PIC X(8) VALUE SPACE.
              03 FILLER PIC X(4) VALUE 'IN: '.
              03 WS-SR-IN PIC X(40).
              03 FILLER PIC X(7) VALUE '  OUT: '.
              03 WS-SR-OUT PIC X(40).
           01 WS-COUNT-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-CNT-LABEL PIC X(34).
              03 WS-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
           01 WS-VERDICT-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(9) VALUE 'VERDICT: '.
              03 WS-VL-TEXT PIC X(60).
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM CLAIM-RUN-LOCK
           IF WS-LOCK-RESULT NOT = '00'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-BALANCE-CHECKPOINT
           PERFORM GATHER-RUN-CONTROL
           PERFORM GATHER-DECK-TRAILER
           PERFORM GATHER-SUMMARY-ROWS
           PERFORM GATHER-REJECTED-CARDS
           PERFORM GATHER-STAGING-CHECKPOINT
           PERFORM GATHER-ORPHAN-ROWS
           PERFORM GATHER-DECISION-LOG
           PERFORM GATHER-MASTER-ROWS
           PERFORM GATHER-HISTORY-ROWS
           PERFORM GATHER-TRANSMISSION
           PERFORM GATHER-CONTROL-LOG
           PERFORM GATHER-ACKNOWLEDGMENT
           PERFORM BALANCE-THE-HOPS
           PERFORM WRITE-OUTOFBAL-DIAGNOSTICS
           PERFORM PRINT-BALANCING-SHEET
           PERFORM WRITE-BALANCE-CHECKPOINT
           IF WS-HOPS-OUT > 0
               DISPLAY 'EULBALNC: ' WS-HOPS-OUT
                   ' HOP(S) OUT OF BALANCE - SEE OUTOFBAL ON EULDIAG'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           PERFORM RELEASE-RUN-LOCK
           STOP RUN.

       CLAIM-RUN-LOCK.
           MOVE 'C' TO WS-LOCK-ACTION
           MOVE 'EULBALNC' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = '00'
               DISPLAY 'EULBALNC: SUITE LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-TS ' - RUN REFUSED'
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE 'EULBALNC' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL.

       READ-BALANCE-CHECKPOINT.
           OPEN INPUT BALCK-FILE
           IF WS-BALCK-STATUS = '00'
               READ BALCK-FILE
                   NOT AT END
                       IF BALCK-TIMESTAMP IS NUMERIC
                               AND BALCK-RSLT-ROWS IS NUMERIC
                               AND BALCK-MAST-ROWS IS NUMERIC
                               AND BALCK-HIST-ROWS IS NUMERIC
                           MOVE 'Y' TO WS-BASE-FOUND
                           MOVE BALCK-TIMESTAMP TO WS-BASE-TIMESTAMP
                           MOVE BALCK-RSLT-ROWS TO WS-BASE-RSLT-ROWS
                           MOVE BALCK-MAST-ROWS TO WS-BASE-MAST-ROWS
                           MOVE BALCK-HIST-ROWS TO WS-BASE-HIST-ROWS
                       END-IF
               END-READ
               CLOSE BALCK-FILE
           END-IF.

      *> The latest driver run the lock let through, and the rows
      *> EULER's runs wrote since the last balancing.
       GATHER-RUN-CONTROL.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RUNCT-FILE
           IF WS-RUNCT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RUNCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM NOTE-ONE-RUN
               END-READ
           END-PERFORM
           IF WS-RUNCT-STATUS NOT = '35'
               CLOSE RUNCT-FILE
           END-IF.

       NOTE-ONE-RUN.
           IF RUNCT-JOB-NAME = 'EULERDRV'
                   AND RUNCT-STATUS NOT = '09'
                   AND RUNCT-START-TS > WS-DRV-START-TS
               MOVE 'Y' TO WS-DRV-FOUND
               MOVE RUNCT-START-TS TO WS-DRV-START-TS
               MOVE RUNCT-END-TS TO WS-DRV-END-TS
               MOVE RUNCT-STATUS TO WS-DRV-STATUS
           END-IF
           IF RUNCT-JOB-NAME = 'EULER'
                   AND RUNCT-RECORDS IS NUMERIC
                   AND RUNCT-START-TS > WS-BASE-TIMESTAMP
               ADD RUNCT-RECORDS TO WS-EULER-RECORDS
           END-IF.

       GATHER-DECK-TRAILER.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF TRANS-TRL-ID = 'TRL'
                           MOVE 'Y' TO WS-TRL-FOUND
                           MOVE TRANS-TRL-COUNT TO WS-TRL-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TRANS-STATUS NOT = '35'
               CLOSE TRANS-FILE
           END-IF.

      *> EULSUMM belongs to the driver run only when that run wrote
      *> it ('00' or '04'); a rejected deck leaves an earlier
      *> night's file behind, which is none of this run's output.
       GATHER-SUMMARY-ROWS.
           IF WS-DRV-FOUND = 'Y'
                   AND (WS-DRV-STATUS = '00' OR WS-DRV-STATUS = '04')
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
               END-IF
           END-IF.

      *> A card the driver ran but did not summarize left one of
      *> these diagnostics inside the run's own start and end times.
       GATHER-REJECTED-CARDS.
           IF WS-DRV-FOUND = 'Y'
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT DIAG-FILE
               IF WS-DIAG-STATUS NOT = '00'
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   MOVE WS-DRV-START-TS TO DIAG-TIMESTAMP
                   MOVE 0 TO DIAG-SEQUENCE
                   START DIAG-FILE KEY IS NOT LESS THAN DIAG-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ DIAG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF DIAG-TIMESTAMP > WS-DRV-END-TS
                               MOVE 'Y' TO WS-EOF-FLAG
                           ELSE
                               IF DIAG-TYPE = 'TRUNC'
                                       OR DIAG-TYPE = 'BADEPS'
                                       OR DIAG-TYPE = 'OVERFLOW'
                                   ADD 1 TO WS-REJECTED-CARDS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-DIAG-STATUS NOT = '35'
                   CLOSE DIAG-FILE
               END-IF
           END-IF.

       GATHER-STAGING-CHECKPOINT.
           OPEN INPUT PNCK-FILE
           IF WS-PNCK-STATUS = '00'
               READ PNCK-FILE
                   NOT AT END
                       IF PNCK-RSLT-ROWS IS NUMERIC
                           MOVE 'Y' TO WS-PNCK-FOUND
                           MOVE PNCK-RSLT-ROWS TO WS-PNCK-RSLT-ROWS
                       END-IF
               END-READ
               CLOSE PNCK-FILE
           END-IF.

      *> Each EULRUPDT run that met orphans left one ORPHAN row
      *> carrying how many; the ones since the last balancing are
      *> the orphans inside hop 2's checkpoint movement.
       GATHER-ORPHAN-ROWS.
           IF WS-BASE-FOUND = 'Y'
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT DIAG-FILE
               IF WS-DIAG-STATUS NOT = '00'
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   MOVE WS-BASE-TIMESTAMP TO DIAG-TIMESTAMP
                   MOVE 0 TO DIAG-SEQUENCE
                   START DIAG-FILE KEY IS NOT LESS THAN DIAG-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-START
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ DIAG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF DIAG-TYPE = 'ORPHAN'
                                   AND DIAG-TIMESTAMP
                                   > WS-BASE-TIMESTAMP
                               ADD DIAG-N TO WS-ORPHAN-ROWS
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-DIAG-STATUS NOT = '35'
                   CLOSE DIAG-FILE
               END-IF
           END-IF.

      *> Approved items decided since the last balancing: an item
      *> with no old value was a new tolerance (a WRITE to the
      *> master), any other a replacement (a REWRITE, with its old
      *> row onto the history first).
       GATHER-DECISION-LOG.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PNDLG-FILE
           IF WS-PNDLG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PNDLG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF PNDL-DECISION = 'A'
                               AND PNDL-DECIDED-TS > WS-BASE-TIMESTAMP
                           IF PNDL-OLD-N = 0
                               ADD 1 TO WS-RELEASE-ADDS
                           ELSE
                               ADD 1 TO WS-RELEASE-REPLACES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PNDLG-STATUS NOT = '35'
               CLOSE PNDLG-FILE
           END-IF.

       GATHER-MASTER-ROWS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RMAST-FILE
           IF WS-RMAST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE 'Y' TO WS-MAST-FOUND
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-MAST-ROWS
               END-READ
           END-PERFORM
           IF WS-RMAST-STATUS NOT = '35'
               CLOSE RMAST-FILE
           END-IF.

       GATHER-HISTORY-ROWS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RMHST-FILE
           IF WS-RMHST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RMHST-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HIST-ROWS
               END-READ
           END-PERFORM
           IF WS-RMHST-STATUS NOT = '35'
               CLOSE RMHST-FILE
           END-IF.

       GATHER-TRANSMISSION.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT XMIT-FILE
           IF WS-XMIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ XMIT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF XMIT-TRL-ID = 'TRL'
                           MOVE 'Y' TO WS-XMIT-TRL-FOUND
                           MOVE XMIT-TRL-COUNT TO WS-XMIT-TRL-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XMIT-STATUS NOT = '35'
               CLOSE XMIT-FILE
           END-IF.

      *> The latest log row is the transmission on disk; the latest
      *> one cut for a business date before the run date is the one
      *> the consumer has had its day to acknowledge.
       GATHER-CONTROL-LOG.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT XLOG-FILE
           IF WS-XLOG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ XLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF XLOG-TIMESTAMP NOT < WS-XLOG-LAST-TS
                           MOVE 'Y' TO WS-XLOG-FOUND
                           MOVE XLOG-TIMESTAMP TO WS-XLOG-LAST-TS
                           MOVE XLOG-COUNT TO WS-XLOG-LAST-COUNT
                       END-IF
                       IF XLOG-DATE < WS-RUN-DATE
                               AND XLOG-TIMESTAMP NOT < WS-XDUE-TS
                           MOVE 'Y' TO WS-XDUE-FOUND
                           MOVE XLOG-TIMESTAMP TO WS-XDUE-TS
                           MOVE XLOG-DATE TO WS-XDUE-DATE
                           MOVE XLOG-COUNT TO WS-XDUE-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-XLOG-STATUS NOT = '35'
               CLOSE XLOG-FILE
           END-IF.

      *> The consumer's latest answer for the transmission due.
       GATHER-ACKNOWLEDGMENT.
           IF WS-XDUE-FOUND = 'Y'
               MOVE 'N' TO WS-EOF-FLAG
               OPEN INPUT XACK-FILE
               IF WS-XACK-STATUS NOT = '00'
                   MOVE 'Y' TO WS-EOF-FLAG
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ XACK-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           IF XACK-DATE = WS-XDUE-DATE
                               MOVE 'Y' TO WS-XACK-FOUND
                               MOVE XACK-COUNT TO WS-XACK-COUNT
                               MOVE XACK-STATUS TO WS-XACK-STATUS-HELD
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-XACK-STATUS NOT = '35'
                   CLOSE XACK-FILE
               END-IF
           END-IF.

      *> ------------------------------------------------------------
      *> Each hop: what went in, what came out, and a result. A hop
      *> ties when in equals out; the notes say why a hop was not
      *> judged, or what else besides the counts put it out.
      *> ------------------------------------------------------------
       BALANCE-THE-HOPS.
           INITIALIZE WS-HOP-TABLE
           PERFORM BALANCE-DECK-HOP
           PERFORM BALANCE-STAGING-HOP
           PERFORM BALANCE-ADD-HOP
           PERFORM BALANCE-REPLACE-HOP
           PERFORM BALANCE-EXTRACT-HOP
           PERFORM BALANCE-CONTROL-LOG-HOP
           PERFORM BALANCE-ACK-HOP
           MOVE 1 TO WS-HOP-INDEX
           PERFORM UNTIL WS-HOP-INDEX > WS-HOP-COUNT
               EVALUATE WS-HP-RESULT(WS-HOP-INDEX)
                   WHEN 'B'
                       ADD 1 TO WS-HOPS-BALANCED
                   WHEN 'O'
                       ADD 1 TO WS-HOPS-OUT
                   WHEN OTHER
                       ADD 1 TO WS-HOPS-NOT-JUDGED
               END-EVALUATE
               ADD 1 TO WS-HOP-INDEX
           END-PERFORM.

      *> In and out are set; the result follows from them unless
      *> the hop has already been marked.
       JUDGE-ONE-HOP.
           IF WS-HP-RESULT(WS-HOP-INDEX) = SPACE
               IF WS-HP-IN(WS-HOP-INDEX) = WS-HP-OUT(WS-HOP-INDEX)
                   MOVE 'B' TO WS-HP-RESULT(WS-HOP-INDEX)
               ELSE
                   MOVE 'O' TO WS-HP-RESULT(WS-HOP-INDEX)
               END-IF
           END-IF.

       BALANCE-DECK-HOP.
           MOVE 1 TO WS-HOP-INDEX
           MOVE 'EULTRANS DECK TO EULERDRV'
               TO WS-HP-NAME(WS-HOP-INDEX)
           MOVE 'EULTRANS TRAILER COUNT'
               TO WS-HP-IN-SOURCE(WS-HOP-INDEX)
           MOVE 'EULSUMM ROWS + REJECTED CARDS'
               TO WS-HP-OUT-SOURCE(WS-HOP-INDEX)
           MOVE WS-TRL-COUNT TO WS-HP-IN(WS-HOP-INDEX)
           COMPUTE WS-HP-OUT(WS-HOP-INDEX) =
               WS-SUMM-ROWS + WS-REJECTED-CARDS
           EVALUATE TRUE
               WHEN WS-DRV-FOUND = 'N'
                   MOVE 'N' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'NO EULERDRV RUN ON FILE'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN WS-TRL-FOUND = 'N'
                   MOVE 'O' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'DECK HAS NO TRAILER'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN WS-DRV-STATUS NOT = '00'
                       AND WS-DRV-STATUS NOT = '04'
                   MOVE 'DRIVER RUN WROTE NO SUMMARY'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM JUDGE-ONE-HOP.

      *> EULRUPDT counts a feed row as read when its checkpoint
      *> moves past it, so the checkpoint's movement is what it
      *> took off EULRSLT since the last balancing. Orphans are in
      *> that movement and in no run's count: the hop is put out
      *> and noted even if some other gap happens to offset them.
       BALANCE-STAGING-HOP.
           MOVE 2 TO WS-HOP-INDEX
           MOVE 'EULER RESULT FEED TO EULRUPDT'
               TO WS-HP-NAME(WS-HOP-INDEX)
           MOVE 'EULRUNCT RECORDS FOR EULER'
               TO WS-HP-IN-SOURCE(WS-HOP-INDEX)
           MOVE 'EULRSLT ROWS READ (EULPNDCK)'
               TO WS-HP-OUT-SOURCE(WS-HOP-INDEX)
           MOVE WS-EULER-RECORDS TO WS-HP-IN(WS-HOP-INDEX)
           EVALUATE TRUE
               WHEN WS-BASE-FOUND = 'N'
                   MOVE 'F' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'FIRST RUN - BASELINE TAKEN'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN WS-PNCK-RSLT-ROWS < WS-BASE-RSLT-ROWS
                   MOVE 0 TO WS-HP-OUT(WS-HOP-INDEX)
                   MOVE 'O' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'STAGING CHECKPOINT WENT BACK'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN WS-ORPHAN-ROWS > 0
                   COMPUTE WS-HP-OUT(WS-HOP-INDEX) =
                       WS-PNCK-RSLT-ROWS - WS-BASE-RSLT-ROWS
                   MOVE 'O' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'ORPHAN ROWS - NO RUNCT ROW'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN OTHER
                   COMPUTE WS-HP-OUT(WS-HOP-INDEX) =
                       WS-PNCK-RSLT-ROWS - WS-BASE-RSLT-ROWS
           END-EVALUATE
           PERFORM JUDGE-ONE-HOP.

       BALANCE-ADD-HOP.
           MOVE 3 TO WS-HOP-INDEX
           MOVE 'RELEASED ADDS TO EULRMAST GROWTH'
               TO WS-HP-NAME(WS-HOP-INDEX)
           MOVE 'EULPNDLG APPROVALS - NEW TOLERANCE'
               TO WS-HP-IN-SOURCE(WS-HOP-INDEX)
           MOVE 'EULRMAST ROWS GAINED'
               TO WS-HP-OUT-SOURCE(WS-HOP-INDEX)
           MOVE WS-RELEASE-ADDS TO WS-HP-IN(WS-HOP-INDEX)
           EVALUATE TRUE
               WHEN WS-BASE-FOUND = 'N'
                   MOVE 'F' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'FIRST RUN - BASELINE TAKEN'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN WS-MAST-ROWS < WS-BASE-MAST-ROWS
                   MOVE 0 TO WS-HP-OUT(WS-HOP-INDEX)
                   MOVE 'O' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'MASTER LOST ROWS'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN OTHER
                   COMPUTE WS-HP-OUT(WS-HOP-INDEX) =
                       WS-MAST-ROWS - WS-BASE-MAST-ROWS
           END-EVALUATE
           PERFORM JUDGE-ONE-HOP.

       BALANCE-REPLACE-HOP.
           MOVE 4 TO WS-HOP-INDEX
           MOVE 'RELEASED REPLACES TO EULRMHST'
               TO WS-HP-NAME(WS-HOP-INDEX)
           MOVE 'EULPNDLG APPROVALS - REPLACEMENT'
               TO WS-HP-IN-SOURCE(WS-HOP-INDEX)
           MOVE 'EULRMHST ROWS ADDED'
               TO WS-HP-OUT-SOURCE(WS-HOP-INDEX)
           MOVE WS-RELEASE-REPLACES TO WS-HP-IN(WS-HOP-INDEX)
           EVALUATE TRUE
               WHEN WS-BASE-FOUND = 'N'
                   MOVE 'F' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'FIRST RUN - BASELINE TAKEN'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN WS-HIST-ROWS < WS-BASE-HIST-ROWS
                   MOVE 0 TO WS-HP-OUT(WS-HOP-INDEX)
                   MOVE 'O' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'HISTORY LOST ROWS'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN OTHER
                   COMPUTE WS-HP-OUT(WS-HOP-INDEX) =
                       WS-HIST-ROWS - WS-BASE-HIST-ROWS
           END-EVALUATE
           PERFORM JUDGE-ONE-HOP.

       BALANCE-EXTRACT-HOP.
           MOVE 5 TO WS-HOP-INDEX
           MOVE 'EULRMAST TO EULXTRCT TRANSMISSION'
               TO WS-HP-NAME(WS-HOP-INDEX)
           MOVE 'EULRMAST ROW COUNT'
               TO WS-HP-IN-SOURCE(WS-HOP-INDEX)
           MOVE 'EULXMIT TRAILER COUNT'
               TO WS-HP-OUT-SOURCE(WS-HOP-INDEX)
           MOVE WS-MAST-ROWS TO WS-HP-IN(WS-HOP-INDEX)
           MOVE WS-XMIT-TRL-COUNT TO WS-HP-OUT(WS-HOP-INDEX)
           EVALUATE TRUE
               WHEN WS-MAST-FOUND = 'N'
                       AND WS-XMIT-STATUS = '35'
                   MOVE 'N' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'NO MASTER, NO TRANSMISSION'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN WS-XMIT-TRL-FOUND = 'N'
                   MOVE 'O' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'NO TRANSMISSION TRAILER'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM JUDGE-ONE-HOP.

       BALANCE-CONTROL-LOG-HOP.
           MOVE 6 TO WS-HOP-INDEX
           MOVE 'TRANSMISSION TO EULXMLOG CONTROL ROW'
               TO WS-HP-NAME(WS-HOP-INDEX)
           MOVE 'EULXMIT TRAILER COUNT'
               TO WS-HP-IN-SOURCE(WS-HOP-INDEX)
           MOVE 'EULXMLOG LATEST ROW COUNT'
               TO WS-HP-OUT-SOURCE(WS-HOP-INDEX)
           MOVE WS-XMIT-TRL-COUNT TO WS-HP-IN(WS-HOP-INDEX)
           MOVE WS-XLOG-LAST-COUNT TO WS-HP-OUT(WS-HOP-INDEX)
           EVALUATE TRUE
               WHEN WS-XMIT-TRL-FOUND = 'N'
                       AND WS-XLOG-FOUND = 'N'
                   MOVE 'N' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'NO TRANSMISSION ON FILE'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN WS-XLOG-FOUND = 'N'
                   MOVE 'O' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'NO CONTROL LOG ROW'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM JUDGE-ONE-HOP.

      *> The same judgement EULACKMT makes of the transmission: an
      *> acknowledgment is owed, its count must tie, and the
      *> consumer must have called its own load good.
       BALANCE-ACK-HOP.
           MOVE 7 TO WS-HOP-INDEX
           MOVE 'TRANSMISSION TO CONSUMER ACK'
               TO WS-HP-NAME(WS-HOP-INDEX)
           MOVE 'EULXMLOG COUNT (TRANSMISSION DUE)'
               TO WS-HP-IN-SOURCE(WS-HOP-INDEX)
           MOVE 'EULXMACK ACKNOWLEDGED COUNT'
               TO WS-HP-OUT-SOURCE(WS-HOP-INDEX)
           MOVE WS-XDUE-COUNT TO WS-HP-IN(WS-HOP-INDEX)
           MOVE WS-XACK-COUNT TO WS-HP-OUT(WS-HOP-INDEX)
           EVALUATE TRUE
               WHEN WS-XDUE-FOUND = 'N'
                   MOVE 'N' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'NO TRANSMISSION DUE'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN WS-XACK-FOUND = 'N'
                   MOVE 'O' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'NOT ACKNOWLEDGED'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN WS-XACK-STATUS-HELD NOT = 'OK'
                   MOVE 'O' TO WS-HP-RESULT(WS-HOP-INDEX)
                   MOVE 'CONSUMER STATUS NOT OK'
                       TO WS-HP-NOTE(WS-HOP-INDEX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM JUDGE-ONE-HOP.

      *> One OUTOFBAL row per hop that did not tie: the message
      *> names the hop and DIAG-N carries the size of the gap.
      *> DIAG-EPSILON stays zero - this exception is about a file,
      *> not a tolerance.
       WRITE-OUTOFBAL-DIAGNOSTICS.
           IF WS-HOPS-OUT > 0
               OPEN I-O DIAG-FILE
               IF WS-DIAG-STATUS = '35'
                   OPEN OUTPUT DIAG-FILE
               END-IF
               MOVE 1 TO WS-HOP-INDEX
               PERFORM UNTIL WS-HOP-INDEX > WS-HOP-COUNT
                   IF WS-HP-RESULT(WS-HOP-INDEX) = 'O'
                       PERFORM WRITE-ONE-OUTOFBAL
                   END-IF
                   ADD 1 TO WS-HOP-INDEX
               END-PERFORM
               CLOSE DIAG-FILE
           END-IF.

       WRITE-ONE-OUTOFBAL.
           MOVE WS-RUN-TIMESTAMP TO DIAG-TIMESTAMP
           MOVE SPACE TO DIAG-SEP-0
           MOVE SPACE TO DIAG-SEP-1
           MOVE SPACE TO DIAG-SEP-2
           MOVE SPACE TO DIAG-SEP-3
           MOVE SPACE TO DIAG-SEP-4
           MOVE 'OUTOFBAL' TO DIAG-TYPE
           MOVE 0 TO DIAG-EPSILON
           COMPUTE WS-DIFFERENCE =
               WS-HP-OUT(WS-HOP-INDEX) - WS-HP-IN(WS-HOP-INDEX)
           IF WS-DIFFERENCE < 0
               COMPUTE DIAG-N = 0 - WS-DIFFERENCE
           ELSE
               MOVE WS-DIFFERENCE TO DIAG-N
           END-IF
           MOVE 0.0 TO DIAG-DISCREPANCY
           MOVE SPACE TO DIAG-MESSAGE
           STRING 'Out of balance: ' DELIMITED BY SIZE
               WS-HP-NAME(WS-HOP-INDEX) DELIMITED BY '  '
               INTO DIAG-MESSAGE
           END-STRING
           PERFORM WRITE-DIAG-ROW.

       PRINT-BALANCING-SHEET.
           OPEN OUTPUT PRINT-FILE
           IF WS-BASE-FOUND = 'Y'
               MOVE WS-BASE-TIMESTAMP TO WS-HDG-SINCE
           ELSE
               MOVE '(FIRST RUN)' TO WS-HDG-SINCE
           END-IF
           MOVE 1 TO WS-HOP-INDEX
           PERFORM UNTIL WS-HOP-INDEX > WS-HOP-COUNT
               PERFORM PRINT-ONE-HOP
               ADD 1 TO WS-HOP-INDEX
           END-PERFORM
           PERFORM PRINT-CONTROL-COUNTS
           PERFORM PRINT-VERDICT
           CLOSE PRINT-FILE.

       PRINT-ONE-HOP.
           MOVE WS-HOP-INDEX TO WS-HL-HOP
           MOVE WS-HP-NAME(WS-HOP-INDEX) TO WS-HL-NAME
           MOVE WS-HP-IN(WS-HOP-INDEX) TO WS-HL-IN
           MOVE WS-HP-OUT(WS-HOP-INDEX) TO WS-HL-OUT
           COMPUTE WS-DIFFERENCE =
               WS-HP-OUT(WS-HOP-INDEX) - WS-HP-IN(WS-HOP-INDEX)
           MOVE WS-DIFFERENCE TO WS-HL-DIFFERENCE
           EVALUATE WS-HP-RESULT(WS-HOP-INDEX)
               WHEN 'B'
                   MOVE 'BALANCED' TO WS-HL-RESULT
               WHEN 'O'
                   MOVE '** OUT OF BAL' TO WS-HL-RESULT
               WHEN 'F'
                   MOVE 'BASELINE' TO WS-HL-RESULT
               WHEN OTHER
                   MOVE 'NOT JUDGED' TO WS-HL-RESULT
           END-EVALUATE
           MOVE WS-HP-NOTE(WS-HOP-INDEX) TO WS-HL-NOTE
           MOVE WS-HP-IN-SOURCE(WS-HOP-INDEX) TO WS-SR-IN
           MOVE WS-HP-OUT-SOURCE(WS-HOP-INDEX) TO WS-SR-OUT
           PERFORM CHECK-PAGE-BREAK
           WRITE PRINT-RECORD FROM WS-HOP-LINE
               AFTER ADVANCING 1 LINE
           WRITE PRINT-RECORD FROM WS-SOURCE-LINE
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       PRINT-CONTROL-COUNTS.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'HOPS BALANCED' TO WS-CNT-LABEL
           MOVE WS-HOPS-BALANCED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'HOPS OUT OF BALANCE' TO WS-CNT-LABEL
           MOVE WS-HOPS-OUT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'HOPS NOT JUDGED' TO WS-CNT-LABEL
           MOVE WS-HOPS-NOT-JUDGED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'EULRSLT ORPHAN ROWS (NO RUNCT ROW)' TO WS-CNT-LABEL
           MOVE WS-ORPHAN-ROWS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE.

       PRINT-COUNT-LINE.
           PERFORM CHECK-PAGE-BREAK
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-VERDICT.
           IF WS-HOPS-OUT > 0
               MOVE 'OUT OF BALANCE - OUTOFBAL WRITTEN TO EULDIAG'
                   TO WS-VL-TEXT
           ELSE
               MOVE 'THE NIGHT BALANCED' TO WS-VL-TEXT
           END-IF
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           WRITE PRINT-RECORD FROM WS-VERDICT-LINE
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
               MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
               IF WS-PAGE-COUNT = 1
                   WRITE PRINT-RECORD FROM WS-HEADING-LINE-1
                       AFTER ADVANCING 1 LINE
               ELSE
                   WRITE PRINT-RECORD FROM WS-HEADING-LINE-1
                       AFTER ADVANCING PAGE
               END-IF
               WRITE PRINT-RECORD FROM WS-HEADING-LINE-2
                   AFTER ADVANCING 1 LINE
               MOVE SPACE TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
               WRITE PRINT-RECORD FROM WS-COLUMN-HEADING
                   AFTER ADVANCING 1 LINE
               MOVE 4 TO WS-LINE-COUNT
           END-IF.

      *> Every run moves the checkpoint, balanced or not: each night
      *> answers for its own movement, and a gap already reported
      *> is not carried into the next night's figures.
       WRITE-BALANCE-CHECKPOINT.
           OPEN OUTPUT BALCK-FILE
           MOVE SPACE TO BALCK-SEP-1
           MOVE SPACE TO BALCK-SEP-2
           MOVE SPACE TO BALCK-SEP-3
           MOVE WS-RUN-TIMESTAMP TO BALCK-TIMESTAMP
           MOVE WS-PNCK-RSLT-ROWS TO BALCK-RSLT-ROWS
           MOVE WS-MAST-ROWS TO BALCK-MAST-ROWS
           MOVE WS-HIST-ROWS TO BALCK-HIST-ROWS
           WRITE BALCK-RECORD
           CLOSE BALCK-FILE.

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
