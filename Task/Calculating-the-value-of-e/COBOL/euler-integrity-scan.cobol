       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULSCAN.
      *> Integrity scan of the suite's history datasets ahead
      *> of the morning reports. EULAUDRP, EULHISTQ, EULTOLIQ,
      *> EULDIAGM, EULRTRND, EULRECON and EULTRCRP all take every row
      *> of EULAUDIT, EULDIAG, EULTRACE, EULRSLT, EULSUMM, EULRUNCT
      *> and EULXMLOG at face value, so one hand-edited or half-
      *> written row quietly poisons everything that reads it. Each
      *> record is checked against its copybook layout:
      *>   - nothing past the end of the layout;
      *>   - every separator byte a space where the copybook puts it;
      *>   - every numeric field numeric (signed fields with their
      *>     leading sign, 9.9(18) values with the point in place);
      *>   - every timestamp (and EULXMLOG's business date) a real
      *>     date and time, and not later than this scan;
      *>   - every run status, diagnostic type and run-control job
      *>     name one the suite actually issues.
      *> A failing row is moved to the quarantine dataset EULQUAR
      *> with a reason code and the first field found wrong, and the
      *> live file is rewritten (through the work file, as EULHSKPG
      *> does) with only the rows that passed - so the reporting
      *> steps read a clean file and the bad rows are kept for
      *> repair rather than lost. A dataset with nothing wrong is
      *> never rewritten. EULAUDIT and EULDIAG are indexed: their
      *> failing rows are DELETEd in place instead, and the length
      *> check gives way to a check of the key's sequence number.
      *> Two of the datasets need more than the rewrite:
      *>   - EULRSLT: the two checkpoints that count feed rows -
      *>     EULRUPDT's EULPNDCK and EULBALNC's EULBALCK - are
      *>     lowered by the rows removed at or before them, so
      *>     neither skips nor restages a row. (EULRUPDT ties each
      *>     feed row to its run by the stamp it carries, so no row
      *>     removed here moves another onto the wrong run.)
      *>   - EULSUMM: EULRUPDT stages the summary only while it
      *>     holds exactly the rows EULERDRV's run-control row says
      *>     were written, and refuses a malformed row on its own,
      *>     so a failing row is held in place - listed, but left
      *>     on the live file for repair - and the good rows beside
      *>     it are still staged.
      *> The exception report lists each quarantined or held row
      *> under its dataset with per-dataset counts. Return code 8
      *> when any row was quarantined or held - the scheduler holds
      *> the reporting steps on it - 0 when every dataset is clean,
      *> 12 when the suite lock is held elsewhere.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "EULAUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT TRACE-FILE ASSIGN TO "EULTRACE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "EULRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "EULSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT RUNCT-FILE ASSIGN TO "EULRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT XLOG-FILE ASSIGN TO "EULXMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
      *> The two checkpoints holding a position in EULRSLT.
           SELECT PNCK-FILE ASSIGN TO "EULPNDCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT BALCK-FILE ASSIGN TO "EULBALCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT QUAR-FILE ASSIGN TO "EULQUAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUAR-STATUS.
      *> Rows that passed wait in this work file between the scan
      *> pass and the rewrite of the live file.
           SELECT WORK-FILE ASSIGN TO "EULSCNWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EULSCNRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
       COPY "eulaudit.cpy".
       FD  DIAG-FILE.
       COPY "euldiag.cpy".
       FD  TRACE-FILE.
       01  TRACE-IMAGE                PIC X(132).
       FD  RESULT-FILE.
       01  RESULT-IMAGE               PIC X(132).
       FD  SUMMARY-FILE.
       01  SUMMARY-IMAGE              PIC X(132).
       FD  RUNCT-FILE.
       01  RUNCT-IMAGE                PIC X(132).
       FD  XLOG-FILE.
       01  XLOG-IMAGE                 PIC X(132).
       FD  PNCK-FILE.
       01  PNCK-IMAGE                 PIC X(132).
       FD  BALCK-FILE.
       01  BALCK-IMAGE                PIC X(132).
       FD  QUAR-FILE.
       COPY "eulquar.cpy".
       FD  WORK-FILE.
       01  WORK-IMAGE                 PIC X(132).
       FD  PRINT-FILE.
       01  PRINT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
      *> Records ride through the files as 132-byte images; each is
      *> laid over its own copybook here to be checked field by
      *> field (EULAUDIT and EULDIAG are read straight into theirs).
       COPY "eultrace.cpy".
       COPY "eulrslt.cpy".
       COPY "eulsumm.cpy".
       COPY "eulrunct.cpy".
       COPY "eulxmlog.cpy".
       COPY "eulpndck.cpy".
       COPY "eulbalck.cpy".
           01 WS-LIVE-STATUS PIC XX.
           01 WS-CKPT-STATUS PIC XX.
           01 WS-QUAR-STATUS PIC XX.
           01 WS-WORK-STATUS PIC XX.
           01 WS-PRINT-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC X(8).
           01 WS-SCAN-TS PIC X(14).
      *> Controls for the dataset currently being scanned, set up by
      *> each dataset's own paragraph before the shared paragraphs
      *> run.
           01 WS-DS-NAME PIC X(8).
           01 WS-RECORD-IMAGE PIC X(132).
           01 WS-READ-COUNT PIC 9(9).
           01 WS-CLEAN-COUNT PIC 9(9).
           01 WS-QUAR-COUNT PIC 9(9).
           01 WS-HELD-COUNT PIC 9(9).
           01 WS-TOTAL-READ PIC 9(9) VALUE 0.
           01 WS-TOTAL-QUAR PIC 9(9) VALUE 0.
           01 WS-TOTAL-HELD PIC 9(9) VALUE 0.
      *> 'Y' when the failing row is to be held in place rather than
      *> quarantined (see the program header).
           01 WS-HOLD-ROW PIC X VALUE 'N'.
      *> The two checkpoints' positions in EULRSLT as found ('Y'
      *> when the checkpoint is on file and readable), and how many
      *> quarantined rows lay at or before each.
           01 WS-PNCK-FOUND PIC X VALUE 'N'.
           01 WS-PNCK-RSLT-ROWS PIC 9(9) VALUE 0.
           01 WS-PNCK-DROPPED PIC 9(9) VALUE 0.
           01 WS-BALCK-FOUND PIC X VALUE 'N'.
           01 WS-BALCK-RSLT-ROWS PIC 9(9) VALUE 0.
           01 WS-BALCK-DROPPED PIC 9(9) VALUE 0.
           01 WS-CKPT-LINE.
              03 FILLER PIC X(4) VALUE SPACE.
              03 WS-CL-NAME PIC X(8).
              03 FILLER PIC X(23) VALUE
                 ' FEED POSITION LOWERED '.
              03 WS-CL-FROM PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(4) VALUE ' TO '.
              03 WS-CL-TO PIC ZZZ,ZZZ,ZZ9.
      *> The verdict on the current row: reason code (spaces when it
      *> passed) and the first field found wrong.
           01 WS-REASON PIC X(8).
           01 WS-REASON-FIELD PIC X(16).
      *> A timestamp under test, split so the date half can go to
      *> TEST-DATE-YYYYMMDD and the time half can be range-checked.
      *> The verdict is 'G'ood, 'B'ad, or 'F'uture.
           01 WS-TS-IMAGE.
              03 WS-TS-DATE PIC 9(8).
              03 WS-TS-HH PIC 99.
              03 WS-TS-MM PIC 99.
              03 WS-TS-SS PIC 99.
           01 WS-TS-VERDICT PIC X.
           01 WS-START-VERDICT PIC X.
           01 WS-END-VERDICT PIC X.
      *> A 9.9(18) edited value under test: digit, point, 18 digits.
           01 WS-VALUE-IMAGE.
              03 WS-VALUE-UNITS PIC X.
              03 WS-VALUE-POINT PIC X.
              03 WS-VALUE-FRACTION PIC X(18).
           01 WS-VALUE-OK PIC X.
           01 WS-STATUS-CODE PIC XX.
           01 WS-STATUS-OK PIC X.
           01 WS-TYPE-OK PIC X.
           01 WS-JOB-OK PIC X.
      *> Per-dataset counts kept for the closing summary.
           01 WS-DS-MAX USAGE UNSIGNED-INT VALUE 7.
           01 WS-DS-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-DS-INDEX USAGE UNSIGNED-INT.
           01 WS-DS-TABLE.
              03 WS-DS-ENTRY OCCURS 7.
                 05 WS-DSE-NAME PIC X(8).
                 05 WS-DSE-PRESENT PIC X.
                 05 WS-DSE-READ PIC 9(9).
                 05 WS-DSE-CLEAN PIC 9(9).
                 05 WS-DSE-QUAR PIC 9(9).
                 05 WS-DSE-HELD PIC 9(9).
           01 WS-DS-PRESENT PIC X.
      *> 'Y' while a dataset is scanned in place - the indexed ones,
      *> and EULSUMM, whose rows are never moved: clean rows stay
      *> where they are rather than going to the work file.
           01 WS-DS-IN-PLACE PIC X.
           01 WS-LINE-COUNT PIC 9(4) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(4) VALUE 0.
           01 WS-PAGE-LIMIT PIC 9(4) VALUE 55.
           01 WS-HEADING-LINE-1.
              03 FILLER PIC X(44) VALUE
                 'EULSCAN - DATASET INTEGRITY EXCEPTIONS'.
              03 FILLER PIC X(56) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'RUN DATE: '.
              03 WS-HDG-RUN-DATE PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(6) VALUE 'PAGE: '.
              03 WS-HDG-PAGE PIC ZZZ9.
           01 WS-COLUMN-HEADING.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(13) VALUE '        ROW'.
              03 FILLER PIC X(10) VALUE 'REASON'.
              03 FILLER PIC X(18) VALUE 'FIELD'.
              03 FILLER PIC X(6) VALUE 'ACTION'.
              03 FILLER PIC X(20) VALUE 'RECORD AS FOUND'.
           01 WS-DATASET-LINE.
              03 FILLER PIC X(10) VALUE 'DATASET: '.
              03 WS-DL-NAME PIC X(8).
           01 WS-EXCEPTION-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-EL-ROW PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-EL-REASON PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-EL-FIELD PIC X(16).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-EL-ACTION PIC X(4).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-EL-IMAGE PIC X(80).
           01 WS-DS-TOTAL-LINE.
              03 FILLER PIC X(4) VALUE SPACE.
              03 WS-DT-READ PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(7) VALUE ' READ, '.
              03 WS-DT-CLEAN PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(8) VALUE ' CLEAN, '.
              03 WS-DT-QUAR PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(14) VALUE ' QUARANTINED, '.
              03 WS-DT-HELD PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(5) VALUE ' HELD'.
           01 WS-SUMMARY-HEADING.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'DATASET'.
              03 FILLER PIC X(12) VALUE '        READ'.
              03 FILLER PIC X(12) VALUE '       CLEAN'.
              03 FILLER PIC X(12) VALUE ' QUARANTINED'.
              03 FILLER PIC X(12) VALUE '        HELD'.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'VERDICT'.
           01 WS-SUMMARY-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-SL-NAME PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-SL-READ PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(1) VALUE SPACE.
              03 WS-SL-CLEAN PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(1) VALUE SPACE.
              03 WS-SL-QUAR PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(1) VALUE SPACE.
              03 WS-SL-HELD PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-SL-VERDICT PIC X(12).
           01 WS-COUNT-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-CNT-LABEL PIC X(34).
              03 WS-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
      *> Suite run lock (via EULRLKMG): this utility rewrites the
      *> live files the producers append to, so running it over a
      *> live producer would lose that producer's records - it
      *> serializes with the rest of the suite.
           01 WS-LOCK-ACTION PIC X.
           01 WS-LOCK-JOB PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-HELD-TS PIC 9(14).
           01 WS-LOCK-RESULT PIC XX.
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-SCAN-TS
           PERFORM CLAIM-RUN-LOCK
           IF WS-LOCK-RESULT NOT = '00'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           PERFORM OPEN-QUARANTINE-FILE
           PERFORM SCAN-AUDIT-DATASET
           PERFORM SCAN-DIAG-DATASET
           PERFORM SCAN-TRACE-DATASET
           PERFORM LOAD-FEED-POSITIONS
           PERFORM SCAN-RESULT-DATASET
           PERFORM SCAN-SUMMARY-DATASET
           PERFORM SCAN-RUNCT-DATASET
           PERFORM SCAN-XLOG-DATASET
           CLOSE QUAR-FILE
           PERFORM PRINT-SCAN-SUMMARY
           CLOSE PRINT-FILE
           PERFORM RELEASE-RUN-LOCK
           DISPLAY 'EULSCAN: ' WS-TOTAL-READ ' ROWS SCANNED, '
               WS-TOTAL-QUAR ' QUARANTINED, ' WS-TOTAL-HELD ' HELD'
           IF WS-TOTAL-QUAR > 0 OR WS-TOTAL-HELD > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       CLAIM-RUN-LOCK.
           MOVE 'C' TO WS-LOCK-ACTION
           MOVE 'EULSCAN' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = '00'
               DISPLAY 'EULSCAN: SUITE LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-TS ' - RUN REFUSED'
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE 'EULSCAN' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL.

      *> The quarantine dataset accumulates across scans until the
      *> rows in it have been dealt with.
       OPEN-QUARANTINE-FILE.
           OPEN EXTEND QUAR-FILE
           IF WS-QUAR-STATUS = '35'
               OPEN OUTPUT QUAR-FILE
           END-IF
           MOVE SPACE TO QUAR-SEP-1
           MOVE SPACE TO QUAR-SEP-2
           MOVE SPACE TO QUAR-SEP-3
           MOVE SPACE TO QUAR-SEP-4
           MOVE SPACE TO QUAR-SEP-5.

      *> ------------------------------------------------------------
      *> Shared paragraphs: every dataset's scan opens its section of
      *> the report, hands each row to DISPOSE-RECORD once its own
      *> check paragraph has set WS-REASON, and closes its section.
      *> ------------------------------------------------------------
       BEGIN-DATASET.
           MOVE 0 TO WS-READ-COUNT
           MOVE 0 TO WS-CLEAN-COUNT
           MOVE 0 TO WS-QUAR-COUNT
           MOVE 0 TO WS-HELD-COUNT
           MOVE 'N' TO WS-HOLD-ROW
           MOVE 'Y' TO WS-DS-PRESENT
           MOVE 'N' TO WS-DS-IN-PLACE
           MOVE WS-DS-NAME TO WS-DL-NAME
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           WRITE PRINT-RECORD FROM WS-DATASET-LINE
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       END-DATASET.
           PERFORM CHECK-PAGE-BREAK
           IF WS-DS-PRESENT = 'N'
               MOVE SPACE TO PRINT-RECORD
               MOVE '    (DATASET NOT PRESENT - NOTHING TO SCAN)'
                   TO PRINT-RECORD
           ELSE
               IF WS-QUAR-COUNT = 0 AND WS-HELD-COUNT = 0
                   MOVE SPACE TO PRINT-RECORD
                   MOVE '    (NO EXCEPTIONS - DATASET IS CLEAN)'
                       TO PRINT-RECORD
                   WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-COUNT
                   PERFORM CHECK-PAGE-BREAK
               END-IF
               MOVE WS-READ-COUNT TO WS-DT-READ
               MOVE WS-CLEAN-COUNT TO WS-DT-CLEAN
               MOVE WS-QUAR-COUNT TO WS-DT-QUAR
               MOVE WS-HELD-COUNT TO WS-DT-HELD
               MOVE WS-DS-TOTAL-LINE TO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           ADD WS-READ-COUNT TO WS-TOTAL-READ
           ADD WS-QUAR-COUNT TO WS-TOTAL-QUAR
           ADD WS-HELD-COUNT TO WS-TOTAL-HELD
           IF WS-DS-COUNT < WS-DS-MAX
               ADD 1 TO WS-DS-COUNT
               MOVE WS-DS-NAME TO WS-DSE-NAME(WS-DS-COUNT)
               MOVE WS-DS-PRESENT TO WS-DSE-PRESENT(WS-DS-COUNT)
               MOVE WS-READ-COUNT TO WS-DSE-READ(WS-DS-COUNT)
               MOVE WS-CLEAN-COUNT TO WS-DSE-CLEAN(WS-DS-COUNT)
               MOVE WS-QUAR-COUNT TO WS-DSE-QUAR(WS-DS-COUNT)
               MOVE WS-HELD-COUNT TO WS-DSE-HELD(WS-DS-COUNT)
           END-IF.

      *> A row that passed goes to the work file; one that failed
      *> goes to quarantine and onto the exception report instead.
      *> A failing row to be held in place goes to the work file
      *> like a clean one, and onto the exception report as HELD.
       DISPOSE-RECORD.
           EVALUATE TRUE
               WHEN WS-REASON = SPACE
                   IF WS-DS-IN-PLACE = 'N'
                       WRITE WORK-IMAGE FROM WS-RECORD-IMAGE
                   END-IF
                   ADD 1 TO WS-CLEAN-COUNT
               WHEN WS-HOLD-ROW = 'Y'
                   IF WS-DS-IN-PLACE = 'N'
                       WRITE WORK-IMAGE FROM WS-RECORD-IMAGE
                   END-IF
                   ADD 1 TO WS-HELD-COUNT
                   MOVE 'HELD' TO WS-EL-ACTION
                   PERFORM PRINT-EXCEPTION-LINE
               WHEN OTHER
                   ADD 1 TO WS-QUAR-COUNT
                   MOVE WS-SCAN-TS TO QUAR-SCAN-TS
                   MOVE WS-DS-NAME TO QUAR-DATASET
                   MOVE WS-READ-COUNT TO QUAR-ROW
                   MOVE WS-REASON TO QUAR-REASON
                   MOVE WS-REASON-FIELD TO QUAR-FIELD
                   MOVE WS-RECORD-IMAGE TO QUAR-IMAGE
                   WRITE QUAR-RECORD
                   MOVE 'QUAR' TO WS-EL-ACTION
                   PERFORM PRINT-EXCEPTION-LINE
           END-EVALUATE
           MOVE 'N' TO WS-HOLD-ROW.

       PRINT-EXCEPTION-LINE.
           MOVE WS-READ-COUNT TO WS-EL-ROW
           MOVE WS-REASON TO WS-EL-REASON
           MOVE WS-REASON-FIELD TO WS-EL-FIELD
           MOVE WS-RECORD-IMAGE TO WS-EL-IMAGE
           PERFORM CHECK-PAGE-BREAK
           WRITE PRINT-RECORD FROM WS-EXCEPTION-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *> Judges the 14-digit timestamp in WS-TS-IMAGE: it must be
      *> all digits, its date half a real calendar date, its time
      *> half a real time of day, and it must not be later than the
      *> scan itself.
       CHECK-TIMESTAMP.
           MOVE 'G' TO WS-TS-VERDICT
           IF WS-TS-IMAGE NOT NUMERIC
               MOVE 'B' TO WS-TS-VERDICT
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TS-DATE) NOT = 0
                   OR WS-TS-HH > 23 OR WS-TS-MM > 59
                   OR WS-TS-SS > 59
                   MOVE 'B' TO WS-TS-VERDICT
               ELSE
                   IF WS-TS-IMAGE > WS-SCAN-TS
                       MOVE 'F' TO WS-TS-VERDICT
                   END-IF
               END-IF
           END-IF.

      *> Judges the 9.9(18) edited value in WS-VALUE-IMAGE.
       CHECK-VALUE-IMAGE.
           IF WS-VALUE-UNITS NUMERIC AND WS-VALUE-POINT = '.'
               AND WS-VALUE-FRACTION NUMERIC
               MOVE 'Y' TO WS-VALUE-OK
           ELSE
               MOVE 'N' TO WS-VALUE-OK
           END-IF.

      *> Run statuses the suite issues: 00 converged, 02 factorial
      *> overflow, 04 stopped on MAX-N, 07 rejected input, 08
      *> invalid numeric input, 09 refused for the suite lock.
       CHECK-RUN-STATUS.
           EVALUATE WS-STATUS-CODE
               WHEN '00'
               WHEN '02'
               WHEN '04'
               WHEN '07'
               WHEN '08'
               WHEN '09'
                   MOVE 'Y' TO WS-STATUS-OK
               WHEN OTHER
                   MOVE 'N' TO WS-STATUS-OK
           END-EVALUATE.

      *> Diagnostic types written by the suite's programs.
       CHECK-DIAG-TYPE.
           EVALUATE DIAG-TYPE
               WHEN 'BADEPS'
               WHEN 'BADMAXN'
               WHEN 'TRUNC'
               WHEN 'LIMTRUNC'
               WHEN 'OVERFLOW'
               WHEN 'RECON'
               WHEN 'BADDECK'
               WHEN 'BADDIGS'
               WHEN 'XCHECK'
               WHEN 'REFCHECK'
               WHEN 'NOACK'
               WHEN 'ACKCOUNT'
               WHEN 'ACKBAD'
               WHEN 'NOCALEND'
               WHEN 'SLOWRUN'
               WHEN 'LOWRECS'
               WHEN 'POSTCLOS'
               WHEN 'OUTOFBAL'
               WHEN 'ORPHAN'
                   MOVE 'Y' TO WS-TYPE-OK
               WHEN OTHER
                   MOVE 'N' TO WS-TYPE-OK
           END-EVALUATE.

      *> Jobs that append run-control rows.
       CHECK-RUNCT-JOB.
           EVALUATE RUNCT-JOB-NAME
               WHEN 'EULER'
               WHEN 'EULERDRV'
               WHEN 'EULERHIP'
                   MOVE 'Y' TO WS-JOB-OK
               WHEN OTHER
                   MOVE 'N' TO WS-JOB-OK
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> EULAUDIT: one pass in key order; a failing row goes to
      *> quarantine and is deleted from the live file. A missing
      *> live file is reported as not present.
      *> ------------------------------------------------------------
       SCAN-AUDIT-DATASET.
           MOVE 'EULAUDIT' TO WS-DS-NAME
           PERFORM BEGIN-DATASET
           MOVE 'Y' TO WS-DS-IN-PLACE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN I-O AUDIT-FILE
           IF WS-LIVE-STATUS NOT = '00'
               MOVE 'N' TO WS-DS-PRESENT
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ AUDIT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE AUDIT-RECORD TO WS-RECORD-IMAGE
                           PERFORM CHECK-AUDIT-RECORD
                           PERFORM DISPOSE-RECORD
                           IF WS-REASON NOT = SPACE
                               DELETE AUDIT-FILE RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
           END-IF
           PERFORM END-DATASET.

       CHECK-AUDIT-RECORD.
           MOVE SPACE TO WS-REASON
           MOVE SPACE TO WS-REASON-FIELD
           MOVE WS-RECORD-IMAGE TO AUDIT-RECORD
           MOVE AUDIT-TIMESTAMP TO WS-TS-IMAGE
           PERFORM CHECK-TIMESTAMP
           MOVE AUDIT-VALUE TO WS-VALUE-IMAGE
           PERFORM CHECK-VALUE-IMAGE
           MOVE AUDIT-STATUS TO WS-STATUS-CODE
           PERFORM CHECK-RUN-STATUS
           EVALUATE TRUE
               WHEN AUDIT-SEQUENCE NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'AUDIT-SEQUENCE' TO WS-REASON-FIELD
               WHEN AUDIT-SEP-1 NOT = SPACE
                   OR AUDIT-SEP-2 NOT = SPACE
                   OR AUDIT-SEP-3 NOT = SPACE
                   OR AUDIT-SEP-4 NOT = SPACE
                   MOVE 'BADSEP' TO WS-REASON
                   MOVE 'SEPARATOR' TO WS-REASON-FIELD
               WHEN WS-TS-VERDICT = 'B'
                   MOVE 'BADTS' TO WS-REASON
                   MOVE 'AUDIT-TIMESTAMP' TO WS-REASON-FIELD
               WHEN WS-TS-VERDICT = 'F'
                   MOVE 'FUTURETS' TO WS-REASON
                   MOVE 'AUDIT-TIMESTAMP' TO WS-REASON-FIELD
               WHEN AUDIT-EPSILON NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'AUDIT-EPSILON' TO WS-REASON-FIELD
               WHEN AUDIT-N NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'AUDIT-N' TO WS-REASON-FIELD
               WHEN WS-VALUE-OK = 'N'
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'AUDIT-VALUE' TO WS-REASON-FIELD
               WHEN WS-STATUS-OK = 'N'
                   MOVE 'BADSTAT' TO WS-REASON
                   MOVE 'AUDIT-STATUS' TO WS-REASON-FIELD
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> EULDIAG: same pass as EULAUDIT against its own layout.
      *> DIAG-MESSAGE is free text and is not judged.
      *> ------------------------------------------------------------
       SCAN-DIAG-DATASET.
           MOVE 'EULDIAG' TO WS-DS-NAME
           PERFORM BEGIN-DATASET
           MOVE 'Y' TO WS-DS-IN-PLACE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN I-O DIAG-FILE
           IF WS-LIVE-STATUS NOT = '00'
               MOVE 'N' TO WS-DS-PRESENT
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ DIAG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE DIAG-RECORD TO WS-RECORD-IMAGE
                           PERFORM CHECK-DIAG-RECORD
                           PERFORM DISPOSE-RECORD
                           IF WS-REASON NOT = SPACE
                               DELETE DIAG-FILE RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DIAG-FILE
           END-IF
           PERFORM END-DATASET.

       CHECK-DIAG-RECORD.
           MOVE SPACE TO WS-REASON
           MOVE SPACE TO WS-REASON-FIELD
           MOVE WS-RECORD-IMAGE TO DIAG-RECORD
           MOVE DIAG-TIMESTAMP TO WS-TS-IMAGE
           PERFORM CHECK-TIMESTAMP
           PERFORM CHECK-DIAG-TYPE
           EVALUATE TRUE
               WHEN DIAG-SEQUENCE NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'DIAG-SEQUENCE' TO WS-REASON-FIELD
               WHEN DIAG-SEP-0 NOT = SPACE
                   OR DIAG-SEP-1 NOT = SPACE
                   OR DIAG-SEP-2 NOT = SPACE
                   OR DIAG-SEP-3 NOT = SPACE
                   OR DIAG-SEP-4 NOT = SPACE
                   MOVE 'BADSEP' TO WS-REASON
                   MOVE 'SEPARATOR' TO WS-REASON-FIELD
               WHEN WS-TS-VERDICT = 'B'
                   MOVE 'BADTS' TO WS-REASON
                   MOVE 'DIAG-TIMESTAMP' TO WS-REASON-FIELD
               WHEN WS-TS-VERDICT = 'F'
                   MOVE 'FUTURETS' TO WS-REASON
                   MOVE 'DIAG-TIMESTAMP' TO WS-REASON-FIELD
               WHEN WS-TYPE-OK = 'N'
                   MOVE 'BADSTAT' TO WS-REASON
                   MOVE 'DIAG-TYPE' TO WS-REASON-FIELD
               WHEN DIAG-EPSILON NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'DIAG-EPSILON' TO WS-REASON-FIELD
               WHEN DIAG-N NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'DIAG-N' TO WS-REASON-FIELD
               WHEN DIAG-DISCREPANCY NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'DIAG-DISCREPANCY' TO WS-REASON-FIELD
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> EULTRACE: same passes against the per-term trace layout.
      *> ------------------------------------------------------------
       SCAN-TRACE-DATASET.
           MOVE 'EULTRACE' TO WS-DS-NAME
           PERFORM BEGIN-DATASET
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRACE-FILE
           IF WS-LIVE-STATUS NOT = '00'
               MOVE 'N' TO WS-DS-PRESENT
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ TRACE-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE TRACE-IMAGE TO WS-RECORD-IMAGE
                           PERFORM CHECK-TRACE-RECORD
                           PERFORM DISPOSE-RECORD
                   END-READ
               END-PERFORM
               CLOSE TRACE-FILE
               CLOSE WORK-FILE
               IF WS-QUAR-COUNT > 0
                   PERFORM REWRITE-TRACE-FROM-WORK
               END-IF
           END-IF
           PERFORM END-DATASET.

       CHECK-TRACE-RECORD.
           MOVE SPACE TO WS-REASON
           MOVE SPACE TO WS-REASON-FIELD
           MOVE WS-RECORD-IMAGE TO TRACE-RECORD
           MOVE TRACE-TIMESTAMP TO WS-TS-IMAGE
           PERFORM CHECK-TIMESTAMP
           EVALUATE TRUE
               WHEN WS-RECORD-IMAGE(86:) NOT = SPACE
                   MOVE 'BADLEN' TO WS-REASON
                   MOVE 'RECORD LENGTH' TO WS-REASON-FIELD
               WHEN TRACE-SEP-0 NOT = SPACE
                   OR TRACE-SEP-1 NOT = SPACE
                   OR TRACE-SEP-2 NOT = SPACE
                   OR TRACE-SEP-3 NOT = SPACE
                   MOVE 'BADSEP' TO WS-REASON
                   MOVE 'SEPARATOR' TO WS-REASON-FIELD
               WHEN WS-TS-VERDICT = 'B'
                   MOVE 'BADTS' TO WS-REASON
                   MOVE 'TRACE-TIMESTAMP' TO WS-REASON-FIELD
               WHEN WS-TS-VERDICT = 'F'
                   MOVE 'FUTURETS' TO WS-REASON
                   MOVE 'TRACE-TIMESTAMP' TO WS-REASON-FIELD
               WHEN TRACE-N NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'TRACE-N' TO WS-REASON-FIELD
               WHEN TRACE-FACT NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'TRACE-FACT' TO WS-REASON-FIELD
               WHEN TRACE-E NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'TRACE-E' TO WS-REASON-FIELD
               WHEN TRACE-DELTA NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'TRACE-DELTA' TO WS-REASON-FIELD
           END-EVALUATE.

       REWRITE-TRACE-FROM-WORK.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WORK-FILE
           OPEN OUTPUT TRACE-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE TRACE-IMAGE FROM WORK-IMAGE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE TRACE-FILE.

      *> ------------------------------------------------------------
      *> Before EULRSLT is touched: where the two feed checkpoints
      *> stand in it.
      *> ------------------------------------------------------------
       LOAD-FEED-POSITIONS.
           OPEN INPUT PNCK-FILE
           IF WS-CKPT-STATUS = '00'
               READ PNCK-FILE
                   NOT AT END
                       MOVE PNCK-IMAGE TO PNCK-RECORD
                       IF PNCK-RSLT-ROWS IS NUMERIC
                           MOVE 'Y' TO WS-PNCK-FOUND
                           MOVE PNCK-RSLT-ROWS TO WS-PNCK-RSLT-ROWS
                       END-IF
               END-READ
               CLOSE PNCK-FILE
           END-IF
           OPEN INPUT BALCK-FILE
           IF WS-CKPT-STATUS = '00'
               READ BALCK-FILE
                   NOT AT END
                       MOVE BALCK-IMAGE TO BALCK-RECORD
                       IF BALCK-RSLT-ROWS IS NUMERIC
                           MOVE 'Y' TO WS-BALCK-FOUND
                           MOVE BALCK-RSLT-ROWS TO WS-BALCK-RSLT-ROWS
                       END-IF
               END-READ
               CLOSE BALCK-FILE
           END-IF.

      *> ------------------------------------------------------------
      *> EULRSLT: EULER's result feed carries no status of its own
      *> - that lives on its EULRUNCT row - so the layout, the
      *> numbers and the run stamp are judged. The stamp is blank
      *> on rows written before the feed carried one, and passes
      *> blank. A failing row is quarantined, and the checkpoints
      *> standing past it are lowered after the rewrite.
      *> ------------------------------------------------------------
       SCAN-RESULT-DATASET.
           MOVE 'EULRSLT' TO WS-DS-NAME
           PERFORM BEGIN-DATASET
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RESULT-FILE
           IF WS-LIVE-STATUS NOT = '00'
               MOVE 'N' TO WS-DS-PRESENT
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RESULT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE RESULT-IMAGE TO WS-RECORD-IMAGE
                           PERFORM CHECK-RESULT-RECORD
                           PERFORM NOTE-CHECKPOINT-DROP
                           PERFORM DISPOSE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RESULT-FILE
               CLOSE WORK-FILE
               IF WS-QUAR-COUNT > 0
                   PERFORM REWRITE-RESULT-FROM-WORK
                   PERFORM LOWER-FEED-CHECKPOINTS
               END-IF
           END-IF
           PERFORM END-DATASET.

       CHECK-RESULT-RECORD.
           MOVE SPACE TO WS-REASON
           MOVE SPACE TO WS-REASON-FIELD
           MOVE WS-RECORD-IMAGE TO RESULT-OUT-RECORD
           MOVE RSLT-VALUE TO WS-VALUE-IMAGE
           PERFORM CHECK-VALUE-IMAGE
           MOVE 'G' TO WS-TS-VERDICT
           IF RSLT-RUN-TS NOT = SPACE
               MOVE RSLT-RUN-TS TO WS-TS-IMAGE
               PERFORM CHECK-TIMESTAMP
           END-IF
           EVALUATE TRUE
               WHEN WS-RECORD-IMAGE(66:) NOT = SPACE
                   MOVE 'BADLEN' TO WS-REASON
                   MOVE 'RECORD LENGTH' TO WS-REASON-FIELD
               WHEN RSLT-SEP-1 NOT = SPACE
                   OR RSLT-SEP-2 NOT = SPACE
                   OR RSLT-SEP-3 NOT = SPACE
                   MOVE 'BADSEP' TO WS-REASON
                   MOVE 'SEPARATOR' TO WS-REASON-FIELD
               WHEN WS-TS-VERDICT = 'B'
                   MOVE 'BADTS' TO WS-REASON
                   MOVE 'RSLT-RUN-TS' TO WS-REASON-FIELD
               WHEN WS-TS-VERDICT = 'F'
                   MOVE 'FUTURETS' TO WS-REASON
                   MOVE 'RSLT-RUN-TS' TO WS-REASON-FIELD
               WHEN RSLT-EPSILON NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'RSLT-EPSILON' TO WS-REASON-FIELD
               WHEN RSLT-N NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'RSLT-N' TO WS-REASON-FIELD
               WHEN WS-VALUE-OK = 'N'
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'RSLT-VALUE' TO WS-REASON-FIELD
           END-EVALUATE.

      *> A failing row at or before a checkpoint's position takes
      *> that position down by one once it is removed.
       NOTE-CHECKPOINT-DROP.
           IF WS-REASON NOT = SPACE
               IF WS-READ-COUNT <= WS-PNCK-RSLT-ROWS
                   ADD 1 TO WS-PNCK-DROPPED
               END-IF
               IF WS-READ-COUNT <= WS-BALCK-RSLT-ROWS
                   ADD 1 TO WS-BALCK-DROPPED
               END-IF
           END-IF.

       REWRITE-RESULT-FROM-WORK.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WORK-FILE
           OPEN OUTPUT RESULT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE RESULT-IMAGE FROM WORK-IMAGE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE RESULT-FILE.

      *> Each checkpoint is one row, rewritten whole with only its
      *> feed position changed; the change is shown under EULRSLT.
       LOWER-FEED-CHECKPOINTS.
           IF WS-PNCK-FOUND = 'Y' AND WS-PNCK-DROPPED > 0
               MOVE 'EULPNDCK' TO WS-CL-NAME
               MOVE PNCK-RSLT-ROWS TO WS-CL-FROM
               SUBTRACT WS-PNCK-DROPPED FROM PNCK-RSLT-ROWS
               MOVE PNCK-RSLT-ROWS TO WS-CL-TO
               OPEN OUTPUT PNCK-FILE
               WRITE PNCK-IMAGE FROM PNCK-RECORD
               CLOSE PNCK-FILE
               PERFORM PRINT-CHECKPOINT-LINE
           END-IF
           IF WS-BALCK-FOUND = 'Y' AND WS-BALCK-DROPPED > 0
               MOVE 'EULBALCK' TO WS-CL-NAME
               MOVE BALCK-RSLT-ROWS TO WS-CL-FROM
               SUBTRACT WS-BALCK-DROPPED FROM BALCK-RSLT-ROWS
               MOVE BALCK-RSLT-ROWS TO WS-CL-TO
               OPEN OUTPUT BALCK-FILE
               WRITE BALCK-IMAGE FROM BALCK-RECORD
               CLOSE BALCK-FILE
               PERFORM PRINT-CHECKPOINT-LINE
           END-IF.

       PRINT-CHECKPOINT-LINE.
           DISPLAY 'EULSCAN: ' WS-CL-NAME ' FEED POSITION LOWERED '
               WS-CL-FROM ' TO ' WS-CL-TO
           PERFORM CHECK-PAGE-BREAK
           WRITE PRINT-RECORD FROM WS-CKPT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *> ------------------------------------------------------------
      *> EULSUMM: the batch driver's summary, judged as EULRSLT is
      *> but never rewritten - every failing row is held in place
      *> (see the program header), so the file keeps the row count
      *> EULERDRV's run-control row vouches for.
      *> ------------------------------------------------------------
       SCAN-SUMMARY-DATASET.
           MOVE 'EULSUMM' TO WS-DS-NAME
           PERFORM BEGIN-DATASET
           MOVE 'Y' TO WS-DS-IN-PLACE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUMMARY-FILE
           IF WS-LIVE-STATUS NOT = '00'
               MOVE 'N' TO WS-DS-PRESENT
           ELSE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ SUMMARY-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE SUMMARY-IMAGE TO WS-RECORD-IMAGE
                           PERFORM CHECK-SUMMARY-RECORD
                           IF WS-REASON NOT = SPACE
                               MOVE 'Y' TO WS-HOLD-ROW
                           END-IF
                           PERFORM DISPOSE-RECORD
                   END-READ
               END-PERFORM
               CLOSE SUMMARY-FILE
           END-IF
           PERFORM END-DATASET.

       CHECK-SUMMARY-RECORD.
           MOVE SPACE TO WS-REASON
           MOVE SPACE TO WS-REASON-FIELD
           MOVE WS-RECORD-IMAGE TO SUMMARY-RECORD
           MOVE SUMM-VALUE TO WS-VALUE-IMAGE
           PERFORM CHECK-VALUE-IMAGE
           EVALUATE TRUE
               WHEN WS-RECORD-IMAGE(51:) NOT = SPACE
                   MOVE 'BADLEN' TO WS-REASON
                   MOVE 'RECORD LENGTH' TO WS-REASON-FIELD
               WHEN SUMM-SEP-1 NOT = SPACE
                   OR SUMM-SEP-2 NOT = SPACE
                   MOVE 'BADSEP' TO WS-REASON
                   MOVE 'SEPARATOR' TO WS-REASON-FIELD
               WHEN SUMM-EPSILON NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'SUMM-EPSILON' TO WS-REASON-FIELD
               WHEN SUMM-N NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'SUMM-N' TO WS-REASON-FIELD
               WHEN WS-VALUE-OK = 'N'
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'SUMM-VALUE' TO WS-REASON-FIELD
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> EULRUNCT: both timestamps are judged, and a run cannot end
      *> before it started. A quarantined EULER row takes only its
      *> own feed rows with it: EULRUPDT finds no run for them and
      *> refuses them as orphans.
      *> ------------------------------------------------------------
       SCAN-RUNCT-DATASET.
           MOVE 'EULRUNCT' TO WS-DS-NAME
           PERFORM BEGIN-DATASET
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RUNCT-FILE
           IF WS-LIVE-STATUS NOT = '00'
               MOVE 'N' TO WS-DS-PRESENT
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ RUNCT-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE RUNCT-IMAGE TO WS-RECORD-IMAGE
                           PERFORM CHECK-RUNCT-RECORD
                           PERFORM DISPOSE-RECORD
                   END-READ
               END-PERFORM
               CLOSE RUNCT-FILE
               CLOSE WORK-FILE
               IF WS-QUAR-COUNT > 0
                   PERFORM REWRITE-RUNCT-FROM-WORK
               END-IF
           END-IF
           PERFORM END-DATASET.

       CHECK-RUNCT-RECORD.
           MOVE SPACE TO WS-REASON
           MOVE SPACE TO WS-REASON-FIELD
           MOVE WS-RECORD-IMAGE TO RUNCT-RECORD
           MOVE RUNCT-START-TS TO WS-TS-IMAGE
           PERFORM CHECK-TIMESTAMP
           MOVE WS-TS-VERDICT TO WS-START-VERDICT
           MOVE RUNCT-END-TS TO WS-TS-IMAGE
           PERFORM CHECK-TIMESTAMP
           MOVE WS-TS-VERDICT TO WS-END-VERDICT
           PERFORM CHECK-RUNCT-JOB
           MOVE RUNCT-STATUS TO WS-STATUS-CODE
           PERFORM CHECK-RUN-STATUS
           EVALUATE TRUE
               WHEN WS-RECORD-IMAGE(52:) NOT = SPACE
                   MOVE 'BADLEN' TO WS-REASON
                   MOVE 'RECORD LENGTH' TO WS-REASON-FIELD
               WHEN RUNCT-SEP-1 NOT = SPACE
                   OR RUNCT-SEP-2 NOT = SPACE
                   OR RUNCT-SEP-3 NOT = SPACE
                   OR RUNCT-SEP-4 NOT = SPACE
                   MOVE 'BADSEP' TO WS-REASON
                   MOVE 'SEPARATOR' TO WS-REASON-FIELD
               WHEN WS-JOB-OK = 'N'
                   MOVE 'BADSTAT' TO WS-REASON
                   MOVE 'RUNCT-JOB-NAME' TO WS-REASON-FIELD
               WHEN WS-START-VERDICT = 'B'
                   MOVE 'BADTS' TO WS-REASON
                   MOVE 'RUNCT-START-TS' TO WS-REASON-FIELD
               WHEN WS-START-VERDICT = 'F'
                   MOVE 'FUTURETS' TO WS-REASON
                   MOVE 'RUNCT-START-TS' TO WS-REASON-FIELD
               WHEN WS-END-VERDICT = 'B'
                   MOVE 'BADTS' TO WS-REASON
                   MOVE 'RUNCT-END-TS' TO WS-REASON-FIELD
               WHEN WS-END-VERDICT = 'F'
                   MOVE 'FUTURETS' TO WS-REASON
                   MOVE 'RUNCT-END-TS' TO WS-REASON-FIELD
               WHEN RUNCT-END-TS < RUNCT-START-TS
                   MOVE 'BADTS' TO WS-REASON
                   MOVE 'RUNCT-END-TS' TO WS-REASON-FIELD
               WHEN RUNCT-RECORDS NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'RUNCT-RECORDS' TO WS-REASON-FIELD
               WHEN WS-STATUS-OK = 'N'
                   MOVE 'BADSTAT' TO WS-REASON
                   MOVE 'RUNCT-STATUS' TO WS-REASON-FIELD
           END-EVALUATE.

       REWRITE-RUNCT-FROM-WORK.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WORK-FILE
           OPEN OUTPUT RUNCT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE RUNCT-IMAGE FROM WORK-IMAGE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE RUNCT-FILE.

      *> ------------------------------------------------------------
      *> EULXMLOG: the cut timestamp and the business date are both
      *> judged; the business date is the extract's own run date,
      *> so it can no more be in the future than the timestamp.
      *> ------------------------------------------------------------
       SCAN-XLOG-DATASET.
           MOVE 'EULXMLOG' TO WS-DS-NAME
           PERFORM BEGIN-DATASET
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT XLOG-FILE
           IF WS-LIVE-STATUS NOT = '00'
               MOVE 'N' TO WS-DS-PRESENT
           ELSE
               OPEN OUTPUT WORK-FILE
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ XLOG-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-READ-COUNT
                           MOVE XLOG-IMAGE TO WS-RECORD-IMAGE
                           PERFORM CHECK-XLOG-RECORD
                           PERFORM DISPOSE-RECORD
                   END-READ
               END-PERFORM
               CLOSE XLOG-FILE
               CLOSE WORK-FILE
               IF WS-QUAR-COUNT > 0
                   PERFORM REWRITE-XLOG-FROM-WORK
               END-IF
           END-IF
           PERFORM END-DATASET.

       CHECK-XLOG-RECORD.
           MOVE SPACE TO WS-REASON
           MOVE SPACE TO WS-REASON-FIELD
           MOVE WS-RECORD-IMAGE TO XLOG-RECORD
           MOVE XLOG-TIMESTAMP TO WS-TS-IMAGE
           PERFORM CHECK-TIMESTAMP
           MOVE WS-TS-VERDICT TO WS-START-VERDICT
           IF XLOG-DATE NOT NUMERIC
               MOVE 'B' TO WS-TS-VERDICT
           ELSE
               MOVE XLOG-DATE TO WS-TS-DATE
               MOVE 0 TO WS-TS-HH
               MOVE 0 TO WS-TS-MM
               MOVE 0 TO WS-TS-SS
               PERFORM CHECK-TIMESTAMP
           END-IF
           MOVE WS-TS-VERDICT TO WS-END-VERDICT
           EVALUATE TRUE
               WHEN WS-RECORD-IMAGE(66:) NOT = SPACE
                   MOVE 'BADLEN' TO WS-REASON
                   MOVE 'RECORD LENGTH' TO WS-REASON-FIELD
               WHEN XLOG-SEP-1 NOT = SPACE
                   OR XLOG-SEP-2 NOT = SPACE
                   OR XLOG-SEP-3 NOT = SPACE
                   MOVE 'BADSEP' TO WS-REASON
                   MOVE 'SEPARATOR' TO WS-REASON-FIELD
               WHEN WS-START-VERDICT = 'B'
                   MOVE 'BADTS' TO WS-REASON
                   MOVE 'XLOG-TIMESTAMP' TO WS-REASON-FIELD
               WHEN WS-START-VERDICT = 'F'
                   MOVE 'FUTURETS' TO WS-REASON
                   MOVE 'XLOG-TIMESTAMP' TO WS-REASON-FIELD
               WHEN WS-END-VERDICT = 'B'
                   MOVE 'BADTS' TO WS-REASON
                   MOVE 'XLOG-DATE' TO WS-REASON-FIELD
               WHEN WS-END-VERDICT = 'F'
                   MOVE 'FUTURETS' TO WS-REASON
                   MOVE 'XLOG-DATE' TO WS-REASON-FIELD
               WHEN XLOG-COUNT NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'XLOG-COUNT' TO WS-REASON-FIELD
               WHEN XLOG-HASH NOT NUMERIC
                   MOVE 'BADNUM' TO WS-REASON
                   MOVE 'XLOG-HASH' TO WS-REASON-FIELD
           END-EVALUATE.

       REWRITE-XLOG-FROM-WORK.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WORK-FILE
           OPEN OUTPUT XLOG-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE XLOG-IMAGE FROM WORK-IMAGE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE XLOG-FILE.

      *> ------------------------------------------------------------
      *> Closing summary: one line per dataset, then the totals the
      *> return code is set from.
      *> ------------------------------------------------------------
       PRINT-SCAN-SUMMARY.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           MOVE 'SCAN SUMMARY' TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           WRITE PRINT-RECORD FROM WS-SUMMARY-HEADING
               AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT
           PERFORM VARYING WS-DS-INDEX FROM 1 BY 1
                   UNTIL WS-DS-INDEX > WS-DS-COUNT
               MOVE WS-DSE-NAME(WS-DS-INDEX) TO WS-SL-NAME
               MOVE WS-DSE-READ(WS-DS-INDEX) TO WS-SL-READ
               MOVE WS-DSE-CLEAN(WS-DS-INDEX) TO WS-SL-CLEAN
               MOVE WS-DSE-QUAR(WS-DS-INDEX) TO WS-SL-QUAR
               MOVE WS-DSE-HELD(WS-DS-INDEX) TO WS-SL-HELD
               EVALUATE TRUE
                   WHEN WS-DSE-PRESENT(WS-DS-INDEX) = 'N'
                       MOVE 'NOT PRESENT' TO WS-SL-VERDICT
                   WHEN WS-DSE-QUAR(WS-DS-INDEX) > 0
                       MOVE 'QUARANTINED' TO WS-SL-VERDICT
                   WHEN WS-DSE-HELD(WS-DS-INDEX) > 0
                       MOVE 'HELD' TO WS-SL-VERDICT
                   WHEN OTHER
                       MOVE 'CLEAN' TO WS-SL-VERDICT
               END-EVALUATE
               PERFORM CHECK-PAGE-BREAK
               WRITE PRINT-RECORD FROM WS-SUMMARY-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-PERFORM
           MOVE SPACE TO PRINT-RECORD
           PERFORM CHECK-PAGE-BREAK
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'ROWS SCANNED' TO WS-CNT-LABEL
           MOVE WS-TOTAL-READ TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'ROWS QUARANTINED TO EULQUAR' TO WS-CNT-LABEL
           MOVE WS-TOTAL-QUAR TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'ROWS HELD IN PLACE FOR REPAIR' TO WS-CNT-LABEL
           MOVE WS-TOTAL-HELD TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           IF WS-TOTAL-QUAR > 0
               MOVE '  VERDICT: EXCEPTIONS QUARANTINED - HOLD REPORTS'
                   TO PRINT-RECORD
           ELSE
               MOVE '  VERDICT: ALL DATASETS CLEAN' TO PRINT-RECORD
           END-IF
           IF WS-TOTAL-QUAR = 0 AND WS-TOTAL-HELD > 0
               MOVE '  VERDICT: EXCEPTIONS HELD IN PLACE - HOLD REPORTS'
                   TO PRINT-RECORD
           END-IF
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-COUNT-LINE.
           PERFORM CHECK-PAGE-BREAK
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *> Start a fresh page (with the standing headings) whenever the
      *> current one is full; WS-LINE-COUNT starts past the limit so
      *> the first print forces the first heading.
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
               MOVE SPACE TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
               WRITE PRINT-RECORD FROM WS-COLUMN-HEADING
                   AFTER ADVANCING 1 LINE
               MOVE 3 TO WS-LINE-COUNT
           END-IF.
