       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULSHDCP.
      *> Parallel-run comparison and sign-off for a candidate
      *> calculation: matches what a shadow run of EULER and EULERDRV
      *> (see eulshdpm.cpy) produced against what the production run
      *> of the same job produced from the same EULPARM card and
      *> EULTRANS deck, and prints every difference for change
      *> control to sign before the candidate is promoted.
      *> For each job with a shadow run on EULRUNSH, the latest
      *> shadow run is matched with the latest production run on
      *> EULRUNCT that started on the same run date (a run refused
      *> by the lock is no run); a production run from any other
      *> night ran from a different card and deck and is never
      *> paired. Only the paired run's own output is compared: for
      *> EULER the EULRSLT row stamped with that run's start
      *> (RSLT-RUN-TS), for EULERDRV the EULSUMM on disk, and only
      *> while the paired run is the latest driver run to have
      *> written it. When that output is no longer on file - a
      *> later driver run has replaced EULSUMM, or the EULRSLT row
      *> has gone - nothing is compared for the job and the
      *> verdict is FAIL, PRODUCTION RUN SUPERSEDED. Otherwise the
      *> two runs are compared tolerance by tolerance on:
      *>   - whether a result row was written, its N and its value
      *>     (EULRSLT against EULRSLSH for EULER, EULSUMM against
      *>     EULSUMSH for EULERDRV);
      *>   - the outcome status the row and the diagnostics add up
      *>     to ('00' a result, '02' overflow, '04' truncated, '07'
      *>     bad tolerance, '08' bad MAX-N);
      *>   - the diagnostics raised against the tolerance, taken
      *>     from EULDIAG and EULDIASH between each run's own start
      *>     and end times. Run-level diagnostics (a rejected deck,
      *>     a missing calendar) carry no tolerance and are listed
      *>     under zero.
      *> and then on the run's final status and record count.
      *> Nothing is written but the report EULSHDRP, so the suite
      *> lock is not taken.
      *> Return code: 0 PASS (no differences), 8 FAIL (at least one
      *> difference, a shadow run with no production run of the
      *> same run date to match, or a production run superseded),
      *> 16 nothing compared (no shadow run on file).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHDP-FILE ASSIGN TO "EULSHDPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHDP-STATUS.
           SELECT RUNCT-FILE ASSIGN TO "EULRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCT-STATUS.
           SELECT SHADOW-RUNCT-FILE ASSIGN TO "EULRUNSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCT-STATUS.
           SELECT RESULT-FILE ASSIGN TO "EULRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT SHADOW-RESULT-FILE ASSIGN TO "EULRSLSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "EULSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-STATUS.
           SELECT SHADOW-SUMMARY-FILE ASSIGN TO "EULSUMSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT SHADOW-DIAG-FILE ASSIGN TO "EULDIASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EULSHDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  SHDP-FILE.
       COPY "eulshdpm.cpy".
       FD  RUNCT-FILE.
       COPY "eulrunct.cpy".
       FD  SHADOW-RUNCT-FILE.
       01  SHADOW-RUNCT-IMAGE         PIC X(51).
       FD  RESULT-FILE.
       COPY "eulrslt.cpy".
       FD  SHADOW-RESULT-FILE.
       01  SHADOW-RESULT-IMAGE        PIC X(65).
       FD  SUMMARY-FILE.
       COPY "eulsumm.cpy".
       FD  SHADOW-SUMMARY-FILE.
       01  SHADOW-SUMMARY-IMAGE       PIC X(50).
       FD  DIAG-FILE.
       COPY "euldiag.cpy".
       FD  SHADOW-DIAG-FILE.
       01  SHADOW-DIAG-IMAGE          PIC X(132).
       FD  PRINT-FILE.
       01  PRINT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-SHDP-STATUS PIC XX.
           01 WS-RUNCT-STATUS PIC XX.
           01 WS-RSLT-STATUS PIC XX.
           01 WS-SUMM-STATUS PIC XX.
           01 WS-DIAG-STATUS PIC XX.
           01 WS-PRINT-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC X(8).
      *> What the card says is being compared; a missing card leaves
      *> the production module names and a blank reference.
           01 WS-CHANGE-REF PIC X(12) VALUE SPACE.
           01 WS-CALC-MODULE PIC X(8) VALUE 'EULERCLC'.
           01 WS-LIMIT-MODULE PIC X(8) VALUE 'EULERLIM'.
      *> The job being compared and the two runs matched for it.
           01 WS-JOB-NAME PIC X(8).
           01 WS-SH-FOUND PIC X.
           01 WS-SH-START-TS PIC X(14).
           01 WS-SH-END-TS PIC X(14).
           01 WS-SH-RECORDS PIC 9(9).
           01 WS-SH-STATUS PIC XX.
           01 WS-PR-FOUND PIC X.
           01 WS-PR-START-TS PIC X(14).
           01 WS-PR-END-TS PIC X(14).
           01 WS-PR-RECORDS PIC 9(9).
           01 WS-PR-STATUS PIC XX.
      *> The paired production run's output as found on file: its
      *> EULRSLT row, the latest driver run that wrote EULSUMM, and
      *> - when the run's output is no longer on file - what became
      *> of it, for the difference line.
           01 WS-PR-ROW-FOUND PIC X.
           01 WS-PR-ROW-EPSILON PIC 9V9(18).
           01 WS-PR-ROW-N PIC 9(9).
           01 WS-PR-ROW-VALUE PIC 9V9(18).
           01 WS-SUMM-OWNER-TS PIC X(14).
           01 WS-PR-GONE-TEXT PIC X(36).
           01 WS-RUNS-SUPERSEDED PIC 9(9) VALUE 0.
      *> Which side of the comparison a row being loaded belongs to:
      *> 'P' production, 'S' shadow.
           01 WS-SIDE PIC X.
      *> One entry per tolerance seen on either side, keyed in the
      *> diagnostics' own signed display picture so a diagnostic's
      *> tolerance and a result row's tolerance meet exactly.
           01 WS-TOL-MAX USAGE UNSIGNED-INT VALUE 200.
           01 WS-TOL-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-TOL-INDEX USAGE UNSIGNED-INT.
           01 WS-TOL-FOUND PIC X.
           01 WS-TOL-OVERFLOW PIC X VALUE 'N'.
           01 WS-TOL-KEY PIC S9V9(18)
               SIGN IS LEADING SEPARATE CHARACTER.
           01 WS-TOL-TABLE.
              03 WS-TOL-ENTRY OCCURS 200.
                 05 WS-TL-EPSILON PIC S9V9(18)
                     SIGN IS LEADING SEPARATE CHARACTER.
                 05 WS-TL-PR-ROW PIC X.
                 05 WS-TL-PR-N PIC 9(9).
                 05 WS-TL-PR-VALUE PIC 9V9(18).
                 05 WS-TL-PR-STATUS PIC XX.
                 05 WS-TL-PR-DIAG-COUNT PIC 9(4).
                 05 WS-TL-PR-DIAGS PIC X(36).
                 05 WS-TL-SH-ROW PIC X.
                 05 WS-TL-SH-N PIC 9(9).
                 05 WS-TL-SH-VALUE PIC 9V9(18).
                 05 WS-TL-SH-STATUS PIC XX.
                 05 WS-TL-SH-DIAG-COUNT PIC 9(4).
                 05 WS-TL-SH-DIAGS PIC X(36).
      *> Room for four diagnostic types per tolerance per side in
      *> the printed list; the counts still compare beyond that.
           01 WS-DIAG-LIST-MAX PIC 9(4) VALUE 4.
           01 WS-DIAG-POS PIC 9(4).
      *> The row being loaded, de-edited to the table's pictures.
           01 WS-ROW-N PIC 9(9).
           01 WS-ROW-VALUE PIC 9V9(18).
      *> Edited forms of a compared field for the difference line.
           01 WS-EDIT-N PIC Z(8)9.
           01 WS-EDIT-VALUE PIC 9.9(18).
           01 WS-EDIT-RECORDS PIC ZZZ,ZZZ,ZZ9.
           01 WS-JOBS-COMPARED PIC 9(9) VALUE 0.
           01 WS-TOLS-COMPARED PIC 9(9) VALUE 0.
           01 WS-TOLS-MATCHED PIC 9(9) VALUE 0.
           01 WS-DIFFERENCES PIC 9(9) VALUE 0.
           01 WS-TOL-DIFFERENCES PIC 9(9).
           01 WS-LINE-COUNT PIC 9(4) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(4) VALUE 0.
           01 WS-PAGE-LIMIT PIC 9(4) VALUE 55.
           01 WS-HEADING-LINE-1.
              03 FILLER PIC X(38) VALUE
                 'EULSHDCP - PARALLEL-RUN SIGN-OFF'.
              03 FILLER PIC X(76) VALUE SPACE.
              03 FILLER PIC X(6) VALUE 'PAGE: '.
              03 WS-HDG-PAGE PIC ZZZ9.
           01 WS-HEADING-LINE-2.
              03 FILLER PIC X(8) VALUE 'CHANGE: '.
              03 WS-HDG-CHANGE-REF PIC X(12).
              03 FILLER PIC X(4) VALUE SPACE.
              03 FILLER PIC X(11) VALUE 'CANDIDATE: '.
              03 WS-HDG-CALC-MODULE PIC X(8).
              03 FILLER PIC X(1) VALUE '/'.
              03 WS-HDG-LIMIT-MODULE PIC X(8).
              03 FILLER PIC X(4) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'RUN DATE: '.
              03 WS-HDG-RUN-DATE PIC X(8).
           01 WS-COLUMN-HEADING.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'JOB'.
              03 FILLER PIC X(23) VALUE 'TOLERANCE'.
              03 FILLER PIC X(14) VALUE 'FIELD'.
              03 FILLER PIC X(38) VALUE 'PRODUCTION'.
              03 FILLER PIC X(36) VALUE 'SHADOW'.
           01 WS-RUN-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-RL-JOB PIC X(8).
              03 FILLER PIC X(14) VALUE '  PRODUCTION: '.
              03 WS-RL-PR-START PIC X(14).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-RL-PR-STATUS PIC XX.
              03 FILLER PIC X(10) VALUE '  SHADOW: '.
              03 WS-RL-SH-START PIC X(14).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-RL-SH-STATUS PIC XX.
           01 WS-DIFF-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DF-JOB PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DF-TOLERANCE PIC -9.9(18).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DF-FIELD PIC X(12).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DF-PRODUCTION PIC X(36).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DF-SHADOW PIC X(36).
      *> A run-level difference carries no tolerance.
           01 WS-DIFF-LINE-RUN REDEFINES WS-DIFF-LINE.
              03 FILLER PIC X(12).
              03 WS-DR-TOLERANCE PIC X(21).
              03 FILLER PIC X(90).
           01 WS-COUNT-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-CNT-LABEL PIC X(34).
              03 WS-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
           01 WS-VERDICT-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(9) VALUE 'VERDICT: '.
              03 WS-VL-VERDICT PIC X(4).
              03 FILLER PIC X(3) VALUE ' - '.
              03 WS-VL-TEXT PIC X(60).
           01 WS-SIGNOFF-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-SL-LABEL PIC X(34).
              03 FILLER PIC X(30) VALUE ALL '_'.
              03 FILLER PIC X(10) VALUE '    DATE: '.
              03 FILLER PIC X(12) VALUE ALL '_'.
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-SHADOW-CARD
           MOVE WS-CHANGE-REF TO WS-HDG-CHANGE-REF
           MOVE WS-CALC-MODULE TO WS-HDG-CALC-MODULE
           MOVE WS-LIMIT-MODULE TO WS-HDG-LIMIT-MODULE
           OPEN OUTPUT PRINT-FILE
           MOVE 'EULERDRV' TO WS-JOB-NAME
           PERFORM COMPARE-ONE-JOB
           MOVE 'EULER' TO WS-JOB-NAME
           PERFORM COMPARE-ONE-JOB
           PERFORM PRINT-CONTROL-COUNTS
           PERFORM PRINT-VERDICT
           PERFORM PRINT-SIGNOFF-LINES
           CLOSE PRINT-FILE
           PERFORM SET-RETURN-CODE
           STOP RUN.

      *> The card names the candidate and the change it belongs to;
      *> the comparison itself reads whatever the shadow run wrote.
       READ-SHADOW-CARD.
           OPEN INPUT SHDP-FILE
           IF WS-SHDP-STATUS = '00'
               READ SHDP-FILE
                   NOT AT END
                       MOVE SHDP-CHANGE-REF TO WS-CHANGE-REF
                       IF SHDP-CALC-MODULE NOT = SPACE
                           MOVE SHDP-CALC-MODULE TO WS-CALC-MODULE
                       END-IF
                       IF SHDP-LIMIT-MODULE NOT = SPACE
                           MOVE SHDP-LIMIT-MODULE TO WS-LIMIT-MODULE
                       END-IF
               END-READ
               CLOSE SHDP-FILE
           END-IF.

      *> A job with no shadow run was not part of this parallel run
      *> and is passed over. A shadow run with no production run of
      *> its own run date to match is itself a difference: nothing
      *> has been proved. So is a production run whose output has
      *> since been replaced or lost - comparing the shadow against
      *> some other run's output would prove nothing either.
       COMPARE-ONE-JOB.
           PERFORM FIND-SHADOW-RUN
           IF WS-SH-FOUND = 'Y'
               ADD 1 TO WS-JOBS-COMPARED
               PERFORM FIND-PRODUCTION-RUN
               PERFORM PRINT-RUN-LINE
               IF WS-PR-FOUND = 'N'
                   DISPLAY 'EULSHDCP: ' WS-JOB-NAME
                       ' - NO MATCHING RUN FOR SHADOW RUN OF '
                       WS-SH-START-TS
                   MOVE 'NO MATCHING RUN' TO WS-DF-PRODUCTION
                   MOVE WS-SH-STATUS TO WS-DF-SHADOW
                   MOVE 'RUN' TO WS-DF-FIELD
                   PERFORM PRINT-RUN-DIFFERENCE
               ELSE
                   PERFORM CHECK-PRODUCTION-OUTPUT
                   IF WS-PR-GONE-TEXT NOT = SPACE
                       ADD 1 TO WS-RUNS-SUPERSEDED
                       DISPLAY 'EULSHDCP: ' WS-JOB-NAME
                           ' - PRODUCTION RUN OF ' WS-PR-START-TS
                           ' SUPERSEDED: ' WS-PR-GONE-TEXT
                       MOVE WS-PR-GONE-TEXT TO WS-DF-PRODUCTION
                       MOVE 'NOT COMPARED' TO WS-DF-SHADOW
                       MOVE 'RUN' TO WS-DF-FIELD
                       PERFORM PRINT-RUN-DIFFERENCE
                   ELSE
                       PERFORM BUILD-TOLERANCE-TABLE
                       PERFORM COMPARE-TOLERANCES
                       PERFORM COMPARE-RUN-TOTALS
                   END-IF
               END-IF
           END-IF.

      *> The latest shadow run for the job, by start timestamp.
       FIND-SHADOW-RUN.
           MOVE 'N' TO WS-SH-FOUND
           MOVE SPACE TO WS-SH-START-TS
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHADOW-RUNCT-FILE
           IF WS-RUNCT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SHADOW-RUNCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SHADOW-RUNCT-IMAGE TO RUNCT-RECORD
                       IF RUNCT-JOB-NAME = WS-JOB-NAME
                               AND RUNCT-START-TS > WS-SH-START-TS
                           MOVE 'Y' TO WS-SH-FOUND
                           MOVE RUNCT-START-TS TO WS-SH-START-TS
                           MOVE RUNCT-END-TS TO WS-SH-END-TS
                           MOVE RUNCT-RECORDS TO WS-SH-RECORDS
                           MOVE RUNCT-STATUS TO WS-SH-STATUS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNCT-STATUS NOT = '35'
               CLOSE SHADOW-RUNCT-FILE
           END-IF.

      *> The latest production run for the job that actually ran -
      *> a run refused by the suite lock ('09') produced nothing -
      *> and started on the shadow run's own run date.
       FIND-PRODUCTION-RUN.
           MOVE 'N' TO WS-PR-FOUND
           MOVE SPACE TO WS-PR-START-TS
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
                       IF RUNCT-JOB-NAME = WS-JOB-NAME
                               AND RUNCT-STATUS NOT = '09'
                               AND RUNCT-START-TS(1:8)
                                   = WS-SH-START-TS(1:8)
                               AND RUNCT-START-TS > WS-PR-START-TS
                           MOVE 'Y' TO WS-PR-FOUND
                           MOVE RUNCT-START-TS TO WS-PR-START-TS
                           MOVE RUNCT-END-TS TO WS-PR-END-TS
                           MOVE RUNCT-RECORDS TO WS-PR-RECORDS
                           MOVE RUNCT-STATUS TO WS-PR-STATUS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNCT-STATUS NOT = '35'
               CLOSE RUNCT-FILE
           END-IF.

      *> The paired run's output must still be on file. EULER's row
      *> is found by the run's start stamp, when the run wrote one.
      *> EULSUMM is rewritten whole by every driver run that ends
      *> '00' or '04', so it is the paired run's only while no later
      *> run has done so; a paired run that wrote no summary has
      *> nothing on it to lose.
       CHECK-PRODUCTION-OUTPUT.
           MOVE SPACE TO WS-PR-GONE-TEXT
           IF WS-JOB-NAME = 'EULER'
               MOVE 'N' TO WS-PR-ROW-FOUND
               IF WS-PR-RECORDS > 0
                   PERFORM FIND-PRODUCTION-RESULT-ROW
                   IF WS-PR-ROW-FOUND = 'N'
                       MOVE 'RESULT ROW NOT ON EULRSLT'
                           TO WS-PR-GONE-TEXT
                   END-IF
               END-IF
           ELSE
               IF WS-PR-STATUS = '00' OR WS-PR-STATUS = '04'
                   PERFORM FIND-SUMMARY-OWNER
                   IF WS-SUMM-OWNER-TS NOT = WS-PR-START-TS
                       STRING 'EULSUMM NOW FROM ' WS-SUMM-OWNER-TS
                           DELIMITED BY SIZE INTO WS-PR-GONE-TEXT
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       FIND-PRODUCTION-RESULT-ROW.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RESULT-FILE
           IF WS-RSLT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF RSLT-RUN-TS = WS-PR-START-TS
                           MOVE 'Y' TO WS-PR-ROW-FOUND
                           MOVE RSLT-EPSILON TO WS-PR-ROW-EPSILON
                           MOVE RSLT-N TO WS-PR-ROW-N
                           MOVE RSLT-VALUE TO WS-PR-ROW-VALUE
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RSLT-STATUS NOT = '35'
               CLOSE RESULT-FILE
           END-IF.

      *> The latest driver run, by start timestamp, that wrote
      *> EULSUMM.
       FIND-SUMMARY-OWNER.
           MOVE SPACE TO WS-SUMM-OWNER-TS
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
                       IF RUNCT-JOB-NAME = 'EULERDRV'
                               AND (RUNCT-STATUS = '00'
                                   OR RUNCT-STATUS = '04')
                               AND RUNCT-START-TS > WS-SUMM-OWNER-TS
                           MOVE RUNCT-START-TS TO WS-SUMM-OWNER-TS
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RUNCT-STATUS NOT = '35'
               CLOSE RUNCT-FILE
           END-IF.

      *> Both sides' result rows and diagnostics, folded into one
      *> entry per tolerance.
       BUILD-TOLERANCE-TABLE.
           MOVE 0 TO WS-TOL-COUNT
           MOVE 'N' TO WS-TOL-OVERFLOW
           IF WS-JOB-NAME = 'EULER'
               PERFORM LOAD-PRODUCTION-RESULT
               PERFORM LOAD-SHADOW-RESULT
           ELSE
               PERFORM LOAD-PRODUCTION-SUMMARY
               PERFORM LOAD-SHADOW-SUMMARY
           END-IF
           PERFORM LOAD-PRODUCTION-DIAGNOSTICS
           PERFORM LOAD-SHADOW-DIAGNOSTICS.

      *> The production run's row, found by its stamp in
      *> CHECK-PRODUCTION-OUTPUT - only when that run wrote one.
       LOAD-PRODUCTION-RESULT.
           IF WS-PR-ROW-FOUND = 'Y'
               MOVE WS-PR-ROW-EPSILON TO WS-TOL-KEY
               MOVE WS-PR-ROW-N TO WS-ROW-N
               MOVE WS-PR-ROW-VALUE TO WS-ROW-VALUE
               MOVE 'P' TO WS-SIDE
               PERFORM NOTE-RESULT-ROW
           END-IF.

      *> The shadow result dataset starts empty on every shadow run,
      *> so everything on it is the shadow run's.
       LOAD-SHADOW-RESULT.
           MOVE 'S' TO WS-SIDE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHADOW-RESULT-FILE
           IF WS-RSLT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SHADOW-RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SHADOW-RESULT-IMAGE TO RESULT-OUT-RECORD
                       MOVE RSLT-EPSILON TO WS-TOL-KEY
                       MOVE RSLT-N TO WS-ROW-N
                       MOVE RSLT-VALUE TO WS-ROW-VALUE
                       PERFORM NOTE-RESULT-ROW
               END-READ
           END-PERFORM
           IF WS-RSLT-STATUS NOT = '35'
               CLOSE SHADOW-RESULT-FILE
           END-IF.

      *> EULSUMM is the production run's output once
      *> CHECK-PRODUCTION-OUTPUT has found no later run wrote it -
      *> and only when that run wrote one at all.
       LOAD-PRODUCTION-SUMMARY.
           MOVE 'P' TO WS-SIDE
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-PR-STATUS NOT = '00' AND WS-PR-STATUS NOT = '04'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMM-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SUMMARY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SUMM-EPSILON TO WS-TOL-KEY
                       MOVE SUMM-N TO WS-ROW-N
                       MOVE SUMM-VALUE TO WS-ROW-VALUE
                       PERFORM NOTE-RESULT-ROW
               END-READ
           END-PERFORM
           IF WS-SUMM-STATUS NOT = '35'
               CLOSE SUMMARY-FILE
           END-IF.

       LOAD-SHADOW-SUMMARY.
           MOVE 'S' TO WS-SIDE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHADOW-SUMMARY-FILE
           IF WS-SUMM-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SHADOW-SUMMARY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SHADOW-SUMMARY-IMAGE TO SUMMARY-RECORD
                       MOVE SUMM-EPSILON TO WS-TOL-KEY
                       MOVE SUMM-N TO WS-ROW-N
                       MOVE SUMM-VALUE TO WS-ROW-VALUE
                       PERFORM NOTE-RESULT-ROW
               END-READ
           END-PERFORM
           IF WS-SUMM-STATUS NOT = '35'
               CLOSE SHADOW-SUMMARY-FILE
           END-IF.

      *> The production run's diagnostics: position on its start
      *> time and stop at the first row stamped after its end.
       LOAD-PRODUCTION-DIAGNOSTICS.
           MOVE 'P' TO WS-SIDE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DIAG-FILE
           IF WS-DIAG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               MOVE WS-PR-START-TS TO DIAG-TIMESTAMP
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
                       IF DIAG-TIMESTAMP > WS-PR-END-TS
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           PERFORM NOTE-DIAGNOSTIC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DIAG-STATUS NOT = '35'
               CLOSE DIAG-FILE
           END-IF.

      *> The shadow diagnostic dataset is shared by both shadow
      *> steps, so the shadow run's rows are picked out by its own
      *> start and end times.
       LOAD-SHADOW-DIAGNOSTICS.
           MOVE 'S' TO WS-SIDE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SHADOW-DIAG-FILE
           IF WS-DIAG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SHADOW-DIAG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SHADOW-DIAG-IMAGE TO DIAG-RECORD
                       IF DIAG-TIMESTAMP NOT < WS-SH-START-TS
                               AND DIAG-TIMESTAMP NOT > WS-SH-END-TS
                           PERFORM NOTE-DIAGNOSTIC
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DIAG-STATUS NOT = '35'
               CLOSE SHADOW-DIAG-FILE
           END-IF.

      *> Find or add the table entry for WS-TOL-KEY. WS-TOL-FOUND
      *> comes back 'Y' with WS-TOL-INDEX on the entry; a full table
      *> is flagged and the row goes uncompared.
       FIND-TOLERANCE.
           MOVE 'N' TO WS-TOL-FOUND
           MOVE 1 TO WS-TOL-INDEX
           PERFORM UNTIL WS-TOL-FOUND = 'Y'
                   OR WS-TOL-INDEX > WS-TOL-COUNT
               IF WS-TL-EPSILON(WS-TOL-INDEX) = WS-TOL-KEY
                   MOVE 'Y' TO WS-TOL-FOUND
               ELSE
                   ADD 1 TO WS-TOL-INDEX
               END-IF
           END-PERFORM
           IF WS-TOL-FOUND = 'N'
               IF WS-TOL-COUNT < WS-TOL-MAX
                   ADD 1 TO WS-TOL-COUNT
                   MOVE WS-TOL-COUNT TO WS-TOL-INDEX
                   INITIALIZE WS-TOL-ENTRY(WS-TOL-INDEX)
                   MOVE WS-TOL-KEY TO WS-TL-EPSILON(WS-TOL-INDEX)
                   MOVE 'N' TO WS-TL-PR-ROW(WS-TOL-INDEX)
                   MOVE 'N' TO WS-TL-SH-ROW(WS-TOL-INDEX)
                   MOVE 'Y' TO WS-TOL-FOUND
               ELSE
                   MOVE 'Y' TO WS-TOL-OVERFLOW
               END-IF
           END-IF.

      *> A result row means the tolerance converged ('00') unless a
      *> diagnostic against it says otherwise.
       NOTE-RESULT-ROW.
           PERFORM FIND-TOLERANCE
           IF WS-TOL-FOUND = 'Y'
               IF WS-SIDE = 'P'
                   MOVE 'Y' TO WS-TL-PR-ROW(WS-TOL-INDEX)
                   MOVE WS-ROW-N TO WS-TL-PR-N(WS-TOL-INDEX)
                   MOVE WS-ROW-VALUE TO WS-TL-PR-VALUE(WS-TOL-INDEX)
                   IF WS-TL-PR-STATUS(WS-TOL-INDEX) = SPACE
                       MOVE '00' TO WS-TL-PR-STATUS(WS-TOL-INDEX)
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-TL-SH-ROW(WS-TOL-INDEX)
                   MOVE WS-ROW-N TO WS-TL-SH-N(WS-TOL-INDEX)
                   MOVE WS-ROW-VALUE TO WS-TL-SH-VALUE(WS-TOL-INDEX)
                   IF WS-TL-SH-STATUS(WS-TOL-INDEX) = SPACE
                       MOVE '00' TO WS-TL-SH-STATUS(WS-TOL-INDEX)
                   END-IF
               END-IF
           END-IF.

      *> A diagnostic adds its type to the tolerance's list and, for
      *> the types that end a tolerance's run, sets the outcome
      *> status the same way EULER and EULERDRV set theirs.
       NOTE-DIAGNOSTIC.
           MOVE DIAG-EPSILON TO WS-TOL-KEY
           PERFORM FIND-TOLERANCE
           IF WS-TOL-FOUND = 'Y'
               IF WS-SIDE = 'P'
                   IF WS-TL-PR-DIAG-COUNT(WS-TOL-INDEX)
                           < WS-DIAG-LIST-MAX
                       COMPUTE WS-DIAG-POS =
                           WS-TL-PR-DIAG-COUNT(WS-TOL-INDEX) * 9 + 1
                       MOVE DIAG-TYPE TO
                           WS-TL-PR-DIAGS(WS-TOL-INDEX)(WS-DIAG-POS:8)
                   END-IF
                   ADD 1 TO WS-TL-PR-DIAG-COUNT(WS-TOL-INDEX)
               ELSE
                   IF WS-TL-SH-DIAG-COUNT(WS-TOL-INDEX)
                           < WS-DIAG-LIST-MAX
                       COMPUTE WS-DIAG-POS =
                           WS-TL-SH-DIAG-COUNT(WS-TOL-INDEX) * 9 + 1
                       MOVE DIAG-TYPE TO
                           WS-TL-SH-DIAGS(WS-TOL-INDEX)(WS-DIAG-POS:8)
                   END-IF
                   ADD 1 TO WS-TL-SH-DIAG-COUNT(WS-TOL-INDEX)
               END-IF
               EVALUATE DIAG-TYPE
                   WHEN 'OVERFLOW'
                       PERFORM SET-TOLERANCE-STATUS-02
                   WHEN 'TRUNC'
                       PERFORM SET-TOLERANCE-STATUS-04
                   WHEN 'BADEPS'
                       PERFORM SET-TOLERANCE-STATUS-07
                   WHEN 'BADMAXN'
                       PERFORM SET-TOLERANCE-STATUS-08
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       SET-TOLERANCE-STATUS-02.
           IF WS-SIDE = 'P'
               MOVE '02' TO WS-TL-PR-STATUS(WS-TOL-INDEX)
           ELSE
               MOVE '02' TO WS-TL-SH-STATUS(WS-TOL-INDEX)
           END-IF.

       SET-TOLERANCE-STATUS-04.
           IF WS-SIDE = 'P'
               MOVE '04' TO WS-TL-PR-STATUS(WS-TOL-INDEX)
           ELSE
               MOVE '04' TO WS-TL-SH-STATUS(WS-TOL-INDEX)
           END-IF.

       SET-TOLERANCE-STATUS-07.
           IF WS-SIDE = 'P'
               MOVE '07' TO WS-TL-PR-STATUS(WS-TOL-INDEX)
           ELSE
               MOVE '07' TO WS-TL-SH-STATUS(WS-TOL-INDEX)
           END-IF.

       SET-TOLERANCE-STATUS-08.
           IF WS-SIDE = 'P'
               MOVE '08' TO WS-TL-PR-STATUS(WS-TOL-INDEX)
           ELSE
               MOVE '08' TO WS-TL-SH-STATUS(WS-TOL-INDEX)
           END-IF.

      *> Every tolerance seen on either side, field by field; a
      *> tolerance matches only when nothing about it differs.
       COMPARE-TOLERANCES.
           MOVE 1 TO WS-TOL-INDEX
           PERFORM UNTIL WS-TOL-INDEX > WS-TOL-COUNT
               PERFORM COMPARE-ONE-TOLERANCE
               ADD 1 TO WS-TOL-INDEX
           END-PERFORM
           IF WS-TOL-OVERFLOW = 'Y'
               MOVE 'MORE THAN 200 TOLERANCES' TO WS-DF-PRODUCTION
               MOVE 'NOT ALL COMPARED' TO WS-DF-SHADOW
               MOVE 'TOLERANCES' TO WS-DF-FIELD
               PERFORM PRINT-RUN-DIFFERENCE
           END-IF.

       COMPARE-ONE-TOLERANCE.
           ADD 1 TO WS-TOLS-COMPARED
           MOVE 0 TO WS-TOL-DIFFERENCES
           MOVE WS-TL-EPSILON(WS-TOL-INDEX) TO WS-DF-TOLERANCE
           IF WS-TL-PR-ROW(WS-TOL-INDEX)
                   NOT = WS-TL-SH-ROW(WS-TOL-INDEX)
               MOVE 'RESULT ROW' TO WS-DF-FIELD
               IF WS-TL-PR-ROW(WS-TOL-INDEX) = 'Y'
                   MOVE 'WRITTEN' TO WS-DF-PRODUCTION
                   MOVE 'NOT WRITTEN' TO WS-DF-SHADOW
               ELSE
                   MOVE 'NOT WRITTEN' TO WS-DF-PRODUCTION
                   MOVE 'WRITTEN' TO WS-DF-SHADOW
               END-IF
               PERFORM PRINT-TOLERANCE-DIFFERENCE
           END-IF
           IF WS-TL-PR-ROW(WS-TOL-INDEX) = 'Y'
                   AND WS-TL-SH-ROW(WS-TOL-INDEX) = 'Y'
               IF WS-TL-PR-N(WS-TOL-INDEX)
                       NOT = WS-TL-SH-N(WS-TOL-INDEX)
                   MOVE 'N' TO WS-DF-FIELD
                   MOVE WS-TL-PR-N(WS-TOL-INDEX) TO WS-EDIT-N
                   MOVE WS-EDIT-N TO WS-DF-PRODUCTION
                   MOVE WS-TL-SH-N(WS-TOL-INDEX) TO WS-EDIT-N
                   MOVE WS-EDIT-N TO WS-DF-SHADOW
                   PERFORM PRINT-TOLERANCE-DIFFERENCE
               END-IF
               IF WS-TL-PR-VALUE(WS-TOL-INDEX)
                       NOT = WS-TL-SH-VALUE(WS-TOL-INDEX)
                   MOVE 'VALUE' TO WS-DF-FIELD
                   MOVE WS-TL-PR-VALUE(WS-TOL-INDEX) TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO WS-DF-PRODUCTION
                   MOVE WS-TL-SH-VALUE(WS-TOL-INDEX) TO WS-EDIT-VALUE
                   MOVE WS-EDIT-VALUE TO WS-DF-SHADOW
                   PERFORM PRINT-TOLERANCE-DIFFERENCE
               END-IF
           END-IF
           IF WS-TL-PR-STATUS(WS-TOL-INDEX)
                   NOT = WS-TL-SH-STATUS(WS-TOL-INDEX)
               MOVE 'STATUS' TO WS-DF-FIELD
               MOVE WS-TL-PR-STATUS(WS-TOL-INDEX) TO WS-DF-PRODUCTION
               MOVE WS-TL-SH-STATUS(WS-TOL-INDEX) TO WS-DF-SHADOW
               PERFORM PRINT-TOLERANCE-DIFFERENCE
           END-IF
           IF WS-TL-PR-DIAGS(WS-TOL-INDEX)
                   NOT = WS-TL-SH-DIAGS(WS-TOL-INDEX)
                   OR WS-TL-PR-DIAG-COUNT(WS-TOL-INDEX)
                   NOT = WS-TL-SH-DIAG-COUNT(WS-TOL-INDEX)
               MOVE 'DIAGNOSTICS' TO WS-DF-FIELD
               MOVE WS-TL-PR-DIAGS(WS-TOL-INDEX) TO WS-DF-PRODUCTION
               MOVE WS-TL-SH-DIAGS(WS-TOL-INDEX) TO WS-DF-SHADOW
               IF WS-DF-PRODUCTION = SPACE
                   MOVE '(NONE)' TO WS-DF-PRODUCTION
               END-IF
               IF WS-DF-SHADOW = SPACE
                   MOVE '(NONE)' TO WS-DF-SHADOW
               END-IF
               PERFORM PRINT-TOLERANCE-DIFFERENCE
           END-IF
           IF WS-TOL-DIFFERENCES = 0
               ADD 1 TO WS-TOLS-MATCHED
           END-IF.

      *> The run as a whole: the final status the scheduler saw and
      *> the number of result or summary rows written.
       COMPARE-RUN-TOTALS.
           IF WS-PR-STATUS NOT = WS-SH-STATUS
               MOVE 'RUN STATUS' TO WS-DF-FIELD
               MOVE WS-PR-STATUS TO WS-DF-PRODUCTION
               MOVE WS-SH-STATUS TO WS-DF-SHADOW
               PERFORM PRINT-RUN-DIFFERENCE
           END-IF
           IF WS-PR-RECORDS NOT = WS-SH-RECORDS
               MOVE 'RECORDS' TO WS-DF-FIELD
               MOVE WS-PR-RECORDS TO WS-EDIT-RECORDS
               MOVE WS-EDIT-RECORDS TO WS-DF-PRODUCTION
               MOVE WS-SH-RECORDS TO WS-EDIT-RECORDS
               MOVE WS-EDIT-RECORDS TO WS-DF-SHADOW
               PERFORM PRINT-RUN-DIFFERENCE
           END-IF.

       PRINT-RUN-LINE.
           PERFORM CHECK-PAGE-BREAK
           MOVE WS-JOB-NAME TO WS-RL-JOB
           MOVE WS-SH-START-TS TO WS-RL-SH-START
           MOVE WS-SH-STATUS TO WS-RL-SH-STATUS
           IF WS-PR-FOUND = 'Y'
               MOVE WS-PR-START-TS TO WS-RL-PR-START
               MOVE WS-PR-STATUS TO WS-RL-PR-STATUS
           ELSE
               MOVE '(NONE)' TO WS-RL-PR-START
               MOVE SPACE TO WS-RL-PR-STATUS
           END-IF
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           WRITE PRINT-RECORD FROM WS-RUN-LINE
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       PRINT-TOLERANCE-DIFFERENCE.
           ADD 1 TO WS-TOL-DIFFERENCES
           PERFORM PRINT-DIFFERENCE-LINE.

       PRINT-RUN-DIFFERENCE.
           MOVE SPACE TO WS-DR-TOLERANCE
           PERFORM PRINT-DIFFERENCE-LINE.

       PRINT-DIFFERENCE-LINE.
           ADD 1 TO WS-DIFFERENCES
           MOVE WS-JOB-NAME TO WS-DF-JOB
           PERFORM CHECK-PAGE-BREAK
           WRITE PRINT-RECORD FROM WS-DIFF-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-CONTROL-COUNTS.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'JOBS COMPARED' TO WS-CNT-LABEL
           MOVE WS-JOBS-COMPARED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'TOLERANCES COMPARED' TO WS-CNT-LABEL
           MOVE WS-TOLS-COMPARED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  MATCHED' TO WS-CNT-LABEL
           MOVE WS-TOLS-MATCHED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'DIFFERENCES' TO WS-CNT-LABEL
           MOVE WS-DIFFERENCES TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE.

       PRINT-COUNT-LINE.
           PERFORM CHECK-PAGE-BREAK
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-VERDICT.
           EVALUATE TRUE
               WHEN WS-JOBS-COMPARED = 0
                   MOVE 'FAIL' TO WS-VL-VERDICT
                   MOVE 'NO SHADOW RUN ON FILE - NOTHING COMPARED'
                       TO WS-VL-TEXT
               WHEN WS-RUNS-SUPERSEDED > 0
                   MOVE 'FAIL' TO WS-VL-VERDICT
                   MOVE 'PRODUCTION RUN SUPERSEDED - NOTHING PROVED'
                       TO WS-VL-TEXT
               WHEN WS-DIFFERENCES = 0
                   MOVE 'PASS' TO WS-VL-VERDICT
                   MOVE 'SHADOW OUTPUT MATCHES PRODUCTION'
                       TO WS-VL-TEXT
               WHEN OTHER
                   MOVE 'FAIL' TO WS-VL-VERDICT
                   MOVE 'SHADOW OUTPUT DIFFERS - DO NOT PROMOTE'
                       TO WS-VL-TEXT
           END-EVALUATE
           DISPLAY 'EULSHDCP: ' WS-VL-VERDICT ' - ' WS-DIFFERENCES
               ' DIFFERENCE(S)'
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           WRITE PRINT-RECORD FROM WS-VERDICT-LINE
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT.

       PRINT-SIGNOFF-LINES.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM CHECK-PAGE-BREAK
           MOVE 'COMPARED BY (OPERATIONS)' TO WS-SL-LABEL
           WRITE PRINT-RECORD FROM WS-SIGNOFF-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           PERFORM CHECK-PAGE-BREAK
           MOVE 'APPROVED BY (CHANGE CONTROL)' TO WS-SL-LABEL
           WRITE PRINT-RECORD FROM WS-SIGNOFF-LINE
               AFTER ADVANCING 2 LINES
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

      *> PASS is 0, FAIL is 8, and a night with no shadow run on
      *> file - nothing to sign - is 16.
       SET-RETURN-CODE.
           EVALUATE TRUE
               WHEN WS-JOBS-COMPARED = 0
                   MOVE 16 TO RETURN-CODE
               WHEN WS-DIFFERENCES = 0
                   MOVE 0 TO RETURN-CODE
               WHEN OTHER
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
