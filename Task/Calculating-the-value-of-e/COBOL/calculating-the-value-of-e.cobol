      *> diagnostics (req 002) are now written by EULERCLC, which owns
      *> the convergence loop (req 003).
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
      *> Structured result record: EPSILON, terminal N, and
      *> RESULT-VALUE, so other batch programs can FD/read the
      *> rejected, so a bad downstream value of e can be traced back to
      *> exactly which run produced it and with what tolerance.
           SELECT AUDIT-FILE ASSIGN TO "EULAUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.
      *> Run-control feed for the job scheduler's downstream steps:
      *> one row per execution with record counts and final status,
           SELECT LIMC-FILE ASSIGN TO "EULLIMCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMC-STATUS.
      *> Parallel-run card (eulshdpm.cpy): when it asks for a shadow
      *> run, the candidate calculation runs against the same
      *> EULPARM card and writes only to the shadow datasets below,
      *> leaving every production file, the checkpoint, the limit
      *> cache and the suite run lock alone.
           SELECT SHDP-FILE ASSIGN TO "EULSHDPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHDP-STATUS.
           SELECT SHADOW-RESULT-FILE ASSIGN TO "EULRSLSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RSLT-STATUS.
           SELECT SHADOW-DIAG-FILE ASSIGN TO "EULDIASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT SHADOW-RUNCT-FILE ASSIGN TO "EULRUNSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCT-STATUS.
           SELECT SHADOW-TRACE-FILE ASSIGN TO "EULTRCSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHTRC-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY "eulrunct.cpy".
       FD  LIMC-FILE.
       COPY "eullimch.cpy".
       FD  SHDP-FILE.
       COPY "eulshdpm.cpy".
       FD  SHADOW-RESULT-FILE.
       01  SHADOW-RESULT-IMAGE        PIC X(65).
       FD  SHADOW-DIAG-FILE.
       01  SHADOW-DIAG-IMAGE          PIC X(132).
       FD  SHADOW-RUNCT-FILE.
       01  SHADOW-RUNCT-IMAGE         PIC X(51).
       FD  SHADOW-TRACE-FILE.
       01  SHADOW-TRACE-IMAGE         PIC X(85).
       WORKING-STORAGE SECTION.
           01 EPSILON USAGE COMPUTATIONAL-2 VALUE 1.0E-15.
           01 FACT USAGE BINARY-DOUBLE UNSIGNED VALUE 1.
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-HELD-TS PIC 9(14).
           01 WS-LOCK-RESULT PIC XX.
      *> Shadow run: 'Y' when the EULSHDPM card asks for one. The
      *> calculation and limit modules default to production and
      *> are replaced by the card's candidate names when given.
           01 WS-SHADOW-MODE PIC X VALUE 'N'.
           01 WS-SHDP-STATUS PIC XX.
           01 WS-SHTRC-STATUS PIC XX.
           01 WS-CALC-MODULE PIC X(8) VALUE 'EULERCLC'.
           01 WS-LIMIT-MODULE PIC X(8) VALUE 'EULERLIM'.
           01 WS-END-DATE PIC X(21).
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM CAPTURE-RUN-TIMESTAMP.
           PERFORM READ-SHADOW-CARD.
      *> The run lock comes first: a refused run must leave nothing
      *> behind but its own run-control row - it has no business in
      *> the parameter card, the caches, or the checkpoint another
      *> execution currently owns. A shadow run never takes the
      *> lock - it touches none of the files the lock protects - so
      *> it can run alongside the production step it is shadowing.
           IF WS-SHADOW-MODE = 'Y'
               PERFORM START-SHADOW-DATASETS
               MOVE '00' TO WS-LOCK-RESULT
           ELSE
               PERFORM CLAIM-RUN-LOCK
           END-IF.
           IF WS-LOCK-RESULT NOT = '00'
               MOVE '09' TO WS-RUN-STATUS
               MOVE 0 TO N
               STOP RUN
           END-IF.
           PERFORM INITIALIZE-PARAMETERS.
           IF WS-SHADOW-MODE = 'Y'
               MOVE 'N' TO WS-CHECKPOINT-FLAG
           END-IF.
           PERFORM VALIDATE-EPSILON.
           PERFORM VALIDATE-MAX-N.
           IF WS-EPSILON-VALID = 'Y' AND WS-MAX-N-VALID = 'Y'
      *> The Taylor-series convergence loop (trace, overflow guard,
      *> restart checkpoint) lives in EULERCLC so EULER and the batch
      *> driver EULERDRV share one implementation (req 003).
               CALL WS-CALC-MODULE USING EPSILON WS-MAX-N
                   WS-TRACE-FLAG WS-CHECKPOINT-FLAG N FACT E
                   WS-CALC-STATUS WS-SHADOW-MODE
               END-CALL
               MOVE WS-CALC-STATUS TO WS-RUN-STATUS
      *> A non-'00' status means FACT overflowed or N hit MAX-N before
                   MOVE E TO RESULT-VALUE
                   DISPLAY RESULT-MESSAGE
                   PERFORM WRITE-RESULT-RECORD
                   IF WS-SHADOW-MODE NOT = 'Y'
                       PERFORM WRITE-REPORT
                   END-IF
               ELSE
                   IF WS-CALC-STATUS = '04'
                       PERFORM WRITE-TRUNCATED-DIAGNOSTIC
               MOVE 0 TO N
               MOVE 0.0 TO E
           END-IF.
           IF WS-SHADOW-MODE = 'Y'
               PERFORM WRITE-RUN-CONTROL-RECORD
           ELSE
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-RUN-CONTROL-RECORD
               PERFORM RELEASE-RUN-LOCK
           END-IF.
           PERFORM SET-RETURN-CODE.
           STOP RUN.

      *> A missing or non-shadow card is a normal production run.
       READ-SHADOW-CARD.
           MOVE 'N' TO WS-SHADOW-MODE
           OPEN INPUT SHDP-FILE
           IF WS-SHDP-STATUS = '00'
               READ SHDP-FILE
                   NOT AT END
                       IF SHDP-MODE = 'S'
                           MOVE 'Y' TO WS-SHADOW-MODE
                           IF SHDP-CALC-MODULE NOT = SPACE
                               MOVE SHDP-CALC-MODULE TO WS-CALC-MODULE
                           END-IF
                           IF SHDP-LIMIT-MODULE NOT = SPACE
                               MOVE SHDP-LIMIT-MODULE
                                   TO WS-LIMIT-MODULE
                           END-IF
                       END-IF
               END-READ
               CLOSE SHDP-FILE
           END-IF.

      *> Each shadow run starts its own result datasets empty, so
      *> the comparison never sees a previous candidate's rows. The
      *> shadow diagnostic and run-control datasets are shared with
      *> the other shadow step and are appended to; the comparison
      *> picks this run's rows out of them by its start and end
      *> times.
       START-SHADOW-DATASETS.
           DISPLAY 'EULER: SHADOW RUN OF ' WS-CALC-MODULE
               ' - PRODUCTION DATASETS NOT WRITTEN'
           OPEN OUTPUT SHADOW-RESULT-FILE
           CLOSE SHADOW-RESULT-FILE
           OPEN OUTPUT SHADOW-TRACE-FILE
           CLOSE SHADOW-TRACE-FILE.

      *> Surface the outcome to the job scheduler instead of ending
      *> every execution "successful": conditions the run itself
      *> diagnosed but could not use ('02' overflow, '04' truncated)
      *> the result feed.
       WRITE-RUN-CONTROL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-END-DATE
           MOVE SPACE TO RUNCT-SEP-1
           MOVE SPACE TO RUNCT-SEP-2
           MOVE SPACE TO RUNCT-SEP-3
           MOVE WS-END-DATE(1:14) TO RUNCT-END-TS
           MOVE WS-RESULT-RECS TO RUNCT-RECORDS
           MOVE WS-RUN-STATUS TO RUNCT-STATUS
           IF WS-SHADOW-MODE = 'Y'
               OPEN EXTEND SHADOW-RUNCT-FILE
               IF WS-RUNCT-STATUS = '35'
                   OPEN OUTPUT SHADOW-RUNCT-FILE
               END-IF
               WRITE SHADOW-RUNCT-IMAGE FROM RUNCT-RECORD
               CLOSE SHADOW-RUNCT-FILE
           ELSE
               OPEN EXTEND RUNCT-FILE
               IF WS-RUNCT-STATUS = '35'
                   OPEN OUTPUT RUNCT-FILE
               END-IF
               WRITE RUNCT-RECORD
               CLOSE RUNCT-FILE
           END-IF.

      *> Run date/time, captured once so the report header and the
      *> audit record agree on when this execution happened.
      *> e seen downstream can be traced back to exactly which run
      *> produced it and with what tolerance.
       WRITE-AUDIT-RECORD.
           OPEN I-O AUDIT-FILE
           IF WS-AUDIT-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF
           MOVE N TO AUDIT-N
           MOVE E TO AUDIT-VALUE
           MOVE WS-RUN-STATUS TO AUDIT-STATUS
           PERFORM WRITE-AUDIT-ROW
           CLOSE AUDIT-FILE.

      *> EPSILON has to be a sane positive tolerance before the
           END-IF.

       WRITE-BADEPS-DIAGNOSTIC.
           PERFORM OPEN-DIAG-FILE
           MOVE WS-CURRENT-DATE(1:14) TO DIAG-TIMESTAMP
           MOVE SPACE TO DIAG-SEP-0
           MOVE SPACE TO DIAG-SEP-1
           MOVE 0.0 TO DIAG-DISCREPANCY
           MOVE 'EPSILON outside sane range (0, 0.1]; run rejected'
               TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           PERFORM CLOSE-DIAG-FILE.

      *> MAX-N has to leave room for the Taylor series to actually
      *> converge: direct-call testing of EULERCLC shows it never
           END-IF.

       WRITE-BADMAXN-DIAGNOSTIC.
           PERFORM OPEN-DIAG-FILE
           MOVE WS-CURRENT-DATE(1:14) TO DIAG-TIMESTAMP
           MOVE SPACE TO DIAG-SEP-0
           MOVE SPACE TO DIAG-SEP-1
           MOVE 0.0 TO DIAG-DISCREPANCY
           MOVE 'MAX-N too small to converge; run rejected'
               TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           PERFORM CLOSE-DIAG-FILE.

      *> EULERCLC hit MAX-N before FUNCTION ABS(E - E0) dropped below
      *> EPSILON: E is a truncated partial sum, not a converged value,
      *> so it must be flagged rather than handed downstream looking
      *> like any other result.
       WRITE-TRUNCATED-DIAGNOSTIC.
           PERFORM OPEN-DIAG-FILE
           MOVE WS-CURRENT-DATE(1:14) TO DIAG-TIMESTAMP
           MOVE SPACE TO DIAG-SEP-0
           MOVE SPACE TO DIAG-SEP-1
           MOVE 0.0 TO DIAG-DISCREPANCY
           MOVE 'Did not converge within MAX-N terms; run rejected'
               TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           PERFORM CLOSE-DIAG-FILE.

      *> EULERLIM hit WS-LIM-MAX-N before its own delta-based stopping
      *> rule converged: WS-LIM-E is a truncated partial value, not a
      *> usable cross-check, so it is flagged instead of silently
      *> compared against E in RECONCILE-METHODS.
       WRITE-LIM-TRUNCATED-DIAGNOSTIC.
           PERFORM OPEN-DIAG-FILE
           MOVE WS-CURRENT-DATE(1:14) TO DIAG-TIMESTAMP
           MOVE SPACE TO DIAG-SEP-0
           MOVE SPACE TO DIAG-SEP-1
           MOVE 0.0 TO DIAG-DISCREPANCY
           MOVE 'EULERLIM did not converge; reconciliation skipped'
               TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           PERFORM CLOSE-DIAG-FILE.

      *> Read EPSILON/MAX-N/RECON-THRESHOLD from the parameter card if
      *> operations supplied one; otherwise keep the WORKING-STORAGE
      *> of runs behind this one in the nightly window. The recompute
      *> was the single largest consumer of the batch window and
      *> bought nothing after the first run of a key.
      *> A shadow run neither trusts nor refreshes the cache: the
      *> candidate limit module is always run for real, and its
      *> answer must not be served to the production runs behind it.
       OBTAIN-LIMIT-VALUE.
           MOVE 'N' TO WS-LIM-CACHED
           IF WS-SHADOW-MODE NOT = 'Y'
               PERFORM LOAD-LIMIT-CACHE
           END-IF
           IF WS-LIM-CACHED = 'Y'
               MOVE '00' TO WS-LIM-STATUS
           ELSE
               CALL WS-LIMIT-MODULE USING WS-LIM-EPSILON
                   WS-LIM-MAX-N WS-LIM-N WS-LIM-E WS-LIM-STATUS
               END-CALL
               IF WS-LIM-STATUS = '00' AND WS-SHADOW-MODE NOT = 'Y'
                   PERFORM WRITE-LIMIT-CACHE
               END-IF
           END-IF.
           END-IF.

       WRITE-RECON-DIAGNOSTIC.
           PERFORM OPEN-DIAG-FILE
           MOVE WS-CURRENT-DATE(1:14) TO DIAG-TIMESTAMP
           MOVE SPACE TO DIAG-SEP-0
           MOVE SPACE TO DIAG-SEP-1
           COMPUTE DIAG-DISCREPANCY ROUNDED = WS-DISCREPANCY
           MOVE 'Taylor/limit e discrepancy exceeds threshold'
               TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           PERFORM CLOSE-DIAG-FILE.

      *> One line per run: EPSILON, terminal N, and RESULT-VALUE, so a
      *> downstream batch program can read e off a dataset instead of
      *> parsing sysout. The run's start stamp goes on the row too,
      *> matching RUNCT-START-TS, so the row still finds its run if
      *> the run-control row after it is never written.
       WRITE-RESULT-RECORD.
           MOVE SPACE TO RSLT-SEP-1
           MOVE SPACE TO RSLT-SEP-2
           MOVE SPACE TO RSLT-SEP-3
           COMPUTE RSLT-EPSILON ROUNDED = EPSILON
           MOVE N TO RSLT-N
           MOVE E TO RSLT-VALUE
           MOVE WS-CURRENT-DATE(1:14) TO RSLT-RUN-TS
           IF WS-SHADOW-MODE = 'Y'
               OPEN EXTEND SHADOW-RESULT-FILE
               WRITE SHADOW-RESULT-IMAGE FROM RESULT-OUT-RECORD
               CLOSE SHADOW-RESULT-FILE
           ELSE
               OPEN EXTEND RESULT-FILE
               IF WS-RSLT-STATUS = '35'
                   OPEN OUTPUT RESULT-FILE
               END-IF
               WRITE RESULT-OUT-RECORD
               CLOSE RESULT-FILE
           END-IF
           ADD 1 TO WS-RESULT-RECS.

      *> A row stamped in the same second as one already on file
      *> takes the next sequence number.
       WRITE-AUDIT-ROW.
           MOVE 0 TO AUDIT-SEQUENCE
           WRITE AUDIT-RECORD
           PERFORM UNTIL WS-AUDIT-STATUS NOT = '22'
                   OR AUDIT-SEQUENCE = 9999
               ADD 1 TO AUDIT-SEQUENCE
               WRITE AUDIT-RECORD
           END-PERFORM.

      *> A shadow run's diagnostics go to the flat shadow dataset;
      *> production's go to the indexed EULDIAG.
       OPEN-DIAG-FILE.
           IF WS-SHADOW-MODE = 'Y'
               OPEN EXTEND SHADOW-DIAG-FILE
               IF WS-DIAG-STATUS = '35'
                   OPEN OUTPUT SHADOW-DIAG-FILE
               END-IF
           ELSE
               OPEN I-O DIAG-FILE
               IF WS-DIAG-STATUS = '35'
                   OPEN OUTPUT DIAG-FILE
               END-IF
           END-IF.

       CLOSE-DIAG-FILE.
           IF WS-SHADOW-MODE = 'Y'
               CLOSE SHADOW-DIAG-FILE
           ELSE
               CLOSE DIAG-FILE
           END-IF.

      *> A row stamped in the same second as one already on file
      *> takes the next sequence number. The shadow dataset has no
      *> key, so its rows all go on at sequence zero.
       WRITE-DIAG-ROW.
           MOVE 0 TO DIAG-SEQUENCE
           IF WS-SHADOW-MODE = 'Y'
               WRITE SHADOW-DIAG-IMAGE FROM DIAG-RECORD
           ELSE
               WRITE DIAG-RECORD
               PERFORM UNTIL WS-DIAG-STATUS NOT = '22'
                       OR DIAG-SEQUENCE = 9999
                   ADD 1 TO DIAG-SEQUENCE
                   WRITE DIAG-RECORD
               END-PERFORM
           END-IF.
