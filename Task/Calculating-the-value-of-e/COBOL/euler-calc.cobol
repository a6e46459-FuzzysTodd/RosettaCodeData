      *> successive partial sums drops below the caller's EPSILON.
      *> Pulled out of EULER's MAIN SECTION so the batch driver can
      *> run the same logic per tolerance without duplicating it.
      *> On a shadow run (LS-SHADOW-FLAG 'Y', see eulshdpm.cpy) the
      *> trace and any overflow diagnostic go to the shadow
      *> datasets EULTRCSH and EULDIASH instead, and the EULCKPT
      *> checkpoint is neither read nor written whatever the
      *> caller's checkpoint flag says.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT SHADOW-TRACE-FILE ASSIGN TO "EULTRCSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRACE-STATUS.
           SELECT SHADOW-DIAG-FILE ASSIGN TO "EULDIASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAG-STATUS.
       DATA DIVISION.
       COPY "eulckpt.cpy".
       FD  DIAG-FILE.
       COPY "euldiag.cpy".
       FD  SHADOW-TRACE-FILE.
       01  SHADOW-TRACE-IMAGE         PIC X(85).
       FD  SHADOW-DIAG-FILE.
       01  SHADOW-DIAG-IMAGE          PIC X(132).
       WORKING-STORAGE SECTION.
           01 FACT USAGE BINARY-DOUBLE UNSIGNED.
           01 N USAGE UNSIGNED-INT.
           01 WS-OVERFLOW-FLAG PIC X VALUE 'N'.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-CKPT-COUNTER USAGE UNSIGNED-INT VALUE 0.
      *> The caller's checkpoint flag, overridden to 'N' on a
      *> shadow run.
           01 WS-CKPT-ACTIVE PIC X.
      *> FACT overflows BINARY-DOUBLE UNSIGNED around N=20 (req 002),
      *> so a Taylor-series run never gets anywhere near a four- or
      *> five-digit iteration count; the interval is tuned to that
           01 LS-RESULT-FACT USAGE BINARY-DOUBLE UNSIGNED.
           01 LS-RESULT-E USAGE COMPUTATIONAL-2.
           01 LS-RESULT-STATUS PIC XX.
           01 LS-SHADOW-FLAG PIC X.
       PROCEDURE DIVISION USING LS-PARM-EPSILON LS-PARM-MAX-N
               LS-TRACE-FLAG LS-CHECKPOINT-FLAG LS-RESULT-N
               LS-RESULT-FACT LS-RESULT-E LS-RESULT-STATUS
               LS-SHADOW-FLAG.
       MAIN SECTION.
           PERFORM INITIALIZE-CALC
           PERFORM LOAD-CHECKPOINT
           PERFORM OPEN-TRACE
           PERFORM CONVERGE-LOOP
           PERFORM CLOSE-TRACE
           IF WS-CKPT-ACTIVE = 'Y' AND LS-RESULT-STATUS = '00'
               PERFORM CLEAR-CHECKPOINT
           END-IF
           PERFORM FINALIZE-RESULT
           MOVE 0.0 TO E0
           MOVE 1 TO N
           MOVE 'N' TO WS-OVERFLOW-FLAG
           MOVE '00' TO LS-RESULT-STATUS
           MOVE LS-CHECKPOINT-FLAG TO WS-CKPT-ACTIVE
           IF LS-SHADOW-FLAG = 'Y'
               MOVE 'N' TO WS-CKPT-ACTIVE
           END-IF.

      *> If a checkpoint from a prior, interrupted run exists, pick
      *> up the loop where it left off instead of from N=2.
       LOAD-CHECKPOINT.
           IF WS-CKPT-ACTIVE = 'Y'
               OPEN INPUT CHECKPOINT-FILE
               IF WS-CKPT-STATUS = '00'
                   READ CHECKPOINT-FILE
       OPEN-TRACE.
           IF LS-TRACE-FLAG = 'Y'
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               IF LS-SHADOW-FLAG = 'Y'
                   OPEN EXTEND SHADOW-TRACE-FILE
                   IF WS-TRACE-STATUS = '35'
                       OPEN OUTPUT SHADOW-TRACE-FILE
                   END-IF
               ELSE
                   OPEN EXTEND TRACE-FILE
                   IF WS-TRACE-STATUS = '35'
                       OPEN OUTPUT TRACE-FILE
                   END-IF
               END-IF
               MOVE SPACE TO TRACE-SEP-0
               MOVE SPACE TO TRACE-SEP-1

       CLOSE-TRACE.
           IF LS-TRACE-FLAG = 'Y'
               IF LS-SHADOW-FLAG = 'Y'
                   CLOSE SHADOW-TRACE-FILE
               ELSE
                   CLOSE TRACE-FILE
               END-IF
           END-IF.

       CONVERGE-LOOP.
               IF LS-TRACE-FLAG = 'Y'
                   PERFORM WRITE-TRACE-RECORD
               END-IF
               IF WS-CKPT-ACTIVE = 'Y'
                   ADD 1 TO WS-CKPT-COUNTER
                   IF WS-CKPT-COUNTER >= WS-CKPT-INTERVAL
                       PERFORM WRITE-CHECKPOINT
           MOVE FACT TO TRACE-FACT
           MOVE E TO TRACE-E
           COMPUTE TRACE-DELTA = FUNCTION ABS(E - E0)
           IF LS-SHADOW-FLAG = 'Y'
               WRITE SHADOW-TRACE-IMAGE FROM TRACE-RECORD
           ELSE
               WRITE TRACE-RECORD
           END-IF.

      *> FACT has overflowed BINARY-DOUBLE UNSIGNED: stop the loop
      *> cleanly and leave a diagnostic record rather than letting
      *> the COMPUTE wrap silently or abend.
       WRITE-OVERFLOW-DIAGNOSTIC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM OPEN-DIAG-FILE
           MOVE WS-CURRENT-DATE(1:14) TO DIAG-TIMESTAMP
           MOVE SPACE TO DIAG-SEP-0
           MOVE SPACE TO DIAG-SEP-1
           MOVE N TO DIAG-N
           MOVE 0.0 TO DIAG-DISCREPANCY
           MOVE 'FACT overflowed BINARY-DOUBLE UNSIGNED' TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           PERFORM CLOSE-DIAG-FILE.

      *> Periodic restart checkpoint: overwrite with the latest loop
      *> state every WS-CKPT-INTERVAL terms.
           MOVE N TO LS-RESULT-N
           MOVE FACT TO LS-RESULT-FACT
           MOVE E TO LS-RESULT-E.

      *> A shadow run's diagnostics go to the flat shadow dataset;
      *> production's go to the indexed EULDIAG.
       OPEN-DIAG-FILE.
           IF LS-SHADOW-FLAG = 'Y'
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
           IF LS-SHADOW-FLAG = 'Y'
               CLOSE SHADOW-DIAG-FILE
           ELSE
               CLOSE DIAG-FILE
           END-IF.

      *> A row stamped in the same second as one already on file
      *> takes the next sequence number. The shadow dataset has no
      *> key, so its rows all go on at sequence zero.
       WRITE-DIAG-ROW.
           MOVE 0 TO DIAG-SEQUENCE
           IF LS-SHADOW-FLAG = 'Y'
               WRITE SHADOW-DIAG-IMAGE FROM DIAG-RECORD
           ELSE
               WRITE DIAG-RECORD
               PERFORM UNTIL WS-DIAG-STATUS NOT = '22'
                       OR DIAG-SEQUENCE = 9999
                   ADD 1 TO DIAG-SEQUENCE
                   WRITE DIAG-RECORD
               END-PERFORM
           END-IF.
