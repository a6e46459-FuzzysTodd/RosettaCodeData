       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULPROPN.
      *> Period reopen: the only way a closed accounting period's
      *> certified values (EULCERT, written by EULPCLOS) become open
      *> to re-certification. It never happens as a side effect of
      *> anything else - an operator keys the period, their own id
      *> and the reason on the EULPROPM card (eulpclpm.cpy), and
      *> this step flips the period's EULPERD row to 'REOPENED' and
      *> appends a REOPEN row to the period action log EULPDLOG, so
      *> the log shows who reopened what, when and why.
      *> The register rows themselves are left exactly as certified
      *> until the next EULPCLOS recloses the period and replaces
      *> them - a reopened period keeps answering with the values
      *> finance signed off until a new certificate supersedes them.
      *> Return code: 0 reopened, 12 suite lock held elsewhere, 16
      *> refused (period, operator or reason missing, or the period
      *> is not closed) - nothing is written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCLP-PARM-FILE ASSIGN TO "EULPROPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT PERD-FILE ASSIGN TO "EULPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.
           SELECT PDLG-FILE ASSIGN TO "EULPDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCLP-PARM-FILE.
       COPY "eulpclpm.cpy".
       FD  PERD-FILE.
       COPY "eulperd.cpy".
       FD  PDLG-FILE.
       COPY "eulpdlog.cpy".
       WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC XX.
           01 WS-PERD-STATUS PIC XX.
           01 WS-PDLG-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-TS PIC 9(14).
           01 WS-REFUSED PIC X VALUE 'N'.
           01 WS-PERIOD-TEXT PIC X(6).
           01 WS-PERIOD PIC 9(6) VALUE 0.
           01 WS-OPERATOR PIC X(8).
           01 WS-REASON PIC X(40).
           01 WS-REOPEN-ROWS PIC 9(9) VALUE 0.
      *> Accounting periods on EULPERD (see EULPCLOS), rewritten
      *> whole with the one row changed.
           01 WS-PERD-MAX USAGE UNSIGNED-INT VALUE 600.
           01 WS-PERD-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-PERD-INDEX USAGE UNSIGNED-INT.
           01 WS-PERD-FOUND PIC X.
           01 WS-PERD-OVERFLOW PIC X VALUE 'N'.
           01 WS-PERD-TABLE.
              03 WS-PERD-ENTRY OCCURS 600.
                 05 WS-PT-PERIOD PIC 9(6).
                 05 WS-PT-STATUS PIC X(8).
                 05 WS-PT-END-TS PIC 9(14).
                 05 WS-PT-CLOSE-DATE PIC 9(8).
                 05 WS-PT-ROWS PIC 9(9).
                 05 WS-PT-HASH PIC 9(13)V9(18).
                 05 WS-PT-CHANGED-TS PIC 9(14).
                 05 WS-PT-OPERATOR PIC X(8).
      *> Suite run lock (via EULRLKMG): EULPCLOS rewrites the same
      *> control file, and a reopen landing mid-close would be lost.
           01 WS-LOCK-ACTION PIC X.
           01 WS-LOCK-JOB PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-HELD-TS PIC 9(14).
           01 WS-LOCK-RESULT PIC XX.
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TS
           PERFORM CLAIM-RUN-LOCK
           IF WS-LOCK-RESULT NOT = '00'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-REOPEN-PARAMETERS
           PERFORM VALIDATE-REOPEN-REQUEST
           IF WS-REFUSED = 'N'
               PERFORM LOAD-PERIOD-FILE
               PERFORM CHECK-PERIOD-STATUS
           END-IF
           IF WS-REFUSED = 'N'
               PERFORM STAMP-PERIOD-FILE
               PERFORM WRITE-ACTION-LOG-ROW
               DISPLAY 'EULPROPN: PERIOD ' WS-PERIOD ' REOPENED BY '
                   WS-OPERATOR ' - ' WS-REASON
           END-IF
           PERFORM RELEASE-RUN-LOCK
           IF WS-REFUSED = 'Y'
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       CLAIM-RUN-LOCK.
           MOVE 'C' TO WS-LOCK-ACTION
           MOVE 'EULPROPN' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = '00'
               DISPLAY 'EULPROPN: SUITE LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-TS ' - RUN REFUSED'
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE 'EULPROPN' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL.

      *> No defaults: a reopen that is not explicitly asked for in
      *> full does not happen.
       READ-REOPEN-PARAMETERS.
           MOVE SPACE TO WS-PERIOD-TEXT
           MOVE SPACE TO WS-OPERATOR
           MOVE SPACE TO WS-REASON
           OPEN INPUT PCLP-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ PCLP-PARM-FILE
                   NOT AT END
                       MOVE PCLP-PERIOD TO WS-PERIOD-TEXT
                       MOVE PCLP-OPERATOR TO WS-OPERATOR
                       MOVE PCLP-REASON TO WS-REASON
               END-READ
               CLOSE PCLP-PARM-FILE
           END-IF.

       VALIDATE-REOPEN-REQUEST.
           IF WS-PERIOD-TEXT NOT NUMERIC
               DISPLAY 'EULPROPN: NO PERIOD (YYYYMM) KEYED ON '
                   'EULPROPM - REOPEN REFUSED'
               MOVE 'Y' TO WS-REFUSED
           ELSE
               MOVE WS-PERIOD-TEXT TO WS-PERIOD
           END-IF
           IF WS-REFUSED = 'N' AND WS-OPERATOR = SPACE
               DISPLAY 'EULPROPN: NO OPERATOR KEYED ON EULPROPM - '
                   'REOPEN REFUSED'
               MOVE 'Y' TO WS-REFUSED
           END-IF
           IF WS-REFUSED = 'N' AND WS-REASON = SPACE
               DISPLAY 'EULPROPN: NO REASON KEYED ON EULPROPM - '
                   'REOPEN REFUSED'
               MOVE 'Y' TO WS-REFUSED
           END-IF.

       LOAD-PERIOD-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PERD-FILE
           IF WS-PERD-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PERD-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-PERD-COUNT < WS-PERD-MAX
                           ADD 1 TO WS-PERD-COUNT
                           MOVE PERD-PERIOD
                               TO WS-PT-PERIOD(WS-PERD-COUNT)
                           MOVE PERD-STATUS
                               TO WS-PT-STATUS(WS-PERD-COUNT)
                           MOVE PERD-END-TS
                               TO WS-PT-END-TS(WS-PERD-COUNT)
                           MOVE PERD-CLOSE-DATE
                               TO WS-PT-CLOSE-DATE(WS-PERD-COUNT)
                           MOVE PERD-ROWS
                               TO WS-PT-ROWS(WS-PERD-COUNT)
                           MOVE PERD-HASH
                               TO WS-PT-HASH(WS-PERD-COUNT)
                           MOVE PERD-CHANGED-TS
                               TO WS-PT-CHANGED-TS(WS-PERD-COUNT)
                           MOVE PERD-OPERATOR
                               TO WS-PT-OPERATOR(WS-PERD-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-PERD-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PERD-STATUS NOT = '35'
               CLOSE PERD-FILE
           END-IF.

      *> Only a period that stands closed can be reopened; rewriting
      *> a truncated table would drop periods, so an overflow
      *> refuses too.
       CHECK-PERIOD-STATUS.
           IF WS-PERD-OVERFLOW = 'Y'
               DISPLAY 'EULPROPN: EULPERD HOLDS MORE THAN '
                   WS-PERD-MAX ' PERIODS - REOPEN REFUSED'
               MOVE 'Y' TO WS-REFUSED
           END-IF
           MOVE 'N' TO WS-PERD-FOUND
           MOVE 1 TO WS-PERD-INDEX
           PERFORM UNTIL WS-PERD-INDEX > WS-PERD-COUNT
                   OR WS-PERD-FOUND = 'Y'
               IF WS-PT-PERIOD(WS-PERD-INDEX) = WS-PERIOD
                   MOVE 'Y' TO WS-PERD-FOUND
               ELSE
                   ADD 1 TO WS-PERD-INDEX
               END-IF
           END-PERFORM
           IF WS-PERD-FOUND = 'N'
               DISPLAY 'EULPROPN: PERIOD ' WS-PERIOD
                   ' HAS NEVER BEEN CLOSED - REOPEN REFUSED'
               MOVE 'Y' TO WS-REFUSED
           ELSE
               IF WS-PT-STATUS(WS-PERD-INDEX) NOT = 'CLOSED'
                   DISPLAY 'EULPROPN: PERIOD ' WS-PERIOD
                       ' IS ALREADY REOPENED - REOPEN REFUSED'
                   MOVE 'Y' TO WS-REFUSED
               END-IF
           END-IF.

      *> The certified row count and hash total stay on the row as
      *> the record of what was reopened; only the status and the
      *> last-changed stamp move.
       STAMP-PERIOD-FILE.
           MOVE 'REOPENED' TO WS-PT-STATUS(WS-PERD-INDEX)
           MOVE WS-RUN-TS TO WS-PT-CHANGED-TS(WS-PERD-INDEX)
           MOVE WS-OPERATOR TO WS-PT-OPERATOR(WS-PERD-INDEX)
           MOVE WS-PT-ROWS(WS-PERD-INDEX) TO WS-REOPEN-ROWS
           OPEN OUTPUT PERD-FILE
           MOVE SPACE TO PERD-SEP-1
           MOVE SPACE TO PERD-SEP-2
           MOVE SPACE TO PERD-SEP-3
           MOVE SPACE TO PERD-SEP-4
           MOVE SPACE TO PERD-SEP-5
           MOVE SPACE TO PERD-SEP-6
           MOVE SPACE TO PERD-SEP-7
           MOVE 1 TO WS-PERD-INDEX
           PERFORM UNTIL WS-PERD-INDEX > WS-PERD-COUNT
               MOVE WS-PT-PERIOD(WS-PERD-INDEX) TO PERD-PERIOD
               MOVE WS-PT-STATUS(WS-PERD-INDEX) TO PERD-STATUS
               MOVE WS-PT-END-TS(WS-PERD-INDEX) TO PERD-END-TS
               MOVE WS-PT-CLOSE-DATE(WS-PERD-INDEX)
                   TO PERD-CLOSE-DATE
               MOVE WS-PT-ROWS(WS-PERD-INDEX) TO PERD-ROWS
               MOVE WS-PT-HASH(WS-PERD-INDEX) TO PERD-HASH
               MOVE WS-PT-CHANGED-TS(WS-PERD-INDEX)
                   TO PERD-CHANGED-TS
               MOVE WS-PT-OPERATOR(WS-PERD-INDEX) TO PERD-OPERATOR
               WRITE PERD-RECORD
               ADD 1 TO WS-PERD-INDEX
           END-PERFORM
           CLOSE PERD-FILE.

       WRITE-ACTION-LOG-ROW.
           OPEN EXTEND PDLG-FILE
           IF WS-PDLG-STATUS = '35'
               OPEN OUTPUT PDLG-FILE
           END-IF
           MOVE SPACE TO PDLG-SEP-1
           MOVE SPACE TO PDLG-SEP-2
           MOVE SPACE TO PDLG-SEP-3
           MOVE SPACE TO PDLG-SEP-4
           MOVE SPACE TO PDLG-SEP-5
           MOVE WS-RUN-TS TO PDLG-TIMESTAMP
           MOVE 'REOPEN' TO PDLG-ACTION
           MOVE WS-PERIOD TO PDLG-PERIOD
           MOVE WS-OPERATOR TO PDLG-OPERATOR
           MOVE WS-REOPEN-ROWS TO PDLG-ROWS
           MOVE WS-REASON TO PDLG-REASON
           WRITE PDLG-RECORD
           CLOSE PDLG-FILE.
