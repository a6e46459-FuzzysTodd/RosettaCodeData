       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULPCLOS.
      *> Month-end close: freezes the published results as they
      *> stood at the end of an accounting period into the
      *> certified-values register (EULCERT, eulcert.cpy) - the
      *> official "as at month end" value per tolerance that finance
      *> and the consuming engineering groups sign off and quote,
      *> instead of asking EULRASOF one tolerance at a time. The
      *> register rows are never updated after; the master goes on
      *> moving, the certificate does not.
      *> The value per tolerance is the one EULRASOF would answer
      *> as at the period's last day, 235959: the EULRMHST interval
      *> covering that instant when the master row has since been
      *> replaced, otherwise the current master row if it was
      *> already published by then. A tolerance first published
      *> after the period end is not in the period at all.
      *> The period is read from the EULPCLPM card (eulpclpm.cpy),
      *> defaulting to the month before the run date; the operator
      *> closing it must be keyed there. A period still running, or
      *> already closed, is refused - a closed period is only
      *> certified again after EULPROPN has reopened it (its own
      *> logged action), and that reclose replaces the period's
      *> register rows whole.
      *> Each close stamps the period control file EULPERD
      *> (eulperd.cpy), appends a CLOSE row to the period action log
      *> EULPDLOG (eulpdlog.cpy) and prints the certificate EULCERTR:
      *> every tolerance with its N, value and the interval it was
      *> current over, then the control totals and the sign-off
      *> lines.
      *> Return code: 0 closed, 12 suite lock held elsewhere, 16
      *> refused (bad or open period, already closed, no operator,
      *> no master, or a table overflow) - nothing is written.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PCLP-PARM-FILE ASSIGN TO "EULPCLPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RMAST-FILE ASSIGN TO "EULRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMAST-EPSILON
               FILE STATUS IS WS-RMAST-STATUS.
           SELECT RMHST-FILE ASSIGN TO "EULRMHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMHST-STATUS.
           SELECT PERD-FILE ASSIGN TO "EULPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.
           SELECT CERT-FILE ASSIGN TO "EULCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT WORK-FILE ASSIGN TO "EULCRTWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PDLG-FILE ASSIGN TO "EULPDLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PDLG-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EULCERTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PCLP-PARM-FILE.
       COPY "eulpclpm.cpy".
       FD  RMAST-FILE.
       COPY "eulrmst.cpy".
       FD  RMHST-FILE.
       COPY "eulrmhs.cpy".
       FD  PERD-FILE.
       COPY "eulperd.cpy".
       FD  CERT-FILE.
       COPY "eulcert.cpy".
       FD  WORK-FILE.
       01  WORK-RECORD                PIC X(105).
       FD  PDLG-FILE.
       COPY "eulpdlog.cpy".
       FD  PRINT-FILE.
       01  PRINT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC XX.
           01 WS-RMAST-STATUS PIC XX.
           01 WS-RMHST-STATUS PIC XX.
           01 WS-PERD-STATUS PIC XX.
           01 WS-CERT-STATUS PIC XX.
           01 WS-WORK-STATUS PIC XX.
           01 WS-PDLG-STATUS PIC XX.
           01 WS-PRINT-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC X(8).
           01 WS-RUN-TS PIC 9(14).
           01 WS-REFUSED PIC X VALUE 'N'.
      *> The period being closed and the instant it is certified
      *> as at (its last day, 235959).
           01 WS-PERIOD-TEXT PIC X(6).
           01 WS-PERIOD PIC 9(6) VALUE 0.
           01 WS-PERIOD-YEAR PIC 9(4).
           01 WS-PERIOD-MONTH PIC 9(2).
           01 WS-OPERATOR PIC X(8).
           01 WS-REASON PIC X(40).
           01 WS-DATE-NUM PIC 9(8).
           01 WS-DATE-INT PIC 9(9).
           01 WS-PERIOD-END-TS PIC 9(14).
      *> Accounting periods already on EULPERD; the file is small
      *> (one row per month ever closed) and rewritten whole.
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
      *> One entry per master row, in key order; WS-CT-IN-PERIOD
      *> says whether the tolerance had a published value at the
      *> period end, and from where.
           01 WS-CT-MAX USAGE UNSIGNED-INT VALUE 2000.
           01 WS-CT-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-CT-INDEX USAGE UNSIGNED-INT.
           01 WS-CT-FOUND PIC X.
           01 WS-CT-OVERFLOW PIC X VALUE 'N'.
           01 WS-CERT-TABLE.
              03 WS-CT-ENTRY OCCURS 2000.
                 05 WS-CT-EPSILON PIC 9V9(18).
                 05 WS-CT-N PIC 9(9).
                 05 WS-CT-VALUE PIC 9.9(18).
                 05 WS-CT-FROM-TS PIC 9(14).
                 05 WS-CT-THRU-TS PIC 9(14).
                 05 WS-CT-SOURCE PIC X(8).
                 05 WS-CT-IN-PERIOD PIC X.
      *> Control totals for the certificate and EULPERD. The value
      *> hash total follows the EULXTRCT convention: a control
      *> figure that simply wraps on a (practically unreachable)
      *> overflow.
           01 WS-CERT-ROWS PIC 9(9) VALUE 0.
           01 WS-MASTER-ROWS PIC 9(9) VALUE 0.
           01 WS-HISTORY-ROWS PIC 9(9) VALUE 0.
           01 WS-LATER-ROWS PIC 9(9) VALUE 0.
           01 WS-REPLACED-ROWS PIC 9(9) VALUE 0.
           01 WS-N-TOTAL PIC 9(15) VALUE 0.
           01 WS-HASH-TOTAL PIC 9(13)V9(18) VALUE 0.
           01 WS-VALUE-NUM PIC 9V9(18).
           01 WS-LINE-COUNT PIC 9(4) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(4) VALUE 0.
           01 WS-PAGE-LIMIT PIC 9(4) VALUE 55.
           01 WS-HEADING-LINE-1.
              03 FILLER PIC X(44) VALUE
                 'EULPCLOS - CERTIFICATE OF PERIOD-END VALUES'.
              03 FILLER PIC X(56) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'RUN DATE: '.
              03 WS-HDG-RUN-DATE PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(6) VALUE 'PAGE: '.
              03 WS-HDG-PAGE PIC ZZZ9.
           01 WS-HEADING-LINE-2.
              03 FILLER PIC X(8) VALUE 'PERIOD: '.
              03 WS-HDG-PERIOD PIC 9(6).
              03 FILLER PIC X(15) VALUE '   PERIOD END: '.
              03 WS-HDG-END-TS PIC 9(14).
              03 FILLER PIC X(11) VALUE '   CLOSED: '.
              03 WS-HDG-CLOSE-DATE PIC X(8).
              03 FILLER PIC X(7) VALUE '   BY: '.
              03 WS-HDG-OPERATOR PIC X(8).
           01 WS-COLUMN-HEADING.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(22) VALUE 'TOLERANCE'.
              03 FILLER PIC X(11) VALUE '          N'.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(22) VALUE 'VALUE'.
              03 FILLER PIC X(16) VALUE 'CURRENT FROM'.
              03 FILLER PIC X(16) VALUE 'CURRENT THRU'.
              03 FILLER PIC X(8) VALUE 'SOURCE'.
           01 WS-DETAIL-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DL-EPSILON PIC 9.9(18).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DL-N PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DL-VALUE PIC 9.9(18).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DL-FROM-TS PIC 9(14).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DL-THRU-TS PIC X(14).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DL-SOURCE PIC X(8).
           01 WS-COUNT-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-CNT-LABEL PIC X(34).
              03 WS-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
           01 WS-TOTAL-N-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(34) VALUE 'SUM OF N OVER CERTIFIED ROWS'.
              03 WS-TNL-VALUE PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           01 WS-HASH-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(34) VALUE 'VALUE HASH TOTAL'.
              03 WS-HL-VALUE PIC Z(12)9.9(18).
           01 WS-SIGNOFF-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-SL-LABEL PIC X(34).
              03 FILLER PIC X(30) VALUE ALL '_'.
              03 FILLER PIC X(10) VALUE '    DATE: '.
              03 FILLER PIC X(12) VALUE ALL '_'.
      *> Suite run lock (via EULRLKMG): the master and its history
      *> are rewritten by EULPNDRL, a lock holder - a register cut
      *> mid-release would certify a half-applied approval.
           01 WS-LOCK-ACTION PIC X.
           01 WS-LOCK-JOB PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-HELD-TS PIC 9(14).
           01 WS-LOCK-RESULT PIC XX.
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TS
           PERFORM CLAIM-RUN-LOCK
           IF WS-LOCK-RESULT NOT = '00'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-CLOSE-PARAMETERS
           PERFORM VALIDATE-CLOSE-REQUEST
           IF WS-REFUSED = 'N'
               PERFORM LOAD-PERIOD-FILE
               PERFORM CHECK-PERIOD-STATUS
           END-IF
           IF WS-REFUSED = 'N'
               PERFORM LOAD-MASTER-ROWS
           END-IF
           IF WS-REFUSED = 'N'
               PERFORM APPLY-HISTORY-INTERVALS
               PERFORM TOTAL-CERTIFIED-ROWS
               IF WS-PERD-FOUND = 'Y'
                   PERFORM REMOVE-PRIOR-REGISTER-ROWS
               END-IF
               PERFORM WRITE-REGISTER-ROWS
               PERFORM STAMP-PERIOD-FILE
               PERFORM WRITE-ACTION-LOG-ROW
               PERFORM PRINT-CERTIFICATE
               DISPLAY 'EULPCLOS: PERIOD ' WS-PERIOD ' CLOSED - '
                   WS-CERT-ROWS ' TOLERANCES CERTIFIED BY '
                   WS-OPERATOR
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
           MOVE 'EULPCLOS' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = '00'
               DISPLAY 'EULPCLOS: SUITE LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-TS ' - RUN REFUSED'
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE 'EULPCLOS' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL.

      *> A missing card, or one with no period keyed, closes the
      *> month before the run date; the operator has no default.
       READ-CLOSE-PARAMETERS.
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
           END-IF
           IF WS-PERIOD-TEXT = SPACE
               MOVE WS-RUN-DATE(1:4) TO WS-PERIOD-YEAR
               MOVE WS-RUN-DATE(5:2) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH = 1
                   SUBTRACT 1 FROM WS-PERIOD-YEAR
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-PERIOD-MONTH
               END-IF
               MOVE WS-PERIOD-YEAR TO WS-PERIOD-TEXT(1:4)
               MOVE WS-PERIOD-MONTH TO WS-PERIOD-TEXT(5:2)
           END-IF.

      *> The period must be a real month that is already over, and
      *> somebody must be named as closing it. The period end is
      *> the day before the first of the following month.
       VALIDATE-CLOSE-REQUEST.
           IF WS-PERIOD-TEXT NOT NUMERIC
               DISPLAY 'EULPCLOS: PERIOD ' WS-PERIOD-TEXT
                   ' IS NOT YYYYMM - CLOSE REFUSED'
               MOVE 'Y' TO WS-REFUSED
           ELSE
               MOVE WS-PERIOD-TEXT TO WS-PERIOD
               MOVE WS-PERIOD-TEXT(1:4) TO WS-PERIOD-YEAR
               MOVE WS-PERIOD-TEXT(5:2) TO WS-PERIOD-MONTH
               IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
                       OR WS-PERIOD-YEAR < 1601
                   DISPLAY 'EULPCLOS: PERIOD ' WS-PERIOD-TEXT
                       ' IS NOT YYYYMM - CLOSE REFUSED'
                   MOVE 'Y' TO WS-REFUSED
               END-IF
           END-IF
           IF WS-REFUSED = 'N'
               IF WS-PERIOD-MONTH = 12
                   ADD 1 TO WS-PERIOD-YEAR
                   MOVE 1 TO WS-PERIOD-MONTH
               ELSE
                   ADD 1 TO WS-PERIOD-MONTH
               END-IF
               COMPUTE WS-DATE-NUM = WS-PERIOD-YEAR * 10000
                   + WS-PERIOD-MONTH * 100 + 1
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-NUM
               MOVE WS-DATE-NUM TO WS-PERIOD-END-TS(1:8)
               MOVE '235959' TO WS-PERIOD-END-TS(9:6)
               IF WS-PERIOD-END-TS >= WS-RUN-TS
                   DISPLAY 'EULPCLOS: PERIOD ' WS-PERIOD
                       ' HAS NOT ENDED - CLOSE REFUSED'
                   MOVE 'Y' TO WS-REFUSED
               END-IF
           END-IF
           IF WS-REFUSED = 'N' AND WS-OPERATOR = SPACE
               DISPLAY 'EULPCLOS: NO OPERATOR KEYED ON EULPCLPM - '
                   'CLOSE REFUSED'
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

      *> Only a period never closed, or one reopened since, may be
      *> certified. WS-PERD-INDEX is left on the period's entry when
      *> it is already on file.
       CHECK-PERIOD-STATUS.
           IF WS-PERD-OVERFLOW = 'Y'
               DISPLAY 'EULPCLOS: EULPERD HOLDS MORE THAN '
                   WS-PERD-MAX ' PERIODS - CLOSE REFUSED'
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
           IF WS-PERD-FOUND = 'Y'
               IF WS-PT-STATUS(WS-PERD-INDEX) = 'CLOSED'
                   DISPLAY 'EULPCLOS: PERIOD ' WS-PERIOD
                       ' ALREADY CLOSED ON '
                       WS-PT-CLOSE-DATE(WS-PERD-INDEX) ' BY '
                       WS-PT-OPERATOR(WS-PERD-INDEX)
                       ' - REOPEN IT FIRST (EULPROPN)'
                   MOVE 'Y' TO WS-REFUSED
               END-IF
           END-IF.

      *> Every master row in key order. A row published by the
      *> period end is the certified value unless a history
      *> interval says otherwise below; a later one only counts if
      *> it replaced a value that was current at the period end.
       LOAD-MASTER-ROWS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RMAST-FILE
           IF WS-RMAST-STATUS NOT = '00'
               DISPLAY 'EULPCLOS: RESULTS MASTER NOT ON FILE - '
                   'CLOSE REFUSED'
               MOVE 'Y' TO WS-REFUSED
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-MASTER-ROW
               END-READ
           END-PERFORM
           IF WS-RMAST-STATUS NOT = '35'
               CLOSE RMAST-FILE
           END-IF
           IF WS-CT-OVERFLOW = 'Y'
               DISPLAY 'EULPCLOS: RESULTS MASTER HOLDS MORE THAN '
                   WS-CT-MAX ' ROWS - CLOSE REFUSED'
               MOVE 'Y' TO WS-REFUSED
           END-IF.

       LOAD-ONE-MASTER-ROW.
           IF WS-CT-COUNT < WS-CT-MAX
               ADD 1 TO WS-CT-COUNT
               MOVE RMAST-EPSILON TO WS-CT-EPSILON(WS-CT-COUNT)
               MOVE RMAST-N TO WS-CT-N(WS-CT-COUNT)
               MOVE RMAST-VALUE TO WS-CT-VALUE(WS-CT-COUNT)
               MOVE RMAST-UPDATED TO WS-CT-FROM-TS(WS-CT-COUNT)
               MOVE 0 TO WS-CT-THRU-TS(WS-CT-COUNT)
               MOVE 'EULRMAST' TO WS-CT-SOURCE(WS-CT-COUNT)
               IF RMAST-UPDATED <= WS-PERIOD-END-TS
                   MOVE 'Y' TO WS-CT-IN-PERIOD(WS-CT-COUNT)
               ELSE
                   MOVE 'N' TO WS-CT-IN-PERIOD(WS-CT-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO WS-CT-OVERFLOW
           END-IF.

      *> A history interval covering the period end is the value
      *> that was current then (the EULRASOF rule); intervals never
      *> overlap, so at most one row per tolerance qualifies.
       APPLY-HISTORY-INTERVALS.
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
                       IF RMHS-FROM-TS <= WS-PERIOD-END-TS
                               AND RMHS-THRU-TS > WS-PERIOD-END-TS
                           PERFORM APPLY-ONE-INTERVAL
                       END-IF
               END-READ
           END-PERFORM
           IF WS-RMHST-STATUS NOT = '35'
               CLOSE RMHST-FILE
           END-IF.

       APPLY-ONE-INTERVAL.
           MOVE 'N' TO WS-CT-FOUND
           MOVE 1 TO WS-CT-INDEX
           PERFORM UNTIL WS-CT-INDEX > WS-CT-COUNT
                   OR WS-CT-FOUND = 'Y'
               IF WS-CT-EPSILON(WS-CT-INDEX) = RMHS-EPSILON
                   MOVE 'Y' TO WS-CT-FOUND
               ELSE
                   ADD 1 TO WS-CT-INDEX
               END-IF
           END-PERFORM
           IF WS-CT-FOUND = 'Y'
               MOVE RMHS-N TO WS-CT-N(WS-CT-INDEX)
               MOVE RMHS-VALUE TO WS-CT-VALUE(WS-CT-INDEX)
               MOVE RMHS-FROM-TS TO WS-CT-FROM-TS(WS-CT-INDEX)
               MOVE RMHS-THRU-TS TO WS-CT-THRU-TS(WS-CT-INDEX)
               MOVE 'EULRMHST' TO WS-CT-SOURCE(WS-CT-INDEX)
               MOVE 'Y' TO WS-CT-IN-PERIOD(WS-CT-INDEX)
           END-IF.

       TOTAL-CERTIFIED-ROWS.
           MOVE 1 TO WS-CT-INDEX
           PERFORM UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF WS-CT-IN-PERIOD(WS-CT-INDEX) = 'Y'
                   ADD 1 TO WS-CERT-ROWS
                   IF WS-CT-SOURCE(WS-CT-INDEX) = 'EULRMHST'
                       ADD 1 TO WS-HISTORY-ROWS
                   ELSE
                       ADD 1 TO WS-MASTER-ROWS
                   END-IF
                   ADD WS-CT-N(WS-CT-INDEX) TO WS-N-TOTAL
                   MOVE WS-CT-VALUE(WS-CT-INDEX) TO WS-VALUE-NUM
                   ADD WS-VALUE-NUM TO WS-HASH-TOTAL
                       ON SIZE ERROR CONTINUE
                   END-ADD
               ELSE
                   ADD 1 TO WS-LATER-ROWS
               END-IF
               ADD 1 TO WS-CT-INDEX
           END-PERFORM.

      *> A reopened period is being certified again: its earlier
      *> register rows come out whole (through the work file, the
      *> EULHSKPG rewrite pattern) before the new ones go in.
       REMOVE-PRIOR-REGISTER-ROWS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CERT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF CERT-PERIOD = WS-PERIOD
                           ADD 1 TO WS-REPLACED-ROWS
                       ELSE
                           WRITE WORK-RECORD FROM CERT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           IF WS-CERT-STATUS NOT = '35'
               CLOSE CERT-FILE
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WORK-FILE
           OPEN OUTPUT CERT-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE CERT-RECORD FROM WORK-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE CERT-FILE.

       WRITE-REGISTER-ROWS.
           OPEN EXTEND CERT-FILE
           IF WS-CERT-STATUS = '35'
               OPEN OUTPUT CERT-FILE
           END-IF
           MOVE SPACE TO CERT-SEP-1
           MOVE SPACE TO CERT-SEP-2
           MOVE SPACE TO CERT-SEP-3
           MOVE SPACE TO CERT-SEP-4
           MOVE SPACE TO CERT-SEP-5
           MOVE SPACE TO CERT-SEP-6
           MOVE SPACE TO CERT-SEP-7
           MOVE 1 TO WS-CT-INDEX
           PERFORM UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF WS-CT-IN-PERIOD(WS-CT-INDEX) = 'Y'
                   MOVE WS-PERIOD TO CERT-PERIOD
                   MOVE WS-RUN-DATE TO CERT-CLOSE-DATE
                   MOVE WS-CT-EPSILON(WS-CT-INDEX) TO CERT-EPSILON
                   MOVE WS-CT-N(WS-CT-INDEX) TO CERT-N
                   MOVE WS-CT-VALUE(WS-CT-INDEX) TO CERT-VALUE
                   MOVE WS-CT-FROM-TS(WS-CT-INDEX) TO CERT-FROM-TS
                   MOVE WS-CT-THRU-TS(WS-CT-INDEX) TO CERT-THRU-TS
                   MOVE WS-CT-SOURCE(WS-CT-INDEX) TO CERT-SOURCE
                   WRITE CERT-RECORD
               END-IF
               ADD 1 TO WS-CT-INDEX
           END-PERFORM
           CLOSE CERT-FILE.

      *> The period's row is added, or replaced on a reclose, and
      *> the control file written back whole in period order as it
      *> was read (a new period goes on the end).
       STAMP-PERIOD-FILE.
           IF WS-PERD-FOUND = 'N'
               ADD 1 TO WS-PERD-COUNT
               MOVE WS-PERD-COUNT TO WS-PERD-INDEX
               MOVE WS-PERIOD TO WS-PT-PERIOD(WS-PERD-INDEX)
           END-IF
           MOVE 'CLOSED' TO WS-PT-STATUS(WS-PERD-INDEX)
           MOVE WS-PERIOD-END-TS TO WS-PT-END-TS(WS-PERD-INDEX)
           MOVE WS-RUN-DATE TO WS-PT-CLOSE-DATE(WS-PERD-INDEX)
           MOVE WS-CERT-ROWS TO WS-PT-ROWS(WS-PERD-INDEX)
           MOVE WS-HASH-TOTAL TO WS-PT-HASH(WS-PERD-INDEX)
           MOVE WS-RUN-TS TO WS-PT-CHANGED-TS(WS-PERD-INDEX)
           MOVE WS-OPERATOR TO WS-PT-OPERATOR(WS-PERD-INDEX)
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
           MOVE 'CLOSE' TO PDLG-ACTION
           MOVE WS-PERIOD TO PDLG-PERIOD
           MOVE WS-OPERATOR TO PDLG-OPERATOR
           MOVE WS-CERT-ROWS TO PDLG-ROWS
           MOVE WS-REASON TO PDLG-REASON
           WRITE PDLG-RECORD
           CLOSE PDLG-FILE.

      *> ------------------------------------------------------------
      *> The certificate: every certified tolerance in key order,
      *> then the control totals and the sign-off lines.
      *> ------------------------------------------------------------
       PRINT-CERTIFICATE.
           OPEN OUTPUT PRINT-FILE
           MOVE WS-PERIOD TO WS-HDG-PERIOD
           MOVE WS-PERIOD-END-TS TO WS-HDG-END-TS
           MOVE WS-RUN-DATE TO WS-HDG-CLOSE-DATE
           MOVE WS-OPERATOR TO WS-HDG-OPERATOR
           MOVE 1 TO WS-CT-INDEX
           PERFORM UNTIL WS-CT-INDEX > WS-CT-COUNT
               IF WS-CT-IN-PERIOD(WS-CT-INDEX) = 'Y'
                   PERFORM PRINT-ONE-CERTIFIED-ROW
               END-IF
               ADD 1 TO WS-CT-INDEX
           END-PERFORM
           IF WS-CERT-ROWS = 0
               PERFORM CHECK-PAGE-BREAK
               MOVE '  NO TOLERANCE HAD A PUBLISHED VALUE AT PERIOD END'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM PRINT-CONTROL-TOTALS
           PERFORM PRINT-SIGNOFF-LINES
           CLOSE PRINT-FILE.

       PRINT-ONE-CERTIFIED-ROW.
           PERFORM CHECK-PAGE-BREAK
           MOVE WS-CT-EPSILON(WS-CT-INDEX) TO WS-DL-EPSILON
           MOVE WS-CT-N(WS-CT-INDEX) TO WS-DL-N
           MOVE WS-CT-VALUE(WS-CT-INDEX) TO WS-DL-VALUE
           MOVE WS-CT-FROM-TS(WS-CT-INDEX) TO WS-DL-FROM-TS
           IF WS-CT-THRU-TS(WS-CT-INDEX) = 0
               MOVE 'STILL CURRENT' TO WS-DL-THRU-TS
           ELSE
               MOVE WS-CT-THRU-TS(WS-CT-INDEX) TO WS-DL-THRU-TS
           END-IF
           MOVE WS-CT-SOURCE(WS-CT-INDEX) TO WS-DL-SOURCE
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-CONTROL-TOTALS.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'TOLERANCES CERTIFIED' TO WS-CNT-LABEL
           MOVE WS-CERT-ROWS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  FROM CURRENT MASTER ROWS' TO WS-CNT-LABEL
           MOVE WS-MASTER-ROWS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  FROM EULRMHST INTERVALS' TO WS-CNT-LABEL
           MOVE WS-HISTORY-ROWS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'PUBLISHED AFTER PERIOD END' TO WS-CNT-LABEL
           MOVE WS-LATER-ROWS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           IF WS-PERD-FOUND = 'Y'
               MOVE 'EARLIER REGISTER ROWS REPLACED' TO WS-CNT-LABEL
               MOVE WS-REPLACED-ROWS TO WS-CNT-VALUE
               PERFORM PRINT-COUNT-LINE
           END-IF
           PERFORM CHECK-PAGE-BREAK
           MOVE WS-N-TOTAL TO WS-TNL-VALUE
           WRITE PRINT-RECORD FROM WS-TOTAL-N-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM CHECK-PAGE-BREAK
           MOVE WS-HASH-TOTAL TO WS-HL-VALUE
           WRITE PRINT-RECORD FROM WS-HASH-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-COUNT-LINE.
           PERFORM CHECK-PAGE-BREAK
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       PRINT-SIGNOFF-LINES.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           PERFORM CHECK-PAGE-BREAK
           MOVE 'CERTIFIED BY (FINANCE)' TO WS-SL-LABEL
           WRITE PRINT-RECORD FROM WS-SIGNOFF-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           PERFORM CHECK-PAGE-BREAK
           MOVE 'ACCEPTED BY (ENGINEERING)' TO WS-SL-LABEL
           WRITE PRINT-RECORD FROM WS-SIGNOFF-LINE
               AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

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
               WRITE PRINT-RECORD FROM WS-HEADING-LINE-2
                   AFTER ADVANCING 1 LINE
               MOVE SPACE TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
               WRITE PRINT-RECORD FROM WS-COLUMN-HEADING
                   AFTER ADVANCING 1 LINE
               MOVE 4 TO WS-LINE-COUNT
           END-IF.
