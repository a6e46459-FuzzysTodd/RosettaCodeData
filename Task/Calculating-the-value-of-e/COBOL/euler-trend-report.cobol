      *> already flagged on an earlier night is reported again here
      *> but not re-diagnosed, so a morning rerun of this report
      *> cannot re-page anybody.
      *> Nights are not all alike: a period-end night carries the
      *> month's extra work and a holiday night almost none, so each
      *> job keeps a separate baseline per night class, taken from
      *> the shop calendar (via EULCALMG) for the run's start date -
      *> 'P' period-end, 'H' holiday or other non-working day, 'N'
      *> any other working night. A start date with no calendar row
      *> (history older than the calendar) is judged as a normal
      *> night and counted on the control totals.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCT-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EULTRNRP"
               ORGANIZATION IS LINE SEQUENTIAL
           01 WS-EOF-FLAG PIC X.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC X(8).
      *> Rolling baseline per job name and night class, built from
      *> the clean ('00') runs already walked: run count plus
      *> elapsed-seconds and record-count sums, so each run is judged
      *> only against the history of its own kind of night that
      *> preceded it.
           01 WS-JOB-MAX USAGE UNSIGNED-INT VALUE 60.
           01 WS-JOB-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-JOB-INDEX USAGE UNSIGNED-INT.
           01 WS-JOB-FOUND PIC X.
           01 WS-JOB-TABLE.
              03 WS-JOB-ENTRY OCCURS 60.
                 05 WS-JB-NAME PIC X(8).
                 05 WS-JB-CLASS PIC X(1).
                 05 WS-JB-RUNS PIC 9(9).
                 05 WS-JB-ELAPSED-SUM PIC 9(15).
                 05 WS-JB-RECORDS-SUM PIC 9(15).
           01 WS-LOW-FLAG PIC X.
           01 WS-FLAGGED-COUNT PIC 9(9) VALUE 0.
           01 WS-RUN-COUNT PIC 9(9) VALUE 0.
           01 WS-PERIOD-END-COUNT PIC 9(9) VALUE 0.
           01 WS-HOLIDAY-COUNT PIC 9(9) VALUE 0.
           01 WS-UNCALENDARED-COUNT PIC 9(9) VALUE 0.
      *> The night class of the row being judged, and the calendar
      *> call (via EULCALMG) that decides it.
           01 WS-NIGHT-CLASS PIC X.
           01 WS-CAL-ACTION PIC X.
           01 WS-CAL-DATE PIC 9(8).
           01 WS-CAL-DAYS PIC 9(4) VALUE 0.
           01 WS-CAL-RESULT-DATE PIC 9(8).
           01 WS-CAL-DAY-TYPE PIC X.
           01 WS-CAL-PERIOD-END PIC X.
           01 WS-CAL-RESULT PIC XX.
      *> The flagged row's fields are staged here and moved to the
      *> diagnostic record only after its file is open - a file's
      *> record area is undefined before OPEN.
              03 FILLER PIC X(12) VALUE '     RECORDS'.
              03 FILLER PIC X(12) VALUE '    BASELINE'.
              03 FILLER PIC X(4) VALUE ' ST '.
              03 FILLER PIC X(4) VALUE ' NT '.
              03 FILLER PIC X(20) VALUE ' FLAGS'.
           01 WS-TREND-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-TRL-STATUS PIC XX.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-TRL-NIGHT PIC X(1).
              03 FILLER PIC X(1) VALUE SPACE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-TRL-FLAGS PIC X(20).
           01 WS-COUNT-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
      *> run's elapsed time is not normal).
       JUDGE-ONE-RUN.
           ADD 1 TO WS-RUN-COUNT
           PERFORM CLASSIFY-NIGHT
           PERFORM COMPUTE-ELAPSED-SECONDS
           PERFORM FIND-JOB-ENTRY
           MOVE 'N' TO WS-SLOW-FLAG
                   TO WS-JB-RECORDS-SUM(WS-JOB-INDEX)
           END-IF.

      *> The calendar row for the run's start date decides which
      *> baseline the run belongs to.
       CLASSIFY-NIGHT.
           MOVE 'N' TO WS-NIGHT-CLASS
           MOVE 'G' TO WS-CAL-ACTION
           MOVE RUNCT-START-TS(1:8) TO WS-CAL-DATE
           CALL 'EULCALMG' USING WS-CAL-ACTION WS-CAL-DATE
               WS-CAL-DAYS WS-CAL-RESULT-DATE WS-CAL-DAY-TYPE
               WS-CAL-PERIOD-END WS-CAL-RESULT
           END-CALL
           IF WS-CAL-RESULT = '00'
               IF WS-CAL-DAY-TYPE NOT = 'W'
                   MOVE 'H' TO WS-NIGHT-CLASS
                   ADD 1 TO WS-HOLIDAY-COUNT
               ELSE
                   IF WS-CAL-PERIOD-END = 'Y'
                       MOVE 'P' TO WS-NIGHT-CLASS
                       ADD 1 TO WS-PERIOD-END-COUNT
                   END-IF
               END-IF
           ELSE
               ADD 1 TO WS-UNCALENDARED-COUNT
           END-IF.

      *> Elapsed wall-clock seconds between the row's start and end
      *> timestamps; the date halves go through the integer-date
      *> functions so a run over midnight still measures correctly.
           PERFORM UNTIL WS-JOB-FOUND = 'Y'
                   OR WS-JOB-INDEX > WS-JOB-COUNT
               IF WS-JB-NAME(WS-JOB-INDEX) = RUNCT-JOB-NAME
                       AND WS-JB-CLASS(WS-JOB-INDEX) = WS-NIGHT-CLASS
                   MOVE 'Y' TO WS-JOB-FOUND
               ELSE
                   ADD 1 TO WS-JOB-INDEX
                   ADD 1 TO WS-JOB-COUNT
                   MOVE WS-JOB-COUNT TO WS-JOB-INDEX
                   MOVE RUNCT-JOB-NAME TO WS-JB-NAME(WS-JOB-INDEX)
                   MOVE WS-NIGHT-CLASS TO WS-JB-CLASS(WS-JOB-INDEX)
                   MOVE 0 TO WS-JB-RUNS(WS-JOB-INDEX)
                   MOVE 0 TO WS-JB-ELAPSED-SUM(WS-JOB-INDEX)
                   MOVE 0 TO WS-JB-RECORDS-SUM(WS-JOB-INDEX)
           MOVE RUNCT-RECORDS TO WS-TRL-RECORDS
           MOVE WS-BASE-RECORDS TO WS-TRL-BASE-RECORDS
           MOVE RUNCT-STATUS TO WS-TRL-STATUS
           MOVE WS-NIGHT-CLASS TO WS-TRL-NIGHT
           MOVE SPACE TO WS-TRL-FLAGS
           EVALUATE TRUE
               WHEN WS-SLOW-FLAG = 'Y' AND WS-LOW-FLAG = 'Y'
           END-IF.

       WRITE-ONE-TREND-DIAGNOSTIC.
           OPEN I-O DIAG-FILE
           IF WS-DIAG-STATUS = '35'
               OPEN OUTPUT DIAG-FILE
           END-IF
           MOVE WS-DIAG-N-HELD TO DIAG-N
           MOVE WS-DIAG-BASE-HELD TO DIAG-DISCREPANCY
           MOVE WS-DIAG-MESSAGE-HELD TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           CLOSE DIAG-FILE.

       PRINT-CONTROL-COUNTS.
           MOVE 'RUNS FLAGGED' TO WS-CNT-LABEL
           MOVE WS-FLAGGED-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'PERIOD-END NIGHT RUNS' TO WS-CNT-LABEL
           MOVE WS-PERIOD-END-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'HOLIDAY/NON-WORKING NIGHT RUNS' TO WS-CNT-LABEL
           MOVE WS-HOLIDAY-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'RUNS NOT ON CALENDAR (AS NORMAL)' TO WS-CNT-LABEL
           MOVE WS-UNCALENDARED-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           IF WS-RUN-COUNT = 0
               MOVE '  (NO RUN-CONTROL HISTORY ON FILE)'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
               MOVE 3 TO WS-LINE-COUNT
           END-IF.

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
