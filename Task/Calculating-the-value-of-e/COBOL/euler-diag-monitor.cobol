      *> before this table learned it) is picked up under the default
      *> rule rather than dropped - an unknown diagnostic is exactly
      *> the record that must not slip through unread.
      *> A business-day window the shop calendar cannot date (via
      *> EULCALMG) falls back to calendar days for the night and
      *> says so on the report; the verdict is then at least a
      *> warning, so a calendar gap never passes as a clean night.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DGMP-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EULDGMRP"
               ORGANIZATION IS LINE SEQUENTIAL
                 05 WS-RL-WINDOW PIC 9(4).
                 05 WS-RL-THRESHOLD PIC 9(4).
                 05 WS-RL-SEVERITY PIC X(1).
      *> 'C' calendar days, 'B' business days, 'F' a business-day
      *> window that fell back to calendar days tonight.
                 05 WS-RL-BASIS PIC X(1).
                 05 WS-RL-CUTOFF PIC 9(8).
                 05 WS-RL-COUNT PIC 9(9).
           01 WS-RULE-OVERFLOW PIC X VALUE 'N'.
           01 WS-NEW-WINDOW PIC 9(4).
           01 WS-NEW-THRESHOLD PIC 9(4).
           01 WS-NEW-SEVERITY PIC X(1).
           01 WS-NEW-BASIS PIC X(1).
      *> The rule every type starts from when neither the built-in
      *> table nor a card names it: one record in the window is a
      *> warning the same day it appears.
           01 WS-WORST-SEVERITY PIC X VALUE 'C'.
           01 WS-TRIPPED-COUNT PIC 9(4) VALUE 0.
           01 WS-COUNTED-LINES PIC 9(4) VALUE 0.
           01 WS-FALLBACK-COUNT PIC 9(4) VALUE 0.
      *> Business calendar (via EULCALMG) for business-day windows.
           01 WS-CAL-ACTION PIC X.
           01 WS-CAL-DATE PIC 9(8).
           01 WS-CAL-DAYS PIC 9(4).
           01 WS-CAL-RESULT-DATE PIC 9(8).
           01 WS-CAL-DAY-TYPE PIC X.
           01 WS-CAL-PERIOD-END PIC X.
           01 WS-CAL-RESULT PIC XX.
           01 WS-HEADING-LINE.
              03 FILLER PIC X(40) VALUE
                 'EULDIAGM - DIAGNOSTIC EXCEPTION REPORT'.
              03 WS-RPT-TYPE PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-RPT-WINDOW PIC ZZZ9.
      *> 'B' after the window marks business days, '*' a business-
      *> day window counted in calendar days tonight.
              03 WS-RPT-BASIS PIC X(1).
              03 FILLER PIC X(1) VALUE SPACE.
              03 WS-RPT-CUTOFF PIC 9(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-RPT-COUNT PIC ZZZ,ZZZ,ZZ9.
      *> The types the suite is known to write and the escalation
      *> each earns out of the box. One reconciliation or control
      *> failure is a page the night it happens; a truncated or
      *> overflowed run, or a value at odds with a closed period's
      *> certificate, is a same-day warning; bad operator input is
      *> tolerated up to three slips a week before it escalates. A
      *> night stopped for want of a calendar row pages at once, and
      *> so does a night whose record counts do not balance or
      *> whose result feed holds a row no run answers for.
      *> Every built-in window counts calendar days.
       LOAD-DEFAULT-RULES.
           MOVE 'C' TO WS-NEW-BASIS
           MOVE 'RECON' TO WS-NEW-TYPE
           MOVE 1 TO WS-NEW-WINDOW
           MOVE 1 TO WS-NEW-THRESHOLD
           PERFORM ADD-RULE-ENTRY
           MOVE 'ACKBAD' TO WS-NEW-TYPE
           PERFORM ADD-RULE-ENTRY
           MOVE 'NOCALEND' TO WS-NEW-TYPE
           PERFORM ADD-RULE-ENTRY
           MOVE 'OUTOFBAL' TO WS-NEW-TYPE
           PERFORM ADD-RULE-ENTRY
           MOVE 'ORPHAN' TO WS-NEW-TYPE
           PERFORM ADD-RULE-ENTRY
           MOVE 'OVERFLOW' TO WS-NEW-TYPE
           MOVE 'W' TO WS-NEW-SEVERITY
           PERFORM ADD-RULE-ENTRY
           PERFORM ADD-RULE-ENTRY
           MOVE 'LOWRECS' TO WS-NEW-TYPE
           PERFORM ADD-RULE-ENTRY
           MOVE 'POSTCLOS' TO WS-NEW-TYPE
           PERFORM ADD-RULE-ENTRY
           MOVE 'BADEPS' TO WS-NEW-TYPE
           MOVE 7 TO WS-NEW-WINDOW
           MOVE 3 TO WS-NEW-THRESHOLD
               MOVE WS-NEW-WINDOW TO WS-RL-WINDOW(WS-RULE-COUNT)
               MOVE WS-NEW-THRESHOLD TO WS-RL-THRESHOLD(WS-RULE-COUNT)
               MOVE WS-NEW-SEVERITY TO WS-RL-SEVERITY(WS-RULE-COUNT)
               MOVE WS-NEW-BASIS TO WS-RL-BASIS(WS-RULE-COUNT)
               MOVE 0 TO WS-RL-COUNT(WS-RULE-COUNT)
           ELSE
               MOVE 'Y' TO WS-RULE-OVERFLOW
                       TO WS-RL-THRESHOLD(WS-RULE-INDEX)
                   MOVE DGMP-SEVERITY
                       TO WS-RL-SEVERITY(WS-RULE-INDEX)
                   IF DGMP-DAY-BASIS = 'B'
                       MOVE 'B' TO WS-RL-BASIS(WS-RULE-INDEX)
                   ELSE
                       MOVE 'C' TO WS-RL-BASIS(WS-RULE-INDEX)
                   END-IF
               ELSE
                   MOVE DGMP-TYPE TO WS-NEW-TYPE
                   MOVE DGMP-WINDOW-DAYS TO WS-NEW-WINDOW
                   MOVE DGMP-THRESHOLD TO WS-NEW-THRESHOLD
                   MOVE DGMP-SEVERITY TO WS-NEW-SEVERITY
                   IF DGMP-DAY-BASIS = 'B'
                       MOVE 'B' TO WS-NEW-BASIS
                   ELSE
                       MOVE 'C' TO WS-NEW-BASIS
                   END-IF
                   PERFORM ADD-RULE-ENTRY
               END-IF
           END-IF.
               IF WS-RL-WINDOW(WS-RULE-INDEX) = 0
                   MOVE 1 TO WS-RL-WINDOW(WS-RULE-INDEX)
               END-IF
               PERFORM SET-ONE-RULE-CUTOFF
               ADD 1 TO WS-RULE-INDEX
           END-PERFORM.

      *> A business-day window runs back to its Nth working day on
      *> the calendar, the run date counting as the first when it
      *> is itself a working day; when the calendar cannot answer,
      *> the rule falls back to the calendar-day cutoff and is
      *> marked 'F' for the report and the verdict.
       SET-ONE-RULE-CUTOFF.
           IF WS-RL-BASIS(WS-RULE-INDEX) = 'B'
               MOVE 'B' TO WS-CAL-ACTION
               MOVE WS-RUN-DATE-NUM TO WS-CAL-DATE
               MOVE WS-RL-WINDOW(WS-RULE-INDEX) TO WS-CAL-DAYS
               CALL 'EULCALMG' USING WS-CAL-ACTION WS-CAL-DATE
                   WS-CAL-DAYS WS-CAL-RESULT-DATE WS-CAL-DAY-TYPE
                   WS-CAL-PERIOD-END WS-CAL-RESULT
               END-CALL
               IF WS-CAL-RESULT NOT = '00'
                   MOVE 'F' TO WS-RL-BASIS(WS-RULE-INDEX)
                   ADD 1 TO WS-FALLBACK-COUNT
               END-IF
           END-IF
           IF WS-RL-BASIS(WS-RULE-INDEX) = 'B'
               MOVE WS-CAL-RESULT-DATE TO WS-RL-CUTOFF(WS-RULE-INDEX)
           ELSE
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - WS-RL-WINDOW(WS-RULE-INDEX) + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
                   TO WS-RL-CUTOFF(WS-RULE-INDEX)
           END-IF.

      *> One pass over the shared diagnostic file: each record joins
      *> its type's tally when its timestamp date is inside that
               MOVE WS-DEFAULT-WINDOW TO WS-NEW-WINDOW
               MOVE WS-DEFAULT-THRESHOLD TO WS-NEW-THRESHOLD
               MOVE WS-DEFAULT-SEVERITY TO WS-NEW-SEVERITY
               MOVE 'C' TO WS-NEW-BASIS
               PERFORM ADD-RULE-ENTRY
               IF WS-RULE-OVERFLOW = 'N'
                   MOVE WS-RULE-COUNT TO WS-RULE-INDEX
                   PERFORM SET-ONE-RULE-CUTOFF
                   MOVE 'Y' TO WS-RULE-FOUND
               END-IF
           END-IF
                   END-IF
               END-IF
               ADD 1 TO WS-RULE-INDEX
           END-PERFORM
           IF WS-FALLBACK-COUNT > 0 AND WS-WORST-SEVERITY = 'C'
               MOVE 'W' TO WS-WORST-SEVERITY
           END-IF.

      *> One line per type with activity in its window - tripped or
      *> not, so a count creeping toward its threshold is visible
                   TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           IF WS-FALLBACK-COUNT > 0
               MOVE SPACE TO PRINT-RECORD
               STRING '  ** BUSINESS CALENDAR COULD NOT DATE '
                   DELIMITED BY SIZE
                   WS-FALLBACK-COUNT DELIMITED BY SIZE
                   ' WINDOW(S) - COUNTED IN CALENDAR DAYS **'
                   DELIMITED BY SIZE
                   INTO PRINT-RECORD
               END-STRING
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           EVALUATE WS-WORST-SEVERITY
           ADD 1 TO WS-COUNTED-LINES
           MOVE WS-RL-TYPE(WS-RULE-INDEX) TO WS-RPT-TYPE
           MOVE WS-RL-WINDOW(WS-RULE-INDEX) TO WS-RPT-WINDOW
           EVALUATE WS-RL-BASIS(WS-RULE-INDEX)
               WHEN 'B'
                   MOVE 'B' TO WS-RPT-BASIS
               WHEN 'F'
                   MOVE '*' TO WS-RPT-BASIS
               WHEN OTHER
                   MOVE SPACE TO WS-RPT-BASIS
           END-EVALUATE
           MOVE WS-RL-CUTOFF(WS-RULE-INDEX) TO WS-RPT-CUTOFF
           MOVE WS-RL-COUNT(WS-RULE-INDEX) TO WS-RPT-COUNT
           MOVE WS-RL-THRESHOLD(WS-RULE-INDEX) TO WS-RPT-TRIP
