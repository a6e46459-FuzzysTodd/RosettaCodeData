       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULCALMG.
      *> Business-calendar manager, shared the way EULRLKMG shares
      *> the run lock: every program whose date rules count business
      *> days rather than calendar days CALLs here instead of doing
      *> its own arithmetic on EULCALND.
      *> The calendar is loaded once, on the first CALL of the run,
      *> and kept in working storage for every later CALL.
      *> Actions:
      *>   'G' get the row for LS-CAL-DATE: day type and period-end
      *>       flag back, LS-CAL-RESULT-DATE = the date itself.
      *>   'P' prior business day: the nearest working day before
      *>       LS-CAL-DATE.
      *>   'B' business-day cutoff: the date of the LS-CAL-DAYS'th
      *>       working day counting back from LS-CAL-DATE, the date
      *>       itself counting as day one when it is a working day -
      *>       the same "today is day one" rule the calendar-day
      *>       cutoffs in EULHSKPG and EULDIAGM already use.
      *> Results:
      *>   '00' answered.
      *>   '23' a date the answer depends on has no calendar row;
      *>        LS-CAL-RESULT-DATE carries the missing date so the
      *>        caller can name it. No answer is ever guessed across
      *>        a gap in the calendar.
      *>   '35' there is no calendar file.
      *>   '91' the calendar is unusable: rows out of date order,
      *>        a date repeated, or more rows than the table holds.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAL-FILE ASSIGN TO "EULCALND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAL-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CAL-FILE.
       COPY "eulcalnd.cpy".
       WORKING-STORAGE SECTION.
           01 WS-CAL-STATUS PIC XX.
           01 WS-CAL-EOF PIC X VALUE 'N'.
           01 WS-CAL-LOADED PIC X VALUE 'N'.
           01 WS-LOAD-RESULT PIC XX VALUE '00'.
           01 WS-LAST-LOADED-DATE PIC 9(8) VALUE 0.
      *> Ten years of days plus slack; a longer calendar is
      *> refused ('91') rather than silently cut short.
           01 WS-CAL-MAX USAGE UNSIGNED-INT VALUE 4000.
           01 WS-CAL-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-CAL-INDEX USAGE UNSIGNED-INT VALUE 0.
           01 WS-CAL-TABLE.
               03 WS-CT-ENTRY OCCURS 4000 TIMES.
                   05 WS-CT-DATE PIC 9(8).
                   05 WS-CT-DAY-TYPE PIC X.
                   05 WS-CT-PERIOD-END PIC X.
           01 WS-CAL-FOUND PIC X.
           01 WS-WALK-DONE PIC X.
           01 WS-WALK-COUNT PIC 9(5).
           01 WS-WALK-DAYS PIC 9(5).
           01 WS-PRIOR-DATE PIC 9(8).
           01 WS-PRIOR-INT PIC 9(9).
       LINKAGE SECTION.
           01 LS-CAL-ACTION PIC X.
           01 LS-CAL-DATE PIC 9(8).
           01 LS-CAL-DAYS PIC 9(4).
           01 LS-CAL-RESULT-DATE PIC 9(8).
           01 LS-CAL-DAY-TYPE PIC X.
           01 LS-CAL-PERIOD-END PIC X.
           01 LS-CAL-RESULT PIC XX.
       PROCEDURE DIVISION USING LS-CAL-ACTION LS-CAL-DATE
               LS-CAL-DAYS LS-CAL-RESULT-DATE LS-CAL-DAY-TYPE
               LS-CAL-PERIOD-END LS-CAL-RESULT.
       MAIN SECTION.
           IF WS-CAL-LOADED = 'N'
               PERFORM LOAD-CALENDAR
               MOVE 'Y' TO WS-CAL-LOADED
           END-IF
           MOVE 0 TO LS-CAL-RESULT-DATE
           MOVE SPACE TO LS-CAL-DAY-TYPE
           MOVE SPACE TO LS-CAL-PERIOD-END
           IF WS-LOAD-RESULT NOT = '00'
               MOVE WS-LOAD-RESULT TO LS-CAL-RESULT
           ELSE
               EVALUATE LS-CAL-ACTION
                   WHEN 'P'
                       PERFORM FIND-PRIOR-BUSINESS-DAY
                   WHEN 'B'
                       PERFORM FIND-BUSINESS-CUTOFF
                   WHEN OTHER
                       PERFORM GET-ONE-DAY
               END-EVALUATE
           END-IF
           GOBACK.

      *> The table relies on date order to step back one day at a
      *> time by subscript, so a row that does not follow its
      *> predecessor makes the whole calendar unusable rather than
      *> quietly answering from the wrong row.
       LOAD-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT
           MOVE 0 TO WS-LAST-LOADED-DATE
           MOVE '00' TO WS-LOAD-RESULT
           MOVE 'N' TO WS-CAL-EOF
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = '00'
               MOVE '35' TO WS-LOAD-RESULT
               MOVE 'Y' TO WS-CAL-EOF
           END-IF
           PERFORM UNTIL WS-CAL-EOF = 'Y'
               READ CAL-FILE
                   AT END
                       MOVE 'Y' TO WS-CAL-EOF
                   NOT AT END
                       PERFORM LOAD-ONE-CALENDAR-ROW
               END-READ
           END-PERFORM
           IF WS-CAL-STATUS NOT = '35'
               CLOSE CAL-FILE
           END-IF.

       LOAD-ONE-CALENDAR-ROW.
           IF CAL-DATE NOT > WS-LAST-LOADED-DATE
                   OR WS-CAL-COUNT NOT < WS-CAL-MAX
               MOVE '91' TO WS-LOAD-RESULT
               MOVE 'Y' TO WS-CAL-EOF
           ELSE
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-DATE TO WS-CT-DATE(WS-CAL-COUNT)
               MOVE CAL-DAY-TYPE TO WS-CT-DAY-TYPE(WS-CAL-COUNT)
               MOVE CAL-PERIOD-END TO WS-CT-PERIOD-END(WS-CAL-COUNT)
               MOVE CAL-DATE TO WS-LAST-LOADED-DATE
           END-IF.

       FIND-DATE-INDEX.
           MOVE 'N' TO WS-CAL-FOUND
           MOVE 1 TO WS-CAL-INDEX
           PERFORM UNTIL WS-CAL-INDEX > WS-CAL-COUNT
                   OR WS-CAL-FOUND = 'Y'
               IF WS-CT-DATE(WS-CAL-INDEX) = LS-CAL-DATE
                   MOVE 'Y' TO WS-CAL-FOUND
               ELSE
                   ADD 1 TO WS-CAL-INDEX
               END-IF
           END-PERFORM.

       GET-ONE-DAY.
           PERFORM FIND-DATE-INDEX
           MOVE LS-CAL-DATE TO LS-CAL-RESULT-DATE
           IF WS-CAL-FOUND = 'Y'
               MOVE WS-CT-DAY-TYPE(WS-CAL-INDEX) TO LS-CAL-DAY-TYPE
               MOVE WS-CT-PERIOD-END(WS-CAL-INDEX)
                   TO LS-CAL-PERIOD-END
               MOVE '00' TO LS-CAL-RESULT
           ELSE
               MOVE '23' TO LS-CAL-RESULT
           END-IF.

      *> One step back must land on the row for exactly the day
      *> before; anything else is a hole in the calendar and ends
      *> the walk with '23' naming the missing day.
       STEP-BACK-ONE-DAY.
           COMPUTE WS-PRIOR-INT = FUNCTION INTEGER-OF-DATE(
               WS-CT-DATE(WS-CAL-INDEX)) - 1
           COMPUTE WS-PRIOR-DATE = FUNCTION DATE-OF-INTEGER(
               WS-PRIOR-INT)
           IF WS-CAL-INDEX > 1
               IF WS-CT-DATE(WS-CAL-INDEX - 1) = WS-PRIOR-DATE
                   SUBTRACT 1 FROM WS-CAL-INDEX
               ELSE
                   MOVE 'Y' TO WS-WALK-DONE
               END-IF
           ELSE
               MOVE 'Y' TO WS-WALK-DONE
           END-IF
           IF WS-WALK-DONE = 'Y'
               MOVE WS-PRIOR-DATE TO LS-CAL-RESULT-DATE
               MOVE '23' TO LS-CAL-RESULT
           END-IF.

       FIND-PRIOR-BUSINESS-DAY.
           PERFORM FIND-DATE-INDEX
           IF WS-CAL-FOUND = 'N'
               MOVE LS-CAL-DATE TO LS-CAL-RESULT-DATE
               MOVE '23' TO LS-CAL-RESULT
           ELSE
               MOVE 'N' TO WS-WALK-DONE
               PERFORM UNTIL WS-WALK-DONE = 'Y'
                   PERFORM STEP-BACK-ONE-DAY
                   IF WS-WALK-DONE = 'N'
                       IF WS-CT-DAY-TYPE(WS-CAL-INDEX) = 'W'
                           PERFORM ANSWER-FROM-INDEX
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

      *> A zero day count is taken as one: "keep 0 business days"
      *> would otherwise purge today's own records.
       FIND-BUSINESS-CUTOFF.
           MOVE LS-CAL-DAYS TO WS-WALK-DAYS
           IF WS-WALK-DAYS = 0
               MOVE 1 TO WS-WALK-DAYS
           END-IF
           PERFORM FIND-DATE-INDEX
           IF WS-CAL-FOUND = 'N'
               MOVE LS-CAL-DATE TO LS-CAL-RESULT-DATE
               MOVE '23' TO LS-CAL-RESULT
           ELSE
               MOVE 0 TO WS-WALK-COUNT
               MOVE 'N' TO WS-WALK-DONE
               PERFORM UNTIL WS-WALK-DONE = 'Y'
                   IF WS-CT-DAY-TYPE(WS-CAL-INDEX) = 'W'
                       ADD 1 TO WS-WALK-COUNT
                   END-IF
                   IF WS-WALK-COUNT NOT < WS-WALK-DAYS
                       PERFORM ANSWER-FROM-INDEX
                   ELSE
                       PERFORM STEP-BACK-ONE-DAY
                   END-IF
               END-PERFORM
           END-IF.

       ANSWER-FROM-INDEX.
           MOVE WS-CT-DATE(WS-CAL-INDEX) TO LS-CAL-RESULT-DATE
           MOVE WS-CT-DAY-TYPE(WS-CAL-INDEX) TO LS-CAL-DAY-TYPE
           MOVE WS-CT-PERIOD-END(WS-CAL-INDEX) TO LS-CAL-PERIOD-END
           MOVE '00' TO LS-CAL-RESULT
           MOVE 'Y' TO WS-WALK-DONE.
