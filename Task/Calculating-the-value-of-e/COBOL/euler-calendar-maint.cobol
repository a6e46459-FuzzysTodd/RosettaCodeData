       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULCALMT.
      *> Interactive maintenance for the EULCALND business calendar
      *> that EULCALMG answers from, so holidays, shutdown weeks and
      *> period-end days are keyed through the same edits every
      *> time instead of hand-edited into a file the night driver
      *> now refuses to run without.
      *> Functions:
      *>   I  inquire - show the row on file for the date keyed.
      *>   M  maintain - add or replace the row for one date with
      *>      the day type, period-end flag and description keyed.
      *>   G  generate - add a row for every date FROM..THRU that is
      *>      not yet on the calendar: Monday to Friday working,
      *>      Saturday and Sunday non-working, and the last working
      *>      day of each month marked period-end. Rows already on
      *>      file are never touched, so generating next year does
      *>      not undo the holidays keyed for it; holidays are then
      *>      keyed one date at a time with M.
      *> Every confirmed change rewrites the whole calendar in date
      *> order (EULCALMG refuses a calendar out of order) and
      *> stamps the rows it touched with the operator and time.
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
           01 WS-CAL-EOF PIC X.
           01 WS-CAL-BAD PIC X VALUE 'N'.
           01 WS-DONE-FLAG PIC X.
           01 WS-EDITS-PASS PIC X.
           01 WS-CONFIRM PIC X.
           01 WS-MESSAGE PIC X(60).
           01 WS-ON-FILE-DISPLAY PIC X(60).
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-TIMESTAMP PIC 9(14).
      *> Screen entries.
           01 WS-OPERATOR-ID PIC X(8).
           01 WS-FUNCTION PIC X.
           01 WS-FROM-DATE PIC 9(8).
           01 WS-THRU-DATE PIC 9(8).
           01 WS-DAY-TYPE-ENTRY PIC X.
           01 WS-PERIOD-END-ENTRY PIC X.
           01 WS-DESCRIPTION-ENTRY PIC X(30).
      *> The whole calendar, held in date order the way it is
      *> written back. Same ceiling as EULCALMG's table, so nothing
      *> this screen writes is too long for the manager to load.
           01 WS-CAL-MAX USAGE UNSIGNED-INT VALUE 4000.
           01 WS-CAL-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-CAL-INDEX USAGE UNSIGNED-INT VALUE 0.
           01 WS-MOVE-INDEX USAGE UNSIGNED-INT VALUE 0.
           01 WS-CAL-TABLE.
               03 WS-CT-ENTRY OCCURS 4000 TIMES.
                   05 WS-CT-DATE PIC 9(8).
                   05 WS-CT-DAY-TYPE PIC X.
                   05 WS-CT-PERIOD-END PIC X.
                   05 WS-CT-DESCRIPTION PIC X(30).
                   05 WS-CT-CHANGED-TS PIC 9(14).
                   05 WS-CT-OPERATOR PIC X(8).
           01 WS-CAL-FOUND PIC X.
           01 WS-FIND-DATE PIC 9(8).
      *> Staging for the row being added or replaced.
           01 WS-NEW-DATE PIC 9(8).
           01 WS-NEW-DAY-TYPE PIC X.
           01 WS-NEW-PERIOD-END PIC X.
           01 WS-NEW-DESCRIPTION PIC X(30).
      *> Generate walk. Day-of-week comes from the integer date:
      *> day 1 (1601-01-01) was a Monday, so MOD(day - 1, 7) is
      *> 0 Monday through 6 Sunday.
           01 WS-GEN-LIMIT PIC 9(4) VALUE 0400.
           01 WS-GEN-INT PIC 9(9).
           01 WS-GEN-THRU-INT PIC 9(9).
           01 WS-GEN-DATE PIC 9(8).
           01 WS-GEN-WEEKDAY PIC 9.
           01 WS-GEN-ADDED PIC 9(4).
           01 WS-GEN-LAST-WORK-DAY PIC 9(8).
           01 WS-GEN-NEXT-DATE PIC 9(8).
           01 WS-GEN-ADDED-DISPLAY PIC ZZZ9.
       SCREEN SECTION.
       01  CALENDAR-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 5 VALUE
              'EULCALMT - BUSINESS CALENDAR MAINTENANCE'.
           05 LINE 3 COLUMN 5 VALUE 'OPERATOR ID:'.
           05 LINE 3 COLUMN 45 PIC X(8)
              USING WS-OPERATOR-ID.
           05 LINE 4 COLUMN 5 VALUE
              'FUNCTION (I/M/G, BLANK = EXIT):'.
           05 LINE 4 COLUMN 45 PIC X
              USING WS-FUNCTION.
           05 LINE 6 COLUMN 5 VALUE 'DATE / FROM DATE (YYYYMMDD):'.
           05 LINE 6 COLUMN 45 PIC 9(8)
              USING WS-FROM-DATE.
           05 LINE 7 COLUMN 5 VALUE 'THRU DATE (GENERATE ONLY):'.
           05 LINE 7 COLUMN 45 PIC 9(8)
              USING WS-THRU-DATE.
           05 LINE 9 COLUMN 5 VALUE
              'DAY TYPE (W WORK, H HOLIDAY, N NON-WORK):'.
           05 LINE 9 COLUMN 50 PIC X
              USING WS-DAY-TYPE-ENTRY.
           05 LINE 10 COLUMN 5 VALUE 'PERIOD END (Y/N):'.
           05 LINE 10 COLUMN 50 PIC X
              USING WS-PERIOD-END-ENTRY.
           05 LINE 11 COLUMN 5 VALUE 'DESCRIPTION:'.
           05 LINE 11 COLUMN 20 PIC X(30)
              USING WS-DESCRIPTION-ENTRY.
           05 LINE 13 COLUMN 5 PIC X(60)
              FROM WS-ON-FILE-DISPLAY.
           05 LINE 15 COLUMN 5 PIC X(60)
              FROM WS-MESSAGE.
       01  CONFIRM-SCREEN.
           05 LINE 17 COLUMN 5 VALUE
              'APPLY THIS CHANGE? (Y/N):'.
           05 LINE 17 COLUMN 32 PIC X
              USING WS-CONFIRM.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM LOAD-CALENDAR
           MOVE SPACE TO WS-OPERATOR-ID
           MOVE SPACE TO WS-FUNCTION
           MOVE 0 TO WS-FROM-DATE
           MOVE 0 TO WS-THRU-DATE
           MOVE SPACE TO WS-DAY-TYPE-ENTRY
           MOVE SPACE TO WS-PERIOD-END-ENTRY
           MOVE SPACE TO WS-DESCRIPTION-ENTRY
           MOVE SPACE TO WS-ON-FILE-DISPLAY
           MOVE SPACE TO WS-MESSAGE
           IF WS-CAL-BAD = 'Y'
               MOVE 'CALENDAR ON FILE IS OUT OF DATE ORDER OR TOO LONG'
                   TO WS-MESSAGE
           END-IF
           MOVE 'N' TO WS-DONE-FLAG
           PERFORM UNTIL WS-DONE-FLAG = 'Y'
               ACCEPT CALENDAR-SCREEN
               IF WS-FUNCTION = SPACE
                   MOVE 'Y' TO WS-DONE-FLAG
               ELSE
                   PERFORM EDIT-ENTRIES
                   IF WS-EDITS-PASS = 'Y'
                       PERFORM CARRY-OUT-FUNCTION
                   END-IF
               END-IF
           END-PERFORM
           STOP RUN.

      *> A calendar that is already out of order (hand-edited) or
      *> longer than the table is loaded no further than the first
      *> bad row and flagged; nothing is written back over it
      *> from this screen until it has been put right, because a
      *> rewrite would drop the rows that did not load.
       LOAD-CALENDAR.
           MOVE 0 TO WS-CAL-COUNT
           MOVE 'N' TO WS-CAL-EOF
           OPEN INPUT CAL-FILE
           IF WS-CAL-STATUS NOT = '00'
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
           IF WS-CAL-COUNT NOT < WS-CAL-MAX
               MOVE 'Y' TO WS-CAL-BAD
           ELSE
               IF WS-CAL-COUNT > 0
                   IF CAL-DATE NOT > WS-CT-DATE(WS-CAL-COUNT)
                       MOVE 'Y' TO WS-CAL-BAD
                   END-IF
               END-IF
           END-IF
           IF WS-CAL-BAD = 'Y'
               MOVE 'Y' TO WS-CAL-EOF
           ELSE
               ADD 1 TO WS-CAL-COUNT
               MOVE CAL-DATE TO WS-CT-DATE(WS-CAL-COUNT)
               MOVE CAL-DAY-TYPE TO WS-CT-DAY-TYPE(WS-CAL-COUNT)
               MOVE CAL-PERIOD-END TO WS-CT-PERIOD-END(WS-CAL-COUNT)
               MOVE CAL-DESCRIPTION
                   TO WS-CT-DESCRIPTION(WS-CAL-COUNT)
               MOVE CAL-CHANGED-TS TO WS-CT-CHANGED-TS(WS-CAL-COUNT)
               MOVE CAL-OPERATOR TO WS-CT-OPERATOR(WS-CAL-COUNT)
           END-IF.

      *> The first rule broken is the one reported, and nothing
      *> changes until a pass is clean.
       EDIT-ENTRIES.
           MOVE 'Y' TO WS-EDITS-PASS
           MOVE SPACE TO WS-MESSAGE
           MOVE SPACE TO WS-ON-FILE-DISPLAY
           EVALUATE TRUE
               WHEN WS-FUNCTION NOT = 'I' AND WS-FUNCTION NOT = 'M'
                       AND WS-FUNCTION NOT = 'G'
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'FUNCTION MUST BE I, M OR G' TO WS-MESSAGE
               WHEN FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = 0
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'DATE IS NOT A REAL YYYYMMDD DATE' TO WS-MESSAGE
               WHEN WS-FUNCTION NOT = 'I' AND WS-OPERATOR-ID = SPACE
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'OPERATOR ID IS REQUIRED FOR A CHANGE'
                       TO WS-MESSAGE
               WHEN WS-FUNCTION NOT = 'I' AND WS-CAL-BAD = 'Y'
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'CALENDAR ON FILE MUST BE REPAIRED FIRST'
                       TO WS-MESSAGE
               WHEN WS-FUNCTION = 'M'
                   PERFORM EDIT-MAINTAIN-ENTRIES
               WHEN WS-FUNCTION = 'G'
                   PERFORM EDIT-GENERATE-ENTRIES
           END-EVALUATE.

       EDIT-MAINTAIN-ENTRIES.
           EVALUATE TRUE
               WHEN WS-DAY-TYPE-ENTRY NOT = 'W'
                       AND WS-DAY-TYPE-ENTRY NOT = 'H'
                       AND WS-DAY-TYPE-ENTRY NOT = 'N'
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'DAY TYPE MUST BE W, H OR N' TO WS-MESSAGE
               WHEN WS-PERIOD-END-ENTRY NOT = 'Y'
                       AND WS-PERIOD-END-ENTRY NOT = 'N'
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'PERIOD END MUST BE Y OR N' TO WS-MESSAGE
               WHEN WS-PERIOD-END-ENTRY = 'Y'
                       AND WS-DAY-TYPE-ENTRY NOT = 'W'
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'ONLY A WORKING DAY CAN BE A PERIOD END'
                       TO WS-MESSAGE
           END-EVALUATE.

      *> A generated range is bounded so a keying slip in a year
      *> cannot fill the table with centuries of weekdays.
       EDIT-GENERATE-ENTRIES.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-THRU-DATE) NOT = 0
               MOVE 'N' TO WS-EDITS-PASS
               MOVE 'THRU DATE IS NOT A REAL YYYYMMDD DATE'
                   TO WS-MESSAGE
           ELSE
               COMPUTE WS-GEN-INT =
                   FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
               COMPUTE WS-GEN-THRU-INT =
                   FUNCTION INTEGER-OF-DATE(WS-THRU-DATE)
               IF WS-GEN-THRU-INT < WS-GEN-INT
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'THRU DATE IS BEFORE FROM DATE' TO WS-MESSAGE
               ELSE
                   IF WS-GEN-THRU-INT - WS-GEN-INT NOT < WS-GEN-LIMIT
                       MOVE 'N' TO WS-EDITS-PASS
                       MOVE 'GENERATE AT MOST 400 DAYS AT A TIME'
                           TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF.

       CARRY-OUT-FUNCTION.
           MOVE WS-FROM-DATE TO WS-FIND-DATE
           PERFORM FIND-CALENDAR-ROW
           PERFORM SHOW-ROW-ON-FILE
           IF WS-FUNCTION NOT = 'I'
               MOVE 'N' TO WS-CONFIRM
               DISPLAY CALENDAR-SCREEN
               ACCEPT CONFIRM-SCREEN
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
                   MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
                   IF WS-FUNCTION = 'M'
                       PERFORM APPLY-MAINTAINED-ROW
                   ELSE
                       PERFORM GENERATE-RANGE
                   END-IF
                   PERFORM WRITE-CALENDAR
               ELSE
                   MOVE 'CHANGE NOT APPLIED' TO WS-MESSAGE
               END-IF
           END-IF.

      *> Leaves WS-CAL-INDEX on the row for WS-FIND-DATE when found,
      *> otherwise on the row the date would be inserted in front
      *> of (one past the end when it sorts last).
       FIND-CALENDAR-ROW.
           MOVE 'N' TO WS-CAL-FOUND
           MOVE 1 TO WS-CAL-INDEX
           PERFORM UNTIL WS-CAL-INDEX > WS-CAL-COUNT
                   OR WS-CT-DATE(WS-CAL-INDEX) NOT < WS-FIND-DATE
               ADD 1 TO WS-CAL-INDEX
           END-PERFORM
           IF WS-CAL-INDEX NOT > WS-CAL-COUNT
               IF WS-CT-DATE(WS-CAL-INDEX) = WS-FIND-DATE
                   MOVE 'Y' TO WS-CAL-FOUND
               END-IF
           END-IF.

       SHOW-ROW-ON-FILE.
           IF WS-CAL-FOUND = 'Y'
               STRING 'ON FILE: TYPE ' DELIMITED BY SIZE
                   WS-CT-DAY-TYPE(WS-CAL-INDEX) DELIMITED BY SIZE
                   '  PERIOD END ' DELIMITED BY SIZE
                   WS-CT-PERIOD-END(WS-CAL-INDEX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   WS-CT-DESCRIPTION(WS-CAL-INDEX) DELIMITED BY SIZE
                   INTO WS-ON-FILE-DISPLAY
               END-STRING
           ELSE
               MOVE 'ON FILE: DATE IS NOT ON THE CALENDAR'
                   TO WS-ON-FILE-DISPLAY
           END-IF.

       APPLY-MAINTAINED-ROW.
           MOVE WS-FROM-DATE TO WS-NEW-DATE
           MOVE WS-DAY-TYPE-ENTRY TO WS-NEW-DAY-TYPE
           MOVE WS-PERIOD-END-ENTRY TO WS-NEW-PERIOD-END
           MOVE WS-DESCRIPTION-ENTRY TO WS-NEW-DESCRIPTION
           IF WS-CAL-FOUND = 'Y'
               PERFORM STORE-NEW-ROW
               MOVE 'CALENDAR ROW REPLACED' TO WS-MESSAGE
           ELSE
               PERFORM INSERT-NEW-ROW
               IF WS-EDITS-PASS = 'Y'
                   MOVE 'CALENDAR ROW ADDED' TO WS-MESSAGE
               END-IF
           END-IF.

      *> Opens a slot at WS-CAL-INDEX by moving every later row
      *> down one; a full table refuses the row instead.
       INSERT-NEW-ROW.
           IF WS-CAL-COUNT NOT < WS-CAL-MAX
               MOVE 'N' TO WS-EDITS-PASS
               MOVE 'CALENDAR IS FULL - ROW NOT ADDED' TO WS-MESSAGE
           ELSE
               MOVE WS-CAL-COUNT TO WS-MOVE-INDEX
               PERFORM UNTIL WS-MOVE-INDEX < WS-CAL-INDEX
                   MOVE WS-CT-ENTRY(WS-MOVE-INDEX)
                       TO WS-CT-ENTRY(WS-MOVE-INDEX + 1)
                   SUBTRACT 1 FROM WS-MOVE-INDEX
               END-PERFORM
               ADD 1 TO WS-CAL-COUNT
               PERFORM STORE-NEW-ROW
           END-IF.

       STORE-NEW-ROW.
           MOVE WS-NEW-DATE TO WS-CT-DATE(WS-CAL-INDEX)
           MOVE WS-NEW-DAY-TYPE TO WS-CT-DAY-TYPE(WS-CAL-INDEX)
           MOVE WS-NEW-PERIOD-END TO WS-CT-PERIOD-END(WS-CAL-INDEX)
           MOVE WS-NEW-DESCRIPTION TO WS-CT-DESCRIPTION(WS-CAL-INDEX)
           MOVE WS-RUN-TIMESTAMP TO WS-CT-CHANGED-TS(WS-CAL-INDEX)
           MOVE WS-OPERATOR-ID TO WS-CT-OPERATOR(WS-CAL-INDEX).

      *> Weekday/weekend by day of week; the period-end flag goes on
      *> the last Monday-to-Friday date of each month, found by
      *> remembering the latest working day generated and marking it
      *> when the next date starts a new month. A month whose last
      *> working day is already on file (or falls after THRU) gets
      *> no generated period end - that one is keyed with M.
       GENERATE-RANGE.
           MOVE 0 TO WS-GEN-ADDED
           MOVE 0 TO WS-GEN-LAST-WORK-DAY
           COMPUTE WS-GEN-INT = FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           PERFORM UNTIL WS-GEN-INT > WS-GEN-THRU-INT
                   OR WS-EDITS-PASS = 'N'
               COMPUTE WS-GEN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-GEN-INT)
               PERFORM GENERATE-ONE-DATE
               ADD 1 TO WS-GEN-INT
               COMPUTE WS-GEN-NEXT-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-GEN-INT)
               IF WS-GEN-NEXT-DATE(5:2) NOT = WS-GEN-DATE(5:2)
                   PERFORM MARK-GENERATED-PERIOD-END
               END-IF
           END-PERFORM
           MOVE WS-GEN-ADDED TO WS-GEN-ADDED-DISPLAY
           IF WS-EDITS-PASS = 'Y'
               STRING 'CALENDAR ROWS GENERATED: ' DELIMITED BY SIZE
                   WS-GEN-ADDED-DISPLAY DELIMITED BY SIZE
                   INTO WS-MESSAGE
               END-STRING
           END-IF.

       GENERATE-ONE-DATE.
           MOVE WS-GEN-DATE TO WS-FIND-DATE
           PERFORM FIND-CALENDAR-ROW
           IF WS-CAL-FOUND = 'N'
               COMPUTE WS-GEN-WEEKDAY =
                   FUNCTION MOD(WS-GEN-INT - 1, 7)
               MOVE WS-GEN-DATE TO WS-NEW-DATE
               MOVE 'N' TO WS-NEW-PERIOD-END
               IF WS-GEN-WEEKDAY < 5
                   MOVE 'W' TO WS-NEW-DAY-TYPE
                   MOVE 'WORKING DAY' TO WS-NEW-DESCRIPTION
               ELSE
                   MOVE 'N' TO WS-NEW-DAY-TYPE
                   MOVE 'WEEKEND' TO WS-NEW-DESCRIPTION
               END-IF
               PERFORM INSERT-NEW-ROW
               IF WS-EDITS-PASS = 'Y'
                   ADD 1 TO WS-GEN-ADDED
                   IF WS-GEN-WEEKDAY < 5
                       MOVE WS-GEN-DATE TO WS-GEN-LAST-WORK-DAY
                   END-IF
               END-IF
           ELSE
               IF WS-CT-DAY-TYPE(WS-CAL-INDEX) = 'W'
                   MOVE 0 TO WS-GEN-LAST-WORK-DAY
               END-IF
           END-IF.

       MARK-GENERATED-PERIOD-END.
           IF WS-GEN-LAST-WORK-DAY NOT = 0
               MOVE WS-GEN-LAST-WORK-DAY TO WS-FIND-DATE
               PERFORM FIND-CALENDAR-ROW
               IF WS-CAL-FOUND = 'Y'
                   MOVE 'Y' TO WS-CT-PERIOD-END(WS-CAL-INDEX)
                   MOVE 'PERIOD END' TO WS-CT-DESCRIPTION(WS-CAL-INDEX)
               END-IF
           END-IF
           MOVE 0 TO WS-GEN-LAST-WORK-DAY.

       WRITE-CALENDAR.
           OPEN OUTPUT CAL-FILE
           MOVE SPACE TO CAL-SEP-1
           MOVE SPACE TO CAL-SEP-2
           MOVE SPACE TO CAL-SEP-3
           MOVE SPACE TO CAL-SEP-4
           MOVE SPACE TO CAL-SEP-5
           PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1
                   UNTIL WS-CAL-INDEX > WS-CAL-COUNT
               MOVE WS-CT-DATE(WS-CAL-INDEX) TO CAL-DATE
               MOVE WS-CT-DAY-TYPE(WS-CAL-INDEX) TO CAL-DAY-TYPE
               MOVE WS-CT-PERIOD-END(WS-CAL-INDEX) TO CAL-PERIOD-END
               MOVE WS-CT-DESCRIPTION(WS-CAL-INDEX) TO CAL-DESCRIPTION
               MOVE WS-CT-CHANGED-TS(WS-CAL-INDEX) TO CAL-CHANGED-TS
               MOVE WS-CT-OPERATOR(WS-CAL-INDEX) TO CAL-OPERATOR
               WRITE CAL-RECORD
           END-PERFORM
           CLOSE CAL-FILE.
