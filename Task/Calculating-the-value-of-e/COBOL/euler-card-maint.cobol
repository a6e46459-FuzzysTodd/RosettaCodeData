       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULCRDMT.
      *> Controlled maintenance for the parameter cards that were
      *> only ever hand-punched: the monitor's escalation rules
      *> (EULDGMPM), the housekeeping retention card (EULHSKPM), the
      *> standing study definitions (EULSTUDY) and the driver's mode
      *> card (EULDRVMD) - the one that forces a failed-card rerun.
      *> EULPARMM keeps the EULER parameter card.
      *> The operator signs on with an ID and names the card file;
      *> the ID must hold authority for that file (checked via
      *> EULAUTMG) or the session is refused with 16 and the attempt
      *> logged. Cards are then inquired, changed, added or deleted
      *> one at a time by card number, as 80-column images under a
      *> column ruler, and each image is put through the same edits
      *> its reading program applies before anything is written.
      *> Every change needs a keyed reason, rewrites the whole file,
      *> and goes on the change log (EULCHGLG) with the card image
      *> before and after.
      *> EULHSKPM and EULDRVMD are single-card files: card 1 only.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DGMP-FILE ASSIGN TO "EULDGMPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT HSKP-FILE ASSIGN TO "EULHSKPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT STUDY-FILE ASSIGN TO "EULSTUDY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
           SELECT DRVM-FILE ASSIGN TO "EULDRVMD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CARD-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *> The files are handled as plain card images; the field
      *> layouts are copied into working storage below, where the
      *> edits can see them whether or not a file is open.
       FD  DGMP-FILE.
       01  DGMP-IMAGE                 PIC X(80).
       FD  HSKP-FILE.
       01  HSKP-IMAGE                 PIC X(80).
       FD  STUDY-FILE.
       01  STUDY-IMAGE                PIC X(80).
       FD  DRVM-FILE.
       01  DRVM-IMAGE                 PIC X(80).
       WORKING-STORAGE SECTION.
           01 WS-CARD-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X.
           01 WS-DONE-FLAG PIC X.
           01 WS-EDITS-PASS PIC X.
           01 WS-CONFIRM PIC X.
           01 WS-MESSAGE PIC X(60).
           01 WS-LAYOUT-HINT PIC X(72).
           01 WS-FILE-NAME PIC X(8) VALUE SPACE.
           01 WS-FUNCTION PIC X.
           01 WS-CARD-NUMBER PIC 9(4).
           01 WS-CARD-ENTRY PIC X(80).
           01 WS-CARD-RULER.
              03 FILLER PIC X(40) VALUE
                 '....+....1....+....2....+....3....+....4'.
              03 FILLER PIC X(40) VALUE
                 '....+....5....+....6....+....7....+....8'.
      *> The card file in hand, held whole the way it is written
      *> back. A single-card file holds at most one.
           01 WS-CARD-MAX USAGE UNSIGNED-INT VALUE 200.
           01 WS-CARD-LIMIT USAGE UNSIGNED-INT VALUE 200.
           01 WS-CARD-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-CARD-INDEX USAGE UNSIGNED-INT VALUE 0.
           01 WS-CARD-OVERFLOW PIC X VALUE 'N'.
           01 WS-CARD-TABLE.
              03 WS-CARD-ROW OCCURS 200.
                 05 WS-CR-IMAGE PIC X(80).
           01 WS-CARD-COUNT-DISPLAY PIC ZZZ9.
      *> Field views of the card being edited - the same layouts the
      *> reading programs use.
       COPY "euldgmpm.cpy".
       COPY "eulhskpm.cpy".
       COPY "eulstudy.cpy".
       COPY "euldrvmd.cpy".
           01 WS-EPSILON-NUM USAGE COMPUTATIONAL-2.
           01 WS-DATE-CHECK PIC 9(8).
      *> Authority check and change-log row (via EULAUTMG).
           01 WS-AUTH-ACTION PIC X.
           01 WS-AUTH-OPERATOR PIC X(8) VALUE SPACE.
           01 WS-AUTH-RESOURCE PIC X(8).
           01 WS-AUTH-CHANGE PIC X(8).
           01 WS-AUTH-CARD-NUMBER PIC 9(4).
           01 WS-AUTH-REASON PIC X(40) VALUE SPACE.
           01 WS-AUTH-BEFORE PIC X(80).
           01 WS-AUTH-AFTER PIC X(80).
           01 WS-AUTH-RESULT PIC XX.
       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 5 VALUE
              'EULCRDMT - PARAMETER CARD MAINTENANCE'.
           05 LINE 3 COLUMN 5 VALUE
              'OPERATOR ID (BLANK = EXIT):'.
           05 LINE 3 COLUMN 45 PIC X(8)
              USING WS-AUTH-OPERATOR.
           05 LINE 4 COLUMN 5 VALUE
              'CARD FILE (EULDGMPM/EULHSKPM/EULSTUDY/EULDRVMD):'.
           05 LINE 5 COLUMN 45 PIC X(8)
              USING WS-FILE-NAME.
           05 LINE 7 COLUMN 5 PIC X(60)
              FROM WS-MESSAGE.
       01  CARD-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 5 VALUE
              'EULCRDMT - PARAMETER CARD MAINTENANCE'.
           05 LINE 2 COLUMN 5 VALUE 'CARD FILE:'.
           05 LINE 2 COLUMN 16 PIC X(8)
              FROM WS-FILE-NAME.
           05 LINE 2 COLUMN 30 VALUE 'CARDS ON FILE:'.
           05 LINE 2 COLUMN 45 PIC ZZZ9
              FROM WS-CARD-COUNT-DISPLAY.
           05 LINE 4 COLUMN 5 VALUE
              'FUNCTION (I/C/A/D, BLANK = EXIT):'.
           05 LINE 4 COLUMN 45 PIC X
              USING WS-FUNCTION.
           05 LINE 5 COLUMN 5 VALUE 'CARD NUMBER:'.
           05 LINE 5 COLUMN 45 PIC 9(4)
              USING WS-CARD-NUMBER.
           05 LINE 7 COLUMN 1 PIC X(80)
              FROM WS-CARD-RULER.
           05 LINE 8 COLUMN 1 PIC X(80)
              USING WS-CARD-ENTRY.
           05 LINE 9 COLUMN 1 PIC X(72)
              FROM WS-LAYOUT-HINT.
           05 LINE 11 COLUMN 5 VALUE 'REASON:'.
           05 LINE 11 COLUMN 25 PIC X(40)
              USING WS-AUTH-REASON.
           05 LINE 13 COLUMN 5 PIC X(60)
              FROM WS-MESSAGE.
       01  CONFIRM-SCREEN.
           05 LINE 15 COLUMN 5 VALUE
              'APPLY THIS CHANGE? (Y/N):'.
           05 LINE 15 COLUMN 32 PIC X
              USING WS-CONFIRM.
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE SPACE TO WS-MESSAGE
           ACCEPT SIGNON-SCREEN
           IF WS-AUTH-OPERATOR = SPACE
               STOP RUN
           END-IF
           PERFORM SET-FILE-CONTROLS
           IF WS-AUTH-RESOURCE = SPACE
               DISPLAY 'EULCRDMT: ' WS-FILE-NAME
                   ' IS NOT A CARD FILE THIS SCREEN MAINTAINS'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'C' TO WS-AUTH-ACTION
           PERFORM CALL-AUTHORITY-MANAGER
           IF WS-AUTH-RESULT NOT = '00'
               MOVE 'REFUSED' TO WS-AUTH-CHANGE
               MOVE 0 TO WS-AUTH-CARD-NUMBER
               MOVE SPACE TO WS-AUTH-BEFORE
               MOVE SPACE TO WS-AUTH-AFTER
               MOVE 'L' TO WS-AUTH-ACTION
               PERFORM CALL-AUTHORITY-MANAGER
               DISPLAY 'EULCRDMT: OPERATOR ' WS-AUTH-OPERATOR
                   ' NOT AUTHORIZED TO CHANGE ' WS-FILE-NAME
                   ' - REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CARD-FILE
      *> A file this session cannot hold whole cannot be rewritten
      *> without losing the cards that did not fit.
           IF WS-CARD-OVERFLOW = 'Y'
               DISPLAY 'EULCRDMT: ' WS-FILE-NAME
                   ' HAS MORE CARDS THAN THIS SCREEN HOLDS - '
                   'NOTHING CHANGED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE TO WS-FUNCTION
           MOVE 1 TO WS-CARD-NUMBER
           MOVE SPACE TO WS-CARD-ENTRY
           MOVE 'N' TO WS-DONE-FLAG
           PERFORM UNTIL WS-DONE-FLAG = 'Y'
               MOVE WS-CARD-COUNT TO WS-CARD-COUNT-DISPLAY
               ACCEPT CARD-SCREEN
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

      *> The keyed file name decides the authority resource, the
      *> card limit and the field guide under the image; a name
      *> this screen does not maintain leaves the resource blank.
       SET-FILE-CONTROLS.
           MOVE SPACE TO WS-AUTH-RESOURCE
           MOVE SPACE TO WS-LAYOUT-HINT
           MOVE WS-CARD-MAX TO WS-CARD-LIMIT
           EVALUATE WS-FILE-NAME
               WHEN 'EULDGMPM'
                   MOVE WS-FILE-NAME TO WS-AUTH-RESOURCE
                   STRING 'TYPE(1-8) WINDOW(9-12) TRIP(13-16) '
                       'SEV P/W/I(17) BASIS B/C(18)'
                       DELIMITED BY SIZE INTO WS-LAYOUT-HINT
               WHEN 'EULHSKPM'
                   MOVE WS-FILE-NAME TO WS-AUTH-RESOURCE
                   MOVE 1 TO WS-CARD-LIMIT
                   STRING 'AUDIT DAYS/ARCH(1-5) DIAG(6-10) '
                       'TRACE(11-15) BASIS A/D/T B/C(16-18)'
                       DELIMITED BY SIZE INTO WS-LAYOUT-HINT
               WHEN 'EULSTUDY'
                   MOVE WS-FILE-NAME TO WS-AUTH-RESOURCE
                   STRING 'ACTIVE Y/N(1) TYPE E/D(3) EPSILON(5-22) '
                       'FROM-EXP(24-25) THRU-EXP(27-28)'
                       DELIMITED BY SIZE INTO WS-LAYOUT-HINT
               WHEN 'EULDRVMD'
                   MOVE WS-FILE-NAME TO WS-AUTH-RESOURCE
                   MOVE 1 TO WS-CARD-LIMIT
                   MOVE 'MODE R/F(1) RERUN DATE YYYYMMDD OR BLANK(3-10)'
                       TO WS-LAYOUT-HINT
           END-EVALUATE.

       LOAD-CARD-FILE.
           MOVE 0 TO WS-CARD-COUNT
           MOVE 'N' TO WS-EOF-FLAG
           EVALUATE WS-FILE-NAME
               WHEN 'EULDGMPM'
                   PERFORM LOAD-DGMP-FILE
               WHEN 'EULHSKPM'
                   PERFORM LOAD-HSKP-FILE
               WHEN 'EULSTUDY'
                   PERFORM LOAD-STUDY-FILE
               WHEN 'EULDRVMD'
                   PERFORM LOAD-DRVM-FILE
           END-EVALUATE.

       LOAD-DGMP-FILE.
           OPEN INPUT DGMP-FILE
           IF WS-CARD-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DGMP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DGMP-IMAGE TO WS-CARD-ENTRY
                       PERFORM HOLD-ONE-CARD
               END-READ
           END-PERFORM
           IF WS-CARD-STATUS NOT = '35'
               CLOSE DGMP-FILE
           END-IF.

       LOAD-HSKP-FILE.
           OPEN INPUT HSKP-FILE
           IF WS-CARD-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ HSKP-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE HSKP-IMAGE TO WS-CARD-ENTRY
                       PERFORM HOLD-ONE-CARD
               END-READ
           END-PERFORM
           IF WS-CARD-STATUS NOT = '35'
               CLOSE HSKP-FILE
           END-IF.

       LOAD-STUDY-FILE.
           OPEN INPUT STUDY-FILE
           IF WS-CARD-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ STUDY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE STUDY-IMAGE TO WS-CARD-ENTRY
                       PERFORM HOLD-ONE-CARD
               END-READ
           END-PERFORM
           IF WS-CARD-STATUS NOT = '35'
               CLOSE STUDY-FILE
           END-IF.

       LOAD-DRVM-FILE.
           OPEN INPUT DRVM-FILE
           IF WS-CARD-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DRVM-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DRVM-IMAGE TO WS-CARD-ENTRY
                       PERFORM HOLD-ONE-CARD
               END-READ
           END-PERFORM
           IF WS-CARD-STATUS NOT = '35'
               CLOSE DRVM-FILE
           END-IF.

      *> Only the first card of a single-card file is ever read by
      *> its program; anything past it would be lost on a rewrite
      *> the same as a table overflow, so it is treated as one.
       HOLD-ONE-CARD.
           IF WS-CARD-COUNT < WS-CARD-LIMIT
               ADD 1 TO WS-CARD-COUNT
               MOVE WS-CARD-ENTRY TO WS-CR-IMAGE(WS-CARD-COUNT)
           ELSE
               MOVE 'Y' TO WS-CARD-OVERFLOW
           END-IF.

      *> The first rule broken is the one reported, and nothing
      *> changes until a pass is clean.
       EDIT-ENTRIES.
           MOVE 'Y' TO WS-EDITS-PASS
           MOVE SPACE TO WS-MESSAGE
           EVALUATE TRUE
               WHEN WS-FUNCTION NOT = 'I' AND WS-FUNCTION NOT = 'C'
                       AND WS-FUNCTION NOT = 'A'
                       AND WS-FUNCTION NOT = 'D'
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'FUNCTION MUST BE I, C, A OR D' TO WS-MESSAGE
               WHEN WS-FUNCTION = 'A'
                       AND WS-CARD-COUNT NOT < WS-CARD-LIMIT
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'FILE ALREADY HOLDS ALL THE CARDS IT CAN'
                       TO WS-MESSAGE
               WHEN WS-FUNCTION NOT = 'A'
                       AND (WS-CARD-NUMBER = 0
                       OR WS-CARD-NUMBER > WS-CARD-COUNT)
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'NO CARD WITH THAT NUMBER ON FILE'
                       TO WS-MESSAGE
               WHEN WS-FUNCTION NOT = 'I' AND WS-AUTH-REASON = SPACE
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'KEY A REASON FOR THE CHANGE' TO WS-MESSAGE
               WHEN WS-FUNCTION = 'C' OR WS-FUNCTION = 'A'
                   PERFORM EDIT-CARD-IMAGE
           END-EVALUATE.

      *> Each file's reading program's own rules.
       EDIT-CARD-IMAGE.
           EVALUATE WS-FILE-NAME
               WHEN 'EULDGMPM'
                   PERFORM EDIT-DGMP-CARD
               WHEN 'EULHSKPM'
                   PERFORM EDIT-HSKP-CARD
               WHEN 'EULSTUDY'
                   PERFORM EDIT-STUDY-CARD
               WHEN 'EULDRVMD'
                   PERFORM EDIT-DRVM-CARD
           END-EVALUATE.

       EDIT-DGMP-CARD.
           MOVE WS-CARD-ENTRY TO DGMP-RULE-CARD
           EVALUATE TRUE
               WHEN DGMP-TYPE = SPACE
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'DIAG TYPE IS REQUIRED' TO WS-MESSAGE
               WHEN DGMP-WINDOW-DAYS IS NOT NUMERIC
                       OR DGMP-THRESHOLD IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'WINDOW AND TRIP COUNT MUST BE 4 DIGITS EACH'
                       TO WS-MESSAGE
               WHEN DGMP-SEVERITY NOT = 'P' AND DGMP-SEVERITY NOT = 'W'
                       AND DGMP-SEVERITY NOT = 'I'
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'SEVERITY MUST BE P, W OR I' TO WS-MESSAGE
               WHEN DGMP-DAY-BASIS NOT = SPACE
                       AND DGMP-DAY-BASIS NOT = 'B'
                       AND DGMP-DAY-BASIS NOT = 'C'
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'DAY BASIS MUST BE B, C OR BLANK' TO WS-MESSAGE
           END-EVALUATE.

       EDIT-HSKP-CARD.
           MOVE WS-CARD-ENTRY TO HSKP-PARM-CARD
           EVALUATE TRUE
               WHEN HSKP-AUDIT-DAYS IS NOT NUMERIC
                       OR HSKP-DIAG-DAYS IS NOT NUMERIC
                       OR HSKP-TRACE-DAYS IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'EACH DAY COUNT MUST BE 4 DIGITS' TO WS-MESSAGE
               WHEN HSKP-AUDIT-DAYS = 0 OR HSKP-DIAG-DAYS = 0
                       OR HSKP-TRACE-DAYS = 0
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'A ZERO DAY COUNT WOULD PURGE EVERYTHING'
                       TO WS-MESSAGE
               WHEN (HSKP-AUDIT-ARCHIVE NOT = 'Y'
                       AND HSKP-AUDIT-ARCHIVE NOT = 'N')
                       OR (HSKP-DIAG-ARCHIVE NOT = 'Y'
                       AND HSKP-DIAG-ARCHIVE NOT = 'N')
                       OR (HSKP-TRACE-ARCHIVE NOT = 'Y'
                       AND HSKP-TRACE-ARCHIVE NOT = 'N')
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'EACH ARCHIVE FLAG MUST BE Y OR N' TO WS-MESSAGE
               WHEN (HSKP-AUDIT-BASIS NOT = SPACE
                       AND HSKP-AUDIT-BASIS NOT = 'B'
                       AND HSKP-AUDIT-BASIS NOT = 'C')
                       OR (HSKP-DIAG-BASIS NOT = SPACE
                       AND HSKP-DIAG-BASIS NOT = 'B'
                       AND HSKP-DIAG-BASIS NOT = 'C')
                       OR (HSKP-TRACE-BASIS NOT = SPACE
                       AND HSKP-TRACE-BASIS NOT = 'B'
                       AND HSKP-TRACE-BASIS NOT = 'C')
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'EACH DAY BASIS MUST BE B, C OR BLANK'
                       TO WS-MESSAGE
           END-EVALUATE.

      *> The sweep builder's rules: an explicit tolerance must parse
      *> into (0, 0.1], a decade sweep must run 1.0E-01..1.0E-18
      *> from the larger tolerance down. A parked card ('N') still
      *> has to be a good card - it is parked to be unparked.
       EDIT-STUDY-CARD.
           MOVE WS-CARD-ENTRY TO STUDY-CARD
           EVALUATE TRUE
               WHEN STUDY-ACTIVE NOT = 'Y' AND STUDY-ACTIVE NOT = 'N'
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'ACTIVE FLAG MUST BE Y OR N' TO WS-MESSAGE
               WHEN STUDY-TYPE = 'E'
                   PERFORM EDIT-STUDY-EXPLICIT
               WHEN STUDY-TYPE = 'D'
                   PERFORM EDIT-STUDY-DECADE
               WHEN OTHER
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'STUDY TYPE MUST BE E OR D' TO WS-MESSAGE
           END-EVALUATE.

       EDIT-STUDY-EXPLICIT.
           IF STUDY-EPSILON = SPACE
               MOVE 'N' TO WS-EDITS-PASS
               MOVE 'AN EXPLICIT STUDY NEEDS A TOLERANCE' TO WS-MESSAGE
           ELSE
               COMPUTE WS-EPSILON-NUM =
                   FUNCTION NUMVAL-F(STUDY-EPSILON)
               IF WS-EPSILON-NUM <= 0 OR WS-EPSILON-NUM > 0.1
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'TOLERANCE MUST PARSE TO A VALUE IN (0, 0.1]'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       EDIT-STUDY-DECADE.
           IF STUDY-FROM-EXP IS NOT NUMERIC
                   OR STUDY-THRU-EXP IS NOT NUMERIC
               MOVE 'N' TO WS-EDITS-PASS
               MOVE 'FROM AND THRU EXPONENTS MUST BE 2 DIGITS EACH'
                   TO WS-MESSAGE
           ELSE
               IF STUDY-FROM-EXP < 1 OR STUDY-THRU-EXP > 18
                       OR STUDY-FROM-EXP > STUDY-THRU-EXP
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'EXPONENTS MUST RUN 01..18 WITH FROM <= THRU'
                       TO WS-MESSAGE
               END-IF
           END-IF.

       EDIT-DRVM-CARD.
           MOVE WS-CARD-ENTRY TO DRVM-MODE-CARD
           EVALUATE TRUE
               WHEN DRVM-MODE NOT = 'R' AND DRVM-MODE NOT = 'F'
                       AND DRVM-MODE NOT = SPACE
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'MODE MUST BE R, F OR BLANK' TO WS-MESSAGE
               WHEN DRVM-RERUN-DATE = SPACE
                   CONTINUE
               WHEN DRVM-RERUN-DATE IS NOT NUMERIC
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'RERUN DATE MUST BE YYYYMMDD OR BLANK'
                       TO WS-MESSAGE
               WHEN OTHER
                   MOVE DRVM-RERUN-DATE TO WS-DATE-CHECK
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK)
                           NOT = 0
                       MOVE 'N' TO WS-EDITS-PASS
                       MOVE 'RERUN DATE IS NOT A REAL DATE'
                           TO WS-MESSAGE
                   END-IF
           END-EVALUATE.

       CARRY-OUT-FUNCTION.
           IF WS-FUNCTION = 'I'
               MOVE WS-CR-IMAGE(WS-CARD-NUMBER) TO WS-CARD-ENTRY
               MOVE 'CARD SHOWN AS ON FILE' TO WS-MESSAGE
           ELSE
               MOVE 'N' TO WS-CONFIRM
               DISPLAY CARD-SCREEN
               ACCEPT CONFIRM-SCREEN
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM APPLY-CARD-CHANGE
                   PERFORM WRITE-CARD-FILE
                   MOVE 'L' TO WS-AUTH-ACTION
                   PERFORM CALL-AUTHORITY-MANAGER
                   MOVE SPACE TO WS-AUTH-REASON
               ELSE
                   MOVE 'CHANGE NOT APPLIED' TO WS-MESSAGE
               END-IF
           END-IF.

      *> Stages the change-log row's images and card number while
      *> making the change in the table; a deleted card closes up
      *> the gap so the file is rewritten without it.
       APPLY-CARD-CHANGE.
           EVALUATE WS-FUNCTION
               WHEN 'C'
                   MOVE 'CHANGE' TO WS-AUTH-CHANGE
                   MOVE WS-CARD-NUMBER TO WS-AUTH-CARD-NUMBER
                   MOVE WS-CR-IMAGE(WS-CARD-NUMBER) TO WS-AUTH-BEFORE
                   MOVE WS-CARD-ENTRY TO WS-AUTH-AFTER
                   MOVE WS-CARD-ENTRY TO WS-CR-IMAGE(WS-CARD-NUMBER)
                   MOVE 'CARD CHANGED' TO WS-MESSAGE
               WHEN 'A'
                   ADD 1 TO WS-CARD-COUNT
                   MOVE 'ADD' TO WS-AUTH-CHANGE
                   MOVE WS-CARD-COUNT TO WS-AUTH-CARD-NUMBER
                   MOVE WS-CARD-COUNT TO WS-CARD-NUMBER
                   MOVE SPACE TO WS-AUTH-BEFORE
                   MOVE WS-CARD-ENTRY TO WS-AUTH-AFTER
                   MOVE WS-CARD-ENTRY TO WS-CR-IMAGE(WS-CARD-COUNT)
                   MOVE 'CARD ADDED AT THE END OF THE FILE'
                       TO WS-MESSAGE
               WHEN 'D'
                   MOVE 'DELETE' TO WS-AUTH-CHANGE
                   MOVE WS-CARD-NUMBER TO WS-AUTH-CARD-NUMBER
                   MOVE WS-CR-IMAGE(WS-CARD-NUMBER) TO WS-AUTH-BEFORE
                   MOVE SPACE TO WS-AUTH-AFTER
                   MOVE WS-CARD-NUMBER TO WS-CARD-INDEX
                   PERFORM UNTIL WS-CARD-INDEX NOT < WS-CARD-COUNT
                       MOVE WS-CR-IMAGE(WS-CARD-INDEX + 1)
                           TO WS-CR-IMAGE(WS-CARD-INDEX)
                       ADD 1 TO WS-CARD-INDEX
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CARD-COUNT
                   MOVE SPACE TO WS-CARD-ENTRY
                   MOVE 'CARD DELETED' TO WS-MESSAGE
           END-EVALUATE.

       WRITE-CARD-FILE.
           EVALUATE WS-FILE-NAME
               WHEN 'EULDGMPM'
                   OPEN OUTPUT DGMP-FILE
                   PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
                           UNTIL WS-CARD-INDEX > WS-CARD-COUNT
                       WRITE DGMP-IMAGE FROM WS-CR-IMAGE(WS-CARD-INDEX)
                   END-PERFORM
                   CLOSE DGMP-FILE
               WHEN 'EULHSKPM'
                   OPEN OUTPUT HSKP-FILE
                   PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
                           UNTIL WS-CARD-INDEX > WS-CARD-COUNT
                       WRITE HSKP-IMAGE FROM WS-CR-IMAGE(WS-CARD-INDEX)
                   END-PERFORM
                   CLOSE HSKP-FILE
               WHEN 'EULSTUDY'
                   OPEN OUTPUT STUDY-FILE
                   PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
                           UNTIL WS-CARD-INDEX > WS-CARD-COUNT
                       WRITE STUDY-IMAGE FROM WS-CR-IMAGE(WS-CARD-INDEX)
                   END-PERFORM
                   CLOSE STUDY-FILE
               WHEN 'EULDRVMD'
                   OPEN OUTPUT DRVM-FILE
                   PERFORM VARYING WS-CARD-INDEX FROM 1 BY 1
                           UNTIL WS-CARD-INDEX > WS-CARD-COUNT
                       WRITE DRVM-IMAGE FROM WS-CR-IMAGE(WS-CARD-INDEX)
                   END-PERFORM
                   CLOSE DRVM-FILE
           END-EVALUATE.

       CALL-AUTHORITY-MANAGER.
           CALL 'EULAUTMG' USING WS-AUTH-ACTION WS-AUTH-OPERATOR
               WS-AUTH-RESOURCE WS-AUTH-CHANGE WS-AUTH-CARD-NUMBER
               WS-AUTH-REASON WS-AUTH-BEFORE WS-AUTH-AFTER
               WS-AUTH-RESULT
           END-CALL.
