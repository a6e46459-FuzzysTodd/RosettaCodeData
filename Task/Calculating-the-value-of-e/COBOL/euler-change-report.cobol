       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULCHGRP.
      *> Change sign-off report over the change log (EULCHGLG,
      *> eulchglg.cpy) that EULAUTMG writes for EULPARMM, EULCRDMT
      *> and EULRLKRS: every change to a controlled card, every
      *> cleared run lock and every refused attempt in the period,
      *> with who did it, when, the card number and the keyed
      *> reason, and the card image before and after - then counts
      *> by action and the sign-off lines for the shift supervisor,
      *> who signs the printed copy as having reviewed each one.
      *> The period is read from the EULCHGPM card (eulchgpm.cpy),
      *> defaulting to the seven days ending on the run date. A
      *> date that is not a real YYYYMMDD, or a FROM after the THRU,
      *> is refused with 16 and nothing is printed.
      *> Return code: 0 reported, 4 reported with at least one
      *> refused attempt in the period (the supervisor should know
      *> before signing), 16 refused.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGP-PARM-FILE ASSIGN TO "EULCHGPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CHLG-FILE ASSIGN TO "EULCHGLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHLG-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EULCHGRR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CHGP-PARM-FILE.
       COPY "eulchgpm.cpy".
       FD  CHLG-FILE.
       COPY "eulchglg.cpy".
       FD  PRINT-FILE.
       01  PRINT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC XX.
           01 WS-CHLG-STATUS PIC XX.
           01 WS-PRINT-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC X(8).
           01 WS-RUN-DATE-NUM PIC 9(8).
           01 WS-FROM-DATE PIC X(8) VALUE SPACE.
           01 WS-THRU-DATE PIC X(8) VALUE SPACE.
           01 WS-DATE-CHECK PIC 9(8).
           01 WS-DATE-INT PIC 9(9).
           01 WS-ROW-DATE PIC X(8).
      *> Counts by action for the period; anything the log does not
      *> normally carry is counted as other rather than dropped.
           01 WS-ROWS-LISTED PIC 9(9) VALUE 0.
           01 WS-CHANGE-ROWS PIC 9(9) VALUE 0.
           01 WS-ADD-ROWS PIC 9(9) VALUE 0.
           01 WS-DELETE-ROWS PIC 9(9) VALUE 0.
           01 WS-CLEAR-ROWS PIC 9(9) VALUE 0.
           01 WS-REFUSED-ROWS PIC 9(9) VALUE 0.
           01 WS-OTHER-ROWS PIC 9(9) VALUE 0.
           01 WS-LINE-COUNT PIC 9(4) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(4) VALUE 0.
           01 WS-PAGE-LIMIT PIC 9(4) VALUE 55.
           01 WS-HEADING-LINE-1.
              03 FILLER PIC X(38) VALUE
                 'EULCHGRP - CONTROLLED CHANGE SIGN-OFF'.
              03 FILLER PIC X(76) VALUE SPACE.
              03 FILLER PIC X(6) VALUE 'PAGE: '.
              03 WS-HDG-PAGE PIC ZZZ9.
           01 WS-HEADING-LINE-2.
              03 FILLER PIC X(8) VALUE 'PERIOD: '.
              03 WS-HDG-FROM PIC X(8).
              03 FILLER PIC X(6) VALUE ' THRU '.
              03 WS-HDG-THRU PIC X(8).
              03 FILLER PIC X(12) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'RUN DATE: '.
              03 WS-HDG-RUN-DATE PIC X(8).
           01 WS-COLUMN-HEADING.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(16) VALUE 'TIMESTAMP'.
              03 FILLER PIC X(10) VALUE 'OPERATOR'.
              03 FILLER PIC X(10) VALUE 'RESOURCE'.
              03 FILLER PIC X(10) VALUE 'ACTION'.
              03 FILLER PIC X(6) VALUE 'CARD'.
              03 FILLER PIC X(40) VALUE 'REASON'.
           01 WS-DETAIL-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DL-TIMESTAMP PIC 9(14).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DL-OPERATOR PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DL-RESOURCE PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DL-ACTION PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DL-CARD PIC ZZZ9.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-DL-REASON PIC X(40).
           01 WS-IMAGE-LINE.
              03 FILLER PIC X(6) VALUE SPACE.
              03 WS-IL-LABEL PIC X(8).
              03 WS-IL-IMAGE PIC X(80).
           01 WS-COUNT-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-CNT-LABEL PIC X(34).
              03 WS-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
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
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM
           PERFORM READ-REPORT-PARAMETERS
           PERFORM PROVE-REPORT-PERIOD
           MOVE WS-FROM-DATE TO WS-HDG-FROM
           MOVE WS-THRU-DATE TO WS-HDG-THRU
           OPEN OUTPUT PRINT-FILE
           PERFORM LIST-CHANGE-LOG
           PERFORM PRINT-CONTROL-COUNTS
           PERFORM PRINT-SIGNOFF-LINES
           CLOSE PRINT-FILE
           IF WS-REFUSED-ROWS > 0
               DISPLAY 'EULCHGRP: ' WS-REFUSED-ROWS
                   ' REFUSED ATTEMPT(S) IN THE PERIOD'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      *> Period from the card; a missing card or blank/zero date
      *> takes the weekly default.
       READ-REPORT-PARAMETERS.
           OPEN INPUT CHGP-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ CHGP-PARM-FILE
                   NOT AT END
                       MOVE CHGP-FROM-DATE TO WS-FROM-DATE
                       MOVE CHGP-THRU-DATE TO WS-THRU-DATE
               END-READ
               CLOSE CHGP-PARM-FILE
           END-IF
           IF WS-FROM-DATE = SPACE OR WS-FROM-DATE = '00000000'
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM) - 6
               MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
                   TO WS-DATE-CHECK
               MOVE WS-DATE-CHECK TO WS-FROM-DATE
           END-IF
           IF WS-THRU-DATE = SPACE OR WS-THRU-DATE = '00000000'
               MOVE WS-RUN-DATE TO WS-THRU-DATE
           END-IF.

       PROVE-REPORT-PERIOD.
           IF WS-FROM-DATE IS NOT NUMERIC
                   OR WS-THRU-DATE IS NOT NUMERIC
               DISPLAY 'EULCHGRP: PERIOD ' WS-FROM-DATE ' THRU '
                   WS-THRU-DATE ' IS NOT YYYYMMDD - REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FROM-DATE TO WS-DATE-CHECK
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
               DISPLAY 'EULCHGRP: FROM DATE ' WS-FROM-DATE
                   ' IS NOT A REAL DATE - REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-THRU-DATE TO WS-DATE-CHECK
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
               DISPLAY 'EULCHGRP: THRU DATE ' WS-THRU-DATE
                   ' IS NOT A REAL DATE - REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-FROM-DATE > WS-THRU-DATE
               DISPLAY 'EULCHGRP: FROM DATE ' WS-FROM-DATE
                   ' IS AFTER THRU DATE ' WS-THRU-DATE ' - REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The log is appended in time order, so it is listed as it
      *> stands; each row is its detail line and whichever of the
      *> before and after images it carries.
       LIST-CHANGE-LOG.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CHLG-FILE
           IF WS-CHLG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CHLG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CHLG-TIMESTAMP(1:8) TO WS-ROW-DATE
                       IF WS-ROW-DATE NOT < WS-FROM-DATE
                               AND WS-ROW-DATE NOT > WS-THRU-DATE
                           PERFORM PRINT-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CHLG-STATUS NOT = '35'
               CLOSE CHLG-FILE
           END-IF
           IF WS-ROWS-LISTED = 0
               PERFORM CHECK-PAGE-BREAK
               MOVE '  NO CONTROLLED CHANGES IN THE PERIOD'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       PRINT-ONE-CHANGE.
           ADD 1 TO WS-ROWS-LISTED
           EVALUATE CHLG-ACTION
               WHEN 'CHANGE'
                   ADD 1 TO WS-CHANGE-ROWS
               WHEN 'ADD'
                   ADD 1 TO WS-ADD-ROWS
               WHEN 'DELETE'
                   ADD 1 TO WS-DELETE-ROWS
               WHEN 'CLEAR'
                   ADD 1 TO WS-CLEAR-ROWS
               WHEN 'REFUSED'
                   ADD 1 TO WS-REFUSED-ROWS
               WHEN OTHER
                   ADD 1 TO WS-OTHER-ROWS
           END-EVALUATE
           PERFORM CHECK-PAGE-BREAK
           MOVE CHLG-TIMESTAMP TO WS-DL-TIMESTAMP
           MOVE CHLG-OPERATOR TO WS-DL-OPERATOR
           MOVE CHLG-RESOURCE TO WS-DL-RESOURCE
           MOVE CHLG-ACTION TO WS-DL-ACTION
           MOVE CHLG-CARD-NUMBER TO WS-DL-CARD
           MOVE CHLG-REASON TO WS-DL-REASON
           WRITE PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           IF CHLG-BEFORE NOT = SPACE
               PERFORM CHECK-PAGE-BREAK
               MOVE 'BEFORE:' TO WS-IL-LABEL
               MOVE CHLG-BEFORE TO WS-IL-IMAGE
               WRITE PRINT-RECORD FROM WS-IMAGE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           IF CHLG-AFTER NOT = SPACE
               PERFORM CHECK-PAGE-BREAK
               MOVE 'AFTER:' TO WS-IL-LABEL
               MOVE CHLG-AFTER TO WS-IL-IMAGE
               WRITE PRINT-RECORD FROM WS-IMAGE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       PRINT-CONTROL-COUNTS.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'LOG ROWS IN THE PERIOD' TO WS-CNT-LABEL
           MOVE WS-ROWS-LISTED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  CARDS CHANGED' TO WS-CNT-LABEL
           MOVE WS-CHANGE-ROWS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  CARDS ADDED' TO WS-CNT-LABEL
           MOVE WS-ADD-ROWS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  CARDS DELETED' TO WS-CNT-LABEL
           MOVE WS-DELETE-ROWS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  RUN LOCKS CLEARED' TO WS-CNT-LABEL
           MOVE WS-CLEAR-ROWS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE '  REFUSED ATTEMPTS' TO WS-CNT-LABEL
           MOVE WS-REFUSED-ROWS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           IF WS-OTHER-ROWS > 0
               MOVE '  OTHER' TO WS-CNT-LABEL
               MOVE WS-OTHER-ROWS TO WS-CNT-VALUE
               PERFORM PRINT-COUNT-LINE
           END-IF.

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
           MOVE 'REVIEWED BY (SHIFT SUPERVISOR)' TO WS-SL-LABEL
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
