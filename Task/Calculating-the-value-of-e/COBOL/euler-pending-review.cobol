       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULPNDRP.
      *> Review report over the pending-publication queue EULPEND:
      *> every value EULRUPDT has staged and nobody has yet decided,
      *> with the value EULRMAST publishes for that tolerance today,
      *> the value that would replace it, and the change between
      *> the two - the evidence the checker reads before approving
      *> or rejecting anything in EULPNDRL. Each item also shows
      *> the run that produced it (job, EULRUNCT start timestamp,
      *> run status) and the operator who staged it.
      *> Read-only against the queue and the master, so it can be
      *> rerun at any time of day without the suite lock - the same
      *> footing as EULAUDRP and EULTOLIQ.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE ASSIGN TO "EULPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PEND-STATUS.
           SELECT RMAST-FILE ASSIGN TO "EULRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMAST-EPSILON
               FILE STATUS IS WS-RMAST-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EULPNDRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
       COPY "eulpend.cpy".
       FD  RMAST-FILE.
       COPY "eulrmst.cpy".
       FD  PRINT-FILE.
       01  PRINT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-PEND-STATUS PIC XX.
           01 WS-RMAST-STATUS PIC XX.
           01 WS-PRINT-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X VALUE 'N'.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC X(8).
           01 WS-MAST-PRESENT PIC X VALUE 'N'.
           01 WS-OLD-FOUND PIC X.
           01 WS-OLD-N PIC 9(9).
           01 WS-OLD-VALUE PIC 9V9(18).
           01 WS-NEW-VALUE PIC 9V9(18).
      *> Signed: a tighter tolerance can move the value either way
      *> in the last digits the COMP-2 producers carry.
           01 WS-CHANGE PIC S9V9(18).
           01 WS-ITEM-COUNT PIC 9(9) VALUE 0.
           01 WS-NEW-COUNT PIC 9(9) VALUE 0.
           01 WS-REPLACE-COUNT PIC 9(9) VALUE 0.
           01 WS-EDIT-N PIC ZZZ,ZZZ,ZZ9.
           01 WS-EDIT-VALUE PIC 9.9(18).
           01 WS-LINE-COUNT PIC 9(4) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(4) VALUE 0.
           01 WS-PAGE-LIMIT PIC 9(4) VALUE 55.
           01 WS-HEADING-LINE-1.
              03 FILLER PIC X(44) VALUE
                 'EULPNDRP - PENDING PUBLICATION REVIEW'.
              03 FILLER PIC X(56) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'RUN DATE: '.
              03 WS-HDG-RUN-DATE PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(6) VALUE 'PAGE: '.
              03 WS-HDG-PAGE PIC ZZZ9.
           01 WS-COLUMN-HEADING-1.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(22) VALUE 'TOLERANCE'.
              03 FILLER PIC X(10) VALUE 'SOURCE'.
              03 FILLER PIC X(16) VALUE 'RUN STARTED'.
              03 FILLER PIC X(4) VALUE 'RS'.
              03 FILLER PIC X(10) VALUE 'MAKER'.
              03 FILLER PIC X(14) VALUE 'STAGED'.
           01 WS-COLUMN-HEADING-2.
              03 FILLER PIC X(4) VALUE SPACE.
              03 FILLER PIC X(19) VALUE '      PUBLISHED N'.
              03 FILLER PIC X(19) VALUE '       PROPOSED N'.
              03 FILLER PIC X(22) VALUE 'PUBLISHED VALUE'.
              03 FILLER PIC X(22) VALUE 'PROPOSED VALUE'.
              03 FILLER PIC X(21) VALUE 'CHANGE'.
           01 WS-ITEM-LINE-1.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-IL1-EPSILON PIC 9.9(18).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-IL1-SOURCE PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-IL1-RUN-TS PIC X(14).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-IL1-RUN-STATUS PIC XX.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-IL1-MAKER PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-IL1-STAGED-TS PIC X(14).
      *> The published side is alphanumeric so a tolerance the
      *> master has never carried can say so in place of numbers.
           01 WS-ITEM-LINE-2.
              03 FILLER PIC X(4) VALUE SPACE.
              03 FILLER PIC X(6) VALUE SPACE.
              03 WS-IL2-OLD-N PIC X(11).
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(6) VALUE SPACE.
              03 WS-IL2-NEW-N PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-IL2-OLD-VALUE PIC X(20).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-IL2-NEW-VALUE PIC 9.9(18).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-IL2-CHANGE PIC X(21).
           01 WS-CHANGE-EDIT PIC -9.9(18).
           01 WS-COUNT-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-CNT-LABEL PIC X(34).
              03 WS-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           OPEN OUTPUT PRINT-FILE
           OPEN INPUT RMAST-FILE
           IF WS-RMAST-STATUS = '00'
               MOVE 'Y' TO WS-MAST-PRESENT
           END-IF
           PERFORM CHECK-PAGE-BREAK
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PEND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PRINT-ONE-ITEM
               END-READ
           END-PERFORM
           IF WS-PEND-STATUS NOT = '35'
               CLOSE PEND-FILE
           END-IF
           IF WS-MAST-PRESENT = 'Y'
               CLOSE RMAST-FILE
           END-IF
           IF WS-ITEM-COUNT = 0
               PERFORM CHECK-PAGE-BREAK
               MOVE SPACE TO PRINT-RECORD
               MOVE '  (NOTHING PENDING - QUEUE IS EMPTY)'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM PRINT-CONTROL-COUNTS
           CLOSE PRINT-FILE
           DISPLAY 'EULPNDRP: ' WS-ITEM-COUNT ' ITEMS PENDING REVIEW'
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Two lines per item: who and what produced it, then the
      *> published and proposed values with the change between
      *> them.
       PRINT-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           PERFORM FETCH-CURRENT-MASTER-ROW
           MOVE PEND-EPSILON TO WS-IL1-EPSILON
           MOVE PEND-SOURCE TO WS-IL1-SOURCE
           MOVE PEND-RUN-TS TO WS-IL1-RUN-TS
           MOVE PEND-RUN-STATUS TO WS-IL1-RUN-STATUS
           MOVE PEND-MAKER TO WS-IL1-MAKER
           MOVE PEND-STAGED-TS TO WS-IL1-STAGED-TS
           MOVE PEND-N TO WS-IL2-NEW-N
           MOVE PEND-VALUE TO WS-IL2-NEW-VALUE
           MOVE PEND-VALUE TO WS-NEW-VALUE
           IF WS-OLD-FOUND = 'Y'
               ADD 1 TO WS-REPLACE-COUNT
               MOVE WS-OLD-N TO WS-EDIT-N
               MOVE WS-EDIT-N TO WS-IL2-OLD-N
               MOVE WS-OLD-VALUE TO WS-EDIT-VALUE
               MOVE WS-EDIT-VALUE TO WS-IL2-OLD-VALUE
               COMPUTE WS-CHANGE = WS-NEW-VALUE - WS-OLD-VALUE
               MOVE WS-CHANGE TO WS-CHANGE-EDIT
               MOVE WS-CHANGE-EDIT TO WS-IL2-CHANGE
           ELSE
               ADD 1 TO WS-NEW-COUNT
               MOVE '        NEW' TO WS-IL2-OLD-N
               MOVE '(NEVER PUBLISHED)' TO WS-IL2-OLD-VALUE
               MOVE '(NEW TOLERANCE)' TO WS-IL2-CHANGE
           END-IF
      *> The item's three lines go on one page: too few left on this
      *> one and the page is taken as full.
           IF WS-LINE-COUNT + 3 > WS-PAGE-LIMIT
               MOVE WS-PAGE-LIMIT TO WS-LINE-COUNT
           END-IF
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           WRITE PRINT-RECORD FROM WS-ITEM-LINE-1
               AFTER ADVANCING 1 LINE
           WRITE PRINT-RECORD FROM WS-ITEM-LINE-2
               AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT.

       FETCH-CURRENT-MASTER-ROW.
           MOVE 'N' TO WS-OLD-FOUND
           MOVE 0 TO WS-OLD-N
           MOVE 0 TO WS-OLD-VALUE
           IF WS-MAST-PRESENT = 'Y'
               MOVE PEND-EPSILON TO RMAST-EPSILON
               READ RMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-OLD-FOUND
                       MOVE RMAST-N TO WS-OLD-N
                       MOVE RMAST-VALUE TO WS-OLD-VALUE
               END-READ
           END-IF.

       PRINT-CONTROL-COUNTS.
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'ITEMS PENDING REVIEW' TO WS-CNT-LABEL
           MOVE WS-ITEM-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'NEW TOLERANCES' TO WS-CNT-LABEL
           MOVE WS-NEW-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'REPLACEMENTS OF PUBLISHED VALUES' TO WS-CNT-LABEL
           MOVE WS-REPLACE-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE.

       PRINT-COUNT-LINE.
           PERFORM CHECK-PAGE-BREAK
           WRITE PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

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
               MOVE SPACE TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
               WRITE PRINT-RECORD FROM WS-COLUMN-HEADING-1
                   AFTER ADVANCING 1 LINE
               WRITE PRINT-RECORD FROM WS-COLUMN-HEADING-2
                   AFTER ADVANCING 1 LINE
               MOVE 4 TO WS-LINE-COUNT
           END-IF.
