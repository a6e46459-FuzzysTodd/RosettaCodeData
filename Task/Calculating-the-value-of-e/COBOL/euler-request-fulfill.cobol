       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULREQFL.
      *> Morning fulfillment for ad-hoc tolerance requests (see
      *> eulreqst.cpy): matches what the night produced back to the
      *> requests EULREQIN queued, closes them, and tells the
      *> requesters. For each QUEUED request, in this order:
      *>   - a current EULRMAST row for the tolerance fills it with
      *>     the published value;
      *>   - an EULSUMM row for it fills it with the value the night
      *>     run computed (published once a checker releases it);
      *>   - a TRUNC or BADEPS diagnostic the driver wrote for that
      *>     tolerance since the request was queued fails it - the
      *>     driver's own diagnostics only (message ending 'card
      *>     rejected'), the discriminator EULERDRV's rerun mode
      *>     uses, so an EULER run at the same tolerance is never
      *>     mistaken for the answer to a request;
      *>   - otherwise it stays QUEUED (deck rejected, driver not yet
      *>     run) and EULREQIN carries it into the next deck.
      *> Every request closed here gets a notice on EULRQNTF,
      *> grouped by requester, and the aging report EULRQAGE lists
      *> every request still unanswered past its needed-by date
      *> with how many days late it is.
      *> Return code: 0 nothing past due, 4 something is, 12 suite
      *> lock held elsewhere, 16 request file too big to hold
      *> (nothing changed).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "EULREQST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "EULSUMM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT RMAST-FILE ASSIGN TO "EULRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMAST-EPSILON
               FILE STATUS IS WS-RMAST-STATUS.
           SELECT RQNT-FILE ASSIGN TO "EULRQNTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQNT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EULRQAGE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       COPY "eulreqst.cpy".
       FD  SUMMARY-FILE.
       COPY "eulsumm.cpy".
       FD  DIAG-FILE.
       COPY "euldiag.cpy".
       FD  RMAST-FILE.
       COPY "eulrmst.cpy".
       FD  RQNT-FILE.
       COPY "eulrqntf.cpy".
       FD  PRINT-FILE.
       01  PRINT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-REQ-STATUS PIC XX.
           01 WS-SUMM-STATUS PIC XX.
           01 WS-DIAG-STATUS PIC XX.
           01 WS-RMAST-STATUS PIC XX.
           01 WS-RQNT-STATUS PIC XX.
           01 WS-PRINT-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC X(8).
           01 WS-RUN-DATE-NUM PIC 9(8).
           01 WS-RUN-TIMESTAMP PIC 9(14).
           01 WS-MAST-PRESENT PIC X VALUE 'N'.
      *> The whole request file, held and rewritten as EULREQIN
      *> holds it (see there for the field notes).
           01 WS-RQ-MAX USAGE UNSIGNED-INT VALUE 500.
           01 WS-RQ-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-RQ-INDEX USAGE UNSIGNED-INT.
           01 WS-RQ-OVERFLOW PIC X VALUE 'N'.
           01 WS-RQ-TABLE.
              03 WS-RQ-ENTRY OCCURS 500.
                 05 WS-RQ-NUMBER PIC 9(6).
                 05 WS-RQ-REQUESTER PIC X(8).
                 05 WS-RQ-DEPT PIC X(8).
                 05 WS-RQ-EPSILON-TEXT PIC X(18).
                 05 WS-RQ-NEEDED-BY PIC X(8).
                 05 WS-RQ-STATUS PIC X(8).
                 05 WS-RQ-RECEIVED PIC 9(8).
                 05 WS-RQ-STATUS-TS PIC 9(14).
                 05 WS-RQ-EPSILON PIC 9V9(18).
                 05 WS-RQ-N PIC 9(9).
                 05 WS-RQ-VALUE PIC 9V9(18).
                 05 WS-RQ-NOTE PIC X(40).
                 05 WS-RQ-NOTIFY PIC X.
      *> The night's converged driver rows, keyed on the tolerance.
           01 WS-SM-MAX USAGE UNSIGNED-INT VALUE 200.
           01 WS-SM-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-SM-INDEX USAGE UNSIGNED-INT.
           01 WS-SM-FOUND PIC X.
           01 WS-SM-TABLE.
              03 WS-SM-ENTRY OCCURS 200.
                 05 WS-SM-EPSILON PIC 9V9(18).
                 05 WS-SM-N PIC 9(9).
                 05 WS-SM-VALUE PIC 9V9(18).
      *> The driver's own TRUNC/BADEPS rejections no older than the
      *> oldest open request - nothing earlier can answer one.
           01 WS-DG-MAX USAGE UNSIGNED-INT VALUE 200.
           01 WS-DG-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-DG-INDEX USAGE UNSIGNED-INT.
           01 WS-DG-FOUND PIC X.
           01 WS-DG-OVERFLOW PIC X VALUE 'N'.
           01 WS-DG-TABLE.
              03 WS-DG-ENTRY OCCURS 200.
                 05 WS-DG-TIMESTAMP PIC 9(14).
                 05 WS-DG-TYPE PIC X(8).
                 05 WS-DG-EPSILON PIC S9V9(18)
                     SIGN IS LEADING SEPARATE CHARACTER.
           01 WS-OLDEST-QUEUED-TS PIC 9(14).
           01 WS-CARD-TAG-COUNT PIC 9(4).
           01 WS-MAST-FOUND PIC X.
      *> Notification pass, as in EULREQIN.
           01 WS-NOTICE-REQUESTER PIC X(8).
           01 WS-NOTICE-FOUND PIC X.
           01 WS-OPEN-COUNT PIC 9(9) VALUE 0.
           01 WS-FILLED-COUNT PIC 9(9) VALUE 0.
           01 WS-FAILED-COUNT PIC 9(9) VALUE 0.
           01 WS-STILL-QUEUED PIC 9(9) VALUE 0.
           01 WS-LATE-COUNT PIC 9(9) VALUE 0.
           01 WS-DATE-CHECK PIC 9(8).
           01 WS-DAYS-LATE PIC S9(9).
           01 WS-LINE-COUNT PIC 9(4) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(4) VALUE 0.
           01 WS-PAGE-LIMIT PIC 9(4) VALUE 55.
           01 WS-HEADING-LINE-1.
              03 FILLER PIC X(44) VALUE
                 'EULREQFL - TOLERANCE REQUESTS PAST DUE'.
              03 FILLER PIC X(56) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'RUN DATE: '.
              03 WS-HDG-RUN-DATE PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(6) VALUE 'PAGE: '.
              03 WS-HDG-PAGE PIC ZZZ9.
           01 WS-COLUMN-HEADING.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(8) VALUE 'REQUEST'.
              03 FILLER PIC X(10) VALUE 'REQUESTER'.
              03 FILLER PIC X(10) VALUE 'DEPT'.
              03 FILLER PIC X(20) VALUE 'TOLERANCE'.
              03 FILLER PIC X(10) VALUE 'RECEIVED'.
              03 FILLER PIC X(10) VALUE 'NEEDED BY'.
              03 FILLER PIC X(10) VALUE 'DAYS LATE'.
              03 FILLER PIC X(10) VALUE 'STATUS'.
              03 FILLER PIC X(40) VALUE 'NOTE'.
           01 WS-AGING-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-AL-NUMBER PIC 9(6).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-AL-REQUESTER PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-AL-DEPT PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-AL-EPSILON-TEXT PIC X(18).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-AL-RECEIVED PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-AL-NEEDED-BY PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-AL-DAYS-LATE PIC Z,ZZ9.
              03 FILLER PIC X(5) VALUE SPACE.
              03 WS-AL-STATUS PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-AL-NOTE PIC X(40).
           01 WS-COUNT-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-CNT-LABEL PIC X(34).
              03 WS-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
      *> Suite run lock (via EULRLKMG): the request file is also
      *> rewritten by EULREQIN, and EULSUMM/EULDIAG must not be read
      *> half-written under a live driver.
           01 WS-LOCK-ACTION PIC X.
           01 WS-LOCK-JOB PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-HELD-TS PIC 9(14).
           01 WS-LOCK-RESULT PIC XX.
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE-NUM
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM CLAIM-RUN-LOCK
           IF WS-LOCK-RESULT NOT = '00'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-REQUEST-FILE
           IF WS-RQ-OVERFLOW = 'Y'
               DISPLAY 'EULREQFL: REQUEST TABLE FULL - EULREQST '
                   'LEFT UNTOUCHED'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-NIGHT-SUMMARY
           PERFORM LOAD-DRIVER-REJECTIONS
           OPEN INPUT RMAST-FILE
           IF WS-RMAST-STATUS = '00'
               MOVE 'Y' TO WS-MAST-PRESENT
           END-IF
           MOVE 1 TO WS-RQ-INDEX
           PERFORM UNTIL WS-RQ-INDEX > WS-RQ-COUNT
               IF WS-RQ-STATUS(WS-RQ-INDEX) = 'QUEUED'
                   PERFORM FULFILL-ONE-REQUEST
               END-IF
               ADD 1 TO WS-RQ-INDEX
           END-PERFORM
           IF WS-MAST-PRESENT = 'Y'
               CLOSE RMAST-FILE
           END-IF
           PERFORM REWRITE-REQUEST-FILE
           PERFORM WRITE-NOTIFICATIONS
           PERFORM PRINT-AGING-REPORT
           PERFORM RELEASE-RUN-LOCK
           DISPLAY 'EULREQFL: ' WS-FILLED-COUNT ' FILLED, '
               WS-FAILED-COUNT ' FAILED, '
               WS-STILL-QUEUED ' STILL QUEUED, '
               WS-LATE-COUNT ' PAST DUE'
           IF WS-DG-OVERFLOW = 'Y'
               DISPLAY 'EULREQFL: DIAGNOSTIC TABLE FULL - SOME '
                   'FAILURES LEFT QUEUED'
           END-IF
           IF WS-LATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       CLAIM-RUN-LOCK.
           MOVE 'C' TO WS-LOCK-ACTION
           MOVE 'EULREQFL' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = '00'
               DISPLAY 'EULREQFL: SUITE LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-TS ' - RUN REFUSED'
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE 'EULREQFL' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL.

       LOAD-REQUEST-FILE.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE WS-RUN-TIMESTAMP TO WS-OLDEST-QUEUED-TS
           OPEN INPUT REQ-FILE
           IF WS-REQ-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ REQ-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-RQ-COUNT < WS-RQ-MAX
                           ADD 1 TO WS-RQ-COUNT
                           MOVE WS-RQ-COUNT TO WS-RQ-INDEX
                           PERFORM LOAD-ONE-REQUEST
                       ELSE
                           MOVE 'Y' TO WS-RQ-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-REQ-STATUS NOT = '35'
               CLOSE REQ-FILE
           END-IF.

      *> Rows keyed by hand and not yet through intake can carry
      *> blanks in the maintained fields; those load as zero.
       LOAD-ONE-REQUEST.
           MOVE 0 TO WS-RQ-NUMBER(WS-RQ-INDEX)
           MOVE 0 TO WS-RQ-RECEIVED(WS-RQ-INDEX)
           MOVE 0 TO WS-RQ-STATUS-TS(WS-RQ-INDEX)
           MOVE 0 TO WS-RQ-EPSILON(WS-RQ-INDEX)
           MOVE 0 TO WS-RQ-N(WS-RQ-INDEX)
           MOVE 0 TO WS-RQ-VALUE(WS-RQ-INDEX)
           IF REQ-NUMBER NUMERIC
               MOVE REQ-NUMBER TO WS-RQ-NUMBER(WS-RQ-INDEX)
           END-IF
           MOVE REQ-REQUESTER TO WS-RQ-REQUESTER(WS-RQ-INDEX)
           MOVE REQ-DEPT TO WS-RQ-DEPT(WS-RQ-INDEX)
           MOVE REQ-EPSILON-TEXT TO WS-RQ-EPSILON-TEXT(WS-RQ-INDEX)
           MOVE REQ-NEEDED-BY TO WS-RQ-NEEDED-BY(WS-RQ-INDEX)
           MOVE REQ-STATUS TO WS-RQ-STATUS(WS-RQ-INDEX)
           IF REQ-RECEIVED NUMERIC
               MOVE REQ-RECEIVED TO WS-RQ-RECEIVED(WS-RQ-INDEX)
           END-IF
           IF REQ-STATUS-TS NUMERIC
               MOVE REQ-STATUS-TS TO WS-RQ-STATUS-TS(WS-RQ-INDEX)
           END-IF
           IF REQ-EPSILON NUMERIC
               MOVE REQ-EPSILON TO WS-RQ-EPSILON(WS-RQ-INDEX)
           END-IF
           IF REQ-N NUMERIC
               MOVE REQ-N TO WS-RQ-N(WS-RQ-INDEX)
           END-IF
           IF REQ-STATUS = 'FILLED'
               MOVE REQ-VALUE TO WS-RQ-VALUE(WS-RQ-INDEX)
           END-IF
           MOVE REQ-NOTE TO WS-RQ-NOTE(WS-RQ-INDEX)
           MOVE 'N' TO WS-RQ-NOTIFY(WS-RQ-INDEX)
           IF REQ-STATUS = 'QUEUED'
               ADD 1 TO WS-OPEN-COUNT
               IF WS-RQ-STATUS-TS(WS-RQ-INDEX) < WS-OLDEST-QUEUED-TS
                   MOVE WS-RQ-STATUS-TS(WS-RQ-INDEX)
                       TO WS-OLDEST-QUEUED-TS
               END-IF
           END-IF.

      *> EULSUMM carries only converged cards; the driver rewrites
      *> it whole every run, so it holds the latest night only.
       LOAD-NIGHT-SUMMARY.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT SUMMARY-FILE
           IF WS-SUMM-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ SUMMARY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-SM-COUNT < WS-SM-MAX
                           ADD 1 TO WS-SM-COUNT
                           MOVE SUMM-EPSILON
                               TO WS-SM-EPSILON(WS-SM-COUNT)
                           MOVE SUMM-N TO WS-SM-N(WS-SM-COUNT)
                           MOVE SUMM-VALUE TO WS-SM-VALUE(WS-SM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SUMM-STATUS NOT = '35'
               CLOSE SUMMARY-FILE
           END-IF.

      *> Only the driver's own failures: its messages end
      *> '; card rejected', EULER's end '; run rejected'. EULDIAG is
      *> keyed on its timestamp, so the read starts at the oldest
      *> open request's queue time rather than the top of the file.
       LOAD-DRIVER-REJECTIONS.
           MOVE 'N' TO WS-EOF-FLAG
           IF WS-OPEN-COUNT = 0
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               OPEN INPUT DIAG-FILE
               IF WS-DIAG-STATUS NOT = '00'
                   MOVE 'Y' TO WS-EOF-FLAG
               ELSE
                   MOVE LOW-VALUES TO DIAG-KEY
                   MOVE WS-OLDEST-QUEUED-TS TO DIAG-KEY(1:14)
                   START DIAG-FILE KEY IS NOT LESS THAN DIAG-KEY
                       INVALID KEY
                           MOVE 'Y' TO WS-EOF-FLAG
                   END-START
               END-IF
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DIAG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DIAG-TIMESTAMP >= WS-OLDEST-QUEUED-TS
                               AND (DIAG-TYPE = 'TRUNC'
                               OR DIAG-TYPE = 'BADEPS')
                           MOVE 0 TO WS-CARD-TAG-COUNT
                           INSPECT DIAG-MESSAGE
                               TALLYING WS-CARD-TAG-COUNT
                               FOR ALL 'card rejected'
                           IF WS-CARD-TAG-COUNT > 0
                               PERFORM STAGE-DRIVER-REJECTION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPEN-COUNT > 0 AND WS-DIAG-STATUS NOT = '35'
               CLOSE DIAG-FILE
           END-IF.

       STAGE-DRIVER-REJECTION.
           IF WS-DG-COUNT < WS-DG-MAX
               ADD 1 TO WS-DG-COUNT
               MOVE DIAG-TIMESTAMP TO WS-DG-TIMESTAMP(WS-DG-COUNT)
               MOVE DIAG-TYPE TO WS-DG-TYPE(WS-DG-COUNT)
               MOVE DIAG-EPSILON TO WS-DG-EPSILON(WS-DG-COUNT)
           ELSE
               MOVE 'Y' TO WS-DG-OVERFLOW
           END-IF.

      *> ------------------------------------------------------------
      *> One queued request: the master first (the published value),
      *> then the night's summary, then the driver's rejections.
      *> ------------------------------------------------------------
       FULFILL-ONE-REQUEST.
           PERFORM ANSWER-FROM-MASTER
           IF WS-MAST-FOUND = 'N'
               PERFORM ANSWER-FROM-SUMMARY
               IF WS-SM-FOUND = 'N'
                   PERFORM FAIL-FROM-DIAGNOSTICS
                   IF WS-DG-FOUND = 'N'
                       ADD 1 TO WS-STILL-QUEUED
                   END-IF
               END-IF
           END-IF.

       ANSWER-FROM-MASTER.
           MOVE 'N' TO WS-MAST-FOUND
           IF WS-MAST-PRESENT = 'Y'
               MOVE WS-RQ-EPSILON(WS-RQ-INDEX) TO RMAST-EPSILON
               READ RMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-MAST-FOUND
               END-READ
           END-IF
           IF WS-MAST-FOUND = 'Y'
               MOVE 'FILLED' TO WS-RQ-STATUS(WS-RQ-INDEX)
               MOVE WS-RUN-TIMESTAMP TO WS-RQ-STATUS-TS(WS-RQ-INDEX)
               MOVE RMAST-N TO WS-RQ-N(WS-RQ-INDEX)
               MOVE RMAST-VALUE TO WS-RQ-VALUE(WS-RQ-INDEX)
               MOVE 'ANSWERED FROM THE RESULTS MASTER'
                   TO WS-RQ-NOTE(WS-RQ-INDEX)
               MOVE 'Y' TO WS-RQ-NOTIFY(WS-RQ-INDEX)
               ADD 1 TO WS-FILLED-COUNT
           END-IF.

       ANSWER-FROM-SUMMARY.
           MOVE 'N' TO WS-SM-FOUND
           MOVE 1 TO WS-SM-INDEX
           PERFORM UNTIL WS-SM-INDEX > WS-SM-COUNT
                   OR WS-SM-FOUND = 'Y'
               IF WS-SM-EPSILON(WS-SM-INDEX)
                       = WS-RQ-EPSILON(WS-RQ-INDEX)
                   MOVE 'Y' TO WS-SM-FOUND
                   MOVE 'FILLED' TO WS-RQ-STATUS(WS-RQ-INDEX)
                   MOVE WS-RUN-TIMESTAMP
                       TO WS-RQ-STATUS-TS(WS-RQ-INDEX)
                   MOVE WS-SM-N(WS-SM-INDEX) TO WS-RQ-N(WS-RQ-INDEX)
                   MOVE WS-SM-VALUE(WS-SM-INDEX)
                       TO WS-RQ-VALUE(WS-RQ-INDEX)
                   MOVE 'COMPUTED BY THE NIGHT RUN'
                       TO WS-RQ-NOTE(WS-RQ-INDEX)
                   MOVE 'Y' TO WS-RQ-NOTIFY(WS-RQ-INDEX)
                   ADD 1 TO WS-FILLED-COUNT
               END-IF
               ADD 1 TO WS-SM-INDEX
           END-PERFORM.

      *> A rejection counts only if it came after the request was
      *> queued - an older failure at the same tolerance was some
      *> other night's deck.
       FAIL-FROM-DIAGNOSTICS.
           MOVE 'N' TO WS-DG-FOUND
           MOVE 1 TO WS-DG-INDEX
           PERFORM UNTIL WS-DG-INDEX > WS-DG-COUNT
                   OR WS-DG-FOUND = 'Y'
               IF WS-DG-EPSILON(WS-DG-INDEX)
                       = WS-RQ-EPSILON(WS-RQ-INDEX)
                       AND WS-DG-TIMESTAMP(WS-DG-INDEX)
                       >= WS-RQ-STATUS-TS(WS-RQ-INDEX)
                   MOVE 'Y' TO WS-DG-FOUND
                   MOVE 'FAILED' TO WS-RQ-STATUS(WS-RQ-INDEX)
                   MOVE WS-RUN-TIMESTAMP
                       TO WS-RQ-STATUS-TS(WS-RQ-INDEX)
                   IF WS-DG-TYPE(WS-DG-INDEX) = 'TRUNC'
                       MOVE 'FAILED - DID NOT CONVERGE IN NIGHT RUN'
                           TO WS-RQ-NOTE(WS-RQ-INDEX)
                   ELSE
                       MOVE 'FAILED - TOLERANCE REFUSED BY NIGHT RUN'
                           TO WS-RQ-NOTE(WS-RQ-INDEX)
                   END-IF
                   MOVE 'Y' TO WS-RQ-NOTIFY(WS-RQ-INDEX)
                   ADD 1 TO WS-FAILED-COUNT
               END-IF
               ADD 1 TO WS-DG-INDEX
           END-PERFORM.

       REWRITE-REQUEST-FILE.
           OPEN OUTPUT REQ-FILE
           MOVE SPACE TO REQ-SEP-1
           MOVE SPACE TO REQ-SEP-2
           MOVE SPACE TO REQ-SEP-3
           MOVE SPACE TO REQ-SEP-4
           MOVE SPACE TO REQ-SEP-5
           MOVE SPACE TO REQ-SEP-6
           MOVE SPACE TO REQ-SEP-7
           MOVE SPACE TO REQ-SEP-8
           MOVE SPACE TO REQ-SEP-9
           MOVE SPACE TO REQ-SEP-10
           MOVE SPACE TO REQ-SEP-11
           MOVE 1 TO WS-RQ-INDEX
           PERFORM UNTIL WS-RQ-INDEX > WS-RQ-COUNT
               MOVE WS-RQ-NUMBER(WS-RQ-INDEX) TO REQ-NUMBER
               MOVE WS-RQ-REQUESTER(WS-RQ-INDEX) TO REQ-REQUESTER
               MOVE WS-RQ-DEPT(WS-RQ-INDEX) TO REQ-DEPT
               MOVE WS-RQ-EPSILON-TEXT(WS-RQ-INDEX)
                   TO REQ-EPSILON-TEXT
               MOVE WS-RQ-NEEDED-BY(WS-RQ-INDEX) TO REQ-NEEDED-BY
               MOVE WS-RQ-STATUS(WS-RQ-INDEX) TO REQ-STATUS
               MOVE WS-RQ-RECEIVED(WS-RQ-INDEX) TO REQ-RECEIVED
               MOVE WS-RQ-STATUS-TS(WS-RQ-INDEX) TO REQ-STATUS-TS
               MOVE WS-RQ-EPSILON(WS-RQ-INDEX) TO REQ-EPSILON
               MOVE WS-RQ-N(WS-RQ-INDEX) TO REQ-N
               MOVE WS-RQ-VALUE(WS-RQ-INDEX) TO REQ-VALUE
               MOVE WS-RQ-NOTE(WS-RQ-INDEX) TO REQ-NOTE
               WRITE REQ-RECORD
               ADD 1 TO WS-RQ-INDEX
           END-PERFORM
           CLOSE REQ-FILE.

      *> ------------------------------------------------------------
      *> Notices, grouped by requester, as EULREQIN writes them,
      *> added to whatever EULREQIN left on the file tonight.
      *> ------------------------------------------------------------
       WRITE-NOTIFICATIONS.
           OPEN EXTEND RQNT-FILE
           IF WS-RQNT-STATUS = '35'
               OPEN OUTPUT RQNT-FILE
           END-IF
           MOVE SPACE TO RQNT-SEP-1
           MOVE SPACE TO RQNT-SEP-2
           MOVE SPACE TO RQNT-SEP-3
           MOVE SPACE TO RQNT-SEP-4
           MOVE SPACE TO RQNT-SEP-5
           MOVE SPACE TO RQNT-SEP-6
           MOVE SPACE TO RQNT-SEP-7
           PERFORM PICK-NEXT-REQUESTER
           PERFORM UNTIL WS-NOTICE-FOUND = 'N'
               MOVE 1 TO WS-RQ-INDEX
               PERFORM UNTIL WS-RQ-INDEX > WS-RQ-COUNT
                   IF WS-RQ-NOTIFY(WS-RQ-INDEX) = 'Y'
                           AND WS-RQ-REQUESTER(WS-RQ-INDEX)
                           = WS-NOTICE-REQUESTER
                       PERFORM WRITE-ONE-NOTICE
                   END-IF
                   ADD 1 TO WS-RQ-INDEX
               END-PERFORM
               PERFORM PICK-NEXT-REQUESTER
           END-PERFORM
           CLOSE RQNT-FILE.

       PICK-NEXT-REQUESTER.
           MOVE 'N' TO WS-NOTICE-FOUND
           MOVE 1 TO WS-RQ-INDEX
           PERFORM UNTIL WS-RQ-INDEX > WS-RQ-COUNT
               IF WS-RQ-NOTIFY(WS-RQ-INDEX) = 'Y'
                   IF WS-NOTICE-FOUND = 'N'
                           OR WS-RQ-REQUESTER(WS-RQ-INDEX)
                           < WS-NOTICE-REQUESTER
                       MOVE WS-RQ-REQUESTER(WS-RQ-INDEX)
                           TO WS-NOTICE-REQUESTER
                       MOVE 'Y' TO WS-NOTICE-FOUND
                   END-IF
               END-IF
               ADD 1 TO WS-RQ-INDEX
           END-PERFORM.

       WRITE-ONE-NOTICE.
           MOVE WS-RQ-REQUESTER(WS-RQ-INDEX) TO RQNT-REQUESTER
           MOVE WS-RQ-DEPT(WS-RQ-INDEX) TO RQNT-DEPT
           MOVE WS-RQ-NUMBER(WS-RQ-INDEX) TO RQNT-NUMBER
           MOVE WS-RQ-STATUS(WS-RQ-INDEX) TO RQNT-STATUS
           MOVE WS-RQ-EPSILON-TEXT(WS-RQ-INDEX) TO RQNT-EPSILON-TEXT
           MOVE WS-RQ-N(WS-RQ-INDEX) TO RQNT-N
           MOVE WS-RQ-VALUE(WS-RQ-INDEX) TO RQNT-VALUE
           MOVE WS-RQ-NOTE(WS-RQ-INDEX) TO RQNT-TEXT
           WRITE RQNT-RECORD
           MOVE 'D' TO WS-RQ-NOTIFY(WS-RQ-INDEX).

      *> ------------------------------------------------------------
      *> Aging report: every request not yet answered (NEW, QUEUED,
      *> or FAILED - the requester is still without a value) whose
      *> needed-by date has passed. A needed-by date that is not a
      *> real date cannot age; intake rejects those.
      *> ------------------------------------------------------------
       PRINT-AGING-REPORT.
           OPEN OUTPUT PRINT-FILE
           PERFORM CHECK-PAGE-BREAK
           MOVE 1 TO WS-RQ-INDEX
           PERFORM UNTIL WS-RQ-INDEX > WS-RQ-COUNT
               EVALUATE WS-RQ-STATUS(WS-RQ-INDEX)
                   WHEN 'NEW'
                   WHEN SPACE
                   WHEN 'QUEUED'
                   WHEN 'FAILED'
                       PERFORM AGE-ONE-REQUEST
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WS-RQ-INDEX
           END-PERFORM
           IF WS-LATE-COUNT = 0
               PERFORM CHECK-PAGE-BREAK
               MOVE SPACE TO PRINT-RECORD
               MOVE '  (NO REQUEST IS PAST ITS NEEDED-BY DATE)'
                   TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'REQUESTS ON FILE' TO WS-CNT-LABEL
           MOVE WS-RQ-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'FILLED THIS RUN' TO WS-CNT-LABEL
           MOVE WS-FILLED-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'FAILED THIS RUN' TO WS-CNT-LABEL
           MOVE WS-FAILED-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'STILL QUEUED' TO WS-CNT-LABEL
           MOVE WS-STILL-QUEUED TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'PAST NEEDED-BY DATE' TO WS-CNT-LABEL
           MOVE WS-LATE-COUNT TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           CLOSE PRINT-FILE.

       AGE-ONE-REQUEST.
           IF WS-RQ-NEEDED-BY(WS-RQ-INDEX) NUMERIC
               MOVE WS-RQ-NEEDED-BY(WS-RQ-INDEX) TO WS-DATE-CHECK
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) = 0
                       AND WS-DATE-CHECK < WS-RUN-DATE-NUM
                   COMPUTE WS-DAYS-LATE =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-DATE-CHECK)
                   ADD 1 TO WS-LATE-COUNT
                   PERFORM PRINT-AGING-LINE
               END-IF
           END-IF.

       PRINT-AGING-LINE.
           MOVE WS-RQ-NUMBER(WS-RQ-INDEX) TO WS-AL-NUMBER
           MOVE WS-RQ-REQUESTER(WS-RQ-INDEX) TO WS-AL-REQUESTER
           MOVE WS-RQ-DEPT(WS-RQ-INDEX) TO WS-AL-DEPT
           MOVE WS-RQ-EPSILON-TEXT(WS-RQ-INDEX) TO WS-AL-EPSILON-TEXT
           IF WS-RQ-RECEIVED(WS-RQ-INDEX) = 0
               MOVE '(NEW)' TO WS-AL-RECEIVED
           ELSE
               MOVE WS-RQ-RECEIVED(WS-RQ-INDEX) TO WS-AL-RECEIVED
           END-IF
           MOVE WS-RQ-NEEDED-BY(WS-RQ-INDEX) TO WS-AL-NEEDED-BY
           MOVE WS-DAYS-LATE TO WS-AL-DAYS-LATE
           MOVE WS-RQ-STATUS(WS-RQ-INDEX) TO WS-AL-STATUS
           MOVE WS-RQ-NOTE(WS-RQ-INDEX) TO WS-AL-NOTE
           PERFORM CHECK-PAGE-BREAK
           WRITE PRINT-RECORD FROM WS-AGING-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

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
               WRITE PRINT-RECORD FROM WS-COLUMN-HEADING
                   AFTER ADVANCING 1 LINE
               MOVE 3 TO WS-LINE-COUNT
           END-IF.
