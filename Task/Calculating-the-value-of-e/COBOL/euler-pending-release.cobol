       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULPNDRL.
      *> Checker's release of the pending-publication queue: the
      *> only road by which a value reaches the results master
      *> EULRMAST. The checker signs on with an operator ID, is shown
      *> each item EULRUPDT staged - the published value, the
      *> proposed value and the change, as on the EULPNDRP review
      *> report - and approves it, rejects it, or leaves it pending.
      *> An item is never shown to the operator who staged it: maker
      *> and checker must be two different people, or the sign-off
      *> proves nothing. The checker must hold EULPEND authority
      *> (checked via EULAUTMG); an unauthorized ID is refused with
      *> 16 and the attempt logged.
      *> Nothing is applied until the session's decisions are
      *> confirmed as a batch. Approved items then go onto the
      *> master add-or-replace on the tolerance key, every replaced
      *> row captured to the effective-dated history EULRMHST first
      *> (see eulrmhs.cpy) exactly as EULRUPDT used to do it; every
      *> decided item - approved or rejected - is written to the
      *> decision log EULPNDLG with maker, checker and both values,
      *> and leaves the queue. Items left pending stay on EULPEND for
      *> the next checker.
      *> The screens are worked without the suite run lock - a
      *> checker away from the terminal must not hold up the night.
      *> The lock is taken once the decisions are confirmed, and the
      *> queue is read again under it: a decided item is applied
      *> only while its row still carries the staging timestamp and
      *> value the checker was shown. An item EULRUPDT superseded,
      *> or another release took, in the meantime is not
      *> applied, and rows staged since are carried over untouched.
      *> An item whose run fell inside an accounting period already
      *> closed by EULPCLOS, and whose value is not what that
      *> period's certificate (EULCERT) shows, is marked on the item
      *> screen; releasing it anyway writes a POSTCLOS diagnostic,
      *> since the published value now disagrees with what was
      *> certified for a period that had it in hand.
      *> Same conversational shape as EULPARMM: screen, edit, confirm.
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
           SELECT RMHST-FILE ASSIGN TO "EULRMHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RMHST-STATUS.
           SELECT PERD-FILE ASSIGN TO "EULPERD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERD-STATUS.
           SELECT CERT-FILE ASSIGN TO "EULCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT PNDLG-FILE ASSIGN TO "EULPNDLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PNDLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE.
       COPY "eulpend.cpy".
       FD  RMAST-FILE.
       COPY "eulrmst.cpy".
       FD  RMHST-FILE.
       COPY "eulrmhs.cpy".
       FD  PERD-FILE.
       COPY "eulperd.cpy".
       FD  CERT-FILE.
       COPY "eulcert.cpy".
       FD  DIAG-FILE.
       COPY "euldiag.cpy".
       FD  PNDLG-FILE.
       COPY "eulpndlg.cpy".
       WORKING-STORAGE SECTION.
           01 WS-PEND-STATUS PIC XX.
           01 WS-RMAST-STATUS PIC XX.
           01 WS-RMHST-STATUS PIC XX.
           01 WS-PNDLG-STATUS PIC XX.
           01 WS-PERD-STATUS PIC XX.
           01 WS-CERT-STATUS PIC XX.
           01 WS-DIAG-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X VALUE 'N'.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-TIMESTAMP PIC 9(14).
           01 WS-CHECKER-ID PIC X(8).
           01 WS-DECISION-ENTRY PIC X.
           01 WS-ENTRY-VALID PIC X.
           01 WS-CONFIRM PIC X.
           01 WS-MESSAGE PIC X(60).
      *> Authority check and change-log row (via EULAUTMG).
           01 WS-AUTH-ACTION PIC X.
           01 WS-AUTH-OPERATOR PIC X(8) VALUE SPACE.
           01 WS-AUTH-RESOURCE PIC X(8) VALUE 'EULPEND'.
           01 WS-AUTH-CHANGE PIC X(8).
           01 WS-AUTH-CARD-NUMBER PIC 9(4) VALUE 1.
           01 WS-AUTH-REASON PIC X(40) VALUE SPACE.
           01 WS-AUTH-BEFORE PIC X(80) VALUE SPACE.
           01 WS-AUTH-AFTER PIC X(80) VALUE SPACE.
           01 WS-AUTH-RESULT PIC XX.
      *> The queue, loaded whole with a decision slot per item:
      *> 'A' approve, 'R' reject, space still pending. WS-PQ-LIVE
      *> marks a decided item found unchanged on the queue re-read
      *> under the lock.
           01 WS-PQ-MAX USAGE UNSIGNED-INT VALUE 200.
           01 WS-PQ-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-PQ-INDEX USAGE UNSIGNED-INT.
           01 WS-PQ-OVERFLOW PIC X VALUE 'N'.
           01 WS-PQ-FOUND PIC X.
           01 WS-PQ-TABLE.
              03 WS-PQ-ENTRY OCCURS 200.
                 05 WS-PQ-STAGED-TS PIC 9(14).
                 05 WS-PQ-EPSILON PIC 9V9(18).
                 05 WS-PQ-N PIC 9(9).
                 05 WS-PQ-VALUE PIC 9V9(18).
                 05 WS-PQ-SOURCE PIC X(8).
                 05 WS-PQ-RUN-TS PIC 9(14).
                 05 WS-PQ-RUN-STATUS PIC XX.
                 05 WS-PQ-MAKER PIC X(8).
                 05 WS-PQ-DECISION PIC X.
                 05 WS-PQ-LIVE PIC X.
      *> The queue as re-read under the lock, less the rows decided
      *> on: what goes back out to EULPEND.
           01 WS-LQ-MAX USAGE UNSIGNED-INT VALUE 200.
           01 WS-LQ-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-LQ-INDEX USAGE UNSIGNED-INT.
           01 WS-LQ-OVERFLOW PIC X VALUE 'N'.
           01 WS-LQ-TABLE.
              03 WS-LQ-ROW OCCURS 200.
                 05 WS-LQ-IMAGE PIC X(101).
           01 WS-LIVE-VALUE PIC 9V9(18).
      *> The master row for the item in hand, de-edited from the
      *> master's numeric-edited value field. While the screens are
      *> worked the master is only read; a missing one (nothing ever
      *> released) makes every item a new tolerance.
           01 WS-MAST-PRESENT PIC X VALUE 'N'.
           01 WS-OLD-FOUND PIC X.
           01 WS-OLD-EPSILON PIC 9V9(18).
           01 WS-OLD-N PIC 9(9).
           01 WS-OLD-VALUE PIC 9V9(18).
           01 WS-OLD-UPDATED PIC 9(14).
           01 WS-CHANGE PIC S9V9(18).
           01 WS-OWN-COUNT PIC 9(9) VALUE 0.
           01 WS-APPROVE-COUNT PIC 9(9) VALUE 0.
           01 WS-REJECT-COUNT PIC 9(9) VALUE 0.
           01 WS-LEFT-COUNT PIC 9(9) VALUE 0.
           01 WS-ADD-COUNT PIC 9(9) VALUE 0.
           01 WS-REPLACE-COUNT PIC 9(9) VALUE 0.
           01 WS-POSTCLOSE-COUNT PIC 9(9) VALUE 0.
           01 WS-CHANGED-COUNT PIC 9(9) VALUE 0.
      *> Accounting periods standing closed on EULPERD, and the
      *> certificate's row for the item in hand (see
      *> CHECK-CLOSED-PERIOD).
           01 WS-CP-MAX USAGE UNSIGNED-INT VALUE 600.
           01 WS-CP-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-CP-INDEX USAGE UNSIGNED-INT.
           01 WS-CP-TABLE.
              03 WS-CP-ENTRY OCCURS 600.
                 05 WS-CP-PERIOD PIC 9(6).
                 05 WS-CP-END-TS PIC 9(14).
           01 WS-CP-EOF PIC X.
           01 WS-CLOSED-HIT PIC X.
           01 WS-CLOSED-PERIOD PIC 9(6).
           01 WS-CLOSED-END-TS PIC 9(14).
           01 WS-CERT-FOUND PIC X.
           01 WS-CERT-N PIC 9(9).
           01 WS-CERT-VALUE-NUM PIC 9V9(18).
      *> Display lines composed here and shown FROM the screens; the
      *> structured sources keep the editing pictures out of the
      *> SCREEN SECTION itself (the EULTOLIQ habit).
           01 WS-POSITION-BUILD.
              03 FILLER PIC X(5) VALUE 'ITEM '.
              03 WS-PB-INDEX PIC ZZ9.
              03 FILLER PIC X(4) VALUE ' OF '.
              03 WS-PB-COUNT PIC ZZ9.
           01 WS-POSITION-DISPLAY PIC X(15).
           01 WS-EPSILON-EDIT PIC 9.9(18).
           01 WS-EPSILON-DISPLAY PIC X(20).
           01 WS-SOURCE-BUILD.
              03 WS-SB-SOURCE PIC X(8).
              03 FILLER PIC X(14) VALUE '  RUN STARTED '.
              03 WS-SB-RUN-TS PIC 9(14).
              03 FILLER PIC X(10) VALUE '  STATUS: '.
              03 WS-SB-RUN-STATUS PIC XX.
           01 WS-SOURCE-DISPLAY PIC X(60).
           01 WS-MAKER-BUILD.
              03 WS-MK-MAKER PIC X(8).
              03 FILLER PIC X(4) VALUE '  AT'.
              03 FILLER PIC X(1) VALUE SPACE.
              03 WS-MK-STAGED-TS PIC 9(14).
           01 WS-MAKER-DISPLAY PIC X(60).
           01 WS-VALUE-BUILD.
              03 FILLER PIC X(7) VALUE 'VALUE: '.
              03 WS-VB-VALUE PIC 9.9(18).
              03 FILLER PIC X(5) VALUE '  N: '.
              03 WS-VB-N PIC ZZZ,ZZZ,ZZ9.
           01 WS-OLD-DISPLAY PIC X(60).
           01 WS-NEW-DISPLAY PIC X(60).
           01 WS-CHANGE-EDIT PIC -9.9(18).
           01 WS-CHANGE-DISPLAY PIC X(30).
           01 WS-TALLY-BUILD.
              03 WS-TB-APPROVE PIC ZZ9.
              03 FILLER PIC X(12) VALUE ' APPROVED,  '.
              03 WS-TB-REJECT PIC ZZ9.
              03 FILLER PIC X(12) VALUE ' REJECTED,  '.
              03 WS-TB-LEFT PIC ZZ9.
              03 FILLER PIC X(16) VALUE ' LEFT PENDING   '.
           01 WS-TALLY-DISPLAY PIC X(60).
           01 WS-CLOSED-BUILD.
              03 FILLER PIC X(21) VALUE 'RUN IN CLOSED PERIOD '.
              03 WS-CB-PERIOD PIC 9(6).
              03 WS-CB-TEXT PIC X(33).
           01 WS-CLOSED-DISPLAY PIC X(60).
           01 WS-CONTROL-MESSAGE.
              03 FILLER PIC X(10) VALUE 'EULPNDRL: '.
              03 WS-MSG-CHECKER PIC X(8).
              03 FILLER PIC X(1) VALUE SPACE.
              03 WS-MSG-APPROVE PIC ZZZ,ZZ9.
              03 FILLER PIC X(11) VALUE ' APPROVED ('.
              03 WS-MSG-ADD PIC ZZZ,ZZ9.
              03 FILLER PIC X(8) VALUE ' ADDED, '.
              03 WS-MSG-REPLACE PIC ZZZ,ZZ9.
              03 FILLER PIC X(12) VALUE ' REPLACED), '.
              03 WS-MSG-REJECT PIC ZZZ,ZZ9.
              03 FILLER PIC X(9) VALUE ' REJECTED'.
      *> Suite run lock (via EULRLKMG), held only while the
      *> confirmed decisions are applied: the release rewrites the
      *> master and the queue and appends the history, so it
      *> serializes with EULRUPDT and the producers like any other
      *> writer - and no extract can be cut mid-release.
           01 WS-LOCK-ACTION PIC X.
           01 WS-LOCK-JOB PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-HELD-TS PIC 9(14).
           01 WS-LOCK-RESULT PIC XX.
       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 5 VALUE
              'EULPNDRL - PUBLICATION RELEASE (CHECKER)'.
           05 LINE 3 COLUMN 5 VALUE
              'CHECKER OPERATOR ID (BLANK = EXIT):'.
           05 LINE 3 COLUMN 45 PIC X(8)
              USING WS-CHECKER-ID.
           05 LINE 5 COLUMN 5 PIC X(60)
              FROM WS-MESSAGE.
       01  ITEM-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 5 VALUE
              'EULPNDRL - PUBLICATION RELEASE (CHECKER)'.
           05 LINE 1 COLUMN 60 PIC X(15)
              FROM WS-POSITION-DISPLAY.
           05 LINE 3 COLUMN 5 VALUE 'TOLERANCE:'.
           05 LINE 3 COLUMN 20 PIC X(20)
              FROM WS-EPSILON-DISPLAY.
           05 LINE 4 COLUMN 5 VALUE 'PRODUCED BY:'.
           05 LINE 4 COLUMN 20 PIC X(60)
              FROM WS-SOURCE-DISPLAY.
           05 LINE 5 COLUMN 5 VALUE 'STAGED BY:'.
           05 LINE 5 COLUMN 20 PIC X(60)
              FROM WS-MAKER-DISPLAY.
           05 LINE 7 COLUMN 5 VALUE 'PUBLISHED:'.
           05 LINE 7 COLUMN 20 PIC X(60)
              FROM WS-OLD-DISPLAY.
           05 LINE 8 COLUMN 5 VALUE 'PROPOSED:'.
           05 LINE 8 COLUMN 20 PIC X(60)
              FROM WS-NEW-DISPLAY.
           05 LINE 9 COLUMN 5 VALUE 'CHANGE:'.
           05 LINE 9 COLUMN 20 PIC X(30)
              FROM WS-CHANGE-DISPLAY.
           05 LINE 10 COLUMN 20 PIC X(60)
              FROM WS-CLOSED-DISPLAY.
           05 LINE 11 COLUMN 5 VALUE
              'DECISION (A = APPROVE, R = REJECT, BLANK = LEAVE):'.
           05 LINE 11 COLUMN 57 PIC X
              USING WS-DECISION-ENTRY.
           05 LINE 13 COLUMN 5 PIC X(60)
              FROM WS-MESSAGE.
       01  CONFIRM-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 5 VALUE
              'EULPNDRL - PUBLICATION RELEASE (CHECKER)'.
           05 LINE 3 COLUMN 5 PIC X(60)
              FROM WS-TALLY-DISPLAY.
           05 LINE 5 COLUMN 5 PIC X(60)
              FROM WS-MESSAGE.
           05 LINE 7 COLUMN 5 VALUE
              'APPLY THESE DECISIONS? (Y/N):'.
           05 LINE 7 COLUMN 36 PIC X
              USING WS-CONFIRM.
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           MOVE SPACE TO WS-CHECKER-ID
           MOVE SPACE TO WS-MESSAGE
           ACCEPT SIGNON-SCREEN
           IF WS-CHECKER-ID = SPACE
               STOP RUN
           END-IF
           MOVE WS-CHECKER-ID TO WS-AUTH-OPERATOR
           MOVE 'C' TO WS-AUTH-ACTION
           PERFORM CALL-AUTHORITY-MANAGER
           IF WS-AUTH-RESULT NOT = '00'
               MOVE 'REFUSED' TO WS-AUTH-CHANGE
               MOVE 'L' TO WS-AUTH-ACTION
               PERFORM CALL-AUTHORITY-MANAGER
               DISPLAY 'EULPNDRL: OPERATOR ' WS-AUTH-OPERATOR
                   ' NOT AUTHORIZED TO RELEASE EULPEND - REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PENDING-QUEUE
           PERFORM LOAD-CLOSED-PERIODS
      *> A queue this session cannot hold whole cannot be rewritten
      *> without losing the items that did not fit, so no decision
      *> is taken at all.
           IF WS-PQ-OVERFLOW = 'Y'
               DISPLAY 'EULPNDRL: PENDING QUEUE LARGER THAN THE RELEASE'
                   ' TABLE - NOTHING RELEASED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RMAST-FILE
           IF WS-RMAST-STATUS = '00'
               MOVE 'Y' TO WS-MAST-PRESENT
           END-IF
           MOVE 1 TO WS-PQ-INDEX
           PERFORM UNTIL WS-PQ-INDEX > WS-PQ-COUNT
               PERFORM REVIEW-ONE-ITEM
               ADD 1 TO WS-PQ-INDEX
           END-PERFORM
           IF WS-MAST-PRESENT = 'Y'
               CLOSE RMAST-FILE
           END-IF
           IF WS-APPROVE-COUNT > 0 OR WS-REJECT-COUNT > 0
               PERFORM CONFIRM-DECISIONS
               IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                   PERFORM CLAIM-RUN-LOCK
                   IF WS-LOCK-RESULT NOT = '00'
                       DISPLAY 'EULPNDRL: NO DECISION APPLIED - RERUN '
                           'THE RELEASE ONCE THE LOCK IS FREE'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM RELOAD-LIVE-QUEUE
                   IF WS-LQ-OVERFLOW = 'Y'
                       DISPLAY 'EULPNDRL: PENDING QUEUE LARGER THAN THE'
                           ' RELEASE TABLE - NOTHING RELEASED'
                       PERFORM RELEASE-RUN-LOCK
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM OPEN-MASTER-FOR-UPDATE
                   PERFORM APPLY-DECISIONS
                   PERFORM REWRITE-PENDING-QUEUE
                   CLOSE RMAST-FILE
                   PERFORM RELEASE-RUN-LOCK
               ELSE
                   MOVE 0 TO WS-APPROVE-COUNT
                   MOVE 0 TO WS-REJECT-COUNT
               END-IF
           END-IF
           MOVE WS-CHECKER-ID TO WS-MSG-CHECKER
           MOVE WS-APPROVE-COUNT TO WS-MSG-APPROVE
           MOVE WS-ADD-COUNT TO WS-MSG-ADD
           MOVE WS-REPLACE-COUNT TO WS-MSG-REPLACE
           MOVE WS-REJECT-COUNT TO WS-MSG-REJECT
           DISPLAY WS-CONTROL-MESSAGE
           IF WS-OWN-COUNT > 0
               DISPLAY 'EULPNDRL: ' WS-OWN-COUNT ' ITEMS STAGED BY '
                   WS-CHECKER-ID ' NEED ANOTHER CHECKER'
           END-IF
           IF WS-POSTCLOSE-COUNT > 0
               DISPLAY 'EULPNDRL: ' WS-POSTCLOSE-COUNT
                   ' RELEASED VALUES DIFFER FROM A CLOSED-PERIOD'
                   ' CERTIFICATE - SEE POSTCLOS ON EULDIAG'
           END-IF
           IF WS-CHANGED-COUNT > 0
               DISPLAY 'EULPNDRL: ' WS-CHANGED-COUNT
                   ' ITEMS CHANGED ON THE QUEUE SINCE REVIEWED - NOT'
                   ' APPLIED, REVIEW AGAIN'
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

       CALL-AUTHORITY-MANAGER.
           CALL 'EULAUTMG' USING WS-AUTH-ACTION WS-AUTH-OPERATOR
               WS-AUTH-RESOURCE WS-AUTH-CHANGE WS-AUTH-CARD-NUMBER
               WS-AUTH-REASON WS-AUTH-BEFORE WS-AUTH-AFTER
               WS-AUTH-RESULT
           END-CALL.

       CLAIM-RUN-LOCK.
           MOVE 'C' TO WS-LOCK-ACTION
           MOVE 'EULPNDRL' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = '00'
               DISPLAY 'EULPNDRL: SUITE LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-TS ' - RUN REFUSED'
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE 'EULPNDRL' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL.

       LOAD-PENDING-QUEUE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PEND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-PQ-COUNT < WS-PQ-MAX
                           ADD 1 TO WS-PQ-COUNT
                           MOVE WS-PQ-COUNT TO WS-PQ-INDEX
                           MOVE PEND-STAGED-TS
                               TO WS-PQ-STAGED-TS(WS-PQ-INDEX)
                           MOVE PEND-EPSILON
                               TO WS-PQ-EPSILON(WS-PQ-INDEX)
                           MOVE PEND-N TO WS-PQ-N(WS-PQ-INDEX)
                           MOVE PEND-VALUE TO WS-PQ-VALUE(WS-PQ-INDEX)
                           MOVE PEND-SOURCE
                               TO WS-PQ-SOURCE(WS-PQ-INDEX)
                           MOVE PEND-RUN-TS
                               TO WS-PQ-RUN-TS(WS-PQ-INDEX)
                           MOVE PEND-RUN-STATUS
                               TO WS-PQ-RUN-STATUS(WS-PQ-INDEX)
                           MOVE PEND-MAKER TO WS-PQ-MAKER(WS-PQ-INDEX)
                           MOVE SPACE TO WS-PQ-DECISION(WS-PQ-INDEX)
                           MOVE 'N' TO WS-PQ-LIVE(WS-PQ-INDEX)
                       ELSE
                           MOVE 'Y' TO WS-PQ-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PEND-STATUS NOT = '35'
               CLOSE PEND-FILE
           END-IF.

      *> One item on the screen until the checker keys a decision
      *> the edit accepts. The maker's own items are passed over
      *> unseen and stay pending.
       REVIEW-ONE-ITEM.
           IF WS-PQ-MAKER(WS-PQ-INDEX) = WS-CHECKER-ID
               ADD 1 TO WS-OWN-COUNT
               ADD 1 TO WS-LEFT-COUNT
           ELSE
               PERFORM FETCH-CURRENT-MASTER-ROW
               PERFORM BUILD-ITEM-DISPLAY
               MOVE SPACE TO WS-DECISION-ENTRY
               MOVE SPACE TO WS-MESSAGE
               MOVE 'N' TO WS-ENTRY-VALID
               PERFORM UNTIL WS-ENTRY-VALID = 'Y'
                   ACCEPT ITEM-SCREEN
                   EVALUATE WS-DECISION-ENTRY
                       WHEN 'A'
                       WHEN 'a'
                           MOVE 'A' TO WS-PQ-DECISION(WS-PQ-INDEX)
                           ADD 1 TO WS-APPROVE-COUNT
                           MOVE 'Y' TO WS-ENTRY-VALID
                       WHEN 'R'
                       WHEN 'r'
                           MOVE 'R' TO WS-PQ-DECISION(WS-PQ-INDEX)
                           ADD 1 TO WS-REJECT-COUNT
                           MOVE 'Y' TO WS-ENTRY-VALID
                       WHEN SPACE
                           ADD 1 TO WS-LEFT-COUNT
                           MOVE 'Y' TO WS-ENTRY-VALID
                       WHEN OTHER
                           MOVE 'DECISION MUST BE A, R OR BLANK'
                               TO WS-MESSAGE
                   END-EVALUATE
               END-PERFORM
           END-IF.

       BUILD-ITEM-DISPLAY.
           MOVE WS-PQ-INDEX TO WS-PB-INDEX
           MOVE WS-PQ-COUNT TO WS-PB-COUNT
           MOVE WS-POSITION-BUILD TO WS-POSITION-DISPLAY
           MOVE WS-PQ-EPSILON(WS-PQ-INDEX) TO WS-EPSILON-EDIT
           MOVE WS-EPSILON-EDIT TO WS-EPSILON-DISPLAY
           MOVE WS-PQ-SOURCE(WS-PQ-INDEX) TO WS-SB-SOURCE
           MOVE WS-PQ-RUN-TS(WS-PQ-INDEX) TO WS-SB-RUN-TS
           MOVE WS-PQ-RUN-STATUS(WS-PQ-INDEX) TO WS-SB-RUN-STATUS
           MOVE WS-SOURCE-BUILD TO WS-SOURCE-DISPLAY
           MOVE WS-PQ-MAKER(WS-PQ-INDEX) TO WS-MK-MAKER
           MOVE WS-PQ-STAGED-TS(WS-PQ-INDEX) TO WS-MK-STAGED-TS
           MOVE WS-MAKER-BUILD TO WS-MAKER-DISPLAY
           MOVE WS-PQ-VALUE(WS-PQ-INDEX) TO WS-VB-VALUE
           MOVE WS-PQ-N(WS-PQ-INDEX) TO WS-VB-N
           MOVE WS-VALUE-BUILD TO WS-NEW-DISPLAY
           IF WS-OLD-FOUND = 'Y'
               MOVE WS-OLD-VALUE TO WS-VB-VALUE
               MOVE WS-OLD-N TO WS-VB-N
               MOVE WS-VALUE-BUILD TO WS-OLD-DISPLAY
               COMPUTE WS-CHANGE =
                   WS-PQ-VALUE(WS-PQ-INDEX) - WS-OLD-VALUE
               MOVE WS-CHANGE TO WS-CHANGE-EDIT
               MOVE WS-CHANGE-EDIT TO WS-CHANGE-DISPLAY
           ELSE
               MOVE '(NEVER PUBLISHED - NEW TOLERANCE)'
                   TO WS-OLD-DISPLAY
               MOVE '(NEW TOLERANCE)' TO WS-CHANGE-DISPLAY
           END-IF
           MOVE SPACE TO WS-CLOSED-DISPLAY
           PERFORM CHECK-CLOSED-PERIOD
           IF WS-CLOSED-HIT = 'Y'
               MOVE WS-CLOSED-PERIOD TO WS-CB-PERIOD
               IF WS-CERT-FOUND = 'Y'
                   MOVE ' - CERTIFIED VALUE DIFFERS'
                       TO WS-CB-TEXT
               ELSE
                   MOVE ' - NOT ON THE CERTIFICATE' TO WS-CB-TEXT
               END-IF
               MOVE WS-CLOSED-BUILD TO WS-CLOSED-DISPLAY
           END-IF.

       FETCH-CURRENT-MASTER-ROW.
           MOVE 'N' TO WS-OLD-FOUND
           MOVE 0 TO WS-OLD-N
           MOVE 0 TO WS-OLD-VALUE
           MOVE 0 TO WS-OLD-UPDATED
           IF WS-MAST-PRESENT = 'Y'
               MOVE WS-PQ-EPSILON(WS-PQ-INDEX) TO RMAST-EPSILON
               READ RMAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-OLD-FOUND
                       MOVE RMAST-EPSILON TO WS-OLD-EPSILON
                       MOVE RMAST-N TO WS-OLD-N
                       MOVE RMAST-VALUE TO WS-OLD-VALUE
                       MOVE RMAST-UPDATED TO WS-OLD-UPDATED
               END-READ
           END-IF.

       CONFIRM-DECISIONS.
           MOVE WS-APPROVE-COUNT TO WS-TB-APPROVE
           MOVE WS-REJECT-COUNT TO WS-TB-REJECT
           MOVE WS-LEFT-COUNT TO WS-TB-LEFT
           MOVE WS-TALLY-BUILD TO WS-TALLY-DISPLAY
           IF WS-OWN-COUNT > 0
               MOVE 'ITEMS YOU STAGED WERE NOT SHOWN - ANOTHER CHECKER'
                   TO WS-MESSAGE
           ELSE
               MOVE SPACE TO WS-MESSAGE
           END-IF
           MOVE 'N' TO WS-CONFIRM
           ACCEPT CONFIRM-SCREEN.

      *> Under the lock, the queue as it now stands. A row still
      *> carrying the staging timestamp and value the checker was
      *> shown is the item decided on, and leaves the queue; every
      *> other row - an item left pending, one EULRUPDT superseded
      *> or staged since the screens were loaded - is carried over
      *> as it is. A decision whose row is no longer there is
      *> withdrawn: the item stays open for the next review.
       RELOAD-LIVE-QUEUE.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PEND-FILE
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PEND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM MATCH-DECIDED-ITEM
                       IF WS-PQ-FOUND = 'N'
                           PERFORM CARRY-OVER-LIVE-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PEND-STATUS NOT = '35'
               CLOSE PEND-FILE
           END-IF
           MOVE 1 TO WS-PQ-INDEX
           PERFORM UNTIL WS-PQ-INDEX > WS-PQ-COUNT
               IF WS-PQ-DECISION(WS-PQ-INDEX) NOT = SPACE
                       AND WS-PQ-LIVE(WS-PQ-INDEX) = 'N'
                   PERFORM WITHDRAW-STALE-DECISION
               END-IF
               ADD 1 TO WS-PQ-INDEX
           END-PERFORM.

       MATCH-DECIDED-ITEM.
           MOVE PEND-VALUE TO WS-LIVE-VALUE
           MOVE 'N' TO WS-PQ-FOUND
           MOVE 1 TO WS-PQ-INDEX
           PERFORM UNTIL WS-PQ-FOUND = 'Y'
                   OR WS-PQ-INDEX > WS-PQ-COUNT
               IF WS-PQ-DECISION(WS-PQ-INDEX) NOT = SPACE
                       AND WS-PQ-LIVE(WS-PQ-INDEX) = 'N'
                       AND WS-PQ-EPSILON(WS-PQ-INDEX) = PEND-EPSILON
                       AND WS-PQ-STAGED-TS(WS-PQ-INDEX)
                       = PEND-STAGED-TS
                       AND WS-PQ-VALUE(WS-PQ-INDEX) = WS-LIVE-VALUE
                   MOVE 'Y' TO WS-PQ-FOUND
                   MOVE 'Y' TO WS-PQ-LIVE(WS-PQ-INDEX)
               ELSE
                   ADD 1 TO WS-PQ-INDEX
               END-IF
           END-PERFORM.

       CARRY-OVER-LIVE-ROW.
           IF WS-LQ-COUNT < WS-LQ-MAX
               ADD 1 TO WS-LQ-COUNT
               MOVE PEND-RECORD TO WS-LQ-IMAGE(WS-LQ-COUNT)
           ELSE
               MOVE 'Y' TO WS-LQ-OVERFLOW
           END-IF.

       WITHDRAW-STALE-DECISION.
           IF WS-PQ-DECISION(WS-PQ-INDEX) = 'A'
               SUBTRACT 1 FROM WS-APPROVE-COUNT
           ELSE
               SUBTRACT 1 FROM WS-REJECT-COUNT
           END-IF
           MOVE SPACE TO WS-PQ-DECISION(WS-PQ-INDEX)
           ADD 1 TO WS-CHANGED-COUNT.

      *> First-ever release has no master yet: create it empty, then
      *> reopen I-O, the same status-35 fallback the other programs
      *> apply to their own datasets.
       OPEN-MASTER-FOR-UPDATE.
           OPEN I-O RMAST-FILE
           IF WS-RMAST-STATUS = '35'
               OPEN OUTPUT RMAST-FILE
               CLOSE RMAST-FILE
               OPEN I-O RMAST-FILE
           END-IF
           MOVE 'Y' TO WS-MAST-PRESENT.

      *> The confirmed session: each approved item onto the master,
      *> each decided item onto the decision log.
       APPLY-DECISIONS.
           MOVE 1 TO WS-PQ-INDEX
           PERFORM UNTIL WS-PQ-INDEX > WS-PQ-COUNT
               IF WS-PQ-DECISION(WS-PQ-INDEX) NOT = SPACE
                   PERFORM FETCH-CURRENT-MASTER-ROW
                   IF WS-PQ-DECISION(WS-PQ-INDEX) = 'A'
                       PERFORM PUBLISH-ONE-ITEM
                       PERFORM CHECK-CLOSED-PERIOD
                       IF WS-CLOSED-HIT = 'Y'
                           PERFORM WRITE-POSTCLOSE-DIAG
                       END-IF
                   END-IF
                   PERFORM WRITE-DECISION-ROW
               END-IF
               ADD 1 TO WS-PQ-INDEX
           END-PERFORM.

      *> Add-or-replace on the tolerance key: the keyed READ in
      *> FETCH-CURRENT-MASTER-ROW decided whether this is a new
      *> tolerance (WRITE) or a newer value for one already
      *> published (REWRITE, history first). Either way the row
      *> carries the release timestamp - the moment it was actually
      *> published.
       PUBLISH-ONE-ITEM.
           PERFORM BUILD-MASTER-ROW
           IF WS-OLD-FOUND = 'Y'
               REWRITE RMAST-RECORD
               ADD 1 TO WS-REPLACE-COUNT
               PERFORM WRITE-HISTORY-ROW
           ELSE
               WRITE RMAST-RECORD
               ADD 1 TO WS-ADD-COUNT
           END-IF.

       BUILD-MASTER-ROW.
           MOVE WS-PQ-EPSILON(WS-PQ-INDEX) TO RMAST-EPSILON
           MOVE WS-PQ-N(WS-PQ-INDEX) TO RMAST-N
           MOVE WS-PQ-VALUE(WS-PQ-INDEX) TO RMAST-VALUE
           MOVE WS-RUN-TIMESTAMP TO RMAST-UPDATED.

      *> Every replacement leaves its old row on the effective-dated
      *> history: current from its own RMAST-UPDATED stamp, current
      *> until this release's timestamp. The as-of inquiry
      *> (EULRASOF) answers point-in-time questions off these rows.
       WRITE-HISTORY-ROW.
           OPEN EXTEND RMHST-FILE
           IF WS-RMHST-STATUS = '35'
               OPEN OUTPUT RMHST-FILE
           END-IF
           MOVE SPACE TO RMHS-SEP-1
           MOVE SPACE TO RMHS-SEP-2
           MOVE SPACE TO RMHS-SEP-3
           MOVE SPACE TO RMHS-SEP-4
           MOVE WS-OLD-EPSILON TO RMHS-EPSILON
           MOVE WS-OLD-N TO RMHS-N
           MOVE WS-OLD-VALUE TO RMHS-VALUE
           MOVE WS-OLD-UPDATED TO RMHS-FROM-TS
           MOVE WS-RUN-TIMESTAMP TO RMHS-THRU-TS
           WRITE RMHS-RECORD
           CLOSE RMHST-FILE.

       WRITE-DECISION-ROW.
           OPEN EXTEND PNDLG-FILE
           IF WS-PNDLG-STATUS = '35'
               OPEN OUTPUT PNDLG-FILE
           END-IF
           MOVE SPACE TO PNDL-SEP-1
           MOVE SPACE TO PNDL-SEP-2
           MOVE SPACE TO PNDL-SEP-3
           MOVE SPACE TO PNDL-SEP-4
           MOVE SPACE TO PNDL-SEP-5
           MOVE SPACE TO PNDL-SEP-6
           MOVE SPACE TO PNDL-SEP-7
           MOVE SPACE TO PNDL-SEP-8
           MOVE SPACE TO PNDL-SEP-9
           MOVE SPACE TO PNDL-SEP-10
           MOVE WS-RUN-TIMESTAMP TO PNDL-DECIDED-TS
           MOVE WS-PQ-DECISION(WS-PQ-INDEX) TO PNDL-DECISION
           MOVE WS-CHECKER-ID TO PNDL-CHECKER
           MOVE WS-PQ-MAKER(WS-PQ-INDEX) TO PNDL-MAKER
           MOVE WS-PQ-SOURCE(WS-PQ-INDEX) TO PNDL-SOURCE
           MOVE WS-PQ-RUN-TS(WS-PQ-INDEX) TO PNDL-RUN-TS
           MOVE WS-PQ-EPSILON(WS-PQ-INDEX) TO PNDL-EPSILON
           MOVE WS-OLD-N TO PNDL-OLD-N
           MOVE WS-OLD-VALUE TO PNDL-OLD-VALUE
           MOVE WS-PQ-N(WS-PQ-INDEX) TO PNDL-NEW-N
           MOVE WS-PQ-VALUE(WS-PQ-INDEX) TO PNDL-NEW-VALUE
           WRITE PNDL-RECORD
           CLOSE PNDLG-FILE.

      *> The queue goes back out as re-read under the lock, less the
      *> rows decided on.
       REWRITE-PENDING-QUEUE.
           OPEN OUTPUT PEND-FILE
           MOVE 1 TO WS-LQ-INDEX
           PERFORM UNTIL WS-LQ-INDEX > WS-LQ-COUNT
               MOVE WS-LQ-IMAGE(WS-LQ-INDEX) TO PEND-RECORD
               WRITE PEND-RECORD
               ADD 1 TO WS-LQ-INDEX
           END-PERFORM
           CLOSE PEND-FILE.

      *> Only periods standing closed matter; a reopened one is
      *> being corrected and will be certified afresh.
       LOAD-CLOSED-PERIODS.
           MOVE 'N' TO WS-CP-EOF
           OPEN INPUT PERD-FILE
           IF WS-PERD-STATUS NOT = '00'
               MOVE 'Y' TO WS-CP-EOF
           END-IF
           PERFORM UNTIL WS-CP-EOF = 'Y'
               READ PERD-FILE
                   AT END
                       MOVE 'Y' TO WS-CP-EOF
                   NOT AT END
                       IF PERD-STATUS = 'CLOSED'
                               AND WS-CP-COUNT < WS-CP-MAX
                           ADD 1 TO WS-CP-COUNT
                           MOVE PERD-PERIOD TO WS-CP-PERIOD(WS-CP-COUNT)
                           MOVE PERD-END-TS TO WS-CP-END-TS(WS-CP-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-PERD-STATUS NOT = '35'
               CLOSE PERD-FILE
           END-IF.

      *> The period the item's run fell in is the earliest closed
      *> period ending at or after the run started. Had the value
      *> been published then, that period's certificate would show
      *> it; a certificate that shows something else (or nothing)
      *> is a hit.
       CHECK-CLOSED-PERIOD.
           MOVE 'N' TO WS-CLOSED-HIT
           MOVE 0 TO WS-CLOSED-PERIOD
           MOVE 99999999999999 TO WS-CLOSED-END-TS
           MOVE 1 TO WS-CP-INDEX
           PERFORM UNTIL WS-CP-INDEX > WS-CP-COUNT
               IF WS-CP-END-TS(WS-CP-INDEX)
                       >= WS-PQ-RUN-TS(WS-PQ-INDEX)
                       AND WS-CP-END-TS(WS-CP-INDEX)
                       < WS-CLOSED-END-TS
                   MOVE WS-CP-PERIOD(WS-CP-INDEX) TO WS-CLOSED-PERIOD
                   MOVE WS-CP-END-TS(WS-CP-INDEX) TO WS-CLOSED-END-TS
               END-IF
               ADD 1 TO WS-CP-INDEX
           END-PERFORM
           IF WS-CLOSED-PERIOD NOT = 0
               PERFORM FIND-CERTIFIED-VALUE
               IF WS-CERT-FOUND = 'N'
                   MOVE 'Y' TO WS-CLOSED-HIT
               ELSE
                   IF WS-CERT-N NOT = WS-PQ-N(WS-PQ-INDEX)
                           OR WS-CERT-VALUE-NUM
                           NOT = WS-PQ-VALUE(WS-PQ-INDEX)
                       MOVE 'Y' TO WS-CLOSED-HIT
                   END-IF
               END-IF
           END-IF.

       FIND-CERTIFIED-VALUE.
           MOVE 'N' TO WS-CERT-FOUND
           MOVE 0 TO WS-CERT-N
           MOVE 0 TO WS-CERT-VALUE-NUM
           MOVE 'N' TO WS-CP-EOF
           OPEN INPUT CERT-FILE
           IF WS-CERT-STATUS NOT = '00'
               MOVE 'Y' TO WS-CP-EOF
           END-IF
           PERFORM UNTIL WS-CP-EOF = 'Y'
               READ CERT-FILE
                   AT END
                       MOVE 'Y' TO WS-CP-EOF
                   NOT AT END
                       IF CERT-PERIOD = WS-CLOSED-PERIOD
                               AND CERT-EPSILON
                               = WS-PQ-EPSILON(WS-PQ-INDEX)
                           MOVE 'Y' TO WS-CERT-FOUND
                           MOVE CERT-N TO WS-CERT-N
                           MOVE CERT-VALUE TO WS-CERT-VALUE-NUM
                           MOVE 'Y' TO WS-CP-EOF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-CERT-STATUS NOT = '35'
               CLOSE CERT-FILE
           END-IF.

      *> DIAG-DISCREPANCY is the released value less the certified
      *> one (zero when the certificate has no row to compare).
       WRITE-POSTCLOSE-DIAG.
           ADD 1 TO WS-POSTCLOSE-COUNT
           OPEN I-O DIAG-FILE
           IF WS-DIAG-STATUS = '35'
               OPEN OUTPUT DIAG-FILE
           END-IF
           MOVE SPACE TO DIAG-SEP-0
           MOVE SPACE TO DIAG-SEP-1
           MOVE SPACE TO DIAG-SEP-2
           MOVE SPACE TO DIAG-SEP-3
           MOVE SPACE TO DIAG-SEP-4
           MOVE WS-RUN-TIMESTAMP TO DIAG-TIMESTAMP
           MOVE 'POSTCLOS' TO DIAG-TYPE
           MOVE WS-PQ-EPSILON(WS-PQ-INDEX) TO DIAG-EPSILON
           MOVE WS-PQ-N(WS-PQ-INDEX) TO DIAG-N
           MOVE SPACE TO DIAG-MESSAGE
           IF WS-CERT-FOUND = 'Y'
               COMPUTE DIAG-DISCREPANCY =
                   WS-PQ-VALUE(WS-PQ-INDEX) - WS-CERT-VALUE-NUM
               STRING 'Released into closed period ' WS-CLOSED-PERIOD
                   ' - certified differs'
                   DELIMITED BY SIZE INTO DIAG-MESSAGE
               END-STRING
           ELSE
               MOVE 0 TO DIAG-DISCREPANCY
               STRING 'Released into closed period ' WS-CLOSED-PERIOD
                   ' - not certified'
                   DELIMITED BY SIZE INTO DIAG-MESSAGE
               END-STRING
           END-IF
           PERFORM WRITE-DIAG-ROW
           CLOSE DIAG-FILE.

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
