       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULREQIN.
      *> Intake for ad-hoc tolerance requests (see eulreqst.cpy).
      *> Requests for "e at 1.0E-13" used to arrive by phone and mail
      *> and be hand-punched into EULTRANS or a study card, and
      *> nobody ever told the requester it was done. Now the desk
      *> keys them into EULREQST and this step works every NEW row:
      *>   - numbers it (the next request number on file) and dates
      *>     its receipt;
      *>   - validates it: a requester, a tolerance that is a number
      *>     and passes the same (0, 0.1] rule EULER's
      *>     VALIDATE-EPSILON applies, a needed-by date that is a
      *>     real date - a request failing any of those is REJECTED
      *>     with the reason, never run;
      *>   - answers it straight from EULRMAST when the master
      *>     already carries a current row for that tolerance - no
      *>     run is spent on a value already published;
      *>   - otherwise puts the tolerance into tonight's EULTRANS
      *>     deck and marks the request QUEUED.
      *> QUEUED requests still open from an earlier night (deck
      *> rejected, driver not run) are checked against the master
      *> again and, still unmet, carried into tonight's deck too.
      *> The deck: this step runs after EULSWEEP has built the
      *> night's sweep, and adds its cards to that deck - keeping
      *> the sweep's header and cards, dropping tolerances the deck
      *> already carries, and rewriting the trailer with the new
      *> count. A deck is tonight's when it carries the date the
      *> driver will accept: today, or the prior business date (a
      *> sweep built before midnight, or on the working day before
      *> a weekend or holiday run), from EULCALMG as EULERDRV takes
      *> it. With no deck so dated (none at all, or an older one
      *> left lying about) it writes a fresh one under its own name.
      *> Tonight's deck, kept, keeps its own header date. A deck
      *> that is tonight's but does not prove itself (header not
      *> first, trailer missing, count off) is left exactly as it
      *> stands: the requests that needed it stay as they were and
      *> the step comes back 8 so someone looks before the driver
      *> rejects the deck anyway.
      *> Every request whose status changed gets a notice on
      *> EULRQNTF, grouped by requester.
      *> Return code: 0 clean, 4 some request rejected, 8 some
      *> request could not be queued (deck unusable or full), 12
      *> suite lock held elsewhere, 16 request file too big to hold
      *> (nothing changed).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQ-FILE ASSIGN TO "EULREQST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT TRANS-FILE ASSIGN TO "EULTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.
           SELECT RMAST-FILE ASSIGN TO "EULRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RMAST-EPSILON
               FILE STATUS IS WS-RMAST-STATUS.
           SELECT RQNT-FILE ASSIGN TO "EULRQNTF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RQNT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  REQ-FILE.
       COPY "eulreqst.cpy".
       FD  TRANS-FILE.
       COPY "eultrans.cpy".
       FD  RMAST-FILE.
       COPY "eulrmst.cpy".
       FD  RQNT-FILE.
       COPY "eulrqntf.cpy".
       WORKING-STORAGE SECTION.
           01 WS-REQ-STATUS PIC XX.
           01 WS-TRANS-STATUS PIC XX.
           01 WS-RMAST-STATUS PIC XX.
           01 WS-RQNT-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-DATE PIC X(8).
           01 WS-RUN-TIMESTAMP PIC 9(14).
           01 WS-MAST-PRESENT PIC X VALUE 'N'.
      *> The whole request file is held here and rewritten from the
      *> table; a file too big for it is left untouched.
      *> WS-RQ-NEEDED-BY is held as keyed so a bad date survives the
      *> rewrite for the desk to see. WS-RQ-NOTIFY: 'Y' a notice is
      *> owed this run, 'D' it has been written.
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
           01 WS-NEXT-NUMBER PIC 9(6) VALUE 0.
      *> Tonight's deck, held card by card with each card's
      *> tolerance key beside it so a request already in the deck
      *> adds no second card. Sized to the driver's own tables.
      *> WS-DECK-STATE: 'N' no deck dated for tonight (a fresh one
      *> is written), 'T' tonight's deck, sound (cards are added to
      *> it), 'B' tonight's deck, unusable (left alone). WS-HDR-DATE
      *> is the date the rewritten deck carries.
           01 WS-DK-MAX USAGE UNSIGNED-INT VALUE 200.
           01 WS-DK-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-DK-INDEX USAGE UNSIGNED-INT.
           01 WS-DK-FOUND PIC X.
           01 WS-DK-OVERFLOW PIC X VALUE 'N'.
           01 WS-DK-TABLE.
              03 WS-DK-ENTRY OCCURS 200.
                 05 WS-DK-CARD PIC X(18).
                 05 WS-DK-KEY PIC 9V9(18).
           01 WS-DECK-STATE PIC X VALUE 'N'.
           01 WS-DECK-SOURCE PIC X(8) VALUE 'EULREQIN'.
           01 WS-DECK-CHANGED PIC X VALUE 'N'.
           01 WS-HDR-SEEN PIC X VALUE 'N'.
           01 WS-HDR-DATE PIC X(8) VALUE SPACE.
           01 WS-TRL-SEEN PIC X VALUE 'N'.
           01 WS-DECK-FAULT PIC X VALUE 'N'.
           01 WS-CARD-COUNT PIC 9(9) VALUE 0.
           01 WS-EXPECTED-COUNT PIC 9(9) VALUE 0.
      *> Business calendar (via EULCALMG). The prior business date
      *> is the second header date EULERDRV's deck check accepts;
      *> when the calendar cannot name it, it is left equal to the
      *> run date, as the driver leaves it.
           01 WS-CAL-ACTION PIC X.
           01 WS-CAL-DATE PIC 9(8).
           01 WS-CAL-DAYS PIC 9(4) VALUE 0.
           01 WS-CAL-RESULT-DATE PIC 9(8).
           01 WS-CAL-DAY-TYPE PIC X.
           01 WS-CAL-PERIOD-END PIC X.
           01 WS-CAL-RESULT PIC XX.
           01 WS-PRIOR-BUSINESS-DATE PIC X(8).
      *> One request under validation.
           01 WS-EPSILON USAGE COMPUTATIONAL-2.
           01 WS-EPSILON-VALID PIC X.
           01 WS-KEY PIC 9V9(18).
           01 WS-DATE-CHECK PIC 9(8).
           01 WS-REJECT-NOTE PIC X(40).
           01 WS-MAST-FOUND PIC X.
           01 WS-QUEUED-OK PIC X.
      *> Notification pass: the requester whose notices are being
      *> written, picked lowest-first among those still owed one.
           01 WS-NOTICE-REQUESTER PIC X(8).
           01 WS-NOTICE-FOUND PIC X.
           01 WS-NEW-COUNT PIC 9(9) VALUE 0.
           01 WS-FILLED-COUNT PIC 9(9) VALUE 0.
           01 WS-QUEUED-COUNT PIC 9(9) VALUE 0.
           01 WS-REJECTED-COUNT PIC 9(9) VALUE 0.
           01 WS-HELD-COUNT PIC 9(9) VALUE 0.
           01 WS-CARDS-ADDED PIC 9(9) VALUE 0.
      *> Suite run lock (via EULRLKMG): this step rewrites EULTRANS,
      *> which EULERDRV - a lock holder - reads twice, and the
      *> request file EULREQFL also rewrites.
           01 WS-LOCK-ACTION PIC X.
           01 WS-LOCK-JOB PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-HELD-TS PIC 9(14).
           01 WS-LOCK-RESULT PIC XX.
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM CLAIM-RUN-LOCK
           IF WS-LOCK-RESULT NOT = '00'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-REQUEST-FILE
           IF WS-RQ-OVERFLOW = 'Y'
               DISPLAY 'EULREQIN: REQUEST TABLE FULL - EULREQST '
                   'LEFT UNTOUCHED'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-TONIGHTS-DECK
           OPEN INPUT RMAST-FILE
           IF WS-RMAST-STATUS = '00'
               MOVE 'Y' TO WS-MAST-PRESENT
           END-IF
           MOVE 1 TO WS-RQ-INDEX
           PERFORM UNTIL WS-RQ-INDEX > WS-RQ-COUNT
               PERFORM WORK-ONE-REQUEST
               ADD 1 TO WS-RQ-INDEX
           END-PERFORM
           IF WS-MAST-PRESENT = 'Y'
               CLOSE RMAST-FILE
           END-IF
           IF WS-DECK-CHANGED = 'Y'
               PERFORM WRITE-TRANSACTION-DECK
           END-IF
           PERFORM REWRITE-REQUEST-FILE
           PERFORM WRITE-NOTIFICATIONS
           PERFORM RELEASE-RUN-LOCK
           DISPLAY 'EULREQIN: ' WS-NEW-COUNT ' NEW, '
               WS-FILLED-COUNT ' FILLED FROM MASTER, '
               WS-QUEUED-COUNT ' QUEUED, '
               WS-REJECTED-COUNT ' REJECTED, '
               WS-HELD-COUNT ' HELD'
           DISPLAY 'EULREQIN: ' WS-CARDS-ADDED
               ' CARDS ADDED TO THE EULTRANS DECK'
           EVALUATE TRUE
               WHEN WS-HELD-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-REJECTED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       CLAIM-RUN-LOCK.
           MOVE 'C' TO WS-LOCK-ACTION
           MOVE 'EULREQIN' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = '00'
               DISPLAY 'EULREQIN: SUITE LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-TS ' - RUN REFUSED'
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE 'EULREQIN' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL.

      *> Rows keyed by hand can carry blanks in the fields the
      *> programs maintain; those load as zero rather than as
      *> whatever a blank numeric field happens to decode to.
       LOAD-REQUEST-FILE.
           MOVE 'N' TO WS-EOF-FLAG
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

       LOAD-ONE-REQUEST.
           MOVE 0 TO WS-RQ-NUMBER(WS-RQ-INDEX)
           MOVE 0 TO WS-RQ-RECEIVED(WS-RQ-INDEX)
           MOVE 0 TO WS-RQ-STATUS-TS(WS-RQ-INDEX)
           MOVE 0 TO WS-RQ-EPSILON(WS-RQ-INDEX)
           MOVE 0 TO WS-RQ-N(WS-RQ-INDEX)
           MOVE 0 TO WS-RQ-VALUE(WS-RQ-INDEX)
           IF REQ-NUMBER NUMERIC
               MOVE REQ-NUMBER TO WS-RQ-NUMBER(WS-RQ-INDEX)
               IF REQ-NUMBER > WS-NEXT-NUMBER
                   MOVE REQ-NUMBER TO WS-NEXT-NUMBER
               END-IF
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
           MOVE 'N' TO WS-RQ-NOTIFY(WS-RQ-INDEX).

      *> ------------------------------------------------------------
      *> Tonight's deck: read whole and judged the way EULERDRV will
      *> judge it. Only a deck dated today or the prior business
      *> date - the two dates the driver accepts - is worth adding
      *> to; anything older is replaced.
      *> ------------------------------------------------------------
       LOAD-TONIGHTS-DECK.
           PERFORM FIND-PRIOR-BUSINESS-DATE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM LOAD-ONE-DECK-CARD
               END-READ
           END-PERFORM
           IF WS-TRANS-STATUS NOT = '35'
               CLOSE TRANS-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-HDR-SEEN = 'N'
               WHEN WS-HDR-DATE NOT = WS-RUN-DATE
                       AND WS-HDR-DATE NOT = WS-PRIOR-BUSINESS-DATE
                   MOVE 'N' TO WS-DECK-STATE
                   MOVE 0 TO WS-DK-COUNT
                   MOVE 'EULREQIN' TO WS-DECK-SOURCE
                   IF WS-HDR-SEEN = 'Y'
                       DISPLAY 'EULREQIN: DECK DATED ' WS-HDR-DATE
                           ' IS NOT TONIGHT''S - REPLACED'
                   END-IF
                   MOVE WS-RUN-DATE TO WS-HDR-DATE
               WHEN WS-TRL-SEEN = 'N'
               WHEN WS-DECK-FAULT = 'Y'
               WHEN WS-DK-OVERFLOW = 'Y'
               WHEN WS-CARD-COUNT NOT = WS-EXPECTED-COUNT
                   MOVE 'B' TO WS-DECK-STATE
                   DISPLAY 'EULREQIN: TONIGHT''S DECK DOES NOT PROVE '
                       'ITSELF - LEFT UNTOUCHED'
               WHEN OTHER
                   MOVE 'T' TO WS-DECK-STATE
           END-EVALUATE.

       FIND-PRIOR-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-PRIOR-BUSINESS-DATE
           MOVE 'P' TO WS-CAL-ACTION
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           CALL 'EULCALMG' USING WS-CAL-ACTION WS-CAL-DATE
               WS-CAL-DAYS WS-CAL-RESULT-DATE WS-CAL-DAY-TYPE
               WS-CAL-PERIOD-END WS-CAL-RESULT
           END-CALL
           IF WS-CAL-RESULT = '00'
               MOVE WS-CAL-RESULT-DATE TO WS-PRIOR-BUSINESS-DATE
           END-IF.

       LOAD-ONE-DECK-CARD.
           EVALUATE TRUE
               WHEN TRANS-HDR-ID = 'HDR'
                   IF WS-HDR-SEEN = 'Y' OR WS-TRL-SEEN = 'Y'
                           OR WS-CARD-COUNT > 0
                       MOVE 'Y' TO WS-DECK-FAULT
                   ELSE
                       MOVE 'Y' TO WS-HDR-SEEN
                       MOVE TRANS-HDR-DATE TO WS-HDR-DATE
                       MOVE TRANS-HDR-SOURCE TO WS-DECK-SOURCE
                   END-IF
               WHEN TRANS-HDR-ID = 'TRL'
                   IF WS-TRL-SEEN = 'Y'
                       MOVE 'Y' TO WS-DECK-FAULT
                   ELSE
                       MOVE 'Y' TO WS-TRL-SEEN
                       MOVE TRANS-TRL-COUNT TO WS-EXPECTED-COUNT
                   END-IF
               WHEN OTHER
                   IF WS-HDR-SEEN NOT = 'Y' OR WS-TRL-SEEN = 'Y'
                       MOVE 'Y' TO WS-DECK-FAULT
                   END-IF
                   ADD 1 TO WS-CARD-COUNT
                   IF WS-DK-COUNT < WS-DK-MAX
                       ADD 1 TO WS-DK-COUNT
                       MOVE TRANS-EPSILON TO WS-DK-CARD(WS-DK-COUNT)
                       MOVE 0 TO WS-DK-KEY(WS-DK-COUNT)
                       IF FUNCTION TEST-NUMVAL-F(TRANS-EPSILON) = 0
                           COMPUTE WS-EPSILON =
                               FUNCTION NUMVAL-F(TRANS-EPSILON)
                           COMPUTE WS-DK-KEY(WS-DK-COUNT) ROUNDED =
                               WS-EPSILON
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-DK-OVERFLOW
                   END-IF
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> One request: NEW rows go through intake, QUEUED rows still
      *> open from an earlier night are carried forward, and every
      *> closed row rides through untouched.
      *> ------------------------------------------------------------
       WORK-ONE-REQUEST.
           EVALUATE WS-RQ-STATUS(WS-RQ-INDEX)
               WHEN 'NEW'
               WHEN SPACE
                   PERFORM INTAKE-NEW-REQUEST
               WHEN 'QUEUED'
                   PERFORM CARRY-QUEUED-REQUEST
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       INTAKE-NEW-REQUEST.
           ADD 1 TO WS-NEW-COUNT
           MOVE 'NEW' TO WS-RQ-STATUS(WS-RQ-INDEX)
           IF WS-RQ-NUMBER(WS-RQ-INDEX) = 0
               ADD 1 TO WS-NEXT-NUMBER
               MOVE WS-NEXT-NUMBER TO WS-RQ-NUMBER(WS-RQ-INDEX)
           END-IF
           MOVE WS-RUN-DATE TO WS-RQ-RECEIVED(WS-RQ-INDEX)
           MOVE 0 TO WS-RQ-EPSILON(WS-RQ-INDEX)
           MOVE 0 TO WS-RQ-N(WS-RQ-INDEX)
           MOVE 0 TO WS-RQ-VALUE(WS-RQ-INDEX)
           PERFORM VALIDATE-REQUEST
           IF WS-REJECT-NOTE NOT = SPACE
               MOVE 'REJECTED' TO WS-RQ-STATUS(WS-RQ-INDEX)
               MOVE WS-RUN-TIMESTAMP TO WS-RQ-STATUS-TS(WS-RQ-INDEX)
               MOVE WS-REJECT-NOTE TO WS-RQ-NOTE(WS-RQ-INDEX)
               MOVE 'Y' TO WS-RQ-NOTIFY(WS-RQ-INDEX)
               ADD 1 TO WS-REJECTED-COUNT
           ELSE
               MOVE WS-KEY TO WS-RQ-EPSILON(WS-RQ-INDEX)
               PERFORM ANSWER-FROM-MASTER
               IF WS-MAST-FOUND = 'N'
                   PERFORM QUEUE-REQUEST
               END-IF
           END-IF.

      *> Still open from an earlier night: the master may have
      *> caught up since (an approved release), otherwise the
      *> tolerance goes into tonight's deck again.
       CARRY-QUEUED-REQUEST.
           MOVE WS-RQ-EPSILON(WS-RQ-INDEX) TO WS-KEY
           PERFORM ANSWER-FROM-MASTER
           IF WS-MAST-FOUND = 'N'
               PERFORM QUEUE-REQUEST
           END-IF.

      *> The first rule broken is the one reported. The tolerance is
      *> converted the way EULERDRV converts a card (NUMVAL-F, so the
      *> "1.0E-13" style parses) and judged by VALIDATE-EPSILON's
      *> rule; the key is then rounded into the master's picture the
      *> way every producer of a master row rounds it.
       VALIDATE-REQUEST.
           MOVE SPACE TO WS-REJECT-NOTE
           MOVE 'N' TO WS-EPSILON-VALID
           EVALUATE TRUE
               WHEN WS-RQ-REQUESTER(WS-RQ-INDEX) = SPACE
                   MOVE 'REJECTED - NO REQUESTER ID'
                       TO WS-REJECT-NOTE
               WHEN WS-RQ-EPSILON-TEXT(WS-RQ-INDEX) = SPACE
                   MOVE 'REJECTED - NO TOLERANCE GIVEN'
                       TO WS-REJECT-NOTE
               WHEN FUNCTION TEST-NUMVAL-F(
                       WS-RQ-EPSILON-TEXT(WS-RQ-INDEX)) NOT = 0
                   MOVE 'REJECTED - TOLERANCE IS NOT A NUMBER'
                       TO WS-REJECT-NOTE
               WHEN WS-RQ-NEEDED-BY(WS-RQ-INDEX) NOT NUMERIC
                   MOVE 'REJECTED - NEEDED-BY IS NOT A DATE'
                       TO WS-REJECT-NOTE
               WHEN OTHER
                   MOVE WS-RQ-NEEDED-BY(WS-RQ-INDEX) TO WS-DATE-CHECK
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK)
                           NOT = 0
                       MOVE 'REJECTED - NEEDED-BY IS NOT A DATE'
                           TO WS-REJECT-NOTE
                   ELSE
                       COMPUTE WS-EPSILON = FUNCTION NUMVAL-F(
                           WS-RQ-EPSILON-TEXT(WS-RQ-INDEX))
                       PERFORM VALIDATE-EPSILON
                       IF WS-EPSILON-VALID = 'N'
                           MOVE 'REJECTED - TOLERANCE OUTSIDE (0, 0.1]'
                               TO WS-REJECT-NOTE
                       ELSE
                           COMPUTE WS-KEY ROUNDED = WS-EPSILON
                       END-IF
                   END-IF
           END-EVALUATE.

      *> Same sane-tolerance rule as EULER's VALIDATE-EPSILON: a
      *> tolerance outside (0, 0.1] can never satisfy the
      *> convergence test. No diagnostic is written - a refused
      *> request is the desk's business, not a failed run's.
       VALIDATE-EPSILON.
           MOVE 'Y' TO WS-EPSILON-VALID
           IF WS-EPSILON <= 0 OR WS-EPSILON > 0.1
               MOVE 'N' TO WS-EPSILON-VALID
           END-IF.

      *> A current master row for the tolerance answers the request
      *> outright - no run is spent on a value already published.
       ANSWER-FROM-MASTER.
           MOVE 'N' TO WS-MAST-FOUND
           IF WS-MAST-PRESENT = 'Y'
               MOVE WS-KEY TO RMAST-EPSILON
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

      *> Into tonight's deck - unless the deck already carries the
      *> tolerance (no second card), or the deck cannot take it, in
      *> which case the request stays as it was for the next intake.
       QUEUE-REQUEST.
           MOVE 'N' TO WS-QUEUED-OK
           IF WS-DECK-STATE = 'B'
               MOVE 'HELD - TONIGHT''S DECK IS UNUSABLE'
                   TO WS-RQ-NOTE(WS-RQ-INDEX)
           ELSE
               MOVE 'N' TO WS-DK-FOUND
               MOVE 1 TO WS-DK-INDEX
               PERFORM UNTIL WS-DK-INDEX > WS-DK-COUNT
                       OR WS-DK-FOUND = 'Y'
                   IF WS-DK-KEY(WS-DK-INDEX) = WS-KEY
                       MOVE 'Y' TO WS-DK-FOUND
                   END-IF
                   ADD 1 TO WS-DK-INDEX
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-DK-FOUND = 'Y'
                       MOVE 'Y' TO WS-QUEUED-OK
                   WHEN WS-DK-COUNT < WS-DK-MAX
                       ADD 1 TO WS-DK-COUNT
                       MOVE WS-RQ-EPSILON-TEXT(WS-RQ-INDEX)
                           TO WS-DK-CARD(WS-DK-COUNT)
                       MOVE WS-KEY TO WS-DK-KEY(WS-DK-COUNT)
                       MOVE 'Y' TO WS-DECK-CHANGED
                       ADD 1 TO WS-CARDS-ADDED
                       MOVE 'Y' TO WS-QUEUED-OK
                   WHEN OTHER
                       MOVE 'HELD - TONIGHT''S DECK IS FULL'
                           TO WS-RQ-NOTE(WS-RQ-INDEX)
               END-EVALUATE
           END-IF
           IF WS-QUEUED-OK = 'Y'
               IF WS-RQ-STATUS(WS-RQ-INDEX) = 'NEW'
                   MOVE 'QUEUED' TO WS-RQ-STATUS(WS-RQ-INDEX)
                   MOVE WS-RUN-TIMESTAMP
                       TO WS-RQ-STATUS-TS(WS-RQ-INDEX)
                   MOVE 'Y' TO WS-RQ-NOTIFY(WS-RQ-INDEX)
                   ADD 1 TO WS-QUEUED-COUNT
               END-IF
               MOVE 'QUEUED FOR TONIGHT''S BATCH RUN'
                   TO WS-RQ-NOTE(WS-RQ-INDEX)
           ELSE
               ADD 1 TO WS-HELD-COUNT
           END-IF.

      *> The deck, rewritten whole: tonight's header (the sweep's
      *> own date and source name kept when the sweep built it),
      *> every card, and a trailer carrying the new exact count.
       WRITE-TRANSACTION-DECK.
           OPEN OUTPUT TRANS-FILE
           MOVE SPACE TO TRANS-HEADER-RECORD
           MOVE 'HDR' TO TRANS-HDR-ID
           MOVE WS-HDR-DATE TO TRANS-HDR-DATE
           MOVE WS-DECK-SOURCE TO TRANS-HDR-SOURCE
           WRITE TRANS-HEADER-RECORD
           MOVE 1 TO WS-DK-INDEX
           PERFORM UNTIL WS-DK-INDEX > WS-DK-COUNT
               MOVE SPACE TO TRANS-RECORD
               MOVE WS-DK-CARD(WS-DK-INDEX) TO TRANS-EPSILON
               WRITE TRANS-RECORD
               ADD 1 TO WS-DK-INDEX
           END-PERFORM
           MOVE SPACE TO TRANS-TRAILER-RECORD
           MOVE 'TRL' TO TRANS-TRL-ID
           MOVE WS-DK-COUNT TO TRANS-TRL-COUNT
           WRITE TRANS-TRAILER-RECORD
           CLOSE TRANS-FILE.

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
      *> Notices, grouped by requester: pick the lowest requester
      *> still owed a notice, write all of that requester's notices,
      *> and go again until nobody is owed one. The file is added
      *> to, never replaced: notices not yet distributed stay.
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
