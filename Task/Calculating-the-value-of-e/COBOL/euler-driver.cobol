      *> resubmitting EULER by hand for each value.
      *> The deck carries header/trailer control records (see
      *> eultrans.cpy) and is validated in full - header present and
      *> first, header date equal to the run date (or the prior
      *> business day's, for a deck that runs after midnight),
      *> trailer present with a card count that matches - before a
      *> single tolerance card is processed. A bad deck is rejected
      *> whole to EULDIAG and EULSUMM is not touched: a summary file
      *> was once built from a half-transferred deck, and a stale
      *> deck rerun by mistake is the same accident by another route.
      *> A partially failed night ('04' - some cards converged,
      *> some did not) no longer costs a full resweep: mode card
      *> 'R' (see euldrvmd.cpy) reruns only the tolerances the
      *> their results into the EULSUMM rows the first run got
      *> right, deduplicated on the tolerance - two bad cards cost
      *> two recomputations, not the longest sweep in the window.
      *> The night will not run on a guess about the calendar: the
      *> business calendar (EULCALND, via EULCALMG) must carry
      *> today's and tomorrow's rows, or the run stops '07' with a
      *> NOCALEND diagnostic naming the missing date before the
      *> deck is read.
      *> A shadow run (card EULSHDPM, see eulshdpm.cpy) puts a
      *> candidate EULERCLC through the same deck in full and writes
      *> only the shadow datasets: no lock, no rerun mode, and
      *> nothing production opened for output.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> a transaction card the same as it does to EULER's own
      *> parameter card): same shared dataset EULER writes to.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
      *> Run-control feed for the job scheduler's downstream steps:
      *> one row per execution with the summary-record count and
           SELECT RUNCT-FILE ASSIGN TO "EULRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCT-STATUS.
           SELECT SHDP-FILE ASSIGN TO "EULSHDPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHDP-STATUS.
           SELECT SHADOW-SUMMARY-FILE ASSIGN TO "EULSUMSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUMM-STATUS.
           SELECT SHADOW-DIAG-FILE ASSIGN TO "EULDIASH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT SHADOW-RUNCT-FILE ASSIGN TO "EULRUNSH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNCT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       COPY "eulrunct.cpy".
       FD  DRVM-FILE.
       COPY "euldrvmd.cpy".
       FD  SHDP-FILE.
       COPY "eulshdpm.cpy".
       FD  SHADOW-SUMMARY-FILE.
       01  SHADOW-SUMMARY-IMAGE       PIC X(50).
       FD  SHADOW-DIAG-FILE.
       01  SHADOW-DIAG-IMAGE          PIC X(132).
       FD  SHADOW-RUNCT-FILE.
       01  SHADOW-RUNCT-IMAGE         PIC X(51).
       WORKING-STORAGE SECTION.
           01 WS-TRANS-STATUS PIC XX.
           01 WS-SUMM-STATUS PIC XX.
      *> Latest partially-failed driver run on the run-control
      *> file, found when the mode card leaves the date blank.
           01 WS-LATEST-04-TS PIC X(14).
      *> Business calendar (via EULCALMG). The prior business date
      *> is the second header date the deck check accepts; when the
      *> calendar cannot name it, it is left equal to the run date.
           01 WS-CAL-ACTION PIC X.
           01 WS-CAL-DATE PIC 9(8).
           01 WS-CAL-DAYS PIC 9(4) VALUE 0.
           01 WS-CAL-RESULT-DATE PIC 9(8).
           01 WS-CAL-DAY-TYPE PIC X.
           01 WS-CAL-PERIOD-END PIC X.
           01 WS-CAL-RESULT PIC XX.
           01 WS-CALENDAR-OK PIC X.
           01 WS-CALENDAR-MESSAGE PIC X(52).
           01 WS-TOMORROW-INT PIC 9(9).
           01 WS-PRIOR-BUSINESS-DATE PIC X(8).
      *> Shadow run: 'Y' when the EULSHDPM card asks for one, with
      *> the candidate calculation module it names.
           01 WS-SHADOW-MODE PIC X VALUE 'N'.
           01 WS-SHDP-STATUS PIC XX.
           01 WS-CALC-MODULE PIC X(8) VALUE 'EULERCLC'.
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-SHADOW-CARD
           IF WS-SHADOW-MODE = 'Y'
               PERFORM START-SHADOW-DATASETS
               MOVE '00' TO WS-LOCK-RESULT
           ELSE
               PERFORM CLAIM-RUN-LOCK
           END-IF
           IF WS-LOCK-RESULT NOT = '00'
               MOVE '09' TO WS-RUN-STATUS
               PERFORM WRITE-RUN-CONTROL-RECORD
               PERFORM SET-RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CHECK-BUSINESS-CALENDAR
           IF WS-CALENDAR-OK = 'N'
               PERFORM WRITE-NOCALEND-DIAGNOSTIC
               MOVE '07' TO WS-RUN-STATUS
           ELSE
               IF WS-SHADOW-MODE NOT = 'Y'
                   PERFORM READ-MODE-CARD
               END-IF
               IF WS-RUN-MODE = 'R'
                   PERFORM RERUN-FAILED-CARDS
               ELSE
                   PERFORM VALIDATE-DECK
                   IF WS-DECK-VALID = 'Y'
                       PERFORM PROCESS-DECK
                       IF WS-CARD-FAILS = 0
                           MOVE '00' TO WS-RUN-STATUS
                       ELSE
                           MOVE '04' TO WS-RUN-STATUS
                       END-IF
                   ELSE
                       PERFORM WRITE-BADDECK-DIAGNOSTIC
                       MOVE '07' TO WS-RUN-STATUS
                   END-IF
               END-IF
           END-IF
           PERFORM WRITE-RUN-CONTROL-RECORD
           IF WS-SHADOW-MODE NOT = 'Y'
               PERFORM RELEASE-RUN-LOCK
           END-IF
           PERFORM SET-RETURN-CODE
           STOP RUN.

      *> A missing or non-shadow card is a normal production run.
       READ-SHADOW-CARD.
           MOVE 'N' TO WS-SHADOW-MODE
           OPEN INPUT SHDP-FILE
           IF WS-SHDP-STATUS = '00'
               READ SHDP-FILE
                   NOT AT END
                       IF SHDP-MODE = 'S'
                           MOVE 'Y' TO WS-SHADOW-MODE
                           IF SHDP-CALC-MODULE NOT = SPACE
                               MOVE SHDP-CALC-MODULE TO WS-CALC-MODULE
                           END-IF
                       END-IF
               END-READ
               CLOSE SHDP-FILE
           END-IF.

      *> Each shadow run starts its own result datasets empty, so
      *> the comparison never sees a previous candidate's rows. The
      *> shadow diagnostic and run-control datasets are shared with
      *> the other shadow step and are appended to; the comparison
      *> picks this run's rows out of them by its start and end
      *> times.
       START-SHADOW-DATASETS.
           DISPLAY 'EULERDRV: SHADOW RUN OF ' WS-CALC-MODULE
               ' - PRODUCTION DATASETS NOT WRITTEN'
           OPEN OUTPUT SHADOW-SUMMARY-FILE
           CLOSE SHADOW-SUMMARY-FILE.

      *> Surface the outcome to the job scheduler instead of ending
      *> every execution "successful": a partially failed deck comes
      *> back as 8, a run refused by the suite lock as 12, a
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL.

      *> Today's and tomorrow's calendar rows must both be on file:
      *> tomorrow's is the one that goes missing when nobody has
      *> extended the calendar, and every business-day rule the
      *> suite runs tonight or in the morning depends on it. The
      *> first gap found is the date named in the diagnostic.
       CHECK-BUSINESS-CALENDAR.
           MOVE 'Y' TO WS-CALENDAR-OK
           MOVE SPACE TO WS-CALENDAR-MESSAGE
           MOVE WS-RUN-DATE TO WS-PRIOR-BUSINESS-DATE
           MOVE 'G' TO WS-CAL-ACTION
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           PERFORM CALL-BUSINESS-CALENDAR
           IF WS-CALENDAR-OK = 'Y'
               COMPUTE WS-TOMORROW-INT =
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DATE) + 1
               COMPUTE WS-CAL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-TOMORROW-INT)
               PERFORM CALL-BUSINESS-CALENDAR
           END-IF
           IF WS-CALENDAR-OK = 'Y'
               MOVE 'P' TO WS-CAL-ACTION
               MOVE WS-RUN-DATE TO WS-CAL-DATE
               CALL 'EULCALMG' USING WS-CAL-ACTION WS-CAL-DATE
                   WS-CAL-DAYS WS-CAL-RESULT-DATE WS-CAL-DAY-TYPE
                   WS-CAL-PERIOD-END WS-CAL-RESULT
               END-CALL
               IF WS-CAL-RESULT = '00'
                   MOVE WS-CAL-RESULT-DATE TO WS-PRIOR-BUSINESS-DATE
               END-IF
           ELSE
               DISPLAY 'EULERDRV: ' WS-CALENDAR-MESSAGE
           END-IF.

       CALL-BUSINESS-CALENDAR.
           CALL 'EULCALMG' USING WS-CAL-ACTION WS-CAL-DATE
               WS-CAL-DAYS WS-CAL-RESULT-DATE WS-CAL-DAY-TYPE
               WS-CAL-PERIOD-END WS-CAL-RESULT
           END-CALL
           EVALUATE WS-CAL-RESULT
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'N' TO WS-CALENDAR-OK
                   MOVE 'Business calendar file missing; night stopped'
                       TO WS-CALENDAR-MESSAGE
               WHEN '91'
                   MOVE 'N' TO WS-CALENDAR-OK
                   MOVE 'Business calendar out of order; night stopped'
                       TO WS-CALENDAR-MESSAGE
               WHEN OTHER
                   MOVE 'N' TO WS-CALENDAR-OK
                   STRING 'Calendar has no entry for ' DELIMITED BY SIZE
                       WS-CAL-DATE DELIMITED BY SIZE
                       '; night stopped' DELIMITED BY SIZE
                       INTO WS-CALENDAR-MESSAGE
                   END-STRING
           END-EVALUATE.

      *> The stopped night as one diagnostic, in the same shape as
      *> a rejected deck: nothing was read, so nothing is counted.
       WRITE-NOCALEND-DIAGNOSTIC.
           PERFORM OPEN-DIAG-FILE
           MOVE WS-CURRENT-DATE(1:14) TO DIAG-TIMESTAMP
           MOVE SPACE TO DIAG-SEP-0
           MOVE SPACE TO DIAG-SEP-1
           MOVE SPACE TO DIAG-SEP-2
           MOVE SPACE TO DIAG-SEP-3
           MOVE SPACE TO DIAG-SEP-4
           MOVE 'NOCALEND' TO DIAG-TYPE
           MOVE 0 TO DIAG-EPSILON
           MOVE 0 TO DIAG-N
           MOVE 0.0 TO DIAG-DISCREPANCY
           MOVE WS-CALENDAR-MESSAGE TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           PERFORM CLOSE-DIAG-FILE.

      *> One run-control row per execution: start and end times, how
      *> many EULSUMM records this run actually wrote, and the final
      *> status - the record downstream jobs check before consuming
      *> the summary file.
       WRITE-RUN-CONTROL-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-END-DATE
           MOVE SPACE TO RUNCT-SEP-1
           MOVE SPACE TO RUNCT-SEP-2
           MOVE SPACE TO RUNCT-SEP-3
           MOVE WS-END-DATE(1:14) TO RUNCT-END-TS
           MOVE WS-SUMM-RECS TO RUNCT-RECORDS
           MOVE WS-RUN-STATUS TO RUNCT-STATUS
           IF WS-SHADOW-MODE = 'Y'
               OPEN EXTEND SHADOW-RUNCT-FILE
               IF WS-RUNCT-STATUS = '35'
                   OPEN OUTPUT SHADOW-RUNCT-FILE
               END-IF
               WRITE SHADOW-RUNCT-IMAGE FROM RUNCT-RECORD
               CLOSE SHADOW-RUNCT-FILE
           ELSE
               OPEN EXTEND RUNCT-FILE
               IF WS-RUNCT-STATUS = '35'
                   OPEN OUTPUT RUNCT-FILE
               END-IF
               WRITE RUNCT-RECORD
               CLOSE RUNCT-FILE
           END-IF.

      *> First pass over the deck: nothing is processed until the
      *> whole deck has proven itself complete and current. Any
                       END-IF
                       MOVE 'Y' TO WS-HDR-SEEN
                       IF TRANS-HDR-DATE NOT = WS-RUN-DATE
                           IF TRANS-HDR-DATE
                                   NOT = WS-PRIOR-BUSINESS-DATE
                               PERFORM FAIL-DECK-STALE-DATE
                           END-IF
                       END-IF
                   END-IF
               WHEN TRANS-HDR-ID = 'TRL'
                   TO WS-DECK-MESSAGE
           END-IF.

      *> The header date must be the run date or the prior business
      *> date - a Friday deck that starts after midnight on a
      *> holiday weekend is still Friday's deck. Anything older,
      *> an old deck resubmitted by mistake, fails here even when
      *> it is complete.
       FAIL-DECK-STALE-DATE.
           IF WS-DECK-VALID = 'Y'
               MOVE 'N' TO WS-DECK-VALID
               MOVE 'Deck date not run/prior business date; rejected'
                   TO WS-DECK-MESSAGE
           END-IF.

      *> actually found rides in DIAG-N so ops can see at a glance
      *> how short (or long) the deck arrived.
       WRITE-BADDECK-DIAGNOSTIC.
           PERFORM OPEN-DIAG-FILE
           MOVE WS-CURRENT-DATE(1:14) TO DIAG-TIMESTAMP
           MOVE SPACE TO DIAG-SEP-0
           MOVE SPACE TO DIAG-SEP-1
           MOVE WS-CARD-COUNT TO DIAG-N
           MOVE 0.0 TO DIAG-DISCREPANCY
           MOVE WS-DECK-MESSAGE TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           PERFORM CLOSE-DIAG-FILE.

      *> Second pass: the deck has proven itself, so run the cards.
      *> Control records are skipped by their column-1-4 tags, the
       PROCESS-DECK.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRANS-FILE
           IF WS-SHADOW-MODE = 'Y'
               OPEN OUTPUT SHADOW-SUMMARY-FILE
           ELSE
               OPEN OUTPUT SUMMARY-FILE
           END-IF
           MOVE SPACE TO SUMM-SEP-1
           MOVE SPACE TO SUMM-SEP-2
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               END-READ
           END-PERFORM
           CLOSE TRANS-FILE
           IF WS-SHADOW-MODE = 'Y'
               CLOSE SHADOW-SUMMARY-FILE
           ELSE
               CLOSE SUMMARY-FILE
           END-IF.

      *> One transaction card in, one summary line out: convert the
      *> card-image tolerance, validate it the same way EULER
           COMPUTE WS-EPSILON = FUNCTION NUMVAL-F(TRANS-EPSILON)
           PERFORM VALIDATE-EPSILON
           IF WS-EPSILON-VALID = 'Y'
               CALL WS-CALC-MODULE USING WS-EPSILON WS-MAX-N
                   WS-TRACE-FLAG WS-CHECKPOINT-FLAG WS-RESULT-N
                   WS-RESULT-FACT WS-RESULT-E WS-RESULT-STATUS
                   WS-SHADOW-MODE
               END-CALL
      *> Mirror EULER's own status gate: a '02' (FACT overflow,
      *> already diagnosed by EULERCLC) or '04' (truncated, MAX-N hit
                   COMPUTE SUMM-EPSILON ROUNDED = WS-EPSILON
                   MOVE WS-RESULT-N TO SUMM-N
                   MOVE WS-RESULT-E TO SUMM-VALUE
                   PERFORM WRITE-SUMMARY-ROW
               ELSE
                   ADD 1 TO WS-CARD-FAILS
                   IF WS-RESULT-STATUS = '04'
               ADD 1 TO WS-CARD-FAILS
           END-IF.

       WRITE-SUMMARY-ROW.
           IF WS-SHADOW-MODE = 'Y'
               WRITE SHADOW-SUMMARY-IMAGE FROM SUMMARY-RECORD
           ELSE
               WRITE SUMMARY-RECORD
           END-IF
           ADD 1 TO WS-SUMM-RECS.

      *> Same non-convergence case as EULER's WRITE-TRUNCATED-
      *> DIAGNOSTIC: EULERCLC hit MAX-N before the delta dropped below
      *> WS-EPSILON, so WS-RESULT-E is a truncated partial sum.
       WRITE-TRUNCATED-DIAGNOSTIC.
           PERFORM OPEN-DIAG-FILE
           MOVE WS-CURRENT-DATE(1:14) TO DIAG-TIMESTAMP
           MOVE SPACE TO DIAG-SEP-0
           MOVE SPACE TO DIAG-SEP-1
           MOVE 0.0 TO DIAG-DISCREPANCY
           MOVE 'Did not converge within MAX-N terms; card rejected'
               TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           PERFORM CLOSE-DIAG-FILE.

      *> Same sane-tolerance rule as EULER's VALIDATE-EPSILON (req
      *> 007): a transaction card outside (0, 0.1] can never satisfy
           END-IF.

       WRITE-BADEPS-DIAGNOSTIC.
           PERFORM OPEN-DIAG-FILE
           MOVE WS-CURRENT-DATE(1:14) TO DIAG-TIMESTAMP
           MOVE SPACE TO DIAG-SEP-0
           MOVE SPACE TO DIAG-SEP-1
           MOVE 0.0 TO DIAG-DISCREPANCY
           MOVE 'EPSILON outside sane range (0, 0.1]; card rejected'
               TO DIAG-MESSAGE
           PERFORM WRITE-DIAG-ROW
           PERFORM CLOSE-DIAG-FILE.

      *> The mode card is optional the way every parameter card
      *> here is optional: no card, no rerun - a normal full run.
           OPEN INPUT DIAG-FILE
           IF WS-DIAG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
      *> The rerun night's rows only: position on its first key and
      *> stop at the first row of the day after.
               MOVE LOW-VALUES TO DIAG-KEY
               MOVE WS-RERUN-DATE TO DIAG-KEY(1:8)
               START DIAG-FILE KEY IS NOT LESS THAN DIAG-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DIAG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF DIAG-TIMESTAMP(1:8) > WS-RERUN-DATE
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
                       IF DIAG-TIMESTAMP(1:8) = WS-RERUN-DATE
                               AND (DIAG-TYPE = 'TRUNC'
                               OR DIAG-TYPE = 'BADEPS')
           COMPUTE WS-EPSILON = WS-FL-EPSILON(WS-FAIL-INDEX)
           PERFORM VALIDATE-EPSILON
           IF WS-EPSILON-VALID = 'Y'
               CALL WS-CALC-MODULE USING WS-EPSILON WS-MAX-N
                   WS-TRACE-FLAG WS-CHECKPOINT-FLAG WS-RESULT-N
                   WS-RESULT-FACT WS-RESULT-E WS-RESULT-STATUS
                   WS-SHADOW-MODE
               END-CALL
               IF WS-RESULT-STATUS = '00'
                   COMPUTE WS-MERGE-KEY ROUNDED = WS-EPSILON
               ADD 1 TO WS-MERGE-INDEX
           END-PERFORM
           CLOSE SUMMARY-FILE.

      *> A shadow run's diagnostics go to the flat shadow dataset;
      *> production's go to the indexed EULDIAG.
       OPEN-DIAG-FILE.
           IF WS-SHADOW-MODE = 'Y'
               OPEN EXTEND SHADOW-DIAG-FILE
               IF WS-DIAG-STATUS = '35'
                   OPEN OUTPUT SHADOW-DIAG-FILE
               END-IF
           ELSE
               OPEN I-O DIAG-FILE
               IF WS-DIAG-STATUS = '35'
                   OPEN OUTPUT DIAG-FILE
               END-IF
           END-IF.

       CLOSE-DIAG-FILE.
           IF WS-SHADOW-MODE = 'Y'
               CLOSE SHADOW-DIAG-FILE
           ELSE
               CLOSE DIAG-FILE
           END-IF.

      *> A row stamped in the same second as one already on file
      *> takes the next sequence number. The shadow dataset has no
      *> key, so its rows all go on at sequence zero.
       WRITE-DIAG-ROW.
           MOVE 0 TO DIAG-SEQUENCE
           IF WS-SHADOW-MODE = 'Y'
               WRITE SHADOW-DIAG-IMAGE FROM DIAG-RECORD
           ELSE
               WRITE DIAG-RECORD
               PERFORM UNTIL WS-DIAG-STATUS NOT = '22'
                       OR DIAG-SEQUENCE = 9999
                   ADD 1 TO DIAG-SEQUENCE
                   WRITE DIAG-RECORD
               END-PERFORM
           END-IF.
