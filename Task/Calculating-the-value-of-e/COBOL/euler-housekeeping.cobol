       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULHSKPG.
      *> Retention-driven housekeeping for the three files every run
      *> grows and nothing ever trimmed: EULAUDIT and EULDIAG (added
      *> to by every execution) and EULTRACE (one record per
      *> Taylor term whenever tracing is on). Driven by a retention
      *> card (days to keep per file, and whether aged records are
      *> archived or dropped), it copies aged records to the archive
      *> is the only field this program looks at; records ride
      *> through as 132-byte images so a layout change downstream of
      *> the timestamp never touches this utility.
      *> EULAUDIT and EULDIAG are indexed on that timestamp, so their
      *> aged records are archived and DELETEd in place; EULTRACE is
      *> still rewritten through the work file.
      *> The archive datasets are fixed logical names (EULAUDAR,
      *> EULDIAAR, EULTRCAR); pointing each at a dated generation is
      *> the job deck's concern, as with every other dataset here.
      *> A retention period may be counted in business days off the
      *> shop calendar (EULCALMG); when the calendar cannot date a
      *> business-day cutoff, nothing is purged and the run ends 16
      *> - a purge is not something to do on a guessed cutoff.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EULAUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT AUDIT-ARCH-FILE ASSIGN TO "EULAUDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT DIAG-ARCH-FILE ASSIGN TO "EULDIAAR"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  HSKP-PARM-FILE.
       COPY "eulhskpm.cpy".
       FD  AUDIT-FILE.
       COPY "eulaudit.cpy".
       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-IMAGE           PIC X(132).
       FD  DIAG-FILE.
       COPY "euldiag.cpy".
       FD  DIAG-ARCH-FILE.
       01  DIAG-ARCH-IMAGE            PIC X(132).
       FD  TRACE-FILE.
           01 WS-DIAG-ARCHIVE PIC X VALUE 'Y'.
           01 WS-TRACE-DAYS PIC 9(4) VALUE 30.
           01 WS-TRACE-ARCHIVE PIC X VALUE 'N'.
      *> 'C' calendar days, 'B' business days.
           01 WS-AUDIT-BASIS PIC X VALUE 'C'.
           01 WS-DIAG-BASIS PIC X VALUE 'C'.
           01 WS-TRACE-BASIS PIC X VALUE 'C'.
      *> Controls for the dataset currently being purged, set up by
      *> each dataset's own paragraph before the shared passes run.
           01 WS-DS-NAME PIC X(8).
           01 WS-DS-DAYS PIC 9(4).
           01 WS-DS-ARCHIVE PIC X.
           01 WS-DS-BASIS PIC X.
           01 WS-CUTOFF-INT PIC 9(9).
           01 WS-CUTOFF-DATE PIC 9(8).
           01 WS-CUTOFF-OK PIC X VALUE 'Y'.
           01 WS-RECORD-IMAGE PIC X(132).
           01 WS-RECORD-CLASS PIC X.
           01 WS-KEPT-COUNT PIC 9(9).
              03 WS-RPT-DS-NAME PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-RPT-DAYS PIC ZZZ9.
      *> 'B' after the day count marks a business-day period.
              03 WS-RPT-BASIS PIC X.
              03 FILLER PIC X(1) VALUE SPACE.
              03 WS-RPT-CUTOFF PIC 9(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-RPT-KEPT PIC ZZZ,ZZZ,ZZ9.
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-HELD-TS PIC 9(14).
           01 WS-LOCK-RESULT PIC XX.
      *> Business calendar (via EULCALMG) for business-day cutoffs.
           01 WS-CAL-ACTION PIC X.
           01 WS-CAL-DATE PIC 9(8).
           01 WS-CAL-DAYS PIC 9(4).
           01 WS-CAL-RESULT-DATE PIC 9(8).
           01 WS-CAL-DAY-TYPE PIC X.
           01 WS-CAL-PERIOD-END PIC X.
           01 WS-CAL-RESULT PIC XX.
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
               STOP RUN
           END-IF
           PERFORM READ-RETENTION-PARAMETERS
           PERFORM PROVE-CUTOFF-DATES
           IF WS-CUTOFF-OK = 'N'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT PRINT-FILE
           MOVE WS-CURRENT-DATE(1:8) TO WS-HDG-RUN-DATE
           WRITE PRINT-RECORD FROM WS-HEADING-LINE
                       MOVE HSKP-DIAG-ARCHIVE TO WS-DIAG-ARCHIVE
                       MOVE HSKP-TRACE-DAYS TO WS-TRACE-DAYS
                       MOVE HSKP-TRACE-ARCHIVE TO WS-TRACE-ARCHIVE
                       IF HSKP-AUDIT-BASIS = 'B'
                           MOVE 'B' TO WS-AUDIT-BASIS
                       END-IF
                       IF HSKP-DIAG-BASIS = 'B'
                           MOVE 'B' TO WS-DIAG-BASIS
                       END-IF
                       IF HSKP-TRACE-BASIS = 'B'
                           MOVE 'B' TO WS-TRACE-BASIS
                       END-IF
               END-READ
               CLOSE HSKP-PARM-FILE
           END-IF.

      *> Every business-day cutoff is dated before the first file
      *> is opened, so a calendar gap refuses the whole run rather
      *> than purging one file and stopping on the next.
       PROVE-CUTOFF-DATES.
           MOVE 'EULAUDIT' TO WS-DS-NAME
           MOVE WS-AUDIT-DAYS TO WS-DS-DAYS
           MOVE WS-AUDIT-BASIS TO WS-DS-BASIS
           PERFORM SET-CUTOFF-DATE
           IF WS-CUTOFF-OK = 'Y'
               MOVE 'EULDIAG' TO WS-DS-NAME
               MOVE WS-DIAG-DAYS TO WS-DS-DAYS
               MOVE WS-DIAG-BASIS TO WS-DS-BASIS
               PERFORM SET-CUTOFF-DATE
           END-IF
           IF WS-CUTOFF-OK = 'Y'
               MOVE 'EULTRACE' TO WS-DS-NAME
               MOVE WS-TRACE-DAYS TO WS-DS-DAYS
               MOVE WS-TRACE-BASIS TO WS-DS-BASIS
               PERFORM SET-CUTOFF-DATE
           END-IF.

      *> "Keep N days" means the run date itself counts as day one:
      *> the cutoff is run date minus (N - 1), and a record whose
      *> timestamp date is on or after the cutoff is retained.
      *> Business days follow the same rule off the calendar: the
      *> cutoff is the Nth working day back, the run date counting
      *> as the first when it is itself a working day.
       SET-CUTOFF-DATE.
           IF WS-DS-BASIS = 'B'
               MOVE 'B' TO WS-CAL-ACTION
               MOVE WS-RUN-DATE-NUM TO WS-CAL-DATE
               MOVE WS-DS-DAYS TO WS-CAL-DAYS
               CALL 'EULCALMG' USING WS-CAL-ACTION WS-CAL-DATE
                   WS-CAL-DAYS WS-CAL-RESULT-DATE WS-CAL-DAY-TYPE
                   WS-CAL-PERIOD-END WS-CAL-RESULT
               END-CALL
               IF WS-CAL-RESULT = '00'
                   MOVE WS-CAL-RESULT-DATE TO WS-CUTOFF-DATE
               ELSE
                   MOVE 'N' TO WS-CUTOFF-OK
                   DISPLAY 'EULHSKPG: BUSINESS CALENDAR CANNOT DATE '
                       'THE ' WS-DS-NAME ' CUTOFF (RESULT '
                       WS-CAL-RESULT
                       ', DATE ' WS-CAL-RESULT-DATE
                       ') - NOTHING PURGED'
               END-IF
           ELSE
               COMPUTE WS-CUTOFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                   - WS-DS-DAYS + 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT)
                   TO WS-CUTOFF-DATE
           END-IF.

      *> A record is judged on the date half of its leading 9(14)
      *> timestamp, the one field all three layouts share: 'K'eep,
       PRINT-DATASET-LINE.
           MOVE WS-DS-NAME TO WS-RPT-DS-NAME
           MOVE WS-DS-DAYS TO WS-RPT-DAYS
           IF WS-DS-BASIS = 'B'
               MOVE 'B' TO WS-RPT-BASIS
           ELSE
               MOVE SPACE TO WS-RPT-BASIS
           END-IF
           MOVE WS-CUTOFF-DATE TO WS-RPT-CUTOFF
           MOVE WS-KEPT-COUNT TO WS-RPT-KEPT
           MOVE WS-ARCHIVED-COUNT TO WS-RPT-ARCHIVED
               AFTER ADVANCING 1 LINE.

      *> ------------------------------------------------------------
      *> EULAUDIT: one pass in key order, archiving (or dropping)
      *> and deleting each aged record in place. A missing live file
      *> is a no-op reported as all zeros.
      *> ------------------------------------------------------------
       PURGE-AUDIT-DATASET.
           MOVE 'EULAUDIT' TO WS-DS-NAME
           MOVE WS-AUDIT-DAYS TO WS-DS-DAYS
           MOVE WS-AUDIT-ARCHIVE TO WS-DS-ARCHIVE
           MOVE WS-AUDIT-BASIS TO WS-DS-BASIS
           PERFORM RESET-DATASET-COUNTS
           MOVE 'N' TO WS-EOF-FLAG
           OPEN I-O AUDIT-FILE
           IF WS-LIVE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
               PERFORM PRINT-DATASET-LINE
           ELSE
               IF WS-DS-ARCHIVE = 'Y'
                   OPEN EXTEND AUDIT-ARCH-FILE
                   IF WS-ARCH-STATUS = '35'
                   END-IF
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ AUDIT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE AUDIT-RECORD TO WS-RECORD-IMAGE
                           PERFORM CLASSIFY-RECORD
                           EVALUATE WS-RECORD-CLASS
                               WHEN 'K'
                                   ADD 1 TO WS-KEPT-COUNT
                               WHEN 'A'
                                   WRITE AUDIT-ARCH-IMAGE
                                       FROM WS-RECORD-IMAGE
                                   DELETE AUDIT-FILE RECORD
                                   ADD 1 TO WS-ARCHIVED-COUNT
                               WHEN 'D'
                                   DELETE AUDIT-FILE RECORD
                                   ADD 1 TO WS-DROPPED-COUNT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               IF WS-DS-ARCHIVE = 'Y'
                   CLOSE AUDIT-ARCH-FILE
               END-IF
               PERFORM PRINT-DATASET-LINE
           END-IF.

      *> ------------------------------------------------------------
      *> EULDIAG: same passes as EULAUDIT against its own files.
      *> ------------------------------------------------------------
           MOVE 'EULDIAG' TO WS-DS-NAME
           MOVE WS-DIAG-DAYS TO WS-DS-DAYS
           MOVE WS-DIAG-ARCHIVE TO WS-DS-ARCHIVE
           MOVE WS-DIAG-BASIS TO WS-DS-BASIS
           PERFORM RESET-DATASET-COUNTS
           MOVE 'N' TO WS-EOF-FLAG
           OPEN I-O DIAG-FILE
           IF WS-LIVE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
               PERFORM PRINT-DATASET-LINE
           ELSE
               IF WS-DS-ARCHIVE = 'Y'
                   OPEN EXTEND DIAG-ARCH-FILE
                   IF WS-ARCH-STATUS = '35'
                   END-IF
               END-IF
               PERFORM UNTIL WS-EOF-FLAG = 'Y'
                   READ DIAG-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-EOF-FLAG
                       NOT AT END
                           MOVE DIAG-RECORD TO WS-RECORD-IMAGE
                           PERFORM CLASSIFY-RECORD
                           EVALUATE WS-RECORD-CLASS
                               WHEN 'K'
                                   ADD 1 TO WS-KEPT-COUNT
                               WHEN 'A'
                                   WRITE DIAG-ARCH-IMAGE
                                       FROM WS-RECORD-IMAGE
                                   DELETE DIAG-FILE RECORD
                                   ADD 1 TO WS-ARCHIVED-COUNT
                               WHEN 'D'
                                   DELETE DIAG-FILE RECORD
                                   ADD 1 TO WS-DROPPED-COUNT
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE DIAG-FILE
               IF WS-DS-ARCHIVE = 'Y'
                   CLOSE DIAG-ARCH-FILE
               END-IF
               PERFORM PRINT-DATASET-LINE
           END-IF.

      *> ------------------------------------------------------------
      *> EULTRACE: same passes again; by default aged trace records
      *> are dropped, not archived - the file balloons whenever the
           MOVE 'EULTRACE' TO WS-DS-NAME
           MOVE WS-TRACE-DAYS TO WS-DS-DAYS
           MOVE WS-TRACE-ARCHIVE TO WS-DS-ARCHIVE
           MOVE WS-TRACE-BASIS TO WS-DS-BASIS
           PERFORM RESET-DATASET-COUNTS
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT TRACE-FILE
