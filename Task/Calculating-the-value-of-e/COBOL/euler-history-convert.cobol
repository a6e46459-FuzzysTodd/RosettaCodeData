       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULHCNV.
      *> One-time conversion of EULAUDIT and EULDIAG from the flat
      *> line-sequential files they used to be to the indexed
      *> datasets every program now opens (see eulaudit.cpy and
      *> euldiag.cpy). Before the run operations renames the old
      *> files to EULAUDFL and EULDIAFL; this program reads them in
      *> the order they were written and loads each row into the
      *> new file under its old timestamp, with the sequence number
      *> stepped on a duplicate key exactly as the writers step it.
      *> The old layout is the new one less the sequence number, so
      *> everything after the timestamp moves across unchanged.
      *> The load is then proved: each indexed file is read back end
      *> to end and its count must equal the rows read from the flat
      *> file, with nothing refused on the way in. The report
      *> EULHCNRP shows the three counts per file beside the verdict.
      *> An indexed file that already holds rows is never written
      *> over - the conversion has run, or the night has started
      *> adding to the new file, and either way a second load would
      *> lose or double history. A flat file that is not there is
      *> reported as absent and its indexed file is created empty.
      *> Return code: 0 converted and proved, 8 converted but the
      *> counts do not agree (the flat files must be kept and the
      *> night held until it is put right), 12 suite lock held
      *> elsewhere, 16 nothing converted (an indexed file already
      *> holds rows).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FLAT-FILE ASSIGN TO "EULAUDFL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT DIAG-FLAT-FILE ASSIGN TO "EULDIAFL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLAT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EULAUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EULHCNRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FLAT-FILE.
       01  AUDIT-FLAT-IMAGE           PIC X(132).
       FD  DIAG-FLAT-FILE.
       01  DIAG-FLAT-IMAGE            PIC X(132).
       FD  AUDIT-FILE.
       COPY "eulaudit.cpy".
       FD  DIAG-FILE.
       COPY "euldiag.cpy".
       FD  PRINT-FILE.
       01  PRINT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-FLAT-STATUS PIC XX.
           01 WS-AUDIT-STATUS PIC XX.
           01 WS-DIAG-STATUS PIC XX.
           01 WS-PRINT-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X.
           01 WS-CURRENT-DATE PIC X(21).
      *> An old-layout row: the timestamp, then the rest of the
      *> record exactly as the new layout carries it after the key.
           01 WS-FLAT-IMAGE.
              03 WS-FLAT-TIMESTAMP PIC X(14).
              03 WS-FLAT-REST PIC X(118).
      *> The two datasets and the counts proved against each other.
           01 WS-DS-COUNT USAGE UNSIGNED-INT VALUE 2.
           01 WS-DS-INDEX USAGE UNSIGNED-INT.
           01 WS-DS-TABLE.
              03 WS-DS-ENTRY OCCURS 2.
                 05 WS-DS-NAME PIC X(8).
                 05 WS-DS-FLAT-NAME PIC X(8).
                 05 WS-DS-PRESENT PIC X.
                 05 WS-DS-HELD-ROWS PIC X.
                 05 WS-DS-READ PIC 9(9).
                 05 WS-DS-LOADED PIC 9(9).
                 05 WS-DS-REFUSED PIC 9(9).
                 05 WS-DS-READ-BACK PIC 9(9).
                 05 WS-DS-VERDICT PIC X(8).
           01 WS-ALREADY-LOADED PIC X VALUE 'N'.
           01 WS-CONVERSION-PROVED PIC X VALUE 'Y'.
           01 WS-LINE-COUNT PIC 9(4) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(4) VALUE 0.
           01 WS-PAGE-LIMIT PIC 9(4) VALUE 55.
           01 WS-HEADING-LINE-1.
              03 FILLER PIC X(44) VALUE
                 'EULHCNV - HISTORY FILE CONVERSION REPORT'.
              03 FILLER PIC X(56) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'RUN DATE: '.
              03 WS-HDG-RUN-DATE PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(6) VALUE 'PAGE: '.
              03 WS-HDG-PAGE PIC ZZZ9.
           01 WS-COLUMN-HEADING.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'DATASET'.
              03 FILLER PIC X(10) VALUE 'FROM'.
              03 FILLER PIC X(2) VALUE 'P'.
              03 FILLER PIC X(11) VALUE '  FLAT READ'.
              03 FILLER PIC X(11) VALUE '     LOADED'.
              03 FILLER PIC X(11) VALUE '    REFUSED'.
              03 FILLER PIC X(11) VALUE '  READ BACK'.
              03 FILLER PIC X(10) VALUE '  VERDICT'.
           01 WS-CONVERT-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-CL-DATASET PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-CL-FLAT-NAME PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-CL-PRESENT PIC X(1).
              03 FILLER PIC X(1) VALUE SPACE.
              03 WS-CL-READ PIC ZZZ,ZZZ,ZZ9.
              03 WS-CL-LOADED PIC ZZZ,ZZZ,ZZ9.
              03 WS-CL-REFUSED PIC ZZZ,ZZZ,ZZ9.
              03 WS-CL-READ-BACK PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-CL-VERDICT PIC X(8).
           01 WS-VERDICT-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-VL-TEXT PIC X(72).
      *> Suite run lock (via EULRLKMG): nothing may append to either
      *> file while it is being moved.
           01 WS-LOCK-ACTION PIC X.
           01 WS-LOCK-JOB PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-HELD-TS PIC 9(14).
           01 WS-LOCK-RESULT PIC XX.
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           PERFORM CLAIM-RUN-LOCK
           IF WS-LOCK-RESULT NOT = '00'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-DATASET-NAMES
           PERFORM CHECK-INDEXED-FILES
           IF WS-ALREADY-LOADED = 'Y'
               PERFORM PRINT-CONVERSION-REPORT
               DISPLAY 'EULHCNV: AN INDEXED HISTORY FILE ALREADY '
                   'HOLDS ROWS - NOTHING CONVERTED'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM CONVERT-AUDIT-DATASET
           PERFORM CONVERT-DIAG-DATASET
           PERFORM READ-BACK-AUDIT-DATASET
           PERFORM READ-BACK-DIAG-DATASET
           PERFORM JUDGE-CONVERSION
           PERFORM PRINT-CONVERSION-REPORT
           PERFORM RELEASE-RUN-LOCK
           IF WS-CONVERSION-PROVED = 'Y'
               DISPLAY 'EULHCNV: EULAUDIT AND EULDIAG CONVERTED AND '
                   'PROVED'
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'EULHCNV: CONVERSION COUNTS DO NOT AGREE - '
                   'SEE EULHCNRP'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       CLAIM-RUN-LOCK.
           MOVE 'C' TO WS-LOCK-ACTION
           MOVE 'EULHCNV' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = '00'
               DISPLAY 'EULHCNV: SUITE LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-TS ' - RUN REFUSED'
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE 'EULHCNV' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL.

       SET-DATASET-NAMES.
           MOVE 'EULAUDIT' TO WS-DS-NAME(1)
           MOVE 'EULAUDFL' TO WS-DS-FLAT-NAME(1)
           MOVE 'EULDIAG' TO WS-DS-NAME(2)
           MOVE 'EULDIAFL' TO WS-DS-FLAT-NAME(2)
           MOVE 1 TO WS-DS-INDEX
           PERFORM UNTIL WS-DS-INDEX > WS-DS-COUNT
               MOVE 'N' TO WS-DS-PRESENT(WS-DS-INDEX)
               MOVE 'N' TO WS-DS-HELD-ROWS(WS-DS-INDEX)
               MOVE 0 TO WS-DS-READ(WS-DS-INDEX)
               MOVE 0 TO WS-DS-LOADED(WS-DS-INDEX)
               MOVE 0 TO WS-DS-REFUSED(WS-DS-INDEX)
               MOVE 0 TO WS-DS-READ-BACK(WS-DS-INDEX)
               MOVE SPACE TO WS-DS-VERDICT(WS-DS-INDEX)
               ADD 1 TO WS-DS-INDEX
           END-PERFORM.

      *> A first record on either indexed file means the conversion
      *> has already happened (or the night has moved on without
      *> it); both are looked at before either is opened OUTPUT.
       CHECK-INDEXED-FILES.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = '00'
               READ AUDIT-FILE NEXT RECORD
                   NOT AT END
                       MOVE 'Y' TO WS-DS-HELD-ROWS(1)
                       MOVE 'HASROWS' TO WS-DS-VERDICT(1)
                       MOVE 'Y' TO WS-ALREADY-LOADED
               END-READ
           END-IF
           IF WS-AUDIT-STATUS NOT = '35'
               CLOSE AUDIT-FILE
           END-IF
           OPEN INPUT DIAG-FILE
           IF WS-DIAG-STATUS = '00'
               READ DIAG-FILE NEXT RECORD
                   NOT AT END
                       MOVE 'Y' TO WS-DS-HELD-ROWS(2)
                       MOVE 'HASROWS' TO WS-DS-VERDICT(2)
                       MOVE 'Y' TO WS-ALREADY-LOADED
               END-READ
           END-IF
           IF WS-DIAG-STATUS NOT = '35'
               CLOSE DIAG-FILE
           END-IF.

      *> ------------------------------------------------------------
      *> Load: flat rows in written order into the indexed file.
      *> ------------------------------------------------------------
       CONVERT-AUDIT-DATASET.
           MOVE 1 TO WS-DS-INDEX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN OUTPUT AUDIT-FILE
           OPEN INPUT AUDIT-FLAT-FILE
           IF WS-FLAT-STATUS = '00'
               MOVE 'Y' TO WS-DS-PRESENT(1)
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AUDIT-FLAT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DS-READ(1)
                       MOVE AUDIT-FLAT-IMAGE TO WS-FLAT-IMAGE
                       MOVE WS-FLAT-TIMESTAMP TO AUDIT-KEY
                       MOVE WS-FLAT-REST TO AUDIT-RECORD(19:)
                       PERFORM WRITE-AUDIT-ROW
                       IF WS-AUDIT-STATUS = '00'
                           ADD 1 TO WS-DS-LOADED(1)
                       ELSE
                           ADD 1 TO WS-DS-REFUSED(1)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FLAT-STATUS NOT = '35'
               CLOSE AUDIT-FLAT-FILE
           END-IF
           CLOSE AUDIT-FILE.

       CONVERT-DIAG-DATASET.
           MOVE 2 TO WS-DS-INDEX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN OUTPUT DIAG-FILE
           OPEN INPUT DIAG-FLAT-FILE
           IF WS-FLAT-STATUS = '00'
               MOVE 'Y' TO WS-DS-PRESENT(2)
           ELSE
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DIAG-FLAT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DS-READ(2)
                       MOVE DIAG-FLAT-IMAGE TO WS-FLAT-IMAGE
                       MOVE WS-FLAT-TIMESTAMP TO DIAG-KEY
                       MOVE WS-FLAT-REST TO DIAG-RECORD(19:)
                       PERFORM WRITE-DIAG-ROW
                       IF WS-DIAG-STATUS = '00'
                           ADD 1 TO WS-DS-LOADED(2)
                       ELSE
                           ADD 1 TO WS-DS-REFUSED(2)
                       END-IF
               END-READ
           END-PERFORM
           IF WS-FLAT-STATUS NOT = '35'
               CLOSE DIAG-FLAT-FILE
           END-IF
           CLOSE DIAG-FILE.

      *> A row stamped in the same second as one already on file
      *> takes the next sequence number.
       WRITE-AUDIT-ROW.
           MOVE 0 TO AUDIT-SEQUENCE
           WRITE AUDIT-RECORD
           PERFORM UNTIL WS-AUDIT-STATUS NOT = '22'
                   OR AUDIT-SEQUENCE = 9999
               ADD 1 TO AUDIT-SEQUENCE
               WRITE AUDIT-RECORD
           END-PERFORM.

       WRITE-DIAG-ROW.
           MOVE 0 TO DIAG-SEQUENCE
           WRITE DIAG-RECORD
           PERFORM UNTIL WS-DIAG-STATUS NOT = '22'
                   OR DIAG-SEQUENCE = 9999
               ADD 1 TO DIAG-SEQUENCE
               WRITE DIAG-RECORD
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Proof: the indexed files read back end to end, as the
      *> suite's sequential readers will read them.
      *> ------------------------------------------------------------
       READ-BACK-AUDIT-DATASET.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DS-READ-BACK(1)
               END-READ
           END-PERFORM
           IF WS-AUDIT-STATUS NOT = '35'
               CLOSE AUDIT-FILE
           END-IF.

       READ-BACK-DIAG-DATASET.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DIAG-FILE
           IF WS-DIAG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DIAG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DS-READ-BACK(2)
               END-READ
           END-PERFORM
           IF WS-DIAG-STATUS NOT = '35'
               CLOSE DIAG-FILE
           END-IF.

      *> Good only when every flat row went on and the indexed file
      *> gives back exactly that many.
       JUDGE-CONVERSION.
           MOVE 1 TO WS-DS-INDEX
           PERFORM UNTIL WS-DS-INDEX > WS-DS-COUNT
               IF WS-DS-REFUSED(WS-DS-INDEX) = 0
                       AND WS-DS-LOADED(WS-DS-INDEX)
                       = WS-DS-READ(WS-DS-INDEX)
                       AND WS-DS-READ-BACK(WS-DS-INDEX)
                       = WS-DS-READ(WS-DS-INDEX)
                   MOVE 'GOOD' TO WS-DS-VERDICT(WS-DS-INDEX)
               ELSE
                   MOVE 'MISMATCH' TO WS-DS-VERDICT(WS-DS-INDEX)
                   MOVE 'N' TO WS-CONVERSION-PROVED
               END-IF
               ADD 1 TO WS-DS-INDEX
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Conversion report.
      *> ------------------------------------------------------------
       PRINT-CONVERSION-REPORT.
           OPEN OUTPUT PRINT-FILE
           MOVE WS-CURRENT-DATE(1:8) TO WS-HDG-RUN-DATE
           PERFORM CHECK-PAGE-BREAK
           MOVE 1 TO WS-DS-INDEX
           PERFORM UNTIL WS-DS-INDEX > WS-DS-COUNT
               MOVE WS-DS-NAME(WS-DS-INDEX) TO WS-CL-DATASET
               MOVE WS-DS-FLAT-NAME(WS-DS-INDEX) TO WS-CL-FLAT-NAME
               MOVE WS-DS-PRESENT(WS-DS-INDEX) TO WS-CL-PRESENT
               MOVE WS-DS-READ(WS-DS-INDEX) TO WS-CL-READ
               MOVE WS-DS-LOADED(WS-DS-INDEX) TO WS-CL-LOADED
               MOVE WS-DS-REFUSED(WS-DS-INDEX) TO WS-CL-REFUSED
               MOVE WS-DS-READ-BACK(WS-DS-INDEX) TO WS-CL-READ-BACK
               MOVE WS-DS-VERDICT(WS-DS-INDEX) TO WS-CL-VERDICT
               PERFORM CHECK-PAGE-BREAK
               WRITE PRINT-RECORD FROM WS-CONVERT-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-DS-INDEX
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ALREADY-LOADED = 'Y'
                   MOVE 'NOT CONVERTED - AN INDEXED FILE HOLDS ROWS'
                       TO WS-VL-TEXT
               WHEN WS-CONVERSION-PROVED = 'Y'
                   MOVE 'CONVERTED AND PROVED - RETIRE THE FLAT FILES'
                       TO WS-VL-TEXT
               WHEN OTHER
                   MOVE 'COUNTS DO NOT AGREE - KEEP THE FLAT FILES'
                       TO WS-VL-TEXT
           END-EVALUATE
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           WRITE PRINT-RECORD FROM WS-VERDICT-LINE
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT
           CLOSE PRINT-FILE.

       CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT >= WS-PAGE-LIMIT
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO WS-HDG-PAGE
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
