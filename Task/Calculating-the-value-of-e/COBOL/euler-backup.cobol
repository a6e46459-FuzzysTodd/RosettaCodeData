       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULBKUP.
      *> Generation backup of the files the suite updates in place:
      *> EULRMAST, EULRMHST, EULLIMCH, EULCKPT, EULRUNCT, EULXMLOG,
      *> EULAUDIT and EULDIAG, with the result feed EULRSLT and the
      *> files that hold a place in it or in its publication -
      *> EULRUPDT's staging checkpoint EULPNDCK, the pending queue
      *> EULPEND and EULBALNC's checkpoint EULBALCK. EULRUPDT
      *> attributes feed rows to runs by position, so EULRUNCT,
      *> EULRSLT and the two checkpoints are only good together.
      *> Under the suite run lock (so nothing is half-written while
      *> it reads) it copies every record of all twelve onto
      *> EULBKGEN as one numbered generation, then
      *> appends that generation's manifest to EULBKMAN - a record
      *> count and hash total per file (see eulbkman.cpy). The
      *> manifest goes on last, so a backup that dies part way
      *> never looks like a restore point. EULBKRST puts the suite
      *> back to any generation still on file.
      *> Only the newest N generations are kept (N from the EULBKUPM
      *> card, default 7): older ones, and the rows of any backup
      *> that never got its manifest, are dropped by rewriting both
      *> files through a work file, as EULHSKPG trims its files.
      *> The inventory report EULBKINV lists every restore point left
      *> on file with its per-file figures.
      *> Return code: 0 generation taken, 12 suite lock held
      *> elsewhere, 16 no generation taken (a file could not be read
      *> or the backup could not be written; nothing is pruned, and
      *> the partial rows are dropped by the next good run).
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BKUP-PARM-FILE ASSIGN TO "EULBKUPM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT RMAST-FILE ASSIGN TO "EULRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RMAST-EPSILON
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT RMHS-FILE ASSIGN TO "EULRMHST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT LIMC-FILE ASSIGN TO "EULLIMCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT CKPT-FILE ASSIGN TO "EULCKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT RUNCT-FILE ASSIGN TO "EULRUNCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT XLOG-FILE ASSIGN TO "EULXMLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EULAUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT RESULT-FILE ASSIGN TO "EULRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT PNCK-FILE ASSIGN TO "EULPNDCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT PEND-FILE ASSIGN TO "EULPEND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT BALCK-FILE ASSIGN TO "EULBALCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIVE-STATUS.
           SELECT BKGN-FILE ASSIGN TO "EULBKGEN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKGN-STATUS.
           SELECT BKMN-FILE ASSIGN TO "EULBKMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BKMN-STATUS.
      *> Kept rows pass through this work file between the pruning
      *> pass and the rewrite of EULBKGEN / EULBKMAN.
           SELECT WORK-FILE ASSIGN TO "EULBKWK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT PRINT-FILE ASSIGN TO "EULBKINV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  BKUP-PARM-FILE.
       COPY "eulbkupm.cpy".
       FD  RMAST-FILE.
       COPY "eulrmst.cpy".
       FD  RMHS-FILE.
       01  RMHS-IMAGE                 PIC X(132).
       FD  LIMC-FILE.
       01  LIMC-IMAGE                 PIC X(132).
       FD  CKPT-FILE.
       01  CKPT-IMAGE                 PIC X(132).
       FD  RUNCT-FILE.
       01  RUNCT-IMAGE                PIC X(132).
       FD  XLOG-FILE.
       01  XLOG-IMAGE                 PIC X(132).
       FD  AUDIT-FILE.
       COPY "eulaudit.cpy".
       FD  DIAG-FILE.
       COPY "euldiag.cpy".
       FD  RESULT-FILE.
       01  RESULT-IMAGE               PIC X(132).
       FD  PNCK-FILE.
       01  PNCK-IMAGE                 PIC X(132).
       FD  PEND-FILE.
       01  PEND-IMAGE                 PIC X(132).
       FD  BALCK-FILE.
       01  BALCK-IMAGE                PIC X(132).
       FD  BKGN-FILE.
       COPY "eulbkgen.cpy".
       FD  BKMN-FILE.
       COPY "eulbkman.cpy".
       FD  WORK-FILE.
       01  WORK-IMAGE                 PIC X(158).
       FD  PRINT-FILE.
       01  PRINT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC XX.
           01 WS-LIVE-STATUS PIC XX.
           01 WS-BKGN-STATUS PIC XX.
           01 WS-BKMN-STATUS PIC XX.
           01 WS-WORK-STATUS PIC XX.
           01 WS-PRINT-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RUN-TIMESTAMP PIC 9(14).
           01 WS-RETAIN PIC 9(3) VALUE 7.
      *> Every generation with a manifest on file, oldest first,
      *> plus the one this run takes. The retention card is three
      *> digits, so a table of 1000 always holds them.
           01 WS-GN-MAX USAGE UNSIGNED-INT VALUE 1000.
           01 WS-GN-COUNT USAGE UNSIGNED-INT VALUE 0.
           01 WS-GN-INDEX USAGE UNSIGNED-INT.
           01 WS-GN-FOUND PIC X.
           01 WS-GN-OVERFLOW PIC X VALUE 'N'.
           01 WS-GN-TABLE.
              03 WS-GN-ENTRY OCCURS 1000.
                 05 WS-GN-NUMBER PIC 9(6).
           01 WS-LAST-GENERATION PIC 9(6) VALUE 0.
           01 WS-NEW-GENERATION PIC 9(6).
           01 WS-KEEP-FROM PIC 9(6) VALUE 0.
           01 WS-CHECK-GENERATION PIC 9(6).
           01 WS-ORPHAN-ROWS PIC X VALUE 'N'.
           01 WS-PRUNE-NEEDED PIC X VALUE 'N'.
           01 WS-DROPPED-GENS PIC 9(9) VALUE 0.
      *> The twelve protected datasets and this generation's figures
      *> for each, in the order they are taken and restored.
           01 WS-DS-COUNT USAGE UNSIGNED-INT VALUE 12.
           01 WS-DS-INDEX USAGE UNSIGNED-INT.
           01 WS-DS-TABLE.
              03 WS-DS-ENTRY OCCURS 12.
                 05 WS-DS-NAME PIC X(8).
                 05 WS-DS-PRESENT PIC X.
                 05 WS-DS-RECORDS PIC 9(9).
                 05 WS-DS-HASH PIC 9(18).
           01 WS-BACKUP-FAILED PIC X VALUE 'N'.
           01 WS-FAILED-DATASET PIC X(8).
      *> Hash total working fields (see eulbkman.cpy).
           01 WS-RECORD-IMAGE PIC X(132).
           01 WS-RECORD-HASH PIC 9(18).
           01 WS-BYTE-INDEX USAGE UNSIGNED-INT.
           01 WS-ROW-NUMBER PIC 9(9).
           01 WS-LINE-COUNT PIC 9(4) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(4) VALUE 0.
           01 WS-PAGE-LIMIT PIC 9(4) VALUE 55.
           01 WS-PRINTED-GENERATION PIC 9(6).
           01 WS-HEADING-LINE-1.
              03 FILLER PIC X(44) VALUE
                 'EULBKUP - BACKUP GENERATION INVENTORY'.
              03 FILLER PIC X(56) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'RUN DATE: '.
              03 WS-HDG-RUN-DATE PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(6) VALUE 'PAGE: '.
              03 WS-HDG-PAGE PIC ZZZ9.
           01 WS-COLUMN-HEADING.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(8) VALUE 'GEN'.
              03 FILLER PIC X(16) VALUE 'TAKEN'.
              03 FILLER PIC X(10) VALUE 'DATASET'.
              03 FILLER PIC X(9) VALUE 'PRESENT'.
              03 FILLER PIC X(11) VALUE '    RECORDS'.
              03 FILLER PIC X(25) VALUE
                 '               HASH TOTAL'.
           01 WS-INVENTORY-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-IL-GENERATION PIC 9(6).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-IL-TAKEN-TS PIC 9(14).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-IL-DATASET PIC X(8).
              03 FILLER PIC X(5) VALUE SPACE.
              03 WS-IL-PRESENT PIC X(1).
              03 FILLER PIC X(5) VALUE SPACE.
              03 WS-IL-RECORDS PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-IL-HASH PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           01 WS-COUNT-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-CNT-LABEL PIC X(34).
              03 WS-CNT-VALUE PIC ZZZ,ZZZ,ZZ9.
      *> Suite run lock (via EULRLKMG): the generation must be one
      *> consistent point, so no producer may be mid-update while
      *> the twelve files are read.
           01 WS-LOCK-ACTION PIC X.
           01 WS-LOCK-JOB PIC X(8).
           01 WS-LOCK-HOLDER PIC X(8).
           01 WS-LOCK-HELD-TS PIC 9(14).
           01 WS-LOCK-RESULT PIC XX.
       PROCEDURE DIVISION.
       MAIN SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-DATE(1:14) TO WS-RUN-TIMESTAMP
           PERFORM CLAIM-RUN-LOCK
           IF WS-LOCK-RESULT NOT = '00'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM READ-BACKUP-PARAMETERS
           PERFORM LOAD-MANIFEST-GENERATIONS
           PERFORM SCAN-GENERATION-ROWS
           IF WS-GN-OVERFLOW = 'Y'
               DISPLAY 'EULBKUP: MORE GENERATIONS ON FILE THAN '
                   'THE TABLE HOLDS - NO GENERATION TAKEN'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WS-NEW-GENERATION = WS-LAST-GENERATION + 1
           PERFORM SET-DATASET-NAMES
           OPEN EXTEND BKGN-FILE
           IF WS-BKGN-STATUS = '35'
               OPEN OUTPUT BKGN-FILE
           END-IF
           MOVE SPACE TO BKGN-SEP-1
           MOVE SPACE TO BKGN-SEP-2
           MOVE SPACE TO BKGN-SEP-3
           MOVE WS-NEW-GENERATION TO BKGN-GENERATION
           PERFORM BACKUP-RMAST-DATASET
           PERFORM BACKUP-RMHS-DATASET
           PERFORM BACKUP-LIMC-DATASET
           PERFORM BACKUP-CKPT-DATASET
           PERFORM BACKUP-RUNCT-DATASET
           PERFORM BACKUP-XLOG-DATASET
           PERFORM BACKUP-AUDIT-DATASET
           PERFORM BACKUP-DIAG-DATASET
           PERFORM BACKUP-RESULT-DATASET
           PERFORM BACKUP-PNCK-DATASET
           PERFORM BACKUP-PEND-DATASET
           PERFORM BACKUP-BALCK-DATASET
           CLOSE BKGN-FILE
           IF WS-BACKUP-FAILED = 'Y'
               DISPLAY 'EULBKUP: ' WS-FAILED-DATASET
                   ' COULD NOT BE BACKED UP - NO GENERATION TAKEN'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WRITE-MANIFEST
           IF WS-BACKUP-FAILED = 'Y'
               DISPLAY 'EULBKUP: MANIFEST COULD NOT BE WRITTEN - '
                   'NO GENERATION TAKEN'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GN-COUNT
           MOVE WS-NEW-GENERATION TO WS-GN-NUMBER(WS-GN-COUNT)
           PERFORM SET-RETENTION-POINT
           IF WS-PRUNE-NEEDED = 'Y'
               PERFORM PRUNE-GENERATION-ROWS
               PERFORM PRUNE-MANIFEST-ROWS
           END-IF
           PERFORM PRINT-INVENTORY-REPORT
           PERFORM RELEASE-RUN-LOCK
           DISPLAY 'EULBKUP: GENERATION ' WS-NEW-GENERATION
               ' TAKEN, ' WS-DROPPED-GENS ' GENERATION(S) DROPPED'
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       CLAIM-RUN-LOCK.
           MOVE 'C' TO WS-LOCK-ACTION
           MOVE 'EULBKUP' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = '00'
               DISPLAY 'EULBKUP: SUITE LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-TS ' - RUN REFUSED'
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE 'EULBKUP' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL.

      *> A blank, zero or non-numeric retention keeps the default:
      *> keeping no generation at all is never what was meant.
       READ-BACKUP-PARAMETERS.
           OPEN INPUT BKUP-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ BKUP-PARM-FILE
                   NOT AT END
                       IF BKPM-RETAIN NUMERIC AND BKPM-RETAIN > 0
                           MOVE BKPM-RETAIN TO WS-RETAIN
                       END-IF
               END-READ
               CLOSE BKUP-PARM-FILE
           END-IF.

       SET-DATASET-NAMES.
           MOVE 'EULRMAST' TO WS-DS-NAME(1)
           MOVE 'EULRMHST' TO WS-DS-NAME(2)
           MOVE 'EULLIMCH' TO WS-DS-NAME(3)
           MOVE 'EULCKPT' TO WS-DS-NAME(4)
           MOVE 'EULRUNCT' TO WS-DS-NAME(5)
           MOVE 'EULXMLOG' TO WS-DS-NAME(6)
           MOVE 'EULAUDIT' TO WS-DS-NAME(7)
           MOVE 'EULDIAG' TO WS-DS-NAME(8)
           MOVE 'EULRSLT' TO WS-DS-NAME(9)
           MOVE 'EULPNDCK' TO WS-DS-NAME(10)
           MOVE 'EULPEND' TO WS-DS-NAME(11)
           MOVE 'EULBALCK' TO WS-DS-NAME(12).

      *> The manifest is written a generation at a time, so a new
      *> generation number starts a new table entry.
       LOAD-MANIFEST-GENERATIONS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BKMN-FILE
           IF WS-BKMN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BKMN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BKMN-GENERATION NUMERIC
                           PERFORM NOTE-MANIFEST-GENERATION
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BKMN-STATUS NOT = '35'
               CLOSE BKMN-FILE
           END-IF.

       NOTE-MANIFEST-GENERATION.
           IF WS-GN-COUNT = 0
               OR BKMN-GENERATION NOT = WS-GN-NUMBER(WS-GN-COUNT)
               IF WS-GN-COUNT < WS-GN-MAX - 1
                   ADD 1 TO WS-GN-COUNT
                   MOVE BKMN-GENERATION TO WS-GN-NUMBER(WS-GN-COUNT)
               ELSE
                   MOVE 'Y' TO WS-GN-OVERFLOW
               END-IF
           END-IF
           IF BKMN-GENERATION > WS-LAST-GENERATION
               MOVE BKMN-GENERATION TO WS-LAST-GENERATION
           END-IF.

      *> Rows of a generation with no manifest are what an
      *> interrupted backup leaves behind. Their number is never
      *> reused (the new generation goes above them) and they are
      *> dropped at the retention pass below.
       SCAN-GENERATION-ROWS.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 0 TO WS-CHECK-GENERATION
           OPEN INPUT BKGN-FILE
           IF WS-BKGN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BKGN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BKGN-GENERATION NOT NUMERIC
                           MOVE 'Y' TO WS-ORPHAN-ROWS
                       ELSE
                           IF BKGN-GENERATION
                                   NOT = WS-CHECK-GENERATION
                               MOVE BKGN-GENERATION
                                   TO WS-CHECK-GENERATION
                               PERFORM FIND-GENERATION
                               IF WS-GN-FOUND = 'N'
                                   MOVE 'Y' TO WS-ORPHAN-ROWS
                               END-IF
                           END-IF
                           IF BKGN-GENERATION > WS-LAST-GENERATION
                               MOVE BKGN-GENERATION
                                   TO WS-LAST-GENERATION
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BKGN-STATUS NOT = '35'
               CLOSE BKGN-FILE
           END-IF.

       FIND-GENERATION.
           MOVE 'N' TO WS-GN-FOUND
           MOVE 1 TO WS-GN-INDEX
           PERFORM UNTIL WS-GN-INDEX > WS-GN-COUNT
                   OR WS-GN-FOUND = 'Y'
               IF WS-GN-NUMBER(WS-GN-INDEX) = WS-CHECK-GENERATION
                   MOVE 'Y' TO WS-GN-FOUND
               END-IF
               ADD 1 TO WS-GN-INDEX
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Shared per-dataset steps. Each dataset's own paragraph
      *> opens its file, sets WS-DS-INDEX, and hands every record to
      *> TAKE-ONE-RECORD as a 132-byte image.
      *> ------------------------------------------------------------
       BEGIN-DATASET.
           MOVE 'Y' TO WS-DS-PRESENT(WS-DS-INDEX)
           MOVE 0 TO WS-DS-RECORDS(WS-DS-INDEX)
           MOVE 0 TO WS-DS-HASH(WS-DS-INDEX)
           MOVE 0 TO WS-ROW-NUMBER
           MOVE WS-DS-NAME(WS-DS-INDEX) TO BKGN-DATASET
           MOVE 'N' TO WS-EOF-FLAG
           EVALUATE WS-LIVE-STATUS
               WHEN '00'
                   CONTINUE
               WHEN '35'
                   MOVE 'N' TO WS-DS-PRESENT(WS-DS-INDEX)
                   MOVE 'Y' TO WS-EOF-FLAG
               WHEN OTHER
                   MOVE 'Y' TO WS-BACKUP-FAILED
                   MOVE WS-DS-NAME(WS-DS-INDEX) TO WS-FAILED-DATASET
                   MOVE 'Y' TO WS-EOF-FLAG
           END-EVALUATE.

       TAKE-ONE-RECORD.
           PERFORM HASH-RECORD-IMAGE
           ADD 1 TO WS-ROW-NUMBER
           ADD 1 TO WS-DS-RECORDS(WS-DS-INDEX)
           ADD WS-RECORD-HASH TO WS-DS-HASH(WS-DS-INDEX)
           MOVE WS-ROW-NUMBER TO BKGN-ROW
           MOVE WS-RECORD-IMAGE TO BKGN-IMAGE
           WRITE BKGN-RECORD
           IF WS-BKGN-STATUS NOT = '00'
               MOVE 'Y' TO WS-BACKUP-FAILED
               MOVE 'EULBKGEN' TO WS-FAILED-DATASET
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

      *> Each byte's ordinal weighted by its position in the image.
       HASH-RECORD-IMAGE.
           MOVE 0 TO WS-RECORD-HASH
           MOVE 1 TO WS-BYTE-INDEX
           PERFORM UNTIL WS-BYTE-INDEX > 132
               COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
                   + FUNCTION ORD(WS-RECORD-IMAGE(WS-BYTE-INDEX:1))
                   * WS-BYTE-INDEX
               ADD 1 TO WS-BYTE-INDEX
           END-PERFORM.

       BACKUP-RMAST-DATASET.
           MOVE 1 TO WS-DS-INDEX
           OPEN INPUT RMAST-FILE
           PERFORM BEGIN-DATASET
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE RMAST-RECORD TO WS-RECORD-IMAGE
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE RMAST-FILE
           END-IF.

       BACKUP-RMHS-DATASET.
           MOVE 2 TO WS-DS-INDEX
           OPEN INPUT RMHS-FILE
           PERFORM BEGIN-DATASET
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RMHS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE RMHS-IMAGE TO WS-RECORD-IMAGE
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE RMHS-FILE
           END-IF.

       BACKUP-LIMC-DATASET.
           MOVE 3 TO WS-DS-INDEX
           OPEN INPUT LIMC-FILE
           PERFORM BEGIN-DATASET
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LIMC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE LIMC-IMAGE TO WS-RECORD-IMAGE
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE LIMC-FILE
           END-IF.

       BACKUP-CKPT-DATASET.
           MOVE 4 TO WS-DS-INDEX
           OPEN INPUT CKPT-FILE
           PERFORM BEGIN-DATASET
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CKPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CKPT-IMAGE TO WS-RECORD-IMAGE
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE CKPT-FILE
           END-IF.

       BACKUP-RUNCT-DATASET.
           MOVE 5 TO WS-DS-INDEX
           OPEN INPUT RUNCT-FILE
           PERFORM BEGIN-DATASET
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RUNCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE RUNCT-IMAGE TO WS-RECORD-IMAGE
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE RUNCT-FILE
           END-IF.

       BACKUP-XLOG-DATASET.
           MOVE 6 TO WS-DS-INDEX
           OPEN INPUT XLOG-FILE
           PERFORM BEGIN-DATASET
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ XLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE XLOG-IMAGE TO WS-RECORD-IMAGE
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE XLOG-FILE
           END-IF.

       BACKUP-AUDIT-DATASET.
           MOVE 7 TO WS-DS-INDEX
           OPEN INPUT AUDIT-FILE
           PERFORM BEGIN-DATASET
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE AUDIT-RECORD TO WS-RECORD-IMAGE
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE AUDIT-FILE
           END-IF.

       BACKUP-DIAG-DATASET.
           MOVE 8 TO WS-DS-INDEX
           OPEN INPUT DIAG-FILE
           PERFORM BEGIN-DATASET
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DIAG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DIAG-RECORD TO WS-RECORD-IMAGE
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE DIAG-FILE
           END-IF.

       BACKUP-RESULT-DATASET.
           MOVE 9 TO WS-DS-INDEX
           OPEN INPUT RESULT-FILE
           PERFORM BEGIN-DATASET
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE RESULT-IMAGE TO WS-RECORD-IMAGE
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE RESULT-FILE
           END-IF.

       BACKUP-PNCK-DATASET.
           MOVE 10 TO WS-DS-INDEX
           OPEN INPUT PNCK-FILE
           PERFORM BEGIN-DATASET
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PNCK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PNCK-IMAGE TO WS-RECORD-IMAGE
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE PNCK-FILE
           END-IF.

       BACKUP-PEND-DATASET.
           MOVE 11 TO WS-DS-INDEX
           OPEN INPUT PEND-FILE
           PERFORM BEGIN-DATASET
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PEND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PEND-IMAGE TO WS-RECORD-IMAGE
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE PEND-FILE
           END-IF.

       BACKUP-BALCK-DATASET.
           MOVE 12 TO WS-DS-INDEX
           OPEN INPUT BALCK-FILE
           PERFORM BEGIN-DATASET
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BALCK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE BALCK-IMAGE TO WS-RECORD-IMAGE
                       PERFORM TAKE-ONE-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE BALCK-FILE
           END-IF.

       WRITE-MANIFEST.
           OPEN EXTEND BKMN-FILE
           IF WS-BKMN-STATUS = '35'
               OPEN OUTPUT BKMN-FILE
           END-IF
           MOVE SPACE TO BKMN-SEP-1
           MOVE SPACE TO BKMN-SEP-2
           MOVE SPACE TO BKMN-SEP-3
           MOVE SPACE TO BKMN-SEP-4
           MOVE SPACE TO BKMN-SEP-5
           MOVE WS-NEW-GENERATION TO BKMN-GENERATION
           MOVE WS-RUN-TIMESTAMP TO BKMN-TAKEN-TS
           MOVE 1 TO WS-DS-INDEX
           PERFORM UNTIL WS-DS-INDEX > WS-DS-COUNT
               MOVE WS-DS-NAME(WS-DS-INDEX) TO BKMN-DATASET
               MOVE WS-DS-PRESENT(WS-DS-INDEX) TO BKMN-PRESENT
               MOVE WS-DS-RECORDS(WS-DS-INDEX) TO BKMN-COUNT
               MOVE WS-DS-HASH(WS-DS-INDEX) TO BKMN-HASH
               WRITE BKMN-RECORD
               IF WS-BKMN-STATUS NOT = '00'
                   MOVE 'Y' TO WS-BACKUP-FAILED
               END-IF
               ADD 1 TO WS-DS-INDEX
           END-PERFORM
           CLOSE BKMN-FILE.

      *> ------------------------------------------------------------
      *> Retention: keep the newest WS-RETAIN generations. The table
      *> is in manifest order, which is generation order, so the
      *> oldest generation kept is WS-RETAIN entries from the end.
      *> ------------------------------------------------------------
       SET-RETENTION-POINT.
           IF WS-GN-COUNT > WS-RETAIN
               COMPUTE WS-GN-INDEX = WS-GN-COUNT - WS-RETAIN + 1
               MOVE WS-GN-NUMBER(WS-GN-INDEX) TO WS-KEEP-FROM
               COMPUTE WS-DROPPED-GENS = WS-GN-COUNT - WS-RETAIN
               MOVE 'Y' TO WS-PRUNE-NEEDED
           ELSE
               MOVE WS-GN-NUMBER(1) TO WS-KEEP-FROM
           END-IF
           IF WS-ORPHAN-ROWS = 'Y'
               MOVE 'Y' TO WS-PRUNE-NEEDED
           END-IF.

      *> A row is kept when its generation is recent enough and has
      *> a manifest; the rewrite runs from the work file as EULHSKPG
      *> rewrites its live files.
       PRUNE-GENERATION-ROWS.
           MOVE 'N' TO WS-EOF-FLAG
           MOVE 0 TO WS-CHECK-GENERATION
           MOVE 'N' TO WS-GN-FOUND
           OPEN INPUT BKGN-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BKGN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BKGN-GENERATION NUMERIC
                           IF BKGN-GENERATION
                                   NOT = WS-CHECK-GENERATION
                               MOVE BKGN-GENERATION
                                   TO WS-CHECK-GENERATION
                               PERFORM FIND-GENERATION
                           END-IF
                           IF WS-GN-FOUND = 'Y'
                                   AND BKGN-GENERATION
                                   >= WS-KEEP-FROM
                               WRITE WORK-IMAGE FROM BKGN-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKGN-FILE
           CLOSE WORK-FILE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WORK-FILE
           OPEN OUTPUT BKGN-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       WRITE BKGN-RECORD FROM WORK-IMAGE
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE BKGN-FILE.

       PRUNE-MANIFEST-ROWS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BKMN-FILE
           OPEN OUTPUT WORK-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BKMN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BKMN-GENERATION NUMERIC
                               AND BKMN-GENERATION >= WS-KEEP-FROM
                           WRITE WORK-IMAGE FROM BKMN-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKMN-FILE
           CLOSE WORK-FILE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT WORK-FILE
           OPEN OUTPUT BKMN-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ WORK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE WORK-IMAGE TO BKMN-RECORD
                       WRITE BKMN-RECORD
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE BKMN-FILE.

      *> ------------------------------------------------------------
      *> Inventory: every restore point now on file, one line per
      *> dataset, a blank line between generations.
      *> ------------------------------------------------------------
       PRINT-INVENTORY-REPORT.
           OPEN OUTPUT PRINT-FILE
           MOVE WS-CURRENT-DATE(1:8) TO WS-HDG-RUN-DATE
           MOVE 0 TO WS-PRINTED-GENERATION
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BKMN-FILE
           IF WS-BKMN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BKMN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PRINT-INVENTORY-LINE
               END-READ
           END-PERFORM
           IF WS-BKMN-STATUS NOT = '35'
               CLOSE BKMN-FILE
           END-IF
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           MOVE 'GENERATION TAKEN THIS RUN' TO WS-CNT-LABEL
           MOVE WS-NEW-GENERATION TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'GENERATIONS TO KEEP' TO WS-CNT-LABEL
           MOVE WS-RETAIN TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           MOVE 'RESTORE POINTS ON FILE' TO WS-CNT-LABEL
           COMPUTE WS-CNT-VALUE = WS-GN-COUNT - WS-DROPPED-GENS
           PERFORM PRINT-COUNT-LINE
           MOVE 'GENERATIONS DROPPED THIS RUN' TO WS-CNT-LABEL
           MOVE WS-DROPPED-GENS TO WS-CNT-VALUE
           PERFORM PRINT-COUNT-LINE
           CLOSE PRINT-FILE.

       PRINT-INVENTORY-LINE.
           IF WS-PRINTED-GENERATION NOT = 0
                   AND BKMN-GENERATION NOT = WS-PRINTED-GENERATION
               PERFORM CHECK-PAGE-BREAK
               MOVE SPACE TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           MOVE BKMN-GENERATION TO WS-PRINTED-GENERATION
           MOVE BKMN-GENERATION TO WS-IL-GENERATION
           MOVE BKMN-TAKEN-TS TO WS-IL-TAKEN-TS
           MOVE BKMN-DATASET TO WS-IL-DATASET
           MOVE BKMN-PRESENT TO WS-IL-PRESENT
           MOVE BKMN-COUNT TO WS-IL-RECORDS
           MOVE BKMN-HASH TO WS-IL-HASH
           PERFORM CHECK-PAGE-BREAK
           WRITE PRINT-RECORD FROM WS-INVENTORY-LINE
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
