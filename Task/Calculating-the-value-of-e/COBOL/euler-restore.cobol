       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULBKRST.
      *> Point-in-time restore of the suite's in-place files from a
      *> generation EULBKUP took: puts EULRMAST, EULRMHST, EULLIMCH,
      *> EULCKPT, EULRUNCT, EULXMLOG, EULAUDIT, EULDIAG, EULRSLT,
      *> EULPNDCK, EULPEND and EULBALCK back, all twelve together,
      *> exactly as they stood when the generation named on the
      *> EULBKUPM card was taken. The run-control file, the result
      *> feed and the two checkpoints holding a place in that feed
      *> only make sense as one point in time: EULRUPDT attributes
      *> feed rows to runs by position. Three passes, under the
      *> suite run lock:
      *>   1. prove the backup - the generation's rows on EULBKGEN
      *>      must reproduce the manifest count and hash total of
      *>      every file, or nothing is touched;
      *>   2. rewrite all twelve live files from those rows;
      *>   3. re-read the restored files and prove them against the
      *>      manifest again - only then is the restore declared
      *>      good.
      *> The restore report EULBKRRP shows, per file, the manifest
      *> figures beside the backup's and the restored file's.
      *> A file that was absent when the generation was taken comes
      *> back present and empty - the suite reads the two alike,
      *> except EULXTRCT, which will transmit an empty master where
      *> it would have refused a missing one; that is for the
      *> operator restoring a generation that old to know.
      *> EULAUDIT and EULDIAG rows carry their key sequence number
      *> after the timestamp; a generation taken before those files
      *> were keyed has none there and is refused as OLDLAYT in
      *> pass 1 - it can only be brought back by hand, through the
      *> conversion EULHCNV runs. A generation taken before the
      *> result feed and its checkpoints were protected carries only
      *> the first eight files; putting those back under a newer
      *> feed would misattribute it, so it too is refused and can
      *> only be brought back by hand.
      *> Return code: 0 restored and verified good, 8 restored but
      *> a file does not match its manifest (the night must not run
      *> on it), 12 suite lock held elsewhere, 16 nothing restored
      *> (no generation named, not on file, or the backup itself
      *> does not prove).
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
               FILE STATUS IS WS-RMAST-STATUS.
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
           SELECT PRINT-FILE ASSIGN TO "EULBKRRP"
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
       FD  PRINT-FILE.
       01  PRINT-RECORD               PIC X(132).
       WORKING-STORAGE SECTION.
           01 WS-PARM-STATUS PIC XX.
           01 WS-RMAST-STATUS PIC XX.
           01 WS-LIVE-STATUS PIC XX.
           01 WS-BKGN-STATUS PIC XX.
           01 WS-BKMN-STATUS PIC XX.
           01 WS-PRINT-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X.
           01 WS-CURRENT-DATE PIC X(21).
           01 WS-RESTORE-GEN PIC 9(6) VALUE 0.
           01 WS-TAKEN-TS PIC 9(14) VALUE 0.
      *> The twelve protected datasets, in EULBKUP's order, with the
      *> manifest's figures and the two sets proved against them.
      *> A generation from before the result feed was protected has
      *> manifest rows for the first WS-DS-OLD-COUNT only.
           01 WS-DS-COUNT USAGE UNSIGNED-INT VALUE 12.
           01 WS-DS-OLD-COUNT USAGE UNSIGNED-INT VALUE 8.
           01 WS-DS-INDEX USAGE UNSIGNED-INT.
           01 WS-DS-FOUND PIC X.
           01 WS-DS-TABLE.
              03 WS-DS-ENTRY OCCURS 12.
                 05 WS-DS-NAME PIC X(8).
                 05 WS-DS-IN-MANIFEST PIC X.
                 05 WS-DS-PRESENT PIC X.
                 05 WS-MF-RECORDS PIC 9(9).
                 05 WS-MF-HASH PIC 9(18).
                 05 WS-BK-RECORDS PIC 9(9).
                 05 WS-BK-HASH PIC 9(18).
                 05 WS-RS-RECORDS PIC 9(9).
                 05 WS-RS-HASH PIC 9(18).
                 05 WS-DS-VERDICT PIC X(8).
           01 WS-MANIFEST-ROWS PIC 9(4) VALUE 0.
           01 WS-BACKUP-PROVED PIC X VALUE 'Y'.
           01 WS-RESTORE-PROVED PIC X VALUE 'Y'.
           01 WS-WRITE-ERRORS PIC 9(9) VALUE 0.
      *> Hash total working fields (see eulbkman.cpy).
           01 WS-RECORD-IMAGE PIC X(132).
           01 WS-RECORD-HASH PIC 9(18).
           01 WS-BYTE-INDEX USAGE UNSIGNED-INT.
           01 WS-LINE-COUNT PIC 9(4) VALUE 99.
           01 WS-PAGE-COUNT PIC 9(4) VALUE 0.
           01 WS-PAGE-LIMIT PIC 9(4) VALUE 55.
           01 WS-HEADING-LINE-1.
              03 FILLER PIC X(44) VALUE
                 'EULBKRST - GENERATION RESTORE REPORT'.
              03 FILLER PIC X(56) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'RUN DATE: '.
              03 WS-HDG-RUN-DATE PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(6) VALUE 'PAGE: '.
              03 WS-HDG-PAGE PIC ZZZ9.
           01 WS-HEADING-LINE-2.
              03 FILLER PIC X(12) VALUE 'GENERATION: '.
              03 WS-HDG-GENERATION PIC 9(6).
              03 FILLER PIC X(10) VALUE '   TAKEN: '.
              03 WS-HDG-TAKEN-TS PIC 9(14).
           01 WS-COLUMN-HEADING.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(10) VALUE 'DATASET'.
              03 FILLER PIC X(2) VALUE 'P'.
              03 FILLER PIC X(11) VALUE '   MANIFEST'.
              03 FILLER PIC X(11) VALUE '     BACKUP'.
              03 FILLER PIC X(11) VALUE '   RESTORED'.
              03 FILLER PIC X(20) VALUE '       MANIFEST HASH'.
              03 FILLER PIC X(20) VALUE '       RESTORED HASH'.
              03 FILLER PIC X(10) VALUE '  VERDICT'.
           01 WS-RESTORE-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-RL-DATASET PIC X(8).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-RL-PRESENT PIC X(1).
              03 FILLER PIC X(1) VALUE SPACE.
              03 WS-RL-MF-RECORDS PIC ZZZ,ZZZ,ZZ9.
              03 WS-RL-BK-RECORDS PIC ZZZ,ZZZ,ZZ9.
              03 WS-RL-RS-RECORDS PIC ZZZ,ZZZ,ZZ9.
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-RL-MF-HASH PIC 9(18).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-RL-RS-HASH PIC 9(18).
              03 FILLER PIC X(2) VALUE SPACE.
              03 WS-RL-VERDICT PIC X(8).
           01 WS-VERDICT-LINE.
              03 FILLER PIC X(2) VALUE SPACE.
              03 FILLER PIC X(11) VALUE 'GENERATION '.
              03 WS-VL-GENERATION PIC 9(6).
              03 FILLER PIC X(1) VALUE SPACE.
              03 WS-VL-TEXT PIC X(60).
      *> Suite run lock (via EULRLKMG): every producer reads or
      *> appends at least one of these files.
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
           PERFORM READ-RESTORE-PARAMETERS
           IF WS-RESTORE-GEN = 0
               DISPLAY 'EULBKRST: NO GENERATION NAMED ON EULBKUPM - '
                   'NOTHING RESTORED'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SET-DATASET-NAMES
           PERFORM LOAD-GENERATION-MANIFEST
           IF WS-MANIFEST-ROWS NOT = WS-DS-COUNT
               IF WS-MANIFEST-ROWS = WS-DS-OLD-COUNT
                       AND WS-DS-IN-MANIFEST(WS-DS-COUNT) = 'N'
                   DISPLAY 'EULBKRST: GENERATION ' WS-RESTORE-GEN
                       ' PREDATES THE RESULT FEED BACKUP - NOTHING '
                       'RESTORED, RESTORE BY HAND'
               ELSE
                   DISPLAY 'EULBKRST: GENERATION ' WS-RESTORE-GEN
                       ' HAS NO COMPLETE MANIFEST ON FILE - NOTHING '
                       'RESTORED'
               END-IF
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PROVE-BACKUP-ROWS
           IF WS-BACKUP-PROVED = 'N'
               PERFORM PRINT-RESTORE-REPORT
               DISPLAY 'EULBKRST: GENERATION ' WS-RESTORE-GEN
                   ' DOES NOT MATCH ITS MANIFEST - NOTHING RESTORED'
               PERFORM RELEASE-RUN-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RESTORE-LIVE-FILES
           PERFORM VERIFY-RESTORED-FILES
           PERFORM PRINT-RESTORE-REPORT
           PERFORM RELEASE-RUN-LOCK
           IF WS-RESTORE-PROVED = 'Y'
               DISPLAY 'EULBKRST: GENERATION ' WS-RESTORE-GEN
                   ' RESTORED AND VERIFIED GOOD'
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY 'EULBKRST: GENERATION ' WS-RESTORE-GEN
                   ' RESTORED BUT DOES NOT VERIFY - SEE EULBKRRP'
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       CLAIM-RUN-LOCK.
           MOVE 'C' TO WS-LOCK-ACTION
           MOVE 'EULBKRST' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL
           IF WS-LOCK-RESULT NOT = '00'
               DISPLAY 'EULBKRST: SUITE LOCK HELD BY ' WS-LOCK-HOLDER
                   ' SINCE ' WS-LOCK-HELD-TS ' - RUN REFUSED'
           END-IF.

       RELEASE-RUN-LOCK.
           MOVE 'R' TO WS-LOCK-ACTION
           MOVE 'EULBKRST' TO WS-LOCK-JOB
           CALL 'EULRLKMG' USING WS-LOCK-ACTION WS-LOCK-JOB
               WS-LOCK-HOLDER WS-LOCK-HELD-TS WS-LOCK-RESULT
           END-CALL.

       READ-RESTORE-PARAMETERS.
           OPEN INPUT BKUP-PARM-FILE
           IF WS-PARM-STATUS = '00'
               READ BKUP-PARM-FILE
                   NOT AT END
                       IF BKPM-RESTORE-GEN NUMERIC
                           MOVE BKPM-RESTORE-GEN TO WS-RESTORE-GEN
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
           MOVE 'EULBALCK' TO WS-DS-NAME(12)
           MOVE 1 TO WS-DS-INDEX
           PERFORM UNTIL WS-DS-INDEX > WS-DS-COUNT
               MOVE 'N' TO WS-DS-IN-MANIFEST(WS-DS-INDEX)
               MOVE 'N' TO WS-DS-PRESENT(WS-DS-INDEX)
               MOVE 0 TO WS-MF-RECORDS(WS-DS-INDEX)
               MOVE 0 TO WS-MF-HASH(WS-DS-INDEX)
               MOVE 0 TO WS-BK-RECORDS(WS-DS-INDEX)
               MOVE 0 TO WS-BK-HASH(WS-DS-INDEX)
               MOVE 0 TO WS-RS-RECORDS(WS-DS-INDEX)
               MOVE 0 TO WS-RS-HASH(WS-DS-INDEX)
               MOVE SPACE TO WS-DS-VERDICT(WS-DS-INDEX)
               ADD 1 TO WS-DS-INDEX
           END-PERFORM.

      *> Looks BKGN-DATASET up in the table; WS-DS-FOUND says
      *> whether it is one of the twelve.
       FIND-DATASET.
           MOVE 'N' TO WS-DS-FOUND
           MOVE 1 TO WS-DS-INDEX
           PERFORM UNTIL WS-DS-INDEX > WS-DS-COUNT
                   OR WS-DS-FOUND = 'Y'
               IF WS-DS-NAME(WS-DS-INDEX) = BKGN-DATASET
                   MOVE 'Y' TO WS-DS-FOUND
               ELSE
                   ADD 1 TO WS-DS-INDEX
               END-IF
           END-PERFORM.

       LOAD-GENERATION-MANIFEST.
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
                       IF BKMN-GENERATION = WS-RESTORE-GEN
                           PERFORM NOTE-MANIFEST-ROW
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BKMN-STATUS NOT = '35'
               CLOSE BKMN-FILE
           END-IF.

       NOTE-MANIFEST-ROW.
           MOVE BKMN-DATASET TO BKGN-DATASET
           PERFORM FIND-DATASET
           IF WS-DS-FOUND = 'Y'
               IF WS-DS-IN-MANIFEST(WS-DS-INDEX) = 'N'
                   ADD 1 TO WS-MANIFEST-ROWS
               END-IF
               MOVE 'Y' TO WS-DS-IN-MANIFEST(WS-DS-INDEX)
               MOVE BKMN-PRESENT TO WS-DS-PRESENT(WS-DS-INDEX)
               MOVE BKMN-COUNT TO WS-MF-RECORDS(WS-DS-INDEX)
               MOVE BKMN-HASH TO WS-MF-HASH(WS-DS-INDEX)
               MOVE BKMN-TAKEN-TS TO WS-TAKEN-TS
           END-IF.

      *> Each byte's ordinal weighted by its position in the image,
      *> exactly as EULBKUP totals it.
       HASH-RECORD-IMAGE.
           MOVE 0 TO WS-RECORD-HASH
           MOVE 1 TO WS-BYTE-INDEX
           PERFORM UNTIL WS-BYTE-INDEX > 132
               COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
                   + FUNCTION ORD(WS-RECORD-IMAGE(WS-BYTE-INDEX:1))
                   * WS-BYTE-INDEX
               ADD 1 TO WS-BYTE-INDEX
           END-PERFORM.

      *> ------------------------------------------------------------
      *> Pass 1: the generation's rows against the manifest.
      *> ------------------------------------------------------------
       PROVE-BACKUP-ROWS.
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BKGN-FILE
           IF WS-BKGN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BKGN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BKGN-GENERATION = WS-RESTORE-GEN
                           PERFORM FIND-DATASET
                           IF WS-DS-FOUND = 'Y'
                               MOVE BKGN-IMAGE TO WS-RECORD-IMAGE
                               PERFORM HASH-RECORD-IMAGE
                               ADD 1 TO WS-BK-RECORDS(WS-DS-INDEX)
                               ADD WS-RECORD-HASH
                                   TO WS-BK-HASH(WS-DS-INDEX)
                               PERFORM CHECK-HISTORY-LAYOUT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-BKGN-STATUS NOT = '35'
               CLOSE BKGN-FILE
           END-IF
           MOVE 1 TO WS-DS-INDEX
           PERFORM UNTIL WS-DS-INDEX > WS-DS-COUNT
               IF WS-BK-RECORDS(WS-DS-INDEX)
                       NOT = WS-MF-RECORDS(WS-DS-INDEX)
                       OR WS-BK-HASH(WS-DS-INDEX)
                       NOT = WS-MF-HASH(WS-DS-INDEX)
                   MOVE 'N' TO WS-BACKUP-PROVED
                   MOVE 'BADBKUP' TO WS-DS-VERDICT(WS-DS-INDEX)
               END-IF
               ADD 1 TO WS-DS-INDEX
           END-PERFORM.

      *> An EULAUDIT or EULDIAG row without a numeric sequence number
      *> behind its timestamp was backed up in the flat layout.
       CHECK-HISTORY-LAYOUT.
           IF (BKGN-DATASET = 'EULAUDIT' OR BKGN-DATASET = 'EULDIAG')
                   AND BKGN-IMAGE(15:4) NOT NUMERIC
               MOVE 'N' TO WS-BACKUP-PROVED
               MOVE 'OLDLAYT' TO WS-DS-VERDICT(WS-DS-INDEX)
           END-IF.

      *> ------------------------------------------------------------
      *> Pass 2: all twelve live files rewritten from the rows. The
      *> master rows were taken in key order, so they load straight
      *> back through a sequential WRITE.
      *> ------------------------------------------------------------
       RESTORE-LIVE-FILES.
           OPEN OUTPUT RMAST-FILE
           OPEN OUTPUT RMHS-FILE
           OPEN OUTPUT LIMC-FILE
           OPEN OUTPUT CKPT-FILE
           OPEN OUTPUT RUNCT-FILE
           OPEN OUTPUT XLOG-FILE
           OPEN OUTPUT AUDIT-FILE
           OPEN OUTPUT DIAG-FILE
           OPEN OUTPUT RESULT-FILE
           OPEN OUTPUT PNCK-FILE
           OPEN OUTPUT PEND-FILE
           OPEN OUTPUT BALCK-FILE
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BKGN-FILE
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BKGN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF BKGN-GENERATION = WS-RESTORE-GEN
                           PERFORM RESTORE-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BKGN-FILE
           CLOSE RMAST-FILE
           CLOSE RMHS-FILE
           CLOSE LIMC-FILE
           CLOSE CKPT-FILE
           CLOSE RUNCT-FILE
           CLOSE XLOG-FILE
           CLOSE AUDIT-FILE
           CLOSE DIAG-FILE
           CLOSE RESULT-FILE
           CLOSE PNCK-FILE
           CLOSE PEND-FILE
           CLOSE BALCK-FILE.

       RESTORE-ONE-RECORD.
           EVALUATE BKGN-DATASET
               WHEN 'EULRMAST'
                   MOVE BKGN-IMAGE TO RMAST-RECORD
                   WRITE RMAST-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
               WHEN 'EULRMHST'
                   WRITE RMHS-IMAGE FROM BKGN-IMAGE
               WHEN 'EULLIMCH'
                   WRITE LIMC-IMAGE FROM BKGN-IMAGE
               WHEN 'EULCKPT'
                   WRITE CKPT-IMAGE FROM BKGN-IMAGE
               WHEN 'EULRUNCT'
                   WRITE RUNCT-IMAGE FROM BKGN-IMAGE
               WHEN 'EULXMLOG'
                   WRITE XLOG-IMAGE FROM BKGN-IMAGE
               WHEN 'EULAUDIT'
                   MOVE BKGN-IMAGE TO AUDIT-RECORD
                   WRITE AUDIT-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
               WHEN 'EULDIAG'
                   MOVE BKGN-IMAGE TO DIAG-RECORD
                   WRITE DIAG-RECORD
                       INVALID KEY
                           ADD 1 TO WS-WRITE-ERRORS
                   END-WRITE
               WHEN 'EULRSLT'
                   WRITE RESULT-IMAGE FROM BKGN-IMAGE
               WHEN 'EULPNDCK'
                   WRITE PNCK-IMAGE FROM BKGN-IMAGE
               WHEN 'EULPEND'
                   WRITE PEND-IMAGE FROM BKGN-IMAGE
               WHEN 'EULBALCK'
                   WRITE BALCK-IMAGE FROM BKGN-IMAGE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> ------------------------------------------------------------
      *> Pass 3: the restored files, read back as the suite will
      *> read them, against the manifest.
      *> ------------------------------------------------------------
       VERIFY-RESTORED-FILES.
           MOVE 1 TO WS-DS-INDEX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RMAST-FILE
           IF WS-RMAST-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RMAST-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE RMAST-RECORD TO WS-RECORD-IMAGE
                       PERFORM COUNT-RESTORED-RECORD
               END-READ
           END-PERFORM
           IF WS-RMAST-STATUS NOT = '35'
               CLOSE RMAST-FILE
           END-IF
           MOVE 2 TO WS-DS-INDEX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RMHS-FILE
           PERFORM CHECK-VERIFY-OPEN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RMHS-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE RMHS-IMAGE TO WS-RECORD-IMAGE
                       PERFORM COUNT-RESTORED-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE RMHS-FILE
           END-IF
           MOVE 3 TO WS-DS-INDEX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT LIMC-FILE
           PERFORM CHECK-VERIFY-OPEN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ LIMC-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE LIMC-IMAGE TO WS-RECORD-IMAGE
                       PERFORM COUNT-RESTORED-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE LIMC-FILE
           END-IF
           MOVE 4 TO WS-DS-INDEX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT CKPT-FILE
           PERFORM CHECK-VERIFY-OPEN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ CKPT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE CKPT-IMAGE TO WS-RECORD-IMAGE
                       PERFORM COUNT-RESTORED-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE CKPT-FILE
           END-IF
           MOVE 5 TO WS-DS-INDEX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RUNCT-FILE
           PERFORM CHECK-VERIFY-OPEN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RUNCT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE RUNCT-IMAGE TO WS-RECORD-IMAGE
                       PERFORM COUNT-RESTORED-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE RUNCT-FILE
           END-IF
           MOVE 6 TO WS-DS-INDEX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT XLOG-FILE
           PERFORM CHECK-VERIFY-OPEN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ XLOG-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE XLOG-IMAGE TO WS-RECORD-IMAGE
                       PERFORM COUNT-RESTORED-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE XLOG-FILE
           END-IF
           MOVE 7 TO WS-DS-INDEX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT AUDIT-FILE
           PERFORM CHECK-VERIFY-OPEN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE AUDIT-RECORD TO WS-RECORD-IMAGE
                       PERFORM COUNT-RESTORED-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE AUDIT-FILE
           END-IF
           MOVE 8 TO WS-DS-INDEX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT DIAG-FILE
           PERFORM CHECK-VERIFY-OPEN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ DIAG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DIAG-RECORD TO WS-RECORD-IMAGE
                       PERFORM COUNT-RESTORED-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE DIAG-FILE
           END-IF
           MOVE 9 TO WS-DS-INDEX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT RESULT-FILE
           PERFORM CHECK-VERIFY-OPEN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ RESULT-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE RESULT-IMAGE TO WS-RECORD-IMAGE
                       PERFORM COUNT-RESTORED-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE RESULT-FILE
           END-IF
           MOVE 10 TO WS-DS-INDEX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PNCK-FILE
           PERFORM CHECK-VERIFY-OPEN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PNCK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PNCK-IMAGE TO WS-RECORD-IMAGE
                       PERFORM COUNT-RESTORED-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE PNCK-FILE
           END-IF
           MOVE 11 TO WS-DS-INDEX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT PEND-FILE
           PERFORM CHECK-VERIFY-OPEN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ PEND-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PEND-IMAGE TO WS-RECORD-IMAGE
                       PERFORM COUNT-RESTORED-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE PEND-FILE
           END-IF
           MOVE 12 TO WS-DS-INDEX
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT BALCK-FILE
           PERFORM CHECK-VERIFY-OPEN
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ BALCK-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE BALCK-IMAGE TO WS-RECORD-IMAGE
                       PERFORM COUNT-RESTORED-RECORD
               END-READ
           END-PERFORM
           IF WS-LIVE-STATUS NOT = '35'
               CLOSE BALCK-FILE
           END-IF
           IF WS-WRITE-ERRORS > 0
               MOVE 'N' TO WS-RESTORE-PROVED
           END-IF
           MOVE 1 TO WS-DS-INDEX
           PERFORM UNTIL WS-DS-INDEX > WS-DS-COUNT
               IF WS-RS-RECORDS(WS-DS-INDEX)
                       = WS-MF-RECORDS(WS-DS-INDEX)
                       AND WS-RS-HASH(WS-DS-INDEX)
                       = WS-MF-HASH(WS-DS-INDEX)
                   MOVE 'GOOD' TO WS-DS-VERDICT(WS-DS-INDEX)
               ELSE
                   MOVE 'MISMATCH' TO WS-DS-VERDICT(WS-DS-INDEX)
                   MOVE 'N' TO WS-RESTORE-PROVED
               END-IF
               ADD 1 TO WS-DS-INDEX
           END-PERFORM.

       CHECK-VERIFY-OPEN.
           IF WS-LIVE-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF.

       COUNT-RESTORED-RECORD.
           PERFORM HASH-RECORD-IMAGE
           ADD 1 TO WS-RS-RECORDS(WS-DS-INDEX)
           ADD WS-RECORD-HASH TO WS-RS-HASH(WS-DS-INDEX).

      *> ------------------------------------------------------------
      *> Restore report: one line per dataset and the verdict.
      *> ------------------------------------------------------------
       PRINT-RESTORE-REPORT.
           OPEN OUTPUT PRINT-FILE
           MOVE WS-CURRENT-DATE(1:8) TO WS-HDG-RUN-DATE
           MOVE WS-RESTORE-GEN TO WS-HDG-GENERATION
           MOVE WS-TAKEN-TS TO WS-HDG-TAKEN-TS
           MOVE 1 TO WS-DS-INDEX
           PERFORM UNTIL WS-DS-INDEX > WS-DS-COUNT
               MOVE WS-DS-NAME(WS-DS-INDEX) TO WS-RL-DATASET
               MOVE WS-DS-PRESENT(WS-DS-INDEX) TO WS-RL-PRESENT
               MOVE WS-MF-RECORDS(WS-DS-INDEX) TO WS-RL-MF-RECORDS
               MOVE WS-BK-RECORDS(WS-DS-INDEX) TO WS-RL-BK-RECORDS
               MOVE WS-RS-RECORDS(WS-DS-INDEX) TO WS-RL-RS-RECORDS
               MOVE WS-MF-HASH(WS-DS-INDEX) TO WS-RL-MF-HASH
               MOVE WS-RS-HASH(WS-DS-INDEX) TO WS-RL-RS-HASH
               MOVE WS-DS-VERDICT(WS-DS-INDEX) TO WS-RL-VERDICT
               PERFORM CHECK-PAGE-BREAK
               WRITE PRINT-RECORD FROM WS-RESTORE-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
               ADD 1 TO WS-DS-INDEX
           END-PERFORM
           MOVE WS-RESTORE-GEN TO WS-VL-GENERATION
           EVALUATE TRUE
               WHEN WS-BACKUP-PROVED = 'N'
                   MOVE 'NOT RESTORED - BACKUP ROWS DO NOT MATCH'
                       TO WS-VL-TEXT
               WHEN WS-RESTORE-PROVED = 'Y'
                   MOVE 'RESTORED AND VERIFIED GOOD' TO WS-VL-TEXT
               WHEN OTHER
                   MOVE 'RESTORED - DOES NOT VERIFY, DO NOT RUN'
                       TO WS-VL-TEXT
           END-EVALUATE
           PERFORM CHECK-PAGE-BREAK
           MOVE SPACE TO PRINT-RECORD
           WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
           WRITE PRINT-RECORD FROM WS-VERDICT-LINE
               AFTER ADVANCING 1 LINE
           ADD 2 TO WS-LINE-COUNT
           CLOSE PRINT-FILE.

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
               WRITE PRINT-RECORD FROM WS-HEADING-LINE-2
                   AFTER ADVANCING 1 LINE
               MOVE SPACE TO PRINT-RECORD
               WRITE PRINT-RECORD AFTER ADVANCING 1 LINE
               WRITE PRINT-RECORD FROM WS-COLUMN-HEADING
                   AFTER ADVANCING 1 LINE
               MOVE 4 TO WS-LINE-COUNT
           END-IF.
