      *> As in EULHSKPG, records ride through as 132-byte images and
      *> only the leading 9(14) timestamp is interpreted, so a layout
      *> change downstream of the timestamp never touches this job.
      *> The live EULAUDIT and EULDIAG are indexed on that timestamp:
      *> their oldest row (for the seam) is the first on the key, and
      *> the period is read by starting at its first day and stopping
      *> past its last, instead of passing the whole live file.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUDIT-FILE ASSIGN TO "EULAUDIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDIT-ARCH-FILE ASSIGN TO "EULAUDAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDAR-STATUS.
           SELECT DIAG-FILE ASSIGN TO "EULDIAG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DIAG-KEY
               ALTERNATE RECORD KEY IS DIAG-EPSILON
                   WITH DUPLICATES
               FILE STATUS IS WS-DIAG-STATUS.
           SELECT DIAG-ARCH-FILE ASSIGN TO "EULDIAAR"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  HSTQ-PARM-FILE.
       COPY "eulhstpm.cpy".
       FD  AUDIT-FILE.
       COPY "eulaudit.cpy".
       FD  AUDIT-ARCH-FILE.
       01  AUDIT-ARCH-IMAGE           PIC X(132).
       FD  DIAG-FILE.
       COPY "euldiag.cpy".
       FD  DIAG-ARCH-FILE.
       01  DIAG-ARCH-IMAGE            PIC X(132).
       FD  TRACE-FILE.
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE AUDIT-TIMESTAMP TO WS-LIVE-OLDEST-TS
               END-READ
           END-IF
           IF WS-EOF-FLAG = 'N'
               MOVE LOW-VALUES TO AUDIT-KEY
               MOVE WS-FROM-DATE TO AUDIT-KEY(1:8)
               START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
                   INVALID KEY
                       MOVE 'Y' TO WS-EOF-FLAG
               END-START
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF AUDIT-TIMESTAMP(1:8) > WS-THRU-DATE
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE AUDIT-RECORD TO WS-RECORD-IMAGE
                           PERFORM HANDLE-LIVE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-STATUS NOT = '35'
           OPEN INPUT DIAG-FILE
           IF WS-DIAG-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-FLAG
           ELSE
               READ DIAG-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       MOVE DIAG-TIMESTAMP TO WS-LIVE-OLDEST-TS
               END-READ
           END-IF
           IF WS-EOF-FLAG = 'N'
               MOVE LOW-VALUES TO DIAG-KEY
               MOVE WS-FROM-DATE TO DIAG-KEY(1:8)
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
                       IF DIAG-TIMESTAMP(1:8) > WS-THRU-DATE
                           MOVE 'Y' TO WS-EOF-FLAG
                       ELSE
                           MOVE DIAG-RECORD TO WS-RECORD-IMAGE
                           PERFORM HANDLE-LIVE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DIAG-STATUS NOT = '35'
