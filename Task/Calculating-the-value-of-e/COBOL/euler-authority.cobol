       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EULAUTMG.
      *> Operator authority and change-log manager, shared the way
      *> EULRLKMG shares the run lock: every program that changes a
      *> controlled card or clears the run lock CALLs here first to
      *> ask whether the operator ID may touch the resource (action
      *> 'C'), and again to record what it did (action 'L') - so
      *> the rule and the log row are the same for EULPARMM,
      *> EULCRDMT and EULRLKRS instead of three copies drifting
      *> apart.
      *> 'C' returns '00' when EULOPAUT holds a row for the operator
      *> and resource, '97' when it does not (a blank operator ID
      *> never matches), '35' when there is no authority file at
      *> all - the caller refuses on anything but '00'.
      *> 'L' appends one EULCHGLG row stamped with the current time
      *> from the operator, resource, action, card number, reason
      *> and before/after images passed, and returns '00'.
      *> The authority file is read afresh on every check, so a
      *> revoked ID is refused from the next action on.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPAU-FILE ASSIGN TO "EULOPAUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPAU-STATUS.
           SELECT CHLG-FILE ASSIGN TO "EULCHGLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHLG-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OPAU-FILE.
       COPY "eulopaut.cpy".
       FD  CHLG-FILE.
       COPY "eulchglg.cpy".
       WORKING-STORAGE SECTION.
           01 WS-OPAU-STATUS PIC XX.
           01 WS-CHLG-STATUS PIC XX.
           01 WS-EOF-FLAG PIC X.
           01 WS-CURRENT-DATE PIC X(21).
       LINKAGE SECTION.
           01 LS-AUTH-ACTION PIC X.
           01 LS-AUTH-OPERATOR PIC X(8).
           01 LS-AUTH-RESOURCE PIC X(8).
           01 LS-AUTH-CHANGE PIC X(8).
           01 LS-AUTH-CARD-NUMBER PIC 9(4).
           01 LS-AUTH-REASON PIC X(40).
           01 LS-AUTH-BEFORE PIC X(80).
           01 LS-AUTH-AFTER PIC X(80).
           01 LS-AUTH-RESULT PIC XX.
       PROCEDURE DIVISION USING LS-AUTH-ACTION LS-AUTH-OPERATOR
               LS-AUTH-RESOURCE LS-AUTH-CHANGE LS-AUTH-CARD-NUMBER
               LS-AUTH-REASON LS-AUTH-BEFORE LS-AUTH-AFTER
               LS-AUTH-RESULT.
       MAIN SECTION.
           IF LS-AUTH-ACTION = 'L'
               PERFORM WRITE-CHANGE-LOG-ROW
           ELSE
               PERFORM CHECK-OPERATOR-AUTHORITY
           END-IF
           GOBACK.

       CHECK-OPERATOR-AUTHORITY.
           MOVE '97' TO LS-AUTH-RESULT
           MOVE 'N' TO WS-EOF-FLAG
           OPEN INPUT OPAU-FILE
           IF WS-OPAU-STATUS NOT = '00'
               MOVE '35' TO LS-AUTH-RESULT
               MOVE 'Y' TO WS-EOF-FLAG
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = 'Y'
               READ OPAU-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-FLAG
                   NOT AT END
                       IF OPAU-OPERATOR = LS-AUTH-OPERATOR
                               AND OPAU-RESOURCE = LS-AUTH-RESOURCE
                               AND LS-AUTH-OPERATOR NOT = SPACE
                           MOVE '00' TO LS-AUTH-RESULT
                           MOVE 'Y' TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           IF WS-OPAU-STATUS NOT = '35'
               CLOSE OPAU-FILE
           END-IF.

       WRITE-CHANGE-LOG-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE
           OPEN EXTEND CHLG-FILE
           IF WS-CHLG-STATUS = '35'
               OPEN OUTPUT CHLG-FILE
           END-IF
           MOVE SPACE TO CHLG-SEP-1
           MOVE SPACE TO CHLG-SEP-2
           MOVE SPACE TO CHLG-SEP-3
           MOVE SPACE TO CHLG-SEP-4
           MOVE SPACE TO CHLG-SEP-5
           MOVE SPACE TO CHLG-SEP-6
           MOVE SPACE TO CHLG-SEP-7
           MOVE WS-CURRENT-DATE(1:14) TO CHLG-TIMESTAMP
           MOVE LS-AUTH-OPERATOR TO CHLG-OPERATOR
           MOVE LS-AUTH-RESOURCE TO CHLG-RESOURCE
           MOVE LS-AUTH-CHANGE TO CHLG-ACTION
           MOVE LS-AUTH-CARD-NUMBER TO CHLG-CARD-NUMBER
           MOVE LS-AUTH-REASON TO CHLG-REASON
           MOVE LS-AUTH-BEFORE TO CHLG-BEFORE
           MOVE LS-AUTH-AFTER TO CHLG-AFTER
           WRITE CHLG-RECORD
           CLOSE CHLG-FILE
           MOVE '00' TO LS-AUTH-RESULT.
