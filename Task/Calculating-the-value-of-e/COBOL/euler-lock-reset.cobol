      *> deliberately, by an operator who has established the
      *> holding run is dead - it has no way to check that itself,
      *> so it does not try.
      *> The request card (eulrlkrm.cpy) names the operator and the
      *> reason. The operator must hold EULRLOCK authority (checked
      *> via EULAUTMG); a missing card, a blank operator or reason,
      *> or an unauthorized ID refuses the run with 16 and leaves
      *> the lock where it is. A cleared lock goes on the change log
      *> with the lock record as its before-image, and so does a
      *> refused attempt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOCK-FILE ASSIGN TO "EULRLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-STATUS.
           SELECT RLKR-FILE ASSIGN TO "EULRLKRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RLKR-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOCK-FILE.
       COPY "eulrlock.cpy".
       FD  RLKR-FILE.
       COPY "eulrlkrm.cpy".
       WORKING-STORAGE SECTION.
           01 WS-LOCK-STATUS PIC XX.
           01 WS-RLKR-STATUS PIC XX.
           01 WS-LOCK-HELD PIC X VALUE 'N'.
           01 WS-HELD-MESSAGE.
              03 FILLER PIC X(26) VALUE 'EULRLKRS: CLEARED LOCK OF '.
              03 WS-MSG-JOB PIC X(8).
              03 FILLER PIC X(14) VALUE ' HELD SINCE '.
              03 WS-MSG-TS PIC 9(14).
      *> Authority check and change-log row (via EULAUTMG).
           01 WS-AUTH-ACTION PIC X.
           01 WS-AUTH-OPERATOR PIC X(8) VALUE SPACE.
           01 WS-AUTH-RESOURCE PIC X(8) VALUE 'EULRLOCK'.
           01 WS-AUTH-CHANGE PIC X(8).
           01 WS-AUTH-CARD-NUMBER PIC 9(4) VALUE 1.
           01 WS-AUTH-REASON PIC X(40) VALUE SPACE.
           01 WS-AUTH-BEFORE PIC X(80) VALUE SPACE.
           01 WS-AUTH-AFTER PIC X(80) VALUE SPACE.
           01 WS-AUTH-RESULT PIC XX.
       PROCEDURE DIVISION.
       MAIN SECTION.
           PERFORM READ-REQUEST-CARD
           IF WS-AUTH-OPERATOR = SPACE OR WS-AUTH-REASON = SPACE
               DISPLAY 'EULRLKRS: REQUEST CARD MUST NAME AN OPERATOR '
                   'AND A REASON - LOCK NOT CLEARED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'C' TO WS-AUTH-ACTION
           PERFORM CALL-AUTHORITY-MANAGER
           IF WS-AUTH-RESULT NOT = '00'
               MOVE 'REFUSED' TO WS-AUTH-CHANGE
               MOVE 'L' TO WS-AUTH-ACTION
               PERFORM CALL-AUTHORITY-MANAGER
               DISPLAY 'EULRLKRS: OPERATOR ' WS-AUTH-OPERATOR
                   ' NOT AUTHORIZED TO CLEAR THE LOCK - REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-STATUS = '00'
               READ LOCK-FILE
                           MOVE 'Y' TO WS-LOCK-HELD
                           MOVE LOCK-JOB-NAME TO WS-MSG-JOB
                           MOVE LOCK-START-TS TO WS-MSG-TS
                           MOVE LOCK-RECORD TO WS-AUTH-BEFORE
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           IF WS-LOCK-HELD = 'Y'
               OPEN OUTPUT LOCK-FILE
               CLOSE LOCK-FILE
               MOVE 'CLEAR' TO WS-AUTH-CHANGE
               MOVE 'L' TO WS-AUTH-ACTION
               PERFORM CALL-AUTHORITY-MANAGER
               DISPLAY WS-HELD-MESSAGE
           ELSE
               DISPLAY 'EULRLKRS: NO LOCK HELD - NOTHING TO CLEAR'
           END-IF
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       READ-REQUEST-CARD.
           OPEN INPUT RLKR-FILE
           IF WS-RLKR-STATUS = '00'
               READ RLKR-FILE
                   NOT AT END
                       MOVE RLKR-OPERATOR TO WS-AUTH-OPERATOR
                       MOVE RLKR-REASON TO WS-AUTH-REASON
               END-READ
               CLOSE RLKR-FILE
           END-IF.

       CALL-AUTHORITY-MANAGER.
           CALL 'EULAUTMG' USING WS-AUTH-ACTION WS-AUTH-OPERATOR
               WS-AUTH-RESOURCE WS-AUTH-CHANGE WS-AUTH-CARD-NUMBER
               WS-AUTH-REASON WS-AUTH-BEFORE WS-AUTH-AFTER
               WS-AUTH-RESULT
           END-CALL.
