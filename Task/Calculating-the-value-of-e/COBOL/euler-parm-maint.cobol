      *> PARM-HIP-DIGITS (EULERHIP's digit count) rides through a
      *> rewrite unchanged; this screen maintains the three fields
      *> EULER reads.
      *> The operator signs on first and must hold EULPARM authority
      *> (checked via EULAUTMG); an unauthorized ID is refused with
      *> 16 and the attempt logged. A change needs a keyed reason,
      *> and every card written goes on the change log (EULCHGLG)
      *> with the card as it was and as it now is.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           01 WS-PARSED-EDIT PIC 9.9(18).
           01 WS-MESSAGE PIC X(60).
           01 WS-CONFIRM PIC X.
           01 WS-CARD-ON-FILE PIC X VALUE 'N'.
      *> Authority check and change-log row (via EULAUTMG).
           01 WS-AUTH-ACTION PIC X.
           01 WS-AUTH-OPERATOR PIC X(8) VALUE SPACE.
           01 WS-AUTH-RESOURCE PIC X(8) VALUE 'EULPARM'.
           01 WS-AUTH-CHANGE PIC X(8).
           01 WS-AUTH-CARD-NUMBER PIC 9(4) VALUE 1.
           01 WS-AUTH-REASON PIC X(40) VALUE SPACE.
           01 WS-AUTH-BEFORE PIC X(80) VALUE SPACE.
           01 WS-AUTH-AFTER PIC X(80) VALUE SPACE.
           01 WS-AUTH-RESULT PIC XX.
       SCREEN SECTION.
       01  SIGNON-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 5 VALUE
              'EULPARMM - EULER PARAMETER CARD MAINTENANCE'.
           05 LINE 3 COLUMN 5 VALUE
              'OPERATOR ID (BLANK = EXIT):'.
           05 LINE 3 COLUMN 45 PIC X(8)
              USING WS-AUTH-OPERATOR.
       01  PARM-SCREEN.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 5 VALUE
           05 LINE 9 COLUMN 5 VALUE 'PARSES AS:'.
           05 LINE 9 COLUMN 45 PIC X(22)
              FROM WS-THRESHOLD-PARSED.
           05 LINE 10 COLUMN 5 VALUE 'REASON:'.
           05 LINE 10 COLUMN 25 PIC X(40)
              USING WS-AUTH-REASON.
           05 LINE 11 COLUMN 5 PIC X(60)
              FROM WS-MESSAGE.
       01  CONFIRM-SCREEN.
              USING WS-CONFIRM.
       PROCEDURE DIVISION.
       MAIN SECTION.
           ACCEPT SIGNON-SCREEN
           IF WS-AUTH-OPERATOR = SPACE
               STOP RUN
           END-IF
           MOVE 'C' TO WS-AUTH-ACTION
           PERFORM CALL-AUTHORITY-MANAGER
           IF WS-AUTH-RESULT NOT = '00'
               MOVE 'REFUSED' TO WS-AUTH-CHANGE
               MOVE 'L' TO WS-AUTH-ACTION
               PERFORM CALL-AUTHORITY-MANAGER
               DISPLAY 'EULPARMM: OPERATOR ' WS-AUTH-OPERATOR
                   ' NOT AUTHORIZED TO CHANGE EULPARM - REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-CURRENT-CARD
           PERFORM SHOW-PARSED-VALUES
           MOVE SPACE TO WS-MESSAGE
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   NOT AT END
                       MOVE 'Y' TO WS-CARD-ON-FILE
                       MOVE PARM-CARD TO WS-AUTH-BEFORE
                       MOVE PARM-EPSILON TO WS-EPSILON-ENTRY
                       IF PARM-MAX-N IS NUMERIC
                           MOVE PARM-MAX-N TO WS-MAX-N-ENTRY
      *> given) must leave the series room to converge, and the
      *> threshold (when given) must parse to a positive number. The
      *> first rule broken is the one reported, and nothing is
      *> written until a pass is clean. The reason for the change
      *> log is checked last.
       EDIT-ENTRIES.
           MOVE 'Y' TO WS-EDITS-PASS
           MOVE SPACE TO WS-MESSAGE
                           TO WS-MESSAGE
                   END-IF
               END-IF
           END-IF
           IF WS-EDITS-PASS = 'Y'
               IF WS-AUTH-REASON = SPACE
                   MOVE 'N' TO WS-EDITS-PASS
                   MOVE 'KEY A REASON FOR THE CHANGE' TO WS-MESSAGE
               END-IF
           END-IF.

      *> Echo each scientific-notation field back the way NUMVAL-F
           MOVE WS-MAX-N-ENTRY TO PARM-MAX-N
           MOVE WS-THRESHOLD-ENTRY TO PARM-RECON-THRESHOLD
           MOVE WS-HIP-DIGITS-HELD TO PARM-HIP-DIGITS
           MOVE PARM-CARD TO WS-AUTH-AFTER
           WRITE PARM-CARD
           CLOSE PARM-FILE
           IF WS-CARD-ON-FILE = 'Y'
               MOVE 'CHANGE' TO WS-AUTH-CHANGE
           ELSE
               MOVE 'ADD' TO WS-AUTH-CHANGE
           END-IF
           MOVE 'L' TO WS-AUTH-ACTION
           PERFORM CALL-AUTHORITY-MANAGER.

       CALL-AUTHORITY-MANAGER.
           CALL 'EULAUTMG' USING WS-AUTH-ACTION WS-AUTH-OPERATOR
               WS-AUTH-RESOURCE WS-AUTH-CHANGE WS-AUTH-CARD-NUMBER
               WS-AUTH-REASON WS-AUTH-BEFORE WS-AUTH-AFTER
               WS-AUTH-RESULT
           END-CALL.
