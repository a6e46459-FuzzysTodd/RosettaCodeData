      *> Parameter card for the period close (EULPCLOS, card file
      *> EULPCLPM) and the period reopen (EULPROPN, card file
      *> EULPROPM). 80-byte card image: the accounting period
      *> (YYYYMM), the operator taking the action, and the reason -
      *> required for a reopen, optional on a close. A close with no
      *> period keyed closes the month before the run date; a reopen
      *> has no default and refuses to run without all three.
       01 PCLP-PARM-CARD.
           05 PCLP-PERIOD             PIC X(6).
           05 PCLP-OPERATOR           PIC X(8).
           05 PCLP-REASON             PIC X(40).
           05 FILLER                  PIC X(26).
