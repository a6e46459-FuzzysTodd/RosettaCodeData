      *> Staging card for EULRUPDT. 80-byte card image:
      *> RUPM-MAKER-ID is the operator submitting the night's
      *> publication - recorded on every item staged as its maker,
      *> the one operator EULPNDRL will not let approve it. The ID
      *> is required: a missing card or blank ID stages nothing and
      *> EULRUPDT ends 16.
       01 RUPM-STAGING-CARD.
           05 RUPM-MAKER-ID           PIC X(8).
           05 FILLER                  PIC X(72).
