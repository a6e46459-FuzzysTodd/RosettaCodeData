      *> Parallel-run (shadow) card for EULER and EULERDRV, and the
      *> comparison EULSHDCP. 80-byte card image: SHDP-MODE 'S'
      *> makes the step a shadow run of a candidate calculation -
      *> the same EULPARM card and EULTRANS deck as production, but
      *> every output goes to the shadow datasets (EULRSLSH,
      *> EULSUMSH, EULTRCSH, EULDIASH, run-control EULRUNSH) and
      *> nothing production is opened for output: not the result,
      *> summary, trace, diagnostic, audit or run-control files,
      *> not EULRMAST, not the EULCKPT checkpoint, not the EULLIMCH
      *> cache, and the suite run lock is neither claimed nor
      *> released. Anything else (or a missing card file, the
      *> usual missing-card default) is a normal production run.
      *> SHDP-CALC-MODULE and SHDP-LIMIT-MODULE name the candidate
      *> load modules CALLed in place of EULERCLC and EULERLIM;
      *> blank means the production names, for a candidate that is
      *> picked up from the step's own load library instead.
      *> SHDP-CHANGE-REF is the change-control reference the
      *> comparison prints on its sign-off report.
       01 SHDP-PARM-CARD.
           05 SHDP-MODE               PIC X(1).
           05 SHDP-SEP-1              PIC X(1).
           05 SHDP-CALC-MODULE        PIC X(8).
           05 SHDP-SEP-2              PIC X(1).
           05 SHDP-LIMIT-MODULE       PIC X(8).
           05 SHDP-SEP-3              PIC X(1).
           05 SHDP-CHANGE-REF         PIC X(12).
           05 FILLER                  PIC X(48).
