           05  PARM-RESTART-STEP      PIC X(10).
           05  PARM-RUN-ID            PIC X(8).
           05  PARM-OPERATOR-ID       PIC X(8).
      *> 'Y' asks for a dry run: everything BATCH-CTL would decide is
      *> worked out and printed as a run plan, and no step is CALLed.
           05  PARM-DRY-RUN-SW        PIC X.
               88  PARM-DRY-RUN       VALUE 'Y'.
