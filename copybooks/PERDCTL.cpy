      *> PERDCTL - the ledger's period-close control record, a single
      *> record rewritten by each month-end close. Any posting whose
      *> batch date falls in PC-LAST-PERIOD or earlier is refused by
      *> ARITHMETIC. The prior period is kept alongside so a close
      *> rerun on the same month-end day still opens from the right
      *> figures instead of from its own first attempt.
       01  PERIOD-CTL-REC.
           05  PC-LAST-PERIOD         PIC 9(6).
           05  PC-LAST-CLOSE-DATE     PIC 9(8).
           05  PC-PRIOR-PERIOD        PIC 9(6).
           05  PC-PRIOR-CLOSE-DATE    PIC 9(8).
           05  PC-RUN-ID              PIC X(8).
