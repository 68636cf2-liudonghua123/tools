      *> RSTRT records a restart authorization decision; the readers
      *> that tally STARTs and ENDs ignore it by event value.
               88  AUDIT-EVENT-RESTART VALUE "RSTRT".
      *> RERUN records what a program did on finding its own work
      *> already posted earlier the same day; AUDIT-DETAIL says which.
               88  AUDIT-EVENT-RERUN  VALUE "RERUN".
      *> RSTOR records a running-state restore by STATRSTR: the
      *> generation restored in AUDIT-DETAIL and the supervisor who
      *> authorized it in AUDIT-OPERATOR-NAME.
               88  AUDIT-EVENT-RESTORE VALUE "RSTOR".
           05  AUDIT-RECORD-COUNT     PIC 9(7).
      *> The caller's JOBHDR-RUN-ID, stamped into every log line so
      *> a rerun's START can be paired with its own END instead of
      *> each step's duration without every caller keeping its own
      *> clock.
           05  AUDIT-ELAPSED-SECS     PIC 9(5).
      *> Free-text detail carried on RERUN and RSTOR events.
           05  AUDIT-DETAIL           PIC X(30).
