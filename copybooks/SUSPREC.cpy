      *> SUSPENSE - one ledger posting ARITHMETIC could not apply,
      *> carried forward between runs until the account can take it.
      *> The original transaction is kept whole, with the amount it
      *> computed to on the night it arrived, so a recycle posts
      *> exactly what the source system sent even if the multiplier
      *> card has changed since; the source/batch fields say which
      *> feed to chase, and the reject date is the night it first
      *> went into suspense - a recycle that fails again keeps it, so
      *> the aging report measures from the original rejection.
       01  SUSPENSE-REC.
           05  SU-TRANS-DATA.
               10  SU-NUM1            PIC 9(4).
               10  SU-NUM2            PIC 9(4).
               10  SU-ACCT-REF        PIC X(8).
               10  SU-OP-CODE         PIC X.
           05  SU-POST-AMOUNT         PIC S9(5).
           05  SU-SOURCE-ID           PIC X(8).
           05  SU-BATCH-DATE          PIC 9(8).
           05  SU-BATCH-NUM           PIC 9(4).
           05  SU-REJECT-REASON       PIC X(4).
               88  SU-REASON-NOT-ON-MASTER VALUE "NOMS".
               88  SU-REASON-CLOSED        VALUE "CLSD".
               88  SU-REASON-PERIOD-CLOSED VALUE "PCLS".
               88  SU-REASON-DORMANT       VALUE "DORM".
           05  SU-REJECT-DATE         PIC 9(8).
      *> Nights the item has been re-presented and failed again.
           05  SU-RECYCLE-COUNT       PIC 9(3).
