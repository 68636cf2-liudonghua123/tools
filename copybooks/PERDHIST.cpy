      *> PERDHIST - one row per ledger account per closed accounting
      *> period, written by the month-end close: the balance the
      *> account opened the period on (the prior period's closing
      *> row), what was posted to it during the period per the
      *> posting journal, and the LEDGERBL balance it closed on. Keyed
      *> account-then-period so one account's history reads in order.
       01  PERIOD-HIST-REC.
           05  PH-KEY.
               10  PH-ACCT-REF        PIC X(8).
               10  PH-PERIOD          PIC 9(6).
           05  PH-OPENING-BALANCE     PIC S9(9).
           05  PH-PERIOD-POSTINGS     PIC S9(9).
           05  PH-CLOSING-BALANCE     PIC S9(9).
           05  PH-CLOSE-DATE          PIC 9(8).
