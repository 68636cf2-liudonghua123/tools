      *> ACCRRATE - the month-end accrual rate table. A row keyed by
      *> account ('A', RT-KEY the account ref) overrides the row for
      *> that account's type ('T', RT-KEY the AM-ACCT-TYPE code,
      *> left-justified); a 'T' row with a blank key is the default
      *> class for accounts carrying no type. Interest is an annual
      *> percentage, paid for the month on a balance above the
      *> minimum; the monthly fee is waived on a balance at or above
      *> the waiver figure.
       01  RATE-TABLE-REC.
           05  RT-KEY-KIND            PIC X.
               88  RT-KEY-IS-ACCOUNT  VALUE 'A'.
               88  RT-KEY-IS-TYPE     VALUE 'T'.
           05  RT-KEY                 PIC X(8).
           05  RT-INT-RATE            PIC 9(2)V9(4).
           05  RT-INT-MIN-BAL         PIC 9(9).
           05  RT-FEE-AMOUNT          PIC 9(4).
           05  RT-FEE-WAIVE-BAL       PIC 9(9).
