      *> governs the run. Blank on older single-card files - such a
      *> card is always eligible.
           05  PARM-EFFECTIVE-DATE    PIC 9(8).
      *> Goldbach verification range: every even number from LO to
      *> HI is checked as a sum of two primes, from the PRIMESTA
      *> state PRIMES has just brought up to MAX-NUM. Blank (older
      *> cards) or zero leaves the mode off.
           05  PARM-GOLDBACH-LO       PIC 9(8).
           05  PARM-GOLDBACH-HI       PIC 9(8).
      *> Spacing of the interval boundaries on the prime-counting
      *> table, alongside the powers of ten. Blank or zero takes the
      *> 100,000 default.
           05  PARM-COUNT-INTERVAL    PIC 9(8).
      *> Time allowed each PRIMEREQ query above MAX-NUM, in
      *> hundredths of a second; a query not settled inside it is
      *> answered as undetermined. Blank or zero takes one second.
           05  PARM-QUERY-BUDGET      PIC 9(4).
