      *> governs the run. Blank on older single-card files - such a
      *> card is always eligible.
           05  PARM-EFFECTIVE-DATE    PIC 9(8).
      *> TRANFILE records read between commit points (ARITCKPT).
      *> Blank or zero: ARITHMETIC commits every 100 records.
           05  PARM-ARITH-COMMIT-INTERVAL PIC 9(4).
