      *> governs the run. Blank on older single-card files - such a
      *> card is always eligible.
           05  PARM-EFFECTIVE-DATE    PIC 9(8).
      *> Campaign code stamped on every piece of this run's mailing
      *> in CAMPHIST. Blank: the run date stands in as the code.
           05  PARM-CAMPAIGN-CODE     PIC X(8).
      *> CUSTFILE records read between commit points (STRNCKPT).
      *> Blank or zero: STRINGS commits every 100 records.
           05  PARM-CUST-COMMIT-INTERVAL PIC 9(4).
