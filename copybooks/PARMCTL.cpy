      *> governs the run. Blank on older single-card files - such a
      *> card is always eligible.
           05  PARM-EFFECTIVE-DATE    PIC 9(8).
      *> What to do when this run date's STUDENTF has already been
      *> posted to TRANSCPT and TERMHIST: 'S' (or blank) skips the
      *> posting, 'B' backs the earlier posting out and reposts.
           05  PARM-RERUN-ACTION      PIC X.
               88  PARM-RERUN-SKIP    VALUES 'S' ' '.
               88  PARM-RERUN-BACKOUT VALUE 'B'.
